000260*                 OPTIONAL STATION-ID ARGUMENT AS ROSTERMT.COB;
000270*                 THE CATALOG AND SESSION FILES ARE NAMED THE
000280*                 SAME BARE WAY CAPTEST.COB NAMES THEM.
000281* 2026-10-15 RH   A PRE-SCORE FAULT ("P" -- THE BOOTH ABANDONED
000282*                 THE RUN BEFORE SCORING) NOW COUNTS AS A FAULT
000283*                 AND IS SHOWN IN ITS OWN NO-SCORE COLUMN. ITS
000284*                 ZERO SCORE IS KEPT OUT OF THE AVERAGE, SO A
000285*                 BOOTH THAT CANNOT GET OFF THE GROUND SHOWS AS
000286*                 FAULTS INSTEAD OF DRAGGING THE SCRIPT'S SCORES
000287*                 DOWN.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001030         10  SST-SCR-SESSIONS    PIC 9(07).
001040         10  SST-SCR-WINS        PIC 9(07).
001050         10  SST-SCR-FAULTS      PIC 9(07).
001055         10  SST-SCR-NOSCORE     PIC 9(07).
001060         10  SST-SCR-SCORE-TOT   PIC S9(11).
001070 77  SST-SCR-FOUND-SW        PIC X(01) VALUE "N".
001080     88  SST-SCR-FOUND               VALUE "Y".
001250         10  SST-TIER-SESSIONS   PIC 9(07).
001260         10  SST-TIER-WINS       PIC 9(07).
001270         10  SST-TIER-FAULTS     PIC 9(07).
001275         10  SST-TIER-NOSCORE    PIC 9(07).
001280         10  SST-TIER-SCORE-TOT  PIC S9(11).
001290 77  SST-TIER-FOUND-SW       PIC X(01) VALUE "N".
001300     88  SST-TIER-FOUND              VALUE "Y".
001370 01  SST-WIN-PCT             PIC 9(03)V9(02) VALUE 0.
001380 01  SST-FAULT-PCT           PIC 9(03)V9(02) VALUE 0.
001390 01  SST-AVG-SCORE           PIC S9(09)V9(02) VALUE 0.
001395 01  SST-SCORED-COUNT        PIC 9(07) VALUE 0.
001400 01  SST-NUM-EDIT            PIC ZZZ,ZZ9.
001410 01  SST-PCT-EDIT            PIC ZZ9.99.
001420 01  SST-PCT2-EDIT           PIC ZZ9.99.
001430 01  SST-AVG-EDIT            PIC ZZZZZZZZ9.99-.
001435 01  SST-NOSCORE-EDIT        PIC ZZZ,ZZ9.
001440
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
002610     MOVE 0 TO SST-SCR-SESSIONS(SST-SCRIPT-COUNT).
002620     MOVE 0 TO SST-SCR-WINS(SST-SCRIPT-COUNT).
002630     MOVE 0 TO SST-SCR-FAULTS(SST-SCRIPT-COUNT).
002635     MOVE 0 TO SST-SCR-NOSCORE(SST-SCRIPT-COUNT).
002640     MOVE 0 TO SST-SCR-SCORE-TOT(SST-SCRIPT-COUNT).
002650     MOVE SST-SCRIPT-COUNT TO SST-SCR-FOUND-IDX.
002660 2500-FIND-OR-ADD-SCRIPT-EXIT.
003250     IF SESSION-FAULT-FLAG = "F"
003260         ADD 1 TO SST-SCR-FAULTS(SST-SCR-FOUND-IDX)
003270     END-IF.
003271*    A PRE-SCORE FAULT NEVER REACHED GET_SMILE_SCORE: IT IS A
003272*    FAULT, AND ITS ZERO SCORE STAYS OUT OF THE SCORE TOTAL.
003273     IF SESSION-FAULT-FLAG = "P"
003274         ADD 1 TO SST-SCR-FAULTS(SST-SCR-FOUND-IDX)
003275         ADD 1 TO SST-SCR-NOSCORE(SST-SCR-FOUND-IDX)
003276         GO TO 3200-ACCUMULATE-SESSION-EXIT
003277     END-IF.
003280     ADD SESSION-SCORE TO SST-SCR-SCORE-TOT(SST-SCR-FOUND-IDX).
003290 3200-ACCUMULATE-SESSION-EXIT.
003300     EXIT.
003620         MOVE 0 TO SST-TIER-SESSIONS(SST-TIER-COUNT)
003630         MOVE 0 TO SST-TIER-WINS(SST-TIER-COUNT)
003640         MOVE 0 TO SST-TIER-FAULTS(SST-TIER-COUNT)
003645         MOVE 0 TO SST-TIER-NOSCORE(SST-TIER-COUNT)
003650         MOVE 0 TO SST-TIER-SCORE-TOT(SST-TIER-COUNT)
003660         MOVE SST-TIER-COUNT TO SST-TIER-FOUND-IDX
003670     END-IF.
003710         TO SST-TIER-WINS(SST-TIER-FOUND-IDX).
003720     ADD SST-SCR-FAULTS(SST-SCR-IDX)
003730         TO SST-TIER-FAULTS(SST-TIER-FOUND-IDX).
003735     ADD SST-SCR-NOSCORE(SST-SCR-IDX)
003736         TO SST-TIER-NOSCORE(SST-TIER-FOUND-IDX).
003740     ADD SST-SCR-SCORE-TOT(SST-SCR-IDX)
003750         TO SST-TIER-SCORE-TOT(SST-TIER-FOUND-IDX).
003760 4100-FOLD-TIER-EXIT.
003860
003870*----------------------------------------------------------------
003880* 5000-WRITE-REPORT -- ONE LINE PER CATALOG SCRIPT WITH SESSIONS
003890* FLOWN, WIN RATE, FAULT RATE, AVERAGE SCORE (OVER THE SESSIONS
003891* THAT WERE ACTUALLY SCORED) AND PRE-SCORE FAULTS, THEN THE SAME
003900* FIGURES PER TIER. A SCRIPT OR TIER WITH NO SESSIONS SHOWS
003910* ZEROS RATHER THAN DIVIDING BY NOTHING.
003920*----------------------------------------------------------------
004080     MOVE SPACES TO REPORT-LINE.
004090     WRITE REPORT-LINE.
004100     MOVE "SCRIPT      TIER      SESSIONS  WIN PCT  FAULT PCT"
004110         & "  AVG SCORE  NO SCORE" TO REPORT-LINE.
004120     WRITE REPORT-LINE.
004130     PERFORM 5100-WRITE-SCRIPT-LINE
004140         THRU 5100-WRITE-SCRIPT-LINE-EXIT
004170     MOVE SPACES TO REPORT-LINE.
004180     WRITE REPORT-LINE.
004190     MOVE "TIER        SESSIONS  WIN PCT  FAULT PCT  AVG SCORE"
004200         & "  NO SCORE" TO REPORT-LINE.
004210     WRITE REPORT-LINE.
004220     PERFORM 5200-WRITE-TIER-LINE
004230         THRU 5200-WRITE-TIER-LINE-EXIT
004390         COMPUTE SST-FAULT-PCT ROUNDED =
004400             (SST-SCR-FAULTS(SST-SCR-IDX) * 100)
004410             / SST-SCR-SESSIONS(SST-SCR-IDX)
004420         COMPUTE SST-SCORED-COUNT =
004430             SST-SCR-SESSIONS(SST-SCR-IDX)
004440             - SST-SCR-NOSCORE(SST-SCR-IDX)
004441         IF SST-SCORED-COUNT > 0
004442             COMPUTE SST-AVG-SCORE ROUNDED =
004443                 SST-SCR-SCORE-TOT(SST-SCR-IDX)
004444                 / SST-SCORED-COUNT
004445         END-IF
004450     END-IF.
004460     MOVE SST-SCR-SESSIONS(SST-SCR-IDX) TO SST-NUM-EDIT.
004470     MOVE SST-WIN-PCT TO SST-PCT-EDIT.
004480     MOVE SST-FAULT-PCT TO SST-PCT2-EDIT.
004490     MOVE SST-AVG-SCORE TO SST-AVG-EDIT.
004495     MOVE SST-SCR-NOSCORE(SST-SCR-IDX) TO SST-NOSCORE-EDIT.
004500     MOVE SPACES TO REPORT-LINE.
004510     STRING SST-SCR-NAME(SST-SCR-IDX) "  "
004520         SST-SCR-TIER(SST-SCR-IDX) "  "
004530         SST-NUM-EDIT "  "
004540         SST-PCT-EDIT "   "
004550         SST-PCT2-EDIT "  "
004560         SST-AVG-EDIT " "
004565         SST-NOSCORE-EDIT
004570         DELIMITED BY SIZE INTO REPORT-LINE.
004580     WRITE REPORT-LINE.
004590 5100-WRITE-SCRIPT-LINE-EXIT.
004700         COMPUTE SST-FAULT-PCT ROUNDED =
004710             (SST-TIER-FAULTS(SST-TIER-IDX) * 100)
004720             / SST-TIER-SESSIONS(SST-TIER-IDX)
004730         COMPUTE SST-SCORED-COUNT =
004740             SST-TIER-SESSIONS(SST-TIER-IDX)
004750             - SST-TIER-NOSCORE(SST-TIER-IDX)
004751         IF SST-SCORED-COUNT > 0
004752             COMPUTE SST-AVG-SCORE ROUNDED =
004753                 SST-TIER-SCORE-TOT(SST-TIER-IDX)
004754                 / SST-SCORED-COUNT
004755         END-IF
004760     END-IF.
004770     MOVE SST-TIER-SESSIONS(SST-TIER-IDX) TO SST-NUM-EDIT.
004780     MOVE SST-WIN-PCT TO SST-PCT-EDIT.
004790     MOVE SST-FAULT-PCT TO SST-PCT2-EDIT.
004800     MOVE SST-AVG-SCORE TO SST-AVG-EDIT.
004805     MOVE SST-TIER-NOSCORE(SST-TIER-IDX) TO SST-NOSCORE-EDIT.
004810     MOVE SPACES TO REPORT-LINE.
004820     STRING SST-TIER-NAME(SST-TIER-IDX) "    "
004830         SST-NUM-EDIT "  "
004840         SST-PCT-EDIT "   "
004850         SST-PCT2-EDIT "  "
004860         SST-AVG-EDIT " "
004865         SST-NOSCORE-EDIT
004870         DELIMITED BY SIZE INTO REPORT-LINE.
004880     WRITE REPORT-LINE.
004890 5200-WRITE-TIER-LINE-EXIT.
