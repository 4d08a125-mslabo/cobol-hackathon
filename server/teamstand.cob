000240*                 NAMES IT. WITH NO RESULT HISTORY FILE THE RUN
000250*                 REFUSES -- NAMES ALONE CANNOT BE TIED TO
000260*                 BADGES, SO RESJOIN MUST RUN FIRST.
000260* 2026-10-15 RH   CLOSED SCORE-DISPUTE RULINGS FROM DISPUTMT.COB
000260*                 ARE NOW APPLIED AS EACH HISTORY RECORD IS
000260*                 FOLDED, THE SAME WAY RANKING.COB APPLIES THEM: A
000260*                 VOIDED SCORE NEVER COUNTS FOR ITS TEAM AND AN
000260*                 ADJUSTED ONE COUNTS AT ITS RULED SCORE. THE
000260*                 RESULT HISTORY FILE IS NEVER REWRITTEN.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000440     SELECT BOARD-FILE ASSIGN DYNAMIC TMS-BOARD-FILENAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TMS-BOARD-FS.
000460     SELECT DISPUTE-FILE
000460         ASSIGN DYNAMIC TMS-DISPUTE-FILENAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TMS-DISPUTE-FS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000530     05  ROSTER-PLAYER-ID  PIC 9(05).
000540     05  ROSTER-STATUS     PIC X(01).
000550     05  ROSTER-TEAM       PIC X(10).
000550     05  ROSTER-DIVISION   PIC X(06).
000560 FD  HISTORY-FILE.
000570 01  HIST-REC.
000580     05  HIST-BADGE-NO       PIC X(05).
000790 01  SORTED-TEAM-REC         PIC X(19).
000800 FD  BOARD-FILE.
000810 01  BOARD-LINE              PIC X(60).
000810 FD  DISPUTE-FILE.
000810 01  DISPUTE-REC.
000810     05  DISPUTE-CASE-NO       PIC 9(05).
000810     05  DISPUTE-SEP-1         PIC X(01).
000810     05  DISPUTE-STATUS        PIC X(01).
000810     05  DISPUTE-SEP-2         PIC X(01).
000810     05  DISPUTE-BADGE-NO      PIC X(05).
000810     05  DISPUTE-SEP-3         PIC X(01).
000810     05  DISPUTE-STATION-ID    PIC X(10).
000810     05  DISPUTE-SEP-4         PIC X(01).
000810     05  DISPUTE-SES-DATE      PIC 9(08).
000810     05  DISPUTE-SES-TIME      PIC 9(06).
000810     05  DISPUTE-ORIG-SCORE    PIC 9(05).
000810     05  DISPUTE-SEP-5         PIC X(01).
000810     05  DISPUTE-LINKED-SW     PIC X(01).
000810     05  DISPUTE-RES-TIME      PIC 9(06).
000810     05  DISPUTE-RES-NAME      PIC X(20).
000810     05  DISPUTE-SEP-6         PIC X(01).
000810     05  DISPUTE-OPEN-DATE     PIC 9(08).
000810     05  DISPUTE-OPEN-TIME     PIC 9(06).
000810     05  DISPUTE-OPEN-OP       PIC X(10).
000810     05  DISPUTE-OPEN-REASON   PIC X(30).
000810     05  DISPUTE-SEP-7         PIC X(01).
000810     05  DISPUTE-RULING        PIC X(01).
000810     05  DISPUTE-ADJ-SCORE     PIC 9(05).
000810     05  DISPUTE-SEP-8         PIC X(01).
000810     05  DISPUTE-CLOSE-DATE    PIC 9(08).
000810     05  DISPUTE-CLOSE-TIME    PIC 9(06).
000810     05  DISPUTE-CLOSE-OP      PIC X(10).
000810     05  DISPUTE-CLOSE-REASON  PIC X(30).
000820
000830 WORKING-STORAGE SECTION.
000840 01  TMS-ROSTER-FS           PIC XX.
000860 01  TMS-WORK-FS             PIC XX.
000870 01  TMS-SORTED-FS           PIC XX.
000880 01  TMS-BOARD-FS            PIC XX.
000880 01  TMS-DISPUTE-FS          PIC XX.
000890
000900*----------------------------------------------------------------
000910* STATION-ID / EVENT-DATE / DYNAMIC FILE-NAME FIELDS, PARSED BY
001840 01  TMS-RANK-EDIT           PIC ZZZ9.
001850 01  TMS-POINTS-EDIT         PIC ZZZZZ9.
001860 01  TMS-COUNTED-EDIT        PIC ZZ9.
001860
001860*----------------------------------------------------------------
001860* SCORE-DISPUTE RULINGS -- THE SAME TABLE AND LOOKUP RANKING.COB
001860* USES. CLOSED, LINKED VOID ("V") AND ADJUST ("A") RULINGS KEYED
001860* ON RESULT DATE, TIME AND RAW NAME; A STATION RUN TAKES ONLY
001860* THAT STATION'S CASES.
001860*----------------------------------------------------------------
001860 01  TMS-DISPUTE-FILENAME    PIC X(48) VALUE "dispute".
001860 77  TMS-MAX-RULINGS         PIC 9(03) VALUE 500.
001860 01  TMS-RULING-COUNT        PIC 9(03) VALUE 0.
001860 01  TMS-RULING-IDX          PIC 9(03) VALUE 0.
001860 01  TMS-RULING-TABLE.
001860     05  TMS-RULING-ENTRY OCCURS 500 TIMES.
001860         10  TMS-RUL-DATE        PIC 9(08).
001860         10  TMS-RUL-TIME        PIC 9(06).
001860         10  TMS-RUL-NAME        PIC X(20).
001860         10  TMS-RUL-KIND        PIC X(01).
001860         10  TMS-RUL-SCORE       PIC 9(05).
001860 01  TMS-RULE-DATE           PIC 9(08) VALUE 0.
001860 01  TMS-RULE-TIME           PIC 9(06) VALUE 0.
001860 01  TMS-RULE-SCORE          PIC 9(05) VALUE 0.
001860 77  TMS-RULE-SW             PIC X(01) VALUE "N".
001860     88  TMS-RULE-VOID               VALUE "V".
001860     88  TMS-RULE-ADJUSTED           VALUE "A".
001860     88  TMS-RULE-NONE               VALUE "N".
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 0050-RESOLVE-ARGS THRU 0050-RESOLVE-ARGS-EXIT.
001900     PERFORM 0090-LOAD-RULINGS THRU 0090-LOAD-RULINGS-EXIT.
001900     ACCEPT TMS-EVENT-DATE FROM DATE YYYYMMDD.
001920     IF TMS-ARG-EVENT-DATE > 0
001930         MOVE TMS-ARG-EVENT-DATE TO TMS-EVENT-DATE-N
001940         DISPLAY "EVENT DATE: " TMS-EVENT-DATE-N
002980     END-IF.
002990 0060-BUILD-FILENAMES-EXIT.
003000     EXIT.
003000
003000*----------------------------------------------------------------
003000* 0090-LOAD-RULINGS -- PULL THE CLOSED, LINKED VOID AND ADJUST
003000* RULINGS OUT OF THE DISPUTE FILE. NO DISPUTE FILE MEANS NO
003000* RULINGS.
003000*----------------------------------------------------------------
003000 0090-LOAD-RULINGS.
003000     MOVE 0 TO TMS-RULING-COUNT.
003000     SET TMS-NOT-AT-EOF TO TRUE.
003000     OPEN INPUT DISPUTE-FILE.
003000     IF TMS-DISPUTE-FS NOT = "00"
003000         GO TO 0090-LOAD-RULINGS-EXIT
003000     END-IF.
003000     PERFORM 0091-LOAD-RULING-ENTRY
003000         THRU 0091-LOAD-RULING-ENTRY-EXIT
003000         UNTIL TMS-AT-EOF.
003000     CLOSE DISPUTE-FILE.
003000     IF TMS-RULING-COUNT > 0
003000         DISPLAY "SCORE-DISPUTE RULINGS APPLIED: "
003000             TMS-RULING-COUNT
003000     END-IF.
003000 0090-LOAD-RULINGS-EXIT.
003000     EXIT.
003000
003000 0091-LOAD-RULING-ENTRY.
003000     READ DISPUTE-FILE
003000         AT END
003000             SET TMS-AT-EOF TO TRUE
003000         NOT AT END
003000             IF  DISPUTE-STATUS = "C"
003000             AND DISPUTE-LINKED-SW = "Y"
003000             AND (DISPUTE-RULING = "V" OR DISPUTE-RULING = "A")
003000             AND (TMS-STATION-ID = SPACES
003000                  OR DISPUTE-STATION-ID = TMS-STATION-ID)
003000                 IF TMS-RULING-COUNT >= TMS-MAX-RULINGS
003000                     DISPLAY "RULING TABLE FULL AT "
003000                         TMS-MAX-RULINGS " -- CASE "
003000                         DISPUTE-CASE-NO " NOT APPLIED"
003000                 ELSE
003000                     ADD 1 TO TMS-RULING-COUNT
003000                     MOVE DISPUTE-SES-DATE
003000                         TO TMS-RUL-DATE(TMS-RULING-COUNT)
003000                     MOVE DISPUTE-RES-TIME
003000                         TO TMS-RUL-TIME(TMS-RULING-COUNT)
003000                     MOVE DISPUTE-RES-NAME
003000                         TO TMS-RUL-NAME(TMS-RULING-COUNT)
003000                     MOVE DISPUTE-RULING
003000                         TO TMS-RUL-KIND(TMS-RULING-COUNT)
003000                     MOVE DISPUTE-ADJ-SCORE
003000                         TO TMS-RUL-SCORE(TMS-RULING-COUNT)
003000                 END-IF
003000             END-IF
003000     END-READ.
003000 0091-LOAD-RULING-ENTRY-EXIT.
003000     EXIT.
003000
003000*----------------------------------------------------------------
003000* 0095-APPLY-RULINGS -- LOOK UP THE CURRENT HISTORY RECORD IN THE
003000* RULING TABLE. A VOID SETS TMS-RULE-VOID; AN ADJUSTMENT PUTS THE
003000* RULED SCORE INTO HIST-SCORE.
003000*----------------------------------------------------------------
003000 0095-APPLY-RULINGS.
003000     SET TMS-RULE-NONE TO TRUE.
003000     IF TMS-RULING-COUNT = 0
003000         GO TO 0095-APPLY-RULINGS-EXIT
003000     END-IF.
003000     COMPUTE TMS-RULE-DATE =
003000         HIST-Y * 10000 + HIST-M * 100 + HIST-D.
003000     COMPUTE TMS-RULE-TIME =
003000         HIST-HO * 10000 + HIST-MI * 100 + HIST-SE.
003000     PERFORM 0098-MATCH-RULING THRU 0098-MATCH-RULING-EXIT
003000         VARYING TMS-RULING-IDX FROM 1 BY 1
003000         UNTIL TMS-RULING-IDX > TMS-RULING-COUNT
003000            OR NOT TMS-RULE-NONE.
003000     IF TMS-RULE-ADJUSTED
003000         MOVE TMS-RULE-SCORE TO HIST-SCORE
003000     END-IF.
003000 0095-APPLY-RULINGS-EXIT.
003000     EXIT.
003000
003000 0098-MATCH-RULING.
003000     IF  TMS-RUL-DATE(TMS-RULING-IDX) = TMS-RULE-DATE
003000     AND TMS-RUL-TIME(TMS-RULING-IDX) = TMS-RULE-TIME
003000     AND TMS-RUL-NAME(TMS-RULING-IDX) = HIST-NAME
003000         MOVE TMS-RUL-KIND(TMS-RULING-IDX) TO TMS-RULE-SW
003000         MOVE TMS-RUL-SCORE(TMS-RULING-IDX) TO TMS-RULE-SCORE
003000     END-IF.
003000 0098-MATCH-RULING-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030* 1000-LOAD-ROSTER -- BADGE TO TEAM. ROWS WITH NO TEAM ARE
003710             SET TMS-AT-EOF TO TRUE
003720         NOT AT END
003730             IF  HIST-Y = TMS-EVENT-Y
003730             AND HIST-M = TMS-EVENT-M
003730             AND HIST-D = TMS-EVENT-D
003730                 PERFORM 0095-APPLY-RULINGS
003730                     THRU 0095-APPLY-RULINGS-EXIT
003730                 IF NOT TMS-RULE-VOID
003730                     PERFORM 2200-FOLD-BADGE-BEST
003730                         THRU 2200-FOLD-BADGE-BEST-EXIT
003730                 END-IF
003730             END-IF
003790     END-READ.
003800 2100-FOLD-HIST-EXIT.
003810     EXIT.
