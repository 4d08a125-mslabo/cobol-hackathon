000412*                 RESJOIN AHEAD OF THE BOARDS. THE ALL-TIME BUILD
000413*                 ALWAYS FOLDS THE RAW LIVE FILE AGAIN (SEE THE
000414*                 RAW-NAME NOTE ABOVE).
000414* 2026-10-15 RH   CLOSED SCORE-DISPUTE RULINGS FROM DISPUTMT.COB
000414*                 ARE NOW APPLIED AS EACH RESULT RECORD IS READ: A
000414*                 VOIDED SCORE IS LEFT OFF EVERY BOARD AND AN
000414*                 ADJUSTED ONE IS RANKED AT ITS RULED SCORE. THE
000414*                 RESULT AND RESULT HISTORY FILES THEMSELVES ARE
000414*                 NEVER REWRITTEN. A RULING MATCHES ON THE RESULT
000414*                 DATE, TIME AND RAW NAME THE DISPUTE WAS LINKED
000414*                 TO; A STATION RUN TAKES ONLY THAT STATION'S
000414*                 RULINGS.
000414* 2026-10-15 RH   AFTER THE COMBINED DAILY RANKING AND VENUE
000414*                 LEADERBOARD, A SEPARATE PAIR IS NOW WRITTEN FOR
000414*                 EACH DIVISION (RANKING_JUNIOR.TXT /
000414*                 LEADERBOARD_JUNIOR.TXT, AND THE SAME FOR OPEN
000414*                 AND PRO, "-<STATION>" SUFFIXED ON A STATION
000414*                 RUN), WITH THE SAME SHARED-RANK RULE AND TOP-N
000414*                 CUT. THE DIVISION COMES FROM THE RESULT HISTORY
000414*                 RECORD; A RAW-RESULT RUN HAS NO DIVISION TO GO
000414*                 ON, SO EVERY SCORE LANDS ON THE OPEN BOARD.
000415*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000603     SELECT HISTORY ASSIGN DYNAMIC RNK-HIST-FILENAME
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS RNK-HIST-STATUS.
000605     SELECT DISPUTE-FILE
000605         ASSIGN DYNAMIC RNK-DISPUTE-FILENAME
000605         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS RNK-DISPUTE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000887     05  CONFIG-WIN-THRESHOLD  PIC 9(03).
000888     05  CONFIG-ATTEMPT-LIMIT  PIC 9(02).
000889     05  CONFIG-TOP-N          PIC 9(03).
000889     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
000889     05  CONFIG-PRO-THRESHOLD  PIC 9(03).
000890 FD  LEADERBOARD.
000891 01  LEADERBOARD-LINE PIC X(60).
000892 FD  HISTORY.
000901     05  HB-SE        PIC 9(2).
000902     05  HB-NAME      PIC X(20).
000903     05  HB-SCORE     PIC 9(5).
000903     05  HB-DIVISION  PIC X(06).
000903 FD  DISPUTE-FILE.
000903 01  DISPUTE-REC.
000903     05  DISPUTE-CASE-NO       PIC 9(05).
000903     05  DISPUTE-SEP-1         PIC X(01).
000903     05  DISPUTE-STATUS        PIC X(01).
000903     05  DISPUTE-SEP-2         PIC X(01).
000903     05  DISPUTE-BADGE-NO      PIC X(05).
000903     05  DISPUTE-SEP-3         PIC X(01).
000903     05  DISPUTE-STATION-ID    PIC X(10).
000903     05  DISPUTE-SEP-4         PIC X(01).
000903     05  DISPUTE-SES-DATE      PIC 9(08).
000903     05  DISPUTE-SES-TIME      PIC 9(06).
000903     05  DISPUTE-ORIG-SCORE    PIC 9(05).
000903     05  DISPUTE-SEP-5         PIC X(01).
000903     05  DISPUTE-LINKED-SW     PIC X(01).
000903     05  DISPUTE-RES-TIME      PIC 9(06).
000903     05  DISPUTE-RES-NAME      PIC X(20).
000903     05  DISPUTE-SEP-6         PIC X(01).
000903     05  DISPUTE-OPEN-DATE     PIC 9(08).
000903     05  DISPUTE-OPEN-TIME     PIC 9(06).
000903     05  DISPUTE-OPEN-OP       PIC X(10).
000903     05  DISPUTE-OPEN-REASON   PIC X(30).
000903     05  DISPUTE-SEP-7         PIC X(01).
000903     05  DISPUTE-RULING        PIC X(01).
000903     05  DISPUTE-ADJ-SCORE     PIC 9(05).
000903     05  DISPUTE-SEP-8         PIC X(01).
000903     05  DISPUTE-CLOSE-DATE    PIC 9(08).
000903     05  DISPUTE-CLOSE-TIME    PIC 9(06).
000903     05  DISPUTE-CLOSE-OP      PIC X(10).
000903     05  DISPUTE-CLOSE-REASON  PIC X(30).
000890
000900 WORKING-STORAGE SECTION.
000910 01  RESULT-STATUS           PIC XX.
000952 01  CONFIG-STATUS           PIC XX.
000953 01  LEADERBOARD-STATUS      PIC XX.
000954 01  RNK-HIST-STATUS         PIC XX.
000954 01  RNK-DISPUTE-STATUS      PIC XX.
000960
000970*----------------------------------------------------------------
000980* STATION-ID / DYNAMIC FILE-NAME FIELDS. AN OPTIONAL COMMAND-LINE
001413 01  RNK-LB-PREV-SCORE        PIC 9(05) VALUE 0.
001414 01  RNK-RANK-EDIT            PIC ZZZ9.
001415 01  RNK-SCORE-EDIT           PIC ZZZZ9.
001415
001415*----------------------------------------------------------------
001415* SCORE-DISPUTE RULINGS. CLOSED, LINKED VOID ("V") AND ADJUST
001415* ("A") RULINGS FROM THE SITE-WIDE DISPUTE FILE, KEYED ON THE
001415* RESULT DATE, TIME AND RAW NAME OF THE DISPUTED RECORD. EVERY
001415* RESULT OR HISTORY RECORD IS LOOKED UP HERE BEFORE IT IS RANKED
001415* OR FOLDED: RNK-RULE-SW COMES BACK "V" TO DROP IT, "A" WITH THE
001415* RULED SCORE IN RNK-RULE-SCORE, OR "N" TO LEAVE IT AS IT IS.
001415*----------------------------------------------------------------
001415 01  RNK-DISPUTE-FILENAME     PIC X(48) VALUE "dispute".
001415 77  RNK-MAX-RULINGS          PIC 9(03) VALUE 500.
001415 01  RNK-RULING-COUNT         PIC 9(03) VALUE 0.
001415 01  RNK-RULING-IDX           PIC 9(03) VALUE 0.
001415 01  RNK-RULING-TABLE.
001415     05  RNK-RULING-ENTRY OCCURS 500 TIMES.
001415         10  RNK-RUL-DATE         PIC 9(08).
001415         10  RNK-RUL-TIME         PIC 9(06).
001415         10  RNK-RUL-NAME         PIC X(20).
001415         10  RNK-RUL-KIND         PIC X(01).
001415         10  RNK-RUL-SCORE        PIC 9(05).
001415 01  RNK-RULE-DATE            PIC 9(08) VALUE 0.
001415 01  RNK-RULE-TIME            PIC 9(06) VALUE 0.
001415 01  RNK-RULE-NAME            PIC X(20) VALUE SPACES.
001415 01  RNK-RULE-SCORE           PIC 9(05) VALUE 0.
001415 77  RNK-RULE-SW              PIC X(01) VALUE "N".
001415     88  RNK-RULE-VOID                VALUE "V".
001415     88  RNK-RULE-ADJUSTED            VALUE "A".
001415     88  RNK-RULE-NONE                VALUE "N".
001415
001415*----------------------------------------------------------------
001415* DIVISION BOARDS. RNK-DIV-FILTER IS SPACES FOR THE COMBINED
001415* BOARD AND HOLDS THE DIVISION WHILE 5000-BUILD-DIVISION-BOARD
001415* RE-RUNS THE DAILY RANKING AND LEADERBOARD FOR ONE DIVISION.
001415* EACH TABLE ENTRY PAIRS THE DIVISION CODE WITH THE LOWER-CASE
001415* WORD ITS FILE NAMES CARRY.
001415*----------------------------------------------------------------
001415 01  RNK-DIV-FILTER           PIC X(06) VALUE SPACES.
001415 01  RNK-DIV-IDX              PIC 9(01) VALUE 0.
001415 01  RNK-DIV-VALUES.
001415     05  FILLER               PIC X(12) VALUE "JUNIORjunior".
001415     05  FILLER               PIC X(12) VALUE "OPEN  open  ".
001415     05  FILLER               PIC X(12) VALUE "PRO   pro   ".
001415 01  RNK-DIV-TABLE REDEFINES RNK-DIV-VALUES.
001415     05  RNK-DIV-ENTRY OCCURS 3 TIMES.
001415         10  RNK-DIV-CODE         PIC X(06).
001415         10  RNK-DIV-WORD         PIC X(06).
001400
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 0050-RESOLVE-STATION THRU 0050-RESOLVE-STATION-EXIT.
001430     PERFORM 0090-LOAD-RULINGS THRU 0090-LOAD-RULINGS-EXIT.
001430     ACCEPT RNK-EVENT-DATE FROM DATE YYYYMMDD.
001441     IF RNK-ARG-EVENT-DATE > 0
001442         MOVE RNK-ARG-EVENT-DATE TO RNK-EVENT-DATE-N
001443         DISPLAY "EVENT DATE: " RNK-EVENT-DATE-N
001480         THRU 2000-BUILD-ALLTIME-RANKING-EXIT.
001490     PERFORM 3000-BUILD-BEST-PER-PLAYER
001500         THRU 3000-BUILD-BEST-PER-PLAYER-EXIT.
001500     PERFORM 5000-BUILD-DIVISION-BOARD
001500         THRU 5000-BUILD-DIVISION-BOARD-EXIT
001500         VARYING RNK-DIV-IDX FROM 1 BY 1
001500         UNTIL RNK-DIV-IDX > 3.
001510     STOP RUN.
001520
001530*----------------------------------------------------------------
002105 0080-BUILD-VERIFIED-NAME-EXIT.
002106     EXIT.
002107
002107*----------------------------------------------------------------
002107* 0090-LOAD-RULINGS -- PULL THE CLOSED, LINKED VOID AND ADJUST
002107* RULINGS OUT OF THE DISPUTE FILE. A STATION RUN TAKES ONLY THAT
002107* STATION'S CASES; THE COMBINED RUN TAKES THEM ALL. NO DISPUTE
002107* FILE MEANS NO RULINGS AND THE BOARDS BUILD AS THEY ALWAYS HAVE.
002107*----------------------------------------------------------------
002107 0090-LOAD-RULINGS.
002107     MOVE 0 TO RNK-RULING-COUNT.
002107     SET RNK-NOT-AT-EOF TO TRUE.
002107     OPEN INPUT DISPUTE-FILE.
002107     IF RNK-DISPUTE-STATUS NOT = "00"
002107         GO TO 0090-LOAD-RULINGS-EXIT
002107     END-IF.
002107     PERFORM 0091-LOAD-RULING-ENTRY
002107         THRU 0091-LOAD-RULING-ENTRY-EXIT
002107         UNTIL RNK-AT-EOF.
002107     CLOSE DISPUTE-FILE.
002107     IF RNK-RULING-COUNT > 0
002107         DISPLAY "SCORE-DISPUTE RULINGS APPLIED: "
002107             RNK-RULING-COUNT
002107     END-IF.
002107 0090-LOAD-RULINGS-EXIT.
002107     EXIT.
002107
002107 0091-LOAD-RULING-ENTRY.
002107     READ DISPUTE-FILE
002107         AT END
002107             SET RNK-AT-EOF TO TRUE
002107         NOT AT END
002107             IF  DISPUTE-STATUS = "C"
002107             AND DISPUTE-LINKED-SW = "Y"
002107             AND (DISPUTE-RULING = "V" OR DISPUTE-RULING = "A")
002107             AND (RNK-STATION-ID = SPACES
002107                  OR DISPUTE-STATION-ID = RNK-STATION-ID)
002107                 IF RNK-RULING-COUNT >= RNK-MAX-RULINGS
002107                     DISPLAY "RULING TABLE FULL AT "
002107                         RNK-MAX-RULINGS " -- CASE "
002107                         DISPUTE-CASE-NO " NOT APPLIED"
002107                 ELSE
002107                     ADD 1 TO RNK-RULING-COUNT
002107                     MOVE DISPUTE-SES-DATE
002107                         TO RNK-RUL-DATE(RNK-RULING-COUNT)
002107                     MOVE DISPUTE-RES-TIME
002107                         TO RNK-RUL-TIME(RNK-RULING-COUNT)
002107                     MOVE DISPUTE-RES-NAME
002107                         TO RNK-RUL-NAME(RNK-RULING-COUNT)
002107                     MOVE DISPUTE-RULING
002107                         TO RNK-RUL-KIND(RNK-RULING-COUNT)
002107                     MOVE DISPUTE-ADJ-SCORE
002107                         TO RNK-RUL-SCORE(RNK-RULING-COUNT)
002107                 END-IF
002107             END-IF
002107     END-READ.
002107 0091-LOAD-RULING-ENTRY-EXIT.
002107     EXIT.
002107
002107*----------------------------------------------------------------
002107* 0095-APPLY-RULINGS -- LOOK UP RNK-RULE-DATE/TIME/NAME IN THE
002107* RULING TABLE AND SET RNK-RULE-SW (AND RNK-RULE-SCORE FOR AN
002107* ADJUSTMENT). 0096 AND 0097 LOAD THE KEY FROM A RESULT OR A
002107* HISTORY RECORD AND PUT AN ADJUSTED SCORE BACK INTO THE RECORD
002107* AREA, SO EVERYTHING DOWNSTREAM SEES THE RULED SCORE.
002107*----------------------------------------------------------------
002107 0095-APPLY-RULINGS.
002107     SET RNK-RULE-NONE TO TRUE.
002107     PERFORM 0098-MATCH-RULING THRU 0098-MATCH-RULING-EXIT
002107         VARYING RNK-RULING-IDX FROM 1 BY 1
002107         UNTIL RNK-RULING-IDX > RNK-RULING-COUNT
002107            OR NOT RNK-RULE-NONE.
002107 0095-APPLY-RULINGS-EXIT.
002107     EXIT.
002107
002107 0096-RULE-LIVE-RECORD.
002107     SET RNK-RULE-NONE TO TRUE.
002107     IF RNK-RULING-COUNT = 0
002107         GO TO 0096-RULE-LIVE-RECORD-EXIT
002107     END-IF.
002107     COMPUTE RNK-RULE-DATE = Y * 10000 + M * 100 + D.
002107     COMPUTE RNK-RULE-TIME = ho * 10000 + mi * 100 + se.
002107     MOVE NAME TO RNK-RULE-NAME.
002107     PERFORM 0095-APPLY-RULINGS THRU 0095-APPLY-RULINGS-EXIT.
002107     IF RNK-RULE-ADJUSTED
002107         MOVE RNK-RULE-SCORE TO SCORE
002107     END-IF.
002107 0096-RULE-LIVE-RECORD-EXIT.
002107     EXIT.
002107
002107 0097-RULE-HIST-RECORD.
002107     SET RNK-RULE-NONE TO TRUE.
002107     IF RNK-RULING-COUNT = 0
002107         GO TO 0097-RULE-HIST-RECORD-EXIT
002107     END-IF.
002107     COMPUTE RNK-RULE-DATE = HB-Y * 10000 + HB-M * 100 + HB-D.
002107     COMPUTE RNK-RULE-TIME = HB-HO * 10000 + HB-MI * 100 + HB-SE.
002107     MOVE HB-NAME TO RNK-RULE-NAME.
002107     PERFORM 0095-APPLY-RULINGS THRU 0095-APPLY-RULINGS-EXIT.
002107     IF RNK-RULE-ADJUSTED
002107         MOVE RNK-RULE-SCORE TO HB-SCORE
002107     END-IF.
002107 0097-RULE-HIST-RECORD-EXIT.
002107     EXIT.
002107
002107 0098-MATCH-RULING.
002107     IF  RNK-RUL-DATE(RNK-RULING-IDX) = RNK-RULE-DATE
002107     AND RNK-RUL-TIME(RNK-RULING-IDX) = RNK-RULE-TIME
002107     AND RNK-RUL-NAME(RNK-RULING-IDX) = RNK-RULE-NAME
002107         MOVE RNK-RUL-KIND(RNK-RULING-IDX) TO RNK-RULE-SW
002107         MOVE RNK-RUL-SCORE(RNK-RULING-IDX) TO RNK-RULE-SCORE
002107     END-IF.
002107 0098-MATCH-RULING-EXIT.
002107     EXIT.
002107
002090*----------------------------------------------------------------
002100* 1000-BUILD-DAILY-RANKING -- SORT ONLY TODAY'S SESSIONS BY
002110* SCORE, DESCENDING, INTO RANKING.TXT.
002360             SET RNK-AT-EOF TO TRUE
002370         NOT AT END
002380             IF  Y = RNK-EVENT-Y
002380             AND M = RNK-EVENT-M
002380             AND D = RNK-EVENT-D
002380             AND (RNK-DIV-FILTER = SPACES
002380                  OR RNK-DIV-FILTER = "OPEN")
002380                 PERFORM 0096-RULE-LIVE-RECORD
002380                     THRU 0096-RULE-LIVE-RECORD-EXIT
002380                 IF NOT RNK-RULE-VOID
002380                     RELEASE SORT-RECORD FROM FILE-RECORD
002380                 END-IF
002380             END-IF
002430     END-READ.
002440 1110-RELEASE-IF-TODAY-EXIT.
002450     EXIT.
002469         AT END
002470             SET RNK-AT-EOF TO TRUE
002471         NOT AT END
002471             IF  HB-DIVISION NOT = "JUNIOR"
002471             AND HB-DIVISION NOT = "PRO"
002471                 MOVE "OPEN" TO HB-DIVISION
002471             END-IF
002472             IF  HB-Y = RNK-EVENT-Y
002472             AND HB-M = RNK-EVENT-M
002472             AND HB-D = RNK-EVENT-D
002472             AND (RNK-DIV-FILTER = SPACES
002472                  OR RNK-DIV-FILTER = HB-DIVISION)
002472                 PERFORM 0097-RULE-HIST-RECORD
002472                     THRU 0097-RULE-HIST-RECORD-EXIT
002472                 IF NOT RNK-RULE-VOID
002472                     PERFORM 1170-BUILD-HIST-WORK
002472                         THRU 1170-BUILD-HIST-WORK-EXIT
002472                     RELEASE SORT-RECORD FROM RNK-HREC-WORK
002472                 END-IF
002472             END-IF
002479     END-READ.
002480 1160-RELEASE-HIST-IF-TODAY-EXIT.
002481     EXIT.
002637         AT END
002638             SET RNK-AT-EOF TO TRUE
002639         NOT AT END
002639             PERFORM 0096-RULE-LIVE-RECORD
002639                 THRU 0096-RULE-LIVE-RECORD-EXIT
002639             IF NOT RNK-RULE-VOID
002639                 MOVE NAME  TO RNK-FOLD-NAME
002639                 MOVE SCORE TO RNK-FOLD-SCORE
002639                 PERFORM 2300-FOLD-BEST THRU 2300-FOLD-BEST-EXIT
002639             END-IF
002639     END-READ.
002644 2210-FOLD-LIVE-RECORD-EXIT.
002645     EXIT.
002646
002970             SET RNK-AT-EOF TO TRUE
002980         NOT AT END
002990             IF  Y = RNK-EVENT-Y
002990             AND M = RNK-EVENT-M
002990             AND D = RNK-EVENT-D
002990                 PERFORM 0096-RULE-LIVE-RECORD
002990                     THRU 0096-RULE-LIVE-RECORD-EXIT
002990                 IF NOT RNK-RULE-VOID
002990                     PERFORM 3120-UPDATE-BEST-ENTRY
002990                         THRU 3120-UPDATE-BEST-ENTRY-EXIT
002990                 END-IF
002990             END-IF
003050     END-READ.
003060 3110-LOAD-BEST-RECORD-EXIT.
003070     EXIT.
003341             SET RNK-AT-EOF TO TRUE
003342         NOT AT END
003343             IF  HB-Y = RNK-EVENT-Y
003343             AND HB-M = RNK-EVENT-M
003343             AND HB-D = RNK-EVENT-D
003343                 PERFORM 0097-RULE-HIST-RECORD
003343                     THRU 0097-RULE-HIST-RECORD-EXIT
003343             END-IF
003343             IF  HB-Y = RNK-EVENT-Y
003343             AND HB-M = RNK-EVENT-M
003343             AND HB-D = RNK-EVENT-D
003343             AND NOT RNK-RULE-VOID
003343                 PERFORM 0080-BUILD-VERIFIED-NAME
003343                     THRU 0080-BUILD-VERIFIED-NAME-EXIT
003343                 MOVE RNK-VERIFIED-NAME TO RNK-FOLD-NAME
003343                 MOVE HB-SCORE TO RNK-FOLD-SCORE
003343                 PERFORM 2300-FOLD-BEST THRU 2300-FOLD-BEST-EXIT
003343             END-IF
003352     END-READ.
003353 3160-LOAD-HIST-BEST-RECORD-EXIT.
003354     EXIT.
004020             DELIMITED BY SIZE INTO LEADERBOARD-LINE
004030         WRITE LEADERBOARD-LINE
004040     END-IF.
004040     IF RNK-DIV-FILTER NOT = SPACES
004040         MOVE SPACES TO LEADERBOARD-LINE
004040         STRING "DIVISION: " RNK-DIV-FILTER
004040             DELIMITED BY SIZE INTO LEADERBOARD-LINE
004040         WRITE LEADERBOARD-LINE
004040     END-IF.
004050     MOVE SPACES TO LEADERBOARD-LINE.
004060     WRITE LEADERBOARD-LINE.
004070     MOVE "RANK  NAME                  SCORE"
004640     END-READ.
004650 4200-WRITE-BOARD-LINE-EXIT.
004660     EXIT.
004670
004670*----------------------------------------------------------------
004670* 5000-BUILD-DIVISION-BOARD -- ONE DIVISION'S DAILY RANKING AND
004670* VENUE LEADERBOARD, BUILT BY THE SAME 1000 AND 4000 PARAGRAPHS
004670* AS THE COMBINED PAIR WITH RNK-DIV-FILTER SET, SO THE SHARED-
004670* RANK RULE, THE TOP-N CUT AND THE DISPUTE RULINGS ARE EXACTLY
004670* THE ONES THE COMBINED BOARD USES. A DIVISION WITH NO SCORES
004670* FOR THE EVENT DATE STILL GETS ITS HEADER-ONLY BOARD, SO THE
004670* VENUE SCREEN NEVER SHOWS YESTERDAY'S.
004670*----------------------------------------------------------------
004670 5000-BUILD-DIVISION-BOARD.
004670     MOVE RNK-DIV-CODE(RNK-DIV-IDX) TO RNK-DIV-FILTER.
004670     MOVE SPACES TO RNK-RANKING-FILENAME.
004670     MOVE SPACES TO RNK-LEADERBOARD-FILENAME.
004670     IF RNK-STATION-ID = SPACES
004670         STRING "/home/ec2-user/ranking_" DELIMITED BY SIZE
004670             RNK-DIV-WORD(RNK-DIV-IDX) DELIMITED BY SPACE
004670             ".txt" DELIMITED BY SIZE
004670             INTO RNK-RANKING-FILENAME
004670         STRING "/home/ec2-user/leaderboard_" DELIMITED BY SIZE
004670             RNK-DIV-WORD(RNK-DIV-IDX) DELIMITED BY SPACE
004670             ".txt" DELIMITED BY SIZE
004670             INTO RNK-LEADERBOARD-FILENAME
004670     ELSE
004670         STRING "/home/ec2-user/ranking_" DELIMITED BY SIZE
004670             RNK-DIV-WORD(RNK-DIV-IDX) DELIMITED BY SPACE
004670             "-" DELIMITED BY SIZE
004670             RNK-STATION-ID DELIMITED BY SPACE
004670             ".txt" DELIMITED BY SIZE
004670             INTO RNK-RANKING-FILENAME
004670         STRING "/home/ec2-user/leaderboard_" DELIMITED BY SIZE
004670             RNK-DIV-WORD(RNK-DIV-IDX) DELIMITED BY SPACE
004670             "-" DELIMITED BY SIZE
004670             RNK-STATION-ID DELIMITED BY SPACE
004670             ".txt" DELIMITED BY SIZE
004670             INTO RNK-LEADERBOARD-FILENAME
004670     END-IF.
004670     DISPLAY "DIVISION " RNK-DIV-FILTER " BOARD".
004670     PERFORM 1000-BUILD-DAILY-RANKING
004670         THRU 1000-BUILD-DAILY-RANKING-EXIT.
004670     PERFORM 4000-BUILD-LEADERBOARD
004670         THRU 4000-BUILD-LEADERBOARD-EXIT.
004670 5000-BUILD-DIVISION-BOARD-EXIT.
004670     EXIT.
