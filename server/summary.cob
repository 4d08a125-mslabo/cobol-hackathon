002173*                 BEFORE STOPPING, SO EODRIVER.COB RECORDS THE
002174*                 STEP AS FAILED AND STOPS THE CHAIN INSTEAD OF
002175*                 MARKING IT OK.
002175* 2026-10-15 RH   WINS AND AVERAGES ARE NOW BROKEN OUT BY DIVISION
002175*                 (JUNIOR / OPEN / PRO), AND EACH SESSION'S WIN IS
002175*                 JUDGED AGAINST ITS OWN DIVISION'S THRESHOLD FROM
002175*                 THE CONFIG FILE, AS CAPTEST.COB JUDGES IT. THE
002175*                 DIVISION RIDES ON RESJOIN.COB'S RESULT HISTORY,
002175*                 SO WHEN THAT FILE HAS RECORDS FOR THE EVENT DATE
002175*                 THE ROLL-UP IS TAKEN FROM IT -- THE SAME RULE
002175*                 RANKING.COB USES, SO THE SUMMARY AND THE BOARDS
002175*                 COUNT THE SAME SESSIONS. OTHERWISE RESULT.TXT IS
002175*                 ROLLED UP AS BEFORE WITH EVERY SESSION IN OPEN.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003200     SELECT SUMMARY-FILE ASSIGN DYNAMIC SUM-SUMMARY-FILENAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SUMMARY-STATUS.
003400     SELECT HISTORY-FILE ASSIGN DYNAMIC SUM-HIST-FILENAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SUM-HIST-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
005000     05  CONFIG-WIN-THRESHOLD  PIC 9(03).
005010     05  CONFIG-ATTEMPT-LIMIT  PIC 9(02).
005020     05  CONFIG-TOP-N          PIC 9(03).
005020     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
005020     05  CONFIG-PRO-THRESHOLD  PIC 9(03).
005100 FD  SUMMARY-FILE.
005200 01  SUMMARY-LINE             PIC X(60).
005200 FD  HISTORY-FILE.
005200 01  HIST-REC.
005200     05  HIST-BADGE-NO       PIC X(05).
005200     05  HIST-PLAYER-ID      PIC 9(05).
005200     05  HIST-Y              PIC 9(4).
005200     05  HIST-M              PIC 9(2).
005200     05  HIST-D              PIC 9(2).
005200     05  HIST-HO             PIC 9(2).
005200     05  HIST-MI             PIC 9(2).
005200     05  HIST-SE             PIC 9(2).
005200     05  HIST-NAME           PIC X(20).
005200     05  HIST-SCORE          PIC 9(5).
005200     05  HIST-DIVISION       PIC X(06).
005300
005400 WORKING-STORAGE SECTION.
005500 01  RESULT-STATUS            PIC XX.
005600 01  CONFIG-STATUS            PIC XX.
005700 01  SUMMARY-STATUS           PIC XX.
005700 01  SUM-HIST-STATUS          PIC XX.
005800
005810*----------------------------------------------------------------
005820* STATION-ID / DYNAMIC FILE-NAME FIELDS. AN OPTIONAL COMMAND-LINE
005890 01  SUM-RESULT-FILENAME      PIC X(48).
005900 01  SUM-CONFIG-FILENAME      PIC X(48).
005910 01  SUM-SUMMARY-FILENAME     PIC X(48).
005910 01  SUM-HIST-FILENAME        PIC X(48).
005920
005930 77  SUM-EOF-SW               PIC X(01) VALUE "N".
005940     88  SUM-AT-EOF                   VALUE "Y".
006000* IF IT WOULD HAVE COUNTED AS A WIN ON THE RIG.
006010*----------------------------------------------------------------
006020 01  SUM-WIN-THRESHOLD        PIC 9(03) VALUE 70.
006020
006020*----------------------------------------------------------------
006020* DIVISION BREAKDOWN. THE CODES ARE FIXED; EACH DIVISION'S
006020* THRESHOLD IS LOADED FROM THE CONFIG FILE IN 1000-INITIALIZE
006020* (OPEN IS SUM-WIN-THRESHOLD; JUNIOR AND PRO FALL BACK TO IT
006020* WHEN ZERO OR MISSING). A SESSION WITH NO DIVISION, OR ONE THIS
006020* TABLE DOES NOT KNOW, COUNTS AS OPEN.
006020*----------------------------------------------------------------
006020 77  SUM-HIST-SW              PIC X(01) VALUE "N".
006020     88  SUM-HIST-AVAILABLE           VALUE "Y".
006020     88  SUM-HIST-ABSENT              VALUE "N".
006020 01  SUM-DIV-IDX              PIC 9(01) VALUE 0.
006020 01  SUM-DIV-CUR              PIC 9(01) VALUE 0.
006020 01  SUM-DIV-CODES.
006020     05  FILLER               PIC X(06) VALUE "JUNIOR".
006020     05  FILLER               PIC X(06) VALUE "OPEN".
006020     05  FILLER               PIC X(06) VALUE "PRO".
006020 01  SUM-DIV-CODE-TABLE REDEFINES SUM-DIV-CODES.
006020     05  SUM-DIV-CODE OCCURS 3 TIMES PIC X(06).
006020 01  SUM-DIV-TABLE.
006020     05  SUM-DIV-ENTRY OCCURS 3 TIMES.
006020         10  SUM-DIV-THRESHOLD    PIC 9(03).
006020         10  SUM-DIV-SESSIONS     PIC 9(07).
006020         10  SUM-DIV-WINS         PIC 9(07).
006020         10  SUM-DIV-SCORE-TOTAL  PIC 9(09).
006020         10  SUM-DIV-HIGH         PIC 9(05).
006020         10  SUM-DIV-HIGH-NAME    PIC X(20).
006020
006020*----------------------------------------------------------------
006020* THE SESSION BEING ROLLED UP, LIFTED OUT OF EITHER THE RESULT
006020* RECORD OR THE RESULT HISTORY RECORD.
006020*----------------------------------------------------------------
006020 01  SUM-CUR-HOUR             PIC 9(02) VALUE 0.
006020 01  SUM-CUR-NAME             PIC X(20) VALUE SPACES.
006020 01  SUM-CUR-SCORE            PIC 9(05) VALUE 0.
006020 01  SUM-CUR-DIVISION         PIC X(06) VALUE SPACES.
006030
006040*----------------------------------------------------------------
006050* ROLL-UP ACCUMULATORS.
006660         MOVE "config" TO SUM-CONFIG-FILENAME
006670         MOVE "/home/ec2-user/summary.txt"
006680             TO SUM-SUMMARY-FILENAME
006680         MOVE "/home/ec2-user/result_hist.txt"
006680             TO SUM-HIST-FILENAME
006690     ELSE
006700         DISPLAY "STATION ID: " SUM-STATION-ID
006710         STRING "/home/ec2-user/result-" DELIMITED BY SIZE
006771             SUM-STATION-ID DELIMITED BY SPACE
006772             ".txt" DELIMITED BY SIZE
006790             INTO SUM-SUMMARY-FILENAME
006790         STRING "/home/ec2-user/result_hist-" DELIMITED BY SIZE
006790             SUM-STATION-ID DELIMITED BY SPACE
006790             ".txt" DELIMITED BY SIZE
006790             INTO SUM-HIST-FILENAME
006800     END-IF.
006810 0060-BUILD-FILENAMES-EXIT.
006820     EXIT.
006850* 1000-INITIALIZE -- LOAD THE PER-EVENT WIN THRESHOLD FROM THE
006860* CONFIG FILE, FALLING BACK TO THE HOUSE DEFAULT OF 70 IF THE
006870* CONFIG FILE IS MISSING OR BLANK, EXACTLY AS CAPTEST.COB DOES.
006870* THE JUNIOR AND PRO THRESHOLDS TAKE THE OPEN ONE WHEN ZERO OR
006870* MISSING, AGAIN AS CAPTEST.COB TAKES THEM. THE DIVISION
006870* ACCUMULATORS ARE CLEARED AND THE RESULT HISTORY PROBED FOR THE
006870* EVENT DATE.
006880*----------------------------------------------------------------
006890 1000-INITIALIZE.
006900     MOVE 70 TO SUM-WIN-THRESHOLD.
006900     INITIALIZE SUM-DIV-TABLE.
006900     MOVE 0 TO SUM-DIV-THRESHOLD(1).
006900     MOVE 0 TO SUM-DIV-THRESHOLD(3).
006910     OPEN INPUT CONFIG-FILE.
006920     IF CONFIG-STATUS = "00"
006930         READ CONFIG-FILE
006950                 CONTINUE
006960             NOT AT END
006970                 MOVE CONFIG-WIN-THRESHOLD TO SUM-WIN-THRESHOLD
006970                 IF  CONFIG-JUNIOR-THRESHOLD IS NUMERIC
006970                 AND CONFIG-JUNIOR-THRESHOLD > 0
006970                     MOVE CONFIG-JUNIOR-THRESHOLD
006970                         TO SUM-DIV-THRESHOLD(1)
006970                 END-IF
006970                 IF  CONFIG-PRO-THRESHOLD IS NUMERIC
006970                 AND CONFIG-PRO-THRESHOLD > 0
006970                     MOVE CONFIG-PRO-THRESHOLD
006970                         TO SUM-DIV-THRESHOLD(3)
006970                 END-IF
006980         END-READ
006990         CLOSE CONFIG-FILE
007000     END-IF.
007000     MOVE SUM-WIN-THRESHOLD TO SUM-DIV-THRESHOLD(2).
007000     IF SUM-DIV-THRESHOLD(1) = 0
007000         MOVE SUM-WIN-THRESHOLD TO SUM-DIV-THRESHOLD(1)
007000     END-IF.
007000     IF SUM-DIV-THRESHOLD(3) = 0
007000         MOVE SUM-WIN-THRESHOLD TO SUM-DIV-THRESHOLD(3)
007000     END-IF.
007010     DISPLAY "WIN THRESHOLD: " SUM-WIN-THRESHOLD.
007010     DISPLAY "JUNIOR THRESHOLD: " SUM-DIV-THRESHOLD(1)
007010         "  PRO THRESHOLD: " SUM-DIV-THRESHOLD(3).
007010     PERFORM 1100-PROBE-HISTORY THRU 1100-PROBE-HISTORY-EXIT.
007020 1000-INITIALIZE-EXIT.
007030     EXIT.
007030
007030*----------------------------------------------------------------
007030* 1100-PROBE-HISTORY -- THE RESULT HISTORY FILE IS USED ONLY
007030* WHEN IT HOLDS AT LEAST ONE RECORD FOR THE EVENT DATE, THE SAME
007030* TEST RANKING.COB'S 0070-PROBE-HISTORY MAKES, SO A STALE FILE
007030* FROM AN EARLIER DAY NEVER EMPTIES THE REPORT.
007030*----------------------------------------------------------------
007030 1100-PROBE-HISTORY.
007030     SET SUM-HIST-ABSENT TO TRUE.
007030     OPEN INPUT HISTORY-FILE.
007030     IF SUM-HIST-STATUS NOT = "00"
007030         DISPLAY "NO RESULT HISTORY -- ROLLED UP FROM RESULT "
007030             "FILE, ALL SESSIONS IN OPEN"
007030         GO TO 1100-PROBE-HISTORY-EXIT
007030     END-IF.
007030     SET SUM-NOT-AT-EOF TO TRUE.
007030     PERFORM 1110-SCAN-HISTORY-DATE
007030         THRU 1110-SCAN-HISTORY-DATE-EXIT
007030         UNTIL SUM-AT-EOF OR SUM-HIST-AVAILABLE.
007030     CLOSE HISTORY-FILE.
007030     IF SUM-HIST-AVAILABLE
007030         DISPLAY "ROLLED UP FROM THE RESULT HISTORY"
007030     ELSE
007030         DISPLAY "RESULT HISTORY HAS NO RECORDS FOR THE EVENT "
007030             "DATE -- ROLLED UP FROM RESULT FILE, ALL SESSIONS "
007030             "IN OPEN"
007030     END-IF.
007030 1100-PROBE-HISTORY-EXIT.
007030     EXIT.
007030
007030 1110-SCAN-HISTORY-DATE.
007030     READ HISTORY-FILE
007030         AT END
007030             SET SUM-AT-EOF TO TRUE
007030         NOT AT END
007030             IF  HIST-Y = SUM-EVENT-Y
007030             AND HIST-M = SUM-EVENT-M
007030             AND HIST-D = SUM-EVENT-D
007030                 SET SUM-HIST-AVAILABLE TO TRUE
007030             END-IF
007030     END-READ.
007030 1110-SCAN-HISTORY-DATE-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060* 2000-PROCESS-RESULT -- READ EVERY SESSION OUT OF RESULT.TXT AND
007089* A DAMAGED RECORD) IS SKIPPED WITH A WARNING RATHER THAN USED
007090* AS A SUBSCRIPT INTO SUM-HOUR-TABLE, THE SAME WAY RANKING.COB'S
007092* 3120-UPDATE-BEST-ENTRY GUARDS RNK-BEST-TABLE AGAINST A COUNT/
007093* SUBSCRIPT RUNNING PAST ITS OCCURS LIMIT. WHEN THE RESULT
007093* HISTORY COVERS THE EVENT DATE IT IS READ INSTEAD, FOR THE
007093* DIVISION EACH SESSION WAS FLOWN IN; BOTH READ LOOPS HAND THE
007093* SESSION TO 2300-ACCUMULATE-SESSION.
007094*----------------------------------------------------------------
007100 2000-PROCESS-RESULT.
007100     IF SUM-HIST-AVAILABLE
007100         PERFORM 2200-PROCESS-HISTORY
007100             THRU 2200-PROCESS-HISTORY-EXIT
007100         GO TO 2000-PROCESS-RESULT-EXIT
007100     END-IF.
007110     OPEN INPUT RESULT.
007120     IF RESULT-STATUS NOT = "00"
007130         DISPLAY "UNABLE TO OPEN RESULT FILE, STATUS: "
007300             IF  Y = SUM-EVENT-Y
007310             AND M = SUM-EVENT-M
007320             AND D = SUM-EVENT-D
007330                 MOVE ho    TO SUM-CUR-HOUR
007330                 MOVE NAME  TO SUM-CUR-NAME
007330                 MOVE SCORE TO SUM-CUR-SCORE
007330                 MOVE "OPEN" TO SUM-CUR-DIVISION
007330                 PERFORM 2300-ACCUMULATE-SESSION
007330                     THRU 2300-ACCUMULATE-SESSION-EXIT
007500             END-IF
007510     END-READ.
007520 2100-ACCUMULATE-RESULT-EXIT.
007530     EXIT.
007530
007530 2200-PROCESS-HISTORY.
007530     OPEN INPUT HISTORY-FILE.
007530     IF SUM-HIST-STATUS NOT = "00"
007530         DISPLAY "UNABLE TO OPEN RESULT HISTORY, STATUS: "
007530             SUM-HIST-STATUS
007530         GO TO 2200-PROCESS-HISTORY-EXIT
007530     END-IF.
007530     SET SUM-NOT-AT-EOF TO TRUE.
007530     PERFORM 2210-ACCUMULATE-HISTORY
007530         THRU 2210-ACCUMULATE-HISTORY-EXIT
007530         UNTIL SUM-AT-EOF.
007530     CLOSE HISTORY-FILE.
007530 2200-PROCESS-HISTORY-EXIT.
007530     EXIT.
007530
007530 2210-ACCUMULATE-HISTORY.
007530     READ HISTORY-FILE
007530         AT END
007530             SET SUM-AT-EOF TO TRUE
007530         NOT AT END
007530             IF  HIST-Y = SUM-EVENT-Y
007530             AND HIST-M = SUM-EVENT-M
007530             AND HIST-D = SUM-EVENT-D
007530                 MOVE HIST-HO       TO SUM-CUR-HOUR
007530                 MOVE HIST-NAME     TO SUM-CUR-NAME
007530                 MOVE HIST-SCORE    TO SUM-CUR-SCORE
007530                 MOVE HIST-DIVISION TO SUM-CUR-DIVISION
007530                 PERFORM 2300-ACCUMULATE-SESSION
007530                     THRU 2300-ACCUMULATE-SESSION-EXIT
007530             END-IF
007530     END-READ.
007530 2210-ACCUMULATE-HISTORY-EXIT.
007530     EXIT.
007530
007530*----------------------------------------------------------------
007530* 2300-ACCUMULATE-SESSION -- ROLL ONE EVENT-DATE SESSION INTO THE
007530* TOTALS, ITS DIVISION'S LINE AND THE HOURLY BREAKDOWN. THE WIN
007530* CALL USES THE SESSION'S OWN DIVISION THRESHOLD.
007530*----------------------------------------------------------------
007530 2300-ACCUMULATE-SESSION.
007530     MOVE 2 TO SUM-DIV-CUR.
007530     PERFORM 2310-MATCH-DIVISION THRU 2310-MATCH-DIVISION-EXIT
007530         VARYING SUM-DIV-IDX FROM 1 BY 1
007530         UNTIL SUM-DIV-IDX > 3.
007530     ADD 1 TO SUM-TOTAL-SESSIONS.
007530     ADD SUM-CUR-SCORE TO SUM-SCORE-TOTAL.
007530     ADD 1 TO SUM-DIV-SESSIONS(SUM-DIV-CUR).
007530     ADD SUM-CUR-SCORE TO SUM-DIV-SCORE-TOTAL(SUM-DIV-CUR).
007530     IF SUM-CUR-SCORE >= SUM-DIV-THRESHOLD(SUM-DIV-CUR)
007530         ADD 1 TO SUM-WIN-SESSIONS
007530         ADD 1 TO SUM-DIV-WINS(SUM-DIV-CUR)
007530     END-IF.
007530     IF SUM-CUR-SCORE > SUM-SCORE-HIGH
007530         MOVE SUM-CUR-SCORE TO SUM-SCORE-HIGH
007530         MOVE SUM-CUR-NAME TO SUM-SCORE-HIGH-NAME
007530     END-IF.
007530     IF SUM-CUR-SCORE > SUM-DIV-HIGH(SUM-DIV-CUR)
007530         MOVE SUM-CUR-SCORE TO SUM-DIV-HIGH(SUM-DIV-CUR)
007530         MOVE SUM-CUR-NAME TO SUM-DIV-HIGH-NAME(SUM-DIV-CUR)
007530     END-IF.
007530     IF SUM-CUR-HOUR < 24
007530         ADD 1 TO SUM-HOUR-SESSIONS (SUM-CUR-HOUR + 1)
007530         ADD SUM-CUR-SCORE
007530             TO SUM-HOUR-SCORE-TOTAL (SUM-CUR-HOUR + 1)
007530     ELSE
007530         DISPLAY "RECORD FOR " SUM-CUR-NAME
007530             " HAS OUT-OF-RANGE HOUR " SUM-CUR-HOUR
007530             ", SKIPPING HOURLY BREAKDOWN FOR IT"
007530     END-IF.
007530 2300-ACCUMULATE-SESSION-EXIT.
007530     EXIT.
007530
007530 2310-MATCH-DIVISION.
007530     IF SUM-CUR-DIVISION = SUM-DIV-CODE(SUM-DIV-IDX)
007530         MOVE SUM-DIV-IDX TO SUM-DIV-CUR
007530     END-IF.
007530 2310-MATCH-DIVISION-EXIT.
007530     EXIT.
007531
007532*----------------------------------------------------------------
007533* 3000-WRITE-SUMMARY -- WRITE THE END-OF-DAY ROLL-UP TO THE
007534* SUMMARY FILE: TOTAL SESSIONS, WIN COUNT/PERCENTAGE, AVERAGE AND
007535* HIGH SCORE, THE SAME FIGURES FOR EACH DIVISION, THEN A LINE
007535* PER HOUR THAT SAW ANY SESSIONS.
007536*----------------------------------------------------------------
007540 3000-WRITE-SUMMARY.
007550     OPEN OUTPUT SUMMARY-FILE.
007830         " (" SUM-SCORE-HIGH-NAME ")"
007840         DELIMITED BY SIZE INTO SUMMARY-LINE.
007850     WRITE SUMMARY-LINE.
007850     PERFORM 3200-WRITE-DIVISION THRU 3200-WRITE-DIVISION-EXIT
007850         VARYING SUM-DIV-IDX FROM 1 BY 1
007850         UNTIL SUM-DIV-IDX > 3.
007860     MOVE SPACES TO SUMMARY-LINE.
007870     WRITE SUMMARY-LINE.
007880     MOVE "SESSIONS AND SCORE TOTAL BY HOUR" TO SUMMARY-LINE.
008120     END-IF.
008130 3100-WRITE-HOUR-LINE-EXIT.
008140     EXIT.
008150
008150*----------------------------------------------------------------
008150* 3200-WRITE-DIVISION -- ONE DIVISION'S BLOCK: ITS THRESHOLD,
008150* SESSIONS, WINS, WIN PERCENTAGE, AVERAGE AND HIGH SCORE, IN THE
008150* SAME LABELLED SHAPE AS THE DAY'S TOTALS ABOVE IT.
008150*----------------------------------------------------------------
008150 3200-WRITE-DIVISION.
008150     MOVE 0 TO SUM-WIN-PERCENT.
008150     MOVE 0 TO SUM-SCORE-AVERAGE.
008150     IF SUM-DIV-SESSIONS(SUM-DIV-IDX) > 0
008150         COMPUTE SUM-WIN-PERCENT ROUNDED =
008150             (SUM-DIV-WINS(SUM-DIV-IDX)
008150              / SUM-DIV-SESSIONS(SUM-DIV-IDX)) * 100
008150         COMPUTE SUM-SCORE-AVERAGE ROUNDED =
008150             SUM-DIV-SCORE-TOTAL(SUM-DIV-IDX)
008150             / SUM-DIV-SESSIONS(SUM-DIV-IDX)
008150     END-IF.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "DIVISION " SUM-DIV-CODE(SUM-DIV-IDX)
008150         "   WIN THRESHOLD " SUM-DIV-THRESHOLD(SUM-DIV-IDX)
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SUM-DIV-SESSIONS(SUM-DIV-IDX) TO SUM-NUM-EDIT.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "  SESSIONS:                 " SUM-NUM-EDIT
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SUM-DIV-WINS(SUM-DIV-IDX) TO SUM-NUM-EDIT.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "  WINNING SESSIONS:         " SUM-NUM-EDIT
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SUM-WIN-PERCENT TO SUM-PCT-EDIT.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "  WIN PERCENTAGE:           " SUM-PCT-EDIT "%"
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SUM-SCORE-AVERAGE TO SUM-AVG-EDIT.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "  AVERAGE SCORE:            " SUM-AVG-EDIT
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150     MOVE SUM-DIV-HIGH(SUM-DIV-IDX) TO SUM-NUM-EDIT.
008150     MOVE SPACES TO SUMMARY-LINE.
008150     STRING "  HIGH SCORE:               " SUM-NUM-EDIT
008150         " (" SUM-DIV-HIGH-NAME(SUM-DIV-IDX) ")"
008150         DELIMITED BY SIZE INTO SUMMARY-LINE.
008150     WRITE SUMMARY-LINE.
008150 3200-WRITE-DIVISION-EXIT.
008150     EXIT.
