000253*                 BEFORE STOPPING, SO EODRIVER.COB RECORDS THE
000254*                 STEP AS FAILED AND STOPS THE CHAIN INSTEAD OF
000255*                 MARKING IT OK.
000256* 2026-10-15 RH   A SESSION WHOSE DRONE_BEGIN, DRONE_COMMAND,
000257*                 DRONE_TAKEOFF, DRONE_UP OR DRONE_CAPTURE_IMAGE
000258*                 CAME BACK NONZERO IS NOW REPORTED AS A PRE-SCORE
000259*                 FAULT (CAPTEST ABANDONS THOSE RUNS UNSCORED AND
000260*                 WRITES THEM WITH FAULT FLAG "P") RATHER THAN AS
000261*                 FLEW BUT NEVER SCORED OR NEVER REACHED
000262*                 DRONE_END, AND GETS ITS OWN TOTAL.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000990* AUDIT ENTRIES, IN BOOTH ORDER. REC-SES-ENDED SAYS WHETHER THE
001000* MATCHING DRONE_END WAS EVER LOGGED; REC-SES-MATCHED SAYS
001010* WHETHER A SAME-DAY RESULT RECORD LANDED INSIDE THE SESSION'S
001020* TIME WINDOW. REC-SES-PRESCORE SAYS ONE OF THE CALLS BEFORE THE
001021* SCORE (BEGIN THROUGH CAPTURE) CAME BACK NONZERO, SO CAPTEST
001022* ABANDONED THE RUN UNSCORED; REC-SES-FAILED-CALL NAMES THE CALL.
001030*----------------------------------------------------------------
001040 77  REC-MAX-SESSIONS         PIC 9(03) VALUE 200.
001050 01  REC-SESSION-COUNT        PIC 9(03) VALUE 0.
001130             88  REC-SES-ENDED            VALUE "Y".
001140         10  REC-SES-MATCHED-SW   PIC X(01).
001150             88  REC-SES-MATCHED          VALUE "Y".
001151         10  REC-SES-PRESCORE-SW  PIC X(01).
001152             88  REC-SES-PRESCORE         VALUE "Y".
001153         10  REC-SES-FAILED-CALL  PIC X(20).
001160
001170*----------------------------------------------------------------
001180* ORPHAN-RESULT TABLE -- SAME-DAY RESULT RECORDS WHOSE TIMESTAMP
001360 01  REC-MATCHED-COUNT        PIC 9(05) VALUE 0.
001370 01  REC-UNSCORED-COUNT       PIC 9(03) VALUE 0.
001380 01  REC-UNENDED-COUNT        PIC 9(03) VALUE 0.
001385 01  REC-PRESCORE-COUNT       PIC 9(03) VALUE 0.
001390 77  REC-PAIRED-SW            PIC X(01) VALUE "N".
001400     88  REC-PAIRED                   VALUE "Y".
001410     88  REC-NOT-PAIRED               VALUE "N".
002390                     WHEN "drone_end"
002400                         PERFORM 1120-CLOSE-SESSION
002410                             THRU 1120-CLOSE-SESSION-EXIT
002411                     WHEN "drone_command"
002412                     WHEN "drone_takeoff"
002413                     WHEN "drone_up"
002414                     WHEN "drone_capture_image"
002415                         PERFORM 1130-CHECK-PRESCORE
002416                             THRU 1130-CHECK-PRESCORE-EXIT
002420                 END-EVALUATE
002430             END-IF
002440     END-READ.
002560     MOVE 0 TO REC-SES-END(REC-SESSION-COUNT).
002570     MOVE "N" TO REC-SES-ENDED-SW(REC-SESSION-COUNT).
002580     MOVE "N" TO REC-SES-MATCHED-SW(REC-SESSION-COUNT).
002581     MOVE "N" TO REC-SES-PRESCORE-SW(REC-SESSION-COUNT).
002582     MOVE SPACES TO REC-SES-FAILED-CALL(REC-SESSION-COUNT).
002590     MOVE REC-SESSION-COUNT TO REC-OPEN-IDX.
002591     PERFORM 1130-CHECK-PRESCORE THRU 1130-CHECK-PRESCORE-EXIT.
002600 1110-OPEN-SESSION-EXIT.
002610     EXIT.
002620
002710     END-IF.
002720 1120-CLOSE-SESSION-EXIT.
002730     EXIT.
002731
002732*----------------------------------------------------------------
002733* 1130-CHECK-PRESCORE -- A NONZERO STATUS ON ANY CALL BEFORE THE
002734* SCORE MARKS THE OPEN SESSION AS A PRE-SCORE FAULT. ONLY THE
002735* FIRST FAILING CALL IS KEPT -- IT IS THE ONE CAPTEST STOPPED ON.
002736* A FAILED DRONE_BEGIN IS NEVER FOLLOWED BY A DRONE_END, SO THE
002737* SESSION STAYS OPEN UNTIL THE NEXT DRONE_BEGIN REPLACES IT.
002738*----------------------------------------------------------------
002739 1130-CHECK-PRESCORE.
002740     IF REC-OPEN-IDX = 0 OR AUDIT-STATUS = 0
002741         GO TO 1130-CHECK-PRESCORE-EXIT
002742     END-IF.
002743     IF NOT REC-SES-PRESCORE(REC-OPEN-IDX)
002744         MOVE "Y" TO REC-SES-PRESCORE-SW(REC-OPEN-IDX)
002745         MOVE AUDIT-CALL-NAME TO REC-SES-FAILED-CALL(REC-OPEN-IDX)
002746     END-IF.
002747 1130-CHECK-PRESCORE-EXIT.
002748     EXIT.
002740
002750*----------------------------------------------------------------
002760* 2000-MATCH-RESULTS -- READ TODAY'S RESULT RECORDS AND PAIR EACH
004010     WRITE REPORT-LINE.
004020     MOVE 0 TO REC-UNSCORED-COUNT.
004030     MOVE 0 TO REC-UNENDED-COUNT.
004035     MOVE 0 TO REC-PRESCORE-COUNT.
004040     PERFORM 3100-WRITE-SESSION-LINE
004050         THRU 3100-WRITE-SESSION-LINE-EXIT
004060         VARYING REC-SES-IDX FROM 1 BY 1
004140     DISPLAY "RECONCILIATION COMPLETE -- "
004150         REC-SESSION-COUNT " SESSION(S), "
004160         REC-UNSCORED-COUNT " NEVER SCORED, "
004165         REC-PRESCORE-COUNT " PRE-SCORE FAULT(S), "
004170         REC-UNENDED-COUNT " NEVER ENDED, "
004180         REC-ORPHAN-COUNT " RESULT RECORD(S) UNMATCHED".
004190 3000-WRITE-REPORT-EXIT.
004330     END-IF.
004340     MOVE SPACES TO REPORT-LINE.
004350     EVALUATE TRUE
004351         WHEN REC-SES-PRESCORE(REC-SES-IDX)
004352             ADD 1 TO REC-PRESCORE-COUNT
004353             STRING "SESSION " REC-SES-NUM-EDIT "  "
004354                 REC-BEGIN-TEXT " - " REC-END-TEXT
004355                 "  PRE-SCORE FAULT ("
004356                     DELIMITED BY SIZE
004357                 REC-SES-FAILED-CALL(REC-SES-IDX)
004358                     DELIMITED BY SPACE
004359                 ") -- NOT SCORED" DELIMITED BY SIZE
004360                 INTO REPORT-LINE
004360         WHEN NOT REC-SES-ENDED(REC-SES-IDX)
004370             ADD 1 TO REC-UNENDED-COUNT
004380             STRING "SESSION " REC-SES-NUM-EDIT "  "
004900     STRING "FLEW BUT NEVER SCORED:      " REC-NUM-EDIT
004910         DELIMITED BY SIZE INTO REPORT-LINE.
004920     WRITE REPORT-LINE.
004921     MOVE REC-PRESCORE-COUNT TO REC-NUM-EDIT.
004922     MOVE SPACES TO REPORT-LINE.
004923     STRING "PRE-SCORE FAULT, UNSCORED:  " REC-NUM-EDIT
004924         DELIMITED BY SIZE INTO REPORT-LINE.
004925     WRITE REPORT-LINE.
004930     MOVE REC-UNENDED-COUNT TO REC-NUM-EDIT.
004940     MOVE SPACES TO REPORT-LINE.
004950     STRING "NEVER REACHED DRONE_END:    " REC-NUM-EDIT
