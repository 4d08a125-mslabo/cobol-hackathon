000270*                 FAILED STEP INSTEAD OF A STICKY NOTE. STEPS ARE
000280*                 LAUNCHED AS THE BUILT PROGRAMS IN THE WORKING
000290*                 DIRECTORY ("./validator <STATION>" AND SO ON).
000290* 2026-10-15 RH   ADDED A SITE-WIDE DISPUTMT STEP ("./disputmt
000290*                 REGISTER") RIGHT AFTER RESJOIN, AHEAD OF MERGER
000290*                 AND THE BOARDS: IT LINKS ANY SCORE DISPUTE
000290*                 OPENED BEFORE TODAY'S RESULT HISTORY EXISTED, SO
000290*                 A VOID OR ADJUST RULING REACHES TONIGHT'S
000290*                 BOARDS, AND PRINTS THE DISPUTE REGISTER. ITS
000290*                 COUNT IS THE REGISTER'S LINE COUNT.
000290* 2026-10-15 RH   ADDED A SITE-WIDE AIRFRAMT STEP ("./airframt
000290*                 ROLLUP") AFTER RECON: IT CREDITS THE DAY'S
000290*                 AUDIT CALLS TO WHICHEVER AIRFRAME WAS MOUNTED ON
000290*                 EACH BOOTH AND LISTS THE AIRFRAMES DUE SERVICE,
000290*                 SO CAPTEST.COB AND SITESTAT.COB SEE UP-TO-DATE
000290*                 COUNTS IN THE MORNING. ITS COUNT IS THE ROLL-UP
000290*                 REPORT'S LINE COUNT.
000290* 2026-10-15 RH   ADDED AN ANOMALY STEP AFTER AIRFRAMT, RUN ONCE
000290*                 OVER THE WHOLE STATION LIST ("./anomaly <ST>
000290*                 ...", THE SAME LIST MERGER GETS): THE CROSS-
000290*                 STATION INTEGRITY REPORT LANDS IN THE MORNING
000290*                 PACK, BUILT FROM THE DAY'S SESSIONS AND THE
000290*                 RESULT HISTORY RESJOIN HAS JUST WRITTEN. ITS
000290*                 COUNT IS THE REPORT'S LINE COUNT.
000290* 2026-10-15 RH   ADDED A CALIBRAT STEP AFTER ANOMALY, ALSO RUN
000290*                 ONCE OVER THE WHOLE STATION LIST ("./calibrat
000290*                 <ST> ..."): THE STATION CALIBRATION REPORT
000290*                 COMPARES EACH BOOTH'S SCORES WITH THE SITE'S
000290*                 AND TRENDS THEM OVER THE RECENT EVENT DAYS. ITS
000290*                 COUNT IS THE REPORT'S LINE COUNT.
000290* 2026-10-15 RH   ADDED A BACKUP STEP PER STATION AT THE HEAD OF
000290*                 THE CHAIN ("./backup <STATION>"): EVERY BOOTH'S
000290*                 MASTER FILES ARE SNAPSHOT INTO TODAY'S BACKUP
000290*                 GENERATION BEFORE ANY STEP CAN TOUCH THEM. ITS
000290*                 COUNT IS THE BACKUP LISTING'S LINE COUNT. THE
000290*                 STEP PLAN WAS WIDENED TO 160 STEPS -- SIXTEEN
000290*                 STATIONS AT MONTH END NO LONGER FIT IN 99.
000290* 2026-10-15 RH   ADDED A QUEUEMT STEP PER STATION AFTER CALIBRAT
000290*                 ("./queuemt REPORT <STATION>"): EACH BOOTH'S
000290*                 END-OF-DAY QUEUE REPORT -- NO-SHOWS, ACTUAL
000290*                 AGAINST ESTIMATED CALL TIMES AND THE AVERAGE
000290*                 WAIT -- LANDS IN THE MORNING PACK. ITS COUNT IS
000290*                 THE QUEUE REPORT'S LINE COUNT.
000290* 2026-10-15 RH   WIDENED THE STEPS-RUN AND ALREADY-DONE COUNTERS
000290*                 TO THREE DIGITS TO MATCH THE 160-STEP PLAN.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000860* THE NIGHT'S STEP PLAN, BUILT UP FRONT SO THE RUN-CONTROL SCAN
000870* CAN MARK THE STEPS A PRIOR RUN ALREADY COMPLETED TODAY. A STEP
000880* IS ONE PROGRAM AGAINST ONE STATION (OR SITE-WIDE WHEN THE
000890* STATION IS SPACES; MERGER'S, ANOMALY'S AND CALIBRAT'S ONE
000900* STEP EACH COVERS EVERY STATION AND IS PLANNED WITH STATION
000900* "=ALL=").
000910*----------------------------------------------------------------
000920 77  EOD-MAX-STEPS           PIC 9(03) VALUE 160.
000930 01  EOD-STEP-COUNT          PIC 9(03) VALUE 0.
000940 01  EOD-STEP-IDX            PIC 9(03) VALUE 0.
000950 01  EOD-STEP-TABLE.
000960     05  EOD-STEP-ENTRY OCCURS 160 TIMES.
000970         10  EOD-STEP-NAME       PIC X(10).
000980         10  EOD-STEP-STATION    PIC X(10).
000990         10  EOD-STEP-DONE-SW    PIC X(01).
001330 77  EOD-CHAIN-SW            PIC X(01) VALUE "Y".
001340     88  EOD-CHAIN-OK                VALUE "Y".
001350     88  EOD-CHAIN-STOPPED            VALUE "N".
001360 01  EOD-RUN-COUNT           PIC 9(03) VALUE 0.
001370 01  EOD-SKIP-COUNT          PIC 9(03) VALUE 0.
001380 01  EOD-TIME-WORK           PIC 9(08) VALUE 0.
001390 01  EOD-RAW-STATUS          PIC S9(09) VALUE 0.
001380
002040
002050*----------------------------------------------------------------
002060* 1500-BUILD-PLAN -- LAY THE NIGHT'S STEPS OUT IN THE ONLY ORDER
002070* THAT IS SAFE: BACK UP EVERY BOOTH'S MASTER FILES (BACKUP)
002070* BEFORE ANY STEP RUNS, VALIDATE EVERY BOOTH'S FILE BEFORE
002072* ANYTHING READS IT, JOIN THE VALIDATED RESULTS TO THEIR
002072* SESSIONS (RESJOIN) BEFORE THE BOARDS SO THE DAY'S HISTORY FILE
002072* IS NEVER STALE,
002072* LINK THE SCORE DISPUTES TO THAT HISTORY (DISPUTMT) SO THE
002072* BOARDS APPLY EVERY RULING,
002080* MERGE BEFORE THE SITE-WIDE BOARDS, BOARDS AND SUMMARY AND
002080* RECONCILIATION AFTER, ROLL THE AUDIT TRAILS UP ONTO THE MOUNTED
002080* AIRFRAMES (AIRFRAMT), LOOK ACROSS THE STATIONS FOR ABUSE
002080* (ANOMALY), COMPARE THE BOOTHS' SCORING (CALIBRAT), REPORT ON
002080* EACH BOOTH'S QUEUE (QUEUEMT), ARCHIVE LAST AND ONLY AT MONTH
002080* END.
002100*----------------------------------------------------------------
002110 1500-BUILD-PLAN.
002120     MOVE 0 TO EOD-STEP-COUNT.
002130     IF EOD-STATION-COUNT = 0
002140         MOVE "BACKUP" TO EOD-PLAN-STEP
002150         MOVE SPACES TO EOD-PLAN-STATION
002160         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002140         MOVE "VALIDATOR" TO EOD-PLAN-STEP
002150         MOVE SPACES TO EOD-PLAN-STATION
002160         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002162         MOVE "RESJOIN" TO EOD-PLAN-STEP
002162         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002162         MOVE "DISPUTMT" TO EOD-PLAN-STEP
002162         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002162         MOVE "RANKING" TO EOD-PLAN-STEP
002180         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002190         MOVE "SUMMARY" TO EOD-PLAN-STEP
002200         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002210         MOVE "RECON" TO EOD-PLAN-STEP
002220         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002220         MOVE "AIRFRAMT" TO EOD-PLAN-STEP
002220         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002220         MOVE "ANOMALY" TO EOD-PLAN-STEP
002220         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002220         MOVE "CALIBRAT" TO EOD-PLAN-STEP
002220         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002220         MOVE "QUEUEMT" TO EOD-PLAN-STEP
002220         PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002230         IF EOD-MONTH-END
002240             MOVE "ARCHIVER" TO EOD-PLAN-STEP
002250             PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT
002260         END-IF
002270         GO TO 1500-BUILD-PLAN-EXIT
002280     END-IF.
002290     MOVE "BACKUP" TO EOD-PLAN-STEP.
002300     PERFORM 1700-ADD-PER-STATION
002310         THRU 1700-ADD-PER-STATION-EXIT.
002290     MOVE "VALIDATOR" TO EOD-PLAN-STEP.
002300     PERFORM 1700-ADD-PER-STATION
002310         THRU 1700-ADD-PER-STATION-EXIT.
002312     MOVE "RESJOIN" TO EOD-PLAN-STEP.
002312     PERFORM 1700-ADD-PER-STATION
002312         THRU 1700-ADD-PER-STATION-EXIT.
002312     MOVE "DISPUTMT" TO EOD-PLAN-STEP.
002312     MOVE SPACES TO EOD-PLAN-STATION.
002312     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002320     MOVE "MERGER" TO EOD-PLAN-STEP.
002330     MOVE "=ALL=" TO EOD-PLAN-STATION.
002340     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002430     MOVE SPACES TO EOD-PLAN-STATION.
002440     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002450     MOVE "RECON" TO EOD-PLAN-STEP.
002450     PERFORM 1700-ADD-PER-STATION
002450         THRU 1700-ADD-PER-STATION-EXIT.
002450     MOVE "AIRFRAMT" TO EOD-PLAN-STEP.
002450     MOVE SPACES TO EOD-PLAN-STATION.
002450     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002450     MOVE "ANOMALY" TO EOD-PLAN-STEP.
002450     MOVE "=ALL=" TO EOD-PLAN-STATION.
002450     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002450     MOVE "CALIBRAT" TO EOD-PLAN-STEP.
002450     PERFORM 1600-ADD-STEP THRU 1600-ADD-STEP-EXIT.
002450     MOVE "QUEUEMT" TO EOD-PLAN-STEP.
002450     PERFORM 1700-ADD-PER-STATION
002450         THRU 1700-ADD-PER-STATION-EXIT.
002480     IF EOD-MONTH-END
002490         MOVE "ARCHIVER" TO EOD-PLAN-STEP
002500         PERFORM 1700-ADD-PER-STATION
003690*----------------------------------------------------------------
003700* 3200-BUILD-COMMAND -- THE STEP'S SHELL COMMAND: THE BUILT
003710* PROGRAM IN THE WORKING DIRECTORY PLUS ITS STATION ARGUMENT, OR
003720* THE FULL STATION LIST FOR MERGER, ANOMALY AND CALIBRAT.
003730*----------------------------------------------------------------
003740 3200-BUILD-COMMAND.
003750     MOVE SPACES TO EOD-COMMAND.
003760     EVALUATE EOD-STEP-NAME(EOD-STEP-IDX)
003770         WHEN "BACKUP"
003780             MOVE "./backup" TO EOD-COMMAND
003770         WHEN "VALIDATOR"
003780             MOVE "./validator" TO EOD-COMMAND
003782         WHEN "RESJOIN"
003782             MOVE "./resjoin" TO EOD-COMMAND
003782         WHEN "DISPUTMT"
003782             MOVE "./disputmt REGISTER" TO EOD-COMMAND
003790         WHEN "MERGER"
003800             MOVE "./merger" TO EOD-COMMAND
003810         WHEN "RANKING"
003840             MOVE "./summary" TO EOD-COMMAND
003850         WHEN "RECON"
003860             MOVE "./recon" TO EOD-COMMAND
003860         WHEN "AIRFRAMT"
003860             MOVE "./airframt ROLLUP" TO EOD-COMMAND
003860         WHEN "ANOMALY"
003860             MOVE "./anomaly" TO EOD-COMMAND
003860         WHEN "CALIBRAT"
003860             MOVE "./calibrat" TO EOD-COMMAND
003860         WHEN "QUEUEMT"
003860             MOVE "./queuemt REPORT" TO EOD-COMMAND
003870         WHEN "ARCHIVER"
003880             MOVE "./archiver" TO EOD-COMMAND
003890     END-EVALUATE.
004280             PERFORM 3310-NAME-RESULT-FILE
004290                 THRU 3310-NAME-RESULT-FILE-EXIT
004292         WHEN "RESJOIN"
004292             PERFORM 3315-NAME-HIST-FILE
004292                 THRU 3315-NAME-HIST-FILE-EXIT
004292         WHEN "BACKUP"
004292             PERFORM 3325-NAME-BACKUP-FILE
004292                 THRU 3325-NAME-BACKUP-FILE-EXIT
004292         WHEN "QUEUEMT"
004292             PERFORM 3326-NAME-QUEUE-FILE
004292                 THRU 3326-NAME-QUEUE-FILE-EXIT
004292         WHEN "DISPUTMT"
004292             MOVE "dispute_register" TO EOD-COUNT-FILENAME
004292         WHEN "AIRFRAMT"
004292             MOVE "airframe_rollup" TO EOD-COUNT-FILENAME
004292         WHEN "ANOMALY"
004292             MOVE "/home/ec2-user/anomaly.txt"
004292                 TO EOD-COUNT-FILENAME
004292         WHEN "CALIBRAT"
004292             MOVE "/home/ec2-user/calibration.txt"
004292                 TO EOD-COUNT-FILENAME
004300         WHEN "RANKING"
004310             PERFORM 3320-NAME-STEP-FILE
004320                 THRU 3320-NAME-STEP-FILE-EXIT
004850     END-IF.
004860 3320-NAME-STEP-FILE-EXIT.
004870     EXIT.
004870
004870 3325-NAME-BACKUP-FILE.
004870     IF EOD-STEP-STATION(EOD-STEP-IDX) = SPACES
004870         MOVE "backup_listing" TO EOD-COUNT-FILENAME
004870     ELSE
004870         STRING "backup_listing-" DELIMITED BY SIZE
004870             EOD-STEP-STATION(EOD-STEP-IDX)
004870             DELIMITED BY SPACE
004870             INTO EOD-COUNT-FILENAME
004870     END-IF.
004870 3325-NAME-BACKUP-FILE-EXIT.
004870     EXIT.
004870
004870 3326-NAME-QUEUE-FILE.
004870     IF EOD-STEP-STATION(EOD-STEP-IDX) = SPACES
004870         MOVE "queue_report" TO EOD-COUNT-FILENAME
004870     ELSE
004870         STRING "queue_report-" DELIMITED BY SIZE
004870             EOD-STEP-STATION(EOD-STEP-IDX)
004870             DELIMITED BY SPACE
004870             INTO EOD-COUNT-FILENAME
004870     END-IF.
004870 3326-NAME-QUEUE-FILE-EXIT.
004870     EXIT.
004880
004890 3330-COUNT-ONE.
004900     READ COUNT-FILE
