000520*                 A HALF-BUILT KEYED FILE CAN NEVER UNDERCOUNT A
000521*                 BADGE'S DAY. PLAYERINQ.COB ANSWERS BADGE
000522*                 HISTORY INQUIRIES OFF THE SAME KEYED FILE.
000524* 2026-10-15 RH   3000-RUN-SESSION NOW ACTS ON THE RETURN CODES
000525*                 OF DRONE_BEGIN, DRONE_COMMAND, DRONE_TAKEOFF,
000526*                 DRONE_UP AND DRONE_CAPTURE_IMAGE INSTEAD OF
000527*                 ONLY LOGGING THEM. THE FIRST FAILED CALL STOPS
000528*                 THE SESSION BEFORE GET_SMILE_SCORE, SO A
000529*                 GROUNDED DRONE IS NO LONGER SCORED OFF A BAD
000530*                 IMAGE; 5100-ABORT-SHUTDOWN LANDS THE DRONE IF
000531*                 TAKEOFF WAS ISSUED AND ENDS IT IF DRONE_BEGIN
000532*                 SUCCEEDED. THE SESSION AND PLAYHIST RECORDS ARE
000533*                 WRITTEN WITH THE PRE-SCORE FAULT FLAG "P" (NO
000534*                 SCORE, LOSE), AND 1800-CHECK-ATTEMPTS SKIPS "P"
000535*                 THE SAME WAY IT SKIPS "F", SO A BOOTH FAULT
000536*                 NEVER COSTS THE CONTESTANT AN ATTEMPT.
000536* 2026-10-15 RH   1800-CHECK-ATTEMPTS NOW READS THE SITE-WIDE
000536*                 DISPUTE FILE KEPT BY DISPUTMT.COB: EACH RE-FLY
000536*                 RULING CLOSED TODAY FOR THIS BADGE RAISES
000536*                 TODAY'S LIMIT BY ONE, SO A CONTESTANT GRANTED A
000536*                 RE-FLY IS NOT REFUSED FOR THE ATTEMPT THE
000536*                 DISPUTED FLIGHT USED. NO DISPUTE FILE MEANS NO
000536*                 GRANTS.
000536* 2026-10-15 RH   A LIVE SESSION IS NOW REFUSED WHEN THE SITE-WIDE
000536*                 AIRFRAME REGISTER KEPT BY AIRFRAMT.COB SHOWS NO
000536*                 AIRFRAME MOUNTED ON THIS STATION, OR SHOWS THE
000536*                 MOUNTED ONE AT ITS SERVICE-DUE FLIP OR FLIGHT
000536*                 LIMIT AS OF THE LAST NIGHTLY ROLL-UP. A
000536*                 REHEARSAL FLIES NO DRONE AND IS STILL ALLOWED.
000536* 2026-10-15 RH   A LIVE RUN NOW NEEDS THE OPERATOR SIGNED ON WITH
000536*                 "OP=<ID>", THE SAME KEYWORD CONFIGMT.COB TAKES,
000536*                 AND IS REFUSED WITHOUT ONE. THE OPERATOR AND
000536*                 WHETHER AN OVERRIDE WAS IN FORCE NOW RIDE ON THE
000536*                 SESSION AND PLAYHIST RECORDS (A LEGACY RECORD
000536*                 READS AS SPACES). "OVERRIDE" NOW ALSO NEEDS
000536*                 "REASON=<CODE>" FROM THE LIST IN 1070-CHECK-
000536*                 SIGNON, AND EVERY SESSION FLOWN UNDER ONE IS
000536*                 WRITTEN TO THE STATION'S OVERRIDE LOG WITH
000536*                 BADGE, STATION, OPERATOR, TIMESTAMP, REASON AND
000536*                 THE ATTEMPTS ALREADY USED. A COMPLETED REHEARSAL
000536*                 IS WRITTEN TO THE STATION'S REHEARSAL LOG WITH
000536*                 THE OPERATOR (IF GIVEN), SCRIPT AND ESTIMATED
000536*                 SESSION TIME. HANDOVER.COB REPORTS A SHIFT FROM
000536*                 THESE FILES. PLAYHIST MUST BE REBUILT BY
000536*                 HISTLOAD.COB FOR THE LONGER RECORD.
000536* 2026-10-15 RH   THE ROSTER NOW CARRIES A DIVISION (JUNIOR /
000536*                 OPEN / PRO) AND THE CONFIG FILE A WIN THRESHOLD
000536*                 FOR JUNIOR AND PRO BESIDE THE OPEN ONE. THE
000536*                 BADGE'S DIVISION IS PICKED UP WITH ITS PLAYER-
000536*                 ID (A WALK-UP OR A LEGACY ROW WITH NO DIVISION
000536*                 IS OPEN) AND THE RUN IS JUDGED AGAINST THAT
000536*                 DIVISION'S THRESHOLD, WHICH FALLS BACK TO THE
000536*                 OPEN ONE WHEN ZERO OR MISSING. THE DIVISION IS
000536*                 WRITTEN ON THE SESSION RECORD.
000536* 2026-10-15 RH   BOOTH QUEUE. "NEXT" IN PLACE OF THE BADGE
000536*                 NUMBER RUNS THE EARLIEST BOOKING CHECKED IN
000536*                 TODAY ON THE STATION'S QUEUE FILE KEPT BY
000536*                 QUEUEMT.COB (NOBODY CHECKED IN MEANS NOTHING IS
000536*                 RUN); AN EXPLICIT BADGE PICKS UP ITS OWN WAITING
000536*                 BOOKING, IF ANY. THE BOOKING'S SCRIPT IS FLOWN
000536*                 UNLESS "SCRIPT=" NAMES ANOTHER. WHEN THE SESSION
000536*                 RECORD IS WRITTEN THE BOOKING IS MARKED FLOWN
000536*                 WITH THE TIME IT WAS CALLED; A PRE-SCORE FAULT
000536*                 LEAVES IT CHECKED IN SO THE CONTESTANT IS CALLED
000536*                 AGAIN.
000536* 2026-10-15 RH   1900-CHECK-AIRFRAME NOW JUDGES THE SERVICE LIMIT
000536*                 ON COPIES OF THE MOUNTED AIRFRAME'S COUNTS TAKEN
000536*                 WHILE ITS RECORD WAS CURRENT, NOT ON THE RECORD
000536*                 AREA AFTER THE FILE IS CLOSED.
000537*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000735         ACCESS MODE IS DYNAMIC
000736         RECORD KEY IS PH-KEY
000737         FILE STATUS IS DRN-PLAYHIST-FS.
000737
000737     SELECT DISPUTE-FILE
000737         ASSIGN DYNAMIC DRN-DISPUTE-FILENAME
000737         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS DRN-DISPUTE-FS.
000737
000737     SELECT AIRFRAME-FILE
000737         ASSIGN DYNAMIC DRN-AIRFRAME-FILENAME
000737         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS DRN-AIRFRAME-FS.
000737
000737     SELECT OVERRIDE-FILE
000737         ASSIGN DYNAMIC DRN-OVERRIDE-FILENAME
000737         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS DRN-OVERRIDE-FS.
000737
000737     SELECT REHEARSAL-FILE
000737         ASSIGN DYNAMIC DRN-REHEARSAL-FILENAME
000737         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS DRN-REHEARSAL-FS.
000737
000737     SELECT QUEUE-FILE
000737         ASSIGN DYNAMIC DRN-QUEUE-FILENAME
000737         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS DRN-QUEUE-FS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DATA-FILE.
000860     05  ROSTER-PLAYER-ID  PIC 9(05).
000861     05  ROSTER-STATUS     PIC X(01).
000862     05  ROSTER-TEAM       PIC X(10).
000862     05  ROSTER-DIVISION   PIC X(06).
000870
000880 FD  CHECKPOINT-FILE.
000890 01  CHECKPOINT-REC.
001030     05  CONFIG-WIN-THRESHOLD  PIC 9(03).
001031     05  CONFIG-ATTEMPT-LIMIT  PIC 9(02).
001032     05  CONFIG-TOP-N          PIC 9(03).
001032     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
001032     05  CONFIG-PRO-THRESHOLD  PIC 9(03).
001033
001034 FD  SESSION-FILE.
001035 01  SESSION-REC.
001046     05  SESSION-FAULT-FLAG  PIC X(01).
001047     05  SESSION-SEP-4       PIC X(01).
001048     05  SESSION-SCRIPT      PIC X(10).
001048     05  SESSION-SEP-5       PIC X(01).
001048     05  SESSION-OPERATOR    PIC X(10).
001048     05  SESSION-OVERRIDE-SW PIC X(01).
001048     05  SESSION-DIVISION    PIC X(06).
001049
001048 FD  CATALOG-FILE.
001049 01  CATALOG-REC.
001064     05  PH-WIN-FLAG         PIC X(01).
001065     05  PH-FAULT-FLAG       PIC X(01).
001066     05  PH-SCRIPT           PIC X(10).
001066     05  PH-OPERATOR         PIC X(10).
001066     05  PH-OVERRIDE-SW      PIC X(01).
001066
001066 FD  DISPUTE-FILE.
001066 01  DISPUTE-REC.
001066     05  DISPUTE-CASE-NO       PIC 9(05).
001066     05  DISPUTE-SEP-1         PIC X(01).
001066     05  DISPUTE-STATUS        PIC X(01).
001066     05  DISPUTE-SEP-2         PIC X(01).
001066     05  DISPUTE-BADGE-NO      PIC X(05).
001066     05  DISPUTE-SEP-3         PIC X(01).
001066     05  DISPUTE-STATION-ID    PIC X(10).
001066     05  DISPUTE-SEP-4         PIC X(01).
001066     05  DISPUTE-SES-DATE      PIC 9(08).
001066     05  DISPUTE-SES-TIME      PIC 9(06).
001066     05  DISPUTE-ORIG-SCORE    PIC 9(05).
001066     05  DISPUTE-SEP-5         PIC X(01).
001066     05  DISPUTE-LINKED-SW     PIC X(01).
001066     05  DISPUTE-RES-TIME      PIC 9(06).
001066     05  DISPUTE-RES-NAME      PIC X(20).
001066     05  DISPUTE-SEP-6         PIC X(01).
001066     05  DISPUTE-OPEN-DATE     PIC 9(08).
001066     05  DISPUTE-OPEN-TIME     PIC 9(06).
001066     05  DISPUTE-OPEN-OP       PIC X(10).
001066     05  DISPUTE-OPEN-REASON   PIC X(30).
001066     05  DISPUTE-SEP-7         PIC X(01).
001066     05  DISPUTE-RULING        PIC X(01).
001066     05  DISPUTE-ADJ-SCORE     PIC 9(05).
001066     05  DISPUTE-SEP-8         PIC X(01).
001066     05  DISPUTE-CLOSE-DATE    PIC 9(08).
001066     05  DISPUTE-CLOSE-TIME    PIC 9(06).
001066     05  DISPUTE-CLOSE-OP      PIC X(10).
001066     05  DISPUTE-CLOSE-REASON  PIC X(30).
001066
001066 FD  AIRFRAME-FILE.
001066 01  AIRFRAME-REC.
001066     05  AIRFRAME-ID             PIC X(08).
001066     05  AIRFRAME-SEP-1          PIC X(01).
001066     05  AIRFRAME-STATUS         PIC X(01).
001066     05  AIRFRAME-MOUNTED-SW     PIC X(01).
001066     05  AIRFRAME-STATION-ID     PIC X(10).
001066     05  AIRFRAME-SEP-2          PIC X(01).
001066     05  AIRFRAME-LIMIT-KIND     PIC X(01).
001066     05  AIRFRAME-SVC-LIMIT      PIC 9(05).
001066     05  AIRFRAME-SEP-3          PIC X(01).
001066     05  AIRFRAME-FLIGHTS        PIC 9(07).
001066     05  AIRFRAME-FLIPS          PIC 9(07).
001066     05  AIRFRAME-FAILURES       PIC 9(07).
001066     05  AIRFRAME-SEP-4          PIC X(01).
001066     05  AIRFRAME-TOT-FLIGHTS    PIC 9(07).
001066     05  AIRFRAME-TOT-FLIPS      PIC 9(07).
001066     05  AIRFRAME-TOT-FAILURES   PIC 9(07).
001066     05  AIRFRAME-SEP-5          PIC X(01).
001066     05  AIRFRAME-SVC-DATE       PIC 9(08).
001066     05  AIRFRAME-SVC-TIME       PIC 9(08).
001066     05  AIRFRAME-SVC-OP         PIC X(10).
001066     05  AIRFRAME-ADD-DATE       PIC 9(08).
001066
001066 FD  OVERRIDE-FILE.
001066 01  OVERRIDE-REC.
001066     05  OVERRIDE-DATE           PIC 9(08).
001066     05  OVERRIDE-TIME           PIC 9(08).
001066     05  OVERRIDE-SEP-1          PIC X(01).
001066     05  OVERRIDE-BADGE-NO       PIC X(05).
001066     05  OVERRIDE-SEP-2          PIC X(01).
001066     05  OVERRIDE-STATION-ID     PIC X(10).
001066     05  OVERRIDE-SEP-3          PIC X(01).
001066     05  OVERRIDE-OPERATOR       PIC X(10).
001066     05  OVERRIDE-SEP-4          PIC X(01).
001066     05  OVERRIDE-REASON         PIC X(08).
001066     05  OVERRIDE-SEP-5          PIC X(01).
001066     05  OVERRIDE-ATTEMPTS-USED  PIC 9(03).
001066     05  OVERRIDE-ATTEMPT-LIMIT  PIC 9(02).
001066
001066 FD  REHEARSAL-FILE.
001066 01  REHEARSAL-REC.
001066     05  REHEARSAL-DATE          PIC 9(08).
001066     05  REHEARSAL-TIME          PIC 9(08).
001066     05  REHEARSAL-SEP-1         PIC X(01).
001066     05  REHEARSAL-STATION-ID    PIC X(10).
001066     05  REHEARSAL-SEP-2         PIC X(01).
001066     05  REHEARSAL-OPERATOR      PIC X(10).
001066     05  REHEARSAL-SEP-3         PIC X(01).
001066     05  REHEARSAL-SCRIPT        PIC X(10).
001066     05  REHEARSAL-SEP-4         PIC X(01).
001066     05  REHEARSAL-LINES         PIC 9(03).
001066     05  REHEARSAL-TOTAL-SECS    PIC 9(07).
001066 FD  QUEUE-FILE.
001066 01  QUEUE-REC.
001066     05  QUEUE-DATE              PIC 9(08).
001066     05  QUEUE-SEP-1             PIC X(01).
001066     05  QUEUE-SEQ               PIC 9(04).
001066     05  QUEUE-SEP-2             PIC X(01).
001066     05  QUEUE-BADGE-NO          PIC X(05).
001066     05  QUEUE-SEP-3             PIC X(01).
001066     05  QUEUE-SCRIPT            PIC X(10).
001066     05  QUEUE-SEP-4             PIC X(01).
001066     05  QUEUE-STATUS            PIC X(01).
001066     05  QUEUE-SEP-5             PIC X(01).
001066     05  QUEUE-BOOK-TIME         PIC 9(06).
001066     05  QUEUE-EST-TIME          PIC 9(06).
001066     05  QUEUE-CHECKIN-TIME      PIC 9(06).
001066     05  QUEUE-CALL-TIME         PIC 9(06).
001066     05  QUEUE-DONE-TIME         PIC 9(06).
001066     05  QUEUE-SEP-6             PIC X(01).
001066     05  QUEUE-SCRIPT-SECS       PIC 9(05).
001066     05  QUEUE-SEP-7             PIC X(01).
001066     05  QUEUE-OPERATOR          PIC X(10).
001053
001054 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------
001840     88  DRN-FLIGHT-FAULT             VALUE "Y".
001850     88  DRN-FLIGHT-NO-FAULT          VALUE "N".
001860
001861*----------------------------------------------------------------
001862* PRE-SCORE FAULT FIELDS. ANY FAILED CALL BETWEEN DRONE_BEGIN AND
001863* DRONE_CAPTURE_IMAGE SETS DRN-PRESCORE-FAULT AND ABANDONS THE
001864* SESSION UNSCORED. DRN-DRONE-BEGUN AND DRN-AIRBORNE RECORD HOW
001865* FAR THE RIG GOT, SO 5100-ABORT-SHUTDOWN ONLY LANDS A DRONE THAT
001866* WAS TOLD TO TAKE OFF AND ONLY ENDS ONE THAT WAS STARTED.
001867*----------------------------------------------------------------
001868 77  DRN-PRESCORE-SW          PIC X(01) VALUE "N".
001869     88  DRN-PRESCORE-FAULT           VALUE "Y".
001870     88  DRN-PRESCORE-OK              VALUE "N".
001871 77  DRN-BEGUN-SW             PIC X(01) VALUE "N".
001872     88  DRN-DRONE-BEGUN              VALUE "Y".
001873     88  DRN-DRONE-NOT-BEGUN          VALUE "N".
001874 77  DRN-AIRBORNE-SW          PIC X(01) VALUE "N".
001875     88  DRN-AIRBORNE                 VALUE "Y".
001876     88  DRN-GROUNDED                 VALUE "N".
001877 01  DRN-FAILED-CALL          PIC X(20) VALUE SPACES.
001878
001870*----------------------------------------------------------------
001880* AUDIT TRAIL FIELDS
001890*----------------------------------------------------------------
001940*----------------------------------------------------------------
001950 01  DRN-CONFIG-FS            PIC 99.
001960 01  DRN-WIN-THRESHOLD        PIC 9(03) VALUE 70.
001960 01  DRN-DIVISION             PIC X(06) VALUE "OPEN".
001960     88  DRN-DIVISION-JUNIOR          VALUE "JUNIOR".
001960     88  DRN-DIVISION-PRO             VALUE "PRO".
001961
001962*----------------------------------------------------------------
001963* SESSION-HISTORY FIELDS
001980 77  DRN-LIMIT-SW             PIC X(01) VALUE "N".
001981     88  DRN-LIMIT-REACHED            VALUE "Y".
001982     88  DRN-LIMIT-NOT-REACHED        VALUE "N".
001982*----------------------------------------------------------------
001982* RE-FLY GRANTS. THE DISPUTE FILE IS SITE-WIDE (ONE FILE FOR EVERY
001982* BOOTH, THE STATION IS IN THE RECORD), SO A RE-FLY MAY BE TAKEN
001982* AT WHICHEVER BOOTH IS FREE.
001982*----------------------------------------------------------------
001982 01  DRN-DISPUTE-FILENAME     PIC X(32) VALUE "dispute".
001982 01  DRN-DISPUTE-FS           PIC 99.
001982 01  DRN-REFLY-COUNT          PIC 9(02) VALUE 0.
001982
001982*----------------------------------------------------------------
001982* AIRFRAME LOCKOUT FIELDS. THE AIRFRAME REGISTER IS SITE-WIDE
001982* (AIRFRAMES MOVE BETWEEN BOOTHS); THE RECORD FOR THIS BOOTH IS
001982* THE ACTIVE ONE MOUNTED ON DRN-STATION-ID.
001982*----------------------------------------------------------------
001982 01  DRN-AIRFRAME-FILENAME    PIC X(32) VALUE "airframe".
001982 01  DRN-AIRFRAME-FS          PIC 99.
001982 01  DRN-AIRFRAME-ID          PIC X(08) VALUE SPACES.
001982 01  DRN-AIRFRAME-KIND        PIC X(01) VALUE SPACES.
001982 01  DRN-AIRFRAME-LIMIT       PIC 9(05) VALUE 0.
001982 01  DRN-AIRFRAME-FLIPS       PIC 9(07) VALUE 0.
001982 01  DRN-AIRFRAME-FLIGHTS     PIC 9(07) VALUE 0.
001982 77  DRN-AIRFRAME-SW          PIC X(01) VALUE "Y".
001982     88  DRN-AIRFRAME-OK              VALUE "Y".
001982     88  DRN-AIRFRAME-LOCKED          VALUE "N".
001982 77  DRN-MOUNTED-SW           PIC X(01) VALUE "N".
001982     88  DRN-AIRFRAME-MOUNTED         VALUE "Y".
001982     88  DRN-NO-AIRFRAME              VALUE "N".
001982
001982*----------------------------------------------------------------
001982* OPERATOR SIGN-ON FIELDS. A LIVE RUN NEEDS "OP=<ID>"; AN OVERRIDE
001982* ALSO NEEDS "REASON=<CODE>". THE OVERRIDE AND REHEARSAL LOGS ARE
001982* PER STATION, LIKE THE SESSION FILE.
001982*----------------------------------------------------------------
001982 01  DRN-OPERATOR             PIC X(10) VALUE SPACES.
001982 01  DRN-REASON-CODE          PIC X(08) VALUE SPACES.
001982 77  DRN-SIGNON-SW            PIC X(01) VALUE "Y".
001982     88  DRN-SIGNON-OK                VALUE "Y".
001982     88  DRN-SIGNON-BAD               VALUE "N".
001982 01  DRN-OVERRIDE-FILENAME    PIC X(32).
001982 01  DRN-OVERRIDE-FS          PIC 99.
001982 01  DRN-REHEARSAL-FILENAME   PIC X(32).
001982 01  DRN-REHEARSAL-FS         PIC 99.
001983
001982*----------------------------------------------------------------
001982* BOOTH QUEUE FIELDS. THE QUEUE FILE IS PER STATION AND KEPT BY
001982* QUEUEMT.COB. DRN-QUEUE-SEQ IS THE BOOKING THIS RUN IS FLYING
001982* (ZERO FOR A WALK-UP WITH NO BOOKING) AND DRN-QUEUE-CALL-TIME THE
001982* TIME IT WAS CALLED. THE WHOLE FILE IS HELD AS RECORD IMAGES TO
001982* MARK THE BOOKING FLOWN AND WRITE IT BACK.
001982*----------------------------------------------------------------
001982 01  DRN-QUEUE-FILENAME       PIC X(32).
001982 01  DRN-QUEUE-FS             PIC 99.
001982 01  DRN-QUEUE-DATE           PIC 9(08) VALUE 0.
001982 01  DRN-QUEUE-SEQ            PIC 9(04) VALUE 0.
001982 01  DRN-QUEUE-CALL-TIME      PIC 9(08) VALUE 0.
001982 01  DRN-QUEUE-SCRIPT         PIC X(10) VALUE SPACES.
001982 77  DRN-QUEUE-SW             PIC X(01) VALUE "Y".
001982     88  DRN-QUEUE-OK                 VALUE "Y".
001982     88  DRN-QUEUE-EMPTY              VALUE "N".
001982 77  DRN-NEXT-SW              PIC X(01) VALUE "N".
001982     88  DRN-TAKING-NEXT              VALUE "Y".
001982     88  DRN-TAKING-BADGE             VALUE "N".
001982 77  DRN-QUEUE-MAX            PIC 9(04) VALUE 2000.
001982 01  DRN-QUEUE-COUNT          PIC 9(04) VALUE 0.
001982 01  DRN-QUEUE-IDX            PIC 9(04) VALUE 0.
001982 01  DRN-QUEUE-TABLE.
001982     05  DRN-QUEUE-IMAGE      PIC X(81) OCCURS 2000 TIMES.
001983
001984*----------------------------------------------------------------
001985* REHEARSAL-MODE FIELDS. A REHEARSAL WALKS THE SCRIPT WITH THE
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002000     IF DRN-STATION-BAD
002000         GO TO 0000-MAINLINE-EXIT
002000     END-IF.
002000     IF DRN-SIGNON-BAD
002000         GO TO 0000-MAINLINE-EXIT
002000     END-IF.
002000     IF DRN-CATALOG-BAD
002022         GO TO 0000-MAINLINE-EXIT
002023     END-IF.
002024     IF DRN-LIMIT-REACHED
002025         GO TO 0000-MAINLINE-EXIT
002026     END-IF.
002026     IF DRN-QUEUE-EMPTY
002026         GO TO 0000-MAINLINE-EXIT
002026     END-IF.
002026     IF DRN-AIRFRAME-LOCKED
002026         GO TO 0000-MAINLINE-EXIT
002026     END-IF.
002027     IF DRN-REHEARSING
002028         PERFORM 2500-VALIDATE-SCRIPT
002029             THRU 2500-VALIDATE-SCRIPT-EXIT
002070         GO TO 0000-MAINLINE-EXIT
002080     END-IF.
002090     PERFORM 3000-RUN-SESSION THRU 3000-RUN-SESSION-EXIT.
002091     IF DRN-PRESCORE-FAULT
002092         PERFORM 5100-ABORT-SHUTDOWN
002093             THRU 5100-ABORT-SHUTDOWN-EXIT
002094         PERFORM 6000-WRITE-SESSION
002095             THRU 6000-WRITE-SESSION-EXIT
002096         GO TO 0000-MAINLINE-EXIT
002097     END-IF.
002100     IF DRN-WIN = 1
002110         PERFORM 4000-FLIGHT-SEQUENCE
002120             THRU 4000-FLIGHT-SEQUENCE-EXIT
002250     PERFORM 1050-RESOLVE-STATION THRU 1050-RESOLVE-STATION-EXIT.
002251     IF DRN-REHEARSING
002252         DISPLAY "REHEARSAL MODE -- NO DRONE CALLS WILL BE "
002252             "ISSUED, ONLY THE REHEARSAL LOG WILL BE WRITTEN"
002254     ELSE
002260         PERFORM 1055-OPEN-AUDIT THRU 1055-OPEN-AUDIT-EXIT
002261     END-IF.
002290     END-IF.
002291     IF DRN-REHEARSING
002292         PERFORM 1500-SELECT-SCRIPT THRU 1500-SELECT-SCRIPT-EXIT
002292         GO TO 1000-INITIALIZE-EXIT
002292     END-IF.
002292     PERFORM 1070-CHECK-SIGNON THRU 1070-CHECK-SIGNON-EXIT.
002292     IF DRN-SIGNON-BAD
002292         GO TO 1000-INITIALIZE-EXIT
002292     END-IF.
002300     DISPLAY 1 UPON ARGUMENT-NUMBER.
002310     ACCEPT DRN-BADGE-NO FROM ARGUMENT-VALUE.
002310     PERFORM 1400-TAKE-BOOKING THRU 1400-TAKE-BOOKING-EXIT.
002310     IF DRN-QUEUE-EMPTY
002310         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320     DISPLAY "BADGE NUMBER: " DRN-BADGE-NO.
002330     PERFORM 2000-LOOKUP-PLAYER THRU 2000-LOOKUP-PLAYER-EXIT.
002340     DISPLAY "PLAYER-ID: " DRN-PLAYER-ID.
002350     PERFORM 1600-LOAD-CHECKPOINT THRU 1600-LOAD-CHECKPOINT-EXIT.
002360     PERFORM 1700-LOAD-CONFIG THRU 1700-LOAD-CONFIG-EXIT.
002361     PERFORM 1800-CHECK-ATTEMPTS THRU 1800-CHECK-ATTEMPTS-EXIT.
002361     PERFORM 1900-CHECK-AIRFRAME THRU 1900-CHECK-AIRFRAME-EXIT.
002370 1000-INITIALIZE-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002500     SET DRN-STATION-OK TO TRUE.
002510     ACCEPT DRN-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002511*    ARGUMENTS 2 AND UP ARE PARSED BY KEYWORD: "OVERRIDE" WAIVES
002511*    THE DAILY ATTEMPT LIMIT, "REASON=<CODE>" SAYS WHY, "OP=<ID>"
002511*    SIGNS THE OPERATOR ON, "SCRIPT=<NAME>" SELECTS A CATALOGED
002511*    FLIGHT SCRIPT, "REHEARSE" TIMES A DRY RUN WITHOUT THE DRONE,
002514*    AND THE FIRST PLAIN ARGUMENT IS THE STATION ID, SO THEY CAN
002515*    COME IN ANY ORDER AFTER THE BADGE. A REHEARSAL NEEDS NO
002516*    BADGE, SO "REHEARSE" IS ALSO HONORED IN THE BADGE'S PLACE
002682         SET DRN-REHEARSING TO TRUE
002683         GO TO 1052-PARSE-ARGUMENT-EXIT
002684     END-IF.
002684     IF DRN-STATION-ID-RAW(1:3) = "OP="
002684         IF FUNCTION LENGTH(FUNCTION TRIM(DRN-STATION-ID-RAW(4:)))
002684             > 10
002684             DISPLAY "OPERATOR '"
002684                 FUNCTION TRIM(DRN-STATION-ID-RAW(4:))
002684                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
002684             SET DRN-STATION-BAD TO TRUE
002684         ELSE
002684             MOVE DRN-STATION-ID-RAW(4:) TO DRN-OPERATOR
002684         END-IF
002684         GO TO 1052-PARSE-ARGUMENT-EXIT
002684     END-IF.
002684     IF DRN-STATION-ID-RAW(1:7) = "REASON="
002684         IF FUNCTION LENGTH(FUNCTION TRIM(DRN-STATION-ID-RAW(8:)))
002684             > 8
002684             DISPLAY "REASON CODE '"
002684                 FUNCTION TRIM(DRN-STATION-ID-RAW(8:))
002684                 "' IS LONGER THAN 8 CHARACTERS -- ABORTING"
002684             SET DRN-STATION-BAD TO TRUE
002684         ELSE
002684             MOVE DRN-STATION-ID-RAW(8:) TO DRN-REASON-CODE
002684         END-IF
002684         GO TO 1052-PARSE-ARGUMENT-EXIT
002684     END-IF.
002681     IF DRN-STATION-ID-RAW(1:7) = "SCRIPT="
002682         MOVE DRN-STATION-ID-RAW(8:) TO DRN-SCRIPT-NAME-RAW
002683         IF DRN-SCRIPT-NAME-RAW = SPACES
002751         MOVE "session"    TO DRN-SESSION-FILENAME
002752         MOVE "catalog"    TO DRN-CATALOG-FILENAME
002753         MOVE "playhist"   TO DRN-PLAYHIST-FILENAME
002753         MOVE "override"   TO DRN-OVERRIDE-FILENAME
002753         MOVE "rehearsal"  TO DRN-REHEARSAL-FILENAME
002753         MOVE "queue"      TO DRN-QUEUE-FILENAME
002760     ELSE
002770         DISPLAY "STATION ID: " DRN-STATION-ID
002780         STRING "data-" DELIMITED BY SIZE
002927         STRING "playhist-" DELIMITED BY SIZE
002928             DRN-STATION-ID DELIMITED BY SPACE
002929             INTO DRN-PLAYHIST-FILENAME
002929         STRING "override-" DELIMITED BY SIZE
002929             DRN-STATION-ID DELIMITED BY SPACE
002929             INTO DRN-OVERRIDE-FILENAME
002929         STRING "rehearsal-" DELIMITED BY SIZE
002929             DRN-STATION-ID DELIMITED BY SPACE
002929             INTO DRN-REHEARSAL-FILENAME
002929         STRING "queue-" DELIMITED BY SIZE
002929             DRN-STATION-ID DELIMITED BY SPACE
002929             INTO DRN-QUEUE-FILENAME
002930     END-IF.
002940 1060-BUILD-FILENAMES-EXIT.
002950     EXIT.
002960
002960*----------------------------------------------------------------
002960* 1070-CHECK-SIGNON -- A LIVE RUN NEEDS THE OPERATOR RUNNING THE
002960* BOOTH, SO EVERY SESSION CAN BE PUT TO A SHIFT. AN OVERRIDE ALSO
002960* NEEDS ONE OF THE HOUSE REASON CODES:
002960*   RERUN  -- SUPERVISED RERUN THE CONTESTANT WAS NOT AT FAULT FOR
002960*   COMP   -- COMPLIMENTARY RUN GRANTED BY THE EVENT LEAD
002960*   VIP    -- SPONSOR OR INVITED GUEST
002960*   DEMO   -- DEMONSTRATION FLIGHT FOR THE CROWD OR PRESS
002960*   STAFF  -- STAFF OR TEST FLIGHT ON A CONTESTANT BADGE
002960*   OTHER  -- ANYTHING ELSE; EXPLAIN IT AT HAND-OVER
002960* A REASON WITHOUT AN OVERRIDE IS DROPPED WITH A WARNING.
002960*----------------------------------------------------------------
002960 1070-CHECK-SIGNON.
002960     SET DRN-SIGNON-OK TO TRUE.
002960     IF DRN-OPERATOR = SPACES
002960         DISPLAY "NO OPERATOR SIGNED ON -- GIVE OP=<ID>; "
002960             "SESSION REFUSED"
002960         SET DRN-SIGNON-BAD TO TRUE
002960         GO TO 1070-CHECK-SIGNON-EXIT
002960     END-IF.
002960     DISPLAY "OPERATOR: " DRN-OPERATOR.
002960     IF DRN-NO-OVERRIDE
002960         IF DRN-REASON-CODE NOT = SPACES
002960             DISPLAY "REASON GIVEN WITHOUT OVERRIDE -- IGNORED"
002960             MOVE SPACES TO DRN-REASON-CODE
002960         END-IF
002960         GO TO 1070-CHECK-SIGNON-EXIT
002960     END-IF.
002960     EVALUATE DRN-REASON-CODE
002960         WHEN "RERUN"
002960         WHEN "COMP"
002960         WHEN "VIP"
002960         WHEN "DEMO"
002960         WHEN "STAFF"
002960         WHEN "OTHER"
002960             DISPLAY "OVERRIDE REASON: " DRN-REASON-CODE
002960         WHEN SPACES
002960             DISPLAY "OVERRIDE NEEDS A REASON CODE -- GIVE "
002960                 "REASON=<CODE>; SESSION REFUSED"
002960             SET DRN-SIGNON-BAD TO TRUE
002960         WHEN OTHER
002960             DISPLAY "UNKNOWN OVERRIDE REASON '"
002960                 FUNCTION TRIM(DRN-REASON-CODE)
002960                 "' -- USE RERUN, COMP, VIP, DEMO, STAFF OR "
002960                 "OTHER; SESSION REFUSED"
002960             SET DRN-SIGNON-BAD TO TRUE
002960     END-EVALUATE.
002960 1070-CHECK-SIGNON-EXIT.
002960     EXIT.
002960
002970*----------------------------------------------------------------
002980* 1055-OPEN-AUDIT -- THE AUDIT LOG IS A DURABLE PER-STATION TRAIL
002990* COVERING EVERY CONTESTANT RUN THROUGH THAT BOOTH, NOT JUST THE
003090 1055-OPEN-AUDIT-EXIT.
003100     EXIT.
003101
003101*----------------------------------------------------------------
003101* 1400-TAKE-BOOKING -- MATCH THE RUN TO THE STATION'S BOOTH QUEUE.
003101* "NEXT" IN PLACE OF THE BADGE TAKES THE EARLIEST BOOKING CHECKED
003101* IN TODAY AND FLIES THAT BADGE; WITH NOBODY CHECKED IN (OR NO
003101* QUEUE FILE) NOTHING IS RUN. AN EXPLICIT BADGE TAKES ITS OWN
003101* EARLIEST BOOKING STILL WAITING TODAY, IF IT HAS ONE -- A WALK-UP
003101* WITH NO BOOKING IS RUN AS BEFORE. THE BOOKING'S SCRIPT IS FLOWN
003101* UNLESS "SCRIPT=" NAMED ANOTHER, WHICH IS KEPT AND REPORTED.
003101*----------------------------------------------------------------
003101 1400-TAKE-BOOKING.
003101     MOVE 0 TO DRN-QUEUE-SEQ.
003101     SET DRN-QUEUE-OK TO TRUE.
003101     SET DRN-TAKING-BADGE TO TRUE.
003101     IF DRN-BADGE-NO = "NEXT"
003101         SET DRN-TAKING-NEXT TO TRUE
003101     END-IF.
003101     ACCEPT DRN-QUEUE-DATE FROM DATE YYYYMMDD.
003101     SET DRN-NOT-AT-EOF TO TRUE.
003101     OPEN INPUT QUEUE-FILE.
003101     IF DRN-QUEUE-FS NOT = "00"
003101         IF DRN-TAKING-NEXT
003101             DISPLAY "NO BOOTH QUEUE FOR THIS STATION -- "
003101                 "NOBODY TO CALL"
003101             SET DRN-QUEUE-EMPTY TO TRUE
003101         END-IF
003101         GO TO 1400-TAKE-BOOKING-EXIT
003101     END-IF.
003101     PERFORM 1410-READ-QUEUE THRU 1410-READ-QUEUE-EXIT
003101         UNTIL DRN-AT-EOF OR DRN-QUEUE-SEQ > 0.
003101     CLOSE QUEUE-FILE.
003101     IF DRN-QUEUE-SEQ = 0
003101         IF DRN-TAKING-NEXT
003101             DISPLAY "NOBODY IS CHECKED IN ON THE BOOTH QUEUE -- "
003101                 "NOBODY TO CALL"
003101             SET DRN-QUEUE-EMPTY TO TRUE
003101         END-IF
003101         GO TO 1400-TAKE-BOOKING-EXIT
003101     END-IF.
003101     ACCEPT DRN-QUEUE-CALL-TIME FROM TIME.
003101     DISPLAY "QUEUE BOOKING NO. " DRN-QUEUE-SEQ " CALLED".
003101     IF DRN-QUEUE-SCRIPT = DRN-SCRIPT-NAME
003101         GO TO 1400-TAKE-BOOKING-EXIT
003101     END-IF.
003101     IF DRN-SCRIPT-NAME = SPACES
003101         MOVE DRN-QUEUE-SCRIPT TO DRN-SCRIPT-NAME
003101     ELSE
003101         DISPLAY "SCRIPT= OVERRIDES THE SCRIPT BOOKED ("
003101             DRN-QUEUE-SCRIPT ")"
003101     END-IF.
003101 1400-TAKE-BOOKING-EXIT.
003101     EXIT.
003101
003101 1410-READ-QUEUE.
003101     READ QUEUE-FILE
003101         AT END
003101             SET DRN-AT-EOF TO TRUE
003101             GO TO 1410-READ-QUEUE-EXIT
003101     END-READ.
003101     IF QUEUE-DATE NOT = DRN-QUEUE-DATE
003101         GO TO 1410-READ-QUEUE-EXIT
003101     END-IF.
003101     IF DRN-TAKING-NEXT
003101         IF QUEUE-STATUS = "C"
003101             MOVE QUEUE-BADGE-NO TO DRN-BADGE-NO
003101             MOVE QUEUE-SEQ TO DRN-QUEUE-SEQ
003101             MOVE QUEUE-SCRIPT TO DRN-QUEUE-SCRIPT
003101         END-IF
003101         GO TO 1410-READ-QUEUE-EXIT
003101     END-IF.
003101     IF  QUEUE-BADGE-NO = DRN-BADGE-NO
003101     AND (QUEUE-STATUS = "B" OR QUEUE-STATUS = "C")
003101         MOVE QUEUE-SEQ TO DRN-QUEUE-SEQ
003101         MOVE QUEUE-SCRIPT TO DRN-QUEUE-SCRIPT
003101     END-IF.
003101 1410-READ-QUEUE-EXIT.
003101     EXIT.
003101
003102*----------------------------------------------------------------
003103* 1500-SELECT-SCRIPT -- RESOLVE THE "SCRIPT=<NAME>" ARGUMENT
003104* AGAINST THE STATION'S CATALOG FILE. A NAME THE CATALOG LISTS
003150* KIDS' EVENT, A HIGH BAR FOR THE ADULT COMPETITIVE NIGHT)
003160* INSTEAD OF IT BEING BURIED IN A COMPILED SUBPROGRAM. A MISSING
003170* OR BLANK CONFIG FILE FALLS BACK TO THE HOUSE DEFAULT OF 70.
003170* CONFIG-WIN-THRESHOLD IS THE OPEN DIVISION'S BAR; A JUNIOR OR
003170* PRO BADGE TAKES ITS OWN DIVISION'S THRESHOLD INSTEAD, UNLESS
003170* THAT IS ZERO OR MISSING (AN OLDER CONFIG FILE), WHEN THE OPEN
003170* BAR STANDS.
003180*----------------------------------------------------------------
003190 1700-LOAD-CONFIG.
003200     MOVE 70 TO DRN-WIN-THRESHOLD.
003250                 CONTINUE
003260             NOT AT END
003270                 MOVE CONFIG-WIN-THRESHOLD TO DRN-WIN-THRESHOLD
003270                 IF  DRN-DIVISION-JUNIOR
003270                 AND CONFIG-JUNIOR-THRESHOLD IS NUMERIC
003270                 AND CONFIG-JUNIOR-THRESHOLD > 0
003270                     MOVE CONFIG-JUNIOR-THRESHOLD
003270                         TO DRN-WIN-THRESHOLD
003270                 END-IF
003270                 IF  DRN-DIVISION-PRO
003270                 AND CONFIG-PRO-THRESHOLD IS NUMERIC
003270                 AND CONFIG-PRO-THRESHOLD > 0
003270                     MOVE CONFIG-PRO-THRESHOLD
003270                         TO DRN-WIN-THRESHOLD
003270                 END-IF
003271                 IF  CONFIG-ATTEMPT-LIMIT IS NUMERIC
003272                 AND CONFIG-ATTEMPT-LIMIT > 0
003273                     MOVE CONFIG-ATTEMPT-LIMIT
003280         END-READ
003290         CLOSE CONFIG-FILE
003300     END-IF.
003310     DISPLAY "DIVISION: " DRN-DIVISION.
003310     DISPLAY "WIN THRESHOLD: " DRN-WIN-THRESHOLD.
003311     DISPLAY "DAILY ATTEMPT LIMIT: " DRN-ATTEMPT-LIMIT.
003320 1700-LOAD-CONFIG-EXIT.
003360             UNTIL DRN-AT-EOF
003361         CLOSE SESSION-FILE
003362     END-IF.
003363     PERFORM 1840-COUNT-REFLY THRU 1840-COUNT-REFLY-EXIT.
003363     DISPLAY "ATTEMPTS USED TODAY BY BADGE " DRN-BADGE-NO
003363         ": " DRN-ATTEMPTS-TODAY " OF " DRN-ATTEMPT-LIMIT.
003355     IF DRN-ATTEMPTS-TODAY >= DRN-ATTEMPT-LIMIT
003356         IF DRN-OPS-OVERRIDE
003357             DISPLAY "DAILY ATTEMPT LIMIT REACHED BUT OPS "
003373             IF  SESSION-DATE = DRN-TODAY-DATE
003374             AND SESSION-BADGE-NO = DRN-BADGE-NO
003375             AND SESSION-FAULT-FLAG NOT = "F"
003375             AND SESSION-FAULT-FLAG NOT = "P"
003376                 ADD 1 TO DRN-ATTEMPTS-TODAY
003377             END-IF
003378     END-READ.
003382*----------------------------------------------------------------
003383* 1820-COUNT-KEYED -- POSITION AT TODAY'S FIRST PLAYER-HISTORY
003384* RECORD FOR THIS BADGE AND READ FORWARD UNTIL THE KEY LEAVES
003385* TODAY OR THE BADGE. ONLY NON-FAULTED RECORDS COUNT -- NEITHER
003385* A FLIGHT FAULT ("F") NOR A PRE-SCORE FAULT ("P") COSTS AN
003385* ATTEMPT.
003386*----------------------------------------------------------------
003387 1820-COUNT-KEYED.
003388     SET DRN-NOT-AT-EOF TO TRUE.
003407             OR PH-DATE NOT = DRN-TODAY-DATE
003408                 SET DRN-AT-EOF TO TRUE
003409             ELSE
003410                 IF  PH-FAULT-FLAG NOT = "F"
003410                 AND PH-FAULT-FLAG NOT = "P"
003411                     ADD 1 TO DRN-ATTEMPTS-TODAY
003412                 END-IF
003413             END-IF
003414     END-READ.
003415 1830-READ-KEYED-EXIT.
003416     EXIT.
003416
003416*----------------------------------------------------------------
003416* 1840-COUNT-REFLY -- ADD ONE ATTEMPT TO TODAY'S LIMIT FOR EACH
003416* RE-FLY RULING CLOSED TODAY FOR THIS BADGE IN THE DISPUTE FILE.
003416* THE GRANT IS FOR THE RULING DATE ONLY; A RE-FLY NOT FLOWN THAT
003416* DAY LAPSES WITH IT.
003416*----------------------------------------------------------------
003416 1840-COUNT-REFLY.
003416     MOVE 0 TO DRN-REFLY-COUNT.
003416     OPEN INPUT DISPUTE-FILE.
003416     IF DRN-DISPUTE-FS NOT = "00"
003416         GO TO 1840-COUNT-REFLY-EXIT
003416     END-IF.
003416     SET DRN-NOT-AT-EOF TO TRUE.
003416     PERFORM 1850-READ-DISPUTE THRU 1850-READ-DISPUTE-EXIT
003416         UNTIL DRN-AT-EOF.
003416     CLOSE DISPUTE-FILE.
003416     IF DRN-REFLY-COUNT > 0
003416         IF DRN-ATTEMPT-LIMIT + DRN-REFLY-COUNT > 99
003416             MOVE 99 TO DRN-ATTEMPT-LIMIT
003416         ELSE
003416             ADD DRN-REFLY-COUNT TO DRN-ATTEMPT-LIMIT
003416         END-IF
003416         DISPLAY "RE-FLY GRANTED TODAY BY DISPUTE RULING: "
003416             DRN-REFLY-COUNT " EXTRA ATTEMPT(S)"
003416     END-IF.
003416 1840-COUNT-REFLY-EXIT.
003416     EXIT.
003416
003416 1850-READ-DISPUTE.
003416     READ DISPUTE-FILE
003416         AT END
003416             SET DRN-AT-EOF TO TRUE
003416         NOT AT END
003416             IF  DISPUTE-STATUS = "C"
003416             AND DISPUTE-RULING = "R"
003416             AND DISPUTE-BADGE-NO = DRN-BADGE-NO
003416             AND DISPUTE-CLOSE-DATE = DRN-TODAY-DATE
003416             AND DRN-REFLY-COUNT < 99
003416                 ADD 1 TO DRN-REFLY-COUNT
003416             END-IF
003416     END-READ.
003416 1850-READ-DISPUTE-EXIT.
003416     EXIT.
003417
003417*----------------------------------------------------------------
003417* 1900-CHECK-AIRFRAME -- FIND THE AIRFRAME MOUNTED ON THIS BOOTH
003417* IN THE SITE-WIDE REGISTER AND REFUSE THE LIVE SESSION WHEN
003417* THERE IS NONE, OR WHEN ITS SINCE-SERVICE FLIP OR FLIGHT COUNT
003417* (WHICHEVER ITS LIMIT IS KEPT IN) HAS REACHED THE SERVICE LIMIT.
003417* NO REGISTER AT ALL MEANS NOTHING IS MOUNTED. A REFUSED RUN
003417* WRITES NO SESSION RECORD AND BURNS NO ATTEMPT.
003417*----------------------------------------------------------------
003417 1900-CHECK-AIRFRAME.
003417     SET DRN-AIRFRAME-OK TO TRUE.
003417     SET DRN-NO-AIRFRAME TO TRUE.
003417     MOVE SPACES TO DRN-AIRFRAME-ID.
003417     OPEN INPUT AIRFRAME-FILE.
003417     IF DRN-AIRFRAME-FS = "00"
003417         SET DRN-NOT-AT-EOF TO TRUE
003417         PERFORM 1910-READ-AIRFRAME THRU 1910-READ-AIRFRAME-EXIT
003417             UNTIL DRN-AT-EOF OR DRN-AIRFRAME-MOUNTED
003417         CLOSE AIRFRAME-FILE
003417     END-IF.
003417     IF DRN-NO-AIRFRAME
003417         DISPLAY "NO AIRFRAME IS MOUNTED ON THIS STATION -- "
003417             "SESSION REFUSED"
003417         SET DRN-AIRFRAME-LOCKED TO TRUE
003417         GO TO 1900-CHECK-AIRFRAME-EXIT
003417     END-IF.
003417     DISPLAY "AIRFRAME: " DRN-AIRFRAME-ID.
003417     IF DRN-AIRFRAME-KIND = "F"
003417         IF DRN-AIRFRAME-FLIPS >= DRN-AIRFRAME-LIMIT
003417             DISPLAY "AIRFRAME " DRN-AIRFRAME-ID
003417                 " IS DUE SERVICE AT " DRN-AIRFRAME-FLIPS
003417                 " FLIPS (LIMIT " DRN-AIRFRAME-LIMIT
003417                 ") -- SESSION REFUSED"
003417             SET DRN-AIRFRAME-LOCKED TO TRUE
003417         END-IF
003417     ELSE
003417         IF DRN-AIRFRAME-FLIGHTS >= DRN-AIRFRAME-LIMIT
003417             DISPLAY "AIRFRAME " DRN-AIRFRAME-ID
003417                 " IS DUE SERVICE AT " DRN-AIRFRAME-FLIGHTS
003417                 " FLIGHTS (LIMIT " DRN-AIRFRAME-LIMIT
003417                 ") -- SESSION REFUSED"
003417             SET DRN-AIRFRAME-LOCKED TO TRUE
003417         END-IF
003417     END-IF.
003417 1900-CHECK-AIRFRAME-EXIT.
003417     EXIT.
003417
003417 1910-READ-AIRFRAME.
003417     READ AIRFRAME-FILE
003417         AT END
003417             SET DRN-AT-EOF TO TRUE
003417         NOT AT END
003417             IF  AIRFRAME-STATUS = "A"
003417             AND AIRFRAME-MOUNTED-SW = "Y"
003417             AND AIRFRAME-STATION-ID = DRN-STATION-ID
003417                 SET DRN-AIRFRAME-MOUNTED TO TRUE
003417                 MOVE AIRFRAME-ID TO DRN-AIRFRAME-ID
003417                 MOVE AIRFRAME-LIMIT-KIND TO DRN-AIRFRAME-KIND
003417                 MOVE AIRFRAME-SVC-LIMIT TO DRN-AIRFRAME-LIMIT
003417                 MOVE AIRFRAME-FLIPS TO DRN-AIRFRAME-FLIPS
003417                 MOVE AIRFRAME-FLIGHTS TO DRN-AIRFRAME-FLIGHTS
003417             END-IF
003417     END-READ.
003417 1910-READ-AIRFRAME-EXIT.
003417     EXIT.
003417
003350*----------------------------------------------------------------
003360* 1600-LOAD-CHECKPOINT -- IF A PRIOR RUN FAULTED PART-WAY THROUGH
003740* NUMBER SUPPLIED ON THE COMMAND LINE AND RETURN ITS PLAYER-ID.
003750* IF THE BADGE IS NOT ON THE ROSTER THE CONTESTANT IS TREATED AS
003760* A NEW PLAYER-ID OF 1 SO THE RIG CAN STILL RUN, BUT THE MISS IS
003770* CALLED OUT ON THE CONSOLE FOR OPS TO FIX THE ROSTER. THE
003770* BADGE'S DIVISION COMES BACK WITH ITS PLAYER-ID; A WALK-UP OR A
003770* ROW WITH NO DIVISION ON IT PLAYS IN OPEN.
003780*----------------------------------------------------------------
003790 2000-LOOKUP-PLAYER.
003800     SET DRN-PLAYER-NOT-FOUND TO TRUE.
003800     MOVE "OPEN" TO DRN-DIVISION.
003810     SET DRN-NOT-AT-EOF TO TRUE.
003820     OPEN INPUT ROSTER-FILE.
003830     IF DRN-ROSTER-FS = "00"
004031             AND ROSTER-STATUS NOT = "I"
004040                 SET DRN-PLAYER-FOUND TO TRUE
004050                 MOVE ROSTER-PLAYER-ID TO DRN-PLAYER-ID
004050                 IF ROSTER-DIVISION NOT = SPACES
004050                     MOVE ROSTER-DIVISION TO DRN-DIVISION
004050                 END-IF
004060             END-IF
004070     END-READ.
004080 2100-READ-ROSTER-EXIT.
004830
004840*----------------------------------------------------------------
004850* 3000-RUN-SESSION -- THE FIXED TAKEOFF / SCORE / WIN SEQUENCE.
004851* EVERY CALL AHEAD OF GET_SMILE_SCORE IS CHECKED AS SOON AS IT IS
004852* LOGGED: A NONZERO STATUS SETS DRN-PRESCORE-FAULT AND LEAVES THE
004853* SESSION UNSCORED, SO A DRONE THAT NEVER GOT UP (OR NEVER TOOK
004854* ITS PICTURE) IS NOT JUDGED OFF WHATEVER IMAGE WAS LYING AROUND.
004855* THE DRONE COUNTS AS AIRBORNE FROM THE MOMENT DRONE_TAKEOFF IS
004856* ISSUED -- A FAILED TAKEOFF STATUS DOES NOT PROVE IT STAYED ON
004857* THE PAD, AND LANDING A GROUNDED DRONE DOES NO HARM.
004860*----------------------------------------------------------------
004870 3000-RUN-SESSION.
004871     SET DRN-PRESCORE-OK TO TRUE.
004872     SET DRN-DRONE-NOT-BEGUN TO TRUE.
004873     SET DRN-GROUNDED TO TRUE.
004874     MOVE SPACES TO DRN-FAILED-CALL.
004875     MOVE 0 TO DRN-SCORE.
004876     MOVE 0 TO DRN-WIN.
004880     DISPLAY "drone_begin".
004890     CALL "drone_begin".
004900     MOVE "drone_begin" TO AUDIT-CALL-NAME.
004910     MOVE RETURN-CODE TO AUDIT-STATUS.
004920     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
004921     PERFORM 3900-CHECK-PRESCORE-CALL
004922         THRU 3900-CHECK-PRESCORE-CALL-EXIT.
004923     IF DRN-PRESCORE-FAULT
004924         GO TO 3000-RUN-SESSION-EXIT
004925     END-IF.
004926     SET DRN-DRONE-BEGUN TO TRUE.
004930
004940     DISPLAY "drone_command".
004950     CALL "drone_command".
004960     MOVE "drone_command" TO AUDIT-CALL-NAME.
004970     MOVE RETURN-CODE TO AUDIT-STATUS.
004980     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
004981     PERFORM 3900-CHECK-PRESCORE-CALL
004982         THRU 3900-CHECK-PRESCORE-CALL-EXIT.
004983     IF DRN-PRESCORE-FAULT
004984         GO TO 3000-RUN-SESSION-EXIT
004985     END-IF.
004990     CALL "lib_sleep" USING BY VALUE 5.
005000
005010     DISPLAY "drone_takeoff".
005020     CALL "drone_takeoff".
005021     SET DRN-AIRBORNE TO TRUE.
005030     MOVE "drone_takeoff" TO AUDIT-CALL-NAME.
005040     MOVE RETURN-CODE TO AUDIT-STATUS.
005050     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
005051     PERFORM 3900-CHECK-PRESCORE-CALL
005052         THRU 3900-CHECK-PRESCORE-CALL-EXIT.
005053     IF DRN-PRESCORE-FAULT
005054         GO TO 3000-RUN-SESSION-EXIT
005055     END-IF.
005060     CALL "lib_sleep" USING BY VALUE 10.
005070
005080     DISPLAY "drone_up".
005100     MOVE "drone_up" TO AUDIT-CALL-NAME.
005110     MOVE RETURN-CODE TO AUDIT-STATUS.
005120     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
005121     PERFORM 3900-CHECK-PRESCORE-CALL
005122         THRU 3900-CHECK-PRESCORE-CALL-EXIT.
005123     IF DRN-PRESCORE-FAULT
005124         GO TO 3000-RUN-SESSION-EXIT
005125     END-IF.
005130     CALL "lib_sleep" USING BY VALUE 10.
005140
005150     DISPLAY "drone_capture_image".
005170     MOVE "drone_capture_image" TO AUDIT-CALL-NAME.
005180     MOVE RETURN-CODE TO AUDIT-STATUS.
005190     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
005191     PERFORM 3900-CHECK-PRESCORE-CALL
005192         THRU 3900-CHECK-PRESCORE-CALL-EXIT.
005193     IF DRN-PRESCORE-FAULT
005194         GO TO 3000-RUN-SESSION-EXIT
005195     END-IF.
005200
005210     DISPLAY "get_smile_score".
005220     CALL "get_smile_score" USING BY VALUE DRN-PLAYER-ID
005330     DISPLAY "WIN=" DRN-WIN.
005340 3000-RUN-SESSION-EXIT.
005350     EXIT.
005351
005352*----------------------------------------------------------------
005353* 3900-CHECK-PRESCORE-CALL -- JUDGE THE CALL 3000-RUN-SESSION JUST
005354* LOGGED. AUDIT-STATUS STILL HOLDS ITS RETURN CODE, THE SAME WAY
005355* 4230-RUN-FLIP JUDGES A DRONE_FLIP.
005356*----------------------------------------------------------------
005357 3900-CHECK-PRESCORE-CALL.
005358     IF AUDIT-STATUS NOT = 0
005359         SET DRN-PRESCORE-FAULT TO TRUE
005360         MOVE AUDIT-CALL-NAME TO DRN-FAILED-CALL
005361         DISPLAY "PRE-SCORE FAULT -- "
005362             FUNCTION TRIM(DRN-FAILED-CALL)
005362             " FAILED, STATUS " AUDIT-STATUS
005363         DISPLAY "SESSION ABANDONED UNSCORED -- NO ATTEMPT USED"
005364     END-IF.
005365 3900-CHECK-PRESCORE-CALL-EXIT.
005366     EXIT.
005360
005370*----------------------------------------------------------------
005380* 4000-FLIGHT-SEQUENCE -- INTERPRET THE FLIGHT SCRIPT.
007630     PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT.
007640 5000-TERMINATE-EXIT.
007650     EXIT.
007651
007652*----------------------------------------------------------------
007653* 5100-ABORT-SHUTDOWN -- BRING THE RIG DOWN AFTER A PRE-SCORE
007654* FAULT. DRONE_LAND ONLY IF TAKEOFF WAS ISSUED, DRONE_END ONLY IF
007655* DRONE_BEGIN SUCCEEDED -- A DRONE THAT NEVER CONNECTED HAS
007656* NOTHING TO END. BOTH CALLS ARE AUDITED LIKE 5000-TERMINATE'S.
007657*----------------------------------------------------------------
007658 5100-ABORT-SHUTDOWN.
007659     IF DRN-AIRBORNE
007660         DISPLAY "drone_land"
007661         CALL "drone_land"
007662         MOVE "drone_land" TO AUDIT-CALL-NAME
007663         MOVE RETURN-CODE TO AUDIT-STATUS
007664         PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT
007665     END-IF.
007666     IF DRN-DRONE-BEGUN
007667         DISPLAY "drone_end"
007668         CALL "drone_end"
007669         MOVE "drone_end" TO AUDIT-CALL-NAME
007670         MOVE RETURN-CODE TO AUDIT-STATUS
007671         PERFORM 8000-LOG-CALL THRU 8000-LOG-CALL-EXIT
007672     END-IF.
007673 5100-ABORT-SHUTDOWN-EXIT.
007674     EXIT.
007660
007661*----------------------------------------------------------------
007662* 6000-WRITE-SESSION -- APPEND THE RUN'S OUTCOME TO THE DURABLE
007663* PER-STATION SESSION FILE: WHO RAN, WHEN, WHAT THEY SCORED, THE
007664* WIN THRESHOLD THAT WAS ACTUALLY IN FORCE, WHETHER IT WAS A WIN,
007665* AND WHETHER THE VICTORY FLIGHT ENDED CLEAN ("C") OR WITH
007666* DRN-FLIGHT-FAULT SET ("F"), OR THE RUN NEVER REACHED SCORING
007666* BECAUSE A PRE-SCORE CALL FAILED ("P", ZERO SCORE, LOSE).
007666* THE CONSOLE SCROLLS AWAY; THIS FILE
007667* IS WHAT SETTLES A DISPUTE ABOUT WHO WON AND AT WHAT BAR. THE
007668* FILE IS OPENED FOR EXTEND WITH AN OUTPUT FALLBACK, THE SAME WAY
007669* 1055-OPEN-AUDIT CREATES THE AUDIT FILE ON A STATION'S FIRST
007693     ELSE
007694         MOVE "L" TO SESSION-WIN-FLAG
007695     END-IF.
007696     IF DRN-PRESCORE-FAULT
007697         MOVE "P" TO SESSION-FAULT-FLAG
007698     ELSE
007699     IF DRN-FLIGHT-FAULT
007699         MOVE "F" TO SESSION-FAULT-FLAG
007699     ELSE
007699         MOVE "C" TO SESSION-FAULT-FLAG
007700     END-IF
007700     END-IF.
007701     MOVE SPACE TO SESSION-SEP-4.
007701     MOVE DRN-SCRIPT-NAME TO SESSION-SCRIPT.
007701     MOVE SPACE TO SESSION-SEP-5.
007701     MOVE DRN-OPERATOR TO SESSION-OPERATOR.
007701     IF DRN-OPS-OVERRIDE
007701         MOVE "Y" TO SESSION-OVERRIDE-SW
007701     ELSE
007701         MOVE "N" TO SESSION-OVERRIDE-SW
007701     END-IF.
007701     MOVE DRN-DIVISION TO SESSION-DIVISION.
007701     WRITE SESSION-REC.
007701     PERFORM 6100-WRITE-PLAYHIST THRU 6100-WRITE-PLAYHIST-EXIT.
007701     IF DRN-OPS-OVERRIDE
007701         PERFORM 6200-WRITE-OVERRIDE THRU 6200-WRITE-OVERRIDE-EXIT
007701     END-IF.
007701     IF  DRN-QUEUE-SEQ > 0
007701     AND DRN-PRESCORE-OK
007701         PERFORM 6300-MARK-BOOKING-FLOWN
007701             THRU 6300-MARK-BOOKING-FLOWN-EXIT
007701     END-IF.
007705     CLOSE SESSION-FILE.
007706 6000-WRITE-SESSION-EXIT.
007707     EXIT.
007735     MOVE SESSION-WIN-FLAG TO PH-WIN-FLAG.
007736     MOVE SESSION-FAULT-FLAG TO PH-FAULT-FLAG.
007737     MOVE DRN-SCRIPT-NAME TO PH-SCRIPT.
007737     MOVE DRN-OPERATOR TO PH-OPERATOR.
007737     MOVE SESSION-OVERRIDE-SW TO PH-OVERRIDE-SW.
007737     WRITE PLAYHIST-REC
007739         INVALID KEY
007740             REWRITE PLAYHIST-REC
007741             END-REWRITE
007743     CLOSE PLAYHIST-FILE.
007744 6100-WRITE-PLAYHIST-EXIT.
007745     EXIT.
007745
007745*----------------------------------------------------------------
007745* 6200-WRITE-OVERRIDE -- APPEND THE OVERRIDE TO THE STATION'S
007745* OVERRIDE LOG UNDER THE SESSION RECORD'S OWN TIMESTAMP, SO THE
007745* TWO TIE UP AT HAND-OVER. THE ATTEMPTS SHOWN ARE THOSE ALREADY
007745* USED TODAY BEFORE THIS RUN, AGAINST THE LIMIT IN FORCE (RE-FLY
007745* GRANTS INCLUDED). EXTEND WITH AN OUTPUT FALLBACK, AS FOR THE
007745* SESSION FILE.
007745*----------------------------------------------------------------
007745 6200-WRITE-OVERRIDE.
007745     OPEN EXTEND OVERRIDE-FILE.
007745     IF DRN-OVERRIDE-FS NOT = "00"
007745         OPEN OUTPUT OVERRIDE-FILE
007745     END-IF.
007745     IF DRN-OVERRIDE-FS NOT = "00"
007745         DISPLAY "UNABLE TO OPEN OVERRIDE LOG, STATUS: "
007745             DRN-OVERRIDE-FS
007745         GO TO 6200-WRITE-OVERRIDE-EXIT
007745     END-IF.
007745     MOVE SESSION-DATE TO OVERRIDE-DATE.
007745     MOVE SESSION-TIME TO OVERRIDE-TIME.
007745     MOVE SPACE TO OVERRIDE-SEP-1.
007745     MOVE DRN-BADGE-NO TO OVERRIDE-BADGE-NO.
007745     MOVE SPACE TO OVERRIDE-SEP-2.
007745     MOVE DRN-STATION-ID TO OVERRIDE-STATION-ID.
007745     MOVE SPACE TO OVERRIDE-SEP-3.
007745     MOVE DRN-OPERATOR TO OVERRIDE-OPERATOR.
007745     MOVE SPACE TO OVERRIDE-SEP-4.
007745     MOVE DRN-REASON-CODE TO OVERRIDE-REASON.
007745     MOVE SPACE TO OVERRIDE-SEP-5.
007745     MOVE DRN-ATTEMPTS-TODAY TO OVERRIDE-ATTEMPTS-USED.
007745     MOVE DRN-ATTEMPT-LIMIT TO OVERRIDE-ATTEMPT-LIMIT.
007745     WRITE OVERRIDE-REC.
007745     CLOSE OVERRIDE-FILE.
007745 6200-WRITE-OVERRIDE-EXIT.
007745     EXIT.
007745
007745*----------------------------------------------------------------
007745* 6300-MARK-BOOKING-FLOWN -- THE SESSION THIS RUN TOOK OFF THE
007745* BOOTH QUEUE IS RECORDED, SO MARK ITS BOOKING FLOWN WITH THE TIME
007745* IT WAS CALLED AND THE TIME IT FINISHED. THE QUEUE IS RE-READ
007745* HERE (BOOKINGS TAKEN DURING THE FLIGHT MUST NOT BE LOST) AND
007745* WRITTEN BACK WHOLE, AS QUEUEMT.COB DOES.
007745*----------------------------------------------------------------
007745 6300-MARK-BOOKING-FLOWN.
007745     MOVE 0 TO DRN-QUEUE-COUNT.
007745     SET DRN-NOT-AT-EOF TO TRUE.
007745     OPEN INPUT QUEUE-FILE.
007745     IF DRN-QUEUE-FS NOT = "00"
007745         DISPLAY "UNABLE TO OPEN BOOTH QUEUE, STATUS: "
007745             DRN-QUEUE-FS " -- BOOKING NOT MARKED FLOWN"
007745         GO TO 6300-MARK-BOOKING-FLOWN-EXIT
007745     END-IF.
007745     PERFORM 6310-LOAD-QUEUE THRU 6310-LOAD-QUEUE-EXIT
007745         UNTIL DRN-AT-EOF.
007745     CLOSE QUEUE-FILE.
007745     IF DRN-QUEUE-COUNT > DRN-QUEUE-MAX
007745         DISPLAY "BOOTH QUEUE OVER " DRN-QUEUE-MAX
007745             " BOOKINGS -- BOOKING NOT MARKED FLOWN"
007745         GO TO 6300-MARK-BOOKING-FLOWN-EXIT
007745     END-IF.
007745     OPEN OUTPUT QUEUE-FILE.
007745     IF DRN-QUEUE-FS NOT = "00"
007745         DISPLAY "UNABLE TO REWRITE BOOTH QUEUE, STATUS: "
007745             DRN-QUEUE-FS
007745         GO TO 6300-MARK-BOOKING-FLOWN-EXIT
007745     END-IF.
007745     PERFORM 6320-WRITE-QUEUE THRU 6320-WRITE-QUEUE-EXIT
007745         VARYING DRN-QUEUE-IDX FROM 1 BY 1
007745         UNTIL DRN-QUEUE-IDX > DRN-QUEUE-COUNT.
007745     CLOSE QUEUE-FILE.
007745 6300-MARK-BOOKING-FLOWN-EXIT.
007745     EXIT.
007745
007745 6310-LOAD-QUEUE.
007745     READ QUEUE-FILE
007745         AT END
007745             SET DRN-AT-EOF TO TRUE
007745             GO TO 6310-LOAD-QUEUE-EXIT
007745     END-READ.
007745     ADD 1 TO DRN-QUEUE-COUNT.
007745     IF DRN-QUEUE-COUNT > DRN-QUEUE-MAX
007745         SET DRN-AT-EOF TO TRUE
007745         GO TO 6310-LOAD-QUEUE-EXIT
007745     END-IF.
007745     IF  QUEUE-DATE = DRN-QUEUE-DATE
007745     AND QUEUE-SEQ = DRN-QUEUE-SEQ
007745         MOVE "F" TO QUEUE-STATUS
007745         MOVE DRN-QUEUE-CALL-TIME(1:6) TO QUEUE-CALL-TIME
007745         MOVE SESSION-TIME(1:6) TO QUEUE-DONE-TIME
007745     END-IF.
007745     MOVE QUEUE-REC TO DRN-QUEUE-IMAGE(DRN-QUEUE-COUNT).
007745 6310-LOAD-QUEUE-EXIT.
007745     EXIT.
007745
007745 6320-WRITE-QUEUE.
007745     MOVE DRN-QUEUE-IMAGE(DRN-QUEUE-IDX) TO QUEUE-REC.
007745     WRITE QUEUE-REC.
007745 6320-WRITE-QUEUE-EXIT.
007745     EXIT.
007746
007706*----------------------------------------------------------------
007707* 7000-REHEARSE-SCRIPT -- WALK THE SCRIPT LINE BY LINE, RESOLVING
007734     DISPLAY "TAKEOFF/SCORING TIME:   " DRN-SECS-EDIT
007735         " SECOND(S)".
007736     MOVE DRN-TOTAL-SECS TO DRN-SECS-EDIT.
007736     DISPLAY "ESTIMATED SESSION TIME: " DRN-SECS-EDIT
007736         " SECOND(S)".
007736     PERFORM 7200-LOG-REHEARSAL THRU 7200-LOG-REHEARSAL-EXIT.
007739 7000-REHEARSE-SCRIPT-EXIT.
007740     EXIT.
007741
007763     END-READ.
007764 7100-REHEARSE-LINE-EXIT.
007765     EXIT.
007765
007765*----------------------------------------------------------------
007765* 7200-LOG-REHEARSAL -- APPEND THE FINISHED REHEARSAL TO THE
007765* STATION'S REHEARSAL LOG: WHO RAN IT (SPACES IF NO OP= WAS
007765* GIVEN), WHICH SCRIPT (SPACES FOR THE DEFAULT DATA FILE) AND THE
007765* ESTIMATED SESSION TIME, SO THE SHIFT HAND-OVER COUNTS IT AND THE
007765* SCRIPT'S DURATION IS ON FILE. EXTEND WITH AN OUTPUT FALLBACK.
007765*----------------------------------------------------------------
007765 7200-LOG-REHEARSAL.
007765     OPEN EXTEND REHEARSAL-FILE.
007765     IF DRN-REHEARSAL-FS NOT = "00"
007765         OPEN OUTPUT REHEARSAL-FILE
007765     END-IF.
007765     IF DRN-REHEARSAL-FS NOT = "00"
007765         DISPLAY "UNABLE TO OPEN REHEARSAL LOG, STATUS: "
007765             DRN-REHEARSAL-FS
007765         GO TO 7200-LOG-REHEARSAL-EXIT
007765     END-IF.
007765     ACCEPT REHEARSAL-DATE FROM DATE YYYYMMDD.
007765     ACCEPT REHEARSAL-TIME FROM TIME.
007765     MOVE SPACE TO REHEARSAL-SEP-1.
007765     MOVE DRN-STATION-ID TO REHEARSAL-STATION-ID.
007765     MOVE SPACE TO REHEARSAL-SEP-2.
007765     MOVE DRN-OPERATOR TO REHEARSAL-OPERATOR.
007765     MOVE SPACE TO REHEARSAL-SEP-3.
007765     MOVE DRN-SCRIPT-NAME TO REHEARSAL-SCRIPT.
007765     MOVE SPACE TO REHEARSAL-SEP-4.
007765     MOVE DRN-REH-LINE-COUNT TO REHEARSAL-LINES.
007765     MOVE DRN-TOTAL-SECS TO REHEARSAL-TOTAL-SECS.
007765     WRITE REHEARSAL-REC.
007765     CLOSE REHEARSAL-FILE.
007765 7200-LOG-REHEARSAL-EXIT.
007765     EXIT.
007766
007767*----------------------------------------------------------------
007768* 8000-LOG-CALL -- APPEND ONE ENTRY TO THE PER-RUN AUDIT LOG.
