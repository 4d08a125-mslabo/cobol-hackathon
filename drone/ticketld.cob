000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TICKETLD.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. BATCH LOAD OF THE FESTIVAL
000110*                 TICKETING OFFICE'S NIGHTLY PRE-REGISTRATION
000120*                 FEED INTO THE ROSTER, SO TICKETED BADGES ARE ON
000130*                 THE ROSTER BEFORE THE GATE OPENS INSTEAD OF
000140*                 BEING KEYED THROUGH ROSTERMT REGISTER ONE AT A
000150*                 TIME. THE OFFICE SENDS TICKETS (TICKETS-
000160*                 <STATION> PER BOOTH) IN THE SAME H/D/T SHAPE AS
000170*                 THE EXPORTER INTERCHANGE:
000180*                   "H" + FEED DATE (8) + STATION SCOPE (10)
000190*                   "D" + TRANSACTION (1) + TICKET NO (6) + BADGE
000200*                       (5) + TICKET TYPE (10) + BOOKED TEAM (10)
000210*                   "T" + DETAIL COUNT (7) + TICKET-NO HASH (9)
000220*                 TRANSACTIONS ARE "A" ADD, "C" CHANGE AND "X"
000230*                 CANCEL. THE WHOLE FEED IS PROVED AGAINST ITS
000240*                 TRAILER BEFORE ANYTHING IS APPLIED; A FEED THAT
000250*                 DOES NOT BALANCE IS HELD BACK WHOLE. AN ADD
000260*                 GETS THE NEXT FREE PLAYER-ID THE WAY REGISTER
000270*                 ASSIGNS IT, THE BOOKED TEAM, AND THE DIVISION
000280*                 ITS TICKET TYPE NAMES (JUNIOR OR PRO; ANY OTHER
000290*                 TYPE IS OPEN). A CHANGE UPDATES THE TEAM; A
000300*                 CANCEL DEACTIVATES THE BADGE THE WAY DEACT
000310*                 DOES. REJECTED TRANSACTIONS GO TO THE REJECT
000320*                 LISTING TICKET_REJECTS WITH A REASON CODE, AND
000330*                 EVERY TRANSACTION IS ACKNOWLEDGED BACK TO THE
000340*                 OFFICE IN TICKET_ACK IN THE H/A-R/T SHAPE
000350*                 ACKPROC.COB READS, WITH ITS OWN COUNT AND HASH.
000360*                 TAKES THE SAME OPTIONAL STATION-ID ARGUMENT AS
000370*                 ROSTERMT.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TICKET-FILE
000430         ASSIGN DYNAMIC TKT-TICKET-FILENAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS TKT-TICKET-FS.
000460     SELECT ROSTER-FILE
000470         ASSIGN DYNAMIC TKT-ROSTER-FILENAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS TKT-ROSTER-FS.
000500     SELECT ACK-FILE
000510         ASSIGN DYNAMIC TKT-ACK-FILENAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS TKT-ACK-FS.
000540     SELECT LISTING-FILE
000550         ASSIGN DYNAMIC TKT-LISTING-FILENAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS TKT-LISTING-FS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TICKET-FILE.
000620 01  TICKET-REC                PIC X(40).
000630 FD  ROSTER-FILE.
000640 01  ROSTER-REC.
000650     05  ROSTER-BADGE-NO   PIC X(05).
000660     05  ROSTER-PLAYER-ID  PIC 9(05).
000670     05  ROSTER-STATUS     PIC X(01).
000680     05  ROSTER-TEAM       PIC X(10).
000690     05  ROSTER-DIVISION   PIC X(06).
000700 FD  ACK-FILE.
000710 01  ACK-REC                   PIC X(40).
000720 FD  LISTING-FILE.
000730 01  LISTING-LINE              PIC X(96).
000740
000750 WORKING-STORAGE SECTION.
000760 01  TKT-TICKET-FS             PIC 99.
000770 01  TKT-ROSTER-FS             PIC 99.
000780 01  TKT-ACK-FS                PIC 99.
000790 01  TKT-LISTING-FS            PIC 99.
000800
000810*----------------------------------------------------------------
000820* STATION-ID / DYNAMIC FILE-NAME FIELDS, HANDLED THE SAME WAY AS
000830* IN ROSTERMT.COB.
000840*----------------------------------------------------------------
000850 01  TKT-ARGUMENT-COUNT        PIC 9(02) VALUE 0.
000860 01  TKT-STATION-ID            PIC X(10) VALUE SPACES.
000870 01  TKT-STATION-ID-RAW        PIC X(32) VALUE SPACES.
000880 01  TKT-TICKET-FILENAME       PIC X(32).
000890 01  TKT-ROSTER-FILENAME       PIC X(32).
000900 01  TKT-ACK-FILENAME          PIC X(32).
000910 01  TKT-LISTING-FILENAME      PIC X(32).
000920
000930 77  TKT-EOF-SW                PIC X(01) VALUE "N".
000940     88  TKT-AT-EOF                    VALUE "Y".
000950     88  TKT-NOT-AT-EOF                VALUE "N".
000960
000970*----------------------------------------------------------------
000980* FEED RECORD VIEWS. THE 40-BYTE FEED RECORD IS READ RAW AND
000990* PICKED APART THROUGH THESE WORK AREAS BY ITS LEADING TYPE
001000* BYTE, THE WAY ACKPROC.COB READS THE ACK FILE.
001010*----------------------------------------------------------------
001020 01  TKT-WORK-REC              PIC X(40).
001030 01  TKT-HDR-VIEW REDEFINES TKT-WORK-REC.
001040     05  TKT-HDR-TYPE          PIC X(01).
001050     05  TKT-HDR-DATE          PIC 9(08).
001060     05  TKT-HDR-SCOPE         PIC X(10).
001070     05  FILLER                PIC X(21).
001080 01  TKT-DTL-VIEW REDEFINES TKT-WORK-REC.
001090     05  TKT-DTL-TYPE          PIC X(01).
001100     05  TKT-DTL-RECORD.
001110         10  TKT-DTL-TXN       PIC X(01).
001120             88  TKT-TXN-ADD           VALUE "A".
001130             88  TKT-TXN-CHANGE        VALUE "C".
001140             88  TKT-TXN-CANCEL        VALUE "X".
001150         10  TKT-DTL-TICKET-NO PIC 9(06).
001160         10  TKT-DTL-BADGE     PIC X(05).
001170         10  TKT-DTL-TKT-TYPE  PIC X(10).
001180         10  TKT-DTL-TEAM      PIC X(10).
001190     05  FILLER                PIC X(07).
001200 01  TKT-TRL-VIEW REDEFINES TKT-WORK-REC.
001210     05  TKT-TRL-TYPE          PIC X(01).
001220     05  TKT-TRL-COUNT         PIC 9(07).
001230     05  TKT-TRL-HASH          PIC 9(09).
001240     05  FILLER                PIC X(23).
001250
001260*----------------------------------------------------------------
001270* ACKNOWLEDGMENT BUILD AREAS -- THE H/A-R/T SHAPE ACKPROC.COB
001280* READS: THE FEED'S OWN HEADER, ONE "A" OR "R" PLUS A TWO-BYTE
001290* REASON PER DETAIL, AND A TRAILER WITH THE COUNT AND TICKET-NO
001300* HASH OF EVERYTHING ACKNOWLEDGED.
001310*----------------------------------------------------------------
001320 01  TKT-ACK-HEADER.
001330     05  TKT-ACK-HDR-TYPE      PIC X(01) VALUE "H".
001340     05  TKT-ACK-HDR-DATE      PIC 9(08).
001350     05  TKT-ACK-HDR-SCOPE     PIC X(10).
001360 01  TKT-ACK-DETAIL.
001370     05  TKT-ACK-DTL-FLAG      PIC X(01).
001380     05  TKT-ACK-DTL-REASON    PIC X(02).
001390     05  TKT-ACK-DTL-RECORD    PIC X(32).
001400 01  TKT-ACK-TRAILER.
001410     05  TKT-ACK-TRL-TYPE      PIC X(01) VALUE "T".
001420     05  TKT-ACK-TRL-COUNT     PIC 9(07).
001430     05  TKT-ACK-TRL-HASH      PIC 9(09).
001440
001450*----------------------------------------------------------------
001460* REJECT REASON CODES. THE TWO-BYTE CODE GOES BACK ON THE ACK;
001470* THE TEXT IS FOR THE REJECT LISTING.
001480*   DU  ADD FOR A BADGE ALREADY ON THE ROSTER
001490*   UB  CHANGE OR CANCEL FOR A BADGE NOT ON THE ROSTER
001500*   IN  CANCEL FOR A BADGE ALREADY INACTIVE
001510*   BB  BADGE NUMBER BLANK
001520*   TN  TICKET NUMBER NOT NUMERIC
001530*   TX  TRANSACTION CODE NOT A, C OR X
001540*   TF  ROSTER TABLE FULL
001550*   CT  FEED CONTROL TOTALS FAILED -- NOTHING APPLIED
001560*----------------------------------------------------------------
001570 01  TKT-REASON                PIC X(02) VALUE SPACES.
001580 01  TKT-REASON-TEXT           PIC X(40) VALUE SPACES.
001590
001600*----------------------------------------------------------------
001610* IN-CORE ROSTER TABLE, THE SAME SIZE CAP AS ROSTERMT.COB. THE
001620* HIGHEST PLAYER-ID IN USE IS TAKEN AS THE ROSTER LOADS AND
001630* STEPPED ON EACH ADD, SO EVERY ADD GETS WHAT REGISTER WOULD
001640* HAVE GIVEN IT.
001650*----------------------------------------------------------------
001660 77  TKT-MAX-ENTRIES           PIC 9(03) VALUE 500.
001670 01  TKT-ENTRY-COUNT           PIC 9(03) VALUE 0.
001680 01  TKT-IDX                   PIC 9(03) VALUE 0.
001690 01  TKT-FOUND-IDX             PIC 9(03) VALUE 0.
001700 01  TKT-ROSTER-TABLE.
001710     05  TKT-ROSTER-ENTRY OCCURS 500 TIMES.
001720         10  TKT-TBL-BADGE        PIC X(05).
001730         10  TKT-TBL-PID          PIC 9(05).
001740         10  TKT-TBL-STATUS       PIC X(01).
001750         10  TKT-TBL-TEAM         PIC X(10).
001760         10  TKT-TBL-DIVISION     PIC X(06).
001770 77  TKT-FOUND-SW              PIC X(01) VALUE "N".
001780     88  TKT-FOUND                     VALUE "Y".
001790     88  TKT-NOT-FOUND                 VALUE "N".
001800 01  TKT-HIGH-PID              PIC 9(05) VALUE 0.
001810 01  TKT-NEW-TEAM              PIC X(10) VALUE SPACES.
001820 01  TKT-NEW-DIVISION          PIC X(06) VALUE SPACES.
001830
001840*----------------------------------------------------------------
001850* FEED CONTROL FIELDS. THE PROVING PASS COUNTS AND HASHES THE
001860* DETAILS AND HOLDS THE FIRST CONTROL FAILURE IT MEETS; ANY
001870* FAILURE HOLDS BACK THE WHOLE FEED.
001880*----------------------------------------------------------------
001890 01  TKT-FEED-DATE             PIC 9(08) VALUE 0.
001900 01  TKT-FEED-SCOPE            PIC X(10) VALUE SPACES.
001910 01  TKT-READ-COUNT            PIC 9(07) VALUE 0.
001920 01  TKT-READ-HASH             PIC 9(09) VALUE 0.
001930 01  TKT-TRAILER-COUNT         PIC 9(07) VALUE 0.
001940 01  TKT-TRAILER-HASH          PIC 9(09) VALUE 0.
001950 01  TKT-BAD-COUNT             PIC 9(07) VALUE 0.
001960 01  TKT-CONTROL-TEXT          PIC X(60) VALUE SPACES.
001970 01  TKT-FAIL-TEXT             PIC X(60) VALUE SPACES.
001980 77  TKT-HEADER-SEEN-SW        PIC X(01) VALUE "N".
001990     88  TKT-HEADER-SEEN               VALUE "Y".
002000 77  TKT-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
002010     88  TKT-TRAILER-SEEN              VALUE "Y".
002020 77  TKT-BALANCED-SW           PIC X(01) VALUE "Y".
002030     88  TKT-BALANCED                  VALUE "Y".
002040     88  TKT-OUT-OF-BALANCE            VALUE "N".
002050
002060*----------------------------------------------------------------
002070* APPLY-PASS COUNTS.
002080*----------------------------------------------------------------
002090 01  TKT-ACK-COUNT             PIC 9(07) VALUE 0.
002100 01  TKT-ACK-HASH              PIC 9(09) VALUE 0.
002110 01  TKT-ADD-COUNT             PIC 9(07) VALUE 0.
002120 01  TKT-CHANGE-COUNT          PIC 9(07) VALUE 0.
002130 01  TKT-CANCEL-COUNT          PIC 9(07) VALUE 0.
002140 01  TKT-REJECT-COUNT          PIC 9(07) VALUE 0.
002150 01  TKT-NUM-EDIT              PIC ZZZ,ZZ9.
002160
002170 PROCEDURE DIVISION.
002180 0000-MAINLINE.
002190     PERFORM 0050-RESOLVE-STATION THRU 0050-RESOLVE-STATION-EXIT.
002200     PERFORM 1000-LOAD-ROSTER THRU 1000-LOAD-ROSTER-EXIT.
002210     PERFORM 2000-PROVE-FEED THRU 2000-PROVE-FEED-EXIT.
002220     PERFORM 3000-APPLY-FEED THRU 3000-APPLY-FEED-EXIT.
002230     IF  TKT-BALANCED
002240     AND TKT-ADD-COUNT + TKT-CHANGE-COUNT + TKT-CANCEL-COUNT > 0
002250         PERFORM 4000-REWRITE-ROSTER THRU 4000-REWRITE-ROSTER-EXIT
002260     END-IF.
002270     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
002280     DISPLAY "TICKET FEED LOADED -- " TKT-ADD-COUNT " ADDED, "
002290         TKT-CHANGE-COUNT " CHANGED, " TKT-CANCEL-COUNT
002300         " CANCELLED, " TKT-REJECT-COUNT " REJECTED".
002310     IF TKT-OUT-OF-BALANCE
002320         DISPLAY "** FEED HELD BACK -- "
002330             FUNCTION TRIM(TKT-CONTROL-TEXT)
002340         MOVE 8 TO RETURN-CODE
002350     END-IF.
002360 0000-MAINLINE-EXIT.
002370     STOP RUN.
002380
002390*----------------------------------------------------------------
002400* 0050-RESOLVE-STATION -- THE SAME OPTIONAL STATION-ID ARGUMENT
002410* AND OVERSIZE ABORT AS THE OTHER PROGRAMS.
002420*----------------------------------------------------------------
002430 0050-RESOLVE-STATION.
002440     MOVE SPACES TO TKT-STATION-ID.
002450     MOVE SPACES TO TKT-STATION-ID-RAW.
002460     ACCEPT TKT-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002470     IF TKT-ARGUMENT-COUNT >= 1
002480         DISPLAY 1 UPON ARGUMENT-NUMBER
002490         ACCEPT TKT-STATION-ID-RAW FROM ARGUMENT-VALUE
002500         IF FUNCTION LENGTH(FUNCTION TRIM(TKT-STATION-ID-RAW))
002510                 > 10
002520             DISPLAY "STATION ID '"
002530                 FUNCTION TRIM(TKT-STATION-ID-RAW)
002540                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
002550             STOP RUN
002560         END-IF
002570         MOVE TKT-STATION-ID-RAW TO TKT-STATION-ID
002580     END-IF.
002590     PERFORM 0060-BUILD-FILENAMES THRU 0060-BUILD-FILENAMES-EXIT.
002600 0050-RESOLVE-STATION-EXIT.
002610     EXIT.
002620
002630 0060-BUILD-FILENAMES.
002640     IF TKT-STATION-ID = SPACES
002650         MOVE "tickets" TO TKT-TICKET-FILENAME
002660         MOVE "roster" TO TKT-ROSTER-FILENAME
002670         MOVE "ticket_ack" TO TKT-ACK-FILENAME
002680         MOVE "ticket_rejects" TO TKT-LISTING-FILENAME
002690     ELSE
002700         DISPLAY "STATION ID: " TKT-STATION-ID
002710         STRING "tickets-" DELIMITED BY SIZE
002720             TKT-STATION-ID DELIMITED BY SPACE
002730             INTO TKT-TICKET-FILENAME
002740         STRING "roster-" DELIMITED BY SIZE
002750             TKT-STATION-ID DELIMITED BY SPACE
002760             INTO TKT-ROSTER-FILENAME
002770         STRING "ticket_ack-" DELIMITED BY SIZE
002780             TKT-STATION-ID DELIMITED BY SPACE
002790             INTO TKT-ACK-FILENAME
002800         STRING "ticket_rejects-" DELIMITED BY SIZE
002810             TKT-STATION-ID DELIMITED BY SPACE
002820             INTO TKT-LISTING-FILENAME
002830     END-IF.
002840 0060-BUILD-FILENAMES-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------
002880* 1000-LOAD-ROSTER -- PULL THE WHOLE ROSTER INTO THE TABLE THE
002890* WAY ROSTERMT.COB DOES: A MISSING FILE IS AN EMPTY ROSTER, A
002900* LEGACY ROW WITHOUT THE STATUS BYTE IS ACTIVE AND ONE WITHOUT
002910* THE DIVISION IS OPEN.
002920*----------------------------------------------------------------
002930 1000-LOAD-ROSTER.
002940     MOVE 0 TO TKT-ENTRY-COUNT.
002950     MOVE 0 TO TKT-HIGH-PID.
002960     SET TKT-NOT-AT-EOF TO TRUE.
002970     OPEN INPUT ROSTER-FILE.
002980     IF TKT-ROSTER-FS NOT = "00"
002990         DISPLAY "NO ROSTER FILE YET, STATUS: " TKT-ROSTER-FS
003000             " -- STARTING EMPTY"
003010         GO TO 1000-LOAD-ROSTER-EXIT
003020     END-IF.
003030     PERFORM 1100-LOAD-ENTRY THRU 1100-LOAD-ENTRY-EXIT
003040         UNTIL TKT-AT-EOF.
003050     CLOSE ROSTER-FILE.
003060 1000-LOAD-ROSTER-EXIT.
003070     EXIT.
003080
003090 1100-LOAD-ENTRY.
003100     READ ROSTER-FILE
003110         AT END
003120             SET TKT-AT-EOF TO TRUE
003130         NOT AT END
003140             IF TKT-ENTRY-COUNT >= TKT-MAX-ENTRIES
003150                 DISPLAY "ROSTER TABLE FULL AT " TKT-MAX-ENTRIES
003160                     " ENTRIES -- ABORTING BEFORE ANY REWRITE "
003170                     "COULD DROP RECORDS"
003180                 MOVE 8 TO RETURN-CODE
003190                 STOP RUN
003200             END-IF
003210             ADD 1 TO TKT-ENTRY-COUNT
003220             MOVE ROSTER-BADGE-NO
003230                 TO TKT-TBL-BADGE(TKT-ENTRY-COUNT)
003240             MOVE ROSTER-PLAYER-ID
003250                 TO TKT-TBL-PID(TKT-ENTRY-COUNT)
003260             IF ROSTER-STATUS = "I"
003270                 MOVE "I" TO TKT-TBL-STATUS(TKT-ENTRY-COUNT)
003280             ELSE
003290                 MOVE "A" TO TKT-TBL-STATUS(TKT-ENTRY-COUNT)
003300             END-IF
003310             MOVE ROSTER-TEAM
003320                 TO TKT-TBL-TEAM(TKT-ENTRY-COUNT)
003330             IF ROSTER-DIVISION = SPACES
003340                 MOVE "OPEN" TO TKT-TBL-DIVISION(TKT-ENTRY-COUNT)
003350             ELSE
003360                 MOVE ROSTER-DIVISION
003370                     TO TKT-TBL-DIVISION(TKT-ENTRY-COUNT)
003380             END-IF
003390             IF ROSTER-PLAYER-ID > TKT-HIGH-PID
003400                 MOVE ROSTER-PLAYER-ID TO TKT-HIGH-PID
003410             END-IF
003420     END-READ.
003430 1100-LOAD-ENTRY-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 2000-PROVE-FEED -- FIRST PASS. NOTHING IS APPLIED HERE: THE
003480* FEED IS WALKED END TO END, THE DETAILS ARE COUNTED AND THEIR
003490* TICKET NUMBERS HASHED, AND THE RESULT IS PROVED AGAINST THE
003500* TRAILER. THE HEADER MUST COME FIRST AND NAME THIS STATION (OR
003510* THE SITE FOR A BARE RUN), AND THE TRAILER MUST COME LAST. ANY
003520* FAILURE HOLDS BACK THE WHOLE FEED -- A FEED THAT ARRIVED SHORT
003530* IS NEVER HALF LOADED.
003540*----------------------------------------------------------------
003550 2000-PROVE-FEED.
003560     SET TKT-NOT-AT-EOF TO TRUE.
003570     OPEN INPUT TICKET-FILE.
003580     IF TKT-TICKET-FS NOT = "00"
003590         DISPLAY "TICKET FEED " FUNCTION TRIM(TKT-TICKET-FILENAME)
003600             " NOT FOUND, STATUS: " TKT-TICKET-FS
003610         MOVE 8 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     PERFORM 2100-PROVE-ONE THRU 2100-PROVE-ONE-EXIT
003650         UNTIL TKT-AT-EOF.
003660     CLOSE TICKET-FILE.
003670     IF NOT TKT-HEADER-SEEN
003680         MOVE "NO HEADER RECORD IN THE FEED" TO TKT-FAIL-TEXT
003690         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
003700     END-IF.
003710     IF NOT TKT-TRAILER-SEEN
003720         MOVE "NO TRAILER RECORD IN THE FEED" TO TKT-FAIL-TEXT
003730         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
003740         GO TO 2000-PROVE-FEED-EXIT
003750     END-IF.
003760     IF  TKT-TRAILER-COUNT = TKT-READ-COUNT
003770     AND TKT-TRAILER-HASH = TKT-READ-HASH
003780         CONTINUE
003790     ELSE
003800         MOVE SPACES TO TKT-FAIL-TEXT
003810         STRING "TRAILER " TKT-TRAILER-COUNT
003820             " / " TKT-TRAILER-HASH " BUT READ "
003830             TKT-READ-COUNT " / " TKT-READ-HASH
003840             DELIMITED BY SIZE INTO TKT-FAIL-TEXT
003850         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
003860     END-IF.
003870 2000-PROVE-FEED-EXIT.
003880     EXIT.
003890
003900 2100-PROVE-ONE.
003910     READ TICKET-FILE INTO TKT-WORK-REC
003920         AT END
003930             SET TKT-AT-EOF TO TRUE
003940         NOT AT END
003950             EVALUATE TKT-HDR-TYPE
003960                 WHEN "H"
003970                     PERFORM 2200-PROVE-HEADER
003980                         THRU 2200-PROVE-HEADER-EXIT
003990                 WHEN "D"
004000                     PERFORM 2300-PROVE-DETAIL
004010                         THRU 2300-PROVE-DETAIL-EXIT
004020                 WHEN "T"
004030                     PERFORM 2400-PROVE-TRAILER
004040                         THRU 2400-PROVE-TRAILER-EXIT
004050                 WHEN OTHER
004060                     ADD 1 TO TKT-BAD-COUNT
004070                     DISPLAY "UNRECOGNIZED FEED LINE: "
004080                         TKT-WORK-REC
004090             END-EVALUATE
004100     END-READ.
004110 2100-PROVE-ONE-EXIT.
004120     EXIT.
004130
004140 2200-PROVE-HEADER.
004150     IF TKT-HEADER-SEEN OR TKT-READ-COUNT > 0
004160         MOVE "HEADER RECORD OUT OF PLACE" TO TKT-FAIL-TEXT
004170         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004180         GO TO 2200-PROVE-HEADER-EXIT
004190     END-IF.
004200     SET TKT-HEADER-SEEN TO TRUE.
004210     MOVE TKT-HDR-SCOPE TO TKT-FEED-SCOPE.
004220     IF TKT-HDR-DATE IS NUMERIC
004230         MOVE TKT-HDR-DATE TO TKT-FEED-DATE
004240     ELSE
004250         MOVE "HEADER FEED DATE IS NOT NUMERIC" TO TKT-FAIL-TEXT
004260         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004270     END-IF.
004280     IF TKT-STATION-ID = SPACES
004290         IF TKT-HDR-SCOPE NOT = "(SITE)"
004300         AND TKT-HDR-SCOPE NOT = SPACES
004310             MOVE SPACES TO TKT-FAIL-TEXT
004320             STRING "FEED IS FOR STATION " TKT-HDR-SCOPE
004330                 ", NOT THE SITE ROSTER"
004340                 DELIMITED BY SIZE INTO TKT-FAIL-TEXT
004350             PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004360         END-IF
004370     ELSE
004380         IF TKT-HDR-SCOPE NOT = TKT-STATION-ID
004390             MOVE SPACES TO TKT-FAIL-TEXT
004400             STRING "FEED IS FOR " TKT-HDR-SCOPE
004410                 ", NOT STATION " TKT-STATION-ID
004420                 DELIMITED BY SIZE INTO TKT-FAIL-TEXT
004430             PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004440         END-IF
004450     END-IF.
004460 2200-PROVE-HEADER-EXIT.
004470     EXIT.
004480
004490 2300-PROVE-DETAIL.
004500     IF NOT TKT-HEADER-SEEN
004510         MOVE "DETAIL RECORD BEFORE THE HEADER" TO TKT-FAIL-TEXT
004520         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004530     END-IF.
004540     IF TKT-TRAILER-SEEN
004550         MOVE "DETAIL RECORD AFTER THE TRAILER" TO TKT-FAIL-TEXT
004560         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004570     END-IF.
004580     ADD 1 TO TKT-READ-COUNT.
004590     IF TKT-DTL-TICKET-NO IS NUMERIC
004600         ADD TKT-DTL-TICKET-NO TO TKT-READ-HASH
004610     END-IF.
004620 2300-PROVE-DETAIL-EXIT.
004630     EXIT.
004640
004650 2400-PROVE-TRAILER.
004660     IF TKT-TRAILER-SEEN
004670         MOVE "SECOND TRAILER RECORD IN THE FEED" TO TKT-FAIL-TEXT
004680         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004690         GO TO 2400-PROVE-TRAILER-EXIT
004700     END-IF.
004710     SET TKT-TRAILER-SEEN TO TRUE.
004720     IF  TKT-TRL-COUNT IS NUMERIC
004730     AND TKT-TRL-HASH IS NUMERIC
004740         MOVE TKT-TRL-COUNT TO TKT-TRAILER-COUNT
004750         MOVE TKT-TRL-HASH TO TKT-TRAILER-HASH
004760     ELSE
004770         MOVE "TRAILER TOTALS ARE NOT NUMERIC" TO TKT-FAIL-TEXT
004780         PERFORM 2900-CONTROL-FAIL THRU 2900-CONTROL-FAIL-EXIT
004790     END-IF.
004800 2400-PROVE-TRAILER-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* 2900-CONTROL-FAIL -- MARK THE FEED OUT OF BALANCE. THE FIRST
004850* FAILURE MET IS THE ONE REPORTED; LATER ONES ARE USUALLY ITS
004860* KNOCK-ON EFFECTS.
004870*----------------------------------------------------------------
004880 2900-CONTROL-FAIL.
004890     IF TKT-BALANCED
004900         MOVE TKT-FAIL-TEXT TO TKT-CONTROL-TEXT
004910     END-IF.
004920     SET TKT-OUT-OF-BALANCE TO TRUE.
004930 2900-CONTROL-FAIL-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* 3000-APPLY-FEED -- SECOND PASS. EVERY DETAIL IS ACKNOWLEDGED,
004980* ACCEPTED OR REJECTED; ONLY A PROVED FEED IS APPLIED TO THE
004990* TABLE, OTHERWISE EVERY DETAIL GOES BACK AS A "CT" REJECT SO THE
005000* OFFICE RESENDS THE FILE WHOLE. THE ACK HEADER ECHOES THE FEED'S
005010* OWN HEADER (TODAY AND THIS STATION IF IT HAD NONE).
005020*----------------------------------------------------------------
005030 3000-APPLY-FEED.
005040     OPEN OUTPUT ACK-FILE.
005050     IF TKT-ACK-FS NOT = "00"
005060         DISPLAY "UNABLE TO OPEN ACK FILE, STATUS: " TKT-ACK-FS
005070         MOVE 8 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     OPEN OUTPUT LISTING-FILE.
005110     IF TKT-LISTING-FS NOT = "00"
005120         DISPLAY "UNABLE TO OPEN REJECT LISTING, STATUS: "
005130             TKT-LISTING-FS
005140         MOVE 8 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170     IF NOT TKT-HEADER-SEEN
005180         ACCEPT TKT-FEED-DATE FROM DATE YYYYMMDD
005190         IF TKT-STATION-ID = SPACES
005200             MOVE "(SITE)" TO TKT-FEED-SCOPE
005210         ELSE
005220             MOVE TKT-STATION-ID TO TKT-FEED-SCOPE
005230         END-IF
005240     END-IF.
005250     MOVE "H" TO TKT-ACK-HDR-TYPE.
005260     MOVE TKT-FEED-DATE TO TKT-ACK-HDR-DATE.
005270     MOVE TKT-FEED-SCOPE TO TKT-ACK-HDR-SCOPE.
005280     MOVE SPACES TO ACK-REC.
005290     MOVE TKT-ACK-HEADER TO ACK-REC.
005300     WRITE ACK-REC.
005310     MOVE "TICKETING PRE-REGISTRATION REJECT LISTING"
005320         TO LISTING-LINE.
005330     WRITE LISTING-LINE.
005340     MOVE SPACES TO LISTING-LINE.
005350     STRING "FEED DATE " TKT-FEED-DATE
005360         "  SCOPE " TKT-FEED-SCOPE
005370         DELIMITED BY SIZE INTO LISTING-LINE.
005380     WRITE LISTING-LINE.
005390     MOVE SPACES TO LISTING-LINE.
005400     WRITE LISTING-LINE.
005410     SET TKT-NOT-AT-EOF TO TRUE.
005420     OPEN INPUT TICKET-FILE.
005430     PERFORM 3100-APPLY-ONE THRU 3100-APPLY-ONE-EXIT
005440         UNTIL TKT-AT-EOF.
005450     CLOSE TICKET-FILE.
005460     MOVE "T" TO TKT-ACK-TRL-TYPE.
005470     MOVE TKT-ACK-COUNT TO TKT-ACK-TRL-COUNT.
005480     MOVE TKT-ACK-HASH TO TKT-ACK-TRL-HASH.
005490     MOVE SPACES TO ACK-REC.
005500     MOVE TKT-ACK-TRAILER TO ACK-REC.
005510     WRITE ACK-REC.
005520     CLOSE ACK-FILE.
005530 3000-APPLY-FEED-EXIT.
005540     EXIT.
005550
005560 3100-APPLY-ONE.
005570     READ TICKET-FILE INTO TKT-WORK-REC
005580         AT END
005590             SET TKT-AT-EOF TO TRUE
005600         NOT AT END
005610             IF TKT-DTL-TYPE = "D"
005620                 PERFORM 3200-APPLY-DETAIL
005630                     THRU 3200-APPLY-DETAIL-EXIT
005640             END-IF
005650     END-READ.
005660 3100-APPLY-ONE-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 3200-APPLY-DETAIL -- EDIT ONE TRANSACTION, APPLY IT IF IT
005710* PASSES, AND ACKNOWLEDGE IT EITHER WAY.
005720*----------------------------------------------------------------
005730 3200-APPLY-DETAIL.
005740     MOVE SPACES TO TKT-REASON.
005750     MOVE SPACES TO TKT-REASON-TEXT.
005760     EVALUATE TRUE
005770         WHEN TKT-OUT-OF-BALANCE
005780             MOVE "CT" TO TKT-REASON
005790             MOVE "FEED CONTROL TOTALS FAILED" TO TKT-REASON-TEXT
005800         WHEN TKT-DTL-TICKET-NO IS NOT NUMERIC
005810             MOVE "TN" TO TKT-REASON
005820             MOVE "TICKET NUMBER NOT NUMERIC" TO TKT-REASON-TEXT
005830         WHEN TKT-DTL-BADGE = SPACES
005840             MOVE "BB" TO TKT-REASON
005850             MOVE "BADGE NUMBER BLANK" TO TKT-REASON-TEXT
005860         WHEN TKT-TXN-ADD
005870             PERFORM 3300-ADD-BADGE THRU 3300-ADD-BADGE-EXIT
005880         WHEN TKT-TXN-CHANGE
005890             PERFORM 3400-CHANGE-TEAM THRU 3400-CHANGE-TEAM-EXIT
005900         WHEN TKT-TXN-CANCEL
005910             PERFORM 3500-CANCEL-BADGE THRU 3500-CANCEL-BADGE-EXIT
005920         WHEN OTHER
005930             MOVE "TX" TO TKT-REASON
005940             MOVE "TRANSACTION CODE NOT A, C OR X"
005950                 TO TKT-REASON-TEXT
005960     END-EVALUATE.
005970     ADD 1 TO TKT-ACK-COUNT.
005980     IF TKT-DTL-TICKET-NO IS NUMERIC
005990         ADD TKT-DTL-TICKET-NO TO TKT-ACK-HASH
006000     END-IF.
006010     MOVE TKT-DTL-RECORD TO TKT-ACK-DTL-RECORD.
006020     IF TKT-REASON = SPACES
006030         MOVE "A" TO TKT-ACK-DTL-FLAG
006040         MOVE "00" TO TKT-ACK-DTL-REASON
006050     ELSE
006060         MOVE "R" TO TKT-ACK-DTL-FLAG
006070         MOVE TKT-REASON TO TKT-ACK-DTL-REASON
006080         PERFORM 3700-WRITE-REJECT THRU 3700-WRITE-REJECT-EXIT
006090     END-IF.
006100     MOVE SPACES TO ACK-REC.
006110     MOVE TKT-ACK-DETAIL TO ACK-REC.
006120     WRITE ACK-REC.
006130 3200-APPLY-DETAIL-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* 3300-ADD-BADGE -- REGISTER A TICKETED BADGE. A BADGE ALREADY ON
006180* THE ROSTER, ACTIVE OR NOT (INCLUDING ONE ADDED EARLIER IN THIS
006190* FEED), IS A DUPLICATE, THE SAME RULE REGISTER APPLIES. THE
006200* PLAYER-ID IS THE HIGHEST IN USE PLUS ONE.
006210*----------------------------------------------------------------
006220 3300-ADD-BADGE.
006230     PERFORM 3800-FIND-BADGE THRU 3800-FIND-BADGE-EXIT.
006240     IF TKT-FOUND
006250         MOVE "DU" TO TKT-REASON
006260         MOVE "BADGE ALREADY ON THE ROSTER" TO TKT-REASON-TEXT
006270         GO TO 3300-ADD-BADGE-EXIT
006280     END-IF.
006290     IF TKT-ENTRY-COUNT >= TKT-MAX-ENTRIES
006300         MOVE "TF" TO TKT-REASON
006310         MOVE "ROSTER TABLE FULL" TO TKT-REASON-TEXT
006320         GO TO 3300-ADD-BADGE-EXIT
006330     END-IF.
006340     PERFORM 3600-EDIT-TEAM THRU 3600-EDIT-TEAM-EXIT.
006350     EVALUATE TKT-DTL-TKT-TYPE
006360         WHEN "JUNIOR"
006370             MOVE "JUNIOR" TO TKT-NEW-DIVISION
006380         WHEN "PRO"
006390             MOVE "PRO" TO TKT-NEW-DIVISION
006400         WHEN OTHER
006410             MOVE "OPEN" TO TKT-NEW-DIVISION
006420     END-EVALUATE.
006430     ADD 1 TO TKT-HIGH-PID.
006440     ADD 1 TO TKT-ENTRY-COUNT.
006450     MOVE TKT-DTL-BADGE TO TKT-TBL-BADGE(TKT-ENTRY-COUNT).
006460     MOVE TKT-HIGH-PID TO TKT-TBL-PID(TKT-ENTRY-COUNT).
006470     MOVE "A" TO TKT-TBL-STATUS(TKT-ENTRY-COUNT).
006480     MOVE TKT-NEW-TEAM TO TKT-TBL-TEAM(TKT-ENTRY-COUNT).
006490     MOVE TKT-NEW-DIVISION TO TKT-TBL-DIVISION(TKT-ENTRY-COUNT).
006500     ADD 1 TO TKT-ADD-COUNT.
006510 3300-ADD-BADGE-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550* 3400-CHANGE-TEAM -- PUT THE BADGE ON ITS NEWLY BOOKED TEAM. A
006560* BLANK OR "NONE" TEAM TAKES IT OFF ITS TEAM, AS ROSTERMT TEAM
006570* DOES. THE REST OF THE ROW IS UNTOUCHED.
006580*----------------------------------------------------------------
006590 3400-CHANGE-TEAM.
006600     PERFORM 3800-FIND-BADGE THRU 3800-FIND-BADGE-EXIT.
006610     IF TKT-NOT-FOUND
006620         MOVE "UB" TO TKT-REASON
006630         MOVE "BADGE NOT ON THE ROSTER" TO TKT-REASON-TEXT
006640         GO TO 3400-CHANGE-TEAM-EXIT
006650     END-IF.
006660     PERFORM 3600-EDIT-TEAM THRU 3600-EDIT-TEAM-EXIT.
006670     MOVE TKT-NEW-TEAM TO TKT-TBL-TEAM(TKT-FOUND-IDX).
006680     ADD 1 TO TKT-CHANGE-COUNT.
006690 3400-CHANGE-TEAM-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 3500-CANCEL-BADGE -- A CANCELLED TICKET DEACTIVATES THE BADGE
006740* THE WAY ROSTERMT DEACT DOES: THE ROW AND ITS PLAYER-ID STAY.
006750*----------------------------------------------------------------
006760 3500-CANCEL-BADGE.
006770     PERFORM 3800-FIND-BADGE THRU 3800-FIND-BADGE-EXIT.
006780     IF TKT-NOT-FOUND
006790         MOVE "UB" TO TKT-REASON
006800         MOVE "BADGE NOT ON THE ROSTER" TO TKT-REASON-TEXT
006810         GO TO 3500-CANCEL-BADGE-EXIT
006820     END-IF.
006830     IF TKT-TBL-STATUS(TKT-FOUND-IDX) = "I"
006840         MOVE "IN" TO TKT-REASON
006850         MOVE "BADGE ALREADY INACTIVE" TO TKT-REASON-TEXT
006860         GO TO 3500-CANCEL-BADGE-EXIT
006870     END-IF.
006880     MOVE "I" TO TKT-TBL-STATUS(TKT-FOUND-IDX).
006890     ADD 1 TO TKT-CANCEL-COUNT.
006900 3500-CANCEL-BADGE-EXIT.
006910     EXIT.
006920
006930 3600-EDIT-TEAM.
006940     IF TKT-DTL-TEAM = "NONE"
006950         MOVE SPACES TO TKT-NEW-TEAM
006960     ELSE
006970         MOVE TKT-DTL-TEAM TO TKT-NEW-TEAM
006980     END-IF.
006990 3600-EDIT-TEAM-EXIT.
007000     EXIT.
007010
007020 3700-WRITE-REJECT.
007030     ADD 1 TO TKT-REJECT-COUNT.
007040     MOVE SPACES TO LISTING-LINE.
007050     STRING "REJECTED (" TKT-REASON ") TXN " TKT-DTL-TXN
007060         "  TICKET " TKT-DTL-TICKET-NO
007070         "  BADGE " TKT-DTL-BADGE
007090         "  -- " TKT-REASON-TEXT
007100         DELIMITED BY SIZE INTO LISTING-LINE.
007110     WRITE LISTING-LINE.
007120 3700-WRITE-REJECT-EXIT.
007130     EXIT.
007140
007150 3800-FIND-BADGE.
007160     SET TKT-NOT-FOUND TO TRUE.
007170     MOVE 0 TO TKT-FOUND-IDX.
007180     PERFORM 3810-MATCH-BADGE THRU 3810-MATCH-BADGE-EXIT
007190         VARYING TKT-IDX FROM 1 BY 1
007200         UNTIL TKT-IDX > TKT-ENTRY-COUNT
007210            OR TKT-FOUND.
007220 3800-FIND-BADGE-EXIT.
007230     EXIT.
007240
007250 3810-MATCH-BADGE.
007260     IF TKT-TBL-BADGE(TKT-IDX) = TKT-DTL-BADGE
007270         SET TKT-FOUND TO TRUE
007280         MOVE TKT-IDX TO TKT-FOUND-IDX
007290     END-IF.
007300 3810-MATCH-BADGE-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340* 4000-REWRITE-ROSTER -- WRITE THE WHOLE TABLE BACK ONCE, AFTER
007350* THE LAST TRANSACTION, THE SAME WAY ROSTERMT.COB DOES.
007360*----------------------------------------------------------------
007370 4000-REWRITE-ROSTER.
007380     OPEN OUTPUT ROSTER-FILE.
007390     IF TKT-ROSTER-FS NOT = "00"
007400         DISPLAY "UNABLE TO REWRITE ROSTER, STATUS: "
007410             TKT-ROSTER-FS
007420         MOVE 8 TO RETURN-CODE
007430         GO TO 4000-REWRITE-ROSTER-EXIT
007440     END-IF.
007450     PERFORM 4100-WRITE-ENTRY THRU 4100-WRITE-ENTRY-EXIT
007460         VARYING TKT-IDX FROM 1 BY 1
007470         UNTIL TKT-IDX > TKT-ENTRY-COUNT.
007480     CLOSE ROSTER-FILE.
007490 4000-REWRITE-ROSTER-EXIT.
007500     EXIT.
007510
007520 4100-WRITE-ENTRY.
007530     MOVE TKT-TBL-BADGE(TKT-IDX)    TO ROSTER-BADGE-NO.
007540     MOVE TKT-TBL-PID(TKT-IDX)      TO ROSTER-PLAYER-ID.
007550     MOVE TKT-TBL-STATUS(TKT-IDX)   TO ROSTER-STATUS.
007560     MOVE TKT-TBL-TEAM(TKT-IDX)     TO ROSTER-TEAM.
007570     MOVE TKT-TBL-DIVISION(TKT-IDX) TO ROSTER-DIVISION.
007580     WRITE ROSTER-REC.
007590 4100-WRITE-ENTRY-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630* 5000-WRITE-TOTALS -- CONTROL TOTALS AT THE FOOT OF THE REJECT
007640* LISTING, SO THE DESK CAN SEE THE FEED BALANCED AND WHAT IT DID.
007650*----------------------------------------------------------------
007660 5000-WRITE-TOTALS.
007670     MOVE SPACES TO LISTING-LINE.
007680     WRITE LISTING-LINE.
007690     MOVE TKT-READ-COUNT TO TKT-NUM-EDIT.
007700     MOVE SPACES TO LISTING-LINE.
007710     STRING "DETAILS READ:               " TKT-NUM-EDIT
007720         DELIMITED BY SIZE INTO LISTING-LINE.
007730     WRITE LISTING-LINE.
007740     MOVE TKT-ADD-COUNT TO TKT-NUM-EDIT.
007750     MOVE SPACES TO LISTING-LINE.
007760     STRING "BADGES ADDED:               " TKT-NUM-EDIT
007770         DELIMITED BY SIZE INTO LISTING-LINE.
007780     WRITE LISTING-LINE.
007790     MOVE TKT-CHANGE-COUNT TO TKT-NUM-EDIT.
007800     MOVE SPACES TO LISTING-LINE.
007810     STRING "TEAMS CHANGED:              " TKT-NUM-EDIT
007820         DELIMITED BY SIZE INTO LISTING-LINE.
007830     WRITE LISTING-LINE.
007840     MOVE TKT-CANCEL-COUNT TO TKT-NUM-EDIT.
007850     MOVE SPACES TO LISTING-LINE.
007860     STRING "BADGES CANCELLED:           " TKT-NUM-EDIT
007870         DELIMITED BY SIZE INTO LISTING-LINE.
007880     WRITE LISTING-LINE.
007890     MOVE TKT-REJECT-COUNT TO TKT-NUM-EDIT.
007900     MOVE SPACES TO LISTING-LINE.
007910     STRING "TRANSACTIONS REJECTED:      " TKT-NUM-EDIT
007920         DELIMITED BY SIZE INTO LISTING-LINE.
007930     WRITE LISTING-LINE.
007940     MOVE TKT-BAD-COUNT TO TKT-NUM-EDIT.
007950     MOVE SPACES TO LISTING-LINE.
007960     STRING "UNRECOGNIZED LINES:         " TKT-NUM-EDIT
007970         DELIMITED BY SIZE INTO LISTING-LINE.
007980     WRITE LISTING-LINE.
007990     IF TKT-OUT-OF-BALANCE
008000         MOVE SPACES TO LISTING-LINE
008010         STRING "** FEED HELD BACK, NOTHING APPLIED -- "
008020             TKT-CONTROL-TEXT
008030             DELIMITED BY SIZE INTO LISTING-LINE
008040         WRITE LISTING-LINE
008050     END-IF.
008060     CLOSE LISTING-FILE.
008070 5000-WRITE-TOTALS-EXIT.
008080     EXIT.
