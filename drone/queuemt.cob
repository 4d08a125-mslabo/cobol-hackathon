000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUEUEMT.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. BOOTH QUEUE. THE LINE AT A
000110*                 BUSY BOOTH WAS KEPT ON A CLIPBOARD AND NOBODY
000120*                 COULD TELL A CONTESTANT WHEN THEY WOULD FLY.
000130*                 ONE QUEUE FILE PER STATION (QUEUE-<ST>), KEPT IN
000140*                 THE STYLE OF AIRFRAMT.COB:
000150*                   BOOK <BADGE> [SCRIPT=<NAME>] OP=<ID> [ST] --
000160*                     BOOK A BADGE WITH THE SCRIPT IT WILL FLY.
000170*                     REFUSED WHEN THE BADGE HAS ALREADY USED (OR
000180*                     BOOKED) ITS ATTEMPTS FOR THE DAY, COUNTED
000190*                     THE WAY CAPTEST.COB COUNTS THEM.
000200*                   CHECKIN <BADGE> [ST] -- THE CONTESTANT IS BACK
000210*                     AT THE BOOTH AND READY TO BE CALLED.
000220*                   NOSHOW <BADGE> [ST] -- CALLED AND NOT THERE.
000230*                   LIST [DATE=YYYYMMDD] [ST] -- THE DAY'S QUEUE.
000240*                   STATUS [ST] -- THE BOOTH'S STATUS PRINTOUT:
000250*                     WHO IS UP NEXT AND THE EXPECTED WAIT.
000260*                   REPORT [DATE=YYYYMMDD] [ST] -- THE END-OF-DAY
000270*                     QUEUE REPORT: NO-SHOWS, ACTUAL AGAINST
000280*                     ESTIMATED CALL TIMES AND THE AVERAGE WAIT.
000290*                     RUN NIGHTLY BY EODRIVER.COB.
000300*                   SET <SECONDS> -- THE CHANGEOVER ALLOWANCE
000310*                     BETWEEN CONTESTANTS, KEPT SITE-WIDE IN
000320*                     QUEUE_CONTROL (DEFAULT 60 SECONDS).
000330*                 EACH BOOKING'S ESTIMATED CALL TIME IS THE TIME
000340*                 IT WAS BOOKED PLUS, FOR EVERY BOOKING STILL
000350*                 AHEAD OF IT, THAT SCRIPT'S REHEARSED DURATION
000360*                 (THE LATEST TOTAL ON THE STATION'S REHEARSAL
000370*                 LOG, 120 SECONDS FOR A SCRIPT NEVER REHEARSED)
000380*                 PLUS THE CHANGEOVER ALLOWANCE. CAPTEST.COB TAKES
000390*                 THE NEXT CHECKED-IN BOOKING WHEN RUN WITH "NEXT"
000400*                 IN PLACE OF THE BADGE AND MARKS IT FLOWN WHEN
000410*                 THE SESSION RECORD IS WRITTEN.
000410* 2026-10-15 RH   THE QUEUE FILE NO LONGER GROWS WITHOUT LIMIT:
000410*                 QUEUE_CONTROL NOW ALSO HOLDS THE DAYS OF QUEUE
000410*                 TO KEEP (DEFAULT 14), SET WITH "SET <SECONDS>
000410*                 KEEP=<DAYS>" OR "SET KEEP=<DAYS>". A BOOKING
000410*                 DATED FURTHER BACK IS DROPPED AS THE QUEUE IS
000410*                 LOADED, SO THE NEXT REWRITE LEAVES IT OUT AND A
000410*                 FILE THAT HAD FILLED THE TABLE RECOVERS.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT QUEUE-FILE
000470         ASSIGN DYNAMIC QUE-QUEUE-FILENAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS QUE-QUEUE-FS.
000500     SELECT CONTROL-FILE
000510         ASSIGN DYNAMIC QUE-CONTROL-FILENAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS QUE-CONTROL-FS.
000540     SELECT REHEARSAL-FILE
000550         ASSIGN DYNAMIC QUE-REHEARSAL-FILENAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS QUE-REHEARSAL-FS.
000580     SELECT SESSION-FILE
000590         ASSIGN DYNAMIC QUE-SESSION-FILENAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS QUE-SESSION-FS.
000620     SELECT CONFIG-FILE
000630         ASSIGN DYNAMIC QUE-CONFIG-FILENAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS QUE-CONFIG-FS.
000660     SELECT CATALOG-FILE
000670         ASSIGN DYNAMIC QUE-CATALOG-FILENAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS QUE-CATALOG-FS.
000700     SELECT DISPUTE-FILE
000710         ASSIGN DYNAMIC QUE-DISPUTE-FILENAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS QUE-DISPUTE-FS.
000740     SELECT LISTING-FILE
000750         ASSIGN DYNAMIC QUE-LISTING-FILENAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS QUE-LISTING-FS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820* QUEUE RECORD. STATUS IS "B" BOOKED, "C" CHECKED IN, "F" FLOWN OR
000830* "N" NO-SHOW. TIMES ARE HHMMSS; ZERO MEANS NOT YET. CALL TIME IS
000840* WHEN CAPTEST TOOK THE BOOKING, DONE TIME WHEN THE BOOKING LEFT
000850* THE QUEUE (SESSION WRITTEN, OR MARKED A NO-SHOW). SCRIPT-SECS IS
000860* THE REHEARSED DURATION THE ESTIMATES BEHIND IT WERE BUILT ON.
000870*----------------------------------------------------------------
000880 FD  QUEUE-FILE.
000890 01  QUEUE-REC.
000900     05  QUEUE-DATE              PIC 9(08).
000910     05  QUEUE-SEP-1             PIC X(01).
000920     05  QUEUE-SEQ               PIC 9(04).
000930     05  QUEUE-SEP-2             PIC X(01).
000940     05  QUEUE-BADGE-NO          PIC X(05).
000950     05  QUEUE-SEP-3             PIC X(01).
000960     05  QUEUE-SCRIPT            PIC X(10).
000970     05  QUEUE-SEP-4             PIC X(01).
000980     05  QUEUE-STATUS            PIC X(01).
000990     05  QUEUE-SEP-5             PIC X(01).
001000     05  QUEUE-BOOK-TIME         PIC 9(06).
001010     05  QUEUE-EST-TIME          PIC 9(06).
001020     05  QUEUE-CHECKIN-TIME      PIC 9(06).
001030     05  QUEUE-CALL-TIME         PIC 9(06).
001040     05  QUEUE-DONE-TIME         PIC 9(06).
001050     05  QUEUE-SEP-6             PIC X(01).
001060     05  QUEUE-SCRIPT-SECS       PIC 9(05).
001070     05  QUEUE-SEP-7             PIC X(01).
001080     05  QUEUE-OPERATOR          PIC X(10).
001090 FD  CONTROL-FILE.
001100 01  CONTROL-REC.
001110     05  CONTROL-CHANGEOVER      PIC 9(03).
001110     05  CONTROL-KEEP-DAYS       PIC 9(03).
001120 FD  REHEARSAL-FILE.
001130 01  REHEARSAL-REC.
001140     05  REHEARSAL-DATE          PIC 9(08).
001150     05  REHEARSAL-TIME          PIC 9(08).
001160     05  REHEARSAL-SEP-1         PIC X(01).
001170     05  REHEARSAL-STATION-ID    PIC X(10).
001180     05  REHEARSAL-SEP-2         PIC X(01).
001190     05  REHEARSAL-OPERATOR      PIC X(10).
001200     05  REHEARSAL-SEP-3         PIC X(01).
001210     05  REHEARSAL-SCRIPT        PIC X(10).
001220     05  REHEARSAL-SEP-4         PIC X(01).
001230     05  REHEARSAL-LINES         PIC 9(03).
001240     05  REHEARSAL-TOTAL-SECS    PIC 9(07).
001250 FD  SESSION-FILE.
001260 01  SESSION-REC.
001270     05  SESSION-DATE            PIC 9(08).
001280     05  SESSION-TIME            PIC 9(08).
001290     05  SESSION-SEP-1           PIC X(01).
001300     05  SESSION-BADGE-NO        PIC X(05).
001310     05  SESSION-SEP-2           PIC X(01).
001320     05  SESSION-STATION-ID      PIC X(10).
001330     05  SESSION-SEP-3           PIC X(01).
001340     05  SESSION-SCORE           PIC S9(09).
001350     05  SESSION-THRESHOLD       PIC 9(03).
001360     05  SESSION-WIN-FLAG        PIC X(01).
001370     05  SESSION-FAULT-FLAG      PIC X(01).
001380     05  SESSION-SEP-4           PIC X(01).
001390     05  SESSION-SCRIPT          PIC X(10).
001400     05  SESSION-SEP-5           PIC X(01).
001410     05  SESSION-OPERATOR        PIC X(10).
001420     05  SESSION-OVERRIDE-SW     PIC X(01).
001430     05  SESSION-DIVISION        PIC X(06).
001440 FD  CONFIG-FILE.
001450 01  CONFIG-REC.
001460     05  CONFIG-WIN-THRESHOLD    PIC 9(03).
001470     05  CONFIG-ATTEMPT-LIMIT    PIC 9(02).
001480     05  CONFIG-TOP-N            PIC 9(03).
001490     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
001500     05  CONFIG-PRO-THRESHOLD    PIC 9(03).
001510 FD  CATALOG-FILE.
001520 01  CATALOG-REC.
001530     05  CATALOG-SCRIPT-NAME     PIC X(10).
001540     05  CATALOG-SEP-1           PIC X(01).
001550     05  CATALOG-TIER            PIC X(08).
001560 FD  DISPUTE-FILE.
001570 01  DISPUTE-REC.
001580     05  DISPUTE-CASE-NO         PIC 9(05).
001590     05  DISPUTE-SEP-1           PIC X(01).
001600     05  DISPUTE-STATUS          PIC X(01).
001610     05  DISPUTE-SEP-2           PIC X(01).
001620     05  DISPUTE-BADGE-NO        PIC X(05).
001630     05  DISPUTE-SEP-3           PIC X(01).
001640     05  DISPUTE-STATION-ID      PIC X(10).
001650     05  DISPUTE-SEP-4           PIC X(01).
001660     05  DISPUTE-SES-DATE        PIC 9(08).
001670     05  DISPUTE-SES-TIME        PIC 9(06).
001680     05  DISPUTE-ORIG-SCORE      PIC 9(05).
001690     05  DISPUTE-SEP-5           PIC X(01).
001700     05  DISPUTE-LINKED-SW       PIC X(01).
001710     05  DISPUTE-RES-TIME        PIC 9(06).
001720     05  DISPUTE-RES-NAME        PIC X(20).
001730     05  DISPUTE-SEP-6           PIC X(01).
001740     05  DISPUTE-OPEN-DATE       PIC 9(08).
001750     05  DISPUTE-OPEN-TIME       PIC 9(06).
001760     05  DISPUTE-OPEN-OP         PIC X(10).
001770     05  DISPUTE-OPEN-REASON     PIC X(30).
001780     05  DISPUTE-SEP-7           PIC X(01).
001790     05  DISPUTE-RULING          PIC X(01).
001800     05  DISPUTE-ADJ-SCORE       PIC 9(05).
001810     05  DISPUTE-SEP-8           PIC X(01).
001820     05  DISPUTE-CLOSE-DATE      PIC 9(08).
001830     05  DISPUTE-CLOSE-TIME      PIC 9(06).
001840     05  DISPUTE-CLOSE-OP        PIC X(10).
001850     05  DISPUTE-CLOSE-REASON    PIC X(30).
001860 FD  LISTING-FILE.
001870 01  LISTING-LINE                PIC X(100).
001880
001890 WORKING-STORAGE SECTION.
001900 01  QUE-QUEUE-FS             PIC 99.
001910 01  QUE-CONTROL-FS           PIC 99.
001920 01  QUE-REHEARSAL-FS         PIC 99.
001930 01  QUE-SESSION-FS           PIC 99.
001940 01  QUE-CONFIG-FS            PIC 99.
001950 01  QUE-CATALOG-FS           PIC 99.
001960 01  QUE-DISPUTE-FS           PIC 99.
001970 01  QUE-LISTING-FS           PIC 99.
001980
001990*----------------------------------------------------------------
002000* COMMAND-LINE FIELDS. ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE
002010* BADGE FOR BOOK, CHECKIN AND NOSHOW AND THE SECONDS FOR SET.
002020* TRAILING ARGUMENTS ARE KEYWORDS ("SCRIPT=<NAME>", "OP=<ID>",
002030* "DATE=YYYYMMDD") OR THE STATION ID.
002040*----------------------------------------------------------------
002050 01  QUE-ARGUMENT-COUNT       PIC 9(02) VALUE 0.
002060 01  QUE-ARG-IDX              PIC 9(02) VALUE 0.
002070 01  QUE-NEXT-ARG-NO          PIC 9(02) VALUE 0.
002080 01  QUE-FUNCTION             PIC X(08) VALUE SPACES.
002090 01  QUE-ARG-RAW              PIC X(32) VALUE SPACES.
002100 01  QUE-BADGE-RAW            PIC X(32) VALUE SPACES.
002110 01  QUE-BADGE-NO             PIC X(05) VALUE SPACES.
002120 01  QUE-SCRIPT-NAME          PIC X(10) VALUE SPACES.
002130 01  QUE-STATION-ID           PIC X(10) VALUE SPACES.
002140 01  QUE-STATION-TEXT         PIC X(10) VALUE SPACES.
002150 01  QUE-STATION-SUFFIX       PIC X(11) VALUE SPACES.
002160 01  QUE-OPERATOR             PIC X(10) VALUE SPACES.
002170 01  QUE-DATE-ARG             PIC X(08) VALUE SPACES.
002180 01  QUE-REPORT-DATE          PIC 9(08) VALUE 0.
002190
002200 01  QUE-QUEUE-FILENAME       PIC X(32).
002210 01  QUE-CONTROL-FILENAME     PIC X(32) VALUE "queue_control".
002220 01  QUE-REHEARSAL-FILENAME   PIC X(32).
002230 01  QUE-SESSION-FILENAME     PIC X(32).
002240 01  QUE-CONFIG-FILENAME      PIC X(32).
002250 01  QUE-CATALOG-FILENAME     PIC X(32).
002260 01  QUE-DISPUTE-FILENAME     PIC X(32) VALUE "dispute".
002270 01  QUE-LISTING-FILENAME     PIC X(32).
002280
002290 77  QUE-EOF-SW               PIC X(01) VALUE "N".
002300     88  QUE-AT-EOF                   VALUE "Y".
002310     88  QUE-NOT-AT-EOF               VALUE "N".
002320
002330*----------------------------------------------------------------
002340* IN-CORE QUEUE TABLE, LOADED, CHANGED AND REWRITTEN IN ONE PIECE
002350* THE WAY AIRFRAMT.COB HANDLES ITS REGISTER. EARLIER DAYS' ROWS
002360* RIDE THROUGH UNTOUCHED FOR THE REPORT.
002370*----------------------------------------------------------------
002380 77  QUE-MAX-ENTRIES          PIC 9(04) VALUE 2000.
002390 01  QUE-ENTRY-COUNT          PIC 9(04) VALUE 0.
002400 01  QUE-IDX                  PIC 9(04) VALUE 0.
002410 01  QUE-FOUND-IDX            PIC 9(04) VALUE 0.
002420 01  QUE-QUEUE-TABLE.
002430     05  QUE-QUEUE-ENTRY OCCURS 2000 TIMES.
002440         10  QUE-TBL-DATE         PIC 9(08).
002450         10  QUE-TBL-SEQ          PIC 9(04).
002460         10  QUE-TBL-BADGE        PIC X(05).
002470         10  QUE-TBL-SCRIPT       PIC X(10).
002480         10  QUE-TBL-STATUS       PIC X(01).
002490             88  QUE-TBL-BOOKED           VALUE "B".
002500             88  QUE-TBL-CHECKED-IN       VALUE "C".
002510             88  QUE-TBL-WAITING          VALUE "B" "C".
002520             88  QUE-TBL-FLOWN            VALUE "F".
002530             88  QUE-TBL-NO-SHOW          VALUE "N".
002540         10  QUE-TBL-BOOK-TIME    PIC 9(06).
002550         10  QUE-TBL-EST-TIME     PIC 9(06).
002560         10  QUE-TBL-CHECKIN-TIME PIC 9(06).
002570         10  QUE-TBL-CALL-TIME    PIC 9(06).
002580         10  QUE-TBL-DONE-TIME    PIC 9(06).
002590         10  QUE-TBL-SCRIPT-SECS  PIC 9(05).
002600         10  QUE-TBL-OPERATOR     PIC X(10).
002610 01  QUE-HIGH-SEQ             PIC 9(04) VALUE 0.
002620
002630*----------------------------------------------------------------
002640* REHEARSED DURATIONS. THE LATEST REHEARSAL OF EACH SCRIPT ON THE
002650* STATION'S REHEARSAL LOG; A SCRIPT NEVER REHEARSED IS TAKEN AT
002660* QUE-DEFAULT-SECS, THE SAME FIGURE ANOMALY.COB FALLS BACK ON.
002670*----------------------------------------------------------------
002680 77  QUE-DEFAULT-SECS         PIC 9(05) VALUE 120.
002690 77  QUE-MAX-SCRIPTS          PIC 9(03) VALUE 200.
002700 01  QUE-DUR-COUNT            PIC 9(03) VALUE 0.
002710 01  QUE-DUR-IDX              PIC 9(03) VALUE 0.
002720 01  QUE-DUR-FOUND-IDX        PIC 9(03) VALUE 0.
002730 01  QUE-DUR-TABLE.
002740     05  QUE-DUR-ENTRY OCCURS 200 TIMES.
002750         10  QUE-DUR-SCRIPT       PIC X(10).
002760         10  QUE-DUR-SECS         PIC 9(05).
002770 01  QUE-LOOK-SCRIPT          PIC X(10) VALUE SPACES.
002780 01  QUE-LOOK-SECS            PIC 9(05) VALUE 0.
002790 01  QUE-CHANGEOVER           PIC 9(03) VALUE 60.
002790 01  QUE-KEEP-DAYS            PIC 9(03) VALUE 14.
002790 01  QUE-KEEP-RAW             PIC X(20) VALUE SPACES.
002790 01  QUE-KEEP-FROM-DATE       PIC 9(08) VALUE 0.
002800
002810*----------------------------------------------------------------
002820* ATTEMPT CHECK FIELDS -- CAPTEST.COB'S RULE: TODAY'S SESSIONS FOR
002830* THE BADGE WITHOUT A FLIGHT ("F") OR PRE-SCORE ("P") FAULT,
002840* AGAINST THE STATION'S CONFIGURED LIMIT PLUS ANY RE-FLY GRANTED
002850* TODAY ON THE DISPUTE FILE. BOOKINGS STILL WAITING COUNT TOO.
002860*----------------------------------------------------------------
002870 01  QUE-ATTEMPT-LIMIT        PIC 9(02) VALUE 3.
002880 01  QUE-ATTEMPTS-USED        PIC 9(03) VALUE 0.
002890 01  QUE-ATTEMPTS-BOOKED      PIC 9(03) VALUE 0.
002900 01  QUE-REFLY-COUNT          PIC 9(02) VALUE 0.
002910 77  QUE-SCRIPT-FOUND-SW      PIC X(01) VALUE "N".
002920     88  QUE-SCRIPT-FOUND             VALUE "Y".
002930     88  QUE-SCRIPT-NOT-FOUND         VALUE "N".
002940
002950*----------------------------------------------------------------
002960* CLOCK FIELDS. TIMES ARE HHMMSS; SECONDS ARE SECONDS SINCE
002970* MIDNIGHT, WHICH THE ESTIMATES AND WAITS ARE WORKED IN.
002980*----------------------------------------------------------------
002990 01  QUE-NOW-DATE             PIC 9(08) VALUE 0.
003000 01  QUE-NOW-TIME             PIC 9(08) VALUE 0.
003010 01  QUE-NOW-SECS             PIC 9(05) VALUE 0.
003020 01  QUE-HMS                  PIC 9(06) VALUE 0.
003030 01  QUE-HMS-R REDEFINES QUE-HMS.
003040     05  QUE-HMS-H            PIC 9(02).
003050     05  QUE-HMS-M            PIC 9(02).
003060     05  QUE-HMS-S            PIC 9(02).
003070 01  QUE-SECS                 PIC 9(05) VALUE 0.
003080 01  QUE-SECS-REM             PIC 9(05) VALUE 0.
003090 01  QUE-HMS-TEXT             PIC X(08) VALUE SPACES.
003100 01  QUE-AHEAD-SECS           PIC 9(07) VALUE 0.
003110 01  QUE-AHEAD-COUNT          PIC 9(04) VALUE 0.
003120 01  QUE-EST-SECS             PIC 9(07) VALUE 0.
003130
003140*----------------------------------------------------------------
003150* LISTING AND REPORT FIELDS.
003160*----------------------------------------------------------------
003170 01  QUE-STATUS-TEXT          PIC X(10) VALUE SPACES.
003180 01  QUE-BOOK-TEXT            PIC X(08) VALUE SPACES.
003190 01  QUE-EST-TEXT             PIC X(08) VALUE SPACES.
003200 01  QUE-CHECKIN-TEXT         PIC X(08) VALUE SPACES.
003210 01  QUE-CALL-TEXT            PIC X(08) VALUE SPACES.
003220 01  QUE-SCRIPT-TEXT          PIC X(10) VALUE SPACES.
003230 01  QUE-SEQ-EDIT             PIC ZZZ9.
003240 01  QUE-COUNT-EDIT           PIC ZZZ9.
003250 01  QUE-MIN-EDIT             PIC ----9.
003260 01  QUE-AVG-EDIT             PIC ----9.9.
003270 01  QUE-DIFF-SECS            PIC S9(07) VALUE 0.
003280 01  QUE-WAIT-SECS            PIC S9(07) VALUE 0.
003290 01  QUE-MINUTES              PIC S9(05) VALUE 0.
003300 01  QUE-AVG-MINUTES          PIC S9(05)V9 VALUE 0.
003310 01  QUE-TOT-BOOKED           PIC 9(04) VALUE 0.
003320 01  QUE-TOT-CHECKED-IN       PIC 9(04) VALUE 0.
003330 01  QUE-TOT-WAITING          PIC 9(04) VALUE 0.
003340 01  QUE-TOT-FLOWN            PIC 9(04) VALUE 0.
003350 01  QUE-TOT-NO-SHOW          PIC 9(04) VALUE 0.
003360 01  QUE-TOT-WAIT-SECS        PIC S9(09) VALUE 0.
003370 01  QUE-TOT-DIFF-SECS        PIC S9(09) VALUE 0.
003380 01  QUE-POSITION             PIC 9(04) VALUE 0.
003390 01  QUE-NEXT-IDX             PIC 9(04) VALUE 0.
003400
003410 PROCEDURE DIVISION.
003420 0000-MAINLINE.
003430     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
003440     ACCEPT QUE-NOW-DATE FROM DATE YYYYMMDD.
003450     ACCEPT QUE-NOW-TIME FROM TIME.
003460     MOVE QUE-NOW-TIME(1:6) TO QUE-HMS.
003470     PERFORM 8000-HMS-TO-SECS THRU 8000-HMS-TO-SECS-EXIT.
003480     MOVE QUE-SECS TO QUE-NOW-SECS.
003490     IF QUE-REPORT-DATE = 0
003500         MOVE QUE-NOW-DATE TO QUE-REPORT-DATE
003510     END-IF.
003520     IF QUE-FUNCTION = "SET"
003530         PERFORM 1500-SET-CHANGEOVER THRU 1500-SET-CHANGEOVER-EXIT
003540         GO TO 0000-MAINLINE-EXIT
003550     END-IF.
003560     PERFORM 1400-LOAD-CONTROL THRU 1400-LOAD-CONTROL-EXIT.
003570     PERFORM 2000-LOAD-QUEUE THRU 2000-LOAD-QUEUE-EXIT.
003580     EVALUATE QUE-FUNCTION
003590         WHEN "BOOK"
003600             PERFORM 3000-BOOK THRU 3000-BOOK-EXIT
003610         WHEN "CHECKIN"
003620             PERFORM 3300-CHECKIN THRU 3300-CHECKIN-EXIT
003630         WHEN "NOSHOW"
003640             PERFORM 3400-NOSHOW THRU 3400-NOSHOW-EXIT
003650         WHEN "LIST"
003660             PERFORM 4000-LIST THRU 4000-LIST-EXIT
003670         WHEN "STATUS"
003680             PERFORM 4500-STATUS THRU 4500-STATUS-EXIT
003690         WHEN "REPORT"
003700             PERFORM 5000-REPORT THRU 5000-REPORT-EXIT
003710         WHEN OTHER
003720             DISPLAY "UNKNOWN FUNCTION '" QUE-FUNCTION
003730                 "' -- USE BOOK, CHECKIN, NOSHOW, LIST, STATUS, "
003740                 "REPORT OR SET"
003750             MOVE 8 TO RETURN-CODE
003760     END-EVALUATE.
003770 0000-MAINLINE-EXIT.
003780     STOP RUN.
003790
003800*----------------------------------------------------------------
003810* 1000-RESOLVE-ARGS -- PICK UP THE FUNCTION AND ITS BADGE (OR THE
003820* SECONDS FOR SET), SWEEP THE TRAILING ARGUMENTS AND BUILD THE
003830* STATION'S FILE NAMES. A BOOKING NEEDS THE OPERATOR TAKING IT.
003840*----------------------------------------------------------------
003850 1000-RESOLVE-ARGS.
003860     ACCEPT QUE-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
003870     IF QUE-ARGUMENT-COUNT < 1
003880         DISPLAY "USAGE: QUEUEMT BOOK <BADGE> [SCRIPT=<NAME>] "
003890             "OP=<ID> [STATION]"
003900         DISPLAY "       QUEUEMT CHECKIN <BADGE> [STATION]"
003910         DISPLAY "       QUEUEMT NOSHOW <BADGE> [STATION]"
003920         DISPLAY "       QUEUEMT LIST [DATE=YYYYMMDD] [STATION]"
003930         DISPLAY "       QUEUEMT STATUS [STATION]"
003940         DISPLAY "       QUEUEMT REPORT [DATE=YYYYMMDD] [STATION]"
003950         DISPLAY "       QUEUEMT SET <CHANGEOVER SECONDS> "
003950             "[KEEP=<DAYS>]"
003950         DISPLAY "       QUEUEMT SET KEEP=<DAYS>"
003960         MOVE 8 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     DISPLAY 1 UPON ARGUMENT-NUMBER.
004000     ACCEPT QUE-FUNCTION FROM ARGUMENT-VALUE.
004010     EVALUATE QUE-FUNCTION
004020         WHEN "BOOK"
004030         WHEN "CHECKIN"
004040         WHEN "NOSHOW"
004050         WHEN "SET"
004060             IF QUE-ARGUMENT-COUNT < 2
004070                 DISPLAY "FUNCTION " QUE-FUNCTION
004080                     " NEEDS A BADGE NUMBER (SET: THE SECONDS)"
004090                 MOVE 8 TO RETURN-CODE
004100                 STOP RUN
004110             END-IF
004120             DISPLAY 2 UPON ARGUMENT-NUMBER
004130             ACCEPT QUE-BADGE-RAW FROM ARGUMENT-VALUE
004140             IF QUE-FUNCTION NOT = "SET"
004150                 PERFORM 1200-EDIT-BADGE THRU 1200-EDIT-BADGE-EXIT
004160             END-IF
004170             MOVE 3 TO QUE-NEXT-ARG-NO
004180         WHEN OTHER
004190             MOVE 2 TO QUE-NEXT-ARG-NO
004200     END-EVALUATE.
004210     PERFORM 1100-SWEEP-TRAILING THRU 1100-SWEEP-TRAILING-EXIT
004220         VARYING QUE-ARG-IDX FROM QUE-NEXT-ARG-NO BY 1
004230         UNTIL QUE-ARG-IDX > QUE-ARGUMENT-COUNT.
004240     IF QUE-FUNCTION = "BOOK" AND QUE-OPERATOR = SPACES
004250         DISPLAY "BOOK NEEDS THE OPERATOR -- GIVE OP=<ID>"
004260         MOVE 8 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     PERFORM 1300-BUILD-FILENAMES THRU 1300-BUILD-FILENAMES-EXIT.
004300 1000-RESOLVE-ARGS-EXIT.
004310     EXIT.
004320
004330 1100-SWEEP-TRAILING.
004340     MOVE SPACES TO QUE-ARG-RAW.
004350     DISPLAY QUE-ARG-IDX UPON ARGUMENT-NUMBER.
004360     ACCEPT QUE-ARG-RAW FROM ARGUMENT-VALUE.
004370     IF QUE-ARG-RAW(1:3) = "OP="
004380         IF FUNCTION LENGTH(FUNCTION TRIM(QUE-ARG-RAW(4:)))
004390             > 10
004400             DISPLAY "OPERATOR '"
004410                 FUNCTION TRIM(QUE-ARG-RAW(4:))
004420                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004430             MOVE 8 TO RETURN-CODE
004440             STOP RUN
004450         END-IF
004460         MOVE QUE-ARG-RAW(4:) TO QUE-OPERATOR
004470         GO TO 1100-SWEEP-TRAILING-EXIT
004480     END-IF.
004490     IF QUE-ARG-RAW(1:7) = "SCRIPT="
004500         IF FUNCTION LENGTH(FUNCTION TRIM(QUE-ARG-RAW(8:)))
004510             > 10
004520             DISPLAY "SCRIPT NAME '"
004530                 FUNCTION TRIM(QUE-ARG-RAW(8:))
004540                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004550             MOVE 8 TO RETURN-CODE
004560             STOP RUN
004570         END-IF
004580         MOVE QUE-ARG-RAW(8:) TO QUE-SCRIPT-NAME
004590         GO TO 1100-SWEEP-TRAILING-EXIT
004600     END-IF.
004610     IF QUE-ARG-RAW(1:5) = "KEEP="
004610         MOVE QUE-ARG-RAW(6:) TO QUE-KEEP-RAW
004610         GO TO 1100-SWEEP-TRAILING-EXIT
004610     END-IF.
004610     IF QUE-ARG-RAW(1:5) = "DATE="
004620         MOVE QUE-ARG-RAW(6:8) TO QUE-DATE-ARG
004630         IF  QUE-DATE-ARG IS NUMERIC
004640         AND QUE-ARG-RAW(14:) = SPACES
004650             MOVE QUE-DATE-ARG TO QUE-REPORT-DATE
004660         ELSE
004670             DISPLAY "'" FUNCTION TRIM(QUE-ARG-RAW)
004680                 "' IS NOT DATE=YYYYMMDD -- ABORTING"
004690             MOVE 8 TO RETURN-CODE
004700             STOP RUN
004710         END-IF
004720         GO TO 1100-SWEEP-TRAILING-EXIT
004730     END-IF.
004740     IF QUE-STATION-ID NOT = SPACES
004750         DISPLAY "UNRECOGNIZED EXTRA ARGUMENT '"
004760             FUNCTION TRIM(QUE-ARG-RAW) "' -- IGNORED"
004770         GO TO 1100-SWEEP-TRAILING-EXIT
004780     END-IF.
004790     IF FUNCTION LENGTH(FUNCTION TRIM(QUE-ARG-RAW)) > 10
004800         DISPLAY "STATION ID '" FUNCTION TRIM(QUE-ARG-RAW)
004810             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004820         MOVE 8 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     MOVE QUE-ARG-RAW TO QUE-STATION-ID.
004860 1100-SWEEP-TRAILING-EXIT.
004870     EXIT.
004880
004890 1200-EDIT-BADGE.
004900     IF QUE-BADGE-RAW = SPACES
004910         DISPLAY "BADGE NUMBER IS BLANK -- ABORTING"
004920         MOVE 8 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950     IF FUNCTION LENGTH(FUNCTION TRIM(QUE-BADGE-RAW)) > 5
004960         DISPLAY "BADGE NUMBER '" FUNCTION TRIM(QUE-BADGE-RAW)
004970             "' IS LONGER THAN 5 CHARACTERS -- ABORTING"
004980         MOVE 8 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010     MOVE QUE-BADGE-RAW TO QUE-BADGE-NO.
005020 1200-EDIT-BADGE-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* 1300-BUILD-FILENAMES -- THE STATION'S FILES, NAMED THE WAY
005070* CAPTEST.COB NAMES THEM; NO STATION MEANS THE BARE NAMES.
005080*----------------------------------------------------------------
005090 1300-BUILD-FILENAMES.
005100     MOVE QUE-STATION-ID TO QUE-STATION-TEXT.
005110     IF QUE-STATION-ID = SPACES
005120         MOVE "(SITE)"    TO QUE-STATION-TEXT
005130         MOVE SPACES      TO QUE-STATION-SUFFIX
005140         MOVE "queue"     TO QUE-QUEUE-FILENAME
005150         MOVE "rehearsal" TO QUE-REHEARSAL-FILENAME
005160         MOVE "session"   TO QUE-SESSION-FILENAME
005170         MOVE "config"    TO QUE-CONFIG-FILENAME
005180         MOVE "catalog"   TO QUE-CATALOG-FILENAME
005190     ELSE
005200         STRING "-" QUE-STATION-ID DELIMITED BY SIZE
005210             INTO QUE-STATION-SUFFIX
005220         STRING "queue-" DELIMITED BY SIZE
005230             QUE-STATION-ID DELIMITED BY SPACE
005240             INTO QUE-QUEUE-FILENAME
005250         STRING "rehearsal-" DELIMITED BY SIZE
005260             QUE-STATION-ID DELIMITED BY SPACE
005270             INTO QUE-REHEARSAL-FILENAME
005280         STRING "session-" DELIMITED BY SIZE
005290             QUE-STATION-ID DELIMITED BY SPACE
005300             INTO QUE-SESSION-FILENAME
005310         STRING "config-" DELIMITED BY SIZE
005320             QUE-STATION-ID DELIMITED BY SPACE
005330             INTO QUE-CONFIG-FILENAME
005340         STRING "catalog-" DELIMITED BY SIZE
005350             QUE-STATION-ID DELIMITED BY SPACE
005360             INTO QUE-CATALOG-FILENAME
005370     END-IF.
005380     MOVE SPACES TO QUE-LISTING-FILENAME.
005390     EVALUATE QUE-FUNCTION
005400         WHEN "STATUS"
005410             STRING "queue_status" DELIMITED BY SIZE
005420                 QUE-STATION-SUFFIX DELIMITED BY SPACE
005430                 INTO QUE-LISTING-FILENAME
005440         WHEN "REPORT"
005450             STRING "queue_report" DELIMITED BY SIZE
005460                 QUE-STATION-SUFFIX DELIMITED BY SPACE
005470                 INTO QUE-LISTING-FILENAME
005480         WHEN OTHER
005490             STRING "queue_listing" DELIMITED BY SIZE
005500                 QUE-STATION-SUFFIX DELIMITED BY SPACE
005510                 INTO QUE-LISTING-FILENAME
005520     END-EVALUATE.
005530 1300-BUILD-FILENAMES-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 1400-LOAD-CONTROL -- THE SITE-WIDE CHANGEOVER ALLOWANCE AND
005580* DAYS OF QUEUE KEPT. NO CONTROL FILE, OR A BLANK FIELD, MEANS
005580* THE HOUSE DEFAULT. QUE-KEEP-FROM-DATE IS THE OLDEST BOOKING
005580* DATE THE LOAD KEEPS.
005590*----------------------------------------------------------------
005600 1400-LOAD-CONTROL.
005610     MOVE 60 TO QUE-CHANGEOVER.
005610     MOVE 14 TO QUE-KEEP-DAYS.
005620     OPEN INPUT CONTROL-FILE.
005630     IF QUE-CONTROL-FS NOT = "00"
005640         GO TO 1400-LOAD-CONTROL-KEEP
005650     END-IF.
005660     READ CONTROL-FILE
005670         AT END
005680             CONTINUE
005690         NOT AT END
005700             IF CONTROL-CHANGEOVER IS NUMERIC
005710                 MOVE CONTROL-CHANGEOVER TO QUE-CHANGEOVER
005720             END-IF
005720             IF  CONTROL-KEEP-DAYS IS NUMERIC
005720             AND CONTROL-KEEP-DAYS > 0
005720                 MOVE CONTROL-KEEP-DAYS TO QUE-KEEP-DAYS
005720             END-IF
005730     END-READ.
005740     CLOSE CONTROL-FILE.
005740 1400-LOAD-CONTROL-KEEP.
005740     COMPUTE QUE-KEEP-FROM-DATE = FUNCTION DATE-OF-INTEGER(
005740         FUNCTION INTEGER-OF-DATE(QUE-NOW-DATE) - QUE-KEEP-DAYS).
005750 1400-LOAD-CONTROL-EXIT.
005760     EXIT.
005770
005770*----------------------------------------------------------------
005770* 1500-SET-CHANGEOVER -- REWRITE QUEUE_CONTROL. A VALUE NOT GIVEN
005770* KEEPS WHAT THE FILE HELD.
005770*----------------------------------------------------------------
005780 1500-SET-CHANGEOVER.
005780     PERFORM 1400-LOAD-CONTROL THRU 1400-LOAD-CONTROL-EXIT.
005780     IF QUE-BADGE-RAW(1:5) = "KEEP="
005780         MOVE QUE-BADGE-RAW(6:) TO QUE-KEEP-RAW
005780         GO TO 1500-SET-KEEP
005780     END-IF.
005790     IF  QUE-BADGE-RAW = SPACES
005800     OR  FUNCTION TEST-NUMVAL(QUE-BADGE-RAW) NOT = 0
005810     OR  FUNCTION NUMVAL(QUE-BADGE-RAW) < 0
005820     OR  FUNCTION NUMVAL(QUE-BADGE-RAW) > 999
005830         DISPLAY "CHANGEOVER '" FUNCTION TRIM(QUE-BADGE-RAW)
005840             "' MUST BE A NUMBER OF SECONDS FROM 0 TO 999 -- "
005850             "ABORTING"
005860         MOVE 8 TO RETURN-CODE
005870         GO TO 1500-SET-CHANGEOVER-EXIT
005880     END-IF.
005890     COMPUTE QUE-CHANGEOVER = FUNCTION NUMVAL(QUE-BADGE-RAW).
005890 1500-SET-KEEP.
005890     IF QUE-KEEP-RAW NOT = SPACES
005890         IF  FUNCTION TEST-NUMVAL(QUE-KEEP-RAW) NOT = 0
005890         OR  FUNCTION NUMVAL(QUE-KEEP-RAW) < 1
005890         OR  FUNCTION NUMVAL(QUE-KEEP-RAW) > 999
005890             DISPLAY "KEEP '" FUNCTION TRIM(QUE-KEEP-RAW)
005890                 "' MUST BE A NUMBER OF DAYS FROM 1 TO 999 -- "
005890                 "ABORTING"
005890             MOVE 8 TO RETURN-CODE
005890             GO TO 1500-SET-CHANGEOVER-EXIT
005890         END-IF
005890         COMPUTE QUE-KEEP-DAYS = FUNCTION NUMVAL(QUE-KEEP-RAW)
005890     END-IF.
005900     OPEN OUTPUT CONTROL-FILE.
005910     IF QUE-CONTROL-FS NOT = "00"
005920         DISPLAY "UNABLE TO WRITE QUEUE CONTROL FILE, STATUS: "
005930             QUE-CONTROL-FS
005940         MOVE 8 TO RETURN-CODE
005950         GO TO 1500-SET-CHANGEOVER-EXIT
005960     END-IF.
005970     MOVE QUE-CHANGEOVER TO CONTROL-CHANGEOVER.
005970     MOVE QUE-KEEP-DAYS TO CONTROL-KEEP-DAYS.
005980     WRITE CONTROL-REC.
005990     CLOSE CONTROL-FILE.
006000     DISPLAY "CHANGEOVER ALLOWANCE SET TO " QUE-CHANGEOVER
006010         " SECONDS, QUEUE KEPT " QUE-KEEP-DAYS " DAYS".
006020 1500-SET-CHANGEOVER-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 2000-LOAD-QUEUE -- PULL THE WHOLE QUEUE FILE INTO THE TABLE,
006070* NOTING THE HIGHEST BOOKING NUMBER USED TODAY. A MISSING FILE IS
006080* AN EMPTY QUEUE (THE FIRST BOOKING CREATES IT). A BOOKING DATED
006080* BEFORE QUE-KEEP-FROM-DATE IS LEFT OUT, SO THE NEXT REWRITE
006080* DROPS IT FROM THE FILE.
006090*----------------------------------------------------------------
006100 2000-LOAD-QUEUE.
006110     MOVE 0 TO QUE-ENTRY-COUNT.
006120     MOVE 0 TO QUE-HIGH-SEQ.
006130     SET QUE-NOT-AT-EOF TO TRUE.
006140     OPEN INPUT QUEUE-FILE.
006150     IF QUE-QUEUE-FS NOT = "00"
006160         GO TO 2000-LOAD-QUEUE-EXIT
006170     END-IF.
006180     PERFORM 2100-LOAD-ENTRY THRU 2100-LOAD-ENTRY-EXIT
006190         UNTIL QUE-AT-EOF.
006200     CLOSE QUEUE-FILE.
006210 2000-LOAD-QUEUE-EXIT.
006220     EXIT.
006230
006240 2100-LOAD-ENTRY.
006250     READ QUEUE-FILE
006260         AT END
006270             SET QUE-AT-EOF TO TRUE
006280             GO TO 2100-LOAD-ENTRY-EXIT
006290     END-READ.
006290     IF  QUEUE-DATE IS NUMERIC
006290     AND QUEUE-DATE < QUE-KEEP-FROM-DATE
006290         GO TO 2100-LOAD-ENTRY-EXIT
006290     END-IF.
006300     IF QUE-ENTRY-COUNT >= QUE-MAX-ENTRIES
006310         DISPLAY "QUEUE TABLE FULL AT " QUE-MAX-ENTRIES
006320             " ENTRIES -- ABORTING BEFORE ANY REWRITE COULD DROP "
006330             "RECORDS"
006340         MOVE 8 TO RETURN-CODE
006350         STOP RUN
006360     END-IF.
006370     ADD 1 TO QUE-ENTRY-COUNT.
006380     MOVE QUE-ENTRY-COUNT TO QUE-IDX.
006390     MOVE QUEUE-DATE         TO QUE-TBL-DATE(QUE-IDX).
006400     MOVE QUEUE-SEQ          TO QUE-TBL-SEQ(QUE-IDX).
006410     MOVE QUEUE-BADGE-NO     TO QUE-TBL-BADGE(QUE-IDX).
006420     MOVE QUEUE-SCRIPT       TO QUE-TBL-SCRIPT(QUE-IDX).
006430     MOVE QUEUE-STATUS       TO QUE-TBL-STATUS(QUE-IDX).
006440     MOVE QUEUE-BOOK-TIME    TO QUE-TBL-BOOK-TIME(QUE-IDX).
006450     MOVE QUEUE-EST-TIME     TO QUE-TBL-EST-TIME(QUE-IDX).
006460     MOVE QUEUE-CHECKIN-TIME TO QUE-TBL-CHECKIN-TIME(QUE-IDX).
006470     MOVE QUEUE-CALL-TIME    TO QUE-TBL-CALL-TIME(QUE-IDX).
006480     MOVE QUEUE-DONE-TIME    TO QUE-TBL-DONE-TIME(QUE-IDX).
006490     MOVE QUEUE-SCRIPT-SECS  TO QUE-TBL-SCRIPT-SECS(QUE-IDX).
006500     MOVE QUEUE-OPERATOR     TO QUE-TBL-OPERATOR(QUE-IDX).
006510     IF  QUEUE-DATE = QUE-NOW-DATE
006520     AND QUEUE-SEQ > QUE-HIGH-SEQ
006530         MOVE QUEUE-SEQ TO QUE-HIGH-SEQ
006540     END-IF.
006550 2100-LOAD-ENTRY-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 2500-FIND-BADGE-BOOKING -- THE BADGE'S EARLIEST BOOKING TODAY
006600* THAT IS STILL WAITING (BOOKED OR CHECKED IN); ZERO WHEN NONE.
006610*----------------------------------------------------------------
006620 2500-FIND-BADGE-BOOKING.
006630     MOVE 0 TO QUE-FOUND-IDX.
006640     PERFORM 2510-MATCH-BADGE THRU 2510-MATCH-BADGE-EXIT
006650         VARYING QUE-IDX FROM 1 BY 1
006660         UNTIL QUE-IDX > QUE-ENTRY-COUNT
006670            OR QUE-FOUND-IDX > 0.
006680 2500-FIND-BADGE-BOOKING-EXIT.
006690     EXIT.
006700
006710 2510-MATCH-BADGE.
006720     IF  QUE-TBL-DATE(QUE-IDX) = QUE-NOW-DATE
006730     AND QUE-TBL-BADGE(QUE-IDX) = QUE-BADGE-NO
006740     AND QUE-TBL-WAITING(QUE-IDX)
006750         MOVE QUE-IDX TO QUE-FOUND-IDX
006760     END-IF.
006770 2510-MATCH-BADGE-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 3000-BOOK -- VET THE SCRIPT AGAINST THE STATION'S CATALOG AND
006820* THE BADGE'S ATTEMPTS FOR THE DAY, WORK OUT THE ESTIMATED CALL
006830* TIME FROM THE BOOKINGS STILL AHEAD, AND ADD THE BOOKING TO THE
006840* END OF THE QUEUE.
006850*----------------------------------------------------------------
006860 3000-BOOK.
006870     IF QUE-SCRIPT-NAME NOT = SPACES
006880         PERFORM 3010-CHECK-CATALOG THRU 3010-CHECK-CATALOG-EXIT
006890         IF QUE-SCRIPT-NOT-FOUND
006900             MOVE 8 TO RETURN-CODE
006910             GO TO 3000-BOOK-EXIT
006920         END-IF
006930     END-IF.
006940     PERFORM 3100-CHECK-ATTEMPTS THRU 3100-CHECK-ATTEMPTS-EXIT.
006950     IF QUE-ATTEMPTS-USED + QUE-ATTEMPTS-BOOKED
006960         >= QUE-ATTEMPT-LIMIT
006970         DISPLAY "BADGE " QUE-BADGE-NO " HAS USED "
006980             QUE-ATTEMPTS-USED " AND HAS " QUE-ATTEMPTS-BOOKED
006990             " BOOKED OF " QUE-ATTEMPT-LIMIT
007000             " ATTEMPTS TODAY -- BOOKING REFUSED"
007010         MOVE 8 TO RETURN-CODE
007020         GO TO 3000-BOOK-EXIT
007030     END-IF.
007040     IF QUE-ENTRY-COUNT >= QUE-MAX-ENTRIES
007050         DISPLAY "QUEUE TABLE FULL AT " QUE-MAX-ENTRIES
007060             " ENTRIES -- BOOKING REFUSED"
007070         MOVE 8 TO RETURN-CODE
007080         GO TO 3000-BOOK-EXIT
007090     END-IF.
007100     PERFORM 7000-LOAD-DURATIONS THRU 7000-LOAD-DURATIONS-EXIT.
007110     MOVE 0 TO QUE-AHEAD-SECS.
007120     MOVE 0 TO QUE-AHEAD-COUNT.
007130     PERFORM 3200-ADD-AHEAD THRU 3200-ADD-AHEAD-EXIT
007140         VARYING QUE-IDX FROM 1 BY 1
007150         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
007160     COMPUTE QUE-EST-SECS = QUE-NOW-SECS + QUE-AHEAD-SECS.
007170     IF QUE-EST-SECS > 86399
007180         MOVE 86399 TO QUE-EST-SECS
007190     END-IF.
007200     MOVE QUE-SCRIPT-NAME TO QUE-LOOK-SCRIPT.
007210     PERFORM 7100-SCRIPT-SECS THRU 7100-SCRIPT-SECS-EXIT.
007220     ADD 1 TO QUE-ENTRY-COUNT.
007230     MOVE QUE-ENTRY-COUNT TO QUE-IDX.
007240     ADD 1 TO QUE-HIGH-SEQ.
007250     MOVE QUE-NOW-DATE     TO QUE-TBL-DATE(QUE-IDX).
007260     MOVE QUE-HIGH-SEQ     TO QUE-TBL-SEQ(QUE-IDX).
007270     MOVE QUE-BADGE-NO     TO QUE-TBL-BADGE(QUE-IDX).
007280     MOVE QUE-SCRIPT-NAME  TO QUE-TBL-SCRIPT(QUE-IDX).
007290     MOVE "B"              TO QUE-TBL-STATUS(QUE-IDX).
007300     MOVE QUE-NOW-TIME(1:6) TO QUE-TBL-BOOK-TIME(QUE-IDX).
007310     MOVE QUE-EST-SECS     TO QUE-SECS.
007320     PERFORM 8100-SECS-TO-HMS THRU 8100-SECS-TO-HMS-EXIT.
007330     MOVE QUE-HMS          TO QUE-TBL-EST-TIME(QUE-IDX).
007340     MOVE 0                TO QUE-TBL-CHECKIN-TIME(QUE-IDX).
007350     MOVE 0                TO QUE-TBL-CALL-TIME(QUE-IDX).
007360     MOVE 0                TO QUE-TBL-DONE-TIME(QUE-IDX).
007370     MOVE QUE-LOOK-SECS    TO QUE-TBL-SCRIPT-SECS(QUE-IDX).
007380     MOVE QUE-OPERATOR     TO QUE-TBL-OPERATOR(QUE-IDX).
007390     PERFORM 6000-REWRITE-QUEUE THRU 6000-REWRITE-QUEUE-EXIT.
007400     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
007410     MOVE QUE-HIGH-SEQ TO QUE-SEQ-EDIT.
007420     DISPLAY "BOOKED NO. " FUNCTION TRIM(QUE-SEQ-EDIT)
007430         " BADGE " QUE-BADGE-NO " -- " QUE-AHEAD-COUNT
007440         " AHEAD, ESTIMATED CALL " QUE-HMS-TEXT.
007450 3000-BOOK-EXIT.
007460     EXIT.
007470
007480 3010-CHECK-CATALOG.
007490     SET QUE-SCRIPT-NOT-FOUND TO TRUE.
007500     SET QUE-NOT-AT-EOF TO TRUE.
007510     OPEN INPUT CATALOG-FILE.
007520     IF QUE-CATALOG-FS NOT = "00"
007530         DISPLAY "SCRIPT CATALOG NOT FOUND, STATUS: "
007540             QUE-CATALOG-FS " -- BOOKING REFUSED"
007550         GO TO 3010-CHECK-CATALOG-EXIT
007560     END-IF.
007570     PERFORM 3020-READ-CATALOG THRU 3020-READ-CATALOG-EXIT
007580         UNTIL QUE-AT-EOF OR QUE-SCRIPT-FOUND.
007590     CLOSE CATALOG-FILE.
007600     IF QUE-SCRIPT-NOT-FOUND
007610         DISPLAY "SCRIPT '" FUNCTION TRIM(QUE-SCRIPT-NAME)
007620             "' IS NOT IN THE CATALOG -- BOOKING REFUSED"
007630     END-IF.
007640 3010-CHECK-CATALOG-EXIT.
007650     EXIT.
007660
007670 3020-READ-CATALOG.
007680     READ CATALOG-FILE
007690         AT END
007700             SET QUE-AT-EOF TO TRUE
007710         NOT AT END
007720             IF CATALOG-SCRIPT-NAME = QUE-SCRIPT-NAME
007730                 SET QUE-SCRIPT-FOUND TO TRUE
007740             END-IF
007750     END-READ.
007760 3020-READ-CATALOG-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------
007800* 3100-CHECK-ATTEMPTS -- THE BADGE'S ATTEMPTS USED TODAY, COUNTED
007810* OFF THE STATION'S SESSION FILE THE WAY CAPTEST.COB'S FALLBACK
007820* SCAN COUNTS THEM, AGAINST THE CONFIGURED LIMIT RAISED BY ANY
007830* RE-FLY GRANTED TODAY. BOOKINGS THE BADGE ALREADY HOLDS TODAY
007840* ARE ATTEMPTS SPOKEN FOR.
007850*----------------------------------------------------------------
007860 3100-CHECK-ATTEMPTS.
007870     MOVE 3 TO QUE-ATTEMPT-LIMIT.
007880     MOVE 0 TO QUE-ATTEMPTS-USED.
007890     MOVE 0 TO QUE-ATTEMPTS-BOOKED.
007900     OPEN INPUT CONFIG-FILE.
007910     IF QUE-CONFIG-FS = "00"
007920         READ CONFIG-FILE
007930             AT END
007940                 CONTINUE
007950             NOT AT END
007960                 IF  CONFIG-ATTEMPT-LIMIT IS NUMERIC
007970                 AND CONFIG-ATTEMPT-LIMIT > 0
007980                     MOVE CONFIG-ATTEMPT-LIMIT
007990                         TO QUE-ATTEMPT-LIMIT
008000                 END-IF
008010         END-READ
008020         CLOSE CONFIG-FILE
008030     END-IF.
008040     SET QUE-NOT-AT-EOF TO TRUE.
008050     OPEN INPUT SESSION-FILE.
008060     IF QUE-SESSION-FS = "00"
008070         PERFORM 3110-COUNT-SESSION THRU 3110-COUNT-SESSION-EXIT
008080             UNTIL QUE-AT-EOF
008090         CLOSE SESSION-FILE
008100     END-IF.
008110     MOVE 0 TO QUE-REFLY-COUNT.
008120     SET QUE-NOT-AT-EOF TO TRUE.
008130     OPEN INPUT DISPUTE-FILE.
008140     IF QUE-DISPUTE-FS = "00"
008150         PERFORM 3120-READ-DISPUTE THRU 3120-READ-DISPUTE-EXIT
008160             UNTIL QUE-AT-EOF
008170         CLOSE DISPUTE-FILE
008180     END-IF.
008190     IF QUE-ATTEMPT-LIMIT + QUE-REFLY-COUNT > 99
008200         MOVE 99 TO QUE-ATTEMPT-LIMIT
008210     ELSE
008220         ADD QUE-REFLY-COUNT TO QUE-ATTEMPT-LIMIT
008230     END-IF.
008240     PERFORM 3130-COUNT-BOOKED THRU 3130-COUNT-BOOKED-EXIT
008250         VARYING QUE-IDX FROM 1 BY 1
008260         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
008270 3100-CHECK-ATTEMPTS-EXIT.
008280     EXIT.
008290
008300 3110-COUNT-SESSION.
008310     READ SESSION-FILE
008320         AT END
008330             SET QUE-AT-EOF TO TRUE
008340         NOT AT END
008350             IF  SESSION-DATE = QUE-NOW-DATE
008360             AND SESSION-BADGE-NO = QUE-BADGE-NO
008370             AND SESSION-FAULT-FLAG NOT = "F"
008380             AND SESSION-FAULT-FLAG NOT = "P"
008390                 ADD 1 TO QUE-ATTEMPTS-USED
008400             END-IF
008410     END-READ.
008420 3110-COUNT-SESSION-EXIT.
008430     EXIT.
008440
008450 3120-READ-DISPUTE.
008460     READ DISPUTE-FILE
008470         AT END
008480             SET QUE-AT-EOF TO TRUE
008490         NOT AT END
008500             IF  DISPUTE-STATUS = "C"
008510             AND DISPUTE-RULING = "R"
008520             AND DISPUTE-BADGE-NO = QUE-BADGE-NO
008530             AND DISPUTE-CLOSE-DATE = QUE-NOW-DATE
008540             AND QUE-REFLY-COUNT < 99
008550                 ADD 1 TO QUE-REFLY-COUNT
008560             END-IF
008570     END-READ.
008580 3120-READ-DISPUTE-EXIT.
008590     EXIT.
008600
008610 3130-COUNT-BOOKED.
008620     IF  QUE-TBL-DATE(QUE-IDX) = QUE-NOW-DATE
008630     AND QUE-TBL-BADGE(QUE-IDX) = QUE-BADGE-NO
008640     AND QUE-TBL-WAITING(QUE-IDX)
008650         ADD 1 TO QUE-ATTEMPTS-BOOKED
008660     END-IF.
008670 3130-COUNT-BOOKED-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------
008710* 3200-ADD-AHEAD -- A BOOKING STILL WAITING TODAY IS AHEAD OF THE
008720* NEW ONE: ITS REHEARSED DURATION PLUS THE CHANGEOVER.
008730*----------------------------------------------------------------
008740 3200-ADD-AHEAD.
008750     IF  QUE-TBL-DATE(QUE-IDX) = QUE-NOW-DATE
008760     AND QUE-TBL-WAITING(QUE-IDX)
008770         ADD 1 TO QUE-AHEAD-COUNT
008780         ADD QUE-TBL-SCRIPT-SECS(QUE-IDX) TO QUE-AHEAD-SECS
008790         ADD QUE-CHANGEOVER TO QUE-AHEAD-SECS
008800     END-IF.
008810 3200-ADD-AHEAD-EXIT.
008820     EXIT.
008830
008840 3300-CHECKIN.
008850     PERFORM 2500-FIND-BADGE-BOOKING
008860         THRU 2500-FIND-BADGE-BOOKING-EXIT.
008870     IF QUE-FOUND-IDX = 0
008880         DISPLAY "BADGE " QUE-BADGE-NO
008890             " HAS NO BOOKING WAITING TODAY -- BOOK IT FIRST"
008900         MOVE 8 TO RETURN-CODE
008910         GO TO 3300-CHECKIN-EXIT
008920     END-IF.
008930     MOVE QUE-TBL-SEQ(QUE-FOUND-IDX) TO QUE-SEQ-EDIT.
008940     IF QUE-TBL-CHECKED-IN(QUE-FOUND-IDX)
008950         DISPLAY "BADGE " QUE-BADGE-NO " IS ALREADY CHECKED IN "
008960             "FOR BOOKING NO. " FUNCTION TRIM(QUE-SEQ-EDIT)
008970         GO TO 3300-CHECKIN-EXIT
008980     END-IF.
008990     MOVE "C" TO QUE-TBL-STATUS(QUE-FOUND-IDX).
009000     MOVE QUE-NOW-TIME(1:6)
009010         TO QUE-TBL-CHECKIN-TIME(QUE-FOUND-IDX).
009020     PERFORM 6000-REWRITE-QUEUE THRU 6000-REWRITE-QUEUE-EXIT.
009030     MOVE QUE-TBL-EST-TIME(QUE-FOUND-IDX) TO QUE-HMS.
009040     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
009050     DISPLAY "BADGE " QUE-BADGE-NO " CHECKED IN FOR BOOKING NO. "
009060         FUNCTION TRIM(QUE-SEQ-EDIT) " -- ESTIMATED CALL "
009070         QUE-HMS-TEXT.
009080 3300-CHECKIN-EXIT.
009090     EXIT.
009100
009110 3400-NOSHOW.
009120     PERFORM 2500-FIND-BADGE-BOOKING
009130         THRU 2500-FIND-BADGE-BOOKING-EXIT.
009140     IF QUE-FOUND-IDX = 0
009150         DISPLAY "BADGE " QUE-BADGE-NO
009160             " HAS NO BOOKING WAITING TODAY"
009170         MOVE 8 TO RETURN-CODE
009180         GO TO 3400-NOSHOW-EXIT
009190     END-IF.
009200     MOVE "N" TO QUE-TBL-STATUS(QUE-FOUND-IDX).
009210     MOVE QUE-NOW-TIME(1:6) TO QUE-TBL-DONE-TIME(QUE-FOUND-IDX).
009220     PERFORM 6000-REWRITE-QUEUE THRU 6000-REWRITE-QUEUE-EXIT.
009230     MOVE QUE-TBL-SEQ(QUE-FOUND-IDX) TO QUE-SEQ-EDIT.
009240     DISPLAY "BADGE " QUE-BADGE-NO " MARKED A NO-SHOW FOR "
009250         "BOOKING NO. " FUNCTION TRIM(QUE-SEQ-EDIT).
009260 3400-NOSHOW-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------------
009300* 4000-LIST -- EVERY BOOKING FOR THE DAY IN BOOKING ORDER.
009310*----------------------------------------------------------------
009320 4000-LIST.
009330     OPEN OUTPUT LISTING-FILE.
009340     IF QUE-LISTING-FS NOT = "00"
009350         DISPLAY "UNABLE TO OPEN LISTING FILE, STATUS: "
009360             QUE-LISTING-FS
009370         MOVE 8 TO RETURN-CODE
009380         GO TO 4000-LIST-EXIT
009390     END-IF.
009400     MOVE SPACES TO LISTING-LINE.
009410     STRING "BOOTH QUEUE  " QUE-STATION-TEXT "  " QUE-REPORT-DATE
009420         "  CHANGEOVER " QUE-CHANGEOVER " SECONDS"
009430         DELIMITED BY SIZE INTO LISTING-LINE.
009440     WRITE LISTING-LINE.
009450     MOVE SPACES TO LISTING-LINE.
009460     WRITE LISTING-LINE.
009470     PERFORM 8500-WRITE-HEADING THRU 8500-WRITE-HEADING-EXIT.
009480     MOVE 0 TO QUE-TOT-BOOKED.
009490     MOVE 0 TO QUE-TOT-CHECKED-IN.
009500     MOVE 0 TO QUE-TOT-FLOWN.
009510     MOVE 0 TO QUE-TOT-NO-SHOW.
009520     PERFORM 4100-LIST-ENTRY THRU 4100-LIST-ENTRY-EXIT
009530         VARYING QUE-IDX FROM 1 BY 1
009540         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
009550     MOVE SPACES TO LISTING-LINE.
009560     WRITE LISTING-LINE.
009570     MOVE SPACES TO LISTING-LINE.
009580     STRING "BOOKED: " QUE-TOT-BOOKED
009590         "  CHECKED IN: " QUE-TOT-CHECKED-IN
009600         "  FLOWN: " QUE-TOT-FLOWN
009610         "  NO-SHOW: " QUE-TOT-NO-SHOW
009620         DELIMITED BY SIZE INTO LISTING-LINE.
009630     WRITE LISTING-LINE.
009640     CLOSE LISTING-FILE.
009650     DISPLAY "QUEUE LISTING WRITTEN: "
009660         FUNCTION TRIM(QUE-LISTING-FILENAME).
009670 4000-LIST-EXIT.
009680     EXIT.
009690
009700 4100-LIST-ENTRY.
009710     IF QUE-TBL-DATE(QUE-IDX) NOT = QUE-REPORT-DATE
009720         GO TO 4100-LIST-ENTRY-EXIT
009730     END-IF.
009740     EVALUATE TRUE
009750         WHEN QUE-TBL-BOOKED(QUE-IDX)
009760             ADD 1 TO QUE-TOT-BOOKED
009770         WHEN QUE-TBL-CHECKED-IN(QUE-IDX)
009780             ADD 1 TO QUE-TOT-CHECKED-IN
009790         WHEN QUE-TBL-FLOWN(QUE-IDX)
009800             ADD 1 TO QUE-TOT-FLOWN
009810         WHEN QUE-TBL-NO-SHOW(QUE-IDX)
009820             ADD 1 TO QUE-TOT-NO-SHOW
009830     END-EVALUATE.
009840     PERFORM 8400-EDIT-ENTRY THRU 8400-EDIT-ENTRY-EXIT.
009850     WRITE LISTING-LINE.
009860 4100-LIST-ENTRY-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------
009900* 4500-STATUS -- THE BOOTH'S STATUS PRINTOUT. UP NEXT IS THE
009910* EARLIEST CHECKED-IN BOOKING (THE ONE CAPTEST "NEXT" WILL TAKE).
009920* EVERY BOOKING STILL WAITING IS SHOWN WITH ITS CALL TIME WORKED
009930* OUT AFRESH FROM NOW, AND THE WAIT A NEW BOOKING WOULD FACE.
009940*----------------------------------------------------------------
009950 4500-STATUS.
009960     OPEN OUTPUT LISTING-FILE.
009970     IF QUE-LISTING-FS NOT = "00"
009980         DISPLAY "UNABLE TO OPEN STATUS FILE, STATUS: "
009990             QUE-LISTING-FS
010000         MOVE 8 TO RETURN-CODE
010010         GO TO 4500-STATUS-EXIT
010020     END-IF.
010030     MOVE QUE-NOW-TIME(1:6) TO QUE-HMS.
010040     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
010050     MOVE SPACES TO LISTING-LINE.
010060     STRING "QUEUE STATUS  " QUE-STATION-TEXT "  " QUE-NOW-DATE
010070         "  AS AT " QUE-HMS-TEXT
010080         DELIMITED BY SIZE INTO LISTING-LINE.
010090     WRITE LISTING-LINE.
010100     MOVE SPACES TO LISTING-LINE.
010110     WRITE LISTING-LINE.
010120     MOVE 0 TO QUE-NEXT-IDX.
010130     PERFORM 4510-FIND-NEXT THRU 4510-FIND-NEXT-EXIT
010140         VARYING QUE-IDX FROM 1 BY 1
010150         UNTIL QUE-IDX > QUE-ENTRY-COUNT
010160            OR QUE-NEXT-IDX > 0.
010170     MOVE SPACES TO LISTING-LINE.
010180     IF QUE-NEXT-IDX = 0
010190         MOVE "UP NEXT: NOBODY IS CHECKED IN" TO LISTING-LINE
010200     ELSE
010210         MOVE QUE-TBL-SEQ(QUE-NEXT-IDX) TO QUE-SEQ-EDIT
010220         MOVE QUE-TBL-SCRIPT(QUE-NEXT-IDX) TO QUE-SCRIPT-TEXT
010230         IF QUE-SCRIPT-TEXT = SPACES
010240             MOVE "(DEFAULT)" TO QUE-SCRIPT-TEXT
010250         END-IF
010260         STRING "UP NEXT: BOOKING NO. " QUE-SEQ-EDIT
010270             "  BADGE " QUE-TBL-BADGE(QUE-NEXT-IDX)
010280             "  SCRIPT " QUE-SCRIPT-TEXT
010290             DELIMITED BY SIZE INTO LISTING-LINE
010300     END-IF.
010310     WRITE LISTING-LINE.
010320     DISPLAY FUNCTION TRIM(LISTING-LINE).
010330     MOVE SPACES TO LISTING-LINE.
010340     WRITE LISTING-LINE.
010350     MOVE SPACES TO LISTING-LINE.
010360     MOVE " POS"       TO LISTING-LINE(1:4).
010370     MOVE " NO."       TO LISTING-LINE(7:4).
010380     MOVE "BADGE"      TO LISTING-LINE(12:5).
010390     MOVE "SCRIPT"     TO LISTING-LINE(19:6).
010400     MOVE "STATUS"     TO LISTING-LINE(30:6).
010410     MOVE "EST CALL"   TO LISTING-LINE(41:8).
010420     MOVE "CALL NOW"   TO LISTING-LINE(52:8).
010430     MOVE " WAIT MIN"  TO LISTING-LINE(61:9).
010440     WRITE LISTING-LINE.
010450     PERFORM 7000-LOAD-DURATIONS THRU 7000-LOAD-DURATIONS-EXIT.
010460     MOVE 0 TO QUE-AHEAD-SECS.
010470     MOVE 0 TO QUE-POSITION.
010480     MOVE 0 TO QUE-TOT-WAITING.
010490     MOVE 0 TO QUE-TOT-CHECKED-IN.
010500     PERFORM 4520-STATUS-ENTRY THRU 4520-STATUS-ENTRY-EXIT
010510         VARYING QUE-IDX FROM 1 BY 1
010520         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
010530     MOVE SPACES TO LISTING-LINE.
010540     WRITE LISTING-LINE.
010550     COMPUTE QUE-MINUTES ROUNDED = QUE-AHEAD-SECS / 60.
010560     MOVE QUE-MINUTES TO QUE-MIN-EDIT.
010570     MOVE SPACES TO LISTING-LINE.
010580     STRING "WAITING: " QUE-TOT-WAITING
010590         "  CHECKED IN: " QUE-TOT-CHECKED-IN
010600         "  EXPECTED WAIT FOR A NEW BOOKING: " QUE-MIN-EDIT
010610         " MIN"
010620         DELIMITED BY SIZE INTO LISTING-LINE.
010630     WRITE LISTING-LINE.
010640     DISPLAY FUNCTION TRIM(LISTING-LINE).
010650     CLOSE LISTING-FILE.
010660 4500-STATUS-EXIT.
010670     EXIT.
010680
010690 4510-FIND-NEXT.
010700     IF  QUE-TBL-DATE(QUE-IDX) = QUE-NOW-DATE
010710     AND QUE-TBL-CHECKED-IN(QUE-IDX)
010720         MOVE QUE-IDX TO QUE-NEXT-IDX
010730     END-IF.
010740 4510-FIND-NEXT-EXIT.
010750     EXIT.
010760
010770 4520-STATUS-ENTRY.
010780     IF  QUE-TBL-DATE(QUE-IDX) NOT = QUE-NOW-DATE
010790     OR  NOT QUE-TBL-WAITING(QUE-IDX)
010800         GO TO 4520-STATUS-ENTRY-EXIT
010810     END-IF.
010820     ADD 1 TO QUE-POSITION.
010830     ADD 1 TO QUE-TOT-WAITING.
010840     IF QUE-TBL-CHECKED-IN(QUE-IDX)
010850         ADD 1 TO QUE-TOT-CHECKED-IN
010860     END-IF.
010870     COMPUTE QUE-EST-SECS = QUE-NOW-SECS + QUE-AHEAD-SECS.
010880     IF QUE-EST-SECS > 86399
010890         MOVE 86399 TO QUE-EST-SECS
010900     END-IF.
010910     COMPUTE QUE-MINUTES ROUNDED = QUE-AHEAD-SECS / 60.
010920     MOVE QUE-MINUTES TO QUE-MIN-EDIT.
010930     MOVE QUE-EST-SECS TO QUE-SECS.
010940     PERFORM 8100-SECS-TO-HMS THRU 8100-SECS-TO-HMS-EXIT.
010950     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
010960     MOVE QUE-HMS-TEXT TO QUE-CALL-TEXT.
010970     MOVE QUE-TBL-EST-TIME(QUE-IDX) TO QUE-HMS.
010980     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
010990     MOVE QUE-HMS-TEXT TO QUE-EST-TEXT.
011000     PERFORM 8300-STATUS-TEXT THRU 8300-STATUS-TEXT-EXIT.
011010     MOVE QUE-TBL-SEQ(QUE-IDX) TO QUE-SEQ-EDIT.
011020     MOVE QUE-POSITION TO QUE-COUNT-EDIT.
011030     MOVE QUE-TBL-SCRIPT(QUE-IDX) TO QUE-SCRIPT-TEXT.
011040     IF QUE-SCRIPT-TEXT = SPACES
011050         MOVE "(DEFAULT)" TO QUE-SCRIPT-TEXT
011060     END-IF.
011070     MOVE SPACES TO LISTING-LINE.
011080     STRING QUE-COUNT-EDIT "  " QUE-SEQ-EDIT " "
011090         QUE-TBL-BADGE(QUE-IDX) "  " QUE-SCRIPT-TEXT " "
011100         QUE-STATUS-TEXT " " QUE-EST-TEXT "   " QUE-CALL-TEXT
011110         "  " QUE-MIN-EDIT
011120         DELIMITED BY SIZE INTO LISTING-LINE.
011130     WRITE LISTING-LINE.
011140     ADD QUE-TBL-SCRIPT-SECS(QUE-IDX) TO QUE-AHEAD-SECS.
011150     ADD QUE-CHANGEOVER TO QUE-AHEAD-SECS.
011160 4520-STATUS-ENTRY-EXIT.
011170     EXIT.
011180
011190*----------------------------------------------------------------
011200* 5000-REPORT -- THE END-OF-DAY QUEUE REPORT FOR THE REPORT DATE.
011210* EVERY BOOKING WITH ITS OUTCOME; FOR A FLOWN ONE THE ACTUAL CALL
011220* TIME AGAINST THE ESTIMATE (MINUTES LATE, NEGATIVE = EARLY) AND
011230* THE WAIT FROM BOOKING TO CALL. TOTALS GIVE THE NO-SHOWS, THE
011240* AVERAGE WAIT AND HOW FAR THE ESTIMATES RAN OUT ON AVERAGE.
011250*----------------------------------------------------------------
011260 5000-REPORT.
011270     OPEN OUTPUT LISTING-FILE.
011280     IF QUE-LISTING-FS NOT = "00"
011290         DISPLAY "UNABLE TO OPEN QUEUE REPORT, STATUS: "
011300             QUE-LISTING-FS
011310         MOVE 8 TO RETURN-CODE
011320         GO TO 5000-REPORT-EXIT
011330     END-IF.
011340     MOVE SPACES TO LISTING-LINE.
011350     STRING "END-OF-DAY QUEUE REPORT  " QUE-STATION-TEXT "  "
011360         QUE-REPORT-DATE
011370         DELIMITED BY SIZE INTO LISTING-LINE.
011380     WRITE LISTING-LINE.
011390     MOVE SPACES TO LISTING-LINE.
011400     WRITE LISTING-LINE.
011410     PERFORM 8500-WRITE-HEADING THRU 8500-WRITE-HEADING-EXIT.
011420     MOVE 0 TO QUE-TOT-BOOKED.
011430     MOVE 0 TO QUE-TOT-WAITING.
011440     MOVE 0 TO QUE-TOT-FLOWN.
011450     MOVE 0 TO QUE-TOT-NO-SHOW.
011460     MOVE 0 TO QUE-TOT-WAIT-SECS.
011470     MOVE 0 TO QUE-TOT-DIFF-SECS.
011480     PERFORM 5100-REPORT-ENTRY THRU 5100-REPORT-ENTRY-EXIT
011490         VARYING QUE-IDX FROM 1 BY 1
011500         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
011510     MOVE SPACES TO LISTING-LINE.
011520     WRITE LISTING-LINE.
011530     MOVE SPACES TO LISTING-LINE.
011540     STRING "BOOKINGS: " QUE-TOT-BOOKED
011550         "  FLOWN: " QUE-TOT-FLOWN
011560         "  NO-SHOWS: " QUE-TOT-NO-SHOW
011570         "  NEVER CALLED: " QUE-TOT-WAITING
011580         DELIMITED BY SIZE INTO LISTING-LINE.
011590     WRITE LISTING-LINE.
011600     MOVE SPACES TO LISTING-LINE.
011610     IF QUE-TOT-FLOWN = 0
011620         MOVE "NO BOOKING WAS FLOWN -- NO WAIT TO AVERAGE"
011630             TO LISTING-LINE
011640         WRITE LISTING-LINE
011650     ELSE
011660         COMPUTE QUE-AVG-MINUTES ROUNDED =
011670             QUE-TOT-WAIT-SECS / QUE-TOT-FLOWN / 60
011680         MOVE QUE-AVG-MINUTES TO QUE-AVG-EDIT
011690         STRING "AVERAGE WAIT, BOOKING TO CALL: " QUE-AVG-EDIT
011700             " MIN"
011710             DELIMITED BY SIZE INTO LISTING-LINE
011720         WRITE LISTING-LINE
011730         COMPUTE QUE-AVG-MINUTES ROUNDED =
011740             QUE-TOT-DIFF-SECS / QUE-TOT-FLOWN / 60
011750         MOVE QUE-AVG-MINUTES TO QUE-AVG-EDIT
011760         MOVE SPACES TO LISTING-LINE
011770         STRING "AVERAGE CALL AGAINST ESTIMATE: " QUE-AVG-EDIT
011780             " MIN LATE (NEGATIVE = EARLY)"
011790             DELIMITED BY SIZE INTO LISTING-LINE
011800         WRITE LISTING-LINE
011810     END-IF.
011820     CLOSE LISTING-FILE.
011830     DISPLAY "QUEUE REPORT WRITTEN: " QUE-TOT-BOOKED
011840         " BOOKING(S), " QUE-TOT-NO-SHOW " NO-SHOW(S)".
011850 5000-REPORT-EXIT.
011860     EXIT.
011870
011880 5100-REPORT-ENTRY.
011890     IF QUE-TBL-DATE(QUE-IDX) NOT = QUE-REPORT-DATE
011900         GO TO 5100-REPORT-ENTRY-EXIT
011910     END-IF.
011920     ADD 1 TO QUE-TOT-BOOKED.
011930     PERFORM 8400-EDIT-ENTRY THRU 8400-EDIT-ENTRY-EXIT.
011940     EVALUATE TRUE
011950         WHEN QUE-TBL-NO-SHOW(QUE-IDX)
011960             ADD 1 TO QUE-TOT-NO-SHOW
011970         WHEN QUE-TBL-WAITING(QUE-IDX)
011980             ADD 1 TO QUE-TOT-WAITING
011990         WHEN QUE-TBL-FLOWN(QUE-IDX)
012000             ADD 1 TO QUE-TOT-FLOWN
012010             PERFORM 5200-TIME-FLOWN THRU 5200-TIME-FLOWN-EXIT
012020     END-EVALUATE.
012030     WRITE LISTING-LINE.
012040 5100-REPORT-ENTRY-EXIT.
012050     EXIT.
012060
012070 5200-TIME-FLOWN.
012080     MOVE QUE-TBL-CALL-TIME(QUE-IDX) TO QUE-HMS.
012090     PERFORM 8000-HMS-TO-SECS THRU 8000-HMS-TO-SECS-EXIT.
012100     MOVE QUE-SECS TO QUE-WAIT-SECS.
012110     MOVE QUE-SECS TO QUE-DIFF-SECS.
012120     MOVE QUE-TBL-EST-TIME(QUE-IDX) TO QUE-HMS.
012130     PERFORM 8000-HMS-TO-SECS THRU 8000-HMS-TO-SECS-EXIT.
012140     SUBTRACT QUE-SECS FROM QUE-DIFF-SECS.
012150     MOVE QUE-TBL-BOOK-TIME(QUE-IDX) TO QUE-HMS.
012160     PERFORM 8000-HMS-TO-SECS THRU 8000-HMS-TO-SECS-EXIT.
012170     SUBTRACT QUE-SECS FROM QUE-WAIT-SECS.
012180     ADD QUE-DIFF-SECS TO QUE-TOT-DIFF-SECS.
012190     ADD QUE-WAIT-SECS TO QUE-TOT-WAIT-SECS.
012200     COMPUTE QUE-MINUTES ROUNDED = QUE-DIFF-SECS / 60.
012210     MOVE QUE-MINUTES TO QUE-MIN-EDIT.
012220     MOVE QUE-MIN-EDIT TO LISTING-LINE(72:5).
012230     COMPUTE QUE-MINUTES ROUNDED = QUE-WAIT-SECS / 60.
012240     MOVE QUE-MINUTES TO QUE-MIN-EDIT.
012250     MOVE QUE-MIN-EDIT TO LISTING-LINE(79:5).
012260 5200-TIME-FLOWN-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------
012300* 6000-REWRITE-QUEUE -- WRITE THE WHOLE QUEUE BACK (LESS THE
012300* BOOKINGS 2100-LOAD-ENTRY LEFT OUT AS PAST THE DAYS KEPT).
012310*----------------------------------------------------------------
012320 6000-REWRITE-QUEUE.
012330     OPEN OUTPUT QUEUE-FILE.
012340     IF QUE-QUEUE-FS NOT = "00"
012350         DISPLAY "UNABLE TO REWRITE QUEUE FILE, STATUS: "
012360             QUE-QUEUE-FS
012370         MOVE 8 TO RETURN-CODE
012380         GO TO 6000-REWRITE-QUEUE-EXIT
012390     END-IF.
012400     PERFORM 6100-WRITE-ENTRY THRU 6100-WRITE-ENTRY-EXIT
012410         VARYING QUE-IDX FROM 1 BY 1
012420         UNTIL QUE-IDX > QUE-ENTRY-COUNT.
012430     CLOSE QUEUE-FILE.
012440 6000-REWRITE-QUEUE-EXIT.
012450     EXIT.
012460
012470 6100-WRITE-ENTRY.
012480     MOVE SPACES TO QUEUE-REC.
012490     MOVE QUE-TBL-DATE(QUE-IDX)         TO QUEUE-DATE.
012500     MOVE QUE-TBL-SEQ(QUE-IDX)          TO QUEUE-SEQ.
012510     MOVE QUE-TBL-BADGE(QUE-IDX)        TO QUEUE-BADGE-NO.
012520     MOVE QUE-TBL-SCRIPT(QUE-IDX)       TO QUEUE-SCRIPT.
012530     MOVE QUE-TBL-STATUS(QUE-IDX)       TO QUEUE-STATUS.
012540     MOVE QUE-TBL-BOOK-TIME(QUE-IDX)    TO QUEUE-BOOK-TIME.
012550     MOVE QUE-TBL-EST-TIME(QUE-IDX)     TO QUEUE-EST-TIME.
012560     MOVE QUE-TBL-CHECKIN-TIME(QUE-IDX) TO QUEUE-CHECKIN-TIME.
012570     MOVE QUE-TBL-CALL-TIME(QUE-IDX)    TO QUEUE-CALL-TIME.
012580     MOVE QUE-TBL-DONE-TIME(QUE-IDX)    TO QUEUE-DONE-TIME.
012590     MOVE QUE-TBL-SCRIPT-SECS(QUE-IDX)  TO QUEUE-SCRIPT-SECS.
012600     MOVE QUE-TBL-OPERATOR(QUE-IDX)     TO QUEUE-OPERATOR.
012610     WRITE QUEUE-REC.
012620 6100-WRITE-ENTRY-EXIT.
012630     EXIT.
012640
012650*----------------------------------------------------------------
012660* 7000-LOAD-DURATIONS -- THE LATEST REHEARSED TOTAL OF EVERY
012670* SCRIPT ON THE STATION'S REHEARSAL LOG (A LATER REHEARSAL OF THE
012680* SAME SCRIPT REPLACES THE EARLIER FIGURE).
012690*----------------------------------------------------------------
012700 7000-LOAD-DURATIONS.
012710     MOVE 0 TO QUE-DUR-COUNT.
012720     SET QUE-NOT-AT-EOF TO TRUE.
012730     OPEN INPUT REHEARSAL-FILE.
012740     IF QUE-REHEARSAL-FS NOT = "00"
012750         GO TO 7000-LOAD-DURATIONS-EXIT
012760     END-IF.
012770     PERFORM 7010-READ-REHEARSAL THRU 7010-READ-REHEARSAL-EXIT
012780         UNTIL QUE-AT-EOF.
012790     CLOSE REHEARSAL-FILE.
012800 7000-LOAD-DURATIONS-EXIT.
012810     EXIT.
012820
012830 7010-READ-REHEARSAL.
012840     READ REHEARSAL-FILE
012850         AT END
012860             SET QUE-AT-EOF TO TRUE
012870             GO TO 7010-READ-REHEARSAL-EXIT
012880     END-READ.
012890     IF REHEARSAL-TOTAL-SECS NOT NUMERIC
012900         GO TO 7010-READ-REHEARSAL-EXIT
012910     END-IF.
012920     MOVE REHEARSAL-SCRIPT TO QUE-LOOK-SCRIPT.
012930     PERFORM 7200-FIND-SCRIPT THRU 7200-FIND-SCRIPT-EXIT.
012940     IF QUE-DUR-FOUND-IDX = 0
012950         IF QUE-DUR-COUNT >= QUE-MAX-SCRIPTS
012960             GO TO 7010-READ-REHEARSAL-EXIT
012970         END-IF
012980         ADD 1 TO QUE-DUR-COUNT
012990         MOVE QUE-DUR-COUNT TO QUE-DUR-FOUND-IDX
013000         MOVE REHEARSAL-SCRIPT
013010             TO QUE-DUR-SCRIPT(QUE-DUR-FOUND-IDX)
013020     END-IF.
013030     IF REHEARSAL-TOTAL-SECS > 99999
013040         MOVE 99999 TO QUE-DUR-SECS(QUE-DUR-FOUND-IDX)
013050     ELSE
013060         MOVE REHEARSAL-TOTAL-SECS
013070             TO QUE-DUR-SECS(QUE-DUR-FOUND-IDX)
013080     END-IF.
013090 7010-READ-REHEARSAL-EXIT.
013100     EXIT.
013110
013120 7100-SCRIPT-SECS.
013130     PERFORM 7200-FIND-SCRIPT THRU 7200-FIND-SCRIPT-EXIT.
013140     IF QUE-DUR-FOUND-IDX = 0
013150         MOVE QUE-DEFAULT-SECS TO QUE-LOOK-SECS
013160     ELSE
013170         MOVE QUE-DUR-SECS(QUE-DUR-FOUND-IDX) TO QUE-LOOK-SECS
013180     END-IF.
013190 7100-SCRIPT-SECS-EXIT.
013200     EXIT.
013210
013220 7200-FIND-SCRIPT.
013230     MOVE 0 TO QUE-DUR-FOUND-IDX.
013240     PERFORM 7210-MATCH-SCRIPT THRU 7210-MATCH-SCRIPT-EXIT
013250         VARYING QUE-DUR-IDX FROM 1 BY 1
013260         UNTIL QUE-DUR-IDX > QUE-DUR-COUNT
013270            OR QUE-DUR-FOUND-IDX > 0.
013280 7200-FIND-SCRIPT-EXIT.
013290     EXIT.
013300
013310 7210-MATCH-SCRIPT.
013320     IF QUE-DUR-SCRIPT(QUE-DUR-IDX) = QUE-LOOK-SCRIPT
013330         MOVE QUE-DUR-IDX TO QUE-DUR-FOUND-IDX
013340     END-IF.
013350 7210-MATCH-SCRIPT-EXIT.
013360     EXIT.
013370
013380*----------------------------------------------------------------
013390* 8000-8200 -- CLOCK ARITHMETIC. QUE-HMS (HHMMSS) TO QUE-SECS AND
013400* BACK, AND QUE-HMS EDITED AS HH:MM:SS (BLANK WHEN ZERO, I.E. NOT
013410* YET HAPPENED).
013420*----------------------------------------------------------------
013430 8000-HMS-TO-SECS.
013440     COMPUTE QUE-SECS = QUE-HMS-H * 3600 + QUE-HMS-M * 60
013450         + QUE-HMS-S.
013460 8000-HMS-TO-SECS-EXIT.
013470     EXIT.
013480
013490 8100-SECS-TO-HMS.
013500     DIVIDE QUE-SECS BY 3600 GIVING QUE-HMS-H
013510         REMAINDER QUE-SECS-REM.
013520     DIVIDE QUE-SECS-REM BY 60 GIVING QUE-HMS-M
013530         REMAINDER QUE-HMS-S.
013540 8100-SECS-TO-HMS-EXIT.
013550     EXIT.
013560
013570 8200-EDIT-HMS.
013580     MOVE SPACES TO QUE-HMS-TEXT.
013590     IF QUE-HMS = 0
013600         GO TO 8200-EDIT-HMS-EXIT
013610     END-IF.
013620     STRING QUE-HMS-H ":" QUE-HMS-M ":" QUE-HMS-S
013630         DELIMITED BY SIZE INTO QUE-HMS-TEXT.
013640 8200-EDIT-HMS-EXIT.
013650     EXIT.
013660
013670 8300-STATUS-TEXT.
013680     EVALUATE TRUE
013690         WHEN QUE-TBL-BOOKED(QUE-IDX)
013700             MOVE "BOOKED" TO QUE-STATUS-TEXT
013710         WHEN QUE-TBL-CHECKED-IN(QUE-IDX)
013720             MOVE "CHECKED IN" TO QUE-STATUS-TEXT
013730         WHEN QUE-TBL-FLOWN(QUE-IDX)
013740             MOVE "FLOWN" TO QUE-STATUS-TEXT
013750         WHEN QUE-TBL-NO-SHOW(QUE-IDX)
013760             MOVE "NO-SHOW" TO QUE-STATUS-TEXT
013770         WHEN OTHER
013780             MOVE QUE-TBL-STATUS(QUE-IDX) TO QUE-STATUS-TEXT
013790     END-EVALUATE.
013800 8300-STATUS-TEXT-EXIT.
013810     EXIT.
013820
013830*----------------------------------------------------------------
013840* 8400-EDIT-ENTRY -- ONE BOOKING AS A LISTING/REPORT LINE; THE
013850* REPORT FILLS IN ITS MINUTES COLUMNS AFTERWARDS.
013860*----------------------------------------------------------------
013870 8400-EDIT-ENTRY.
013880     PERFORM 8300-STATUS-TEXT THRU 8300-STATUS-TEXT-EXIT.
013890     MOVE QUE-TBL-BOOK-TIME(QUE-IDX) TO QUE-HMS.
013900     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
013910     MOVE QUE-HMS-TEXT TO QUE-BOOK-TEXT.
013920     MOVE QUE-TBL-EST-TIME(QUE-IDX) TO QUE-HMS.
013930     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
013940     MOVE QUE-HMS-TEXT TO QUE-EST-TEXT.
013950     MOVE QUE-TBL-CHECKIN-TIME(QUE-IDX) TO QUE-HMS.
013960     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
013970     MOVE QUE-HMS-TEXT TO QUE-CHECKIN-TEXT.
013980     MOVE QUE-TBL-CALL-TIME(QUE-IDX) TO QUE-HMS.
013990     PERFORM 8200-EDIT-HMS THRU 8200-EDIT-HMS-EXIT.
014000     MOVE QUE-HMS-TEXT TO QUE-CALL-TEXT.
014010     MOVE QUE-TBL-SEQ(QUE-IDX) TO QUE-SEQ-EDIT.
014020     MOVE QUE-TBL-SCRIPT(QUE-IDX) TO QUE-SCRIPT-TEXT.
014030     IF QUE-SCRIPT-TEXT = SPACES
014040         MOVE "(DEFAULT)" TO QUE-SCRIPT-TEXT
014050     END-IF.
014060     MOVE SPACES TO LISTING-LINE.
014070     STRING QUE-SEQ-EDIT "  " QUE-TBL-BADGE(QUE-IDX) "  "
014080         QUE-SCRIPT-TEXT " " QUE-STATUS-TEXT " "
014090         QUE-BOOK-TEXT " " QUE-EST-TEXT " " QUE-CHECKIN-TEXT " "
014100         QUE-CALL-TEXT
014110         DELIMITED BY SIZE INTO LISTING-LINE.
014120 8400-EDIT-ENTRY-EXIT.
014130     EXIT.
014140
014150 8500-WRITE-HEADING.
014160     MOVE SPACES TO LISTING-LINE.
014170     MOVE " NO."       TO LISTING-LINE(1:4).
014180     MOVE "BADGE"      TO LISTING-LINE(7:5).
014190     MOVE "SCRIPT"     TO LISTING-LINE(14:6).
014200     MOVE "STATUS"     TO LISTING-LINE(25:6).
014210     MOVE "BOOKED"     TO LISTING-LINE(36:6).
014220     MOVE "EST CALL"   TO LISTING-LINE(45:8).
014230     MOVE "CHECK-IN"   TO LISTING-LINE(54:8).
014240     MOVE "CALLED"     TO LISTING-LINE(63:6).
014250     IF QUE-FUNCTION = "REPORT"
014260         MOVE " LATE"  TO LISTING-LINE(72:5)
014270         MOVE " WAIT"  TO LISTING-LINE(79:5)
014280     END-IF.
014290     WRITE LISTING-LINE.
014300 8500-WRITE-HEADING-EXIT.
014310     EXIT.
