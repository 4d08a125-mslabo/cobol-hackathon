000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ANOMALY.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. CROSS-STATION INTEGRITY AND
000110*                 ANOMALY REPORT. CAPTEST.COB COUNTS THE DAILY
000120*                 ATTEMPT LIMIT PER BOOTH, SO NOTHING LOOKED
000130*                 ACROSS THE BOOTHS FOR ABUSE. THIS READS EVERY
000140*                 STATION NAMED ON THE COMMAND LINE (THE SAME
000150*                 LIST MERGER.COB AND EODRIVER.COB TAKE; NO
000160*                 STATIONS MEANS THE SINGLE-BOOTH SITE'S BARE
000170*                 FILES) -- ITS SESSION FILE, CONFIG, REHEARSAL
000180*                 LOG AND RESULT HISTORY (RESULT_HIST) -- AND
000190*                 FLAGS, FOR THE REPORT DATE ("DATE=YYYYMMDD",
000200*                 DEFAULT TODAY): BADGES OVER THE DAILY ATTEMPT
000210*                 LIMIT SUMMED SITE-WIDE, BADGES SEEN AT TWO
000220*                 STATIONS CLOSER TOGETHER THAN A SESSION CAN
000230*                 TAKE, AND SCORES FAR OUTSIDE THE STATION'S
000240*                 NORMAL SPREAD FOR THAT SCRIPT; AND, OVER THE
000250*                 WHOLE RESULT HISTORY, UNROSTERED WALK-UP BADGES
000260*                 WITH REPEATED WINNING SCORES AND ONE RECOGNIZED
000270*                 NAME ON MANY BADGES. EACH FINDING CARRIES A
000280*                 SEVERITY AND THE SESSION OR RESULT KEYS BEHIND
000290*                 IT. WRITES ANOMALY.TXT; RUN NIGHTLY BY
000300*                 EODRIVER.COB AFTER RESJOIN HAS BUILT THE DAY'S
000310*                 RESULT HISTORY.
000310* 2026-10-15 RH   THE RESULT HISTORY TABLE IS NOW SIZED FOR A
000310*                 FULL STATION'S HISTORY ON EVERY STATION THE
000310*                 RUN CAN NAME, AND A RECORD THAT STILL FINDS IT
000310*                 FULL IS COUNTED, WARNED AND SKIPPED -- THE
000310*                 REPORT NOTES HOW MANY -- RATHER THAN ENDING THE
000310*                 RUN AND LOSING THE WHOLE NIGHT'S REPORT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SESSION-FILE ASSIGN DYNAMIC ANM-SESSION-FILENAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS ANM-SESSION-FS.
000390     SELECT CONFIG-FILE ASSIGN DYNAMIC ANM-CONFIG-FILENAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ANM-CONFIG-FS.
000420     SELECT REHEARSAL-FILE ASSIGN DYNAMIC ANM-REHEARSAL-FILENAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS ANM-REHEARSAL-FS.
000450     SELECT HISTORY-FILE ASSIGN DYNAMIC ANM-HIST-FILENAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ANM-HIST-FS.
000480     SELECT REPORT-FILE ASSIGN DYNAMIC ANM-REPORT-FILENAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ANM-REPORT-FS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SESSION-FILE.
000550 01  SESSION-REC.
000560     05  SESSION-DATE        PIC 9(08).
000570     05  SESSION-TIME        PIC 9(08).
000580     05  SESSION-SEP-1       PIC X(01).
000590     05  SESSION-BADGE-NO    PIC X(05).
000600     05  SESSION-SEP-2       PIC X(01).
000610     05  SESSION-STATION-ID  PIC X(10).
000620     05  SESSION-SEP-3       PIC X(01).
000630     05  SESSION-SCORE       PIC S9(09).
000640     05  SESSION-THRESHOLD   PIC 9(03).
000650     05  SESSION-WIN-FLAG    PIC X(01).
000660     05  SESSION-FAULT-FLAG  PIC X(01).
000670     05  SESSION-SEP-4       PIC X(01).
000680     05  SESSION-SCRIPT      PIC X(10).
000690     05  SESSION-SEP-5       PIC X(01).
000700     05  SESSION-OPERATOR    PIC X(10).
000710     05  SESSION-OVERRIDE-SW PIC X(01).
000720 FD  CONFIG-FILE.
000730 01  CONFIG-REC.
000740     05  CONFIG-WIN-THRESHOLD  PIC 9(03).
000750     05  CONFIG-ATTEMPT-LIMIT  PIC 9(02).
000760     05  CONFIG-TOP-N          PIC 9(03).
000760     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
000760     05  CONFIG-PRO-THRESHOLD  PIC 9(03).
000770 FD  REHEARSAL-FILE.
000780 01  REHEARSAL-REC.
000790     05  REHEARSAL-DATE          PIC 9(08).
000800     05  REHEARSAL-TIME          PIC 9(08).
000810     05  REHEARSAL-SEP-1         PIC X(01).
000820     05  REHEARSAL-STATION-ID    PIC X(10).
000830     05  REHEARSAL-SEP-2         PIC X(01).
000840     05  REHEARSAL-OPERATOR      PIC X(10).
000850     05  REHEARSAL-SEP-3         PIC X(01).
000860     05  REHEARSAL-SCRIPT        PIC X(10).
000870     05  REHEARSAL-SEP-4         PIC X(01).
000880     05  REHEARSAL-LINES         PIC 9(03).
000890     05  REHEARSAL-TOTAL-SECS    PIC 9(07).
000900 FD  HISTORY-FILE.
000910 01  HIST-REC.
000920     05  HIST-BADGE-NO       PIC X(05).
000930     05  HIST-PLAYER-ID      PIC 9(05).
000940     05  HIST-Y              PIC 9(4).
000950     05  HIST-M              PIC 9(2).
000960     05  HIST-D              PIC 9(2).
000970     05  HIST-HO             PIC 9(2).
000980     05  HIST-MI             PIC 9(2).
000990     05  HIST-SE             PIC 9(2).
001000     05  HIST-NAME           PIC X(20).
001010     05  HIST-SCORE          PIC 9(5).
001020 FD  REPORT-FILE.
001030 01  REPORT-LINE             PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060 01  ANM-SESSION-FS          PIC XX.
001070 01  ANM-CONFIG-FS           PIC XX.
001080 01  ANM-REHEARSAL-FS        PIC XX.
001090 01  ANM-HIST-FS             PIC XX.
001100 01  ANM-REPORT-FS           PIC XX.
001110
001120*----------------------------------------------------------------
001130* COMMAND-LINE FIELDS. "DATE=" TAKES THE REPORT DATE AS
001140* YYYYMMDD; EVERY OTHER ARGUMENT IS A STATION ID.
001150*----------------------------------------------------------------
001160 01  ANM-ARGUMENT-COUNT      PIC 9(02) VALUE 0.
001170 01  ANM-ARG-IDX             PIC 9(02) VALUE 0.
001180 01  ANM-ARG-RAW             PIC X(32) VALUE SPACES.
001190 01  ANM-DATE-ARG            PIC X(08) VALUE SPACES.
001200 01  ANM-REPORT-DATE         PIC 9(08) VALUE 0.
001210
001220*----------------------------------------------------------------
001230* DETECTION LIMITS. A SESSION CANNOT BE SHORTER THAN ITS
001240* SCRIPT'S LAST REHEARSED DURATION AT THAT BOOTH, OR THAN
001250* ANM-MIN-SESSION-SECS WHEN THE SCRIPT WAS NEVER REHEARSED
001260* THERE. A SCORE IS AN OUTLIER WHEN IT LIES MORE THAN
001270* ANM-OUTLIER-SD STANDARD DEVIATIONS FROM ITS STATION AND
001280* SCRIPT MEAN, JUDGED ONLY ONCE THAT PAIR HAS
001290* ANM-OUTLIER-MIN-N SCORED SESSIONS BEHIND IT.
001300*----------------------------------------------------------------
001310 77  ANM-MIN-SESSION-SECS    PIC 9(05) VALUE 120.
001320 77  ANM-WALKUP-REPEAT       PIC 9(03) VALUE 3.
001330 77  ANM-NAME-BADGES         PIC 9(03) VALUE 3.
001340 77  ANM-OUTLIER-SD          PIC 9(01) VALUE 3.
001350 77  ANM-OUTLIER-MIN-N       PIC 9(03) VALUE 10.
001360
001370*----------------------------------------------------------------
001380* STATION TABLE WITH EACH STATION'S CONFIGURED ATTEMPT LIMIT AND
001390* WIN THRESHOLD (HOUSE DEFAULTS 3 AND 70, AS CAPTEST.COB USES).
001400* NO STATIONS MEANS ONE ENTRY WITH A BLANK ID -- THE BARE FILE
001410* NAMES -- REPORTED AS "(SITE)". THE SITE-WIDE LIMIT IS THE
001420* MOST GENEROUS BOOTH'S, SO A BADGE IS ONLY FLAGGED WHEN NO ONE
001430* BOOTH COULD HAVE ALLOWED ITS DAY.
001440*----------------------------------------------------------------
001450 77  ANM-MAX-STATIONS        PIC 9(02) VALUE 16.
001460 01  ANM-STATION-COUNT       PIC 9(02) VALUE 0.
001470 01  ANM-ST-IDX              PIC 9(02) VALUE 0.
001480 01  ANM-STATION-TABLE.
001490     05  ANM-ST-ENTRY OCCURS 16 TIMES.
001500         10  ANM-ST-ID           PIC X(10).
001510         10  ANM-ST-LIMIT        PIC 9(02).
001520         10  ANM-ST-THRESHOLD    PIC 9(03).
001530 01  ANM-CUR-STATION         PIC X(10) VALUE SPACES.
001540 01  ANM-SITE-LIMIT          PIC 9(02) VALUE 0.
001550
001560*----------------------------------------------------------------
001570* REHEARSED DURATIONS, ONE ENTRY PER STATION AND SCRIPT, HOLDING
001580* THE LATEST REHEARSAL'S TOTAL SECONDS.
001590*----------------------------------------------------------------
001600 77  ANM-MAX-REHEARSALS      PIC 9(03) VALUE 200.
001610 01  ANM-RHS-COUNT           PIC 9(03) VALUE 0.
001620 01  ANM-RHS-IDX             PIC 9(03) VALUE 0.
001630 01  ANM-RHS-TABLE.
001640     05  ANM-RHS-ENTRY OCCURS 200 TIMES.
001650         10  ANM-RHS-STATION     PIC X(10).
001660         10  ANM-RHS-SCRIPT      PIC X(10).
001670         10  ANM-RHS-SECS        PIC 9(07).
001680 01  ANM-FIND-SCRIPT         PIC X(10) VALUE SPACES.
001690 77  ANM-RHS-FOUND-SW        PIC X(01) VALUE "N".
001700     88  ANM-RHS-FOUND               VALUE "Y".
001710     88  ANM-RHS-NOT-FOUND           VALUE "N".
001720
001730*----------------------------------------------------------------
001740* THE REPORT DATE'S SESSIONS FROM EVERY STATION. THE TIME IS
001750* HELD AS HHMMSS AND AS SECONDS SINCE MIDNIGHT FOR THE GAP TEST.
001760* ANM-DAY-DIST IS THE SESSION'S ENTRY IN THE SCORE DISTRIBUTION
001770* TABLE (ZERO FOR A PRE-SCORE FAULT, WHICH HAS NO SCORE).
001780*----------------------------------------------------------------
001790 77  ANM-MAX-DAY             PIC 9(04) VALUE 2000.
001800 01  ANM-DAY-COUNT           PIC 9(04) VALUE 0.
001810 01  ANM-DAY-IDX             PIC 9(04) VALUE 0.
001820 01  ANM-DAY-IDX2            PIC 9(04) VALUE 0.
001830 01  ANM-DAY-TABLE.
001840     05  ANM-DAY-ENTRY OCCURS 2000 TIMES.
001850         10  ANM-DAY-STATION     PIC X(10).
001860         10  ANM-DAY-TIME        PIC 9(06).
001870         10  ANM-DAY-SECS        PIC 9(05).
001880         10  ANM-DAY-BADGE       PIC X(05).
001890         10  ANM-DAY-SCORE       PIC S9(09).
001900         10  ANM-DAY-SCRIPT      PIC X(10).
001910         10  ANM-DAY-FAULT       PIC X(01).
001920         10  ANM-DAY-OVERRIDE    PIC X(01).
001930         10  ANM-DAY-DIST        PIC 9(03).
001940
001950*----------------------------------------------------------------
001960* SCORE DISTRIBUTION PER STATION AND SCRIPT, OVER EVERY SCORED
001970* SESSION IN THE STATION'S SESSION FILE.
001980*----------------------------------------------------------------
001990 77  ANM-MAX-DIST            PIC 9(03) VALUE 500.
002000 01  ANM-DIST-COUNT          PIC 9(03) VALUE 0.
002010 01  ANM-DIST-IDX            PIC 9(03) VALUE 0.
002020 01  ANM-DIST-TABLE.
002030     05  ANM-DIST-ENTRY OCCURS 500 TIMES.
002040         10  ANM-DIST-STATION    PIC X(10).
002050         10  ANM-DIST-SCRIPT     PIC X(10).
002060         10  ANM-DIST-N          PIC 9(07).
002070         10  ANM-DIST-SUM        PIC S9(13).
002080         10  ANM-DIST-SUMSQ      PIC S9(18).
002090         10  ANM-DIST-MEAN       PIC S9(09)V99.
002100         10  ANM-DIST-SD         PIC 9(09)V99.
002110 77  ANM-DIST-FOUND-SW       PIC X(01) VALUE "N".
002120     88  ANM-DIST-FOUND              VALUE "Y".
002130     88  ANM-DIST-NOT-FOUND          VALUE "N".
002140 01  ANM-VARIANCE            PIC S9(15)V9(04) VALUE 0.
002150 01  ANM-LOW-BOUND           PIC S9(11)V99 VALUE 0.
002160 01  ANM-HIGH-BOUND          PIC S9(11)V99 VALUE 0.
002170
002180*----------------------------------------------------------------
002190* RESULT HISTORY FROM EVERY STATION. ANM-HIS-HIGH-SW MARKS A
002200* SCORE AT OR OVER THE STATION'S WIN THRESHOLD. ROOM FOR 2000
002200* RECORDS ON EACH OF ANM-MAX-STATIONS STATIONS; PAST THAT A
002200* RECORD IS SKIPPED AND COUNTED IN ANM-HIST-SKIPPED.
002210*----------------------------------------------------------------
002220 77  ANM-MAX-HIST            PIC 9(05) VALUE 32000.
002230 01  ANM-HIST-COUNT          PIC 9(05) VALUE 0.
002230 01  ANM-HIST-SKIPPED        PIC 9(07) VALUE 0.
002240 01  ANM-HIS-IDX             PIC 9(05) VALUE 0.
002250 01  ANM-HIST-TABLE.
002260     05  ANM-HIS-ENTRY OCCURS 32000 TIMES.
002270         10  ANM-HIS-STATION     PIC X(10).
002280         10  ANM-HIS-DATE        PIC 9(08).
002290         10  ANM-HIS-TIME        PIC 9(06).
002300         10  ANM-HIS-BADGE       PIC X(05).
002310         10  ANM-HIS-PID         PIC 9(05).
002320         10  ANM-HIS-NAME        PIC X(20).
002330         10  ANM-HIS-SCORE       PIC 9(05).
002340         10  ANM-HIS-HIGH-SW     PIC X(01).
002350
002360*----------------------------------------------------------------
002370* BADGE TALLY, REBUILT FOR EACH CHECK THAT COUNTS PER BADGE.
002380* ANM-BDG-MULTI-SW GOES TO "Y" ONCE A SECOND STATION TURNS UP.
002390*----------------------------------------------------------------
002400 77  ANM-MAX-BADGES          PIC 9(03) VALUE 500.
002410 01  ANM-BADGE-COUNT         PIC 9(03) VALUE 0.
002420 01  ANM-BDG-IDX             PIC 9(03) VALUE 0.
002430 01  ANM-BADGE-TABLE.
002440     05  ANM-BDG-ENTRY OCCURS 500 TIMES.
002450         10  ANM-BDG-BADGE       PIC X(05).
002460         10  ANM-BDG-COUNT       PIC 9(04).
002470         10  ANM-BDG-STATION     PIC X(10).
002480         10  ANM-BDG-MULTI-SW    PIC X(01).
002490 01  ANM-FIND-BADGE          PIC X(05) VALUE SPACES.
002500 77  ANM-BDG-FOUND-SW        PIC X(01) VALUE "N".
002510     88  ANM-BDG-FOUND               VALUE "Y".
002520     88  ANM-BDG-NOT-FOUND           VALUE "N".
002530
002540*----------------------------------------------------------------
002550* NAME TALLY: EACH DISTINCT NAME AND BADGE PAIR ONCE, AND PER
002560* NAME THE NUMBER OF DIFFERENT BADGES IT HAS BEEN SEEN ON.
002570*----------------------------------------------------------------
002580 77  ANM-MAX-PAIRS           PIC 9(04) VALUE 2000.
002590 01  ANM-PAIR-COUNT          PIC 9(04) VALUE 0.
002600 01  ANM-PAIR-IDX            PIC 9(04) VALUE 0.
002610 01  ANM-PAIR-TABLE.
002620     05  ANM-PAIR-ENTRY OCCURS 2000 TIMES.
002630         10  ANM-PAIR-NAME       PIC X(20).
002640         10  ANM-PAIR-BADGE      PIC X(05).
002650 77  ANM-PAIR-FOUND-SW       PIC X(01) VALUE "N".
002660     88  ANM-PAIR-FOUND              VALUE "Y".
002670     88  ANM-PAIR-NOT-FOUND          VALUE "N".
002680 77  ANM-MAX-NAMES           PIC 9(03) VALUE 500.
002690 01  ANM-NAME-COUNT          PIC 9(03) VALUE 0.
002700 01  ANM-NAM-IDX             PIC 9(03) VALUE 0.
002710 01  ANM-NAME-TABLE.
002720     05  ANM-NAM-ENTRY OCCURS 500 TIMES.
002730         10  ANM-NAM-NAME        PIC X(20).
002740         10  ANM-NAM-BADGES      PIC 9(04).
002750 77  ANM-NAM-FOUND-SW        PIC X(01) VALUE "N".
002760     88  ANM-NAM-FOUND               VALUE "Y".
002770     88  ANM-NAM-NOT-FOUND           VALUE "N".
002780
002790 01  ANM-SESSION-FILENAME    PIC X(32).
002800 01  ANM-CONFIG-FILENAME     PIC X(32).
002810 01  ANM-REHEARSAL-FILENAME  PIC X(32).
002820 01  ANM-HIST-FILENAME       PIC X(48).
002830 01  ANM-REPORT-FILENAME     PIC X(48).
002840
002850 77  ANM-EOF-SW              PIC X(01) VALUE "N".
002860     88  ANM-AT-EOF                  VALUE "Y".
002870     88  ANM-NOT-AT-EOF              VALUE "N".
002880
002890*----------------------------------------------------------------
002900* TIME WORK FIELDS. SESSION TIMES ARE HHMMSSHH.
002910*----------------------------------------------------------------
002920 01  ANM-REC-TIME            PIC 9(08) VALUE 0.
002930 01  ANM-REC-TIME-SPLIT REDEFINES ANM-REC-TIME.
002940     05  ANM-REC-HH          PIC 9(02).
002950     05  ANM-REC-MI          PIC 9(02).
002960     05  ANM-REC-SS          PIC 9(02).
002970     05  ANM-REC-HS          PIC 9(02).
002980 01  ANM-GAP-SECS            PIC 9(05) VALUE 0.
002990 01  ANM-NEED-SECS           PIC 9(07) VALUE 0.
003000 01  ANM-LATER-IDX           PIC 9(04) VALUE 0.
003010
003020*----------------------------------------------------------------
003030* FINDING LINE FIELDS AND TOTALS.
003040*----------------------------------------------------------------
003050 01  ANM-F-SEV               PIC X(04) VALUE SPACES.
003060 01  ANM-F-CHECK             PIC X(09) VALUE SPACES.
003070 01  ANM-F-BADGE             PIC X(05) VALUE SPACES.
003080 01  ANM-F-DETAIL            PIC X(58) VALUE SPACES.
003090 01  ANM-KEY-IDX             PIC 9(05) VALUE 0.
003100 01  ANM-HIGH-COUNT          PIC 9(05) VALUE 0.
003110 01  ANM-MED-COUNT           PIC 9(05) VALUE 0.
003120 01  ANM-LOW-COUNT           PIC 9(05) VALUE 0.
003130 01  ANM-FINDING-COUNT       PIC 9(05) VALUE 0.
003140 01  ANM-EDIT-1              PIC ZZZ9.
003150 01  ANM-EDIT-2              PIC ZZZZ9.
003150 01  ANM-EDIT-SKIP           PIC Z(6)9.
003160 01  ANM-EDIT-SCORE          PIC -(8)9.
003170 01  ANM-EDIT-MEAN           PIC -(8)9.99.
003180 01  ANM-EDIT-SD             PIC Z(8)9.99.
003190 01  ANM-EDIT-SECS           PIC Z(6)9.
003200 01  ANM-EDIT-SECS-2         PIC Z(6)9.
003210 01  ANM-NAME-TEXT           PIC X(10) VALUE SPACES.
003220 01  ANM-NAME-TEXT-2         PIC X(10) VALUE SPACES.
003230
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     ACCEPT ANM-REPORT-DATE FROM DATE YYYYMMDD.
003270     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
003280     PERFORM 2000-SWEEP-STATION THRU 2000-SWEEP-STATION-EXIT
003290         VARYING ANM-ST-IDX FROM 1 BY 1
003300         UNTIL ANM-ST-IDX > ANM-STATION-COUNT.
003310     PERFORM 3000-OPEN-REPORT THRU 3000-OPEN-REPORT-EXIT.
003320     PERFORM 4000-CHECK-ATTEMPTS THRU 4000-CHECK-ATTEMPTS-EXIT.
003330     PERFORM 5000-CHECK-PROXIMITY THRU 5000-CHECK-PROXIMITY-EXIT.
003340     PERFORM 6000-CHECK-WALKUPS THRU 6000-CHECK-WALKUPS-EXIT.
003350     PERFORM 7000-CHECK-NAMES THRU 7000-CHECK-NAMES-EXIT.
003360     PERFORM 8000-CHECK-OUTLIERS THRU 8000-CHECK-OUTLIERS-EXIT.
003370     PERFORM 9000-CLOSE-REPORT THRU 9000-CLOSE-REPORT-EXIT.
003380     DISPLAY "ANOMALY REPORT WRITTEN -- " ANM-HIGH-COUNT
003390         " HIGH, " ANM-MED-COUNT " MED, " ANM-LOW-COUNT
003400         " LOW".
003410 0000-MAINLINE-EXIT.
003420     STOP RUN.
003430
003440*----------------------------------------------------------------
003450* 1000-RESOLVE-ARGS -- THE REPORT DATE AND THE STATION LIST, WITH
003460* THE SAME OVERSIZE-ID AND TOO-MANY-STATIONS ABORTS MERGER.COB
003470* USES.
003480*----------------------------------------------------------------
003490 1000-RESOLVE-ARGS.
003500     MOVE 0 TO ANM-STATION-COUNT.
003510     ACCEPT ANM-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
003520     PERFORM 1100-PARSE-ARGUMENT THRU 1100-PARSE-ARGUMENT-EXIT
003530         VARYING ANM-ARG-IDX FROM 1 BY 1
003540         UNTIL ANM-ARG-IDX > ANM-ARGUMENT-COUNT.
003550     IF ANM-STATION-COUNT = 0
003560         MOVE 1 TO ANM-STATION-COUNT
003570         MOVE SPACES TO ANM-ST-ID(1)
003580     END-IF.
003590     DISPLAY "REPORT DATE: " ANM-REPORT-DATE.
003600 1000-RESOLVE-ARGS-EXIT.
003610     EXIT.
003620
003630 1100-PARSE-ARGUMENT.
003640     MOVE SPACES TO ANM-ARG-RAW.
003650     DISPLAY ANM-ARG-IDX UPON ARGUMENT-NUMBER.
003660     ACCEPT ANM-ARG-RAW FROM ARGUMENT-VALUE.
003670     IF ANM-ARG-RAW(1:5) = "DATE="
003680         MOVE ANM-ARG-RAW(6:8) TO ANM-DATE-ARG
003690         IF  ANM-DATE-ARG IS NUMERIC
003700         AND ANM-ARG-RAW(14:) = SPACES
003710             MOVE ANM-DATE-ARG TO ANM-REPORT-DATE
003720         ELSE
003730             DISPLAY "'" FUNCTION TRIM(ANM-ARG-RAW)
003740                 "' IS NOT DATE=YYYYMMDD -- ABORTING"
003750             MOVE 8 TO RETURN-CODE
003760             STOP RUN
003770         END-IF
003780         GO TO 1100-PARSE-ARGUMENT-EXIT
003790     END-IF.
003800     IF FUNCTION LENGTH(FUNCTION TRIM(ANM-ARG-RAW)) > 10
003810         DISPLAY "STATION ID '" FUNCTION TRIM(ANM-ARG-RAW)
003820             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     IF ANM-STATION-COUNT >= ANM-MAX-STATIONS
003870         DISPLAY "MORE THAN " ANM-MAX-STATIONS
003880             " STATIONS NAMED -- ABORTING"
003890         MOVE 8 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     ADD 1 TO ANM-STATION-COUNT.
003930     MOVE ANM-ARG-RAW TO ANM-ST-ID(ANM-STATION-COUNT).
003940 1100-PARSE-ARGUMENT-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 2000-SWEEP-STATION -- ONE STATION: ITS CONFIG, REHEARSAL LOG,
003990* SESSION FILE AND RESULT HISTORY. A MISSING FILE IS SKIPPED --
004000* A BOOTH THAT NEVER RAN HAS NONE OF THEM YET.
004010*----------------------------------------------------------------
004020 2000-SWEEP-STATION.
004030     MOVE ANM-ST-ID(ANM-ST-IDX) TO ANM-CUR-STATION.
004040     PERFORM 2100-BUILD-FILENAMES
004050         THRU 2100-BUILD-FILENAMES-EXIT.
004060     PERFORM 2200-READ-CONFIG THRU 2200-READ-CONFIG-EXIT.
004070     PERFORM 2300-LOAD-REHEARSALS
004080         THRU 2300-LOAD-REHEARSALS-EXIT.
004090     PERFORM 2400-LOAD-SESSIONS THRU 2400-LOAD-SESSIONS-EXIT.
004100     PERFORM 2500-LOAD-HISTORY THRU 2500-LOAD-HISTORY-EXIT.
004110 2000-SWEEP-STATION-EXIT.
004120     EXIT.
004130
004140 2100-BUILD-FILENAMES.
004150     IF ANM-CUR-STATION = SPACES
004160         MOVE "session"   TO ANM-SESSION-FILENAME
004170         MOVE "config"    TO ANM-CONFIG-FILENAME
004180         MOVE "rehearsal" TO ANM-REHEARSAL-FILENAME
004190         MOVE "/home/ec2-user/result_hist.txt"
004200             TO ANM-HIST-FILENAME
004210     ELSE
004220         MOVE SPACES TO ANM-SESSION-FILENAME
004230         STRING "session-" DELIMITED BY SIZE
004240             ANM-CUR-STATION DELIMITED BY SPACE
004250             INTO ANM-SESSION-FILENAME
004260         MOVE SPACES TO ANM-CONFIG-FILENAME
004270         STRING "config-" DELIMITED BY SIZE
004280             ANM-CUR-STATION DELIMITED BY SPACE
004290             INTO ANM-CONFIG-FILENAME
004300         MOVE SPACES TO ANM-REHEARSAL-FILENAME
004310         STRING "rehearsal-" DELIMITED BY SIZE
004320             ANM-CUR-STATION DELIMITED BY SPACE
004330             INTO ANM-REHEARSAL-FILENAME
004340         MOVE SPACES TO ANM-HIST-FILENAME
004350         STRING "/home/ec2-user/result_hist-" DELIMITED BY SIZE
004360             ANM-CUR-STATION DELIMITED BY SPACE
004370             ".txt" DELIMITED BY SIZE
004380             INTO ANM-HIST-FILENAME
004390     END-IF.
004400 2100-BUILD-FILENAMES-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* 2200-READ-CONFIG -- THE STATION'S ATTEMPT LIMIT AND WIN
004450* THRESHOLD, FALLING BACK TO THE HOUSE DEFAULTS THE WAY
004460* CAPTEST.COB DOES FOR A MISSING, BLANK OR ZERO FIELD.
004470*----------------------------------------------------------------
004480 2200-READ-CONFIG.
004490     MOVE 3 TO ANM-ST-LIMIT(ANM-ST-IDX).
004500     MOVE 70 TO ANM-ST-THRESHOLD(ANM-ST-IDX).
004510     OPEN INPUT CONFIG-FILE.
004520     IF ANM-CONFIG-FS NOT = "00"
004530         GO TO 2200-READ-CONFIG-SITE
004540     END-IF.
004550     READ CONFIG-FILE
004560         AT END
004570             CONTINUE
004580         NOT AT END
004590             IF  CONFIG-WIN-THRESHOLD IS NUMERIC
004600             AND CONFIG-WIN-THRESHOLD > 0
004610                 MOVE CONFIG-WIN-THRESHOLD
004620                     TO ANM-ST-THRESHOLD(ANM-ST-IDX)
004630             END-IF
004640             IF  CONFIG-ATTEMPT-LIMIT IS NUMERIC
004650             AND CONFIG-ATTEMPT-LIMIT > 0
004660                 MOVE CONFIG-ATTEMPT-LIMIT
004670                     TO ANM-ST-LIMIT(ANM-ST-IDX)
004680             END-IF
004690     END-READ.
004700     CLOSE CONFIG-FILE.
004710 2200-READ-CONFIG-SITE.
004720     IF ANM-ST-LIMIT(ANM-ST-IDX) > ANM-SITE-LIMIT
004730         MOVE ANM-ST-LIMIT(ANM-ST-IDX) TO ANM-SITE-LIMIT
004740     END-IF.
004750 2200-READ-CONFIG-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790* 2300-LOAD-REHEARSALS -- THE LATEST REHEARSED DURATION OF EACH
004800* SCRIPT AT THIS STATION. THE LOG IS IN TIME ORDER, SO A LATER
004810* LINE SIMPLY OVERWRITES AN EARLIER ONE.
004820*----------------------------------------------------------------
004830 2300-LOAD-REHEARSALS.
004840     SET ANM-NOT-AT-EOF TO TRUE.
004850     OPEN INPUT REHEARSAL-FILE.
004860     IF ANM-REHEARSAL-FS NOT = "00"
004870         GO TO 2300-LOAD-REHEARSALS-EXIT
004880     END-IF.
004890     PERFORM 2310-LOAD-REHEARSAL-REC
004900         THRU 2310-LOAD-REHEARSAL-REC-EXIT
004910         UNTIL ANM-AT-EOF.
004920     CLOSE REHEARSAL-FILE.
004930 2300-LOAD-REHEARSALS-EXIT.
004940     EXIT.
004950
004960 2310-LOAD-REHEARSAL-REC.
004970     READ REHEARSAL-FILE
004980         AT END
004990             SET ANM-AT-EOF TO TRUE
005000             GO TO 2310-LOAD-REHEARSAL-REC-EXIT
005010     END-READ.
005020     IF REHEARSAL-TOTAL-SECS IS NOT NUMERIC
005030         GO TO 2310-LOAD-REHEARSAL-REC-EXIT
005040     END-IF.
005050     MOVE REHEARSAL-SCRIPT TO ANM-FIND-SCRIPT.
005060     PERFORM 2320-FIND-REHEARSAL THRU 2320-FIND-REHEARSAL-EXIT.
005070     IF ANM-RHS-NOT-FOUND
005080         IF ANM-RHS-COUNT >= ANM-MAX-REHEARSALS
005090             DISPLAY "REHEARSAL TABLE FULL AT " ANM-MAX-REHEARSALS
005100                 " ENTRIES -- ABORTING"
005110             MOVE 8 TO RETURN-CODE
005120             STOP RUN
005130         END-IF
005140         ADD 1 TO ANM-RHS-COUNT
005150         MOVE ANM-RHS-COUNT TO ANM-RHS-IDX
005160         MOVE ANM-CUR-STATION TO ANM-RHS-STATION(ANM-RHS-IDX)
005170         MOVE REHEARSAL-SCRIPT TO ANM-RHS-SCRIPT(ANM-RHS-IDX)
005180     END-IF.
005190     MOVE REHEARSAL-TOTAL-SECS TO ANM-RHS-SECS(ANM-RHS-IDX).
005200 2310-LOAD-REHEARSAL-REC-EXIT.
005210     EXIT.
005220
005230 2320-FIND-REHEARSAL.
005240     SET ANM-RHS-NOT-FOUND TO TRUE.
005250     PERFORM 2330-MATCH-REHEARSAL THRU 2330-MATCH-REHEARSAL-EXIT
005260         VARYING ANM-RHS-IDX FROM 1 BY 1
005270         UNTIL ANM-RHS-IDX > ANM-RHS-COUNT
005280            OR ANM-RHS-FOUND.
005290     IF ANM-RHS-FOUND
005300         SUBTRACT 1 FROM ANM-RHS-IDX
005310     END-IF.
005320 2320-FIND-REHEARSAL-EXIT.
005330     EXIT.
005340
005350 2330-MATCH-REHEARSAL.
005360     IF  ANM-RHS-STATION(ANM-RHS-IDX) = ANM-CUR-STATION
005370     AND ANM-RHS-SCRIPT(ANM-RHS-IDX) = ANM-FIND-SCRIPT
005380         SET ANM-RHS-FOUND TO TRUE
005390     END-IF.
005400 2330-MATCH-REHEARSAL-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 2400-LOAD-SESSIONS -- EVERY SCORED SESSION FEEDS ITS STATION
005450* AND SCRIPT'S SCORE DISTRIBUTION; THE REPORT DATE'S SESSIONS
005460* ARE ALSO HELD FOR THE PER-DAY CHECKS. A PRE-SCORE FAULT ("P")
005470* HAS NO SCORE BUT STILL PUTS THE BADGE AT THE BOOTH.
005480*----------------------------------------------------------------
005490 2400-LOAD-SESSIONS.
005500     SET ANM-NOT-AT-EOF TO TRUE.
005510     OPEN INPUT SESSION-FILE.
005520     IF ANM-SESSION-FS NOT = "00"
005530         DISPLAY "NO SESSION FILE FOR STATION '" ANM-CUR-STATION
005540             "', STATUS: " ANM-SESSION-FS
005550         GO TO 2400-LOAD-SESSIONS-EXIT
005560     END-IF.
005570     PERFORM 2410-LOAD-SESSION-REC
005580         THRU 2410-LOAD-SESSION-REC-EXIT
005590         UNTIL ANM-AT-EOF.
005600     CLOSE SESSION-FILE.
005610 2400-LOAD-SESSIONS-EXIT.
005620     EXIT.
005630
005640 2410-LOAD-SESSION-REC.
005650     READ SESSION-FILE
005660         AT END
005670             SET ANM-AT-EOF TO TRUE
005680             GO TO 2410-LOAD-SESSION-REC-EXIT
005690     END-READ.
005700     IF SESSION-DATE IS NOT NUMERIC
005710     OR SESSION-TIME IS NOT NUMERIC
005720     OR SESSION-SCORE IS NOT NUMERIC
005730         GO TO 2410-LOAD-SESSION-REC-EXIT
005740     END-IF.
005750     MOVE 0 TO ANM-DIST-IDX.
005760     IF SESSION-FAULT-FLAG NOT = "P"
005770         PERFORM 2420-FIND-DIST THRU 2420-FIND-DIST-EXIT
005780         ADD 1 TO ANM-DIST-N(ANM-DIST-IDX)
005790         ADD SESSION-SCORE TO ANM-DIST-SUM(ANM-DIST-IDX)
005800         COMPUTE ANM-DIST-SUMSQ(ANM-DIST-IDX) =
005810             ANM-DIST-SUMSQ(ANM-DIST-IDX)
005820             + SESSION-SCORE * SESSION-SCORE
005830     END-IF.
005840     IF SESSION-DATE NOT = ANM-REPORT-DATE
005850         GO TO 2410-LOAD-SESSION-REC-EXIT
005860     END-IF.
005870     IF ANM-DAY-COUNT >= ANM-MAX-DAY
005880         DISPLAY "DAY SESSION TABLE FULL AT " ANM-MAX-DAY
005890             " ENTRIES -- ABORTING"
005900         MOVE 8 TO RETURN-CODE
005910         STOP RUN
005920     END-IF.
005930     ADD 1 TO ANM-DAY-COUNT.
005940     MOVE SESSION-TIME TO ANM-REC-TIME.
005950     MOVE ANM-CUR-STATION TO ANM-DAY-STATION(ANM-DAY-COUNT).
005960     MOVE SESSION-TIME(1:6) TO ANM-DAY-TIME(ANM-DAY-COUNT).
005970     COMPUTE ANM-DAY-SECS(ANM-DAY-COUNT) =
005980         ANM-REC-HH * 3600 + ANM-REC-MI * 60 + ANM-REC-SS.
005990     MOVE SESSION-BADGE-NO TO ANM-DAY-BADGE(ANM-DAY-COUNT).
006000     MOVE SESSION-SCORE TO ANM-DAY-SCORE(ANM-DAY-COUNT).
006010     MOVE SESSION-SCRIPT TO ANM-DAY-SCRIPT(ANM-DAY-COUNT).
006020     MOVE SESSION-FAULT-FLAG TO ANM-DAY-FAULT(ANM-DAY-COUNT).
006030     MOVE SESSION-OVERRIDE-SW TO ANM-DAY-OVERRIDE(ANM-DAY-COUNT).
006040     MOVE ANM-DIST-IDX TO ANM-DAY-DIST(ANM-DAY-COUNT).
006050 2410-LOAD-SESSION-REC-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 2420-FIND-DIST -- LEAVE ANM-DIST-IDX ON THE CURRENT STATION AND
006100* SESSION SCRIPT'S DISTRIBUTION ENTRY, ADDING A ZEROED ONE THE
006110* FIRST TIME THE PAIR TURNS UP.
006120*----------------------------------------------------------------
006130 2420-FIND-DIST.
006140     SET ANM-DIST-NOT-FOUND TO TRUE.
006150     PERFORM 2430-MATCH-DIST THRU 2430-MATCH-DIST-EXIT
006160         VARYING ANM-DIST-IDX FROM 1 BY 1
006170         UNTIL ANM-DIST-IDX > ANM-DIST-COUNT
006180            OR ANM-DIST-FOUND.
006190     IF ANM-DIST-FOUND
006200         SUBTRACT 1 FROM ANM-DIST-IDX
006210         GO TO 2420-FIND-DIST-EXIT
006220     END-IF.
006230     IF ANM-DIST-COUNT >= ANM-MAX-DIST
006240         DISPLAY "DISTRIBUTION TABLE FULL AT " ANM-MAX-DIST
006250             " ENTRIES -- ABORTING"
006260         MOVE 8 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     ADD 1 TO ANM-DIST-COUNT.
006300     MOVE ANM-DIST-COUNT TO ANM-DIST-IDX.
006310     MOVE ANM-CUR-STATION TO ANM-DIST-STATION(ANM-DIST-IDX).
006320     MOVE SESSION-SCRIPT TO ANM-DIST-SCRIPT(ANM-DIST-IDX).
006330     MOVE 0 TO ANM-DIST-N(ANM-DIST-IDX).
006340     MOVE 0 TO ANM-DIST-SUM(ANM-DIST-IDX).
006350     MOVE 0 TO ANM-DIST-SUMSQ(ANM-DIST-IDX).
006360     MOVE 0 TO ANM-DIST-MEAN(ANM-DIST-IDX).
006370     MOVE 0 TO ANM-DIST-SD(ANM-DIST-IDX).
006380 2420-FIND-DIST-EXIT.
006390     EXIT.
006400
006410 2430-MATCH-DIST.
006420     IF  ANM-DIST-STATION(ANM-DIST-IDX) = ANM-CUR-STATION
006430     AND ANM-DIST-SCRIPT(ANM-DIST-IDX) = SESSION-SCRIPT
006440         SET ANM-DIST-FOUND TO TRUE
006450     END-IF.
006460 2430-MATCH-DIST-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 2500-LOAD-HISTORY -- THE STATION'S RESULT HISTORY AS RESJOIN.COB
006510* WROTE IT. PLAYER-ID 00000 IS RESJOIN'S MARK FOR A BADGE THAT
006520* WAS NOT ON THE BOOTH'S ROSTER -- A WALK-UP.
006530*----------------------------------------------------------------
006540 2500-LOAD-HISTORY.
006550     SET ANM-NOT-AT-EOF TO TRUE.
006560     OPEN INPUT HISTORY-FILE.
006570     IF ANM-HIST-FS NOT = "00"
006580         DISPLAY "NO RESULT HISTORY FOR STATION '"
006590             ANM-CUR-STATION "', STATUS: " ANM-HIST-FS
006600         GO TO 2500-LOAD-HISTORY-EXIT
006610     END-IF.
006620     PERFORM 2510-LOAD-HISTORY-REC
006630         THRU 2510-LOAD-HISTORY-REC-EXIT
006640         UNTIL ANM-AT-EOF.
006650     CLOSE HISTORY-FILE.
006660 2500-LOAD-HISTORY-EXIT.
006670     EXIT.
006680
006690 2510-LOAD-HISTORY-REC.
006700     READ HISTORY-FILE
006710         AT END
006720             SET ANM-AT-EOF TO TRUE
006730             GO TO 2510-LOAD-HISTORY-REC-EXIT
006740     END-READ.
006750     IF HIST-SCORE IS NOT NUMERIC
006760     OR HIST-PLAYER-ID IS NOT NUMERIC
006770         GO TO 2510-LOAD-HISTORY-REC-EXIT
006780     END-IF.
006790     IF ANM-HIST-COUNT >= ANM-MAX-HIST
006800         IF ANM-HIST-SKIPPED = 0
006800             DISPLAY "RESULT HISTORY TABLE FULL AT " ANM-MAX-HIST
006810                 " ENTRIES -- FURTHER RECORDS SKIPPED"
006840         END-IF
006840         ADD 1 TO ANM-HIST-SKIPPED
006840         GO TO 2510-LOAD-HISTORY-REC-EXIT
006840     END-IF.
006850     ADD 1 TO ANM-HIST-COUNT.
006860     MOVE ANM-HIST-COUNT TO ANM-HIS-IDX.
006870     MOVE ANM-CUR-STATION TO ANM-HIS-STATION(ANM-HIS-IDX).
006880     COMPUTE ANM-HIS-DATE(ANM-HIS-IDX) =
006890         HIST-Y * 10000 + HIST-M * 100 + HIST-D.
006900     COMPUTE ANM-HIS-TIME(ANM-HIS-IDX) =
006910         HIST-HO * 10000 + HIST-MI * 100 + HIST-SE.
006920     MOVE HIST-BADGE-NO TO ANM-HIS-BADGE(ANM-HIS-IDX).
006930     MOVE HIST-PLAYER-ID TO ANM-HIS-PID(ANM-HIS-IDX).
006940     MOVE HIST-NAME TO ANM-HIS-NAME(ANM-HIS-IDX).
006950     MOVE HIST-SCORE TO ANM-HIS-SCORE(ANM-HIS-IDX).
006960     IF HIST-SCORE >= ANM-ST-THRESHOLD(ANM-ST-IDX)
006970         MOVE "Y" TO ANM-HIS-HIGH-SW(ANM-HIS-IDX)
006980     ELSE
006990         MOVE "N" TO ANM-HIS-HIGH-SW(ANM-HIS-IDX)
007000     END-IF.
007010 2510-LOAD-HISTORY-REC-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* 3000-OPEN-REPORT -- THE REPORT HEADING AND COLUMN LINE.
007060*----------------------------------------------------------------
007070 3000-OPEN-REPORT.
007080     MOVE "/home/ec2-user/anomaly.txt" TO ANM-REPORT-FILENAME.
007090     OPEN OUTPUT REPORT-FILE.
007100     IF ANM-REPORT-FS NOT = "00"
007110         DISPLAY "UNABLE TO OPEN ANOMALY REPORT, STATUS: "
007120             ANM-REPORT-FS
007130         MOVE 8 TO RETURN-CODE
007140         STOP RUN
007150     END-IF.
007160     MOVE SPACES TO REPORT-LINE.
007170     STRING "CROSS-STATION ANOMALY REPORT FOR " ANM-REPORT-DATE
007180         DELIMITED BY SIZE INTO REPORT-LINE.
007190     WRITE REPORT-LINE.
007200     MOVE ANM-DAY-COUNT TO ANM-EDIT-1.
007210     MOVE ANM-HIST-COUNT TO ANM-EDIT-2.
007220     MOVE SPACES TO REPORT-LINE.
007230     STRING "SESSIONS ON THE DAY " ANM-EDIT-1
007240         "   RESULT HISTORY RECORDS " ANM-EDIT-2
007250         DELIMITED BY SIZE INTO REPORT-LINE.
007260     WRITE REPORT-LINE.
007260     IF ANM-HIST-SKIPPED > 0
007260         MOVE ANM-HIST-SKIPPED TO ANM-EDIT-SKIP
007260         MOVE SPACES TO REPORT-LINE
007260         STRING "RESULT HISTORY TABLE FULL -- " ANM-EDIT-SKIP
007260             " RECORDS NOT CHECKED"
007260             DELIMITED BY SIZE INTO REPORT-LINE
007260         WRITE REPORT-LINE
007260     END-IF.
007270     MOVE ANM-SITE-LIMIT TO ANM-EDIT-1.
007280     MOVE SPACES TO REPORT-LINE.
007290     STRING "SITE-WIDE DAILY ATTEMPT LIMIT " ANM-EDIT-1
007300         DELIMITED BY SIZE INTO REPORT-LINE.
007310     WRITE REPORT-LINE.
007320     MOVE SPACES TO REPORT-LINE.
007330     WRITE REPORT-LINE.
007340     MOVE "SEV  CHECK     BADGE DETAIL" TO REPORT-LINE.
007350     WRITE REPORT-LINE.
007360 3000-OPEN-REPORT-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* 4000-CHECK-ATTEMPTS -- SUM EACH BADGE'S ATTEMPTS ACROSS EVERY
007410* STATION FOR THE DAY, COUNTED THE WAY CAPTEST.COB'S 1800-CHECK-
007420* ATTEMPTS COUNTS THEM (FAULTED RUNS DO NOT BURN AN ATTEMPT).
007430* A RUN FLOWN UNDER OVERRIDE IS ALREADY ON THE OVERRIDE LOG WITH
007440* ITS REASON, SO IT IS LEFT OUT OF THE SUM. A BADGE OVER THE
007450* LIMIT ACROSS TWO OR MORE BOOTHS IS HIGH; OVER IT AT ONE BOOTH
007460* (A RE-FLY GRANT OR A LIMIT CHANGED MID-DAY) IS LOW.
007470*----------------------------------------------------------------
007480 4000-CHECK-ATTEMPTS.
007490     MOVE 0 TO ANM-BADGE-COUNT.
007500     PERFORM 4100-TALLY-ATTEMPT THRU 4100-TALLY-ATTEMPT-EXIT
007510         VARYING ANM-DAY-IDX FROM 1 BY 1
007520         UNTIL ANM-DAY-IDX > ANM-DAY-COUNT.
007530     PERFORM 4200-REPORT-ATTEMPTS THRU 4200-REPORT-ATTEMPTS-EXIT
007540         VARYING ANM-BDG-IDX FROM 1 BY 1
007550         UNTIL ANM-BDG-IDX > ANM-BADGE-COUNT.
007560 4000-CHECK-ATTEMPTS-EXIT.
007570     EXIT.
007580
007590 4100-TALLY-ATTEMPT.
007600     IF ANM-DAY-FAULT(ANM-DAY-IDX) = "F"
007610     OR ANM-DAY-FAULT(ANM-DAY-IDX) = "P"
007620     OR ANM-DAY-OVERRIDE(ANM-DAY-IDX) = "Y"
007630         GO TO 4100-TALLY-ATTEMPT-EXIT
007640     END-IF.
007650     MOVE ANM-DAY-BADGE(ANM-DAY-IDX) TO ANM-FIND-BADGE.
007660     MOVE ANM-DAY-STATION(ANM-DAY-IDX) TO ANM-CUR-STATION.
007670     PERFORM 4300-FIND-BADGE THRU 4300-FIND-BADGE-EXIT.
007680 4100-TALLY-ATTEMPT-EXIT.
007690     EXIT.
007700
007710 4200-REPORT-ATTEMPTS.
007720     IF ANM-BDG-COUNT(ANM-BDG-IDX) <= ANM-SITE-LIMIT
007730         GO TO 4200-REPORT-ATTEMPTS-EXIT
007740     END-IF.
007750     IF ANM-BDG-MULTI-SW(ANM-BDG-IDX) = "Y"
007760         MOVE "HIGH" TO ANM-F-SEV
007770     ELSE
007780         MOVE "LOW" TO ANM-F-SEV
007790     END-IF.
007800     MOVE "ATTEMPTS" TO ANM-F-CHECK.
007810     MOVE ANM-BDG-BADGE(ANM-BDG-IDX) TO ANM-F-BADGE.
007820     MOVE ANM-BDG-COUNT(ANM-BDG-IDX) TO ANM-EDIT-1.
007830     MOVE ANM-SITE-LIMIT TO ANM-EDIT-2.
007840     MOVE SPACES TO ANM-F-DETAIL.
007850     STRING FUNCTION TRIM(ANM-EDIT-1) DELIMITED BY SIZE
007860         " ATTEMPTS SITE-WIDE, LIMIT " DELIMITED BY SIZE
007870         FUNCTION TRIM(ANM-EDIT-2) DELIMITED BY SIZE
007880         INTO ANM-F-DETAIL.
007890     PERFORM 9100-WRITE-FINDING THRU 9100-WRITE-FINDING-EXIT.
007900     PERFORM 4210-LIST-BADGE-SESSION
007910         THRU 4210-LIST-BADGE-SESSION-EXIT
007920         VARYING ANM-DAY-IDX FROM 1 BY 1
007930         UNTIL ANM-DAY-IDX > ANM-DAY-COUNT.
007940 4200-REPORT-ATTEMPTS-EXIT.
007950     EXIT.
007960
007970 4210-LIST-BADGE-SESSION.
007980     IF  ANM-DAY-BADGE(ANM-DAY-IDX) = ANM-BDG-BADGE(ANM-BDG-IDX)
007990     AND ANM-DAY-FAULT(ANM-DAY-IDX) NOT = "F"
008000     AND ANM-DAY-FAULT(ANM-DAY-IDX) NOT = "P"
008010     AND ANM-DAY-OVERRIDE(ANM-DAY-IDX) NOT = "Y"
008020         MOVE ANM-DAY-IDX TO ANM-KEY-IDX
008030         PERFORM 9200-WRITE-SESSION-KEY
008040             THRU 9200-WRITE-SESSION-KEY-EXIT
008050     END-IF.
008060 4210-LIST-BADGE-SESSION-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------
008100* 4300-FIND-BADGE -- COUNT ONE MORE FOR ANM-FIND-BADGE, ADDING IT
008110* TO THE TALLY THE FIRST TIME IT TURNS UP AND NOTING WHEN IT
008120* TURNS UP AT A SECOND STATION. SHARED BY THE ATTEMPT AND
008130* WALK-UP CHECKS.
008140*----------------------------------------------------------------
008150 4300-FIND-BADGE.
008160     SET ANM-BDG-NOT-FOUND TO TRUE.
008170     PERFORM 4310-MATCH-BADGE THRU 4310-MATCH-BADGE-EXIT
008180         VARYING ANM-BDG-IDX FROM 1 BY 1
008190         UNTIL ANM-BDG-IDX > ANM-BADGE-COUNT
008200            OR ANM-BDG-FOUND.
008210     IF ANM-BDG-FOUND
008220         SUBTRACT 1 FROM ANM-BDG-IDX
008230         ADD 1 TO ANM-BDG-COUNT(ANM-BDG-IDX)
008240         IF ANM-BDG-STATION(ANM-BDG-IDX) NOT = ANM-CUR-STATION
008250             MOVE "Y" TO ANM-BDG-MULTI-SW(ANM-BDG-IDX)
008260         END-IF
008270         GO TO 4300-FIND-BADGE-EXIT
008280     END-IF.
008290     IF ANM-BADGE-COUNT >= ANM-MAX-BADGES
008300         DISPLAY "BADGE TABLE FULL AT " ANM-MAX-BADGES
008310             " ENTRIES -- ABORTING"
008320         MOVE 8 TO RETURN-CODE
008330         STOP RUN
008340     END-IF.
008350     ADD 1 TO ANM-BADGE-COUNT.
008360     MOVE ANM-BADGE-COUNT TO ANM-BDG-IDX.
008370     MOVE ANM-FIND-BADGE TO ANM-BDG-BADGE(ANM-BDG-IDX).
008380     MOVE 1 TO ANM-BDG-COUNT(ANM-BDG-IDX).
008390     MOVE ANM-CUR-STATION TO ANM-BDG-STATION(ANM-BDG-IDX).
008400     MOVE "N" TO ANM-BDG-MULTI-SW(ANM-BDG-IDX).
008410 4300-FIND-BADGE-EXIT.
008420     EXIT.
008430
008440 4310-MATCH-BADGE.
008450     IF ANM-BDG-BADGE(ANM-BDG-IDX) = ANM-FIND-BADGE
008460         SET ANM-BDG-FOUND TO TRUE
008470     END-IF.
008480 4310-MATCH-BADGE-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520* 5000-CHECK-PROXIMITY -- EVERY PAIR OF THE DAY'S SESSIONS FOR
008530* ONE BADGE AT TWO DIFFERENT STATIONS. A SESSION RECORD IS
008540* STAMPED WHEN THE RUN ENDS, SO THE LATER RUN CANNOT HAVE ENDED
008550* SOONER AFTER THE EARLIER ONE THAN ITS OWN SCRIPT TAKES TO FLY.
008560* ANY SUCH PAIR IS HIGH: ONE BADGE, TWO PEOPLE.
008570*----------------------------------------------------------------
008580 5000-CHECK-PROXIMITY.
008590     PERFORM 5100-CHECK-PAIRS THRU 5100-CHECK-PAIRS-EXIT
008600         VARYING ANM-DAY-IDX FROM 1 BY 1
008610         UNTIL ANM-DAY-IDX > ANM-DAY-COUNT.
008620 5000-CHECK-PROXIMITY-EXIT.
008630     EXIT.
008640
008650 5100-CHECK-PAIRS.
008660     COMPUTE ANM-DAY-IDX2 = ANM-DAY-IDX + 1.
008670     PERFORM 5200-CHECK-ONE-PAIR THRU 5200-CHECK-ONE-PAIR-EXIT
008680         VARYING ANM-DAY-IDX2 FROM ANM-DAY-IDX2 BY 1
008690         UNTIL ANM-DAY-IDX2 > ANM-DAY-COUNT.
008700 5100-CHECK-PAIRS-EXIT.
008710     EXIT.
008720
008730 5200-CHECK-ONE-PAIR.
008740     IF ANM-DAY-BADGE(ANM-DAY-IDX2)
008750         NOT = ANM-DAY-BADGE(ANM-DAY-IDX)
008760     OR ANM-DAY-STATION(ANM-DAY-IDX2)
008770         = ANM-DAY-STATION(ANM-DAY-IDX)
008780         GO TO 5200-CHECK-ONE-PAIR-EXIT
008790     END-IF.
008800     IF ANM-DAY-SECS(ANM-DAY-IDX2) >= ANM-DAY-SECS(ANM-DAY-IDX)
008810         COMPUTE ANM-GAP-SECS = ANM-DAY-SECS(ANM-DAY-IDX2)
008820             - ANM-DAY-SECS(ANM-DAY-IDX)
008830         MOVE ANM-DAY-IDX2 TO ANM-LATER-IDX
008840     ELSE
008850         COMPUTE ANM-GAP-SECS = ANM-DAY-SECS(ANM-DAY-IDX)
008860             - ANM-DAY-SECS(ANM-DAY-IDX2)
008870         MOVE ANM-DAY-IDX TO ANM-LATER-IDX
008880     END-IF.
008890     MOVE ANM-DAY-STATION(ANM-LATER-IDX) TO ANM-CUR-STATION.
008900     MOVE ANM-DAY-SCRIPT(ANM-LATER-IDX) TO ANM-FIND-SCRIPT.
008910     PERFORM 2320-FIND-REHEARSAL THRU 2320-FIND-REHEARSAL-EXIT.
008920     IF ANM-RHS-FOUND
008930     AND ANM-RHS-SECS(ANM-RHS-IDX) > 0
008940         MOVE ANM-RHS-SECS(ANM-RHS-IDX) TO ANM-NEED-SECS
008950     ELSE
008960         MOVE ANM-MIN-SESSION-SECS TO ANM-NEED-SECS
008970     END-IF.
008980     IF ANM-GAP-SECS >= ANM-NEED-SECS
008990         GO TO 5200-CHECK-ONE-PAIR-EXIT
009000     END-IF.
009010     MOVE "HIGH" TO ANM-F-SEV.
009020     MOVE "TOO-CLOSE" TO ANM-F-CHECK.
009030     MOVE ANM-DAY-BADGE(ANM-DAY-IDX) TO ANM-F-BADGE.
009040     MOVE ANM-GAP-SECS TO ANM-EDIT-SECS.
009050     MOVE ANM-NEED-SECS TO ANM-EDIT-SECS-2.
009060     MOVE SPACES TO ANM-F-DETAIL.
009070     STRING "TWO STATIONS " DELIMITED BY SIZE
009080         FUNCTION TRIM(ANM-EDIT-SECS) DELIMITED BY SIZE
009090         " SECS APART, RUN NEEDS " DELIMITED BY SIZE
009100         FUNCTION TRIM(ANM-EDIT-SECS-2) DELIMITED BY SIZE
009110         INTO ANM-F-DETAIL.
009120     PERFORM 9100-WRITE-FINDING THRU 9100-WRITE-FINDING-EXIT.
009130     MOVE ANM-DAY-IDX TO ANM-KEY-IDX.
009140     PERFORM 9200-WRITE-SESSION-KEY
009150         THRU 9200-WRITE-SESSION-KEY-EXIT.
009160     MOVE ANM-DAY-IDX2 TO ANM-KEY-IDX.
009170     PERFORM 9200-WRITE-SESSION-KEY
009180         THRU 9200-WRITE-SESSION-KEY-EXIT.
009190 5200-CHECK-ONE-PAIR-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230* 6000-CHECK-WALKUPS -- A WALK-UP BADGE (NOT ON THE BOOTH'S
009240* ROSTER) WITH ANM-WALKUP-REPEAT OR MORE WINNING SCORES ACROSS
009250* THE RESULT HISTORY IS SOMEONE PLAYING THE BOARD WITHOUT EVER
009260* REGISTERING. MED.
009270*----------------------------------------------------------------
009280 6000-CHECK-WALKUPS.
009290     MOVE 0 TO ANM-BADGE-COUNT.
009300     PERFORM 6100-TALLY-WALKUP THRU 6100-TALLY-WALKUP-EXIT
009310         VARYING ANM-HIS-IDX FROM 1 BY 1
009320         UNTIL ANM-HIS-IDX > ANM-HIST-COUNT.
009330     PERFORM 6200-REPORT-WALKUP THRU 6200-REPORT-WALKUP-EXIT
009340         VARYING ANM-BDG-IDX FROM 1 BY 1
009350         UNTIL ANM-BDG-IDX > ANM-BADGE-COUNT.
009360 6000-CHECK-WALKUPS-EXIT.
009370     EXIT.
009380
009390 6100-TALLY-WALKUP.
009400     IF ANM-HIS-PID(ANM-HIS-IDX) NOT = 0
009410     OR ANM-HIS-HIGH-SW(ANM-HIS-IDX) NOT = "Y"
009420         GO TO 6100-TALLY-WALKUP-EXIT
009430     END-IF.
009440     MOVE ANM-HIS-BADGE(ANM-HIS-IDX) TO ANM-FIND-BADGE.
009450     MOVE ANM-HIS-STATION(ANM-HIS-IDX) TO ANM-CUR-STATION.
009460     PERFORM 4300-FIND-BADGE THRU 4300-FIND-BADGE-EXIT.
009470 6100-TALLY-WALKUP-EXIT.
009480     EXIT.
009490
009500 6200-REPORT-WALKUP.
009510     IF ANM-BDG-COUNT(ANM-BDG-IDX) < ANM-WALKUP-REPEAT
009520         GO TO 6200-REPORT-WALKUP-EXIT
009530     END-IF.
009540     MOVE "MED" TO ANM-F-SEV.
009550     MOVE "WALK-UP" TO ANM-F-CHECK.
009560     MOVE ANM-BDG-BADGE(ANM-BDG-IDX) TO ANM-F-BADGE.
009570     MOVE ANM-BDG-COUNT(ANM-BDG-IDX) TO ANM-EDIT-1.
009580     MOVE SPACES TO ANM-F-DETAIL.
009590     STRING "UNROSTERED, " DELIMITED BY SIZE
009600         FUNCTION TRIM(ANM-EDIT-1) DELIMITED BY SIZE
009610         " WINNING SCORES" DELIMITED BY SIZE
009620         INTO ANM-F-DETAIL.
009630     PERFORM 9100-WRITE-FINDING THRU 9100-WRITE-FINDING-EXIT.
009640     PERFORM 6210-LIST-WALKUP-RESULT
009650         THRU 6210-LIST-WALKUP-RESULT-EXIT
009660         VARYING ANM-HIS-IDX FROM 1 BY 1
009670         UNTIL ANM-HIS-IDX > ANM-HIST-COUNT.
009680 6200-REPORT-WALKUP-EXIT.
009690     EXIT.
009700
009710 6210-LIST-WALKUP-RESULT.
009720     IF  ANM-HIS-BADGE(ANM-HIS-IDX) = ANM-BDG-BADGE(ANM-BDG-IDX)
009730     AND ANM-HIS-PID(ANM-HIS-IDX) = 0
009740     AND ANM-HIS-HIGH-SW(ANM-HIS-IDX) = "Y"
009750         MOVE ANM-HIS-IDX TO ANM-KEY-IDX
009760         PERFORM 9300-WRITE-RESULT-KEY
009770             THRU 9300-WRITE-RESULT-KEY-EXIT
009780     END-IF.
009790 6210-LIST-WALKUP-RESULT-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830* 7000-CHECK-NAMES -- THE RECOGNIZED NAME ON EACH RESULT IS WHO
009840* THE CAMERA SAW; ONE NAME ON ANM-NAME-BADGES OR MORE DIFFERENT
009850* BADGES MEANS BADGES ARE BEING SHARED OR SWAPPED. MED. A BLANK
009860* NAME (NOBODY RECOGNIZED) IS NOT COUNTED.
009870*----------------------------------------------------------------
009880 7000-CHECK-NAMES.
009890     MOVE 0 TO ANM-PAIR-COUNT.
009900     MOVE 0 TO ANM-NAME-COUNT.
009910     PERFORM 7100-TALLY-NAME THRU 7100-TALLY-NAME-EXIT
009920         VARYING ANM-HIS-IDX FROM 1 BY 1
009930         UNTIL ANM-HIS-IDX > ANM-HIST-COUNT.
009940     PERFORM 7200-REPORT-NAME THRU 7200-REPORT-NAME-EXIT
009950         VARYING ANM-NAM-IDX FROM 1 BY 1
009960         UNTIL ANM-NAM-IDX > ANM-NAME-COUNT.
009970 7000-CHECK-NAMES-EXIT.
009980     EXIT.
009990
010000 7100-TALLY-NAME.
010010     IF ANM-HIS-NAME(ANM-HIS-IDX) = SPACES
010020         GO TO 7100-TALLY-NAME-EXIT
010030     END-IF.
010040     SET ANM-PAIR-NOT-FOUND TO TRUE.
010050     PERFORM 7110-MATCH-PAIR THRU 7110-MATCH-PAIR-EXIT
010060         VARYING ANM-PAIR-IDX FROM 1 BY 1
010070         UNTIL ANM-PAIR-IDX > ANM-PAIR-COUNT
010080            OR ANM-PAIR-FOUND.
010090     IF ANM-PAIR-FOUND
010100         GO TO 7100-TALLY-NAME-EXIT
010110     END-IF.
010120     IF ANM-PAIR-COUNT >= ANM-MAX-PAIRS
010130         DISPLAY "NAME/BADGE TABLE FULL AT " ANM-MAX-PAIRS
010140             " ENTRIES -- ABORTING"
010150         MOVE 8 TO RETURN-CODE
010160         STOP RUN
010170     END-IF.
010180     ADD 1 TO ANM-PAIR-COUNT.
010190     MOVE ANM-HIS-NAME(ANM-HIS-IDX)
010200         TO ANM-PAIR-NAME(ANM-PAIR-COUNT).
010210     MOVE ANM-HIS-BADGE(ANM-HIS-IDX)
010220         TO ANM-PAIR-BADGE(ANM-PAIR-COUNT).
010230     SET ANM-NAM-NOT-FOUND TO TRUE.
010240     PERFORM 7120-MATCH-NAME THRU 7120-MATCH-NAME-EXIT
010250         VARYING ANM-NAM-IDX FROM 1 BY 1
010260         UNTIL ANM-NAM-IDX > ANM-NAME-COUNT
010270            OR ANM-NAM-FOUND.
010280     IF ANM-NAM-FOUND
010290         SUBTRACT 1 FROM ANM-NAM-IDX
010300         ADD 1 TO ANM-NAM-BADGES(ANM-NAM-IDX)
010310         GO TO 7100-TALLY-NAME-EXIT
010320     END-IF.
010330     IF ANM-NAME-COUNT >= ANM-MAX-NAMES
010340         DISPLAY "NAME TABLE FULL AT " ANM-MAX-NAMES
010350             " ENTRIES -- ABORTING"
010360         MOVE 8 TO RETURN-CODE
010370         STOP RUN
010380     END-IF.
010390     ADD 1 TO ANM-NAME-COUNT.
010400     MOVE ANM-HIS-NAME(ANM-HIS-IDX)
010410         TO ANM-NAM-NAME(ANM-NAME-COUNT).
010420     MOVE 1 TO ANM-NAM-BADGES(ANM-NAME-COUNT).
010430 7100-TALLY-NAME-EXIT.
010440     EXIT.
010450
010460 7110-MATCH-PAIR.
010470     IF  ANM-PAIR-NAME(ANM-PAIR-IDX) = ANM-HIS-NAME(ANM-HIS-IDX)
010480     AND ANM-PAIR-BADGE(ANM-PAIR-IDX) = ANM-HIS-BADGE(ANM-HIS-IDX)
010490         SET ANM-PAIR-FOUND TO TRUE
010500     END-IF.
010510 7110-MATCH-PAIR-EXIT.
010520     EXIT.
010530
010540 7120-MATCH-NAME.
010550     IF ANM-NAM-NAME(ANM-NAM-IDX) = ANM-HIS-NAME(ANM-HIS-IDX)
010560         SET ANM-NAM-FOUND TO TRUE
010570     END-IF.
010580 7120-MATCH-NAME-EXIT.
010590     EXIT.
010600
010610 7200-REPORT-NAME.
010620     IF ANM-NAM-BADGES(ANM-NAM-IDX) < ANM-NAME-BADGES
010630         GO TO 7200-REPORT-NAME-EXIT
010640     END-IF.
010650     MOVE "MED" TO ANM-F-SEV.
010660     MOVE "NAME" TO ANM-F-CHECK.
010670     MOVE SPACES TO ANM-F-BADGE.
010680     MOVE ANM-NAM-BADGES(ANM-NAM-IDX) TO ANM-EDIT-1.
010690     MOVE SPACES TO ANM-F-DETAIL.
010700     STRING """" DELIMITED BY SIZE
010710         FUNCTION TRIM(ANM-NAM-NAME(ANM-NAM-IDX))
010720         DELIMITED BY SIZE
010730         """ ON " DELIMITED BY SIZE
010740         FUNCTION TRIM(ANM-EDIT-1) DELIMITED BY SIZE
010750         " DIFFERENT BADGES" DELIMITED BY SIZE
010760         INTO ANM-F-DETAIL.
010770     PERFORM 9100-WRITE-FINDING THRU 9100-WRITE-FINDING-EXIT.
010780     PERFORM 7210-LIST-NAME-RESULT
010790         THRU 7210-LIST-NAME-RESULT-EXIT
010800         VARYING ANM-HIS-IDX FROM 1 BY 1
010810         UNTIL ANM-HIS-IDX > ANM-HIST-COUNT.
010820 7200-REPORT-NAME-EXIT.
010830     EXIT.
010840
010850 7210-LIST-NAME-RESULT.
010860     IF ANM-HIS-NAME(ANM-HIS-IDX) = ANM-NAM-NAME(ANM-NAM-IDX)
010870         MOVE ANM-HIS-IDX TO ANM-KEY-IDX
010880         PERFORM 9300-WRITE-RESULT-KEY
010890             THRU 9300-WRITE-RESULT-KEY-EXIT
010900     END-IF.
010910 7210-LIST-NAME-RESULT-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------
010950* 8000-CHECK-OUTLIERS -- WORK OUT EACH STATION AND SCRIPT'S MEAN
010960* AND STANDARD DEVIATION, THEN TEST THE DAY'S SCORED SESSIONS
010970* AGAINST THEM. A SCORE FAR ABOVE THE BOOTH'S NORM CAN TAKE A
010980* BOARD PLACE AND IS HIGH; ONE FAR BELOW IT USUALLY MEANS A
010990* CAMERA OR LIGHTING PROBLEM AND IS LOW.
011000*----------------------------------------------------------------
011010 8000-CHECK-OUTLIERS.
011020     PERFORM 8100-COMPUTE-DIST THRU 8100-COMPUTE-DIST-EXIT
011030         VARYING ANM-DIST-IDX FROM 1 BY 1
011040         UNTIL ANM-DIST-IDX > ANM-DIST-COUNT.
011050     PERFORM 8200-CHECK-DAY-SCORE THRU 8200-CHECK-DAY-SCORE-EXIT
011060         VARYING ANM-DAY-IDX FROM 1 BY 1
011070         UNTIL ANM-DAY-IDX > ANM-DAY-COUNT.
011080 8000-CHECK-OUTLIERS-EXIT.
011090     EXIT.
011100
011110 8100-COMPUTE-DIST.
011120     IF ANM-DIST-N(ANM-DIST-IDX) = 0
011130         GO TO 8100-COMPUTE-DIST-EXIT
011140     END-IF.
011150     COMPUTE ANM-DIST-MEAN(ANM-DIST-IDX) ROUNDED =
011160         ANM-DIST-SUM(ANM-DIST-IDX) / ANM-DIST-N(ANM-DIST-IDX).
011170     COMPUTE ANM-VARIANCE =
011180         ANM-DIST-SUMSQ(ANM-DIST-IDX) / ANM-DIST-N(ANM-DIST-IDX)
011190         - ANM-DIST-MEAN(ANM-DIST-IDX)
011200         * ANM-DIST-MEAN(ANM-DIST-IDX).
011210     IF ANM-VARIANCE > 0
011220         COMPUTE ANM-DIST-SD(ANM-DIST-IDX) ROUNDED =
011230             FUNCTION SQRT(ANM-VARIANCE)
011240     ELSE
011250         MOVE 0 TO ANM-DIST-SD(ANM-DIST-IDX)
011260     END-IF.
011270 8100-COMPUTE-DIST-EXIT.
011280     EXIT.
011290
011300 8200-CHECK-DAY-SCORE.
011310     MOVE ANM-DAY-DIST(ANM-DAY-IDX) TO ANM-DIST-IDX.
011320     IF ANM-DIST-IDX = 0
011330         GO TO 8200-CHECK-DAY-SCORE-EXIT
011340     END-IF.
011350     IF ANM-DIST-N(ANM-DIST-IDX) < ANM-OUTLIER-MIN-N
011360     OR ANM-DIST-SD(ANM-DIST-IDX) = 0
011370         GO TO 8200-CHECK-DAY-SCORE-EXIT
011380     END-IF.
011390     COMPUTE ANM-HIGH-BOUND = ANM-DIST-MEAN(ANM-DIST-IDX)
011400         + ANM-OUTLIER-SD * ANM-DIST-SD(ANM-DIST-IDX).
011410     COMPUTE ANM-LOW-BOUND = ANM-DIST-MEAN(ANM-DIST-IDX)
011420         - ANM-OUTLIER-SD * ANM-DIST-SD(ANM-DIST-IDX).
011430     IF ANM-DAY-SCORE(ANM-DAY-IDX) > ANM-HIGH-BOUND
011440         MOVE "HIGH" TO ANM-F-SEV
011450     ELSE
011460         IF ANM-DAY-SCORE(ANM-DAY-IDX) < ANM-LOW-BOUND
011470             MOVE "LOW" TO ANM-F-SEV
011480         ELSE
011490             GO TO 8200-CHECK-DAY-SCORE-EXIT
011500         END-IF
011510     END-IF.
011520     MOVE "OUTLIER" TO ANM-F-CHECK.
011530     MOVE ANM-DAY-BADGE(ANM-DAY-IDX) TO ANM-F-BADGE.
011540     MOVE ANM-DAY-SCORE(ANM-DAY-IDX) TO ANM-EDIT-SCORE.
011550     MOVE ANM-DIST-MEAN(ANM-DIST-IDX) TO ANM-EDIT-MEAN.
011560     MOVE ANM-DIST-SD(ANM-DIST-IDX) TO ANM-EDIT-SD.
011570     MOVE SPACES TO ANM-F-DETAIL.
011580     STRING "SCORE " DELIMITED BY SIZE
011590         FUNCTION TRIM(ANM-EDIT-SCORE) DELIMITED BY SIZE
011600         " VS MEAN " DELIMITED BY SIZE
011610         FUNCTION TRIM(ANM-EDIT-MEAN) DELIMITED BY SIZE
011620         " SD " DELIMITED BY SIZE
011630         FUNCTION TRIM(ANM-EDIT-SD) DELIMITED BY SIZE
011640         INTO ANM-F-DETAIL.
011650     PERFORM 9100-WRITE-FINDING THRU 9100-WRITE-FINDING-EXIT.
011660     MOVE ANM-DAY-IDX TO ANM-KEY-IDX.
011670     PERFORM 9200-WRITE-SESSION-KEY
011680         THRU 9200-WRITE-SESSION-KEY-EXIT.
011690 8200-CHECK-DAY-SCORE-EXIT.
011700     EXIT.
011710
011720*----------------------------------------------------------------
011730* 9000-CLOSE-REPORT -- THE FINDING COUNTS BY SEVERITY.
011740*----------------------------------------------------------------
011750 9000-CLOSE-REPORT.
011760     IF ANM-FINDING-COUNT = 0
011770         MOVE "  (NO ANOMALIES FOUND)" TO REPORT-LINE
011780         WRITE REPORT-LINE
011790     END-IF.
011800     MOVE SPACES TO REPORT-LINE.
011810     WRITE REPORT-LINE.
011820     MOVE SPACES TO REPORT-LINE.
011830     STRING "FINDINGS: " ANM-HIGH-COUNT " HIGH  "
011840         ANM-MED-COUNT " MED  " ANM-LOW-COUNT " LOW"
011850         DELIMITED BY SIZE INTO REPORT-LINE.
011860     WRITE REPORT-LINE.
011870     CLOSE REPORT-FILE.
011880 9000-CLOSE-REPORT-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------
011920* 9100-WRITE-FINDING -- ONE FINDING LINE FROM ANM-F-SEV, -CHECK,
011930* -BADGE AND -DETAIL, COUNTED BY SEVERITY.
011940*----------------------------------------------------------------
011950 9100-WRITE-FINDING.
011960     EVALUATE ANM-F-SEV
011970         WHEN "HIGH"
011980             ADD 1 TO ANM-HIGH-COUNT
011990         WHEN "MED"
012000             ADD 1 TO ANM-MED-COUNT
012010         WHEN OTHER
012020             ADD 1 TO ANM-LOW-COUNT
012030     END-EVALUATE.
012040     ADD 1 TO ANM-FINDING-COUNT.
012050     MOVE SPACES TO REPORT-LINE.
012060     STRING ANM-F-SEV " " ANM-F-CHECK " " ANM-F-BADGE " "
012070         ANM-F-DETAIL
012080         DELIMITED BY SIZE INTO REPORT-LINE.
012090     WRITE REPORT-LINE.
012100 9100-WRITE-FINDING-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------------
012140* 9200-WRITE-SESSION-KEY -- THE SESSION KEY (DATE, TIME, STATION,
012150* BADGE) OF DAY ENTRY ANM-KEY-IDX UNDER ITS FINDING, WITH THE
012160* SCRIPT AND SCORE.
012170*----------------------------------------------------------------
012180 9200-WRITE-SESSION-KEY.
012190     IF ANM-DAY-STATION(ANM-KEY-IDX) = SPACES
012200         MOVE "(SITE)" TO ANM-NAME-TEXT
012210     ELSE
012220         MOVE ANM-DAY-STATION(ANM-KEY-IDX) TO ANM-NAME-TEXT
012230     END-IF.
012240     IF ANM-DAY-SCRIPT(ANM-KEY-IDX) = SPACES
012250         MOVE "(DEFAULT)" TO ANM-NAME-TEXT-2
012260     ELSE
012270         MOVE ANM-DAY-SCRIPT(ANM-KEY-IDX) TO ANM-NAME-TEXT-2
012280     END-IF.
012290     MOVE ANM-DAY-SCORE(ANM-KEY-IDX) TO ANM-EDIT-SCORE.
012300     MOVE SPACES TO REPORT-LINE.
012310     STRING "       SESSION " ANM-REPORT-DATE " "
012320         ANM-DAY-TIME(ANM-KEY-IDX) " "
012330         ANM-NAME-TEXT " "
012340         ANM-DAY-BADGE(ANM-KEY-IDX) " "
012350         ANM-NAME-TEXT-2 " SCORE"
012360         ANM-EDIT-SCORE " "
012370         ANM-DAY-FAULT(ANM-KEY-IDX)
012380         DELIMITED BY SIZE INTO REPORT-LINE.
012390     WRITE REPORT-LINE.
012400 9200-WRITE-SESSION-KEY-EXIT.
012410     EXIT.
012420
012430*----------------------------------------------------------------
012440* 9300-WRITE-RESULT-KEY -- THE RESULT HISTORY KEY (DATE, TIME,
012450* STATION, BADGE) OF HISTORY ENTRY ANM-KEY-IDX UNDER ITS FINDING,
012460* WITH THE RECOGNIZED NAME AND SCORE.
012470*----------------------------------------------------------------
012480 9300-WRITE-RESULT-KEY.
012490     IF ANM-HIS-STATION(ANM-KEY-IDX) = SPACES
012500         MOVE "(SITE)" TO ANM-NAME-TEXT
012510     ELSE
012520         MOVE ANM-HIS-STATION(ANM-KEY-IDX) TO ANM-NAME-TEXT
012530     END-IF.
012540     MOVE SPACES TO REPORT-LINE.
012550     STRING "       RESULT  " ANM-HIS-DATE(ANM-KEY-IDX) " "
012560         ANM-HIS-TIME(ANM-KEY-IDX) " "
012570         ANM-NAME-TEXT " "
012580         ANM-HIS-BADGE(ANM-KEY-IDX) " "
012590         ANM-HIS-NAME(ANM-KEY-IDX) " "
012600         ANM-HIS-SCORE(ANM-KEY-IDX)
012610         DELIMITED BY SIZE INTO REPORT-LINE.
012620     WRITE REPORT-LINE.
012630 9300-WRITE-RESULT-KEY-EXIT.
012640     EXIT.
