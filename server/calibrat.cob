000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALIBRAT.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. STATION SCORING CALIBRATION
000110*                 REPORT. THE BOOTHS RUN DIFFERENT CAMERAS,
000120*                 LIGHTING AND AIRFRAMES, AND "BOOTH 2 SCORES LOW"
000130*                 COULD NEITHER BE PROVED NOR DISPROVED. THIS
000140*                 READS THE SESSION FILE OF EVERY STATION NAMED
000150*                 ON THE COMMAND LINE (THE SAME LIST MERGER.COB
000160*                 TAKES; NO STATIONS MEANS THE SINGLE-BOOTH SITE'S
000170*                 BARE FILE) OVER THE LAST N EVENT DAYS UP TO THE
000180*                 REPORT DATE ("DATE=YYYYMMDD", DEFAULT TODAY) AND
000190*                 WRITES CALIBRATION.TXT: FOR EACH DAY AND SCRIPT,
000200*                 EACH STATION'S SESSION COUNT, MEAN, MEDIAN,
000210*                 SPREAD (STANDARD DEVIATION, LOW AND HIGH) AND
000220*                 SHARE OF SESSIONS AT OR OVER THE SESSION-
000230*                 THRESHOLD IN FORCE, AGAINST THE SITE-WIDE
000240*                 FIGURES, FLAGGING A BOOTH WHOSE MEAN OR WIN RATE
000250*                 DRIFTS BEYOND TOLERANCE; THEN EACH STATION'S
000260*                 DAY-BY-DAY TREND OVER THE WINDOW. THE
000270*                 TOLERANCES, N AND THE FEWEST SESSIONS WORTH
000280*                 JUDGING LIVE IN THE SITE-WIDE CALIBRATION FILE,
000290*                 SET WITH "SET <MEAN-TOL> <WIN-TOL> <DAYS>
000300*                 <MIN-SESS>". PRE-SCORE FAULTS ("P") HAVE NO
000310*                 SCORE AND ARE LEFT OUT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SESSION-FILE ASSIGN DYNAMIC CAL-SESSION-FILENAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CAL-SESSION-FS.
000390     SELECT CALCFG-FILE ASSIGN DYNAMIC CAL-CALCFG-FILENAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CAL-CALCFG-FS.
000420     SELECT SORT-FILE ASSIGN DYNAMIC CAL-SORT-FILENAME.
000430     SELECT REPORT-FILE ASSIGN DYNAMIC CAL-REPORT-FILENAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CAL-REPORT-FS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SESSION-FILE.
000500 01  SESSION-REC.
000510     05  SESSION-DATE        PIC 9(08).
000520     05  SESSION-TIME        PIC 9(08).
000530     05  SESSION-SEP-1       PIC X(01).
000540     05  SESSION-BADGE-NO    PIC X(05).
000550     05  SESSION-SEP-2       PIC X(01).
000560     05  SESSION-STATION-ID  PIC X(10).
000570     05  SESSION-SEP-3       PIC X(01).
000580     05  SESSION-SCORE       PIC S9(09).
000590     05  SESSION-THRESHOLD   PIC 9(03).
000600     05  SESSION-WIN-FLAG    PIC X(01).
000610     05  SESSION-FAULT-FLAG  PIC X(01).
000620     05  SESSION-SEP-4       PIC X(01).
000630     05  SESSION-SCRIPT      PIC X(10).
000640 FD  CALCFG-FILE.
000650 01  CALCFG-REC.
000660     05  CALCFG-MEAN-TOL       PIC 9(03).
000670     05  CALCFG-WIN-TOL        PIC 9(03).
000680     05  CALCFG-TREND-DAYS     PIC 9(02).
000690     05  CALCFG-MIN-SESSIONS   PIC 9(03).
000700 SD  SORT-FILE.
000710 01  SORT-REC.
000720     05  SRT-DATE            PIC 9(08).
000730     05  SRT-SCRIPT          PIC X(10).
000740     05  SRT-STATION         PIC X(10).
000750     05  SRT-SCORE           PIC S9(09).
000760     05  SRT-WIN-SW          PIC X(01).
000770     05  SRT-ST-IDX          PIC 9(02).
000780 FD  REPORT-FILE.
000790 01  REPORT-LINE             PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820 01  CAL-SESSION-FS          PIC XX.
000830 01  CAL-CALCFG-FS           PIC XX.
000840 01  CAL-REPORT-FS           PIC XX.
000850
000860*----------------------------------------------------------------
000870* COMMAND-LINE FIELDS. "DATE=" TAKES THE REPORT DATE AS
000880* YYYYMMDD; EVERY OTHER ARGUMENT IS A STATION ID, UNLESS THE
000890* FIRST ARGUMENT IS "SET", WHICH TAKES FOUR NUMBERS FOR THE
000900* CALIBRATION FILE INSTEAD.
000910*----------------------------------------------------------------
000920 01  CAL-ARGUMENT-COUNT      PIC 9(02) VALUE 0.
000930 01  CAL-ARG-IDX             PIC 9(02) VALUE 0.
000940 01  CAL-ARG-RAW             PIC X(32) VALUE SPACES.
000950 01  CAL-DATE-ARG            PIC X(08) VALUE SPACES.
000960 01  CAL-REPORT-DATE         PIC 9(08) VALUE 0.
000970 01  CAL-SET-RAW             PIC X(32) VALUE SPACES.
000980 01  CAL-SET-VALUE           PIC 9(05) VALUE 0.
000990 01  CAL-SET-LOW             PIC 9(05) VALUE 0.
001000 01  CAL-SET-HIGH            PIC 9(05) VALUE 0.
001010
001020*----------------------------------------------------------------
001030* CALIBRATION SETTINGS: HOW FAR (IN SCORE POINTS) A BOOTH'S MEAN
001040* AND (IN PERCENTAGE POINTS) ITS WIN RATE MAY STRAY FROM THE
001050* SITE'S, HOW MANY EVENT DAYS THE TREND COVERS, AND THE FEWEST
001060* SESSIONS A STATION NEEDS BEFORE ITS FIGURES ARE JUDGED. A
001070* MISSING FILE, OR A BLANK OR ZERO FIELD, TAKES THE HOUSE VALUE.
001080*----------------------------------------------------------------
001090 01  CAL-MEAN-TOL            PIC 9(03) VALUE 10.
001100 01  CAL-WIN-TOL             PIC 9(03) VALUE 15.
001110 01  CAL-TREND-DAYS          PIC 9(02) VALUE 7.
001120 01  CAL-MIN-SESSIONS        PIC 9(03) VALUE 5.
001130 77  CAL-MAX-TREND-DAYS      PIC 9(02) VALUE 31.
001140
001150*----------------------------------------------------------------
001160* STATION TABLE. EACH STATION CARRIES ITS DAY-BY-DAY TOTALS FOR
001170* THE TREND, ONE SLOT PER WINDOW DAY. NO STATIONS MEANS ONE
001180* ENTRY WITH A BLANK ID -- THE BARE FILE -- SHOWN AS "(SITE)".
001190*----------------------------------------------------------------
001200 77  CAL-MAX-STATIONS        PIC 9(02) VALUE 16.
001210 01  CAL-STATION-COUNT       PIC 9(02) VALUE 0.
001220 01  CAL-ST-IDX              PIC 9(02) VALUE 0.
001230 01  CAL-STATION-TABLE.
001240     05  CAL-ST-ENTRY OCCURS 16 TIMES.
001250         10  CAL-ST-ID           PIC X(10).
001260         10  CAL-ST-DAY OCCURS 31 TIMES.
001270             15  CAL-SD-N        PIC 9(05).
001280             15  CAL-SD-SUM      PIC S9(13).
001290             15  CAL-SD-WINS     PIC 9(05).
001300 01  CAL-CUR-STATION         PIC X(10) VALUE SPACES.
001310
001320*----------------------------------------------------------------
001330* EVENT DAYS. EVERY DISTINCT SESSION DATE UP TO THE REPORT DATE
001340* IS GATHERED, THEN THE LATEST CAL-TREND-DAYS OF THEM BECOME THE
001350* WINDOW, HELD OLDEST FIRST WITH THE SITE-WIDE DAY TOTALS.
001360*----------------------------------------------------------------
001370 77  CAL-MAX-DATES           PIC 9(04) VALUE 1000.
001380 01  CAL-DATE-COUNT          PIC 9(04) VALUE 0.
001390 01  CAL-DT-IDX              PIC 9(04) VALUE 0.
001400 01  CAL-DT-IDX2             PIC 9(04) VALUE 0.
001410 01  CAL-DATE-TABLE.
001420     05  CAL-DT-DATE OCCURS 1000 TIMES PIC 9(08).
001430 77  CAL-DT-FOUND-SW         PIC X(01) VALUE "N".
001440     88  CAL-DT-FOUND                VALUE "Y".
001450     88  CAL-DT-NOT-FOUND            VALUE "N".
001460 01  CAL-LATER-COUNT         PIC 9(04) VALUE 0.
001470 01  CAL-WINDOW-START        PIC 9(08) VALUE 0.
001480 01  CAL-NEXT-DATE           PIC 9(08) VALUE 0.
001490 01  CAL-PREV-DATE           PIC 9(08) VALUE 0.
001500 01  CAL-WINDOW-COUNT        PIC 9(02) VALUE 0.
001510 01  CAL-WD-IDX              PIC 9(02) VALUE 0.
001520 01  CAL-WINDOW-TABLE.
001530     05  CAL-WD-ENTRY OCCURS 31 TIMES.
001540         10  CAL-WD-DATE         PIC 9(08).
001550         10  CAL-WD-N            PIC 9(05).
001560         10  CAL-WD-SUM          PIC S9(13).
001570         10  CAL-WD-WINS         PIC 9(05).
001580
001590*----------------------------------------------------------------
001600* SITE-WIDE FIGURES PER DAY AND SCRIPT, BUILT BY THE FIRST SORT
001610* PASS AND READ BACK IN THE SAME ORDER BY THE SECOND.
001620*----------------------------------------------------------------
001630 77  CAL-MAX-SITE            PIC 9(03) VALUE 500.
001640 01  CAL-SITE-COUNT          PIC 9(03) VALUE 0.
001650 01  CAL-SITE-IDX            PIC 9(03) VALUE 0.
001660 01  CAL-SITE-TABLE.
001670     05  CAL-SS-ENTRY OCCURS 500 TIMES.
001680         10  CAL-SS-DATE         PIC 9(08).
001690         10  CAL-SS-SCRIPT       PIC X(10).
001700         10  CAL-SS-N            PIC 9(05).
001710         10  CAL-SS-MEAN         PIC S9(09)V99.
001720         10  CAL-SS-MEDIAN       PIC S9(09)V9.
001730         10  CAL-SS-SD           PIC 9(09)V99.
001740         10  CAL-SS-LOW          PIC S9(09).
001750         10  CAL-SS-HIGH         PIC S9(09).
001760         10  CAL-SS-WIN-PCT      PIC 9(03).
001770
001780*----------------------------------------------------------------
001790* ONE GROUP'S SCORES (A DAY AND SCRIPT SITE-WIDE, OR A DAY,
001800* SCRIPT AND STATION), ARRIVING IN SCORE ORDER OFF THE SORT SO
001810* THE MEDIAN IS THE MIDDLE ENTRY, AND THE FIGURES WORKED FROM
001820* THEM.
001830*----------------------------------------------------------------
001840 77  CAL-MAX-GROUP           PIC 9(04) VALUE 5000.
001850 01  CAL-GRP-COUNT           PIC 9(04) VALUE 0.
001860 01  CAL-GRP-TABLE.
001870     05  CAL-GRP-SCORE OCCURS 5000 TIMES PIC S9(09).
001880 01  CAL-GRP-DATE            PIC 9(08) VALUE 0.
001890 01  CAL-GRP-SCRIPT          PIC X(10) VALUE SPACES.
001900 01  CAL-GRP-STATION         PIC X(10) VALUE SPACES.
001910 01  CAL-G-SUM               PIC S9(13) VALUE 0.
001920 01  CAL-G-SUMSQ             PIC S9(18) VALUE 0.
001930 01  CAL-G-WINS              PIC 9(05) VALUE 0.
001940 01  CAL-G-MEAN              PIC S9(09)V99 VALUE 0.
001950 01  CAL-G-MEDIAN            PIC S9(09)V9 VALUE 0.
001960 01  CAL-G-SD                PIC 9(09)V99 VALUE 0.
001970 01  CAL-G-WIN-PCT           PIC 9(03) VALUE 0.
001980 01  CAL-G-MID               PIC 9(04) VALUE 0.
001990 01  CAL-G-MID-REM           PIC 9(01) VALUE 0.
002000 01  CAL-VARIANCE            PIC S9(15)V9(04) VALUE 0.
002010 77  CAL-FIRST-SW            PIC X(01) VALUE "Y".
002020     88  CAL-FIRST-RECORD            VALUE "Y".
002030     88  CAL-NOT-FIRST-RECORD        VALUE "N".
002040
002050*----------------------------------------------------------------
002060* DRIFT TEST FIELDS.
002070*----------------------------------------------------------------
002080 01  CAL-MEAN-DIFF           PIC S9(09)V99 VALUE 0.
002090 01  CAL-WIN-DIFF            PIC S9(03) VALUE 0.
002100 01  CAL-FLAG-TEXT           PIC X(10) VALUE SPACES.
002110 01  CAL-DRIFT-COUNT         PIC 9(05) VALUE 0.
002120 01  CAL-TREND-DRIFT-COUNT   PIC 9(05) VALUE 0.
002130 01  CAL-FIRST-MEAN          PIC S9(09)V99 VALUE 0.
002140 01  CAL-LAST-MEAN           PIC S9(09)V99 VALUE 0.
002150 01  CAL-DAYS-SEEN           PIC 9(02) VALUE 0.
002160 01  CAL-SITE-MEAN           PIC S9(09)V99 VALUE 0.
002170 01  CAL-SITE-WIN-PCT        PIC 9(03) VALUE 0.
002180
002190 01  CAL-SESSION-FILENAME    PIC X(32).
002200 01  CAL-CALCFG-FILENAME     PIC X(32) VALUE "calibration".
002210 01  CAL-SORT-FILENAME       PIC X(48).
002220 01  CAL-REPORT-FILENAME     PIC X(48).
002230
002240 77  CAL-EOF-SW              PIC X(01) VALUE "N".
002250     88  CAL-AT-EOF                  VALUE "Y".
002260     88  CAL-NOT-AT-EOF              VALUE "N".
002270 77  CAL-PASS-SW             PIC X(01) VALUE "1".
002280     88  CAL-SITE-PASS               VALUE "1".
002290     88  CAL-STATION-PASS            VALUE "2".
002300
002310*----------------------------------------------------------------
002320* REPORT EDIT FIELDS.
002330*----------------------------------------------------------------
002340 01  CAL-EDIT-N              PIC ZZZZ9.
002350 01  CAL-EDIT-MEAN           PIC -ZZZZ9.99.
002360 01  CAL-EDIT-MEDIAN         PIC -ZZZZ9.9.
002370 01  CAL-EDIT-SD             PIC ZZZZ9.99.
002380 01  CAL-EDIT-LOW            PIC -ZZZZ9.
002390 01  CAL-EDIT-HIGH           PIC -ZZZZ9.
002400 01  CAL-EDIT-PCT            PIC ZZ9.
002410 01  CAL-EDIT-MEAN-2         PIC -ZZZZ9.99.
002420 01  CAL-EDIT-PCT-2          PIC ZZ9.
002430 01  CAL-EDIT-DIFF           PIC +(5)9.99.
002440 01  CAL-NAME-TEXT           PIC X(10) VALUE SPACES.
002450
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     ACCEPT CAL-REPORT-DATE FROM DATE YYYYMMDD.
002490     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
002500     PERFORM 1200-READ-CALCFG THRU 1200-READ-CALCFG-EXIT.
002510     PERFORM 2000-FIND-WINDOW THRU 2000-FIND-WINDOW-EXIT.
002520     PERFORM 3000-OPEN-REPORT THRU 3000-OPEN-REPORT-EXIT.
002530     IF CAL-WINDOW-COUNT = 0
002540         MOVE "  (NO SCORED SESSIONS UP TO THE REPORT DATE)"
002550             TO REPORT-LINE
002560         WRITE REPORT-LINE
002570         GO TO 0000-MAINLINE-CLOSE
002580     END-IF.
002590     MOVE "/home/ec2-user/calibrat_sort.wrk" TO CAL-SORT-FILENAME.
002600     SET CAL-SITE-PASS TO TRUE.
002610     SORT SORT-FILE
002620         ON ASCENDING KEY SRT-DATE SRT-SCRIPT SRT-SCORE
002630         INPUT PROCEDURE 4000-GATHER-SESSIONS
002640         OUTPUT PROCEDURE 5000-BUILD-SITE-FIGURES.
002650     SET CAL-STATION-PASS TO TRUE.
002660     SORT SORT-FILE
002670         ON ASCENDING KEY SRT-DATE SRT-SCRIPT SRT-STATION
002680             SRT-SCORE
002690         INPUT PROCEDURE 4000-GATHER-SESSIONS
002700         OUTPUT PROCEDURE 6000-WRITE-STATION-FIGURES.
002710     PERFORM 7000-WRITE-TREND THRU 7000-WRITE-TREND-EXIT.
002720 0000-MAINLINE-CLOSE.
002730     PERFORM 8000-CLOSE-REPORT THRU 8000-CLOSE-REPORT-EXIT.
002740     DISPLAY "CALIBRATION REPORT WRITTEN -- " CAL-WINDOW-COUNT
002750         " EVENT DAY(S), " CAL-DRIFT-COUNT
002760         " DAY/SCRIPT DRIFT(S), " CAL-TREND-DRIFT-COUNT
002770         " TREND DRIFT(S)".
002780 0000-MAINLINE-EXIT.
002790     STOP RUN.
002800
002810*----------------------------------------------------------------
002820* 1000-RESOLVE-ARGS -- "SET" MAINTAINS THE CALIBRATION FILE AND
002830* STOPS; OTHERWISE THE REPORT DATE AND THE STATION LIST, WITH
002840* THE SAME OVERSIZE-ID AND TOO-MANY-STATIONS ABORTS MERGER.COB
002850* USES.
002860*----------------------------------------------------------------
002870 1000-RESOLVE-ARGS.
002880     MOVE 0 TO CAL-STATION-COUNT.
002890     ACCEPT CAL-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002900     IF CAL-ARGUMENT-COUNT >= 1
002910         DISPLAY 1 UPON ARGUMENT-NUMBER
002920         ACCEPT CAL-ARG-RAW FROM ARGUMENT-VALUE
002930         IF CAL-ARG-RAW = "SET"
002940             PERFORM 1500-SET-CALCFG THRU 1500-SET-CALCFG-EXIT
002950             STOP RUN
002960         END-IF
002970     END-IF.
002980     PERFORM 1100-PARSE-ARGUMENT THRU 1100-PARSE-ARGUMENT-EXIT
002990         VARYING CAL-ARG-IDX FROM 1 BY 1
003000         UNTIL CAL-ARG-IDX > CAL-ARGUMENT-COUNT.
003010     IF CAL-STATION-COUNT = 0
003020         MOVE 1 TO CAL-STATION-COUNT
003030         MOVE SPACES TO CAL-ST-ID(1)
003040     END-IF.
003050     DISPLAY "REPORT DATE: " CAL-REPORT-DATE.
003060 1000-RESOLVE-ARGS-EXIT.
003070     EXIT.
003080
003090 1100-PARSE-ARGUMENT.
003100     MOVE SPACES TO CAL-ARG-RAW.
003110     DISPLAY CAL-ARG-IDX UPON ARGUMENT-NUMBER.
003120     ACCEPT CAL-ARG-RAW FROM ARGUMENT-VALUE.
003130     IF CAL-ARG-RAW(1:5) = "DATE="
003140         MOVE CAL-ARG-RAW(6:8) TO CAL-DATE-ARG
003150         IF  CAL-DATE-ARG IS NUMERIC
003160         AND CAL-ARG-RAW(14:) = SPACES
003170             MOVE CAL-DATE-ARG TO CAL-REPORT-DATE
003180         ELSE
003190             DISPLAY "'" FUNCTION TRIM(CAL-ARG-RAW)
003200                 "' IS NOT DATE=YYYYMMDD -- ABORTING"
003210             MOVE 8 TO RETURN-CODE
003220             STOP RUN
003230         END-IF
003240         GO TO 1100-PARSE-ARGUMENT-EXIT
003250     END-IF.
003260     IF FUNCTION LENGTH(FUNCTION TRIM(CAL-ARG-RAW)) > 10
003270         DISPLAY "STATION ID '" FUNCTION TRIM(CAL-ARG-RAW)
003280             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003290         MOVE 8 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     IF CAL-STATION-COUNT >= CAL-MAX-STATIONS
003330         DISPLAY "MORE THAN " CAL-MAX-STATIONS
003340             " STATIONS NAMED -- ABORTING"
003350         MOVE 8 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     ADD 1 TO CAL-STATION-COUNT.
003390     MOVE CAL-ARG-RAW TO CAL-ST-ID(CAL-STATION-COUNT).
003400 1100-PARSE-ARGUMENT-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440* 1200-READ-CALCFG -- THE SITE'S CALIBRATION SETTINGS, FIELD BY
003450* FIELD OVER THE HOUSE VALUES. THE TREND NEVER RUNS PAST THE
003460* 31 DAY SLOTS EACH STATION CARRIES.
003470*----------------------------------------------------------------
003480 1200-READ-CALCFG.
003490     OPEN INPUT CALCFG-FILE.
003500     IF CAL-CALCFG-FS NOT = "00"
003510         DISPLAY "NO CALIBRATION FILE, STATUS: " CAL-CALCFG-FS
003520             " -- HOUSE TOLERANCES USED"
003530         GO TO 1200-READ-CALCFG-SHOW
003540     END-IF.
003550     READ CALCFG-FILE
003560         AT END
003570             CONTINUE
003580         NOT AT END
003590             IF  CALCFG-MEAN-TOL IS NUMERIC
003600             AND CALCFG-MEAN-TOL > 0
003610                 MOVE CALCFG-MEAN-TOL TO CAL-MEAN-TOL
003620             END-IF
003630             IF  CALCFG-WIN-TOL IS NUMERIC
003640             AND CALCFG-WIN-TOL > 0
003650                 MOVE CALCFG-WIN-TOL TO CAL-WIN-TOL
003660             END-IF
003670             IF  CALCFG-TREND-DAYS IS NUMERIC
003680             AND CALCFG-TREND-DAYS > 0
003690                 MOVE CALCFG-TREND-DAYS TO CAL-TREND-DAYS
003700             END-IF
003710             IF  CALCFG-MIN-SESSIONS IS NUMERIC
003720             AND CALCFG-MIN-SESSIONS > 0
003730                 MOVE CALCFG-MIN-SESSIONS TO CAL-MIN-SESSIONS
003740             END-IF
003750     END-READ.
003760     CLOSE CALCFG-FILE.
003770 1200-READ-CALCFG-SHOW.
003780     IF CAL-TREND-DAYS > CAL-MAX-TREND-DAYS
003790         MOVE CAL-MAX-TREND-DAYS TO CAL-TREND-DAYS
003800     END-IF.
003810     DISPLAY "MEAN TOLERANCE: " CAL-MEAN-TOL
003820         "  WIN-RATE TOLERANCE: " CAL-WIN-TOL
003830         "  TREND DAYS: " CAL-TREND-DAYS
003840         "  MIN SESSIONS: " CAL-MIN-SESSIONS.
003850 1200-READ-CALCFG-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 1500-SET-CALCFG -- "SET <MEAN-TOL> <WIN-TOL> <DAYS> <MIN-SESS>".
003900* EACH VALUE IS PARSED WITH TEST-NUMVAL/NUMVAL THE WAY
003910* CONFIGMT.COB PARSES ITS VALUES AND MUST BE A WHOLE NUMBER IN
003920* RANGE; NOTHING IS WRITTEN UNLESS ALL FOUR PASS.
003930*----------------------------------------------------------------
003940 1500-SET-CALCFG.
003950     IF CAL-ARGUMENT-COUNT NOT = 5
003960         DISPLAY "USAGE: SET <MEAN-TOL> <WIN-TOL> <DAYS> "
003970             "<MIN-SESS>"
003980         MOVE 8 TO RETURN-CODE
003990         GO TO 1500-SET-CALCFG-EXIT
004000     END-IF.
004010     MOVE 2 TO CAL-ARG-IDX.
004020     MOVE 1 TO CAL-SET-LOW.
004030     MOVE 999 TO CAL-SET-HIGH.
004040     PERFORM 1510-EDIT-SET-VALUE THRU 1510-EDIT-SET-VALUE-EXIT.
004050     MOVE CAL-SET-VALUE TO CAL-MEAN-TOL.
004060     MOVE 3 TO CAL-ARG-IDX.
004070     MOVE 100 TO CAL-SET-HIGH.
004080     PERFORM 1510-EDIT-SET-VALUE THRU 1510-EDIT-SET-VALUE-EXIT.
004090     MOVE CAL-SET-VALUE TO CAL-WIN-TOL.
004100     MOVE 4 TO CAL-ARG-IDX.
004110     MOVE CAL-MAX-TREND-DAYS TO CAL-SET-HIGH.
004120     PERFORM 1510-EDIT-SET-VALUE THRU 1510-EDIT-SET-VALUE-EXIT.
004130     MOVE CAL-SET-VALUE TO CAL-TREND-DAYS.
004140     MOVE 5 TO CAL-ARG-IDX.
004150     MOVE 999 TO CAL-SET-HIGH.
004160     PERFORM 1510-EDIT-SET-VALUE THRU 1510-EDIT-SET-VALUE-EXIT.
004170     MOVE CAL-SET-VALUE TO CAL-MIN-SESSIONS.
004180     OPEN OUTPUT CALCFG-FILE.
004190     IF CAL-CALCFG-FS NOT = "00"
004200         DISPLAY "UNABLE TO WRITE CALIBRATION FILE, STATUS: "
004210             CAL-CALCFG-FS
004220         MOVE 8 TO RETURN-CODE
004230         GO TO 1500-SET-CALCFG-EXIT
004240     END-IF.
004250     MOVE CAL-MEAN-TOL TO CALCFG-MEAN-TOL.
004260     MOVE CAL-WIN-TOL TO CALCFG-WIN-TOL.
004270     MOVE CAL-TREND-DAYS TO CALCFG-TREND-DAYS.
004280     MOVE CAL-MIN-SESSIONS TO CALCFG-MIN-SESSIONS.
004290     WRITE CALCFG-REC.
004300     CLOSE CALCFG-FILE.
004310     DISPLAY "CALIBRATION SET -- MEAN TOLERANCE " CAL-MEAN-TOL
004320         ", WIN-RATE TOLERANCE " CAL-WIN-TOL
004330         ", TREND DAYS " CAL-TREND-DAYS
004340         ", MIN SESSIONS " CAL-MIN-SESSIONS.
004350 1500-SET-CALCFG-EXIT.
004360     EXIT.
004370
004380 1510-EDIT-SET-VALUE.
004390     MOVE SPACES TO CAL-SET-RAW.
004400     DISPLAY CAL-ARG-IDX UPON ARGUMENT-NUMBER.
004410     ACCEPT CAL-SET-RAW FROM ARGUMENT-VALUE.
004420     IF FUNCTION TEST-NUMVAL(CAL-SET-RAW) NOT = 0
004430         DISPLAY "'" FUNCTION TRIM(CAL-SET-RAW)
004440             "' IS NOT A NUMBER -- NOTHING CHANGED"
004450         MOVE 8 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     IF FUNCTION NUMVAL(CAL-SET-RAW) < CAL-SET-LOW
004490     OR FUNCTION NUMVAL(CAL-SET-RAW) > CAL-SET-HIGH
004500     OR FUNCTION NUMVAL(CAL-SET-RAW)
004510         NOT = FUNCTION INTEGER(FUNCTION NUMVAL(CAL-SET-RAW))
004520         DISPLAY "'" FUNCTION TRIM(CAL-SET-RAW)
004530             "' MUST BE A WHOLE NUMBER FROM " CAL-SET-LOW
004540             " TO " CAL-SET-HIGH " -- NOTHING CHANGED"
004550         MOVE 8 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     MOVE FUNCTION NUMVAL(CAL-SET-RAW) TO CAL-SET-VALUE.
004590 1510-EDIT-SET-VALUE-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 2000-FIND-WINDOW -- GATHER EVERY DISTINCT SCORED-SESSION DATE
004640* UP TO THE REPORT DATE ACROSS THE STATIONS. THE WINDOW STARTS
004650* AT THE EARLIEST DATE WITH FEWER THAN CAL-TREND-DAYS DATES
004660* AFTER IT, THEN THE WINDOW DAYS ARE LAID OUT OLDEST FIRST.
004670*----------------------------------------------------------------
004680 2000-FIND-WINDOW.
004690     MOVE 0 TO CAL-DATE-COUNT.
004700     PERFORM 2100-SCAN-STATION-DATES
004710         THRU 2100-SCAN-STATION-DATES-EXIT
004720         VARYING CAL-ST-IDX FROM 1 BY 1
004730         UNTIL CAL-ST-IDX > CAL-STATION-COUNT.
004740     MOVE 99999999 TO CAL-WINDOW-START.
004750     PERFORM 2200-TEST-WINDOW-START
004760         THRU 2200-TEST-WINDOW-START-EXIT
004770         VARYING CAL-DT-IDX FROM 1 BY 1
004780         UNTIL CAL-DT-IDX > CAL-DATE-COUNT.
004790     MOVE 0 TO CAL-WINDOW-COUNT.
004800     MOVE 0 TO CAL-PREV-DATE.
004810     PERFORM 2300-ADD-WINDOW-DAY THRU 2300-ADD-WINDOW-DAY-EXIT
004820         UNTIL CAL-PREV-DATE = 99999999.
004830 2000-FIND-WINDOW-EXIT.
004840     EXIT.
004850
004860 2100-SCAN-STATION-DATES.
004870     MOVE CAL-ST-ID(CAL-ST-IDX) TO CAL-CUR-STATION.
004880     PERFORM 2900-BUILD-SESSION-NAME
004890         THRU 2900-BUILD-SESSION-NAME-EXIT.
004900     SET CAL-NOT-AT-EOF TO TRUE.
004910     OPEN INPUT SESSION-FILE.
004920     IF CAL-SESSION-FS NOT = "00"
004930         DISPLAY "NO SESSION FILE FOR STATION '" CAL-CUR-STATION
004940             "', STATUS: " CAL-SESSION-FS
004950         GO TO 2100-SCAN-STATION-DATES-EXIT
004960     END-IF.
004970     PERFORM 2110-SCAN-SESSION-DATE
004980         THRU 2110-SCAN-SESSION-DATE-EXIT
004990         UNTIL CAL-AT-EOF.
005000     CLOSE SESSION-FILE.
005010 2100-SCAN-STATION-DATES-EXIT.
005020     EXIT.
005030
005040 2110-SCAN-SESSION-DATE.
005050     READ SESSION-FILE
005060         AT END
005070             SET CAL-AT-EOF TO TRUE
005080             GO TO 2110-SCAN-SESSION-DATE-EXIT
005090     END-READ.
005100     IF SESSION-DATE IS NOT NUMERIC
005110     OR SESSION-SCORE IS NOT NUMERIC
005120     OR SESSION-FAULT-FLAG = "P"
005130     OR SESSION-DATE > CAL-REPORT-DATE
005140         GO TO 2110-SCAN-SESSION-DATE-EXIT
005150     END-IF.
005160     SET CAL-DT-NOT-FOUND TO TRUE.
005170     PERFORM 2120-MATCH-DATE THRU 2120-MATCH-DATE-EXIT
005180         VARYING CAL-DT-IDX FROM 1 BY 1
005190         UNTIL CAL-DT-IDX > CAL-DATE-COUNT
005200            OR CAL-DT-FOUND.
005210     IF CAL-DT-FOUND
005220         GO TO 2110-SCAN-SESSION-DATE-EXIT
005230     END-IF.
005240     IF CAL-DATE-COUNT >= CAL-MAX-DATES
005250         DISPLAY "DATE TABLE FULL AT " CAL-MAX-DATES
005260             " ENTRIES -- ABORTING"
005270         MOVE 8 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     ADD 1 TO CAL-DATE-COUNT.
005310     MOVE SESSION-DATE TO CAL-DT-DATE(CAL-DATE-COUNT).
005320 2110-SCAN-SESSION-DATE-EXIT.
005330     EXIT.
005340
005350 2120-MATCH-DATE.
005360     IF CAL-DT-DATE(CAL-DT-IDX) = SESSION-DATE
005370         SET CAL-DT-FOUND TO TRUE
005380     END-IF.
005390 2120-MATCH-DATE-EXIT.
005400     EXIT.
005410
005420 2200-TEST-WINDOW-START.
005430     MOVE 0 TO CAL-LATER-COUNT.
005440     PERFORM 2210-COUNT-LATER THRU 2210-COUNT-LATER-EXIT
005450         VARYING CAL-DT-IDX2 FROM 1 BY 1
005460         UNTIL CAL-DT-IDX2 > CAL-DATE-COUNT.
005470     IF  CAL-LATER-COUNT < CAL-TREND-DAYS
005480     AND CAL-DT-DATE(CAL-DT-IDX) < CAL-WINDOW-START
005490         MOVE CAL-DT-DATE(CAL-DT-IDX) TO CAL-WINDOW-START
005500     END-IF.
005510 2200-TEST-WINDOW-START-EXIT.
005520     EXIT.
005530
005540 2210-COUNT-LATER.
005550     IF CAL-DT-DATE(CAL-DT-IDX2) > CAL-DT-DATE(CAL-DT-IDX)
005560         ADD 1 TO CAL-LATER-COUNT
005570     END-IF.
005580 2210-COUNT-LATER-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* 2300-ADD-WINDOW-DAY -- TAKE THE NEXT DATE AFTER CAL-PREV-DATE
005630* THAT FALLS IN THE WINDOW; NONE LEFT ENDS THE LOOP WITH
005640* CAL-PREV-DATE AT ALL NINES.
005650*----------------------------------------------------------------
005660 2300-ADD-WINDOW-DAY.
005670     MOVE 99999999 TO CAL-NEXT-DATE.
005680     PERFORM 2310-PICK-NEXT-DATE THRU 2310-PICK-NEXT-DATE-EXIT
005690         VARYING CAL-DT-IDX FROM 1 BY 1
005700         UNTIL CAL-DT-IDX > CAL-DATE-COUNT.
005710     MOVE CAL-NEXT-DATE TO CAL-PREV-DATE.
005720     IF CAL-NEXT-DATE = 99999999
005730         GO TO 2300-ADD-WINDOW-DAY-EXIT
005740     END-IF.
005750     ADD 1 TO CAL-WINDOW-COUNT.
005760     MOVE CAL-NEXT-DATE TO CAL-WD-DATE(CAL-WINDOW-COUNT).
005770     MOVE 0 TO CAL-WD-N(CAL-WINDOW-COUNT).
005780     MOVE 0 TO CAL-WD-SUM(CAL-WINDOW-COUNT).
005790     MOVE 0 TO CAL-WD-WINS(CAL-WINDOW-COUNT).
005800     PERFORM 2320-CLEAR-STATION-DAY
005810         THRU 2320-CLEAR-STATION-DAY-EXIT
005820         VARYING CAL-ST-IDX FROM 1 BY 1
005830         UNTIL CAL-ST-IDX > CAL-STATION-COUNT.
005840 2300-ADD-WINDOW-DAY-EXIT.
005850     EXIT.
005860
005870 2310-PICK-NEXT-DATE.
005880     IF  CAL-DT-DATE(CAL-DT-IDX) >= CAL-WINDOW-START
005890     AND CAL-DT-DATE(CAL-DT-IDX) > CAL-PREV-DATE
005900     AND CAL-DT-DATE(CAL-DT-IDX) < CAL-NEXT-DATE
005910         MOVE CAL-DT-DATE(CAL-DT-IDX) TO CAL-NEXT-DATE
005920     END-IF.
005930 2310-PICK-NEXT-DATE-EXIT.
005940     EXIT.
005950
005960 2320-CLEAR-STATION-DAY.
005970     MOVE 0 TO CAL-SD-N(CAL-ST-IDX, CAL-WINDOW-COUNT).
005980     MOVE 0 TO CAL-SD-SUM(CAL-ST-IDX, CAL-WINDOW-COUNT).
005990     MOVE 0 TO CAL-SD-WINS(CAL-ST-IDX, CAL-WINDOW-COUNT).
006000 2320-CLEAR-STATION-DAY-EXIT.
006010     EXIT.
006020
006030 2900-BUILD-SESSION-NAME.
006040     IF CAL-CUR-STATION = SPACES
006050         MOVE "session" TO CAL-SESSION-FILENAME
006060     ELSE
006070         MOVE SPACES TO CAL-SESSION-FILENAME
006080         STRING "session-" DELIMITED BY SIZE
006090             CAL-CUR-STATION DELIMITED BY SPACE
006100             INTO CAL-SESSION-FILENAME
006110     END-IF.
006120 2900-BUILD-SESSION-NAME-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160* 3000-OPEN-REPORT -- THE REPORT HEADING.
006170*----------------------------------------------------------------
006180 3000-OPEN-REPORT.
006190     MOVE "/home/ec2-user/calibration.txt" TO CAL-REPORT-FILENAME.
006200     OPEN OUTPUT REPORT-FILE.
006210     IF CAL-REPORT-FS NOT = "00"
006220         DISPLAY "UNABLE TO OPEN CALIBRATION REPORT, STATUS: "
006230             CAL-REPORT-FS
006240         MOVE 8 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     MOVE SPACES TO REPORT-LINE.
006280     IF CAL-WINDOW-COUNT = 0
006290         STRING "STATION CALIBRATION REPORT TO " CAL-REPORT-DATE
006300             DELIMITED BY SIZE INTO REPORT-LINE
006310     ELSE
006320         STRING "STATION CALIBRATION REPORT  "
006330             CAL-WD-DATE(1) " TO " CAL-WD-DATE(CAL-WINDOW-COUNT)
006340             "  (" CAL-WINDOW-COUNT " EVENT DAYS)"
006350             DELIMITED BY SIZE INTO REPORT-LINE
006360     END-IF.
006370     WRITE REPORT-LINE.
006380     MOVE SPACES TO REPORT-LINE.
006390     STRING "TOLERANCE: MEAN +/- " CAL-MEAN-TOL
006400         " PTS, WIN% +/- " CAL-WIN-TOL
006410         " PTS, JUDGED FROM " CAL-MIN-SESSIONS " SESSIONS"
006420         DELIMITED BY SIZE INTO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440     MOVE SPACES TO REPORT-LINE.
006450     WRITE REPORT-LINE.
006460 3000-OPEN-REPORT-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 4000-GATHER-SESSIONS -- SORT INPUT PROCEDURE FOR BOTH PASSES.
006510* EVERY SCORED SESSION IN THE WINDOW IS RELEASED WITH ITS
006520* STATION AND WHETHER IT REACHED THE THRESHOLD IN FORCE WHEN IT
006530* WAS FLOWN. THE SITE PASS ALSO ADDS IT TO THE DAY TOTALS THE
006540* TREND IS BUILT FROM.
006550*----------------------------------------------------------------
006560 4000-GATHER-SESSIONS.
006570     PERFORM 4100-READ-STATION THRU 4100-READ-STATION-EXIT
006580         VARYING CAL-ST-IDX FROM 1 BY 1
006590         UNTIL CAL-ST-IDX > CAL-STATION-COUNT.
006600
006610 4100-READ-STATION.
006620     MOVE CAL-ST-ID(CAL-ST-IDX) TO CAL-CUR-STATION.
006630     PERFORM 2900-BUILD-SESSION-NAME
006640         THRU 2900-BUILD-SESSION-NAME-EXIT.
006650     SET CAL-NOT-AT-EOF TO TRUE.
006660     OPEN INPUT SESSION-FILE.
006670     IF CAL-SESSION-FS NOT = "00"
006680         GO TO 4100-READ-STATION-EXIT
006690     END-IF.
006700     PERFORM 4110-RELEASE-SESSION THRU 4110-RELEASE-SESSION-EXIT
006710         UNTIL CAL-AT-EOF.
006720     CLOSE SESSION-FILE.
006730 4100-READ-STATION-EXIT.
006740     EXIT.
006750
006760 4110-RELEASE-SESSION.
006770     READ SESSION-FILE
006780         AT END
006790             SET CAL-AT-EOF TO TRUE
006800             GO TO 4110-RELEASE-SESSION-EXIT
006810     END-READ.
006820     IF SESSION-DATE IS NOT NUMERIC
006830     OR SESSION-SCORE IS NOT NUMERIC
006840     OR SESSION-FAULT-FLAG = "P"
006850     OR SESSION-DATE < CAL-WINDOW-START
006860     OR SESSION-DATE > CAL-REPORT-DATE
006870         GO TO 4110-RELEASE-SESSION-EXIT
006880     END-IF.
006890     MOVE SESSION-DATE TO SRT-DATE.
006900     MOVE SESSION-SCRIPT TO SRT-SCRIPT.
006910     MOVE CAL-CUR-STATION TO SRT-STATION.
006920     MOVE SESSION-SCORE TO SRT-SCORE.
006930     MOVE CAL-ST-IDX TO SRT-ST-IDX.
006940     IF  SESSION-THRESHOLD IS NUMERIC
006950     AND SESSION-SCORE >= SESSION-THRESHOLD
006960         MOVE "Y" TO SRT-WIN-SW
006970     ELSE
006980         MOVE "N" TO SRT-WIN-SW
006990     END-IF.
007000     IF CAL-SITE-PASS
007010         PERFORM 4120-ADD-DAY-TOTALS THRU 4120-ADD-DAY-TOTALS-EXIT
007020     END-IF.
007030     RELEASE SORT-REC.
007040 4110-RELEASE-SESSION-EXIT.
007050     EXIT.
007060
007070 4120-ADD-DAY-TOTALS.
007080     PERFORM 4130-MATCH-WINDOW-DAY THRU 4130-MATCH-WINDOW-DAY-EXIT
007090         VARYING CAL-WD-IDX FROM 1 BY 1
007100         UNTIL CAL-WD-IDX > CAL-WINDOW-COUNT
007110            OR CAL-WD-DATE(CAL-WD-IDX) = SESSION-DATE.
007120     IF CAL-WD-IDX > CAL-WINDOW-COUNT
007130         GO TO 4120-ADD-DAY-TOTALS-EXIT
007140     END-IF.
007150     ADD 1 TO CAL-WD-N(CAL-WD-IDX).
007160     ADD SESSION-SCORE TO CAL-WD-SUM(CAL-WD-IDX).
007170     ADD 1 TO CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX).
007180     ADD SESSION-SCORE TO CAL-SD-SUM(CAL-ST-IDX, CAL-WD-IDX).
007190     IF SRT-WIN-SW = "Y"
007200         ADD 1 TO CAL-WD-WINS(CAL-WD-IDX)
007210         ADD 1 TO CAL-SD-WINS(CAL-ST-IDX, CAL-WD-IDX)
007220     END-IF.
007230 4120-ADD-DAY-TOTALS-EXIT.
007240     EXIT.
007250
007260 4130-MATCH-WINDOW-DAY.
007270     CONTINUE.
007280 4130-MATCH-WINDOW-DAY-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320* 5000-BUILD-SITE-FIGURES -- SORT OUTPUT PROCEDURE, SITE PASS.
007330* RECORDS COME BACK BY DAY, SCRIPT AND SCORE; EACH DAY AND
007340* SCRIPT BREAK CLOSES A GROUP INTO THE SITE TABLE.
007350*----------------------------------------------------------------
007360 5000-BUILD-SITE-FIGURES.
007370     MOVE 0 TO CAL-SITE-COUNT.
007380     MOVE 0 TO CAL-GRP-COUNT.
007390     SET CAL-FIRST-RECORD TO TRUE.
007400     SET CAL-NOT-AT-EOF TO TRUE.
007410     PERFORM 5100-RETURN-SITE THRU 5100-RETURN-SITE-EXIT
007420         UNTIL CAL-AT-EOF.
007430     IF CAL-GRP-COUNT > 0
007440         PERFORM 5200-CLOSE-SITE-GROUP
007450             THRU 5200-CLOSE-SITE-GROUP-EXIT
007460     END-IF.
007470
007480 5100-RETURN-SITE.
007490     RETURN SORT-FILE
007500         AT END
007510             SET CAL-AT-EOF TO TRUE
007520             GO TO 5100-RETURN-SITE-EXIT
007530     END-RETURN.
007540     IF CAL-NOT-FIRST-RECORD
007550         IF SRT-DATE NOT = CAL-GRP-DATE
007560         OR SRT-SCRIPT NOT = CAL-GRP-SCRIPT
007570             PERFORM 5200-CLOSE-SITE-GROUP
007580                 THRU 5200-CLOSE-SITE-GROUP-EXIT
007590         END-IF
007600     END-IF.
007610     SET CAL-NOT-FIRST-RECORD TO TRUE.
007620     PERFORM 5300-ADD-TO-GROUP THRU 5300-ADD-TO-GROUP-EXIT.
007630 5100-RETURN-SITE-EXIT.
007640     EXIT.
007650
007660 5200-CLOSE-SITE-GROUP.
007670     PERFORM 5400-WORK-OUT-GROUP THRU 5400-WORK-OUT-GROUP-EXIT.
007680     IF CAL-SITE-COUNT >= CAL-MAX-SITE
007690         DISPLAY "SITE FIGURE TABLE FULL AT " CAL-MAX-SITE
007700             " ENTRIES -- ABORTING"
007710         MOVE 8 TO RETURN-CODE
007720         STOP RUN
007730     END-IF.
007740     ADD 1 TO CAL-SITE-COUNT.
007750     MOVE CAL-GRP-DATE TO CAL-SS-DATE(CAL-SITE-COUNT).
007760     MOVE CAL-GRP-SCRIPT TO CAL-SS-SCRIPT(CAL-SITE-COUNT).
007770     MOVE CAL-GRP-COUNT TO CAL-SS-N(CAL-SITE-COUNT).
007780     MOVE CAL-G-MEAN TO CAL-SS-MEAN(CAL-SITE-COUNT).
007790     MOVE CAL-G-MEDIAN TO CAL-SS-MEDIAN(CAL-SITE-COUNT).
007800     MOVE CAL-G-SD TO CAL-SS-SD(CAL-SITE-COUNT).
007810     MOVE CAL-GRP-SCORE(1) TO CAL-SS-LOW(CAL-SITE-COUNT).
007820     MOVE CAL-GRP-SCORE(CAL-GRP-COUNT)
007830         TO CAL-SS-HIGH(CAL-SITE-COUNT).
007840     MOVE CAL-G-WIN-PCT TO CAL-SS-WIN-PCT(CAL-SITE-COUNT).
007850     MOVE 0 TO CAL-GRP-COUNT.
007860 5200-CLOSE-SITE-GROUP-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 5300-ADD-TO-GROUP -- ONE RETURNED RECORD INTO THE CURRENT
007910* GROUP. THE FIRST RECORD OF A GROUP RESETS THE ACCUMULATORS.
007920*----------------------------------------------------------------
007930 5300-ADD-TO-GROUP.
007940     IF CAL-GRP-COUNT = 0
007950         MOVE SRT-DATE TO CAL-GRP-DATE
007960         MOVE SRT-SCRIPT TO CAL-GRP-SCRIPT
007970         MOVE SRT-STATION TO CAL-GRP-STATION
007980         MOVE 0 TO CAL-G-SUM
007990         MOVE 0 TO CAL-G-SUMSQ
008000         MOVE 0 TO CAL-G-WINS
008010     END-IF.
008020     IF CAL-GRP-COUNT >= CAL-MAX-GROUP
008030         DISPLAY "SCORE GROUP TABLE FULL AT " CAL-MAX-GROUP
008040             " ENTRIES -- ABORTING"
008050         MOVE 8 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080     ADD 1 TO CAL-GRP-COUNT.
008090     MOVE SRT-SCORE TO CAL-GRP-SCORE(CAL-GRP-COUNT).
008100     ADD SRT-SCORE TO CAL-G-SUM.
008110     COMPUTE CAL-G-SUMSQ = CAL-G-SUMSQ + SRT-SCORE * SRT-SCORE.
008120     IF SRT-WIN-SW = "Y"
008130         ADD 1 TO CAL-G-WINS
008140     END-IF.
008150 5300-ADD-TO-GROUP-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* 5400-WORK-OUT-GROUP -- MEAN, MEDIAN (THE MIDDLE SCORE, OR THE
008200* AVERAGE OF THE TWO MIDDLE SCORES FOR AN EVEN COUNT), STANDARD
008210* DEVIATION AND WIN RATE OF THE CURRENT GROUP.
008220*----------------------------------------------------------------
008230 5400-WORK-OUT-GROUP.
008240     COMPUTE CAL-G-MEAN ROUNDED = CAL-G-SUM / CAL-GRP-COUNT.
008250     DIVIDE CAL-GRP-COUNT BY 2 GIVING CAL-G-MID
008260         REMAINDER CAL-G-MID-REM.
008270     IF CAL-G-MID-REM = 1
008280         ADD 1 TO CAL-G-MID
008290         MOVE CAL-GRP-SCORE(CAL-G-MID) TO CAL-G-MEDIAN
008300     ELSE
008310         COMPUTE CAL-G-MEDIAN ROUNDED =
008320             (CAL-GRP-SCORE(CAL-G-MID)
008330              + CAL-GRP-SCORE(CAL-G-MID + 1)) / 2
008340     END-IF.
008350     COMPUTE CAL-VARIANCE =
008360         CAL-G-SUMSQ / CAL-GRP-COUNT - CAL-G-MEAN * CAL-G-MEAN.
008370     IF CAL-VARIANCE > 0
008380         COMPUTE CAL-G-SD ROUNDED = FUNCTION SQRT(CAL-VARIANCE)
008390     ELSE
008400         MOVE 0 TO CAL-G-SD
008410     END-IF.
008420     COMPUTE CAL-G-WIN-PCT ROUNDED =
008430         CAL-G-WINS * 100 / CAL-GRP-COUNT.
008440 5400-WORK-OUT-GROUP-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 6000-WRITE-STATION-FIGURES -- SORT OUTPUT PROCEDURE, STATION
008490* PASS. RECORDS COME BACK BY DAY, SCRIPT, STATION AND SCORE. A
008500* STATION BREAK WRITES THAT STATION'S LINE; A DAY OR SCRIPT
008510* BREAK ALSO WRITES THE SITE LINE FOR THE BLOCK JUST ENDED AND
008520* HEADS THE NEXT ONE. THE SITE TABLE WAS BUILT IN THE SAME DAY
008530* AND SCRIPT ORDER, SO EACH NEW BLOCK IS ITS NEXT ENTRY.
008540*----------------------------------------------------------------
008550 6000-WRITE-STATION-FIGURES.
008560     MOVE 0 TO CAL-SITE-IDX.
008570     MOVE 0 TO CAL-GRP-COUNT.
008580     SET CAL-FIRST-RECORD TO TRUE.
008590     SET CAL-NOT-AT-EOF TO TRUE.
008600     PERFORM 6100-RETURN-STATION THRU 6100-RETURN-STATION-EXIT
008610         UNTIL CAL-AT-EOF.
008620     IF CAL-GRP-COUNT > 0
008630         PERFORM 6200-WRITE-STATION-LINE
008640             THRU 6200-WRITE-STATION-LINE-EXIT
008650         PERFORM 6300-WRITE-SITE-LINE
008660             THRU 6300-WRITE-SITE-LINE-EXIT
008670     END-IF.
008680
008690 6100-RETURN-STATION.
008700     RETURN SORT-FILE
008710         AT END
008720             SET CAL-AT-EOF TO TRUE
008730             GO TO 6100-RETURN-STATION-EXIT
008740     END-RETURN.
008750     IF CAL-FIRST-RECORD
008760         PERFORM 6400-HEAD-BLOCK THRU 6400-HEAD-BLOCK-EXIT
008770         GO TO 6100-RETURN-STATION-ADD
008780     END-IF.
008790     IF SRT-DATE NOT = CAL-GRP-DATE
008800     OR SRT-SCRIPT NOT = CAL-GRP-SCRIPT
008810         PERFORM 6200-WRITE-STATION-LINE
008820             THRU 6200-WRITE-STATION-LINE-EXIT
008830         PERFORM 6300-WRITE-SITE-LINE
008840             THRU 6300-WRITE-SITE-LINE-EXIT
008850         PERFORM 6400-HEAD-BLOCK THRU 6400-HEAD-BLOCK-EXIT
008860         GO TO 6100-RETURN-STATION-ADD
008870     END-IF.
008880     IF SRT-STATION NOT = CAL-GRP-STATION
008890         PERFORM 6200-WRITE-STATION-LINE
008900             THRU 6200-WRITE-STATION-LINE-EXIT
008910     END-IF.
008920 6100-RETURN-STATION-ADD.
008930     SET CAL-NOT-FIRST-RECORD TO TRUE.
008940     PERFORM 5300-ADD-TO-GROUP THRU 5300-ADD-TO-GROUP-EXIT.
008950 6100-RETURN-STATION-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990* 6200-WRITE-STATION-LINE -- ONE STATION'S FIGURES FOR THE DAY
009000* AND SCRIPT, FLAGGED WHERE ITS MEAN OR WIN RATE STRAYS FROM THE
009010* SITE'S BEYOND TOLERANCE (ONLY ONCE IT HAS CAL-MIN-SESSIONS).
009020*----------------------------------------------------------------
009030 6200-WRITE-STATION-LINE.
009040     PERFORM 5400-WORK-OUT-GROUP THRU 5400-WORK-OUT-GROUP-EXIT.
009050     MOVE SPACES TO CAL-FLAG-TEXT.
009060     IF CAL-GRP-COUNT >= CAL-MIN-SESSIONS
009070         MOVE CAL-SS-MEAN(CAL-SITE-IDX) TO CAL-SITE-MEAN
009080         MOVE CAL-SS-WIN-PCT(CAL-SITE-IDX) TO CAL-SITE-WIN-PCT
009090         PERFORM 6500-TEST-DRIFT THRU 6500-TEST-DRIFT-EXIT
009100         IF CAL-FLAG-TEXT NOT = SPACES
009110             ADD 1 TO CAL-DRIFT-COUNT
009120         END-IF
009130     END-IF.
009140     IF CAL-GRP-STATION = SPACES
009150         MOVE "(SITE)" TO CAL-NAME-TEXT
009160     ELSE
009170         MOVE CAL-GRP-STATION TO CAL-NAME-TEXT
009180     END-IF.
009190     MOVE CAL-GRP-COUNT TO CAL-EDIT-N.
009200     MOVE CAL-G-MEAN TO CAL-EDIT-MEAN.
009210     MOVE CAL-G-MEDIAN TO CAL-EDIT-MEDIAN.
009220     MOVE CAL-G-SD TO CAL-EDIT-SD.
009230     MOVE CAL-GRP-SCORE(1) TO CAL-EDIT-LOW.
009240     MOVE CAL-GRP-SCORE(CAL-GRP-COUNT) TO CAL-EDIT-HIGH.
009250     MOVE CAL-G-WIN-PCT TO CAL-EDIT-PCT.
009260     MOVE SPACES TO REPORT-LINE.
009270     STRING "  " CAL-NAME-TEXT " " CAL-EDIT-N " " CAL-EDIT-MEAN
009280         " " CAL-EDIT-MEDIAN " " CAL-EDIT-SD " " CAL-EDIT-LOW
009290         " " CAL-EDIT-HIGH "  " CAL-EDIT-PCT "  " CAL-FLAG-TEXT
009300         DELIMITED BY SIZE INTO REPORT-LINE.
009310     WRITE REPORT-LINE.
009320     MOVE 0 TO CAL-GRP-COUNT.
009330 6200-WRITE-STATION-LINE-EXIT.
009340     EXIT.
009350
009360 6300-WRITE-SITE-LINE.
009370     MOVE CAL-SS-N(CAL-SITE-IDX) TO CAL-EDIT-N.
009380     MOVE CAL-SS-MEAN(CAL-SITE-IDX) TO CAL-EDIT-MEAN.
009390     MOVE CAL-SS-MEDIAN(CAL-SITE-IDX) TO CAL-EDIT-MEDIAN.
009400     MOVE CAL-SS-SD(CAL-SITE-IDX) TO CAL-EDIT-SD.
009410     MOVE CAL-SS-LOW(CAL-SITE-IDX) TO CAL-EDIT-LOW.
009420     MOVE CAL-SS-HIGH(CAL-SITE-IDX) TO CAL-EDIT-HIGH.
009430     MOVE CAL-SS-WIN-PCT(CAL-SITE-IDX) TO CAL-EDIT-PCT.
009440     MOVE "SITE-WIDE" TO CAL-NAME-TEXT.
009450     MOVE SPACES TO REPORT-LINE.
009460     STRING "  " CAL-NAME-TEXT " " CAL-EDIT-N " " CAL-EDIT-MEAN
009470         " " CAL-EDIT-MEDIAN " " CAL-EDIT-SD " " CAL-EDIT-LOW
009480         " " CAL-EDIT-HIGH "  " CAL-EDIT-PCT
009490         DELIMITED BY SIZE INTO REPORT-LINE.
009500     WRITE REPORT-LINE.
009510     MOVE SPACES TO REPORT-LINE.
009520     WRITE REPORT-LINE.
009530 6300-WRITE-SITE-LINE-EXIT.
009540     EXIT.
009550
009560 6400-HEAD-BLOCK.
009570     ADD 1 TO CAL-SITE-IDX.
009580     IF CAL-SITE-IDX > CAL-SITE-COUNT
009590         DISPLAY "SITE FIGURES OUT OF STEP WITH THE STATION PASS"
009600             " -- ABORTING"
009610         MOVE 8 TO RETURN-CODE
009620         STOP RUN
009630     END-IF.
009640     IF SRT-SCRIPT = SPACES
009650         MOVE "(DEFAULT)" TO CAL-NAME-TEXT
009660     ELSE
009670         MOVE SRT-SCRIPT TO CAL-NAME-TEXT
009680     END-IF.
009690     MOVE SPACES TO REPORT-LINE.
009700     STRING "DAY " SRT-DATE "  SCRIPT " CAL-NAME-TEXT
009710         DELIMITED BY SIZE INTO REPORT-LINE.
009720     WRITE REPORT-LINE.
009730     MOVE "  STATION     SESS      MEAN   MEDIAN   STD-DEV    LOW"
009740         TO REPORT-LINE.
009750     MOVE "HIGH  WIN%  FLAG" TO REPORT-LINE(58:).
009760     WRITE REPORT-LINE.
009770 6400-HEAD-BLOCK-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------
009810* 6500-TEST-DRIFT -- COMPARE CAL-G-MEAN AND CAL-G-WIN-PCT WITH
009820* CAL-SITE-MEAN AND CAL-SITE-WIN-PCT; CAL-FLAG-TEXT SAYS WHICH
009830* (IF EITHER) IS OUT OF TOLERANCE.
009840*----------------------------------------------------------------
009850 6500-TEST-DRIFT.
009860     MOVE SPACES TO CAL-FLAG-TEXT.
009870     COMPUTE CAL-MEAN-DIFF = CAL-G-MEAN - CAL-SITE-MEAN.
009880     COMPUTE CAL-WIN-DIFF = CAL-G-WIN-PCT - CAL-SITE-WIN-PCT.
009890     IF CAL-MEAN-DIFF < 0
009900         MULTIPLY -1 BY CAL-MEAN-DIFF
009910     END-IF.
009920     IF CAL-WIN-DIFF < 0
009930         MULTIPLY -1 BY CAL-WIN-DIFF
009940     END-IF.
009950     IF CAL-MEAN-DIFF > CAL-MEAN-TOL
009960         IF CAL-WIN-DIFF > CAL-WIN-TOL
009970             MOVE "DRIFT BOTH" TO CAL-FLAG-TEXT
009980         ELSE
009990             MOVE "DRIFT MEAN" TO CAL-FLAG-TEXT
010000         END-IF
010010     ELSE
010020         IF CAL-WIN-DIFF > CAL-WIN-TOL
010030             MOVE "DRIFT WIN%" TO CAL-FLAG-TEXT
010040         END-IF
010050     END-IF.
010060 6500-TEST-DRIFT-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------
010100* 7000-WRITE-TREND -- EACH STATION DAY BY DAY ACROSS THE WINDOW,
010110* ALL SCRIPTS TOGETHER, AGAINST THE SITE'S FIGURES FOR THE SAME
010120* DAY, THEN HOW FAR ITS MEAN MOVED FROM ITS FIRST DAY IN THE
010130* WINDOW TO ITS LAST -- A CAMERA GOING OFF SHOWS HERE BEFORE IT
010140* SKEWS THE PUBLIC BOARD.
010150*----------------------------------------------------------------
010160 7000-WRITE-TREND.
010170     MOVE SPACES TO REPORT-LINE.
010180     STRING "TREND OVER THE LAST " CAL-WINDOW-COUNT
010190         " EVENT DAYS (ALL SCRIPTS)"
010200         DELIMITED BY SIZE INTO REPORT-LINE.
010210     WRITE REPORT-LINE.
010220     PERFORM 7100-WRITE-STATION-TREND
010230         THRU 7100-WRITE-STATION-TREND-EXIT
010240         VARYING CAL-ST-IDX FROM 1 BY 1
010250         UNTIL CAL-ST-IDX > CAL-STATION-COUNT.
010260 7000-WRITE-TREND-EXIT.
010270     EXIT.
010280
010290 7100-WRITE-STATION-TREND.
010300     IF CAL-ST-ID(CAL-ST-IDX) = SPACES
010310         MOVE "(SITE)" TO CAL-NAME-TEXT
010320     ELSE
010330         MOVE CAL-ST-ID(CAL-ST-IDX) TO CAL-NAME-TEXT
010340     END-IF.
010350     MOVE SPACES TO REPORT-LINE.
010360     WRITE REPORT-LINE.
010370     MOVE SPACES TO REPORT-LINE.
010380     STRING "STATION " CAL-NAME-TEXT
010390         DELIMITED BY SIZE INTO REPORT-LINE.
010400     WRITE REPORT-LINE.
010410     MOVE "  DATE        SESS      MEAN  WIN%   SITE MEAN"
010420         TO REPORT-LINE.
010430     MOVE "SITE WIN%" TO REPORT-LINE(50:).
010440     MOVE "FLAG" TO REPORT-LINE(61:).
010450     WRITE REPORT-LINE.
010460     MOVE 0 TO CAL-DAYS-SEEN.
010470     PERFORM 7200-WRITE-TREND-DAY THRU 7200-WRITE-TREND-DAY-EXIT
010480         VARYING CAL-WD-IDX FROM 1 BY 1
010490         UNTIL CAL-WD-IDX > CAL-WINDOW-COUNT.
010500     IF CAL-DAYS-SEEN < 2
010510         MOVE "  (FEWER THAN TWO DAYS WITH SESSIONS -- NO TREND)"
010520             TO REPORT-LINE
010530         WRITE REPORT-LINE
010540         GO TO 7100-WRITE-STATION-TREND-EXIT
010550     END-IF.
010560     COMPUTE CAL-MEAN-DIFF = CAL-LAST-MEAN - CAL-FIRST-MEAN.
010570     MOVE CAL-MEAN-DIFF TO CAL-EDIT-DIFF.
010580     MOVE SPACES TO REPORT-LINE.
010590     STRING "  MEAN MOVED " CAL-EDIT-DIFF " POINTS OVER "
010600         CAL-DAYS-SEEN " DAYS WITH SESSIONS"
010610         DELIMITED BY SIZE INTO REPORT-LINE.
010620     WRITE REPORT-LINE.
010630 7100-WRITE-STATION-TREND-EXIT.
010640     EXIT.
010650
010660 7200-WRITE-TREND-DAY.
010670     IF CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX) = 0
010680         GO TO 7200-WRITE-TREND-DAY-EXIT
010690     END-IF.
010700     COMPUTE CAL-G-MEAN ROUNDED =
010710         CAL-SD-SUM(CAL-ST-IDX, CAL-WD-IDX)
010720         / CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX).
010730     COMPUTE CAL-G-WIN-PCT ROUNDED =
010740         CAL-SD-WINS(CAL-ST-IDX, CAL-WD-IDX) * 100
010750         / CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX).
010760     COMPUTE CAL-SITE-MEAN ROUNDED =
010770         CAL-WD-SUM(CAL-WD-IDX) / CAL-WD-N(CAL-WD-IDX).
010780     COMPUTE CAL-SITE-WIN-PCT ROUNDED =
010790         CAL-WD-WINS(CAL-WD-IDX) * 100 / CAL-WD-N(CAL-WD-IDX).
010800     ADD 1 TO CAL-DAYS-SEEN.
010810     IF CAL-DAYS-SEEN = 1
010820         MOVE CAL-G-MEAN TO CAL-FIRST-MEAN
010830     END-IF.
010840     MOVE CAL-G-MEAN TO CAL-LAST-MEAN.
010850     MOVE SPACES TO CAL-FLAG-TEXT.
010860     IF CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX) >= CAL-MIN-SESSIONS
010870         PERFORM 6500-TEST-DRIFT THRU 6500-TEST-DRIFT-EXIT
010880         IF CAL-FLAG-TEXT NOT = SPACES
010890             ADD 1 TO CAL-TREND-DRIFT-COUNT
010900         END-IF
010910     END-IF.
010920     MOVE CAL-SD-N(CAL-ST-IDX, CAL-WD-IDX) TO CAL-EDIT-N.
010930     MOVE CAL-G-MEAN TO CAL-EDIT-MEAN.
010940     MOVE CAL-G-WIN-PCT TO CAL-EDIT-PCT.
010950     MOVE CAL-SITE-MEAN TO CAL-EDIT-MEAN-2.
010960     MOVE CAL-SITE-WIN-PCT TO CAL-EDIT-PCT-2.
010970     MOVE SPACES TO REPORT-LINE.
010980     STRING "  " CAL-WD-DATE(CAL-WD-IDX) "   " CAL-EDIT-N " "
010990         CAL-EDIT-MEAN "   " CAL-EDIT-PCT "   " CAL-EDIT-MEAN-2
011000         "        " CAL-EDIT-PCT-2 "   " CAL-FLAG-TEXT
011010         DELIMITED BY SIZE INTO REPORT-LINE.
011020     WRITE REPORT-LINE.
011030 7200-WRITE-TREND-DAY-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070* 8000-CLOSE-REPORT -- THE DRIFT COUNTS AND CLOSE.
011080*----------------------------------------------------------------
011090 8000-CLOSE-REPORT.
011100     MOVE SPACES TO REPORT-LINE.
011110     WRITE REPORT-LINE.
011120     MOVE SPACES TO REPORT-LINE.
011130     STRING "DRIFT FLAGS: " CAL-DRIFT-COUNT " BY DAY AND SCRIPT, "
011140         CAL-TREND-DRIFT-COUNT " IN THE TREND"
011150         DELIMITED BY SIZE INTO REPORT-LINE.
011160     WRITE REPORT-LINE.
011170     CLOSE REPORT-FILE.
011180 8000-CLOSE-REPORT-EXIT.
011190     EXIT.
