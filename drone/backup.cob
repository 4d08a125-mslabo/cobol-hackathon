000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BACKUP.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. GENERATIONAL BACKUP OF A
000110*                 BOOTH'S MASTER FILES. THE ROSTER, CONFIG, SCRIPT
000120*                 CATALOG, EVENT PROFILES, SESSION AND PLAYHIST
000130*                 FILES ARE ALL REWRITTEN IN PLACE BY CAPTEST,
000140*                 ROSTERMT, CONFIGMT AND HISTLOAD, AND THE ONLY
000150*                 RECOVERY AFTER A BAD EDIT WAS WHATEVER SOMEBODY
000160*                 HAD COPIED. EACH RUN SNAPSHOTS EVERY ONE OF THEM
000170*                 FOR THE STATION INTO A GENERATION DATED TODAY
000180*                 (BKP-[<STATION>-]YYYYMMDD.<FILE>; THE INDEXED
000190*                 PLAYHIST IS UNLOADED TO A FLAT IMAGE) AND
000200*                 RECORDS EACH FILE'S NAMES, RECORD COUNT AND A
000210*                 HASH TOTAL OF ITS KEY NUMERIC FIELDS IN THE
000220*                 SITE-WIDE BACKUP_CATALOG, WHICH RESTORE.COB
000230*                 VERIFIES AGAINST BEFORE IT PUTS ANYTHING BACK.
000240*                 A RERUN ON THE SAME DAY REPLACES THAT DAY'S
000250*                 GENERATION.
000260*                 ONLY THE LAST N GENERATIONS PER STATION ARE
000270*                 KEPT; OLDER ONES ARE DELETED AND DROPPED FROM
000280*                 THE CATALOG. N IS SET WITH "BACKUP SET <N>"
000290*                 (1 TO 30, KEPT IN BACKUP_CONTROL, DEFAULT 7).
000300*                 RUNS AS THE FIRST STEP OF EODRIVER, ONCE PER
000310*                 STATION, AND TAKES THE SAME OPTIONAL STATION-ID
000320*                 ARGUMENT AS THE OTHER BOOTH PROGRAMS.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SOURCE-FILE
000380         ASSIGN DYNAMIC BKP-SOURCE-FILENAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BKP-SOURCE-FS.
000410     SELECT COPY-FILE
000420         ASSIGN DYNAMIC BKP-COPY-FILENAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS BKP-COPY-FS.
000450     SELECT PLAYHIST-FILE
000460         ASSIGN DYNAMIC BKP-SOURCE-FILENAME
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS PH-KEY
000500         FILE STATUS IS BKP-PLAYHIST-FS.
000510     SELECT GENCAT-FILE
000520         ASSIGN DYNAMIC BKP-GENCAT-FILENAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS BKP-GENCAT-FS.
000550     SELECT CONTROL-FILE
000560         ASSIGN DYNAMIC BKP-CONTROL-FILENAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS BKP-CONTROL-FS.
000590     SELECT LISTING-FILE
000600         ASSIGN DYNAMIC BKP-LISTING-FILENAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS BKP-LISTING-FS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SOURCE-FILE.
000670 01  SOURCE-REC                PIC X(200).
000680 FD  COPY-FILE.
000690 01  COPY-REC                  PIC X(200).
000700 FD  PLAYHIST-FILE.
000710 01  PLAYHIST-REC.
000720     05  PH-KEY.
000730         10  PH-BADGE-NO     PIC X(05).
000740         10  PH-DATE         PIC 9(08).
000750         10  PH-TIME         PIC 9(06).
000760     05  PH-PLAYER-ID        PIC 9(05).
000770     05  PH-STATION-ID       PIC X(10).
000780     05  PH-SCORE            PIC S9(09).
000790     05  PH-THRESHOLD        PIC 9(03).
000800     05  PH-WIN-FLAG         PIC X(01).
000810     05  PH-FAULT-FLAG       PIC X(01).
000820     05  PH-SCRIPT           PIC X(10).
000830     05  PH-OPERATOR         PIC X(10).
000840     05  PH-OVERRIDE-SW      PIC X(01).
000850 FD  GENCAT-FILE.
000860 01  GENCAT-REC.
000870     05  GENCAT-GEN-DATE       PIC 9(08).
000880     05  GENCAT-SEP-1          PIC X(01).
000890     05  GENCAT-GEN-TIME       PIC 9(06).
000900     05  GENCAT-SEP-2          PIC X(01).
000910     05  GENCAT-STATION        PIC X(10).
000920     05  GENCAT-SEP-3          PIC X(01).
000930     05  GENCAT-KIND           PIC X(08).
000940     05  GENCAT-SEP-4          PIC X(01).
000950     05  GENCAT-STATE          PIC X(01).
000960     05  GENCAT-SEP-5          PIC X(01).
000970     05  GENCAT-COUNT          PIC 9(07).
000980     05  GENCAT-SEP-6          PIC X(01).
000990     05  GENCAT-HASH           PIC 9(15).
001000     05  GENCAT-SEP-7          PIC X(01).
001010     05  GENCAT-SOURCE         PIC X(32).
001020     05  GENCAT-SEP-8          PIC X(01).
001030     05  GENCAT-COPY           PIC X(40).
001040 FD  CONTROL-FILE.
001050 01  CONTROL-REC.
001060     05  CONTROL-KEEP          PIC 9(02).
001070 FD  LISTING-FILE.
001080 01  LISTING-LINE              PIC X(96).
001090
001100 WORKING-STORAGE SECTION.
001110 01  BKP-SOURCE-FS             PIC 99.
001120 01  BKP-COPY-FS               PIC 99.
001130 01  BKP-PLAYHIST-FS           PIC 99.
001140 01  BKP-GENCAT-FS             PIC 99.
001150 01  BKP-CONTROL-FS            PIC 99.
001160 01  BKP-LISTING-FS            PIC 99.
001170
001180*----------------------------------------------------------------
001190* COMMAND-LINE FIELDS. "SET <N>" SETS THE NUMBER OF GENERATIONS
001200* KEPT; ANYTHING ELSE IS THE OPTIONAL STATION ID, CHECKED THE
001210* SAME WAY EVERY OTHER PROGRAM ON THE RIG CHECKS IT.
001220*----------------------------------------------------------------
001230 01  BKP-ARGUMENT-COUNT        PIC 9(02) VALUE 0.
001240 01  BKP-ARG-RAW               PIC X(32) VALUE SPACES.
001250 01  BKP-KEEP-RAW              PIC X(32) VALUE SPACES.
001260 01  BKP-STATION-ID            PIC X(10) VALUE SPACES.
001270 77  BKP-SET-SW                PIC X(01) VALUE "N".
001280     88  BKP-SET-KEEP                  VALUE "Y".
001290 01  BKP-SOURCE-FILENAME       PIC X(32).
001300 01  BKP-COPY-FILENAME         PIC X(40).
001310 01  BKP-GENCAT-FILENAME       PIC X(32) VALUE "backup_catalog".
001320 01  BKP-CONTROL-FILENAME      PIC X(32) VALUE "backup_control".
001330 01  BKP-LISTING-FILENAME      PIC X(32).
001340
001350 77  BKP-EOF-SW                PIC X(01) VALUE "N".
001360     88  BKP-AT-EOF                    VALUE "Y".
001370     88  BKP-NOT-AT-EOF                VALUE "N".
001380
001390*----------------------------------------------------------------
001400* THE BOOTH MASTER FILES, IN THE ORDER THEY ARE BACKED UP: THE
001410* CATALOG NAME OF THE FILE, ITS FILE-NAME STEM, AND WHETHER IT
001420* CARRIES THE "-<STATION>" SUFFIX (THE EVENT PROFILES ARE ONE
001430* SITE-WIDE FILE, COPIED INTO EVERY STATION'S GENERATION).
001440*----------------------------------------------------------------
001450 01  BKP-KIND-VALUES.
001460     05  FILLER                PIC X(19)
001470                               VALUE "ROSTER  roster    Y".
001480     05  FILLER                PIC X(19)
001490                               VALUE "CONFIG  config    Y".
001500     05  FILLER                PIC X(19)
001510                               VALUE "CATALOG catalog   Y".
001520     05  FILLER                PIC X(19)
001530                               VALUE "PROFILESprofiles  N".
001540     05  FILLER                PIC X(19)
001550                               VALUE "SESSION session   Y".
001560     05  FILLER                PIC X(19)
001570                               VALUE "PLAYHISTplayhist  Y".
001580 01  BKP-KIND-TABLE REDEFINES BKP-KIND-VALUES.
001590     05  BKP-KIND-ENTRY OCCURS 6 TIMES.
001600         10  BKP-KIND          PIC X(08).
001610         10  BKP-KIND-STEM     PIC X(10).
001620         10  BKP-KIND-PER-ST   PIC X(01).
001630 77  BKP-KIND-COUNT            PIC 9(02) VALUE 6.
001640 01  BKP-KIND-IDX              PIC 9(02) VALUE 0.
001650
001660*----------------------------------------------------------------
001670* RECORD VIEWS FOR THE HASH TOTAL. EACH FILE'S RECORD IS READ
001680* INTO BKP-WORK-REC AND ITS KEY NUMERIC FIELDS ARE ADDED UP:
001690* ROSTER PLAYER-ID; CONFIG AND PROFILE THRESHOLDS, LIMIT AND
001700* TOP-N; SESSION AND PLAYHIST DATE PLUS SCORE (SIGN IGNORED).
001710* THE SCRIPT CATALOG HAS NO NUMERIC FIELD AND IS PROVED BY ITS
001720* RECORD COUNT ALONE. A FIELD THAT IS NOT NUMERIC ADDS NOTHING.
001730* RESTORE.COB HASHES THE SAME WAY.
001740*----------------------------------------------------------------
001750 01  BKP-WORK-REC              PIC X(200).
001760 01  BKP-ROSTER-VIEW REDEFINES BKP-WORK-REC.
001770     05  FILLER                PIC X(05).
001780     05  BKP-RV-PLAYER-ID      PIC 9(05).
001790     05  FILLER                PIC X(190).
001800 01  BKP-CONFIG-VIEW REDEFINES BKP-WORK-REC.
001810     05  BKP-CV-WIN            PIC 9(03).
001820     05  BKP-CV-LIMIT          PIC 9(02).
001830     05  BKP-CV-TOPN           PIC 9(03).
001840     05  BKP-CV-JUNIOR         PIC 9(03).
001850     05  BKP-CV-PRO            PIC 9(03).
001860     05  FILLER                PIC X(186).
001870 01  BKP-PROFILE-VIEW REDEFINES BKP-WORK-REC.
001880     05  FILLER                PIC X(11).
001890     05  BKP-PV-WIN            PIC 9(03).
001900     05  BKP-PV-LIMIT          PIC 9(02).
001910     05  BKP-PV-TOPN           PIC 9(03).
001920     05  BKP-PV-JUNIOR         PIC 9(03).
001930     05  BKP-PV-PRO            PIC 9(03).
001940     05  FILLER                PIC X(175).
001950 01  BKP-SESSION-VIEW REDEFINES BKP-WORK-REC.
001960     05  BKP-SV-DATE           PIC 9(08).
001970     05  FILLER                PIC X(26).
001980     05  BKP-SV-SCORE          PIC S9(09).
001990     05  FILLER                PIC X(157).
002000 01  BKP-PLAYHIST-VIEW REDEFINES BKP-WORK-REC.
002010     05  FILLER                PIC X(05).
002020     05  BKP-HV-DATE           PIC 9(08).
002030     05  FILLER                PIC X(21).
002040     05  BKP-HV-SCORE          PIC S9(09).
002050     05  FILLER                PIC X(157).
002060
002070*----------------------------------------------------------------
002080* THIS RUN'S GENERATION AND THE CURRENT FILE'S CONTROL TOTALS.
002090*----------------------------------------------------------------
002100 01  BKP-GEN-DATE              PIC 9(08) VALUE 0.
002110 01  BKP-GEN-TIME              PIC 9(08) VALUE 0.
002120 01  BKP-KEEP                  PIC 9(02) VALUE 7.
002130 01  BKP-REC-COUNT             PIC 9(07) VALUE 0.
002140 01  BKP-HASH-TOTAL            PIC 9(15) VALUE 0.
002150 01  BKP-STATE                 PIC X(01) VALUE SPACE.
002160 01  BKP-FILES-COPIED          PIC 9(02) VALUE 0.
002170 01  BKP-FILES-MISSING         PIC 9(02) VALUE 0.
002180 01  BKP-GENS-RELEASED         PIC 9(03) VALUE 0.
002190 01  BKP-FILES-DELETED         PIC 9(05) VALUE 0.
002200 01  BKP-DELETE-RC             PIC S9(09) COMP-5 VALUE 0.
002210 01  BKP-DELETE-NAME           PIC X(41) VALUE SPACES.
002220
002230*----------------------------------------------------------------
002240* IN-CORE BACKUP CATALOG. THE WHOLE CATALOG IS LOADED, TODAY'S
002250* GENERATION FOR THIS STATION REPLACED, OLD GENERATIONS RELEASED,
002260* AND THE CATALOG REWRITTEN IN ONE PIECE. A DROPPED ENTRY IS
002270* MARKED "X" AND NOT WRITTEN BACK.
002280*----------------------------------------------------------------
002290 77  BKP-MAX-GENCAT            PIC 9(04) VALUE 4000.
002300 01  BKP-GENCAT-COUNT          PIC 9(04) VALUE 0.
002310 01  BKP-GC-IDX                PIC 9(04) VALUE 0.
002320 01  BKP-GENCAT-TABLE.
002330     05  BKP-GENCAT-ENTRY OCCURS 4000 TIMES.
002340         10  BKP-GC-GEN-DATE   PIC 9(08).
002350         10  BKP-GC-GEN-TIME   PIC 9(06).
002360         10  BKP-GC-STATION    PIC X(10).
002370         10  BKP-GC-KIND       PIC X(08).
002380         10  BKP-GC-STATE      PIC X(01).
002390         10  BKP-GC-COUNT      PIC 9(07).
002400         10  BKP-GC-HASH       PIC 9(15).
002410         10  BKP-GC-SOURCE     PIC X(32).
002420         10  BKP-GC-COPY       PIC X(40).
002430
002440*----------------------------------------------------------------
002450* GENERATION RETENTION. THE DISTINCT GENERATION DATES THIS
002460* STATION HAS IN THE CATALOG; WHILE THERE ARE MORE THAN N, THE
002470* OLDEST IS RELEASED.
002480*----------------------------------------------------------------
002490 77  BKP-MAX-GENS              PIC 9(02) VALUE 40.
002500 01  BKP-GEN-COUNT             PIC 9(02) VALUE 0.
002510 01  BKP-GEN-IDX               PIC 9(02) VALUE 0.
002520 01  BKP-GEN-LIST.
002530     05  BKP-GEN-LIST-DATE OCCURS 40 TIMES PIC 9(08).
002540 01  BKP-OLDEST-DATE           PIC 9(08) VALUE 0.
002550 01  BKP-OLDEST-IDX            PIC 9(02) VALUE 0.
002560 77  BKP-GEN-FOUND-SW          PIC X(01) VALUE "N".
002570     88  BKP-GEN-FOUND                 VALUE "Y".
002580     88  BKP-GEN-NOT-FOUND             VALUE "N".
002590 01  BKP-NUM-EDIT              PIC ZZZ,ZZ9.
002600
002610 PROCEDURE DIVISION.
002620 0000-MAINLINE.
002630     PERFORM 0050-RESOLVE-ARGS THRU 0050-RESOLVE-ARGS-EXIT.
002640     IF BKP-SET-KEEP
002650         PERFORM 0500-SET-KEEP THRU 0500-SET-KEEP-EXIT
002660         GO TO 0000-MAINLINE-EXIT
002670     END-IF.
002680     ACCEPT BKP-GEN-DATE FROM DATE YYYYMMDD.
002690     ACCEPT BKP-GEN-TIME FROM TIME.
002700     PERFORM 1000-LOAD-CONTROL THRU 1000-LOAD-CONTROL-EXIT.
002710     PERFORM 1100-LOAD-GENCAT THRU 1100-LOAD-GENCAT-EXIT.
002720     PERFORM 1200-DROP-TODAY THRU 1200-DROP-TODAY-EXIT
002730         VARYING BKP-GC-IDX FROM 1 BY 1
002740         UNTIL BKP-GC-IDX > BKP-GENCAT-COUNT.
002750     PERFORM 1300-OPEN-LISTING THRU 1300-OPEN-LISTING-EXIT.
002760     PERFORM 2000-BACKUP-FILE THRU 2000-BACKUP-FILE-EXIT
002770         VARYING BKP-KIND-IDX FROM 1 BY 1
002780         UNTIL BKP-KIND-IDX > BKP-KIND-COUNT.
002790     PERFORM 3000-RELEASE-OLD-GENS
002800         THRU 3000-RELEASE-OLD-GENS-EXIT.
002810     PERFORM 4000-REWRITE-GENCAT THRU 4000-REWRITE-GENCAT-EXIT.
002820     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
002830     DISPLAY "BACKUP GENERATION " BKP-GEN-DATE " COMPLETE -- "
002840         BKP-FILES-COPIED " FILE(S) COPIED, " BKP-FILES-MISSING
002850         " NOT PRESENT, " BKP-GENS-RELEASED
002860         " OLD GENERATION(S) RELEASED".
002870 0000-MAINLINE-EXIT.
002880     STOP RUN.
002890
002900*----------------------------------------------------------------
002910* 0050-RESOLVE-ARGS -- "SET <N>", OR THE OPTIONAL STATION ID
002920* WITH THE SAME OVERSIZE ABORT AS THE OTHER PROGRAMS.
002930*----------------------------------------------------------------
002940 0050-RESOLVE-ARGS.
002950     MOVE SPACES TO BKP-STATION-ID.
002960     ACCEPT BKP-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002970     IF BKP-ARGUMENT-COUNT < 1
002980         GO TO 0050-BUILD-LISTING-NAME
002990     END-IF.
003000     MOVE SPACES TO BKP-ARG-RAW.
003010     DISPLAY 1 UPON ARGUMENT-NUMBER.
003020     ACCEPT BKP-ARG-RAW FROM ARGUMENT-VALUE.
003030     IF BKP-ARG-RAW = "SET"
003040         IF BKP-ARGUMENT-COUNT < 2
003050             DISPLAY "SET NEEDS THE NUMBER OF GENERATIONS TO KEEP"
003060             MOVE 8 TO RETURN-CODE
003070             STOP RUN
003080         END-IF
003090         DISPLAY 2 UPON ARGUMENT-NUMBER
003100         ACCEPT BKP-KEEP-RAW FROM ARGUMENT-VALUE
003110         SET BKP-SET-KEEP TO TRUE
003120         GO TO 0050-RESOLVE-ARGS-EXIT
003130     END-IF.
003140     IF FUNCTION LENGTH(FUNCTION TRIM(BKP-ARG-RAW)) > 10
003150         DISPLAY "STATION ID '" FUNCTION TRIM(BKP-ARG-RAW)
003160             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     MOVE BKP-ARG-RAW TO BKP-STATION-ID.
003210     DISPLAY "STATION ID: " BKP-STATION-ID.
003220 0050-BUILD-LISTING-NAME.
003230     IF BKP-STATION-ID = SPACES
003240         MOVE "backup_listing" TO BKP-LISTING-FILENAME
003250     ELSE
003260         STRING "backup_listing-" DELIMITED BY SIZE
003270             BKP-STATION-ID DELIMITED BY SPACE
003280             INTO BKP-LISTING-FILENAME
003290     END-IF.
003300 0050-RESOLVE-ARGS-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* 0500-SET-KEEP -- RECORD HOW MANY GENERATIONS EACH STATION
003350* KEEPS. THE NEW FIGURE TAKES EFFECT ON THE NEXT BACKUP RUN.
003360*----------------------------------------------------------------
003370 0500-SET-KEEP.
003380     IF  BKP-KEEP-RAW = SPACES
003390     OR  FUNCTION TEST-NUMVAL(BKP-KEEP-RAW) NOT = 0
003400         DISPLAY "GENERATIONS '" FUNCTION TRIM(BKP-KEEP-RAW)
003410             "' MUST BE A NUMBER FROM 1 TO 30 -- ABORTING"
003420         MOVE 8 TO RETURN-CODE
003430         GO TO 0500-SET-KEEP-EXIT
003440     END-IF.
003450     IF  FUNCTION NUMVAL(BKP-KEEP-RAW) < 1
003460     OR  FUNCTION NUMVAL(BKP-KEEP-RAW) > 30
003470         DISPLAY "GENERATIONS '" FUNCTION TRIM(BKP-KEEP-RAW)
003480             "' MUST BE A NUMBER FROM 1 TO 30 -- ABORTING"
003490         MOVE 8 TO RETURN-CODE
003500         GO TO 0500-SET-KEEP-EXIT
003510     END-IF.
003520     COMPUTE BKP-KEEP = FUNCTION NUMVAL(BKP-KEEP-RAW).
003530     OPEN OUTPUT CONTROL-FILE.
003540     IF BKP-CONTROL-FS NOT = "00"
003550         DISPLAY "UNABLE TO WRITE BACKUP CONTROL, STATUS: "
003560             BKP-CONTROL-FS
003570         MOVE 8 TO RETURN-CODE
003580         GO TO 0500-SET-KEEP-EXIT
003590     END-IF.
003600     MOVE BKP-KEEP TO CONTROL-KEEP.
003610     WRITE CONTROL-REC.
003620     CLOSE CONTROL-FILE.
003630     DISPLAY "BACKUP NOW KEEPS THE LAST " BKP-KEEP
003640         " GENERATION(S) PER STATION".
003650 0500-SET-KEEP-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690* 1000-LOAD-CONTROL -- THE NUMBER OF GENERATIONS TO KEEP. NO
003700* CONTROL FILE, OR A DAMAGED ONE, MEANS THE DEFAULT OF 7.
003710*----------------------------------------------------------------
003720 1000-LOAD-CONTROL.
003730     MOVE 7 TO BKP-KEEP.
003740     OPEN INPUT CONTROL-FILE.
003750     IF BKP-CONTROL-FS NOT = "00"
003760         GO TO 1000-LOAD-CONTROL-EXIT
003770     END-IF.
003780     READ CONTROL-FILE
003790         AT END
003800             CONTINUE
003810         NOT AT END
003820             IF  CONTROL-KEEP IS NUMERIC
003830             AND CONTROL-KEEP > 0
003840             AND CONTROL-KEEP NOT > 30
003850                 MOVE CONTROL-KEEP TO BKP-KEEP
003860             END-IF
003870     END-READ.
003880     CLOSE CONTROL-FILE.
003890 1000-LOAD-CONTROL-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930* 1100-LOAD-GENCAT -- PULL THE WHOLE BACKUP CATALOG INTO THE
003940* TABLE. A MISSING CATALOG MEANS THIS IS THE FIRST BACKUP.
003950*----------------------------------------------------------------
003960 1100-LOAD-GENCAT.
003970     MOVE 0 TO BKP-GENCAT-COUNT.
003980     SET BKP-NOT-AT-EOF TO TRUE.
003990     OPEN INPUT GENCAT-FILE.
004000     IF BKP-GENCAT-FS NOT = "00"
004010         DISPLAY "NO BACKUP CATALOG YET, STATUS: " BKP-GENCAT-FS
004020             " -- STARTING ONE"
004030         GO TO 1100-LOAD-GENCAT-EXIT
004040     END-IF.
004050     PERFORM 1110-LOAD-GENCAT-ENTRY
004060         THRU 1110-LOAD-GENCAT-ENTRY-EXIT
004070         UNTIL BKP-AT-EOF.
004080     CLOSE GENCAT-FILE.
004090 1100-LOAD-GENCAT-EXIT.
004100     EXIT.
004110
004120 1110-LOAD-GENCAT-ENTRY.
004130     READ GENCAT-FILE
004140         AT END
004150             SET BKP-AT-EOF TO TRUE
004160         NOT AT END
004170             IF BKP-GENCAT-COUNT >= BKP-MAX-GENCAT
004180                 DISPLAY "BACKUP CATALOG TABLE FULL AT "
004190                     BKP-MAX-GENCAT " -- ABORTING BEFORE ANY "
004200                     "REWRITE COULD DROP ENTRIES"
004210                 MOVE 8 TO RETURN-CODE
004220                 STOP RUN
004230             END-IF
004240             ADD 1 TO BKP-GENCAT-COUNT
004250             MOVE GENCAT-GEN-DATE
004260                 TO BKP-GC-GEN-DATE(BKP-GENCAT-COUNT)
004270             MOVE GENCAT-GEN-TIME
004280                 TO BKP-GC-GEN-TIME(BKP-GENCAT-COUNT)
004290             MOVE GENCAT-STATION
004300                 TO BKP-GC-STATION(BKP-GENCAT-COUNT)
004310             MOVE GENCAT-KIND TO BKP-GC-KIND(BKP-GENCAT-COUNT)
004320             MOVE GENCAT-STATE TO BKP-GC-STATE(BKP-GENCAT-COUNT)
004330             MOVE GENCAT-COUNT TO BKP-GC-COUNT(BKP-GENCAT-COUNT)
004340             MOVE GENCAT-HASH TO BKP-GC-HASH(BKP-GENCAT-COUNT)
004350             MOVE GENCAT-SOURCE
004360                 TO BKP-GC-SOURCE(BKP-GENCAT-COUNT)
004370             MOVE GENCAT-COPY TO BKP-GC-COPY(BKP-GENCAT-COUNT)
004380     END-READ.
004390 1110-LOAD-GENCAT-ENTRY-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 1200-DROP-TODAY -- A RERUN ON THE SAME DAY REPLACES THAT DAY'S
004440* GENERATION: ITS OLD ENTRIES ARE DROPPED (THE COPY FILES ARE
004450* OVERWRITTEN UNDER THE SAME NAMES).
004460*----------------------------------------------------------------
004470 1200-DROP-TODAY.
004480     IF  BKP-GC-STATION(BKP-GC-IDX) = BKP-STATION-ID
004490     AND BKP-GC-GEN-DATE(BKP-GC-IDX) = BKP-GEN-DATE
004500         MOVE "X" TO BKP-GC-STATE(BKP-GC-IDX)
004510     END-IF.
004520 1200-DROP-TODAY-EXIT.
004530     EXIT.
004540
004550 1300-OPEN-LISTING.
004560     OPEN OUTPUT LISTING-FILE.
004570     IF BKP-LISTING-FS NOT = "00"
004580         DISPLAY "UNABLE TO OPEN BACKUP LISTING, STATUS: "
004590             BKP-LISTING-FS
004600         MOVE 8 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     MOVE "BOOTH MASTER FILE BACKUP" TO LISTING-LINE.
004640     WRITE LISTING-LINE.
004650     MOVE SPACES TO LISTING-LINE.
004660     STRING "GENERATION " BKP-GEN-DATE " " BKP-GEN-TIME(1:6)
004670         "  STATION " BKP-STATION-ID
004680         "  KEEPING THE LAST " BKP-KEEP
004690         DELIMITED BY SIZE INTO LISTING-LINE.
004700     WRITE LISTING-LINE.
004710     MOVE SPACES TO LISTING-LINE.
004720     WRITE LISTING-LINE.
004730     MOVE SPACES TO LISTING-LINE.
004740     MOVE "FILE" TO LISTING-LINE(1:4).
004750     MOVE "SOURCE" TO LISTING-LINE(11:6).
004760     MOVE "COPY" TO LISTING-LINE(31:4).
004770     MOVE "RECORDS" TO LISTING-LINE(64:7).
004780     MOVE "HASH TOTAL" TO LISTING-LINE(73:10).
004790     WRITE LISTING-LINE.
004800 1300-OPEN-LISTING-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* 2000-BACKUP-FILE -- SNAPSHOT ONE MASTER FILE INTO TODAY'S
004850* GENERATION AND CATALOG IT. A FILE THE BOOTH DOES NOT HAVE IS
004860* CATALOGED AS NOT PRESENT ("M"), SO A RESTORE KNOWS TO LEAVE IT
004870* ALONE RATHER THAN GUESS.
004880*----------------------------------------------------------------
004890 2000-BACKUP-FILE.
004900     PERFORM 2050-BUILD-NAMES THRU 2050-BUILD-NAMES-EXIT.
004910     MOVE 0 TO BKP-REC-COUNT.
004920     MOVE 0 TO BKP-HASH-TOTAL.
004930     MOVE "C" TO BKP-STATE.
004940     IF BKP-KIND(BKP-KIND-IDX) = "PLAYHIST"
004950         PERFORM 2200-COPY-PLAYHIST THRU 2200-COPY-PLAYHIST-EXIT
004960     ELSE
004970         PERFORM 2100-COPY-SEQUENTIAL
004980             THRU 2100-COPY-SEQUENTIAL-EXIT
004990     END-IF.
005000     MOVE SPACES TO LISTING-LINE.
005010     IF BKP-STATE = "C"
005020         ADD 1 TO BKP-FILES-COPIED
005030         STRING BKP-KIND(BKP-KIND-IDX) "  "
005040             BKP-SOURCE-FILENAME(1:19) " "
005050             BKP-COPY-FILENAME(1:32) " "
005060             BKP-REC-COUNT "  " BKP-HASH-TOTAL
005070             DELIMITED BY SIZE INTO LISTING-LINE
005080     ELSE
005090         ADD 1 TO BKP-FILES-MISSING
005100         CALL "CBL_DELETE_FILE" USING BKP-DELETE-NAME
005110             RETURNING BKP-DELETE-RC
005120         STRING BKP-KIND(BKP-KIND-IDX) "  "
005130             BKP-SOURCE-FILENAME(1:19) " "
005140             "NOT PRESENT -- NOTHING TO BACK UP"
005150             DELIMITED BY SIZE INTO LISTING-LINE
005160     END-IF.
005170     WRITE LISTING-LINE.
005180     PERFORM 2300-ADD-GENCAT-ENTRY
005190         THRU 2300-ADD-GENCAT-ENTRY-EXIT.
005200 2000-BACKUP-FILE-EXIT.
005210     EXIT.
005220
005230 2050-BUILD-NAMES.
005240     MOVE SPACES TO BKP-SOURCE-FILENAME.
005250     MOVE SPACES TO BKP-COPY-FILENAME.
005260     IF  BKP-STATION-ID NOT = SPACES
005270     AND BKP-KIND-PER-ST(BKP-KIND-IDX) = "Y"
005280         STRING BKP-KIND-STEM(BKP-KIND-IDX) DELIMITED BY SPACE
005290             "-" DELIMITED BY SIZE
005300             BKP-STATION-ID DELIMITED BY SPACE
005310             INTO BKP-SOURCE-FILENAME
005320     ELSE
005330         MOVE BKP-KIND-STEM(BKP-KIND-IDX) TO BKP-SOURCE-FILENAME
005340     END-IF.
005350     IF BKP-STATION-ID = SPACES
005360         STRING "bkp-" DELIMITED BY SIZE
005370             BKP-GEN-DATE DELIMITED BY SIZE
005380             "." DELIMITED BY SIZE
005390             BKP-KIND-STEM(BKP-KIND-IDX) DELIMITED BY SPACE
005400             INTO BKP-COPY-FILENAME
005410     ELSE
005420         STRING "bkp-" DELIMITED BY SIZE
005430             BKP-STATION-ID DELIMITED BY SPACE
005440             "-" DELIMITED BY SIZE
005450             BKP-GEN-DATE DELIMITED BY SIZE
005460             "." DELIMITED BY SIZE
005470             BKP-KIND-STEM(BKP-KIND-IDX) DELIMITED BY SPACE
005480             INTO BKP-COPY-FILENAME
005490     END-IF.
005500     MOVE SPACES TO BKP-DELETE-NAME.
005510     STRING BKP-COPY-FILENAME DELIMITED BY SPACE
005520         X"00" DELIMITED BY SIZE
005530         INTO BKP-DELETE-NAME.
005540 2050-BUILD-NAMES-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------
005580* 2100-COPY-SEQUENTIAL -- RECORD-FOR-RECORD COPY OF A FLAT FILE
005590* INTO THE GENERATION, COUNTING AND HASHING AS IT GOES.
005600*----------------------------------------------------------------
005610 2100-COPY-SEQUENTIAL.
005620     SET BKP-NOT-AT-EOF TO TRUE.
005630     OPEN INPUT SOURCE-FILE.
005640     IF BKP-SOURCE-FS NOT = "00"
005650         MOVE "M" TO BKP-STATE
005660         GO TO 2100-COPY-SEQUENTIAL-EXIT
005670     END-IF.
005680     OPEN OUTPUT COPY-FILE.
005690     IF BKP-COPY-FS NOT = "00"
005700         DISPLAY "UNABLE TO WRITE BACKUP COPY "
005710             FUNCTION TRIM(BKP-COPY-FILENAME) ", STATUS: "
005720             BKP-COPY-FS " -- ABORTING"
005730         CLOSE SOURCE-FILE
005740         MOVE 8 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     PERFORM 2110-COPY-ONE THRU 2110-COPY-ONE-EXIT
005780         UNTIL BKP-AT-EOF.
005790     CLOSE SOURCE-FILE.
005800     CLOSE COPY-FILE.
005810 2100-COPY-SEQUENTIAL-EXIT.
005820     EXIT.
005830
005840 2110-COPY-ONE.
005850     READ SOURCE-FILE INTO BKP-WORK-REC
005860         AT END
005870             SET BKP-AT-EOF TO TRUE
005880         NOT AT END
005890             WRITE COPY-REC FROM BKP-WORK-REC
005900             ADD 1 TO BKP-REC-COUNT
005910             PERFORM 2500-HASH-RECORD THRU 2500-HASH-RECORD-EXIT
005920     END-READ.
005930 2110-COPY-ONE-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970* 2200-COPY-PLAYHIST -- UNLOAD THE INDEXED PLAYER HISTORY IN KEY
005980* ORDER TO A FLAT IMAGE. THE IMAGE IS FOR THE RECORD AND THE
005990* CATALOG CHECK ONLY: A RESTORE REBUILDS PLAYHIST FROM THE
006000* SESSION FILE RATHER THAN TRUSTING A KEYED FILE THAT MAY HAVE
006010* BEEN HALF WRITTEN. AN UNREADABLE PLAYHIST IS NOTED, NOT FATAL.
006020*----------------------------------------------------------------
006030 2200-COPY-PLAYHIST.
006040     SET BKP-NOT-AT-EOF TO TRUE.
006050     OPEN INPUT PLAYHIST-FILE.
006060     IF BKP-PLAYHIST-FS NOT = "00"
006070         IF BKP-PLAYHIST-FS NOT = "35"
006080             DISPLAY "PLAYER HISTORY UNREADABLE, STATUS: "
006090                 BKP-PLAYHIST-FS " -- NOT BACKED UP"
006100         END-IF
006110         MOVE "M" TO BKP-STATE
006120         GO TO 2200-COPY-PLAYHIST-EXIT
006130     END-IF.
006140     OPEN OUTPUT COPY-FILE.
006150     IF BKP-COPY-FS NOT = "00"
006160         DISPLAY "UNABLE TO WRITE BACKUP COPY "
006170             FUNCTION TRIM(BKP-COPY-FILENAME) ", STATUS: "
006180             BKP-COPY-FS " -- ABORTING"
006190         CLOSE PLAYHIST-FILE
006200         MOVE 8 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     PERFORM 2210-COPY-PLAYHIST-ONE
006240         THRU 2210-COPY-PLAYHIST-ONE-EXIT
006250         UNTIL BKP-AT-EOF.
006260     CLOSE PLAYHIST-FILE.
006270     CLOSE COPY-FILE.
006280 2200-COPY-PLAYHIST-EXIT.
006290     EXIT.
006300
006310 2210-COPY-PLAYHIST-ONE.
006320     READ PLAYHIST-FILE NEXT RECORD
006330         AT END
006340             SET BKP-AT-EOF TO TRUE
006350         NOT AT END
006360             MOVE SPACES TO BKP-WORK-REC
006370             MOVE PLAYHIST-REC TO BKP-WORK-REC
006380             WRITE COPY-REC FROM BKP-WORK-REC
006390             ADD 1 TO BKP-REC-COUNT
006400             PERFORM 2500-HASH-RECORD THRU 2500-HASH-RECORD-EXIT
006410     END-READ.
006420 2210-COPY-PLAYHIST-ONE-EXIT.
006430     EXIT.
006440
006450 2300-ADD-GENCAT-ENTRY.
006460     IF BKP-GENCAT-COUNT >= BKP-MAX-GENCAT
006470         DISPLAY "BACKUP CATALOG TABLE FULL AT " BKP-MAX-GENCAT
006480             " -- ABORTING"
006490         MOVE 8 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     ADD 1 TO BKP-GENCAT-COUNT.
006530     MOVE BKP-GEN-DATE TO BKP-GC-GEN-DATE(BKP-GENCAT-COUNT).
006540     MOVE BKP-GEN-TIME(1:6) TO BKP-GC-GEN-TIME(BKP-GENCAT-COUNT).
006550     MOVE BKP-STATION-ID TO BKP-GC-STATION(BKP-GENCAT-COUNT).
006560     MOVE BKP-KIND(BKP-KIND-IDX) TO BKP-GC-KIND(BKP-GENCAT-COUNT).
006570     MOVE BKP-STATE TO BKP-GC-STATE(BKP-GENCAT-COUNT).
006580     MOVE BKP-REC-COUNT TO BKP-GC-COUNT(BKP-GENCAT-COUNT).
006590     MOVE BKP-HASH-TOTAL TO BKP-GC-HASH(BKP-GENCAT-COUNT).
006600     MOVE BKP-SOURCE-FILENAME
006610         TO BKP-GC-SOURCE(BKP-GENCAT-COUNT).
006620     MOVE BKP-COPY-FILENAME TO BKP-GC-COPY(BKP-GENCAT-COUNT).
006630 2300-ADD-GENCAT-ENTRY-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670* 2500-HASH-RECORD -- ADD THE CURRENT RECORD'S KEY NUMERIC FIELDS
006680* TO THE FILE'S HASH TOTAL (SEE THE RECORD VIEWS ABOVE).
006690*----------------------------------------------------------------
006700 2500-HASH-RECORD.
006710     EVALUATE BKP-KIND(BKP-KIND-IDX)
006720         WHEN "ROSTER"
006730             IF BKP-RV-PLAYER-ID IS NUMERIC
006740                 ADD BKP-RV-PLAYER-ID TO BKP-HASH-TOTAL
006750             END-IF
006760         WHEN "CONFIG"
006770             IF BKP-CV-WIN IS NUMERIC
006780                 ADD BKP-CV-WIN TO BKP-HASH-TOTAL
006790             END-IF
006800             IF BKP-CV-LIMIT IS NUMERIC
006810                 ADD BKP-CV-LIMIT TO BKP-HASH-TOTAL
006820             END-IF
006830             IF BKP-CV-TOPN IS NUMERIC
006840                 ADD BKP-CV-TOPN TO BKP-HASH-TOTAL
006850             END-IF
006860             IF BKP-CV-JUNIOR IS NUMERIC
006870                 ADD BKP-CV-JUNIOR TO BKP-HASH-TOTAL
006880             END-IF
006890             IF BKP-CV-PRO IS NUMERIC
006900                 ADD BKP-CV-PRO TO BKP-HASH-TOTAL
006910             END-IF
006920         WHEN "PROFILES"
006930             IF BKP-PV-WIN IS NUMERIC
006940                 ADD BKP-PV-WIN TO BKP-HASH-TOTAL
006950             END-IF
006960             IF BKP-PV-LIMIT IS NUMERIC
006970                 ADD BKP-PV-LIMIT TO BKP-HASH-TOTAL
006980             END-IF
006990             IF BKP-PV-TOPN IS NUMERIC
007000                 ADD BKP-PV-TOPN TO BKP-HASH-TOTAL
007010             END-IF
007020             IF BKP-PV-JUNIOR IS NUMERIC
007030                 ADD BKP-PV-JUNIOR TO BKP-HASH-TOTAL
007040             END-IF
007050             IF BKP-PV-PRO IS NUMERIC
007060                 ADD BKP-PV-PRO TO BKP-HASH-TOTAL
007070             END-IF
007080         WHEN "SESSION"
007090             IF BKP-SV-DATE IS NUMERIC
007100                 ADD BKP-SV-DATE TO BKP-HASH-TOTAL
007110             END-IF
007120             IF BKP-SV-SCORE IS NUMERIC
007130                 IF BKP-SV-SCORE < 0
007140                     SUBTRACT BKP-SV-SCORE FROM BKP-HASH-TOTAL
007150                 ELSE
007160                     ADD BKP-SV-SCORE TO BKP-HASH-TOTAL
007170                 END-IF
007180             END-IF
007190         WHEN "PLAYHIST"
007200             IF BKP-HV-DATE IS NUMERIC
007210                 ADD BKP-HV-DATE TO BKP-HASH-TOTAL
007220             END-IF
007230             IF BKP-HV-SCORE IS NUMERIC
007240                 IF BKP-HV-SCORE < 0
007250                     SUBTRACT BKP-HV-SCORE FROM BKP-HASH-TOTAL
007260                 ELSE
007270                     ADD BKP-HV-SCORE TO BKP-HASH-TOTAL
007280                 END-IF
007290             END-IF
007300     END-EVALUATE.
007310 2500-HASH-RECORD-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350* 3000-RELEASE-OLD-GENS -- LIST THIS STATION'S GENERATIONS AND
007360* RELEASE THE OLDEST UNTIL ONLY THE LAST N ARE LEFT. A RELEASED
007370* GENERATION'S COPY FILES ARE DELETED AND ITS CATALOG ENTRIES
007380* DROPPED. OTHER STATIONS' GENERATIONS ARE NOT TOUCHED.
007390*----------------------------------------------------------------
007400 3000-RELEASE-OLD-GENS.
007410     MOVE 0 TO BKP-GEN-COUNT.
007420     PERFORM 3100-LIST-GENERATION THRU 3100-LIST-GENERATION-EXIT
007430         VARYING BKP-GC-IDX FROM 1 BY 1
007440         UNTIL BKP-GC-IDX > BKP-GENCAT-COUNT.
007450     PERFORM 3200-RELEASE-OLDEST THRU 3200-RELEASE-OLDEST-EXIT
007460         UNTIL BKP-GEN-COUNT NOT > BKP-KEEP.
007470 3000-RELEASE-OLD-GENS-EXIT.
007480     EXIT.
007490
007500 3100-LIST-GENERATION.
007510     IF  BKP-GC-STATION(BKP-GC-IDX) NOT = BKP-STATION-ID
007520     OR  BKP-GC-STATE(BKP-GC-IDX) = "X"
007530         GO TO 3100-LIST-GENERATION-EXIT
007540     END-IF.
007550     SET BKP-GEN-NOT-FOUND TO TRUE.
007560     PERFORM 3110-MATCH-GENERATION THRU 3110-MATCH-GENERATION-EXIT
007570         VARYING BKP-GEN-IDX FROM 1 BY 1
007580         UNTIL BKP-GEN-IDX > BKP-GEN-COUNT
007590            OR BKP-GEN-FOUND.
007600     IF BKP-GEN-FOUND
007610         GO TO 3100-LIST-GENERATION-EXIT
007620     END-IF.
007630     IF BKP-GEN-COUNT >= BKP-MAX-GENS
007640         DISPLAY "GENERATION LIST FULL AT " BKP-MAX-GENS
007650             " -- ABORTING BEFORE ANY REWRITE"
007660         MOVE 8 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690     ADD 1 TO BKP-GEN-COUNT.
007700     MOVE BKP-GC-GEN-DATE(BKP-GC-IDX)
007710         TO BKP-GEN-LIST-DATE(BKP-GEN-COUNT).
007720 3100-LIST-GENERATION-EXIT.
007730     EXIT.
007740
007750 3110-MATCH-GENERATION.
007760     IF BKP-GEN-LIST-DATE(BKP-GEN-IDX)
007770        = BKP-GC-GEN-DATE(BKP-GC-IDX)
007780         SET BKP-GEN-FOUND TO TRUE
007790     END-IF.
007800 3110-MATCH-GENERATION-EXIT.
007810     EXIT.
007820
007830 3200-RELEASE-OLDEST.
007840     MOVE 99999999 TO BKP-OLDEST-DATE.
007850     MOVE 0 TO BKP-OLDEST-IDX.
007860     PERFORM 3210-FIND-OLDEST THRU 3210-FIND-OLDEST-EXIT
007870         VARYING BKP-GEN-IDX FROM 1 BY 1
007880         UNTIL BKP-GEN-IDX > BKP-GEN-COUNT.
007890     PERFORM 3220-RELEASE-ENTRY THRU 3220-RELEASE-ENTRY-EXIT
007900         VARYING BKP-GC-IDX FROM 1 BY 1
007910         UNTIL BKP-GC-IDX > BKP-GENCAT-COUNT.
007920     ADD 1 TO BKP-GENS-RELEASED.
007930     MOVE SPACES TO LISTING-LINE.
007940     STRING "GENERATION " BKP-OLDEST-DATE " RELEASED"
007950         DELIMITED BY SIZE INTO LISTING-LINE.
007960     WRITE LISTING-LINE.
007970     MOVE BKP-GEN-LIST-DATE(BKP-GEN-COUNT)
007980         TO BKP-GEN-LIST-DATE(BKP-OLDEST-IDX).
007990     SUBTRACT 1 FROM BKP-GEN-COUNT.
008000 3200-RELEASE-OLDEST-EXIT.
008010     EXIT.
008020
008030 3210-FIND-OLDEST.
008040     IF BKP-GEN-LIST-DATE(BKP-GEN-IDX) < BKP-OLDEST-DATE
008050         MOVE BKP-GEN-LIST-DATE(BKP-GEN-IDX) TO BKP-OLDEST-DATE
008060         MOVE BKP-GEN-IDX TO BKP-OLDEST-IDX
008070     END-IF.
008080 3210-FIND-OLDEST-EXIT.
008090     EXIT.
008100
008110 3220-RELEASE-ENTRY.
008120     IF  BKP-GC-STATION(BKP-GC-IDX) = BKP-STATION-ID
008130     AND BKP-GC-GEN-DATE(BKP-GC-IDX) = BKP-OLDEST-DATE
008140     AND BKP-GC-STATE(BKP-GC-IDX) NOT = "X"
008150         IF BKP-GC-STATE(BKP-GC-IDX) = "C"
008160             MOVE SPACES TO BKP-DELETE-NAME
008170             STRING BKP-GC-COPY(BKP-GC-IDX) DELIMITED BY SPACE
008180                 X"00" DELIMITED BY SIZE
008190                 INTO BKP-DELETE-NAME
008200             CALL "CBL_DELETE_FILE" USING BKP-DELETE-NAME
008210                 RETURNING BKP-DELETE-RC
008220             ADD 1 TO BKP-FILES-DELETED
008230         END-IF
008240         MOVE "X" TO BKP-GC-STATE(BKP-GC-IDX)
008250     END-IF.
008260 3220-RELEASE-ENTRY-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* 4000-REWRITE-GENCAT -- WRITE THE CATALOG BACK WITHOUT THE
008310* DROPPED ENTRIES.
008320*----------------------------------------------------------------
008330 4000-REWRITE-GENCAT.
008340     OPEN OUTPUT GENCAT-FILE.
008350     IF BKP-GENCAT-FS NOT = "00"
008360         DISPLAY "UNABLE TO REWRITE BACKUP CATALOG, STATUS: "
008370             BKP-GENCAT-FS
008380         MOVE 8 TO RETURN-CODE
008390         GO TO 4000-REWRITE-GENCAT-EXIT
008400     END-IF.
008410     PERFORM 4100-WRITE-GENCAT-ENTRY
008420         THRU 4100-WRITE-GENCAT-ENTRY-EXIT
008430         VARYING BKP-GC-IDX FROM 1 BY 1
008440         UNTIL BKP-GC-IDX > BKP-GENCAT-COUNT.
008450     CLOSE GENCAT-FILE.
008460 4000-REWRITE-GENCAT-EXIT.
008470     EXIT.
008480
008490 4100-WRITE-GENCAT-ENTRY.
008500     IF BKP-GC-STATE(BKP-GC-IDX) = "X"
008510         GO TO 4100-WRITE-GENCAT-ENTRY-EXIT
008520     END-IF.
008530     MOVE SPACES TO GENCAT-REC.
008540     MOVE BKP-GC-GEN-DATE(BKP-GC-IDX) TO GENCAT-GEN-DATE.
008550     MOVE BKP-GC-GEN-TIME(BKP-GC-IDX) TO GENCAT-GEN-TIME.
008560     MOVE BKP-GC-STATION(BKP-GC-IDX)  TO GENCAT-STATION.
008570     MOVE BKP-GC-KIND(BKP-GC-IDX)     TO GENCAT-KIND.
008580     MOVE BKP-GC-STATE(BKP-GC-IDX)    TO GENCAT-STATE.
008590     MOVE BKP-GC-COUNT(BKP-GC-IDX)    TO GENCAT-COUNT.
008600     MOVE BKP-GC-HASH(BKP-GC-IDX)     TO GENCAT-HASH.
008610     MOVE BKP-GC-SOURCE(BKP-GC-IDX)   TO GENCAT-SOURCE.
008620     MOVE BKP-GC-COPY(BKP-GC-IDX)     TO GENCAT-COPY.
008630     WRITE GENCAT-REC.
008640 4100-WRITE-GENCAT-ENTRY-EXIT.
008650     EXIT.
008660
008670 5000-WRITE-TOTALS.
008680     MOVE SPACES TO LISTING-LINE.
008690     WRITE LISTING-LINE.
008700     MOVE BKP-FILES-COPIED TO BKP-NUM-EDIT.
008710     MOVE SPACES TO LISTING-LINE.
008720     STRING "FILES COPIED:               " BKP-NUM-EDIT
008730         DELIMITED BY SIZE INTO LISTING-LINE.
008740     WRITE LISTING-LINE.
008750     MOVE BKP-FILES-MISSING TO BKP-NUM-EDIT.
008760     MOVE SPACES TO LISTING-LINE.
008770     STRING "FILES NOT PRESENT:          " BKP-NUM-EDIT
008780         DELIMITED BY SIZE INTO LISTING-LINE.
008790     WRITE LISTING-LINE.
008800     MOVE BKP-GENS-RELEASED TO BKP-NUM-EDIT.
008810     MOVE SPACES TO LISTING-LINE.
008820     STRING "GENERATIONS RELEASED:       " BKP-NUM-EDIT
008830         DELIMITED BY SIZE INTO LISTING-LINE.
008840     WRITE LISTING-LINE.
008850     MOVE BKP-FILES-DELETED TO BKP-NUM-EDIT.
008860     MOVE SPACES TO LISTING-LINE.
008870     STRING "OLD COPY FILES DELETED:     " BKP-NUM-EDIT
008880         DELIMITED BY SIZE INTO LISTING-LINE.
008890     WRITE LISTING-LINE.
008900     CLOSE LISTING-FILE.
008910 5000-WRITE-TOTALS-EXIT.
008920     EXIT.
