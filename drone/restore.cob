000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESTORE.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. PUTS A BOOTH'S MASTER FILES
000110*                 BACK FROM A GENERATION TAKEN BY BACKUP.COB.
000120*                   RESTORE LIST [STATION]
000130*                   RESTORE VERIFY <YYYYMMDD> [STATION]
000140*                   RESTORE FILE <YYYYMMDD> <FILE> OP=<ID>
000150*                           [STATION]
000160*                   RESTORE ALL <YYYYMMDD> OP=<ID> [STATION]
000170*                 <FILE> IS ROSTER, CONFIG, CATALOG, PROFILES,
000180*                 SESSION OR PLAYHIST. EVERY COPY TO BE USED IS
000190*                 RECOUNTED AND REHASHED AGAINST THE BACKUP
000200*                 CATALOG FIRST; IF ANY OF THEM DISAGREES NOTHING
000210*                 AT ALL IS PUT BACK. A FILE THE BOOTH DID NOT
000220*                 HAVE WHEN THE GENERATION WAS TAKEN IS LEFT AS IT
000230*                 IS NOW. THE INDEXED PLAYHIST IS NEVER COPIED
000240*                 BACK: RESTORING THE SESSION FILE, PLAYHIST, OR
000250*                 THE WHOLE GENERATION EMPTIES PLAYHIST AND
000260*                 RELOADS IT WITH HISTLOAD FROM THE SESSION FILE
000270*                 AND ROSTER NOW IN PLACE, SO THE TWO CAN NEVER
000280*                 DISAGREE. EVERY FILE PUT BACK, REBUILT OR LEFT
000290*                 ALONE IS LOGGED WITH THE OPERATOR IN THE
000300*                 SITE-WIDE RESTORE_LOG.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT COPY-FILE
000360         ASSIGN DYNAMIC RST-COPY-FILENAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RST-COPY-FS.
000390     SELECT LIVE-FILE
000400         ASSIGN DYNAMIC RST-LIVE-FILENAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS RST-LIVE-FS.
000430     SELECT PLAYHIST-FILE
000440         ASSIGN DYNAMIC RST-PLAYHIST-FILENAME
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS PH-KEY
000480         FILE STATUS IS RST-PLAYHIST-FS.
000490     SELECT GENCAT-FILE
000500         ASSIGN DYNAMIC RST-GENCAT-FILENAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RST-GENCAT-FS.
000530     SELECT RESTLOG-FILE
000540         ASSIGN DYNAMIC RST-RESTLOG-FILENAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RST-RESTLOG-FS.
000570     SELECT LISTING-FILE
000580         ASSIGN DYNAMIC RST-LISTING-FILENAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RST-LISTING-FS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  COPY-FILE.
000650 01  COPY-REC                  PIC X(200).
000660 FD  LIVE-FILE.
000670 01  LIVE-REC                  PIC X(200).
000680 FD  PLAYHIST-FILE.
000690 01  PLAYHIST-REC.
000700     05  PH-KEY.
000710         10  PH-BADGE-NO     PIC X(05).
000720         10  PH-DATE         PIC 9(08).
000730         10  PH-TIME         PIC 9(06).
000740     05  PH-PLAYER-ID        PIC 9(05).
000750     05  PH-STATION-ID       PIC X(10).
000760     05  PH-SCORE            PIC S9(09).
000770     05  PH-THRESHOLD        PIC 9(03).
000780     05  PH-WIN-FLAG         PIC X(01).
000790     05  PH-FAULT-FLAG       PIC X(01).
000800     05  PH-SCRIPT           PIC X(10).
000810     05  PH-OPERATOR         PIC X(10).
000820     05  PH-OVERRIDE-SW      PIC X(01).
000830 FD  GENCAT-FILE.
000840 01  GENCAT-REC.
000850     05  GENCAT-GEN-DATE       PIC 9(08).
000860     05  GENCAT-SEP-1          PIC X(01).
000870     05  GENCAT-GEN-TIME       PIC 9(06).
000880     05  GENCAT-SEP-2          PIC X(01).
000890     05  GENCAT-STATION        PIC X(10).
000900     05  GENCAT-SEP-3          PIC X(01).
000910     05  GENCAT-KIND           PIC X(08).
000920     05  GENCAT-SEP-4          PIC X(01).
000930     05  GENCAT-STATE          PIC X(01).
000940     05  GENCAT-SEP-5          PIC X(01).
000950     05  GENCAT-COUNT          PIC 9(07).
000960     05  GENCAT-SEP-6          PIC X(01).
000970     05  GENCAT-HASH           PIC 9(15).
000980     05  GENCAT-SEP-7          PIC X(01).
000990     05  GENCAT-SOURCE         PIC X(32).
001000     05  GENCAT-SEP-8          PIC X(01).
001010     05  GENCAT-COPY           PIC X(40).
001020 FD  RESTLOG-FILE.
001030 01  RESTLOG-REC.
001040     05  RESTLOG-DATE          PIC 9(08).
001050     05  RESTLOG-SEP-1         PIC X(01).
001060     05  RESTLOG-TIME          PIC 9(06).
001070     05  RESTLOG-SEP-2         PIC X(01).
001080     05  RESTLOG-OPERATOR      PIC X(10).
001090     05  RESTLOG-SEP-3         PIC X(01).
001100     05  RESTLOG-STATION       PIC X(10).
001110     05  RESTLOG-SEP-4         PIC X(01).
001120     05  RESTLOG-GEN-DATE      PIC 9(08).
001130     05  RESTLOG-SEP-5         PIC X(01).
001140     05  RESTLOG-KIND          PIC X(08).
001150     05  RESTLOG-SEP-6         PIC X(01).
001160     05  RESTLOG-ACTION        PIC X(08).
001170     05  RESTLOG-SEP-7         PIC X(01).
001180     05  RESTLOG-COUNT         PIC 9(07).
001190 FD  LISTING-FILE.
001200 01  LISTING-LINE              PIC X(96).
001210
001220 WORKING-STORAGE SECTION.
001230 01  RST-COPY-FS               PIC 99.
001240 01  RST-LIVE-FS               PIC 99.
001250 01  RST-PLAYHIST-FS           PIC 99.
001260 01  RST-GENCAT-FS             PIC 99.
001270 01  RST-RESTLOG-FS            PIC 99.
001280 01  RST-LISTING-FS            PIC 99.
001290
001300*----------------------------------------------------------------
001310* COMMAND-LINE FIELDS. AFTER THE FUNCTION COME ITS POSITIONAL
001320* ARGUMENTS (GENERATION DATE, THEN FILE FOR FILE), THEN OP=<ID>
001330* AND THE OPTIONAL STATION ID IN EITHER ORDER.
001340*----------------------------------------------------------------
001350 01  RST-ARGUMENT-COUNT        PIC 9(02) VALUE 0.
001360 01  RST-ARG-IDX               PIC 9(02) VALUE 0.
001370 01  RST-ARG-RAW               PIC X(32) VALUE SPACES.
001380 01  RST-FUNCTION              PIC X(10) VALUE SPACES.
001390 01  RST-POSITIONALS-NEEDED    PIC 9(01) VALUE 0.
001400 01  RST-POSITIONALS-SEEN      PIC 9(01) VALUE 0.
001410 01  RST-GEN-RAW               PIC X(32) VALUE SPACES.
001420 01  RST-GEN-DATE              PIC 9(08) VALUE 0.
001430 01  RST-KIND-RAW              PIC X(32) VALUE SPACES.
001440 01  RST-KIND                  PIC X(08) VALUE SPACES.
001450     88  RST-KIND-VALID                VALUE "ROSTER" "CONFIG"
001460                                             "CATALOG" "PROFILES"
001470                                             "SESSION" "PLAYHIST".
001480 01  RST-OPERATOR              PIC X(10) VALUE SPACES.
001490 01  RST-STATION-ID            PIC X(10) VALUE SPACES.
001500 01  RST-COPY-FILENAME         PIC X(40).
001510 01  RST-LIVE-FILENAME         PIC X(32).
001520 01  RST-PLAYHIST-FILENAME     PIC X(32).
001530 01  RST-GENCAT-FILENAME       PIC X(32) VALUE "backup_catalog".
001540 01  RST-RESTLOG-FILENAME      PIC X(32) VALUE "restore_log".
001550 01  RST-LISTING-FILENAME      PIC X(32).
001560 01  RST-COMMAND               PIC X(200) VALUE SPACES.
001570 01  RST-LOG-KIND              PIC X(08) VALUE SPACES.
001580 01  RST-LOG-ACTION            PIC X(08) VALUE SPACES.
001590 01  RST-RAW-STATUS            PIC S9(09) VALUE 0.
001600
001610 77  RST-EOF-SW                PIC X(01) VALUE "N".
001620     88  RST-AT-EOF                    VALUE "Y".
001630     88  RST-NOT-AT-EOF                VALUE "N".
001640 77  RST-REBUILD-SW            PIC X(01) VALUE "N".
001650     88  RST-REBUILD-PLAYHIST          VALUE "Y".
001660 77  RST-VERIFY-SW             PIC X(01) VALUE "Y".
001670     88  RST-ALL-VERIFIED              VALUE "Y".
001680     88  RST-VERIFY-FAILED             VALUE "N".
001690
001700*----------------------------------------------------------------
001710* RECORD VIEWS FOR THE HASH TOTAL -- THE SAME FIELDS BACKUP.COB
001720* ADDS UP, SO A COPY THAT HAS BEEN EDITED, TRUNCATED OR SWAPPED
001730* FOR ANOTHER GENERATION'S WILL NOT MATCH ITS CATALOG ENTRY.
001740*----------------------------------------------------------------
001750 01  RST-WORK-REC              PIC X(200).
001760 01  RST-ROSTER-VIEW REDEFINES RST-WORK-REC.
001770     05  FILLER                PIC X(05).
001780     05  RST-RV-PLAYER-ID      PIC 9(05).
001790     05  FILLER                PIC X(190).
001800 01  RST-CONFIG-VIEW REDEFINES RST-WORK-REC.
001810     05  RST-CV-WIN            PIC 9(03).
001820     05  RST-CV-LIMIT          PIC 9(02).
001830     05  RST-CV-TOPN           PIC 9(03).
001840     05  RST-CV-JUNIOR         PIC 9(03).
001850     05  RST-CV-PRO            PIC 9(03).
001860     05  FILLER                PIC X(186).
001870 01  RST-PROFILE-VIEW REDEFINES RST-WORK-REC.
001880     05  FILLER                PIC X(11).
001890     05  RST-PV-WIN            PIC 9(03).
001900     05  RST-PV-LIMIT          PIC 9(02).
001910     05  RST-PV-TOPN           PIC 9(03).
001920     05  RST-PV-JUNIOR         PIC 9(03).
001930     05  RST-PV-PRO            PIC 9(03).
001940     05  FILLER                PIC X(175).
001950 01  RST-SESSION-VIEW REDEFINES RST-WORK-REC.
001960     05  RST-SV-DATE           PIC 9(08).
001970     05  FILLER                PIC X(26).
001980     05  RST-SV-SCORE          PIC S9(09).
001990     05  FILLER                PIC X(157).
002000 01  RST-PLAYHIST-VIEW REDEFINES RST-WORK-REC.
002010     05  FILLER                PIC X(05).
002020     05  RST-HV-DATE           PIC 9(08).
002030     05  FILLER                PIC X(21).
002040     05  RST-HV-SCORE          PIC S9(09).
002050     05  FILLER                PIC X(157).
002060 01  RST-HASH-KIND             PIC X(08) VALUE SPACES.
002070 01  RST-REC-COUNT             PIC 9(07) VALUE 0.
002080 01  RST-HASH-TOTAL            PIC 9(15) VALUE 0.
002090
002100*----------------------------------------------------------------
002110* THE CATALOG ENTRIES FOR THIS STATION (AND, EXCEPT FOR LIST,
002120* THIS GENERATION AND FILE).
002130*----------------------------------------------------------------
002140 77  RST-MAX-ENTRIES           PIC 9(04) VALUE 400.
002150 01  RST-ENTRY-COUNT           PIC 9(04) VALUE 0.
002160 01  RST-ENTRY-IDX             PIC 9(04) VALUE 0.
002170 01  RST-ENTRY-TABLE.
002180     05  RST-ENTRY OCCURS 400 TIMES.
002190         10  RST-EN-GEN-DATE   PIC 9(08).
002200         10  RST-EN-GEN-TIME   PIC 9(06).
002210         10  RST-EN-KIND       PIC X(08).
002220         10  RST-EN-STATE      PIC X(01).
002230         10  RST-EN-COUNT      PIC 9(07).
002240         10  RST-EN-HASH       PIC 9(15).
002250         10  RST-EN-SOURCE     PIC X(32).
002260         10  RST-EN-COPY       PIC X(40).
002270
002280 01  RST-RUN-DATE              PIC 9(08) VALUE 0.
002290 01  RST-RUN-TIME              PIC 9(08) VALUE 0.
002300 01  RST-FILES-RESTORED        PIC 9(03) VALUE 0.
002310 01  RST-FILES-SKIPPED         PIC 9(03) VALUE 0.
002320 01  RST-FILES-FAILED          PIC 9(03) VALUE 0.
002330 01  RST-NUM-EDIT              PIC ZZZ,ZZ9.
002340
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
002380     ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
002390     ACCEPT RST-RUN-TIME FROM TIME.
002400     PERFORM 1500-LOAD-ENTRIES THRU 1500-LOAD-ENTRIES-EXIT.
002410     PERFORM 1600-OPEN-LISTING THRU 1600-OPEN-LISTING-EXIT.
002420     EVALUATE RST-FUNCTION
002430         WHEN "LIST"
002440             PERFORM 2000-LIST-GENERATIONS
002450                 THRU 2000-LIST-GENERATIONS-EXIT
002460         WHEN "VERIFY"
002470             PERFORM 3000-VERIFY-GENERATION
002480                 THRU 3000-VERIFY-GENERATION-EXIT
002490         WHEN "FILE"
002500             PERFORM 3000-VERIFY-GENERATION
002510                 THRU 3000-VERIFY-GENERATION-EXIT
002520             IF RST-ALL-VERIFIED
002530                 PERFORM 4000-RESTORE-GENERATION
002540                     THRU 4000-RESTORE-GENERATION-EXIT
002550             END-IF
002560         WHEN "ALL"
002570             PERFORM 3000-VERIFY-GENERATION
002580                 THRU 3000-VERIFY-GENERATION-EXIT
002590             IF RST-ALL-VERIFIED
002600                 PERFORM 4000-RESTORE-GENERATION
002610                     THRU 4000-RESTORE-GENERATION-EXIT
002620             END-IF
002630     END-EVALUATE.
002640     CLOSE LISTING-FILE.
002650 0000-MAINLINE-EXIT.
002660     STOP RUN.
002670
002680*----------------------------------------------------------------
002690* 1000-RESOLVE-ARGS -- PICK UP THE FUNCTION, THEN SWEEP THE
002700* REMAINING ARGUMENTS. FILE AND ALL CHANGE LIVE FILES AND SO
002710* NEED THE OPERATOR WHO ASKED FOR IT.
002720*----------------------------------------------------------------
002730 1000-RESOLVE-ARGS.
002740     ACCEPT RST-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002750     IF RST-ARGUMENT-COUNT < 1
002760         DISPLAY "USAGE: RESTORE LIST [STATION]"
002770         DISPLAY "       RESTORE VERIFY <YYYYMMDD> [STATION]"
002780         DISPLAY "       RESTORE FILE <YYYYMMDD> <FILE> OP=<ID> "
002790             "[STATION]"
002800         DISPLAY "       RESTORE ALL <YYYYMMDD> OP=<ID> [STATION]"
002810         MOVE 8 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     DISPLAY 1 UPON ARGUMENT-NUMBER.
002850     ACCEPT RST-FUNCTION FROM ARGUMENT-VALUE.
002860     EVALUATE RST-FUNCTION
002870         WHEN "LIST"
002880             MOVE 0 TO RST-POSITIONALS-NEEDED
002890         WHEN "VERIFY"
002900             MOVE 1 TO RST-POSITIONALS-NEEDED
002910         WHEN "ALL"
002920             MOVE 1 TO RST-POSITIONALS-NEEDED
002930         WHEN "FILE"
002940             MOVE 2 TO RST-POSITIONALS-NEEDED
002950         WHEN OTHER
002960             DISPLAY "UNKNOWN FUNCTION '" RST-FUNCTION
002970                 "' -- USE LIST, VERIFY, FILE OR ALL"
002980             MOVE 8 TO RETURN-CODE
002990             STOP RUN
003000     END-EVALUATE.
003010     PERFORM 1100-SWEEP-TRAILING THRU 1100-SWEEP-TRAILING-EXIT
003020         VARYING RST-ARG-IDX FROM 2 BY 1
003030         UNTIL RST-ARG-IDX > RST-ARGUMENT-COUNT.
003040     IF RST-POSITIONALS-SEEN < RST-POSITIONALS-NEEDED
003050         IF RST-FUNCTION = "FILE"
003060             DISPLAY "FILE NEEDS A GENERATION DATE AND A FILE"
003070                 " NAME"
003080         ELSE
003090             DISPLAY "FUNCTION " RST-FUNCTION
003100                 " NEEDS A GENERATION DATE"
003110         END-IF
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     IF  RST-POSITIONALS-NEEDED > 0
003160         PERFORM 1200-EDIT-GENERATION
003170             THRU 1200-EDIT-GENERATION-EXIT
003180     END-IF.
003190     IF RST-FUNCTION = "FILE"
003200         MOVE RST-KIND-RAW TO RST-KIND
003210         IF NOT RST-KIND-VALID
003220         OR RST-KIND-RAW(9:) NOT = SPACES
003230             DISPLAY "FILE '" FUNCTION TRIM(RST-KIND-RAW)
003240                 "' IS NOT ONE OF ROSTER, CONFIG, CATALOG, "
003250                 "PROFILES, SESSION, PLAYHIST"
003260             MOVE 8 TO RETURN-CODE
003270             STOP RUN
003280         END-IF
003290     END-IF.
003300     IF  (RST-FUNCTION = "FILE" OR RST-FUNCTION = "ALL")
003310     AND RST-OPERATOR = SPACES
003320         DISPLAY "RESTORE " FUNCTION TRIM(RST-FUNCTION)
003330             " NEEDS THE OPERATOR -- GIVE OP=<ID>"
003340         MOVE 8 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     IF RST-STATION-ID = SPACES
003380         MOVE "restore_listing" TO RST-LISTING-FILENAME
003390         MOVE "playhist" TO RST-PLAYHIST-FILENAME
003400     ELSE
003410         DISPLAY "STATION ID: " RST-STATION-ID
003420         STRING "restore_listing-" DELIMITED BY SIZE
003430             RST-STATION-ID DELIMITED BY SPACE
003440             INTO RST-LISTING-FILENAME
003450         STRING "playhist-" DELIMITED BY SIZE
003460             RST-STATION-ID DELIMITED BY SPACE
003470             INTO RST-PLAYHIST-FILENAME
003480     END-IF.
003490 1000-RESOLVE-ARGS-EXIT.
003500     EXIT.
003510
003520 1100-SWEEP-TRAILING.
003530     MOVE SPACES TO RST-ARG-RAW.
003540     DISPLAY RST-ARG-IDX UPON ARGUMENT-NUMBER.
003550     ACCEPT RST-ARG-RAW FROM ARGUMENT-VALUE.
003560     IF RST-ARG-RAW(1:3) = "OP="
003570         IF FUNCTION LENGTH(FUNCTION TRIM(RST-ARG-RAW(4:)))
003580             > 10
003590             DISPLAY "OPERATOR '"
003600                 FUNCTION TRIM(RST-ARG-RAW(4:))
003610                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003620             MOVE 8 TO RETURN-CODE
003630             STOP RUN
003640         END-IF
003650         MOVE RST-ARG-RAW(4:) TO RST-OPERATOR
003660         GO TO 1100-SWEEP-TRAILING-EXIT
003670     END-IF.
003680     IF RST-POSITIONALS-SEEN < RST-POSITIONALS-NEEDED
003690         ADD 1 TO RST-POSITIONALS-SEEN
003700         IF RST-POSITIONALS-SEEN = 1
003710             MOVE RST-ARG-RAW TO RST-GEN-RAW
003720         ELSE
003730             MOVE RST-ARG-RAW TO RST-KIND-RAW
003740         END-IF
003750         GO TO 1100-SWEEP-TRAILING-EXIT
003760     END-IF.
003770     IF RST-STATION-ID NOT = SPACES
003780         DISPLAY "UNRECOGNIZED EXTRA ARGUMENT '"
003790             FUNCTION TRIM(RST-ARG-RAW) "' -- IGNORED"
003800         GO TO 1100-SWEEP-TRAILING-EXIT
003810     END-IF.
003820     IF FUNCTION LENGTH(FUNCTION TRIM(RST-ARG-RAW)) > 10
003830         DISPLAY "STATION ID '" FUNCTION TRIM(RST-ARG-RAW)
003840             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003850         MOVE 8 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     MOVE RST-ARG-RAW TO RST-STATION-ID.
003890 1100-SWEEP-TRAILING-EXIT.
003900     EXIT.
003910
003920 1200-EDIT-GENERATION.
003930     IF  RST-GEN-RAW(1:8) IS NUMERIC
003940     AND RST-GEN-RAW(9:) = SPACES
003950         MOVE RST-GEN-RAW(1:8) TO RST-GEN-DATE
003960     ELSE
003970         DISPLAY "GENERATION '" FUNCTION TRIM(RST-GEN-RAW)
003980             "' MUST BE A DATE YYYYMMDD -- ABORTING"
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020 1200-EDIT-GENERATION-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060* 1500-LOAD-ENTRIES -- THE CATALOG ENTRIES THIS RUN WORKS ON.
004070* NO CATALOG MEANS NO BACKUP HAS EVER BEEN TAKEN.
004080*----------------------------------------------------------------
004090 1500-LOAD-ENTRIES.
004100     MOVE 0 TO RST-ENTRY-COUNT.
004110     SET RST-NOT-AT-EOF TO TRUE.
004120     OPEN INPUT GENCAT-FILE.
004130     IF RST-GENCAT-FS NOT = "00"
004140         DISPLAY "NO BACKUP CATALOG, STATUS: " RST-GENCAT-FS
004150             " -- NOTHING HAS BEEN BACKED UP"
004160         MOVE 8 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     PERFORM 1510-LOAD-ENTRY THRU 1510-LOAD-ENTRY-EXIT
004200         UNTIL RST-AT-EOF.
004210     CLOSE GENCAT-FILE.
004220 1500-LOAD-ENTRIES-EXIT.
004230     EXIT.
004240
004250 1510-LOAD-ENTRY.
004260     READ GENCAT-FILE
004270         AT END
004280             SET RST-AT-EOF TO TRUE
004290             GO TO 1510-LOAD-ENTRY-EXIT
004300     END-READ.
004310     IF GENCAT-STATION NOT = RST-STATION-ID
004320         GO TO 1510-LOAD-ENTRY-EXIT
004330     END-IF.
004340     IF  RST-FUNCTION NOT = "LIST"
004350     AND GENCAT-GEN-DATE NOT = RST-GEN-DATE
004360         GO TO 1510-LOAD-ENTRY-EXIT
004370     END-IF.
004380     IF  RST-FUNCTION = "FILE"
004390     AND GENCAT-KIND NOT = RST-KIND
004400         GO TO 1510-LOAD-ENTRY-EXIT
004410     END-IF.
004420     IF RST-ENTRY-COUNT >= RST-MAX-ENTRIES
004430         DISPLAY "CATALOG ENTRY TABLE FULL AT " RST-MAX-ENTRIES
004440             " -- ABORTING"
004450         MOVE 8 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     ADD 1 TO RST-ENTRY-COUNT.
004490     MOVE GENCAT-GEN-DATE TO RST-EN-GEN-DATE(RST-ENTRY-COUNT).
004500     MOVE GENCAT-GEN-TIME TO RST-EN-GEN-TIME(RST-ENTRY-COUNT).
004510     MOVE GENCAT-KIND     TO RST-EN-KIND(RST-ENTRY-COUNT).
004520     MOVE GENCAT-STATE    TO RST-EN-STATE(RST-ENTRY-COUNT).
004530     MOVE GENCAT-COUNT    TO RST-EN-COUNT(RST-ENTRY-COUNT).
004540     MOVE GENCAT-HASH     TO RST-EN-HASH(RST-ENTRY-COUNT).
004550     MOVE GENCAT-SOURCE   TO RST-EN-SOURCE(RST-ENTRY-COUNT).
004560     MOVE GENCAT-COPY     TO RST-EN-COPY(RST-ENTRY-COUNT).
004570 1510-LOAD-ENTRY-EXIT.
004580     EXIT.
004590
004600 1600-OPEN-LISTING.
004610     OPEN OUTPUT LISTING-FILE.
004620     IF RST-LISTING-FS NOT = "00"
004630         DISPLAY "UNABLE TO OPEN RESTORE LISTING, STATUS: "
004640             RST-LISTING-FS
004650         MOVE 8 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     MOVE "BOOTH MASTER FILE RESTORE" TO LISTING-LINE.
004690     WRITE LISTING-LINE.
004700     MOVE SPACES TO LISTING-LINE.
004710     STRING "FUNCTION " RST-FUNCTION "  STATION " RST-STATION-ID
004720         "  OPERATOR " RST-OPERATOR
004730         DELIMITED BY SIZE INTO LISTING-LINE.
004740     WRITE LISTING-LINE.
004750     MOVE SPACES TO LISTING-LINE.
004760     WRITE LISTING-LINE.
004770 1600-OPEN-LISTING-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 2000-LIST-GENERATIONS -- EVERY CATALOG ENTRY FOR THE STATION,
004820* OLDEST GENERATION FIRST, AS BACKUP.COB WROTE THEM.
004830*----------------------------------------------------------------
004840 2000-LIST-GENERATIONS.
004850     IF RST-ENTRY-COUNT = 0
004860         MOVE "NO GENERATIONS ON FILE FOR THIS STATION"
004870             TO LISTING-LINE
004880         WRITE LISTING-LINE
004890         DISPLAY "NO GENERATIONS ON FILE FOR THIS STATION"
004900         GO TO 2000-LIST-GENERATIONS-EXIT
004910     END-IF.
004920     MOVE "GEN DATE TIME   FILE     COUNT   HASH            COPY"
004930         TO LISTING-LINE.
004940     WRITE LISTING-LINE.
004950     PERFORM 2100-LIST-ENTRY THRU 2100-LIST-ENTRY-EXIT
004960         VARYING RST-ENTRY-IDX FROM 1 BY 1
004970         UNTIL RST-ENTRY-IDX > RST-ENTRY-COUNT.
004980 2000-LIST-GENERATIONS-EXIT.
004990     EXIT.
005000
005010 2100-LIST-ENTRY.
005020     MOVE SPACES TO LISTING-LINE.
005030     IF RST-EN-STATE(RST-ENTRY-IDX) = "C"
005040         STRING RST-EN-GEN-DATE(RST-ENTRY-IDX) " "
005050             RST-EN-GEN-TIME(RST-ENTRY-IDX) " "
005060             RST-EN-KIND(RST-ENTRY-IDX) " "
005070             RST-EN-COUNT(RST-ENTRY-IDX) " "
005080             RST-EN-HASH(RST-ENTRY-IDX) " "
005090             RST-EN-COPY(RST-ENTRY-IDX)
005100             DELIMITED BY SIZE INTO LISTING-LINE
005110     ELSE
005120         STRING RST-EN-GEN-DATE(RST-ENTRY-IDX) " "
005130             RST-EN-GEN-TIME(RST-ENTRY-IDX) " "
005140             RST-EN-KIND(RST-ENTRY-IDX) " "
005150             "(NOT PRESENT WHEN BACKED UP)"
005160             DELIMITED BY SIZE INTO LISTING-LINE
005170     END-IF.
005180     WRITE LISTING-LINE.
005190     DISPLAY LISTING-LINE.
005200 2100-LIST-ENTRY-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 3000-VERIFY-GENERATION -- RECOUNT AND REHASH EVERY SELECTED
005250* COPY AND COMPARE WITH THE CATALOG. ANY MISMATCH OR MISSING
005260* COPY FAILS THE WHOLE GENERATION.
005270*----------------------------------------------------------------
005280 3000-VERIFY-GENERATION.
005290     SET RST-ALL-VERIFIED TO TRUE.
005300     IF RST-ENTRY-COUNT = 0
005310         DISPLAY "NO BACKUP ON FILE FOR GENERATION " RST-GEN-DATE
005320             " AT THIS STATION"
005330         MOVE SPACES TO LISTING-LINE
005340         STRING "NO BACKUP ON FILE FOR GENERATION " RST-GEN-DATE
005350             DELIMITED BY SIZE INTO LISTING-LINE
005360         WRITE LISTING-LINE
005370         SET RST-VERIFY-FAILED TO TRUE
005380         MOVE 8 TO RETURN-CODE
005390         GO TO 3000-VERIFY-GENERATION-EXIT
005400     END-IF.
005410     PERFORM 3100-VERIFY-ENTRY THRU 3100-VERIFY-ENTRY-EXIT
005420         VARYING RST-ENTRY-IDX FROM 1 BY 1
005430         UNTIL RST-ENTRY-IDX > RST-ENTRY-COUNT.
005440     MOVE SPACES TO LISTING-LINE.
005450     WRITE LISTING-LINE.
005460     IF RST-ALL-VERIFIED
005470         MOVE "GENERATION VERIFIED -- ALL COPIES AGREE"
005480             TO LISTING-LINE
005490         DISPLAY "GENERATION " RST-GEN-DATE " VERIFIED"
005500     ELSE
005510         MOVE RST-FILES-FAILED TO RST-NUM-EDIT
005520         STRING "GENERATION FAILED VERIFICATION ON " RST-NUM-EDIT
005530             " FILE(S) -- NOTHING RESTORED"
005540             DELIMITED BY SIZE INTO LISTING-LINE
005550         DISPLAY "GENERATION " RST-GEN-DATE " FAILED VERIFICATION"
005560             " -- NOTHING RESTORED"
005570         MOVE 8 TO RETURN-CODE
005580     END-IF.
005590     WRITE LISTING-LINE.
005600 3000-VERIFY-GENERATION-EXIT.
005610     EXIT.
005620
005630 3100-VERIFY-ENTRY.
005640     MOVE SPACES TO LISTING-LINE.
005650     IF RST-EN-STATE(RST-ENTRY-IDX) NOT = "C"
005660         STRING "VERIFY  " RST-EN-KIND(RST-ENTRY-IDX)
005670             "  NOT PRESENT WHEN BACKED UP -- WILL BE LEFT ALONE"
005680             DELIMITED BY SIZE INTO LISTING-LINE
005690         WRITE LISTING-LINE
005700         GO TO 3100-VERIFY-ENTRY-EXIT
005710     END-IF.
005720     MOVE RST-EN-COPY(RST-ENTRY-IDX) TO RST-COPY-FILENAME.
005730     MOVE RST-EN-KIND(RST-ENTRY-IDX) TO RST-HASH-KIND.
005740     MOVE 0 TO RST-REC-COUNT.
005750     MOVE 0 TO RST-HASH-TOTAL.
005760     SET RST-NOT-AT-EOF TO TRUE.
005770     OPEN INPUT COPY-FILE.
005780     IF RST-COPY-FS NOT = "00"
005790         ADD 1 TO RST-FILES-FAILED
005800         SET RST-VERIFY-FAILED TO TRUE
005810         STRING "VERIFY  " RST-EN-KIND(RST-ENTRY-IDX) "  "
005820             RST-COPY-FILENAME " MISSING, STATUS " RST-COPY-FS
005830             DELIMITED BY SIZE INTO LISTING-LINE
005840         WRITE LISTING-LINE
005850         GO TO 3100-VERIFY-ENTRY-EXIT
005860     END-IF.
005870     PERFORM 3110-HASH-COPY-RECORD THRU 3110-HASH-COPY-RECORD-EXIT
005880         UNTIL RST-AT-EOF.
005890     CLOSE COPY-FILE.
005900     IF  RST-REC-COUNT = RST-EN-COUNT(RST-ENTRY-IDX)
005910     AND RST-HASH-TOTAL = RST-EN-HASH(RST-ENTRY-IDX)
005920         STRING "VERIFY  " RST-EN-KIND(RST-ENTRY-IDX) "  OK  "
005930             RST-REC-COUNT " REC  HASH " RST-HASH-TOTAL
005940             DELIMITED BY SIZE INTO LISTING-LINE
005950     ELSE
005960         ADD 1 TO RST-FILES-FAILED
005970         SET RST-VERIFY-FAILED TO TRUE
005980         STRING "VERIFY  " RST-EN-KIND(RST-ENTRY-IDX)
005990             "  MISMATCH  CATALOG " RST-EN-COUNT(RST-ENTRY-IDX)
006000             "/" RST-EN-HASH(RST-ENTRY-IDX) "  COPY "
006010             RST-REC-COUNT "/" RST-HASH-TOTAL
006020             DELIMITED BY SIZE INTO LISTING-LINE
006030     END-IF.
006040     WRITE LISTING-LINE.
006050 3100-VERIFY-ENTRY-EXIT.
006060     EXIT.
006070
006080 3110-HASH-COPY-RECORD.
006090     READ COPY-FILE INTO RST-WORK-REC
006100         AT END
006110             SET RST-AT-EOF TO TRUE
006120         NOT AT END
006130             ADD 1 TO RST-REC-COUNT
006140             PERFORM 3500-HASH-RECORD THRU 3500-HASH-RECORD-EXIT
006150     END-READ.
006160 3110-HASH-COPY-RECORD-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 3500-HASH-RECORD -- BACKUP.COB'S HASH RULE, FIELD FOR FIELD.
006210*----------------------------------------------------------------
006220 3500-HASH-RECORD.
006230     EVALUATE RST-HASH-KIND
006240         WHEN "ROSTER"
006250             IF RST-RV-PLAYER-ID IS NUMERIC
006260                 ADD RST-RV-PLAYER-ID TO RST-HASH-TOTAL
006270             END-IF
006280         WHEN "CONFIG"
006290             IF RST-CV-WIN IS NUMERIC
006300                 ADD RST-CV-WIN TO RST-HASH-TOTAL
006310             END-IF
006320             IF RST-CV-LIMIT IS NUMERIC
006330                 ADD RST-CV-LIMIT TO RST-HASH-TOTAL
006340             END-IF
006350             IF RST-CV-TOPN IS NUMERIC
006360                 ADD RST-CV-TOPN TO RST-HASH-TOTAL
006370             END-IF
006380             IF RST-CV-JUNIOR IS NUMERIC
006390                 ADD RST-CV-JUNIOR TO RST-HASH-TOTAL
006400             END-IF
006410             IF RST-CV-PRO IS NUMERIC
006420                 ADD RST-CV-PRO TO RST-HASH-TOTAL
006430             END-IF
006440         WHEN "PROFILES"
006450             IF RST-PV-WIN IS NUMERIC
006460                 ADD RST-PV-WIN TO RST-HASH-TOTAL
006470             END-IF
006480             IF RST-PV-LIMIT IS NUMERIC
006490                 ADD RST-PV-LIMIT TO RST-HASH-TOTAL
006500             END-IF
006510             IF RST-PV-TOPN IS NUMERIC
006520                 ADD RST-PV-TOPN TO RST-HASH-TOTAL
006530             END-IF
006540             IF RST-PV-JUNIOR IS NUMERIC
006550                 ADD RST-PV-JUNIOR TO RST-HASH-TOTAL
006560             END-IF
006570             IF RST-PV-PRO IS NUMERIC
006580                 ADD RST-PV-PRO TO RST-HASH-TOTAL
006590             END-IF
006600         WHEN "SESSION"
006610             IF RST-SV-DATE IS NUMERIC
006620                 ADD RST-SV-DATE TO RST-HASH-TOTAL
006630             END-IF
006640             IF RST-SV-SCORE IS NUMERIC
006650                 IF RST-SV-SCORE < 0
006660                     SUBTRACT RST-SV-SCORE FROM RST-HASH-TOTAL
006670                 ELSE
006680                     ADD RST-SV-SCORE TO RST-HASH-TOTAL
006690                 END-IF
006700             END-IF
006710         WHEN "PLAYHIST"
006720             IF RST-HV-DATE IS NUMERIC
006730                 ADD RST-HV-DATE TO RST-HASH-TOTAL
006740             END-IF
006750             IF RST-HV-SCORE IS NUMERIC
006760                 IF RST-HV-SCORE < 0
006770                     SUBTRACT RST-HV-SCORE FROM RST-HASH-TOTAL
006780                 ELSE
006790                     ADD RST-HV-SCORE TO RST-HASH-TOTAL
006800                 END-IF
006810             END-IF
006820     END-EVALUATE.
006830 3500-HASH-RECORD-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870* 4000-RESTORE-GENERATION -- THE COPIES HAVE ALL BEEN PROVED;
006880* PUT EACH BACK OVER ITS LIVE FILE, THEN REBUILD PLAYHIST IF THE
006890* SESSION FILE OR PLAYHIST WAS ASKED FOR.
006900*----------------------------------------------------------------
006910 4000-RESTORE-GENERATION.
006920     PERFORM 4100-RESTORE-ENTRY THRU 4100-RESTORE-ENTRY-EXIT
006930         VARYING RST-ENTRY-IDX FROM 1 BY 1
006940         UNTIL RST-ENTRY-IDX > RST-ENTRY-COUNT.
006950     IF RST-REBUILD-PLAYHIST
006960         PERFORM 4300-REBUILD-PLAYHIST
006970             THRU 4300-REBUILD-PLAYHIST-EXIT
006980     END-IF.
006990     MOVE SPACES TO LISTING-LINE.
007000     WRITE LISTING-LINE.
007010     MOVE RST-FILES-RESTORED TO RST-NUM-EDIT.
007020     MOVE SPACES TO LISTING-LINE.
007030     STRING "FILES RESTORED:             " RST-NUM-EDIT
007040         DELIMITED BY SIZE INTO LISTING-LINE.
007050     WRITE LISTING-LINE.
007060     MOVE RST-FILES-SKIPPED TO RST-NUM-EDIT.
007070     MOVE SPACES TO LISTING-LINE.
007080     STRING "FILES LEFT ALONE:           " RST-NUM-EDIT
007090         DELIMITED BY SIZE INTO LISTING-LINE.
007100     WRITE LISTING-LINE.
007110     DISPLAY "RESTORE FROM GENERATION " RST-GEN-DATE
007120         " COMPLETE -- "
007130         RST-FILES-RESTORED " FILE(S) RESTORED, "
007140         RST-FILES-SKIPPED " LEFT ALONE".
007150 4000-RESTORE-GENERATION-EXIT.
007160     EXIT.
007170
007180 4100-RESTORE-ENTRY.
007190     IF  RST-EN-KIND(RST-ENTRY-IDX) = "SESSION"
007200     OR  RST-EN-KIND(RST-ENTRY-IDX) = "PLAYHIST"
007210         SET RST-REBUILD-PLAYHIST TO TRUE
007220     END-IF.
007230     IF RST-EN-KIND(RST-ENTRY-IDX) = "PLAYHIST"
007240         GO TO 4100-RESTORE-ENTRY-EXIT
007250     END-IF.
007260     MOVE SPACES TO LISTING-LINE.
007270     IF RST-EN-STATE(RST-ENTRY-IDX) NOT = "C"
007280         ADD 1 TO RST-FILES-SKIPPED
007290         MOVE 0 TO RST-REC-COUNT
007300         MOVE RST-EN-KIND(RST-ENTRY-IDX) TO RST-LOG-KIND
007310         MOVE "SKIPPED" TO RST-LOG-ACTION
007320         PERFORM 4500-WRITE-RESTLOG THRU 4500-WRITE-RESTLOG-EXIT
007330         STRING "SKIPPED " RST-EN-KIND(RST-ENTRY-IDX) "  "
007340             RST-EN-SOURCE(RST-ENTRY-IDX)
007350             " NOT IN THE BACKUP -- LIVE FILE LEFT AS IT IS"
007360             DELIMITED BY SIZE INTO LISTING-LINE
007370         WRITE LISTING-LINE
007380         GO TO 4100-RESTORE-ENTRY-EXIT
007390     END-IF.
007400     MOVE RST-EN-COPY(RST-ENTRY-IDX) TO RST-COPY-FILENAME.
007410     MOVE RST-EN-SOURCE(RST-ENTRY-IDX) TO RST-LIVE-FILENAME.
007420     MOVE 0 TO RST-REC-COUNT.
007430     SET RST-NOT-AT-EOF TO TRUE.
007440     OPEN INPUT COPY-FILE.
007450     OPEN OUTPUT LIVE-FILE.
007460     IF RST-COPY-FS NOT = "00" OR RST-LIVE-FS NOT = "00"
007470         DISPLAY "UNABLE TO RESTORE "
007480             FUNCTION TRIM(RST-LIVE-FILENAME) ", STATUS: "
007490             RST-COPY-FS "/" RST-LIVE-FS " -- ABORTING"
007500         MOVE 8 TO RETURN-CODE
007510         STOP RUN
007520     END-IF.
007530     PERFORM 4110-RESTORE-RECORD THRU 4110-RESTORE-RECORD-EXIT
007540         UNTIL RST-AT-EOF.
007550     CLOSE COPY-FILE.
007560     CLOSE LIVE-FILE.
007570     ADD 1 TO RST-FILES-RESTORED.
007580     MOVE RST-EN-KIND(RST-ENTRY-IDX) TO RST-LOG-KIND.
007590     MOVE "RESTORED" TO RST-LOG-ACTION.
007600     PERFORM 4500-WRITE-RESTLOG THRU 4500-WRITE-RESTLOG-EXIT.
007610     STRING "RESTORE " RST-EN-KIND(RST-ENTRY-IDX) "  "
007620         RST-COPY-FILENAME(1:32) " -> "
007630         RST-LIVE-FILENAME(1:20) " " RST-REC-COUNT " REC"
007640         DELIMITED BY SIZE INTO LISTING-LINE.
007650     WRITE LISTING-LINE.
007660 4100-RESTORE-ENTRY-EXIT.
007670     EXIT.
007680
007690 4110-RESTORE-RECORD.
007700     READ COPY-FILE INTO RST-WORK-REC
007710         AT END
007720             SET RST-AT-EOF TO TRUE
007730         NOT AT END
007740             WRITE LIVE-REC FROM RST-WORK-REC
007750             ADD 1 TO RST-REC-COUNT
007760     END-READ.
007770 4110-RESTORE-RECORD-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810* 4300-REBUILD-PLAYHIST -- EMPTY PLAYHIST AND RELOAD IT WITH
007820* HISTLOAD FROM THE SESSION FILE AND ROSTER NOW IN PLACE.
007830* CALL "SYSTEM" HANDS BACK THE RAW WAIT STATUS, SCALED DOWN TO
007840* THE EXIT CODE AS EODRIVER DOES.
007850*----------------------------------------------------------------
007860 4300-REBUILD-PLAYHIST.
007870     MOVE SPACES TO LISTING-LINE.
007880     OPEN OUTPUT PLAYHIST-FILE.
007890     IF RST-PLAYHIST-FS NOT = "00"
007900         DISPLAY "UNABLE TO EMPTY "
007910             FUNCTION TRIM(RST-PLAYHIST-FILENAME) ", STATUS: "
007920             RST-PLAYHIST-FS " -- PLAYHIST NOT REBUILT"
007930         MOVE 8 TO RETURN-CODE
007940         GO TO 4300-REBUILD-PLAYHIST-EXIT
007950     END-IF.
007960     CLOSE PLAYHIST-FILE.
007970     MOVE SPACES TO RST-COMMAND.
007980     STRING "./histload " DELIMITED BY SIZE
007990         RST-STATION-ID DELIMITED BY SPACE
008000         INTO RST-COMMAND.
008010     DISPLAY "RUNNING: " FUNCTION TRIM(RST-COMMAND).
008020     CALL "SYSTEM" USING RST-COMMAND.
008030     MOVE RETURN-CODE TO RST-RAW-STATUS.
008040     MOVE 0 TO RETURN-CODE.
008050     IF RST-RAW-STATUS >= 256
008060         DIVIDE RST-RAW-STATUS BY 256 GIVING RST-RAW-STATUS
008070     END-IF.
008080     IF RST-RAW-STATUS NOT = 0
008090         DISPLAY "HISTLOAD FAILED WITH RETURN CODE "
008100             RST-RAW-STATUS
008110             " -- PLAYHIST MUST BE RELOADED BY HAND"
008120         MOVE "REBUILD PLAYHIST  HISTLOAD FAILED -- RELOAD IT"
008130             TO LISTING-LINE
008140         WRITE LISTING-LINE
008150         MOVE 8 TO RETURN-CODE
008160         GO TO 4300-REBUILD-PLAYHIST-EXIT
008170     END-IF.
008180     MOVE 0 TO RST-REC-COUNT.
008190     SET RST-NOT-AT-EOF TO TRUE.
008200     OPEN INPUT PLAYHIST-FILE.
008210     IF RST-PLAYHIST-FS = "00"
008220         PERFORM 4310-COUNT-PLAYHIST THRU 4310-COUNT-PLAYHIST-EXIT
008230             UNTIL RST-AT-EOF
008240         CLOSE PLAYHIST-FILE
008250     END-IF.
008260     MOVE "PLAYHIST" TO RST-LOG-KIND.
008270     MOVE "REBUILT" TO RST-LOG-ACTION.
008280     PERFORM 4500-WRITE-RESTLOG THRU 4500-WRITE-RESTLOG-EXIT.
008290     STRING "REBUILD PLAYHIST  "
008300         RST-PLAYHIST-FILENAME(1:20) " RELOADED FROM SESSION  "
008310         RST-REC-COUNT " REC"
008320         DELIMITED BY SIZE INTO LISTING-LINE.
008330     WRITE LISTING-LINE.
008340 4300-REBUILD-PLAYHIST-EXIT.
008350     EXIT.
008360
008370 4310-COUNT-PLAYHIST.
008380     READ PLAYHIST-FILE NEXT RECORD
008390         AT END
008400             SET RST-AT-EOF TO TRUE
008410         NOT AT END
008420             ADD 1 TO RST-REC-COUNT
008430     END-READ.
008440 4310-COUNT-PLAYHIST-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 4500-WRITE-RESTLOG -- ONE LINE PER FILE TOUCHED (OR LEFT
008490* ALONE). THE LOG IS APPENDED TO; THE FIRST RESTORE CREATES IT.
008500*----------------------------------------------------------------
008510 4500-WRITE-RESTLOG.
008520     OPEN EXTEND RESTLOG-FILE.
008530     IF RST-RESTLOG-FS NOT = "00"
008540         OPEN OUTPUT RESTLOG-FILE
008550     END-IF.
008560     IF RST-RESTLOG-FS NOT = "00"
008570         DISPLAY "UNABLE TO OPEN RESTORE LOG, STATUS: "
008580             RST-RESTLOG-FS
008590         GO TO 4500-WRITE-RESTLOG-EXIT
008600     END-IF.
008610     MOVE SPACES TO RESTLOG-REC.
008620     MOVE RST-RUN-DATE TO RESTLOG-DATE.
008630     MOVE RST-RUN-TIME(1:6) TO RESTLOG-TIME.
008640     MOVE RST-OPERATOR TO RESTLOG-OPERATOR.
008650     MOVE RST-STATION-ID TO RESTLOG-STATION.
008660     MOVE RST-GEN-DATE TO RESTLOG-GEN-DATE.
008670     MOVE RST-LOG-KIND TO RESTLOG-KIND.
008680     MOVE RST-LOG-ACTION TO RESTLOG-ACTION.
008690     MOVE RST-REC-COUNT TO RESTLOG-COUNT.
008700     WRITE RESTLOG-REC.
008710     CLOSE RESTLOG-FILE.
008720 4500-WRITE-RESTLOG-EXIT.
008730     EXIT.
