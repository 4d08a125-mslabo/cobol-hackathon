000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ERASURE.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. CONTESTANT DATA ERASURE AND
000110*                 RETENTION PURGE. A BADGE IS SPREAD OVER A DOZEN
000120*                 FILES AT EVERY BOOTH AND NOBODY COULD SAY A
000130*                 DELETION REQUEST HAD GOT IT ALL. TAKES THE
000140*                 STATION LIST (AS ANOMALY.COB DOES; THE BARE
000150*                 SINGLE-BOOTH / SITE-WIDE FILES ARE ALWAYS
000160*                 INCLUDED) AND EITHER
000170*                   BADGE=<BADGE>     ERASE ONE CONTESTANT, OR
000180*                   BEFORE=<YYYYMMDD> PURGE EVERYTHING OLDER THAN
000190*                                     THE RETENTION CUT-OFF,
000200*                 PLUS OP=<ID> FOR THE SUPERVISOR AUTHORISING IT,
000210*                 OR DRYRUN TO PRODUCE THE CERTIFICATE WITHOUT
000220*                 CHANGING ANYTHING SO THE SUPERVISOR CAN APPROVE
000230*                 IT FIRST. PER STATION IT WORKS THROUGH THE
000240*                 ROSTER, SESSION FILE, PLAYHIST (INDEXED --
000250*                 DELETED BY KEY), CHECKPOINT, OVERRIDE LOG,
000260*                 RESULT_HIST, THE LIVE RESULT FILE, THE
000270*                 RESULT_ARCH-YYYYMM ARCHIVES, THE INTERCHANGE
000280*                 EXTRACTS AND THE BACKUP GENERATIONS; THEN THE
000290*                 SITE-WIDE DISPUTE FILE. RESULT, ARCHIVE AND
000300*                 EXTRACT RECORDS CARRY NO BADGE: THEY ARE FOUND
000310*                 THROUGH THE BADGE'S RESULT_HIST RECORDS
000320*                 (TIMESTAMP AND NAME) AND ARE KEPT WITH THE NAME
000330*                 BLANKED, SO MONTH TOTALS AND EXTRACT TRAILERS
000340*                 STILL RECONCILE; THE LIVE RESULT FILE GETS THE
000350*                 NAME "ERASED" INSTEAD, BECAUSE VALIDATOR.COB
000360*                 QUARANTINES A BLANK NAME. DISPUTE CASES KEEP
000370*                 THEIR RULINGS WITH BADGE AND NAME BLANKED. A
000380*                 REWRITTEN BACKUP COPY HAS ITS COUNT AND HASH
000390*                 RE-CATALOGED SO RESTORE.COB STILL VERIFIES IT.
000400*                 A RETENTION PURGE DROPS EVERY DATED RECORD
000410*                 BEFORE THE CUT-OFF AND THE ROSTER AND CHECKPOINT
000420*                 ENTRIES OF EVERY BADGE LAST SEEN BEFORE IT
000430*                 (BADGES WITH NO SESSION AT ALL ARE KEPT -- THEY
000440*                 ARE PRE-REGISTRATIONS). THE ERASURE CERTIFICATE,
000450*                 /HOME/EC2-USER/ERASURE_CERT-YYYYMMDD-HHMMSS.TXT,
000460*                 LISTS EVERY FILE EXAMINED WITH ITS RECORDS
000470*                 BEFORE, AFFECTED AND AFTER. RUN ON REQUEST, NOT
000480*                 AS AN EODRIVER STEP.
000480* 2026-10-15 RH   THE BOOTH QUEUE FILE KEPT BY QUEUEMT.COB IS NOW
000480*                 IN EVERY STATION'S FILE SET, AFTER THE OVERRIDE
000480*                 LOG: A BADGE'S BOOKINGS ARE DELETED, AND A
000480*                 RETENTION PURGE DROPS EVERY BOOKING DATED BEFORE
000480*                 THE CUT-OFF. THE QUEUE PRINTOUTS ARE REWRITTEN
000480*                 WHOLE ON EVERY RUN AND ARE NOT TOUCHED.
000480* 2026-10-15 RH   AN ERASED DISPUTE CASE NOW CARRIES THE RESULT
000480*                 NAME "ERASED", NOT SPACES, SO ITS VOID OR ADJUST
000480*                 RULING STILL MATCHES THE REWRITTEN LIVE RESULT
000480*                 RECORD (DATE + TIME + NAME) IN RANKING.COB AND
000480*                 EXPORTER.COB.
000480* 2026-10-15 RH   A BADGE ERASURE NOW ALSO TRACES THE BADGE'S
000480*                 SESSIONS IN EVERY STATION'S SESSION FILE, SINCE
000480*                 RESULT_HIST ONLY COVERS WHAT IS STILL IN THE
000480*                 LIVE RESULT FILE AND MISSED THE ARCHIVED MONTHS.
000480*                 A RESULT, ARCHIVE OR EXTRACT RECORD IS THE
000480*                 BADGE'S WHEN, BY RESJOIN.COB'S RULE, ITS
000480*                 NEAREST SAME-STATION SESSION THAT DAY AT OR
000480*                 AFTER ITS STAMP IS ONE OF THE BADGE'S; THE
000480*                 EARLIEST SUCH SESSION IS THE FLOOR OF THE
000480*                 ARCHIVE AND EXTRACT WALK.
000480* 2026-10-15 RH   TICKETLD.COB'S FILES ARE NOW IN EVERY STATION'S
000480*                 FILE SET, AFTER THE QUEUE: THE TICKETING FEED
000480*                 (TICKETS) AND ITS ACKNOWLEDGEMENT (TICKET_ACK)
000480*                 KEEP THE BADGE'S DETAIL RECORDS WITH THE BADGE
000480*                 BLANKED, SO BOTH STILL PROVE AGAINST THEIR
000480*                 TRAILERS (COUNT AND TICKET-NO HASH); THE BADGE'S
000480*                 LINES ARE DELETED FROM THE REJECT LISTING
000480*                 (TICKET_REJECTS). A RETENTION PURGE DOES THE
000480*                 SAME FOR EVERY DETAIL OF A FEED DATED BEFORE THE
000480*                 CUT-OFF.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TARGET-FILE ASSIGN DYNAMIC ERA-TARGET-FILENAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ERA-TARGET-FS.
000560     SELECT WORK-FILE ASSIGN DYNAMIC ERA-WORK-FILENAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ERA-WORK-FS.
000590     SELECT PLAYHIST-FILE ASSIGN DYNAMIC ERA-TARGET-FILENAME
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS PH-KEY
000630         FILE STATUS IS ERA-PLAYHIST-FS.
000640     SELECT GENCAT-FILE ASSIGN DYNAMIC ERA-GENCAT-FILENAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS ERA-GENCAT-FS.
000670     SELECT CERT-FILE ASSIGN DYNAMIC ERA-CERT-FILENAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS ERA-CERT-FS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  TARGET-FILE.
000740 01  TARGET-REC                PIC X(200).
000750 FD  WORK-FILE.
000760 01  WORK-REC                  PIC X(200).
000770 FD  PLAYHIST-FILE.
000780 01  PLAYHIST-REC.
000790     05  PH-KEY.
000800         10  PH-BADGE-NO     PIC X(05).
000810         10  PH-DATE         PIC 9(08).
000820         10  PH-TIME         PIC 9(06).
000830     05  PH-PLAYER-ID        PIC 9(05).
000840     05  PH-STATION-ID       PIC X(10).
000850     05  PH-SCORE            PIC S9(09).
000860     05  PH-THRESHOLD        PIC 9(03).
000870     05  PH-WIN-FLAG         PIC X(01).
000880     05  PH-FAULT-FLAG       PIC X(01).
000890     05  PH-SCRIPT           PIC X(10).
000900     05  PH-OPERATOR         PIC X(10).
000910     05  PH-OVERRIDE-SW      PIC X(01).
000920 FD  GENCAT-FILE.
000930 01  GENCAT-REC.
000940     05  GENCAT-GEN-DATE       PIC 9(08).
000950     05  GENCAT-SEP-1          PIC X(01).
000960     05  GENCAT-GEN-TIME       PIC 9(06).
000970     05  GENCAT-SEP-2          PIC X(01).
000980     05  GENCAT-STATION        PIC X(10).
000990     05  GENCAT-SEP-3          PIC X(01).
001000     05  GENCAT-KIND           PIC X(08).
001010     05  GENCAT-SEP-4          PIC X(01).
001020     05  GENCAT-STATE          PIC X(01).
001030     05  GENCAT-SEP-5          PIC X(01).
001040     05  GENCAT-COUNT          PIC 9(07).
001050     05  GENCAT-SEP-6          PIC X(01).
001060     05  GENCAT-HASH           PIC 9(15).
001070     05  GENCAT-SEP-7          PIC X(01).
001080     05  GENCAT-SOURCE         PIC X(32).
001090     05  GENCAT-SEP-8          PIC X(01).
001100     05  GENCAT-COPY           PIC X(40).
001110 FD  CERT-FILE.
001120 01  CERT-LINE                 PIC X(100).
001130
001140 WORKING-STORAGE SECTION.
001150 01  ERA-TARGET-FS             PIC XX.
001160 01  ERA-WORK-FS               PIC XX.
001170 01  ERA-PLAYHIST-FS           PIC XX.
001180 01  ERA-GENCAT-FS             PIC XX.
001190 01  ERA-CERT-FS               PIC XX.
001200
001210*----------------------------------------------------------------
001220* COMMAND-LINE FIELDS. EXACTLY ONE OF BADGE= AND BEFORE= MUST BE
001230* GIVEN; A LIVE RUN ALSO NEEDS OP=. EVERY OTHER ARGUMENT IS A
001240* STATION ID, WITH THE SAME OVERSIZE-ID ABORT AS MERGER.COB.
001250*----------------------------------------------------------------
001260 01  ERA-ARGUMENT-COUNT        PIC 9(02) VALUE 0.
001270 01  ERA-ARG-IDX               PIC 9(02) VALUE 0.
001280 01  ERA-ARG-RAW               PIC X(32) VALUE SPACES.
001290 01  ERA-DATE-ARG              PIC X(08) VALUE SPACES.
001300 01  ERA-BADGE                 PIC X(05) VALUE SPACES.
001310 01  ERA-CUTOFF-DATE           PIC 9(08) VALUE 0.
001320 01  ERA-OPERATOR              PIC X(10) VALUE SPACES.
001330 77  ERA-MODE-SW               PIC X(01) VALUE SPACE.
001340     88  ERA-BADGE-MODE                VALUE "B".
001350     88  ERA-PURGE-MODE                VALUE "P".
001360 77  ERA-DRYRUN-SW             PIC X(01) VALUE "N".
001370     88  ERA-DRY-RUN                   VALUE "Y".
001380     88  ERA-LIVE-RUN                  VALUE "N".
001390
001400*----------------------------------------------------------------
001410* SCOPES. SCOPE 1 IS ALWAYS THE BARE SINGLE-BOOTH / SITE-WIDE
001420* FILE SET (ROSTER, RESULT.TXT AND SO ON); EACH STATION NAMED ON
001430* THE COMMAND LINE ADDS ITS OWN "-<STATION>" FILE SET.
001440*----------------------------------------------------------------
001450 77  ERA-MAX-STATIONS          PIC 9(02) VALUE 16.
001460 01  ERA-SCOPE-COUNT           PIC 9(02) VALUE 1.
001470 01  ERA-SCOPE-IDX             PIC 9(02) VALUE 0.
001480 01  ERA-SCOPE-TABLE.
001490     05  ERA-SCOPE-ID OCCURS 17 TIMES PIC X(10).
001500 01  ERA-STATION-ID            PIC X(10) VALUE SPACES.
001510
001520 01  ERA-TARGET-FILENAME       PIC X(64).
001530 01  ERA-WORK-FILENAME         PIC X(64)
001540                               VALUE "/home/ec2-user/erasure.wrk".
001550 01  ERA-GENCAT-FILENAME       PIC X(32) VALUE "backup_catalog".
001560 01  ERA-CERT-FILENAME         PIC X(64).
001570 01  ERA-DELETE-NAME           PIC X(65).
001580 01  ERA-DELETE-RC             PIC S9(09) COMP-5 VALUE 0.
001590
001600 77  ERA-EOF-SW                PIC X(01) VALUE "N".
001610     88  ERA-AT-EOF                    VALUE "Y".
001620     88  ERA-NOT-AT-EOF                VALUE "N".
001630
001640*----------------------------------------------------------------
001650* THE FILE BEING WORKED: WHAT KIND OF RECORD IT HOLDS (WHICH
001660* DECIDES HOW A RECORD IS JUDGED), WHAT HAPPENS TO A MATCHING
001670* RECORD, AND ITS CERTIFICATE COUNTS.
001680*----------------------------------------------------------------
001690 01  ERA-FILE-KIND             PIC X(08) VALUE SPACES.
001700 01  ERA-FILE-ACTION           PIC X(06) VALUE SPACES.
001710 77  ERA-SHOW-MISSING-SW       PIC X(01) VALUE "Y".
001720     88  ERA-SHOW-MISSING              VALUE "Y".
001730     88  ERA-HIDE-MISSING              VALUE "N".
001740 77  ERA-VERDICT-SW            PIC X(01) VALUE "K".
001750     88  ERA-KEEP-RECORD               VALUE "K".
001760     88  ERA-DROP-RECORD               VALUE "D".
001770     88  ERA-CHANGE-RECORD             VALUE "C".
001780 01  ERA-COUNT-BEFORE          PIC 9(07) VALUE 0.
001790 01  ERA-COUNT-AFFECTED        PIC 9(07) VALUE 0.
001800 01  ERA-COUNT-AFTER           PIC 9(07) VALUE 0.
001810 01  ERA-KEPT-HASH             PIC 9(15) VALUE 0.
001820
001830*----------------------------------------------------------------
001840* RECORD VIEWS. EVERY LINE-SEQUENTIAL RECORD IS READ INTO
001850* ERA-REC AND JUDGED THROUGH THE VIEW FOR ITS KIND. THE SESSION
001860* VIEW ALSO SERVES THE OVERRIDE LOG (SAME DATE/TIME/BADGE LEAD).
001870*----------------------------------------------------------------
001880 01  ERA-REC                   PIC X(200).
001890 01  ERA-BADGE-LEAD-VIEW REDEFINES ERA-REC.
001900     05  ERA-BL-BADGE          PIC X(05).
001910     05  ERA-BL-PLAYER-ID      PIC 9(05).
001920     05  FILLER                PIC X(190).
001930 01  ERA-SESSION-VIEW REDEFINES ERA-REC.
001940     05  ERA-SV-DATE           PIC 9(08).
001950     05  ERA-SV-TIME.
001950         10  ERA-SV-HMS        PIC 9(06).
001950         10  FILLER            PIC X(02).
001960     05  FILLER                PIC X(01).
001970     05  ERA-SV-BADGE          PIC X(05).
001980     05  FILLER                PIC X(01).
001980     05  ERA-SV-STATION        PIC X(10).
001980     05  FILLER                PIC X(01).
001990     05  ERA-SV-SCORE          PIC S9(09).
002000     05  FILLER                PIC X(157).
002010 01  ERA-HIST-VIEW REDEFINES ERA-REC.
002020     05  ERA-HV-BADGE          PIC X(05).
002030     05  ERA-HV-PLAYER-ID      PIC 9(05).
002040     05  ERA-HV-STAMP.
002050         10  ERA-HV-DATE       PIC 9(08).
002060         10  FILLER            PIC X(06).
002070     05  ERA-HV-NAME           PIC X(20).
002080     05  FILLER                PIC X(156).
002090 01  ERA-RESULT-VIEW REDEFINES ERA-REC.
002100     05  ERA-RV-STAMP.
002110         10  ERA-RV-DATE       PIC 9(08).
002120         10  FILLER            PIC X(06).
002130     05  ERA-RV-NAME           PIC X(20).
002140     05  FILLER                PIC X(166).
002150 01  ERA-XCHG-VIEW REDEFINES ERA-REC.
002160     05  ERA-XV-TYPE           PIC X(01).
002170     05  ERA-XV-STAMP.
002180         10  ERA-XV-DATE       PIC 9(08).
002190         10  FILLER            PIC X(06).
002200     05  ERA-XV-NAME           PIC X(20).
002210     05  FILLER                PIC X(165).
002220 01  ERA-DISPUTE-VIEW REDEFINES ERA-REC.
002230     05  FILLER                PIC X(08).
002240     05  ERA-DV-BADGE          PIC X(05).
002250     05  FILLER                PIC X(12).
002260     05  ERA-DV-SES-DATE       PIC 9(08).
002270     05  FILLER                PIC X(19).
002280     05  ERA-DV-RES-NAME       PIC X(20).
002290     05  FILLER                PIC X(128).
002300 01  ERA-IMAGE-VIEW REDEFINES ERA-REC.
002310     05  ERA-IV-BADGE          PIC X(05).
002320     05  ERA-IV-DATE           PIC 9(08).
002330     05  FILLER                PIC X(21).
002340     05  ERA-IV-SCORE          PIC S9(09).
002350     05  FILLER                PIC X(157).
002350 01  ERA-QUEUE-VIEW REDEFINES ERA-REC.
002350     05  ERA-QV-DATE           PIC 9(08).
002350     05  FILLER                PIC X(06).
002350     05  ERA-QV-BADGE          PIC X(05).
002350     05  FILLER                PIC X(181).
002350 01  ERA-TICKET-VIEW REDEFINES ERA-REC.
002350     05  ERA-TV-TYPE           PIC X(01).
002350     05  ERA-TV-HDR-DATE       PIC 9(08).
002350     05  FILLER                PIC X(191).
002350 01  ERA-TICKET-DTL-VIEW REDEFINES ERA-REC.
002350     05  FILLER                PIC X(08).
002350     05  ERA-TD-BADGE          PIC X(05).
002350     05  FILLER                PIC X(187).
002350 01  ERA-ACK-VIEW REDEFINES ERA-REC.
002350     05  ERA-AV-FLAG           PIC X(01).
002350     05  FILLER                PIC X(09).
002350     05  ERA-AV-BADGE          PIC X(05).
002350     05  FILLER                PIC X(185).
002350 01  ERA-REJECT-VIEW REDEFINES ERA-REC.
002350     05  ERA-JV-LEAD           PIC X(10).
002350     05  ERA-JV-FEED-DATE      PIC 9(08).
002350     05  FILLER                PIC X(24).
002350     05  ERA-JV-BADGE          PIC X(05).
002350     05  FILLER                PIC X(153).
002350 01  ERA-FEED-DATE             PIC 9(08) VALUE 0.
002360
002370*----------------------------------------------------------------
002380* BADGE ERASURE: THE BADGE'S RESULT_HIST RECORDS, AS TIMESTAMP
002390* PLUS NAME, WHICH IS HOW ITS RESULT, ARCHIVE AND EXTRACT RECORDS
002400* ARE RECOGNISED. THE EARLIEST AND LATEST DATES BOUND THE MONTHS
002410* AND DAYS WHOSE ARCHIVES AND EXTRACTS ARE OPENED.
002420*----------------------------------------------------------------
002430 77  ERA-MAX-KEYS              PIC 9(04) VALUE 2000.
002440 01  ERA-KEY-COUNT             PIC 9(04) VALUE 0.
002450 01  ERA-KEY-IDX               PIC 9(04) VALUE 0.
002460 01  ERA-KEY-TABLE.
002470     05  ERA-KEY-ENTRY OCCURS 2000 TIMES.
002480         10  ERA-KEY-STAMP     PIC X(14).
002490         10  ERA-KEY-NAME      PIC X(20).
002500 01  ERA-FIND-STAMP            PIC X(14) VALUE SPACES.
002500 01  ERA-FIND-STAMP-R REDEFINES ERA-FIND-STAMP.
002500     05  ERA-FIND-DATE         PIC 9(08).
002500     05  ERA-FIND-TIME         PIC 9(06).
002510 01  ERA-FIND-NAME             PIC X(20) VALUE SPACES.
002520 77  ERA-KEY-FOUND-SW          PIC X(01) VALUE "N".
002530     88  ERA-KEY-FOUND                 VALUE "Y".
002540     88  ERA-KEY-NOT-FOUND             VALUE "N".
002550 01  ERA-SCAN-FROM             PIC 9(08) VALUE 0.
002560 01  ERA-SCAN-TO               PIC 9(08) VALUE 0.
002560
002560*----------------------------------------------------------------
002560* BADGE ERASURE: THE BADGE'S SESSIONS IN EACH SCOPE, WITH THE
002560* LATEST EARLIER SESSION OF ANY BADGE THAT DAY AT THAT STATION
002560* (ERA-SES-FLOOR). BY RESJOIN'S RULE A RESULT STAMPED AFTER THE
002560* FLOOR AND AT OR BEFORE THE SESSION WAS JOINED TO THAT SESSION.
002560*----------------------------------------------------------------
002560 77  ERA-MAX-SESSIONS          PIC 9(04) VALUE 2000.
002560 01  ERA-SES-COUNT             PIC 9(04) VALUE 0.
002560 01  ERA-SES-IDX               PIC 9(04) VALUE 0.
002560 01  ERA-SES-FIRST             PIC 9(04) VALUE 0.
002560 01  ERA-SES-TABLE.
002560     05  ERA-SES-ENTRY OCCURS 2000 TIMES.
002560         10  ERA-SES-SCOPE     PIC 9(02).
002560         10  ERA-SES-DATE      PIC 9(08).
002560         10  ERA-SES-TIME      PIC 9(06).
002560         10  ERA-SES-FLOOR     PIC 9(06).
002560 77  ERA-SES-FOUND-SW          PIC X(01) VALUE "N".
002560     88  ERA-SES-FOUND                 VALUE "Y".
002560     88  ERA-SES-NOT-FOUND             VALUE "N".
002570
002580*----------------------------------------------------------------
002590* RETENTION PURGE: EVERY BADGE SEEN IN A SESSION FILE WITH THE
002600* LATEST DATE IT FLEW. A BADGE LAST SEEN BEFORE THE CUT-OFF IS
002610* IN THE PURGE SET.
002620*----------------------------------------------------------------
002630 77  ERA-MAX-SEEN              PIC 9(04) VALUE 4000.
002640 01  ERA-SEEN-COUNT            PIC 9(04) VALUE 0.
002650 01  ERA-SEEN-IDX              PIC 9(04) VALUE 0.
002660 01  ERA-SEEN-TABLE.
002670     05  ERA-SEEN-ENTRY OCCURS 4000 TIMES.
002680         10  ERA-SEEN-BADGE    PIC X(05).
002690         10  ERA-SEEN-LAST     PIC 9(08).
002700 01  ERA-FIND-BADGE            PIC X(05) VALUE SPACES.
002710 01  ERA-FOUND-IDX             PIC 9(04) VALUE 0.
002720 01  ERA-PURGE-BADGES          PIC 9(05) VALUE 0.
002730 77  ERA-IN-SET-SW             PIC X(01) VALUE "N".
002740     88  ERA-IN-SET                    VALUE "Y".
002750     88  ERA-NOT-IN-SET                VALUE "N".
002760
002770*----------------------------------------------------------------
002780* DAY AND MONTH WALK FOR THE ARCHIVES AND EXTRACTS.
002790*----------------------------------------------------------------
002800 01  ERA-DAY-INT               PIC 9(08) VALUE 0.
002810 01  ERA-TO-INT                PIC 9(08) VALUE 0.
002820 01  ERA-DAY-DATE              PIC 9(08) VALUE 0.
002830 01  ERA-MONTH-YM              PIC 9(06) VALUE 0.
002840 01  ERA-MONTH-YM-R REDEFINES ERA-MONTH-YM.
002850     05  ERA-MONTH-Y           PIC 9(04).
002860     05  ERA-MONTH-M           PIC 9(02).
002870 01  ERA-TO-YM                 PIC 9(06) VALUE 0.
002880
002890*----------------------------------------------------------------
002900* BACKUP CATALOG, LOADED WHOLE SO A REWRITTEN COPY'S COUNT AND
002910* HASH CAN BE PUT BACK AGAINST ITS ENTRY.
002920*----------------------------------------------------------------
002930 77  ERA-MAX-GENCAT            PIC 9(04) VALUE 4000.
002940 01  ERA-GENCAT-COUNT          PIC 9(04) VALUE 0.
002950 01  ERA-GC-IDX                PIC 9(04) VALUE 0.
002960 01  ERA-GENCAT-TABLE.
002970     05  ERA-GENCAT-ENTRY OCCURS 4000 TIMES.
002980         10  ERA-GC-REC        PIC X(137).
002990 77  ERA-GENCAT-CHANGED-SW     PIC X(01) VALUE "N".
003000     88  ERA-GENCAT-CHANGED            VALUE "Y".
003010
003020*----------------------------------------------------------------
003030* RUN STAMP AND CERTIFICATE TOTALS.
003040*----------------------------------------------------------------
003050 01  ERA-RUN-DATE              PIC 9(08) VALUE 0.
003060 01  ERA-RUN-TIME              PIC 9(08) VALUE 0.
003070 01  ERA-FILES-EXAMINED        PIC 9(05) VALUE 0.
003080 01  ERA-FILES-AFFECTED        PIC 9(05) VALUE 0.
003090 01  ERA-TOTAL-REMOVED         PIC 9(09) VALUE 0.
003100 01  ERA-TOTAL-CHANGED         PIC 9(09) VALUE 0.
003110 01  ERA-NUM-EDIT              PIC ZZZ,ZZZ,ZZ9.
003120
003130 PROCEDURE DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
003160     ACCEPT ERA-RUN-DATE FROM DATE YYYYMMDD.
003170     ACCEPT ERA-RUN-TIME FROM TIME.
003180     IF  ERA-PURGE-MODE
003190     AND ERA-CUTOFF-DATE > ERA-RUN-DATE
003200         DISPLAY "CUT-OFF " ERA-CUTOFF-DATE " IS AFTER TODAY -- "
003210             "ABORTING"
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     PERFORM 1200-LOAD-GENCAT THRU 1200-LOAD-GENCAT-EXIT.
003260     IF ERA-BADGE-MODE
003270         PERFORM 2000-COLLECT-HIST-KEYS
003280             THRU 2000-COLLECT-HIST-KEYS-EXIT
003290             VARYING ERA-SCOPE-IDX FROM 1 BY 1
003300             UNTIL ERA-SCOPE-IDX > ERA-SCOPE-COUNT
003300         PERFORM 2100-COLLECT-SESSIONS
003300             THRU 2100-COLLECT-SESSIONS-EXIT
003300             VARYING ERA-SCOPE-IDX FROM 1 BY 1
003300             UNTIL ERA-SCOPE-IDX > ERA-SCOPE-COUNT
003310     ELSE
003320         PERFORM 2200-COLLECT-LAST-SEEN
003330             THRU 2200-COLLECT-LAST-SEEN-EXIT
003340             VARYING ERA-SCOPE-IDX FROM 1 BY 1
003350             UNTIL ERA-SCOPE-IDX > ERA-SCOPE-COUNT
003360         PERFORM 2300-COUNT-PURGE-SET
003370             THRU 2300-COUNT-PURGE-SET-EXIT
003380             VARYING ERA-SEEN-IDX FROM 1 BY 1
003390             UNTIL ERA-SEEN-IDX > ERA-SEEN-COUNT
003400     END-IF.
003410     PERFORM 3000-OPEN-CERTIFICATE
003420         THRU 3000-OPEN-CERTIFICATE-EXIT.
003430     PERFORM 4000-ERASE-SCOPE THRU 4000-ERASE-SCOPE-EXIT
003440         VARYING ERA-SCOPE-IDX FROM 1 BY 1
003450         UNTIL ERA-SCOPE-IDX > ERA-SCOPE-COUNT.
003460     PERFORM 4500-ERASE-DISPUTES THRU 4500-ERASE-DISPUTES-EXIT.
003470     PERFORM 4600-REWRITE-GENCAT THRU 4600-REWRITE-GENCAT-EXIT.
003480     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
003490     MOVE SPACES TO ERA-DELETE-NAME.
003500     STRING ERA-WORK-FILENAME DELIMITED BY SPACE
003510         X"00" DELIMITED BY SIZE INTO ERA-DELETE-NAME.
003520     CALL "CBL_DELETE_FILE" USING ERA-DELETE-NAME
003530         RETURNING ERA-DELETE-RC.
003540     IF ERA-DRY-RUN
003550         DISPLAY "DRY RUN COMPLETE -- NOTHING CHANGED; "
003560             ERA-TOTAL-REMOVED " RECORD(S) WOULD BE REMOVED AND "
003570             ERA-TOTAL-CHANGED " BLANKED"
003580     ELSE
003590         DISPLAY "ERASURE COMPLETE -- " ERA-TOTAL-REMOVED
003600             " RECORD(S) REMOVED, " ERA-TOTAL-CHANGED
003610             " BLANKED, IN " ERA-FILES-AFFECTED " FILE(S)"
003620     END-IF.
003630     DISPLAY "CERTIFICATE: " FUNCTION TRIM(ERA-CERT-FILENAME).
003640 0000-MAINLINE-EXIT.
003650     STOP RUN.
003660
003670*----------------------------------------------------------------
003680* 1000-RESOLVE-ARGS -- SWEEP THE ARGUMENTS, THEN INSIST ON
003690* EXACTLY ONE OF BADGE= / BEFORE= AND, FOR A LIVE RUN, OP=.
003700*----------------------------------------------------------------
003710 1000-RESOLVE-ARGS.
003720     MOVE 1 TO ERA-SCOPE-COUNT.
003730     MOVE SPACES TO ERA-SCOPE-ID(1).
003740     ACCEPT ERA-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
003750     IF ERA-ARGUMENT-COUNT < 1
003760         DISPLAY "USAGE: ERASURE BADGE=<BADGE> OP=<ID> [DRYRUN] "
003770             "[STATION ...]"
003780         DISPLAY "       ERASURE BEFORE=<YYYYMMDD> OP=<ID> "
003790             "[DRYRUN] [STATION ...]"
003800         MOVE 8 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     PERFORM 1100-PARSE-ARGUMENT THRU 1100-PARSE-ARGUMENT-EXIT
003840         VARYING ERA-ARG-IDX FROM 1 BY 1
003850         UNTIL ERA-ARG-IDX > ERA-ARGUMENT-COUNT.
003860     IF ERA-MODE-SW = SPACE
003870         DISPLAY "GIVE BADGE=<BADGE> OR BEFORE=<YYYYMMDD>"
003880         MOVE 8 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     IF ERA-LIVE-RUN AND ERA-OPERATOR = SPACES
003920         DISPLAY "AN ERASURE NEEDS THE AUTHORISING OPERATOR -- "
003930             "GIVE OP=<ID>, OR DRYRUN"
003940         MOVE 8 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970 1000-RESOLVE-ARGS-EXIT.
003980     EXIT.
003990
004000 1100-PARSE-ARGUMENT.
004010     MOVE SPACES TO ERA-ARG-RAW.
004020     DISPLAY ERA-ARG-IDX UPON ARGUMENT-NUMBER.
004030     ACCEPT ERA-ARG-RAW FROM ARGUMENT-VALUE.
004040     IF ERA-ARG-RAW = "DRYRUN"
004050         SET ERA-DRY-RUN TO TRUE
004060         GO TO 1100-PARSE-ARGUMENT-EXIT
004070     END-IF.
004080     IF ERA-ARG-RAW(1:3) = "OP="
004090         IF FUNCTION LENGTH(FUNCTION TRIM(ERA-ARG-RAW(4:))) > 10
004100             DISPLAY "OPERATOR '" FUNCTION TRIM(ERA-ARG-RAW(4:))
004110                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004120             MOVE 8 TO RETURN-CODE
004130             STOP RUN
004140         END-IF
004150         MOVE ERA-ARG-RAW(4:) TO ERA-OPERATOR
004160         GO TO 1100-PARSE-ARGUMENT-EXIT
004170     END-IF.
004180     IF ERA-ARG-RAW(1:6) = "BADGE="
004190         IF ERA-MODE-SW NOT = SPACE
004200             DISPLAY "GIVE ONLY ONE OF BADGE= AND BEFORE="
004210             MOVE 8 TO RETURN-CODE
004220             STOP RUN
004230         END-IF
004240         IF ERA-ARG-RAW(7:5) = SPACES
004250         OR ERA-ARG-RAW(12:) NOT = SPACES
004260             DISPLAY "'" FUNCTION TRIM(ERA-ARG-RAW)
004270                 "' IS NOT BADGE=<BADGE> -- ABORTING"
004280             MOVE 8 TO RETURN-CODE
004290             STOP RUN
004300         END-IF
004310         MOVE ERA-ARG-RAW(7:5) TO ERA-BADGE
004320         SET ERA-BADGE-MODE TO TRUE
004330         GO TO 1100-PARSE-ARGUMENT-EXIT
004340     END-IF.
004350     IF ERA-ARG-RAW(1:7) = "BEFORE="
004360         IF ERA-MODE-SW NOT = SPACE
004370             DISPLAY "GIVE ONLY ONE OF BADGE= AND BEFORE="
004380             MOVE 8 TO RETURN-CODE
004390             STOP RUN
004400         END-IF
004410         MOVE ERA-ARG-RAW(8:8) TO ERA-DATE-ARG
004420         IF  ERA-DATE-ARG IS NUMERIC
004430         AND ERA-ARG-RAW(16:) = SPACES
004440             MOVE ERA-DATE-ARG TO ERA-CUTOFF-DATE
004450         ELSE
004460             DISPLAY "'" FUNCTION TRIM(ERA-ARG-RAW)
004470                 "' IS NOT BEFORE=YYYYMMDD -- ABORTING"
004480             MOVE 8 TO RETURN-CODE
004490             STOP RUN
004500         END-IF
004510         SET ERA-PURGE-MODE TO TRUE
004520         GO TO 1100-PARSE-ARGUMENT-EXIT
004530     END-IF.
004540     IF FUNCTION LENGTH(FUNCTION TRIM(ERA-ARG-RAW)) > 10
004550         DISPLAY "STATION ID '" FUNCTION TRIM(ERA-ARG-RAW)
004560             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004570         MOVE 8 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     IF ERA-SCOPE-COUNT > ERA-MAX-STATIONS
004610         DISPLAY "MORE THAN " ERA-MAX-STATIONS
004620             " STATIONS -- ABORTING"
004630         MOVE 8 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     ADD 1 TO ERA-SCOPE-COUNT.
004670     MOVE ERA-ARG-RAW TO ERA-SCOPE-ID(ERA-SCOPE-COUNT).
004680 1100-PARSE-ARGUMENT-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720* 1200-LOAD-GENCAT -- THE BACKUP CATALOG, IF BACKUP.COB HAS EVER
004730* RUN. EACH ENTRY IS KEPT AS THE WHOLE CATALOG LINE.
004740*----------------------------------------------------------------
004750 1200-LOAD-GENCAT.
004760     MOVE 0 TO ERA-GENCAT-COUNT.
004770     SET ERA-NOT-AT-EOF TO TRUE.
004780     OPEN INPUT GENCAT-FILE.
004790     IF ERA-GENCAT-FS NOT = "00"
004800         GO TO 1200-LOAD-GENCAT-EXIT
004810     END-IF.
004820     PERFORM 1210-LOAD-GENCAT-ENTRY
004830         THRU 1210-LOAD-GENCAT-ENTRY-EXIT
004840         UNTIL ERA-AT-EOF.
004850     CLOSE GENCAT-FILE.
004860 1200-LOAD-GENCAT-EXIT.
004870     EXIT.
004880
004890 1210-LOAD-GENCAT-ENTRY.
004900     READ GENCAT-FILE
004910         AT END
004920             SET ERA-AT-EOF TO TRUE
004930         NOT AT END
004940             IF ERA-GENCAT-COUNT >= ERA-MAX-GENCAT
004950                 DISPLAY "BACKUP CATALOG TABLE FULL AT "
004960                     ERA-MAX-GENCAT " -- ABORTING"
004970                 MOVE 8 TO RETURN-CODE
004980                 STOP RUN
004990             END-IF
005000             ADD 1 TO ERA-GENCAT-COUNT
005010             MOVE GENCAT-REC TO ERA-GC-REC(ERA-GENCAT-COUNT)
005020     END-READ.
005030 1210-LOAD-GENCAT-ENTRY-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 2000-COLLECT-HIST-KEYS -- BADGE ERASURE. PICK THE BADGE'S
005080* RESULT_HIST RECORDS OUT OF THIS SCOPE'S HISTORY FILE BEFORE
005090* ANYTHING IS REWRITTEN.
005100*----------------------------------------------------------------
005110 2000-COLLECT-HIST-KEYS.
005120     MOVE ERA-SCOPE-ID(ERA-SCOPE-IDX) TO ERA-STATION-ID.
005130     MOVE "HIST" TO ERA-FILE-KIND.
005140     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
005150     SET ERA-NOT-AT-EOF TO TRUE.
005160     OPEN INPUT TARGET-FILE.
005170     IF ERA-TARGET-FS NOT = "00"
005180         GO TO 2000-COLLECT-HIST-KEYS-EXIT
005190     END-IF.
005200     PERFORM 2010-COLLECT-HIST-KEY THRU 2010-COLLECT-HIST-KEY-EXIT
005210         UNTIL ERA-AT-EOF.
005220     CLOSE TARGET-FILE.
005230 2000-COLLECT-HIST-KEYS-EXIT.
005240     EXIT.
005250
005260 2010-COLLECT-HIST-KEY.
005270     READ TARGET-FILE INTO ERA-REC
005280         AT END
005290             SET ERA-AT-EOF TO TRUE
005300             GO TO 2010-COLLECT-HIST-KEY-EXIT
005310     END-READ.
005320     IF ERA-HV-BADGE NOT = ERA-BADGE
005330         GO TO 2010-COLLECT-HIST-KEY-EXIT
005340     END-IF.
005350     MOVE ERA-HV-STAMP TO ERA-FIND-STAMP.
005360     MOVE ERA-HV-NAME TO ERA-FIND-NAME.
005370     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
005380     IF ERA-KEY-FOUND
005390         GO TO 2010-COLLECT-HIST-KEY-EXIT
005400     END-IF.
005410     IF ERA-KEY-COUNT >= ERA-MAX-KEYS
005420         DISPLAY "RESULT KEY TABLE FULL AT " ERA-MAX-KEYS
005430             " -- ABORTING BEFORE ANYTHING IS CHANGED"
005440         MOVE 8 TO RETURN-CODE
005450         STOP RUN
005460     END-IF.
005470     ADD 1 TO ERA-KEY-COUNT.
005480     MOVE ERA-HV-STAMP TO ERA-KEY-STAMP(ERA-KEY-COUNT).
005490     MOVE ERA-HV-NAME TO ERA-KEY-NAME(ERA-KEY-COUNT).
005500     IF ERA-HV-DATE IS NUMERIC
005510         IF ERA-SCAN-FROM = 0 OR ERA-HV-DATE < ERA-SCAN-FROM
005520             MOVE ERA-HV-DATE TO ERA-SCAN-FROM
005530         END-IF
005540         IF ERA-HV-DATE > ERA-SCAN-TO
005550             MOVE ERA-HV-DATE TO ERA-SCAN-TO
005560         END-IF
005570     END-IF.
005580 2010-COLLECT-HIST-KEY-EXIT.
005590     EXIT.
005590
005590*----------------------------------------------------------------
005590* 2100-COLLECT-SESSIONS -- BADGE ERASURE. PICK THE BADGE'S
005590* SESSIONS OUT OF THIS SCOPE'S SESSION FILE, THEN READ IT AGAIN
005590* FOR EACH ONE'S FLOOR: THE LATEST SESSION BEFORE IT THAT DAY.
005590*----------------------------------------------------------------
005590 2100-COLLECT-SESSIONS.
005590     MOVE ERA-SCOPE-ID(ERA-SCOPE-IDX) TO ERA-STATION-ID.
005590     MOVE "SESSION" TO ERA-FILE-KIND.
005590     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
005590     COMPUTE ERA-SES-FIRST = ERA-SES-COUNT + 1.
005590     SET ERA-NOT-AT-EOF TO TRUE.
005590     OPEN INPUT TARGET-FILE.
005590     IF ERA-TARGET-FS NOT = "00"
005590         GO TO 2100-COLLECT-SESSIONS-EXIT
005590     END-IF.
005590     PERFORM 2110-COLLECT-BADGE-SESSION
005590         THRU 2110-COLLECT-BADGE-SESSION-EXIT
005590         UNTIL ERA-AT-EOF.
005590     CLOSE TARGET-FILE.
005590     IF ERA-SES-FIRST > ERA-SES-COUNT
005590         GO TO 2100-COLLECT-SESSIONS-EXIT
005590     END-IF.
005590     SET ERA-NOT-AT-EOF TO TRUE.
005590     OPEN INPUT TARGET-FILE.
005590     IF ERA-TARGET-FS NOT = "00"
005590         GO TO 2100-COLLECT-SESSIONS-EXIT
005590     END-IF.
005590     PERFORM 2120-SET-SESSION-FLOORS
005590         THRU 2120-SET-SESSION-FLOORS-EXIT
005590         UNTIL ERA-AT-EOF.
005590     CLOSE TARGET-FILE.
005590 2100-COLLECT-SESSIONS-EXIT.
005590     EXIT.
005590
005590 2110-COLLECT-BADGE-SESSION.
005590     READ TARGET-FILE INTO ERA-REC
005590         AT END
005590             SET ERA-AT-EOF TO TRUE
005590             GO TO 2110-COLLECT-BADGE-SESSION-EXIT
005590     END-READ.
005590     IF ERA-SV-BADGE NOT = ERA-BADGE
005590     OR ERA-SV-STATION NOT = ERA-STATION-ID
005590     OR ERA-SV-DATE NOT NUMERIC
005590     OR ERA-SV-HMS NOT NUMERIC
005590         GO TO 2110-COLLECT-BADGE-SESSION-EXIT
005590     END-IF.
005590     IF ERA-SES-COUNT >= ERA-MAX-SESSIONS
005590         DISPLAY "SESSION TABLE FULL AT " ERA-MAX-SESSIONS
005590             " -- ABORTING BEFORE ANYTHING IS CHANGED"
005590         MOVE 8 TO RETURN-CODE
005590         STOP RUN
005590     END-IF.
005590     ADD 1 TO ERA-SES-COUNT.
005590     MOVE ERA-SCOPE-IDX TO ERA-SES-SCOPE(ERA-SES-COUNT).
005590     MOVE ERA-SV-DATE TO ERA-SES-DATE(ERA-SES-COUNT).
005590     MOVE ERA-SV-HMS TO ERA-SES-TIME(ERA-SES-COUNT).
005590     MOVE 0 TO ERA-SES-FLOOR(ERA-SES-COUNT).
005590     IF ERA-SCAN-FROM = 0 OR ERA-SV-DATE < ERA-SCAN-FROM
005590         MOVE ERA-SV-DATE TO ERA-SCAN-FROM
005590     END-IF.
005590     IF ERA-SV-DATE > ERA-SCAN-TO
005590         MOVE ERA-SV-DATE TO ERA-SCAN-TO
005590     END-IF.
005590 2110-COLLECT-BADGE-SESSION-EXIT.
005590     EXIT.
005590
005590 2120-SET-SESSION-FLOORS.
005590     READ TARGET-FILE INTO ERA-REC
005590         AT END
005590             SET ERA-AT-EOF TO TRUE
005590             GO TO 2120-SET-SESSION-FLOORS-EXIT
005590     END-READ.
005590     IF ERA-SV-STATION NOT = ERA-STATION-ID
005590     OR ERA-SV-DATE NOT NUMERIC
005590     OR ERA-SV-HMS NOT NUMERIC
005590         GO TO 2120-SET-SESSION-FLOORS-EXIT
005590     END-IF.
005590     MOVE ERA-SV-DATE TO ERA-FIND-DATE.
005590     MOVE ERA-SV-HMS TO ERA-FIND-TIME.
005590     PERFORM 2130-RAISE-FLOOR THRU 2130-RAISE-FLOOR-EXIT
005590         VARYING ERA-SES-IDX FROM ERA-SES-FIRST BY 1
005590         UNTIL ERA-SES-IDX > ERA-SES-COUNT.
005590 2120-SET-SESSION-FLOORS-EXIT.
005590     EXIT.
005590
005590 2130-RAISE-FLOOR.
005590     IF  ERA-SES-DATE(ERA-SES-IDX) = ERA-FIND-DATE
005590     AND ERA-FIND-TIME < ERA-SES-TIME(ERA-SES-IDX)
005590     AND ERA-FIND-TIME > ERA-SES-FLOOR(ERA-SES-IDX)
005590         MOVE ERA-FIND-TIME TO ERA-SES-FLOOR(ERA-SES-IDX)
005590     END-IF.
005590 2130-RAISE-FLOOR-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* 2200-COLLECT-LAST-SEEN -- RETENTION PURGE. NOTE EVERY BADGE'S
005630* LATEST SESSION DATE, AND THE EARLIEST DATE OF ANY SESSION, AS
005640* THE FLOOR OF THE ARCHIVE AND EXTRACT WALK.
005650*----------------------------------------------------------------
005660 2200-COLLECT-LAST-SEEN.
005670     MOVE ERA-SCOPE-ID(ERA-SCOPE-IDX) TO ERA-STATION-ID.
005680     MOVE "SESSION" TO ERA-FILE-KIND.
005690     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
005700     SET ERA-NOT-AT-EOF TO TRUE.
005710     OPEN INPUT TARGET-FILE.
005720     IF ERA-TARGET-FS NOT = "00"
005730         GO TO 2200-COLLECT-LAST-SEEN-EXIT
005740     END-IF.
005750     PERFORM 2210-COLLECT-SESSION THRU 2210-COLLECT-SESSION-EXIT
005760         UNTIL ERA-AT-EOF.
005770     CLOSE TARGET-FILE.
005780 2200-COLLECT-LAST-SEEN-EXIT.
005790     EXIT.
005800
005810 2210-COLLECT-SESSION.
005820     READ TARGET-FILE INTO ERA-REC
005830         AT END
005840             SET ERA-AT-EOF TO TRUE
005850             GO TO 2210-COLLECT-SESSION-EXIT
005860     END-READ.
005870     IF ERA-SV-DATE NOT NUMERIC OR ERA-SV-BADGE = SPACES
005880         GO TO 2210-COLLECT-SESSION-EXIT
005890     END-IF.
005900     IF ERA-SCAN-FROM = 0 OR ERA-SV-DATE < ERA-SCAN-FROM
005910         MOVE ERA-SV-DATE TO ERA-SCAN-FROM
005920     END-IF.
005930     MOVE ERA-SV-BADGE TO ERA-FIND-BADGE.
005940     PERFORM 8200-FIND-SEEN THRU 8200-FIND-SEEN-EXIT.
005950     IF ERA-FOUND-IDX > 0
005960         IF ERA-SV-DATE > ERA-SEEN-LAST(ERA-FOUND-IDX)
005970             MOVE ERA-SV-DATE TO ERA-SEEN-LAST(ERA-FOUND-IDX)
005980         END-IF
005990         GO TO 2210-COLLECT-SESSION-EXIT
006000     END-IF.
006010     IF ERA-SEEN-COUNT >= ERA-MAX-SEEN
006020         DISPLAY "BADGE TABLE FULL AT " ERA-MAX-SEEN
006030             " -- ABORTING BEFORE ANYTHING IS CHANGED"
006040         MOVE 8 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     ADD 1 TO ERA-SEEN-COUNT.
006080     MOVE ERA-SV-BADGE TO ERA-SEEN-BADGE(ERA-SEEN-COUNT).
006090     MOVE ERA-SV-DATE TO ERA-SEEN-LAST(ERA-SEEN-COUNT).
006100 2210-COLLECT-SESSION-EXIT.
006110     EXIT.
006120
006130 2300-COUNT-PURGE-SET.
006140     IF ERA-SEEN-LAST(ERA-SEEN-IDX) < ERA-CUTOFF-DATE
006150         ADD 1 TO ERA-PURGE-BADGES
006160     END-IF.
006170 2300-COUNT-PURGE-SET-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 3000-OPEN-CERTIFICATE -- ONE CERTIFICATE PER RUN, NAMED FOR THE
006220* RUN'S DATE AND TIME SO NONE IS EVER OVERWRITTEN.
006230*----------------------------------------------------------------
006240 3000-OPEN-CERTIFICATE.
006250     MOVE SPACES TO ERA-CERT-FILENAME.
006260     STRING "/home/ec2-user/erasure_cert-" DELIMITED BY SIZE
006270         ERA-RUN-DATE DELIMITED BY SIZE
006280         "-" DELIMITED BY SIZE
006290         ERA-RUN-TIME(1:6) DELIMITED BY SIZE
006300         ".txt" DELIMITED BY SIZE
006310         INTO ERA-CERT-FILENAME.
006320     OPEN OUTPUT CERT-FILE.
006330     IF ERA-CERT-FS NOT = "00"
006340         DISPLAY "UNABLE TO OPEN ERASURE CERTIFICATE, STATUS: "
006350             ERA-CERT-FS " -- NOTHING CHANGED"
006360         MOVE 8 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     IF ERA-DRY-RUN
006400         MOVE "ERASURE CERTIFICATE -- DRY RUN, NOTHING HAS BEEN "
006410             TO CERT-LINE
006420         MOVE "CHANGED" TO CERT-LINE(50:)
006430     ELSE
006440         MOVE "ERASURE CERTIFICATE" TO CERT-LINE
006450     END-IF.
006460     WRITE CERT-LINE.
006470     MOVE SPACES TO CERT-LINE.
006480     STRING "RUN " ERA-RUN-DATE " " ERA-RUN-TIME(1:6)
006490         "   AUTHORISED BY " ERA-OPERATOR
006500         DELIMITED BY SIZE INTO CERT-LINE.
006510     WRITE CERT-LINE.
006520     MOVE SPACES TO CERT-LINE.
006530     IF ERA-BADGE-MODE
006540         STRING "ERASURE OF BADGE " ERA-BADGE
006550             "   RESULT RECORDS TRACED: " ERA-KEY-COUNT
006550             "   SESSIONS: " ERA-SES-COUNT
006560             DELIMITED BY SIZE INTO CERT-LINE
006570     ELSE
006580         STRING "RETENTION PURGE OF RECORDS BEFORE "
006590             ERA-CUTOFF-DATE
006600             "   BADGES LAST SEEN BEFORE IT: " ERA-PURGE-BADGES
006610             DELIMITED BY SIZE INTO CERT-LINE
006620     END-IF.
006630     WRITE CERT-LINE.
006640     MOVE SPACES TO CERT-LINE.
006650     MOVE "STATIONS: (SITE)" TO CERT-LINE.
006660     PERFORM 3100-LIST-STATION THRU 3100-LIST-STATION-EXIT
006670         VARYING ERA-SCOPE-IDX FROM 2 BY 1
006680         UNTIL ERA-SCOPE-IDX > ERA-SCOPE-COUNT.
006690     WRITE CERT-LINE.
006700     MOVE SPACES TO CERT-LINE.
006710     WRITE CERT-LINE.
006720     MOVE "FILE" TO CERT-LINE(1:4).
006730     MOVE "ACTION" TO CERT-LINE(54:6).
006740     MOVE " BEFORE" TO CERT-LINE(61:7).
006750     MOVE "AFFECTED" TO CERT-LINE(69:8).
006760     MOVE "  AFTER" TO CERT-LINE(78:7).
006770     WRITE CERT-LINE.
006780 3000-OPEN-CERTIFICATE-EXIT.
006790     EXIT.
006800
006810 3100-LIST-STATION.
006820     STRING FUNCTION TRIM(CERT-LINE) DELIMITED BY SIZE
006830         " " DELIMITED BY SIZE
006840         ERA-SCOPE-ID(ERA-SCOPE-IDX) DELIMITED BY SPACE
006850         INTO CERT-LINE.
006860 3100-LIST-STATION-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* 4000-ERASE-SCOPE -- EVERY FILE OF ONE STATION'S FILE SET.
006910*----------------------------------------------------------------
006920 4000-ERASE-SCOPE.
006930     MOVE ERA-SCOPE-ID(ERA-SCOPE-IDX) TO ERA-STATION-ID.
006940     SET ERA-SHOW-MISSING TO TRUE.
006950     MOVE "ROSTER" TO ERA-FILE-KIND.
006960     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
006970     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
006980     MOVE "SESSION" TO ERA-FILE-KIND.
006990     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007000     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007010     MOVE "PLAYHIST" TO ERA-FILE-KIND.
007020     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007030     PERFORM 6500-PROCESS-PLAYHIST
007040         THRU 6500-PROCESS-PLAYHIST-EXIT.
007050     MOVE "CHECKPT" TO ERA-FILE-KIND.
007060     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007070     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007080     MOVE "OVERRIDE" TO ERA-FILE-KIND.
007090     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007100     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007100     MOVE "QUEUE" TO ERA-FILE-KIND.
007100     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007100     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007100     MOVE "TICKETS" TO ERA-FILE-KIND.
007100     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007100     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007100     MOVE "TKTACK" TO ERA-FILE-KIND.
007100     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007100     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007100     MOVE "TKTREJ" TO ERA-FILE-KIND.
007100     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007100     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007110     MOVE "HIST" TO ERA-FILE-KIND.
007120     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007130     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007140     MOVE "RESULT" TO ERA-FILE-KIND.
007150     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007160     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007170     SET ERA-HIDE-MISSING TO TRUE.
007180     IF ERA-SCAN-FROM > 0
007190         PERFORM 4100-ERASE-ARCHIVES THRU 4100-ERASE-ARCHIVES-EXIT
007200         PERFORM 4200-ERASE-EXTRACTS THRU 4200-ERASE-EXTRACTS-EXIT
007210     END-IF.
007220     SET ERA-SHOW-MISSING TO TRUE.
007230     PERFORM 4300-ERASE-BACKUP-COPY
007240         THRU 4300-ERASE-BACKUP-COPY-EXIT
007250         VARYING ERA-GC-IDX FROM 1 BY 1
007260         UNTIL ERA-GC-IDX > ERA-GENCAT-COUNT.
007270 4000-ERASE-SCOPE-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310* 4100-ERASE-ARCHIVES -- EVERY RESULT_ARCH MONTH FROM THE SCAN
007320* FLOOR TO THE LAST MONTH THAT CAN HOLD AN AFFECTED RECORD. A
007330* MONTH WITH NO ARCHIVE IS SIMPLY PASSED OVER.
007340*----------------------------------------------------------------
007350 4100-ERASE-ARCHIVES.
007360     MOVE "ARCHIVE" TO ERA-FILE-KIND.
007370     COMPUTE ERA-MONTH-YM = ERA-SCAN-FROM / 100.
007380     IF ERA-BADGE-MODE
007390         COMPUTE ERA-TO-YM = ERA-SCAN-TO / 100
007400     ELSE
007410         COMPUTE ERA-TO-YM = ERA-CUTOFF-DATE / 100
007420     END-IF.
007430     PERFORM 4110-ERASE-ARCHIVE-MONTH
007440         THRU 4110-ERASE-ARCHIVE-MONTH-EXIT
007450         UNTIL ERA-MONTH-YM > ERA-TO-YM.
007460 4100-ERASE-ARCHIVES-EXIT.
007470     EXIT.
007480
007490 4110-ERASE-ARCHIVE-MONTH.
007500     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007510     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007520     IF ERA-MONTH-M >= 12
007530         ADD 1 TO ERA-MONTH-Y
007540         MOVE 1 TO ERA-MONTH-M
007550     ELSE
007560         ADD 1 TO ERA-MONTH-M
007570     END-IF.
007580 4110-ERASE-ARCHIVE-MONTH-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 4200-ERASE-EXTRACTS -- EVERY DAY'S INTERCHANGE EXTRACT OVER THE
007630* SAME SPAN (A PURGE STOPS THE DAY BEFORE THE CUT-OFF).
007640*----------------------------------------------------------------
007650 4200-ERASE-EXTRACTS.
007660     MOVE "XCHG" TO ERA-FILE-KIND.
007670     COMPUTE ERA-DAY-INT =
007680         FUNCTION INTEGER-OF-DATE(ERA-SCAN-FROM).
007690     IF ERA-BADGE-MODE
007700         COMPUTE ERA-TO-INT =
007710             FUNCTION INTEGER-OF-DATE(ERA-SCAN-TO)
007720     ELSE
007730         COMPUTE ERA-TO-INT =
007740             FUNCTION INTEGER-OF-DATE(ERA-CUTOFF-DATE) - 1
007750     END-IF.
007760     PERFORM 4210-ERASE-EXTRACT-DAY
007770         THRU 4210-ERASE-EXTRACT-DAY-EXIT
007780         UNTIL ERA-DAY-INT > ERA-TO-INT.
007790 4200-ERASE-EXTRACTS-EXIT.
007800     EXIT.
007810
007820 4210-ERASE-EXTRACT-DAY.
007830     COMPUTE ERA-DAY-DATE =
007840         FUNCTION DATE-OF-INTEGER(ERA-DAY-INT).
007850     PERFORM 8000-NAME-FILE THRU 8000-NAME-FILE-EXIT.
007860     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
007870     ADD 1 TO ERA-DAY-INT.
007880 4210-ERASE-EXTRACT-DAY-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920* 4300-ERASE-BACKUP-COPY -- THIS STATION'S BACKUP COPIES OF THE
007930* ROSTER, SESSION FILE AND PLAYHIST IMAGE. A REWRITTEN COPY'S
007940* NEW COUNT AND HASH GO BACK ON ITS CATALOG ENTRY.
007950*----------------------------------------------------------------
007960 4300-ERASE-BACKUP-COPY.
007970     MOVE ERA-GC-REC(ERA-GC-IDX) TO GENCAT-REC.
007980     IF GENCAT-STATION NOT = ERA-STATION-ID
007990     OR GENCAT-STATE NOT = "C"
008000         GO TO 4300-ERASE-BACKUP-COPY-EXIT
008010     END-IF.
008020     EVALUATE GENCAT-KIND
008030         WHEN "ROSTER"
008040             MOVE "BKROSTER" TO ERA-FILE-KIND
008050         WHEN "SESSION"
008060             MOVE "BKSESSN" TO ERA-FILE-KIND
008070         WHEN "PLAYHIST"
008080             MOVE "BKPHIST" TO ERA-FILE-KIND
008090         WHEN OTHER
008100             GO TO 4300-ERASE-BACKUP-COPY-EXIT
008110     END-EVALUATE.
008120     MOVE GENCAT-COPY TO ERA-TARGET-FILENAME.
008130     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
008140     IF  ERA-COUNT-AFFECTED > 0
008150     AND ERA-LIVE-RUN
008160         MOVE ERA-COUNT-AFTER TO GENCAT-COUNT
008170         MOVE ERA-KEPT-HASH TO GENCAT-HASH
008180         MOVE GENCAT-REC TO ERA-GC-REC(ERA-GC-IDX)
008190         SET ERA-GENCAT-CHANGED TO TRUE
008200     END-IF.
008210 4300-ERASE-BACKUP-COPY-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250* 4500-ERASE-DISPUTES -- THE SITE-WIDE DISPUTE FILE. A CASE IS
008260* KEPT FOR ITS RULING BUT LOSES THE BADGE AND NAME.
008270*----------------------------------------------------------------
008280 4500-ERASE-DISPUTES.
008290     SET ERA-SHOW-MISSING TO TRUE.
008300     MOVE "DISPUTE" TO ERA-FILE-KIND.
008310     MOVE "dispute" TO ERA-TARGET-FILENAME.
008320     PERFORM 6000-PROCESS-FILE THRU 6000-PROCESS-FILE-EXIT.
008330 4500-ERASE-DISPUTES-EXIT.
008340     EXIT.
008350
008360 4600-REWRITE-GENCAT.
008370     IF NOT ERA-GENCAT-CHANGED
008380         GO TO 4600-REWRITE-GENCAT-EXIT
008390     END-IF.
008400     OPEN OUTPUT GENCAT-FILE.
008410     IF ERA-GENCAT-FS NOT = "00"
008420         DISPLAY "UNABLE TO REWRITE BACKUP CATALOG, STATUS: "
008430             ERA-GENCAT-FS " -- RESTORE WILL REFUSE THE "
008440             "REWRITTEN COPIES"
008450         MOVE 8 TO RETURN-CODE
008460         GO TO 4600-REWRITE-GENCAT-EXIT
008470     END-IF.
008480     PERFORM 4610-WRITE-GENCAT-ENTRY
008490         THRU 4610-WRITE-GENCAT-ENTRY-EXIT
008500         VARYING ERA-GC-IDX FROM 1 BY 1
008510         UNTIL ERA-GC-IDX > ERA-GENCAT-COUNT.
008520     CLOSE GENCAT-FILE.
008530 4600-REWRITE-GENCAT-EXIT.
008540     EXIT.
008550
008560 4610-WRITE-GENCAT-ENTRY.
008570     MOVE ERA-GC-REC(ERA-GC-IDX) TO GENCAT-REC.
008580     WRITE GENCAT-REC.
008590 4610-WRITE-GENCAT-ENTRY-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 6000-PROCESS-FILE -- ONE LINE-SEQUENTIAL FILE. EVERY RECORD IS
008640* JUDGED AND THE SURVIVORS WRITTEN TO THE WORK FILE; ONLY A LIVE
008650* RUN THAT FOUND SOMETHING COPIES THE WORK FILE BACK OVER THE
008660* ORIGINAL. THE FILE GETS ITS CERTIFICATE LINE EITHER WAY.
008670*----------------------------------------------------------------
008680 6000-PROCESS-FILE.
008690     MOVE 0 TO ERA-COUNT-BEFORE.
008700     MOVE 0 TO ERA-COUNT-AFFECTED.
008710     MOVE 0 TO ERA-COUNT-AFTER.
008720     MOVE 0 TO ERA-KEPT-HASH.
008720     MOVE 0 TO ERA-FEED-DATE.
008730     EVALUATE ERA-FILE-KIND
008740         WHEN "RESULT"
008750         WHEN "DISPUTE"
008760             MOVE "ANON" TO ERA-FILE-ACTION
008770         WHEN "ARCHIVE"
008780         WHEN "XCHG"
008780         WHEN "TICKETS"
008780         WHEN "TKTACK"
008790             MOVE "BLANK" TO ERA-FILE-ACTION
008800         WHEN OTHER
008810             MOVE "DELETE" TO ERA-FILE-ACTION
008820     END-EVALUATE.
008830     SET ERA-NOT-AT-EOF TO TRUE.
008840     OPEN INPUT TARGET-FILE.
008850     IF ERA-TARGET-FS NOT = "00"
008860         IF ERA-SHOW-MISSING
008870             MOVE SPACES TO CERT-LINE
008880             MOVE ERA-TARGET-FILENAME(1:52) TO CERT-LINE(1:52)
008890             MOVE "NOT PRESENT" TO CERT-LINE(54:)
008900             WRITE CERT-LINE
008910         END-IF
008920         GO TO 6000-PROCESS-FILE-EXIT
008930     END-IF.
008940     OPEN OUTPUT WORK-FILE.
008950     IF ERA-WORK-FS NOT = "00"
008960         DISPLAY "UNABLE TO OPEN ERASURE WORK FILE, STATUS: "
008970             ERA-WORK-FS " -- ABORTING"
008980         CLOSE TARGET-FILE
008990         MOVE 8 TO RETURN-CODE
009000         STOP RUN
009010     END-IF.
009020     PERFORM 6100-FILTER-RECORD THRU 6100-FILTER-RECORD-EXIT
009030         UNTIL ERA-AT-EOF.
009040     CLOSE TARGET-FILE.
009050     CLOSE WORK-FILE.
009060     IF  ERA-COUNT-AFFECTED > 0
009070     AND ERA-LIVE-RUN
009080         PERFORM 6300-COPY-BACK THRU 6300-COPY-BACK-EXIT
009090     END-IF.
009100     PERFORM 6400-CERTIFY-FILE THRU 6400-CERTIFY-FILE-EXIT.
009110 6000-PROCESS-FILE-EXIT.
009120     EXIT.
009130
009140 6100-FILTER-RECORD.
009150     MOVE SPACES TO ERA-REC.
009160     READ TARGET-FILE INTO ERA-REC
009170         AT END
009180             SET ERA-AT-EOF TO TRUE
009190             GO TO 6100-FILTER-RECORD-EXIT
009200     END-READ.
009210     ADD 1 TO ERA-COUNT-BEFORE.
009220     SET ERA-KEEP-RECORD TO TRUE.
009230     PERFORM 6200-JUDGE-RECORD THRU 6200-JUDGE-RECORD-EXIT.
009240     IF ERA-DROP-RECORD
009250         ADD 1 TO ERA-COUNT-AFFECTED
009260         GO TO 6100-FILTER-RECORD-EXIT
009270     END-IF.
009280     IF ERA-CHANGE-RECORD
009290         ADD 1 TO ERA-COUNT-AFFECTED
009300     END-IF.
009310     ADD 1 TO ERA-COUNT-AFTER.
009320     PERFORM 6600-HASH-KEPT THRU 6600-HASH-KEPT-EXIT.
009330     WRITE WORK-REC FROM ERA-REC.
009340 6100-FILTER-RECORD-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380* 6200-JUDGE-RECORD -- DOES THIS RECORD BELONG TO THE ERASURE?
009390* DROP IT, OR CHANGE IT IN PLACE (RESULT-TYPE RECORDS AND
009400* DISPUTE CASES), OR LEAVE IT ALONE.
009410*----------------------------------------------------------------
009420 6200-JUDGE-RECORD.
009430     EVALUATE ERA-FILE-KIND
009440         WHEN "ROSTER"
009450         WHEN "BKROSTER"
009460         WHEN "CHECKPT"
009470             IF ERA-BADGE-MODE
009480                 IF ERA-BL-BADGE = ERA-BADGE
009490                     SET ERA-DROP-RECORD TO TRUE
009500                 END-IF
009510             ELSE
009520                 MOVE ERA-BL-BADGE TO ERA-FIND-BADGE
009530                 PERFORM 8300-CHECK-PURGE-SET
009540                     THRU 8300-CHECK-PURGE-SET-EXIT
009550                 IF ERA-IN-SET
009560                     SET ERA-DROP-RECORD TO TRUE
009570                 END-IF
009580             END-IF
009590         WHEN "SESSION"
009600         WHEN "BKSESSN"
009610         WHEN "OVERRIDE"
009620             IF ERA-BADGE-MODE
009630                 IF ERA-SV-BADGE = ERA-BADGE
009640                     SET ERA-DROP-RECORD TO TRUE
009650                 END-IF
009660             ELSE
009670                 IF ERA-SV-DATE < ERA-CUTOFF-DATE
009680                     SET ERA-DROP-RECORD TO TRUE
009690                 END-IF
009700             END-IF
009710         WHEN "BKPHIST"
009720             IF ERA-BADGE-MODE
009730                 IF ERA-IV-BADGE = ERA-BADGE
009740                     SET ERA-DROP-RECORD TO TRUE
009750                 END-IF
009760             ELSE
009770                 IF ERA-IV-DATE < ERA-CUTOFF-DATE
009780                     SET ERA-DROP-RECORD TO TRUE
009790                 END-IF
009800             END-IF
009800         WHEN "QUEUE"
009800             IF ERA-BADGE-MODE
009800                 IF ERA-QV-BADGE = ERA-BADGE
009800                     SET ERA-DROP-RECORD TO TRUE
009800                 END-IF
009800             ELSE
009800                 IF ERA-QV-DATE < ERA-CUTOFF-DATE
009800                     SET ERA-DROP-RECORD TO TRUE
009800                 END-IF
009800             END-IF
009810         WHEN "HIST"
009820             IF ERA-BADGE-MODE
009830                 IF ERA-HV-BADGE = ERA-BADGE
009840                     SET ERA-DROP-RECORD TO TRUE
009850                 END-IF
009860             ELSE
009870                 IF ERA-HV-DATE < ERA-CUTOFF-DATE
009880                     SET ERA-DROP-RECORD TO TRUE
009890                 END-IF
009900             END-IF
009910         WHEN "RESULT"
009920         WHEN "ARCHIVE"
009930             MOVE ERA-RV-STAMP TO ERA-FIND-STAMP
009940             MOVE ERA-RV-NAME TO ERA-FIND-NAME
009950             PERFORM 6210-MATCH-RESULT THRU 6210-MATCH-RESULT-EXIT
009960             IF ERA-CHANGE-RECORD
009970                 IF ERA-FILE-KIND = "RESULT"
009980                     MOVE "ERASED" TO ERA-RV-NAME
009990                 ELSE
010000                     MOVE SPACES TO ERA-RV-NAME
010010                 END-IF
010020             END-IF
010030         WHEN "XCHG"
010040             IF ERA-XV-TYPE = "D"
010050                 MOVE ERA-XV-STAMP TO ERA-FIND-STAMP
010060                 MOVE ERA-XV-NAME TO ERA-FIND-NAME
010070                 PERFORM 6210-MATCH-RESULT
010080                     THRU 6210-MATCH-RESULT-EXIT
010090                 IF ERA-CHANGE-RECORD
010100                     MOVE SPACES TO ERA-XV-NAME
010110                 END-IF
010120             END-IF
010120         WHEN "TICKETS"
010120         WHEN "TKTACK"
010120             IF ERA-TV-TYPE = "H"
010120                 IF ERA-TV-HDR-DATE IS NUMERIC
010120                     MOVE ERA-TV-HDR-DATE TO ERA-FEED-DATE
010120                 END-IF
010120                 GO TO 6200-JUDGE-RECORD-EXIT
010120             END-IF
010120             MOVE SPACES TO ERA-FIND-BADGE
010120             IF ERA-FILE-KIND = "TICKETS"
010120                 IF ERA-TV-TYPE = "D"
010120                     MOVE ERA-TD-BADGE TO ERA-FIND-BADGE
010120                 END-IF
010120             ELSE
010120                 IF ERA-AV-FLAG = "A" OR ERA-AV-FLAG = "R"
010120                     MOVE ERA-AV-BADGE TO ERA-FIND-BADGE
010120                 END-IF
010120             END-IF
010120             PERFORM 6230-MATCH-TICKET THRU 6230-MATCH-TICKET-EXIT
010120             IF ERA-CHANGE-RECORD
010120                 IF ERA-FILE-KIND = "TICKETS"
010120                     MOVE SPACES TO ERA-TD-BADGE
010120                 ELSE
010120                     MOVE SPACES TO ERA-AV-BADGE
010120                 END-IF
010120             END-IF
010120         WHEN "TKTREJ"
010120             IF  ERA-JV-LEAD = "FEED DATE "
010120             AND ERA-JV-FEED-DATE IS NUMERIC
010120                 MOVE ERA-JV-FEED-DATE TO ERA-FEED-DATE
010120             END-IF
010120             IF ERA-JV-LEAD NOT = "REJECTED ("
010120                 GO TO 6200-JUDGE-RECORD-EXIT
010120             END-IF
010120             MOVE ERA-JV-BADGE TO ERA-FIND-BADGE
010120             PERFORM 6230-MATCH-TICKET THRU 6230-MATCH-TICKET-EXIT
010120             IF ERA-CHANGE-RECORD
010120                 SET ERA-DROP-RECORD TO TRUE
010120             END-IF
010130         WHEN "DISPUTE"
010140             IF ERA-BADGE-MODE
010150                 IF ERA-DV-BADGE = ERA-BADGE
010160                     SET ERA-CHANGE-RECORD TO TRUE
010170                 END-IF
010180             ELSE
010190                 IF ERA-DV-SES-DATE < ERA-CUTOFF-DATE
010200                 AND ERA-DV-BADGE NOT = SPACES
010210                     SET ERA-CHANGE-RECORD TO TRUE
010220                 END-IF
010230             END-IF
010240             IF ERA-CHANGE-RECORD
010250                 MOVE SPACES TO ERA-DV-BADGE
010260                 MOVE "ERASED" TO ERA-DV-RES-NAME
010270             END-IF
010280     END-EVALUATE.
010290 6200-JUDGE-RECORD-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------
010330* 6210-MATCH-RESULT -- A RESULT-TYPE RECORD (NO BADGE ON IT) IS
010340* PART OF A BADGE ERASURE WHEN ITS TIMESTAMP AND NAME ARE ONE OF
010350* THE BADGE'S RESULT_HIST RECORDS, OR WHEN IT JOINS TO ONE OF THE
010350* BADGE'S SESSIONS IN THIS SCOPE, AND PART OF A PURGE WHEN IT IS
010360* DATED BEFORE THE CUT-OFF. A NAME ALREADY BLANK IS LEFT ALONE.
010370*----------------------------------------------------------------
010380 6210-MATCH-RESULT.
010390     IF  ERA-FIND-NAME = SPACES
010400     OR  ERA-FIND-NAME = "ERASED"
010410         GO TO 6210-MATCH-RESULT-EXIT
010420     END-IF.
010430     IF ERA-BADGE-MODE
010440         PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT
010450         IF ERA-KEY-FOUND
010460             SET ERA-CHANGE-RECORD TO TRUE
010470         ELSE
010470             PERFORM 8400-FIND-SESSION THRU 8400-FIND-SESSION-EXIT
010470             IF ERA-SES-FOUND
010470                 SET ERA-CHANGE-RECORD TO TRUE
010470             END-IF
010470         END-IF
010480     ELSE
010490         IF ERA-FIND-STAMP(1:8) < ERA-CUTOFF-DATE
010500             SET ERA-CHANGE-RECORD TO TRUE
010510         END-IF
010520     END-IF.
010530 6210-MATCH-RESULT-EXIT.
010540     EXIT.
010540
010540*----------------------------------------------------------------
010540* 6230-MATCH-TICKET -- A TICKETING DETAIL LINE IS PART OF A BADGE
010540* ERASURE WHEN IT CARRIES THE BADGE, AND PART OF A PURGE WHEN ITS
010540* FEED IS DATED BEFORE THE CUT-OFF.
010540*----------------------------------------------------------------
010540 6230-MATCH-TICKET.
010540     IF ERA-FIND-BADGE = SPACES
010540         GO TO 6230-MATCH-TICKET-EXIT
010540     END-IF.
010540     IF ERA-BADGE-MODE
010540         IF ERA-FIND-BADGE = ERA-BADGE
010540             SET ERA-CHANGE-RECORD TO TRUE
010540         END-IF
010540     ELSE
010540         IF  ERA-FEED-DATE > 0
010540         AND ERA-FEED-DATE < ERA-CUTOFF-DATE
010540             SET ERA-CHANGE-RECORD TO TRUE
010540         END-IF
010540     END-IF.
010540 6230-MATCH-TICKET-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------
010570* 6300-COPY-BACK -- PUT THE FILTERED WORK FILE BACK OVER THE
010580* ORIGINAL.
010590*----------------------------------------------------------------
010600 6300-COPY-BACK.
010610     SET ERA-NOT-AT-EOF TO TRUE.
010620     OPEN INPUT WORK-FILE.
010630     OPEN OUTPUT TARGET-FILE.
010640     IF ERA-WORK-FS NOT = "00" OR ERA-TARGET-FS NOT = "00"
010650         DISPLAY "UNABLE TO REWRITE "
010660             FUNCTION TRIM(ERA-TARGET-FILENAME) ", STATUS: "
010670             ERA-WORK-FS "/" ERA-TARGET-FS " -- ABORTING"
010680         MOVE 8 TO RETURN-CODE
010690         STOP RUN
010700     END-IF.
010710     PERFORM 6310-COPY-BACK-RECORD THRU 6310-COPY-BACK-RECORD-EXIT
010720         UNTIL ERA-AT-EOF.
010730     CLOSE WORK-FILE.
010740     CLOSE TARGET-FILE.
010750 6300-COPY-BACK-EXIT.
010760     EXIT.
010770
010780 6310-COPY-BACK-RECORD.
010790     READ WORK-FILE INTO ERA-REC
010800         AT END
010810             SET ERA-AT-EOF TO TRUE
010820         NOT AT END
010830             WRITE TARGET-REC FROM ERA-REC
010840     END-READ.
010850 6310-COPY-BACK-RECORD-EXIT.
010860     EXIT.
010870
010880 6400-CERTIFY-FILE.
010890     ADD 1 TO ERA-FILES-EXAMINED.
010900     IF ERA-COUNT-AFFECTED > 0
010910         ADD 1 TO ERA-FILES-AFFECTED
010920         IF ERA-FILE-ACTION = "DELETE"
010930             ADD ERA-COUNT-AFFECTED TO ERA-TOTAL-REMOVED
010940         ELSE
010950             ADD ERA-COUNT-AFFECTED TO ERA-TOTAL-CHANGED
010960         END-IF
010970     END-IF.
010980     MOVE SPACES TO CERT-LINE.
010990     MOVE ERA-TARGET-FILENAME(1:52) TO CERT-LINE(1:52).
011000     MOVE ERA-FILE-ACTION TO CERT-LINE(54:6).
011010     MOVE ERA-COUNT-BEFORE TO CERT-LINE(61:7).
011020     MOVE ERA-COUNT-AFFECTED TO CERT-LINE(70:7).
011030     MOVE ERA-COUNT-AFTER TO CERT-LINE(78:7).
011040     WRITE CERT-LINE.
011050 6400-CERTIFY-FILE-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090* 6500-PROCESS-PLAYHIST -- THE INDEXED PLAYER HISTORY. MATCHING
011100* RECORDS ARE DELETED BY KEY AS THEY ARE READ (A DRY RUN ONLY
011110* COUNTS THEM), SO THE FILE'S INDEX STAYS WHOLE.
011120*----------------------------------------------------------------
011130 6500-PROCESS-PLAYHIST.
011140     MOVE 0 TO ERA-COUNT-BEFORE.
011150     MOVE 0 TO ERA-COUNT-AFFECTED.
011160     MOVE 0 TO ERA-COUNT-AFTER.
011170     MOVE "DELETE" TO ERA-FILE-ACTION.
011180     SET ERA-NOT-AT-EOF TO TRUE.
011190     IF ERA-DRY-RUN
011200         OPEN INPUT PLAYHIST-FILE
011210     ELSE
011220         OPEN I-O PLAYHIST-FILE
011230     END-IF.
011240     IF ERA-PLAYHIST-FS NOT = "00"
011250         MOVE SPACES TO CERT-LINE
011260         MOVE ERA-TARGET-FILENAME(1:52) TO CERT-LINE(1:52)
011270         IF ERA-PLAYHIST-FS = "35"
011280             MOVE "NOT PRESENT" TO CERT-LINE(54:)
011290         ELSE
011300             STRING "UNREADABLE, STATUS " ERA-PLAYHIST-FS
011310                 " -- REBUILD WITH HISTLOAD"
011320                 DELIMITED BY SIZE INTO CERT-LINE(54:)
011330             DISPLAY "PLAYHIST "
011340                 FUNCTION TRIM(ERA-TARGET-FILENAME)
011350                 " UNREADABLE, STATUS " ERA-PLAYHIST-FS
011360             MOVE 8 TO RETURN-CODE
011370         END-IF
011380         WRITE CERT-LINE
011390         GO TO 6500-PROCESS-PLAYHIST-EXIT
011400     END-IF.
011410     PERFORM 6510-JUDGE-PLAYHIST THRU 6510-JUDGE-PLAYHIST-EXIT
011420         UNTIL ERA-AT-EOF.
011430     CLOSE PLAYHIST-FILE.
011440     PERFORM 6400-CERTIFY-FILE THRU 6400-CERTIFY-FILE-EXIT.
011450 6500-PROCESS-PLAYHIST-EXIT.
011460     EXIT.
011470
011480 6510-JUDGE-PLAYHIST.
011490     READ PLAYHIST-FILE NEXT RECORD
011500         AT END
011510             SET ERA-AT-EOF TO TRUE
011520             GO TO 6510-JUDGE-PLAYHIST-EXIT
011530     END-READ.
011540     ADD 1 TO ERA-COUNT-BEFORE.
011550     SET ERA-KEEP-RECORD TO TRUE.
011560     IF ERA-BADGE-MODE
011570         IF PH-BADGE-NO = ERA-BADGE
011580             SET ERA-DROP-RECORD TO TRUE
011590         END-IF
011600     ELSE
011610         IF PH-DATE < ERA-CUTOFF-DATE
011620             SET ERA-DROP-RECORD TO TRUE
011630         END-IF
011640     END-IF.
011650     IF ERA-KEEP-RECORD
011660         ADD 1 TO ERA-COUNT-AFTER
011670         GO TO 6510-JUDGE-PLAYHIST-EXIT
011680     END-IF.
011690     ADD 1 TO ERA-COUNT-AFFECTED.
011700     IF ERA-LIVE-RUN
011710         DELETE PLAYHIST-FILE RECORD
011720             INVALID KEY
011730                 DISPLAY "PLAYHIST DELETE FAILED FOR " PH-KEY
011740                     ", STATUS " ERA-PLAYHIST-FS
011750                 MOVE 8 TO RETURN-CODE
011760         END-DELETE
011770     END-IF.
011780 6510-JUDGE-PLAYHIST-EXIT.
011790     EXIT.
011800
011810*----------------------------------------------------------------
011820* 6600-HASH-KEPT -- BACKUP.COB'S HASH RULE OVER THE RECORDS KEPT
011830* IN A BACKUP COPY, SO ITS CATALOG ENTRY CAN BE CORRECTED.
011840*----------------------------------------------------------------
011850 6600-HASH-KEPT.
011860     EVALUATE ERA-FILE-KIND
011870         WHEN "BKROSTER"
011880             IF ERA-BL-PLAYER-ID IS NUMERIC
011890                 ADD ERA-BL-PLAYER-ID TO ERA-KEPT-HASH
011900             END-IF
011910         WHEN "BKSESSN"
011920             IF ERA-SV-DATE IS NUMERIC
011930                 ADD ERA-SV-DATE TO ERA-KEPT-HASH
011940             END-IF
011950             IF ERA-SV-SCORE IS NUMERIC
011960                 IF ERA-SV-SCORE < 0
011970                     SUBTRACT ERA-SV-SCORE FROM ERA-KEPT-HASH
011980                 ELSE
011990                     ADD ERA-SV-SCORE TO ERA-KEPT-HASH
012000                 END-IF
012010             END-IF
012020         WHEN "BKPHIST"
012030             IF ERA-IV-DATE IS NUMERIC
012040                 ADD ERA-IV-DATE TO ERA-KEPT-HASH
012050             END-IF
012060             IF ERA-IV-SCORE IS NUMERIC
012070                 IF ERA-IV-SCORE < 0
012080                     SUBTRACT ERA-IV-SCORE FROM ERA-KEPT-HASH
012090                 ELSE
012100                     ADD ERA-IV-SCORE TO ERA-KEPT-HASH
012110                 END-IF
012120             END-IF
012130     END-EVALUATE.
012140 6600-HASH-KEPT-EXIT.
012150     EXIT.
012160
012170 7000-WRITE-TOTALS.
012180     MOVE SPACES TO CERT-LINE.
012190     WRITE CERT-LINE.
012200     MOVE ERA-FILES-EXAMINED TO ERA-NUM-EDIT.
012210     MOVE SPACES TO CERT-LINE.
012220     STRING "FILES EXAMINED:           " ERA-NUM-EDIT
012230         DELIMITED BY SIZE INTO CERT-LINE.
012240     WRITE CERT-LINE.
012250     MOVE ERA-FILES-AFFECTED TO ERA-NUM-EDIT.
012260     MOVE SPACES TO CERT-LINE.
012270     STRING "FILES WITH RECORDS HIT:   " ERA-NUM-EDIT
012280         DELIMITED BY SIZE INTO CERT-LINE.
012290     WRITE CERT-LINE.
012300     MOVE ERA-TOTAL-REMOVED TO ERA-NUM-EDIT.
012310     MOVE SPACES TO CERT-LINE.
012320     STRING "RECORDS REMOVED:          " ERA-NUM-EDIT
012330         DELIMITED BY SIZE INTO CERT-LINE.
012340     WRITE CERT-LINE.
012350     MOVE ERA-TOTAL-CHANGED TO ERA-NUM-EDIT.
012360     MOVE SPACES TO CERT-LINE.
012370     STRING "RECORDS BLANKED IN PLACE: " ERA-NUM-EDIT
012380         DELIMITED BY SIZE INTO CERT-LINE.
012390     WRITE CERT-LINE.
012400     IF ERA-DRY-RUN
012410         MOVE "DRY RUN -- THE COUNTS ABOVE ARE WHAT A LIVE RUN "
012420             TO CERT-LINE
012430         MOVE "WOULD DO" TO CERT-LINE(49:)
012440         WRITE CERT-LINE
012450     END-IF.
012460     CLOSE CERT-FILE.
012470 7000-WRITE-TOTALS-EXIT.
012480     EXIT.
012490
012500*----------------------------------------------------------------
012510* 8000-NAME-FILE -- THE FILE NAME FOR ERA-FILE-KIND IN THE
012520* CURRENT SCOPE, USING THE SAME NAMES THE PROGRAMS THAT WRITE
012530* THEM USE (CAPTEST FOR THE BOOTH FILES, RESJOIN, VALIDATOR,
012540* ARCHIVER AND EXPORTER FOR THE SERVER FILES).
012550*----------------------------------------------------------------
012560 8000-NAME-FILE.
012570     MOVE SPACES TO ERA-TARGET-FILENAME.
012580     EVALUATE ERA-FILE-KIND
012590         WHEN "ROSTER"
012600             MOVE "roster" TO ERA-TARGET-FILENAME
012610         WHEN "SESSION"
012620             MOVE "session" TO ERA-TARGET-FILENAME
012630         WHEN "PLAYHIST"
012640             MOVE "playhist" TO ERA-TARGET-FILENAME
012650         WHEN "CHECKPT"
012660             MOVE "checkpoint" TO ERA-TARGET-FILENAME
012670         WHEN "OVERRIDE"
012680             MOVE "override" TO ERA-TARGET-FILENAME
012680         WHEN "QUEUE"
012680             MOVE "queue" TO ERA-TARGET-FILENAME
012680         WHEN "TICKETS"
012680             MOVE "tickets" TO ERA-TARGET-FILENAME
012680         WHEN "TKTACK"
012680             MOVE "ticket_ack" TO ERA-TARGET-FILENAME
012680         WHEN "TKTREJ"
012680             MOVE "ticket_rejects" TO ERA-TARGET-FILENAME
012690         WHEN "HIST"
012700             MOVE "/home/ec2-user/result_hist"
012710                 TO ERA-TARGET-FILENAME
012720         WHEN "RESULT"
012730             MOVE "/home/ec2-user/result"
012740                 TO ERA-TARGET-FILENAME
012750         WHEN "ARCHIVE"
012760             MOVE "/home/ec2-user/result_arch"
012770                 TO ERA-TARGET-FILENAME
012780         WHEN "XCHG"
012790             MOVE "/home/ec2-user/interchange"
012800                 TO ERA-TARGET-FILENAME
012810     END-EVALUATE.
012820     IF ERA-STATION-ID NOT = SPACES
012830         STRING FUNCTION TRIM(ERA-TARGET-FILENAME)
012840             DELIMITED BY SIZE
012850             "-" DELIMITED BY SIZE
012860             ERA-STATION-ID DELIMITED BY SPACE
012870             INTO ERA-TARGET-FILENAME
012880     END-IF.
012890     EVALUATE ERA-FILE-KIND
012900         WHEN "HIST"
012910         WHEN "RESULT"
012920             STRING FUNCTION TRIM(ERA-TARGET-FILENAME)
012930                 DELIMITED BY SIZE
012940                 ".txt" DELIMITED BY SIZE
012950                 INTO ERA-TARGET-FILENAME
012960         WHEN "ARCHIVE"
012970             STRING FUNCTION TRIM(ERA-TARGET-FILENAME)
012980                 DELIMITED BY SIZE
012990                 "-" DELIMITED BY SIZE
013000                 ERA-MONTH-YM DELIMITED BY SIZE
013010                 ".txt" DELIMITED BY SIZE
013020                 INTO ERA-TARGET-FILENAME
013030         WHEN "XCHG"
013040             STRING FUNCTION TRIM(ERA-TARGET-FILENAME)
013050                 DELIMITED BY SIZE
013060                 "-" DELIMITED BY SIZE
013070                 ERA-DAY-DATE DELIMITED BY SIZE
013080                 ".txt" DELIMITED BY SIZE
013090                 INTO ERA-TARGET-FILENAME
013100     END-EVALUATE.
013110 8000-NAME-FILE-EXIT.
013120     EXIT.
013130
013140 8100-FIND-KEY.
013150     SET ERA-KEY-NOT-FOUND TO TRUE.
013160     PERFORM 8110-MATCH-KEY THRU 8110-MATCH-KEY-EXIT
013170         VARYING ERA-KEY-IDX FROM 1 BY 1
013180         UNTIL ERA-KEY-IDX > ERA-KEY-COUNT
013190            OR ERA-KEY-FOUND.
013200 8100-FIND-KEY-EXIT.
013210     EXIT.
013220
013230 8110-MATCH-KEY.
013240     IF  ERA-KEY-STAMP(ERA-KEY-IDX) = ERA-FIND-STAMP
013250     AND ERA-KEY-NAME(ERA-KEY-IDX) = ERA-FIND-NAME
013260         SET ERA-KEY-FOUND TO TRUE
013270     END-IF.
013280 8110-MATCH-KEY-EXIT.
013290     EXIT.
013300
013310 8200-FIND-SEEN.
013320     MOVE 0 TO ERA-FOUND-IDX.
013330     PERFORM 8210-MATCH-SEEN THRU 8210-MATCH-SEEN-EXIT
013340         VARYING ERA-SEEN-IDX FROM 1 BY 1
013350         UNTIL ERA-SEEN-IDX > ERA-SEEN-COUNT
013360            OR ERA-FOUND-IDX > 0.
013370 8200-FIND-SEEN-EXIT.
013380     EXIT.
013390
013400 8210-MATCH-SEEN.
013410     IF ERA-SEEN-BADGE(ERA-SEEN-IDX) = ERA-FIND-BADGE
013420         MOVE ERA-SEEN-IDX TO ERA-FOUND-IDX
013430     END-IF.
013440 8210-MATCH-SEEN-EXIT.
013450     EXIT.
013460
013470*----------------------------------------------------------------
013480* 8300-CHECK-PURGE-SET -- A BADGE IS PURGED WHEN IT HAS FLOWN AND
013490* ITS LAST SESSION IS BEFORE THE CUT-OFF.
013500*----------------------------------------------------------------
013510 8300-CHECK-PURGE-SET.
013520     SET ERA-NOT-IN-SET TO TRUE.
013530     PERFORM 8200-FIND-SEEN THRU 8200-FIND-SEEN-EXIT.
013540     IF ERA-FOUND-IDX > 0
013550         IF ERA-SEEN-LAST(ERA-FOUND-IDX) < ERA-CUTOFF-DATE
013560             SET ERA-IN-SET TO TRUE
013570         END-IF
013580     END-IF.
013590 8300-CHECK-PURGE-SET-EXIT.
013600     EXIT.
013600
013600*----------------------------------------------------------------
013600* 8400-FIND-SESSION -- DOES THE RESULT STAMPED ERA-FIND-STAMP
013600* JOIN, BY RESJOIN'S RULE, TO ONE OF THE BADGE'S SESSIONS IN THIS
013600* SCOPE: SAME DAY, AT OR BEFORE THE SESSION AND AFTER ITS FLOOR?
013600*----------------------------------------------------------------
013600 8400-FIND-SESSION.
013600     SET ERA-SES-NOT-FOUND TO TRUE.
013600     IF ERA-FIND-DATE NOT NUMERIC
013600     OR ERA-FIND-TIME NOT NUMERIC
013600         GO TO 8400-FIND-SESSION-EXIT
013600     END-IF.
013600     PERFORM 8410-MATCH-SESSION THRU 8410-MATCH-SESSION-EXIT
013600         VARYING ERA-SES-IDX FROM 1 BY 1
013600         UNTIL ERA-SES-IDX > ERA-SES-COUNT
013600            OR ERA-SES-FOUND.
013600 8400-FIND-SESSION-EXIT.
013600     EXIT.
013600
013600 8410-MATCH-SESSION.
013600     IF  ERA-SES-SCOPE(ERA-SES-IDX) = ERA-SCOPE-IDX
013600     AND ERA-SES-DATE(ERA-SES-IDX) = ERA-FIND-DATE
013600     AND ERA-SES-TIME(ERA-SES-IDX) NOT < ERA-FIND-TIME
013600     AND ERA-FIND-TIME > ERA-SES-FLOOR(ERA-SES-IDX)
013600         SET ERA-SES-FOUND TO TRUE
013600     END-IF.
013600 8410-MATCH-SESSION-EXIT.
013600     EXIT.
