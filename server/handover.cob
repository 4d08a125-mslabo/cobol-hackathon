000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HANDOVER.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. SHIFT HAND-OVER REPORT.
000110*                 SUPERVISORS USED TO RECONCILE A SHIFT FROM THE
000120*                 CONSOLE SCROLL. THIS READS EVERY STATION NAMED
000130*                 ON THE COMMAND LINE (THE SAME LIST SITESTAT.COB
000140*                 TAKES; NO STATIONS MEANS THE SINGLE-BOOTH SITE'S
000150*                 BARE FILES) FOR A "FROM=YYYYMMDDHHMM" TO
000160*                 "TO=YYYYMMDDHHMM" WINDOW (DEFAULT: ALL OF TODAY)
000170*                 AND WRITES ONE PAGE SHOWING, PER OPERATOR AND
000180*                 PER STATION, THE SESSIONS RUN, WINS, FAULTS
000190*                 (FLIGHT OR PRE-SCORE), OVERRIDES AND
000200*                 REHEARSALS, THEN EVERY OVERRIDE IN THE WINDOW
000210*                 WITH ITS REASON AND THE ATTEMPTS ALREADY USED,
000220*                 THEN EVERY CHECKPOINT LEFT OUTSTANDING AT
000230*                 HAND-OVER WITH THE OPERATOR OF THE BADGE'S LAST
000240*                 FAULTED RUN. SESSIONS COME OFF THE SESSION
000250*                 FILES, OVERRIDES OFF THE OVERRIDE LOGS AND
000260*                 REHEARSALS OFF THE REHEARSAL LOGS CAPTEST.COB
000270*                 WRITES. A RECORD WITH NO OPERATOR (A LEGACY
000280*                 SESSION, OR A REHEARSAL RUN WITHOUT OP=) IS
000290*                 SHOWN UNDER "(NONE)".
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CHECKPOINT-FILE ASSIGN DYNAMIC HND-CKPT-FILENAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS HND-CKPT-FS.
000370     SELECT SESSION-FILE ASSIGN DYNAMIC HND-SESSION-FILENAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS HND-SESSION-FS.
000400     SELECT OVERRIDE-FILE ASSIGN DYNAMIC HND-OVERRIDE-FILENAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HND-OVERRIDE-FS.
000430     SELECT REHEARSAL-FILE ASSIGN DYNAMIC HND-REHEARSAL-FILENAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HND-REHEARSAL-FS.
000460     SELECT REPORT-FILE ASSIGN DYNAMIC HND-REPORT-FILENAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS HND-REPORT-FS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CHECKPOINT-FILE.
000530 01  CHECKPOINT-REC.
000540     05  CHECKPOINT-BADGE-NO   PIC X(05).
000550     05  CHECKPOINT-LINENO     PIC 9(03).
000560     05  CHECKPOINT-SCRIPT     PIC X(10).
000570 FD  SESSION-FILE.
000580 01  SESSION-REC.
000590     05  SESSION-DATE        PIC 9(08).
000600     05  SESSION-TIME        PIC 9(08).
000610     05  SESSION-SEP-1       PIC X(01).
000620     05  SESSION-BADGE-NO    PIC X(05).
000630     05  SESSION-SEP-2       PIC X(01).
000640     05  SESSION-STATION-ID  PIC X(10).
000650     05  SESSION-SEP-3       PIC X(01).
000660     05  SESSION-SCORE       PIC S9(09).
000670     05  SESSION-THRESHOLD   PIC 9(03).
000680     05  SESSION-WIN-FLAG    PIC X(01).
000690     05  SESSION-FAULT-FLAG  PIC X(01).
000700     05  SESSION-SEP-4       PIC X(01).
000710     05  SESSION-SCRIPT      PIC X(10).
000720     05  SESSION-SEP-5       PIC X(01).
000730     05  SESSION-OPERATOR    PIC X(10).
000740     05  SESSION-OVERRIDE-SW PIC X(01).
000750 FD  OVERRIDE-FILE.
000760 01  OVERRIDE-REC.
000770     05  OVERRIDE-DATE           PIC 9(08).
000780     05  OVERRIDE-TIME           PIC 9(08).
000790     05  OVERRIDE-SEP-1          PIC X(01).
000800     05  OVERRIDE-BADGE-NO       PIC X(05).
000810     05  OVERRIDE-SEP-2          PIC X(01).
000820     05  OVERRIDE-STATION-ID     PIC X(10).
000830     05  OVERRIDE-SEP-3          PIC X(01).
000840     05  OVERRIDE-OPERATOR       PIC X(10).
000850     05  OVERRIDE-SEP-4          PIC X(01).
000860     05  OVERRIDE-REASON         PIC X(08).
000870     05  OVERRIDE-SEP-5          PIC X(01).
000880     05  OVERRIDE-ATTEMPTS-USED  PIC 9(03).
000890     05  OVERRIDE-ATTEMPT-LIMIT  PIC 9(02).
000900 FD  REHEARSAL-FILE.
000910 01  REHEARSAL-REC.
000920     05  REHEARSAL-DATE          PIC 9(08).
000930     05  REHEARSAL-TIME          PIC 9(08).
000940     05  REHEARSAL-SEP-1         PIC X(01).
000950     05  REHEARSAL-STATION-ID    PIC X(10).
000960     05  REHEARSAL-SEP-2         PIC X(01).
000970     05  REHEARSAL-OPERATOR      PIC X(10).
000980     05  REHEARSAL-SEP-3         PIC X(01).
000990     05  REHEARSAL-SCRIPT        PIC X(10).
001000     05  REHEARSAL-SEP-4         PIC X(01).
001010     05  REHEARSAL-LINES         PIC 9(03).
001020     05  REHEARSAL-TOTAL-SECS    PIC 9(07).
001030 FD  REPORT-FILE.
001040 01  REPORT-LINE             PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  HND-CKPT-FS             PIC XX.
001080 01  HND-SESSION-FS          PIC XX.
001090 01  HND-OVERRIDE-FS         PIC XX.
001100 01  HND-REHEARSAL-FS        PIC XX.
001110 01  HND-REPORT-FS           PIC XX.
001120
001130*----------------------------------------------------------------
001140* COMMAND-LINE FIELDS. "FROM=" AND "TO=" TAKE A YYYYMMDDHHMM
001150* STAMP; EVERY OTHER ARGUMENT IS A STATION ID. THE RAW STAMP IS
001160* STAGED IN HND-STAMP-ARG, WHOSE PARTS ARE CHECKED FOR A
001170* PLAUSIBLE DATE AND TIME BEFORE IT IS TAKEN.
001180*----------------------------------------------------------------
001190 01  HND-ARGUMENT-COUNT      PIC 9(02) VALUE 0.
001200 01  HND-ARG-IDX             PIC 9(02) VALUE 0.
001210 01  HND-ARG-RAW             PIC X(32) VALUE SPACES.
001220 01  HND-STAMP-RAW           PIC X(27) VALUE SPACES.
001230 01  HND-STAMP-ARG.
001240     05  HND-ARG-YYYY        PIC 9(04).
001250     05  HND-ARG-MM          PIC 9(02).
001260     05  HND-ARG-DD          PIC 9(02).
001270     05  HND-ARG-HH          PIC 9(02).
001280     05  HND-ARG-MI          PIC 9(02).
001290 01  HND-STAMP-ARG-X REDEFINES HND-STAMP-ARG PIC X(12).
001300 01  HND-STAMP-ARG-N REDEFINES HND-STAMP-ARG PIC 9(12).
001310 01  HND-STAMP-OUT           PIC 9(12) VALUE 0.
001320 01  HND-FROM-STAMP          PIC 9(12) VALUE 0.
001330 01  HND-FROM-SPLIT REDEFINES HND-FROM-STAMP.
001340     05  HND-FROM-DATE       PIC 9(08).
001350     05  HND-FROM-HHMM       PIC 9(04).
001360 01  HND-TO-STAMP            PIC 9(12) VALUE 0.
001370 01  HND-TO-SPLIT REDEFINES HND-TO-STAMP.
001380     05  HND-TO-DATE         PIC 9(08).
001390     05  HND-TO-HHMM         PIC 9(04).
001400 01  HND-TODAY-DATE          PIC 9(08) VALUE 0.
001410
001420*----------------------------------------------------------------
001430* A RECORD'S DATE AND HHMM, PUT TOGETHER FOR THE WINDOW TEST.
001440*----------------------------------------------------------------
001450 01  HND-REC-STAMP.
001460     05  HND-REC-DATE        PIC 9(08).
001470     05  HND-REC-HHMM        PIC 9(04).
001480 01  HND-REC-STAMP-N REDEFINES HND-REC-STAMP PIC 9(12).
001490 01  HND-REC-TIME            PIC 9(08) VALUE 0.
001500 01  HND-REC-TIME-SPLIT REDEFINES HND-REC-TIME.
001510     05  HND-REC-TIME-HHMM   PIC 9(04).
001520     05  HND-REC-TIME-REST   PIC 9(04).
001530
001540*----------------------------------------------------------------
001550* STATION TABLE WITH EACH STATION'S SHIFT TOTALS AND ITS
001560* OUTSTANDING CHECKPOINT. NO STATIONS MEANS ONE ENTRY WITH A
001570* BLANK ID -- THE BARE FILE NAMES -- REPORTED AS "(SITE)".
001580*----------------------------------------------------------------
001590 77  HND-MAX-STATIONS        PIC 9(02) VALUE 16.
001600 01  HND-STATION-COUNT       PIC 9(02) VALUE 0.
001610 01  HND-ST-IDX              PIC 9(02) VALUE 0.
001620 01  HND-STATION-TABLE.
001630     05  HND-ST-ENTRY OCCURS 16 TIMES.
001640         10  HND-ST-ID           PIC X(10).
001650         10  HND-ST-SESSIONS     PIC 9(05).
001660         10  HND-ST-WINS         PIC 9(05).
001670         10  HND-ST-FAULTS       PIC 9(05).
001680         10  HND-ST-OVERRIDES    PIC 9(05).
001690         10  HND-ST-REHEARSALS   PIC 9(05).
001700         10  HND-ST-CKPT-SW      PIC X(01).
001710         10  HND-ST-CKPT-BADGE   PIC X(05).
001720         10  HND-ST-CKPT-LINE    PIC 9(03).
001730         10  HND-ST-CKPT-SCRIPT  PIC X(10).
001740         10  HND-ST-CKPT-OP      PIC X(10).
001750 01  HND-CUR-STATION         PIC X(10) VALUE SPACES.
001760
001770*----------------------------------------------------------------
001780* OPERATOR TABLE, BUILT AS OPERATORS TURN UP IN THE FILES.
001790*----------------------------------------------------------------
001800 77  HND-MAX-OPERATORS       PIC 9(03) VALUE 100.
001810 01  HND-OPERATOR-COUNT      PIC 9(03) VALUE 0.
001820 01  HND-OP-IDX              PIC 9(03) VALUE 0.
001830 01  HND-OPERATOR-TABLE.
001840     05  HND-OP-ENTRY OCCURS 100 TIMES.
001850         10  HND-OP-ID           PIC X(10).
001860         10  HND-OP-SESSIONS     PIC 9(05).
001870         10  HND-OP-WINS         PIC 9(05).
001880         10  HND-OP-FAULTS       PIC 9(05).
001890         10  HND-OP-OVERRIDES    PIC 9(05).
001900         10  HND-OP-REHEARSALS   PIC 9(05).
001910 01  HND-FIND-OP             PIC X(10) VALUE SPACES.
001920 77  HND-OP-FOUND-SW         PIC X(01) VALUE "N".
001930     88  HND-OP-FOUND                VALUE "Y".
001940     88  HND-OP-NOT-FOUND            VALUE "N".
001950
001960*----------------------------------------------------------------
001970* OVERRIDES IN THE WINDOW, HELD FOR THE DETAIL SECTION.
001980*----------------------------------------------------------------
001990 77  HND-MAX-OVERRIDES       PIC 9(03) VALUE 500.
002000 01  HND-OVR-COUNT           PIC 9(03) VALUE 0.
002010 01  HND-OVR-IDX             PIC 9(03) VALUE 0.
002020 01  HND-OVR-TABLE.
002030     05  HND-OVR-ENTRY OCCURS 500 TIMES.
002040         10  HND-OVR-DATE        PIC 9(08).
002050         10  HND-OVR-TIME        PIC 9(06).
002060         10  HND-OVR-STATION     PIC X(10).
002070         10  HND-OVR-BADGE       PIC X(05).
002080         10  HND-OVR-OPERATOR    PIC X(10).
002090         10  HND-OVR-REASON      PIC X(08).
002100         10  HND-OVR-USED        PIC 9(03).
002110         10  HND-OVR-LIMIT       PIC 9(02).
002120
002130 01  HND-CKPT-FILENAME       PIC X(32).
002140 01  HND-SESSION-FILENAME    PIC X(32).
002150 01  HND-OVERRIDE-FILENAME   PIC X(32).
002160 01  HND-REHEARSAL-FILENAME  PIC X(32).
002170 01  HND-REPORT-FILENAME     PIC X(48).
002180
002190 77  HND-EOF-SW              PIC X(01) VALUE "N".
002200     88  HND-AT-EOF                  VALUE "Y".
002210     88  HND-NOT-AT-EOF              VALUE "N".
002220
002230*----------------------------------------------------------------
002240* REPORT TOTALS AND EDIT FIELDS.
002250*----------------------------------------------------------------
002260 01  HND-TOT-SESSIONS        PIC 9(05) VALUE 0.
002270 01  HND-TOT-WINS            PIC 9(05) VALUE 0.
002280 01  HND-TOT-FAULTS          PIC 9(05) VALUE 0.
002290 01  HND-TOT-OVERRIDES       PIC 9(05) VALUE 0.
002300 01  HND-TOT-REHEARSALS      PIC 9(05) VALUE 0.
002310 01  HND-TOT-CHECKPOINTS     PIC 9(02) VALUE 0.
002320 01  HND-EDIT-1              PIC ZZ,ZZ9.
002330 01  HND-EDIT-2              PIC ZZ,ZZ9.
002340 01  HND-EDIT-3              PIC ZZ,ZZ9.
002350 01  HND-EDIT-4              PIC ZZ,ZZ9.
002360 01  HND-EDIT-5              PIC ZZ,ZZ9.
002370 01  HND-NAME-TEXT           PIC X(10) VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     ACCEPT HND-TODAY-DATE FROM DATE YYYYMMDD.
002420     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
002430     PERFORM 2000-SWEEP-STATION THRU 2000-SWEEP-STATION-EXIT
002440         VARYING HND-ST-IDX FROM 1 BY 1
002450         UNTIL HND-ST-IDX > HND-STATION-COUNT.
002460     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.
002470     DISPLAY "SHIFT HAND-OVER WRITTEN -- " HND-TOT-SESSIONS
002480         " SESSION(S), " HND-TOT-OVERRIDES " OVERRIDE(S), "
002490         HND-TOT-CHECKPOINTS " CHECKPOINT(S) OUTSTANDING".
002500 0000-MAINLINE-EXIT.
002510     STOP RUN.
002520
002530*----------------------------------------------------------------
002540* 1000-RESOLVE-ARGS -- THE WINDOW AND THE STATION LIST. NO FROM=
002550* MEANS TODAY FROM MIDNIGHT, NO TO= MEANS TODAY UP TO 23:59. A
002560* WINDOW THAT ENDS BEFORE IT STARTS IS REJECTED.
002570*----------------------------------------------------------------
002580 1000-RESOLVE-ARGS.
002590     MOVE 0 TO HND-STATION-COUNT.
002600     COMPUTE HND-FROM-STAMP = HND-TODAY-DATE * 10000.
002610     COMPUTE HND-TO-STAMP = HND-TODAY-DATE * 10000 + 2359.
002620     ACCEPT HND-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002630     PERFORM 1100-PARSE-ARGUMENT THRU 1100-PARSE-ARGUMENT-EXIT
002640         VARYING HND-ARG-IDX FROM 1 BY 1
002650         UNTIL HND-ARG-IDX > HND-ARGUMENT-COUNT.
002660     IF HND-FROM-STAMP > HND-TO-STAMP
002670         DISPLAY "WINDOW ENDS BEFORE IT STARTS -- ABORTING"
002680         MOVE 8 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     IF HND-STATION-COUNT = 0
002720         MOVE 1 TO HND-STATION-COUNT
002730         MOVE SPACES TO HND-ST-ID(1)
002740     END-IF.
002750 1000-RESOLVE-ARGS-EXIT.
002760     EXIT.
002770
002780 1100-PARSE-ARGUMENT.
002790     MOVE SPACES TO HND-ARG-RAW.
002800     DISPLAY HND-ARG-IDX UPON ARGUMENT-NUMBER.
002810     ACCEPT HND-ARG-RAW FROM ARGUMENT-VALUE.
002820     IF HND-ARG-RAW(1:5) = "FROM="
002830         MOVE HND-ARG-RAW(6:) TO HND-STAMP-RAW
002840         PERFORM 1200-EDIT-STAMP THRU 1200-EDIT-STAMP-EXIT
002850         MOVE HND-STAMP-OUT TO HND-FROM-STAMP
002860         GO TO 1100-PARSE-ARGUMENT-EXIT
002870     END-IF.
002880     IF HND-ARG-RAW(1:3) = "TO="
002890         MOVE HND-ARG-RAW(4:) TO HND-STAMP-RAW
002900         PERFORM 1200-EDIT-STAMP THRU 1200-EDIT-STAMP-EXIT
002910         MOVE HND-STAMP-OUT TO HND-TO-STAMP
002920         GO TO 1100-PARSE-ARGUMENT-EXIT
002930     END-IF.
002940     IF FUNCTION LENGTH(FUNCTION TRIM(HND-ARG-RAW)) > 10
002950         DISPLAY "STATION ID '" FUNCTION TRIM(HND-ARG-RAW)
002960             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     IF HND-STATION-COUNT >= HND-MAX-STATIONS
003010         DISPLAY "MORE THAN " HND-MAX-STATIONS
003020             " STATIONS NAMED -- ABORTING"
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     ADD 1 TO HND-STATION-COUNT.
003070     MOVE HND-ARG-RAW TO HND-ST-ID(HND-STATION-COUNT).
003080 1100-PARSE-ARGUMENT-EXIT.
003090     EXIT.
003100
003110 1200-EDIT-STAMP.
003120     MOVE HND-STAMP-RAW(1:12) TO HND-STAMP-ARG-X.
003130     IF  HND-STAMP-ARG-X IS NOT NUMERIC
003140     OR  HND-STAMP-RAW(13:) NOT = SPACES
003150     OR  HND-ARG-MM < 1 OR HND-ARG-MM > 12
003160     OR  HND-ARG-DD < 1 OR HND-ARG-DD > 31
003170     OR  HND-ARG-HH > 23
003180     OR  HND-ARG-MI > 59
003190         DISPLAY "'" FUNCTION TRIM(HND-STAMP-RAW)
003200             "' IS NOT A YYYYMMDDHHMM STAMP -- ABORTING"
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     MOVE HND-STAMP-ARG-N TO HND-STAMP-OUT.
003250 1200-EDIT-STAMP-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------
003290* 2000-SWEEP-STATION -- ONE STATION: ITS CHECKPOINT FIRST (SO THE
003300* SESSION SCAN CAN PICK OUT WHO LAST FLEW THAT BADGE INTO A
003310* FAULT), THEN ITS SESSIONS, OVERRIDES AND REHEARSALS IN THE
003320* WINDOW.
003330*----------------------------------------------------------------
003340 2000-SWEEP-STATION.
003350     MOVE HND-ST-ID(HND-ST-IDX) TO HND-CUR-STATION.
003360     MOVE 0 TO HND-ST-SESSIONS(HND-ST-IDX).
003370     MOVE 0 TO HND-ST-WINS(HND-ST-IDX).
003380     MOVE 0 TO HND-ST-FAULTS(HND-ST-IDX).
003390     MOVE 0 TO HND-ST-OVERRIDES(HND-ST-IDX).
003400     MOVE 0 TO HND-ST-REHEARSALS(HND-ST-IDX).
003410     PERFORM 2100-BUILD-FILENAMES
003420         THRU 2100-BUILD-FILENAMES-EXIT.
003430     PERFORM 2200-READ-CHECKPOINT
003440         THRU 2200-READ-CHECKPOINT-EXIT.
003450     PERFORM 2300-SCAN-SESSIONS THRU 2300-SCAN-SESSIONS-EXIT.
003460     PERFORM 2400-SCAN-OVERRIDES THRU 2400-SCAN-OVERRIDES-EXIT.
003470     PERFORM 2500-SCAN-REHEARSALS
003480         THRU 2500-SCAN-REHEARSALS-EXIT.
003490 2000-SWEEP-STATION-EXIT.
003500     EXIT.
003510
003520 2100-BUILD-FILENAMES.
003530     IF HND-CUR-STATION = SPACES
003540         MOVE "checkpoint" TO HND-CKPT-FILENAME
003550         MOVE "session"    TO HND-SESSION-FILENAME
003560         MOVE "override"   TO HND-OVERRIDE-FILENAME
003570         MOVE "rehearsal"  TO HND-REHEARSAL-FILENAME
003580     ELSE
003590         MOVE SPACES TO HND-CKPT-FILENAME
003600         STRING "checkpoint-" DELIMITED BY SIZE
003610             HND-CUR-STATION DELIMITED BY SPACE
003620             INTO HND-CKPT-FILENAME
003630         MOVE SPACES TO HND-SESSION-FILENAME
003640         STRING "session-" DELIMITED BY SIZE
003650             HND-CUR-STATION DELIMITED BY SPACE
003660             INTO HND-SESSION-FILENAME
003670         MOVE SPACES TO HND-OVERRIDE-FILENAME
003680         STRING "override-" DELIMITED BY SIZE
003690             HND-CUR-STATION DELIMITED BY SPACE
003700             INTO HND-OVERRIDE-FILENAME
003710         MOVE SPACES TO HND-REHEARSAL-FILENAME
003720         STRING "rehearsal-" DELIMITED BY SIZE
003730             HND-CUR-STATION DELIMITED BY SPACE
003740             INTO HND-REHEARSAL-FILENAME
003750     END-IF.
003760 2100-BUILD-FILENAMES-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800* 2200-READ-CHECKPOINT -- A NONZERO LINE MEANS A FAULTED FLIGHT
003810* IS STILL WAITING ON A SUPERVISED RESUME, WHICH THE NEXT SHIFT
003820* INHERITS. THE CHECKPOINT FILE HOLDS ONLY THE CURRENT STATE, SO
003830* THIS IS WHAT IS OUTSTANDING AS THE REPORT RUNS.
003840*----------------------------------------------------------------
003850 2200-READ-CHECKPOINT.
003860     MOVE "N" TO HND-ST-CKPT-SW(HND-ST-IDX).
003870     MOVE SPACES TO HND-ST-CKPT-BADGE(HND-ST-IDX).
003880     MOVE SPACES TO HND-ST-CKPT-SCRIPT(HND-ST-IDX).
003890     MOVE SPACES TO HND-ST-CKPT-OP(HND-ST-IDX).
003900     MOVE 0 TO HND-ST-CKPT-LINE(HND-ST-IDX).
003910     OPEN INPUT CHECKPOINT-FILE.
003920     IF HND-CKPT-FS NOT = "00"
003930         GO TO 2200-READ-CHECKPOINT-EXIT
003940     END-IF.
003950     READ CHECKPOINT-FILE
003960         AT END
003970             CONTINUE
003980         NOT AT END
003990             IF  CHECKPOINT-LINENO IS NUMERIC
004000             AND CHECKPOINT-LINENO > 0
004010                 MOVE "Y" TO HND-ST-CKPT-SW(HND-ST-IDX)
004020                 MOVE CHECKPOINT-BADGE-NO
004030                     TO HND-ST-CKPT-BADGE(HND-ST-IDX)
004040                 MOVE CHECKPOINT-LINENO
004050                     TO HND-ST-CKPT-LINE(HND-ST-IDX)
004060                 MOVE CHECKPOINT-SCRIPT
004070                     TO HND-ST-CKPT-SCRIPT(HND-ST-IDX)
004080                 ADD 1 TO HND-TOT-CHECKPOINTS
004090             END-IF
004100     END-READ.
004110     CLOSE CHECKPOINT-FILE.
004120 2200-READ-CHECKPOINT-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 2300-SCAN-SESSIONS -- COUNT THE WINDOW'S SESSIONS AGAINST THE
004170* STATION AND THE OPERATOR. A FAULT IS A FLIGHT FAULT ("F") OR A
004180* PRE-SCORE FAULT ("P"). THE WHOLE FILE IS READ SO THE LAST
004190* FLIGHT-FAULTED RUN OF THE CHECKPOINT'S BADGE IS FOUND EVEN WHEN
004200* IT FELL BEFORE THE WINDOW.
004210*----------------------------------------------------------------
004220 2300-SCAN-SESSIONS.
004230     SET HND-NOT-AT-EOF TO TRUE.
004240     OPEN INPUT SESSION-FILE.
004250     IF HND-SESSION-FS NOT = "00"
004260         GO TO 2300-SCAN-SESSIONS-EXIT
004270     END-IF.
004280     PERFORM 2310-SCAN-SESSION-REC
004290         THRU 2310-SCAN-SESSION-REC-EXIT
004300         UNTIL HND-AT-EOF.
004310     CLOSE SESSION-FILE.
004320 2300-SCAN-SESSIONS-EXIT.
004330     EXIT.
004340
004350 2310-SCAN-SESSION-REC.
004360     READ SESSION-FILE
004370         AT END
004380             SET HND-AT-EOF TO TRUE
004390             GO TO 2310-SCAN-SESSION-REC-EXIT
004400     END-READ.
004410     IF  HND-ST-CKPT-SW(HND-ST-IDX) = "Y"
004420     AND SESSION-BADGE-NO = HND-ST-CKPT-BADGE(HND-ST-IDX)
004430     AND SESSION-FAULT-FLAG = "F"
004440         MOVE SESSION-OPERATOR TO HND-ST-CKPT-OP(HND-ST-IDX)
004450     END-IF.
004460     MOVE SESSION-DATE TO HND-REC-DATE.
004470     MOVE SESSION-TIME TO HND-REC-TIME.
004480     MOVE HND-REC-TIME-HHMM TO HND-REC-HHMM.
004490     IF HND-REC-STAMP-N < HND-FROM-STAMP
004500     OR HND-REC-STAMP-N > HND-TO-STAMP
004510         GO TO 2310-SCAN-SESSION-REC-EXIT
004520     END-IF.
004530     MOVE SESSION-OPERATOR TO HND-FIND-OP.
004540     PERFORM 2600-FIND-OPERATOR THRU 2600-FIND-OPERATOR-EXIT.
004550     ADD 1 TO HND-ST-SESSIONS(HND-ST-IDX).
004560     ADD 1 TO HND-OP-SESSIONS(HND-OP-IDX).
004570     ADD 1 TO HND-TOT-SESSIONS.
004580     IF SESSION-WIN-FLAG = "W"
004590         ADD 1 TO HND-ST-WINS(HND-ST-IDX)
004600         ADD 1 TO HND-OP-WINS(HND-OP-IDX)
004610         ADD 1 TO HND-TOT-WINS
004620     END-IF.
004630     IF SESSION-FAULT-FLAG = "F"
004640     OR SESSION-FAULT-FLAG = "P"
004650         ADD 1 TO HND-ST-FAULTS(HND-ST-IDX)
004660         ADD 1 TO HND-OP-FAULTS(HND-OP-IDX)
004670         ADD 1 TO HND-TOT-FAULTS
004680     END-IF.
004690 2310-SCAN-SESSION-REC-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 2400-SCAN-OVERRIDES -- COUNT THE WINDOW'S OVERRIDES AND HOLD
004740* EACH ONE FOR THE DETAIL SECTION. NO LOG MEANS NO OVERRIDES.
004750*----------------------------------------------------------------
004760 2400-SCAN-OVERRIDES.
004770     SET HND-NOT-AT-EOF TO TRUE.
004780     OPEN INPUT OVERRIDE-FILE.
004790     IF HND-OVERRIDE-FS NOT = "00"
004800         GO TO 2400-SCAN-OVERRIDES-EXIT
004810     END-IF.
004820     PERFORM 2410-SCAN-OVERRIDE-REC
004830         THRU 2410-SCAN-OVERRIDE-REC-EXIT
004840         UNTIL HND-AT-EOF.
004850     CLOSE OVERRIDE-FILE.
004860 2400-SCAN-OVERRIDES-EXIT.
004870     EXIT.
004880
004890 2410-SCAN-OVERRIDE-REC.
004900     READ OVERRIDE-FILE
004910         AT END
004920             SET HND-AT-EOF TO TRUE
004930             GO TO 2410-SCAN-OVERRIDE-REC-EXIT
004940     END-READ.
004950     MOVE OVERRIDE-DATE TO HND-REC-DATE.
004960     MOVE OVERRIDE-TIME TO HND-REC-TIME.
004970     MOVE HND-REC-TIME-HHMM TO HND-REC-HHMM.
004980     IF HND-REC-STAMP-N < HND-FROM-STAMP
004990     OR HND-REC-STAMP-N > HND-TO-STAMP
005000         GO TO 2410-SCAN-OVERRIDE-REC-EXIT
005010     END-IF.
005020     IF HND-OVR-COUNT >= HND-MAX-OVERRIDES
005030         DISPLAY "OVERRIDE TABLE FULL AT " HND-MAX-OVERRIDES
005040             " ENTRIES -- ABORTING"
005050         MOVE 8 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE OVERRIDE-OPERATOR TO HND-FIND-OP.
005090     PERFORM 2600-FIND-OPERATOR THRU 2600-FIND-OPERATOR-EXIT.
005100     ADD 1 TO HND-ST-OVERRIDES(HND-ST-IDX).
005110     ADD 1 TO HND-OP-OVERRIDES(HND-OP-IDX).
005120     ADD 1 TO HND-TOT-OVERRIDES.
005130     ADD 1 TO HND-OVR-COUNT.
005140     MOVE OVERRIDE-DATE TO HND-OVR-DATE(HND-OVR-COUNT).
005150     MOVE OVERRIDE-TIME(1:6) TO HND-OVR-TIME(HND-OVR-COUNT).
005160     MOVE HND-CUR-STATION TO HND-OVR-STATION(HND-OVR-COUNT).
005170     MOVE OVERRIDE-BADGE-NO TO HND-OVR-BADGE(HND-OVR-COUNT).
005180     MOVE OVERRIDE-OPERATOR TO HND-OVR-OPERATOR(HND-OVR-COUNT).
005190     MOVE OVERRIDE-REASON TO HND-OVR-REASON(HND-OVR-COUNT).
005200     MOVE OVERRIDE-ATTEMPTS-USED TO HND-OVR-USED(HND-OVR-COUNT).
005210     MOVE OVERRIDE-ATTEMPT-LIMIT TO HND-OVR-LIMIT(HND-OVR-COUNT).
005220 2410-SCAN-OVERRIDE-REC-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* 2500-SCAN-REHEARSALS -- COUNT THE WINDOW'S REHEARSALS. NO LOG
005270* MEANS NO REHEARSALS.
005280*----------------------------------------------------------------
005290 2500-SCAN-REHEARSALS.
005300     SET HND-NOT-AT-EOF TO TRUE.
005310     OPEN INPUT REHEARSAL-FILE.
005320     IF HND-REHEARSAL-FS NOT = "00"
005330         GO TO 2500-SCAN-REHEARSALS-EXIT
005340     END-IF.
005350     PERFORM 2510-SCAN-REHEARSAL-REC
005360         THRU 2510-SCAN-REHEARSAL-REC-EXIT
005370         UNTIL HND-AT-EOF.
005380     CLOSE REHEARSAL-FILE.
005390 2500-SCAN-REHEARSALS-EXIT.
005400     EXIT.
005410
005420 2510-SCAN-REHEARSAL-REC.
005430     READ REHEARSAL-FILE
005440         AT END
005450             SET HND-AT-EOF TO TRUE
005460             GO TO 2510-SCAN-REHEARSAL-REC-EXIT
005470     END-READ.
005480     MOVE REHEARSAL-DATE TO HND-REC-DATE.
005490     MOVE REHEARSAL-TIME TO HND-REC-TIME.
005500     MOVE HND-REC-TIME-HHMM TO HND-REC-HHMM.
005510     IF HND-REC-STAMP-N < HND-FROM-STAMP
005520     OR HND-REC-STAMP-N > HND-TO-STAMP
005530         GO TO 2510-SCAN-REHEARSAL-REC-EXIT
005540     END-IF.
005550     MOVE REHEARSAL-OPERATOR TO HND-FIND-OP.
005560     PERFORM 2600-FIND-OPERATOR THRU 2600-FIND-OPERATOR-EXIT.
005570     ADD 1 TO HND-ST-REHEARSALS(HND-ST-IDX).
005580     ADD 1 TO HND-OP-REHEARSALS(HND-OP-IDX).
005590     ADD 1 TO HND-TOT-REHEARSALS.
005600 2510-SCAN-REHEARSAL-REC-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 2600-FIND-OPERATOR -- LEAVE HND-OP-IDX ON HND-FIND-OP'S ENTRY,
005650* ADDING A ZEROED ENTRY THE FIRST TIME AN OPERATOR TURNS UP. A
005660* FULL TABLE ABORTS RATHER THAN PRINT A SHORT HAND-OVER.
005670*----------------------------------------------------------------
005680 2600-FIND-OPERATOR.
005690     SET HND-OP-NOT-FOUND TO TRUE.
005700     PERFORM 2610-MATCH-OPERATOR THRU 2610-MATCH-OPERATOR-EXIT
005710         VARYING HND-OP-IDX FROM 1 BY 1
005720         UNTIL HND-OP-IDX > HND-OPERATOR-COUNT
005730            OR HND-OP-FOUND.
005740     IF HND-OP-FOUND
005750         SUBTRACT 1 FROM HND-OP-IDX
005760         GO TO 2600-FIND-OPERATOR-EXIT
005770     END-IF.
005780     IF HND-OPERATOR-COUNT >= HND-MAX-OPERATORS
005790         DISPLAY "OPERATOR TABLE FULL AT " HND-MAX-OPERATORS
005800             " ENTRIES -- ABORTING"
005810         MOVE 8 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     ADD 1 TO HND-OPERATOR-COUNT.
005850     MOVE HND-OPERATOR-COUNT TO HND-OP-IDX.
005860     MOVE HND-FIND-OP TO HND-OP-ID(HND-OP-IDX).
005870     MOVE 0 TO HND-OP-SESSIONS(HND-OP-IDX).
005880     MOVE 0 TO HND-OP-WINS(HND-OP-IDX).
005890     MOVE 0 TO HND-OP-FAULTS(HND-OP-IDX).
005900     MOVE 0 TO HND-OP-OVERRIDES(HND-OP-IDX).
005910     MOVE 0 TO HND-OP-REHEARSALS(HND-OP-IDX).
005920 2600-FIND-OPERATOR-EXIT.
005930     EXIT.
005940
005950 2610-MATCH-OPERATOR.
005960     IF HND-OP-ID(HND-OP-IDX) = HND-FIND-OP
005970         SET HND-OP-FOUND TO TRUE
005980     END-IF.
005990 2610-MATCH-OPERATOR-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* 3000-WRITE-REPORT -- THE HAND-OVER PAGE: THE OPERATOR TABLE, THE
006040* STATION TABLE, THE OVERRIDES AND THE OUTSTANDING CHECKPOINTS.
006050*----------------------------------------------------------------
006060 3000-WRITE-REPORT.
006070     MOVE "/home/ec2-user/handover.txt" TO HND-REPORT-FILENAME.
006080     OPEN OUTPUT REPORT-FILE.
006090     IF HND-REPORT-FS NOT = "00"
006100         DISPLAY "UNABLE TO OPEN HAND-OVER REPORT, STATUS: "
006110             HND-REPORT-FS
006120         MOVE 8 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     MOVE SPACES TO REPORT-LINE.
006160     STRING "SHIFT HAND-OVER  FROM " HND-FROM-DATE " "
006170         HND-FROM-HHMM "  TO " HND-TO-DATE " " HND-TO-HHMM
006180         DELIMITED BY SIZE INTO REPORT-LINE.
006190     WRITE REPORT-LINE.
006200     MOVE SPACES TO REPORT-LINE.
006210     WRITE REPORT-LINE.
006220     MOVE "BY OPERATOR" TO REPORT-LINE.
006230     WRITE REPORT-LINE.
006240     MOVE "OPERATOR      SESS    WINS  FAULTS   OVRDS   REHRS"
006250         TO REPORT-LINE.
006260     WRITE REPORT-LINE.
006270     IF HND-OPERATOR-COUNT = 0
006280         MOVE "  (NO ACTIVITY IN THE WINDOW)" TO REPORT-LINE
006290         WRITE REPORT-LINE
006300     END-IF.
006310     PERFORM 3100-WRITE-OPERATOR-LINE
006320         THRU 3100-WRITE-OPERATOR-LINE-EXIT
006330         VARYING HND-OP-IDX FROM 1 BY 1
006340         UNTIL HND-OP-IDX > HND-OPERATOR-COUNT.
006350     MOVE SPACES TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370     MOVE "BY STATION" TO REPORT-LINE.
006380     WRITE REPORT-LINE.
006390     MOVE "STATION       SESS    WINS  FAULTS   OVRDS   REHRS"
006400         TO REPORT-LINE.
006410     WRITE REPORT-LINE.
006420     PERFORM 3200-WRITE-STATION-LINE
006430         THRU 3200-WRITE-STATION-LINE-EXIT
006440         VARYING HND-ST-IDX FROM 1 BY 1
006450         UNTIL HND-ST-IDX > HND-STATION-COUNT.
006460     MOVE HND-TOT-SESSIONS TO HND-EDIT-1.
006470     MOVE HND-TOT-WINS TO HND-EDIT-2.
006480     MOVE HND-TOT-FAULTS TO HND-EDIT-3.
006490     MOVE HND-TOT-OVERRIDES TO HND-EDIT-4.
006500     MOVE HND-TOT-REHEARSALS TO HND-EDIT-5.
006510     MOVE "TOTAL" TO HND-NAME-TEXT.
006520     MOVE SPACES TO REPORT-LINE.
006530     STRING HND-NAME-TEXT "  " HND-EDIT-1 "  " HND-EDIT-2
006540         "  " HND-EDIT-3 "  " HND-EDIT-4 "  " HND-EDIT-5
006550         DELIMITED BY SIZE INTO REPORT-LINE.
006560     WRITE REPORT-LINE.
006570     MOVE SPACES TO REPORT-LINE.
006580     WRITE REPORT-LINE.
006590     MOVE "OVERRIDES IN THE WINDOW" TO REPORT-LINE.
006600     WRITE REPORT-LINE.
006610     MOVE "DATE     TIME   STATION    BADGE OPERATOR   REASON   "
006620         TO REPORT-LINE.
006630     MOVE "USED/LIMIT" TO REPORT-LINE(54:).
006640     WRITE REPORT-LINE.
006650     IF HND-OVR-COUNT = 0
006660         MOVE "  (NONE)" TO REPORT-LINE
006670         WRITE REPORT-LINE
006680     END-IF.
006690     PERFORM 3300-WRITE-OVERRIDE-LINE
006700         THRU 3300-WRITE-OVERRIDE-LINE-EXIT
006710         VARYING HND-OVR-IDX FROM 1 BY 1
006720         UNTIL HND-OVR-IDX > HND-OVR-COUNT.
006730     MOVE SPACES TO REPORT-LINE.
006740     WRITE REPORT-LINE.
006750     MOVE "CHECKPOINTS OUTSTANDING AT HAND-OVER" TO REPORT-LINE.
006760     WRITE REPORT-LINE.
006770     IF HND-TOT-CHECKPOINTS = 0
006780         MOVE "  (NONE)" TO REPORT-LINE
006790         WRITE REPORT-LINE
006800     END-IF.
006810     PERFORM 3400-WRITE-CHECKPOINT-LINE
006820         THRU 3400-WRITE-CHECKPOINT-LINE-EXIT
006830         VARYING HND-ST-IDX FROM 1 BY 1
006840         UNTIL HND-ST-IDX > HND-STATION-COUNT.
006850     CLOSE REPORT-FILE.
006860 3000-WRITE-REPORT-EXIT.
006870     EXIT.
006880
006890 3100-WRITE-OPERATOR-LINE.
006900     IF HND-OP-ID(HND-OP-IDX) = SPACES
006910         MOVE "(NONE)" TO HND-NAME-TEXT
006920     ELSE
006930         MOVE HND-OP-ID(HND-OP-IDX) TO HND-NAME-TEXT
006940     END-IF.
006950     MOVE HND-OP-SESSIONS(HND-OP-IDX) TO HND-EDIT-1.
006960     MOVE HND-OP-WINS(HND-OP-IDX) TO HND-EDIT-2.
006970     MOVE HND-OP-FAULTS(HND-OP-IDX) TO HND-EDIT-3.
006980     MOVE HND-OP-OVERRIDES(HND-OP-IDX) TO HND-EDIT-4.
006990     MOVE HND-OP-REHEARSALS(HND-OP-IDX) TO HND-EDIT-5.
007000     MOVE SPACES TO REPORT-LINE.
007010     STRING HND-NAME-TEXT "  " HND-EDIT-1 "  " HND-EDIT-2
007020         "  " HND-EDIT-3 "  " HND-EDIT-4 "  " HND-EDIT-5
007030         DELIMITED BY SIZE INTO REPORT-LINE.
007040     WRITE REPORT-LINE.
007050 3100-WRITE-OPERATOR-LINE-EXIT.
007060     EXIT.
007070
007080 3200-WRITE-STATION-LINE.
007090     IF HND-ST-ID(HND-ST-IDX) = SPACES
007100         MOVE "(SITE)" TO HND-NAME-TEXT
007110     ELSE
007120         MOVE HND-ST-ID(HND-ST-IDX) TO HND-NAME-TEXT
007130     END-IF.
007140     MOVE HND-ST-SESSIONS(HND-ST-IDX) TO HND-EDIT-1.
007150     MOVE HND-ST-WINS(HND-ST-IDX) TO HND-EDIT-2.
007160     MOVE HND-ST-FAULTS(HND-ST-IDX) TO HND-EDIT-3.
007170     MOVE HND-ST-OVERRIDES(HND-ST-IDX) TO HND-EDIT-4.
007180     MOVE HND-ST-REHEARSALS(HND-ST-IDX) TO HND-EDIT-5.
007190     MOVE SPACES TO REPORT-LINE.
007200     STRING HND-NAME-TEXT "  " HND-EDIT-1 "  " HND-EDIT-2
007210         "  " HND-EDIT-3 "  " HND-EDIT-4 "  " HND-EDIT-5
007220         DELIMITED BY SIZE INTO REPORT-LINE.
007230     WRITE REPORT-LINE.
007240 3200-WRITE-STATION-LINE-EXIT.
007250     EXIT.
007260
007270 3300-WRITE-OVERRIDE-LINE.
007280     IF HND-OVR-STATION(HND-OVR-IDX) = SPACES
007290         MOVE "(SITE)" TO HND-NAME-TEXT
007300     ELSE
007310         MOVE HND-OVR-STATION(HND-OVR-IDX) TO HND-NAME-TEXT
007320     END-IF.
007330     MOVE SPACES TO REPORT-LINE.
007340     STRING HND-OVR-DATE(HND-OVR-IDX) " "
007350         HND-OVR-TIME(HND-OVR-IDX) " "
007360         HND-NAME-TEXT " "
007370         HND-OVR-BADGE(HND-OVR-IDX) " "
007380         HND-OVR-OPERATOR(HND-OVR-IDX) " "
007390         HND-OVR-REASON(HND-OVR-IDX) " "
007400         HND-OVR-USED(HND-OVR-IDX) " OF "
007410         HND-OVR-LIMIT(HND-OVR-IDX)
007420         DELIMITED BY SIZE INTO REPORT-LINE.
007430     WRITE REPORT-LINE.
007440 3300-WRITE-OVERRIDE-LINE-EXIT.
007450     EXIT.
007460
007470 3400-WRITE-CHECKPOINT-LINE.
007480     IF HND-ST-CKPT-SW(HND-ST-IDX) NOT = "Y"
007490         GO TO 3400-WRITE-CHECKPOINT-LINE-EXIT
007500     END-IF.
007510     IF HND-ST-ID(HND-ST-IDX) = SPACES
007520         MOVE "(SITE)" TO HND-NAME-TEXT
007530     ELSE
007540         MOVE HND-ST-ID(HND-ST-IDX) TO HND-NAME-TEXT
007550     END-IF.
007560     MOVE SPACES TO REPORT-LINE.
007570     STRING "  " HND-NAME-TEXT " BADGE "
007580         HND-ST-CKPT-BADGE(HND-ST-IDX) " SCRIPT "
007590         HND-ST-CKPT-SCRIPT(HND-ST-IDX) " LINE "
007600         HND-ST-CKPT-LINE(HND-ST-IDX)
007610         DELIMITED BY SIZE INTO REPORT-LINE.
007620     IF HND-ST-CKPT-OP(HND-ST-IDX) NOT = SPACES
007630         MOVE "FAULTED UNDER" TO REPORT-LINE(55:)
007640         MOVE HND-ST-CKPT-OP(HND-ST-IDX) TO REPORT-LINE(69:)
007650     END-IF.
007660     WRITE REPORT-LINE.
007670 3400-WRITE-CHECKPOINT-LINE-EXIT.
007680     EXIT.
