000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AIRFRAMT.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. SITE-WIDE REGISTER OF THE
000110*                 PHYSICAL DRONE AIRFRAMES. HEALTHRPT.COB KNOWS A
000120*                 BOOTH'S FAILURE RATE BUT NOT WHICH DRONE FLEW,
000130*                 AND AIRFRAMES ARE SWAPPED BETWEEN BOOTHS, SO A
000140*                 UNIT'S HISTORY WAS SPREAD OVER SEVERAL AUDIT
000150*                 FILES. IN THE STYLE OF ROSTERMT.COB:
000160*                   ADD <AIRFRAME> FLIPS=<N>|FLIGHTS=<N> -- ENTER
000170*                     A NEW AIRFRAME WITH ITS SERVICE-DUE LIMIT,
000180*                     COUNTED IN FLIPS OR IN FLIGHTS (TAKEOFFS).
000190*                   MOUNT <AIRFRAME> [STATION] -- PUT AN AIRFRAME
000200*                     ON A BOOTH. ONE AIRFRAME PER BOOTH.
000210*                   UNMOUNT <AIRFRAME> -- TAKE IT OFF ITS BOOTH.
000220*                   RETIRE <AIRFRAME> -- WITHDRAW AN UNMOUNTED
000230*                     AIRFRAME FOR GOOD; ITS ROW IS KEPT.
000240*                   SERVICE <AIRFRAME> OP=<ID> -- RECORD A SERVICE
000250*                     AND RESTART THE SINCE-SERVICE COUNTERS.
000260*                   LIST -- WRITE THE REGISTER LISTING.
000270*                   ROLLUP -- THE NIGHTLY ROLL-UP: READ EACH
000280*                     BOOTH'S AUDIT FILE AND CREDIT TAKEOFFS,
000290*                     FLIPS AND FAILED CALLS TO WHICHEVER AIRFRAME
000300*                     WAS MOUNTED THERE AT THE TIME.
000310*                 EVERY MOUNT IS KEPT AS A DATED PERIOD IN THE
000320*                 MOUNT FILE, SO THE ROLL-UP CAN CREDIT A BOOTH'S
000330*                 AUDIT TRAIL TO THE RIGHT UNIT AFTER A SWAP, AND
000340*                 EACH PERIOD CARRIES THE TIMESTAMP IT WAS ROLLED
000350*                 UP TO, SO A RERUN NEVER COUNTS A CALL TWICE.
000360*                 CAPTEST.COB REFUSES A LIVE SESSION, AND
000370*                 SITESTAT.COB FLAGS THE BOOTH, WHEN NO AIRFRAME
000380*                 IS MOUNTED OR THE MOUNTED ONE IS DUE SERVICE.
000380* 2026-10-15 RH   A CLOSED MOUNT PERIOD ROLLED UP TO ITS OFF STAMP
000380*                 IS NO LONGER WRITTEN BACK TO THE MOUNT FILE, SO
000380*                 THE FILE NO LONGER GROWS WITHOUT LIMIT AND
000380*                 FILLS THE MOUNT TABLE.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AIRFRAME-FILE
000440         ASSIGN DYNAMIC AFM-AIRFRAME-FILENAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AFM-AIRFRAME-FS.
000470     SELECT MOUNT-FILE
000480         ASSIGN DYNAMIC AFM-MOUNT-FILENAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AFM-MOUNT-FS.
000510     SELECT AUDIT-FILE
000520         ASSIGN DYNAMIC AFM-AUDIT-FILENAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AFM-AUDIT-FS.
000550     SELECT LISTING-FILE
000560         ASSIGN DYNAMIC AFM-LISTING-FILENAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS AFM-LISTING-FS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  AIRFRAME-FILE.
000630 01  AIRFRAME-REC.
000640     05  AIRFRAME-ID             PIC X(08).
000650     05  AIRFRAME-SEP-1          PIC X(01).
000660     05  AIRFRAME-STATUS         PIC X(01).
000670     05  AIRFRAME-MOUNTED-SW     PIC X(01).
000680     05  AIRFRAME-STATION-ID     PIC X(10).
000690     05  AIRFRAME-SEP-2          PIC X(01).
000700     05  AIRFRAME-LIMIT-KIND     PIC X(01).
000710     05  AIRFRAME-SVC-LIMIT      PIC 9(05).
000720     05  AIRFRAME-SEP-3          PIC X(01).
000730     05  AIRFRAME-FLIGHTS        PIC 9(07).
000740     05  AIRFRAME-FLIPS          PIC 9(07).
000750     05  AIRFRAME-FAILURES       PIC 9(07).
000760     05  AIRFRAME-SEP-4          PIC X(01).
000770     05  AIRFRAME-TOT-FLIGHTS    PIC 9(07).
000780     05  AIRFRAME-TOT-FLIPS      PIC 9(07).
000790     05  AIRFRAME-TOT-FAILURES   PIC 9(07).
000800     05  AIRFRAME-SEP-5          PIC X(01).
000810     05  AIRFRAME-SVC-DATE       PIC 9(08).
000820     05  AIRFRAME-SVC-TIME       PIC 9(08).
000830     05  AIRFRAME-SVC-OP         PIC X(10).
000840     05  AIRFRAME-ADD-DATE       PIC 9(08).
000850 FD  MOUNT-FILE.
000860 01  MOUNT-REC.
000870     05  MOUNT-AIRFRAME-ID       PIC X(08).
000880     05  MOUNT-SEP-1             PIC X(01).
000890     05  MOUNT-STATION-ID        PIC X(10).
000900     05  MOUNT-SEP-2             PIC X(01).
000910     05  MOUNT-ON-DATE           PIC 9(08).
000920     05  MOUNT-ON-TIME           PIC 9(08).
000930     05  MOUNT-SEP-3             PIC X(01).
000940     05  MOUNT-OFF-DATE          PIC 9(08).
000950     05  MOUNT-OFF-TIME          PIC 9(08).
000960     05  MOUNT-SEP-4             PIC X(01).
000970     05  MOUNT-ROLLED-DATE       PIC 9(08).
000980     05  MOUNT-ROLLED-TIME       PIC 9(08).
000990 FD  AUDIT-FILE.
001000 01  AUDIT-REC.
001010     05  AUDIT-DATE              PIC 9(08).
001020     05  AUDIT-TIME              PIC 9(08).
001030     05  AUDIT-SEP-1             PIC X(01).
001040     05  AUDIT-CALL-NAME         PIC X(20).
001050     05  AUDIT-STATUS            PIC S9(09).
001060 FD  LISTING-FILE.
001070 01  LISTING-LINE                PIC X(80).
001080
001090 WORKING-STORAGE SECTION.
001100 01  AFM-AIRFRAME-FS          PIC 99.
001110 01  AFM-MOUNT-FS             PIC 99.
001120 01  AFM-AUDIT-FS             PIC 99.
001130 01  AFM-LISTING-FS           PIC 99.
001140
001150*----------------------------------------------------------------
001160* COMMAND-LINE FIELDS. ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE
001170* AIRFRAME ID FOR EVERY FUNCTION BUT LIST AND ROLLUP. TRAILING
001180* ARGUMENTS ARE KEYWORDS ("FLIPS=<N>", "FLIGHTS=<N>", "OP=<ID>")
001190* OR, FOR MOUNT, THE STATION ID, CHECKED THE SAME WAY EVERY OTHER
001200* PROGRAM ON THE RIG CHECKS ONE. NO STATION ON MOUNT MEANS THE
001210* SINGLE-BOOTH SITE'S BARE FILES.
001220*----------------------------------------------------------------
001230 01  AFM-ARGUMENT-COUNT       PIC 9(02) VALUE 0.
001240 01  AFM-ARG-IDX              PIC 9(02) VALUE 0.
001250 01  AFM-NEXT-ARG-NO          PIC 9(02) VALUE 0.
001260 01  AFM-FUNCTION             PIC X(08) VALUE SPACES.
001270 01  AFM-ARG-RAW              PIC X(32) VALUE SPACES.
001280 01  AFM-AIRFRAME-RAW         PIC X(32) VALUE SPACES.
001290 01  AFM-AIRFRAME-ID          PIC X(08) VALUE SPACES.
001300 01  AFM-STATION-ID           PIC X(10) VALUE SPACES.
001310 01  AFM-OPERATOR             PIC X(10) VALUE SPACES.
001320 01  AFM-LIMIT-RAW            PIC X(32) VALUE SPACES.
001330 01  AFM-LIMIT-KIND           PIC X(01) VALUE SPACE.
001340 01  AFM-SVC-LIMIT            PIC 9(05) VALUE 0.
001350
001360 01  AFM-AIRFRAME-FILENAME    PIC X(32).
001370 01  AFM-MOUNT-FILENAME       PIC X(32).
001380 01  AFM-AUDIT-FILENAME       PIC X(32).
001390 01  AFM-LISTING-FILENAME     PIC X(32).
001400
001410 77  AFM-EOF-SW               PIC X(01) VALUE "N".
001420     88  AFM-AT-EOF                   VALUE "Y".
001430     88  AFM-NOT-AT-EOF               VALUE "N".
001440
001450*----------------------------------------------------------------
001460* IN-CORE AIRFRAME TABLE, LOADED, CHANGED AND REWRITTEN IN ONE
001470* PIECE THE WAY ROSTERMT.COB HANDLES THE ROSTER. STATUS IS "A"
001480* ACTIVE OR "R" RETIRED; LIMIT KIND IS "F" (FLIPS) OR "T"
001490* (FLIGHTS, COUNTED AS SUCCESSFUL TAKEOFFS). THE PLAIN COUNTERS
001500* RUN SINCE THE LAST SERVICE, THE TOT- COUNTERS FOR LIFE.
001510*----------------------------------------------------------------
001520 77  AFM-MAX-ENTRIES          PIC 9(03) VALUE 500.
001530 01  AFM-ENTRY-COUNT          PIC 9(03) VALUE 0.
001540 01  AFM-IDX                  PIC 9(03) VALUE 0.
001550 01  AFM-FOUND-IDX            PIC 9(03) VALUE 0.
001560 01  AFM-AIRFRAME-TABLE.
001570     05  AFM-AIRFRAME-ENTRY OCCURS 500 TIMES.
001580         10  AFM-TBL-ID           PIC X(08).
001590         10  AFM-TBL-STATUS       PIC X(01).
001600         10  AFM-TBL-MOUNTED-SW   PIC X(01).
001610         10  AFM-TBL-STATION      PIC X(10).
001620         10  AFM-TBL-LIMIT-KIND   PIC X(01).
001630         10  AFM-TBL-SVC-LIMIT    PIC 9(05).
001640         10  AFM-TBL-FLIGHTS      PIC 9(07).
001650         10  AFM-TBL-FLIPS        PIC 9(07).
001660         10  AFM-TBL-FAILURES     PIC 9(07).
001670         10  AFM-TBL-TOT-FLIGHTS  PIC 9(07).
001680         10  AFM-TBL-TOT-FLIPS    PIC 9(07).
001690         10  AFM-TBL-TOT-FAILURES PIC 9(07).
001700         10  AFM-TBL-SVC-STAMP.
001710             15  AFM-TBL-SVC-DATE PIC 9(08).
001720             15  AFM-TBL-SVC-TIME PIC 9(08).
001730         10  AFM-TBL-SVC-OP       PIC X(10).
001740         10  AFM-TBL-ADD-DATE     PIC 9(08).
001750 77  AFM-FOUND-SW             PIC X(01) VALUE "N".
001760     88  AFM-FOUND                    VALUE "Y".
001770     88  AFM-NOT-FOUND                VALUE "N".
001780
001790*----------------------------------------------------------------
001800* IN-CORE MOUNT-PERIOD TABLE. AN OFF STAMP OF ZERO MEANS THE
001810* PERIOD IS STILL OPEN (THE AIRFRAME IS ON THE BOOTH NOW). THE
001820* ROLLED STAMP IS THE LAST AUDIT TIMESTAMP ALREADY CREDITED; A
001830* CLOSED PERIOD ROLLED UP TO ITS OFF STAMP IS FINISHED WITH.
001840*----------------------------------------------------------------
001850 77  AFM-MAX-MOUNTS           PIC 9(03) VALUE 500.
001860 01  AFM-MOUNT-COUNT          PIC 9(03) VALUE 0.
001870 01  AFM-MNT-IDX              PIC 9(03) VALUE 0.
001880 01  AFM-MNT-FOUND-IDX        PIC 9(03) VALUE 0.
001890 01  AFM-MOUNT-TABLE.
001900     05  AFM-MOUNT-ENTRY OCCURS 500 TIMES.
001910         10  AFM-MNT-ID           PIC X(08).
001920         10  AFM-MNT-STATION      PIC X(10).
001930         10  AFM-MNT-ON-STAMP.
001940             15  AFM-MNT-ON-DATE  PIC 9(08).
001950             15  AFM-MNT-ON-TIME  PIC 9(08).
001960         10  AFM-MNT-OFF-STAMP.
001970             15  AFM-MNT-OFF-DATE PIC 9(08).
001980             15  AFM-MNT-OFF-TIME PIC 9(08).
001990         10  AFM-MNT-ROLLED-STAMP.
002000             15  AFM-MNT-ROLLED-DATE PIC 9(08).
002010             15  AFM-MNT-ROLLED-TIME PIC 9(08).
002020 77  AFM-MNT-FOUND-SW         PIC X(01) VALUE "N".
002030     88  AFM-MNT-FOUND                VALUE "Y".
002040     88  AFM-MNT-NOT-FOUND            VALUE "N".
002050
002060*----------------------------------------------------------------
002070* ROLL-UP WORK FIELDS. STAMPS ARE DATE (YYYYMMDD) FOLLOWED BY
002080* TIME (HHMMSSHH), THE SAME TWO FIELDS CAPTEST.COB PUTS ON EVERY
002090* AUDIT RECORD, SO THEY COMPARE IN TIME ORDER AS THEY STAND.
002100*----------------------------------------------------------------
002110 01  AFM-NOW-STAMP.
002120     05  AFM-NOW-DATE         PIC 9(08) VALUE 0.
002130     05  AFM-NOW-TIME         PIC 9(08) VALUE 0.
002140 01  AFM-AUDIT-STAMP.
002150     05  AFM-AUD-DATE         PIC 9(08) VALUE 0.
002160     05  AFM-AUD-TIME         PIC 9(08) VALUE 0.
002170 01  AFM-UPTO-STAMP.
002180     05  AFM-UPTO-DATE        PIC 9(08) VALUE 0.
002190     05  AFM-UPTO-TIME        PIC 9(08) VALUE 0.
002200 01  AFM-HIGH-STAMP.
002210     05  AFM-HIGH-DATE        PIC 9(08) VALUE 0.
002220     05  AFM-HIGH-TIME        PIC 9(08) VALUE 0.
002230 01  AFM-ADD-FLIGHTS          PIC 9(07) VALUE 0.
002240 01  AFM-ADD-FLIPS            PIC 9(07) VALUE 0.
002250 01  AFM-ADD-FAILURES         PIC 9(07) VALUE 0.
002260 01  AFM-PERIOD-COUNT         PIC 9(03) VALUE 0.
002270 01  AFM-CREDIT-COUNT         PIC 9(07) VALUE 0.
002280 01  AFM-DUE-COUNT            PIC 9(03) VALUE 0.
002290 77  AFM-DUE-SW               PIC X(01) VALUE "N".
002300     88  AFM-SERVICE-DUE              VALUE "Y".
002310     88  AFM-SERVICE-NOT-DUE          VALUE "N".
002320
002330*----------------------------------------------------------------
002340* LISTING WORK FIELDS.
002350*----------------------------------------------------------------
002360 01  AFM-STATION-TEXT         PIC X(10) VALUE SPACES.
002370 01  AFM-STATUS-TEXT          PIC X(30) VALUE SPACES.
002380 01  AFM-KIND-TEXT            PIC X(07) VALUE SPACES.
002390 01  AFM-DUE-TEXT             PIC X(20) VALUE SPACES.
002400 01  AFM-EDIT-1               PIC Z(06)9.
002410 01  AFM-EDIT-2               PIC Z(06)9.
002420 01  AFM-EDIT-3               PIC Z(06)9.
002430 01  AFM-LIMIT-EDIT           PIC ZZZZ9.
002440 01  AFM-ACTIVE-COUNT         PIC 9(03) VALUE 0.
002450 01  AFM-MOUNTED-COUNT        PIC 9(03) VALUE 0.
002460
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
002500     ACCEPT AFM-NOW-DATE FROM DATE YYYYMMDD.
002510     ACCEPT AFM-NOW-TIME FROM TIME.
002520     PERFORM 2000-LOAD-AIRFRAMES THRU 2000-LOAD-AIRFRAMES-EXIT.
002530     PERFORM 2200-LOAD-MOUNTS THRU 2200-LOAD-MOUNTS-EXIT.
002540     EVALUATE AFM-FUNCTION
002550         WHEN "ADD"
002560             PERFORM 3000-ADD-AIRFRAME THRU 3000-ADD-AIRFRAME-EXIT
002570         WHEN "MOUNT"
002580             PERFORM 3100-MOUNT THRU 3100-MOUNT-EXIT
002590         WHEN "UNMOUNT"
002600             PERFORM 3200-UNMOUNT THRU 3200-UNMOUNT-EXIT
002610         WHEN "RETIRE"
002620             PERFORM 3300-RETIRE THRU 3300-RETIRE-EXIT
002630         WHEN "SERVICE"
002640             PERFORM 3400-SERVICE THRU 3400-SERVICE-EXIT
002650         WHEN "ROLLUP"
002660             PERFORM 4000-ROLLUP THRU 4000-ROLLUP-EXIT
002670         WHEN "LIST"
002680             PERFORM 5000-LIST THRU 5000-LIST-EXIT
002690         WHEN OTHER
002700             DISPLAY "UNKNOWN FUNCTION '" AFM-FUNCTION
002710                 "' -- USE ADD, MOUNT, UNMOUNT, RETIRE, SERVICE, "
002720                 "LIST OR ROLLUP"
002730             MOVE 8 TO RETURN-CODE
002740     END-EVALUATE.
002750 0000-MAINLINE-EXIT.
002760     STOP RUN.
002770
002780*----------------------------------------------------------------
002790* 1000-RESOLVE-ARGS -- PICK UP THE FUNCTION AND THE AIRFRAME ID,
002800* THEN SWEEP THE TRAILING ARGUMENTS. ADD NEEDS EXACTLY ONE
002810* SERVICE LIMIT; SERVICE NEEDS THE OPERATOR WHO SIGNS IT OFF.
002820*----------------------------------------------------------------
002830 1000-RESOLVE-ARGS.
002840     ACCEPT AFM-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002850     IF AFM-ARGUMENT-COUNT < 1
002860         DISPLAY "USAGE: AIRFRAMT ADD <AIRFRAME> FLIPS=<N>|"
002870             "FLIGHTS=<N>"
002880         DISPLAY "       AIRFRAMT MOUNT <AIRFRAME> [STATION]"
002890         DISPLAY "       AIRFRAMT UNMOUNT <AIRFRAME>"
002900         DISPLAY "       AIRFRAMT RETIRE <AIRFRAME>"
002910         DISPLAY "       AIRFRAMT SERVICE <AIRFRAME> OP=<ID>"
002920         DISPLAY "       AIRFRAMT LIST"
002930         DISPLAY "       AIRFRAMT ROLLUP"
002940         MOVE 8 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     DISPLAY 1 UPON ARGUMENT-NUMBER.
002980     ACCEPT AFM-FUNCTION FROM ARGUMENT-VALUE.
002990     IF AFM-FUNCTION = "LIST" OR AFM-FUNCTION = "ROLLUP"
003000         MOVE 2 TO AFM-NEXT-ARG-NO
003010     ELSE
003020         IF AFM-ARGUMENT-COUNT < 2
003030             DISPLAY "FUNCTION " AFM-FUNCTION
003040                 " NEEDS AN AIRFRAME ID"
003050             MOVE 8 TO RETURN-CODE
003060             STOP RUN
003070         END-IF
003080         DISPLAY 2 UPON ARGUMENT-NUMBER
003090         ACCEPT AFM-AIRFRAME-RAW FROM ARGUMENT-VALUE
003100         PERFORM 1200-EDIT-AIRFRAME-ID
003110             THRU 1200-EDIT-AIRFRAME-ID-EXIT
003120         MOVE 3 TO AFM-NEXT-ARG-NO
003130     END-IF.
003140     PERFORM 1100-SWEEP-TRAILING THRU 1100-SWEEP-TRAILING-EXIT
003150         VARYING AFM-ARG-IDX FROM AFM-NEXT-ARG-NO BY 1
003160         UNTIL AFM-ARG-IDX > AFM-ARGUMENT-COUNT.
003170     IF AFM-FUNCTION = "ADD" AND AFM-LIMIT-KIND = SPACE
003180         DISPLAY "ADD NEEDS A SERVICE LIMIT -- GIVE FLIPS=<N> "
003190             "OR FLIGHTS=<N>"
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     IF AFM-FUNCTION = "SERVICE" AND AFM-OPERATOR = SPACES
003240         DISPLAY "SERVICE NEEDS THE OPERATOR -- GIVE OP=<ID>"
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     MOVE "airframe" TO AFM-AIRFRAME-FILENAME.
003290     MOVE "airframe_mount" TO AFM-MOUNT-FILENAME.
003300     IF AFM-FUNCTION = "ROLLUP"
003310         MOVE "airframe_rollup" TO AFM-LISTING-FILENAME
003320     ELSE
003330         MOVE "airframe_listing" TO AFM-LISTING-FILENAME
003340     END-IF.
003350 1000-RESOLVE-ARGS-EXIT.
003360     EXIT.
003370
003380 1100-SWEEP-TRAILING.
003390     MOVE SPACES TO AFM-ARG-RAW.
003400     DISPLAY AFM-ARG-IDX UPON ARGUMENT-NUMBER.
003410     ACCEPT AFM-ARG-RAW FROM ARGUMENT-VALUE.
003420     IF AFM-ARG-RAW(1:3) = "OP="
003430         IF FUNCTION LENGTH(FUNCTION TRIM(AFM-ARG-RAW(4:)))
003440             > 10
003450             DISPLAY "OPERATOR '"
003460                 FUNCTION TRIM(AFM-ARG-RAW(4:))
003470                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003480             MOVE 8 TO RETURN-CODE
003490             STOP RUN
003500         END-IF
003510         MOVE AFM-ARG-RAW(4:) TO AFM-OPERATOR
003520         GO TO 1100-SWEEP-TRAILING-EXIT
003530     END-IF.
003540     IF AFM-ARG-RAW(1:6) = "FLIPS="
003550         MOVE "F" TO AFM-LIMIT-KIND
003560         MOVE AFM-ARG-RAW(7:) TO AFM-LIMIT-RAW
003570         PERFORM 1300-EDIT-LIMIT THRU 1300-EDIT-LIMIT-EXIT
003580         GO TO 1100-SWEEP-TRAILING-EXIT
003590     END-IF.
003600     IF AFM-ARG-RAW(1:8) = "FLIGHTS="
003610         MOVE "T" TO AFM-LIMIT-KIND
003620         MOVE AFM-ARG-RAW(9:) TO AFM-LIMIT-RAW
003630         PERFORM 1300-EDIT-LIMIT THRU 1300-EDIT-LIMIT-EXIT
003640         GO TO 1100-SWEEP-TRAILING-EXIT
003650     END-IF.
003660     IF AFM-FUNCTION NOT = "MOUNT"
003670     OR AFM-STATION-ID NOT = SPACES
003680         DISPLAY "UNRECOGNIZED EXTRA ARGUMENT '"
003690             FUNCTION TRIM(AFM-ARG-RAW) "' -- IGNORED"
003700         GO TO 1100-SWEEP-TRAILING-EXIT
003710     END-IF.
003720     IF FUNCTION LENGTH(FUNCTION TRIM(AFM-ARG-RAW)) > 10
003730         DISPLAY "STATION ID '" FUNCTION TRIM(AFM-ARG-RAW)
003740             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003750         MOVE 8 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     MOVE AFM-ARG-RAW TO AFM-STATION-ID.
003790 1100-SWEEP-TRAILING-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* 1200-EDIT-AIRFRAME-ID -- THE ID STENCILLED ON THE FRAME. AN
003840* OVERSIZE ONE ABORTS RATHER THAN TRUNCATING INTO ANOTHER UNIT'S.
003850*----------------------------------------------------------------
003860 1200-EDIT-AIRFRAME-ID.
003870     IF AFM-AIRFRAME-RAW = SPACES
003880         DISPLAY "AIRFRAME ID IS BLANK -- ABORTING"
003890         MOVE 8 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     IF FUNCTION LENGTH(FUNCTION TRIM(AFM-AIRFRAME-RAW)) > 8
003930         DISPLAY "AIRFRAME ID '" FUNCTION TRIM(AFM-AIRFRAME-RAW)
003940             "' IS LONGER THAN 8 CHARACTERS -- ABORTING"
003950         MOVE 8 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     MOVE AFM-AIRFRAME-RAW TO AFM-AIRFRAME-ID.
003990 1200-EDIT-AIRFRAME-ID-EXIT.
004000     EXIT.
004010
004020 1300-EDIT-LIMIT.
004030     IF  AFM-LIMIT-RAW = SPACES
004040     OR  FUNCTION TEST-NUMVAL(AFM-LIMIT-RAW) NOT = 0
004050     OR  FUNCTION NUMVAL(AFM-LIMIT-RAW) < 1
004060     OR  FUNCTION NUMVAL(AFM-LIMIT-RAW) > 99999
004070         DISPLAY "SERVICE LIMIT '" FUNCTION TRIM(AFM-LIMIT-RAW)
004080             "' MUST BE A NUMBER FROM 1 TO 99999 -- ABORTING"
004090         MOVE 8 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     COMPUTE AFM-SVC-LIMIT = FUNCTION NUMVAL(AFM-LIMIT-RAW).
004130 1300-EDIT-LIMIT-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------
004170* 2000-LOAD-AIRFRAMES -- PULL THE WHOLE REGISTER INTO THE TABLE.
004180* A MISSING FILE IS AN EMPTY REGISTER (THE FIRST ADD CREATES IT).
004190*----------------------------------------------------------------
004200 2000-LOAD-AIRFRAMES.
004210     MOVE 0 TO AFM-ENTRY-COUNT.
004220     SET AFM-NOT-AT-EOF TO TRUE.
004230     OPEN INPUT AIRFRAME-FILE.
004240     IF AFM-AIRFRAME-FS NOT = "00"
004250         DISPLAY "NO AIRFRAME REGISTER YET, STATUS: "
004260             AFM-AIRFRAME-FS " -- STARTING EMPTY"
004270         GO TO 2000-LOAD-AIRFRAMES-EXIT
004280     END-IF.
004290     PERFORM 2100-LOAD-ENTRY THRU 2100-LOAD-ENTRY-EXIT
004300         UNTIL AFM-AT-EOF.
004310     CLOSE AIRFRAME-FILE.
004320 2000-LOAD-AIRFRAMES-EXIT.
004330     EXIT.
004340
004350 2100-LOAD-ENTRY.
004360     READ AIRFRAME-FILE
004370         AT END
004380             SET AFM-AT-EOF TO TRUE
004390         NOT AT END
004400             IF AFM-ENTRY-COUNT >= AFM-MAX-ENTRIES
004410                 DISPLAY "AIRFRAME TABLE FULL AT " AFM-MAX-ENTRIES
004420                     " ENTRIES -- ABORTING BEFORE ANY REWRITE "
004430                     "COULD DROP RECORDS"
004440                 MOVE 8 TO RETURN-CODE
004450                 STOP RUN
004460             END-IF
004470             ADD 1 TO AFM-ENTRY-COUNT
004480             MOVE AFM-ENTRY-COUNT TO AFM-IDX
004490             MOVE AIRFRAME-ID          TO AFM-TBL-ID(AFM-IDX)
004500             MOVE AIRFRAME-STATUS      TO AFM-TBL-STATUS(AFM-IDX)
004510             MOVE AIRFRAME-MOUNTED-SW
004520                 TO AFM-TBL-MOUNTED-SW(AFM-IDX)
004530             MOVE AIRFRAME-STATION-ID  TO AFM-TBL-STATION(AFM-IDX)
004540             MOVE AIRFRAME-LIMIT-KIND
004550                 TO AFM-TBL-LIMIT-KIND(AFM-IDX)
004560             MOVE AIRFRAME-SVC-LIMIT
004570                 TO AFM-TBL-SVC-LIMIT(AFM-IDX)
004580             MOVE AIRFRAME-FLIGHTS     TO AFM-TBL-FLIGHTS(AFM-IDX)
004590             MOVE AIRFRAME-FLIPS       TO AFM-TBL-FLIPS(AFM-IDX)
004600             MOVE AIRFRAME-FAILURES
004610                 TO AFM-TBL-FAILURES(AFM-IDX)
004620             MOVE AIRFRAME-TOT-FLIGHTS
004630                 TO AFM-TBL-TOT-FLIGHTS(AFM-IDX)
004640             MOVE AIRFRAME-TOT-FLIPS
004650                 TO AFM-TBL-TOT-FLIPS(AFM-IDX)
004660             MOVE AIRFRAME-TOT-FAILURES
004670                 TO AFM-TBL-TOT-FAILURES(AFM-IDX)
004680             MOVE AIRFRAME-SVC-DATE TO AFM-TBL-SVC-DATE(AFM-IDX)
004690             MOVE AIRFRAME-SVC-TIME TO AFM-TBL-SVC-TIME(AFM-IDX)
004700             MOVE AIRFRAME-SVC-OP      TO AFM-TBL-SVC-OP(AFM-IDX)
004710             MOVE AIRFRAME-ADD-DATE TO AFM-TBL-ADD-DATE(AFM-IDX)
004720     END-READ.
004730 2100-LOAD-ENTRY-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 2200-LOAD-MOUNTS -- PULL THE WHOLE MOUNT-PERIOD FILE INTO ITS
004780* TABLE. A MISSING FILE MEANS NOTHING HAS EVER BEEN MOUNTED.
004790*----------------------------------------------------------------
004800 2200-LOAD-MOUNTS.
004810     MOVE 0 TO AFM-MOUNT-COUNT.
004820     SET AFM-NOT-AT-EOF TO TRUE.
004830     OPEN INPUT MOUNT-FILE.
004840     IF AFM-MOUNT-FS NOT = "00"
004850         GO TO 2200-LOAD-MOUNTS-EXIT
004860     END-IF.
004870     PERFORM 2300-LOAD-MOUNT THRU 2300-LOAD-MOUNT-EXIT
004880         UNTIL AFM-AT-EOF.
004890     CLOSE MOUNT-FILE.
004900 2200-LOAD-MOUNTS-EXIT.
004910     EXIT.
004920
004930 2300-LOAD-MOUNT.
004940     READ MOUNT-FILE
004950         AT END
004960             SET AFM-AT-EOF TO TRUE
004970         NOT AT END
004980             IF AFM-MOUNT-COUNT >= AFM-MAX-MOUNTS
004990                 DISPLAY "MOUNT TABLE FULL AT " AFM-MAX-MOUNTS
005000                     " ENTRIES -- ABORTING BEFORE ANY REWRITE "
005010                     "COULD DROP RECORDS"
005020                 MOVE 8 TO RETURN-CODE
005030                 STOP RUN
005040             END-IF
005050             ADD 1 TO AFM-MOUNT-COUNT
005060             MOVE AFM-MOUNT-COUNT TO AFM-MNT-IDX
005070             MOVE MOUNT-AIRFRAME-ID  TO AFM-MNT-ID(AFM-MNT-IDX)
005080             MOVE MOUNT-STATION-ID
005090                 TO AFM-MNT-STATION(AFM-MNT-IDX)
005100             MOVE MOUNT-ON-DATE  TO AFM-MNT-ON-DATE(AFM-MNT-IDX)
005110             MOVE MOUNT-ON-TIME  TO AFM-MNT-ON-TIME(AFM-MNT-IDX)
005120             MOVE MOUNT-OFF-DATE TO AFM-MNT-OFF-DATE(AFM-MNT-IDX)
005130             MOVE MOUNT-OFF-TIME TO AFM-MNT-OFF-TIME(AFM-MNT-IDX)
005140             MOVE MOUNT-ROLLED-DATE
005150                 TO AFM-MNT-ROLLED-DATE(AFM-MNT-IDX)
005160             MOVE MOUNT-ROLLED-TIME
005170                 TO AFM-MNT-ROLLED-TIME(AFM-MNT-IDX)
005180     END-READ.
005190 2300-LOAD-MOUNT-EXIT.
005200     EXIT.
005210
005220 2500-FIND-AIRFRAME.
005230     SET AFM-NOT-FOUND TO TRUE.
005240     MOVE 0 TO AFM-FOUND-IDX.
005250     PERFORM 2510-MATCH-AIRFRAME THRU 2510-MATCH-AIRFRAME-EXIT
005260         VARYING AFM-IDX FROM 1 BY 1
005270         UNTIL AFM-IDX > AFM-ENTRY-COUNT
005280            OR AFM-FOUND.
005290 2500-FIND-AIRFRAME-EXIT.
005300     EXIT.
005310
005320 2510-MATCH-AIRFRAME.
005330     IF AFM-TBL-ID(AFM-IDX) = AFM-AIRFRAME-ID
005340         SET AFM-FOUND TO TRUE
005350         MOVE AFM-IDX TO AFM-FOUND-IDX
005360     END-IF.
005370 2510-MATCH-AIRFRAME-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410* 2600-FIND-STATION-MOUNT -- IS ANOTHER AIRFRAME ALREADY ON THE
005420* BOOTH AFM-STATION-ID NAMES? A HIT SETS AFM-FOUND AND LEAVES
005430* ITS INDEX IN AFM-FOUND-IDX.
005440*----------------------------------------------------------------
005450 2600-FIND-STATION-MOUNT.
005460     SET AFM-NOT-FOUND TO TRUE.
005470     MOVE 0 TO AFM-FOUND-IDX.
005480     PERFORM 2610-MATCH-STATION THRU 2610-MATCH-STATION-EXIT
005490         VARYING AFM-IDX FROM 1 BY 1
005500         UNTIL AFM-IDX > AFM-ENTRY-COUNT
005510            OR AFM-FOUND.
005520 2600-FIND-STATION-MOUNT-EXIT.
005530     EXIT.
005540
005550 2610-MATCH-STATION.
005560     IF  AFM-TBL-MOUNTED-SW(AFM-IDX) = "Y"
005570     AND AFM-TBL-STATION(AFM-IDX) = AFM-STATION-ID
005580         SET AFM-FOUND TO TRUE
005590         MOVE AFM-IDX TO AFM-FOUND-IDX
005600     END-IF.
005610 2610-MATCH-STATION-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650* 2700-FIND-OPEN-MOUNT -- THE STILL-OPEN MOUNT PERIOD (OFF STAMP
005660* ZERO) FOR AFM-AIRFRAME-ID.
005670*----------------------------------------------------------------
005680 2700-FIND-OPEN-MOUNT.
005690     SET AFM-MNT-NOT-FOUND TO TRUE.
005700     MOVE 0 TO AFM-MNT-FOUND-IDX.
005710     PERFORM 2710-MATCH-OPEN-MOUNT THRU 2710-MATCH-OPEN-MOUNT-EXIT
005720         VARYING AFM-MNT-IDX FROM 1 BY 1
005730         UNTIL AFM-MNT-IDX > AFM-MOUNT-COUNT
005740            OR AFM-MNT-FOUND.
005750 2700-FIND-OPEN-MOUNT-EXIT.
005760     EXIT.
005770
005780 2710-MATCH-OPEN-MOUNT.
005790     IF  AFM-MNT-ID(AFM-MNT-IDX) = AFM-AIRFRAME-ID
005800     AND AFM-MNT-OFF-DATE(AFM-MNT-IDX) = 0
005810         SET AFM-MNT-FOUND TO TRUE
005820         MOVE AFM-MNT-IDX TO AFM-MNT-FOUND-IDX
005830     END-IF.
005840 2710-MATCH-OPEN-MOUNT-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 3000-ADD-AIRFRAME -- ENTER A NEW AIRFRAME, UNMOUNTED, WITH ITS
005890* COUNTERS AT ZERO. A NEW UNIT COUNTS AS FRESHLY SERVICED TODAY.
005900* AN ID ALREADY ON THE REGISTER, RETIRED OR NOT, IS REJECTED.
005910*----------------------------------------------------------------
005920 3000-ADD-AIRFRAME.
005930     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
005940     IF AFM-FOUND
005950         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
005960             " IS ALREADY ON THE REGISTER -- NOT ADDED"
005970         MOVE 8 TO RETURN-CODE
005980         GO TO 3000-ADD-AIRFRAME-EXIT
005990     END-IF.
006000     IF AFM-ENTRY-COUNT >= AFM-MAX-ENTRIES
006010         DISPLAY "AIRFRAME TABLE FULL AT " AFM-MAX-ENTRIES
006020             " ENTRIES -- NOT ADDED"
006030         MOVE 8 TO RETURN-CODE
006040         GO TO 3000-ADD-AIRFRAME-EXIT
006050     END-IF.
006060     ADD 1 TO AFM-ENTRY-COUNT.
006070     MOVE AFM-ENTRY-COUNT TO AFM-IDX.
006080     MOVE AFM-AIRFRAME-ID TO AFM-TBL-ID(AFM-IDX).
006090     MOVE "A"             TO AFM-TBL-STATUS(AFM-IDX).
006100     MOVE "N"             TO AFM-TBL-MOUNTED-SW(AFM-IDX).
006110     MOVE SPACES          TO AFM-TBL-STATION(AFM-IDX).
006120     MOVE AFM-LIMIT-KIND  TO AFM-TBL-LIMIT-KIND(AFM-IDX).
006130     MOVE AFM-SVC-LIMIT   TO AFM-TBL-SVC-LIMIT(AFM-IDX).
006140     MOVE 0 TO AFM-TBL-FLIGHTS(AFM-IDX).
006150     MOVE 0 TO AFM-TBL-FLIPS(AFM-IDX).
006160     MOVE 0 TO AFM-TBL-FAILURES(AFM-IDX).
006170     MOVE 0 TO AFM-TBL-TOT-FLIGHTS(AFM-IDX).
006180     MOVE 0 TO AFM-TBL-TOT-FLIPS(AFM-IDX).
006190     MOVE 0 TO AFM-TBL-TOT-FAILURES(AFM-IDX).
006200     MOVE AFM-NOW-STAMP   TO AFM-TBL-SVC-STAMP(AFM-IDX).
006210     MOVE SPACES          TO AFM-TBL-SVC-OP(AFM-IDX).
006220     MOVE AFM-NOW-DATE    TO AFM-TBL-ADD-DATE(AFM-IDX).
006230     PERFORM 5300-KIND-TEXT THRU 5300-KIND-TEXT-EXIT.
006240     PERFORM 6000-REWRITE-AIRFRAMES
006250         THRU 6000-REWRITE-AIRFRAMES-EXIT.
006260     DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " ADDED, SERVICE DUE AT "
006270         AFM-SVC-LIMIT " " AFM-KIND-TEXT.
006280 3000-ADD-AIRFRAME-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320* 3100-MOUNT -- PUT AN ACTIVE, UNMOUNTED AIRFRAME ON A BOOTH THAT
006330* HAS NONE, AND OPEN A MOUNT PERIOD FOR IT STAMPED NOW. THE
006340* PERIOD'S ROLLED STAMP STARTS AT THE MOUNT STAMP, SO ONLY CALLS
006350* THE BOOTH MAKES FROM HERE ON ARE CREDITED TO THIS AIRFRAME.
006360*----------------------------------------------------------------
006370 3100-MOUNT.
006380     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
006390     IF AFM-NOT-FOUND
006400         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
006410             " IS NOT ON THE REGISTER -- NOTHING MOUNTED"
006420         MOVE 8 TO RETURN-CODE
006430         GO TO 3100-MOUNT-EXIT
006440     END-IF.
006450     MOVE AFM-FOUND-IDX TO AFM-IDX.
006460     IF AFM-TBL-STATUS(AFM-IDX) = "R"
006470         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
006480             " IS RETIRED -- NOTHING MOUNTED"
006490         MOVE 8 TO RETURN-CODE
006500         GO TO 3100-MOUNT-EXIT
006510     END-IF.
006520     IF AFM-TBL-MOUNTED-SW(AFM-IDX) = "Y"
006530         MOVE AFM-TBL-STATION(AFM-IDX) TO AFM-STATION-TEXT
006540         PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT
006550         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
006560             " IS ALREADY MOUNTED ON STATION " AFM-STATION-TEXT
006570             " -- UNMOUNT IT FIRST"
006580         MOVE 8 TO RETURN-CODE
006590         GO TO 3100-MOUNT-EXIT
006600     END-IF.
006610     PERFORM 2600-FIND-STATION-MOUNT
006620         THRU 2600-FIND-STATION-MOUNT-EXIT.
006630     IF AFM-FOUND
006640         MOVE AFM-STATION-ID TO AFM-STATION-TEXT
006650         PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT
006660         DISPLAY "STATION " AFM-STATION-TEXT
006670             " ALREADY HAS AIRFRAME " AFM-TBL-ID(AFM-FOUND-IDX)
006680             " MOUNTED -- UNMOUNT IT FIRST"
006690         MOVE 8 TO RETURN-CODE
006700         GO TO 3100-MOUNT-EXIT
006710     END-IF.
006720     IF AFM-MOUNT-COUNT >= AFM-MAX-MOUNTS
006730         DISPLAY "MOUNT TABLE FULL AT " AFM-MAX-MOUNTS
006740             " ENTRIES -- NOTHING MOUNTED"
006750         MOVE 8 TO RETURN-CODE
006760         GO TO 3100-MOUNT-EXIT
006770     END-IF.
006780     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
006790     MOVE AFM-FOUND-IDX TO AFM-IDX.
006800     MOVE "Y" TO AFM-TBL-MOUNTED-SW(AFM-IDX).
006810     MOVE AFM-STATION-ID TO AFM-TBL-STATION(AFM-IDX).
006820     ADD 1 TO AFM-MOUNT-COUNT.
006830     MOVE AFM-MOUNT-COUNT TO AFM-MNT-IDX.
006840     MOVE AFM-AIRFRAME-ID TO AFM-MNT-ID(AFM-MNT-IDX).
006850     MOVE AFM-STATION-ID  TO AFM-MNT-STATION(AFM-MNT-IDX).
006860     MOVE AFM-NOW-STAMP   TO AFM-MNT-ON-STAMP(AFM-MNT-IDX).
006870     MOVE 0 TO AFM-MNT-OFF-DATE(AFM-MNT-IDX).
006880     MOVE 0 TO AFM-MNT-OFF-TIME(AFM-MNT-IDX).
006890     MOVE AFM-NOW-STAMP   TO AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX).
006900     PERFORM 6000-REWRITE-AIRFRAMES
006910         THRU 6000-REWRITE-AIRFRAMES-EXIT.
006920     PERFORM 6200-REWRITE-MOUNTS THRU 6200-REWRITE-MOUNTS-EXIT.
006930     MOVE AFM-STATION-ID TO AFM-STATION-TEXT.
006940     PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT.
006950     DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " MOUNTED ON STATION "
006960         AFM-STATION-TEXT.
006970 3100-MOUNT-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* 3200-UNMOUNT -- TAKE AN AIRFRAME OFF ITS BOOTH AND CLOSE ITS
007020* MOUNT PERIOD AT NOW. CALLS MADE SINCE THE LAST ROLL-UP ARE NOT
007030* LOST: THE NEXT ROLL-UP STILL CREDITS THE CLOSED PERIOD UP TO
007040* ITS OFF STAMP.
007050*----------------------------------------------------------------
007060 3200-UNMOUNT.
007070     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
007080     IF AFM-NOT-FOUND
007090         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007100             " IS NOT ON THE REGISTER -- NOTHING UNMOUNTED"
007110         MOVE 8 TO RETURN-CODE
007120         GO TO 3200-UNMOUNT-EXIT
007130     END-IF.
007140     IF AFM-TBL-MOUNTED-SW(AFM-FOUND-IDX) NOT = "Y"
007150         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " IS NOT MOUNTED"
007160         GO TO 3200-UNMOUNT-EXIT
007170     END-IF.
007180     MOVE AFM-TBL-STATION(AFM-FOUND-IDX) TO AFM-STATION-TEXT.
007190     PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT.
007200     MOVE "N" TO AFM-TBL-MOUNTED-SW(AFM-FOUND-IDX).
007210     MOVE SPACES TO AFM-TBL-STATION(AFM-FOUND-IDX).
007220     PERFORM 2700-FIND-OPEN-MOUNT THRU 2700-FIND-OPEN-MOUNT-EXIT.
007230     IF AFM-MNT-FOUND
007240         MOVE AFM-NOW-STAMP
007250             TO AFM-MNT-OFF-STAMP(AFM-MNT-FOUND-IDX)
007260     END-IF.
007270     PERFORM 6000-REWRITE-AIRFRAMES
007280         THRU 6000-REWRITE-AIRFRAMES-EXIT.
007290     PERFORM 6200-REWRITE-MOUNTS THRU 6200-REWRITE-MOUNTS-EXIT.
007300     DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007310         " UNMOUNTED FROM STATION " AFM-STATION-TEXT.
007320 3200-UNMOUNT-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* 3300-RETIRE -- WITHDRAW AN AIRFRAME FOR GOOD. IT MUST BE TAKEN
007370* OFF ITS BOOTH FIRST, SO THE BOOTH IS NEVER LEFT FLYING A UNIT
007380* THE REGISTER SAYS IS OUT OF SERVICE. THE ROW AND ITS COUNTERS
007390* STAY ON THE REGISTER.
007400*----------------------------------------------------------------
007410 3300-RETIRE.
007420     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
007430     IF AFM-NOT-FOUND
007440         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007450             " IS NOT ON THE REGISTER -- NOTHING RETIRED"
007460         MOVE 8 TO RETURN-CODE
007470         GO TO 3300-RETIRE-EXIT
007480     END-IF.
007490     IF AFM-TBL-STATUS(AFM-FOUND-IDX) = "R"
007500         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " IS ALREADY RETIRED"
007510         GO TO 3300-RETIRE-EXIT
007520     END-IF.
007530     IF AFM-TBL-MOUNTED-SW(AFM-FOUND-IDX) = "Y"
007540         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007550             " IS STILL MOUNTED -- UNMOUNT IT FIRST"
007560         MOVE 8 TO RETURN-CODE
007570         GO TO 3300-RETIRE-EXIT
007580     END-IF.
007590     MOVE "R" TO AFM-TBL-STATUS(AFM-FOUND-IDX).
007600     PERFORM 6000-REWRITE-AIRFRAMES
007610         THRU 6000-REWRITE-AIRFRAMES-EXIT.
007620     DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " RETIRED".
007630 3300-RETIRE-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* 3400-SERVICE -- RECORD A SERVICE: THE SINCE-SERVICE COUNTERS GO
007680* BACK TO ZERO AND THE SERVICE STAMP MOVES TO NOW, SO A LATER
007690* ROLL-UP CREDITS ONLY CALLS MADE AFTER THE SERVICE AGAINST THE
007700* NEW LIMIT. THE LIFETIME COUNTERS ARE NOT TOUCHED.
007710*----------------------------------------------------------------
007720 3400-SERVICE.
007730     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
007740     IF AFM-NOT-FOUND
007750         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007760             " IS NOT ON THE REGISTER -- NO SERVICE RECORDED"
007770         MOVE 8 TO RETURN-CODE
007780         GO TO 3400-SERVICE-EXIT
007790     END-IF.
007800     IF AFM-TBL-STATUS(AFM-FOUND-IDX) = "R"
007810         DISPLAY "AIRFRAME " AFM-AIRFRAME-ID
007820             " IS RETIRED -- NO SERVICE RECORDED"
007830         MOVE 8 TO RETURN-CODE
007840         GO TO 3400-SERVICE-EXIT
007850     END-IF.
007860     MOVE AFM-TBL-FLIGHTS(AFM-FOUND-IDX)  TO AFM-EDIT-1.
007870     MOVE AFM-TBL-FLIPS(AFM-FOUND-IDX)    TO AFM-EDIT-2.
007880     MOVE AFM-TBL-FAILURES(AFM-FOUND-IDX) TO AFM-EDIT-3.
007890     MOVE 0 TO AFM-TBL-FLIGHTS(AFM-FOUND-IDX).
007900     MOVE 0 TO AFM-TBL-FLIPS(AFM-FOUND-IDX).
007910     MOVE 0 TO AFM-TBL-FAILURES(AFM-FOUND-IDX).
007920     MOVE AFM-NOW-STAMP TO AFM-TBL-SVC-STAMP(AFM-FOUND-IDX).
007930     MOVE AFM-OPERATOR  TO AFM-TBL-SVC-OP(AFM-FOUND-IDX).
007940     PERFORM 6000-REWRITE-AIRFRAMES
007950         THRU 6000-REWRITE-AIRFRAMES-EXIT.
007960     DISPLAY "AIRFRAME " AFM-AIRFRAME-ID " SERVICED BY "
007970         AFM-OPERATOR " AFTER " AFM-EDIT-1 " FLIGHT(S), "
007980         AFM-EDIT-2 " FLIP(S), " AFM-EDIT-3 " FAILURE(S)".
007990 3400-SERVICE-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030* 4000-ROLLUP -- CREDIT EVERY UNFINISHED MOUNT PERIOD FROM ITS
008040* BOOTH'S AUDIT FILE, THEN LIST THE AIRFRAMES NOW DUE SERVICE.
008050* THE ROLL-UP REPORT IS THE STEP'S OUTPUT UNDER EODRIVER.COB.
008060*----------------------------------------------------------------
008070 4000-ROLLUP.
008080     OPEN OUTPUT LISTING-FILE.
008090     IF AFM-LISTING-FS NOT = "00"
008100         DISPLAY "UNABLE TO OPEN ROLL-UP REPORT, STATUS: "
008110             AFM-LISTING-FS
008120         MOVE 8 TO RETURN-CODE
008130         GO TO 4000-ROLLUP-EXIT
008140     END-IF.
008150     MOVE SPACES TO LISTING-LINE.
008160     STRING "AIRFRAME ROLL-UP  " AFM-NOW-DATE
008170         DELIMITED BY SIZE INTO LISTING-LINE.
008180     WRITE LISTING-LINE.
008190     MOVE SPACES TO LISTING-LINE.
008200     WRITE LISTING-LINE.
008210     MOVE 0 TO AFM-PERIOD-COUNT.
008220     MOVE 0 TO AFM-CREDIT-COUNT.
008230     MOVE 0 TO AFM-DUE-COUNT.
008240     PERFORM 4100-ROLL-PERIOD THRU 4100-ROLL-PERIOD-EXIT
008250         VARYING AFM-MNT-IDX FROM 1 BY 1
008260         UNTIL AFM-MNT-IDX > AFM-MOUNT-COUNT.
008270     MOVE SPACES TO LISTING-LINE.
008280     WRITE LISTING-LINE.
008290     PERFORM 4300-WRITE-DUE THRU 4300-WRITE-DUE-EXIT
008300         VARYING AFM-IDX FROM 1 BY 1
008310         UNTIL AFM-IDX > AFM-ENTRY-COUNT.
008320     MOVE SPACES TO LISTING-LINE.
008330     WRITE LISTING-LINE.
008340     MOVE SPACES TO LISTING-LINE.
008350     STRING "MOUNT PERIODS ROLLED: " AFM-PERIOD-COUNT
008360         "  AUDIT CALLS CREDITED: " AFM-CREDIT-COUNT
008370         "  DUE SERVICE: " AFM-DUE-COUNT
008380         DELIMITED BY SIZE INTO LISTING-LINE.
008390     WRITE LISTING-LINE.
008400     CLOSE LISTING-FILE.
008410     PERFORM 6000-REWRITE-AIRFRAMES
008420         THRU 6000-REWRITE-AIRFRAMES-EXIT.
008430     PERFORM 6200-REWRITE-MOUNTS THRU 6200-REWRITE-MOUNTS-EXIT.
008440     DISPLAY "AIRFRAME ROLL-UP DONE -- " AFM-PERIOD-COUNT
008450         " PERIOD(S), " AFM-CREDIT-COUNT " CALL(S) CREDITED, "
008460         AFM-DUE-COUNT " AIRFRAME(S) DUE SERVICE".
008470 4000-ROLLUP-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------
008510* 4100-ROLL-PERIOD -- ONE MOUNT PERIOD. A CLOSED PERIOD ALREADY
008520* ROLLED UP TO ITS OFF STAMP IS SKIPPED. OTHERWISE THE BOOTH'S
008530* AUDIT FILE IS READ AND EVERY CALL STAMPED AFTER THE ROLLED
008540* STAMP AND NO LATER THAN THE OFF STAMP (NO LIMIT WHILE STILL
008550* MOUNTED) IS CREDITED: A CLEAN DRONE_TAKEOFF IS A FLIGHT, A
008560* CLEAN DRONE_FLIP A FLIP, AND ANY CALL WITH A NONZERO STATUS A
008570* FAILURE. A CLOSED PERIOD ENDS ROLLED TO ITS OFF STAMP.
008580*----------------------------------------------------------------
008590 4100-ROLL-PERIOD.
008600     IF  AFM-MNT-OFF-DATE(AFM-MNT-IDX) NOT = 0
008610     AND AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX)
008620             NOT < AFM-MNT-OFF-STAMP(AFM-MNT-IDX)
008630         GO TO 4100-ROLL-PERIOD-EXIT
008640     END-IF.
008650     MOVE AFM-MNT-ID(AFM-MNT-IDX) TO AFM-AIRFRAME-ID.
008660     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
008670     IF AFM-NOT-FOUND
008680         DISPLAY "MOUNT PERIOD FOR AIRFRAME " AFM-AIRFRAME-ID
008690             " HAS NO REGISTER ENTRY -- SKIPPED"
008700         GO TO 4100-ROLL-PERIOD-EXIT
008710     END-IF.
008720     IF AFM-MNT-OFF-DATE(AFM-MNT-IDX) = 0
008730         MOVE 99999999 TO AFM-UPTO-DATE
008740         MOVE 99999999 TO AFM-UPTO-TIME
008750     ELSE
008760         MOVE AFM-MNT-OFF-STAMP(AFM-MNT-IDX) TO AFM-UPTO-STAMP
008770     END-IF.
008780     MOVE AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX) TO AFM-HIGH-STAMP.
008790     MOVE 0 TO AFM-ADD-FLIGHTS.
008800     MOVE 0 TO AFM-ADD-FLIPS.
008810     MOVE 0 TO AFM-ADD-FAILURES.
008820     ADD 1 TO AFM-PERIOD-COUNT.
008830     IF AFM-MNT-STATION(AFM-MNT-IDX) = SPACES
008840         MOVE "audit" TO AFM-AUDIT-FILENAME
008850     ELSE
008860         MOVE SPACES TO AFM-AUDIT-FILENAME
008870         STRING "audit-" DELIMITED BY SIZE
008880             AFM-MNT-STATION(AFM-MNT-IDX) DELIMITED BY SPACE
008890             INTO AFM-AUDIT-FILENAME
008900     END-IF.
008910     SET AFM-NOT-AT-EOF TO TRUE.
008920     OPEN INPUT AUDIT-FILE.
008930     IF AFM-AUDIT-FS = "00"
008940         PERFORM 4200-CREDIT-CALL THRU 4200-CREDIT-CALL-EXIT
008950             UNTIL AFM-AT-EOF
008960         CLOSE AUDIT-FILE
008970     END-IF.
008980     IF AFM-MNT-OFF-DATE(AFM-MNT-IDX) NOT = 0
008990         MOVE AFM-MNT-OFF-STAMP(AFM-MNT-IDX) TO AFM-HIGH-STAMP
009000     END-IF.
009010     MOVE AFM-HIGH-STAMP TO AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX).
009020     MOVE AFM-MNT-STATION(AFM-MNT-IDX) TO AFM-STATION-TEXT.
009030     PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT.
009040     MOVE AFM-ADD-FLIGHTS  TO AFM-EDIT-1.
009050     MOVE AFM-ADD-FLIPS    TO AFM-EDIT-2.
009060     MOVE AFM-ADD-FAILURES TO AFM-EDIT-3.
009070     MOVE SPACES TO LISTING-LINE.
009080     STRING AFM-AIRFRAME-ID " ON " AFM-STATION-TEXT
009090         "  FLIGHTS " AFM-EDIT-1
009100         "  FLIPS " AFM-EDIT-2
009110         "  FAILURES " AFM-EDIT-3
009120         DELIMITED BY SIZE INTO LISTING-LINE.
009130     WRITE LISTING-LINE.
009140 4100-ROLL-PERIOD-EXIT.
009150     EXIT.
009160
009170 4200-CREDIT-CALL.
009180     READ AUDIT-FILE
009190         AT END
009200             SET AFM-AT-EOF TO TRUE
009210             GO TO 4200-CREDIT-CALL-EXIT
009220     END-READ.
009230     IF AUDIT-DATE IS NOT NUMERIC OR AUDIT-TIME IS NOT NUMERIC
009240         GO TO 4200-CREDIT-CALL-EXIT
009250     END-IF.
009260     MOVE AUDIT-DATE TO AFM-AUD-DATE.
009270     MOVE AUDIT-TIME TO AFM-AUD-TIME.
009280     IF AFM-AUDIT-STAMP NOT > AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX)
009290     OR AFM-AUDIT-STAMP > AFM-UPTO-STAMP
009300         GO TO 4200-CREDIT-CALL-EXIT
009310     END-IF.
009320     IF AFM-AUDIT-STAMP > AFM-HIGH-STAMP
009330         MOVE AFM-AUDIT-STAMP TO AFM-HIGH-STAMP
009340     END-IF.
009350     IF AUDIT-STATUS NOT = 0
009360         ADD 1 TO AFM-ADD-FAILURES
009370         ADD 1 TO AFM-TBL-TOT-FAILURES(AFM-FOUND-IDX)
009380         IF AFM-AUDIT-STAMP > AFM-TBL-SVC-STAMP(AFM-FOUND-IDX)
009390             ADD 1 TO AFM-TBL-FAILURES(AFM-FOUND-IDX)
009400         END-IF
009410         ADD 1 TO AFM-CREDIT-COUNT
009420         GO TO 4200-CREDIT-CALL-EXIT
009430     END-IF.
009440     IF AUDIT-CALL-NAME = "drone_takeoff"
009450         ADD 1 TO AFM-ADD-FLIGHTS
009460         ADD 1 TO AFM-TBL-TOT-FLIGHTS(AFM-FOUND-IDX)
009470         IF AFM-AUDIT-STAMP > AFM-TBL-SVC-STAMP(AFM-FOUND-IDX)
009480             ADD 1 TO AFM-TBL-FLIGHTS(AFM-FOUND-IDX)
009490         END-IF
009500         ADD 1 TO AFM-CREDIT-COUNT
009510     END-IF.
009520     IF AUDIT-CALL-NAME = "drone_flip"
009530         ADD 1 TO AFM-ADD-FLIPS
009540         ADD 1 TO AFM-TBL-TOT-FLIPS(AFM-FOUND-IDX)
009550         IF AFM-AUDIT-STAMP > AFM-TBL-SVC-STAMP(AFM-FOUND-IDX)
009560             ADD 1 TO AFM-TBL-FLIPS(AFM-FOUND-IDX)
009570         END-IF
009580         ADD 1 TO AFM-CREDIT-COUNT
009590     END-IF.
009600 4200-CREDIT-CALL-EXIT.
009610     EXIT.
009620
009630 4300-WRITE-DUE.
009640     IF AFM-TBL-STATUS(AFM-IDX) = "R"
009650         GO TO 4300-WRITE-DUE-EXIT
009660     END-IF.
009670     PERFORM 5200-JUDGE-DUE THRU 5200-JUDGE-DUE-EXIT.
009680     IF AFM-SERVICE-NOT-DUE
009690         GO TO 4300-WRITE-DUE-EXIT
009700     END-IF.
009710     ADD 1 TO AFM-DUE-COUNT.
009720     PERFORM 5300-KIND-TEXT THRU 5300-KIND-TEXT-EXIT.
009730     MOVE AFM-TBL-SVC-LIMIT(AFM-IDX) TO AFM-LIMIT-EDIT.
009740     MOVE SPACES TO LISTING-LINE.
009750     IF AFM-TBL-MOUNTED-SW(AFM-IDX) = "Y"
009760         MOVE AFM-TBL-STATION(AFM-IDX) TO AFM-STATION-TEXT
009770         PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT
009780         STRING "** " AFM-TBL-ID(AFM-IDX)
009790             " DUE SERVICE (LIMIT " AFM-LIMIT-EDIT " "
009800             AFM-KIND-TEXT ") -- STATION " AFM-STATION-TEXT
009810             " LOCKED"
009820             DELIMITED BY SIZE INTO LISTING-LINE
009830     ELSE
009840         STRING "** " AFM-TBL-ID(AFM-IDX)
009850             " DUE SERVICE (LIMIT " AFM-LIMIT-EDIT " "
009860             AFM-KIND-TEXT ") -- NOT MOUNTED"
009870             DELIMITED BY SIZE INTO LISTING-LINE
009880     END-IF.
009890     WRITE LISTING-LINE.
009900 4300-WRITE-DUE-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------------
009940* 5000-LIST -- WRITE THE REGISTER LISTING: EACH AIRFRAME'S STATUS
009950* AND BOOTH, ITS SINCE-SERVICE AND LIFETIME COUNTERS AS OF THE
009960* LAST ROLL-UP, AND ITS SERVICE LIMIT WITH A DUE FLAG.
009970*----------------------------------------------------------------
009980 5000-LIST.
009990     OPEN OUTPUT LISTING-FILE.
010000     IF AFM-LISTING-FS NOT = "00"
010010         DISPLAY "UNABLE TO OPEN LISTING FILE, STATUS: "
010020             AFM-LISTING-FS
010030         MOVE 8 TO RETURN-CODE
010040         GO TO 5000-LIST-EXIT
010050     END-IF.
010060     MOVE SPACES TO LISTING-LINE.
010070     STRING "AIRFRAME REGISTER  " AFM-NOW-DATE
010080         DELIMITED BY SIZE INTO LISTING-LINE.
010090     WRITE LISTING-LINE.
010100     MOVE SPACES TO LISTING-LINE.
010110     WRITE LISTING-LINE.
010120     MOVE 0 TO AFM-ACTIVE-COUNT.
010130     MOVE 0 TO AFM-MOUNTED-COUNT.
010140     MOVE 0 TO AFM-DUE-COUNT.
010150     PERFORM 5100-LIST-ENTRY THRU 5100-LIST-ENTRY-EXIT
010160         VARYING AFM-IDX FROM 1 BY 1
010170         UNTIL AFM-IDX > AFM-ENTRY-COUNT.
010180     MOVE SPACES TO LISTING-LINE.
010190     STRING "AIRFRAMES: " AFM-ENTRY-COUNT
010200         "  ACTIVE: " AFM-ACTIVE-COUNT
010210         "  MOUNTED: " AFM-MOUNTED-COUNT
010220         "  DUE SERVICE: " AFM-DUE-COUNT
010230         DELIMITED BY SIZE INTO LISTING-LINE.
010240     WRITE LISTING-LINE.
010250     CLOSE LISTING-FILE.
010260     DISPLAY "LISTING WRITTEN: " AFM-ENTRY-COUNT " AIRFRAME(S), "
010270         AFM-DUE-COUNT " DUE SERVICE".
010280 5000-LIST-EXIT.
010290     EXIT.
010300
010310 5100-LIST-ENTRY.
010320     MOVE SPACES TO AFM-DUE-TEXT.
010330     IF AFM-TBL-STATUS(AFM-IDX) = "R"
010340         MOVE "RETIRED" TO AFM-STATUS-TEXT
010350     ELSE
010360         ADD 1 TO AFM-ACTIVE-COUNT
010370         IF AFM-TBL-MOUNTED-SW(AFM-IDX) = "Y"
010380             ADD 1 TO AFM-MOUNTED-COUNT
010390             MOVE AFM-TBL-STATION(AFM-IDX) TO AFM-STATION-TEXT
010400             PERFORM 5400-STATION-TEXT THRU 5400-STATION-TEXT-EXIT
010410             MOVE SPACES TO AFM-STATUS-TEXT
010420             STRING "MOUNTED ON " AFM-STATION-TEXT
010430                 DELIMITED BY SIZE INTO AFM-STATUS-TEXT
010440         ELSE
010450             MOVE "NOT MOUNTED" TO AFM-STATUS-TEXT
010460         END-IF
010470         PERFORM 5200-JUDGE-DUE THRU 5200-JUDGE-DUE-EXIT
010480         IF AFM-SERVICE-DUE
010490             ADD 1 TO AFM-DUE-COUNT
010500             MOVE "** SERVICE DUE **" TO AFM-DUE-TEXT
010510         END-IF
010520     END-IF.
010530     MOVE SPACES TO LISTING-LINE.
010540     STRING "AIRFRAME " AFM-TBL-ID(AFM-IDX)
010550         "  " AFM-STATUS-TEXT
010560         "  " AFM-DUE-TEXT
010570         DELIMITED BY SIZE INTO LISTING-LINE.
010580     WRITE LISTING-LINE.
010590     MOVE AFM-TBL-FLIGHTS(AFM-IDX)  TO AFM-EDIT-1.
010600     MOVE AFM-TBL-FLIPS(AFM-IDX)    TO AFM-EDIT-2.
010610     MOVE AFM-TBL-FAILURES(AFM-IDX) TO AFM-EDIT-3.
010620     MOVE SPACES TO LISTING-LINE.
010630     STRING "  SINCE SERVICE " AFM-TBL-SVC-DATE(AFM-IDX)
010640         ":  FLIGHTS " AFM-EDIT-1
010650         "  FLIPS " AFM-EDIT-2
010660         "  FAILURES " AFM-EDIT-3
010670         DELIMITED BY SIZE INTO LISTING-LINE.
010680     WRITE LISTING-LINE.
010690     MOVE AFM-TBL-TOT-FLIGHTS(AFM-IDX)  TO AFM-EDIT-1.
010700     MOVE AFM-TBL-TOT-FLIPS(AFM-IDX)    TO AFM-EDIT-2.
010710     MOVE AFM-TBL-TOT-FAILURES(AFM-IDX) TO AFM-EDIT-3.
010720     MOVE SPACES TO LISTING-LINE.
010730     STRING "  LIFETIME:                FLIGHTS " AFM-EDIT-1
010740         "  FLIPS " AFM-EDIT-2
010750         "  FAILURES " AFM-EDIT-3
010760         DELIMITED BY SIZE INTO LISTING-LINE.
010770     WRITE LISTING-LINE.
010780     PERFORM 5300-KIND-TEXT THRU 5300-KIND-TEXT-EXIT.
010790     MOVE AFM-TBL-SVC-LIMIT(AFM-IDX) TO AFM-LIMIT-EDIT.
010800     MOVE SPACES TO LISTING-LINE.
010810     STRING "  SERVICE LIMIT " AFM-LIMIT-EDIT " " AFM-KIND-TEXT
010820         "  LAST SERVICED BY " AFM-TBL-SVC-OP(AFM-IDX)
010830         DELIMITED BY SIZE INTO LISTING-LINE.
010840     WRITE LISTING-LINE.
010850     MOVE SPACES TO LISTING-LINE.
010860     WRITE LISTING-LINE.
010870 5100-LIST-ENTRY-EXIT.
010880     EXIT.
010890
010900*----------------------------------------------------------------
010910* 5200-JUDGE-DUE -- AIRFRAME AFM-IDX IS DUE SERVICE ONCE ITS
010920* SINCE-SERVICE FLIP OR FLIGHT COUNT, WHICHEVER ITS LIMIT IS
010930* KEPT IN, HAS REACHED THE LIMIT.
010940*----------------------------------------------------------------
010950 5200-JUDGE-DUE.
010960     SET AFM-SERVICE-NOT-DUE TO TRUE.
010970     IF AFM-TBL-LIMIT-KIND(AFM-IDX) = "F"
010980         IF AFM-TBL-FLIPS(AFM-IDX) >= AFM-TBL-SVC-LIMIT(AFM-IDX)
010990             SET AFM-SERVICE-DUE TO TRUE
011000         END-IF
011010     ELSE
011020         IF AFM-TBL-FLIGHTS(AFM-IDX) >= AFM-TBL-SVC-LIMIT(AFM-IDX)
011030             SET AFM-SERVICE-DUE TO TRUE
011040         END-IF
011050     END-IF.
011060 5200-JUDGE-DUE-EXIT.
011070     EXIT.
011080
011090 5300-KIND-TEXT.
011100     IF AFM-TBL-LIMIT-KIND(AFM-IDX) = "F"
011110         MOVE "FLIPS" TO AFM-KIND-TEXT
011120     ELSE
011130         MOVE "FLIGHTS" TO AFM-KIND-TEXT
011140     END-IF.
011150 5300-KIND-TEXT-EXIT.
011160     EXIT.
011170
011180 5400-STATION-TEXT.
011190     IF AFM-STATION-TEXT = SPACES
011200         MOVE "(SITE)" TO AFM-STATION-TEXT
011210     END-IF.
011220 5400-STATION-TEXT-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------
011260* 6000-REWRITE-AIRFRAMES -- WRITE THE WHOLE REGISTER BACK, THE
011270* SAME WAY ROSTERMT.COB REWRITES THE ROSTER.
011280*----------------------------------------------------------------
011290 6000-REWRITE-AIRFRAMES.
011300     OPEN OUTPUT AIRFRAME-FILE.
011310     IF AFM-AIRFRAME-FS NOT = "00"
011320         DISPLAY "UNABLE TO REWRITE AIRFRAME REGISTER, STATUS: "
011330             AFM-AIRFRAME-FS
011340         MOVE 8 TO RETURN-CODE
011350         GO TO 6000-REWRITE-AIRFRAMES-EXIT
011360     END-IF.
011370     PERFORM 6100-WRITE-ENTRY THRU 6100-WRITE-ENTRY-EXIT
011380         VARYING AFM-IDX FROM 1 BY 1
011390         UNTIL AFM-IDX > AFM-ENTRY-COUNT.
011400     CLOSE AIRFRAME-FILE.
011410 6000-REWRITE-AIRFRAMES-EXIT.
011420     EXIT.
011430
011440 6100-WRITE-ENTRY.
011450     MOVE SPACES TO AIRFRAME-REC.
011460     MOVE AFM-TBL-ID(AFM-IDX)           TO AIRFRAME-ID.
011470     MOVE AFM-TBL-STATUS(AFM-IDX)       TO AIRFRAME-STATUS.
011480     MOVE AFM-TBL-MOUNTED-SW(AFM-IDX)   TO AIRFRAME-MOUNTED-SW.
011490     MOVE AFM-TBL-STATION(AFM-IDX)      TO AIRFRAME-STATION-ID.
011500     MOVE AFM-TBL-LIMIT-KIND(AFM-IDX)   TO AIRFRAME-LIMIT-KIND.
011510     MOVE AFM-TBL-SVC-LIMIT(AFM-IDX)    TO AIRFRAME-SVC-LIMIT.
011520     MOVE AFM-TBL-FLIGHTS(AFM-IDX)      TO AIRFRAME-FLIGHTS.
011530     MOVE AFM-TBL-FLIPS(AFM-IDX)        TO AIRFRAME-FLIPS.
011540     MOVE AFM-TBL-FAILURES(AFM-IDX)     TO AIRFRAME-FAILURES.
011550     MOVE AFM-TBL-TOT-FLIGHTS(AFM-IDX)  TO AIRFRAME-TOT-FLIGHTS.
011560     MOVE AFM-TBL-TOT-FLIPS(AFM-IDX)    TO AIRFRAME-TOT-FLIPS.
011570     MOVE AFM-TBL-TOT-FAILURES(AFM-IDX) TO AIRFRAME-TOT-FAILURES.
011580     MOVE AFM-TBL-SVC-DATE(AFM-IDX)     TO AIRFRAME-SVC-DATE.
011590     MOVE AFM-TBL-SVC-TIME(AFM-IDX)     TO AIRFRAME-SVC-TIME.
011600     MOVE AFM-TBL-SVC-OP(AFM-IDX)       TO AIRFRAME-SVC-OP.
011610     MOVE AFM-TBL-ADD-DATE(AFM-IDX)     TO AIRFRAME-ADD-DATE.
011620     WRITE AIRFRAME-REC.
011630 6100-WRITE-ENTRY-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------
011670* 6200-REWRITE-MOUNTS -- WRITE THE WHOLE MOUNT-PERIOD TABLE BACK.
011670* A CLOSED PERIOD ALREADY ROLLED UP TO ITS OFF STAMP IS DROPPED:
011670* ITS CALLS ARE ON THE AIRFRAME'S COUNTS AND NOTHING READS IT
011670* AGAIN, SO THE FILE HOLDS ONLY THE PERIODS STILL IN PLAY.
011680*----------------------------------------------------------------
011690 6200-REWRITE-MOUNTS.
011700     OPEN OUTPUT MOUNT-FILE.
011710     IF AFM-MOUNT-FS NOT = "00"
011720         DISPLAY "UNABLE TO REWRITE MOUNT FILE, STATUS: "
011730             AFM-MOUNT-FS
011740         MOVE 8 TO RETURN-CODE
011750         GO TO 6200-REWRITE-MOUNTS-EXIT
011760     END-IF.
011770     PERFORM 6300-WRITE-MOUNT THRU 6300-WRITE-MOUNT-EXIT
011780         VARYING AFM-MNT-IDX FROM 1 BY 1
011790         UNTIL AFM-MNT-IDX > AFM-MOUNT-COUNT.
011800     CLOSE MOUNT-FILE.
011810 6200-REWRITE-MOUNTS-EXIT.
011820     EXIT.
011830
011840 6300-WRITE-MOUNT.
011840     IF  AFM-MNT-OFF-DATE(AFM-MNT-IDX) NOT = 0
011840     AND AFM-MNT-ROLLED-STAMP(AFM-MNT-IDX)
011840             NOT < AFM-MNT-OFF-STAMP(AFM-MNT-IDX)
011840         GO TO 6300-WRITE-MOUNT-EXIT
011840     END-IF.
011850     MOVE SPACES TO MOUNT-REC.
011860     MOVE AFM-MNT-ID(AFM-MNT-IDX)          TO MOUNT-AIRFRAME-ID.
011870     MOVE AFM-MNT-STATION(AFM-MNT-IDX)     TO MOUNT-STATION-ID.
011880     MOVE AFM-MNT-ON-DATE(AFM-MNT-IDX)     TO MOUNT-ON-DATE.
011890     MOVE AFM-MNT-ON-TIME(AFM-MNT-IDX)     TO MOUNT-ON-TIME.
011900     MOVE AFM-MNT-OFF-DATE(AFM-MNT-IDX)    TO MOUNT-OFF-DATE.
011910     MOVE AFM-MNT-OFF-TIME(AFM-MNT-IDX)    TO MOUNT-OFF-TIME.
011920     MOVE AFM-MNT-ROLLED-DATE(AFM-MNT-IDX) TO MOUNT-ROLLED-DATE.
011930     MOVE AFM-MNT-ROLLED-TIME(AFM-MNT-IDX) TO MOUNT-ROLLED-TIME.
011940     WRITE MOUNT-REC.
011950 6300-WRITE-MOUNT-EXIT.
011960     EXIT.
