000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISPUTMT.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. DRONE-RIG-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RH   ORIGINAL VERSION. MAINTENANCE FRONT END FOR THE
000110*                 SITE-WIDE SCORE DISPUTE FILE, REPLACING HAND
000120*                 EDITS OF RESULT.TXT -- WHICH DEFEATED VALIDATOR,
000130*                 MERGER'S CONTROL TOTALS AND THE INTERCHANGE
000140*                 HASH.
000150*                 IN THE STYLE OF ROSTERMT.COB AND CONFIGMT.COB:
000160*                   OPEN <BADGE> <YYYYMMDD> <HHMMSS> [STATION]
000170*                     REASON=<TEXT> OP=<ID> -- OPEN A CASE AGAINST
000180*                     ONE SESSION, KEYED THE WAY THE SESSION FILE
000190*                     HOLDS IT. THE SESSION MUST EXIST AND MUST
000200*                     HAVE BEEN SCORED.
000210*                   RULE <CASE> UPHELD|VOID|ADJUST|REFLY
000220*                     [SCORE=<N>] REASON=<TEXT> OP=<ID> -- CLOSE
000230*                     A CASE WITH A RULING. ADJUST NEEDS THE NEW
000240*                     SCORE.
000250*                   REGISTER -- WRITE THE DISPUTE REGISTER, OPEN
000260*                     AND CLOSED CASES WITH THEIR AGEING.
000270*                 EACH CASE IS LINKED TO ITS RESULT HISTORY RECORD
000280*                 (RESULT TIME AND NAME, AS RESJOIN.COB WROTE IT)
000290*                 SO RANKING, STANDINGS, TEAMSTAND AND EXPORTER
000300*                 CAN APPLY A VOID OR ADJUSTED RULING WHILE THEY
000310*                 BUILD THEIR OUTPUT, LEAVING THE ORIGINAL RESULT
000320*                 RECORD UNTOUCHED. A CASE OPENED BEFORE RESJOIN
000330*                 HAS RUN IS LINKED LATER, BY RULE OR REGISTER.
000340*                 A RE-FLY RULING IS READ BY CAPTEST.COB'S
000350*                 1800-CHECK-ATTEMPTS AS ONE EXTRA ATTEMPT FOR THE
000360*                 RULING DATE.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DISPUTE-FILE
000420         ASSIGN DYNAMIC DSP-DISPUTE-FILENAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS DSP-DISPUTE-FS.
000450     SELECT SESSION-FILE
000460         ASSIGN DYNAMIC DSP-SESSION-FILENAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DSP-SESSION-FS.
000490     SELECT HISTORY-FILE
000500         ASSIGN DYNAMIC DSP-HIST-FILENAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DSP-HIST-FS.
000530     SELECT REGISTER-FILE
000540         ASSIGN DYNAMIC DSP-REGISTER-FILENAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DSP-REGISTER-FS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DISPUTE-FILE.
000610 01  DISPUTE-REC.
000620     05  DISPUTE-CASE-NO       PIC 9(05).
000630     05  DISPUTE-SEP-1         PIC X(01).
000640     05  DISPUTE-STATUS        PIC X(01).
000650     05  DISPUTE-SEP-2         PIC X(01).
000660     05  DISPUTE-BADGE-NO      PIC X(05).
000670     05  DISPUTE-SEP-3         PIC X(01).
000680     05  DISPUTE-STATION-ID    PIC X(10).
000690     05  DISPUTE-SEP-4         PIC X(01).
000700     05  DISPUTE-SES-DATE      PIC 9(08).
000710     05  DISPUTE-SES-TIME      PIC 9(06).
000720     05  DISPUTE-ORIG-SCORE    PIC 9(05).
000730     05  DISPUTE-SEP-5         PIC X(01).
000740     05  DISPUTE-LINKED-SW     PIC X(01).
000750     05  DISPUTE-RES-TIME      PIC 9(06).
000760     05  DISPUTE-RES-NAME      PIC X(20).
000770     05  DISPUTE-SEP-6         PIC X(01).
000780     05  DISPUTE-OPEN-DATE     PIC 9(08).
000790     05  DISPUTE-OPEN-TIME     PIC 9(06).
000800     05  DISPUTE-OPEN-OP       PIC X(10).
000810     05  DISPUTE-OPEN-REASON   PIC X(30).
000820     05  DISPUTE-SEP-7         PIC X(01).
000830     05  DISPUTE-RULING        PIC X(01).
000840     05  DISPUTE-ADJ-SCORE     PIC 9(05).
000850     05  DISPUTE-SEP-8         PIC X(01).
000860     05  DISPUTE-CLOSE-DATE    PIC 9(08).
000870     05  DISPUTE-CLOSE-TIME    PIC 9(06).
000880     05  DISPUTE-CLOSE-OP      PIC X(10).
000890     05  DISPUTE-CLOSE-REASON  PIC X(30).
000900 FD  SESSION-FILE.
000910 01  SESSION-REC.
000920     05  SESSION-DATE        PIC 9(08).
000930     05  SESSION-TIME        PIC 9(08).
000940     05  SESSION-SEP-1       PIC X(01).
000950     05  SESSION-BADGE-NO    PIC X(05).
000960     05  SESSION-SEP-2       PIC X(01).
000970     05  SESSION-STATION-ID  PIC X(10).
000980     05  SESSION-SEP-3       PIC X(01).
000990     05  SESSION-SCORE       PIC S9(09).
001000     05  SESSION-THRESHOLD   PIC 9(03).
001010     05  SESSION-WIN-FLAG    PIC X(01).
001020     05  SESSION-FAULT-FLAG  PIC X(01).
001030     05  SESSION-SEP-4       PIC X(01).
001040     05  SESSION-SCRIPT      PIC X(10).
001050 FD  HISTORY-FILE.
001060 01  HIST-REC.
001070     05  HIST-BADGE-NO       PIC X(05).
001080     05  HIST-PLAYER-ID      PIC 9(05).
001090     05  HIST-Y              PIC 9(4).
001100     05  HIST-M              PIC 9(2).
001110     05  HIST-D              PIC 9(2).
001120     05  HIST-HO             PIC 9(2).
001130     05  HIST-MI             PIC 9(2).
001140     05  HIST-SE             PIC 9(2).
001150     05  HIST-NAME           PIC X(20).
001160     05  HIST-SCORE          PIC 9(5).
001170 FD  REGISTER-FILE.
001180 01  REGISTER-LINE           PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210 01  DSP-DISPUTE-FS           PIC 99.
001220 01  DSP-SESSION-FS           PIC 99.
001230 01  DSP-HIST-FS              PIC 99.
001240 01  DSP-REGISTER-FS          PIC 99.
001250
001260*----------------------------------------------------------------
001270* COMMAND-LINE FIELDS. ARGUMENT 1 IS THE FUNCTION; THE POSITIONAL
001280* ARGUMENTS THAT FOLLOW DEPEND ON IT, AND EVERY TRAILING ARGUMENT
001290* IS A KEYWORD ("OP=<ID>", "REASON=<TEXT>", "SCORE=<N>") OR, FOR
001300* OPEN, THE STATION ID, CHECKED THE SAME WAY EVERY OTHER PROGRAM
001310* CHECKS ONE. A REASON WITH SPACES IN IT IS QUOTED ON THE COMMAND
001320* LINE SO IT ARRIVES AS ONE ARGUMENT.
001330*----------------------------------------------------------------
001340 01  DSP-ARGUMENT-COUNT       PIC 9(02) VALUE 0.
001350 01  DSP-ARG-IDX              PIC 9(02) VALUE 0.
001360 01  DSP-NEXT-ARG-NO          PIC 9(02) VALUE 0.
001370 01  DSP-FUNCTION             PIC X(08) VALUE SPACES.
001380 01  DSP-ARG-RAW              PIC X(64) VALUE SPACES.
001390 01  DSP-OPERATOR             PIC X(10) VALUE SPACES.
001400 01  DSP-REASON               PIC X(30) VALUE SPACES.
001410 01  DSP-BADGE-NO             PIC X(05) VALUE SPACES.
001420 01  DSP-STATION-ID           PIC X(10) VALUE SPACES.
001430 01  DSP-DATE-RAW             PIC X(32) VALUE SPACES.
001440 01  DSP-DATE-ARG             PIC X(08) VALUE SPACES.
001450 01  DSP-DATE-ARG-N REDEFINES DSP-DATE-ARG PIC 9(08).
001460 01  DSP-TIME-RAW             PIC X(32) VALUE SPACES.
001470 01  DSP-TIME-ARG             PIC X(06) VALUE SPACES.
001480 01  DSP-TIME-ARG-N REDEFINES DSP-TIME-ARG PIC 9(06).
001490 01  DSP-CASE-RAW             PIC X(32) VALUE SPACES.
001500 01  DSP-CASE-NO              PIC 9(05) VALUE 0.
001510 01  DSP-RULING-RAW           PIC X(32) VALUE SPACES.
001520 01  DSP-RULING               PIC X(01) VALUE SPACE.
001530 01  DSP-SCORE-RAW            PIC X(32) VALUE SPACES.
001540 01  DSP-ADJ-SCORE            PIC 9(05) VALUE 0.
001550 77  DSP-SCORE-GIVEN-SW       PIC X(01) VALUE "N".
001560     88  DSP-SCORE-GIVEN              VALUE "Y".
001570     88  DSP-SCORE-NOT-GIVEN          VALUE "N".
001580
001590 01  DSP-DISPUTE-FILENAME     PIC X(32).
001600 01  DSP-SESSION-FILENAME     PIC X(32).
001610 01  DSP-HIST-FILENAME        PIC X(48).
001620 01  DSP-REGISTER-FILENAME    PIC X(32).
001630
001640 77  DSP-EOF-SW               PIC X(01) VALUE "N".
001650     88  DSP-AT-EOF                   VALUE "Y".
001660     88  DSP-NOT-AT-EOF               VALUE "N".
001670
001680*----------------------------------------------------------------
001690* IN-CORE DISPUTE TABLE. THE WHOLE FILE IS LOADED, CHANGED AND
001700* REWRITTEN IN ONE PIECE, THE SAME SHAPE AND SIZE CAP ROSTERMT.COB
001710* PUTS ON THE ROSTER. STATUS IS "O" OPEN OR "C" CLOSED; THE RULING
001720* IS "U" UPHELD, "V" VOID, "A" ADJUSTED OR "R" RE-FLY GRANTED.
001730* LINKED "Y" MEANS THE RESULT TIME AND NAME OF THE DISPUTED
001740* SCORE HAVE BEEN FOUND IN THE RESULT HISTORY FILE.
001750*----------------------------------------------------------------
001760 77  DSP-MAX-ENTRIES          PIC 9(03) VALUE 500.
001770 01  DSP-ENTRY-COUNT          PIC 9(03) VALUE 0.
001780 01  DSP-IDX                  PIC 9(03) VALUE 0.
001790 01  DSP-FOUND-IDX            PIC 9(03) VALUE 0.
001800 01  DSP-DISPUTE-TABLE.
001810     05  DSP-DISPUTE-ENTRY OCCURS 500 TIMES.
001820         10  DSP-TBL-CASE-NO      PIC 9(05).
001830         10  DSP-TBL-STATUS       PIC X(01).
001840         10  DSP-TBL-BADGE        PIC X(05).
001850         10  DSP-TBL-STATION      PIC X(10).
001860         10  DSP-TBL-SES-DATE     PIC 9(08).
001870         10  DSP-TBL-SES-TIME     PIC 9(06).
001880         10  DSP-TBL-ORIG-SCORE   PIC 9(05).
001890         10  DSP-TBL-LINKED-SW    PIC X(01).
001900         10  DSP-TBL-RES-TIME     PIC 9(06).
001910         10  DSP-TBL-RES-NAME     PIC X(20).
001920         10  DSP-TBL-OPEN-DATE    PIC 9(08).
001930         10  DSP-TBL-OPEN-TIME    PIC 9(06).
001940         10  DSP-TBL-OPEN-OP      PIC X(10).
001950         10  DSP-TBL-OPEN-REASON  PIC X(30).
001960         10  DSP-TBL-RULING       PIC X(01).
001970         10  DSP-TBL-ADJ-SCORE    PIC 9(05).
001980         10  DSP-TBL-CLOSE-DATE   PIC 9(08).
001990         10  DSP-TBL-CLOSE-TIME   PIC 9(06).
002000         10  DSP-TBL-CLOSE-OP     PIC X(10).
002010         10  DSP-TBL-CLOSE-REASON PIC X(30).
002020 77  DSP-FOUND-SW             PIC X(01) VALUE "N".
002030     88  DSP-FOUND                    VALUE "Y".
002040     88  DSP-NOT-FOUND                VALUE "N".
002050
002060*----------------------------------------------------------------
002070* SESSION LOOKUP AND RESULT-HISTORY LINK WORK FIELDS. THE LINK
002080* TAKES THE LATEST SAME-BADGE, SAME-DAY HISTORY RECORD WHOSE
002090* RESULT TIME IS AT OR BEFORE THE SESSION TIME -- THE MIRROR
002100* IMAGE OF RESJOIN.COB'S PAIRING, WHICH GIVES EACH RESULT THE
002110* NEAREST SESSION AT OR AFTER IT.
002120*----------------------------------------------------------------
002130 77  DSP-SES-FOUND-SW         PIC X(01) VALUE "N".
002140     88  DSP-SES-FOUND                VALUE "Y".
002150     88  DSP-SES-NOT-FOUND            VALUE "N".
002160 01  DSP-SES-SCORE            PIC S9(09) VALUE 0.
002170 01  DSP-SES-FAULT            PIC X(01) VALUE SPACE.
002180 01  DSP-HIST-DATE            PIC 9(08) VALUE 0.
002190 01  DSP-HIST-TIME            PIC 9(06) VALUE 0.
002200 01  DSP-BEST-TIME            PIC 9(06) VALUE 0.
002210 01  DSP-BEST-NAME            PIC X(20) VALUE SPACES.
002220 77  DSP-LINK-SW              PIC X(01) VALUE "N".
002230     88  DSP-LINK-FOUND               VALUE "Y".
002240     88  DSP-LINK-NOT-FOUND           VALUE "N".
002250 01  DSP-RELINK-COUNT         PIC 9(03) VALUE 0.
002260
002270*----------------------------------------------------------------
002280* DATE / TIME AND REGISTER WORK FIELDS. AGEING IS IN WHOLE DAYS:
002290* AN OPEN CASE AGES FROM ITS OPEN DATE TO TODAY, A CLOSED CASE
002300* SHOWS THE DAYS IT TOOK TO RULE.
002310*----------------------------------------------------------------
002320 01  DSP-TODAY-DATE           PIC 9(08) VALUE 0.
002330 01  DSP-TIME-WORK            PIC 9(08) VALUE 0.
002340 01  DSP-NOW-TIME             PIC 9(06) VALUE 0.
002350 01  DSP-HIGH-CASE            PIC 9(05) VALUE 0.
002360 01  DSP-AGE-DAYS             PIC 9(05) VALUE 0.
002370 01  DSP-AGE-EDIT             PIC ZZZZ9.
002380 01  DSP-SCORE-EDIT           PIC ZZZZ9.
002390 01  DSP-ADJ-EDIT             PIC ZZZZ9.
002400 01  DSP-ADJ-TEXT             PIC X(05) VALUE SPACES.
002410 01  DSP-RULING-TEXT          PIC X(08) VALUE SPACES.
002420 01  DSP-LINK-TEXT            PIC X(10) VALUE SPACES.
002430 01  DSP-OPEN-COUNT           PIC 9(03) VALUE 0.
002440 01  DSP-CLOSED-COUNT         PIC 9(03) VALUE 0.
002450 01  DSP-AGE-0-1-COUNT        PIC 9(03) VALUE 0.
002460 01  DSP-AGE-2-7-COUNT        PIC 9(03) VALUE 0.
002470 01  DSP-AGE-OVER-7-COUNT     PIC 9(03) VALUE 0.
002480 01  DSP-UPHELD-COUNT         PIC 9(03) VALUE 0.
002490 01  DSP-VOID-COUNT           PIC 9(03) VALUE 0.
002500 01  DSP-ADJUST-COUNT         PIC 9(03) VALUE 0.
002510 01  DSP-REFLY-COUNT          PIC 9(03) VALUE 0.
002520 01  DSP-UNLINKED-COUNT       PIC 9(03) VALUE 0.
002530
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-RESOLVE-ARGS THRU 1000-RESOLVE-ARGS-EXIT.
002570     ACCEPT DSP-TODAY-DATE FROM DATE YYYYMMDD.
002580*    ACCEPT FROM TIME HANDS BACK HHMMSSHH; TAKE THE FIRST SIX
002590*    DIGITS SO THE CASE CARRIES HHMMSS, NOT THE LOW-ORDER MMSSHH.
002600     ACCEPT DSP-TIME-WORK FROM TIME.
002610     MOVE DSP-TIME-WORK(1:6) TO DSP-NOW-TIME.
002620     PERFORM 2000-LOAD-DISPUTES THRU 2000-LOAD-DISPUTES-EXIT.
002630     EVALUATE DSP-FUNCTION
002640         WHEN "OPEN"
002650             PERFORM 3000-OPEN-CASE THRU 3000-OPEN-CASE-EXIT
002660         WHEN "RULE"
002670             PERFORM 4000-RULE-CASE THRU 4000-RULE-CASE-EXIT
002680         WHEN "REGISTER"
002690             PERFORM 5000-REGISTER THRU 5000-REGISTER-EXIT
002700         WHEN OTHER
002710             DISPLAY "UNKNOWN FUNCTION '" DSP-FUNCTION
002720                 "' -- USE OPEN, RULE OR REGISTER"
002730             MOVE 8 TO RETURN-CODE
002740     END-EVALUATE.
002750 0000-MAINLINE-EXIT.
002760     STOP RUN.
002770
002780*----------------------------------------------------------------
002790* 1000-RESOLVE-ARGS -- PICK UP THE FUNCTION AND ITS POSITIONAL
002800* ARGUMENTS, THEN SWEEP THE TRAILING ARGUMENTS FOR KEYWORDS AND
002810* THE STATION ID. OPEN AND RULE BOTH NEED AN OPERATOR AND A
002820* REASON -- A RULING NOBODY OWNS IS THE HAND EDIT ALL OVER AGAIN.
002830*----------------------------------------------------------------
002840 1000-RESOLVE-ARGS.
002850     ACCEPT DSP-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
002860     IF DSP-ARGUMENT-COUNT < 1
002870         DISPLAY "USAGE: DISPUTMT OPEN <BADGE> <YYYYMMDD> "
002880             "<HHMMSS> [STATION] REASON=<TEXT> OP=<ID>"
002890         DISPLAY "       DISPUTMT RULE <CASE> UPHELD|VOID|ADJUST|"
002900             "REFLY [SCORE=<N>] REASON=<TEXT> OP=<ID>"
002910         DISPLAY "       DISPUTMT REGISTER"
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     DISPLAY 1 UPON ARGUMENT-NUMBER.
002960     ACCEPT DSP-FUNCTION FROM ARGUMENT-VALUE.
002970     EVALUATE DSP-FUNCTION
002980         WHEN "OPEN"
002990             IF DSP-ARGUMENT-COUNT < 4
003000                 DISPLAY "OPEN NEEDS <BADGE> <YYYYMMDD> <HHMMSS>"
003010                 MOVE 8 TO RETURN-CODE
003020                 STOP RUN
003030             END-IF
003040             DISPLAY 2 UPON ARGUMENT-NUMBER
003050             ACCEPT DSP-BADGE-NO FROM ARGUMENT-VALUE
003060             DISPLAY 3 UPON ARGUMENT-NUMBER
003070             ACCEPT DSP-DATE-RAW FROM ARGUMENT-VALUE
003080             DISPLAY 4 UPON ARGUMENT-NUMBER
003090             ACCEPT DSP-TIME-RAW FROM ARGUMENT-VALUE
003100             PERFORM 1200-EDIT-SESSION-KEY
003110                 THRU 1200-EDIT-SESSION-KEY-EXIT
003120             MOVE 5 TO DSP-NEXT-ARG-NO
003130         WHEN "RULE"
003140             IF DSP-ARGUMENT-COUNT < 3
003150                 DISPLAY "RULE NEEDS <CASE> AND A RULING"
003160                 MOVE 8 TO RETURN-CODE
003170                 STOP RUN
003180             END-IF
003190             DISPLAY 2 UPON ARGUMENT-NUMBER
003200             ACCEPT DSP-CASE-RAW FROM ARGUMENT-VALUE
003210             DISPLAY 3 UPON ARGUMENT-NUMBER
003220             ACCEPT DSP-RULING-RAW FROM ARGUMENT-VALUE
003230             PERFORM 1300-EDIT-RULING THRU 1300-EDIT-RULING-EXIT
003240             MOVE 4 TO DSP-NEXT-ARG-NO
003250         WHEN OTHER
003260             MOVE 2 TO DSP-NEXT-ARG-NO
003270     END-EVALUATE.
003280     PERFORM 1100-SWEEP-TRAILING THRU 1100-SWEEP-TRAILING-EXIT
003290         VARYING DSP-ARG-IDX FROM DSP-NEXT-ARG-NO BY 1
003300         UNTIL DSP-ARG-IDX > DSP-ARGUMENT-COUNT.
003310     IF DSP-FUNCTION = "OPEN" OR DSP-FUNCTION = "RULE"
003320         IF DSP-OPERATOR = SPACES
003330             DISPLAY DSP-FUNCTION " NEEDS THE OPERATOR -- "
003340                 "GIVE OP=<ID>"
003350             MOVE 8 TO RETURN-CODE
003360             STOP RUN
003370         END-IF
003380         IF DSP-REASON = SPACES
003390             DISPLAY DSP-FUNCTION " NEEDS A REASON -- "
003400                 "GIVE REASON=<TEXT>"
003410             MOVE 8 TO RETURN-CODE
003420             STOP RUN
003430         END-IF
003440     END-IF.
003450     IF DSP-FUNCTION = "RULE"
003460         IF DSP-RULING = "A" AND DSP-SCORE-NOT-GIVEN
003470             DISPLAY "ADJUST NEEDS THE NEW SCORE -- "
003480                 "GIVE SCORE=<N>"
003490             MOVE 8 TO RETURN-CODE
003500             STOP RUN
003510         END-IF
003520         IF DSP-RULING NOT = "A" AND DSP-SCORE-GIVEN
003530             DISPLAY "SCORE= ONLY GOES WITH ADJUST -- ABORTING"
003540             MOVE 8 TO RETURN-CODE
003550             STOP RUN
003560         END-IF
003570     END-IF.
003580     MOVE "dispute" TO DSP-DISPUTE-FILENAME.
003590     MOVE "dispute_register" TO DSP-REGISTER-FILENAME.
003600     IF DSP-STATION-ID = SPACES
003610         MOVE "session" TO DSP-SESSION-FILENAME
003620     ELSE
003630         DISPLAY "STATION ID: " DSP-STATION-ID
003640         MOVE SPACES TO DSP-SESSION-FILENAME
003650         STRING "session-" DELIMITED BY SIZE
003660             DSP-STATION-ID DELIMITED BY SPACE
003670             INTO DSP-SESSION-FILENAME
003680     END-IF.
003690 1000-RESOLVE-ARGS-EXIT.
003700     EXIT.
003710
003720 1100-SWEEP-TRAILING.
003730     MOVE SPACES TO DSP-ARG-RAW.
003740     DISPLAY DSP-ARG-IDX UPON ARGUMENT-NUMBER.
003750     ACCEPT DSP-ARG-RAW FROM ARGUMENT-VALUE.
003760     IF DSP-ARG-RAW(1:3) = "OP="
003770         IF FUNCTION LENGTH(FUNCTION TRIM(DSP-ARG-RAW(4:)))
003780             > 10
003790             DISPLAY "OPERATOR '"
003800                 FUNCTION TRIM(DSP-ARG-RAW(4:))
003810                 "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
003820             MOVE 8 TO RETURN-CODE
003830             STOP RUN
003840         END-IF
003850         MOVE DSP-ARG-RAW(4:) TO DSP-OPERATOR
003860         GO TO 1100-SWEEP-TRAILING-EXIT
003870     END-IF.
003880     IF DSP-ARG-RAW(1:7) = "REASON="
003890         IF FUNCTION LENGTH(FUNCTION TRIM(DSP-ARG-RAW(8:)))
003900             > 30
003910             DISPLAY "REASON '"
003920                 FUNCTION TRIM(DSP-ARG-RAW(8:))
003930                 "' IS LONGER THAN 30 CHARACTERS -- ABORTING"
003940             MOVE 8 TO RETURN-CODE
003950             STOP RUN
003960         END-IF
003970         MOVE DSP-ARG-RAW(8:) TO DSP-REASON
003980         GO TO 1100-SWEEP-TRAILING-EXIT
003990     END-IF.
004000     IF DSP-ARG-RAW(1:6) = "SCORE="
004010         MOVE DSP-ARG-RAW(7:) TO DSP-SCORE-RAW
004020         IF  DSP-SCORE-RAW = SPACES
004030         OR  FUNCTION TEST-NUMVAL(DSP-SCORE-RAW) NOT = 0
004040         OR  FUNCTION NUMVAL(DSP-SCORE-RAW) < 0
004050         OR  FUNCTION NUMVAL(DSP-SCORE-RAW) > 99999
004060             DISPLAY "SCORE '" FUNCTION TRIM(DSP-SCORE-RAW)
004070                 "' MUST BE A NUMBER FROM 0 TO 99999 -- ABORTING"
004080             MOVE 8 TO RETURN-CODE
004090             STOP RUN
004100         END-IF
004110         COMPUTE DSP-ADJ-SCORE = FUNCTION NUMVAL(DSP-SCORE-RAW)
004120         SET DSP-SCORE-GIVEN TO TRUE
004130         GO TO 1100-SWEEP-TRAILING-EXIT
004140     END-IF.
004150     IF DSP-FUNCTION NOT = "OPEN"
004160     OR DSP-STATION-ID NOT = SPACES
004170         DISPLAY "UNRECOGNIZED EXTRA ARGUMENT '"
004180             FUNCTION TRIM(DSP-ARG-RAW) "' -- IGNORED"
004190         GO TO 1100-SWEEP-TRAILING-EXIT
004200     END-IF.
004210     IF FUNCTION LENGTH(FUNCTION TRIM(DSP-ARG-RAW)) > 10
004220         DISPLAY "STATION ID '" FUNCTION TRIM(DSP-ARG-RAW)
004230             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     MOVE DSP-ARG-RAW TO DSP-STATION-ID.
004280 1100-SWEEP-TRAILING-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 1200-EDIT-SESSION-KEY -- THE BADGE, DATE AND TIME OF THE
004330* DISPUTED SESSION. THE DATE IS CHECKED AS A PLAUSIBLE YYYYMMDD
004340* THE SAME WAY RANKING.COB CHECKS ITS DATE= ARGUMENT; THE TIME
004350* MAY BE GIVEN AS HHMMSS OR AS THE FULL HHMMSSHH THE SESSION FILE
004360* HOLDS, AND ONLY HHMMSS IS KEPT.
004370*----------------------------------------------------------------
004380 1200-EDIT-SESSION-KEY.
004390     IF DSP-BADGE-NO = SPACES
004400         DISPLAY "BADGE NUMBER IS BLANK -- ABORTING"
004410         MOVE 8 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440     MOVE DSP-DATE-RAW(1:8) TO DSP-DATE-ARG.
004450     IF  DSP-DATE-ARG IS NOT NUMERIC
004460     OR  DSP-DATE-RAW(9:) NOT = SPACES
004470     OR  FUNCTION MOD(DSP-DATE-ARG-N, 10000) < 0101
004480     OR  FUNCTION MOD(DSP-DATE-ARG-N, 100) > 31
004490     OR  FUNCTION MOD(DSP-DATE-ARG-N, 10000) > 1231
004500         DISPLAY "DATE '" FUNCTION TRIM(DSP-DATE-RAW)
004510             "' IS NOT A YYYYMMDD SESSION DATE -- ABORTING"
004520         MOVE 8 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     MOVE DSP-TIME-RAW(1:6) TO DSP-TIME-ARG.
004560     IF  DSP-TIME-ARG IS NOT NUMERIC
004570     OR  DSP-TIME-RAW(9:) NOT = SPACES
004580     OR  DSP-TIME-ARG-N > 235959
004590         DISPLAY "TIME '" FUNCTION TRIM(DSP-TIME-RAW)
004600             "' IS NOT AN HHMMSS SESSION TIME -- ABORTING"
004610         MOVE 8 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640 1200-EDIT-SESSION-KEY-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 1300-EDIT-RULING -- THE CASE NUMBER AND THE RULING KEYWORD.
004690*----------------------------------------------------------------
004700 1300-EDIT-RULING.
004710     IF  DSP-CASE-RAW = SPACES
004720     OR  FUNCTION TEST-NUMVAL(DSP-CASE-RAW) NOT = 0
004730     OR  FUNCTION NUMVAL(DSP-CASE-RAW) < 1
004740     OR  FUNCTION NUMVAL(DSP-CASE-RAW) > 99999
004750         DISPLAY "CASE NUMBER '" FUNCTION TRIM(DSP-CASE-RAW)
004760             "' IS NOT A CASE NUMBER -- ABORTING"
004770         MOVE 8 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     COMPUTE DSP-CASE-NO = FUNCTION NUMVAL(DSP-CASE-RAW).
004810     EVALUATE DSP-RULING-RAW
004820         WHEN "UPHELD"
004830             MOVE "U" TO DSP-RULING
004840         WHEN "VOID"
004850             MOVE "V" TO DSP-RULING
004860         WHEN "ADJUST"
004870             MOVE "A" TO DSP-RULING
004880         WHEN "REFLY"
004890             MOVE "R" TO DSP-RULING
004900         WHEN OTHER
004910             DISPLAY "RULING '" FUNCTION TRIM(DSP-RULING-RAW)
004920                 "' -- USE UPHELD, VOID, ADJUST OR REFLY"
004930             MOVE 8 TO RETURN-CODE
004940             STOP RUN
004950     END-EVALUATE.
004960 1300-EDIT-RULING-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2000-LOAD-DISPUTES -- PULL THE WHOLE DISPUTE FILE INTO THE
005010* TABLE. A MISSING FILE IS AN EMPTY REGISTER (THE FIRST OPEN
005020* CREATES IT).
005030*----------------------------------------------------------------
005040 2000-LOAD-DISPUTES.
005050     MOVE 0 TO DSP-ENTRY-COUNT.
005060     MOVE 0 TO DSP-HIGH-CASE.
005070     SET DSP-NOT-AT-EOF TO TRUE.
005080     OPEN INPUT DISPUTE-FILE.
005090     IF DSP-DISPUTE-FS NOT = "00"
005100         DISPLAY "NO DISPUTE FILE YET, STATUS: " DSP-DISPUTE-FS
005110             " -- STARTING EMPTY"
005120         GO TO 2000-LOAD-DISPUTES-EXIT
005130     END-IF.
005140     PERFORM 2100-LOAD-ENTRY THRU 2100-LOAD-ENTRY-EXIT
005150         UNTIL DSP-AT-EOF.
005160     CLOSE DISPUTE-FILE.
005170 2000-LOAD-DISPUTES-EXIT.
005180     EXIT.
005190
005200 2100-LOAD-ENTRY.
005210     READ DISPUTE-FILE
005220         AT END
005230             SET DSP-AT-EOF TO TRUE
005240         NOT AT END
005250             IF DSP-ENTRY-COUNT >= DSP-MAX-ENTRIES
005260                 DISPLAY "DISPUTE TABLE FULL AT " DSP-MAX-ENTRIES
005270                     " ENTRIES -- ABORTING BEFORE ANY REWRITE "
005280                     "COULD DROP RECORDS"
005290                 MOVE 8 TO RETURN-CODE
005300                 STOP RUN
005310             END-IF
005320             ADD 1 TO DSP-ENTRY-COUNT
005330             MOVE DSP-ENTRY-COUNT TO DSP-IDX
005340             MOVE DISPUTE-CASE-NO      TO DSP-TBL-CASE-NO(DSP-IDX)
005350             MOVE DISPUTE-STATUS       TO DSP-TBL-STATUS(DSP-IDX)
005360             MOVE DISPUTE-BADGE-NO     TO DSP-TBL-BADGE(DSP-IDX)
005370             MOVE DISPUTE-STATION-ID   TO DSP-TBL-STATION(DSP-IDX)
005380             MOVE DISPUTE-SES-DATE TO DSP-TBL-SES-DATE(DSP-IDX)
005390             MOVE DISPUTE-SES-TIME TO DSP-TBL-SES-TIME(DSP-IDX)
005400             MOVE DISPUTE-ORIG-SCORE
005410                 TO DSP-TBL-ORIG-SCORE(DSP-IDX)
005420             MOVE DISPUTE-LINKED-SW
005430                 TO DSP-TBL-LINKED-SW(DSP-IDX)
005440             MOVE DISPUTE-RES-TIME TO DSP-TBL-RES-TIME(DSP-IDX)
005450             MOVE DISPUTE-RES-NAME TO DSP-TBL-RES-NAME(DSP-IDX)
005460             MOVE DISPUTE-OPEN-DATE TO DSP-TBL-OPEN-DATE(DSP-IDX)
005470             MOVE DISPUTE-OPEN-TIME TO DSP-TBL-OPEN-TIME(DSP-IDX)
005480             MOVE DISPUTE-OPEN-OP      TO DSP-TBL-OPEN-OP(DSP-IDX)
005490             MOVE DISPUTE-OPEN-REASON
005500                 TO DSP-TBL-OPEN-REASON(DSP-IDX)
005510             MOVE DISPUTE-RULING       TO DSP-TBL-RULING(DSP-IDX)
005520             MOVE DISPUTE-ADJ-SCORE TO DSP-TBL-ADJ-SCORE(DSP-IDX)
005530             MOVE DISPUTE-CLOSE-DATE
005540                 TO DSP-TBL-CLOSE-DATE(DSP-IDX)
005550             MOVE DISPUTE-CLOSE-TIME
005560                 TO DSP-TBL-CLOSE-TIME(DSP-IDX)
005570             MOVE DISPUTE-CLOSE-OP TO DSP-TBL-CLOSE-OP(DSP-IDX)
005580             MOVE DISPUTE-CLOSE-REASON
005590                 TO DSP-TBL-CLOSE-REASON(DSP-IDX)
005600             IF DISPUTE-CASE-NO > DSP-HIGH-CASE
005610                 MOVE DISPUTE-CASE-NO TO DSP-HIGH-CASE
005620             END-IF
005630     END-READ.
005640 2100-LOAD-ENTRY-EXIT.
005650     EXIT.
005660
005670 2500-FIND-CASE.
005680     SET DSP-NOT-FOUND TO TRUE.
005690     MOVE 0 TO DSP-FOUND-IDX.
005700     PERFORM 2510-MATCH-CASE THRU 2510-MATCH-CASE-EXIT
005710         VARYING DSP-IDX FROM 1 BY 1
005720         UNTIL DSP-IDX > DSP-ENTRY-COUNT
005730            OR DSP-FOUND.
005740 2500-FIND-CASE-EXIT.
005750     EXIT.
005760
005770 2510-MATCH-CASE.
005780     IF DSP-TBL-CASE-NO(DSP-IDX) = DSP-CASE-NO
005790         SET DSP-FOUND TO TRUE
005800         MOVE DSP-IDX TO DSP-FOUND-IDX
005810     END-IF.
005820 2510-MATCH-CASE-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860* 2600-LINK-CASE -- FIND THE RESULT HISTORY RECORD BEHIND CASE
005870* DSP-FOUND-IDX IN ITS STATION'S RESULT_HIST FILE: SAME BADGE,
005880* SAME DAY, THE LATEST RESULT TIME AT OR BEFORE THE SESSION TIME.
005890* NO HISTORY FILE, OR NO MATCHING RECORD YET, LEAVES THE CASE
005900* UNLINKED -- RESJOIN.COB MAY SIMPLY NOT HAVE RUN SINCE THE
005910* SESSION WAS FLOWN.
005920*----------------------------------------------------------------
005930 2600-LINK-CASE.
005940     SET DSP-LINK-NOT-FOUND TO TRUE.
005950     MOVE 0 TO DSP-BEST-TIME.
005960     MOVE SPACES TO DSP-BEST-NAME.
005970     MOVE SPACES TO DSP-HIST-FILENAME.
005980     IF DSP-TBL-STATION(DSP-FOUND-IDX) = SPACES
005990         MOVE "/home/ec2-user/result_hist.txt"
006000             TO DSP-HIST-FILENAME
006010     ELSE
006020         STRING "/home/ec2-user/result_hist-" DELIMITED BY SIZE
006030             DSP-TBL-STATION(DSP-FOUND-IDX) DELIMITED BY SPACE
006040             ".txt" DELIMITED BY SIZE
006050             INTO DSP-HIST-FILENAME
006060     END-IF.
006070     SET DSP-NOT-AT-EOF TO TRUE.
006080     OPEN INPUT HISTORY-FILE.
006090     IF DSP-HIST-FS NOT = "00"
006100         GO TO 2600-LINK-CASE-EXIT
006110     END-IF.
006120     PERFORM 2610-SCAN-HISTORY THRU 2610-SCAN-HISTORY-EXIT
006130         UNTIL DSP-AT-EOF.
006140     CLOSE HISTORY-FILE.
006150     IF DSP-LINK-FOUND
006160         MOVE "Y" TO DSP-TBL-LINKED-SW(DSP-FOUND-IDX)
006170         MOVE DSP-BEST-TIME TO DSP-TBL-RES-TIME(DSP-FOUND-IDX)
006180         MOVE DSP-BEST-NAME TO DSP-TBL-RES-NAME(DSP-FOUND-IDX)
006190     END-IF.
006200 2600-LINK-CASE-EXIT.
006210     EXIT.
006220
006230 2610-SCAN-HISTORY.
006240     READ HISTORY-FILE
006250         AT END
006260             SET DSP-AT-EOF TO TRUE
006270         NOT AT END
006280             IF  HIST-BADGE-NO = DSP-TBL-BADGE(DSP-FOUND-IDX)
006290             AND HIST-Y IS NUMERIC
006300             AND HIST-M IS NUMERIC
006310             AND HIST-D IS NUMERIC
006320                 COMPUTE DSP-HIST-DATE =
006330                     HIST-Y * 10000 + HIST-M * 100 + HIST-D
006340                 COMPUTE DSP-HIST-TIME =
006350                     HIST-HO * 10000 + HIST-MI * 100 + HIST-SE
006360                 IF  DSP-HIST-DATE
006370                     = DSP-TBL-SES-DATE(DSP-FOUND-IDX)
006380                 AND DSP-HIST-TIME
006390                     <= DSP-TBL-SES-TIME(DSP-FOUND-IDX)
006400                 AND (DSP-LINK-NOT-FOUND
006410                      OR DSP-HIST-TIME >= DSP-BEST-TIME)
006420                     SET DSP-LINK-FOUND TO TRUE
006430                     MOVE DSP-HIST-TIME TO DSP-BEST-TIME
006440                     MOVE HIST-NAME TO DSP-BEST-NAME
006450                 END-IF
006460             END-IF
006470     END-READ.
006480 2610-SCAN-HISTORY-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 3000-OPEN-CASE -- OPEN A CASE AGAINST ONE SESSION. THE SESSION
006530* MUST BE IN THE STATION'S SESSION FILE AND MUST HAVE BEEN SCORED
006540* (A PRE-SCORE FAULT "P" HAS NO SCORE TO DISPUTE AND NEVER COST AN
006550* ATTEMPT), AND THE SAME SESSION CANNOT HAVE TWO CASES OPEN AT
006560* ONCE. THE CASE NUMBER IS THE HIGHEST IN USE PLUS ONE, THE WAY
006570* ROSTERMT.COB ASSIGNS A PLAYER-ID.
006580*----------------------------------------------------------------
006590 3000-OPEN-CASE.
006600     PERFORM 3100-CHECK-DUPLICATE THRU 3100-CHECK-DUPLICATE-EXIT
006610         VARYING DSP-IDX FROM 1 BY 1
006620         UNTIL DSP-IDX > DSP-ENTRY-COUNT.
006630     PERFORM 3200-FIND-SESSION THRU 3200-FIND-SESSION-EXIT.
006640     IF DSP-SES-NOT-FOUND
006650         DISPLAY "NO SESSION FOR BADGE " DSP-BADGE-NO " ON "
006660             DSP-DATE-ARG " AT " DSP-TIME-ARG
006670             " IN " FUNCTION TRIM(DSP-SESSION-FILENAME)
006680             " -- NO CASE OPENED"
006690         MOVE 8 TO RETURN-CODE
006700         GO TO 3000-OPEN-CASE-EXIT
006710     END-IF.
006720     IF DSP-SES-FAULT = "P"
006730         DISPLAY "THAT SESSION ENDED IN A PRE-SCORE FAULT -- "
006740             "NO SCORE TO DISPUTE AND NO ATTEMPT WAS USED"
006750         MOVE 8 TO RETURN-CODE
006760         GO TO 3000-OPEN-CASE-EXIT
006770     END-IF.
006780     IF DSP-ENTRY-COUNT >= DSP-MAX-ENTRIES
006790         DISPLAY "DISPUTE TABLE FULL AT " DSP-MAX-ENTRIES
006800             " ENTRIES -- NO CASE OPENED"
006810         MOVE 8 TO RETURN-CODE
006820         GO TO 3000-OPEN-CASE-EXIT
006830     END-IF.
006840     ADD 1 TO DSP-ENTRY-COUNT.
006850     MOVE DSP-ENTRY-COUNT TO DSP-FOUND-IDX.
006860     ADD 1 TO DSP-HIGH-CASE.
006870     MOVE DSP-HIGH-CASE   TO DSP-TBL-CASE-NO(DSP-FOUND-IDX).
006880     MOVE "O"             TO DSP-TBL-STATUS(DSP-FOUND-IDX).
006890     MOVE DSP-BADGE-NO    TO DSP-TBL-BADGE(DSP-FOUND-IDX).
006900     MOVE DSP-STATION-ID  TO DSP-TBL-STATION(DSP-FOUND-IDX).
006910     MOVE DSP-DATE-ARG-N  TO DSP-TBL-SES-DATE(DSP-FOUND-IDX).
006920     MOVE DSP-TIME-ARG-N  TO DSP-TBL-SES-TIME(DSP-FOUND-IDX).
006930     IF DSP-SES-SCORE < 0
006940         MOVE 0 TO DSP-TBL-ORIG-SCORE(DSP-FOUND-IDX)
006950     ELSE
006960         MOVE DSP-SES-SCORE TO DSP-TBL-ORIG-SCORE(DSP-FOUND-IDX)
006970     END-IF.
006980     MOVE "N"             TO DSP-TBL-LINKED-SW(DSP-FOUND-IDX).
006990     MOVE 0               TO DSP-TBL-RES-TIME(DSP-FOUND-IDX).
007000     MOVE SPACES          TO DSP-TBL-RES-NAME(DSP-FOUND-IDX).
007010     MOVE DSP-TODAY-DATE  TO DSP-TBL-OPEN-DATE(DSP-FOUND-IDX).
007020     MOVE DSP-NOW-TIME    TO DSP-TBL-OPEN-TIME(DSP-FOUND-IDX).
007030     MOVE DSP-OPERATOR    TO DSP-TBL-OPEN-OP(DSP-FOUND-IDX).
007040     MOVE DSP-REASON      TO DSP-TBL-OPEN-REASON(DSP-FOUND-IDX).
007050     MOVE SPACE           TO DSP-TBL-RULING(DSP-FOUND-IDX).
007060     MOVE 0               TO DSP-TBL-ADJ-SCORE(DSP-FOUND-IDX).
007070     MOVE 0               TO DSP-TBL-CLOSE-DATE(DSP-FOUND-IDX).
007080     MOVE 0               TO DSP-TBL-CLOSE-TIME(DSP-FOUND-IDX).
007090     MOVE SPACES          TO DSP-TBL-CLOSE-OP(DSP-FOUND-IDX).
007100     MOVE SPACES          TO DSP-TBL-CLOSE-REASON(DSP-FOUND-IDX).
007110     PERFORM 2600-LINK-CASE THRU 2600-LINK-CASE-EXIT.
007120     PERFORM 6000-REWRITE-DISPUTES
007130         THRU 6000-REWRITE-DISPUTES-EXIT.
007140     DISPLAY "CASE " DSP-HIGH-CASE " OPENED -- BADGE "
007150         DSP-BADGE-NO " SESSION " DSP-DATE-ARG " " DSP-TIME-ARG
007160         " SCORE " DSP-TBL-ORIG-SCORE(DSP-FOUND-IDX).
007170     IF DSP-TBL-LINKED-SW(DSP-FOUND-IDX) NOT = "Y"
007180         DISPLAY "NOT YET IN THE RESULT HISTORY -- THE CASE WILL "
007190             "BE LINKED ONCE RESJOIN HAS RUN"
007200     END-IF.
007210 3000-OPEN-CASE-EXIT.
007220     EXIT.
007230
007240 3100-CHECK-DUPLICATE.
007250     IF  DSP-TBL-STATUS(DSP-IDX) = "O"
007260     AND DSP-TBL-BADGE(DSP-IDX) = DSP-BADGE-NO
007270     AND DSP-TBL-STATION(DSP-IDX) = DSP-STATION-ID
007280     AND DSP-TBL-SES-DATE(DSP-IDX) = DSP-DATE-ARG-N
007290     AND DSP-TBL-SES-TIME(DSP-IDX) = DSP-TIME-ARG-N
007300         DISPLAY "CASE " DSP-TBL-CASE-NO(DSP-IDX)
007310             " IS ALREADY OPEN ON THAT SESSION -- NO CASE OPENED"
007320         MOVE 8 TO RETURN-CODE
007330         STOP RUN
007340     END-IF.
007350 3100-CHECK-DUPLICATE-EXIT.
007360     EXIT.
007370
007380 3200-FIND-SESSION.
007390     SET DSP-SES-NOT-FOUND TO TRUE.
007400     SET DSP-NOT-AT-EOF TO TRUE.
007410     OPEN INPUT SESSION-FILE.
007420     IF DSP-SESSION-FS NOT = "00"
007430         DISPLAY "SESSION FILE NOT FOUND, STATUS: " DSP-SESSION-FS
007440         GO TO 3200-FIND-SESSION-EXIT
007450     END-IF.
007460     PERFORM 3210-READ-SESSION THRU 3210-READ-SESSION-EXIT
007470         UNTIL DSP-AT-EOF OR DSP-SES-FOUND.
007480     CLOSE SESSION-FILE.
007490 3200-FIND-SESSION-EXIT.
007500     EXIT.
007510
007520 3210-READ-SESSION.
007530     READ SESSION-FILE
007540         AT END
007550             SET DSP-AT-EOF TO TRUE
007560         NOT AT END
007570             IF  SESSION-BADGE-NO = DSP-BADGE-NO
007580             AND SESSION-DATE = DSP-DATE-ARG-N
007590             AND SESSION-TIME(1:6) = DSP-TIME-ARG
007600                 SET DSP-SES-FOUND TO TRUE
007610                 MOVE SESSION-SCORE TO DSP-SES-SCORE
007620                 MOVE SESSION-FAULT-FLAG TO DSP-SES-FAULT
007630             END-IF
007640     END-READ.
007650 3210-READ-SESSION-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 4000-RULE-CASE -- CLOSE AN OPEN CASE WITH A RULING. A CASE STILL
007700* UNLINKED IS LINKED FIRST IF RESJOIN HAS SINCE CAUGHT UP; A VOID
007710* OR ADJUST ON A CASE THAT STILL CANNOT BE LINKED IS RECORDED ALL
007720* THE SAME, AND THE BOARDS PICK IT UP ONCE REGISTER LINKS IT.
007730*----------------------------------------------------------------
007740 4000-RULE-CASE.
007750     PERFORM 2500-FIND-CASE THRU 2500-FIND-CASE-EXIT.
007760     IF DSP-NOT-FOUND
007770         DISPLAY "CASE " DSP-CASE-NO " IS NOT ON FILE -- "
007780             "NOTHING RULED"
007790         MOVE 8 TO RETURN-CODE
007800         GO TO 4000-RULE-CASE-EXIT
007810     END-IF.
007820     IF DSP-TBL-STATUS(DSP-FOUND-IDX) = "C"
007830         DISPLAY "CASE " DSP-CASE-NO " IS ALREADY CLOSED -- "
007840             "NOTHING RULED"
007850         MOVE 8 TO RETURN-CODE
007860         GO TO 4000-RULE-CASE-EXIT
007870     END-IF.
007880     IF DSP-TBL-LINKED-SW(DSP-FOUND-IDX) NOT = "Y"
007890         PERFORM 2600-LINK-CASE THRU 2600-LINK-CASE-EXIT
007900     END-IF.
007910     MOVE "C"            TO DSP-TBL-STATUS(DSP-FOUND-IDX).
007920     MOVE DSP-RULING     TO DSP-TBL-RULING(DSP-FOUND-IDX).
007930     MOVE DSP-ADJ-SCORE  TO DSP-TBL-ADJ-SCORE(DSP-FOUND-IDX).
007940     MOVE DSP-TODAY-DATE TO DSP-TBL-CLOSE-DATE(DSP-FOUND-IDX).
007950     MOVE DSP-NOW-TIME   TO DSP-TBL-CLOSE-TIME(DSP-FOUND-IDX).
007960     MOVE DSP-OPERATOR   TO DSP-TBL-CLOSE-OP(DSP-FOUND-IDX).
007970     MOVE DSP-REASON     TO DSP-TBL-CLOSE-REASON(DSP-FOUND-IDX).
007980     PERFORM 6000-REWRITE-DISPUTES
007990         THRU 6000-REWRITE-DISPUTES-EXIT.
008000     PERFORM 5300-RULING-TEXT THRU 5300-RULING-TEXT-EXIT.
008010     DISPLAY "CASE " DSP-CASE-NO " CLOSED -- " DSP-RULING-TEXT.
008020     EVALUATE DSP-RULING
008030         WHEN "A"
008040             DISPLAY "SCORE " DSP-TBL-ORIG-SCORE(DSP-FOUND-IDX)
008050                 " ADJUSTED TO " DSP-ADJ-SCORE " ON THE BOARDS"
008060         WHEN "V"
008070             DISPLAY "SCORE " DSP-TBL-ORIG-SCORE(DSP-FOUND-IDX)
008080                 " VOIDED ON THE BOARDS"
008090         WHEN "R"
008100             DISPLAY "BADGE " DSP-TBL-BADGE(DSP-FOUND-IDX)
008110                 " GRANTED ONE EXTRA ATTEMPT FOR "
008120                 DSP-TODAY-DATE
008130     END-EVALUATE.
008140     IF  (DSP-RULING = "A" OR DSP-RULING = "V")
008150     AND DSP-TBL-LINKED-SW(DSP-FOUND-IDX) NOT = "Y"
008160         DISPLAY "NOT YET IN THE RESULT HISTORY -- THE BOARDS "
008170             "APPLY THE RULING ONCE RESJOIN AND REGISTER HAVE RUN"
008180     END-IF.
008190 4000-RULE-CASE-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------------
008230* 5000-REGISTER -- LINK ANY CASE RESJOIN HAS CAUGHT UP WITH, THEN
008240* WRITE THE DISPUTE REGISTER: OPEN CASES WITH THEIR AGE IN DAYS,
008250* CLOSED CASES WITH THEIR RULING AND THE DAYS IT TOOK, AND THE
008260* AGEING AND RULING TOTALS. EODRIVER.COB RUNS THIS AFTER RESJOIN
008270* SO A RULING REACHES THE NIGHT'S BOARDS WITHOUT ANYONE HAVING TO
008280* REMEMBER IT.
008290*----------------------------------------------------------------
008300 5000-REGISTER.
008310     MOVE 0 TO DSP-RELINK-COUNT.
008320     PERFORM 5050-RELINK-ONE THRU 5050-RELINK-ONE-EXIT
008330         VARYING DSP-IDX FROM 1 BY 1
008340         UNTIL DSP-IDX > DSP-ENTRY-COUNT.
008350     IF DSP-RELINK-COUNT > 0
008360         PERFORM 6000-REWRITE-DISPUTES
008370             THRU 6000-REWRITE-DISPUTES-EXIT
008380         DISPLAY DSP-RELINK-COUNT " CASE(S) LINKED TO THE RESULT "
008390             "HISTORY"
008400     END-IF.
008410     OPEN OUTPUT REGISTER-FILE.
008420     IF DSP-REGISTER-FS NOT = "00"
008430         DISPLAY "UNABLE TO OPEN DISPUTE REGISTER, STATUS: "
008440             DSP-REGISTER-FS
008450         MOVE 8 TO RETURN-CODE
008460         GO TO 5000-REGISTER-EXIT
008470     END-IF.
008480     MOVE 0 TO DSP-OPEN-COUNT.
008490     MOVE 0 TO DSP-CLOSED-COUNT.
008500     MOVE 0 TO DSP-AGE-0-1-COUNT.
008510     MOVE 0 TO DSP-AGE-2-7-COUNT.
008520     MOVE 0 TO DSP-AGE-OVER-7-COUNT.
008530     MOVE 0 TO DSP-UPHELD-COUNT.
008540     MOVE 0 TO DSP-VOID-COUNT.
008550     MOVE 0 TO DSP-ADJUST-COUNT.
008560     MOVE 0 TO DSP-REFLY-COUNT.
008570     MOVE 0 TO DSP-UNLINKED-COUNT.
008580     MOVE SPACES TO REGISTER-LINE.
008590     STRING "SCORE DISPUTE REGISTER  "
008600         DSP-TODAY-DATE(1:4) "-" DSP-TODAY-DATE(5:2) "-"
008610         DSP-TODAY-DATE(7:2)
008620         DELIMITED BY SIZE INTO REGISTER-LINE.
008630     WRITE REGISTER-LINE.
008640     MOVE SPACES TO REGISTER-LINE.
008650     WRITE REGISTER-LINE.
008660     MOVE "OPEN CASES" TO REGISTER-LINE.
008670     WRITE REGISTER-LINE.
008680     MOVE "CASE  BADGE STATION    SES-DATE SES-TIME SCORE LINK"
008690         & "       AGE" TO REGISTER-LINE.
008700     WRITE REGISTER-LINE.
008710     PERFORM 5100-LIST-OPEN THRU 5100-LIST-OPEN-EXIT
008720         VARYING DSP-IDX FROM 1 BY 1
008730         UNTIL DSP-IDX > DSP-ENTRY-COUNT.
008740     MOVE SPACES TO REGISTER-LINE.
008750     WRITE REGISTER-LINE.
008760     MOVE "CLOSED CASES" TO REGISTER-LINE.
008770     WRITE REGISTER-LINE.
008780     MOVE "CASE  BADGE STATION    SES-DATE SES-TIME SCORE RULING"
008790         & "   NEW   DAYS" TO REGISTER-LINE.
008800     WRITE REGISTER-LINE.
008810     PERFORM 5200-LIST-CLOSED THRU 5200-LIST-CLOSED-EXIT
008820         VARYING DSP-IDX FROM 1 BY 1
008830         UNTIL DSP-IDX > DSP-ENTRY-COUNT.
008840     PERFORM 5400-WRITE-TOTALS THRU 5400-WRITE-TOTALS-EXIT.
008850     CLOSE REGISTER-FILE.
008860     DISPLAY "DISPUTE REGISTER WRITTEN -- " DSP-OPEN-COUNT
008870         " OPEN, " DSP-CLOSED-COUNT " CLOSED".
008880 5000-REGISTER-EXIT.
008890     EXIT.
008900
008910 5050-RELINK-ONE.
008920     IF DSP-TBL-LINKED-SW(DSP-IDX) NOT = "Y"
008930         MOVE DSP-IDX TO DSP-FOUND-IDX
008940         PERFORM 2600-LINK-CASE THRU 2600-LINK-CASE-EXIT
008950         IF DSP-LINK-FOUND
008960             ADD 1 TO DSP-RELINK-COUNT
008970         END-IF
008980     END-IF.
008990 5050-RELINK-ONE-EXIT.
009000     EXIT.
009010
009020 5100-LIST-OPEN.
009030     IF DSP-TBL-STATUS(DSP-IDX) NOT = "O"
009040         GO TO 5100-LIST-OPEN-EXIT
009050     END-IF.
009060     ADD 1 TO DSP-OPEN-COUNT.
009070     PERFORM 5500-LINK-TEXT THRU 5500-LINK-TEXT-EXIT.
009080     MOVE 0 TO DSP-AGE-DAYS.
009090     IF  DSP-TBL-OPEN-DATE(DSP-IDX) > 0
009100     AND DSP-TBL-OPEN-DATE(DSP-IDX) <= DSP-TODAY-DATE
009110         COMPUTE DSP-AGE-DAYS =
009120             FUNCTION INTEGER-OF-DATE(DSP-TODAY-DATE)
009130           - FUNCTION INTEGER-OF-DATE(DSP-TBL-OPEN-DATE(DSP-IDX))
009140     END-IF.
009150     EVALUATE TRUE
009160         WHEN DSP-AGE-DAYS <= 1
009170             ADD 1 TO DSP-AGE-0-1-COUNT
009180         WHEN DSP-AGE-DAYS <= 7
009190             ADD 1 TO DSP-AGE-2-7-COUNT
009200         WHEN OTHER
009210             ADD 1 TO DSP-AGE-OVER-7-COUNT
009220     END-EVALUATE.
009230     MOVE DSP-AGE-DAYS TO DSP-AGE-EDIT.
009240     MOVE DSP-TBL-ORIG-SCORE(DSP-IDX) TO DSP-SCORE-EDIT.
009250     MOVE SPACES TO REGISTER-LINE.
009260     STRING DSP-TBL-CASE-NO(DSP-IDX) " "
009270         DSP-TBL-BADGE(DSP-IDX) " "
009280         DSP-TBL-STATION(DSP-IDX) " "
009290         DSP-TBL-SES-DATE(DSP-IDX) " "
009300         DSP-TBL-SES-TIME(DSP-IDX) "   "
009310         DSP-SCORE-EDIT " "
009320         DSP-LINK-TEXT " "
009330         DSP-AGE-EDIT
009340         DELIMITED BY SIZE INTO REGISTER-LINE.
009350     WRITE REGISTER-LINE.
009360     PERFORM 5600-WRITE-OPENED THRU 5600-WRITE-OPENED-EXIT.
009370 5100-LIST-OPEN-EXIT.
009380     EXIT.
009390
009400 5200-LIST-CLOSED.
009410     IF DSP-TBL-STATUS(DSP-IDX) NOT = "C"
009420         GO TO 5200-LIST-CLOSED-EXIT
009430     END-IF.
009440     ADD 1 TO DSP-CLOSED-COUNT.
009450     MOVE DSP-TBL-RULING(DSP-IDX) TO DSP-RULING.
009460     PERFORM 5300-RULING-TEXT THRU 5300-RULING-TEXT-EXIT.
009470     EVALUATE DSP-RULING
009480         WHEN "U"
009490             ADD 1 TO DSP-UPHELD-COUNT
009500         WHEN "V"
009510             ADD 1 TO DSP-VOID-COUNT
009520         WHEN "A"
009530             ADD 1 TO DSP-ADJUST-COUNT
009540         WHEN "R"
009550             ADD 1 TO DSP-REFLY-COUNT
009560     END-EVALUATE.
009570     IF  (DSP-RULING = "V" OR DSP-RULING = "A")
009580     AND DSP-TBL-LINKED-SW(DSP-IDX) NOT = "Y"
009590         ADD 1 TO DSP-UNLINKED-COUNT
009600     END-IF.
009610     MOVE 0 TO DSP-AGE-DAYS.
009620     IF  DSP-TBL-OPEN-DATE(DSP-IDX) > 0
009630     AND DSP-TBL-CLOSE-DATE(DSP-IDX) >= DSP-TBL-OPEN-DATE(DSP-IDX)
009640         COMPUTE DSP-AGE-DAYS =
009650             FUNCTION INTEGER-OF-DATE(DSP-TBL-CLOSE-DATE(DSP-IDX))
009660           - FUNCTION INTEGER-OF-DATE(DSP-TBL-OPEN-DATE(DSP-IDX))
009670     END-IF.
009680     MOVE DSP-AGE-DAYS TO DSP-AGE-EDIT.
009690     MOVE DSP-TBL-ORIG-SCORE(DSP-IDX) TO DSP-SCORE-EDIT.
009700     IF DSP-RULING = "A"
009710         MOVE DSP-TBL-ADJ-SCORE(DSP-IDX) TO DSP-ADJ-EDIT
009720         MOVE DSP-ADJ-EDIT TO DSP-ADJ-TEXT
009730     ELSE
009740         MOVE SPACES TO DSP-ADJ-TEXT
009750     END-IF.
009760     MOVE SPACES TO REGISTER-LINE.
009770     STRING DSP-TBL-CASE-NO(DSP-IDX) " "
009780         DSP-TBL-BADGE(DSP-IDX) " "
009790         DSP-TBL-STATION(DSP-IDX) " "
009800         DSP-TBL-SES-DATE(DSP-IDX) " "
009810         DSP-TBL-SES-TIME(DSP-IDX) "   "
009820         DSP-SCORE-EDIT " "
009830         DSP-RULING-TEXT " "
009840         DSP-ADJ-TEXT "  "
009850         DSP-AGE-EDIT
009860         DELIMITED BY SIZE INTO REGISTER-LINE.
009870     WRITE REGISTER-LINE.
009880     PERFORM 5600-WRITE-OPENED THRU 5600-WRITE-OPENED-EXIT.
009890     MOVE SPACES TO REGISTER-LINE.
009900     STRING "      RULED  " DSP-TBL-CLOSE-DATE(DSP-IDX)
009910         " BY " DSP-TBL-CLOSE-OP(DSP-IDX)
009920         " -- " DSP-TBL-CLOSE-REASON(DSP-IDX)
009930         DELIMITED BY SIZE INTO REGISTER-LINE.
009940     WRITE REGISTER-LINE.
009950 5200-LIST-CLOSED-EXIT.
009960     EXIT.
009970
009980 5300-RULING-TEXT.
009990     EVALUATE DSP-RULING
010000         WHEN "U"
010010             MOVE "UPHELD" TO DSP-RULING-TEXT
010020         WHEN "V"
010030             MOVE "VOID" TO DSP-RULING-TEXT
010040         WHEN "A"
010050             MOVE "ADJUSTED" TO DSP-RULING-TEXT
010060         WHEN "R"
010070             MOVE "RE-FLY" TO DSP-RULING-TEXT
010080         WHEN OTHER
010090             MOVE "?" TO DSP-RULING-TEXT
010100     END-EVALUATE.
010110 5300-RULING-TEXT-EXIT.
010120     EXIT.
010130
010140 5400-WRITE-TOTALS.
010150     MOVE SPACES TO REGISTER-LINE.
010160     WRITE REGISTER-LINE.
010170     MOVE SPACES TO REGISTER-LINE.
010180     STRING "OPEN: " DSP-OPEN-COUNT
010190         "  AGED 0-1 DAYS: " DSP-AGE-0-1-COUNT
010200         "  2-7 DAYS: " DSP-AGE-2-7-COUNT
010210         "  OVER 7 DAYS: " DSP-AGE-OVER-7-COUNT
010220         DELIMITED BY SIZE INTO REGISTER-LINE.
010230     WRITE REGISTER-LINE.
010240     MOVE SPACES TO REGISTER-LINE.
010250     STRING "CLOSED: " DSP-CLOSED-COUNT
010260         "  UPHELD: " DSP-UPHELD-COUNT
010270         "  VOID: " DSP-VOID-COUNT
010280         "  ADJUSTED: " DSP-ADJUST-COUNT
010290         "  RE-FLY: " DSP-REFLY-COUNT
010300         DELIMITED BY SIZE INTO REGISTER-LINE.
010310     WRITE REGISTER-LINE.
010320     IF DSP-UNLINKED-COUNT > 0
010330         MOVE SPACES TO REGISTER-LINE
010340         STRING "** " DSP-UNLINKED-COUNT
010350             " VOID/ADJUSTED RULING(S) NOT YET LINKED -- "
010360             "NOT ON THE BOARDS"
010370             DELIMITED BY SIZE INTO REGISTER-LINE
010380         WRITE REGISTER-LINE
010390     END-IF.
010400 5400-WRITE-TOTALS-EXIT.
010410     EXIT.
010420
010430 5500-LINK-TEXT.
010440     IF DSP-TBL-LINKED-SW(DSP-IDX) = "Y"
010450         MOVE "LINKED" TO DSP-LINK-TEXT
010460     ELSE
010470         MOVE "UNLINKED" TO DSP-LINK-TEXT
010480     END-IF.
010490 5500-LINK-TEXT-EXIT.
010500     EXIT.
010510
010520 5600-WRITE-OPENED.
010530     MOVE SPACES TO REGISTER-LINE.
010540     STRING "      OPENED " DSP-TBL-OPEN-DATE(DSP-IDX)
010550         " BY " DSP-TBL-OPEN-OP(DSP-IDX)
010560         " -- " DSP-TBL-OPEN-REASON(DSP-IDX)
010570         DELIMITED BY SIZE INTO REGISTER-LINE.
010580     WRITE REGISTER-LINE.
010590 5600-WRITE-OPENED-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------
010630* 6000-REWRITE-DISPUTES -- WRITE THE WHOLE TABLE BACK, THE SAME
010640* WAY ROSTERMT.COB REWRITES THE ROSTER.
010650*----------------------------------------------------------------
010660 6000-REWRITE-DISPUTES.
010670     OPEN OUTPUT DISPUTE-FILE.
010680     IF DSP-DISPUTE-FS NOT = "00"
010690         DISPLAY "UNABLE TO REWRITE DISPUTE FILE, STATUS: "
010700             DSP-DISPUTE-FS
010710         MOVE 8 TO RETURN-CODE
010720         GO TO 6000-REWRITE-DISPUTES-EXIT
010730     END-IF.
010740     PERFORM 6100-WRITE-ENTRY THRU 6100-WRITE-ENTRY-EXIT
010750         VARYING DSP-IDX FROM 1 BY 1
010760         UNTIL DSP-IDX > DSP-ENTRY-COUNT.
010770     CLOSE DISPUTE-FILE.
010780 6000-REWRITE-DISPUTES-EXIT.
010790     EXIT.
010800
010810 6100-WRITE-ENTRY.
010820     MOVE SPACES TO DISPUTE-REC.
010830     MOVE DSP-TBL-CASE-NO(DSP-IDX)      TO DISPUTE-CASE-NO.
010840     MOVE DSP-TBL-STATUS(DSP-IDX)       TO DISPUTE-STATUS.
010850     MOVE DSP-TBL-BADGE(DSP-IDX)        TO DISPUTE-BADGE-NO.
010860     MOVE DSP-TBL-STATION(DSP-IDX)      TO DISPUTE-STATION-ID.
010870     MOVE DSP-TBL-SES-DATE(DSP-IDX)     TO DISPUTE-SES-DATE.
010880     MOVE DSP-TBL-SES-TIME(DSP-IDX)     TO DISPUTE-SES-TIME.
010890     MOVE DSP-TBL-ORIG-SCORE(DSP-IDX)   TO DISPUTE-ORIG-SCORE.
010900     MOVE DSP-TBL-LINKED-SW(DSP-IDX)    TO DISPUTE-LINKED-SW.
010910     MOVE DSP-TBL-RES-TIME(DSP-IDX)     TO DISPUTE-RES-TIME.
010920     MOVE DSP-TBL-RES-NAME(DSP-IDX)     TO DISPUTE-RES-NAME.
010930     MOVE DSP-TBL-OPEN-DATE(DSP-IDX)    TO DISPUTE-OPEN-DATE.
010940     MOVE DSP-TBL-OPEN-TIME(DSP-IDX)    TO DISPUTE-OPEN-TIME.
010950     MOVE DSP-TBL-OPEN-OP(DSP-IDX)      TO DISPUTE-OPEN-OP.
010960     MOVE DSP-TBL-OPEN-REASON(DSP-IDX)  TO DISPUTE-OPEN-REASON.
010970     MOVE DSP-TBL-RULING(DSP-IDX)       TO DISPUTE-RULING.
010980     MOVE DSP-TBL-ADJ-SCORE(DSP-IDX)    TO DISPUTE-ADJ-SCORE.
010990     MOVE DSP-TBL-CLOSE-DATE(DSP-IDX)   TO DISPUTE-CLOSE-DATE.
011000     MOVE DSP-TBL-CLOSE-TIME(DSP-IDX)   TO DISPUTE-CLOSE-TIME.
011010     MOVE DSP-TBL-CLOSE-OP(DSP-IDX)     TO DISPUTE-CLOSE-OP.
011020     MOVE DSP-TBL-CLOSE-REASON(DSP-IDX) TO DISPUTE-CLOSE-REASON.
011030     WRITE DISPUTE-REC.
011040 6100-WRITE-ENTRY-EXIT.
011050     EXIT.
