000310*                 VALUES, TIMESTAMP, OPERATOR (AN "OP=<ID>"
000320*                 KEYWORD ARGUMENT) AND STATION TO THE CONFIGLOG
000330*                 FILE, SO THE NEXT DISPUTE HAS A PAPER TRAIL.
000330* 2026-10-15 RH   CONFIG AND PROFILE RECORDS NOW CARRY A JUNIOR
000330*                 AND A PRO WIN THRESHOLD BESIDE THE OPEN ONE
000330*                 (CONFIG-WIN-THRESHOLD). SET AND DEFINE TAKE
000330*                 THEM AS "JUNIOR=<N>" AND "PRO=<N>" KEYWORD
000330*                 ARGUMENTS; LEFT OFF, THE DIVISION IS WRITTEN
000330*                 AS 000, WHICH THE READERS TAKE AS "SAME AS
000330*                 OPEN". LIST SHOWS ALL THREE AND THE CONFIGLOG
000330*                 OLD/NEW VALUES WIDEN TO THE LONGER RECORD.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000520     05  CONFIG-WIN-THRESHOLD  PIC 9(03).
000530     05  CONFIG-ATTEMPT-LIMIT  PIC 9(02).
000540     05  CONFIG-TOP-N          PIC 9(03).
000540     05  CONFIG-JUNIOR-THRESHOLD PIC 9(03).
000540     05  CONFIG-PRO-THRESHOLD  PIC 9(03).
000550 FD  PROFILE-FILE.
000560 01  PROFILE-REC.
000570     05  PROF-NAME             PIC X(10).
000590     05  PROF-WIN-THRESHOLD    PIC 9(03).
000600     05  PROF-ATTEMPT-LIMIT    PIC 9(02).
000610     05  PROF-TOP-N            PIC 9(03).
000610     05  PROF-JUNIOR-THRESHOLD PIC 9(03).
000610     05  PROF-PRO-THRESHOLD    PIC 9(03).
000620 FD  LOG-FILE.
000630 01  LOG-REC.
000640     05  LOG-DATE              PIC 9(08).
000690     05  LOG-SEP-3             PIC X(01).
000700     05  LOG-STATION           PIC X(10).
000710     05  LOG-SEP-4             PIC X(01).
000720     05  LOG-OLD-VALUES        PIC X(14).
000730     05  LOG-SEP-5             PIC X(01).
000740     05  LOG-NEW-VALUES        PIC X(14).
000750
000760 WORKING-STORAGE SECTION.
000770 01  CFG-CONFIG-FS            PIC 99.
000840* IS EITHER "OP=<ID>" (THE OPERATOR FOR THE CHANGE LOG) OR A
000850* STATION ID, CHECKED THE SAME WAY EVERY OTHER PROGRAM CHECKS
000860* ONE. NO STATION MEANS THE BARE SINGLE-BOOTH CONFIG FILE.
000860* SET AND DEFINE ALSO TAKE "JUNIOR=<N>" AND "PRO=<N>" FOR THE
000860* DIVISION WIN THRESHOLDS.
000870*----------------------------------------------------------------
000880 01  CFG-ARGUMENT-COUNT       PIC 9(02) VALUE 0.
000890 01  CFG-ARG-IDX              PIC 9(02) VALUE 0.
001160* THE SAME WAY CAPTEST.COB PARSES ITS SCRIPT PARAMETERS, SO
001170* "SET 85 3 10" WORKS WITHOUT ZERO-PADDING. CFG-OLD-VALUES
001180* CAPTURES WHAT THE FILE HELD BEFORE THE CHANGE FOR THE LOG;
001190* "(NONE)" MEANS THE STATION HAD NO CONFIG FILE YET. THE TWO
001190* DIVISION THRESHOLDS ARE OPTIONAL: BLANK STAGES AS ZERO, AND
001190* ZERO ON THE FILE MEANS THE DIVISION PLAYS TO THE OPEN BAR.
001200*----------------------------------------------------------------
001210 01  CFG-WIN-RAW              PIC X(32) VALUE SPACES.
001220 01  CFG-LIMIT-RAW            PIC X(32) VALUE SPACES.
001230 01  CFG-TOPN-RAW             PIC X(32) VALUE SPACES.
001230 01  CFG-JUNIOR-RAW           PIC X(32) VALUE SPACES.
001230 01  CFG-PRO-RAW              PIC X(32) VALUE SPACES.
001240 01  CFG-NEW-WIN-N            PIC 9(03) VALUE 0.
001250 01  CFG-NEW-LIMIT-N          PIC 9(02) VALUE 0.
001260 01  CFG-NEW-TOPN-N           PIC 9(03) VALUE 0.
001260 01  CFG-NEW-JUNIOR-N         PIC 9(03) VALUE 0.
001260 01  CFG-NEW-PRO-N            PIC 9(03) VALUE 0.
001270 01  CFG-OLD-VALUES           PIC X(14) VALUE SPACES.
001280 01  CFG-NEW-VALUES           PIC X(14) VALUE SPACES.
001290 01  CFG-TIME-WORK            PIC 9(08) VALUE 0.
001270
001280*----------------------------------------------------------------
001400         10  CFG-PRF-WIN          PIC 9(03).
001410         10  CFG-PRF-LIMIT        PIC 9(02).
001420         10  CFG-PRF-TOPN         PIC 9(03).
001420         10  CFG-PRF-JUNIOR       PIC 9(03).
001420         10  CFG-PRF-PRO          PIC 9(03).
001430 77  CFG-PRF-FOUND-SW         PIC X(01) VALUE "N".
001440     88  CFG-PRF-FOUND                VALUE "Y".
001450     88  CFG-PRF-NOT-FOUND            VALUE "N".
001720     ACCEPT CFG-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
001730     IF CFG-ARGUMENT-COUNT < 1
001740         DISPLAY "USAGE: CONFIGMT SET <WIN> <LIMIT> <TOPN> "
001750             "[JUNIOR=N] [PRO=N] [STATION...] [OP=ID]"
001760         DISPLAY "       CONFIGMT LIST [STATION]"
001770         DISPLAY "       CONFIGMT DEFINE <NAME> <WIN> <LIMIT> "
001780             "<TOPN> [JUNIOR=N] [PRO=N] [OP=ID]"
001790         DISPLAY "       CONFIGMT APPLY <NAME> [STATION...] "
001800             "[OP=ID]"
001810         STOP RUN
001950             ACCEPT CFG-LIMIT-RAW FROM ARGUMENT-VALUE
001970             DISPLAY 4 UPON ARGUMENT-NUMBER
001980             ACCEPT CFG-TOPN-RAW FROM ARGUMENT-VALUE
002010             MOVE 5 TO CFG-NEXT-ARG-NO
002020         WHEN "LIST"
002030             MOVE 2 TO CFG-NEXT-ARG-NO
002180             ACCEPT CFG-LIMIT-RAW FROM ARGUMENT-VALUE
002200             DISPLAY 5 UPON ARGUMENT-NUMBER
002210             ACCEPT CFG-TOPN-RAW FROM ARGUMENT-VALUE
002240             MOVE 6 TO CFG-NEXT-ARG-NO
002250         WHEN "APPLY"
002260             IF CFG-ARGUMENT-COUNT < 2
002380     PERFORM 1100-SWEEP-TRAILING THRU 1100-SWEEP-TRAILING-EXIT
002390         VARYING CFG-ARG-IDX FROM CFG-NEXT-ARG-NO BY 1
002400         UNTIL CFG-ARG-IDX > CFG-ARGUMENT-COUNT.
002400     IF CFG-FUNCTION = "SET" OR "DEFINE"
002400         PERFORM 2000-EDIT-VALUES THRU 2000-EDIT-VALUES-EXIT
002400     END-IF.
002410     MOVE "profiles"  TO CFG-PROFILE-FILENAME.
002420     MOVE "configlog" TO CFG-LOG-FILENAME.
002430 1000-RESOLVE-ARGS-EXIT.
002580         MOVE CFG-ARG-RAW(4:) TO CFG-OPERATOR
002590         GO TO 1100-SWEEP-TRAILING-EXIT
002600     END-IF.
002600     IF CFG-ARG-RAW(1:7) = "JUNIOR="
002600         MOVE CFG-ARG-RAW(8:) TO CFG-JUNIOR-RAW
002600         GO TO 1100-SWEEP-TRAILING-EXIT
002600     END-IF.
002600     IF CFG-ARG-RAW(1:4) = "PRO="
002600         MOVE CFG-ARG-RAW(5:) TO CFG-PRO-RAW
002600         GO TO 1100-SWEEP-TRAILING-EXIT
002600     END-IF.
002610     IF FUNCTION LENGTH(FUNCTION TRIM(CFG-ARG-RAW)) > 10
002620         DISPLAY "STATION ID '" FUNCTION TRIM(CFG-ARG-RAW)
002630             "' IS LONGER THAN 10 CHARACTERS -- ABORTING"
002920* THAN ZERO AND WITHIN THEIR CONFIG FIELD'S RANGE. THE RAW TEXT
002930* IS PARSED WITH TEST-NUMVAL/NUMVAL, THE WAY CAPTEST.COB'S
002940* 4210-RESOLVE-DURATION PARSES A SCRIPT PARAMETER, SO "85" AND
002960* "085" BOTH WORK. THE JUNIOR AND PRO THRESHOLDS MAY BE LEFT
002960* OFF (ZERO -- SAME AS OPEN) BUT, WHEN GIVEN, ARE HELD TO THE
002960* SAME 1-999 RANGE. A ZERO, GARBLED OR OVERSIZED VALUE IS EXACTLY
002960* THE HAND-EDIT DAMAGE THIS FRONT END EXISTS TO STOP, SO IT
002970* ABORTS RATHER THAN WRITING IT.
002980*----------------------------------------------------------------
003240         STOP RUN
003250     END-IF.
003260     COMPUTE CFG-NEW-TOPN-N = FUNCTION NUMVAL(CFG-TOPN-RAW).
003260     MOVE 0 TO CFG-NEW-JUNIOR-N.
003260     IF CFG-JUNIOR-RAW NOT = SPACES
003260         IF  FUNCTION TEST-NUMVAL(CFG-JUNIOR-RAW) NOT = 0
003260         OR  FUNCTION NUMVAL(CFG-JUNIOR-RAW) < 1
003260         OR  FUNCTION NUMVAL(CFG-JUNIOR-RAW) > 999
003260             DISPLAY "JUNIOR THRESHOLD '"
003260                 FUNCTION TRIM(CFG-JUNIOR-RAW)
003260                 "' MUST BE A NUMBER FROM 1 TO 999 -- ABORTING"
003260             STOP RUN
003260         END-IF
003260         COMPUTE CFG-NEW-JUNIOR-N =
003260             FUNCTION NUMVAL(CFG-JUNIOR-RAW)
003260     END-IF.
003260     MOVE 0 TO CFG-NEW-PRO-N.
003260     IF CFG-PRO-RAW NOT = SPACES
003260         IF  FUNCTION TEST-NUMVAL(CFG-PRO-RAW) NOT = 0
003260         OR  FUNCTION NUMVAL(CFG-PRO-RAW) < 1
003260         OR  FUNCTION NUMVAL(CFG-PRO-RAW) > 999
003260             DISPLAY "PRO THRESHOLD '"
003260                 FUNCTION TRIM(CFG-PRO-RAW)
003260                 "' MUST BE A NUMBER FROM 1 TO 999 -- ABORTING"
003260             STOP RUN
003260         END-IF
003260         COMPUTE CFG-NEW-PRO-N = FUNCTION NUMVAL(CFG-PRO-RAW)
003260     END-IF.
003270 2000-EDIT-VALUES-EXIT.
003280     EXIT.
003170
003690     MOVE CFG-NEW-WIN-N   TO CONFIG-WIN-THRESHOLD.
003700     MOVE CFG-NEW-LIMIT-N TO CONFIG-ATTEMPT-LIMIT.
003710     MOVE CFG-NEW-TOPN-N  TO CONFIG-TOP-N.
003710     MOVE CFG-NEW-JUNIOR-N TO CONFIG-JUNIOR-THRESHOLD.
003710     MOVE CFG-NEW-PRO-N   TO CONFIG-PRO-THRESHOLD.
003720     MOVE CONFIG-REC TO CFG-NEW-VALUES.
003730     WRITE CONFIG-REC.
003740     CLOSE CONFIG-FILE.
004460                 "IN FORCE"
004470         NOT AT END
004480             DISPLAY "STATION '" CFG-CUR-STATION "'"
004490             DISPLAY "  WIN THRESHOLD OPEN: "
004500                 CONFIG-WIN-THRESHOLD
004510             DISPLAY "  DAILY ATTEMPT LIMIT: "
004520                 CONFIG-ATTEMPT-LIMIT
004530             DISPLAY "  LEADERBOARD TOP-N:  " CONFIG-TOP-N
004530             IF  CONFIG-JUNIOR-THRESHOLD IS NUMERIC
004530             AND CONFIG-JUNIOR-THRESHOLD > 0
004530                 DISPLAY "  JUNIOR THRESHOLD:   "
004530                     CONFIG-JUNIOR-THRESHOLD
004530             ELSE
004530                 DISPLAY "  JUNIOR THRESHOLD:   SAME AS OPEN"
004530             END-IF
004530             IF  CONFIG-PRO-THRESHOLD IS NUMERIC
004530             AND CONFIG-PRO-THRESHOLD > 0
004530                 DISPLAY "  PRO THRESHOLD:      "
004530                     CONFIG-PRO-THRESHOLD
004530             ELSE
004530                 DISPLAY "  PRO THRESHOLD:      SAME AS OPEN"
004530             END-IF
004540     END-READ.
004550     CLOSE CONFIG-FILE.
004560 4000-LIST-EXIT.
004820     MOVE CFG-NEW-WIN-N   TO CFG-PRF-WIN(CFG-PRF-FOUND-IDX).
004830     MOVE CFG-NEW-LIMIT-N TO CFG-PRF-LIMIT(CFG-PRF-FOUND-IDX).
004840     MOVE CFG-NEW-TOPN-N  TO CFG-PRF-TOPN(CFG-PRF-FOUND-IDX).
004840     MOVE CFG-NEW-JUNIOR-N
004840         TO CFG-PRF-JUNIOR(CFG-PRF-FOUND-IDX).
004840     MOVE CFG-NEW-PRO-N   TO CFG-PRF-PRO(CFG-PRF-FOUND-IDX).
004850     PERFORM 5700-REWRITE-PROFILES
004860         THRU 5700-REWRITE-PROFILES-EXIT.
004870 5000-DEFINE-EXIT.
005230                 TO CFG-PRF-LIMIT(CFG-PROFILE-COUNT)
005240             MOVE PROF-TOP-N
005250                 TO CFG-PRF-TOPN(CFG-PROFILE-COUNT)
005250             MOVE 0 TO CFG-PRF-JUNIOR(CFG-PROFILE-COUNT)
005250             IF PROF-JUNIOR-THRESHOLD IS NUMERIC
005250                 MOVE PROF-JUNIOR-THRESHOLD
005250                     TO CFG-PRF-JUNIOR(CFG-PROFILE-COUNT)
005250             END-IF
005250             MOVE 0 TO CFG-PRF-PRO(CFG-PROFILE-COUNT)
005250             IF PROF-PRO-THRESHOLD IS NUMERIC
005250                 MOVE PROF-PRO-THRESHOLD
005250                     TO CFG-PRF-PRO(CFG-PROFILE-COUNT)
005250             END-IF
005260     END-READ.
005270 5510-LOAD-PROFILE-ENTRY-EXIT.
005280     EXIT.
005660     MOVE CFG-PRF-WIN(CFG-PRF-IDX)   TO PROF-WIN-THRESHOLD.
005670     MOVE CFG-PRF-LIMIT(CFG-PRF-IDX) TO PROF-ATTEMPT-LIMIT.
005680     MOVE CFG-PRF-TOPN(CFG-PRF-IDX)  TO PROF-TOP-N.
005680     MOVE CFG-PRF-JUNIOR(CFG-PRF-IDX) TO PROF-JUNIOR-THRESHOLD.
005680     MOVE CFG-PRF-PRO(CFG-PRF-IDX)   TO PROF-PRO-THRESHOLD.
005690     WRITE PROFILE-REC.
005700 5710-WRITE-PROFILE-ENTRY-EXIT.
005710     EXIT.
005870     MOVE CFG-PRF-WIN(CFG-PRF-FOUND-IDX)   TO CFG-NEW-WIN-N.
005880     MOVE CFG-PRF-LIMIT(CFG-PRF-FOUND-IDX) TO CFG-NEW-LIMIT-N.
005890     MOVE CFG-PRF-TOPN(CFG-PRF-FOUND-IDX)  TO CFG-NEW-TOPN-N.
005890     MOVE CFG-PRF-JUNIOR(CFG-PRF-FOUND-IDX) TO CFG-NEW-JUNIOR-N.
005890     MOVE CFG-PRF-PRO(CFG-PRF-FOUND-IDX)   TO CFG-NEW-PRO-N.
005900     DISPLAY "APPLYING PROFILE " CFG-PROFILE-NAME.
005910     PERFORM 3000-SET THRU 3000-SET-EXIT.
005920 6000-APPLY-EXIT.
