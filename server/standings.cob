000300*                 THE STATION ID, PARSED BY KEYWORD THE WAY
000310*                 CAPTEST.COB PARSES ITS ARGUMENTS, WITH THE SAME
000320*                 OVERSIZE-STATION-ID ABORT AS THE OTHER PROGRAMS.
000320* 2026-10-15 RH   CLOSED SCORE-DISPUTE RULINGS FROM DISPUTMT.COB
000320*                 ARE NOW APPLIED AS EACH ARCHIVE OR LIVE RECORD
000320*                 IS RELEASED, THE SAME WAY RANKING.COB APPLIES
000320*                 THEM: A VOIDED SCORE EARNS NO DAY AND NO POINTS,
000320*                 AND AN ADJUSTED ONE IS RANKED AT ITS RULED
000320*                 SCORE. THE RESULT AND ARCHIVE FILES ARE NEVER
000320*                 REWRITTEN.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000530     SELECT BOARD-FILE ASSIGN DYNAMIC STD-BOARD-FILENAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS STD-BOARD-FS.
000550     SELECT DISPUTE-FILE
000550         ASSIGN DYNAMIC STD-DISPUTE-FILENAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS STD-DISPUTE-FS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000840 01  STANDINGS-REC            PIC X(28).
000850 FD  BOARD-FILE.
000860 01  BOARD-LINE               PIC X(60).
000860 FD  DISPUTE-FILE.
000860 01  DISPUTE-REC.
000860     05  DISPUTE-CASE-NO       PIC 9(05).
000860     05  DISPUTE-SEP-1         PIC X(01).
000860     05  DISPUTE-STATUS        PIC X(01).
000860     05  DISPUTE-SEP-2         PIC X(01).
000860     05  DISPUTE-BADGE-NO      PIC X(05).
000860     05  DISPUTE-SEP-3         PIC X(01).
000860     05  DISPUTE-STATION-ID    PIC X(10).
000860     05  DISPUTE-SEP-4         PIC X(01).
000860     05  DISPUTE-SES-DATE      PIC 9(08).
000860     05  DISPUTE-SES-TIME      PIC 9(06).
000860     05  DISPUTE-ORIG-SCORE    PIC 9(05).
000860     05  DISPUTE-SEP-5         PIC X(01).
000860     05  DISPUTE-LINKED-SW     PIC X(01).
000860     05  DISPUTE-RES-TIME      PIC 9(06).
000860     05  DISPUTE-RES-NAME      PIC X(20).
000860     05  DISPUTE-SEP-6         PIC X(01).
000860     05  DISPUTE-OPEN-DATE     PIC 9(08).
000860     05  DISPUTE-OPEN-TIME     PIC 9(06).
000860     05  DISPUTE-OPEN-OP       PIC X(10).
000860     05  DISPUTE-OPEN-REASON   PIC X(30).
000860     05  DISPUTE-SEP-7         PIC X(01).
000860     05  DISPUTE-RULING        PIC X(01).
000860     05  DISPUTE-ADJ-SCORE     PIC 9(05).
000860     05  DISPUTE-SEP-8         PIC X(01).
000860     05  DISPUTE-CLOSE-DATE    PIC 9(08).
000860     05  DISPUTE-CLOSE-TIME    PIC 9(06).
000860     05  DISPUTE-CLOSE-OP      PIC X(10).
000860     05  DISPUTE-CLOSE-REASON  PIC X(30).
000870
000880 WORKING-STORAGE SECTION.
000890 01  STD-ARCH-FS              PIC XX.
000910 01  STD-POINTS-WORK-FS       PIC XX.
000920 01  STD-STANDINGS-FS         PIC XX.
000930 01  STD-BOARD-FS             PIC XX.
000930 01  STD-DISPUTE-FS           PIC XX.
000940
000950*----------------------------------------------------------------
000960* STATION-ID / SEASON-START / DYNAMIC FILE-NAME FIELDS. ARGUMENTS
002280 01  STD-RANK-EDIT            PIC ZZZ9.
002290 01  STD-POINTS-EDIT          PIC ZZZZ9.
002300 01  STD-DAYS-EDIT            PIC ZZ9.
002300
002300*----------------------------------------------------------------
002300* SCORE-DISPUTE RULINGS -- THE SAME TABLE AND LOOKUP RANKING.COB
002300* USES. CLOSED, LINKED VOID ("V") AND ADJUST ("A") RULINGS KEYED
002300* ON RESULT DATE, TIME AND RAW NAME; A STATION RUN TAKES ONLY
002300* THAT STATION'S CASES.
002300*----------------------------------------------------------------
002300 01  STD-DISPUTE-FILENAME     PIC X(48) VALUE "dispute".
002300 77  STD-MAX-RULINGS          PIC 9(03) VALUE 500.
002300 01  STD-RULING-COUNT         PIC 9(03) VALUE 0.
002300 01  STD-RULING-IDX           PIC 9(03) VALUE 0.
002300 01  STD-RULING-TABLE.
002300     05  STD-RULING-ENTRY OCCURS 500 TIMES.
002300         10  STD-RUL-DATE         PIC 9(08).
002300         10  STD-RUL-TIME         PIC 9(06).
002300         10  STD-RUL-NAME         PIC X(20).
002300         10  STD-RUL-KIND         PIC X(01).
002300         10  STD-RUL-SCORE        PIC 9(05).
002300 01  STD-RULE-DATE            PIC 9(08) VALUE 0.
002300 01  STD-RULE-TIME            PIC 9(06) VALUE 0.
002300 01  STD-RULE-SCORE           PIC 9(05) VALUE 0.
002300 77  STD-RULE-SW              PIC X(01) VALUE "N".
002300     88  STD-RULE-VOID                VALUE "V".
002300     88  STD-RULE-ADJUSTED            VALUE "A".
002300     88  STD-RULE-NONE                VALUE "N".
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 0050-RESOLVE-ARGS THRU 0050-RESOLVE-ARGS-EXIT.
002340     PERFORM 0090-LOAD-RULINGS THRU 0090-LOAD-RULINGS-EXIT.
002340     ACCEPT STD-TODAY-DATE FROM DATE YYYYMMDD.
002360     COMPUTE STD-CURRENT-YM =
002370         STD-TODAY-Y * 100 + STD-TODAY-M.
002380     IF STD-SEASON-START-YM = 0
003610     END-IF.
003620 0060-BUILD-FILENAMES-EXIT.
003630     EXIT.
003630
003630*----------------------------------------------------------------
003630* 0090-LOAD-RULINGS -- PULL THE CLOSED, LINKED VOID AND ADJUST
003630* RULINGS OUT OF THE DISPUTE FILE. NO DISPUTE FILE MEANS NO
003630* RULINGS.
003630*----------------------------------------------------------------
003630 0090-LOAD-RULINGS.
003630     MOVE 0 TO STD-RULING-COUNT.
003630     SET STD-NOT-AT-EOF TO TRUE.
003630     OPEN INPUT DISPUTE-FILE.
003630     IF STD-DISPUTE-FS NOT = "00"
003630         GO TO 0090-LOAD-RULINGS-EXIT
003630     END-IF.
003630     PERFORM 0091-LOAD-RULING-ENTRY
003630         THRU 0091-LOAD-RULING-ENTRY-EXIT
003630         UNTIL STD-AT-EOF.
003630     CLOSE DISPUTE-FILE.
003630     IF STD-RULING-COUNT > 0
003630         DISPLAY "SCORE-DISPUTE RULINGS APPLIED: "
003630             STD-RULING-COUNT
003630     END-IF.
003630 0090-LOAD-RULINGS-EXIT.
003630     EXIT.
003630
003630 0091-LOAD-RULING-ENTRY.
003630     READ DISPUTE-FILE
003630         AT END
003630             SET STD-AT-EOF TO TRUE
003630         NOT AT END
003630             IF  DISPUTE-STATUS = "C"
003630             AND DISPUTE-LINKED-SW = "Y"
003630             AND (DISPUTE-RULING = "V" OR DISPUTE-RULING = "A")
003630             AND (STD-STATION-ID = SPACES
003630                  OR DISPUTE-STATION-ID = STD-STATION-ID)
003630                 IF STD-RULING-COUNT >= STD-MAX-RULINGS
003630                     DISPLAY "RULING TABLE FULL AT "
003630                         STD-MAX-RULINGS " -- CASE "
003630                         DISPUTE-CASE-NO " NOT APPLIED"
003630                 ELSE
003630                     ADD 1 TO STD-RULING-COUNT
003630                     MOVE DISPUTE-SES-DATE
003630                         TO STD-RUL-DATE(STD-RULING-COUNT)
003630                     MOVE DISPUTE-RES-TIME
003630                         TO STD-RUL-TIME(STD-RULING-COUNT)
003630                     MOVE DISPUTE-RES-NAME
003630                         TO STD-RUL-NAME(STD-RULING-COUNT)
003630                     MOVE DISPUTE-RULING
003630                         TO STD-RUL-KIND(STD-RULING-COUNT)
003630                     MOVE DISPUTE-ADJ-SCORE
003630                         TO STD-RUL-SCORE(STD-RULING-COUNT)
003630                 END-IF
003630             END-IF
003630     END-READ.
003630 0091-LOAD-RULING-ENTRY-EXIT.
003630     EXIT.
003630
003630*----------------------------------------------------------------
003630* 0095-APPLY-RULINGS -- LOOK UP THE RECORD IN STD-REC-WORK IN THE
003630* RULING TABLE. A VOID SETS STD-RULE-VOID; AN ADJUSTMENT PUTS THE
003630* RULED SCORE INTO STD-RW-SCORE.
003630*----------------------------------------------------------------
003630 0095-APPLY-RULINGS.
003630     SET STD-RULE-NONE TO TRUE.
003630     IF STD-RULING-COUNT = 0
003630         GO TO 0095-APPLY-RULINGS-EXIT
003630     END-IF.
003630     COMPUTE STD-RULE-DATE =
003630         STD-RW-Y * 10000 + STD-RW-M * 100 + STD-RW-D.
003630     COMPUTE STD-RULE-TIME =
003630         STD-RW-HO * 10000 + STD-RW-MI * 100 + STD-RW-SE.
003630     PERFORM 0098-MATCH-RULING THRU 0098-MATCH-RULING-EXIT
003630         VARYING STD-RULING-IDX FROM 1 BY 1
003630         UNTIL STD-RULING-IDX > STD-RULING-COUNT
003630            OR NOT STD-RULE-NONE.
003630     IF STD-RULE-ADJUSTED
003630         MOVE STD-RULE-SCORE TO STD-RW-SCORE
003630     END-IF.
003630 0095-APPLY-RULINGS-EXIT.
003630     EXIT.
003630
003630 0098-MATCH-RULING.
003630     IF  STD-RUL-DATE(STD-RULING-IDX) = STD-RULE-DATE
003630     AND STD-RUL-TIME(STD-RULING-IDX) = STD-RULE-TIME
003630     AND STD-RUL-NAME(STD-RULING-IDX) = STD-RW-NAME
003630         MOVE STD-RUL-KIND(STD-RULING-IDX) TO STD-RULE-SW
003630         MOVE STD-RUL-SCORE(STD-RULING-IDX) TO STD-RULE-SCORE
003630     END-IF.
003630 0098-MATCH-RULING-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 1000-GATHER-SEASON -- SORT INPUT PROCEDURE. RELEASE EVERY
004610             "SKIPPED: " STD-REC-WORK
004620         GO TO 1400-RELEASE-RECORD-EXIT
004630     END-IF.
004640     PERFORM 0095-APPLY-RULINGS THRU 0095-APPLY-RULINGS-EXIT.
004640     IF STD-RULE-VOID
004640         GO TO 1400-RELEASE-RECORD-EXIT
004640     END-IF.
004640     COMPUTE STD-REC-YM = STD-RW-Y * 100 + STD-RW-M.
004640     IF  STD-REC-YM >= STD-SEASON-START-YM
004660     AND STD-REC-YM <= STD-CURRENT-YM
004670         RELEASE SORT-RECORD FROM STD-REC-WORK
004680     END-IF.
