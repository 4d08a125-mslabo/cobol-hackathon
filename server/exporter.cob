000280*                 RECORD FAILING THE NUMERIC LAYOUT CHECK IS
000290*                 SKIPPED WITH A WARNING -- VALIDATOR SHOULD RUN
000300*                 FIRST.
000300* 2026-10-15 RH   CLOSED SCORE-DISPUTE RULINGS FROM DISPUTMT.COB
000300*                 ARE NOW APPLIED AS EACH RESULT RECORD IS
000300*                 EXTRACTED, THE SAME WAY RANKING.COB APPLIES
000300*                 THEM: A VOIDED SCORE IS LEFT OUT OF THE EXTRACT
000300*                 AND AN ADJUSTED ONE GOES OUT AT ITS RULED SCORE,
000300*                 WHICH IS WHAT THE TRAILER HASH ADDS UP. THE
000300*                 RESULT FILE IS NEVER REWRITTEN. THE RUN REPORTS
000300*                 HOW MANY RECORDS WERE VOIDED AND ADJUSTED.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000380     SELECT XCHG-FILE ASSIGN DYNAMIC EXP-XCHG-FILENAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS EXP-XCHG-FS.
000400     SELECT DISPUTE-FILE
000400         ASSIGN DYNAMIC EXP-DISPUTE-FILENAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS EXP-DISPUTE-FS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000530     05 SCORE PIC 9(5).
000540 FD  XCHG-FILE.
000550 01  XCHG-REC                PIC X(40).
000550 FD  DISPUTE-FILE.
000550 01  DISPUTE-REC.
000550     05  DISPUTE-CASE-NO       PIC 9(05).
000550     05  DISPUTE-SEP-1         PIC X(01).
000550     05  DISPUTE-STATUS        PIC X(01).
000550     05  DISPUTE-SEP-2         PIC X(01).
000550     05  DISPUTE-BADGE-NO      PIC X(05).
000550     05  DISPUTE-SEP-3         PIC X(01).
000550     05  DISPUTE-STATION-ID    PIC X(10).
000550     05  DISPUTE-SEP-4         PIC X(01).
000550     05  DISPUTE-SES-DATE      PIC 9(08).
000550     05  DISPUTE-SES-TIME      PIC 9(06).
000550     05  DISPUTE-ORIG-SCORE    PIC 9(05).
000550     05  DISPUTE-SEP-5         PIC X(01).
000550     05  DISPUTE-LINKED-SW     PIC X(01).
000550     05  DISPUTE-RES-TIME      PIC 9(06).
000550     05  DISPUTE-RES-NAME      PIC X(20).
000550     05  DISPUTE-SEP-6         PIC X(01).
000550     05  DISPUTE-OPEN-DATE     PIC 9(08).
000550     05  DISPUTE-OPEN-TIME     PIC 9(06).
000550     05  DISPUTE-OPEN-OP       PIC X(10).
000550     05  DISPUTE-OPEN-REASON   PIC X(30).
000550     05  DISPUTE-SEP-7         PIC X(01).
000550     05  DISPUTE-RULING        PIC X(01).
000550     05  DISPUTE-ADJ-SCORE     PIC 9(05).
000550     05  DISPUTE-SEP-8         PIC X(01).
000550     05  DISPUTE-CLOSE-DATE    PIC 9(08).
000550     05  DISPUTE-CLOSE-TIME    PIC 9(06).
000550     05  DISPUTE-CLOSE-OP      PIC X(10).
000550     05  DISPUTE-CLOSE-REASON  PIC X(30).
000560
000570 WORKING-STORAGE SECTION.
000580 01  RESULT-STATUS           PIC XX.
000590 01  EXP-XCHG-FS             PIC XX.
000590 01  EXP-DISPUTE-FS          PIC XX.
000600
000610*----------------------------------------------------------------
000620* STATION-ID / EVENT-DATE FIELDS, PARSED BY KEYWORD THE SAME WAY
001050 01  EXP-REC-COUNT           PIC 9(07) VALUE 0.
001060 01  EXP-HASH-TOTAL          PIC 9(09) VALUE 0.
001070 01  EXP-SKIP-COUNT          PIC 9(07) VALUE 0.
001070 01  EXP-VOID-COUNT          PIC 9(07) VALUE 0.
001070 01  EXP-ADJUST-COUNT        PIC 9(07) VALUE 0.
001070
001070*----------------------------------------------------------------
001070* SCORE-DISPUTE RULINGS -- THE SAME TABLE AND LOOKUP RANKING.COB
001070* USES. CLOSED, LINKED VOID ("V") AND ADJUST ("A") RULINGS KEYED
001070* ON RESULT DATE, TIME AND RAW NAME; A STATION RUN TAKES ONLY
001070* THAT STATION'S CASES.
001070*----------------------------------------------------------------
001070 01  EXP-DISPUTE-FILENAME    PIC X(48) VALUE "dispute".
001070 77  EXP-MAX-RULINGS         PIC 9(03) VALUE 500.
001070 01  EXP-RULING-COUNT        PIC 9(03) VALUE 0.
001070 01  EXP-RULING-IDX          PIC 9(03) VALUE 0.
001070 01  EXP-RULING-TABLE.
001070     05  EXP-RULING-ENTRY OCCURS 500 TIMES.
001070         10  EXP-RUL-DATE        PIC 9(08).
001070         10  EXP-RUL-TIME        PIC 9(06).
001070         10  EXP-RUL-NAME        PIC X(20).
001070         10  EXP-RUL-KIND        PIC X(01).
001070         10  EXP-RUL-SCORE       PIC 9(05).
001070 01  EXP-RULE-DATE           PIC 9(08) VALUE 0.
001070 01  EXP-RULE-TIME           PIC 9(06) VALUE 0.
001070 01  EXP-RULE-SCORE          PIC 9(05) VALUE 0.
001070 77  EXP-RULE-SW             PIC X(01) VALUE "N".
001070     88  EXP-RULE-VOID               VALUE "V".
001070     88  EXP-RULE-ADJUSTED           VALUE "A".
001070     88  EXP-RULE-NONE               VALUE "N".
001080
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001150         DISPLAY "EVENT DATE: " EXP-EVENT-DATE-N
001160     END-IF.
001170     PERFORM 0060-BUILD-FILENAMES THRU 0060-BUILD-FILENAMES-EXIT.
001170     PERFORM 0090-LOAD-RULINGS THRU 0090-LOAD-RULINGS-EXIT.
001170     PERFORM 1000-WRITE-EXTRACT THRU 1000-WRITE-EXTRACT-EXIT.
001170     DISPLAY "EXTRACT COMPLETE -- " EXP-REC-COUNT
001170         " RECORD(S), HASH " EXP-HASH-TOTAL
001170         ", " EXP-SKIP-COUNT " SKIPPED".
001170     IF EXP-VOID-COUNT > 0 OR EXP-ADJUST-COUNT > 0
001170         DISPLAY "DISPUTE RULINGS -- " EXP-VOID-COUNT
001170             " VOIDED, " EXP-ADJUST-COUNT " ADJUSTED"
001170     END-IF.
001220 0000-MAINLINE-EXIT.
001230     STOP RUN.
001240
002000     END-IF.
002010 0060-BUILD-FILENAMES-EXIT.
002020     EXIT.
002020
002020*----------------------------------------------------------------
002020* 0090-LOAD-RULINGS -- PULL THE CLOSED, LINKED VOID AND ADJUST
002020* RULINGS OUT OF THE DISPUTE FILE. NO DISPUTE FILE MEANS NO
002020* RULINGS.
002020*----------------------------------------------------------------
002020 0090-LOAD-RULINGS.
002020     MOVE 0 TO EXP-RULING-COUNT.
002020     SET EXP-NOT-AT-EOF TO TRUE.
002020     OPEN INPUT DISPUTE-FILE.
002020     IF EXP-DISPUTE-FS NOT = "00"
002020         GO TO 0090-LOAD-RULINGS-EXIT
002020     END-IF.
002020     PERFORM 0091-LOAD-RULING-ENTRY
002020         THRU 0091-LOAD-RULING-ENTRY-EXIT
002020         UNTIL EXP-AT-EOF.
002020     CLOSE DISPUTE-FILE.
002020 0090-LOAD-RULINGS-EXIT.
002020     EXIT.
002020
002020 0091-LOAD-RULING-ENTRY.
002020     READ DISPUTE-FILE
002020         AT END
002020             SET EXP-AT-EOF TO TRUE
002020         NOT AT END
002020             IF  DISPUTE-STATUS = "C"
002020             AND DISPUTE-LINKED-SW = "Y"
002020             AND (DISPUTE-RULING = "V" OR DISPUTE-RULING = "A")
002020             AND (EXP-STATION-ID = SPACES
002020                  OR DISPUTE-STATION-ID = EXP-STATION-ID)
002020                 IF EXP-RULING-COUNT >= EXP-MAX-RULINGS
002020                     DISPLAY "RULING TABLE FULL AT "
002020                         EXP-MAX-RULINGS " -- CASE "
002020                         DISPUTE-CASE-NO " NOT APPLIED"
002020                 ELSE
002020                     ADD 1 TO EXP-RULING-COUNT
002020                     MOVE DISPUTE-SES-DATE
002020                         TO EXP-RUL-DATE(EXP-RULING-COUNT)
002020                     MOVE DISPUTE-RES-TIME
002020                         TO EXP-RUL-TIME(EXP-RULING-COUNT)
002020                     MOVE DISPUTE-RES-NAME
002020                         TO EXP-RUL-NAME(EXP-RULING-COUNT)
002020                     MOVE DISPUTE-RULING
002020                         TO EXP-RUL-KIND(EXP-RULING-COUNT)
002020                     MOVE DISPUTE-ADJ-SCORE
002020                         TO EXP-RUL-SCORE(EXP-RULING-COUNT)
002020                 END-IF
002020             END-IF
002020     END-READ.
002020 0091-LOAD-RULING-ENTRY-EXIT.
002020     EXIT.
002020
002020*----------------------------------------------------------------
002020* 0095-APPLY-RULINGS -- LOOK UP THE CURRENT RESULT RECORD IN THE
002020* RULING TABLE. A VOID SETS EXP-RULE-VOID; AN ADJUSTMENT PUTS THE
002020* RULED SCORE INTO THE RECORD AREA BEFORE IT IS EXTRACTED.
002020*----------------------------------------------------------------
002020 0095-APPLY-RULINGS.
002020     SET EXP-RULE-NONE TO TRUE.
002020     IF EXP-RULING-COUNT = 0
002020         GO TO 0095-APPLY-RULINGS-EXIT
002020     END-IF.
002020     COMPUTE EXP-RULE-DATE = Y * 10000 + M * 100 + D.
002020     COMPUTE EXP-RULE-TIME = ho * 10000 + mi * 100 + se.
002020     PERFORM 0098-MATCH-RULING THRU 0098-MATCH-RULING-EXIT
002020         VARYING EXP-RULING-IDX FROM 1 BY 1
002020         UNTIL EXP-RULING-IDX > EXP-RULING-COUNT
002020            OR NOT EXP-RULE-NONE.
002020     IF EXP-RULE-ADJUSTED
002020         MOVE EXP-RULE-SCORE TO SCORE
002020         ADD 1 TO EXP-ADJUST-COUNT
002020     END-IF.
002020     IF EXP-RULE-VOID
002020         ADD 1 TO EXP-VOID-COUNT
002020     END-IF.
002020 0095-APPLY-RULINGS-EXIT.
002020     EXIT.
002020
002020 0098-MATCH-RULING.
002020     IF  EXP-RUL-DATE(EXP-RULING-IDX) = EXP-RULE-DATE
002020     AND EXP-RUL-TIME(EXP-RULING-IDX) = EXP-RULE-TIME
002020     AND EXP-RUL-NAME(EXP-RULING-IDX) = NAME
002020         MOVE EXP-RUL-KIND(EXP-RULING-IDX) TO EXP-RULE-SW
002020         MOVE EXP-RUL-SCORE(EXP-RULING-IDX) TO EXP-RULE-SCORE
002020     END-IF.
002020 0098-MATCH-RULING-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------
002050* 1000-WRITE-EXTRACT -- HEADER, ONE DETAIL PER EVENT-DAY RESULT
002530             AND D IS NUMERIC
002540             AND SCORE IS NUMERIC
002550                 IF  Y = EXP-EVENT-Y
002550                 AND M = EXP-EVENT-M
002550                 AND D = EXP-EVENT-D
002550                     PERFORM 0095-APPLY-RULINGS
002550                         THRU 0095-APPLY-RULINGS-EXIT
002550                 END-IF
002550                 IF  Y = EXP-EVENT-Y
002550                 AND M = EXP-EVENT-M
002550                 AND D = EXP-EVENT-D
002550                 AND NOT EXP-RULE-VOID
002550                     MOVE "D" TO EXP-DTL-TYPE
002590                     MOVE FILE-RECORD TO EXP-DTL-RECORD
002600                     MOVE EXP-DETAIL-REC TO XCHG-REC
002610                     WRITE XCHG-REC
