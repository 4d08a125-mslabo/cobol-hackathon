000260*                 STATION-ID ARGUMENT AS THE OTHER PROGRAMS; THE
000270*                 SESSION AND ROSTER FILES ARE NAMED THE SAME
000280*                 BARE WAY CAPTEST.COB NAMES THEM.
000281* 2026-10-15 RH   SESSIONS WITH FAULT FLAG "P" (ABANDONED BEFORE
000282*                 SCORING) ARE LEFT OUT OF THE SESSION TABLE --
000283*                 THEY CAN NEVER HAVE A RESULT RECORD, AND LEAVING
000284*                 THEM IN COULD PAIR A LATER RUN'S RESULT WITH THE
000285*                 WRONG BADGE.
000285* 2026-10-15 RH   EACH RESULT HISTORY RECORD NOW CARRIES THE
000285*                 DIVISION (JUNIOR / OPEN / PRO) CAPTEST.COB
000285*                 RECORDED ON THE MATCHED SESSION, SO RANKING.COB
000285*                 AND SUMMARY.COB CAN SPLIT THE BOARDS BY IT. A
000285*                 SESSION WRITTEN BEFORE DIVISIONS EXISTED HAS NO
000285*                 DIVISION AND IS TAKEN AS OPEN.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000730     05  SESSION-FAULT-FLAG  PIC X(01).
000731     05  SESSION-SEP-4       PIC X(01).
000732     05  SESSION-SCRIPT      PIC X(10).
000732     05  SESSION-SEP-5       PIC X(01).
000732     05  SESSION-OPERATOR    PIC X(10).
000732     05  SESSION-OVERRIDE-SW PIC X(01).
000732     05  SESSION-DIVISION    PIC X(06).
000740 FD  ROSTER-FILE.
000750 01  ROSTER-REC.
000760     05  ROSTER-BADGE-NO   PIC X(05).
000770     05  ROSTER-PLAYER-ID  PIC 9(05).
000780     05  ROSTER-STATUS     PIC X(01).
000781     05  ROSTER-TEAM       PIC X(10).
000781     05  ROSTER-DIVISION   PIC X(06).
000790 FD  HISTORY-FILE.
000800 01  HIST-REC.
000810     05  HIST-BADGE-NO       PIC X(05).
000880     05  HIST-SE             PIC 9(2).
000890     05  HIST-NAME           PIC X(20).
000900     05  HIST-SCORE          PIC 9(5).
000900     05  HIST-DIVISION       PIC X(06).
000910 FD  EXCEPT-FILE.
000920 01  EXCEPT-LINE             PIC X(80).
000930
001330         10  RSJ-SES-TIME        PIC 9(06).
001340         10  RSJ-SES-BADGE       PIC X(05).
001350         10  RSJ-SES-STATION     PIC X(10).
001350         10  RSJ-SES-DIVISION    PIC X(06).
001360         10  RSJ-SES-MATCHED-SW  PIC X(01).
001370             88  RSJ-SES-MATCHED         VALUE "Y".
001380
002720         NOT AT END
002730             IF  SESSION-DATE IS NUMERIC
002740             AND SESSION-DATE >= RSJ-MIN-DATE
002745             AND SESSION-FAULT-FLAG NOT = "P"
002750                 PERFORM 1150-STORE-SESSION
002760                     THRU 1150-STORE-SESSION-EXIT
002770             END-IF
003070     MOVE SESSION-TIME(1:6) TO RSJ-SES-TIME(RSJ-STORE-IDX).
003080     MOVE SESSION-BADGE-NO TO RSJ-SES-BADGE(RSJ-STORE-IDX).
003090     MOVE SESSION-STATION-ID TO RSJ-SES-STATION(RSJ-STORE-IDX).
003090     IF SESSION-DIVISION = SPACES
003090         MOVE "OPEN" TO RSJ-SES-DIVISION(RSJ-STORE-IDX)
003090     ELSE
003090         MOVE SESSION-DIVISION
003090             TO RSJ-SES-DIVISION(RSJ-STORE-IDX)
003090     END-IF.
003100     MOVE "N" TO RSJ-SES-MATCHED-SW(RSJ-STORE-IDX).
003110 1150-STORE-SESSION-EXIT.
003120     EXIT.
004420     MOVE se    TO HIST-SE.
004430     MOVE NAME  TO HIST-NAME.
004440     MOVE SCORE TO HIST-SCORE.
004440     MOVE RSJ-SES-DIVISION(RSJ-FOUND-IDX) TO HIST-DIVISION.
004450     WRITE HIST-REC.
004460 3300-WRITE-HISTORY-EXIT.
004470     EXIT.
