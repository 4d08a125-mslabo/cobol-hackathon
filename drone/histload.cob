000260*                 THE ATTEMPT CHECK. TAKES THE SAME OPTIONAL
000270*                 STATION-ID ARGUMENT AS THE OTHER BOOTH
000280*                 PROGRAMS.
000280* 2026-10-15 RH   THE SESSION AND PLAYHIST RECORDS NOW CARRY THE
000280*                 OPERATOR SIGNED ON AT THE BOOTH AND THE OVERRIDE
000280*                 FLAG; BOTH ARE COPIED ACROSS (SPACES OFF A
000280*                 LEGACY SESSION RECORD). THE KEYED FILE MUST BE
000280*                 DELETED AND RELOADED HERE FOR THE LONGER RECORD.
000290*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000550     05  SESSION-FAULT-FLAG  PIC X(01).
000560     05  SESSION-SEP-4       PIC X(01).
000570     05  SESSION-SCRIPT      PIC X(10).
000570     05  SESSION-SEP-5       PIC X(01).
000570     05  SESSION-OPERATOR    PIC X(10).
000570     05  SESSION-OVERRIDE-SW PIC X(01).
000580 FD  ROSTER-FILE.
000590 01  ROSTER-REC.
000600     05  ROSTER-BADGE-NO   PIC X(05).
000610     05  ROSTER-PLAYER-ID  PIC 9(05).
000620     05  ROSTER-STATUS     PIC X(01).
000630     05  ROSTER-TEAM       PIC X(10).
000630     05  ROSTER-DIVISION   PIC X(06).
000640 FD  PLAYHIST-FILE.
000650 01  PLAYHIST-REC.
000660     05  PH-KEY.
000740     05  PH-WIN-FLAG         PIC X(01).
000750     05  PH-FAULT-FLAG       PIC X(01).
000760     05  PH-SCRIPT           PIC X(10).
000760     05  PH-OPERATOR         PIC X(10).
000760     05  PH-OVERRIDE-SW      PIC X(01).
000770
000780 WORKING-STORAGE SECTION.
000790 01  HLD-SESSION-FS          PIC 99.
002860     MOVE SESSION-WIN-FLAG TO PH-WIN-FLAG.
002870     MOVE SESSION-FAULT-FLAG TO PH-FAULT-FLAG.
002880     MOVE SESSION-SCRIPT TO PH-SCRIPT.
002880     MOVE SESSION-OPERATOR TO PH-OPERATOR.
002880     MOVE SESSION-OVERRIDE-SW TO PH-OVERRIDE-SW.
002890     WRITE PLAYHIST-REC
002900         INVALID KEY
002910             REWRITE PLAYHIST-REC
