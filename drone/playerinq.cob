000260*                 THE BADGE AS ARGUMENT 1 AND THE SAME OPTIONAL
000270*                 STATION-ID ARGUMENT AS THE OTHER BOOTH
000280*                 PROGRAMS AFTER IT.
000281* 2026-10-15 RH   A PRE-SCORE FAULT ("P" -- THE BOOTH ABANDONED
000282*                 THE RUN BEFORE SCORING) NOW COUNTS AS A FAULTED
000283*                 RUN AND NOT AS AN ATTEMPT, MATCHING CAPTEST'S
000284*                 ATTEMPT CHECK.
000284* 2026-10-15 RH   PLAYHIST NOW CARRIES THE OPERATOR WHO RAN EACH
000284*                 SESSION AND WHETHER AN OVERRIDE WAS IN FORCE;
000284*                 BOTH ARE SHOWN ON EVERY SESSION LINE.
000290*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000450     05  ROSTER-PLAYER-ID  PIC 9(05).
000460     05  ROSTER-STATUS     PIC X(01).
000470     05  ROSTER-TEAM       PIC X(10).
000470     05  ROSTER-DIVISION   PIC X(06).
000480 FD  PLAYHIST-FILE.
000490 01  PLAYHIST-REC.
000500     05  PH-KEY.
000580     05  PH-WIN-FLAG         PIC X(01).
000590     05  PH-FAULT-FLAG       PIC X(01).
000600     05  PH-SCRIPT           PIC X(10).
000600     05  PH-OPERATOR         PIC X(10).
000600     05  PH-OVERRIDE-SW      PIC X(01).
000610
000620 WORKING-STORAGE SECTION.
000630 01  INQ-ROSTER-FS           PIC 99.
001970     DISPLAY "HISTORY FOR BADGE " INQ-BADGE-NO
001980         "  PLAYER-ID " INQ-PLAYER-ID.
001990     DISPLAY "DATE     TIME    STATION     SCRIPT      "
002000         "SCORE      W/L C/F  OPERATOR   OVR".
002010     SET INQ-NOT-AT-EOF TO TRUE.
002020     MOVE INQ-BADGE-NO TO PH-BADGE-NO.
002030     MOVE 0 TO PH-DATE.
002320                     ADD 1 TO INQ-WIN-COUNT
002330                 END-IF
002340                 IF PH-FAULT-FLAG = "F"
002341                 OR PH-FAULT-FLAG = "P"
002350                     ADD 1 TO INQ-FAULT-COUNT
002360                 ELSE
002370                     IF PH-DATE = INQ-TODAY-DATE
002460                 DISPLAY PH-DATE " " PH-TIME " "
002470                     PH-STATION-ID "  " PH-SCRIPT " "
002480                     INQ-SCORE-EDIT "  " PH-WIN-FLAG "   "
002490                     PH-FAULT-FLAG "    " PH-OPERATOR " "
002490                     PH-OVERRIDE-SW
002500             END-IF
002510     END-READ.
002520 3100-PRINT-SESSION-EXIT.
