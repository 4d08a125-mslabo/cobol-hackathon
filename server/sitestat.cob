000230*                 IS PENDING OR THE LAST DRONE CALL FAILED, SO
000240*                 THAT RIG NEEDS A SUPERVISED RERUN OR A
000250*                 TECHNICIAN BEFORE CONTESTANTS LINE UP.
000251* 2026-10-15 RH   A BOOTH WHOSE LAST SESSION ENDED IN A PRE-SCORE
000252*                 FAULT ("P" -- TAKEOFF, CLIMB OR CAPTURE FAILED
000253*                 AND CAPTEST ABANDONED THE RUN UNSCORED) IS NOW
000254*                 FLAGGED ATTENTION EVEN THOUGH ITS SHUTDOWN CALLS
000255*                 CAME BACK CLEAN, AND TODAY'S PRE-SCORE FAULTS
000256*                 ARE COUNTED ON THE BOOTH'S BLOCK.
000256* 2026-10-15 RH   EACH BOOTH'S BLOCK NOW SHOWS THE AIRFRAME
000256*                 MOUNTED ON IT FROM THE SITE-WIDE REGISTER KEPT
000256*                 BY AIRFRAMT.COB, WITH ITS SINCE-SERVICE COUNT
000256*                 AGAINST ITS LIMIT. A BOOTH WITH NO AIRFRAME
000256*                 MOUNTED, OR WITH ONE DUE SERVICE, IS FLAGGED
000256*                 ATTENTION -- CAPTEST.COB WILL REFUSE LIVE
000256*                 SESSIONS THERE UNTIL IT IS SORTED OUT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000390     SELECT REPORT-FILE ASSIGN DYNAMIC SIT-REPORT-FILENAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SIT-REPORT-FS.
000410     SELECT AIRFRAME-FILE ASSIGN DYNAMIC SIT-AIRFRAME-FILENAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SIT-AIRFRAME-FS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000720     05  AUDIT-STATUS      PIC S9(09).
000730 FD  REPORT-FILE.
000740 01  REPORT-LINE             PIC X(80).
000740 FD  AIRFRAME-FILE.
000740 01  AIRFRAME-REC.
000740     05  AIRFRAME-ID             PIC X(08).
000740     05  AIRFRAME-SEP-1          PIC X(01).
000740     05  AIRFRAME-STATUS         PIC X(01).
000740     05  AIRFRAME-MOUNTED-SW     PIC X(01).
000740     05  AIRFRAME-STATION-ID     PIC X(10).
000740     05  AIRFRAME-SEP-2          PIC X(01).
000740     05  AIRFRAME-LIMIT-KIND     PIC X(01).
000740     05  AIRFRAME-SVC-LIMIT      PIC 9(05).
000740     05  AIRFRAME-SEP-3          PIC X(01).
000740     05  AIRFRAME-FLIGHTS        PIC 9(07).
000740     05  AIRFRAME-FLIPS          PIC 9(07).
000740     05  AIRFRAME-FAILURES       PIC 9(07).
000740     05  AIRFRAME-SEP-4          PIC X(01).
000740     05  AIRFRAME-TOT-FLIGHTS    PIC 9(07).
000740     05  AIRFRAME-TOT-FLIPS      PIC 9(07).
000740     05  AIRFRAME-TOT-FAILURES   PIC 9(07).
000740     05  AIRFRAME-SEP-5          PIC X(01).
000740     05  AIRFRAME-SVC-DATE       PIC 9(08).
000740     05  AIRFRAME-SVC-TIME       PIC 9(08).
000740     05  AIRFRAME-SVC-OP         PIC X(10).
000740     05  AIRFRAME-ADD-DATE       PIC 9(08).
000750
000760 WORKING-STORAGE SECTION.
000770 01  SIT-CKPT-FS             PIC XX.
000780 01  SIT-SESSION-FS          PIC XX.
000790 01  SIT-AUDIT-FS            PIC XX.
000800 01  SIT-REPORT-FS           PIC XX.
000800 01  SIT-AIRFRAME-FS         PIC XX.
000810
000820*----------------------------------------------------------------
000830* STATION LIST FIELDS, LOADED THE SAME WAY MERGER.COB LOADS ITS
000980 01  SIT-SESSION-FILENAME    PIC X(32).
000990 01  SIT-AUDIT-FILENAME      PIC X(32).
001000 01  SIT-REPORT-FILENAME     PIC X(48).
001000 01  SIT-AIRFRAME-FILENAME   PIC X(32) VALUE "airframe".
001010
001020 77  SIT-EOF-SW              PIC X(01) VALUE "N".
001030     88  SIT-AT-EOF                  VALUE "Y".
001250 01  SIT-LAST-SES-WIN        PIC X(01) VALUE SPACE.
001260 01  SIT-LAST-SES-FAULT      PIC X(01) VALUE SPACE.
001270 01  SIT-TODAY-SESSIONS      PIC 9(05) VALUE 0.
001275 01  SIT-TODAY-PRESCORE      PIC 9(05) VALUE 0.
001280 77  SIT-AUDIT-SEEN-SW       PIC X(01) VALUE "N".
001290     88  SIT-AUDIT-SEEN              VALUE "Y".
001300     88  SIT-NO-AUDIT                 VALUE "N".
001330 77  SIT-READY-SW            PIC X(01) VALUE "Y".
001340     88  SIT-READY                   VALUE "Y".
001350     88  SIT-ATTENTION                VALUE "N".
001350 77  SIT-AIRFRAME-SW         PIC X(01) VALUE "N".
001350     88  SIT-AIRFRAME-MOUNTED        VALUE "Y".
001350     88  SIT-NO-AIRFRAME              VALUE "N".
001350 77  SIT-AF-DUE-SW           PIC X(01) VALUE "N".
001350     88  SIT-AIRFRAME-DUE            VALUE "Y".
001350     88  SIT-AIRFRAME-IN-SERVICE      VALUE "N".
001350 01  SIT-AF-ID               PIC X(08) VALUE SPACES.
001350 01  SIT-AF-KIND-TEXT        PIC X(07) VALUE SPACES.
001350 01  SIT-AF-COUNT            PIC 9(07) VALUE 0.
001350 01  SIT-AF-LIMIT            PIC 9(05) VALUE 0.
001360
001370*----------------------------------------------------------------
001380* REPORT COUNTS AND EDIT FIELDS.
001400 01  SIT-READY-COUNT         PIC 9(02) VALUE 0.
001410 01  SIT-ATTN-COUNT          PIC 9(02) VALUE 0.
001420 01  SIT-NUM-EDIT            PIC ZZ,ZZ9.
001420 01  SIT-LIMIT-EDIT          PIC ZZ,ZZ9.
001430 01  SIT-TIME-TEXT           PIC X(08) VALUE SPACES.
001440 01  SIT-WORK-TIME           PIC 9(06) VALUE 0.
001450
002280*----------------------------------------------------------------
002290* 2000-SWEEP-STATION -- ONE BOOTH: READ ITS CHECKPOINT, SCAN ITS
002300* SESSION FILE FOR THE LAST RUN AND TODAY'S COUNT, TAKE THE LAST
002310* AUDIT ENTRY, LOOK UP ITS MOUNTED AIRFRAME, JUDGE READY/ATTENTION
002310* AND WRITE THE BOOTH'S BLOCK OF THE REPORT. A LAST SESSION
002310* ABANDONED WITH A PRE-SCORE FAULT NEEDS A TECHNICIAN EVEN WHEN
002310* THE SHUTDOWN CALLS AFTER IT (THE LAST AUDIT ENTRIES) CAME BACK
002310* CLEAN, AND A BOOTH WITH NO AIRFRAME OR ONE DUE SERVICE CANNOT
002310* FLY A LIVE SESSION AT ALL.
002330*----------------------------------------------------------------
002340 2000-SWEEP-STATION.
002350     PERFORM 2100-BUILD-FILENAMES
002380         THRU 2200-READ-CHECKPOINT-EXIT.
002390     PERFORM 2300-SCAN-SESSIONS THRU 2300-SCAN-SESSIONS-EXIT.
002400     PERFORM 2400-SCAN-AUDIT THRU 2400-SCAN-AUDIT-EXIT.
002400     PERFORM 2500-FIND-AIRFRAME THRU 2500-FIND-AIRFRAME-EXIT.
002400     IF  SIT-CKPT-CLEAR
002400     AND (SIT-NO-AUDIT OR SIT-LAST-CALL-STATUS = 0)
002400     AND SIT-LAST-SES-FAULT NOT = "P"
002400     AND SIT-AIRFRAME-MOUNTED
002400     AND SIT-AIRFRAME-IN-SERVICE
002430         SET SIT-READY TO TRUE
002440         ADD 1 TO SIT-READY-COUNT
002450     ELSE
003110 2300-SCAN-SESSIONS.
003120     SET SIT-NO-SESSIONS TO TRUE.
003130     MOVE 0 TO SIT-TODAY-SESSIONS.
003135     MOVE 0 TO SIT-TODAY-PRESCORE.
003140     MOVE 0 TO SIT-LAST-SES-DATE.
003150     MOVE 0 TO SIT-LAST-SES-TIME.
003160     MOVE SPACE TO SIT-LAST-SES-WIN.
003390             MOVE SESSION-FAULT-FLAG TO SIT-LAST-SES-FAULT
003400             IF SESSION-DATE = SIT-TODAY-DATE
003410                 ADD 1 TO SIT-TODAY-SESSIONS
003415                 IF SESSION-FAULT-FLAG = "P"
003416                     ADD 1 TO SIT-TODAY-PRESCORE
003417                 END-IF
003420             END-IF
003430     END-READ.
003440 2310-SCAN-SESSION-REC-EXIT.
003770 2410-SCAN-AUDIT-REC-EXIT.
003780     EXIT.
003790
003790*----------------------------------------------------------------
003790* 2500-FIND-AIRFRAME -- THE ACTIVE AIRFRAME MOUNTED ON THIS BOOTH
003790* IN THE SITE-WIDE REGISTER, AND WHETHER ITS SINCE-SERVICE FLIP
003790* OR FLIGHT COUNT (WHICHEVER ITS LIMIT IS KEPT IN) HAS REACHED
003790* THE LIMIT AS OF THE LAST ROLL-UP. NO REGISTER MEANS NOTHING
003790* IS MOUNTED ANYWHERE.
003790*----------------------------------------------------------------
003790 2500-FIND-AIRFRAME.
003790     SET SIT-NO-AIRFRAME TO TRUE.
003790     SET SIT-AIRFRAME-IN-SERVICE TO TRUE.
003790     MOVE SPACES TO SIT-AF-ID.
003790     SET SIT-NOT-AT-EOF TO TRUE.
003790     OPEN INPUT AIRFRAME-FILE.
003790     IF SIT-AIRFRAME-FS NOT = "00"
003790         GO TO 2500-FIND-AIRFRAME-EXIT
003790     END-IF.
003790     PERFORM 2510-READ-AIRFRAME THRU 2510-READ-AIRFRAME-EXIT
003790         UNTIL SIT-AT-EOF OR SIT-AIRFRAME-MOUNTED.
003790     CLOSE AIRFRAME-FILE.
003790 2500-FIND-AIRFRAME-EXIT.
003790     EXIT.
003790
003790 2510-READ-AIRFRAME.
003790     READ AIRFRAME-FILE
003790         AT END
003790             SET SIT-AT-EOF TO TRUE
003790             GO TO 2510-READ-AIRFRAME-EXIT
003790     END-READ.
003790     IF  AIRFRAME-STATUS NOT = "A"
003790     OR  AIRFRAME-MOUNTED-SW NOT = "Y"
003790     OR  AIRFRAME-STATION-ID NOT = SIT-CUR-STATION
003790         GO TO 2510-READ-AIRFRAME-EXIT
003790     END-IF.
003790     SET SIT-AIRFRAME-MOUNTED TO TRUE.
003790     MOVE AIRFRAME-ID TO SIT-AF-ID.
003790     MOVE AIRFRAME-SVC-LIMIT TO SIT-AF-LIMIT.
003790     IF AIRFRAME-LIMIT-KIND = "F"
003790         MOVE "FLIPS" TO SIT-AF-KIND-TEXT
003790         MOVE AIRFRAME-FLIPS TO SIT-AF-COUNT
003790     ELSE
003790         MOVE "FLIGHTS" TO SIT-AF-KIND-TEXT
003790         MOVE AIRFRAME-FLIGHTS TO SIT-AF-COUNT
003790     END-IF.
003790     IF SIT-AF-COUNT >= SIT-AF-LIMIT
003790         SET SIT-AIRFRAME-DUE TO TRUE
003790     END-IF.
003790 2510-READ-AIRFRAME-EXIT.
003790     EXIT.
003790
003800*----------------------------------------------------------------
003810* 3000-WRITE-STATION-BLOCK -- ONE BOOTH'S LINES ON THE BOARD.
003820*----------------------------------------------------------------
004130     IF SIT-SESSION-SEEN
004140         MOVE SIT-LAST-SES-TIME TO SIT-WORK-TIME
004150         PERFORM 3100-FORMAT-TIME THRU 3100-FORMAT-TIME-EXIT
004151         IF SIT-LAST-SES-FAULT = "P"
004152             STRING "  LAST SESSION: " SIT-LAST-SES-DATE
004153                 " " SIT-TIME-TEXT
004154                 "  PRE-SCORE FAULT -- NOT SCORED"
004155                 DELIMITED BY SIZE INTO REPORT-LINE
004156         ELSE
004160         STRING "  LAST SESSION: " SIT-LAST-SES-DATE
004170             " " SIT-TIME-TEXT
004180             "  WIN/LOSE " SIT-LAST-SES-WIN
004190             "  CLEAN/FAULT " SIT-LAST-SES-FAULT
004200             DELIMITED BY SIZE INTO REPORT-LINE
004205         END-IF
004210     ELSE
004220         MOVE "  NO SESSIONS ON RECORD" TO REPORT-LINE
004230     END-IF.
004270     STRING "  SESSIONS TODAY: " SIT-NUM-EDIT
004280         DELIMITED BY SIZE INTO REPORT-LINE.
004290     WRITE REPORT-LINE.
004291     IF SIT-TODAY-PRESCORE > 0
004292         MOVE SIT-TODAY-PRESCORE TO SIT-NUM-EDIT
004293         MOVE SPACES TO REPORT-LINE
004294         STRING "  PRE-SCORE FAULTS TODAY: " SIT-NUM-EDIT
004295             DELIMITED BY SIZE INTO REPORT-LINE
004296         WRITE REPORT-LINE
004297     END-IF.
004297     MOVE SPACES TO REPORT-LINE.
004297     IF SIT-AIRFRAME-MOUNTED
004297         MOVE SIT-AF-COUNT TO SIT-NUM-EDIT
004297         MOVE SIT-AF-LIMIT TO SIT-LIMIT-EDIT
004297         STRING "  AIRFRAME: " SIT-AF-ID
004297             "  " SIT-AF-KIND-TEXT " " SIT-NUM-EDIT
004297             " OF " SIT-LIMIT-EDIT
004297             DELIMITED BY SIZE INTO REPORT-LINE
004297         IF SIT-AIRFRAME-DUE
004297             MOVE "** SERVICE DUE **" TO REPORT-LINE(56:)
004297         END-IF
004297     ELSE
004297         MOVE "  ** NO AIRFRAME MOUNTED **" TO REPORT-LINE
004297     END-IF.
004297     WRITE REPORT-LINE.
004300     MOVE SPACES TO REPORT-LINE.
004310     IF SIT-AUDIT-SEEN
004320         STRING "  LAST CALL: " SIT-LAST-CALL-NAME
