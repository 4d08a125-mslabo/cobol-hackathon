000291*                 LIST NOW SHOWS EACH ROW'S TEAM TOO.
000292*                 TEAMSTAND.COB AGGREGATES THE TEAMS INTO THE
000293*                 TEAM LEADERBOARD.
000293* 2026-10-15 RH   FAMILY DAYS PUT KIDS ON THE ADULTS' BAR, SO THE
000293*                 ROSTER RECORD GROWS A 6-CHARACTER DIVISION
000293*                 (JUNIOR / OPEN / PRO). REGISTER PUTS A NEW
000293*                 BADGE IN OPEN, THE WALK-UP DIVISION; A LEGACY
000293*                 RECORD WITHOUT THE FIELD READS AS SPACES AND IS
000293*                 NORMALIZED TO OPEN. NEW FUNCTION:
000293*                   DIVISION <BADGE> <DIV> [STATION] -- MOVE A
000293*                     BADGE TO ANOTHER DIVISION.
000293*                 LIST NOW SHOWS EACH ROW'S DIVISION TOO.
000294*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000470     05  ROSTER-PLAYER-ID  PIC 9(05).
000480     05  ROSTER-STATUS     PIC X(01).
000481     05  ROSTER-TEAM       PIC X(10).
000481     05  ROSTER-DIVISION   PIC X(06).
000490 FD  LISTING-FILE.
000500 01  LISTING-LINE          PIC X(96).
000510
000520 WORKING-STORAGE SECTION.
000530 01  ROS-ROSTER-FS            PIC 99.
000640 01  ROS-BADGE-NO             PIC X(05) VALUE SPACES.
000641 01  ROS-TEAM-ID              PIC X(10) VALUE SPACES.
000642 01  ROS-TEAM-ID-RAW          PIC X(32) VALUE SPACES.
000642 01  ROS-DIVISION             PIC X(06) VALUE SPACES.
000642     88  ROS-DIVISION-VALID           VALUE "JUNIOR" "OPEN"
000642                                            "PRO".
000642 01  ROS-DIVISION-RAW         PIC X(32) VALUE SPACES.
000650 01  ROS-STATION-ARG-NO       PIC 9(02) VALUE 0.
000660 01  ROS-STATION-ID           PIC X(10) VALUE SPACES.
000670 01  ROS-STATION-ID-RAW       PIC X(32) VALUE SPACES.
000880         10  ROS-TBL-PID          PIC 9(05).
000890         10  ROS-TBL-STATUS       PIC X(01).
000891         10  ROS-TBL-TEAM         PIC X(10).
000891         10  ROS-TBL-DIVISION     PIC X(06).
000900 77  ROS-FOUND-SW             PIC X(01) VALUE "N".
000910     88  ROS-FOUND                    VALUE "Y".
000920     88  ROS-NOT-FOUND                VALUE "N".
001152             PERFORM 7000-ASSIGN-TEAM THRU 7000-ASSIGN-TEAM-EXIT
001153         WHEN "TEAMLIST"
001154             PERFORM 8000-LIST-TEAM THRU 8000-LIST-TEAM-EXIT
001154         WHEN "DIVISION"
001154             PERFORM 9000-ASSIGN-DIVISION
001154                 THRU 9000-ASSIGN-DIVISION-EXIT
001160         WHEN OTHER
001170             DISPLAY "UNKNOWN FUNCTION '" ROS-FUNCTION
001180                 "' -- USE REGISTER, DEACT, LIST, TEAM, "
001181                 "TEAMLIST OR DIVISION"
001190     END-EVALUATE.
001200 0000-MAINLINE-EXIT.
001210     STOP RUN.
001340         DISPLAY "       ROSTERMT LIST             [STATION]"
001341         DISPLAY "       ROSTERMT TEAM <BADGE> <TEAM> [STATION]"
001342         DISPLAY "       ROSTERMT TEAMLIST <TEAM>  [STATION]"
001342         DISPLAY "       ROSTERMT DIVISION <BADGE> <DIV> "
001342             "[STATION]"
001342         DISPLAY "                (DIV: JUNIOR, OPEN OR PRO)"
001350         STOP RUN
001360     END-IF.
001370     DISPLAY 1 UPON ARGUMENT-NUMBER.
001422             PERFORM 1070-EDIT-TEAM-ID
001423                 THRU 1070-EDIT-TEAM-ID-EXIT
001424             MOVE 4 TO ROS-STATION-ARG-NO
001424         WHEN "DIVISION"
001424             IF ROS-ARGUMENT-COUNT < 3
001424                 DISPLAY "DIVISION NEEDS A BADGE NUMBER AND A "
001424                     "DIVISION"
001424                 STOP RUN
001424             END-IF
001424             DISPLAY 2 UPON ARGUMENT-NUMBER
001424             ACCEPT ROS-BADGE-NO FROM ARGUMENT-VALUE
001424             DISPLAY 3 UPON ARGUMENT-NUMBER
001424             ACCEPT ROS-DIVISION-RAW FROM ARGUMENT-VALUE
001424             PERFORM 1080-EDIT-DIVISION
001424                 THRU 1080-EDIT-DIVISION-EXIT
001424             MOVE 4 TO ROS-STATION-ARG-NO
001425         WHEN OTHER
001430             IF ROS-ARGUMENT-COUNT < 2
001440                 DISPLAY "FUNCTION " ROS-FUNCTION
001668     MOVE ROS-TEAM-ID-RAW TO ROS-TEAM-ID.
001669 1070-EDIT-TEAM-ID-EXIT.
001670     EXIT.
001670
001670*----------------------------------------------------------------
001670* 1080-EDIT-DIVISION -- ONLY THE THREE DIVISIONS THE CONFIG FILE
001670* CARRIES A WIN THRESHOLD FOR ARE ACCEPTED; ANYTHING ELSE WOULD
001670* LEAVE THE BADGE ON A BAR NOBODY SET.
001670*----------------------------------------------------------------
001670 1080-EDIT-DIVISION.
001670     IF FUNCTION LENGTH(FUNCTION TRIM(ROS-DIVISION-RAW)) > 6
001670         DISPLAY "DIVISION '" FUNCTION TRIM(ROS-DIVISION-RAW)
001670             "' IS NOT JUNIOR, OPEN OR PRO -- ABORTING"
001670         STOP RUN
001670     END-IF.
001670     MOVE ROS-DIVISION-RAW TO ROS-DIVISION.
001670     IF NOT ROS-DIVISION-VALID
001670         DISPLAY "DIVISION '" FUNCTION TRIM(ROS-DIVISION-RAW)
001670             "' IS NOT JUNIOR, OPEN OR PRO -- ABORTING"
001670         STOP RUN
001670     END-IF.
001670 1080-EDIT-DIVISION-EXIT.
001670     EXIT.
001671
001670 1060-BUILD-FILENAMES.
001680     IF ROS-STATION-ID = SPACES
001840* 2000-LOAD-ROSTER -- PULL THE WHOLE ROSTER INTO THE TABLE. A
001850* MISSING FILE IS AN EMPTY ROSTER (FIRST REGISTRATION ON A NEW
001860* STATION CREATES IT). A LEGACY RECORD WITHOUT THE STATUS BYTE
001870* READS AS SPACE AND IS NORMALIZED TO ACTIVE; ONE WITHOUT THE
001870* DIVISION READS AS SPACES AND IS NORMALIZED TO OPEN.
001880*----------------------------------------------------------------
001890 2000-LOAD-ROSTER.
001900     MOVE 0 TO ROS-ENTRY-COUNT.
002240             END-IF
002241             MOVE ROSTER-TEAM
002242                 TO ROS-TBL-TEAM(ROS-ENTRY-COUNT)
002242             IF ROSTER-DIVISION = SPACES
002242                 MOVE "OPEN" TO ROS-TBL-DIVISION(ROS-ENTRY-COUNT)
002242             ELSE
002242                 MOVE ROSTER-DIVISION
002242                     TO ROS-TBL-DIVISION(ROS-ENTRY-COUNT)
002242             END-IF
002250     END-READ.
002260 2100-LOAD-ENTRY-EXIT.
002270     EXIT.
002630     MOVE ROS-NEXT-PID TO ROS-TBL-PID(ROS-ENTRY-COUNT).
002640     MOVE "A" TO ROS-TBL-STATUS(ROS-ENTRY-COUNT).
002641     MOVE SPACES TO ROS-TBL-TEAM(ROS-ENTRY-COUNT).
002641     MOVE "OPEN" TO ROS-TBL-DIVISION(ROS-ENTRY-COUNT).
002650     PERFORM 6000-REWRITE-ROSTER THRU 6000-REWRITE-ROSTER-EXIT.
002660     DISPLAY "BADGE " ROS-BADGE-NO
002670         " REGISTERED AS PLAYER-ID " ROS-NEXT-PID.
003730         "  PLAYER-ID " ROS-TBL-PID(ROS-IDX)
003740         "  " ROS-STATUS-TEXT
003741         "  TEAM " ROS-TBL-TEAM(ROS-IDX)
003741         "  DIV " ROS-TBL-DIVISION(ROS-IDX)
003750         "  " ROS-FLAG-TEXT
003760         DELIMITED BY SIZE INTO LISTING-LINE.
003770     WRITE LISTING-LINE.
004170     MOVE ROS-TBL-PID(ROS-IDX)    TO ROSTER-PLAYER-ID.
004180     MOVE ROS-TBL-STATUS(ROS-IDX) TO ROSTER-STATUS.
004181     MOVE ROS-TBL-TEAM(ROS-IDX)   TO ROSTER-TEAM.
004181     MOVE ROS-TBL-DIVISION(ROS-IDX) TO ROSTER-DIVISION.
004190     WRITE ROSTER-REC.
004200 6100-WRITE-ENTRY-EXIT.
004210     EXIT.
005160     END-IF.
005170 8100-LIST-MEMBER-EXIT.
005180     EXIT.
005190
005190*----------------------------------------------------------------
005190* 9000-ASSIGN-DIVISION -- MOVE A BADGE TO ANOTHER DIVISION IN
005190* THE SHAPE OF 7000-ASSIGN-TEAM: THE OLD DIVISION IS CALLED OUT
005190* SO A MIS-TYPED BADGE IS CAUGHT AT THE DESK, AND THE REST OF
005190* THE ROW IS UNTOUCHED. THE NEW DIVISION APPLIES FROM THE
005190* BADGE'S NEXT RUN; SESSIONS ALREADY FLOWN KEEP THE DIVISION
005190* AND THRESHOLD THEY WERE JUDGED UNDER.
005190*----------------------------------------------------------------
005190 9000-ASSIGN-DIVISION.
005190     PERFORM 2500-FIND-BADGE THRU 2500-FIND-BADGE-EXIT.
005190     IF ROS-NOT-FOUND
005190         DISPLAY "BADGE " ROS-BADGE-NO
005190             " IS NOT ON THE ROSTER -- NO DIVISION ASSIGNED"
005190         GO TO 9000-ASSIGN-DIVISION-EXIT
005190     END-IF.
005190     IF ROS-TBL-DIVISION(ROS-FOUND-IDX) = ROS-DIVISION
005190         DISPLAY "BADGE " ROS-BADGE-NO
005190             " IS ALREADY IN DIVISION " ROS-DIVISION
005190         GO TO 9000-ASSIGN-DIVISION-EXIT
005190     END-IF.
005190     DISPLAY "BADGE " ROS-BADGE-NO " MOVED FROM DIVISION "
005190         ROS-TBL-DIVISION(ROS-FOUND-IDX)
005190         " TO DIVISION " ROS-DIVISION.
005190     MOVE ROS-DIVISION TO ROS-TBL-DIVISION(ROS-FOUND-IDX).
005190     PERFORM 6000-REWRITE-ROSTER THRU 6000-REWRITE-ROSTER-EXIT.
005190 9000-ASSIGN-DIVISION-EXIT.
005190     EXIT.
