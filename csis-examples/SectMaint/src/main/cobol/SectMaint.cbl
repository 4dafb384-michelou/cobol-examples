*>    cols 22-25 end time HHMM
*>    col  26    space
*>    cols 27-30 maximum headcount (0 = no limit)
*>    col  31    space
*>    cols 32-35 building code  } the room assigned, blank while
*>    col  36    space          } the section has none
*>    cols 37-41 room number    }
*>
*> EnrollEntry registers students into a specific section, enforces
*> the per-section headcount and refuses time conflicts against this
*> file; ClassRoster's ENROLLMENT mode prints per-section rosters.
*> Transactions: A)dd, C)apacity, L)ist, D)elete, Q)uit and save.
*>
*> R)oom assigns a room from the ROOMS.DAT room master (maintained
*> by RoomMaint) to a section, or clears it when the building is
*> left blank.  The room is refused when its seat count is below
*> the course's CF-MaxHeadcount, or when another section on file is
*> already in that room on a shared meeting day at an overlapping
*> time.  SECTIONS.DAT holds the one term being scheduled, so every
*> section on file is a candidate for a clash.  RoomUtil reports
*> the weekly booked hours per room from these assignments.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS CourseFileStatus.
    SELECT RoomFile ASSIGN TO "ROOMS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RoomFileStatus.

DATA DIVISION.
FILE SECTION.
   02  SN-EndTime      PIC 9(4).
   02  FILLER          PIC X.
   02  SN-MaxHeadcount PIC 9(4).
   02  FILLER          PIC X.
   02  SN-Building     PIC X(4).
   02  FILLER          PIC X.
   02  SN-RoomNbr      PIC X(5).

FD CourseFile.
01 CourseFileRecord.
   02  CF-MaxHeadcount      PIC 9(4).
   02  CF-TermFee           PIC 9(5)V99.

FD RoomFile.
01 RoomRecord.
   02  RM-Building     PIC X(4).
   02  FILLER          PIC X.
   02  RM-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  RM-SeatCount    PIC 9(4).
   02  FILLER          PIC X.
   02  RM-RoomType     PIC X(7).

WORKING-STORAGE SECTION.
01  SectionFileStatus        PIC XX.
    88  SectionFileOk        VALUE "00".
01  CourseFileStatus         PIC XX.
    88  CourseFileOk         VALUE "00".
01  RoomFileStatus           PIC XX.
    88  RoomFileOk           VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
    88  CapacitySectionTrans VALUE "C" "c".
    88  ListSectionsTrans    VALUE "L" "l".
    88  DeleteSectionTrans   VALUE "D" "d".
    88  RoomSectionTrans     VALUE "R" "r".
    88  QuitSectTrans        VALUE "Q" "q".

01  EntryCourseCode          PIC X(4).
        03  ST-StartTime     PIC 9(4).
        03  ST-EndTime       PIC 9(4).
        03  ST-MaxHeadcount  PIC 9(4).
        03  ST-Building      PIC X(4).
        03  ST-RoomNbr       PIC X(5).

01  EntryBuilding            PIC X(4).
01  EntryRoomNbr             PIC X(5).
01  OtherSectionIndex        PIC 9(3).
01  OtherDayCharIndex        PIC 9(2).
01  SharedDaySwitch          PIC X.
    88  SharedDayFound       VALUE "Y".
01  RoomClashSwitch          PIC X.
    88  RoomClashFound       VALUE "Y".

01  RoomCount                PIC 9(3) VALUE ZERO.
01  RoomIndex                PIC 9(3).
01  FoundRoomIndex           PIC 9(3).
01  RoomFoundSwitch          PIC X.
    88  RoomFound            VALUE "Y".
01  RoomTable.
    02  RoomEntry            OCCURS 300 TIMES.
        03  RT-Building      PIC X(4).
        03  RT-RoomNbr       PIC X(5).
        03  RT-SeatCount     PIC 9(4).
        03  RT-RoomType      PIC X(7).

01  SectionListLine.
    02  SLL-CourseCode       PIC X(4).
    02  SLL-EndTime          PIC 9(4).
    02  FILLER               PIC X(8)  VALUE "  seats ".
    02  SLL-MaxHeadcount     PIC ZZZ9.
    02  FILLER               PIC X(7)  VALUE "  room ".
    02  SLL-Building         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  SLL-RoomNbr          PIC X(5).

PROCEDURE DIVISION.
Begin.
    PERFORM LoadSectionFile
    PERFORM LoadRoomFile
    OPEN INPUT CourseFile
    IF CourseFileOk
       SET CourseFileAvailable TO TRUE
             PERFORM ListSections
          WHEN DeleteSectionTrans
             PERFORM DeleteSection
          WHEN RoomSectionTrans
             PERFORM AssignSectionRoom
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, R, L, D"
                " or Q."
       END-EVALUATE
       PERFORM GetSectTransactionCode
    END-PERFORM
    STOP RUN.

GetSectTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)apacity, R)oom, L)ist,"
       " D)elete, Q)uit".
    ACCEPT SectTransactionCode.

LoadSectionFile.
          MOVE SN-StartTime TO ST-StartTime (SectionCount)
          MOVE SN-EndTime TO ST-EndTime (SectionCount)
          MOVE SN-MaxHeadcount TO ST-MaxHeadcount (SectionCount)
          MOVE SN-Building TO ST-Building (SectionCount)
          MOVE SN-RoomNbr TO ST-RoomNbr (SectionCount)
       END-IF
       PERFORM ReadOneSectionRecord
    END-PERFORM
          MOVE ST-StartTime (SectionIndex) TO SN-StartTime
          MOVE ST-EndTime (SectionIndex) TO SN-EndTime
          MOVE ST-MaxHeadcount (SectionIndex) TO SN-MaxHeadcount
          MOVE ST-Building (SectionIndex) TO SN-Building
          MOVE ST-RoomNbr (SectionIndex) TO SN-RoomNbr
          WRITE SectionRecord
       END-IF
    END-PERFORM
    END-IF
    PERFORM GetEntryHeadcount
    MOVE EntryHeadcountJust TO ST-MaxHeadcount (SectionCount)
    MOVE SPACES TO ST-Building (SectionCount) ST-RoomNbr (SectionCount)
    DISPLAY "Section " EntrySectionNbr " of " EntryCourseCode
       " added - use R to assign its room.".

GetEntryHeadcount.
    DISPLAY "Enter maximum headcount (0 or blank for no limit)"
          MOVE ST-StartTime (SectionIndex) TO SLL-StartTime
          MOVE ST-EndTime (SectionIndex) TO SLL-EndTime
          MOVE ST-MaxHeadcount (SectionIndex) TO SLL-MaxHeadcount
          MOVE ST-Building (SectionIndex) TO SLL-Building
          MOVE ST-RoomNbr (SectionIndex) TO SLL-RoomNbr
          DISPLAY SectionListLine
       END-IF
    END-PERFORM.

LoadRoomFile.
    MOVE ZERO TO RoomCount
    OPEN INPUT RoomFile
    IF NOT RoomFileOk
       DISPLAY "ROOMS.DAT not found - rooms cannot be assigned."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRoomRecord
    PERFORM UNTIL EndOfFile
       IF RM-Building NOT = SPACES AND RoomCount < 300
          ADD 1 TO RoomCount
          MOVE RM-Building TO RT-Building (RoomCount)
          MOVE RM-RoomNbr TO RT-RoomNbr (RoomCount)
          MOVE RM-SeatCount TO RT-SeatCount (RoomCount)
          MOVE RM-RoomType TO RT-RoomType (RoomCount)
       END-IF
       PERFORM ReadOneRoomRecord
    END-PERFORM
    CLOSE RoomFile.

ReadOneRoomRecord.
    READ RoomFile
       AT END SET EndOfFile TO TRUE
    END-READ.

FindRoomEntry.
    MOVE "N" TO RoomFoundSwitch
    MOVE ZERO TO FoundRoomIndex
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount OR RoomFound
       IF RT-Building (RoomIndex) = EntryBuilding
          AND RT-RoomNbr (RoomIndex) = EntryRoomNbr
          SET RoomFound TO TRUE
          MOVE RoomIndex TO FoundRoomIndex
       END-IF
    END-PERFORM.

AssignSectionRoom.
    PERFORM GetSectionKey
    IF EntrySectionNbr NOT NUMERIC
       DISPLAY "Section number must be numeric - nothing assigned."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindSectionEntry
    IF NOT SectionFound
       DISPLAY "No such section on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current room: " ST-Building (FoundSectionIndex) " "
       ST-RoomNbr (FoundSectionIndex)
    DISPLAY "Enter building code (blank clears the room)"
    MOVE SPACES TO EntryBuilding
    ACCEPT EntryBuilding
    IF EntryBuilding = SPACES
       MOVE SPACES TO ST-Building (FoundSectionIndex)
                      ST-RoomNbr (FoundSectionIndex)
       DISPLAY "Room cleared."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter room number"
    MOVE SPACES TO EntryRoomNbr
    ACCEPT EntryRoomNbr
    INSPECT EntryBuilding
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT EntryRoomNbr
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM FindRoomEntry
    IF NOT RoomFound
       DISPLAY "Room " EntryBuilding " " EntryRoomNbr
          " is not on ROOMS.DAT - nothing assigned."
       EXIT PARAGRAPH
    END-IF
    IF CourseFileAvailable
       MOVE EntryCourseCode TO CF-CourseCode
       READ CourseFile
          INVALID KEY
             MOVE ZERO TO CF-MaxHeadcount
       END-READ
       IF CF-MaxHeadcount > RT-SeatCount (FoundRoomIndex)
          DISPLAY "Room seats " RT-SeatCount (FoundRoomIndex)
             " - course " EntryCourseCode " may enrol "
             CF-MaxHeadcount " - nothing assigned."
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM CheckRoomBookings
    IF RoomClashFound
       EXIT PARAGRAPH
    END-IF
    MOVE EntryBuilding TO ST-Building (FoundSectionIndex)
    MOVE EntryRoomNbr TO ST-RoomNbr (FoundSectionIndex)
    DISPLAY "Section " EntrySectionNbr " of " EntryCourseCode
       " assigned to " EntryBuilding " " EntryRoomNbr ".".

*> The room is double-booked when any other live section in it meets
*> on a day this section meets, in a time window that overlaps.
CheckRoomBookings.
    MOVE "N" TO RoomClashSwitch
    PERFORM VARYING OtherSectionIndex FROM 1 BY 1
       UNTIL OtherSectionIndex > SectionCount OR RoomClashFound
       IF OtherSectionIndex NOT = FoundSectionIndex
          AND ST-CourseCode (OtherSectionIndex) NOT = SPACES
          AND ST-Building (OtherSectionIndex) = EntryBuilding
          AND ST-RoomNbr (OtherSectionIndex) = EntryRoomNbr
          PERFORM CompareRoomBooking
       END-IF
    END-PERFORM.

CompareRoomBooking.
    IF ST-StartTime (FoundSectionIndex)
       NOT < ST-EndTime (OtherSectionIndex)
       OR ST-StartTime (OtherSectionIndex)
       NOT < ST-EndTime (FoundSectionIndex)
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO SharedDaySwitch
    PERFORM VARYING DayCharIndex FROM 1 BY 1
       UNTIL DayCharIndex > 7 OR SharedDayFound
       IF ST-MeetingDays (FoundSectionIndex) (DayCharIndex:1)
          NOT = SPACE
          PERFORM VARYING OtherDayCharIndex FROM 1 BY 1
             UNTIL OtherDayCharIndex > 7 OR SharedDayFound
             IF ST-MeetingDays (OtherSectionIndex)
                   (OtherDayCharIndex:1)
                = ST-MeetingDays (FoundSectionIndex)
                   (DayCharIndex:1)
                SET SharedDayFound TO TRUE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    IF SharedDayFound
       SET RoomClashFound TO TRUE
       DISPLAY "Room " EntryBuilding " " EntryRoomNbr " is booked by "
          ST-CourseCode (OtherSectionIndex) " section "
          ST-SectionNbr (OtherSectionIndex) " at "
          ST-StartTime (OtherSectionIndex) "-"
          ST-EndTime (OtherSectionIndex) " - nothing assigned."
    END-IF.
