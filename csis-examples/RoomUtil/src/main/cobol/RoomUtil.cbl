IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomUtil.
AUTHOR.  Michael Coughlan.
*> Room utilization report.  For every room on the ROOMS.DAT room
*> master, totals the weekly booked time of the sections SectMaint
*> has assigned to it on SECTIONS.DAT - each section's meeting
*> length (end time less start time) once for every meeting day in
*> its pattern - and prints one line per room on ROOMUTIL.RPT:
*> building, room, type, seats, the number of sections booked and
*> the weekly booked hours.  Rooms with nothing booked are listed
*> with zero hours so idle space shows up, and the trailer counts the
*> sections that still have no room.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RoomFile ASSIGN TO "ROOMS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RoomFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT ReportFile ASSIGN TO "ROOMUTIL.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RoomFile.
01 RoomRecord.
   02  RM-Building     PIC X(4).
   02  FILLER          PIC X.
   02  RM-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  RM-SeatCount    PIC 9(4).
   02  FILLER          PIC X.
   02  RM-RoomType     PIC X(7).

FD SectionFile.
01 SectionRecord.
   02  SN-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  SN-SectionNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  SN-MeetingDays  PIC X(7).
   02  FILLER          PIC X.
   02  SN-StartTime    PIC 9(4).
   02  FILLER          PIC X.
   02  SN-EndTime      PIC 9(4).
   02  FILLER          PIC X.
   02  SN-MaxHeadcount PIC 9(4).
   02  FILLER          PIC X.
   02  SN-Building     PIC X(4).
   02  FILLER          PIC X.
   02  SN-RoomNbr      PIC X(5).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  RoomFileStatus          PIC XX.
    88  RoomFileOk          VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  RoomCount               PIC 9(3) VALUE ZERO.
01  RoomIndex               PIC 9(3).
01  RoomFoundSwitch         PIC X.
    88  RoomFound           VALUE "Y".
01  RoomTable.
    02  RoomEntry           OCCURS 300 TIMES.
        03  RT-Building     PIC X(4).
        03  RT-RoomNbr      PIC X(5).
        03  RT-SeatCount    PIC 9(4).
        03  RT-RoomType     PIC X(7).
        03  RT-SectionCount PIC 9(3).
        03  RT-BookedMinutes PIC 9(6).

01  DayCharIndex            PIC 9(2).
01  MeetingDayCount         PIC 9.
01  StartMinutes            PIC 9(4).
01  EndMinutes              PIC 9(4).
01  MeetingMinutes          PIC 9(4).
01  TimeHours               PIC 9(2).
01  TimeMinutes             PIC 9(2).
01  BookedHours             PIC 9(4)V99.

01  SectionsReadCount       PIC 9(5) VALUE ZERO.
01  NoRoomCount             PIC 9(5) VALUE ZERO.
01  UnknownRoomCount        PIC 9(5) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  UtilTitleLine           PIC X(80) VALUE
    "ROOM UTILIZATION - WEEKLY BOOKED HOURS".

01  UtilHeadingLine         PIC X(80) VALUE
    "BLDG ROOM   TYPE     SEATS  SECTIONS  BOOKED HOURS".

01  UtilDetailLine.
    02  UDL-Building        PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  UDL-RoomNbr         PIC X(5).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  UDL-RoomType        PIC X(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  UDL-SeatCount       PIC ZZZ9.
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  UDL-SectionCount    PIC ZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  UDL-BookedHours     PIC ZZZ9.99.
    02  FILLER              PIC X(32) VALUE SPACES.

01  UtilSummaryLine.
    02  FILLER              PIC X(16) VALUE "Sections read:  ".
    02  USL-SectionsRead    PIC ZZZZ9.
    02  FILLER              PIC X(12) VALUE "  no room:  ".
    02  USL-NoRoomCount     PIC ZZZZ9.
    02  FILLER              PIC X(26) VALUE
        "  room not on ROOMS.DAT:  ".
    02  USL-UnknownRoomCount PIC ZZZZ9.
    02  FILLER              PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT RoomFile
    IF NOT RoomFileOk
       DISPLAY "ROOMS.DAT not found - run RoomMaint first."
       STOP RUN
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
          MOVE ZERO TO RT-SectionCount (RoomCount)
          MOVE ZERO TO RT-BookedMinutes (RoomCount)
       END-IF
       PERFORM ReadOneRoomRecord
    END-PERFORM
    CLOSE RoomFile
    OPEN INPUT SectionFile
    IF SectionFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM ReadOneSectionRecord
       PERFORM UNTIL EndOfFile
          IF SN-CourseCode NOT = SPACES
             PERFORM BookOneSection
          END-IF
          PERFORM ReadOneSectionRecord
       END-PERFORM
       CLOSE SectionFile
    ELSE
       DISPLAY "SECTIONS.DAT not found - every room shows idle."
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM UtilTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM UtilHeadingLine
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount
       PERFORM PrintOneRoom
    END-PERFORM
    MOVE SectionsReadCount TO USL-SectionsRead
    MOVE NoRoomCount TO USL-NoRoomCount
    MOVE UnknownRoomCount TO USL-UnknownRoomCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM UtilSummaryLine
    DISPLAY UtilSummaryLine
    CLOSE ReportFile
    STOP RUN.

ReadOneRoomRecord.
    READ RoomFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Adds one section's weekly meeting time to its room's total.
BookOneSection.
    ADD 1 TO SectionsReadCount
    IF SN-Building = SPACES
       ADD 1 TO NoRoomCount
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO RoomFoundSwitch
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount OR RoomFound
       IF RT-Building (RoomIndex) = SN-Building
          AND RT-RoomNbr (RoomIndex) = SN-RoomNbr
          SET RoomFound TO TRUE
       END-IF
    END-PERFORM
    IF NOT RoomFound
       ADD 1 TO UnknownRoomCount
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM RoomIndex
    MOVE ZERO TO MeetingDayCount
    PERFORM VARYING DayCharIndex FROM 1 BY 1
       UNTIL DayCharIndex > 7
       IF SN-MeetingDays (DayCharIndex:1) NOT = SPACE
          ADD 1 TO MeetingDayCount
       END-IF
    END-PERFORM
    DIVIDE SN-StartTime BY 100 GIVING TimeHours REMAINDER TimeMinutes
    COMPUTE StartMinutes = TimeHours * 60 + TimeMinutes
    DIVIDE SN-EndTime BY 100 GIVING TimeHours REMAINDER TimeMinutes
    COMPUTE EndMinutes = TimeHours * 60 + TimeMinutes
    IF EndMinutes > StartMinutes
       COMPUTE MeetingMinutes = EndMinutes - StartMinutes
    ELSE
       MOVE ZERO TO MeetingMinutes
    END-IF
    ADD 1 TO RT-SectionCount (RoomIndex)
    COMPUTE RT-BookedMinutes (RoomIndex) =
       RT-BookedMinutes (RoomIndex) + MeetingMinutes * MeetingDayCount.

PrintOneRoom.
    MOVE RT-Building (RoomIndex) TO UDL-Building
    MOVE RT-RoomNbr (RoomIndex) TO UDL-RoomNbr
    MOVE RT-RoomType (RoomIndex) TO UDL-RoomType
    MOVE RT-SeatCount (RoomIndex) TO UDL-SeatCount
    MOVE RT-SectionCount (RoomIndex) TO UDL-SectionCount
    COMPUTE BookedHours ROUNDED = RT-BookedMinutes (RoomIndex) / 60
    MOVE BookedHours TO UDL-BookedHours
    WRITE ReportLine FROM UtilDetailLine.
