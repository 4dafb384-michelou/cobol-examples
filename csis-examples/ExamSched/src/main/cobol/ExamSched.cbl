IDENTIFICATION DIVISION.
PROGRAM-ID.  ExamSched.
AUTHOR.  Michael Coughlan.
*> Final examination timetable for one term.  Every section that
*> has students registered this term is given one exam slot from
*> EXAMSLOT.DAT so that no student sits two exams in the same slot.
*>
*> Two sections clash when they share a student.  The clashes are
*> worked out from the term's registrations on ENROLLMENT.DAT
*> (withdrawals and transfer credit do not sit exams) and the
*> sections are then placed one at a time, the section with the
*> most clashes first (largest headcount breaking a tie), each into
*> the earliest slot none of its clashing sections already holds.
*> Among those slots the first one that gives none of its students a
*> third exam on the same day is preferred; if every open slot would
*> do that, the earliest open slot is taken and the student shows up
*> on the three-exams-in-a-day list.  A section with no open slot at
*> all is left unplaced and listed for manual resolution.
*>
*> A registration in a course/section that is not on SECTIONS.DAT is
*> scheduled like any other section but has no room to show.  The
*> exam is held in the section's own room.
*>
*> EXAMSLOT.DAT, one line per exam slot (line sequential):
*>    cols  1-8   exam date YYYYMMDD
*>    col  10     period number within the day
*>    cols 12-15  start time HHMM
*>    cols 17-20  end time HHMM
*>
*> Arguments:
*>    TERM=tttttt      the term (required)
*>
*> Output: EXAMTBL.RPT  the published timetable by course, the
*>                      sections not placed and the students with
*>                      three or more exams on one day
*>         EXAMSTU.RPT  each student's exam schedule

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT ExamSlotFile ASSIGN TO "EXAMSLOT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ExamSlotFileStatus.
    SELECT TimetableReport ASSIGN TO "EXAMTBL.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT StudentReport ASSIGN TO "EXAMSTU.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
       03  EN-StudentId     PIC 9(7).
       03  EN-CourseCode    PIC X(4).
       03  EN-TermCode      PIC X(6).
   02  EN-Grade             PIC X.
   02  EN-CompletionStatus  PIC X.
   02  EN-SectionNumber     PIC 9(2).
   02  EN-RepeatFlag        PIC X.
   02  EN-TransferFlag      PIC X.
   02  EN-ExtInstitution    PIC X(4).
   02  EN-ExtCourseName     PIC X(20).
   02  EN-MidtermGrade      PIC X.
   02  EN-CampusCode        PIC X(2).

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth     PIC 9(8).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

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

FD ExamSlotFile.
01 ExamSlotRecord.
   02  ES-ExamDate     PIC 9(8).
   02  FILLER          PIC X.
   02  ES-Period       PIC 9.
   02  FILLER          PIC X.
   02  ES-StartTime    PIC 9(4).
   02  FILLER          PIC X.
   02  ES-EndTime      PIC 9(4).

FD TimetableReport.
01 TimetableLine        PIC X(80).

FD StudentReport.
01 StudentLine          PIC X(80).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  ExamSlotFileStatus      PIC XX.
    88  ExamSlotFileOk      VALUE "00".

01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfEnrollmentSwitch   PIC X VALUE "N".
    88  EndOfEnrollment     VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectTerm              PIC X(6) VALUE SPACES.

*> The exam slots in date and period order.
01  SlotCount               PIC 9(2) VALUE ZERO.
01  SlotIndex               PIC 9(2).
01  SlotShiftIndex          PIC 9(2).
01  SlotsUsedCount          PIC 9(2) VALUE ZERO.
01  ExamSlotTable.
    02  ExamSlotEntry       OCCURS 60 TIMES.
        03  XS-ExamDate     PIC 9(8).
        03  XS-Period       PIC 9.
        03  XS-StartTime    PIC 9(4).
        03  XS-EndTime      PIC 9(4).
        03  XS-SectionCount PIC 9(3).

*> Every section sitting an exam this term.  EX-SlotIndex is zero
*> until the section is placed.
01  SectionCount            PIC 9(3) VALUE ZERO.
01  SectionIndex            PIC 9(3).
01  OtherSectionIndex       PIC 9(3).
01  SectionFoundSwitch      PIC X.
    88  SectionFound        VALUE "Y".
01  SectionsDroppedCount    PIC 9(5) VALUE ZERO.
01  SectionTable.
    02  SectionEntry        OCCURS 300 TIMES.
        03  EX-CourseCode   PIC X(4).
        03  EX-SectionNbr   PIC 9(2).
        03  EX-Building     PIC X(4).
        03  EX-RoomNbr      PIC X(5).
        03  EX-Headcount    PIC 9(4).
        03  EX-ClashCount   PIC 9(3).
        03  EX-SlotIndex    PIC 9(2).
        03  EX-DoneFlag     PIC X.
        03  EX-PrintedFlag  PIC X.

*> Which sections share a student with which.
01  ClashTable.
    02  ClashRow            OCCURS 300 TIMES.
        03  ClashFlag       PIC X OCCURS 300 TIMES.

*> Each student registered this term with the sections they sit.
01  StudentCount            PIC 9(4) VALUE ZERO.
01  StudentIndex            PIC 9(4).
01  StudentsDroppedCount    PIC 9(5) VALUE ZERO.
01  ExamIndex               PIC 9(2).
01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  StudentExamTable.
    02  StudentExamEntry    OCCURS 3000 TIMES.
        03  ST-StudentId    PIC 9(7).
        03  ST-ExamCount    PIC 9(2).
        03  ST-Section      PIC 9(3) OCCURS 12 TIMES.

*> The students of the section being placed.
01  MemberCount             PIC 9(4).
01  MemberIndex             PIC 9(4).
01  MemberTable.
    02  MB-StudentIndex     PIC 9(4) OCCURS 1000 TIMES.

*> Placement working fields.
01  BestSectionIndex        PIC 9(3).
01  ChosenSlotIndex         PIC 9(2).
01  FirstOpenSlotIndex      PIC 9(2).
01  SlotOpenSwitch          PIC X.
    88  SlotOpen            VALUE "Y".
01  ThirdExamSwitch         PIC X.
    88  GivesThirdExam      VALUE "Y".
01  SameDayCount            PIC 9(2).
01  CheckDate               PIC 9(8).
01  PlacedCount             PIC 9(3) VALUE ZERO.
01  UnplacedCount           PIC 9(3) VALUE ZERO.
01  IdleSectionCount        PIC 9(3) VALUE ZERO.

*> The current student's exams in slot order, unplaced ones last.
01  OwnExamCount            PIC 9(2).
01  OwnExamIndex            PIC 9(2).
01  OwnShiftIndex           PIC 9(2).
01  OwnExamTable.
    02  OwnExamEntry        OCCURS 12 TIMES.
        03  OE-SortSlot     PIC 9(2).
        03  OE-Section      PIC 9(3).
01  DayStartIndex           PIC 9(2).
01  DayExamCount            PIC 9(2).
01  OverloadDayCount        PIC 9(5) VALUE ZERO.
01  OverloadHeadingSwitch   PIC X VALUE "N".
    88  OverloadHeadingDone VALUE "Y".

01  FullName                PIC X(40).
01  CourseListText          PIC X(40).
01  CourseListPointer       PIC 9(2).

01  BlankLine               PIC X(80) VALUE SPACES.
01  SeparatorLine           PIC X(80) VALUE ALL "-".

01  TimetableTitleLine.
    02  FILLER              PIC X(36)
        VALUE "FINAL EXAMINATION TIMETABLE - TERM ".
    02  TTL-TermCode        PIC X(6).
    02  FILLER              PIC X(38) VALUE SPACES.

01  TimetableHeadingLine.
    02  FILLER              PIC X(9)  VALUE "COURSE".
    02  FILLER              PIC X(11) VALUE "DATE".
    02  FILLER              PIC X(8)  VALUE "PERIOD".
    02  FILLER              PIC X(11) VALUE "TIME".
    02  FILLER              PIC X(12) VALUE "ROOM".
    02  FILLER              PIC X(10) VALUE "STUDENTS".
    02  FILLER              PIC X(19) VALUE SPACES.

01  TimetableDetailLine.
    02  TDL-CourseCode      PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  TDL-SectionNbr      PIC 99.
    02  FILLER              PIC XX    VALUE SPACES.
    02  TDL-ExamDate        PIC 9(8).
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  TDL-Period          PIC 9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  TDL-Time            PIC X(9).
    02  FILLER              PIC XX    VALUE SPACES.
    02  TDL-Building        PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  TDL-RoomNbr         PIC X(5).
    02  FILLER              PIC XX    VALUE SPACES.
    02  TDL-Headcount       PIC ZZZ9.
    02  FILLER              PIC X(28) VALUE SPACES.

01  ExamTimeText.
    02  ETT-StartTime       PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  ETT-EndTime         PIC 9(4).

01  UnplacedTitleLine.
    02  FILLER              PIC X(80)
        VALUE "SECTIONS NOT PLACED - RESOLVE MANUALLY".

01  UnplacedHeadingLine.
    02  FILLER              PIC X(9)  VALUE "COURSE".
    02  FILLER              PIC X(10) VALUE "STUDENTS".
    02  FILLER              PIC X(61) VALUE "CLASHING SECTIONS".

01  UnplacedDetailLine.
    02  UDL-CourseCode      PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  UDL-SectionNbr      PIC 99.
    02  FILLER              PIC XX    VALUE SPACES.
    02  UDL-Headcount       PIC ZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  UDL-ClashCount      PIC ZZ9.
    02  FILLER              PIC X(58) VALUE SPACES.

01  NoneUnplacedLine        PIC X(80)
    VALUE "   (none - every section has an exam slot)".

01  OverloadTitleLine.
    02  FILLER              PIC X(80)
        VALUE "STUDENTS WITH THREE OR MORE EXAMS ON ONE DAY".

01  OverloadHeadingLine.
    02  FILLER              PIC X(9)  VALUE "STUDENT".
    02  FILLER              PIC X(21) VALUE "NAME".
    02  FILLER              PIC X(10) VALUE "DATE".
    02  FILLER              PIC X(6)  VALUE "EXAMS".
    02  FILLER              PIC X(34) VALUE "COURSES".

01  OverloadDetailLine.
    02  ODL-StudentId       PIC 9(7).
    02  FILLER              PIC XX    VALUE SPACES.
    02  ODL-Name            PIC X(20).
    02  FILLER              PIC X     VALUE SPACE.
    02  ODL-ExamDate        PIC 9(8).
    02  FILLER              PIC XX    VALUE SPACES.
    02  ODL-ExamCount       PIC Z9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  ODL-Courses         PIC X(34).

01  NoneOverloadLine        PIC X(80)
    VALUE "   (none)".

01  StudentTitleLine.
    02  FILLER              PIC X(30)
        VALUE "EXAM SCHEDULE - TERM ".
    02  STL-TermCode        PIC X(6).
    02  FILLER              PIC X(12) VALUE "   Student: ".
    02  STL-StudentId       PIC 9(7).
    02  FILLER              PIC X(25) VALUE SPACES.

01  StudentNameLine.
    02  FILLER              PIC X(12) VALUE SPACES.
    02  SNL-Name            PIC X(40).
    02  FILLER              PIC X(28) VALUE SPACES.

01  StudentHeadingLine.
    02  FILLER              PIC X(11) VALUE "DATE".
    02  FILLER              PIC X(8)  VALUE "PERIOD".
    02  FILLER              PIC X(11) VALUE "TIME".
    02  FILLER              PIC X(9)  VALUE "COURSE".
    02  FILLER              PIC X(41) VALUE "ROOM".

01  StudentDetailLine.
    02  SDL-ExamDate        PIC X(8).
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  SDL-Period          PIC X.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  SDL-Time            PIC X(9).
    02  FILLER              PIC XX    VALUE SPACES.
    02  SDL-CourseCode      PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  SDL-SectionNbr      PIC 99.
    02  FILLER              PIC XX    VALUE SPACES.
    02  SDL-Building        PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  SDL-RoomNbr         PIC X(5).
    02  FILLER              PIC XX    VALUE SPACES.
    02  SDL-Remark          PIC X(30).

01  SummaryLine.
    02  SML-Label           PIC X(40).
    02  SML-Count           PIC ZZZZ9.
    02  FILLER              PIC X(35) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "Usage: ExamSched TERM=tttttt"
       STOP RUN
    END-IF
    PERFORM LoadExamSlotTable
    IF SlotCount = ZERO
       DISPLAY "EXAMSLOT.DAT has no exam slots - nothing scheduled."
       STOP RUN
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - no registrations."
       STOP RUN
    END-IF
    PERFORM LoadSectionTable
    MOVE ALL "N" TO ClashTable
    PERFORM LoadStudentExams
    CLOSE EnrollmentFile
    PERFORM CountSectionClashes
    PERFORM PlaceOneSection
       UNTIL PlacedCount + UnplacedCount + IdleSectionCount
             = SectionCount
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - names will not be shown."
    END-IF
    OPEN OUTPUT TimetableReport
    OPEN OUTPUT StudentReport
    PERFORM PrintPublishedTimetable
    PERFORM PrintUnplacedSections
    PERFORM PrintStudentSchedules
    PERFORM PrintRunSummary
    CLOSE StudentReport
    CLOSE TimetableReport
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

GetRunArguments.
    ACCEPT ArgumentCount FROM ARGUMENT-NUMBER
    PERFORM VARYING ArgumentIndex FROM 1 BY 1
       UNTIL ArgumentIndex > ArgumentCount
       DISPLAY ArgumentIndex UPON ARGUMENT-NUMBER
       MOVE SPACES TO ArgumentInput
       ACCEPT ArgumentInput FROM ARGUMENT-VALUE
       MOVE SPACES TO ArgumentKeyword ArgumentValue
       UNSTRING ArgumentInput DELIMITED BY "="
          INTO ArgumentKeyword ArgumentValue
       END-UNSTRING
       INSPECT ArgumentKeyword
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       EVALUATE ArgumentKeyword
          WHEN "TERM"
             MOVE ArgumentValue (1:6) TO SelectTerm
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The slots are kept in date and period order whatever order the
*> file is in, so "earliest" means earliest.
LoadExamSlotTable.
    OPEN INPUT ExamSlotFile
    IF NOT ExamSlotFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneExamSlot
    PERFORM UNTIL EndOfFile
       IF ES-ExamDate NUMERIC AND ES-Period NUMERIC
          IF SlotCount < 60
             PERFORM InsertOneExamSlot
          ELSE
             DISPLAY "More than 60 exam slots - " ES-ExamDate
                " period " ES-Period " ignored."
          END-IF
       END-IF
       PERFORM ReadOneExamSlot
    END-PERFORM
    CLOSE ExamSlotFile.

ReadOneExamSlot.
    READ ExamSlotFile
       AT END SET EndOfFile TO TRUE
    END-READ.

InsertOneExamSlot.
    MOVE 1 TO SlotIndex
    PERFORM UNTIL SlotIndex > SlotCount
       OR XS-ExamDate (SlotIndex) > ES-ExamDate
       OR (XS-ExamDate (SlotIndex) = ES-ExamDate
           AND XS-Period (SlotIndex) > ES-Period)
       ADD 1 TO SlotIndex
    END-PERFORM
    PERFORM VARYING SlotShiftIndex FROM SlotCount BY -1
       UNTIL SlotShiftIndex < SlotIndex
       MOVE ExamSlotEntry (SlotShiftIndex)
         TO ExamSlotEntry (SlotShiftIndex + 1)
    END-PERFORM
    ADD 1 TO SlotCount
    MOVE ES-ExamDate TO XS-ExamDate (SlotIndex)
    MOVE ES-Period TO XS-Period (SlotIndex)
    MOVE ZERO TO XS-StartTime (SlotIndex) XS-EndTime (SlotIndex)
    IF ES-StartTime NUMERIC
       MOVE ES-StartTime TO XS-StartTime (SlotIndex)
    END-IF
    IF ES-EndTime NUMERIC
       MOVE ES-EndTime TO XS-EndTime (SlotIndex)
    END-IF
    MOVE ZERO TO XS-SectionCount (SlotIndex).

LoadSectionTable.
    OPEN INPUT SectionFile
    IF NOT SectionFileOk
       DISPLAY "SECTIONS.DAT not found - no rooms to show."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSectionRecord
    PERFORM UNTIL EndOfFile
       IF SN-CourseCode NOT = SPACES AND SectionCount < 300
          ADD 1 TO SectionCount
          MOVE SN-CourseCode TO EX-CourseCode (SectionCount)
          MOVE SN-SectionNbr TO EX-SectionNbr (SectionCount)
          MOVE SN-Building TO EX-Building (SectionCount)
          MOVE SN-RoomNbr TO EX-RoomNbr (SectionCount)
          MOVE ZERO TO EX-Headcount (SectionCount)
       END-IF
       PERFORM ReadOneSectionRecord
    END-PERFORM
    CLOSE SectionFile.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> ENROLLMENT.DAT is in StudentId order, so each student's sections
*> arrive together.  As each section is added to a student the clash
*> with every section the student already has is marked both ways.
LoadStudentExams.
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfEnrollment
       IF EN-TermCode = SelectTerm
          AND EN-CompletionStatus NOT = "W"
          AND EN-TransferFlag NOT = "T"
          PERFORM AddOneRegistration
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfEnrollment TO TRUE
    END-READ.

AddOneRegistration.
    PERFORM FindRegistrationSection
    IF NOT SectionFound
       ADD 1 TO SectionsDroppedCount
       EXIT PARAGRAPH
    END-IF
    IF StudentCount = ZERO OR EN-StudentId NOT = PriorStudentId
       IF StudentCount NOT < 3000
          ADD 1 TO StudentsDroppedCount
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO StudentCount
       MOVE EN-StudentId TO ST-StudentId (StudentCount)
       MOVE ZERO TO ST-ExamCount (StudentCount)
       MOVE EN-StudentId TO PriorStudentId
    END-IF
    IF ST-ExamCount (StudentCount) NOT < 12
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO EX-Headcount (SectionIndex)
    PERFORM VARYING ExamIndex FROM 1 BY 1
       UNTIL ExamIndex > ST-ExamCount (StudentCount)
       MOVE ST-Section (StudentCount, ExamIndex) TO OtherSectionIndex
       MOVE "Y" TO ClashFlag (SectionIndex, OtherSectionIndex)
       MOVE "Y" TO ClashFlag (OtherSectionIndex, SectionIndex)
    END-PERFORM
    ADD 1 TO ST-ExamCount (StudentCount)
    MOVE SectionIndex
      TO ST-Section (StudentCount, ST-ExamCount (StudentCount)).

*> A course/section not on SECTIONS.DAT still sits an exam - it is
*> added to the table with no room.
FindRegistrationSection.
    MOVE "N" TO SectionFoundSwitch
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount OR SectionFound
       IF EX-CourseCode (SectionIndex) = EN-CourseCode
          AND EX-SectionNbr (SectionIndex) = EN-SectionNumber
          SET SectionFound TO TRUE
       END-IF
    END-PERFORM
    IF SectionFound
       SUBTRACT 1 FROM SectionIndex
       EXIT PARAGRAPH
    END-IF
    IF SectionCount < 300
       ADD 1 TO SectionCount
       MOVE SectionCount TO SectionIndex
       MOVE EN-CourseCode TO EX-CourseCode (SectionIndex)
       MOVE EN-SectionNumber TO EX-SectionNbr (SectionIndex)
       MOVE SPACES TO EX-Building (SectionIndex) EX-RoomNbr (SectionIndex)
       MOVE ZERO TO EX-Headcount (SectionIndex)
       SET SectionFound TO TRUE
    END-IF.

*> Sections with nobody registered this term sit no exam - they are
*> marked done and take no part in the placement.
CountSectionClashes.
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount
       MOVE ZERO TO EX-ClashCount (SectionIndex)
                    EX-SlotIndex (SectionIndex)
       MOVE "N" TO EX-DoneFlag (SectionIndex)
                   EX-PrintedFlag (SectionIndex)
       PERFORM VARYING OtherSectionIndex FROM 1 BY 1
          UNTIL OtherSectionIndex > SectionCount
          IF ClashFlag (SectionIndex, OtherSectionIndex) = "Y"
             AND OtherSectionIndex NOT = SectionIndex
             ADD 1 TO EX-ClashCount (SectionIndex)
          END-IF
       END-PERFORM
       IF EX-Headcount (SectionIndex) = ZERO
          MOVE "Y" TO EX-DoneFlag (SectionIndex)
                      EX-PrintedFlag (SectionIndex)
          ADD 1 TO IdleSectionCount
       END-IF
    END-PERFORM.

*> The next section to place is the one with the most clashes still
*> waiting; ties go to the larger headcount.
PlaceOneSection.
    MOVE ZERO TO BestSectionIndex
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount
       IF EX-DoneFlag (SectionIndex) = "N"
          IF BestSectionIndex = ZERO
             MOVE SectionIndex TO BestSectionIndex
          ELSE
             IF EX-ClashCount (SectionIndex)
                   > EX-ClashCount (BestSectionIndex)
                OR (EX-ClashCount (SectionIndex)
                       = EX-ClashCount (BestSectionIndex)
                    AND EX-Headcount (SectionIndex)
                       > EX-Headcount (BestSectionIndex))
                MOVE SectionIndex TO BestSectionIndex
             END-IF
          END-IF
       END-IF
    END-PERFORM
    MOVE "Y" TO EX-DoneFlag (BestSectionIndex)
    PERFORM GatherSectionMembers
    MOVE ZERO TO ChosenSlotIndex FirstOpenSlotIndex
    PERFORM VARYING SlotIndex FROM 1 BY 1
       UNTIL SlotIndex > SlotCount OR ChosenSlotIndex NOT = ZERO
       PERFORM CheckSlotOpen
       IF SlotOpen
          IF FirstOpenSlotIndex = ZERO
             MOVE SlotIndex TO FirstOpenSlotIndex
          END-IF
          PERFORM CheckThirdExamInDay
          IF NOT GivesThirdExam
             MOVE SlotIndex TO ChosenSlotIndex
          END-IF
       END-IF
    END-PERFORM
    IF ChosenSlotIndex = ZERO
       MOVE FirstOpenSlotIndex TO ChosenSlotIndex
    END-IF
    IF ChosenSlotIndex = ZERO
       ADD 1 TO UnplacedCount
    ELSE
       MOVE ChosenSlotIndex TO EX-SlotIndex (BestSectionIndex)
       IF XS-SectionCount (ChosenSlotIndex) = ZERO
          ADD 1 TO SlotsUsedCount
       END-IF
       ADD 1 TO XS-SectionCount (ChosenSlotIndex)
       ADD 1 TO PlacedCount
    END-IF.

GatherSectionMembers.
    MOVE ZERO TO MemberCount
    PERFORM VARYING StudentIndex FROM 1 BY 1
       UNTIL StudentIndex > StudentCount
       PERFORM VARYING ExamIndex FROM 1 BY 1
          UNTIL ExamIndex > ST-ExamCount (StudentIndex)
          IF ST-Section (StudentIndex, ExamIndex) = BestSectionIndex
             AND MemberCount < 1000
             ADD 1 TO MemberCount
             MOVE StudentIndex TO MB-StudentIndex (MemberCount)
          END-IF
       END-PERFORM
    END-PERFORM.

*> A slot is open to the section when none of its clashing sections
*> has already been put there.
CheckSlotOpen.
    SET SlotOpen TO TRUE
    PERFORM VARYING OtherSectionIndex FROM 1 BY 1
       UNTIL OtherSectionIndex > SectionCount OR NOT SlotOpen
       IF ClashFlag (BestSectionIndex, OtherSectionIndex) = "Y"
          AND EX-SlotIndex (OtherSectionIndex) = SlotIndex
          MOVE "N" TO SlotOpenSwitch
       END-IF
    END-PERFORM.

CheckThirdExamInDay.
    MOVE "N" TO ThirdExamSwitch
    MOVE XS-ExamDate (SlotIndex) TO CheckDate
    PERFORM VARYING MemberIndex FROM 1 BY 1
       UNTIL MemberIndex > MemberCount OR GivesThirdExam
       MOVE MB-StudentIndex (MemberIndex) TO StudentIndex
       MOVE ZERO TO SameDayCount
       PERFORM VARYING ExamIndex FROM 1 BY 1
          UNTIL ExamIndex > ST-ExamCount (StudentIndex)
          MOVE ST-Section (StudentIndex, ExamIndex) TO OtherSectionIndex
          IF EX-SlotIndex (OtherSectionIndex) NOT = ZERO
             IF XS-ExamDate (EX-SlotIndex (OtherSectionIndex))
                   = CheckDate
                ADD 1 TO SameDayCount
             END-IF
          END-IF
       END-PERFORM
       IF SameDayCount NOT < 2
          SET GivesThirdExam TO TRUE
       END-IF
    END-PERFORM.

*> The published timetable, in course and section order.
PrintPublishedTimetable.
    MOVE SelectTerm TO TTL-TermCode
    WRITE TimetableLine FROM TimetableTitleLine
    WRITE TimetableLine FROM SeparatorLine
    WRITE TimetableLine FROM TimetableHeadingLine
    WRITE TimetableLine FROM SeparatorLine
    MOVE 1 TO BestSectionIndex
    PERFORM PrintNextTimetableLine
       UNTIL BestSectionIndex = ZERO
    WRITE TimetableLine FROM BlankLine.

PrintNextTimetableLine.
    MOVE ZERO TO BestSectionIndex
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount
       IF EX-PrintedFlag (SectionIndex) = "N"
          IF BestSectionIndex = ZERO
             MOVE SectionIndex TO BestSectionIndex
          ELSE
             IF EX-CourseCode (SectionIndex)
                   < EX-CourseCode (BestSectionIndex)
                OR (EX-CourseCode (SectionIndex)
                       = EX-CourseCode (BestSectionIndex)
                    AND EX-SectionNbr (SectionIndex)
                       < EX-SectionNbr (BestSectionIndex))
                MOVE SectionIndex TO BestSectionIndex
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF BestSectionIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO EX-PrintedFlag (BestSectionIndex)
    MOVE EX-SlotIndex (BestSectionIndex) TO SlotIndex
    IF SlotIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE EX-CourseCode (BestSectionIndex) TO TDL-CourseCode
    MOVE EX-SectionNbr (BestSectionIndex) TO TDL-SectionNbr
    MOVE XS-ExamDate (SlotIndex) TO TDL-ExamDate
    MOVE XS-Period (SlotIndex) TO TDL-Period
    MOVE XS-StartTime (SlotIndex) TO ETT-StartTime
    MOVE XS-EndTime (SlotIndex) TO ETT-EndTime
    MOVE ExamTimeText TO TDL-Time
    MOVE EX-Building (BestSectionIndex) TO TDL-Building
    MOVE EX-RoomNbr (BestSectionIndex) TO TDL-RoomNbr
    MOVE EX-Headcount (BestSectionIndex) TO TDL-Headcount
    WRITE TimetableLine FROM TimetableDetailLine.

PrintUnplacedSections.
    WRITE TimetableLine FROM UnplacedTitleLine
    WRITE TimetableLine FROM SeparatorLine
    IF UnplacedCount = ZERO
       WRITE TimetableLine FROM NoneUnplacedLine
       WRITE TimetableLine FROM BlankLine
       EXIT PARAGRAPH
    END-IF
    WRITE TimetableLine FROM UnplacedHeadingLine
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount
       IF EX-SlotIndex (SectionIndex) = ZERO
          AND EX-Headcount (SectionIndex) > ZERO
          MOVE EX-CourseCode (SectionIndex) TO UDL-CourseCode
          MOVE EX-SectionNbr (SectionIndex) TO UDL-SectionNbr
          MOVE EX-Headcount (SectionIndex) TO UDL-Headcount
          MOVE EX-ClashCount (SectionIndex) TO UDL-ClashCount
          WRITE TimetableLine FROM UnplacedDetailLine
       END-IF
    END-PERFORM
    WRITE TimetableLine FROM BlankLine.

*> One schedule per student on EXAMSTU.RPT.  Any day holding three
*> or more of the student's exams also goes on the overload list at
*> the foot of EXAMTBL.RPT.
PrintStudentSchedules.
    WRITE TimetableLine FROM OverloadTitleLine
    WRITE TimetableLine FROM SeparatorLine
    WRITE TimetableLine FROM OverloadHeadingLine
    PERFORM VARYING StudentIndex FROM 1 BY 1
       UNTIL StudentIndex > StudentCount
       PERFORM PrintOneStudentSchedule
    END-PERFORM
    IF OverloadDayCount = ZERO
       WRITE TimetableLine FROM NoneOverloadLine
    END-IF
    WRITE TimetableLine FROM BlankLine.

PrintOneStudentSchedule.
    MOVE ST-StudentId (StudentIndex) TO STL-StudentId
    MOVE SelectTerm TO STL-TermCode
    MOVE SPACES TO FullName
    IF MasterAvailable
       MOVE ST-StudentId (StudentIndex) TO StudentId
       READ StudentFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             STRING GivenName DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    Surname DELIMITED BY SPACE
                    INTO FullName
             END-STRING
       END-READ
    END-IF
    MOVE FullName TO SNL-Name
    WRITE StudentLine FROM StudentTitleLine
    WRITE StudentLine FROM StudentNameLine
    WRITE StudentLine FROM SeparatorLine
    WRITE StudentLine FROM StudentHeadingLine
    PERFORM SortOwnExams
    PERFORM VARYING OwnExamIndex FROM 1 BY 1
       UNTIL OwnExamIndex > OwnExamCount
       PERFORM PrintOneOwnExam
    END-PERFORM
    MOVE 1 TO DayStartIndex
    PERFORM UNTIL DayStartIndex > OwnExamCount
       PERFORM CheckOneExamDay
    END-PERFORM
    WRITE StudentLine FROM BlankLine.

*> Places the student's exams in slot order; a section left unplaced
*> sorts after all the placed ones.
SortOwnExams.
    MOVE ZERO TO OwnExamCount
    PERFORM VARYING ExamIndex FROM 1 BY 1
       UNTIL ExamIndex > ST-ExamCount (StudentIndex)
       MOVE ST-Section (StudentIndex, ExamIndex) TO SectionIndex
       MOVE EX-SlotIndex (SectionIndex) TO SlotIndex
       IF SlotIndex = ZERO
          MOVE 99 TO SlotIndex
       END-IF
       MOVE 1 TO OwnExamIndex
       PERFORM UNTIL OwnExamIndex > OwnExamCount
          OR OE-SortSlot (OwnExamIndex) > SlotIndex
          ADD 1 TO OwnExamIndex
       END-PERFORM
       PERFORM VARYING OwnShiftIndex FROM OwnExamCount BY -1
          UNTIL OwnShiftIndex < OwnExamIndex
          MOVE OwnExamEntry (OwnShiftIndex)
            TO OwnExamEntry (OwnShiftIndex + 1)
       END-PERFORM
       ADD 1 TO OwnExamCount
       MOVE SlotIndex TO OE-SortSlot (OwnExamIndex)
       MOVE SectionIndex TO OE-Section (OwnExamIndex)
    END-PERFORM.

PrintOneOwnExam.
    MOVE OE-Section (OwnExamIndex) TO SectionIndex
    MOVE OE-SortSlot (OwnExamIndex) TO SlotIndex
    MOVE SPACES TO StudentDetailLine
    MOVE EX-CourseCode (SectionIndex) TO SDL-CourseCode
    MOVE EX-SectionNbr (SectionIndex) TO SDL-SectionNbr
    IF SlotIndex = 99
       MOVE "NOT YET SCHEDULED" TO SDL-Remark
    ELSE
       MOVE XS-ExamDate (SlotIndex) TO SDL-ExamDate
       MOVE XS-Period (SlotIndex) TO SDL-Period
       MOVE XS-StartTime (SlotIndex) TO ETT-StartTime
       MOVE XS-EndTime (SlotIndex) TO ETT-EndTime
       MOVE ExamTimeText TO SDL-Time
       MOVE EX-Building (SectionIndex) TO SDL-Building
       MOVE EX-RoomNbr (SectionIndex) TO SDL-RoomNbr
    END-IF
    WRITE StudentLine FROM StudentDetailLine.

*> Counts the exams sharing the date of the one at DayStartIndex and
*> moves DayStartIndex past them.
CheckOneExamDay.
    MOVE OE-SortSlot (DayStartIndex) TO SlotIndex
    IF SlotIndex = 99
       COMPUTE DayStartIndex = OwnExamCount + 1
       EXIT PARAGRAPH
    END-IF
    MOVE XS-ExamDate (SlotIndex) TO CheckDate
    MOVE ZERO TO DayExamCount
    MOVE SPACES TO CourseListText
    MOVE 1 TO CourseListPointer
    MOVE DayStartIndex TO OwnExamIndex
    PERFORM UNTIL OwnExamIndex > OwnExamCount
       OR OE-SortSlot (OwnExamIndex) = 99
       OR XS-ExamDate (OE-SortSlot (OwnExamIndex)) NOT = CheckDate
       ADD 1 TO DayExamCount
       MOVE OE-Section (OwnExamIndex) TO SectionIndex
       STRING EX-CourseCode (SectionIndex) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INTO CourseListText WITH POINTER CourseListPointer
       END-STRING
       ADD 1 TO OwnExamIndex
    END-PERFORM
    MOVE OwnExamIndex TO DayStartIndex
    IF DayExamCount < 3
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO OverloadDayCount
    MOVE ST-StudentId (StudentIndex) TO ODL-StudentId
    MOVE FullName TO ODL-Name
    MOVE CheckDate TO ODL-ExamDate
    MOVE DayExamCount TO ODL-ExamCount
    MOVE CourseListText TO ODL-Courses
    WRITE TimetableLine FROM OverloadDetailLine
    MOVE SPACES TO StudentDetailLine
    MOVE CheckDate TO SDL-ExamDate
    MOVE "*** THREE OR MORE EXAMS TODAY" TO SDL-Remark
    WRITE StudentLine FROM StudentDetailLine.

PrintRunSummary.
    WRITE TimetableLine FROM SeparatorLine
    MOVE "Sections with an exam:" TO SML-Label
    COMPUTE SML-Count = PlacedCount + UnplacedCount
    PERFORM WriteSummaryLine
    MOVE "Sections placed:" TO SML-Label
    MOVE PlacedCount TO SML-Count
    PERFORM WriteSummaryLine
    MOVE "Sections not placed:" TO SML-Label
    MOVE UnplacedCount TO SML-Count
    PERFORM WriteSummaryLine
    MOVE "Exam slots available:" TO SML-Label
    MOVE SlotCount TO SML-Count
    PERFORM WriteSummaryLine
    MOVE "Exam slots used:" TO SML-Label
    MOVE SlotsUsedCount TO SML-Count
    PERFORM WriteSummaryLine
    MOVE "Students scheduled:" TO SML-Label
    MOVE StudentCount TO SML-Count
    PERFORM WriteSummaryLine
    MOVE "Student days with three or more exams:" TO SML-Label
    MOVE OverloadDayCount TO SML-Count
    PERFORM WriteSummaryLine
    IF SectionsDroppedCount > ZERO
       MOVE "Registrations over section table limit:" TO SML-Label
       MOVE SectionsDroppedCount TO SML-Count
       PERFORM WriteSummaryLine
    END-IF
    IF StudentsDroppedCount > ZERO
       MOVE "Registrations over student table limit:" TO SML-Label
       MOVE StudentsDroppedCount TO SML-Count
       PERFORM WriteSummaryLine
    END-IF.

WriteSummaryLine.
    WRITE TimetableLine FROM SummaryLine
    DISPLAY SummaryLine.
