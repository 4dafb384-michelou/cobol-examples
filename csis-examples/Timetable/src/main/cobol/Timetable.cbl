IDENTIFICATION DIVISION.
PROGRAM-ID.  Timetable.
AUTHOR.  Michael Coughlan.
*> Weekly class timetable per student for one term - the answer to
*> "where and when are my classes" without a trip to the counter.
*> Each timetable carries the student's name and ADDRESS.DAT block
*> (so it can go out with the term-start letters), a Monday-to-
*> Sunday grid with one row per meeting time and the course and
*> section in every day column it meets, and beneath the grid one
*> line per enrolled section: course, section, catalog description
*> from COURSES.DAT, days, time, room (from SECTIONS.DAT) and the
*> instructor from ASSIGN.DAT/INSTRUCTORS.DAT when one is assigned.
*> A registration in a course with no section on file is listed
*> under the grid with no meeting pattern.
*>
*> The registrations come from ENROLLMENT.DAT for the term -
*> withdrawals and transfer credit are not classes to attend.
*>
*> Arguments:
*>    TERM=tttttt      the term (required)
*>    STUDENT=nnnnnnn  one student's timetable
*>    COURSE=cccc      a timetable for every student registered in
*>                     the course this term
*>    (neither)        every Active student on STUDENTS.DAT with a
*>                     registration in the term
*>
*> Output: TIMETBL.RPT

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
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AD-StudentId
		FILE STATUS IS AddressFileStatus.
    SELECT CourseFile ASSIGN TO "COURSES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS CourseFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT AssignmentFile ASSIGN TO "ASSIGN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AssignmentFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT ReportFile ASSIGN TO "TIMETBL.RPT"
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
       88  EnrollmentActive     VALUE "A" "a".
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  AD-AddressLine1 PIC X(30).
   02  AD-AddressLine2 PIC X(30).
   02  AD-City         PIC X(20).
   02  AD-PostalCode   PIC X(10).
   02  AD-Phone        PIC X(12).

FD CourseFile.
01 CourseFileRecord.
   02  CF-CourseCode        PIC X(4).
   02  CF-Description       PIC X(24).
   02  CF-Status            PIC X.
   02  CF-MaxHeadcount      PIC 9(4).
   02  CF-TermFee           PIC 9(5)V99.

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

FD AssignmentFile.
01 AssignmentRecord.
   02  AS-InstructorId PIC 9(5).
   02  FILLER          PIC X.
   02  AS-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  AS-TermCode     PIC X(6).

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  IN-Name         PIC X(30).
   02  IN-Department   PIC X(12).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  CourseFileStatus        PIC XX.
    88  CourseFileOk        VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  AssignmentFileStatus    PIC XX.
    88  AssignmentFileOk    VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".

01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  AddressFoundSwitch      PIC X.
    88  AddressFound        VALUE "Y".
01  CourseAvailableSwitch   PIC X VALUE "N".
    88  CourseFileAvailable VALUE "Y".

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
01  SelectStudentId         PIC 9(7) VALUE ZERO.
01  SelectCourse            PIC X(4) VALUE SPACES.

01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  FirstStudentSwitch      PIC X VALUE "Y".
    88  FirstStudent        VALUE "Y".
01  CourseMatchSwitch       PIC X.
    88  CourseMatched       VALUE "Y".
01  StudentSelectedSwitch   PIC X.
    88  StudentSelected     VALUE "Y".
01  TimetableCount          PIC 9(5) VALUE ZERO.

01  FullName                PIC X(40).
01  CityPostalLine          PIC X(32).

*> The section layer for the term, loaded once.
01  SectionCount            PIC 9(3) VALUE ZERO.
01  SectionIndex            PIC 9(3).
01  SectionFoundSwitch      PIC X.
    88  SectionFound        VALUE "Y".
01  SectionTable.
    02  SectionEntry        OCCURS 300 TIMES.
        03  SE-CourseCode   PIC X(4).
        03  SE-SectionNbr   PIC 9(2).
        03  SE-MeetingDays  PIC X(7).
        03  SE-StartTime    PIC 9(4).
        03  SE-EndTime      PIC 9(4).
        03  SE-Building     PIC X(4).
        03  SE-RoomNbr      PIC X(5).

*> The term's assignments with the instructor's name, loaded once.
01  AssignmentCount         PIC 9(3) VALUE ZERO.
01  AssignmentIndex         PIC 9(3).
01  AssignmentTable.
    02  AssignmentEntry     OCCURS 200 TIMES.
        03  AT-CourseCode   PIC X(4).
        03  AT-Name         PIC X(30).

*> The current student's classes for the term.
01  ClassCount              PIC 9(2) VALUE ZERO.
01  ClassIndex              PIC 9(2).
01  ClassTable.
    02  ClassEntry          OCCURS 20 TIMES.
        03  CL-CourseCode   PIC X(4).
        03  CL-SectionNbr   PIC 9(2).
        03  CL-MeetingDays  PIC X(7).
        03  CL-StartTime    PIC 9(4).
        03  CL-EndTime      PIC 9(4).
        03  CL-Building     PIC X(4).
        03  CL-RoomNbr      PIC X(5).
        03  CL-HasPattern   PIC X.

*> The distinct meeting times of the current student, in start-time
*> order - one grid row each.
01  SlotCount               PIC 9(2) VALUE ZERO.
01  SlotIndex               PIC 9(2).
01  SlotShiftIndex          PIC 9(2).
01  SlotFoundSwitch         PIC X.
    88  SlotFound           VALUE "Y".
01  SlotTable.
    02  SlotEntry           OCCURS 20 TIMES.
        03  SL-StartTime    PIC 9(4).
        03  SL-EndTime      PIC 9(4).

01  DayCharIndex            PIC 9(2).
01  DayColumn               PIC 9.
01  GridCell                PIC X(10).
01  DayLetters              PIC X(7) VALUE "MTWRFSU".

01  BlankLine               PIC X(80) VALUE SPACES.
01  SeparatorLine           PIC X(80) VALUE ALL "-".

01  TimetableTitleLine.
    02  FILLER              PIC X(30)
        VALUE "WEEKLY CLASS TIMETABLE - TERM ".
    02  TTL-TermCode        PIC X(6).
    02  FILLER              PIC X(12) VALUE "   Student: ".
    02  TTL-StudentId       PIC 9(7).
    02  FILLER              PIC X(25) VALUE SPACES.

01  GridHeadingLine.
    02  FILLER              PIC X(10) VALUE "TIME".
    02  FILLER              PIC X(10) VALUE "MONDAY".
    02  FILLER              PIC X(10) VALUE "TUESDAY".
    02  FILLER              PIC X(10) VALUE "WEDNESDAY".
    02  FILLER              PIC X(10) VALUE "THURSDAY".
    02  FILLER              PIC X(10) VALUE "FRIDAY".
    02  FILLER              PIC X(10) VALUE "SATURDAY".
    02  FILLER              PIC X(10) VALUE "SUNDAY".

01  GridLine.
    02  GL-StartTime        PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  GL-EndTime          PIC 9(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  GL-DayCell          PIC X(10) OCCURS 7 TIMES.

01  ClassHeadingLine.
    02  FILLER              PIC X(8)  VALUE "COURSE".
    02  FILLER              PIC X(25) VALUE "DESCRIPTION".
    02  FILLER              PIC X(8)  VALUE "DAYS".
    02  FILLER              PIC X(10) VALUE "TIME".
    02  FILLER              PIC X(11) VALUE "ROOM".
    02  FILLER              PIC X(18) VALUE "INSTRUCTOR".

01  ClassDetailLine.
    02  CDL-CourseCode      PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-SectionNbr      PIC 99.
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-Description     PIC X(24).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-MeetingDays     PIC X(7).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-Time            PIC X(9).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-Building        PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-RoomNbr         PIC X(5).
    02  FILLER              PIC X     VALUE SPACE.
    02  CDL-Instructor      PIC X(18).

01  ClassTimeText.
    02  CTT-StartTime       PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  CTT-EndTime         PIC 9(4).

01  TimetableSummaryLine.
    02  FILLER              PIC X(20) VALUE "Timetables printed: ".
    02  TSL-Count           PIC ZZZZ9.
    02  FILLER              PIC X(55) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "Usage: Timetable TERM=tttttt [STUDENT=nnnnnnn]"
          " [COURSE=cccc]"
       STOP RUN
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - no registrations."
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - names will not be shown."
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    OPEN INPUT CourseFile
    IF CourseFileOk
       SET CourseFileAvailable TO TRUE
    END-IF
    PERFORM LoadSectionTable
    PERFORM LoadAssignmentTable
    OPEN OUTPUT ReportFile
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfEnrollment
       IF EN-StudentId NOT = PriorStudentId OR FirstStudent
          IF NOT FirstStudent
             PERFORM FinishOneStudent
          END-IF
          MOVE "N" TO FirstStudentSwitch
          MOVE EN-StudentId TO PriorStudentId
          MOVE ZERO TO ClassCount
          MOVE "N" TO CourseMatchSwitch
       END-IF
       IF EN-TermCode = SelectTerm
          AND EN-CompletionStatus NOT = "W"
          AND EN-TransferFlag NOT = "T"
          PERFORM CollectOneClass
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM
    IF NOT FirstStudent
       PERFORM FinishOneStudent
    END-IF
    MOVE TimetableCount TO TSL-Count
    WRITE ReportLine FROM TimetableSummaryLine
    DISPLAY TimetableSummaryLine
    CLOSE ReportFile
    IF CourseFileAvailable
       CLOSE CourseFile
    END-IF
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE EnrollmentFile
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
          WHEN "STUDENT"
             IF ArgumentValue (1:7) NUMERIC
                MOVE ArgumentValue (1:7) TO SelectStudentId
             ELSE
                DISPLAY "STUDENT must be a 7-digit StudentId - ignored."
             END-IF
          WHEN "COURSE"
             MOVE ArgumentValue (1:4) TO SelectCourse
             INSPECT SelectCourse
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadSectionTable.
    OPEN INPUT SectionFile
    IF NOT SectionFileOk
       DISPLAY "SECTIONS.DAT not found - no meeting times to show."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSectionRecord
    PERFORM UNTIL EndOfFile
       IF SN-CourseCode NOT = SPACES AND SectionCount < 300
          ADD 1 TO SectionCount
          MOVE SN-CourseCode TO SE-CourseCode (SectionCount)
          MOVE SN-SectionNbr TO SE-SectionNbr (SectionCount)
          MOVE SN-MeetingDays TO SE-MeetingDays (SectionCount)
          MOVE SN-StartTime TO SE-StartTime (SectionCount)
          MOVE SN-EndTime TO SE-EndTime (SectionCount)
          MOVE SN-Building TO SE-Building (SectionCount)
          MOVE SN-RoomNbr TO SE-RoomNbr (SectionCount)
       END-IF
       PERFORM ReadOneSectionRecord
    END-PERFORM
    CLOSE SectionFile.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadAssignmentTable.
    OPEN INPUT AssignmentFile
    IF NOT AssignmentFileOk
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT InstructorFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAssignment
    PERFORM UNTIL EndOfFile
       IF AS-TermCode = SelectTerm AND AssignmentCount < 200
          ADD 1 TO AssignmentCount
          MOVE AS-CourseCode TO AT-CourseCode (AssignmentCount)
          MOVE AS-InstructorId TO AT-Name (AssignmentCount)
          IF InstructorFileOk
             MOVE AS-InstructorId TO IN-InstructorId
             READ InstructorFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE IN-Name TO AT-Name (AssignmentCount)
             END-READ
          END-IF
       END-IF
       PERFORM ReadOneAssignment
    END-PERFORM
    IF InstructorFileOk
       CLOSE InstructorFile
    END-IF
    CLOSE AssignmentFile.

ReadOneAssignment.
    READ AssignmentFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfEnrollment TO TRUE
    END-READ.

CollectOneClass.
    IF EN-CourseCode = SelectCourse
       SET CourseMatched TO TRUE
    END-IF
    IF ClassCount NOT < 20
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO ClassCount
    MOVE EN-CourseCode TO CL-CourseCode (ClassCount)
    MOVE EN-SectionNumber TO CL-SectionNbr (ClassCount)
    MOVE SPACES TO CL-MeetingDays (ClassCount)
                   CL-Building (ClassCount) CL-RoomNbr (ClassCount)
    MOVE ZERO TO CL-StartTime (ClassCount) CL-EndTime (ClassCount)
    MOVE "N" TO CL-HasPattern (ClassCount)
    MOVE "N" TO SectionFoundSwitch
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount OR SectionFound
       IF SE-CourseCode (SectionIndex) = EN-CourseCode
          AND SE-SectionNbr (SectionIndex) = EN-SectionNumber
          SET SectionFound TO TRUE
          MOVE SE-MeetingDays (SectionIndex)
            TO CL-MeetingDays (ClassCount)
          MOVE SE-StartTime (SectionIndex) TO CL-StartTime (ClassCount)
          MOVE SE-EndTime (SectionIndex) TO CL-EndTime (ClassCount)
          MOVE SE-Building (SectionIndex) TO CL-Building (ClassCount)
          MOVE SE-RoomNbr (SectionIndex) TO CL-RoomNbr (ClassCount)
          MOVE "Y" TO CL-HasPattern (ClassCount)
       END-IF
    END-PERFORM.

*> A student is complete: decide whether this run wants them and,
*> if so, print their timetable.
FinishOneStudent.
    IF ClassCount = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO StudentSelectedSwitch
    EVALUATE TRUE
       WHEN SelectStudentId NOT = ZERO
          IF PriorStudentId NOT = SelectStudentId
             MOVE "N" TO StudentSelectedSwitch
          END-IF
       WHEN SelectCourse NOT = SPACES
          IF NOT CourseMatched
             MOVE "N" TO StudentSelectedSwitch
          END-IF
    END-EVALUATE
    PERFORM FetchStudentName
    IF SelectStudentId = ZERO AND SelectCourse = SPACES
       AND MasterAvailable AND NOT EnrollmentActive
       MOVE "N" TO StudentSelectedSwitch
    END-IF
    IF StudentSelected
       PERFORM PrintOneTimetable
    END-IF.

FetchStudentName.
    MOVE SPACES TO FullName
    MOVE SPACE TO EnrollmentStatus
    IF MasterAvailable
       MOVE PriorStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE SPACE TO EnrollmentStatus
          NOT INVALID KEY
             STRING FUNCTION TRIM (GivenName) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (Surname) DELIMITED BY SIZE
                INTO FullName
       END-READ
    END-IF
    IF FullName = SPACES
       MOVE "Student" TO FullName
    END-IF.

FetchStudentAddress.
    MOVE "N" TO AddressFoundSwitch
    IF NOT AddressAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE PriorStudentId TO AD-StudentId
    READ AddressFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET AddressFound TO TRUE
          MOVE SPACES TO CityPostalLine
          STRING FUNCTION TRIM (AD-City) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AD-PostalCode DELIMITED BY SIZE
             INTO CityPostalLine
    END-READ.

PrintOneTimetable.
    ADD 1 TO TimetableCount
    MOVE SelectTerm TO TTL-TermCode
    MOVE PriorStudentId TO TTL-StudentId
    WRITE ReportLine FROM TimetableTitleLine
    WRITE ReportLine FROM BlankLine
    PERFORM FetchStudentAddress
    MOVE SPACES TO ReportLine
    MOVE FullName TO ReportLine
    WRITE ReportLine
    IF AddressFound
       MOVE SPACES TO ReportLine
       MOVE AD-AddressLine1 TO ReportLine
       WRITE ReportLine
       IF AD-AddressLine2 NOT = SPACES
          MOVE SPACES TO ReportLine
          MOVE AD-AddressLine2 TO ReportLine
          WRITE ReportLine
       END-IF
       MOVE SPACES TO ReportLine
       MOVE CityPostalLine TO ReportLine
       WRITE ReportLine
    END-IF
    WRITE ReportLine FROM BlankLine
    PERFORM BuildTimeSlots
    WRITE ReportLine FROM GridHeadingLine
    PERFORM VARYING SlotIndex FROM 1 BY 1
       UNTIL SlotIndex > SlotCount
       PERFORM PrintOneGridRow
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ClassHeadingLine
    PERFORM VARYING ClassIndex FROM 1 BY 1
       UNTIL ClassIndex > ClassCount
       PERFORM PrintOneClassLine
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SeparatorLine
    WRITE ReportLine FROM BlankLine.

*> Distinct start/end pairs of the student's classes, kept in start
*> time order by shifting later slots down as each is inserted.
BuildTimeSlots.
    MOVE ZERO TO SlotCount
    PERFORM VARYING ClassIndex FROM 1 BY 1
       UNTIL ClassIndex > ClassCount
       IF CL-HasPattern (ClassIndex) = "Y"
          PERFORM InsertOneTimeSlot
       END-IF
    END-PERFORM.

InsertOneTimeSlot.
    MOVE "N" TO SlotFoundSwitch
    PERFORM VARYING SlotIndex FROM 1 BY 1
       UNTIL SlotIndex > SlotCount OR SlotFound
       IF SL-StartTime (SlotIndex) = CL-StartTime (ClassIndex)
          AND SL-EndTime (SlotIndex) = CL-EndTime (ClassIndex)
          SET SlotFound TO TRUE
       END-IF
    END-PERFORM
    IF SlotFound OR SlotCount NOT < 20
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO SlotIndex
    PERFORM UNTIL SlotIndex > SlotCount
       OR SL-StartTime (SlotIndex) > CL-StartTime (ClassIndex)
       OR (SL-StartTime (SlotIndex) = CL-StartTime (ClassIndex)
           AND SL-EndTime (SlotIndex) > CL-EndTime (ClassIndex))
       ADD 1 TO SlotIndex
    END-PERFORM
    PERFORM VARYING SlotShiftIndex FROM SlotCount BY -1
       UNTIL SlotShiftIndex < SlotIndex
       MOVE SlotEntry (SlotShiftIndex) TO SlotEntry (SlotShiftIndex + 1)
    END-PERFORM
    MOVE CL-StartTime (ClassIndex) TO SL-StartTime (SlotIndex)
    MOVE CL-EndTime (ClassIndex) TO SL-EndTime (SlotIndex)
    ADD 1 TO SlotCount.

*> One grid row: every class meeting at this slot goes in the
*> column of each day in its pattern (0 = Monday ... 6 = Sunday).
PrintOneGridRow.
    MOVE SL-StartTime (SlotIndex) TO GL-StartTime
    MOVE SL-EndTime (SlotIndex) TO GL-EndTime
    PERFORM VARYING DayColumn FROM 1 BY 1
       UNTIL DayColumn > 7
       MOVE SPACES TO GL-DayCell (DayColumn)
    END-PERFORM
    PERFORM VARYING ClassIndex FROM 1 BY 1
       UNTIL ClassIndex > ClassCount
       IF CL-HasPattern (ClassIndex) = "Y"
          AND CL-StartTime (ClassIndex) = SL-StartTime (SlotIndex)
          AND CL-EndTime (ClassIndex) = SL-EndTime (SlotIndex)
          PERFORM PlaceClassInGrid
       END-IF
    END-PERFORM
    WRITE ReportLine FROM GridLine.

PlaceClassInGrid.
    MOVE SPACES TO GridCell
    STRING CL-CourseCode (ClassIndex) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CL-SectionNbr (ClassIndex) DELIMITED BY SIZE
       INTO GridCell
    PERFORM VARYING DayCharIndex FROM 1 BY 1
       UNTIL DayCharIndex > 7
       IF CL-MeetingDays (ClassIndex) (DayCharIndex:1) >= "0"
          AND CL-MeetingDays (ClassIndex) (DayCharIndex:1) <= "6"
          MOVE CL-MeetingDays (ClassIndex) (DayCharIndex:1)
            TO DayColumn
          ADD 1 TO DayColumn
          MOVE GridCell TO GL-DayCell (DayColumn)
       END-IF
    END-PERFORM.

PrintOneClassLine.
    MOVE SPACES TO ClassDetailLine
    MOVE CL-CourseCode (ClassIndex) TO CDL-CourseCode
    MOVE CL-SectionNbr (ClassIndex) TO CDL-SectionNbr
    IF CourseFileAvailable
       MOVE CL-CourseCode (ClassIndex) TO CF-CourseCode
       READ CourseFile
          INVALID KEY
             MOVE SPACES TO CDL-Description
          NOT INVALID KEY
             MOVE CF-Description TO CDL-Description
       END-READ
    END-IF
    IF CL-HasPattern (ClassIndex) = "Y"
       PERFORM FormatMeetingDays
       MOVE CL-StartTime (ClassIndex) TO CTT-StartTime
       MOVE CL-EndTime (ClassIndex) TO CTT-EndTime
       MOVE ClassTimeText TO CDL-Time
       MOVE CL-Building (ClassIndex) TO CDL-Building
       MOVE CL-RoomNbr (ClassIndex) TO CDL-RoomNbr
    ELSE
       MOVE "TBA" TO CDL-MeetingDays
       MOVE "TBA" TO CDL-Time
    END-IF
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-CourseCode (AssignmentIndex) = CL-CourseCode (ClassIndex)
          MOVE AT-Name (AssignmentIndex) TO CDL-Instructor
          MOVE AssignmentCount TO AssignmentIndex
       END-IF
    END-PERFORM
    WRITE ReportLine FROM ClassDetailLine.

*> The day pattern shown the way the counter reads it out: one
*> position per day Monday through Sunday, the day's letter where
*> the class meets and a dash where it does not.
FormatMeetingDays.
    MOVE ALL "-" TO CDL-MeetingDays
    PERFORM VARYING DayCharIndex FROM 1 BY 1
       UNTIL DayCharIndex > 7
       IF CL-MeetingDays (ClassIndex) (DayCharIndex:1) >= "0"
          AND CL-MeetingDays (ClassIndex) (DayCharIndex:1) <= "6"
          MOVE CL-MeetingDays (ClassIndex) (DayCharIndex:1)
            TO DayColumn
          ADD 1 TO DayColumn
          MOVE DayLetters (DayColumn:1)
            TO CDL-MeetingDays (DayColumn:1)
       END-IF
    END-PERFORM.
