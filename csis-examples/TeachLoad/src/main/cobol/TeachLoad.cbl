IDENTIFICATION DIVISION.
PROGRAM-ID.  TeachLoad.
AUTHOR.  Michael Coughlan.
*> Instructor teaching-load report for one term, grouped by
*> department, for the dean's overload-pay approvals.  For every
*> instructor on INSTRUCTORS.DAT the run totals, across the courses
*> ASSIGN.DAT gives them for the term:
*>
*>    sections taught    every section of the course on SECTIONS.DAT
*>                       (ASSIGN.DAT carries no section number, so
*>                       an assignment covers them all, as it does
*>                       for GradeTrack); a course with enrollments
*>                       but no sections on file counts as one
*>    contact hours      per week, from each section's meeting days
*>                       and start/end times
*>    students enrolled  ENROLLMENT.DAT registrations for the term in
*>                       those sections, withdrawals and transfer
*>                       credit excluded
*>
*> The maximum weekly contact hours for each department comes from
*> the parameter file DEPTLOAD.DAT, one line per department:
*>
*>    cols 1-12  department (as on INSTRUCTORS.DAT)
*>    col  13    space
*>    cols 14-16 maximum weekly contact hours
*>
*> An instructor over their department's maximum is flagged
*> OVERLOAD; one with no sections at all in the term is flagged
*> NO SECTIONS.  A department with no DEPTLOAD.DAT line has no
*> maximum and nobody in it is flagged for overload.
*>
*> Arguments:
*>    TERM=tttttt   the term to report (required)
*>
*> Output: TEACHLOAD.RPT

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT AssignmentFile ASSIGN TO "ASSIGN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AssignmentFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT DeptLoadFile ASSIGN TO "DEPTLOAD.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DeptLoadFileStatus.
    SELECT SortWorkFile ASSIGN TO "TLWORK.TMP".
    SELECT ReportFile ASSIGN TO "TEACHLOAD.RPT"
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

FD DeptLoadFile.
01 DeptLoadRecord.
   02  DLD-Department  PIC X(12).
   02  FILLER          PIC X.
   02  DLD-MaxHours    PIC 9(3).

SD SortWorkFile.
01 SortRec.
   02  SR-Department    PIC X(12).
   02  SR-InstructorName PIC X(30).
   02  SR-InstructorId  PIC 9(5).
   02  SR-SectionCount  PIC 9(3).
   02  SR-ContactMinutes PIC 9(5).
   02  SR-EnrolledCount PIC 9(5).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  AssignmentFileStatus    PIC XX.
    88  AssignmentFileOk    VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  DeptLoadFileStatus      PIC XX.
    88  DeptLoadFileOk      VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectTerm              PIC X(6) VALUE SPACES.

*> Every instructor on the master, plus any assigned id the master
*> does not know, with their load accumulated for the term.
01  InstructorCount         PIC 9(3) VALUE ZERO.
01  InstructorIndex         PIC 9(3).
01  InstructorFoundSwitch   PIC X.
    88  InstructorFound     VALUE "Y".
01  InstructorTable.
    02  InstructorEntry     OCCURS 300 TIMES.
        03  IT-InstructorId PIC 9(5).
        03  IT-Name         PIC X(30).
        03  IT-Department   PIC X(12).
        03  IT-Sections     PIC 9(3).
        03  IT-Minutes      PIC 9(5).
        03  IT-Enrolled     PIC 9(5).

*> One entry per course/section of the term - seeded from
*> SECTIONS.DAT with its weekly meeting minutes, extended by any
*> section an enrollment names that the section file does not.
01  TallyCount              PIC 9(3) VALUE ZERO.
01  TallyIndex              PIC 9(3).
01  TallyFoundSwitch        PIC X.
    88  TallyFound          VALUE "Y".
01  TallyFullSwitch         PIC X VALUE "N".
    88  TallyFull           VALUE "Y".
01  TallyTable.
    02  TallyEntry          OCCURS 300 TIMES.
        03  TY-CourseCode   PIC X(4).
        03  TY-SectionNbr   PIC 9(2).
        03  TY-Minutes      PIC 9(4).
        03  TY-Enrolled     PIC 9(4).

01  DeptCount               PIC 9(3) VALUE ZERO.
01  DeptIndex               PIC 9(3).
01  DeptTable.
    02  DeptEntry           OCCURS 100 TIMES.
        03  DT-Department   PIC X(12).
        03  DT-MaxHours     PIC 9(3).

01  DayCharIndex            PIC 9(2).
01  MeetingDayCount         PIC 9.
01  StartMinutes            PIC 9(4).
01  EndMinutes              PIC 9(4).
01  TimeHours               PIC 9(2).
01  TimeMinutes             PIC 9(2).
01  ContactHours            PIC 9(3)V99.
01  DeptMaxHours            PIC 9(3).
01  DeptHasMaxSwitch        PIC X.
    88  DeptHasMax          VALUE "Y".

01  PriorDepartment         PIC X(12) VALUE LOW-VALUES.
01  InstructorLineCount     PIC 9(4) VALUE ZERO.
01  OverloadCount           PIC 9(4) VALUE ZERO.
01  NoSectionCount          PIC 9(4) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  ReportTitleLine.
    02  FILLER              PIC X(28) VALUE "INSTRUCTOR TEACHING LOAD - ".
    02  FILLER              PIC X(5)  VALUE "TERM ".
    02  RTL-TermCode        PIC X(6).
    02  FILLER              PIC X(41) VALUE SPACES.

01  ColumnHeadingLine.
    02  FILLER              PIC X(6)  VALUE "INSTR".
    02  FILLER              PIC X(31) VALUE "NAME".
    02  FILLER              PIC X(6)  VALUE "SECTS".
    02  FILLER              PIC X(10) VALUE "HRS/WEEK".
    02  FILLER              PIC X(10) VALUE "STUDENTS".
    02  FILLER              PIC X(17) VALUE "FLAG".

01  DepartmentLine.
    02  FILLER              PIC X(12) VALUE "Department: ".
    02  DL-Department       PIC X(12).
    02  FILLER              PIC X(20) VALUE "  maximum hrs/week: ".
    02  DL-MaxHours         PIC X(4).
    02  FILLER              PIC X(32) VALUE SPACES.

01  LoadDetailLine.
    02  LDL-InstructorId    PIC 9(5).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  LDL-Name            PIC X(30).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  LDL-Sections        PIC ZZ9.
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  LDL-ContactHours    PIC ZZ9.99.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  LDL-Enrolled        PIC ZZZZ9.
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  LDL-Flag            PIC X(11).
    02  FILLER              PIC X(6)  VALUE SPACES.

01  LoadSummaryLine.
    02  FILLER              PIC X(13) VALUE "Instructors: ".
    02  LSL-InstructorCount PIC ZZZ9.
    02  FILLER              PIC X(13) VALUE "  overloads: ".
    02  LSL-OverloadCount   PIC ZZZ9.
    02  FILLER              PIC X(15) VALUE "  no sections: ".
    02  LSL-NoSectionCount  PIC ZZZ9.
    02  FILLER              PIC X(27) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "TERM=tttttt is required - no report produced."
       STOP RUN
    END-IF
    PERFORM LoadDeptLoadTable
    PERFORM LoadInstructorTable
    PERFORM LoadSectionTallies
    OPEN INPUT EnrollmentFile
    IF EnrollmentFileOk
       PERFORM TallyEnrollments
       CLOSE EnrollmentFile
    ELSE
       DISPLAY "ENROLLMENT.DAT not found - student counts are zero."
    END-IF
    PERFORM ApplyAssignments
    OPEN OUTPUT ReportFile
    MOVE SelectTerm TO RTL-TermCode
    WRITE ReportLine FROM ReportTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ColumnHeadingLine
    SORT SortWorkFile
        ON ASCENDING KEY SR-Department
        ON ASCENDING KEY SR-InstructorName
        ON ASCENDING KEY SR-InstructorId
        INPUT PROCEDURE IS ReleaseInstructorLoads
        OUTPUT PROCEDURE IS PrintInstructorLoads
    MOVE InstructorLineCount TO LSL-InstructorCount
    MOVE OverloadCount TO LSL-OverloadCount
    MOVE NoSectionCount TO LSL-NoSectionCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM LoadSummaryLine
    DISPLAY LoadSummaryLine
    CLOSE ReportFile
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

LoadDeptLoadTable.
    OPEN INPUT DeptLoadFile
    IF NOT DeptLoadFileOk
       DISPLAY "DEPTLOAD.DAT not found - no overloads can be flagged."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneDeptLoadRecord
    PERFORM UNTIL EndOfFile
       IF DLD-Department NOT = SPACES AND DLD-MaxHours NUMERIC
          AND DeptCount < 100
          ADD 1 TO DeptCount
          MOVE DLD-Department TO DT-Department (DeptCount)
          MOVE DLD-MaxHours TO DT-MaxHours (DeptCount)
       END-IF
       PERFORM ReadOneDeptLoadRecord
    END-PERFORM
    CLOSE DeptLoadFile.

ReadOneDeptLoadRecord.
    READ DeptLoadFile
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadInstructorTable.
    OPEN INPUT InstructorFile
    IF NOT InstructorFileOk
       DISPLAY "INSTRUCTORS.DAT not found - assigned ids are listed"
          " without names."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneInstructor
    PERFORM UNTIL EndOfFile
       IF InstructorCount < 300
          ADD 1 TO InstructorCount
          MOVE IN-InstructorId TO IT-InstructorId (InstructorCount)
          MOVE IN-Name TO IT-Name (InstructorCount)
          MOVE IN-Department TO IT-Department (InstructorCount)
          MOVE ZERO TO IT-Sections (InstructorCount)
                       IT-Minutes (InstructorCount)
                       IT-Enrolled (InstructorCount)
       END-IF
       PERFORM ReadOneInstructor
    END-PERFORM
    CLOSE InstructorFile.

ReadOneInstructor.
    READ InstructorFile NEXT
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadSectionTallies.
    OPEN INPUT SectionFile
    IF NOT SectionFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSectionRecord
    PERFORM UNTIL EndOfFile
       IF SN-CourseCode NOT = SPACES AND TallyCount < 300
          ADD 1 TO TallyCount
          MOVE SN-CourseCode TO TY-CourseCode (TallyCount)
          MOVE SN-SectionNbr TO TY-SectionNbr (TallyCount)
          MOVE ZERO TO TY-Enrolled (TallyCount)
          PERFORM ComputeSectionMinutes
       END-IF
       PERFORM ReadOneSectionRecord
    END-PERFORM
    CLOSE SectionFile.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Weekly minutes of contact: the meeting length, once for every
*> day in the pattern.
ComputeSectionMinutes.
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
       COMPUTE TY-Minutes (TallyCount) =
          (EndMinutes - StartMinutes) * MeetingDayCount
    ELSE
       MOVE ZERO TO TY-Minutes (TallyCount)
    END-IF.

TallyEnrollments.
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfFile
       IF EN-TermCode = SelectTerm
          AND EN-CompletionStatus NOT = "W"
          AND EN-TransferFlag NOT = "T"
          PERFORM TallyOneEnrollment
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfFile TO TRUE
    END-READ.

TallyOneEnrollment.
    MOVE "N" TO TallyFoundSwitch
    PERFORM VARYING TallyIndex FROM 1 BY 1
       UNTIL TallyIndex > TallyCount OR TallyFound
       IF TY-CourseCode (TallyIndex) = EN-CourseCode
          AND TY-SectionNbr (TallyIndex) = EN-SectionNumber
          SET TallyFound TO TRUE
       END-IF
    END-PERFORM
    IF TallyFound
       SUBTRACT 1 FROM TallyIndex
    ELSE
       IF TallyCount < 300
          ADD 1 TO TallyCount
          MOVE TallyCount TO TallyIndex
          MOVE EN-CourseCode TO TY-CourseCode (TallyIndex)
          MOVE EN-SectionNumber TO TY-SectionNbr (TallyIndex)
          MOVE ZERO TO TY-Minutes (TallyIndex) TY-Enrolled (TallyIndex)
       ELSE
          IF NOT TallyFull
             DISPLAY "More than 300 course sections in the term - the"
                " rest are not counted."
             SET TallyFull TO TRUE
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO TY-Enrolled (TallyIndex).

*> Each of the term's assignments charges the instructor with every
*> section of the course.
ApplyAssignments.
    OPEN INPUT AssignmentFile
    IF NOT AssignmentFileOk
       DISPLAY "ASSIGN.DAT not found - nobody has sections."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAssignment
    PERFORM UNTIL EndOfFile
       IF AS-TermCode = SelectTerm
          PERFORM ApplyOneAssignment
       END-IF
       PERFORM ReadOneAssignment
    END-PERFORM
    CLOSE AssignmentFile.

ReadOneAssignment.
    READ AssignmentFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ApplyOneAssignment.
    MOVE "N" TO InstructorFoundSwitch
    PERFORM VARYING InstructorIndex FROM 1 BY 1
       UNTIL InstructorIndex > InstructorCount OR InstructorFound
       IF IT-InstructorId (InstructorIndex) = AS-InstructorId
          SET InstructorFound TO TRUE
       END-IF
    END-PERFORM
    IF InstructorFound
       SUBTRACT 1 FROM InstructorIndex
    ELSE
       IF InstructorCount NOT < 300
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO InstructorCount
       MOVE InstructorCount TO InstructorIndex
       MOVE AS-InstructorId TO IT-InstructorId (InstructorIndex)
       MOVE "NOT ON INSTRUCTORS.DAT" TO IT-Name (InstructorIndex)
       MOVE SPACES TO IT-Department (InstructorIndex)
       MOVE ZERO TO IT-Sections (InstructorIndex)
                    IT-Minutes (InstructorIndex)
                    IT-Enrolled (InstructorIndex)
    END-IF
    PERFORM VARYING TallyIndex FROM 1 BY 1
       UNTIL TallyIndex > TallyCount
       IF TY-CourseCode (TallyIndex) = AS-CourseCode
          ADD 1 TO IT-Sections (InstructorIndex)
          ADD TY-Minutes (TallyIndex) TO IT-Minutes (InstructorIndex)
          ADD TY-Enrolled (TallyIndex) TO IT-Enrolled (InstructorIndex)
       END-IF
    END-PERFORM.

ReleaseInstructorLoads.
    PERFORM VARYING InstructorIndex FROM 1 BY 1
       UNTIL InstructorIndex > InstructorCount
       MOVE IT-Department (InstructorIndex) TO SR-Department
       MOVE IT-Name (InstructorIndex) TO SR-InstructorName
       MOVE IT-InstructorId (InstructorIndex) TO SR-InstructorId
       MOVE IT-Sections (InstructorIndex) TO SR-SectionCount
       MOVE IT-Minutes (InstructorIndex) TO SR-ContactMinutes
       MOVE IT-Enrolled (InstructorIndex) TO SR-EnrolledCount
       RELEASE SortRec
    END-PERFORM.

PrintInstructorLoads.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       PERFORM PrintOneInstructorLoad
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM.

PrintOneInstructorLoad.
    IF SR-Department NOT = PriorDepartment
       MOVE SR-Department TO PriorDepartment
       PERFORM FindDepartmentMaximum
       MOVE SR-Department TO DL-Department
       IF DeptHasMax
          MOVE DeptMaxHours TO DL-MaxHours
       ELSE
          MOVE "NONE" TO DL-MaxHours
       END-IF
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM DepartmentLine
    END-IF
    COMPUTE ContactHours ROUNDED = SR-ContactMinutes / 60
    MOVE SR-InstructorId TO LDL-InstructorId
    MOVE SR-InstructorName TO LDL-Name
    MOVE SR-SectionCount TO LDL-Sections
    MOVE ContactHours TO LDL-ContactHours
    MOVE SR-EnrolledCount TO LDL-Enrolled
    MOVE SPACES TO LDL-Flag
    EVALUATE TRUE
       WHEN SR-SectionCount = ZERO
          MOVE "NO SECTIONS" TO LDL-Flag
          ADD 1 TO NoSectionCount
       WHEN DeptHasMax AND ContactHours > DeptMaxHours
          MOVE "OVERLOAD" TO LDL-Flag
          ADD 1 TO OverloadCount
    END-EVALUATE
    WRITE ReportLine FROM LoadDetailLine
    ADD 1 TO InstructorLineCount.

FindDepartmentMaximum.
    MOVE "N" TO DeptHasMaxSwitch
    MOVE ZERO TO DeptMaxHours
    PERFORM VARYING DeptIndex FROM 1 BY 1
       UNTIL DeptIndex > DeptCount OR DeptHasMax
       IF DT-Department (DeptIndex) = SR-Department
          SET DeptHasMax TO TRUE
          MOVE DT-MaxHours (DeptIndex) TO DeptMaxHours
       END-IF
    END-PERFORM.
