IDENTIFICATION DIVISION.
PROGRAM-ID.  GradeTrack.
AUTHOR.  Michael Coughlan.
*> Grade submission tracking at term end - which instructors still
*> owe final grades, and for which sections, without anyone chasing
*> down a printed CLASSROST.RPT.  The run joins the teaching
*> assignments on ASSIGN.DAT (instructor, course, term) and the
*> section layer on SECTIONS.DAT to ENROLLMENT.DAT, counting for
*> every course/section of the term the registrations that are not
*> withdrawn and still carry no EN-Grade.  Each instructor/course/
*> section with grades missing gets a "grades outstanding" line
*> naming the instructor from INSTRUCTORS.DAT.  ASSIGN.DAT carries
*> no section number, so an instructor assigned to a course answers
*> for every section of it; a course nobody is assigned to is
*> listed under NO INSTRUCTOR ASSIGNED so it cannot slip through.
*>
*> The term's end date comes from TERMCAL.DAT, and every line shows
*> how many business days have gone by since it - counted through
*> Y2KBDAY the way SuspRept ages its suspense records, so weekends
*> and HOLIDAYS.DAT are honoured.  Lines are grouped by the
*> instructor's department.
*>
*> Arguments:
*>    TERM=tttttt   the term being closed (required)
*>    DEADLINE=nn   business days after the term end date that grades
*>                  are due (default 5)
*>
*> Output:
*>    GRADEOUT.RPT   every section with grades outstanding
*>    GRADELATE.RPT  only the sections past the grading deadline,
*>                   by department, for the department heads

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
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT SortWorkFile ASSIGN TO "GTWORK.TMP".
    SELECT ReportFile ASSIGN TO "GRADEOUT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LateFile ASSIGN TO "GRADELATE.RPT"
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

FD TermCalFile.
01 TermCalRecord.
   02  TC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  TC-StartDate    PIC 9(8).
   02  FILLER          PIC X.
   02  TC-EndDate      PIC 9(8).
   02  FILLER          PIC X.
   02  TC-CensusDate   PIC 9(8).
   02  FILLER          PIC X.
   02  TC-WithdrawDate PIC 9(8).

SD SortWorkFile.
01 SortRec.
   02  SR-Department    PIC X(12).
   02  SR-InstructorId  PIC 9(5).
   02  SR-InstructorName PIC X(30).
   02  SR-CourseCode    PIC X(4).
   02  SR-SectionNbr    PIC 9(2).
   02  SR-EnrolledCount PIC 9(4).
   02  SR-MissingCount  PIC 9(4).

FD ReportFile.
01 ReportLine           PIC X(80).

FD LateFile.
01 LateLine             PIC X(80).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  AssignmentFileStatus    PIC XX.
    88  AssignmentFileOk    VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".

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
01  DeadlineBusinessDays    PIC 9(3) VALUE 5.

01  TermEndDate             PIC 9(8) VALUE ZERO.
01  TermFoundSwitch         PIC X VALUE "N".
    88  TermFound           VALUE "Y".
01  AgeCountDate            PIC 9(8).
01  AgeTodayDate            PIC 9(8).
01  BusinessDaysSinceEnd    PIC 9(3) VALUE ZERO.
01  PastDeadlineSwitch      PIC X VALUE "N".
    88  PastDeadline        VALUE "Y".

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

*> The term's teaching assignments, joined to the instructor
*> master once at startup.
01  AssignmentCount         PIC 9(3) VALUE ZERO.
01  AssignmentIndex         PIC 9(3).
01  AssignmentTable.
    02  AssignmentEntry     OCCURS 200 TIMES.
        03  AT-InstructorId PIC 9(5).
        03  AT-CourseCode   PIC X(4).
        03  AT-Name         PIC X(30).
        03  AT-Department   PIC X(12).
01  CourseAssignedSwitch    PIC X.
    88  CourseAssigned      VALUE "Y".

*> One counter pair per course/section of the term - seeded from
*> SECTIONS.DAT, extended by any section an enrollment names that
*> the section file does not.
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
        03  TY-Enrolled     PIC 9(4).
        03  TY-Missing      PIC 9(4).

01  PriorDepartment         PIC X(12) VALUE LOW-VALUES.
01  LatePriorDepartment     PIC X(12) VALUE LOW-VALUES.
01  OutstandingLineCount    PIC 9(5) VALUE ZERO.
01  LateLineCount           PIC 9(5) VALUE ZERO.
01  MissingGradeTotal       PIC 9(6) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  ReportTitleLine.
    02  FILLER              PIC X(26) VALUE "GRADES OUTSTANDING - TERM ".
    02  RTL-TermCode        PIC X(6).
    02  FILLER              PIC X(11) VALUE "  term end ".
    02  RTL-EndDate         PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RTL-Days            PIC ZZ9.
    02  FILLER              PIC X(24) VALUE " business days since end".

01  LateTitleLine.
    02  FILLER              PIC X(32)
        VALUE "PAST GRADING DEADLINE - TERM ".
    02  LTL-TermCode        PIC X(6).
    02  FILLER              PIC X(12) VALUE "  deadline: ".
    02  LTL-Deadline        PIC ZZ9.
    02  FILLER              PIC X(27) VALUE " business days after end".

01  ColumnHeadingLine.
    02  FILLER              PIC X(6)  VALUE "INSTR".
    02  FILLER              PIC X(31) VALUE "NAME".
    02  FILLER              PIC X(5)  VALUE "CRSE".
    02  FILLER              PIC X(4)  VALUE "SEC".
    02  FILLER              PIC X(10) VALUE "ENROLLED".
    02  FILLER              PIC X(10) VALUE "MISSING".
    02  FILLER              PIC X(14) VALUE "DAYS".

01  DepartmentLine.
    02  FILLER              PIC X(12) VALUE "Department: ".
    02  DL-Department       PIC X(12).
    02  FILLER              PIC X(56) VALUE SPACES.

01  OutstandingDetailLine.
    02  ODL-InstructorId    PIC X(5).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ODL-Name            PIC X(30).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ODL-CourseCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ODL-SectionNbr      PIC 99.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  ODL-Enrolled        PIC ZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  ODL-Missing         PIC ZZZ9.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  ODL-Days            PIC ZZ9.
    02  FILLER              PIC X(9)  VALUE " OUTSTDG ".

01  OutstandingSummaryLine.
    02  FILLER              PIC X(30) VALUE "Sections with grades missing: ".
    02  OSL-LineCount       PIC ZZZZ9.
    02  FILLER              PIC X(19) VALUE "  grades missing:  ".
    02  OSL-MissingTotal    PIC ZZZZZ9.
    02  FILLER              PIC X(20) VALUE SPACES.

01  LateSummaryLine.
    02  FILLER              PIC X(30) VALUE "Sections past the deadline:   ".
    02  LSL-LineCount       PIC ZZZZ9.
    02  FILLER              PIC X(45) VALUE SPACES.

01  NotYetDueLine.
    02  FILLER              PIC X(44)
        VALUE "The grading deadline has not passed yet - ".
    02  NYD-Days            PIC ZZ9.
    02  FILLER              PIC X(33)
        VALUE " business day(s) since term end.".

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AgeTodayDate
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "TERM=tttttt is required - no report produced."
       STOP RUN
    END-IF
    PERFORM FindTermEndDate
    IF NOT TermFound
       DISPLAY "Term " SelectTerm " is not on TERMCAL.DAT - no report"
          " produced."
       STOP RUN
    END-IF
    PERFORM CountBusinessDaysSinceEnd
    IF BusinessDaysSinceEnd > DeadlineBusinessDays
       SET PastDeadline TO TRUE
    END-IF
    PERFORM LoadAssignmentTable
    PERFORM LoadSectionTallies
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - nothing to track."
       STOP RUN
    END-IF
    PERFORM TallyMissingGrades
    CLOSE EnrollmentFile
    OPEN OUTPUT ReportFile
    OPEN OUTPUT LateFile
    MOVE SelectTerm TO RTL-TermCode LTL-TermCode
    MOVE TermEndDate TO RTL-EndDate
    MOVE BusinessDaysSinceEnd TO RTL-Days
    MOVE DeadlineBusinessDays TO LTL-Deadline
    WRITE ReportLine FROM ReportTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ColumnHeadingLine
    WRITE LateLine FROM LateTitleLine
    WRITE LateLine FROM BlankLine
    IF PastDeadline
       WRITE LateLine FROM ColumnHeadingLine
    ELSE
       MOVE BusinessDaysSinceEnd TO NYD-Days
       WRITE LateLine FROM NotYetDueLine
    END-IF
    SORT SortWorkFile
        ON ASCENDING KEY SR-Department
        ON ASCENDING KEY SR-InstructorId
        ON ASCENDING KEY SR-CourseCode
        ON ASCENDING KEY SR-SectionNbr
        INPUT PROCEDURE IS ReleaseOutstandingSections
        OUTPUT PROCEDURE IS PrintOutstandingSections
    MOVE OutstandingLineCount TO OSL-LineCount
    MOVE MissingGradeTotal TO OSL-MissingTotal
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM OutstandingSummaryLine
    DISPLAY OutstandingSummaryLine
    MOVE LateLineCount TO LSL-LineCount
    WRITE LateLine FROM BlankLine
    WRITE LateLine FROM LateSummaryLine
    DISPLAY LateSummaryLine
    CLOSE LateFile
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
          WHEN "DEADLINE"
             COMPUTE DeadlineBusinessDays =
                FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

FindTermEndDate.
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       DISPLAY "TERMCAL.DAT not found."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneTermCalRecord
    PERFORM UNTIL EndOfFile
       IF TC-TermCode = SelectTerm
          MOVE TC-EndDate TO TermEndDate
          SET TermFound TO TRUE
          SET EndOfFile TO TRUE
       ELSE
          PERFORM ReadOneTermCalRecord
       END-IF
    END-PERFORM
    CLOSE TermCalFile.

ReadOneTermCalRecord.
    READ TermCalFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Business days from the term end date to the run date: one
*> Y2KBDAY ADD-a-day step at a time, as SuspRept ages its records.
*> A term that has not ended yet counts as zero.
CountBusinessDaysSinceEnd.
    MOVE ZERO TO BusinessDaysSinceEnd
    MOVE TermEndDate TO AgeCountDate
    PERFORM UNTIL AgeCountDate NOT < AgeTodayDate
       OR BusinessDaysSinceEnd NOT < 999
       SET Y2K-BDAY-ADD TO TRUE
       MOVE AgeCountDate (5:2) TO Y2K-BDAYP-DATE (1:2)
       MOVE AgeCountDate (7:2) TO Y2K-BDAYP-DATE (3:2)
       MOVE AgeCountDate (1:4) TO Y2K-BDAYP-DATE (5:4)
       MOVE +1 TO Y2K-BDAYP-INCREMENT
       CALL "Y2KBDAY" USING Y2K-BDAY-PARAMETERS
       IF Y2K-BDAYP-RETURN-CODE NOT = 0
          MOVE 999 TO BusinessDaysSinceEnd
       ELSE
          MOVE Y2K-BDAYP-NEW-DATE (5:4) TO AgeCountDate (1:4)
          MOVE Y2K-BDAYP-NEW-DATE (1:2) TO AgeCountDate (5:2)
          MOVE Y2K-BDAYP-NEW-DATE (3:2) TO AgeCountDate (7:2)
          IF AgeCountDate NOT > AgeTodayDate
             ADD 1 TO BusinessDaysSinceEnd
          END-IF
       END-IF
    END-PERFORM.

LoadAssignmentTable.
    MOVE ZERO TO AssignmentCount
    OPEN INPUT AssignmentFile
    IF NOT AssignmentFileOk
       DISPLAY "ASSIGN.DAT not found - no section has an instructor."
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT InstructorFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAssignment
    PERFORM UNTIL EndOfFile
       IF AS-TermCode = SelectTerm AND AssignmentCount < 200
          ADD 1 TO AssignmentCount
          MOVE AS-InstructorId TO AT-InstructorId (AssignmentCount)
          MOVE AS-CourseCode TO AT-CourseCode (AssignmentCount)
          MOVE "NOT ON INSTRUCTORS.DAT" TO AT-Name (AssignmentCount)
          MOVE SPACES TO AT-Department (AssignmentCount)
          IF InstructorFileOk
             MOVE AS-InstructorId TO IN-InstructorId
             READ InstructorFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE IN-Name TO AT-Name (AssignmentCount)
                   MOVE IN-Department
                     TO AT-Department (AssignmentCount)
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

LoadSectionTallies.
    MOVE ZERO TO TallyCount
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
          MOVE ZERO TO TY-Enrolled (TallyCount) TY-Missing (TallyCount)
       END-IF
       PERFORM ReadOneSectionRecord
    END-PERFORM
    CLOSE SectionFile.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Every registration for the term that is not withdrawn counts as
*> enrolled; those with a blank EN-Grade are still owed a grade.
TallyMissingGrades.
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
          MOVE ZERO TO TY-Enrolled (TallyIndex) TY-Missing (TallyIndex)
       ELSE
          IF NOT TallyFull
             DISPLAY "More than 300 course sections in the term - the"
                " rest are not tracked."
             SET TallyFull TO TRUE
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO TY-Enrolled (TallyIndex)
    IF EN-Grade = SPACE
       ADD 1 TO TY-Missing (TallyIndex)
    END-IF.

*> One sort record per assigned instructor for every section still
*> owed grades; an unassigned course is released once, blank
*> department and instructor, so it sorts to the top.
ReleaseOutstandingSections.
    PERFORM VARYING TallyIndex FROM 1 BY 1
       UNTIL TallyIndex > TallyCount
       IF TY-Missing (TallyIndex) > ZERO
          PERFORM ReleaseOneSection
       END-IF
    END-PERFORM.

ReleaseOneSection.
    MOVE "N" TO CourseAssignedSwitch
    MOVE TY-CourseCode (TallyIndex) TO SR-CourseCode
    MOVE TY-SectionNbr (TallyIndex) TO SR-SectionNbr
    MOVE TY-Enrolled (TallyIndex) TO SR-EnrolledCount
    MOVE TY-Missing (TallyIndex) TO SR-MissingCount
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-CourseCode (AssignmentIndex) = TY-CourseCode (TallyIndex)
          SET CourseAssigned TO TRUE
          MOVE AT-Department (AssignmentIndex) TO SR-Department
          MOVE AT-InstructorId (AssignmentIndex) TO SR-InstructorId
          MOVE AT-Name (AssignmentIndex) TO SR-InstructorName
          RELEASE SortRec
       END-IF
    END-PERFORM
    IF NOT CourseAssigned
       MOVE SPACES TO SR-Department
       MOVE ZERO TO SR-InstructorId
       MOVE "NO INSTRUCTOR ASSIGNED" TO SR-InstructorName
       RELEASE SortRec
    END-IF.

PrintOutstandingSections.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       PERFORM PrintOneOutstandingSection
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM.

PrintOneOutstandingSection.
    MOVE SR-Department TO DL-Department
    IF SR-Department NOT = PriorDepartment
       MOVE SR-Department TO PriorDepartment
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM DepartmentLine
    END-IF
    IF SR-InstructorId = ZERO
       MOVE SPACES TO ODL-InstructorId
    ELSE
       MOVE SR-InstructorId TO ODL-InstructorId
    END-IF
    MOVE SR-InstructorName TO ODL-Name
    MOVE SR-CourseCode TO ODL-CourseCode
    MOVE SR-SectionNbr TO ODL-SectionNbr
    MOVE SR-EnrolledCount TO ODL-Enrolled
    MOVE SR-MissingCount TO ODL-Missing
    MOVE BusinessDaysSinceEnd TO ODL-Days
    WRITE ReportLine FROM OutstandingDetailLine
    ADD 1 TO OutstandingLineCount
    ADD SR-MissingCount TO MissingGradeTotal
    IF PastDeadline
       IF SR-Department NOT = LatePriorDepartment
          MOVE SR-Department TO LatePriorDepartment
          WRITE LateLine FROM BlankLine
          WRITE LateLine FROM DepartmentLine
       END-IF
       WRITE LateLine FROM OutstandingDetailLine
       ADD 1 TO LateLineCount
    END-IF.
