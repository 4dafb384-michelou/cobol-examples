IDENTIFICATION DIVISION.
PROGRAM-ID.  AdvList.
AUTHOR.  Michael Coughlan.
*> Advisee lists.  One section per advisor on ADVISEES.RPT, headed
*> with the advisor's name and department from INSTRUCTORS.DAT, and
*> one entry per student AdvMaint has assigned them: StudentId, name,
*> master status and program, the academic standing and cumulative
*> GPA of the student's latest STANDING.DAT record, the courses the
*> student is currently registered in (open, status E, enrollments
*> on ENROLLMENT.DAT, with section and term) and any financial hold
*> on HOLDS.DAT.  Advisees are listed in surname order.
*>
*> Arguments (optional):
*>    ADVISOR=nnnnn  one advisor's list only

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AdvisorFile ASSIGN TO "ADVISORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AdvisorFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT StandingFile ASSIGN TO "STANDING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StandingFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT SortWorkFile ASSIGN TO "AVWORK.TMP".
    SELECT ReportFile ASSIGN TO "ADVISEES.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AdvisorFile.
01 AdvisorRecord.
   02  AV-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AV-InstructorId PIC 9(5).
   02  FILLER          PIC X.
   02  AV-DateAssigned PIC 9(8).

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

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  IN-Name         PIC X(30).
   02  IN-Department   PIC X(12).

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

FD StandingFile.
01 StandingRecord.
   02  SG-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SG-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SG-TermGpa      PIC 9V99.
   02  FILLER          PIC X.
   02  SG-CumGpa       PIC 9V99.
   02  FILLER          PIC X.
   02  SG-StandingCode PIC X.

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

SD SortWorkFile.
01 SortRec.
   02  SR-InstructorId      PIC 9(5).
   02  SR-Surname           PIC X(20).
   02  SR-GivenName         PIC X(12).
   02  SR-StudentId         PIC 9(7).
   02  SR-Status            PIC X.
   02  SR-Program           PIC X(4).
   02  SR-StandingCode      PIC X.
   02  SR-CumGpa            PIC 9V99.
   02  SR-StandingTerm      PIC X(6).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  AdvisorFileStatus       PIC XX.
    88  AdvisorFileOk       VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StandingFileStatus      PIC XX.
    88  StandingFileOk      VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".
01  EndOfEnrollmentsSwitch  PIC X.
    88  EndOfEnrollments    VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  InstructorsAvailableSwitch PIC X VALUE "N".
    88  InstructorsAvailable VALUE "Y".
01  EnrollmentAvailableSwitch PIC X VALUE "N".
    88  EnrollmentAvailable VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectAdvisor           PIC X(5) VALUE SPACES.

01  AdviseeCount            PIC 9(4) VALUE ZERO.
01  AdviseeIndex            PIC 9(4).
01  AdviseeFoundSwitch      PIC X.
    88  AdviseeFound        VALUE "Y".
01  AdviseeTable.
    02  AdviseeEntry        OCCURS 2000 TIMES.
        03  AT-StudentId    PIC 9(7).
        03  AT-InstructorId PIC 9(5).
        03  AT-StandingCode PIC X.
        03  AT-CumGpa       PIC 9V99.
        03  AT-StandingTerm PIC X(6).

01  HoldCount               PIC 9(3) VALUE ZERO.
01  HoldIndex               PIC 9(3).
01  HoldTable.
    02  HoldEntry           OCCURS 200 TIMES.
        03  HT-StudentId    PIC 9(7).
        03  HT-HoldCode     PIC X(4).
        03  HT-DatePlaced   PIC 9(8).

01  PriorInstructorId       PIC 9(5).
01  FirstAdvisorSwitch      PIC X VALUE "Y".
    88  FirstAdvisor        VALUE "Y".
01  AdvisorAdviseeCount     PIC 9(4) VALUE ZERO.
01  ListedAdviseeCount      PIC 9(5) VALUE ZERO.
01  AdvisorSectionCount     PIC 9(4) VALUE ZERO.
01  CourseListPointer       PIC 9(3).
01  CourseListCount         PIC 9(2).
01  HoldListPointer         PIC 9(3).
01  HoldListCount           PIC 9(2).

01  BlankLine               PIC X(80) VALUE SPACES.

01  AdvisorHeadingLine.
    02  FILLER              PIC X(17) VALUE "ADVISEE LIST  -  ".
    02  AHL-InstructorId    PIC 9(5).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  AHL-Name            PIC X(30).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  AHL-Department      PIC X(12).
    02  FILLER              PIC X(12) VALUE SPACES.

01  AdviseeHeadingLine      PIC X(80) VALUE
    "STUDENT  NAME                              ST PROG  STANDING       CUM GPA".

01  AdviseeDetailLine.
    02  ADL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-Name            PIC X(33).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ADL-Status          PIC X.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-Program         PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-Standing        PIC X(14).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-CumGpa          PIC Z.99.
    02  FILLER              PIC X(8)  VALUE SPACES.

01  CourseListLine.
    02  FILLER              PIC X(9)  VALUE SPACES.
    02  FILLER              PIC X(9)  VALUE "courses: ".
    02  CLL-Courses         PIC X(62).

01  HoldListLine.
    02  FILLER              PIC X(9)  VALUE SPACES.
    02  FILLER              PIC X(9)  VALUE "holds:   ".
    02  HLL-Holds           PIC X(62).

01  AdvisorTotalLine.
    02  FILLER              PIC X(9)  VALUE SPACES.
    02  FILLER              PIC X(10) VALUE "Advisees: ".
    02  ATL-Count           PIC ZZZ9.
    02  FILLER              PIC X(57) VALUE SPACES.

01  ListSummaryLine.
    02  FILLER              PIC X(10) VALUE "Advisors: ".
    02  LSL-AdvisorCount    PIC ZZZ9.
    02  FILLER              PIC X(13) VALUE "  advisees:  ".
    02  LSL-AdviseeCount    PIC ZZZZ9.
    02  FILLER              PIC X(48) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    PERFORM LoadAdvisorTable
    IF AdviseeCount = ZERO
       DISPLAY "No advisor assignments on ADVISORS.DAT - run AdvMaint."
       STOP RUN
    END-IF
    PERFORM LoadLatestStanding
    PERFORM LoadHoldTable
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - names will not be shown."
    END-IF
    OPEN INPUT InstructorFile
    IF InstructorFileOk
       SET InstructorsAvailable TO TRUE
    END-IF
    OPEN INPUT EnrollmentFile
    IF EnrollmentFileOk
       SET EnrollmentAvailable TO TRUE
    END-IF
    OPEN OUTPUT ReportFile
    SORT SortWorkFile
        ON ASCENDING KEY SR-InstructorId
        ON ASCENDING KEY SR-Surname
        ON ASCENDING KEY SR-GivenName
        ON ASCENDING KEY SR-StudentId
        INPUT PROCEDURE IS SelectAdvisees
        OUTPUT PROCEDURE IS PrintAdviseeLists
    MOVE AdvisorSectionCount TO LSL-AdvisorCount
    MOVE ListedAdviseeCount TO LSL-AdviseeCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ListSummaryLine
    DISPLAY ListSummaryLine
    CLOSE ReportFile
    IF EnrollmentAvailable
       CLOSE EnrollmentFile
    END-IF
    IF InstructorsAvailable
       CLOSE InstructorFile
    END-IF
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
          WHEN "ADVISOR"
             MOVE ArgumentValue (1:5) TO SelectAdvisor
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadAdvisorTable.
    OPEN INPUT AdvisorFile
    IF NOT AdvisorFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAdvisorRecord
    PERFORM UNTIL EndOfFile
       IF AV-StudentId NUMERIC AND AdviseeCount < 2000
          AND (SelectAdvisor = SPACES
               OR AV-InstructorId = SelectAdvisor)
          ADD 1 TO AdviseeCount
          MOVE AV-StudentId TO AT-StudentId (AdviseeCount)
          MOVE AV-InstructorId TO AT-InstructorId (AdviseeCount)
          MOVE SPACE TO AT-StandingCode (AdviseeCount)
          MOVE ZERO TO AT-CumGpa (AdviseeCount)
          MOVE SPACES TO AT-StandingTerm (AdviseeCount)
       END-IF
       PERFORM ReadOneAdvisorRecord
    END-PERFORM
    CLOSE AdvisorFile.

ReadOneAdvisorRecord.
    READ AdvisorFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> STANDING.DAT is appended term by term, so the last record read
*> for a student is the current standing.
LoadLatestStanding.
    OPEN INPUT StandingFile
    IF NOT StandingFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneStandingRecord
    PERFORM UNTIL EndOfFile
       IF SG-StudentId NUMERIC
          PERFORM FindAdviseeForStanding
          IF AdviseeFound
             MOVE SG-StandingCode TO AT-StandingCode (AdviseeIndex)
             MOVE SG-CumGpa TO AT-CumGpa (AdviseeIndex)
             MOVE SG-TermCode TO AT-StandingTerm (AdviseeIndex)
          END-IF
       END-IF
       PERFORM ReadOneStandingRecord
    END-PERFORM
    CLOSE StandingFile.

ReadOneStandingRecord.
    READ StandingFile
       AT END SET EndOfFile TO TRUE
    END-READ.

FindAdviseeForStanding.
    MOVE "N" TO AdviseeFoundSwitch
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount OR AdviseeFound
       IF AT-StudentId (AdviseeIndex) = SG-StudentId
          SET AdviseeFound TO TRUE
       END-IF
    END-PERFORM
    IF AdviseeFound
       SUBTRACT 1 FROM AdviseeIndex
    END-IF.

LoadHoldTable.
    MOVE ZERO TO HoldCount
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHoldRecord
    PERFORM UNTIL EndOfFile
       IF HD-StudentId NUMERIC AND HoldCount < 200
          ADD 1 TO HoldCount
          MOVE HD-StudentId TO HT-StudentId (HoldCount)
          MOVE HD-HoldCode TO HT-HoldCode (HoldCount)
          MOVE HD-DatePlaced TO HT-DatePlaced (HoldCount)
       END-IF
       PERFORM ReadOneHoldRecord
    END-PERFORM
    CLOSE HoldFile.

ReadOneHoldRecord.
    READ HoldFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SelectAdvisees.
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount
       MOVE AT-InstructorId (AdviseeIndex) TO SR-InstructorId
       MOVE AT-StudentId (AdviseeIndex) TO SR-StudentId
       MOVE AT-StandingCode (AdviseeIndex) TO SR-StandingCode
       MOVE AT-CumGpa (AdviseeIndex) TO SR-CumGpa
       MOVE AT-StandingTerm (AdviseeIndex) TO SR-StandingTerm
       MOVE SPACES TO SR-Surname SR-GivenName SR-Program
       MOVE "?" TO SR-Status
       IF MasterAvailable
          MOVE AT-StudentId (AdviseeIndex) TO StudentId
          READ StudentFile
             INVALID KEY
                MOVE "NOT ON MASTER" TO SR-Surname
             NOT INVALID KEY
                MOVE Surname TO SR-Surname
                MOVE GivenName TO SR-GivenName
                MOVE EnrollmentStatus TO SR-Status
                MOVE CourseCode TO SR-Program
          END-READ
       END-IF
       RELEASE SortRec
    END-PERFORM.

PrintAdviseeLists.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       PERFORM PrintOneAdvisee
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM
    IF NOT FirstAdvisor
       PERFORM PrintAdvisorTotal
    END-IF.

PrintOneAdvisee.
    IF FirstAdvisor OR SR-InstructorId NOT = PriorInstructorId
       IF NOT FirstAdvisor
          PERFORM PrintAdvisorTotal
       END-IF
       MOVE "N" TO FirstAdvisorSwitch
       MOVE SR-InstructorId TO PriorInstructorId
       PERFORM PrintAdvisorHeading
    END-IF
    ADD 1 TO AdvisorAdviseeCount
    ADD 1 TO ListedAdviseeCount
    MOVE SR-StudentId TO ADL-StudentId
    MOVE SPACES TO ADL-Name
    STRING FUNCTION TRIM (SR-Surname) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM (SR-GivenName) DELIMITED BY SIZE
       INTO ADL-Name
    MOVE SR-Status TO ADL-Status
    MOVE SR-Program TO ADL-Program
    EVALUATE SR-StandingCode
       WHEN "P"
          MOVE "PROBATION" TO ADL-Standing
       WHEN "D"
          MOVE "DEAN'S LIST" TO ADL-Standing
       WHEN "G"
          MOVE "GOOD STANDING" TO ADL-Standing
       WHEN OTHER
          MOVE "NOT YET POSTED" TO ADL-Standing
    END-EVALUATE
    MOVE SR-CumGpa TO ADL-CumGpa
    WRITE ReportLine FROM AdviseeDetailLine
    PERFORM PrintCurrentCourses
    PERFORM PrintStudentHolds.

PrintAdvisorHeading.
    ADD 1 TO AdvisorSectionCount
    MOVE ZERO TO AdvisorAdviseeCount
    MOVE SR-InstructorId TO AHL-InstructorId
    MOVE SPACES TO AHL-Name AHL-Department
    IF InstructorsAvailable
       MOVE SR-InstructorId TO IN-InstructorId
       READ InstructorFile
          INVALID KEY
             MOVE "NOT ON INSTRUCTORS.DAT" TO AHL-Name
          NOT INVALID KEY
             MOVE IN-Name TO AHL-Name
             MOVE IN-Department TO AHL-Department
       END-READ
    END-IF
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AdvisorHeadingLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AdviseeHeadingLine.

PrintAdvisorTotal.
    MOVE AdvisorAdviseeCount TO ATL-Count
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AdvisorTotalLine.

*> Open enrollments, five to a line as "CSCI-01 202509".
PrintCurrentCourses.
    IF NOT EnrollmentAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CLL-Courses
    MOVE 1 TO CourseListPointer
    MOVE ZERO TO CourseListCount
    MOVE SR-StudentId TO EN-StudentId
    MOVE LOW-VALUES TO EN-CourseCode EN-TermCode
    MOVE "N" TO EndOfEnrollmentsSwitch
    START EnrollmentFile KEY NOT LESS THAN EN-EnrollmentKey
       INVALID KEY SET EndOfEnrollments TO TRUE
    END-START
    PERFORM UNTIL EndOfEnrollments
       READ EnrollmentFile NEXT
          AT END SET EndOfEnrollments TO TRUE
          NOT AT END
             IF EN-StudentId NOT = SR-StudentId
                SET EndOfEnrollments TO TRUE
             ELSE
                IF EN-CompletionStatus = "E"
                   PERFORM AddOneCourseToList
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF CourseListCount = ZERO
       MOVE "none open" TO CLL-Courses
       WRITE ReportLine FROM CourseListLine
    ELSE
       IF CLL-Courses NOT = SPACES
          WRITE ReportLine FROM CourseListLine
       END-IF
    END-IF.

AddOneCourseToList.
    IF CourseListPointer > 50
       WRITE ReportLine FROM CourseListLine
       MOVE SPACES TO CLL-Courses
       MOVE 1 TO CourseListPointer
    END-IF
    STRING EN-CourseCode DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           EN-SectionNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EN-TermCode DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
       INTO CLL-Courses
       WITH POINTER CourseListPointer
    ADD 1 TO CourseListCount.

PrintStudentHolds.
    MOVE SPACES TO HLL-Holds
    MOVE 1 TO HoldListPointer
    MOVE ZERO TO HoldListCount
    PERFORM VARYING HoldIndex FROM 1 BY 1
       UNTIL HoldIndex > HoldCount
       IF HT-StudentId (HoldIndex) = SR-StudentId
          AND HoldListPointer < 40
          STRING HT-HoldCode (HoldIndex) DELIMITED BY SIZE
                 " since " DELIMITED BY SIZE
                 HT-DatePlaced (HoldIndex) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
             INTO HLL-Holds
             WITH POINTER HoldListPointer
          ADD 1 TO HoldListCount
       END-IF
    END-PERFORM
    IF HoldListCount > ZERO
       WRITE ReportLine FROM HoldListLine
    END-IF.
