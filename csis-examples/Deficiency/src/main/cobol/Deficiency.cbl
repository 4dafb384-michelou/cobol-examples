*> Arguments:
*>    TERM=tttttt  the term being reported (required - a mid-term
*>                 cycle belongs to exactly one term).
*>    ADVISOR      route the report to the advisors: one section per
*>                 advisor on ADVISORS.DAT (AdvMaint), headed with the
*>                 advisor's name from INSTRUCTORS.DAT and listing only
*>                 that advisor's students, course by course; students
*>                 with no advisor come last under NO ADVISOR.
*>    ADVISOR=nnnnn  one advisor's section only.  No letters are
*>                 written on such a run, so DEFICNCY.LTR keeps every
*>                 student's letter from the last full run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AD-StudentId
		FILE STATUS IS AddressFileStatus.
    SELECT AdvisorFile ASSIGN TO "ADVISORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AdvisorFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT SortWorkFile ASSIGN TO "DFWORK.TMP".
    SELECT ReportFile ASSIGN TO "DEFICNCY.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
   02  AD-PostalCode   PIC X(10).
   02  AD-Phone        PIC X(12).

FD AdvisorFile.
01 AdvisorRecord.
   02  AV-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AV-InstructorId PIC 9(5).
   02  FILLER          PIC X.
   02  AV-DateAssigned PIC 9(8).

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  IN-Name         PIC X(30).
   02  IN-Department   PIC X(12).

*> Re-keyed course-first so one sort drives the per-course report
*> sections; the advisor key is spaces unless the report is being
*> routed by advisor.
SD SortWorkFile.
01 SortRec.
   02  SR-AdvisorKey        PIC X(5).
   02  SR-CourseCode        PIC X(4).
   02  SR-StudentId         PIC 9(7).
   02  SR-MidtermGrade      PIC X.
    88  EnrollmentFileOk    VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AdvisorFileStatus       PIC XX.
    88  AdvisorFileOk       VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  InstructorsAvailableSwitch PIC X VALUE "N".
    88  InstructorsAvailable VALUE "Y".

01  EndOfEnrollmentSwitch   PIC X VALUE "N".
    88  EndOfEnrollment     VALUE "Y".
01  EndOfAdvisorsSwitch     PIC X VALUE "N".
    88  EndOfAdvisors       VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectTerm              PIC X(6) VALUE SPACES.
01  AdvisorModeSwitch       PIC X VALUE "N".
    88  AdvisorMode         VALUE "Y".
01  SelectAdvisor           PIC X(5) VALUE SPACES.
01  LettersWantedSwitch     PIC X VALUE "Y".
    88  LettersWanted       VALUE "Y".

01  AdviseeCount            PIC 9(4) VALUE ZERO.
01  AdviseeIndex            PIC 9(4).
01  AdviseeFoundSwitch      PIC X.
    88  AdviseeFound        VALUE "Y".
01  AdviseeTable.
    02  AdviseeEntry        OCCURS 2000 TIMES.
        03  AT-StudentId    PIC 9(7).
        03  AT-InstructorId PIC 9(5).
01  StudentAdvisorKey       PIC X(5).
01  PriorAdvisorKey         PIC X(5) VALUE SPACES.

01  PriorCourseCode         PIC X(4) VALUE SPACES.
01  DeficientCount          PIC 9(5) VALUE ZERO.
    02  DDL-MidtermGrade    PIC X.
    02  FILLER              PIC X(23) VALUE SPACES.

01  AdvisorHeadingLine.
    02  FILLER              PIC X(13) VALUE "FOR ADVISOR  ".
    02  AHL-InstructorId    PIC X(5).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  AHL-Name            PIC X(30).
    02  FILLER              PIC X(30) VALUE SPACES.

01  AdvisorRuleLine         PIC X(80) VALUE ALL "=".

01  DeficiencySummaryLine.
    02  FILLER              PIC X(24) VALUE "Deficient enrollments:  ".
    02  DSL-Count           PIC ZZZZ9.
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    IF AdvisorMode
       PERFORM LoadAdvisorTable
    END-IF
    IF SelectAdvisor NOT = SPACES
       MOVE "N" TO LettersWantedSwitch
       DISPLAY "ADVISOR=" SelectAdvisor " - report only; DEFICNCY.LTR"
          " is left as it is."
    END-IF
    PERFORM FormatLetterDate
    OPEN OUTPUT ReportFile
    IF LettersWanted
       OPEN OUTPUT LetterFile
    END-IF
    SORT SortWorkFile
        ON ASCENDING KEY SR-AdvisorKey
        ON ASCENDING KEY SR-CourseCode
        ON ASCENDING KEY SR-StudentId
        INPUT PROCEDURE IS SelectDeficiencies
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF LettersWanted
       CLOSE LetterFile
    END-IF
    CLOSE ReportFile
    CLOSE EnrollmentFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    IF InstructorsAvailable
       CLOSE InstructorFile
    END-IF
    STOP RUN.

GetRunArguments.
       EVALUATE ArgumentKeyword
          WHEN "TERM"
             MOVE ArgumentValue (1:6) TO SelectTerm
          WHEN "ADVISOR"
             SET AdvisorMode TO TRUE
             MOVE ArgumentValue (1:5) TO SelectAdvisor
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    CALL "Y2KDFMT" USING Y2K-DFMT-PARAMETERS
    MOVE Y2K-DFMTP-OUTPUT TO LetterDate.

*> The advisor assignments AdvMaint keeps, and the instructor
*> master for the advisors' names on the section headings.
LoadAdvisorTable.
    OPEN INPUT InstructorFile
    IF InstructorFileOk
       SET InstructorsAvailable TO TRUE
    END-IF
    OPEN INPUT AdvisorFile
    IF NOT AdvisorFileOk
       DISPLAY "ADVISORS.DAT not found - every student is listed"
          " under NO ADVISOR."
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadOneAdvisorRecord
    PERFORM UNTIL EndOfAdvisors
       IF AV-StudentId NUMERIC AND AdviseeCount < 2000
          ADD 1 TO AdviseeCount
          MOVE AV-StudentId TO AT-StudentId (AdviseeCount)
          MOVE AV-InstructorId TO AT-InstructorId (AdviseeCount)
       END-IF
       PERFORM ReadOneAdvisorRecord
    END-PERFORM
    CLOSE AdvisorFile.

ReadOneAdvisorRecord.
    READ AdvisorFile
       AT END SET EndOfAdvisors TO TRUE
    END-READ.

*> The student's advisor as a sort key; no advisor sorts last.
FindStudentAdvisor.
    MOVE HIGH-VALUES TO StudentAdvisorKey
    MOVE "N" TO AdviseeFoundSwitch
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount OR AdviseeFound
       IF AT-StudentId (AdviseeIndex) = EN-StudentId
          SET AdviseeFound TO TRUE
          MOVE AT-InstructorId (AdviseeIndex) TO StudentAdvisorKey
       END-IF
    END-PERFORM.

SelectDeficiencies.
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfEnrollment
       IF EN-TermCode = SelectTerm
          AND (EN-MidtermGrade = "D" OR EN-MidtermGrade = "F")
          PERFORM ReleaseOneDeficiency
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM.

ReleaseOneDeficiency.
    MOVE SPACES TO SR-AdvisorKey
    IF AdvisorMode
       PERFORM FindStudentAdvisor
       IF SelectAdvisor NOT = SPACES
          AND StudentAdvisorKey NOT = SelectAdvisor
          EXIT PARAGRAPH
       END-IF
       MOVE StudentAdvisorKey TO SR-AdvisorKey
    END-IF
    MOVE EN-CourseCode TO SR-CourseCode
    MOVE EN-StudentId TO SR-StudentId
    MOVE EN-MidtermGrade TO SR-MidtermGrade
    RELEASE SortRec.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfEnrollment TO TRUE
    END-PERFORM.

PrintOneDeficiency.
    IF AdvisorMode AND SR-AdvisorKey NOT = PriorAdvisorKey
       MOVE SR-AdvisorKey TO PriorAdvisorKey
       PERFORM PrintAdvisorHeading
       MOVE SPACES TO PriorCourseCode
    END-IF
    IF SR-CourseCode NOT = PriorCourseCode
       MOVE SR-CourseCode TO PriorCourseCode
       WRITE ReportLine FROM BlankLine
    MOVE SR-StudentId TO DDL-StudentId
    MOVE SR-MidtermGrade TO DDL-MidtermGrade
    WRITE ReportLine FROM DeficiencyDetailLine
    IF LettersWanted
       PERFORM WriteWarningLetter
    END-IF.

PrintAdvisorHeading.
    MOVE SPACES TO AHL-InstructorId AHL-Name
    IF SR-AdvisorKey = HIGH-VALUES
       MOVE "NO ADVISOR ASSIGNED" TO AHL-Name
    ELSE
       MOVE SR-AdvisorKey TO AHL-InstructorId
       IF InstructorsAvailable
          MOVE SR-AdvisorKey TO IN-InstructorId
          READ InstructorFile
             INVALID KEY
                MOVE "NOT ON INSTRUCTORS.DAT" TO AHL-Name
             NOT INVALID KEY
                MOVE IN-Name TO AHL-Name
          END-READ
       END-IF
    END-IF
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AdvisorRuleLine
    WRITE ReportLine FROM AdvisorHeadingLine
    WRITE ReportLine FROM AdvisorRuleLine.

FetchStudentAddress.
    MOVE "N" TO AddressFoundSwitch
