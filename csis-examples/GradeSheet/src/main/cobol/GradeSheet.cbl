IDENTIFICATION DIVISION.
PROGRAM-ID.  GradeSheet.
AUTHOR.  Michael Coughlan.
*> Term-end grade sheets, one per section, for the instructors - and
*> with each a grade-load file already keyed for EnrollEntry's
*> GRADES= batch load, so nobody retypes a StudentId from a printed
*> roster again (the retyped ids were half of GRADELOAD.RPT's
*> rejects).  For every course/section of the term - each section on
*> SECTIONS.DAT, plus any section an enrollment names that the file
*> does not - the sheet lists the students registered in it, by
*> name, with StudentId, the mid-term grade when one is recorded and
*> a blank final-grade column, and closes with the headcount and a
*> signature line.  Withdrawals and transfer credit are left off, as
*> GradeTrack leaves them out of the grades owed.
*>
*> The instructor comes from ASSIGN.DAT for the term and is named
*> from INSTRUCTORS.DAT.  ASSIGN.DAT carries no section number, so an
*> instructor assigned to a course gets a sheet for every section of
*> it (two instructors on one course each get their own); a course
*> nobody is assigned to still gets its sheets, under NO INSTRUCTOR
*> ASSIGNED.
*>
*> Each sheet's grade-load file is named
*>
*>    GRADES-tttttt-cccc-ss-iiiii.DAT
*>
*> (term, course, section, instructor id - 00000 when unassigned) and
*> holds one line per student in the GRADES= layout: StudentId,
*> CourseCode and TermCode in place, the grade in col 18 left blank
*> for the instructor to fill in, and the assigned instructor's id
*> in cols 19-23 so the load checks it against ASSIGN.DAT.  A student
*> whose final grade is already posted is shown on the sheet with
*> that grade and left out of the file - loading it again would be a
*> grade change, which has its own form.  A section with nobody left
*> to grade gets no file.
*>
*> Arguments:
*>    TERM=tttttt   the term being graded (required)
*>
*> Output:
*>    GRADESHEET.RPT   the grade sheets, one after another
*>    GRADES-*.DAT     the pre-filled grade-load files

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT MasterFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS M-StudentId
		ALTERNATE RECORD KEY IS M-CourseCode WITH DUPLICATES
		FILE STATUS IS MasterFileStatus.
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
    SELECT SortWorkFile ASSIGN TO "GSWORK.TMP".
    SELECT ReportFile ASSIGN TO "GRADESHEET.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GradeLoadFile ASSIGN TO DYNAMIC GradeLoadFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GradeLoadFileStatus.

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

FD MasterFile.
01 MasterStudentDetails.
   02  M-StudentId     PIC 9(7).
   02  M-StudentName.
       03 M-Surname    PIC X(20).
       03 M-GivenName  PIC X(12).
       03 M-Initials   PIC XX.
   02  M-DateOfBirth   PIC 9(8).
   02  M-CourseCode    PIC X(4).
   02  M-Gender        PIC X.
   02  M-EnrollmentStatus PIC X.
   02  M-TermCode      PIC X(6).
   02  M-CampusCode    PIC X(2).

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

*> One record per sheet heading (type 0, from SECTIONS.DAT) and per
*> student on a sheet (type 1), released once for each instructor
*> the course is assigned to, so the sort delivers every sheet whole.
SD SortWorkFile.
01 SortRec.
   02  SR-CourseCode    PIC X(4).
   02  SR-SectionNbr    PIC 9(2).
   02  SR-InstructorId  PIC 9(5).
   02  SR-InstructorName PIC X(30).
   02  SR-RecordType    PIC X.
       88  SR-SheetHeading  VALUE "0".
   02  SR-Surname       PIC X(20).
   02  SR-GivenName     PIC X(12).
   02  SR-StudentId     PIC 9(7).
   02  SR-MidtermGrade  PIC X.
   02  SR-FinalGrade    PIC X.

FD ReportFile.
01 ReportLine           PIC X(80).

*> EnrollEntry's GRADES= batch grade-load layout.
FD GradeLoadFile.
01 GradeLoadRecord.
   02  GL-StudentId    PIC X(7).
   02  GL-CourseCode   PIC X(4).
   02  GL-TermCode     PIC X(6).
   02  GL-Grade        PIC X.
   02  GL-InstructorId PIC X(5).
   02  GL-FormNumber   PIC X(8).
   02  GL-ChangeReason PIC X(30).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  MasterFileStatus        PIC XX.
    88  MasterFileOk        VALUE "00".
01  AssignmentFileStatus    PIC XX.
    88  AssignmentFileOk    VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  GradeLoadFileStatus     PIC XX.
    88  GradeLoadFileOk     VALUE "00".

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

*> The term's teaching assignments, joined to the instructor
*> master once at startup.
01  AssignmentCount         PIC 9(3) VALUE ZERO.
01  AssignmentIndex         PIC 9(3).
01  AssignmentTable.
    02  AssignmentEntry     OCCURS 200 TIMES.
        03  AT-InstructorId PIC 9(5).
        03  AT-CourseCode   PIC X(4).
        03  AT-Name         PIC X(30).
01  CourseAssignedSwitch    PIC X.
    88  CourseAssigned      VALUE "Y".

01  SheetOpenSwitch         PIC X VALUE "N".
    88  SheetOpen           VALUE "Y".
01  GradeFileOpenSwitch     PIC X VALUE "N".
    88  GradeFileOpen       VALUE "Y".
01  GradeLoadFileName       PIC X(100).
01  PriorCourseCode         PIC X(4).
01  PriorSectionNbr         PIC 9(2).
01  PriorInstructorId       PIC 9(5).
01  SheetStudentCount       PIC 9(4).
01  SheetFileLineCount      PIC 9(4).
01  SheetCount              PIC 9(4) VALUE ZERO.
01  StudentLineTotal        PIC 9(5) VALUE ZERO.
01  GradeFileCount          PIC 9(4) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.
01  SeparatorLine           PIC X(80) VALUE ALL "-".

01  SheetTitleLine.
    02  FILLER              PIC X(25) VALUE "FINAL GRADE SHEET - TERM ".
    02  STL-TermCode        PIC X(6).
    02  FILLER              PIC X(9)  VALUE "  COURSE ".
    02  STL-CourseCode      PIC X(4).
    02  FILLER              PIC X(9)  VALUE " SECTION ".
    02  STL-SectionNbr      PIC 99.
    02  FILLER              PIC X(25) VALUE SPACES.

01  SheetInstructorLine.
    02  FILLER              PIC X(12) VALUE "Instructor: ".
    02  SIL-InstructorId    PIC X(5).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SIL-Name            PIC X(30).
    02  FILLER              PIC X(32) VALUE SPACES.

01  SheetColumnLine.
    02  FILLER              PIC X(9)  VALUE "STUDENT".
    02  FILLER              PIC X(36) VALUE "NAME".
    02  FILLER              PIC X(9)  VALUE "MIDTERM".
    02  FILLER              PIC X(11) VALUE "FINAL GRADE".
    02  FILLER              PIC X(15) VALUE SPACES.

01  SheetDetailLine.
    02  SDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-Name            PIC X(34).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  SDL-Midterm         PIC X.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  SDL-Final           PIC X(12).
    02  FILLER              PIC X(14) VALUE SPACES.

01  SheetCountLine.
    02  FILLER              PIC X(10) VALUE "Students: ".
    02  SCL-Count           PIC ZZZ9.
    02  FILLER              PIC X(66) VALUE SPACES.

01  SheetEmptyLine.
    02  FILLER              PIC X(40)
        VALUE "No students registered in this section.".
    02  FILLER              PIC X(40) VALUE SPACES.

01  SheetFileLine.
    02  FILLER              PIC X(17) VALUE "Grade-load file: ".
    02  SFL-FileName        PIC X(40).
    02  FILLER              PIC X(23) VALUE SPACES.

01  SheetNoFileLine.
    02  FILLER              PIC X(46)
        VALUE "No grade-load file - every grade is posted.".
    02  FILLER              PIC X(34) VALUE SPACES.

01  SheetSignatureLine      PIC X(80) VALUE
    "Instructor signature ______________________________   Date __________".

01  SheetSummaryLine.
    02  FILLER              PIC X(14) VALUE "Grade sheets: ".
    02  SSL-SheetCount      PIC ZZZ9.
    02  FILLER              PIC X(19) VALUE "  students listed: ".
    02  SSL-StudentCount    PIC ZZZZ9.
    02  FILLER              PIC X(20) VALUE "  grade-load files: ".
    02  SSL-FileCount       PIC ZZZ9.
    02  FILLER              PIC X(14) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "TERM=tttttt is required - no grade sheets produced."
       STOP RUN
    END-IF
    PERFORM LoadAssignmentTable
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - no grade sheets produced."
       STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    SORT SortWorkFile
        ON ASCENDING KEY SR-CourseCode
        ON ASCENDING KEY SR-SectionNbr
        ON ASCENDING KEY SR-InstructorId
        ON ASCENDING KEY SR-RecordType
        ON ASCENDING KEY SR-Surname
        ON ASCENDING KEY SR-GivenName
        ON ASCENDING KEY SR-StudentId
        INPUT PROCEDURE IS ReleaseSheetRecords
        OUTPUT PROCEDURE IS PrintGradeSheets
    CLOSE EnrollmentFile
    MOVE SheetCount TO SSL-SheetCount
    MOVE StudentLineTotal TO SSL-StudentCount
    MOVE GradeFileCount TO SSL-FileCount
    WRITE ReportLine FROM SheetSummaryLine
    DISPLAY SheetSummaryLine
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

*> A heading record for every section on file, so a section nobody
*> has registered in still gets its (empty) sheet, then a student
*> record for every registration of the term still in the section.
ReleaseSheetRecords.
    OPEN INPUT SectionFile
    IF SectionFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM ReadOneSectionRecord
       PERFORM UNTIL EndOfFile
          IF SN-CourseCode NOT = SPACES
             PERFORM ReleaseSectionHeading
          END-IF
          PERFORM ReadOneSectionRecord
       END-PERFORM
       CLOSE SectionFile
    ELSE
       DISPLAY "SECTIONS.DAT not found - sheets only for sections with"
          " registrations."
    END-IF
    OPEN INPUT MasterFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfFile
       IF EN-TermCode = SelectTerm
          AND EN-CompletionStatus NOT = "W"
          AND EN-TransferFlag NOT = "T"
          PERFORM ReleaseOneEnrollment
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM
    IF MasterFileOk
       CLOSE MasterFile
    END-IF.

ReadOneSectionRecord.
    READ SectionFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReleaseSectionHeading.
    MOVE SN-CourseCode TO SR-CourseCode
    MOVE SN-SectionNbr TO SR-SectionNbr
    MOVE "0" TO SR-RecordType
    MOVE SPACES TO SR-Surname SR-GivenName
    MOVE ZERO TO SR-StudentId
    MOVE SPACE TO SR-MidtermGrade SR-FinalGrade
    PERFORM ReleaseForEachInstructor.

ReleaseOneEnrollment.
    MOVE EN-CourseCode TO SR-CourseCode
    MOVE EN-SectionNumber TO SR-SectionNbr
    MOVE "1" TO SR-RecordType
    MOVE EN-StudentId TO SR-StudentId
    MOVE EN-MidtermGrade TO SR-MidtermGrade
    MOVE EN-Grade TO SR-FinalGrade
    MOVE SPACES TO SR-Surname SR-GivenName
    IF MasterFileOk
       MOVE EN-StudentId TO M-StudentId
       READ MasterFile
          INVALID KEY
             MOVE "UNKNOWN" TO SR-Surname
          NOT INVALID KEY
             MOVE M-Surname TO SR-Surname
             MOVE M-GivenName TO SR-GivenName
       END-READ
    END-IF
    PERFORM ReleaseForEachInstructor.

*> Released once under each instructor assigned to the course for
*> the term, or once with no instructor when nobody is.
ReleaseForEachInstructor.
    MOVE "N" TO CourseAssignedSwitch
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-CourseCode (AssignmentIndex) = SR-CourseCode
          SET CourseAssigned TO TRUE
          MOVE AT-InstructorId (AssignmentIndex) TO SR-InstructorId
          MOVE AT-Name (AssignmentIndex) TO SR-InstructorName
          RELEASE SortRec
       END-IF
    END-PERFORM
    IF NOT CourseAssigned
       MOVE ZERO TO SR-InstructorId
       MOVE "NO INSTRUCTOR ASSIGNED" TO SR-InstructorName
       RELEASE SortRec
    END-IF.

PrintGradeSheets.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       PERFORM PrintOneSheetRecord
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM
    IF SheetOpen
       PERFORM FinishSheet
    END-IF.

*> A new course, section or instructor starts a new sheet; every
*> student record is a line on it.
PrintOneSheetRecord.
    IF NOT SheetOpen
       OR SR-CourseCode NOT = PriorCourseCode
       OR SR-SectionNbr NOT = PriorSectionNbr
       OR SR-InstructorId NOT = PriorInstructorId
       IF SheetOpen
          PERFORM FinishSheet
       END-IF
       PERFORM StartSheet
    END-IF
    IF NOT SR-SheetHeading
       PERFORM PrintOneStudent
    END-IF.

StartSheet.
    SET SheetOpen TO TRUE
    MOVE SR-CourseCode TO PriorCourseCode
    MOVE SR-SectionNbr TO PriorSectionNbr
    MOVE SR-InstructorId TO PriorInstructorId
    MOVE ZERO TO SheetStudentCount SheetFileLineCount
    ADD 1 TO SheetCount
    MOVE SPACES TO GradeLoadFileName
    STRING "GRADES-" DELIMITED BY SIZE
           SelectTerm DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           SR-CourseCode DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           SR-SectionNbr DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SR-InstructorId DELIMITED BY SIZE
           ".DAT" DELIMITED BY SIZE
      INTO GradeLoadFileName
    END-STRING
    MOVE SelectTerm TO STL-TermCode
    MOVE SR-CourseCode TO STL-CourseCode
    MOVE SR-SectionNbr TO STL-SectionNbr
    IF SR-InstructorId = ZERO
       MOVE SPACES TO SIL-InstructorId
    ELSE
       MOVE SR-InstructorId TO SIL-InstructorId
    END-IF
    MOVE SR-InstructorName TO SIL-Name
    WRITE ReportLine FROM SheetTitleLine
    WRITE ReportLine FROM SheetInstructorLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SheetColumnLine
    WRITE ReportLine FROM BlankLine.

*> A student still owed a final grade gets a blank to fill in on the
*> sheet and a keyed line in the grade-load file; one already graded
*> shows the grade posted.
PrintOneStudent.
    ADD 1 TO SheetStudentCount
    ADD 1 TO StudentLineTotal
    MOVE SR-StudentId TO SDL-StudentId
    MOVE SPACES TO SDL-Name
    IF SR-GivenName = SPACES
       MOVE SR-Surname TO SDL-Name
    ELSE
       STRING SR-Surname DELIMITED BY "  "
              ", " DELIMITED BY SIZE
              SR-GivenName DELIMITED BY "  "
         INTO SDL-Name
       END-STRING
    END-IF
    MOVE SR-MidtermGrade TO SDL-Midterm
    IF SR-FinalGrade = SPACE
       MOVE "__________" TO SDL-Final
       PERFORM WriteGradeLoadLine
    ELSE
       MOVE SPACES TO SDL-Final
       STRING "posted " DELIMITED BY SIZE
              SR-FinalGrade DELIMITED BY SIZE
         INTO SDL-Final
       END-STRING
    END-IF
    WRITE ReportLine FROM SheetDetailLine.

WriteGradeLoadLine.
    IF NOT GradeFileOpen
       OPEN OUTPUT GradeLoadFile
       IF NOT GradeLoadFileOk
          DISPLAY "Grade-load file " GradeLoadFileName
             " could not be written - status " GradeLoadFileStatus
          EXIT PARAGRAPH
       END-IF
       SET GradeFileOpen TO TRUE
       ADD 1 TO GradeFileCount
    END-IF
    MOVE SPACES TO GradeLoadRecord
    MOVE SR-StudentId TO GL-StudentId
    MOVE SR-CourseCode TO GL-CourseCode
    MOVE SelectTerm TO GL-TermCode
    IF SR-InstructorId NOT = ZERO
       MOVE SR-InstructorId TO GL-InstructorId
    END-IF
    WRITE GradeLoadRecord
    ADD 1 TO SheetFileLineCount.

*> Headcount, the grade-load file that goes with the sheet, and the
*> signature block.
FinishSheet.
    WRITE ReportLine FROM BlankLine
    IF SheetStudentCount = ZERO
       WRITE ReportLine FROM SheetEmptyLine
    ELSE
       MOVE SheetStudentCount TO SCL-Count
       WRITE ReportLine FROM SheetCountLine
       IF GradeFileOpen
          CLOSE GradeLoadFile
          MOVE "N" TO GradeFileOpenSwitch
          MOVE GradeLoadFileName TO SFL-FileName
          WRITE ReportLine FROM SheetFileLine
       ELSE
          IF SheetFileLineCount = ZERO
             WRITE ReportLine FROM SheetNoFileLine
          END-IF
       END-IF
    END-IF
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SheetSignatureLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SeparatorLine
    WRITE ReportLine FROM BlankLine
    MOVE "N" TO SheetOpenSwitch.
