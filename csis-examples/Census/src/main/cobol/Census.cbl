IDENTIFICATION DIVISION.
PROGRAM-ID.  Census.
AUTHOR.  Michael Coughlan.
*> Census-date enrollment snapshot.  The official headcounts for the
*> state and the board are "as of census date", and by the time
*> anyone asks ENROLLMENT.DAT and STUDENTS.DAT have moved on.  Two
*> modes:
*>
*>    Census TERM=tttttt
*>       freezes the term on CENSUS.DAT - one E record per term
*>       registration on ENROLLMENT.DAT (student, course, section,
*>       completion status and campus as they stand today) and one S
*>       record per student registered (their STUDENTS.DAT status,
*>       program and campus) - and prints the census headcount by
*>       course and campus on CENSUS.RPT.  The run is refused before
*>       the term's TERMCAL.DAT census date, and refused outright if
*>       CENSUS.DAT already holds the term: a census is taken once.
*>       Run late, it records the date it was actually taken and
*>       says so.
*>
*>    Census COMPARE TERM=tttttt
*>       the end-of-term comparison: every enrollment counted at
*>       census (withdrawals already on file at census are not
*>       counted) is looked up on today's ENROLLMENT.DAT, and
*>       CENSCMP.RPT shows by course and campus how many have since
*>       withdrawn, completed with a passing grade, failed, are still
*>       open, or have disappeared from the file.
*>
*> CENSUS.DAT accumulates term after term and is only ever appended
*> to; nothing else writes it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT CensusFile ASSIGN TO "CENSUS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CensusFileStatus.
    SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
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

*> Two record types share the file: E for an enrollment as it stood
*> on the census date, S for the student's master status.
FD CensusFile.
01 CensusEnrollRecord.
   02  CS-RecordType    PIC X.
       88  CensusEnrollment     VALUE "E".
       88  CensusStudent        VALUE "S".
   02  FILLER           PIC X.
   02  CS-TermCode      PIC X(6).
   02  FILLER           PIC X.
   02  CS-SnapshotDate  PIC 9(8).
   02  FILLER           PIC X.
   02  CS-StudentId     PIC 9(7).
   02  FILLER           PIC X.
   02  CS-CourseCode    PIC X(4).
   02  FILLER           PIC X.
   02  CS-SectionNbr    PIC 9(2).
   02  FILLER           PIC X.
   02  CS-CompletionStatus PIC X.
   02  FILLER           PIC X.
   02  CS-CampusCode    PIC X(2).
01 CensusStudentRecord.
   02  FILLER           PIC X(26).
   02  CSS-EnrollmentStatus PIC X.
   02  FILLER           PIC X.
   02  CSS-ProgramCode  PIC X(4).
   02  FILLER           PIC X.
   02  CSS-CampusCode   PIC X(2).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".
01  CensusFileStatus        PIC XX.
    88  CensusFileOk        VALUE "00".
01  ReportFileName          PIC X(12).

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectTerm              PIC X(6) VALUE SPACES.
01  CompareModeSwitch       PIC X VALUE "N".
    88  CompareMode         VALUE "Y".

01  RunDate                 PIC 9(8).
01  CensusDate              PIC 9(8) VALUE ZERO.
01  TermFoundSwitch         PIC X VALUE "N".
    88  TermFound           VALUE "Y".
01  AlreadyTakenSwitch      PIC X VALUE "N".
    88  CensusAlreadyTaken  VALUE "Y".
01  TakenOnDate             PIC 9(8) VALUE ZERO.

01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  EnrollRecordCount       PIC 9(6) VALUE ZERO.
01  StudentRecordCount      PIC 9(6) VALUE ZERO.
01  CountedTotal            PIC 9(6) VALUE ZERO.

*> Course/campus cells for whichever report is being produced.
01  CellCount               PIC 9(3) VALUE ZERO.
01  CellIndex               PIC 9(3).
01  CellFoundSwitch         PIC X.
    88  CellFound           VALUE "Y".
01  CellFullSwitch          PIC X VALUE "N".
    88  CellFull            VALUE "Y".
01  CellCourseCode          PIC X(4).
01  CellCampusCode          PIC X(2).
01  CellTable.
    02  CellEntry           OCCURS 300 TIMES.
        03  CT-CourseCode   PIC X(4).
        03  CT-CampusCode   PIC X(2).
        03  CT-Census       PIC 9(5).
        03  CT-Withdrawn    PIC 9(5).
        03  CT-Completed    PIC 9(5).
        03  CT-Failed       PIC 9(5).
        03  CT-StillOpen    PIC 9(5).
        03  CT-Missing      PIC 9(5).

01  BlankLine               PIC X(80) VALUE SPACES.

01  CensusTitleLine.
    02  FILLER              PIC X(24) VALUE "CENSUS HEADCOUNT - TERM ".
    02  CTL-TermCode        PIC X(6).
    02  FILLER              PIC X(15) VALUE "  census date  ".
    02  CTL-CensusDate      PIC 9(8).
    02  FILLER              PIC X(10) VALUE "  taken   ".
    02  CTL-TakenDate       PIC 9(8).
    02  FILLER              PIC X(9)  VALUE SPACES.

01  CensusHeadingLine       PIC X(80) VALUE
    "COURSE  CAMPUS  HEADCOUNT".

01  CensusDetailLine.
    02  CDL-CourseCode      PIC X(4).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  CDL-CampusCode      PIC X(2).
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  CDL-Census          PIC ZZZZ9.
    02  FILLER              PIC X(58) VALUE SPACES.

01  CensusSummaryLine.
    02  FILLER              PIC X(21) VALUE "Enrollments frozen:  ".
    02  CSL-EnrollCount     PIC ZZZZZ9.
    02  FILLER              PIC X(12) VALUE "  students: ".
    02  CSL-StudentCount    PIC ZZZZZ9.
    02  FILLER              PIC X(21) VALUE "  census headcount: ".
    02  CSL-CountedTotal    PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE SPACES.

01  CompareTitleLine.
    02  FILLER              PIC X(36)
        VALUE "CENSUS VERSUS END OF TERM - TERM ".
    02  CMT-TermCode        PIC X(6).
    02  FILLER              PIC X(16) VALUE "  census taken  ".
    02  CMT-TakenDate       PIC 9(8).
    02  FILLER              PIC X(14) VALUE SPACES.

01  CompareHeadingLine      PIC X(80) VALUE
    "COURSE  CAMPUS  CENSUS  WITHDREW  COMPLETED  FAILED  STILL OPEN  MISSING".

01  CompareDetailLine.
    02  CMD-CourseCode      PIC X(4).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  CMD-CampusCode      PIC X(2).
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  CMD-Census          PIC ZZZZ9.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  CMD-Withdrawn       PIC ZZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  CMD-Completed       PIC ZZZZ9.
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  CMD-Failed          PIC ZZZZ9.
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  CMD-StillOpen       PIC ZZZZ9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  CMD-Missing         PIC ZZZZ9.
    02  FILLER              PIC X(8)  VALUE SPACES.

01  CompareTotals.
    02  CTT-Census          PIC 9(6) VALUE ZERO.
    02  CTT-Withdrawn       PIC 9(6) VALUE ZERO.
    02  CTT-Completed       PIC 9(6) VALUE ZERO.
    02  CTT-Failed          PIC 9(6) VALUE ZERO.
    02  CTT-StillOpen       PIC 9(6) VALUE ZERO.
    02  CTT-Missing         PIC 9(6) VALUE ZERO.

01  CompareSummaryLine.
    02  FILLER              PIC X(8)  VALUE "Totals: ".
    02  CSM-Census          PIC ZZZZZ9.
    02  FILLER              PIC X(11) VALUE " census,   ".
    02  CSM-Withdrawn       PIC ZZZZZ9.
    02  FILLER              PIC X(11) VALUE " withdrew, ".
    02  CSM-Completed       PIC ZZZZZ9.
    02  FILLER              PIC X(12) VALUE " completed, ".
    02  CSM-Failed          PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE " failed ".
    02  FILLER              PIC X(6)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    IF SelectTerm = SPACES
       DISPLAY "Usage: Census [COMPARE] TERM=tttttt"
       STOP RUN
    END-IF
    PERFORM FindCensusDate
    IF NOT TermFound
       DISPLAY "Term " SelectTerm " is not on TERMCAL.DAT - no census."
       STOP RUN
    END-IF
    PERFORM CheckCensusTaken
    IF CompareMode
       PERFORM CompareToCensus
    ELSE
       PERFORM TakeCensus
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
          WHEN "COMPARE"
             SET CompareMode TO TRUE
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

FindCensusDate.
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       DISPLAY "TERMCAL.DAT not found."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneTermCalRecord
    PERFORM UNTIL EndOfFile
       IF TC-TermCode = SelectTerm
          MOVE TC-CensusDate TO CensusDate
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

*> Has CENSUS.DAT already got this term?  The date it was taken is
*> kept for the comparison heading.
CheckCensusTaken.
    OPEN INPUT CensusFile
    IF NOT CensusFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneCensusRecord
    PERFORM UNTIL EndOfFile OR CensusAlreadyTaken
       IF CS-TermCode = SelectTerm
          SET CensusAlreadyTaken TO TRUE
          MOVE CS-SnapshotDate TO TakenOnDate
       ELSE
          PERFORM ReadOneCensusRecord
       END-IF
    END-PERFORM
    CLOSE CensusFile.

ReadOneCensusRecord.
    READ CensusFile
       AT END SET EndOfFile TO TRUE
    END-READ.

TakeCensus.
    IF CensusAlreadyTaken
       DISPLAY "The census for term " SelectTerm " was taken on "
          TakenOnDate " - it is not taken twice."
       EXIT PARAGRAPH
    END-IF
    IF RunDate < CensusDate
       DISPLAY "The census date for term " SelectTerm " is "
          CensusDate " - too early to take the census."
       EXIT PARAGRAPH
    END-IF
    IF RunDate > CensusDate
       DISPLAY "Census date was " CensusDate " - snapshot taken late,"
          " on " RunDate "."
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - nothing to freeze."
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - student status not frozen."
    END-IF
    OPEN EXTEND CensusFile
    IF NOT CensusFileOk
       OPEN OUTPUT CensusFile
       CLOSE CensusFile
       OPEN EXTEND CensusFile
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadNextEnrollment
    PERFORM UNTIL EndOfFile
       IF EN-TermCode = SelectTerm AND EN-TransferFlag NOT = "T"
          PERFORM FreezeOneEnrollment
       END-IF
       PERFORM ReadNextEnrollment
    END-PERFORM
    CLOSE CensusFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE EnrollmentFile
    PERFORM PrintCensusReport.

ReadNextEnrollment.
    READ EnrollmentFile NEXT
       AT END SET EndOfFile TO TRUE
    END-READ.

*> ENROLLMENT.DAT comes back in StudentId order, so a student's S
*> record is written once, ahead of their first E record.
FreezeOneEnrollment.
    IF EN-StudentId NOT = PriorStudentId
       MOVE EN-StudentId TO PriorStudentId
       PERFORM FreezeOneStudent
    END-IF
    MOVE SPACES TO CensusEnrollRecord
    SET CensusEnrollment TO TRUE
    MOVE SelectTerm TO CS-TermCode
    MOVE RunDate TO CS-SnapshotDate
    MOVE EN-StudentId TO CS-StudentId
    MOVE EN-CourseCode TO CS-CourseCode
    MOVE EN-SectionNumber TO CS-SectionNbr
    MOVE EN-CompletionStatus TO CS-CompletionStatus
    MOVE EN-CampusCode TO CS-CampusCode
    WRITE CensusEnrollRecord
    ADD 1 TO EnrollRecordCount
    IF EN-CompletionStatus NOT = "W"
       MOVE EN-CourseCode TO CellCourseCode
       MOVE EN-CampusCode TO CellCampusCode
       PERFORM FindCell
       IF CellFound
          ADD 1 TO CT-Census (CellIndex)
          ADD 1 TO CountedTotal
       END-IF
    END-IF.

FreezeOneStudent.
    MOVE SPACES TO CensusEnrollRecord
    SET CensusStudent TO TRUE
    MOVE SelectTerm TO CS-TermCode
    MOVE RunDate TO CS-SnapshotDate
    MOVE EN-StudentId TO CS-StudentId
    IF MasterAvailable
       MOVE EN-StudentId TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "?" TO CSS-EnrollmentStatus
          NOT INVALID KEY
             MOVE EnrollmentStatus TO CSS-EnrollmentStatus
             MOVE CourseCode TO CSS-ProgramCode
             MOVE CampusCode TO CSS-CampusCode
       END-READ
    ELSE
       MOVE "?" TO CSS-EnrollmentStatus
    END-IF
    WRITE CensusEnrollRecord
    ADD 1 TO StudentRecordCount.

*> Finds (or opens) the course/campus cell for CellCourseCode and
*> CellCampusCode, leaving CellIndex on it.
FindCell.
    MOVE "N" TO CellFoundSwitch
    PERFORM VARYING CellIndex FROM 1 BY 1
       UNTIL CellIndex > CellCount OR CellFound
       IF CT-CourseCode (CellIndex) = CellCourseCode
          AND CT-CampusCode (CellIndex) = CellCampusCode
          SET CellFound TO TRUE
       END-IF
    END-PERFORM
    IF CellFound
       SUBTRACT 1 FROM CellIndex
       EXIT PARAGRAPH
    END-IF
    IF CellCount NOT < 300
       IF NOT CellFull
          DISPLAY "More than 300 course/campus combinations - the"
             " rest are not counted on the report."
          SET CellFull TO TRUE
       END-IF
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CellCount
    MOVE CellCount TO CellIndex
    INITIALIZE CellEntry (CellIndex)
    MOVE CellCourseCode TO CT-CourseCode (CellIndex)
    MOVE CellCampusCode TO CT-CampusCode (CellIndex)
    SET CellFound TO TRUE.

PrintCensusReport.
    MOVE "CENSUS.RPT" TO ReportFileName
    OPEN OUTPUT ReportFile
    MOVE SelectTerm TO CTL-TermCode
    MOVE CensusDate TO CTL-CensusDate
    MOVE RunDate TO CTL-TakenDate
    WRITE ReportLine FROM CensusTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM CensusHeadingLine
    PERFORM VARYING CellIndex FROM 1 BY 1
       UNTIL CellIndex > CellCount
       MOVE CT-CourseCode (CellIndex) TO CDL-CourseCode
       MOVE CT-CampusCode (CellIndex) TO CDL-CampusCode
       MOVE CT-Census (CellIndex) TO CDL-Census
       WRITE ReportLine FROM CensusDetailLine
    END-PERFORM
    MOVE EnrollRecordCount TO CSL-EnrollCount
    MOVE StudentRecordCount TO CSL-StudentCount
    MOVE CountedTotal TO CSL-CountedTotal
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM CensusSummaryLine
    DISPLAY CensusSummaryLine
    CLOSE ReportFile.

*> Each census-counted enrollment against where it stands today.
CompareToCensus.
    IF NOT CensusAlreadyTaken
       DISPLAY "No census on CENSUS.DAT for term " SelectTerm
          " - nothing to compare."
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - nothing to compare."
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT CensusFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneCensusRecord
    PERFORM UNTIL EndOfFile
       IF CS-TermCode = SelectTerm AND CensusEnrollment
          AND CS-CompletionStatus NOT = "W"
          PERFORM CompareOneEnrollment
       END-IF
       PERFORM ReadOneCensusRecord
    END-PERFORM
    CLOSE CensusFile
    CLOSE EnrollmentFile
    PERFORM PrintCompareReport.

CompareOneEnrollment.
    MOVE CS-CourseCode TO CellCourseCode
    MOVE CS-CampusCode TO CellCampusCode
    PERFORM FindCell
    IF NOT CellFound
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CT-Census (CellIndex)
    MOVE CS-StudentId TO EN-StudentId
    MOVE CS-CourseCode TO EN-CourseCode
    MOVE CS-TermCode TO EN-TermCode
    READ EnrollmentFile
       INVALID KEY
          ADD 1 TO CT-Missing (CellIndex)
       NOT INVALID KEY
          EVALUATE TRUE
             WHEN EN-CompletionStatus = "W"
                ADD 1 TO CT-Withdrawn (CellIndex)
             WHEN EN-CompletionStatus = "C" AND EN-Grade = "F"
                ADD 1 TO CT-Failed (CellIndex)
             WHEN EN-CompletionStatus = "C"
                ADD 1 TO CT-Completed (CellIndex)
             WHEN OTHER
                ADD 1 TO CT-StillOpen (CellIndex)
          END-EVALUATE
    END-READ.

PrintCompareReport.
    MOVE "CENSCMP.RPT" TO ReportFileName
    OPEN OUTPUT ReportFile
    MOVE SelectTerm TO CMT-TermCode
    MOVE TakenOnDate TO CMT-TakenDate
    WRITE ReportLine FROM CompareTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM CompareHeadingLine
    PERFORM VARYING CellIndex FROM 1 BY 1
       UNTIL CellIndex > CellCount
       MOVE CT-CourseCode (CellIndex) TO CMD-CourseCode
       MOVE CT-CampusCode (CellIndex) TO CMD-CampusCode
       MOVE CT-Census (CellIndex) TO CMD-Census
       MOVE CT-Withdrawn (CellIndex) TO CMD-Withdrawn
       MOVE CT-Completed (CellIndex) TO CMD-Completed
       MOVE CT-Failed (CellIndex) TO CMD-Failed
       MOVE CT-StillOpen (CellIndex) TO CMD-StillOpen
       MOVE CT-Missing (CellIndex) TO CMD-Missing
       WRITE ReportLine FROM CompareDetailLine
       ADD CT-Census (CellIndex) TO CTT-Census
       ADD CT-Withdrawn (CellIndex) TO CTT-Withdrawn
       ADD CT-Completed (CellIndex) TO CTT-Completed
       ADD CT-Failed (CellIndex) TO CTT-Failed
       ADD CT-StillOpen (CellIndex) TO CTT-StillOpen
       ADD CT-Missing (CellIndex) TO CTT-Missing
    END-PERFORM
    MOVE CTT-Census TO CSM-Census
    MOVE CTT-Withdrawn TO CSM-Withdrawn
    MOVE CTT-Completed TO CSM-Completed
    MOVE CTT-Failed TO CSM-Failed
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM CompareSummaryLine
    DISPLAY CompareSummaryLine
    CLOSE ReportFile.
