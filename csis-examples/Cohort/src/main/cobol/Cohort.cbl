IDENTIFICATION DIVISION.
PROGRAM-ID.  Cohort.
AUTHOR.  Michael Coughlan.
*> Cohort retention and graduation rates - "of the students who
*> started in a term, how many are still here a year later and how
*> many have graduated" without a week of hand work.
*>
*> A student's entry cohort is the first TermCode on their course
*> history, taken across ENROLLMENT.DAT and the archived history on
*> ENRLARCH.DAT (transfer credit is not a term spent here and is
*> ignored).  Their status comes from STUDENTS.DAT or, for a leaver
*> StudArch has moved off the master, from STUDARCH.DAT, so archived
*> leavers still count in the cohort they entered.
*>
*> For each cohort the report walks every later term on the history
*> and places each student as of that term:
*>
*>    GRADUATED  status G, graduating term (master TermCode) reached
*>    WITHDRAWN  status W, withdrawal term (master TermCode) reached
*>    ACTIVE     otherwise, and still registering in that term or
*>               a later one
*>    LAPSED     otherwise - no registration since, but no formal
*>               withdrawal or graduation either
*>
*> RETAINED% is (ACTIVE + GRADUATED) over the students who entered
*> and COMPLETED% is GRADUATED over the students who entered.  The
*> term one year after entry (the same season of the next year, for
*> term codes of the form YYYYss) is marked on each cohort's table.
*> Beneath it each cohort is broken down by CampusCode and by program
*> CourseCode: students entered, retention one year on, and the
*> position as of the latest term on the history.
*>
*> Arguments:
*>    COHORT=tttttt    report one entry cohort only
*>
*> Output: COHORT.RPT

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ArchiveFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT EnrollArchiveFile ASSIGN TO "ENRLARCH.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EnrollArchiveStatus.
    SELECT SortWorkFile ASSIGN TO "COWORK.TMP".
    SELECT ReportFile ASSIGN TO "COHORT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

*> STUDARCH.DAT carries the StudentDetails layout unchanged.
FD ArchiveFile.
01 ArchiveRecord.
   02  AR-StudentId        PIC 9(7).
   02  AR-StudentName      PIC X(34).
   02  AR-DateOfBirth      PIC 9(8).
   02  AR-CourseCode       PIC X(4).
   02  AR-Gender           PIC X.
   02  AR-EnrollmentStatus PIC X.
   02  AR-TermCode         PIC X(6).
   02  AR-CampusCode       PIC X(2).

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

*> ENRLARCH.DAT carries the EnrollmentRecord layout unchanged.
FD EnrollArchiveFile.
01 EnrollArchiveRecord.
   02  EA-StudentId         PIC 9(7).
   02  EA-CourseCode        PIC X(4).
   02  EA-TermCode          PIC X(6).
   02  EA-Grade             PIC X.
   02  EA-CompletionStatus  PIC X.
   02  EA-SectionNumber     PIC 9(2).
   02  EA-RepeatFlag        PIC X.
   02  EA-TransferFlag      PIC X.
   02  FILLER               PIC X(27).

*> One sort stream per student: the archive image (type 0), then the
*> master image (type 1, so a student on both files takes the
*> master's), then the course history (type 2) in term order.
SD SortWorkFile.
01 SortRec.
   02  SR-StudentId         PIC 9(7).
   02  SR-RecordType        PIC X.
   02  SR-TermCode          PIC X(6).
   02  SR-Status            PIC X.
   02  SR-CampusCode        PIC X(2).
   02  SR-ProgramCode       PIC X(4).
   02  SR-Registered        PIC X.

FD ReportFile.
01 ReportLine               PIC X(80).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  ArchiveFileStatus       PIC XX.
    88  ArchiveFileOk       VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  EnrollArchiveStatus     PIC XX.
    88  EnrollArchiveOk     VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectCohort            PIC X(6) VALUE SPACES.

01  RunDate                 PIC 9(8).

*> The student being assembled from the sort stream.
01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  FirstStudentSwitch      PIC X VALUE "Y".
    88  FirstStudent        VALUE "Y".
01  CurrentStatus           PIC X.
01  CurrentMasterTerm       PIC X(6).
01  CurrentCampus           PIC X(2).
01  CurrentProgram          PIC X(4).
01  CurrentCohortTerm       PIC X(6).
01  CurrentLastTerm         PIC X(6).

*> Every student with a history, reduced to what the cohort counts
*> need.
01  CohortStudentCount      PIC 9(5) VALUE ZERO.
01  CohortStudentIndex      PIC 9(5).
01  StudentsDroppedCount    PIC 9(5) VALUE ZERO.
01  CohortStudentTable.
    02  CohortStudentEntry  OCCURS 10000 TIMES.
        03  CS-CohortTerm   PIC X(6).
        03  CS-LastTerm     PIC X(6).
        03  CS-Status       PIC X.
        03  CS-MasterTerm   PIC X(6).
        03  CS-CampusCode   PIC X(2).
        03  CS-ProgramCode  PIC X(4).

*> The distinct terms on the history, in order.
01  TermCount               PIC 9(3) VALUE ZERO.
01  TermIndex               PIC 9(3).
01  TermShiftIndex          PIC 9(3).
01  TermFoundSwitch         PIC X.
    88  TermFound           VALUE "Y".
01  NewTermCode             PIC X(6).
01  LatestTerm              PIC X(6).
01  TermTable.
    02  TT-TermCode         PIC X(6) OCCURS 200 TIMES.

*> The distinct entry cohorts, in order.
01  CohortCount             PIC 9(3) VALUE ZERO.
01  CohortIndex             PIC 9(3).
01  CohortTable.
    02  CT-TermCode         PIC X(6) OCCURS 200 TIMES.

01  ThisCohort              PIC X(6).
01  OneYearTerm             PIC X(6).
01  OneYearYear             PIC 9(4).
01  OneYearReachedSwitch    PIC X.
    88  OneYearReached      VALUE "Y".
01  EvaluationTerm          PIC X(6).
01  StudentCategory         PIC X.
    88  CategoryActive      VALUE "A".
    88  CategoryGraduated   VALUE "G".
    88  CategoryWithdrawn   VALUE "W".
    88  CategoryLapsed      VALUE "L".

01  EnteredCount            PIC 9(5).
01  ActiveCount             PIC 9(5).
01  GraduatedCount          PIC 9(5).
01  WithdrawnCount          PIC 9(5).
01  LapsedCount             PIC 9(5).
01  RetainedPercent         PIC 999V9.
01  CompletedPercent        PIC 999V9.
01  CohortsPrinted          PIC 9(3) VALUE ZERO.

*> One cohort broken down by campus or by program.
01  BreakdownType           PIC X.
    88  BreakdownByCampus   VALUE "C".
    88  BreakdownByProgram  VALUE "P".
01  BreakdownKey            PIC X(4).
01  BreakdownCount          PIC 9(3).
01  BreakdownIndex          PIC 9(3).
01  BreakdownFoundSwitch    PIC X.
    88  BreakdownFound      VALUE "Y".
01  BreakdownTable.
    02  BreakdownEntry      OCCURS 100 TIMES.
        03  BK-Key          PIC X(4).
        03  BK-Entered      PIC 9(5).
        03  BK-YearRetained PIC 9(5).
        03  BK-Active       PIC 9(5).
        03  BK-Graduated    PIC 9(5).
        03  BK-Withdrawn    PIC 9(5).
        03  BK-Lapsed       PIC 9(5).

01  BlankLine               PIC X(80) VALUE SPACES.
01  SeparatorLine           PIC X(80) VALUE ALL "-".
01  DoubleSeparatorLine     PIC X(80) VALUE ALL "=".

01  ReportTitleLine.
    02  FILLER              PIC X(44)
        VALUE "COHORT RETENTION AND GRADUATION RATES - RUN ".
    02  RTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(28) VALUE SPACES.

01  CohortHeadingLine.
    02  FILLER              PIC X(13) VALUE "ENTRY COHORT ".
    02  CHL-CohortTerm      PIC X(6).
    02  FILLER              PIC X(22) VALUE "    Students entered: ".
    02  CHL-Entered         PIC ZZZZ9.
    02  FILLER              PIC X(17) VALUE "    One year on: ".
    02  CHL-OneYearTerm     PIC X(6).
    02  FILLER              PIC X(11) VALUE SPACES.

01  TermHeadingLine.
    02  FILLER              PIC X(8)  VALUE "TERM".
    02  FILLER              PIC X(9)  VALUE "ACTIVE".
    02  FILLER              PIC X(11) VALUE "GRADUATED".
    02  FILLER              PIC X(11) VALUE "WITHDRAWN".
    02  FILLER              PIC X(9)  VALUE "LAPSED".
    02  FILLER              PIC X(11) VALUE "RETAINED%".
    02  FILLER              PIC X(11) VALUE "COMPLETED%".
    02  FILLER              PIC X(10) VALUE SPACES.

01  TermRowLine.
    02  TRL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  TRL-Active          PIC ZZZZ9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  TRL-Graduated       PIC ZZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  TRL-Withdrawn       PIC ZZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  TRL-Lapsed          PIC ZZZZ9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  TRL-Retained        PIC ZZ9.9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  TRL-Completed       PIC ZZ9.9.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  TRL-Marker          PIC X(10).

01  BreakdownTitleLine.
    02  FILLER              PIC X(5)  VALUE "  BY ".
    02  BTL-Title           PIC X(8).
    02  FILLER              PIC X(37)
        VALUE " - one year on, and now as of term ".
    02  BTL-LatestTerm      PIC X(6).
    02  FILLER              PIC X(24) VALUE SPACES.

01  BreakdownHeadingLine.
    02  BHL-KeyHeading      PIC X(8).
    02  FILLER              PIC X(8)  VALUE "ENTERED".
    02  FILLER              PIC X(9)  VALUE "1-YR RET%".
    02  FILLER              PIC X(7)  VALUE " ACTIVE".
    02  FILLER              PIC X(7)  VALUE "   GRAD".
    02  FILLER              PIC X(7)  VALUE "   WDRN".
    02  FILLER              PIC X(8)  VALUE "  LAPSED".
    02  FILLER              PIC X(10) VALUE " RETAINED%".
    02  FILLER              PIC X(9)  VALUE "COMPLETE%".
    02  FILLER              PIC X(7)  VALUE SPACES.

01  BreakdownDetailLine.
    02  BDL-Key             PIC X(4).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  BDL-Entered         PIC ZZZZ9.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  BDL-YearRetained    PIC X(5).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  BDL-Active          PIC ZZZZ9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  BDL-Graduated       PIC ZZZZ9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  BDL-Withdrawn       PIC ZZZZ9.
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  BDL-Lapsed          PIC ZZZZ9.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  BDL-Retained        PIC ZZ9.9.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  BDL-Completed       PIC ZZ9.9.
    02  FILLER              PIC X(8)  VALUE SPACES.

01  PercentText             PIC ZZ9.9.

01  SummaryLine.
    02  SML-Label           PIC X(40).
    02  SML-Count           PIC ZZZZ9.
    02  FILLER              PIC X(35) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - no course history."
       STOP RUN
    END-IF
    SORT SortWorkFile
        ON ASCENDING KEY SR-StudentId
        ON ASCENDING KEY SR-RecordType
        ON ASCENDING KEY SR-TermCode
        INPUT PROCEDURE IS ReleaseStudentHistory
        OUTPUT PROCEDURE IS CollectCohortStudents
    CLOSE EnrollmentFile
    OPEN OUTPUT ReportFile
    MOVE RunDate TO RTL-RunDate
    WRITE ReportLine FROM ReportTitleLine
    WRITE ReportLine FROM DoubleSeparatorLine
    IF TermCount > ZERO
       MOVE TT-TermCode (TermCount) TO LatestTerm
    END-IF
    PERFORM VARYING CohortIndex FROM 1 BY 1
       UNTIL CohortIndex > CohortCount
       IF SelectCohort = SPACES
          OR CT-TermCode (CohortIndex) = SelectCohort
          PERFORM PrintOneCohort
       END-IF
    END-PERFORM
    PERFORM PrintRunSummary
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
          WHEN "COHORT"
             MOVE ArgumentValue (1:6) TO SelectCohort
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

ReleaseStudentHistory.
    PERFORM ReleaseArchivedStudents
    PERFORM ReleaseMasterStudents
    PERFORM ReleaseCurrentHistory
    PERFORM ReleaseArchivedHistory.

ReleaseArchivedStudents.
    OPEN INPUT ArchiveFile
    IF NOT ArchiveFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneArchiveRecord
    PERFORM UNTIL EndOfFile
       IF AR-StudentId NUMERIC AND AR-StudentId NOT = ZERO
          MOVE SPACES TO SortRec
          MOVE AR-StudentId TO SR-StudentId
          MOVE "0" TO SR-RecordType
          MOVE AR-TermCode TO SR-TermCode
          MOVE AR-EnrollmentStatus TO SR-Status
          MOVE AR-CampusCode TO SR-CampusCode
          MOVE AR-CourseCode TO SR-ProgramCode
          RELEASE SortRec
       END-IF
       PERFORM ReadOneArchiveRecord
    END-PERFORM
    CLOSE ArchiveFile.

ReadOneArchiveRecord.
    READ ArchiveFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReleaseMasterStudents.
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - only archived students will"
          " carry a status."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ StudentFile NEXT
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF StudentId NOT = ZERO
                MOVE SPACES TO SortRec
                MOVE StudentId TO SR-StudentId
                MOVE "1" TO SR-RecordType
                MOVE TermCode TO SR-TermCode
                MOVE EnrollmentStatus TO SR-Status
                INSPECT SR-Status CONVERTING "agw" TO "AGW"
                MOVE CampusCode TO SR-CampusCode
                MOVE CourseCode TO SR-ProgramCode
                RELEASE SortRec
             END-IF
       END-READ
    END-PERFORM
    CLOSE StudentFile.

ReleaseCurrentHistory.
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfFile
       IF EN-TransferFlag NOT = "T" AND EN-TermCode NOT = SPACES
          MOVE SPACES TO SortRec
          MOVE EN-StudentId TO SR-StudentId
          MOVE "2" TO SR-RecordType
          MOVE EN-TermCode TO SR-TermCode
          MOVE "N" TO SR-Registered
          IF EN-CompletionStatus NOT = "W"
             MOVE "Y" TO SR-Registered
          END-IF
          RELEASE SortRec
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReleaseArchivedHistory.
    OPEN INPUT EnrollArchiveFile
    IF NOT EnrollArchiveOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneEnrollArchive
    PERFORM UNTIL EndOfFile
       IF EA-StudentId NUMERIC
          AND EA-TransferFlag NOT = "T" AND EA-TermCode NOT = SPACES
          MOVE SPACES TO SortRec
          MOVE EA-StudentId TO SR-StudentId
          MOVE "2" TO SR-RecordType
          MOVE EA-TermCode TO SR-TermCode
          MOVE "N" TO SR-Registered
          IF EA-CompletionStatus NOT = "W"
             MOVE "Y" TO SR-Registered
          END-IF
          RELEASE SortRec
       END-IF
       PERFORM ReadOneEnrollArchive
    END-PERFORM
    CLOSE EnrollArchiveFile.

ReadOneEnrollArchive.
    READ EnrollArchiveFile
       AT END SET EndOfFile TO TRUE
    END-READ.

CollectCohortStudents.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       IF SR-StudentId NOT = PriorStudentId OR FirstStudent
          IF NOT FirstStudent
             PERFORM FinishOneStudent
          END-IF
          MOVE "N" TO FirstStudentSwitch
          MOVE SR-StudentId TO PriorStudentId
          MOVE SPACES TO CurrentStatus CurrentMasterTerm
                         CurrentCampus CurrentProgram
                         CurrentCohortTerm CurrentLastTerm
       END-IF
       IF SR-RecordType = "2"
          PERFORM NoteOneHistoryTerm
       ELSE
          MOVE SR-Status TO CurrentStatus
          MOVE SR-TermCode TO CurrentMasterTerm
          MOVE SR-CampusCode TO CurrentCampus
          MOVE SR-ProgramCode TO CurrentProgram
       END-IF
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM
    IF NOT FirstStudent
       PERFORM FinishOneStudent
    END-IF.

*> History arrives in term order, so the first term seen is the
*> entry cohort; the last registered (not withdrawn) term is how
*> long the student kept coming.
NoteOneHistoryTerm.
    IF CurrentCohortTerm = SPACES
       MOVE SR-TermCode TO CurrentCohortTerm
    END-IF
    IF SR-Registered = "Y"
       MOVE SR-TermCode TO CurrentLastTerm
    END-IF
    MOVE SR-TermCode TO NewTermCode
    PERFORM AddOneTerm.

FinishOneStudent.
    IF CurrentCohortTerm = SPACES
       EXIT PARAGRAPH
    END-IF
    IF CohortStudentCount NOT < 10000
       ADD 1 TO StudentsDroppedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CohortStudentCount
    MOVE CurrentCohortTerm TO CS-CohortTerm (CohortStudentCount)
    MOVE CurrentLastTerm TO CS-LastTerm (CohortStudentCount)
    MOVE CurrentStatus TO CS-Status (CohortStudentCount)
    MOVE CurrentMasterTerm TO CS-MasterTerm (CohortStudentCount)
    MOVE CurrentCampus TO CS-CampusCode (CohortStudentCount)
    MOVE CurrentProgram TO CS-ProgramCode (CohortStudentCount)
    PERFORM AddOneCohort.

*> Keeps TermTable distinct and in order.
AddOneTerm.
    MOVE "N" TO TermFoundSwitch
    MOVE 1 TO TermIndex
    PERFORM UNTIL TermIndex > TermCount OR TermFound
       OR TT-TermCode (TermIndex) > NewTermCode
       IF TT-TermCode (TermIndex) = NewTermCode
          SET TermFound TO TRUE
       ELSE
          ADD 1 TO TermIndex
       END-IF
    END-PERFORM
    IF TermFound OR TermCount NOT < 200
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING TermShiftIndex FROM TermCount BY -1
       UNTIL TermShiftIndex < TermIndex
       MOVE TT-TermCode (TermShiftIndex)
         TO TT-TermCode (TermShiftIndex + 1)
    END-PERFORM
    ADD 1 TO TermCount
    MOVE NewTermCode TO TT-TermCode (TermIndex).

AddOneCohort.
    MOVE "N" TO TermFoundSwitch
    MOVE 1 TO CohortIndex
    PERFORM UNTIL CohortIndex > CohortCount OR TermFound
       OR CT-TermCode (CohortIndex) > CurrentCohortTerm
       IF CT-TermCode (CohortIndex) = CurrentCohortTerm
          SET TermFound TO TRUE
       ELSE
          ADD 1 TO CohortIndex
       END-IF
    END-PERFORM
    IF TermFound OR CohortCount NOT < 200
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING TermShiftIndex FROM CohortCount BY -1
       UNTIL TermShiftIndex < CohortIndex
       MOVE CT-TermCode (TermShiftIndex)
         TO CT-TermCode (TermShiftIndex + 1)
    END-PERFORM
    ADD 1 TO CohortCount
    MOVE CurrentCohortTerm TO CT-TermCode (CohortIndex).

*> Where the student at CohortStudentIndex stands as of
*> EvaluationTerm.
ClassifyStudent.
    EVALUATE TRUE
       WHEN CS-Status (CohortStudentIndex) = "G"
            AND CS-MasterTerm (CohortStudentIndex) NOT > EvaluationTerm
          SET CategoryGraduated TO TRUE
       WHEN CS-Status (CohortStudentIndex) = "W"
            AND CS-MasterTerm (CohortStudentIndex) NOT > EvaluationTerm
          SET CategoryWithdrawn TO TRUE
       WHEN CS-LastTerm (CohortStudentIndex) NOT < EvaluationTerm
          SET CategoryActive TO TRUE
       WHEN OTHER
          SET CategoryLapsed TO TRUE
    END-EVALUATE.

PrintOneCohort.
    MOVE CT-TermCode (CohortIndex) TO ThisCohort
    ADD 1 TO CohortsPrinted
    MOVE ZERO TO EnteredCount
    PERFORM VARYING CohortStudentIndex FROM 1 BY 1
       UNTIL CohortStudentIndex > CohortStudentCount
       IF CS-CohortTerm (CohortStudentIndex) = ThisCohort
          ADD 1 TO EnteredCount
       END-IF
    END-PERFORM
    PERFORM FindOneYearTerm
    WRITE ReportLine FROM BlankLine
    MOVE ThisCohort TO CHL-CohortTerm
    MOVE EnteredCount TO CHL-Entered
    MOVE OneYearTerm TO CHL-OneYearTerm
    WRITE ReportLine FROM CohortHeadingLine
    WRITE ReportLine FROM SeparatorLine
    WRITE ReportLine FROM TermHeadingLine
    PERFORM VARYING TermIndex FROM 1 BY 1
       UNTIL TermIndex > TermCount
       IF TT-TermCode (TermIndex) NOT < ThisCohort
          PERFORM PrintOneTermRow
       END-IF
    END-PERFORM
    SET BreakdownByCampus TO TRUE
    PERFORM PrintCohortBreakdown
    SET BreakdownByProgram TO TRUE
    PERFORM PrintCohortBreakdown
    WRITE ReportLine FROM DoubleSeparatorLine.

*> One year on is the same season a year later when the term code
*> starts with its year; the cohort's table marks it, and the
*> breakdowns only show it once the history has reached it.
FindOneYearTerm.
    MOVE SPACES TO OneYearTerm
    MOVE "N" TO OneYearReachedSwitch
    IF ThisCohort (1:4) NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE ThisCohort (1:4) TO OneYearYear
    ADD 1 TO OneYearYear
    MOVE OneYearYear TO OneYearTerm (1:4)
    MOVE ThisCohort (5:2) TO OneYearTerm (5:2)
    IF OneYearTerm NOT > LatestTerm
       SET OneYearReached TO TRUE
    END-IF.

PrintOneTermRow.
    MOVE TT-TermCode (TermIndex) TO EvaluationTerm
    MOVE ZERO TO ActiveCount GraduatedCount WithdrawnCount LapsedCount
    PERFORM VARYING CohortStudentIndex FROM 1 BY 1
       UNTIL CohortStudentIndex > CohortStudentCount
       IF CS-CohortTerm (CohortStudentIndex) = ThisCohort
          PERFORM ClassifyStudent
          EVALUATE TRUE
             WHEN CategoryActive     ADD 1 TO ActiveCount
             WHEN CategoryGraduated  ADD 1 TO GraduatedCount
             WHEN CategoryWithdrawn  ADD 1 TO WithdrawnCount
             WHEN OTHER              ADD 1 TO LapsedCount
          END-EVALUATE
       END-IF
    END-PERFORM
    MOVE EvaluationTerm TO TRL-TermCode
    MOVE ActiveCount TO TRL-Active
    MOVE GraduatedCount TO TRL-Graduated
    MOVE WithdrawnCount TO TRL-Withdrawn
    MOVE LapsedCount TO TRL-Lapsed
    MOVE ZERO TO RetainedPercent CompletedPercent
    IF EnteredCount > ZERO
       COMPUTE RetainedPercent ROUNDED =
          (ActiveCount + GraduatedCount) * 100 / EnteredCount
       COMPUTE CompletedPercent ROUNDED =
          GraduatedCount * 100 / EnteredCount
    END-IF
    MOVE RetainedPercent TO TRL-Retained
    MOVE CompletedPercent TO TRL-Completed
    MOVE SPACES TO TRL-Marker
    IF EvaluationTerm = OneYearTerm
       MOVE "<- 1 YEAR" TO TRL-Marker
    END-IF
    WRITE ReportLine FROM TermRowLine.

PrintCohortBreakdown.
    MOVE ZERO TO BreakdownCount
    PERFORM VARYING CohortStudentIndex FROM 1 BY 1
       UNTIL CohortStudentIndex > CohortStudentCount
       IF CS-CohortTerm (CohortStudentIndex) = ThisCohort
          PERFORM TallyOneBreakdown
       END-IF
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE LatestTerm TO BTL-LatestTerm
    IF BreakdownByCampus
       MOVE "CAMPUS" TO BTL-Title BHL-KeyHeading
    ELSE
       MOVE "PROGRAM" TO BTL-Title BHL-KeyHeading
    END-IF
    WRITE ReportLine FROM BreakdownTitleLine
    WRITE ReportLine FROM BreakdownHeadingLine
    PERFORM VARYING BreakdownIndex FROM 1 BY 1
       UNTIL BreakdownIndex > BreakdownCount
       PERFORM PrintOneBreakdown
    END-PERFORM.

*> Adds the student to their campus or program row, kept in key
*> order.
TallyOneBreakdown.
    IF BreakdownByCampus
       MOVE CS-CampusCode (CohortStudentIndex) TO BreakdownKey
    ELSE
       MOVE CS-ProgramCode (CohortStudentIndex) TO BreakdownKey
    END-IF
    IF BreakdownKey = SPACES
       MOVE "--" TO BreakdownKey
    END-IF
    MOVE "N" TO BreakdownFoundSwitch
    MOVE 1 TO BreakdownIndex
    PERFORM UNTIL BreakdownIndex > BreakdownCount OR BreakdownFound
       OR BK-Key (BreakdownIndex) > BreakdownKey
       IF BK-Key (BreakdownIndex) = BreakdownKey
          SET BreakdownFound TO TRUE
       ELSE
          ADD 1 TO BreakdownIndex
       END-IF
    END-PERFORM
    IF NOT BreakdownFound
       IF BreakdownCount NOT < 100
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING TermShiftIndex FROM BreakdownCount BY -1
          UNTIL TermShiftIndex < BreakdownIndex
          MOVE BreakdownEntry (TermShiftIndex)
            TO BreakdownEntry (TermShiftIndex + 1)
       END-PERFORM
       ADD 1 TO BreakdownCount
       MOVE BreakdownKey TO BK-Key (BreakdownIndex)
       MOVE ZERO TO BK-Entered (BreakdownIndex)
                    BK-YearRetained (BreakdownIndex)
                    BK-Active (BreakdownIndex)
                    BK-Graduated (BreakdownIndex)
                    BK-Withdrawn (BreakdownIndex)
                    BK-Lapsed (BreakdownIndex)
    END-IF
    ADD 1 TO BK-Entered (BreakdownIndex)
    IF OneYearReached
       MOVE OneYearTerm TO EvaluationTerm
       PERFORM ClassifyStudent
       IF CategoryActive OR CategoryGraduated
          ADD 1 TO BK-YearRetained (BreakdownIndex)
       END-IF
    END-IF
    MOVE LatestTerm TO EvaluationTerm
    PERFORM ClassifyStudent
    EVALUATE TRUE
       WHEN CategoryActive     ADD 1 TO BK-Active (BreakdownIndex)
       WHEN CategoryGraduated  ADD 1 TO BK-Graduated (BreakdownIndex)
       WHEN CategoryWithdrawn  ADD 1 TO BK-Withdrawn (BreakdownIndex)
       WHEN OTHER              ADD 1 TO BK-Lapsed (BreakdownIndex)
    END-EVALUATE.

PrintOneBreakdown.
    MOVE BK-Key (BreakdownIndex) TO BDL-Key
    MOVE BK-Entered (BreakdownIndex) TO BDL-Entered
    IF OneYearReached
       COMPUTE RetainedPercent ROUNDED =
          BK-YearRetained (BreakdownIndex) * 100
             / BK-Entered (BreakdownIndex)
       MOVE RetainedPercent TO PercentText
       MOVE PercentText TO BDL-YearRetained
    ELSE
       MOVE "  n/a" TO BDL-YearRetained
    END-IF
    MOVE BK-Active (BreakdownIndex) TO BDL-Active
    MOVE BK-Graduated (BreakdownIndex) TO BDL-Graduated
    MOVE BK-Withdrawn (BreakdownIndex) TO BDL-Withdrawn
    MOVE BK-Lapsed (BreakdownIndex) TO BDL-Lapsed
    COMPUTE RetainedPercent ROUNDED =
       (BK-Active (BreakdownIndex) + BK-Graduated (BreakdownIndex))
          * 100 / BK-Entered (BreakdownIndex)
    COMPUTE CompletedPercent ROUNDED =
       BK-Graduated (BreakdownIndex) * 100 / BK-Entered (BreakdownIndex)
    MOVE RetainedPercent TO BDL-Retained
    MOVE CompletedPercent TO BDL-Completed
    WRITE ReportLine FROM BreakdownDetailLine.

PrintRunSummary.
    WRITE ReportLine FROM BlankLine
    MOVE "Students with a course history:" TO SML-Label
    MOVE CohortStudentCount TO SML-Count
    WRITE ReportLine FROM SummaryLine
    DISPLAY SummaryLine
    MOVE "Entry cohorts reported:" TO SML-Label
    MOVE CohortsPrinted TO SML-Count
    WRITE ReportLine FROM SummaryLine
    DISPLAY SummaryLine
    IF StudentsDroppedCount > ZERO
       MOVE "Students over the table limit:" TO SML-Label
       MOVE StudentsDroppedCount TO SML-Count
       WRITE ReportLine FROM SummaryLine
       DISPLAY SummaryLine
    END-IF.
