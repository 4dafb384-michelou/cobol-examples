IDENTIFICATION DIVISION.
PROGRAM-ID.  StandCheck.
AUTHOR.  Michael Coughlan.
*> Follow-up to closed-term grade changes.  EnrollEntry appends every
*> grade changed in a closed term to GRADECHG.DAT; a changed grade
*> can move a standing that Standing already posted, and nothing
*> re-posts it on its own.  This run takes the students named on
*> the change log, recomputes their term and cumulative GPA on
*> Standing's own rules (completed courses only, A=4 through F=0,
*> transfer credit carries no grade and so no points) for the term
*> of their latest STANDING.DAT record, and lists on STANDCHK.RPT
*> every student whose standing code would now come out different -
*> the registrar's list of students to re-post.  Nothing is written
*> to STANDING.DAT here; the re-post is Standing's job.
*>
*> Arguments:
*>    SINCE=yyyymmdd   only changes logged on or after this date
*>                     (default: the whole log)
*>    PROBATION=n.nn   cumulative GPA floor (default 2.00)
*>    DEANSLIST=n.nn   term GPA for the dean's list (default 3.50)
*> The two thresholds must be the ones Standing was run with, so
*> they are taken, as Standing takes them, from STANDING.PROBATION
*> and STANDING.DEANSLIST in the run-parameter library where a row
*> is in force today; an argument still overrides the library for
*> one run.  The values used, and where each came from, are printed
*> as PARAMETERS USED at the end of STANDCHK.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT GradeChangeFile ASSIGN TO "GRADECHG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GradeChangeFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT StandingFile ASSIGN TO "STANDING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StandingFileStatus.
    SELECT ReportFile ASSIGN TO "STANDCHK.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD GradeChangeFile.
01 GradeChangeRecord.
   02  GC-ChangeDate   PIC 9(8).
   02  FILLER          PIC X.
   02  GC-ChangeTime   PIC 9(6).
   02  FILLER          PIC X.
   02  GC-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  GC-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  GC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  GC-OldGrade     PIC X.
   02  GC-OldStatus    PIC X.
   02  FILLER          PIC X.
   02  GC-NewGrade     PIC X.
   02  GC-NewStatus    PIC X.
   02  FILLER          PIC X.
   02  GC-FormNumber   PIC X(8).
   02  FILLER          PIC X.
   02  GC-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  GC-Reason       PIC X(30).

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

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  GradeChangeFileStatus   PIC XX.
    88  GradeChangeFileOk   VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StandingFileStatus      PIC XX.
    88  StandingFileOk      VALUE "00".

01  EndOfChangeSwitch       PIC X VALUE "N".
    88  EndOfChanges        VALUE "Y".
01  EndOfEnrollmentSwitch   PIC X VALUE "N".
    88  EndOfEnrollment     VALUE "Y".
01  EndOfStandingSwitch     PIC X VALUE "N".
    88  EndOfStanding       VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SinceDate               PIC 9(8) VALUE ZERO.
01  ProbationThreshold      PIC 9V99 VALUE 2.00.
01  DeansListThreshold      PIC 9V99 VALUE 3.50.
01  ParmEditGpa             PIC 9.99.

*> One entry per student named on the change log, carrying their
*> latest posted standing and the points re-tallied from
*> ENROLLMENT.DAT.
01  RecheckCount            PIC 9(3) VALUE ZERO.
01  RecheckIndex            PIC 9(3).
01  RecheckFoundSwitch      PIC X.
    88  RecheckFound        VALUE "Y".
01  RecheckTable.
    02  RecheckEntry        OCCURS 500 TIMES.
        03  RT-StudentId        PIC 9(7).
        03  RT-ChangeCount      PIC 9(3).
        03  RT-PostedTerm       PIC X(6).
        03  RT-PostedCode       PIC X.
        03  RT-PostedTermGpa    PIC 9V99.
        03  RT-PostedCumGpa     PIC 9V99.
        03  RT-TermGradePoints  PIC 9(5).
        03  RT-TermGradedCount  PIC 9(4).
        03  RT-CumGradePoints   PIC 9(5).
        03  RT-CumGradedCount   PIC 9(4).

01  GradePoints             PIC 9.
01  TermGpa                 PIC 9V99.
01  CumGpa                  PIC 9V99.
01  NewStandingCode         PIC X.
01  StandingLabel           PIC X(13).

01  ChangesReadCount        PIC 9(5) VALUE ZERO.
01  NotPostedCount          PIC 9(5) VALUE ZERO.
01  MovedCount              PIC 9(5) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  RecheckTitleLine.
    02  FILLER              PIC X(44) VALUE
        "STANDING RE-CHECK AFTER GRADE CHANGES SINCE ".
    02  RTL-SinceDate       PIC 9(8).
    02  FILLER              PIC X(28) VALUE SPACES.

01  RecheckHeadingLine      PIC X(80) VALUE
    "STUDENT  TERM    POSTED         TERM GPA CUM GPA  WOULD NOW BE".

01  RecheckDetailLine.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-PostedStanding  PIC X(13).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  RDL-TermGpa         PIC 9.99.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  RDL-CumGpa          PIC 9.99.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  RDL-NewStanding     PIC X(13).
    02  FILLER              PIC X(17) VALUE SPACES.

01  RecheckSummaryLine.
    02  FILLER              PIC X(16) VALUE "Changes read:   ".
    02  RSL-ChangesRead     PIC ZZZZ9.
    02  FILLER              PIC X(12) VALUE "  students: ".
    02  RSL-StudentCount    PIC ZZ9.
    02  FILLER              PIC X(14) VALUE "  to re-post: ".
    02  RSL-MovedCount      PIC ZZZZ9.
    02  FILLER              PIC X(14) VALUE "  not posted: ".
    02  RSL-NotPostedCount  PIC ZZZZ9.
    02  FILLER              PIC X(6)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    OPEN INPUT GradeChangeFile
    IF NOT GradeChangeFileOk
       DISPLAY "GRADECHG.DAT not found - no grade changes to check."
       STOP RUN
    END-IF
    PERFORM ReadOneGradeChange
    PERFORM UNTIL EndOfChanges
       IF GC-StudentId NUMERIC AND GC-ChangeDate NOT < SinceDate
          PERFORM NoteOneChangedStudent
       END-IF
       PERFORM ReadOneGradeChange
    END-PERFORM
    CLOSE GradeChangeFile
    OPEN OUTPUT ReportFile
    MOVE SinceDate TO RTL-SinceDate
    WRITE ReportLine FROM RecheckTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RecheckHeadingLine
    IF RecheckCount > ZERO
       PERFORM LoadPostedStandings
       PERFORM RetallyEnrollments
       PERFORM VARYING RecheckIndex FROM 1 BY 1
          UNTIL RecheckIndex > RecheckCount
          PERFORM RecheckOneStudent
       END-PERFORM
    END-IF
    MOVE ChangesReadCount TO RSL-ChangesRead
    MOVE RecheckCount TO RSL-StudentCount
    MOVE MovedCount TO RSL-MovedCount
    MOVE NotPostedCount TO RSL-NotPostedCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RecheckSummaryLine
    DISPLAY RecheckSummaryLine
    PERFORM WriteParametersUsed
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
          WHEN "SINCE"
             IF ArgumentValue (1:8) NUMERIC
                MOVE ArgumentValue (1:8) TO SinceDate
             ELSE
                DISPLAY "SINCE must be yyyymmdd - whole log checked."
             END-IF
          WHEN "PROBATION"
             COMPUTE ProbationThreshold =
                FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteProbationUsed
          WHEN "DEANSLIST"
             COMPUTE DeansListThreshold =
                FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteDeansListUsed
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The thresholds from the parameter library where it holds a value
*> in force today - the same rows Standing posts with.
ApplyRunParameters.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "STANDING.PROBATION" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE ProbationThreshold = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteProbationUsed
    MOVE "STANDING.DEANSLIST" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE DeansListThreshold = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteDeansListUsed.

NoteProbationUsed.
    MOVE "STANDING.PROBATION" TO ParmLookupName
    MOVE ProbationThreshold TO ParmEditGpa
    MOVE ParmEditGpa TO ParmUsedValue
    PERFORM RecordParameterUsed.

NoteDeansListUsed.
    MOVE "STANDING.DEANSLIST" TO ParmLookupName
    MOVE DeansListThreshold TO ParmEditGpa
    MOVE ParmEditGpa TO ParmUsedValue
    PERFORM RecordParameterUsed.

WriteParametersUsed.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ParmUsedHeadingLine
    PERFORM VARYING ParmUsedIndex FROM 1 BY 1
       UNTIL ParmUsedIndex > ParmUsedCount
       MOVE PU-ParmName (ParmUsedIndex) TO PUL-ParmName
       MOVE PU-ParmValue (ParmUsedIndex) TO PUL-ParmValue
       MOVE PU-Source (ParmUsedIndex) TO PUL-Source
       WRITE ReportLine FROM ParmUsedLine
    END-PERFORM.

ReadOneGradeChange.
    READ GradeChangeFile
       AT END SET EndOfChanges TO TRUE
    END-READ.

NoteOneChangedStudent.
    ADD 1 TO ChangesReadCount
    MOVE "N" TO RecheckFoundSwitch
    PERFORM VARYING RecheckIndex FROM 1 BY 1
       UNTIL RecheckIndex > RecheckCount OR RecheckFound
       IF RT-StudentId (RecheckIndex) = GC-StudentId
          ADD 1 TO RT-ChangeCount (RecheckIndex)
          SET RecheckFound TO TRUE
       END-IF
    END-PERFORM
    IF NOT RecheckFound AND RecheckCount < 500
       ADD 1 TO RecheckCount
       INITIALIZE RecheckEntry (RecheckCount)
       MOVE GC-StudentId TO RT-StudentId (RecheckCount)
       MOVE 1 TO RT-ChangeCount (RecheckCount)
    END-IF.

*> The LAST record per student on STANDING.DAT is the standing in
*> force - the one a changed grade may have made wrong.
LoadPostedStandings.
    OPEN INPUT StandingFile
    IF NOT StandingFileOk
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadOneStandingRecord
    PERFORM UNTIL EndOfStanding
       IF SG-StudentId NUMERIC
          PERFORM FindRecheckStudent
          IF RecheckFound
             MOVE SG-TermCode TO RT-PostedTerm (RecheckIndex)
             MOVE SG-StandingCode TO RT-PostedCode (RecheckIndex)
             MOVE SG-TermGpa TO RT-PostedTermGpa (RecheckIndex)
             MOVE SG-CumGpa TO RT-PostedCumGpa (RecheckIndex)
          END-IF
       END-IF
       PERFORM ReadOneStandingRecord
    END-PERFORM
    CLOSE StandingFile.

ReadOneStandingRecord.
    READ StandingFile
       AT END SET EndOfStanding TO TRUE
    END-READ.

FindRecheckStudent.
    MOVE "N" TO RecheckFoundSwitch
    PERFORM VARYING RecheckIndex FROM 1 BY 1
       UNTIL RecheckIndex > RecheckCount OR RecheckFound
       IF RT-StudentId (RecheckIndex) = SG-StudentId
          SET RecheckFound TO TRUE
       END-IF
    END-PERFORM
    IF RecheckFound
       SUBTRACT 1 FROM RecheckIndex
    END-IF.

*> One pass of ENROLLMENT.DAT, tallying points for the students on
*> the table exactly as Standing's TallyOneEnrollment does.
RetallyEnrollments.
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - nothing to re-tally."
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfEnrollment
       MOVE EN-StudentId TO SG-StudentId
       PERFORM FindRecheckStudent
       IF RecheckFound
          PERFORM TallyOneEnrollment
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM
    CLOSE EnrollmentFile.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfEnrollment TO TRUE
    END-READ.

TallyOneEnrollment.
    IF EN-CompletionStatus NOT = "C"
       EXIT PARAGRAPH
    END-IF
    EVALUATE EN-Grade
       WHEN "A" MOVE 4 TO GradePoints
       WHEN "B" MOVE 3 TO GradePoints
       WHEN "C" MOVE 2 TO GradePoints
       WHEN "D" MOVE 1 TO GradePoints
       WHEN "F" MOVE 0 TO GradePoints
       WHEN OTHER EXIT PARAGRAPH
    END-EVALUATE
    ADD GradePoints TO RT-CumGradePoints (RecheckIndex)
    ADD 1 TO RT-CumGradedCount (RecheckIndex)
    IF EN-TermCode = RT-PostedTerm (RecheckIndex)
       ADD GradePoints TO RT-TermGradePoints (RecheckIndex)
       ADD 1 TO RT-TermGradedCount (RecheckIndex)
    END-IF.

*> Standing's PostOneStudent decision, applied to the re-tallied
*> points; only a student whose code would move is listed.
RecheckOneStudent.
    IF RT-PostedCode (RecheckIndex) = SPACE
       ADD 1 TO NotPostedCount
       EXIT PARAGRAPH
    END-IF
    IF RT-CumGradedCount (RecheckIndex) = ZERO
       MOVE ZERO TO CumGpa
    ELSE
       COMPUTE CumGpa ROUNDED = RT-CumGradePoints (RecheckIndex)
                              / RT-CumGradedCount (RecheckIndex)
    END-IF
    IF RT-TermGradedCount (RecheckIndex) = ZERO
       MOVE ZERO TO TermGpa
    ELSE
       COMPUTE TermGpa ROUNDED = RT-TermGradePoints (RecheckIndex)
                               / RT-TermGradedCount (RecheckIndex)
    END-IF
    EVALUATE TRUE
       WHEN CumGpa < ProbationThreshold
          MOVE "P" TO NewStandingCode
       WHEN RT-TermGradedCount (RecheckIndex) > ZERO
          AND TermGpa NOT < DeansListThreshold
          MOVE "D" TO NewStandingCode
       WHEN OTHER
          MOVE "G" TO NewStandingCode
    END-EVALUATE
    IF NewStandingCode = RT-PostedCode (RecheckIndex)
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO MovedCount
    MOVE RT-StudentId (RecheckIndex) TO RDL-StudentId
    MOVE RT-PostedTerm (RecheckIndex) TO RDL-TermCode
    MOVE TermGpa TO RDL-TermGpa
    MOVE CumGpa TO RDL-CumGpa
    PERFORM DecodeStandingLabel
    MOVE StandingLabel TO RDL-NewStanding
    MOVE RT-PostedCode (RecheckIndex) TO NewStandingCode
    PERFORM DecodeStandingLabel
    MOVE StandingLabel TO RDL-PostedStanding
    WRITE ReportLine FROM RecheckDetailLine.

DecodeStandingLabel.
    EVALUATE NewStandingCode
       WHEN "D" MOVE "DEAN'S LIST" TO StandingLabel
       WHEN "P" MOVE "PROBATION" TO StandingLabel
       WHEN OTHER MOVE "GOOD STANDING" TO StandingLabel
    END-EVALUATE.

*> The run parameters in force on the run date - for each name the
*> PARMLIB.DAT row with the latest effective date not after it.  No
*> library yet means every built-in default stands.
LoadRunParameters.
    MOVE ZERO TO RunParameterCount
    OPEN INPUT RunParameterFile
    IF NOT RunParameterFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfRunParametersSwitch
    PERFORM UNTIL EndOfRunParameters
       READ RunParameterFile
          AT END SET EndOfRunParameters TO TRUE
          NOT AT END
             IF PL-ParmName NOT = SPACES
                AND PL-EffectiveDate IS NUMERIC
                AND PL-EffectiveDate NOT > RunParameterDate
                PERFORM KeepRunParameter
             END-IF
       END-READ
    END-PERFORM
    CLOSE RunParameterFile.

KeepRunParameter.
    MOVE PL-ParmName TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       IF PL-EffectiveDate NOT < ParmFoundEffective
          MOVE PL-EffectiveDate TO RP-EffectiveDate (ParmFoundIndex)
          MOVE PL-ParmValue TO RP-ParmValue (ParmFoundIndex)
       END-IF
    ELSE
       IF RunParameterCount < 200
          ADD 1 TO RunParameterCount
          MOVE PL-ParmName TO RP-ParmName (RunParameterCount)
          MOVE PL-EffectiveDate TO RP-EffectiveDate (RunParameterCount)
          MOVE PL-ParmValue TO RP-ParmValue (RunParameterCount)
       END-IF
    END-IF.

*> Looks ParmLookupName up among the parameters in force.  Found, the
*> row's value and effective date are in ParmFoundValue and
*> ParmFoundEffective; either way ParmUsedSource is left naming where
*> the value the run uses will have come from.
FindRunParameter.
    MOVE "N" TO ParmFoundSwitch
    MOVE ZERO TO ParmFoundIndex ParmFoundEffective
    MOVE SPACES TO ParmFoundValue
    PERFORM VARYING RunParameterIndex FROM 1 BY 1
       UNTIL RunParameterIndex > RunParameterCount OR ParmFound
       IF RP-ParmName (RunParameterIndex) = ParmLookupName
          SET ParmFound TO TRUE
          MOVE RunParameterIndex TO ParmFoundIndex
          MOVE RP-ParmValue (RunParameterIndex) TO ParmFoundValue
          MOVE RP-EffectiveDate (RunParameterIndex) TO ParmFoundEffective
       END-IF
    END-PERFORM
    MOVE SPACES TO ParmUsedSource
    IF ParmFound
       STRING "PARMLIB " ParmFoundEffective DELIMITED BY SIZE
          INTO ParmUsedSource
       END-STRING
    ELSE
       MOVE "BUILT-IN DEFAULT" TO ParmUsedSource
    END-IF.

*> Enters ParmLookupName = ParmUsedValue, from ParmUsedSource, in the
*> PARAMETERS USED block - replacing the library or default entry
*> when a run argument overrides it.
RecordParameterUsed.
    MOVE 1 TO ParmUsedIndex
    PERFORM UNTIL ParmUsedIndex > ParmUsedCount
       OR PU-ParmName (ParmUsedIndex) = ParmLookupName
       ADD 1 TO ParmUsedIndex
    END-PERFORM
    IF ParmUsedIndex > ParmUsedCount
       IF ParmUsedCount NOT < 20
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO ParmUsedCount
    END-IF
    MOVE ParmLookupName TO PU-ParmName (ParmUsedIndex)
    MOVE ParmUsedValue TO PU-ParmValue (ParmUsedIndex)
    MOVE ParmUsedSource TO PU-Source (ParmUsedIndex).
