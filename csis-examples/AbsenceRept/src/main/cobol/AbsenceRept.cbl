*> Arguments (optional, any order):
*>    LIMIT=nn      absences that trigger the flag (default 3)
*>    COURSE=cccc   one course only
*>    ADVISOR       route the report to the advisors: one section per
*>                  advisor on ADVISORS.DAT (AdvMaint), headed with
*>                  the advisor's name from INSTRUCTORS.DAT and listing
*>                  only that advisor's students; students with no
*>                  advisor come last under NO ADVISOR
*>    ADVISOR=nnnnn one advisor's section only
*>
*> The site's absence limit is kept in the run-parameter library as
*> ABSENCEREPT.LIMIT (see ParmMaint); the row in force today replaces
*> the default of 3, and LIMIT= still overrides it for one run.  The
*> limit used, and where it came from, is printed as PARAMETERS USED
*> at the end of ABSENCE.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT AttendFile ASSIGN TO "ATTEND.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AttendFileStatus.
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT AdvisorFile ASSIGN TO "ADVISORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AdvisorFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT ReportFile ASSIGN TO "ABSENCE.RPT"
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

FD AttendFile.
01 AttendRecord.
   02  ATT-StudentId   PIC 9(7).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

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

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  AttendFileStatus        PIC XX.
    88  AttendFileOk        VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AdvisorFileStatus       PIC XX.
    88  AdvisorFileOk       VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  InstructorsAvailableSwitch PIC X VALUE "N".
    88  InstructorsAvailable VALUE "Y".

01  EndOfFileSwitch         PIC X VALUE "N".
    88  EndOfFile           VALUE "Y".
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  AbsenceLimit            PIC 9(2) VALUE 3.
01  ParmEditLimit           PIC Z9.
01  SelectCourse            PIC X(4) VALUE SPACES.
01  AdvisorModeSwitch       PIC X VALUE "N".
    88  AdvisorMode         VALUE "Y".
01  SelectAdvisor           PIC X(5) VALUE SPACES.

01  AdviseeCount            PIC 9(4) VALUE ZERO.
01  AdviseeIndex            PIC 9(4).
01  AdviseeFoundSwitch      PIC X.
    88  AdviseeFound        VALUE "Y".
01  AdviseeTable.
    02  AdviseeEntry        OCCURS 2000 TIMES.
        03  AT-StudentId    PIC 9(7).
        03  AT-InstructorId PIC 9(5).

*> The advisors with students on the report, in id order; no
*> advisor (HIGH-VALUES) sorts last.
01  AdvisorKeyCount         PIC 9(3) VALUE ZERO.
01  AdvisorKeyIndex         PIC 9(3).
01  AdvisorShiftIndex       PIC 9(3).
01  AdvisorKeyFoundSwitch   PIC X.
    88  AdvisorKeyFound     VALUE "Y".
01  AdvisorKeyTable.
    02  AdvisorKeyEntry     OCCURS 200 TIMES.
        03  AK-AdvisorKey   PIC X(5).
01  NewAdvisorKey           PIC X(5).
01  StudentAdvisorKey       PIC X(5).

01  AbsenceTallyCount       PIC 9(3) VALUE ZERO.
01  AbsenceTallyIndex       PIC 9(3).
        03  AB-CourseCode   PIC X(4).
        03  AB-Meetings     PIC 9(3).
        03  AB-Absences     PIC 9(3).
        03  AB-AdvisorKey   PIC X(5).

01  FlaggedCount            PIC 9(3) VALUE ZERO.

    02  ADL-Flag            PIC X(12).
    02  FILLER              PIC X(12) VALUE SPACES.

01  AdvisorHeadingLine.
    02  FILLER              PIC X(13) VALUE "FOR ADVISOR  ".
    02  AHL-InstructorId    PIC X(5).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  AHL-Name            PIC X(30).
    02  FILLER              PIC X(30) VALUE SPACES.

01  AdvisorRuleLine         PIC X(80) VALUE ALL "=".

01  AbsenceSummaryLine.
    02  FILLER              PIC X(26) VALUE "Students over the limit:  ".
    02  ASL-FlaggedCount    PIC ZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    OPEN INPUT AttendFile
    IF NOT AttendFileOk
       SET MasterAvailable TO TRUE
    END-IF
    OPEN OUTPUT ReportFile
    IF AdvisorMode
       PERFORM ReportByAdvisor
    ELSE
       WRITE ReportLine FROM AbsenceHeadingLine
       PERFORM VARYING AbsenceTallyIndex FROM 1 BY 1
          UNTIL AbsenceTallyIndex > AbsenceTallyCount
          PERFORM ReportOneTally
       END-PERFORM
    END-IF
    MOVE FlaggedCount TO ASL-FlaggedCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AbsenceSummaryLine
    PERFORM WriteParametersUsed
    DISPLAY AbsenceSummaryLine
    CLOSE ReportFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    IF InstructorsAvailable
       CLOSE InstructorFile
    END-IF
    STOP RUN.

GetRunArguments.
       EVALUATE ArgumentKeyword
          WHEN "LIMIT"
             COMPUTE AbsenceLimit = FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteLimitUsed
          WHEN "COURSE"
             MOVE ArgumentValue (1:4) TO SelectCourse
          WHEN "ADVISOR"
             SET AdvisorMode TO TRUE
             MOVE ArgumentValue (1:5) TO SelectAdvisor
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The absence limit from the parameter library when it holds one
*> in force today.
ApplyRunParameters.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "ABSENCEREPT.LIMIT" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE AbsenceLimit = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteLimitUsed.

NoteLimitUsed.
    MOVE "ABSENCEREPT.LIMIT" TO ParmLookupName
    MOVE AbsenceLimit TO ParmEditLimit
    MOVE FUNCTION TRIM (ParmEditLimit) TO ParmUsedValue
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

ReadOneAttendRecord.
    READ AttendFile
       AT END SET EndOfFile TO TRUE
       MOVE SPACES TO ADL-Flag
    END-IF
    WRITE ReportLine FROM AbsenceDetailLine.

*> The report split by advisor: each advisor's students in their own
*> section, in advisor id order, each tally printed exactly once.
ReportByAdvisor.
    PERFORM LoadAdvisorTable
    PERFORM VARYING AbsenceTallyIndex FROM 1 BY 1
       UNTIL AbsenceTallyIndex > AbsenceTallyCount
       PERFORM FindStudentAdvisor
       MOVE StudentAdvisorKey TO AB-AdvisorKey (AbsenceTallyIndex)
       IF SelectAdvisor = SPACES
          OR StudentAdvisorKey = SelectAdvisor
          MOVE StudentAdvisorKey TO NewAdvisorKey
          PERFORM InsertAdvisorKey
       END-IF
    END-PERFORM
    PERFORM VARYING AdvisorKeyIndex FROM 1 BY 1
       UNTIL AdvisorKeyIndex > AdvisorKeyCount
       PERFORM PrintAdvisorHeading
       PERFORM VARYING AbsenceTallyIndex FROM 1 BY 1
          UNTIL AbsenceTallyIndex > AbsenceTallyCount
          IF AB-AdvisorKey (AbsenceTallyIndex)
             = AK-AdvisorKey (AdvisorKeyIndex)
             PERFORM ReportOneTally
          END-IF
       END-PERFORM
    END-PERFORM.

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
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAdvisorRecord
    PERFORM UNTIL EndOfFile
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
       AT END SET EndOfFile TO TRUE
    END-READ.

FindStudentAdvisor.
    MOVE HIGH-VALUES TO StudentAdvisorKey
    MOVE "N" TO AdviseeFoundSwitch
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount OR AdviseeFound
       IF AT-StudentId (AdviseeIndex) = AB-StudentId (AbsenceTallyIndex)
          SET AdviseeFound TO TRUE
          MOVE AT-InstructorId (AdviseeIndex) TO StudentAdvisorKey
       END-IF
    END-PERFORM.

*> Adds NewAdvisorKey to the advisor list in ascending order unless
*> it is already there.
InsertAdvisorKey.
    MOVE "N" TO AdvisorKeyFoundSwitch
    PERFORM VARYING AdvisorKeyIndex FROM 1 BY 1
       UNTIL AdvisorKeyIndex > AdvisorKeyCount OR AdvisorKeyFound
       IF AK-AdvisorKey (AdvisorKeyIndex) = NewAdvisorKey
          SET AdvisorKeyFound TO TRUE
       END-IF
    END-PERFORM
    IF AdvisorKeyFound OR AdvisorKeyCount NOT < 200
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO AdvisorKeyIndex
    PERFORM UNTIL AdvisorKeyIndex > AdvisorKeyCount
       OR AK-AdvisorKey (AdvisorKeyIndex) > NewAdvisorKey
       ADD 1 TO AdvisorKeyIndex
    END-PERFORM
    PERFORM VARYING AdvisorShiftIndex FROM AdvisorKeyCount BY -1
       UNTIL AdvisorShiftIndex < AdvisorKeyIndex
       MOVE AK-AdvisorKey (AdvisorShiftIndex)
         TO AK-AdvisorKey (AdvisorShiftIndex + 1)
    END-PERFORM
    MOVE NewAdvisorKey TO AK-AdvisorKey (AdvisorKeyIndex)
    ADD 1 TO AdvisorKeyCount.

PrintAdvisorHeading.
    MOVE SPACES TO AHL-InstructorId AHL-Name
    IF AK-AdvisorKey (AdvisorKeyIndex) = HIGH-VALUES
       MOVE "NO ADVISOR ASSIGNED" TO AHL-Name
    ELSE
       MOVE AK-AdvisorKey (AdvisorKeyIndex) TO AHL-InstructorId
       IF InstructorsAvailable
          MOVE AK-AdvisorKey (AdvisorKeyIndex) TO IN-InstructorId
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
    WRITE ReportLine FROM AdvisorRuleLine
    WRITE ReportLine FROM AbsenceHeadingLine.

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
