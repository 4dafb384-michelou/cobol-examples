*>    TERM=tttttt      the term being closed (required)
*>    PROBATION=n.nn   cumulative GPA floor (default 2.00)
*>    DEANSLIST=n.nn   term GPA for the dean's list (default 3.50)
*>
*> Each of the three can instead be kept in the run-parameter
*> library (see ParmMaint) as STANDING.TERM, STANDING.PROBATION and
*> STANDING.DEANSLIST; the row in force today replaces the built-in
*> default - so with STANDING.TERM on file TERM= is no longer needed -
*> and an argument still overrides the library for one run.  The
*> values used, and where each came from, are printed as PARAMETERS
*> USED at the end of STANDING.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  StandingFileStatus      PIC XX.
01  StandingTermCode        PIC X(6) VALUE SPACES.
01  ProbationThreshold      PIC 9V99 VALUE 2.00.
01  DeansListThreshold      PIC 9V99 VALUE 3.50.
01  ParmEditGpa             PIC 9.99.

*> Each student's last posted standing, loaded from the existing
*> STANDING.DAT so the change report can name the movers.

PROCEDURE DIVISION.
Begin.
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    IF StandingTermCode = SPACES
       DISPLAY "Usage: Standing TERM=tttttt [PROBATION=n.nn]"
    MOVE ChangedCount TO SSL-ChangedCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM StandingSummaryLine
    PERFORM WriteParametersUsed
    DISPLAY StandingSummaryLine
    CLOSE ReportFile
    CLOSE EnrollmentFile
       EVALUATE ArgumentKeyword
          WHEN "TERM"
             MOVE ArgumentValue (1:6) TO StandingTermCode
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteTermUsed
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

*> The term and thresholds from the parameter library where it
*> holds a value in force today.
ApplyRunParameters.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "STANDING.TERM" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       MOVE ParmFoundValue (1:6) TO StandingTermCode
    END-IF
    PERFORM NoteTermUsed
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

NoteTermUsed.
    MOVE "STANDING.TERM" TO ParmLookupName
    MOVE StandingTermCode TO ParmUsedValue
    PERFORM RecordParameterUsed.

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

*> The LAST record per student on the accumulated STANDING.DAT is
*> their standing going into this run.
LoadPriorStandings.
       MOVE SDL-Standing TO CDL-NewStanding
       WRITE ReportLine FROM ChangeDetailLine
    END-PERFORM.

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
