*>                 average (default 2.0)
*> The *STREAM* completion markers and BYPASSED decisions are
*> control entries, not timings, and are not trended.
*>
*> The site's factor is kept in the run-parameter library as
*> STEPTREND.FACTOR (see ParmMaint); the row in force today replaces
*> the 2.0 default, and FACTOR= still overrides it for one run.  The
*> factor used, and where it came from, is printed as PARAMETERS USED
*> at the foot of the report.
*>
*> A step that holds up the office matters more than one that runs
*> unseen overnight, so the trend can instead be taken in business
*> time - only the seconds of each attempt that fell inside the
*> office-hours window on a business day (the shared Y2KBHRS routine,
*> honouring HOLIDAYS.DAT):
*>    BUSINESS=Y         trend business-hours seconds (default N)
*>    OFFICE=HHMM-HHMM   the office-hours window (default 0900-1700)
*> kept in the library as STEPTREND.BUSINESS and OFFICE.HOURS.  The
*> report's title line says which basis the figures are on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JobLogStatus.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD JobLogFile.
01 JobLogRecord.
   02  JL-StepName     PIC X(8).
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  JobLogStatus            PIC XX.
    88  JobLogOk            VALUE "00".

01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  LateFactor              PIC 9V9 VALUE 2.0.
01  BusinessBasisSwitch     PIC X VALUE "N".
    88  BusinessBasis       VALUE "Y".
01  OfficeOpenTime          PIC X(4) VALUE "0900".
01  OfficeCloseTime         PIC X(4) VALUE "1700".
01  ParmEditFactor          PIC 9.9.

01  AttemptSeconds          PIC S9(7).
01  StepAverage             PIC 9(7)V9.

01  BlankLine               PIC X(90) VALUE SPACES.

01  TrendTitleLine.
    02  FILLER              PIC X(37)
                            VALUE "STEP RUNTIME TREND - ELAPSED SECONDS ".
    02  TTL-Basis           PIC X(53) VALUE "(WALL CLOCK)".

01  TrendHeadingLine        PIC X(90) VALUE
    "STEP     ATTEMPTS   AVG SECS   HIGH SECS LATEST SECS".


PROCEDURE DIVISION.
Begin.
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    OPEN INPUT JobLogFile
    IF NOT JobLogOk
    END-PERFORM
    CLOSE JobLogFile
    OPEN OUTPUT ReportFile
    IF BusinessBasis
       MOVE SPACES TO TTL-Basis
       STRING "(BUSINESS HOURS " OfficeOpenTime "-" OfficeCloseTime
          " ON BUSINESS DAYS)" DELIMITED BY SIZE
          INTO TTL-Basis
       END-STRING
    END-IF
    WRITE ReportLine FROM TrendTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM TrendHeadingLine
    PERFORM VARYING StepTallyIndex FROM 1 BY 1
       UNTIL StepTallyIndex > StepTallyCount
    MOVE LateStepCount TO TSL-LateCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM TrendSummaryLine
    PERFORM WriteParametersUsed
    DISPLAY TrendSummaryLine
    CLOSE ReportFile
    STOP RUN.
       EVALUATE ArgumentKeyword
          WHEN "FACTOR"
             COMPUTE LateFactor = FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteLateFactorUsed
          WHEN "BUSINESS"
             MOVE ArgumentValue TO BusinessBasisSwitch
             INSPECT BusinessBasisSwitch CONVERTING "yn" TO "YN"
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteBusinessBasisUsed
          WHEN "OFFICE"
             UNSTRING ArgumentValue DELIMITED BY "-"
                INTO OfficeOpenTime OfficeCloseTime
             END-UNSTRING
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteOfficeHoursUsed
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The late factor from the parameter library when it holds one in
*> force today.
ApplyRunParameters.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "STEPTREND.FACTOR" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE LateFactor = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteLateFactorUsed
    MOVE "STEPTREND.BUSINESS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       MOVE ParmFoundValue TO BusinessBasisSwitch
    END-IF
    PERFORM NoteBusinessBasisUsed
    MOVE "OFFICE.HOURS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       UNSTRING ParmFoundValue DELIMITED BY "-"
          INTO OfficeOpenTime OfficeCloseTime
       END-UNSTRING
    END-IF
    PERFORM NoteOfficeHoursUsed.

NoteLateFactorUsed.
    MOVE "STEPTREND.FACTOR" TO ParmLookupName
    MOVE LateFactor TO ParmEditFactor
    MOVE ParmEditFactor TO ParmUsedValue
    PERFORM RecordParameterUsed.

NoteBusinessBasisUsed.
    IF NOT BusinessBasis
       MOVE "N" TO BusinessBasisSwitch
    END-IF
    MOVE "STEPTREND.BUSINESS" TO ParmLookupName
    MOVE BusinessBasisSwitch TO ParmUsedValue
    PERFORM RecordParameterUsed.

*> A window that is not two HHMM times, opening before closing, is
*> refused for the house 0900-1700 rather than timing every attempt
*> as zero.
NoteOfficeHoursUsed.
    IF OfficeOpenTime NOT NUMERIC OR OfficeCloseTime NOT NUMERIC
       OR OfficeOpenTime NOT < OfficeCloseTime
       OR OfficeOpenTime > "2359" OR OfficeCloseTime > "2400"
       DISPLAY "Office hours " OfficeOpenTime "-" OfficeCloseTime
          " not HHMM-HHMM - 0900-1700 used."
       MOVE "0900" TO OfficeOpenTime
       MOVE "1700" TO OfficeCloseTime
    END-IF
    MOVE "OFFICE.HOURS" TO ParmLookupName
    MOVE SPACES TO ParmUsedValue
    STRING OfficeOpenTime "-" OfficeCloseTime DELIMITED BY SIZE
       INTO ParmUsedValue
    END-STRING
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

ReadOneJobLogRecord.
    READ JobLogFile
       AT END SET EndOfLog TO TRUE
    IF AttemptSeconds < ZERO
       EXIT PARAGRAPH
    END-IF
    IF BusinessBasis
       PERFORM TimeOneAttemptInBusinessHours
    END-IF
    MOVE "N" TO StepFoundSwitch
    PERFORM VARYING StepTallyIndex FROM 1 BY 1
       UNTIL StepTallyIndex > StepTallyCount OR StepTallyFound
       MOVE AttemptSeconds TO ST-LatestSecs (StepTallyCount)
    END-IF.

*> The same stamps through Y2KBHRS: only the part of the attempt
*> inside the office window on a business day is counted.
TimeOneAttemptInBusinessHours.
    MOVE Y2K-TIMEP-DATE1 TO Y2K-BHRSP-DATE1
    MOVE Y2K-TIMEP-TIME1 TO Y2K-BHRSP-TIME1
    MOVE Y2K-TIMEP-DATE2 TO Y2K-BHRSP-DATE2
    MOVE Y2K-TIMEP-TIME2 TO Y2K-BHRSP-TIME2
    MOVE OfficeOpenTime TO Y2K-BHRSP-OPEN-TIME
    MOVE OfficeCloseTime TO Y2K-BHRSP-CLOSE-TIME
    CALL "Y2KBHRS" USING Y2K-BHRS-PARAMETERS
    IF Y2K-BHRSP-RETURN-CODE NOT = 0
       MOVE ZERO TO AttemptSeconds
    ELSE
       COMPUTE AttemptSeconds =
          (Y2K-BHRSP-HOURS * 3600)
          + (Y2K-BHRSP-MINUTES * 60)
          + Y2K-BHRSP-SECONDS
    END-IF.

ReportOneStep.
    COMPUTE StepAverage ROUNDED =
       ST-TotalSeconds (StepTallyIndex)
       MOVE SPACES TO TDL-Flag
    END-IF
    WRITE ReportLine FROM TrendDetailLine.

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
