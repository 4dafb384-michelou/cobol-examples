*>    SLA=nn   business days before a record is over SLA
*>             (default 5)
*>
*> The site's service level is kept in the run-parameter library as
*> SUSPREPT.SLA (see ParmMaint); the row in force today replaces the
*> default of 5, and SLA= still overrides it for one run.  The value
*> used, and where it came from, is printed as PARAMETERS USED at
*> the end of the report.
*>
*> Beside the business-day age each record now shows its age in
*> business hours (HHHHH:MM) - the time inside the office-hours
*> window on business days only, through the shared Y2KBHRS routine -
*> so a reject logged at 4:55 on the Friday before a holiday is not
*> counted as days late on the Tuesday.  A service level set in
*> business hours takes over the OVER-SLA test:
*>
*>    SLAHOURS=nn       business hours before a record is over SLA
*>                      (default 0 - the SLA= business days apply)
*>    OFFICE=HHMM-HHMM  the office-hours window (default 0900-1700)
*>
*> with the site's values kept in the library as SUSPREPT.SLAHOURS
*> and OFFICE.HOURS (the office window is shared by every report
*> that measures in business hours).
*>
*> Output goes to SUSPENSE.RPT with per-reason-code counts at the
*> end.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SuspenseFileStatus.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD SuspenseFile.
01 SuspenseRecord.
   02  SUS-Program          PIC X(9).
   02  SUS-OperatorId       PIC X(4).

FD ReportFile.
01 ReportLine               PIC X(110).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  SuspenseFileStatus      PIC XX.
    88  SuspenseFileOk      VALUE "00".

01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SlaBusinessDays         PIC 9(3) VALUE 5.
01  ParmEditDays            PIC ZZ9.
01  SlaBusinessHours        PIC 9(4) VALUE ZERO.
01  ParmEditHours           PIC ZZZ9.
01  OfficeHoursWindow.
    02  OfficeOpenTime      PIC X(4) VALUE "0900".
    02  OfficeCloseTime     PIC X(4) VALUE "1700".

01  AgeCountDate            PIC 9(8).
01  AgeTodayDate            PIC 9(8).
01  BusinessDayAge          PIC 9(3).
01  AgeTodayTime            PIC 9(6).
01  BusinessHourAge         PIC 9(5).
01  BusinessMinuteAge       PIC 9(2).
01  BusinessAgeMinutes      PIC 9(7).
01  OverSlaSwitch           PIC X.
    88  RecordOverSla       VALUE "Y".

*> The over-SLA records, gathered during the main pass and listed
*> as their own section at the end.
        03  OS-ReasonCode   PIC X(4).
        03  OS-SuspendDate  PIC 9(8).
        03  OS-Age          PIC 9(3).
        03  OS-BusHours     PIC 9(5).
        03  OS-BusMinutes   PIC 9(2).

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
        03  RT-ReasonCode   PIC X(4).
        03  RT-Count        PIC 9(5).

01  BlankLine               PIC X(110) VALUE SPACES.

01  ReportHeadingLine.
    02  FILLER              PIC X(10) VALUE "PROGRAM".
    02  FILLER              PIC X(5)  VALUE "TRAN".
    02  FILLER              PIC X(62) VALUE "RECORD IMAGE".
    02  FILLER              PIC X(6)  VALUE "AGE BD".
    02  FILLER              PIC X(10) VALUE "  BUS H:MM".

01  SuspenseDetailLine.
    02  SDL-Program         PIC X(9).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-Age             PIC ZZ9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-BusHours        PIC ZZZZ9.
    02  FILLER              PIC X     VALUE ":".
    02  SDL-BusMinutes      PIC 99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-OperatorId      PIC X(4).

01  OverSlaHeadingLine.
    02  FILLER              PIC X(23) VALUE "OVER SLA - OLDER THAN ".
    02  OSH-Sla             PIC ZZZ9.
    02  OSH-Unit            PIC X(15) VALUE " BUSINESS DAYS".
    02  FILLER              PIC X(48) VALUE SPACES.

01  OverSlaDetailLine.
    02  OSD-Program         PIC X(9).
    02  FILLER              PIC X(6)  VALUE "  age ".
    02  OSD-Age             PIC ZZ9.
    02  FILLER              PIC X(14) VALUE " business days".
    02  FILLER              PIC X(3)  VALUE ", ".
    02  OSD-BusHours        PIC ZZZZ9.
    02  FILLER              PIC X     VALUE ":".
    02  OSD-BusMinutes      PIC 99.
    02  FILLER              PIC X(15) VALUE " business hours".
    02  FILLER              PIC X(7)  VALUE SPACES.

01  ReasonSummaryLine.
    02  FILLER              PIC X(8)  VALUE "Reason ".
PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO AgeTodayDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO AgeTodayTime
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    OPEN INPUT SuspenseFile
    IF NOT SuspenseFileOk
    END-PERFORM
    MOVE SuspendedCount TO SL-Count
    WRITE ReportLine FROM SummaryLine
    PERFORM WriteParametersUsed
    DISPLAY SummaryLine
    CLOSE ReportFile
    CLOSE SuspenseFile
          WHEN "SLA"
             COMPUTE SlaBusinessDays =
                FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteSlaUsed
          WHEN "SLAHOURS"
             COMPUTE SlaBusinessHours =
                FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteSlaHoursUsed
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

*> The service level from the parameter library when it holds one
*> in force today.
ApplyRunParameters.
    MOVE AgeTodayDate TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "SUSPREPT.SLA" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE SlaBusinessDays = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteSlaUsed
    MOVE "SUSPREPT.SLAHOURS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE SlaBusinessHours = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteSlaHoursUsed
    MOVE "OFFICE.HOURS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       UNSTRING ParmFoundValue DELIMITED BY "-"
          INTO OfficeOpenTime OfficeCloseTime
       END-UNSTRING
    END-IF
    PERFORM NoteOfficeHoursUsed.

NoteSlaUsed.
    MOVE "SUSPREPT.SLA" TO ParmLookupName
    MOVE SlaBusinessDays TO ParmEditDays
    MOVE FUNCTION TRIM (ParmEditDays) TO ParmUsedValue
    PERFORM RecordParameterUsed.

NoteSlaHoursUsed.
    MOVE "SUSPREPT.SLAHOURS" TO ParmLookupName
    MOVE SlaBusinessHours TO ParmEditHours
    MOVE FUNCTION TRIM (ParmEditHours) TO ParmUsedValue
    PERFORM RecordParameterUsed.

*> A window that is not two HHMM times, opening before closing, is
*> refused for the house 0900-1700 rather than aging every record
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

ReadOneSuspenseRecord.
    READ SuspenseFile
       AT END SET EndOfSuspense TO TRUE
    MOVE SUS-OperatorId TO SDL-OperatorId
    PERFORM AgeOneSuspenseRecord
    MOVE BusinessDayAge TO SDL-Age
    PERFORM TimeOneSuspenseRecord
    MOVE BusinessHourAge TO SDL-BusHours
    MOVE BusinessMinuteAge TO SDL-BusMinutes
    WRITE ReportLine FROM SuspenseDetailLine
    ADD 1 TO SuspendedCount
    PERFORM TallyReasonCode
    MOVE "N" TO OverSlaSwitch
    IF SlaBusinessHours > ZERO
       IF BusinessAgeMinutes > SlaBusinessHours * 60
          SET RecordOverSla TO TRUE
       END-IF
    ELSE
       IF BusinessDayAge > SlaBusinessDays
          SET RecordOverSla TO TRUE
       END-IF
    END-IF
    IF RecordOverSla
       AND OverSlaCount < 100
       ADD 1 TO OverSlaCount
       MOVE SUS-Program TO OS-Program (OverSlaCount)
       MOVE SUS-ReasonCode TO OS-ReasonCode (OverSlaCount)
       MOVE SUS-SuspendDate TO OS-SuspendDate (OverSlaCount)
       MOVE BusinessDayAge TO OS-Age (OverSlaCount)
       MOVE BusinessHourAge TO OS-BusHours (OverSlaCount)
       MOVE BusinessMinuteAge TO OS-BusMinutes (OverSlaCount)
    END-IF.

*> Age in business days: one Y2KBDAY ADD-a-day step at a time from
       END-IF
    END-PERFORM.

*> Age in business hours: the time from the suspension stamp to now
*> that fell inside the office window on a business day, through
*> Y2KBHRS (dates passed MMDDYYYY).  Seconds are dropped; a record
*> with no stamp, or one the routine will not time, ages as zero.
TimeOneSuspenseRecord.
    MOVE ZERO TO BusinessHourAge BusinessMinuteAge BusinessAgeMinutes
    IF SUS-SuspendDate NOT NUMERIC OR SUS-SuspendDate = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE SUS-SuspendDate (5:2) TO Y2K-BHRSP-DATE1 (1:2)
    MOVE SUS-SuspendDate (7:2) TO Y2K-BHRSP-DATE1 (3:2)
    MOVE SUS-SuspendDate (1:4) TO Y2K-BHRSP-DATE1 (5:4)
    IF SUS-SuspendTime NUMERIC
       MOVE SUS-SuspendTime TO Y2K-BHRSP-TIME1
    ELSE
       MOVE "000000" TO Y2K-BHRSP-TIME1
    END-IF
    MOVE AgeTodayDate (5:2) TO Y2K-BHRSP-DATE2 (1:2)
    MOVE AgeTodayDate (7:2) TO Y2K-BHRSP-DATE2 (3:2)
    MOVE AgeTodayDate (1:4) TO Y2K-BHRSP-DATE2 (5:4)
    MOVE AgeTodayTime TO Y2K-BHRSP-TIME2
    MOVE OfficeOpenTime TO Y2K-BHRSP-OPEN-TIME
    MOVE OfficeCloseTime TO Y2K-BHRSP-CLOSE-TIME
    CALL "Y2KBHRS" USING Y2K-BHRS-PARAMETERS
    IF Y2K-BHRSP-RETURN-CODE NOT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-BHRSP-HOURS TO BusinessHourAge
    MOVE Y2K-BHRSP-MINUTES TO BusinessMinuteAge
    COMPUTE BusinessAgeMinutes = BusinessHourAge * 60 + BusinessMinuteAge.

WriteOverSlaSection.
    IF OverSlaCount = ZERO
       EXIT PARAGRAPH
    END-IF
    WRITE ReportLine FROM BlankLine
    IF SlaBusinessHours > ZERO
       MOVE SlaBusinessHours TO OSH-Sla
       MOVE " BUSINESS HOURS" TO OSH-Unit
    ELSE
       MOVE SlaBusinessDays TO OSH-Sla
    END-IF
    WRITE ReportLine FROM OverSlaHeadingLine
    PERFORM VARYING OverSlaIndex FROM 1 BY 1
       UNTIL OverSlaIndex > OverSlaCount
       MOVE OS-ReasonCode (OverSlaIndex) TO OSD-ReasonCode
       MOVE OS-SuspendDate (OverSlaIndex) TO OSD-SuspendDate
       MOVE OS-Age (OverSlaIndex) TO OSD-Age
       MOVE OS-BusHours (OverSlaIndex) TO OSD-BusHours
       MOVE OS-BusMinutes (OverSlaIndex) TO OSD-BusMinutes
       WRITE ReportLine FROM OverSlaDetailLine
    END-PERFORM.

       MOVE SUS-ReasonCode TO RT-ReasonCode (ReasonTallyCount)
       MOVE 1 TO RT-Count (ReasonTallyCount)
    END-IF.

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
