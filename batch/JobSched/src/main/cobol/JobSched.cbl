IDENTIFICATION DIVISION.
PROGRAM-ID.  JobSched.
AUTHOR.  Michael Coughlan.
*> Calendar-driven scheduler for the nightly batch window.  BatchMon
*> runs whatever STEPCTL.DAT lists, and the operator used to hand-edit
*> that file every night - TuitionBill only at term start, StudStats
*> and Standing at term end, GLPost at month end, nothing at all on a
*> holiday.  This program builds the night's STEPCTL.DAT instead,
*> from a job catalog JOBCAT.DAT that gives each job its frequency
*> rule, one job per line in stream order:
*>
*>    cols 1-8     step name (e.g. STEP010)
*>    col  9       space
*>    cols 10-17   rule word (below)
*>    col  18      space
*>    cols 19-21   rule value
*>    col  22      space
*>    cols 23-122  the command, exactly as it goes to STEPCTL.DAT -
*>                 BatchMon's IF=step and EVEN control words included
*>
*> A line with an asterisk in column 1 is a comment.  The rules:
*>
*>    DAILY          every night
*>    BUSDAY         every business day (Monday to Friday, Y2KBDAY)
*>    WEEKLY   d     every week on day d (0=Monday through 6=Sunday,
*>                   the Y2KDOWN numbering)
*>    MONTHDAY nn    on day nn of every month
*>    MONTHEND       the last business day of every month
*>    TERMSTRT n     n business days after a term's start date on
*>                   TERMCAL.DAT (0 = the start date itself, or the
*>                   first business day after it)
*>    TERMEND  n     the same, from a term's end date
*>    CENSUS   n     the same, from a term's census date
*>    WDRAWDL  n     the same, from a term's withdrawal deadline
*>
*> Nothing runs on a date listed on HOLIDAYS.DAT, whatever its rule.
*> An unknown rule or a bad rule value is listed as a catalog error
*> and the job is never scheduled.  Business days come from Y2KBDAY,
*> so the weekends and HOLIDAYS.DAT are judged exactly as everywhere
*> else in the shop.
*>
*> The night's jobs are written to STEPCTL.DAT for BatchMon (an empty
*> file on a night with nothing to run), and JOBSCHED.RPT forecasts
*> which jobs will run each night over the coming 30 days, so a
*> missing term date or holiday is seen well before the night.
*>
*> STEPCTL.DAT is not replaced while the previous stream is still
*> unfinished - JOBLOG.DAT shows step entries after its last
*> *STREAM* marker - since BatchMon would otherwise skip tonight's
*> steps as already complete.  Resume or resolve that stream first;
*> FORCE=Y abandons it, logging a *STREAM* ABANDON marker so
*> BatchMon starts the new night from the top.  A refusal ends with
*> condition code 8.
*>
*> Arguments:
*>    DATE=YYYYMMDD  schedule for this date instead of today
*>    DAYS=nn        nights to forecast (default 30, maximum 90)
*>    FORCE=Y        replace STEPCTL.DAT over an unfinished stream

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CatalogFile ASSIGN TO "JOBCAT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CatalogFileStatus.
    SELECT HolidayFile ASSIGN TO "HOLIDAYS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HolidayFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JobLogStatus.
    SELECT StepControlFile ASSIGN TO "STEPCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StepControlStatus.
    SELECT ReportFile ASSIGN TO "JOBSCHED.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CatalogFile.
01 CatalogRecord.
   02  JC-StepName     PIC X(8).
   02  FILLER          PIC X.
   02  JC-Rule         PIC X(8).
   02  FILLER          PIC X.
   02  JC-RuleValue    PIC X(3).
   02  FILLER          PIC X.
   02  JC-Command      PIC X(100).

FD HolidayFile.
01 HolidayRecord.
   02  HL-Date         PIC X(8).
   02  FILLER          PIC X.
   02  HL-Description  PIC X(30).

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

FD JobLogFile.
01 JobLogRecord.
   02  JL-StepName     PIC X(8).
   02  FILLER          PIC X.
   02  JL-StartStamp   PIC X(14).
   02  FILLER          PIC X.
   02  JL-EndStamp     PIC X(14).
   02  FILLER          PIC X.
   02  JL-CondCode     PIC 9(4).
   02  FILLER          PIC X.
   02  JL-Status       PIC X(8).
   02  FILLER          PIC X.
   02  JL-Reason       PIC X(24).

FD StepControlFile.
01 StepControlRecord.
   02  SC-StepName     PIC X(8).
   02  FILLER          PIC X.
   02  SC-Command      PIC X(100).

FD ReportFile.
01 ReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01  CatalogFileStatus       PIC XX.
    88  CatalogFileOk       VALUE "00".
01  HolidayFileStatus       PIC XX.
    88  HolidayFileOk       VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".
01  JobLogStatus            PIC XX.
    88  JobLogOk            VALUE "00".
01  StepControlStatus       PIC XX.
    88  StepControlOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  ForceSwitch             PIC X VALUE "N".
    88  ForceReplace        VALUE "Y".
01  ScheduleDate            PIC 9(8).
01  ForecastDays            PIC 9(2) VALUE 30.

*> The job catalog, validated as it is loaded.
01  JobCount                PIC 9(3) VALUE ZERO.
01  JobIndex                PIC 9(3).
01  JobTable.
    02  JobEntry            OCCURS 200 TIMES.
        03  JT-StepName     PIC X(8).
        03  JT-Rule         PIC X(8).
            88  JT-RuleDaily      VALUE "DAILY".
            88  JT-RuleBusDay     VALUE "BUSDAY".
            88  JT-RuleWeekly     VALUE "WEEKLY".
            88  JT-RuleMonthDay   VALUE "MONTHDAY".
            88  JT-RuleMonthEnd   VALUE "MONTHEND".
            88  JT-RuleTermStart  VALUE "TERMSTRT".
            88  JT-RuleTermEnd    VALUE "TERMEND".
            88  JT-RuleCensus     VALUE "CENSUS".
            88  JT-RuleWithdraw   VALUE "WDRAWDL".
            88  JT-RuleTermDate   VALUE "TERMSTRT" "TERMEND"
                                        "CENSUS" "WDRAWDL".
            88  JT-RuleKnown      VALUE "DAILY" "BUSDAY" "WEEKLY"
                                        "MONTHDAY" "MONTHEND"
                                        "TERMSTRT" "TERMEND"
                                        "CENSUS" "WDRAWDL".
        03  JT-RuleValue    PIC X(3).
        03  JT-RuleNumber   PIC 9(3).
        03  JT-Command      PIC X(100).
        03  JT-ValidSwitch  PIC X.
            88  JT-Valid    VALUE "Y".
        03  JT-NightCount   PIC 9(3).
        03  JT-ErrorText    PIC X(40).
01  CatalogErrorCount       PIC 9(3) VALUE ZERO.
01  RuleValueWork           PIC X(3).

01  HolidayCount            PIC 9(3) VALUE ZERO.
01  HolidayIndex            PIC 9(3).
01  HolidayTable.
    02  HolidayEntry        OCCURS 400 TIMES.
        03  HT-Date         PIC 9(8).
        03  HT-Description  PIC X(30).

01  TermCount               PIC 9(3) VALUE ZERO.
01  TermIndex               PIC 9(3).
01  TermTable.
    02  TermEntry           OCCURS 100 TIMES.
        03  TT-TermCode     PIC X(6).
        03  TT-StartDate    PIC 9(8).
        03  TT-EndDate      PIC 9(8).
        03  TT-CensusDate   PIC 9(8).
        03  TT-WithdrawDate PIC 9(8).

*> The night being evaluated and what the calendar says about it.
01  NightDate               PIC 9(8).
01  NightIndex              PIC 9(2).
01  NightAbsolute           PIC 9(7).
01  NightDayNumber          PIC 9(1).
01  NightDayOfMonth         PIC 9(2).
01  NightHolidaySwitch      PIC X.
    88  NightIsHoliday      VALUE "Y".
01  NightHolidayName        PIC X(30).
01  NightBusinessSwitch     PIC X.
    88  NightIsBusinessDay  VALUE "Y".
01  NightMonthEndSwitch     PIC X.
    88  NightIsMonthEnd     VALUE "Y".
01  NightJobCount           PIC 9(3).
01  NightJobCountText       PIC ZZ9.
01  JobRunsSwitch           PIC X.
    88  JobRuns             VALUE "Y".
01  JobRunReason            PIC X(30).
01  TonightJobCount         PIC 9(3) VALUE ZERO.

*> Business-day arithmetic around a calendar date (YYYYMMDD).
01  CalcDate                PIC 9(8).
01  CalcBusinessDays        PIC S9(4).
01  CalcResultDate          PIC 9(8).
01  CalcOkSwitch            PIC X.
    88  CalcOk              VALUE "Y".
01  TermRuleDate            PIC 9(8).

*> The state of the last stream on JOBLOG.DAT.
01  StreamOpenSwitch        PIC X VALUE "N".
    88  StreamUnfinished    VALUE "Y".
01  LastOpenStepName        PIC X(8).

01  DayNameValues.
    02  FILLER              PIC X(9) VALUE "MONDAY".
    02  FILLER              PIC X(9) VALUE "TUESDAY".
    02  FILLER              PIC X(9) VALUE "WEDNESDAY".
    02  FILLER              PIC X(9) VALUE "THURSDAY".
    02  FILLER              PIC X(9) VALUE "FRIDAY".
    02  FILLER              PIC X(9) VALUE "SATURDAY".
    02  FILLER              PIC X(9) VALUE "SUNDAY".
01  DayNameTable REDEFINES DayNameValues.
    02  DayName             PIC X(9) OCCURS 7 TIMES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  HeadingLine1.
    02  FILLER              PIC X(38)
        VALUE "NIGHTLY JOB SCHEDULE FORECAST - FROM ".
    02  HL1-FromDate        PIC 9(8).
    02  FILLER              PIC X(5)  VALUE " FOR ".
    02  HL1-Days            PIC Z9.
    02  FILLER              PIC X(7)  VALUE " NIGHTS".
    02  FILLER              PIC X(40) VALUE SPACES.

01  NightHeadingLine.
    02  NHL-Date            PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  NHL-DayName         PIC X(9).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  NHL-Text            PIC X(80).

01  NightJobLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  NJL-StepName        PIC X(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  NJL-Reason          PIC X(30).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  NJL-Command         PIC X(55).

01  CatalogErrorLine.
    02  FILLER              PIC X(15) VALUE "CATALOG ERROR  ".
    02  CEL-StepName        PIC X(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CEL-Rule            PIC X(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CEL-RuleValue       PIC X(3).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CEL-Text            PIC X(40).
    02  FILLER              PIC X(21) VALUE SPACES.

01  JobSummaryHeading       PIC X(100) VALUE
    "JOB       RULE     VALUE  NIGHTS IN FORECAST".

01  JobSummaryLine.
    02  JSL-StepName        PIC X(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  JSL-Rule            PIC X(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  JSL-RuleValue       PIC X(3).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  JSL-NightCount      PIC ZZ9.
    02  JSL-Note            PIC X(71).

01  BlankLine               PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO ScheduleDate
    PERFORM GetRunArguments
    PERFORM LoadJobCatalog
    IF JobCount = ZERO
       DISPLAY "JOBCAT.DAT is missing or empty - no schedule built."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LoadHolidays
    PERFORM LoadTermCalendar
    OPEN OUTPUT ReportFile
    MOVE ScheduleDate TO HL1-FromDate
    MOVE ForecastDays TO HL1-Days
    WRITE ReportLine FROM HeadingLine1
    WRITE ReportLine FROM BlankLine
    PERFORM ReportCatalogErrors
    MOVE ScheduleDate TO NightDate
    PERFORM VARYING NightIndex FROM 1 BY 1
       UNTIL NightIndex > ForecastDays
       PERFORM ForecastOneNight
       PERFORM StepToNextNight
    END-PERFORM
    PERFORM ReportJobSummary
    CLOSE ReportFile
    PERFORM CheckPreviousStream
    IF StreamUnfinished AND NOT ForceReplace
       DISPLAY "*** STREAM STARTED AT " LastOpenStepName
          " HAS NOT COMPLETED - STEPCTL.DAT NOT REPLACED ***"
       DISPLAY "Resume it with BatchMon, or rerun with FORCE=Y to"
          " abandon it."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF StreamUnfinished
       PERFORM LogStreamAbandoned
    END-IF
    PERFORM WriteTonightsSteps
    DISPLAY TonightJobCount " job(s) scheduled for " ScheduleDate
       " on STEPCTL.DAT; forecast on JOBSCHED.RPT."
    IF CatalogErrorCount > ZERO
       DISPLAY CatalogErrorCount " catalog error(s) - see JOBSCHED.RPT."
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
          WHEN "DATE"
             IF ArgumentValue (1:8) IS NUMERIC
                MOVE ArgumentValue (1:8) TO ScheduleDate
             ELSE
                DISPLAY "DATE=" ArgumentValue " is not YYYYMMDD - ignored."
             END-IF
          WHEN "DAYS"
             COMPUTE ForecastDays = FUNCTION NUMVAL (ArgumentValue)
             IF ForecastDays = ZERO OR ForecastDays > 90
                DISPLAY "DAYS must be 1 to 90 - 30 used."
                MOVE 30 TO ForecastDays
             END-IF
          WHEN "FORCE"
             IF ArgumentValue = "Y" OR ArgumentValue = "y"
                SET ForceReplace TO TRUE
             END-IF
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadJobCatalog.
    OPEN INPUT CatalogFile
    IF NOT CatalogFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneCatalogRecord
    PERFORM UNTIL EndOfFile
       IF JC-StepName NOT = SPACES
          AND JC-StepName (1:1) NOT = "*"
          AND JobCount < 200
          ADD 1 TO JobCount
          MOVE JC-StepName TO JT-StepName (JobCount)
          MOVE JC-Rule TO JT-Rule (JobCount)
          INSPECT JT-Rule (JobCount)
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          MOVE JC-RuleValue TO JT-RuleValue (JobCount)
          MOVE JC-Command TO JT-Command (JobCount)
          MOVE ZERO TO JT-NightCount (JobCount)
          MOVE JobCount TO JobIndex
          PERFORM ValidateOneJob
       END-IF
       PERFORM ReadOneCatalogRecord
    END-PERFORM
    CLOSE CatalogFile.

ReadOneCatalogRecord.
    READ CatalogFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Checks the rule word and its value; a job that fails is kept in
*> the table (for the report) but marked never to run.
ValidateOneJob.
    MOVE "Y" TO JT-ValidSwitch (JobIndex)
    MOVE ZERO TO JT-RuleNumber (JobIndex)
    MOVE SPACES TO JT-ErrorText (JobIndex)
    MOVE FUNCTION TRIM (JT-RuleValue (JobIndex)) TO RuleValueWork
    EVALUATE TRUE
       WHEN NOT JT-RuleKnown (JobIndex)
          MOVE "unknown rule" TO JT-ErrorText (JobIndex)
       WHEN JT-Command (JobIndex) = SPACES
          MOVE "no command" TO JT-ErrorText (JobIndex)
       WHEN JT-RuleDaily (JobIndex) OR JT-RuleBusDay (JobIndex)
            OR JT-RuleMonthEnd (JobIndex)
          CONTINUE
       WHEN RuleValueWork = SPACES
          MOVE "rule needs a value" TO JT-ErrorText (JobIndex)
       WHEN FUNCTION TRIM (RuleValueWork) IS NOT NUMERIC
          MOVE "rule value must be a number" TO JT-ErrorText (JobIndex)
       WHEN OTHER
          COMPUTE JT-RuleNumber (JobIndex)
             = FUNCTION NUMVAL (RuleValueWork)
          EVALUATE TRUE
             WHEN JT-RuleWeekly (JobIndex)
                  AND JT-RuleNumber (JobIndex) > 6
                MOVE "day must be 0 (Monday) to 6 (Sunday)"
                  TO JT-ErrorText (JobIndex)
             WHEN JT-RuleMonthDay (JobIndex)
                  AND (JT-RuleNumber (JobIndex) = ZERO
                       OR JT-RuleNumber (JobIndex) > 31)
                MOVE "day of month must be 1 to 31"
                  TO JT-ErrorText (JobIndex)
             WHEN JT-RuleTermDate (JobIndex)
                  AND JT-RuleNumber (JobIndex) > 99
                MOVE "business days must be 0 to 99"
                  TO JT-ErrorText (JobIndex)
          END-EVALUATE
    END-EVALUATE
    IF JT-ErrorText (JobIndex) NOT = SPACES
       MOVE "N" TO JT-ValidSwitch (JobIndex)
       ADD 1 TO CatalogErrorCount
    END-IF.

ReportCatalogErrors.
    IF CatalogErrorCount = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING JobIndex FROM 1 BY 1
       UNTIL JobIndex > JobCount
       IF NOT JT-Valid (JobIndex)
          MOVE JT-StepName (JobIndex) TO CEL-StepName
          MOVE JT-Rule (JobIndex) TO CEL-Rule
          MOVE JT-RuleValue (JobIndex) TO CEL-RuleValue
          MOVE JT-ErrorText (JobIndex) TO CEL-Text
          WRITE ReportLine FROM CatalogErrorLine
       END-IF
    END-PERFORM
    WRITE ReportLine FROM BlankLine.

LoadHolidays.
    OPEN INPUT HolidayFile
    IF NOT HolidayFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ HolidayFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF HL-Date IS NUMERIC AND HolidayCount < 400
                ADD 1 TO HolidayCount
                MOVE HL-Date TO HT-Date (HolidayCount)
                MOVE HL-Description TO HT-Description (HolidayCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE HolidayFile.

LoadTermCalendar.
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ TermCalFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF TC-TermCode NOT = SPACES AND TermCount < 100
                ADD 1 TO TermCount
                MOVE TC-TermCode TO TT-TermCode (TermCount)
                MOVE TC-StartDate TO TT-StartDate (TermCount)
                MOVE TC-EndDate TO TT-EndDate (TermCount)
                MOVE TC-CensusDate TO TT-CensusDate (TermCount)
                MOVE TC-WithdrawDate TO TT-WithdrawDate (TermCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE TermCalFile.

*> Works out what kind of night NightDate is, then which catalog jobs
*> run on it; the first night's jobs are also marked for STEPCTL.DAT.
ForecastOneNight.
    PERFORM ClassifyNight
    MOVE NightDate TO NHL-Date
    MOVE DayName (NightDayNumber + 1) TO NHL-DayName
    MOVE SPACES TO NHL-Text
    IF NightIsHoliday
       STRING "HOLIDAY - " DELIMITED BY SIZE
              FUNCTION TRIM (NightHolidayName) DELIMITED BY SIZE
              " - nothing runs" DELIMITED BY SIZE
          INTO NHL-Text
       WRITE ReportLine FROM NightHeadingLine
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO NightJobCount
    PERFORM VARYING JobIndex FROM 1 BY 1
       UNTIL JobIndex > JobCount
       PERFORM EvaluateOneJob
       IF JobRuns
          ADD 1 TO NightJobCount
       END-IF
    END-PERFORM
    IF NightJobCount = ZERO
       MOVE "no jobs" TO NHL-Text
    ELSE
       MOVE NightJobCount TO NightJobCountText
       STRING FUNCTION TRIM (NightJobCountText) DELIMITED BY SIZE
              " job(s)" DELIMITED BY SIZE
          INTO NHL-Text
    END-IF
    WRITE ReportLine FROM NightHeadingLine
    PERFORM VARYING JobIndex FROM 1 BY 1
       UNTIL JobIndex > JobCount
       PERFORM EvaluateOneJob
       IF JobRuns
          ADD 1 TO JT-NightCount (JobIndex)
          MOVE JT-StepName (JobIndex) TO NJL-StepName
          MOVE JobRunReason TO NJL-Reason
          MOVE JT-Command (JobIndex) TO NJL-Command
          WRITE ReportLine FROM NightJobLine
       END-IF
    END-PERFORM.

*> Day of the week, holiday, business day and last-business-day-of-
*> the-month for NightDate.
ClassifyNight.
    MOVE NightDate (5:2) TO Y2K-DOWNP-DATE (1:2)
    MOVE NightDate (7:2) TO Y2K-DOWNP-DATE (3:2)
    MOVE NightDate (1:4) TO Y2K-DOWNP-DATE (5:4)
    CALL "Y2KDOWN" USING Y2K-DOWN-PARAMETERS
    MOVE Y2K-DOWNP-DAY-NUMBER TO NightDayNumber
    MOVE NightDate (7:2) TO NightDayOfMonth
    MOVE "N" TO NightHolidaySwitch
    MOVE SPACES TO NightHolidayName
    PERFORM VARYING HolidayIndex FROM 1 BY 1
       UNTIL HolidayIndex > HolidayCount OR NightIsHoliday
       IF HT-Date (HolidayIndex) = NightDate
          SET NightIsHoliday TO TRUE
          MOVE HT-Description (HolidayIndex) TO NightHolidayName
       END-IF
    END-PERFORM
    MOVE "N" TO NightBusinessSwitch
    SET Y2K-BDAY-TEST TO TRUE
    MOVE NightDate (5:2) TO Y2K-BDAYP-DATE (1:2)
    MOVE NightDate (7:2) TO Y2K-BDAYP-DATE (3:2)
    MOVE NightDate (1:4) TO Y2K-BDAYP-DATE (5:4)
    MOVE ZERO TO Y2K-BDAYP-INCREMENT
    CALL "Y2KBDAY" USING Y2K-BDAY-PARAMETERS
    IF Y2K-BDAYP-RETURN-CODE = 0 AND Y2K-BDAYP-BUSINESS-DAY = "Y"
       SET NightIsBusinessDay TO TRUE
    END-IF
    MOVE "N" TO NightMonthEndSwitch
    IF NightIsBusinessDay
       MOVE NightDate TO CalcDate
       MOVE +1 TO CalcBusinessDays
       PERFORM AddBusinessDays
       IF CalcOk AND CalcResultDate (1:6) NOT = NightDate (1:6)
          SET NightIsMonthEnd TO TRUE
       END-IF
    END-IF.

*> Sets JobRuns when JobIndex's rule selects NightDate, with the
*> reason in words for the forecast.
EvaluateOneJob.
    MOVE "N" TO JobRunsSwitch
    MOVE SPACES TO JobRunReason
    IF NOT JT-Valid (JobIndex)
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN JT-RuleDaily (JobIndex)
          SET JobRuns TO TRUE
          MOVE "daily" TO JobRunReason
       WHEN JT-RuleBusDay (JobIndex)
          IF NightIsBusinessDay
             SET JobRuns TO TRUE
             MOVE "business day" TO JobRunReason
          END-IF
       WHEN JT-RuleWeekly (JobIndex)
          IF NightDayNumber = JT-RuleNumber (JobIndex)
             SET JobRuns TO TRUE
             STRING "weekly, " DELIMITED BY SIZE
                    FUNCTION TRIM (DayName (NightDayNumber + 1))
                       DELIMITED BY SIZE
                INTO JobRunReason
          END-IF
       WHEN JT-RuleMonthDay (JobIndex)
          IF NightDayOfMonth = JT-RuleNumber (JobIndex)
             SET JobRuns TO TRUE
             STRING "day " DELIMITED BY SIZE
                    NightDate (7:2) DELIMITED BY SIZE
                    " of the month" DELIMITED BY SIZE
                INTO JobRunReason
          END-IF
       WHEN JT-RuleMonthEnd (JobIndex)
          IF NightIsMonthEnd
             SET JobRuns TO TRUE
             MOVE "month end" TO JobRunReason
          END-IF
       WHEN JT-RuleTermDate (JobIndex)
          PERFORM VARYING TermIndex FROM 1 BY 1
             UNTIL TermIndex > TermCount OR JobRuns
             PERFORM CheckOneTermDate
          END-PERFORM
    END-EVALUATE.

*> The term date the rule counts from, moved on the rule's number of
*> business days - zero means the date itself when it is a business
*> day, otherwise the first business day after.
CheckOneTermDate.
    EVALUATE TRUE
       WHEN JT-RuleTermStart (JobIndex)
          MOVE TT-StartDate (TermIndex) TO TermRuleDate
       WHEN JT-RuleTermEnd (JobIndex)
          MOVE TT-EndDate (TermIndex) TO TermRuleDate
       WHEN JT-RuleCensus (JobIndex)
          MOVE TT-CensusDate (TermIndex) TO TermRuleDate
       WHEN OTHER
          MOVE TT-WithdrawDate (TermIndex) TO TermRuleDate
    END-EVALUATE
    IF TermRuleDate = ZERO OR TermRuleDate > NightDate
       EXIT PARAGRAPH
    END-IF
    MOVE TermRuleDate TO CalcDate
    MOVE JT-RuleNumber (JobIndex) TO CalcBusinessDays
    IF CalcBusinessDays = ZERO
       PERFORM TestBusinessDay
       IF CalcOk
          MOVE CalcDate TO CalcResultDate
       ELSE
          MOVE +1 TO CalcBusinessDays
          PERFORM AddBusinessDays
       END-IF
    ELSE
       PERFORM AddBusinessDays
    END-IF
    IF CalcOk AND CalcResultDate = NightDate
       SET JobRuns TO TRUE
       STRING FUNCTION TRIM (TT-TermCode (TermIndex)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM (JT-Rule (JobIndex)) DELIMITED BY SIZE
              " +" DELIMITED BY SIZE
              JT-RuleNumber (JobIndex) DELIMITED BY SIZE
              " bus. days" DELIMITED BY SIZE
          INTO JobRunReason
    END-IF.

*> CalcDate moved CalcBusinessDays business days by Y2KBDAY, which
*> keeps HOLIDAYS.DAT.
AddBusinessDays.
    MOVE "N" TO CalcOkSwitch
    SET Y2K-BDAY-ADD TO TRUE
    MOVE CalcDate (5:2) TO Y2K-BDAYP-DATE (1:2)
    MOVE CalcDate (7:2) TO Y2K-BDAYP-DATE (3:2)
    MOVE CalcDate (1:4) TO Y2K-BDAYP-DATE (5:4)
    MOVE CalcBusinessDays TO Y2K-BDAYP-INCREMENT
    CALL "Y2KBDAY" USING Y2K-BDAY-PARAMETERS
    IF Y2K-BDAYP-RETURN-CODE = 0
       MOVE Y2K-BDAYP-NEW-DATE (5:4) TO CalcResultDate (1:4)
       MOVE Y2K-BDAYP-NEW-DATE (1:2) TO CalcResultDate (5:2)
       MOVE Y2K-BDAYP-NEW-DATE (3:2) TO CalcResultDate (7:2)
       SET CalcOk TO TRUE
    END-IF.

*> Sets CalcOk when CalcDate is itself a business day.
TestBusinessDay.
    MOVE "N" TO CalcOkSwitch
    SET Y2K-BDAY-TEST TO TRUE
    MOVE CalcDate (5:2) TO Y2K-BDAYP-DATE (1:2)
    MOVE CalcDate (7:2) TO Y2K-BDAYP-DATE (3:2)
    MOVE CalcDate (1:4) TO Y2K-BDAYP-DATE (5:4)
    MOVE ZERO TO Y2K-BDAYP-INCREMENT
    CALL "Y2KBDAY" USING Y2K-BDAY-PARAMETERS
    IF Y2K-BDAYP-RETURN-CODE = 0 AND Y2K-BDAYP-BUSINESS-DAY = "Y"
       SET CalcOk TO TRUE
    END-IF.

*> NightDate plus one calendar day, through the absolute day number.
StepToNextNight.
    MOVE NightDate (5:2) TO Y2K-GTOAP-DATE-G (1:2)
    MOVE NightDate (7:2) TO Y2K-GTOAP-DATE-G (3:2)
    MOVE NightDate (1:4) TO Y2K-GTOAP-DATE-G (5:4)
    CALL "Y2KGTOA" USING Y2K-GTOA-PARAMETERS
    COMPUTE NightAbsolute = Y2K-GTOAP-ANUM + 1
    MOVE NightAbsolute TO Y2K-ATOGP-ANUM
    CALL "Y2KATOG" USING Y2K-ATOG-PARAMETERS
    MOVE Y2K-ATOGP-DATE (5:4) TO NightDate (1:4)
    MOVE Y2K-ATOGP-DATE (1:2) TO NightDate (5:2)
    MOVE Y2K-ATOGP-DATE (3:2) TO NightDate (7:2).

ReportJobSummary.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM JobSummaryHeading
    PERFORM VARYING JobIndex FROM 1 BY 1
       UNTIL JobIndex > JobCount
       MOVE JT-StepName (JobIndex) TO JSL-StepName
       MOVE JT-Rule (JobIndex) TO JSL-Rule
       MOVE JT-RuleValue (JobIndex) TO JSL-RuleValue
       MOVE JT-NightCount (JobIndex) TO JSL-NightCount
       MOVE SPACES TO JSL-Note
       EVALUATE TRUE
          WHEN NOT JT-Valid (JobIndex)
             MOVE "   CATALOG ERROR - never scheduled" TO JSL-Note
          WHEN JT-NightCount (JobIndex) = ZERO
             MOVE "   does not run in the forecast period" TO JSL-Note
       END-EVALUATE
       WRITE ReportLine FROM JobSummaryLine
    END-PERFORM.

*> The stream is unfinished when JOBLOG.DAT has step entries after
*> its last *STREAM* marker.
CheckPreviousStream.
    MOVE "N" TO StreamOpenSwitch
    OPEN INPUT JobLogFile
    IF NOT JobLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ JobLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF JL-StepName = "*STREAM*"
                MOVE "N" TO StreamOpenSwitch
             ELSE
                IF NOT StreamUnfinished
                   MOVE JL-StepName TO LastOpenStepName
                END-IF
                SET StreamUnfinished TO TRUE
             END-IF
       END-READ
    END-PERFORM
    CLOSE JobLogFile.

LogStreamAbandoned.
    OPEN EXTEND JobLogFile
    IF NOT JobLogOk
       OPEN OUTPUT JobLogFile
       CLOSE JobLogFile
       OPEN EXTEND JobLogFile
    END-IF
    MOVE SPACES TO JobLogRecord
    MOVE "*STREAM*" TO JL-StepName
    MOVE FUNCTION CURRENT-DATE(1:14) TO JL-StartStamp
    MOVE JL-StartStamp TO JL-EndStamp
    MOVE ZERO TO JL-CondCode
    MOVE "ABANDON" TO JL-Status
    MOVE "REPLACED BY JOBSCHED" TO JL-Reason
    WRITE JobLogRecord
    CLOSE JobLogFile
    DISPLAY "Unfinished stream started at " LastOpenStepName
       " abandoned (FORCE=Y).".

*> Tonight's jobs, in catalog order, in BatchMon's layout.
WriteTonightsSteps.
    MOVE ScheduleDate TO NightDate
    PERFORM ClassifyNight
    OPEN OUTPUT StepControlFile
    IF NOT NightIsHoliday
       PERFORM VARYING JobIndex FROM 1 BY 1
          UNTIL JobIndex > JobCount
          PERFORM EvaluateOneJob
          IF JobRuns
             MOVE SPACES TO StepControlRecord
             MOVE JT-StepName (JobIndex) TO SC-StepName
             MOVE JT-Command (JobIndex) TO SC-Command
             WRITE StepControlRecord
             ADD 1 TO TonightJobCount
          END-IF
       END-PERFORM
    END-IF
    CLOSE StepControlFile.
