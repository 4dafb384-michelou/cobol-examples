IDENTIFICATION DIVISION.
PROGRAM-ID.  BudgRept.
AUTHOR.  Michael Coughlan.
*> Budget versus actual.  Holds the ledger GLPost (and the runs that
*> append to it) has built on GLTRANS.DAT against the budgets kept
*> on BUDGET.DAT by BudgMaint, account by account from GLACCTS.DAT,
*> so an overrun shows up in the period it starts rather than at
*> year end.
*>
*> Periods are fiscal periods on the fiscal calendar FISCAL.DAT, as
*> the shared Y2KFISC routine reads it: each journal line is placed
*> in the fiscal year and period GLPost stamped on it when posted by
*> fiscal period, otherwise in the one containing its posting date
*> (or the first of its GL-Period month, where the two differ).  A
*> year not on FISCAL.DAT has the calendar-month periods the report
*> always used.  Budgets are by period 1 to 12, so an adjustment
*> period 13 carries no budget of its own.
*>
*> For each account with a budget or any activity this fiscal year
*> BUDGVACT.RPT shows two lines - the period, and the year to date
*> with the full-year budget beside it - each with budget, actual,
*> variance (actual less budget) and the variance as a percentage of
*> budget.  Actual is taken on the account's natural side: debits
*> less credits for assets and expenses (accounts 1xxx and 5xxx up),
*> credits less debits for liabilities and revenue (2xxx to 4xxx).
*> A variance past the tolerance either way, or any actual against
*> no budget at all, is flagged ***.
*>
*> Tuition revenue is broken down by course beneath its account
*> lines, against the course budgets BudgMaint keeps for account
*> 4000, so a course that under-enrolled shows as the cause of a
*> shortfall.  The course actual is the tuition billed on BILLING.DAT
*> in the period by the fiscal period of its invoice date - the
*> student's own share, sponsor
*> shares being billed on SPONAR.DAT without a course - and since
*> the account itself is now earned over the term by RevRecog the
*> course lines explain the account rather than add up to it.
*>
*> Arguments:
*>    PERIOD=YYYYMM    report the fiscal period containing the first
*>                     of that month (default: the one containing the
*>                     run date)
*>    FISCALPERIOD=YYYYPP
*>                     report fiscal year YYYY, period PP
*>    FYSTART=MM       the calendar month the fiscal year starts in
*>                     for a year FISCAL.DAT does not cover (default
*>                     07); the fiscal year is named for the calendar
*>                     year it ends in
*>    TOLERANCE=nnn    the variance percentage flagged (default 10)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ChartFile ASSIGN TO "GLACCTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ChartFileStatus.
    SELECT BudgetFile ASSIGN TO "BUDGET.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BudgetFileStatus.
    SELECT GLTransFile ASSIGN TO "GLTRANS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GLTransFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT ReportFile ASSIGN TO "BUDGVACT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ChartFile.
01 ChartRecord.
   02  CA-AccountNumber     PIC 9(4).
   02  FILLER               PIC X.
   02  CA-AccountTitle      PIC X(24).

*> BudgMaint's layout.
FD BudgetFile.
01 BudgetRecord.
   02  BG-AccountNumber     PIC 9(4).
   02  FILLER               PIC X.
   02  BG-CourseCode        PIC X(4).
   02  FILLER               PIC X.
   02  BG-FiscalYear        PIC 9(4).
   02  BG-Month             OCCURS 12 TIMES.
       03  FILLER           PIC X.
       03  BG-MonthAmount   PIC 9(9)V99.

FD GLTransFile.
01 GLTransRecord.
   02  GL-PostDate          PIC 9(8).
   02  FILLER               PIC X.
   02  GL-Period            PIC 9(6).
   02  FILLER               PIC X.
   02  GL-AccountNumber     PIC 9(4).
   02  FILLER               PIC X.
   02  GL-DebitCredit       PIC X.
   02  FILLER               PIC X.
   02  GL-Amount            PIC 9(7)V99.
   02  FILLER               PIC X.
   02  GL-SourceCode        PIC X(4).
   02  FILLER               PIC X.
   02  GL-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  GL-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  GL-FiscalYear        PIC X(4).
   02  GL-FiscalPeriod      PIC X(2).

FD BillingFile.
01 BillingRecord.
   02  BL-BillKey.
       03  BL-StudentId     PIC 9(7).
       03  BL-TermCode      PIC X(6).
   02  BL-CourseCode        PIC X(4).
   02  BL-InvoiceDate       PIC 9(8).
   02  BL-LastAccrualDate   PIC 9(8).
   02  BL-OriginalAmount    PIC 9(5)V99.
   02  BL-InterestAccrued   PIC 9(5)V99.
   02  BL-AmountPaid        PIC 9(5)V99.
   02  BL-BalanceDue        PIC 9(5)V99.

FD ReportFile.
01 ReportLine               PIC X(100).

WORKING-STORAGE SECTION.
01  ChartFileStatus         PIC XX.
    88  ChartFileOk         VALUE "00".
01  BudgetFileStatus        PIC XX.
    88  BudgetFileOk        VALUE "00".
01  GLTransFileStatus       PIC XX.
    88  GLTransFileOk       VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(12).
01  ArgumentValue           PIC X(10).
01  RunDate                 PIC 9(8).
01  PostingPeriod           PIC 9(6) VALUE ZERO.
01  FiscalPeriodWanted      PIC 9(6) VALUE ZERO.
01  FiscalStartMonth        PIC 99 VALUE 7.
01  TolerancePercent        PIC 9(3) VALUE 10.

01  FiscalYear              PIC 9(4).
01  FiscalPeriod            PIC 99.
01  PeriodFirstDate         PIC 9(8).
01  PeriodLastDate          PIC 9(8).
01  MonthIndex              PIC 99.

*> A date (YYYYMMDD) placed on the fiscal calendar.
01  ClassifyDate            PIC 9(8).
01  ClassifyDateMDY         PIC 9(8).
01  ClassifiedYear          PIC 9(4).
01  ClassifiedPeriod        PIC 99.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  TuitionRevenueAccount   PIC 9(4) VALUE 4000.
01  AccountClass            PIC 9.
    88  DebitNormalAccount  VALUES 1 5 THRU 9.

*> The chart, with each account's budgets for the fiscal year and
*> its actuals to the period.
01  ChartCount              PIC 9(3) VALUE ZERO.
01  ChartIndex              PIC 9(3).
01  LookupAccount           PIC 9(4).
01  AccountFoundSwitch      PIC X.
    88  AccountFound        VALUE "Y".
01  ChartTable.
    02  ChartEntry          OCCURS 200 TIMES.
        03  CT-AccountNumber PIC 9(4).
        03  CT-AccountTitle  PIC X(24).
        03  CT-MonthBudget   PIC S9(9)V99.
        03  CT-YTDBudget     PIC S9(9)V99.
        03  CT-YearBudget    PIC S9(9)V99.
        03  CT-MonthActual   PIC S9(9)V99.
        03  CT-YTDActual     PIC S9(9)V99.
        03  CT-ActivitySwitch PIC X.
            88  CT-HasActivity VALUE "Y".

*> Tuition revenue by course: budgets from BUDGET.DAT, actuals
*> from BILLING.DAT.
01  CourseCount             PIC 9(3) VALUE ZERO.
01  CourseIndex             PIC 9(3).
01  LookupCourseCode        PIC X(4).
01  CourseFoundSwitch       PIC X.
    88  CourseFound         VALUE "Y".
01  CourseTable.
    02  CourseEntry         OCCURS 100 TIMES.
        03  CR-CourseCode    PIC X(4).
        03  CR-MonthBudget   PIC S9(9)V99.
        03  CR-YTDBudget     PIC S9(9)V99.
        03  CR-YearBudget    PIC S9(9)V99.
        03  CR-MonthActual   PIC S9(9)V99.
        03  CR-YTDActual     PIC S9(9)V99.

01  CompareBudget           PIC S9(9)V99.
01  CompareActual           PIC S9(9)V99.
01  CompareVariance         PIC S9(9)V99.
01  ComparePercent          PIC S9(7)V9.
01  ComparePercentEdit      PIC -ZZZ9.9.
01  CompareYearEdit         PIC -ZZZZZZZZ9.99.
01  FlaggedCount            PIC 9(5) VALUE ZERO.
01  AccountsReported        PIC 9(5) VALUE ZERO.

01  BlankLine               PIC X(100) VALUE SPACES.

01  BudgetTitleLine.
    02  FILLER              PIC X(34)
                            VALUE "BUDGET VERSUS ACTUAL  FISCAL YEAR ".
    02  BTL-FiscalYear      PIC 9(4).
    02  FILLER              PIC X(8)  VALUE " PERIOD ".
    02  BTL-FiscalPeriod    PIC Z9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  BTL-FirstDate       PIC 9(8).
    02  FILLER              PIC X(4)  VALUE " TO ".
    02  BTL-LastDate        PIC 9(8).
    02  FILLER              PIC X(13) VALUE "  TOLERANCE ".
    02  BTL-Tolerance       PIC ZZ9.
    02  FILLER              PIC X(14) VALUE "%".

01  BudgetHeadingLine.
    02  FILLER              PIC X(32) VALUE "ACCT TITLE".
    02  FILLER              PIC X(14) VALUE "       BUDGET".
    02  FILLER              PIC X(14) VALUE "       ACTUAL".
    02  FILLER              PIC X(14) VALUE "     VARIANCE".
    02  FILLER              PIC X(8)  VALUE "    PCT".
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  FILLER              PIC X(14) VALUE "    FULL YEAR".

01  BudgetDetailLine.
    02  BDL-Account         PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Title           PIC X(20).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Label           PIC X(5).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Budget          PIC -ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Actual          PIC -ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Variance        PIC -ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Percent         PIC X(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-Flag            PIC X(3).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BDL-FullYear        PIC X(13).
    02  FILLER              PIC X(1)  VALUE SPACE.

01  CourseSectionLine.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  FILLER              PIC X(60) VALUE
        "tuition billed by course against the course budgets".
    02  FILLER              PIC X(35) VALUE SPACES.

01  BudgetSummaryLine.
    02  FILLER              PIC X(20) VALUE "Accounts reported: ".
    02  BSL-AccountsReported PIC ZZZZ9.
    02  FILLER              PIC X(27) VALUE "  lines past tolerance: ".
    02  BSL-FlaggedCount    PIC ZZZZ9.
    02  FILLER              PIC X(43) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    MOVE RunDate (1:6) TO PostingPeriod
    PERFORM GetRunArguments
    PERFORM FindFiscalPeriod
    PERFORM LoadChartFile
    PERFORM LoadBudgets
    PERFORM LoadActuals
    PERFORM LoadCourseActuals
    OPEN OUTPUT ReportFile
    MOVE FiscalYear TO BTL-FiscalYear
    MOVE FiscalPeriod TO BTL-FiscalPeriod
    MOVE PeriodFirstDate TO BTL-FirstDate
    MOVE PeriodLastDate TO BTL-LastDate
    MOVE TolerancePercent TO BTL-Tolerance
    WRITE ReportLine FROM BudgetTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM BudgetHeadingLine
    PERFORM VARYING ChartIndex FROM 1 BY 1 UNTIL ChartIndex > ChartCount
       IF CT-HasActivity (ChartIndex)
          PERFORM ReportOneAccount
       END-IF
    END-PERFORM
    MOVE AccountsReported TO BSL-AccountsReported
    MOVE FlaggedCount TO BSL-FlaggedCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM BudgetSummaryLine
    DISPLAY BudgetSummaryLine
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
          WHEN "PERIOD"
             COMPUTE PostingPeriod = FUNCTION NUMVAL (ArgumentValue)
          WHEN "FISCALPERIOD"
             COMPUTE FiscalPeriodWanted = FUNCTION NUMVAL (ArgumentValue)
          WHEN "FYSTART"
             COMPUTE FiscalStartMonth = FUNCTION NUMVAL (ArgumentValue)
          WHEN "TOLERANCE"
             COMPUTE TolerancePercent = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The fiscal year and period reported - FISCALPERIOD= as given, or
*> the one the first of PERIOD='s month (the run date by default)
*> falls in - and the period's dates for the title.
FindFiscalPeriod.
    IF FiscalStartMonth < 1 OR FiscalStartMonth > 12
       DISPLAY "FYSTART=" FiscalStartMonth " - not a valid start month."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE FiscalStartMonth TO Y2K-FISCP-START-MONTH
    IF FiscalPeriodWanted NOT = ZERO
       MOVE "P" TO Y2K-FISCP-FUNCTION
       MOVE FiscalPeriodWanted (1:4) TO Y2K-FISCP-FISCAL-YEAR
       MOVE FiscalPeriodWanted (5:2) TO Y2K-FISCP-PERIOD
    ELSE
       MOVE "D" TO Y2K-FISCP-FUNCTION
       IF PostingPeriod = RunDate (1:6)
          MOVE RunDate TO ClassifyDate
       ELSE
          COMPUTE ClassifyDate = PostingPeriod * 100 + 1
       END-IF
       MOVE ClassifyDate (5:4) TO Y2K-FISCP-DATE (1:4)
       MOVE ClassifyDate (1:4) TO Y2K-FISCP-DATE (5:4)
    END-IF
    CALL "Y2KFISC" USING Y2K-FISC-PARAMETERS
    IF Y2K-FISCP-RETURN-CODE NOT = ZERO
       DISPLAY "PERIOD=" PostingPeriod " FISCALPERIOD=" FiscalPeriodWanted
          " - not a period on the fiscal calendar."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE Y2K-FISCP-FISCAL-YEAR TO FiscalYear
    MOVE Y2K-FISCP-PERIOD TO FiscalPeriod
    MOVE Y2K-FISCP-PERIOD-START TO ClassifyDateMDY
    MOVE ClassifyDateMDY (5:4) TO PeriodFirstDate (1:4)
    MOVE ClassifyDateMDY (1:4) TO PeriodFirstDate (5:4)
    MOVE Y2K-FISCP-PERIOD-END TO ClassifyDateMDY
    MOVE ClassifyDateMDY (5:4) TO PeriodLastDate (1:4)
    MOVE ClassifyDateMDY (1:4) TO PeriodLastDate (5:4).

*> Places ClassifyDate in ClassifiedYear and ClassifiedPeriod; a date
*> the routine rejects gets year zero and so matches no report year.
ClassifyOneDate.
    MOVE "D" TO Y2K-FISCP-FUNCTION
    MOVE FiscalStartMonth TO Y2K-FISCP-START-MONTH
    MOVE ClassifyDate (5:4) TO Y2K-FISCP-DATE (1:4)
    MOVE ClassifyDate (1:4) TO Y2K-FISCP-DATE (5:4)
    CALL "Y2KFISC" USING Y2K-FISC-PARAMETERS
    IF Y2K-FISCP-RETURN-CODE = ZERO
       MOVE Y2K-FISCP-FISCAL-YEAR TO ClassifiedYear
       MOVE Y2K-FISCP-PERIOD TO ClassifiedPeriod
    ELSE
       MOVE ZERO TO ClassifiedYear ClassifiedPeriod
    END-IF.

*> A journal line's fiscal period: as GLPost stamped it, else by its
*> posting date when that lies in its GL-Period month, else by the
*> first of that month.
ClassifyJournalLine.
    IF GL-FiscalYear NUMERIC AND GL-FiscalPeriod NUMERIC
       MOVE GL-FiscalYear TO ClassifiedYear
       MOVE GL-FiscalPeriod TO ClassifiedPeriod
       EXIT PARAGRAPH
    END-IF
    IF GL-PostDate NUMERIC AND GL-PostDate (1:6) = GL-Period
       MOVE GL-PostDate TO ClassifyDate
    ELSE
       COMPUTE ClassifyDate = GL-Period * 100 + 1
    END-IF
    PERFORM ClassifyOneDate.

LoadChartFile.
    MOVE ZERO TO ChartCount
    OPEN INPUT ChartFile
    IF NOT ChartFileOk
       DISPLAY "GLACCTS.DAT not found - accounts will show no titles."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ChartFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF CA-AccountNumber NUMERIC AND ChartCount < 200
                ADD 1 TO ChartCount
                MOVE CA-AccountNumber TO CT-AccountNumber (ChartCount)
                MOVE CA-AccountTitle TO CT-AccountTitle (ChartCount)
                PERFORM ClearChartTotals
             END-IF
       END-READ
    END-PERFORM
    CLOSE ChartFile.

ClearChartTotals.
    MOVE ZERO TO CT-MonthBudget (ChartCount) CT-YTDBudget (ChartCount)
                 CT-YearBudget (ChartCount) CT-MonthActual (ChartCount)
                 CT-YTDActual (ChartCount)
    MOVE "N" TO CT-ActivitySwitch (ChartCount).

*> Leaves ChartIndex on LookupAccount's entry, adding one for an
*> account that is not on the chart.
FindChartEntry.
    MOVE "N" TO AccountFoundSwitch
    PERFORM VARYING ChartIndex FROM 1 BY 1
       UNTIL ChartIndex > ChartCount OR AccountFound
       IF CT-AccountNumber (ChartIndex) = LookupAccount
          SET AccountFound TO TRUE
       END-IF
    END-PERFORM
    IF AccountFound
       SUBTRACT 1 FROM ChartIndex
       EXIT PARAGRAPH
    END-IF
    IF ChartCount < 200
       ADD 1 TO ChartCount
       MOVE LookupAccount TO CT-AccountNumber (ChartCount)
       MOVE "** not on chart **" TO CT-AccountTitle (ChartCount)
       PERFORM ClearChartTotals
       MOVE ChartCount TO ChartIndex
       SET AccountFound TO TRUE
    END-IF.

FindCourseEntry.
    MOVE "N" TO CourseFoundSwitch
    PERFORM VARYING CourseIndex FROM 1 BY 1
       UNTIL CourseIndex > CourseCount OR CourseFound
       IF CR-CourseCode (CourseIndex) = LookupCourseCode
          SET CourseFound TO TRUE
       END-IF
    END-PERFORM
    IF CourseFound
       SUBTRACT 1 FROM CourseIndex
       EXIT PARAGRAPH
    END-IF
    IF CourseCount < 100
       ADD 1 TO CourseCount
       MOVE LookupCourseCode TO CR-CourseCode (CourseCount)
       MOVE ZERO TO CR-MonthBudget (CourseCount) CR-YTDBudget (CourseCount)
                    CR-YearBudget (CourseCount) CR-MonthActual (CourseCount)
                    CR-YTDActual (CourseCount)
       MOVE CourseCount TO CourseIndex
       SET CourseFound TO TRUE
    END-IF.

LoadBudgets.
    OPEN INPUT BudgetFile
    IF NOT BudgetFileOk
       DISPLAY "BUDGET.DAT not found - actuals shown against no budget."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BudgetFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF BG-AccountNumber NUMERIC AND BG-FiscalYear = FiscalYear
                PERFORM TakeOneBudget
             END-IF
       END-READ
    END-PERFORM
    CLOSE BudgetFile.

TakeOneBudget.
    IF BG-CourseCode = SPACES
       MOVE BG-AccountNumber TO LookupAccount
       PERFORM FindChartEntry
       IF NOT AccountFound
          EXIT PARAGRAPH
       END-IF
       SET CT-HasActivity (ChartIndex) TO TRUE
       IF FiscalPeriod NOT > 12
          MOVE BG-MonthAmount (FiscalPeriod) TO CT-MonthBudget (ChartIndex)
       END-IF
       PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
          IF MonthIndex NOT > FiscalPeriod
             ADD BG-MonthAmount (MonthIndex) TO CT-YTDBudget (ChartIndex)
          END-IF
          ADD BG-MonthAmount (MonthIndex) TO CT-YearBudget (ChartIndex)
       END-PERFORM
    ELSE
       IF BG-AccountNumber NOT = TuitionRevenueAccount
          EXIT PARAGRAPH
       END-IF
       MOVE BG-CourseCode TO LookupCourseCode
       PERFORM FindCourseEntry
       IF NOT CourseFound
          EXIT PARAGRAPH
       END-IF
       IF FiscalPeriod NOT > 12
          MOVE BG-MonthAmount (FiscalPeriod) TO CR-MonthBudget (CourseIndex)
       END-IF
       PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
          IF MonthIndex NOT > FiscalPeriod
             ADD BG-MonthAmount (MonthIndex) TO CR-YTDBudget (CourseIndex)
          END-IF
          ADD BG-MonthAmount (MonthIndex) TO CR-YearBudget (CourseIndex)
       END-PERFORM
    END-IF.

*> Every journal line from the start of the fiscal year to the
*> period, on its account's natural side.
LoadActuals.
    OPEN INPUT GLTransFile
    IF NOT GLTransFileOk
       DISPLAY "GLTRANS.DAT not found - no actuals."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ GLTransFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GL-Period NUMERIC AND GL-Amount NUMERIC
                AND GL-AccountNumber NUMERIC
                PERFORM ClassifyJournalLine
                IF ClassifiedYear = FiscalYear
                   AND ClassifiedPeriod NOT > FiscalPeriod
                   PERFORM TakeOneJournalLine
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE GLTransFile.

TakeOneJournalLine.
    MOVE GL-AccountNumber TO LookupAccount
    PERFORM FindChartEntry
    IF NOT AccountFound
       EXIT PARAGRAPH
    END-IF
    SET CT-HasActivity (ChartIndex) TO TRUE
    MOVE GL-AccountNumber (1:1) TO AccountClass
    IF (GL-DebitCredit = "D" AND DebitNormalAccount)
       OR (GL-DebitCredit = "C" AND NOT DebitNormalAccount)
       ADD GL-Amount TO CT-YTDActual (ChartIndex)
       IF ClassifiedPeriod = FiscalPeriod
          ADD GL-Amount TO CT-MonthActual (ChartIndex)
       END-IF
    ELSE
       SUBTRACT GL-Amount FROM CT-YTDActual (ChartIndex)
       IF ClassifiedPeriod = FiscalPeriod
          SUBTRACT GL-Amount FROM CT-MonthActual (ChartIndex)
       END-IF
    END-IF.

*> Tuition billed by course, by the fiscal period of the invoice date.
LoadCourseActuals.
    OPEN INPUT BillingFile
    IF NOT BillingFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BillingFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF BL-InvoiceDate NUMERIC AND BL-OriginalAmount NUMERIC
                AND BL-CourseCode NOT = SPACES
                PERFORM TakeOneCourseBilling
             END-IF
       END-READ
    END-PERFORM
    CLOSE BillingFile.

TakeOneCourseBilling.
    MOVE BL-InvoiceDate TO ClassifyDate
    PERFORM ClassifyOneDate
    IF ClassifiedYear NOT = FiscalYear
       OR ClassifiedPeriod > FiscalPeriod
       EXIT PARAGRAPH
    END-IF
    MOVE BL-CourseCode TO LookupCourseCode
    PERFORM FindCourseEntry
    IF CourseFound
       ADD BL-OriginalAmount TO CR-YTDActual (CourseIndex)
       IF ClassifiedPeriod = FiscalPeriod
          ADD BL-OriginalAmount TO CR-MonthActual (CourseIndex)
       END-IF
    END-IF.

ReportOneAccount.
    ADD 1 TO AccountsReported
    MOVE SPACES TO BudgetDetailLine
    MOVE CT-AccountNumber (ChartIndex) TO BDL-Account
    MOVE CT-AccountTitle (ChartIndex) TO BDL-Title
    MOVE "PER" TO BDL-Label
    MOVE CT-MonthBudget (ChartIndex) TO CompareBudget
    MOVE CT-MonthActual (ChartIndex) TO CompareActual
    MOVE SPACES TO BDL-FullYear
    PERFORM WriteComparisonLine
    MOVE SPACES TO BDL-Account BDL-Title
    MOVE "YTD" TO BDL-Label
    MOVE CT-YTDBudget (ChartIndex) TO CompareBudget
    MOVE CT-YTDActual (ChartIndex) TO CompareActual
    MOVE CT-YearBudget (ChartIndex) TO CompareYearEdit
    MOVE CompareYearEdit TO BDL-FullYear
    PERFORM WriteComparisonLine
    IF CT-AccountNumber (ChartIndex) = TuitionRevenueAccount
       AND CourseCount > ZERO
       WRITE ReportLine FROM CourseSectionLine
       PERFORM VARYING CourseIndex FROM 1 BY 1
          UNTIL CourseIndex > CourseCount
          PERFORM ReportOneCourse
       END-PERFORM
    END-IF.

ReportOneCourse.
    MOVE SPACES TO BDL-Account BDL-Title
    STRING "  course " CR-CourseCode (CourseIndex)
       DELIMITED BY SIZE INTO BDL-Title
    END-STRING
    MOVE "PER" TO BDL-Label
    MOVE CR-MonthBudget (CourseIndex) TO CompareBudget
    MOVE CR-MonthActual (CourseIndex) TO CompareActual
    MOVE SPACES TO BDL-FullYear
    PERFORM WriteComparisonLine
    MOVE SPACES TO BDL-Title
    MOVE "YTD" TO BDL-Label
    MOVE CR-YTDBudget (CourseIndex) TO CompareBudget
    MOVE CR-YTDActual (CourseIndex) TO CompareActual
    MOVE CR-YearBudget (CourseIndex) TO CompareYearEdit
    MOVE CompareYearEdit TO BDL-FullYear
    PERFORM WriteComparisonLine.

*> Budget, actual, variance and percentage for CompareBudget and
*> CompareActual, flagged when past the tolerance.
WriteComparisonLine.
    COMPUTE CompareVariance = CompareActual - CompareBudget
    MOVE CompareBudget TO BDL-Budget
    MOVE CompareActual TO BDL-Actual
    MOVE CompareVariance TO BDL-Variance
    MOVE SPACES TO BDL-Percent BDL-Flag
    IF CompareBudget = ZERO
       IF CompareActual NOT = ZERO
          MOVE "   n/a" TO BDL-Percent
          MOVE "***" TO BDL-Flag
       END-IF
    ELSE
       COMPUTE ComparePercent ROUNDED =
          CompareVariance * 100 / CompareBudget
       IF ComparePercent > 9999.9 OR ComparePercent < -9999.9
          MOVE " *****" TO BDL-Percent
       ELSE
          MOVE ComparePercent TO ComparePercentEdit
          MOVE ComparePercentEdit TO BDL-Percent
       END-IF
       IF ComparePercent > TolerancePercent
          OR ComparePercent < ZERO - TolerancePercent
          MOVE "***" TO BDL-Flag
       END-IF
    END-IF
    IF BDL-Flag NOT = SPACES
       ADD 1 TO FlaggedCount
    END-IF
    WRITE ReportLine FROM BudgetDetailLine.
