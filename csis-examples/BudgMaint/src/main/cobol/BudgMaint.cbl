IDENTIFICATION DIVISION.
PROGRAM-ID.  BudgMaint.
AUTHOR.  Michael Coughlan.
*> Maintains BUDGET.DAT, the budget GLPost's ledger is held against
*> by BudgRept.  One record per GL account and fiscal year, with the
*> budget for each of the twelve fiscal months:
*>
*>    cols 1-4     GL account (must be on GLACCTS.DAT)
*>    col  5       space
*>    cols 6-9     course code - spaces for the account as a whole;
*>                 tuition revenue (4000) may also be budgeted by
*>                 course, the course lines being a breakdown of the
*>                 account line and not added to it
*>    col  10      space
*>    cols 11-14   fiscal year, named for the calendar year it ends in
*>    cols 15-158  twelve fiscal months, each a space and an amount
*>                 999999999V99 on the account's natural side
*>                 (revenue as a credit, expense as a debit)
*>
*> Fiscal month 1 is the first month of the fiscal year; which
*> calendar month that is is BudgRept's FYSTART= argument.
*>
*> Transactions, in the HallMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a budget - an annual amount spread evenly over the twelve
*>       months (the odd cents in month 12), or each month keyed
*>    C)hange one month's budget, or re-spread a new annual amount
*>    L)ist the budgets with their annual totals
*>    D)elete a budget
*>    Q)uit and save

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BudgetFile ASSIGN TO "BUDGET.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BudgetFileStatus.
    SELECT ChartFile ASSIGN TO "GLACCTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ChartFileStatus.
    SELECT CourseFile ASSIGN TO "COURSES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS CourseFileStatus.

DATA DIVISION.
FILE SECTION.
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

FD ChartFile.
01 ChartRecord.
   02  CA-AccountNumber     PIC 9(4).
   02  FILLER               PIC X.
   02  CA-AccountTitle      PIC X(24).

FD CourseFile.
01 CourseFileRecord.
   02  CF-CourseCode        PIC X(4).
   02  CF-Description       PIC X(24).
   02  CF-Status            PIC X.
   02  CF-MaxHeadcount      PIC 9(4).
   02  CF-TermFee           PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  BudgetFileStatus         PIC XX.
    88  BudgetFileOk         VALUE "00".
01  ChartFileStatus          PIC XX.
    88  ChartFileOk          VALUE "00".
01  CourseFileStatus         PIC XX.
    88  CourseFileOk         VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  BudgetTransactionCode    PIC X.
    88  AddBudgetTrans       VALUE "A" "a".
    88  ChangeBudgetTrans    VALUE "C" "c".
    88  ListBudgetsTrans     VALUE "L" "l".
    88  DeleteBudgetTrans    VALUE "D" "d".
    88  QuitBudgetTrans      VALUE "Q" "q".

01  TuitionRevenueAccount    PIC 9(4) VALUE 4000.

01  EntryAccount             PIC X(4).
01  EntryCourseCode          PIC X(4).
01  EntryFiscalYear          PIC X(4).
01  EntryMonth               PIC X(2).
01  EntryMonthNumber         PIC 99.
01  EntryAmount              PIC X(14).
01  EntryAmountValue         PIC 9(9)V99.
01  MonthShare               PIC 9(9)V99.

01  ChartCount               PIC 9(3) VALUE ZERO.
01  ChartIndex               PIC 9(3).
01  ChartTable.
    02  ChartEntry           OCCURS 200 TIMES.
        03  CT-AccountNumber PIC 9(4).
        03  CT-AccountTitle  PIC X(24).
01  AccountFoundSwitch       PIC X.
    88  AccountFound         VALUE "Y".

01  EndOfCourseFileSwitch    PIC X.
    88  EndOfCourseFile      VALUE "Y".
01  CatalogIndex             PIC 9(3).
01  CatalogSeedIndex         PIC 9(3).
01  CourseFoundSwitch        PIC X.
    88  CourseFound          VALUE "Y".

01  BudgetCount              PIC 9(3) VALUE ZERO.
01  BudgetIndex              PIC 9(3).
01  FoundBudgetIndex         PIC 9(3).
01  MonthIndex               PIC 99.
01  BudgetFoundSwitch        PIC X.
    88  BudgetFound          VALUE "Y".
01  BudgetTable.
    02  BudgetEntry          OCCURS 300 TIMES.
        03  BT-AccountNumber PIC 9(4).
        03  BT-CourseCode    PIC X(4).
        03  BT-FiscalYear    PIC 9(4).
        03  BT-MonthAmount   PIC 9(9)V99 OCCURS 12 TIMES.
01  AnnualTotal              PIC 9(11)V99.

    COPY COURSES.

01  BudgetListLine.
    02  BLL-AccountNumber    PIC 9(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  BLL-CourseCode       PIC X(4).
    02  FILLER               PIC X(5)  VALUE "  FY ".
    02  BLL-FiscalYear       PIC 9(4).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  BLL-AccountTitle     PIC X(24).
    02  FILLER               PIC X(10) VALUE "  annual  ".
    02  BLL-AnnualTotal      PIC ZZZZZZZZZZ9.99.

01  BudgetMonthLine.
    02  FILLER               PIC X(12) VALUE "      month ".
    02  BML-Month            PIC Z9.
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  BML-Amount           PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadChartFile
    PERFORM LoadCourseCatalog
    PERFORM LoadBudgetFile
    PERFORM GetBudgetTransactionCode
    PERFORM UNTIL QuitBudgetTrans
       EVALUATE TRUE
          WHEN AddBudgetTrans
             PERFORM AddBudget
          WHEN ChangeBudgetTrans
             PERFORM ChangeBudget
          WHEN ListBudgetsTrans
             PERFORM ListBudgets
          WHEN DeleteBudgetTrans
             PERFORM DeleteBudget
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetBudgetTransactionCode
    END-PERFORM
    PERFORM SaveBudgetFile
    STOP RUN.

GetBudgetTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT BudgetTransactionCode.

LoadChartFile.
    MOVE ZERO TO ChartCount
    OPEN INPUT ChartFile
    IF NOT ChartFileOk
       DISPLAY "GLACCTS.DAT not found - run GLPost once to seed the"
          " chart of accounts before budgeting."
       STOP RUN
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
             END-IF
       END-READ
    END-PERFORM
    CLOSE ChartFile.

LoadCourseCatalog.
    MOVE ZERO TO CatalogCount
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       PERFORM VARYING CatalogSeedIndex FROM 1 BY 1
          UNTIL CatalogSeedIndex > 10
          MOVE CourseCatalogCode (CatalogSeedIndex)
            TO CatCourseCode (CatalogSeedIndex)
          MOVE CourseCatalogDescription (CatalogSeedIndex)
            TO CatDescription (CatalogSeedIndex)
          MOVE "A" TO CatStatus (CatalogSeedIndex)
          MOVE ZERO TO CatMaxHeadcount (CatalogSeedIndex)
          MOVE ZERO TO CatTermFee (CatalogSeedIndex)
       END-PERFORM
       MOVE 10 TO CatalogCount
    ELSE
       MOVE "N" TO EndOfCourseFileSwitch
       PERFORM UNTIL EndOfCourseFile
          READ CourseFile
             AT END SET EndOfCourseFile TO TRUE
             NOT AT END
                IF CatalogCount < 50
                   ADD 1 TO CatalogCount
                   MOVE CF-CourseCode TO CatCourseCode (CatalogCount)
                   MOVE CF-Description TO CatDescription (CatalogCount)
                   MOVE CF-Status TO CatStatus (CatalogCount)
                END-IF
          END-READ
       END-PERFORM
       CLOSE CourseFile
    END-IF.

LoadBudgetFile.
    MOVE ZERO TO BudgetCount
    OPEN INPUT BudgetFile
    IF NOT BudgetFileOk
       DISPLAY "BUDGET.DAT not found - starting with no budgets."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneBudgetRecord
    PERFORM UNTIL EndOfFile
       IF BG-AccountNumber NUMERIC AND BudgetCount < 300
          ADD 1 TO BudgetCount
          MOVE BG-AccountNumber TO BT-AccountNumber (BudgetCount)
          MOVE BG-CourseCode TO BT-CourseCode (BudgetCount)
          MOVE BG-FiscalYear TO BT-FiscalYear (BudgetCount)
          PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
             MOVE BG-MonthAmount (MonthIndex)
               TO BT-MonthAmount (BudgetCount, MonthIndex)
          END-PERFORM
       END-IF
       PERFORM ReadOneBudgetRecord
    END-PERFORM
    CLOSE BudgetFile.

ReadOneBudgetRecord.
    READ BudgetFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveBudgetFile.
    OPEN OUTPUT BudgetFile
    PERFORM VARYING BudgetIndex FROM 1 BY 1
       UNTIL BudgetIndex > BudgetCount
       IF BT-FiscalYear (BudgetIndex) NOT = ZERO
          MOVE SPACES TO BudgetRecord
          MOVE BT-AccountNumber (BudgetIndex) TO BG-AccountNumber
          MOVE BT-CourseCode (BudgetIndex) TO BG-CourseCode
          MOVE BT-FiscalYear (BudgetIndex) TO BG-FiscalYear
          PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
             MOVE BT-MonthAmount (BudgetIndex, MonthIndex)
               TO BG-MonthAmount (MonthIndex)
          END-PERFORM
          WRITE BudgetRecord
       END-IF
    END-PERFORM
    CLOSE BudgetFile
    DISPLAY "BUDGET.DAT saved.".

*> Account, course and fiscal year; EntryAccount comes back blank
*> when any part is not acceptable.
GetBudgetKey.
    DISPLAY "Enter GL account (4 digits)"
    MOVE SPACES TO EntryAccount
    ACCEPT EntryAccount
    IF EntryAccount NOT NUMERIC
       DISPLAY "GL account must be 4 digits."
       MOVE SPACES TO EntryAccount
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO AccountFoundSwitch
    PERFORM VARYING ChartIndex FROM 1 BY 1
       UNTIL ChartIndex > ChartCount OR AccountFound
       IF CT-AccountNumber (ChartIndex) = EntryAccount
          SET AccountFound TO TRUE
       END-IF
    END-PERFORM
    IF NOT AccountFound
       DISPLAY "Account " EntryAccount " is not on GLACCTS.DAT."
       MOVE SPACES TO EntryAccount
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO EntryCourseCode
    IF EntryAccount = TuitionRevenueAccount
       DISPLAY "Enter course code (blank for the account as a whole)"
       ACCEPT EntryCourseCode
       INSPECT EntryCourseCode
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF
    IF EntryCourseCode NOT = SPACES
       MOVE "N" TO CourseFoundSwitch
       PERFORM VARYING CatalogIndex FROM 1 BY 1
          UNTIL CatalogIndex > CatalogCount OR CourseFound
          IF CatCourseCode (CatalogIndex) = EntryCourseCode
             SET CourseFound TO TRUE
          END-IF
       END-PERFORM
       IF NOT CourseFound
          DISPLAY "Course " EntryCourseCode " is not in the catalog."
          MOVE SPACES TO EntryAccount
          EXIT PARAGRAPH
       END-IF
    END-IF
    DISPLAY "Enter fiscal year (YYYY, the year it ends in)"
    MOVE SPACES TO EntryFiscalYear
    ACCEPT EntryFiscalYear
    IF EntryFiscalYear NOT NUMERIC OR EntryFiscalYear = "0000"
       DISPLAY "Fiscal year must be 4 digits."
       MOVE SPACES TO EntryAccount
    END-IF.

FindBudgetEntry.
    MOVE "N" TO BudgetFoundSwitch
    MOVE ZERO TO FoundBudgetIndex
    PERFORM VARYING BudgetIndex FROM 1 BY 1
       UNTIL BudgetIndex > BudgetCount OR BudgetFound
       IF BT-AccountNumber (BudgetIndex) = EntryAccount
          AND BT-CourseCode (BudgetIndex) = EntryCourseCode
          AND BT-FiscalYear (BudgetIndex) = EntryFiscalYear
          SET BudgetFound TO TRUE
          MOVE BudgetIndex TO FoundBudgetIndex
       END-IF
    END-PERFORM.

*> The amount as keyed, e.g. 1250000.00; blank comes back as zero.
GetEntryAmount.
    MOVE SPACES TO EntryAmount
    ACCEPT EntryAmount
    IF EntryAmount = SPACES
       MOVE ZERO TO EntryAmountValue
    ELSE
       COMPUTE EntryAmountValue = FUNCTION NUMVAL (EntryAmount)
    END-IF.

*> Spreads EntryAmountValue over the twelve months of the entry at
*> FoundBudgetIndex, the odd cents going to month 12.
SpreadAnnualAmount.
    DIVIDE EntryAmountValue BY 12 GIVING MonthShare
    PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 11
       MOVE MonthShare TO BT-MonthAmount (FoundBudgetIndex, MonthIndex)
    END-PERFORM
    COMPUTE BT-MonthAmount (FoundBudgetIndex, 12) =
       EntryAmountValue - MonthShare * 11.

KeyEachMonth.
    PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
       DISPLAY "Enter budget for fiscal month " MonthIndex
       PERFORM GetEntryAmount
       MOVE EntryAmountValue
         TO BT-MonthAmount (FoundBudgetIndex, MonthIndex)
    END-PERFORM.

AddBudget.
    PERFORM GetBudgetKey
    IF EntryAccount = SPACES
       DISPLAY "Add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindBudgetEntry
    IF BudgetFound
       DISPLAY "Budget already on file - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF BudgetCount NOT < 300
       DISPLAY "Budget table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO BudgetCount
    MOVE BudgetCount TO FoundBudgetIndex
    MOVE EntryAccount TO BT-AccountNumber (FoundBudgetIndex)
    MOVE EntryCourseCode TO BT-CourseCode (FoundBudgetIndex)
    MOVE EntryFiscalYear TO BT-FiscalYear (FoundBudgetIndex)
    DISPLAY "Enter annual budget to spread evenly (blank to key each"
       " month)"
    PERFORM GetEntryAmount
    IF EntryAmount = SPACES
       PERFORM KeyEachMonth
    ELSE
       PERFORM SpreadAnnualAmount
    END-IF
    DISPLAY "Budget for " EntryAccount " " EntryCourseCode
       " FY " EntryFiscalYear " added.".

ChangeBudget.
    PERFORM GetBudgetKey
    IF EntryAccount = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM FindBudgetEntry
    IF NOT BudgetFound
       DISPLAY "No such budget on file."
       EXIT PARAGRAPH
    END-IF
    MOVE FoundBudgetIndex TO BudgetIndex
    PERFORM ListOneBudget
    DISPLAY "Enter fiscal month to change (1-12, blank to re-spread a"
       " new annual amount)"
    MOVE SPACES TO EntryMonth
    ACCEPT EntryMonth
    IF EntryMonth = SPACES
       DISPLAY "Enter new annual budget"
       PERFORM GetEntryAmount
       PERFORM SpreadAnnualAmount
    ELSE
       COMPUTE EntryMonthNumber = FUNCTION NUMVAL (EntryMonth)
       IF EntryMonthNumber < 1 OR EntryMonthNumber > 12
          DISPLAY "Fiscal month must be 1 to 12 - change cancelled."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Enter budget for fiscal month " EntryMonthNumber
       PERFORM GetEntryAmount
       MOVE EntryAmountValue
         TO BT-MonthAmount (FoundBudgetIndex, EntryMonthNumber)
    END-IF
    DISPLAY "Budget changed.".

DeleteBudget.
    PERFORM GetBudgetKey
    IF EntryAccount = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM FindBudgetEntry
    IF NOT BudgetFound
       DISPLAY "No such budget on file."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO BT-FiscalYear (FoundBudgetIndex)
    DISPLAY "Budget deleted.".

ListBudgets.
    IF BudgetCount = ZERO
       DISPLAY "No budgets on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BudgetIndex FROM 1 BY 1
       UNTIL BudgetIndex > BudgetCount
       IF BT-FiscalYear (BudgetIndex) NOT = ZERO
          PERFORM ListOneBudget
       END-IF
    END-PERFORM.

ListOneBudget.
    MOVE ZERO TO AnnualTotal
    PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
       ADD BT-MonthAmount (BudgetIndex, MonthIndex) TO AnnualTotal
    END-PERFORM
    MOVE BT-AccountNumber (BudgetIndex) TO BLL-AccountNumber
    MOVE BT-CourseCode (BudgetIndex) TO BLL-CourseCode
    MOVE BT-FiscalYear (BudgetIndex) TO BLL-FiscalYear
    MOVE SPACES TO BLL-AccountTitle
    PERFORM VARYING ChartIndex FROM 1 BY 1 UNTIL ChartIndex > ChartCount
       IF CT-AccountNumber (ChartIndex) = BT-AccountNumber (BudgetIndex)
          MOVE CT-AccountTitle (ChartIndex) TO BLL-AccountTitle
       END-IF
    END-PERFORM
    MOVE AnnualTotal TO BLL-AnnualTotal
    DISPLAY BudgetListLine
    IF ChangeBudgetTrans
       PERFORM VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 12
          MOVE MonthIndex TO BML-Month
          MOVE BT-MonthAmount (BudgetIndex, MonthIndex) TO BML-Amount
          DISPLAY BudgetMonthLine
       END-PERFORM
    END-IF.
