IDENTIFICATION DIVISION.
PROGRAM-ID.  BankRec.
AUTHOR.  Michael Coughlan.
*> Bank statement reconciliation - proves that the bank agrees with
*> what the payments process says it deposited, every month rather
*> than the week the auditors arrive.  The deposits come from
*> DEPOSITS.DAT, which PayApply writes as each PAYMENTS.DAT run (the
*> cashier's sessions included) and each sponsor remittance run
*> takes in cash: date, source, run number, amount and a status
*> byte, O outstanding or R reconciled.  The bank's side is the
*> statement file BANKSTMT.DAT, one credit per line:
*>
*>    cols 1-8   date the bank credited the deposit YYYYMMDD
*>    cols 10-21 bank reference
*>    cols 23-33 amount, 9(9)V99
*>
*> Only outstanding deposits take part; a deposit reconciled by an
*> earlier run is left alone, so each month works the open items
*> only.  A bank credit matches an outstanding deposit of exactly the
*> same amount credited on the deposit date or within the clearing
*> window after it (DAYS=n, default 5); the deposit is marked R with
*> the bank reference and the date the bank credited it.  A bank
*> credit with no exact match but an outstanding deposit inside the
*> window is an amount difference - both are reported side by side
*> with the difference and both stay open until corrected.
*>
*> BANKREC.RPT lists the deposits reconciled this run, the amount
*> differences, the bank credits matching no deposit and the
*> deposits still outstanding with their age, then totals.  Bank
*> credits still unmatched are carried to BANKOPEN.DAT and tried
*> again next month ahead of the new statement.  The latest
*> statement date worked is kept on BANKREC.CTL; statement lines on
*> or before it were worked by an earlier run and are skipped, so
*> running the same statement twice cannot match it twice.
*>
*> DEPOSITS.DAT is rewritten in place through the work file
*> DEPWORK.TMP, under BILLING.LOCK so PayApply cannot append to it
*> meanwhile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DepositFile ASSIGN TO "DEPOSITS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DepositFileStatus.
    SELECT DepositWorkFile ASSIGN TO "DEPWORK.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DepositWorkStatus.
    SELECT BankStatementFile ASSIGN TO "BANKSTMT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BankStatementStatus.
    SELECT BankOpenFile ASSIGN TO "BANKOPEN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BankOpenStatus.
    SELECT ControlFile ASSIGN TO "BANKREC.CTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ControlFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "BANKREC.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DepositFile.
01 DepositRecord.
   02  DP-DepositDate       PIC 9(8).
   02  FILLER               PIC X.
   02  DP-Source            PIC X(4).
   02  FILLER               PIC X.
   02  DP-RunNumber         PIC 9(7).
   02  FILLER               PIC X.
   02  DP-Amount            PIC 9(9)V99.
   02  FILLER               PIC X.
   02  DP-Status            PIC X.
       88  DP-Outstanding   VALUE "O".
       88  DP-Reconciled    VALUE "R".
   02  FILLER               PIC X.
   02  DP-BankReference     PIC X(12).
   02  FILLER               PIC X.
   02  DP-ClearedDate       PIC 9(8).

FD DepositWorkFile.
01 DepositWorkRecord        PIC X(57).

FD BankStatementFile.
01 BankStatementRecord.
   02  BS-BankDate          PIC 9(8).
   02  FILLER               PIC X.
   02  BS-Reference         PIC X(12).
   02  FILLER               PIC X.
   02  BS-Amount            PIC 9(9)V99.

*> Bank credits carried from the last run, in the statement layout.
FD BankOpenFile.
01 BankOpenRecord.
   02  BO-BankDate          PIC 9(8).
   02  FILLER               PIC X.
   02  BO-Reference         PIC X(12).
   02  FILLER               PIC X.
   02  BO-Amount            PIC 9(9)V99.

FD ControlFile.
01 ControlRecord            PIC 9(8).

FD LockFile.
01 LockRecord               PIC X(40).

FD ReportFile.
01 ReportLine               PIC X(100).

WORKING-STORAGE SECTION.
01  DepositFileStatus       PIC XX.
    88  DepositFileOk       VALUE "00".
01  DepositWorkStatus       PIC XX.
    88  DepositWorkOk       VALUE "00".
01  BankStatementStatus     PIC XX.
    88  BankStatementOk     VALUE "00".
01  BankOpenStatus          PIC XX.
    88  BankOpenOk          VALUE "00".
01  ControlFileStatus       PIC XX.
    88  ControlFileOk       VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  DepositWorkFileName     PIC X(20) VALUE "DEPWORK.TMP".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  DepositsPresentSwitch   PIC X VALUE "N".
    88  DepositsPresent     VALUE "Y".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  WindowDays              PIC 9(3) VALUE 5.
01  RunDate                 PIC 9(8).
01  LastStatementDate       PIC 9(8) VALUE ZERO.
01  NewStatementDate        PIC 9(8) VALUE ZERO.

*> The outstanding deposits, in DEPOSITS.DAT order.  OD-Disposition
*> is set by the matching passes: M matched, D amount difference.
01  OpenDepositCount        PIC 9(4) VALUE ZERO.
01  OpenDepositIndex        PIC 9(4).
01  OpenDepositsSeen        PIC 9(6).
01  OpenDepositTable.
    02  OpenDeposit         OCCURS 2000 TIMES.
        03  OD-DepositDate  PIC 9(8).
        03  OD-Source       PIC X(4).
        03  OD-RunNumber    PIC 9(7).
        03  OD-Amount       PIC 9(9)V99.
        03  OD-Disposition  PIC X.
            88  OD-Matched      VALUE "M".
            88  OD-Difference   VALUE "D".
            88  OD-Open         VALUE SPACE.
        03  OD-BankIndex    PIC 9(4).

*> Bank credits: carried items first, then the new statement.
01  BankItemCount           PIC 9(4) VALUE ZERO.
01  BankItemIndex           PIC 9(4).
01  BankItemTable.
    02  BankItem            OCCURS 2000 TIMES.
        03  BI-BankDate     PIC 9(8).
        03  BI-Reference    PIC X(12).
        03  BI-Amount       PIC 9(9)V99.
        03  BI-Disposition  PIC X.
            88  BI-Matched      VALUE "M".
            88  BI-Difference   VALUE "D".
            88  BI-Open         VALUE SPACE.
        03  BI-DepositIndex PIC 9(4).

01  BankItemFoundSwitch     PIC X.
    88  BankItemFound       VALUE "Y".
01  DateInWindowSwitch      PIC X.
    88  DateInWindow        VALUE "Y".
01  WindowDepositDate       PIC 9(8).
01  WindowBankDate          PIC 9(8).
01  DifferenceAmount        PIC 9(9)V99.
01  DifferenceEdited        PIC ZZZZZZZZ9.99.
01  DaysOutstanding         PIC 9(5).
01  DaysOutstandingEdited   PIC ZZZZ9.

01  CarriedCount            PIC 9(6) VALUE ZERO.
01  StatementCount          PIC 9(6) VALUE ZERO.
01  SkippedCount            PIC 9(6) VALUE ZERO.
01  UnreadableCount         PIC 9(6) VALUE ZERO.
01  ReconciledCount         PIC 9(6) VALUE ZERO.
01  ReconciledAmount        PIC 9(9)V99 VALUE ZERO.
01  DifferenceCount         PIC 9(6) VALUE ZERO.
01  UnmatchedBankCount      PIC 9(6) VALUE ZERO.
01  UnmatchedBankAmount     PIC 9(9)V99 VALUE ZERO.
01  OutstandingCount        PIC 9(6) VALUE ZERO.
01  OutstandingAmount       PIC 9(9)V99 VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(100) VALUE SPACES.

01  ReconTitleLine.
    02  FILLER              PIC X(26) VALUE "BANK RECONCILIATION   RUN ".
    02  RTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(18) VALUE "   clearing days: ".
    02  RTL-WindowDays      PIC ZZ9.
    02  FILLER              PIC X(45) VALUE SPACES.

01  SectionReconciledLine   PIC X(100) VALUE
    "DEPOSITS RECONCILED THIS RUN".
01  SectionDifferenceLine   PIC X(100) VALUE
    "AMOUNT DIFFERENCES - deposit and bank credit both left open".
01  SectionBankOnlyLine     PIC X(100) VALUE
    "BANK CREDITS MATCHING NO DEPOSIT - carried to BANKOPEN.DAT".
01  SectionOutstandingLine  PIC X(100) VALUE
    "DEPOSITS OUTSTANDING - not yet on a bank statement".

01  ReconHeadingLine.
    02  FILLER              PIC X(10) VALUE "DEPOSIT".
    02  FILLER              PIC X(6)  VALUE "SRC".
    02  FILLER              PIC X(9)  VALUE "RUN".
    02  FILLER              PIC X(14) VALUE "   DEPOSITED".
    02  FILLER              PIC X(10) VALUE "BANK DATE".
    02  FILLER              PIC X(14) VALUE "REFERENCE".
    02  FILLER              PIC X(14) VALUE " BANK AMOUNT".
    02  FILLER              PIC X(23) VALUE "NOTE".

01  ReconDetailLine.
    02  RDL-DepositDate     PIC 9(8).
    02  FILLER              PIC X(2).
    02  RDL-Source          PIC X(4).
    02  FILLER              PIC X(2).
    02  RDL-RunNumber       PIC 9(7).
    02  FILLER              PIC X(2).
    02  RDL-Amount          PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(2).
    02  RDL-BankDate        PIC 9(8).
    02  FILLER              PIC X(2).
    02  RDL-Reference       PIC X(12).
    02  FILLER              PIC X(2).
    02  RDL-BankAmount      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(2).
    02  RDL-Note            PIC X(23).

01  ReconciledSummaryLine.
    02  FILLER              PIC X(12) VALUE "Reconciled: ".
    02  RSL-ReconciledCount PIC ZZZZZ9.
    02  FILLER              PIC X(9)  VALUE "  amount:".
    02  RSL-ReconciledAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(15) VALUE "  differences: ".
    02  RSL-DifferenceCount PIC ZZZZZ9.
    02  FILLER              PIC X(40) VALUE SPACES.

01  OpenSummaryLine.
    02  FILLER              PIC X(20) VALUE "Bank items unmatched".
    02  FILLER              PIC X(2)  VALUE ": ".
    02  OSL-UnmatchedCount  PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  OSL-UnmatchedAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(25) VALUE "  deposits outstanding: ".
    02  OSL-OutstandingCount PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  OSL-OutstandingAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(15) VALUE SPACES.

01  InputSummaryLine.
    02  FILLER              PIC X(17) VALUE "Statement lines: ".
    02  ISL-StatementCount  PIC ZZZZZ9.
    02  FILLER              PIC X(11) VALUE "  carried: ".
    02  ISL-CarriedCount    PIC ZZZZZ9.
    02  FILLER              PIC X(20) VALUE "  already worked: ".
    02  ISL-SkippedCount    PIC ZZZZZ9.
    02  FILLER              PIC X(14) VALUE "  unreadable: ".
    02  ISL-UnreadableCount PIC ZZZZZ9.
    02  FILLER              PIC X(14) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    PERFORM LoadLastStatementDate
    PERFORM LoadOutstandingDeposits
    PERFORM LoadCarriedBankItems
    PERFORM LoadBankStatement
    PERFORM MatchExactAmounts
    PERFORM MatchAmountDifferences
    OPEN OUTPUT ReportFile
    MOVE RunDate TO RTL-RunDate
    MOVE WindowDays TO RTL-WindowDays
    WRITE ReportLine FROM ReconTitleLine
    PERFORM ReportReconciled
    PERFORM ReportDifferences
    PERFORM ReportUnmatchedBankItems
    PERFORM ReportOutstandingDeposits
    MOVE StatementCount TO ISL-StatementCount
    MOVE CarriedCount TO ISL-CarriedCount
    MOVE SkippedCount TO ISL-SkippedCount
    MOVE UnreadableCount TO ISL-UnreadableCount
    MOVE ReconciledCount TO RSL-ReconciledCount
    MOVE ReconciledAmount TO RSL-ReconciledAmount
    MOVE DifferenceCount TO RSL-DifferenceCount
    MOVE UnmatchedBankCount TO OSL-UnmatchedCount
    MOVE UnmatchedBankAmount TO OSL-UnmatchedAmount
    MOVE OutstandingCount TO OSL-OutstandingCount
    MOVE OutstandingAmount TO OSL-OutstandingAmount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM InputSummaryLine
    WRITE ReportLine FROM ReconciledSummaryLine
    WRITE ReportLine FROM OpenSummaryLine
    DISPLAY InputSummaryLine
    DISPLAY ReconciledSummaryLine
    DISPLAY OpenSummaryLine
    CLOSE ReportFile
    PERFORM SaveDeposits
    PERFORM SaveCarriedBankItems
    PERFORM SaveLastStatementDate
    PERFORM ReleaseLock
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
          WHEN "DAYS"
             COMPUTE WindowDays = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The single-writer guard PayApply holds while it appends to
*> DEPOSITS.DAT.
AcquireLock.
    OPEN INPUT LockFile
    IF LockFileOk
       CLOSE LockFile
       DISPLAY "BILLING.LOCK is held by another run - try again"
          " once that run has finished."
       MOVE "N" TO LockAcquiredSwitch
    ELSE
       OPEN OUTPUT LockFile
       MOVE SPACES TO LockRecord
       MOVE "LOCKED BY BANKREC" TO LockRecord (1:26)
       MOVE FUNCTION CURRENT-DATE(1:14) TO LockRecord (27:14)
       WRITE LockRecord
       CLOSE LockFile
       MOVE "Y" TO LockAcquiredSwitch
    END-IF.

ReleaseLock.
    IF LockAcquired
       CALL "CBL_DELETE_FILE" USING LockFileName
       MOVE "N" TO LockAcquiredSwitch
    END-IF.

LoadLastStatementDate.
    MOVE ZERO TO LastStatementDate
    OPEN INPUT ControlFile
    IF ControlFileOk
       READ ControlFile
          NOT AT END
             IF ControlRecord NUMERIC
                MOVE ControlRecord TO LastStatementDate
             END-IF
       END-READ
       CLOSE ControlFile
    END-IF
    MOVE LastStatementDate TO NewStatementDate.

SaveLastStatementDate.
    IF NewStatementDate > LastStatementDate
       OPEN OUTPUT ControlFile
       MOVE NewStatementDate TO ControlRecord
       WRITE ControlRecord
       CLOSE ControlFile
    END-IF.

*> Every deposit is copied to the work file so DEPOSITS.DAT can be
*> written back with the new statuses; the outstanding ones are
*> also tabled for matching.
LoadOutstandingDeposits.
    MOVE ZERO TO OpenDepositCount OpenDepositsSeen
    OPEN INPUT DepositFile
    IF NOT DepositFileOk
       DISPLAY "DEPOSITS.DAT not found - every bank credit will show"
          " as unmatched."
       EXIT PARAGRAPH
    END-IF
    SET DepositsPresent TO TRUE
    OPEN OUTPUT DepositWorkFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ DepositFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             WRITE DepositWorkRecord FROM DepositRecord
             IF DP-Outstanding
                ADD 1 TO OpenDepositsSeen
                PERFORM TableOneDeposit
             END-IF
       END-READ
    END-PERFORM
    CLOSE DepositWorkFile
    CLOSE DepositFile
    IF OpenDepositsSeen > OpenDepositCount
       DISPLAY "Outstanding deposit table full - "
          OpenDepositsSeen " outstanding, " OpenDepositCount
          " worked this run."
    END-IF.

TableOneDeposit.
    IF OpenDepositCount < 2000
       ADD 1 TO OpenDepositCount
       MOVE DP-DepositDate TO OD-DepositDate (OpenDepositCount)
       MOVE DP-Source TO OD-Source (OpenDepositCount)
       MOVE DP-RunNumber TO OD-RunNumber (OpenDepositCount)
       MOVE DP-Amount TO OD-Amount (OpenDepositCount)
       MOVE SPACE TO OD-Disposition (OpenDepositCount)
       MOVE ZERO TO OD-BankIndex (OpenDepositCount)
    END-IF.

LoadCarriedBankItems.
    OPEN INPUT BankOpenFile
    IF NOT BankOpenOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BankOpenFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF BO-BankDate NUMERIC AND BO-Amount NUMERIC
                ADD 1 TO CarriedCount
                MOVE BankOpenRecord TO BankStatementRecord
                PERFORM TableOneBankItem
             END-IF
       END-READ
    END-PERFORM
    CLOSE BankOpenFile.

LoadBankStatement.
    OPEN INPUT BankStatementFile
    IF NOT BankStatementOk
       DISPLAY "BANKSTMT.DAT not found - carried items and outstanding"
          " deposits only."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BankStatementFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             PERFORM TakeOneStatementLine
       END-READ
    END-PERFORM
    CLOSE BankStatementFile.

TakeOneStatementLine.
    IF BankStatementRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    IF BS-BankDate NOT NUMERIC OR BS-Amount NOT NUMERIC
       ADD 1 TO UnreadableCount
       DISPLAY "Unreadable statement line skipped: " BankStatementRecord
       EXIT PARAGRAPH
    END-IF
    IF BS-BankDate NOT > LastStatementDate
       ADD 1 TO SkippedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO StatementCount
    IF BS-BankDate > NewStatementDate
       MOVE BS-BankDate TO NewStatementDate
    END-IF
    PERFORM TableOneBankItem.

TableOneBankItem.
    IF BankItemCount < 2000
       ADD 1 TO BankItemCount
       MOVE BS-BankDate TO BI-BankDate (BankItemCount)
       MOVE BS-Reference TO BI-Reference (BankItemCount)
       MOVE BS-Amount TO BI-Amount (BankItemCount)
       MOVE SPACE TO BI-Disposition (BankItemCount)
       MOVE ZERO TO BI-DepositIndex (BankItemCount)
    ELSE
       DISPLAY "Bank item table full - " BS-Reference " not worked."
    END-IF.

*> First pass: a bank credit takes the first outstanding deposit of
*> the same amount inside the clearing window.
MatchExactAmounts.
    PERFORM VARYING BankItemIndex FROM 1 BY 1
       UNTIL BankItemIndex > BankItemCount
       MOVE "N" TO BankItemFoundSwitch
       PERFORM VARYING OpenDepositIndex FROM 1 BY 1
          UNTIL OpenDepositIndex > OpenDepositCount OR BankItemFound
          IF OD-Open (OpenDepositIndex)
             AND OD-Amount (OpenDepositIndex) = BI-Amount (BankItemIndex)
             PERFORM CheckClearingWindow
             IF DateInWindow
                SET BankItemFound TO TRUE
                SET OD-Matched (OpenDepositIndex) TO TRUE
                SET BI-Matched (BankItemIndex) TO TRUE
                MOVE BankItemIndex TO OD-BankIndex (OpenDepositIndex)
                MOVE OpenDepositIndex TO BI-DepositIndex (BankItemIndex)
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.

*> Second pass: a bank credit still unmatched is paired with an open
*> deposit inside the window whatever its amount, for the report.
MatchAmountDifferences.
    PERFORM VARYING BankItemIndex FROM 1 BY 1
       UNTIL BankItemIndex > BankItemCount
       IF BI-Open (BankItemIndex)
          MOVE "N" TO BankItemFoundSwitch
          PERFORM VARYING OpenDepositIndex FROM 1 BY 1
             UNTIL OpenDepositIndex > OpenDepositCount OR BankItemFound
             IF OD-Open (OpenDepositIndex)
                PERFORM CheckClearingWindow
                IF DateInWindow
                   SET BankItemFound TO TRUE
                   SET OD-Difference (OpenDepositIndex) TO TRUE
                   SET BI-Difference (BankItemIndex) TO TRUE
                   MOVE BankItemIndex TO OD-BankIndex (OpenDepositIndex)
                   MOVE OpenDepositIndex
                     TO BI-DepositIndex (BankItemIndex)
                END-IF
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

*> The bank credit must fall on the deposit date or no more than
*> WindowDays after it.
CheckClearingWindow.
    MOVE "N" TO DateInWindowSwitch
    MOVE OD-DepositDate (OpenDepositIndex) TO WindowDepositDate
    MOVE BI-BankDate (BankItemIndex) TO WindowBankDate
    MOVE WindowDepositDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE WindowDepositDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE WindowDepositDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE WindowBankDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE WindowBankDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE WindowBankDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE = 0
       AND Y2K-SAGEP-DAYS-PAST NOT < ZERO
       AND Y2K-SAGEP-DAYS-PAST NOT > WindowDays
       SET DateInWindow TO TRUE
    END-IF.

ReportReconciled.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SectionReconciledLine
    WRITE ReportLine FROM ReconHeadingLine
    PERFORM VARYING OpenDepositIndex FROM 1 BY 1
       UNTIL OpenDepositIndex > OpenDepositCount
       IF OD-Matched (OpenDepositIndex)
          MOVE OD-BankIndex (OpenDepositIndex) TO BankItemIndex
          PERFORM FillDepositSide
          PERFORM FillBankSide
          MOVE SPACES TO RDL-Note
          WRITE ReportLine FROM ReconDetailLine
          ADD 1 TO ReconciledCount
          ADD OD-Amount (OpenDepositIndex) TO ReconciledAmount
       END-IF
    END-PERFORM.

ReportDifferences.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SectionDifferenceLine
    WRITE ReportLine FROM ReconHeadingLine
    PERFORM VARYING OpenDepositIndex FROM 1 BY 1
       UNTIL OpenDepositIndex > OpenDepositCount
       IF OD-Difference (OpenDepositIndex)
          MOVE OD-BankIndex (OpenDepositIndex) TO BankItemIndex
          PERFORM FillDepositSide
          PERFORM FillBankSide
          MOVE SPACES TO RDL-Note
          IF BI-Amount (BankItemIndex) > OD-Amount (OpenDepositIndex)
             COMPUTE DifferenceAmount = BI-Amount (BankItemIndex)
                                      - OD-Amount (OpenDepositIndex)
             MOVE DifferenceAmount TO DifferenceEdited
             STRING "bank over " DifferenceEdited DELIMITED BY SIZE
                INTO RDL-Note
          ELSE
             COMPUTE DifferenceAmount = OD-Amount (OpenDepositIndex)
                                      - BI-Amount (BankItemIndex)
             MOVE DifferenceAmount TO DifferenceEdited
             STRING "bank short " DifferenceEdited DELIMITED BY SIZE
                INTO RDL-Note
          END-IF
          WRITE ReportLine FROM ReconDetailLine
          ADD 1 TO DifferenceCount
       END-IF
    END-PERFORM.

*> Differences count with the unmatched bank credits and outstanding
*> deposits below - both sides are still open.
ReportUnmatchedBankItems.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SectionBankOnlyLine
    WRITE ReportLine FROM ReconHeadingLine
    PERFORM VARYING BankItemIndex FROM 1 BY 1
       UNTIL BankItemIndex > BankItemCount
       IF NOT BI-Matched (BankItemIndex)
          ADD 1 TO UnmatchedBankCount
          ADD BI-Amount (BankItemIndex) TO UnmatchedBankAmount
          IF BI-Open (BankItemIndex)
             MOVE SPACES TO ReconDetailLine
             PERFORM FillBankSide
             WRITE ReportLine FROM ReconDetailLine
          END-IF
       END-IF
    END-PERFORM.

ReportOutstandingDeposits.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SectionOutstandingLine
    WRITE ReportLine FROM ReconHeadingLine
    PERFORM VARYING OpenDepositIndex FROM 1 BY 1
       UNTIL OpenDepositIndex > OpenDepositCount
       IF NOT OD-Matched (OpenDepositIndex)
          ADD 1 TO OutstandingCount
          ADD OD-Amount (OpenDepositIndex) TO OutstandingAmount
          IF OD-Open (OpenDepositIndex)
             MOVE SPACES TO ReconDetailLine
             PERFORM FillDepositSide
             PERFORM CountDaysOutstanding
             MOVE DaysOutstanding TO DaysOutstandingEdited
             STRING "outstanding " DaysOutstandingEdited " days"
                DELIMITED BY SIZE INTO RDL-Note
             WRITE ReportLine FROM ReconDetailLine
          END-IF
       END-IF
    END-PERFORM.

FillDepositSide.
    MOVE OD-DepositDate (OpenDepositIndex) TO RDL-DepositDate
    MOVE OD-Source (OpenDepositIndex) TO RDL-Source
    MOVE OD-RunNumber (OpenDepositIndex) TO RDL-RunNumber
    MOVE OD-Amount (OpenDepositIndex) TO RDL-Amount.

FillBankSide.
    MOVE BI-BankDate (BankItemIndex) TO RDL-BankDate
    MOVE BI-Reference (BankItemIndex) TO RDL-Reference
    MOVE BI-Amount (BankItemIndex) TO RDL-BankAmount.

CountDaysOutstanding.
    MOVE OD-DepositDate (OpenDepositIndex) TO WindowDepositDate
    MOVE WindowDepositDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE WindowDepositDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE WindowDepositDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE RunDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE RunDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE RunDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0 OR Y2K-SAGEP-DAYS-PAST < ZERO
       MOVE ZERO TO DaysOutstanding
    ELSE
       MOVE Y2K-SAGEP-DAYS-PAST TO DaysOutstanding
    END-IF.

*> DEPOSITS.DAT is written back from the work file; the outstanding
*> records come back in the order they were tabled, so the Nth
*> outstanding record is table entry N.
SaveDeposits.
    IF NOT DepositsPresent
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT DepositWorkFile
    OPEN OUTPUT DepositFile
    MOVE ZERO TO OpenDepositIndex
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ DepositWorkFile INTO DepositRecord
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF DP-Outstanding
                ADD 1 TO OpenDepositIndex
                IF OpenDepositIndex NOT > OpenDepositCount
                   AND OD-Matched (OpenDepositIndex)
                   MOVE OD-BankIndex (OpenDepositIndex) TO BankItemIndex
                   SET DP-Reconciled TO TRUE
                   MOVE BI-Reference (BankItemIndex) TO DP-BankReference
                   MOVE BI-BankDate (BankItemIndex) TO DP-ClearedDate
                END-IF
             END-IF
             WRITE DepositRecord
       END-READ
    END-PERFORM
    CLOSE DepositFile
    CLOSE DepositWorkFile
    CALL "CBL_DELETE_FILE" USING DepositWorkFileName.

SaveCarriedBankItems.
    OPEN OUTPUT BankOpenFile
    PERFORM VARYING BankItemIndex FROM 1 BY 1
       UNTIL BankItemIndex > BankItemCount
       IF NOT BI-Matched (BankItemIndex)
          MOVE SPACES TO BankOpenRecord
          MOVE BI-BankDate (BankItemIndex) TO BO-BankDate
          MOVE BI-Reference (BankItemIndex) TO BO-Reference
          MOVE BI-Amount (BankItemIndex) TO BO-Amount
          WRITE BankOpenRecord
       END-IF
    END-PERFORM
    CLOSE BankOpenFile.
