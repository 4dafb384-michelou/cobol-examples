IDENTIFICATION DIVISION.
PROGRAM-ID.  DebitRun.
AUTHOR.  Michael Coughlan.
*> Automatic bank debits for payment-plan installments - the
*> students with an active authorization on DEBITAUTH.DAT (kept by
*> DebitMaint) no longer have to come to the counter or mail a
*> check.  Three passes, chosen by argument, share the debit log
*> DEBITLOG.DAT, one line per installment sent to the bank with its
*> trace number and status:
*>
*>    P  pending  - sent, the bank has not yet settled it
*>    C  cleared  - settled; the payment has been staged for
*>                  PAYMENTS.DAT
*>    R  returned - the bank rejected it
*>
*> The default pass selects every PAYPLAN.DAT installment falling
*> due between the run date and DAYS= business days ahead (counted
*> by Y2KBDAY, honouring HOLIDAYS.DAT) for an authorized, active
*> student, that is not already on the log, and writes the bank
*> debit file DEBITOUT.DAT:
*>
*>    5  batch header   company id, effective date (the next
*>                      business day), date created
*>    6  debit entry    routing number, account number, amount,
*>                      StudentId, trace number
*>    8  batch control  entry count, entry hash (the sum of the
*>                      routing numbers' first eight digits, low ten
*>                      digits) and total debit
*>
*> The installment is applied to the student's oldest open item on
*> BILLING.DAT with a balance, whose TermCode is kept on the log.
*> Each debit goes on the log as pending, so PlanDelq counts it in
*> flight instead of late.  An existing DEBITOUT.DAT is never
*> overwritten - send or move the pending file first.
*>
*> SETTLE clears every pending debit whose effective date has come:
*> each is written as a PAYMENTS.DAT payment dated on the effective
*> date to the staging file PAYMENTS.STG, under the HEADER/TRAILER
*> control totals and Gateway's transmission trailer, exactly as the
*> Lockbox conversion stages mailed-in payments.  The payment's
*> reference (cols 30-45) is "DEBIT " and the debit's trace number,
*> so PayApply holds a settlement staged or transmitted twice.
*>
*> RETURNS reads the bank's rejected debits, DEBITRJ.DAT, one per
*> line: trace number (cols 1-7), bank reason code (cols 9-12) and
*> the date returned (cols 14-21).  A debit rejected before it was
*> settled is simply marked returned - no payment was ever made and
*> the installment falls due again.  One rejected after it was
*> settled comes back as a returned item: a line is appended to
*> RETURNS.TXN for PayReturn, which reverses the payment, charges
*> the returned-item fee and places the hold as for a bounced
*> check.
*>
*> Every pass reports to DEBITRUN.RPT.
*>
*> Arguments:
*>    DAYS=n     business days ahead to select (default 3)
*>    SETTLE     the settlement pass
*>    RETURNS    the bank returns pass

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DebitAuthFile ASSIGN TO "DEBITAUTH.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DA-StudentId
		FILE STATUS IS DebitAuthFileStatus.
    SELECT ScheduleFile ASSIGN TO "PAYPLAN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ScheduleFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT DebitLogFile ASSIGN TO "DEBITLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DebitLogStatus.
    SELECT BankDebitFile ASSIGN TO "DEBITOUT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BankDebitStatus.
    SELECT StagingFile ASSIGN TO "PAYMENTS.STG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StagingFileStatus.
    SELECT BankRejectFile ASSIGN TO "DEBITRJ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BankRejectStatus.
    SELECT ReturnTxnFile ASSIGN TO "RETURNS.TXN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnTxnStatus.
    SELECT ReportFile ASSIGN TO "DEBITRUN.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DebitAuthFile.
01 DebitAuthRecord.
   02  DA-StudentId    PIC 9(7).
   02  DA-RoutingNumber PIC 9(9).
   02  DA-AccountNumber PIC X(17).
   02  DA-AuthDate     PIC 9(8).
   02  DA-ActiveFlag   PIC X.
       88  DA-Active           VALUE "Y".

FD ScheduleFile.
01 ScheduleRecord.
   02  SCH-StudentId   PIC 9(7).
   02  SCH-PaymentNbr  PIC 9(2).
   02  SCH-DueDate     PIC 9(8).
   02  SCH-Payment     PIC 9(7)V99.
   02  SCH-Interest    PIC 9(7)V99.
   02  SCH-Principal   PIC 9(7)V99.
   02  SCH-Balance     PIC 9(7)V99.

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

FD DebitLogFile.
01 DebitLogRecord.
   02  DL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DL-PaymentNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  DL-DueDate      PIC 9(8).
   02  FILLER          PIC X.
   02  DL-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  DL-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  DL-EffectiveDate PIC 9(8).
   02  FILLER          PIC X.
   02  DL-SentDate     PIC 9(8).
   02  FILLER          PIC X.
   02  DL-TraceNumber  PIC 9(7).
   02  FILLER          PIC X.
   02  DL-Status       PIC X.
   02  FILLER          PIC X.
   02  DL-StatusDate   PIC 9(8).
   02  FILLER          PIC X.
   02  DL-ReasonCode   PIC X(4).

FD BankDebitFile.
01 BankDebitRecord      PIC X(60).

01 BankBatchHeader REDEFINES BankDebitRecord.
   02  DH-RecordType   PIC X.
   02  DH-CompanyId    PIC X(10).
   02  DH-EffectiveDate PIC 9(8).
   02  DH-CreatedDate  PIC 9(8).
   02  FILLER          PIC X(33).

01 BankDebitEntry REDEFINES BankDebitRecord.
   02  DE-RecordType   PIC X.
   02  DE-RoutingNumber PIC 9(9).
   02  DE-AccountNumber PIC X(17).
   02  DE-Amount       PIC 9(8)V99.
   02  DE-IndividualId PIC X(15).
   02  DE-TraceNumber  PIC 9(7).
   02  FILLER          PIC X.

01 BankBatchControl REDEFINES BankDebitRecord.
   02  DC-RecordType   PIC X.
   02  DC-EntryCount   PIC 9(6).
   02  DC-EntryHash    PIC 9(10).
   02  DC-TotalDebit   PIC 9(10)V99.
   02  FILLER          PIC X(31).

FD StagingFile.
01 StagingRecord        PIC X(133).

01 PaymentRecord REDEFINES StagingRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference.
       03  PT-DebitLiteral  PIC X(6).
       03  PT-TraceNumber   PIC 9(7).
       03  FILLER           PIC X(3).
   02  FILLER          PIC X(88).

01 PaymentTrailerRecord REDEFINES StagingRecord.
   02  PTW-Marker      PIC X(7).
   02  FILLER          PIC X.
   02  PTW-Count       PIC 9(7).
   02  FILLER          PIC X.
   02  PTW-Amount      PIC 9(9)V99.
   02  FILLER          PIC X(106).

01 StagingTrailerRecord REDEFINES StagingRecord.
   02  XT-Marker       PIC X(8).
   02  FILLER          PIC X.
   02  XT-Count        PIC 9(7).
   02  FILLER          PIC X.
   02  XT-Hash         PIC 9(10).
   02  FILLER          PIC X(106).

FD BankRejectFile.
01 BankRejectRecord.
   02  BR-TraceNumber  PIC 9(7).
   02  FILLER          PIC X.
   02  BR-ReasonCode   PIC X(4).
   02  FILLER          PIC X.
   02  BR-ReturnDate   PIC 9(8).

*> PayReturn's transaction layout.
FD ReturnTxnFile.
01 ReturnTxnRecord.
   02  RX-StudentId    PIC 9(7).
   02  RX-TermCode     PIC X(6).
   02  RX-PaymentDate  PIC 9(8).
   02  RX-Amount       PIC 9(5)V99.
   02  RX-ReturnDate   PIC 9(8).
   02  RX-ReasonCode   PIC X(4).

FD ReportFile.
01 ReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01  DebitAuthFileStatus     PIC XX.
    88  DebitAuthFileOk     VALUE "00".
01  ScheduleFileStatus      PIC XX.
    88  ScheduleFileOk      VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  DebitLogStatus          PIC XX.
    88  DebitLogOk          VALUE "00".
01  BankDebitStatus         PIC XX.
    88  BankDebitOk         VALUE "00".
01  StagingFileStatus       PIC XX.
    88  StagingFileOk       VALUE "00".
01  BankRejectStatus        PIC XX.
    88  BankRejectOk        VALUE "00".
01  ReturnTxnStatus         PIC XX.
    88  ReturnTxnOk         VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  RunModeSwitch           PIC X VALUE "S".
    88  SelectRun           VALUE "S".
    88  SettleRun           VALUE "C".
    88  ReturnsRun          VALUE "R".
01  LookAheadDays           PIC 9(2) VALUE 3.

01  CompanyId               PIC X(10) VALUE "CSISBURSAR".
01  RunDate                 PIC 9(8).
01  HorizonDate             PIC 9(8).
01  EffectiveDate           PIC 9(8).
01  BusinessDayDate         PIC 9(8).
01  BusinessDayCount        PIC S9(4).

*> The debit log, loaded whole and written back whole at the end of
*> every pass.
01  DebitCount              PIC 9(4) VALUE ZERO.
01  DebitIndex              PIC 9(4).
01  DebitFoundSwitch        PIC X.
    88  DebitFound          VALUE "Y".
01  LastTraceNumber         PIC 9(7) VALUE ZERO.
01  DebitTable.
    02  DebitEntry          OCCURS 3000 TIMES.
        03  DT-StudentId    PIC 9(7).
        03  DT-PaymentNbr   PIC 9(2).
        03  DT-DueDate      PIC 9(8).
        03  DT-TermCode     PIC X(6).
        03  DT-Amount       PIC 9(5)V99.
        03  DT-EffectiveDate PIC 9(8).
        03  DT-SentDate     PIC 9(8).
        03  DT-TraceNumber  PIC 9(7).
        03  DT-Status       PIC X.
            88  DT-Pending  VALUE "P".
            88  DT-Cleared  VALUE "C".
            88  DT-Returned VALUE "R".
        03  DT-StatusDate   PIC 9(8).
        03  DT-ReasonCode   PIC X(4).

01  ItemTermCode            PIC X(6).
01  OpenItemSwitch          PIC X.
    88  OpenItemFound       VALUE "Y".
01  EndOfStudentItemsSwitch PIC X.
    88  EndOfStudentItems   VALUE "Y".
01  SkipReason              PIC X(40).

01  EntryCount              PIC 9(6) VALUE ZERO.
01  EntryHash               PIC 9(10) VALUE ZERO.
01  RoutingHashPart         PIC 9(8).
01  TotalDebit              PIC 9(10)V99 VALUE ZERO.
01  SkippedCount            PIC 9(6) VALUE ZERO.
01  SettledCount            PIC 9(7) VALUE ZERO.
01  SettledAmount           PIC 9(9)V99 VALUE ZERO.
01  RejectedCount           PIC 9(6) VALUE ZERO.
01  ReturnedItemCount       PIC 9(6) VALUE ZERO.

*> The staging file's transmission trailer, as Gateway verifies it.
01  StagingLineCount        PIC 9(7) VALUE ZERO.
01  StagingHash             PIC 9(10) VALUE ZERO.
01  RecordLength            PIC 9(4).
01  FirstCharOrdinal        PIC 9(3).

01  BlankLine               PIC X(100) VALUE SPACES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  DebitHeadingLine        PIC X(100) VALUE
    "STUDENT  PMT  DUE DATE  TERM      AMOUNT    TRACE  DISPOSITION".

01  DebitDetailLine.
    02  DDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  DDL-PaymentNbr      PIC Z9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  DDL-DueDate         PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  DDL-TermCode        PIC X(6).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  DDL-TraceNumber     PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  DDL-Disposition     PIC X(48).

01  SelectSummaryLine.
    02  FILLER              PIC X(16) VALUE "Debits written: ".
    02  SSL-EntryCount      PIC ZZZZZ9.
    02  FILLER              PIC X(9)  VALUE "  total: ".
    02  SSL-TotalDebit      PIC ZZZZZZZZZ9.99.
    02  FILLER              PIC X(13) VALUE "  effective: ".
    02  SSL-EffectiveDate   PIC 9(8).
    02  FILLER              PIC X(11) VALUE "  skipped: ".
    02  SSL-SkippedCount    PIC ZZZZZ9.
    02  FILLER              PIC X(18) VALUE SPACES.

01  SettleSummaryLine.
    02  FILLER              PIC X(16) VALUE "Debits settled: ".
    02  STL-SettledCount    PIC ZZZZZZ9.
    02  FILLER              PIC X(9)  VALUE "  total: ".
    02  STL-SettledAmount   PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(56) VALUE
        "  staged on PAYMENTS.STG for Gateway".

01  ReturnsSummaryLine.
    02  FILLER              PIC X(17) VALUE "Debits rejected: ".
    02  RSL-RejectedCount   PIC ZZZZZ9.
    02  FILLER              PIC X(37) VALUE
        "  returned items sent to PayReturn: ".
    02  RSL-ReturnedItemCount PIC ZZZZZ9.
    02  FILLER              PIC X(34) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    PERFORM LoadDebitLog
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM DebitHeadingLine
    EVALUATE TRUE
       WHEN SettleRun
          PERFORM SettlePendingDebits
       WHEN ReturnsRun
          PERFORM ProcessBankRejects
       WHEN OTHER
          PERFORM SelectInstallments
    END-EVALUATE
    CLOSE ReportFile
    PERFORM RewriteDebitLog
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
             COMPUTE LookAheadDays = FUNCTION NUMVAL (ArgumentValue)
          WHEN "SETTLE"
             SET SettleRun TO TRUE
          WHEN "RETURNS"
             SET ReturnsRun TO TRUE
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadDebitLog.
    OPEN INPUT DebitLogFile
    IF NOT DebitLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ DebitLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF DL-StudentId NUMERIC AND DebitCount < 3000
                ADD 1 TO DebitCount
                MOVE DL-StudentId TO DT-StudentId (DebitCount)
                MOVE DL-PaymentNbr TO DT-PaymentNbr (DebitCount)
                MOVE DL-DueDate TO DT-DueDate (DebitCount)
                MOVE DL-TermCode TO DT-TermCode (DebitCount)
                MOVE DL-Amount TO DT-Amount (DebitCount)
                MOVE DL-EffectiveDate TO DT-EffectiveDate (DebitCount)
                MOVE DL-SentDate TO DT-SentDate (DebitCount)
                MOVE DL-TraceNumber TO DT-TraceNumber (DebitCount)
                MOVE DL-Status TO DT-Status (DebitCount)
                MOVE DL-StatusDate TO DT-StatusDate (DebitCount)
                MOVE DL-ReasonCode TO DT-ReasonCode (DebitCount)
                IF DL-TraceNumber > LastTraceNumber
                   MOVE DL-TraceNumber TO LastTraceNumber
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE DebitLogFile.

RewriteDebitLog.
    OPEN OUTPUT DebitLogFile
    PERFORM VARYING DebitIndex FROM 1 BY 1
       UNTIL DebitIndex > DebitCount
       MOVE SPACES TO DebitLogRecord
       MOVE DT-StudentId (DebitIndex) TO DL-StudentId
       MOVE DT-PaymentNbr (DebitIndex) TO DL-PaymentNbr
       MOVE DT-DueDate (DebitIndex) TO DL-DueDate
       MOVE DT-TermCode (DebitIndex) TO DL-TermCode
       MOVE DT-Amount (DebitIndex) TO DL-Amount
       MOVE DT-EffectiveDate (DebitIndex) TO DL-EffectiveDate
       MOVE DT-SentDate (DebitIndex) TO DL-SentDate
       MOVE DT-TraceNumber (DebitIndex) TO DL-TraceNumber
       MOVE DT-Status (DebitIndex) TO DL-Status
       MOVE DT-StatusDate (DebitIndex) TO DL-StatusDate
       MOVE DT-ReasonCode (DebitIndex) TO DL-ReasonCode
       WRITE DebitLogRecord
    END-PERFORM
    CLOSE DebitLogFile.

*> BusinessDayDate moved on BusinessDayCount business days through
*> Y2KBDAY, which keeps HOLIDAYS.DAT.
AddBusinessDays.
    SET Y2K-BDAY-ADD TO TRUE
    MOVE BusinessDayDate (5:2) TO Y2K-BDAYP-DATE (1:2)
    MOVE BusinessDayDate (7:2) TO Y2K-BDAYP-DATE (3:2)
    MOVE BusinessDayDate (1:4) TO Y2K-BDAYP-DATE (5:4)
    MOVE BusinessDayCount TO Y2K-BDAYP-INCREMENT
    CALL "Y2KBDAY" USING Y2K-BDAY-PARAMETERS
    IF Y2K-BDAYP-RETURN-CODE = 0
       MOVE Y2K-BDAYP-NEW-DATE (5:4) TO BusinessDayDate (1:4)
       MOVE Y2K-BDAYP-NEW-DATE (1:2) TO BusinessDayDate (5:2)
       MOVE Y2K-BDAYP-NEW-DATE (3:2) TO BusinessDayDate (7:2)
    END-IF.

*> ---- Selection pass ----
SelectInstallments.
    OPEN INPUT BankDebitFile
    IF BankDebitOk
       CLOSE BankDebitFile
       DISPLAY "DEBITOUT.DAT already exists - send or move the"
          " pending debit file before selecting again."
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT ScheduleFile
    IF NOT ScheduleFileOk
       DISPLAY "PAYPLAN.DAT not found - no installments to debit."
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT DebitAuthFile
    IF NOT DebitAuthFileOk
       DISPLAY "DEBITAUTH.DAT not found - no student has authorized"
          " a debit.  Run DebitMaint first."
       CLOSE ScheduleFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - installments cannot be"
          " matched to an open item.  Run TuitionBill first."
       CLOSE DebitAuthFile
       CLOSE ScheduleFile
       EXIT PARAGRAPH
    END-IF
    MOVE RunDate TO BusinessDayDate
    MOVE LookAheadDays TO BusinessDayCount
    PERFORM AddBusinessDays
    MOVE BusinessDayDate TO HorizonDate
    MOVE RunDate TO BusinessDayDate
    MOVE 1 TO BusinessDayCount
    PERFORM AddBusinessDays
    MOVE BusinessDayDate TO EffectiveDate
    OPEN OUTPUT BankDebitFile
    MOVE SPACES TO BankDebitRecord
    MOVE "5" TO DH-RecordType
    MOVE CompanyId TO DH-CompanyId
    MOVE EffectiveDate TO DH-EffectiveDate
    MOVE RunDate TO DH-CreatedDate
    WRITE BankDebitRecord
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ScheduleFile
          AT END SET EndOfFile TO TRUE
          NOT AT END PERFORM SelectOneInstallment
       END-READ
    END-PERFORM
    MOVE SPACES TO BankDebitRecord
    MOVE "8" TO DC-RecordType
    MOVE EntryCount TO DC-EntryCount
    MOVE EntryHash TO DC-EntryHash
    MOVE TotalDebit TO DC-TotalDebit
    WRITE BankDebitRecord
    CLOSE BankDebitFile
    CLOSE BillingFile
    CLOSE DebitAuthFile
    CLOSE ScheduleFile
    MOVE EntryCount TO SSL-EntryCount
    MOVE TotalDebit TO SSL-TotalDebit
    MOVE EffectiveDate TO SSL-EffectiveDate
    MOVE SkippedCount TO SSL-SkippedCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SelectSummaryLine
    DISPLAY SelectSummaryLine.

*> Only installments in the window for an active authorization are
*> considered; a quotation (StudentId zero) never is.
SelectOneInstallment.
    IF SCH-StudentId NOT NUMERIC OR SCH-StudentId = ZERO
       OR SCH-DueDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF SCH-DueDate < RunDate OR SCH-DueDate > HorizonDate
       EXIT PARAGRAPH
    END-IF
    MOVE SCH-StudentId TO DA-StudentId
    READ DebitAuthFile
       INVALID KEY EXIT PARAGRAPH
    END-READ
    IF NOT DA-Active
       EXIT PARAGRAPH
    END-IF
    PERFORM FindInstallmentOnLog
    IF DebitFound
       EXIT PARAGRAPH
    END-IF
    MOVE SCH-StudentId TO DDL-StudentId
    MOVE SCH-PaymentNbr TO DDL-PaymentNbr
    MOVE SCH-DueDate TO DDL-DueDate
    MOVE SCH-Payment TO DDL-Amount
    MOVE ZERO TO DDL-TraceNumber
    MOVE SPACES TO DDL-TermCode
    MOVE SPACES TO SkipReason
    PERFORM FindOldestOpenItem
    EVALUATE TRUE
       WHEN SCH-Payment > 99999.99
          MOVE "installment too large for one debit" TO SkipReason
       WHEN NOT OpenItemFound
          MOVE "no open item on BILLING.DAT" TO SkipReason
       WHEN DebitCount NOT < 3000
          MOVE "debit log is full" TO SkipReason
    END-EVALUATE
    IF SkipReason NOT = SPACES
       ADD 1 TO SkippedCount
       MOVE SPACES TO DDL-Disposition
       STRING "NOT SENT - " DELIMITED BY SIZE
              SkipReason DELIMITED BY SIZE
          INTO DDL-Disposition
       WRITE ReportLine FROM DebitDetailLine
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO LastTraceNumber
    MOVE SPACES TO BankDebitRecord
    MOVE "6" TO DE-RecordType
    MOVE DA-RoutingNumber TO DE-RoutingNumber
    MOVE DA-AccountNumber TO DE-AccountNumber
    MOVE SCH-Payment TO DE-Amount
    MOVE SCH-StudentId TO DE-IndividualId
    MOVE LastTraceNumber TO DE-TraceNumber
    WRITE BankDebitRecord
    ADD 1 TO EntryCount
    ADD SCH-Payment TO TotalDebit
    MOVE DA-RoutingNumber (1:8) TO RoutingHashPart
    COMPUTE EntryHash = FUNCTION MOD (EntryHash
       + RoutingHashPart, 10000000000)
    ADD 1 TO DebitCount
    MOVE SCH-StudentId TO DT-StudentId (DebitCount)
    MOVE SCH-PaymentNbr TO DT-PaymentNbr (DebitCount)
    MOVE SCH-DueDate TO DT-DueDate (DebitCount)
    MOVE ItemTermCode TO DT-TermCode (DebitCount)
    MOVE SCH-Payment TO DT-Amount (DebitCount)
    MOVE EffectiveDate TO DT-EffectiveDate (DebitCount)
    MOVE RunDate TO DT-SentDate (DebitCount)
    MOVE LastTraceNumber TO DT-TraceNumber (DebitCount)
    MOVE "P" TO DT-Status (DebitCount)
    MOVE RunDate TO DT-StatusDate (DebitCount)
    MOVE SPACES TO DT-ReasonCode (DebitCount)
    MOVE ItemTermCode TO DDL-TermCode
    MOVE LastTraceNumber TO DDL-TraceNumber
    MOVE "SENT - pending" TO DDL-Disposition
    WRITE ReportLine FROM DebitDetailLine.

*> An installment already on the log - in any status - is never sent
*> again; a rejected one is the student's to pay at the counter.
FindInstallmentOnLog.
    MOVE "N" TO DebitFoundSwitch
    PERFORM VARYING DebitIndex FROM 1 BY 1
       UNTIL DebitIndex > DebitCount OR DebitFound
       IF DT-StudentId (DebitIndex) = SCH-StudentId
          AND DT-PaymentNbr (DebitIndex) = SCH-PaymentNbr
          AND DT-DueDate (DebitIndex) = SCH-DueDate
          SET DebitFound TO TRUE
       END-IF
    END-PERFORM.

*> The first of the student's items in key order with a balance
*> still due.
FindOldestOpenItem.
    MOVE "N" TO OpenItemSwitch EndOfStudentItemsSwitch
    MOVE SCH-StudentId TO BL-StudentId
    MOVE LOW-VALUES TO BL-TermCode
    START BillingFile KEY IS NOT LESS THAN BL-BillKey
       INVALID KEY EXIT PARAGRAPH
    END-START
    PERFORM UNTIL EndOfStudentItems OR OpenItemFound
       READ BillingFile NEXT RECORD
          AT END SET EndOfStudentItems TO TRUE
          NOT AT END
             IF BL-StudentId NOT = SCH-StudentId
                SET EndOfStudentItems TO TRUE
             ELSE
                IF BL-BalanceDue > ZERO
                   MOVE BL-TermCode TO ItemTermCode
                   SET OpenItemFound TO TRUE
                END-IF
             END-IF
       END-READ
    END-PERFORM.

*> ---- Settlement pass ----
SettlePendingDebits.
    OPEN INPUT StagingFile
    IF StagingFileOk
       CLOSE StagingFile
       DISPLAY "PAYMENTS.STG already exists - receive or move the"
          " pending file before settling."
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING DebitIndex FROM 1 BY 1
       UNTIL DebitIndex > DebitCount
       IF DT-Pending (DebitIndex)
          AND DT-EffectiveDate (DebitIndex) NOT > RunDate
          ADD 1 TO SettledCount
       END-IF
    END-PERFORM
    IF SettledCount = ZERO
       DISPLAY "No pending debit has reached its effective date."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO SettledCount
    OPEN OUTPUT StagingFile
    MOVE SPACES TO StagingRecord
    MOVE "HEADER" TO StagingRecord (1:6)
    PERFORM WriteStagingRecord
    PERFORM VARYING DebitIndex FROM 1 BY 1
       UNTIL DebitIndex > DebitCount
       IF DT-Pending (DebitIndex)
          AND DT-EffectiveDate (DebitIndex) NOT > RunDate
          PERFORM SettleOneDebit
       END-IF
    END-PERFORM
    MOVE SPACES TO StagingRecord
    MOVE "TRAILER" TO PTW-Marker
    MOVE SettledCount TO PTW-Count
    MOVE SettledAmount TO PTW-Amount
    PERFORM WriteStagingRecord
    MOVE SPACES TO StagingRecord
    MOVE "XMITTRLR" TO XT-Marker
    MOVE StagingLineCount TO XT-Count
    MOVE StagingHash TO XT-Hash
    WRITE StagingRecord
    CLOSE StagingFile
    MOVE SettledCount TO STL-SettledCount
    MOVE SettledAmount TO STL-SettledAmount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SettleSummaryLine
    DISPLAY SettleSummaryLine.

SettleOneDebit.
    MOVE SPACES TO StagingRecord
    MOVE DT-StudentId (DebitIndex) TO PT-StudentId
    MOVE DT-TermCode (DebitIndex) TO PT-TermCode
    MOVE DT-EffectiveDate (DebitIndex) TO PT-PaymentDate
    MOVE DT-Amount (DebitIndex) TO PT-Amount
    MOVE "DEBIT " TO PT-DebitLiteral
    MOVE DT-TraceNumber (DebitIndex) TO PT-TraceNumber
    PERFORM WriteStagingRecord
    MOVE "C" TO DT-Status (DebitIndex)
    MOVE RunDate TO DT-StatusDate (DebitIndex)
    ADD 1 TO SettledCount
    ADD DT-Amount (DebitIndex) TO SettledAmount
    PERFORM MoveDebitToDetailLine
    MOVE "SETTLED - staged as a payment" TO DDL-Disposition
    WRITE ReportLine FROM DebitDetailLine.

*> Every line the staging file carries is counted and hashed for
*> the transmission trailer the way Gateway re-computes it.
WriteStagingRecord.
    WRITE StagingRecord
    ADD 1 TO StagingLineCount
    MOVE ZERO TO RecordLength
    INSPECT FUNCTION TRIM (StagingRecord)
       TALLYING RecordLength FOR CHARACTERS
    MOVE FUNCTION ORD (StagingRecord (1:1)) TO FirstCharOrdinal
    COMPUTE StagingHash =
       FUNCTION MOD (StagingHash + RecordLength
                     + FirstCharOrdinal, 10000000000).

MoveDebitToDetailLine.
    MOVE DT-StudentId (DebitIndex) TO DDL-StudentId
    MOVE DT-PaymentNbr (DebitIndex) TO DDL-PaymentNbr
    MOVE DT-DueDate (DebitIndex) TO DDL-DueDate
    MOVE DT-TermCode (DebitIndex) TO DDL-TermCode
    MOVE DT-Amount (DebitIndex) TO DDL-Amount
    MOVE DT-TraceNumber (DebitIndex) TO DDL-TraceNumber.

*> ---- Bank returns pass ----
ProcessBankRejects.
    OPEN INPUT BankRejectFile
    IF NOT BankRejectOk
       DISPLAY "DEBITRJ.DAT not found - no debits returned."
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ReturnTxnFile
    IF NOT ReturnTxnOk
       OPEN OUTPUT ReturnTxnFile
       CLOSE ReturnTxnFile
       OPEN EXTEND ReturnTxnFile
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BankRejectFile
          AT END SET EndOfFile TO TRUE
          NOT AT END PERFORM ProcessOneReject
       END-READ
    END-PERFORM
    CLOSE ReturnTxnFile
    CLOSE BankRejectFile
    MOVE RejectedCount TO RSL-RejectedCount
    MOVE ReturnedItemCount TO RSL-ReturnedItemCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReturnsSummaryLine
    DISPLAY ReturnsSummaryLine
    IF ReturnedItemCount > ZERO
       DISPLAY "Run PayReturn to reverse the settled debits on"
          " RETURNS.TXN."
    END-IF.

ProcessOneReject.
    MOVE "N" TO DebitFoundSwitch
    IF BR-TraceNumber NUMERIC
       PERFORM VARYING DebitIndex FROM 1 BY 1
          UNTIL DebitIndex > DebitCount OR DebitFound
          IF DT-TraceNumber (DebitIndex) = BR-TraceNumber
             SET DebitFound TO TRUE
          END-IF
       END-PERFORM
    END-IF
    IF NOT DebitFound
       MOVE ZERO TO DDL-StudentId DDL-PaymentNbr DDL-DueDate DDL-Amount
       MOVE SPACES TO DDL-TermCode
       IF BR-TraceNumber NUMERIC
          MOVE BR-TraceNumber TO DDL-TraceNumber
       ELSE
          MOVE ZERO TO DDL-TraceNumber
       END-IF
       MOVE "UNMATCHED - no debit with that trace number"
         TO DDL-Disposition
       WRITE ReportLine FROM DebitDetailLine
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM DebitIndex
    PERFORM MoveDebitToDetailLine
    EVALUATE TRUE
       WHEN DT-Returned (DebitIndex)
          MOVE "ALREADY RETURNED - ignored" TO DDL-Disposition
       WHEN DT-Pending (DebitIndex)
          ADD 1 TO RejectedCount
          PERFORM MarkDebitReturned
          MOVE SPACES TO DDL-Disposition
          STRING "REJECTED " DELIMITED BY SIZE
                 BR-ReasonCode DELIMITED BY SIZE
                 " - not settled, installment due" DELIMITED BY SIZE
             INTO DDL-Disposition
       WHEN OTHER
          ADD 1 TO RejectedCount
          ADD 1 TO ReturnedItemCount
          PERFORM MarkDebitReturned
          MOVE SPACES TO ReturnTxnRecord
          MOVE DT-StudentId (DebitIndex) TO RX-StudentId
          MOVE DT-TermCode (DebitIndex) TO RX-TermCode
          MOVE DT-EffectiveDate (DebitIndex) TO RX-PaymentDate
          MOVE DT-Amount (DebitIndex) TO RX-Amount
          IF BR-ReturnDate NUMERIC
             MOVE BR-ReturnDate TO RX-ReturnDate
          ELSE
             MOVE RunDate TO RX-ReturnDate
          END-IF
          MOVE BR-ReasonCode TO RX-ReasonCode
          WRITE ReturnTxnRecord
          MOVE SPACES TO DDL-Disposition
          STRING "RETURNED ITEM " DELIMITED BY SIZE
                 BR-ReasonCode DELIMITED BY SIZE
                 " - sent to PayReturn" DELIMITED BY SIZE
             INTO DDL-Disposition
    END-EVALUATE
    WRITE ReportLine FROM DebitDetailLine.

MarkDebitReturned.
    MOVE "R" TO DT-Status (DebitIndex)
    MOVE RunDate TO DT-StatusDate (DebitIndex)
    MOVE BR-ReasonCode TO DT-ReasonCode (DebitIndex).
