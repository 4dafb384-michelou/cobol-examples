IDENTIFICATION DIVISION.
PROGRAM-ID.  PayReturn.
AUTHOR.  Michael Coughlan.
*> Returned payment (NSF) processing - the bounced check the bank
*> sends back weeks after PayApply took it off the balance, which
*> used to mean hand-editing BILLING.DAT.  RETURNS.TXN is LINE
*> SEQUENTIAL, one returned item per line, the payment as it was on
*> PAYMENTS.DAT followed by what the bank says:
*>
*>    cols 1-7   StudentId
*>    cols 8-13  TermCode the payment was applied to
*>    cols 14-21 original payment date YYYYMMDD
*>    cols 22-28 amount, 9(5)V99
*>    cols 29-36 date the bank returned it YYYYMMDD
*>    cols 37-40 bank reason (NSF, CLSD, STOP ...; blank is NSF)
*>
*> Each return must match a payment on PAYMENTS.DAT exactly and must
*> not already be on the returns log; then, through the normal file
*> interface:
*>
*>    - the amount comes back off AmountPaid on the items PayApply
*>      applied it to - the tuition item and any of the term's
*>      miscellaneous charges, as logged on PAYALLOC.DAT - and each
*>      balance goes back up by what the payment took off it;
*>    - the returned-item fee (FEE=, default 25.00) rides on the
*>      term's tuition item the way a housing charge does - added to
*>      the original amount and the balance - or, for a term with
*>      only charges, on the last charge the payment paid;
*>    - a hold with code NSF is placed on HOLDS.DAT and logged on
*>      HOLDLOG.DAT, unless the student is already held;
*>    - the reversing entries go straight to GLTRANS.DAT, source
*>      NSFR, as Refund's do:
*>         returned payment  DR tuition receivable / CR cash
*>         returned fee      DR tuition receivable / CR returned
*>                           item fees (4400)
*>    - the return is logged on RETURNS.DAT (the payment, the bank
*>      date and reason, the original receipt number, the fee, the
*>      date processed and, when the fee went on a charge, its charge
*>      number).
*>
*> A payment applied before PAYALLOC.DAT was kept has no allocation
*> lines; it is taken back off the tuition item alone.
*>
*> The returned-items register RETURNS.RPT shows each reversal with
*> the original receipt number - carried on the payment itself as
*> its "RECEIPT nnnnn" reference, or for a payment older than that,
*> found on the Cashier's RECEIPTS.RPT by date, student, term and
*> amount (a payment that did not come through the counter shows
*> none).  A student with two returns
*> within a year of each other is flagged CASH ONLY; the Cashier
*> reads RETURNS.DAT and will take nothing but cash from them.
*>
*> The run takes the BILLING.LOCK single-writer guard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReturnTxnFile ASSIGN TO "RETURNS.TXN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnTxnStatus.
    SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentFileStatus.
    SELECT ReceiptFile ASSIGN TO "RECEIPTS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReceiptFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT PaymentAllocationFile ASSIGN TO "PAYALLOC.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentAllocationStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReturnLogFile ASSIGN TO "RETURNS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnLogStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT HoldLogFile ASSIGN TO "HOLDLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldLogFileStatus.
    SELECT GLTransFile ASSIGN TO "GLTRANS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GLTransFileStatus.
    SELECT ReportFile ASSIGN TO "RETURNS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReturnTxnFile.
01 ReturnTxnRecord.
   02  RX-StudentId    PIC 9(7).
   02  RX-TermCode     PIC X(6).
   02  RX-PaymentDate  PIC 9(8).
   02  RX-Amount       PIC 9(5)V99.
   02  RX-ReturnDate   PIC 9(8).
   02  RX-ReasonCode   PIC X(4).

FD PaymentFile.
01 PaymentRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

*> The Cashier's receipt line.
FD ReceiptFile.
01 ReceiptLine.
   02  RL-Literal      PIC X(8).
   02  RL-ReceiptNumber PIC X(5).
   02  FILLER          PIC X.
   02  RL-Date         PIC X(8).
   02  FILLER          PIC X.
   02  RL-StudentId    PIC X(7).
   02  FILLER          PIC X.
   02  RL-Surname      PIC X(20).
   02  FILLER          PIC X(6).
   02  RL-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  RL-Amount       PIC X(8).
   02  FILLER          PIC X(8).

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

FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey.
       03  MC-StudentId     PIC 9(7).
       03  MC-TermCode      PIC X(6).
       03  MC-ChargeNbr     PIC 9(3).
   02  MC-ChargeCode        PIC X(4).
   02  MC-ChargeDate        PIC 9(8).
   02  MC-RevenueAccount    PIC 9(4).
   02  MC-Reference         PIC X(20).
   02  MC-OriginalAmount    PIC 9(5)V99.
   02  MC-AmountPaid        PIC 9(5)V99.
   02  MC-BalanceDue        PIC 9(5)V99.

*> PayApply's log of the items each payment was applied to.
FD PaymentAllocationFile.
01 PaymentAllocationRecord.
   02  PA-PaymentImage.
       03  PA-StudentId     PIC 9(7).
       03  PA-TermCode      PIC X(6).
       03  PA-PaymentDate   PIC 9(8).
       03  PA-Amount        PIC 9(5)V99.
   02  FILLER               PIC X.
   02  PA-BankReference     PIC X(16).
   02  FILLER               PIC X.
   02  PA-RunNumber         PIC 9(7).
   02  FILLER               PIC X.
   02  PA-ChargeNbr         PIC X(3).
   02  FILLER               PIC X.
   02  PA-Applied           PIC 9(5)V99.
   02  FILLER               PIC X.
   02  PA-BalanceReduced    PIC 9(5)V99.

FD LockFile.
01 LockRecord           PIC X(40).

*> One line per payment returned.
FD ReturnLogFile.
01 ReturnLogRecord.
   02  RT-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  RT-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  RT-PaymentDate  PIC 9(8).
   02  FILLER          PIC X.
   02  RT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  RT-ReturnDate   PIC 9(8).
   02  FILLER          PIC X.
   02  RT-ReasonCode   PIC X(4).
   02  FILLER          PIC X.
   02  RT-ReceiptNumber PIC X(5).
   02  FILLER          PIC X.
   02  RT-FeeAmount    PIC 9(3)V99.
   02  FILLER          PIC X.
   02  RT-ProcessedDate PIC 9(8).
   02  FILLER          PIC X.
   02  RT-ChargeNbr    PIC X(3).

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD HoldLogFile.
01 HoldLogRecord.
   02  HL-LogDate      PIC 9(8).
   02  FILLER          PIC X.
   02  HL-Action       PIC X(8).
   02  FILLER          PIC X.
   02  HL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HL-HoldCode     PIC X(4).

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

FD ReportFile.
01 ReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01  ReturnTxnStatus         PIC XX.
    88  ReturnTxnOk         VALUE "00".
01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".
01  ReceiptFileStatus       PIC XX.
    88  ReceiptFileOk       VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscChargesAvailableSwitch PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".
01  EndOfChargesSwitch      PIC X.
    88  EndOfCharges        VALUE "Y".
01  PaymentAllocationStatus PIC XX.
    88  PaymentAllocationOk VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  ReturnLogStatus         PIC XX.
    88  ReturnLogOk         VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  HoldLogFileStatus       PIC XX.
    88  HoldLogFileOk       VALUE "00".
01  GLTransFileStatus       PIC XX.
    88  GLTransFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfTxnSwitch          PIC X VALUE "N".
    88  EndOfTxns           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  ReturnedItemFee         PIC 9(3)V99 VALUE 25.00.

01  RunDate                 PIC 9(8).
01  ReasonCode              PIC X(4).
01  ReceiptNumber           PIC X(5).
01  ReceiptAmount           PIC 9(5)V99.
01  RefusalReason           PIC X(40).

01  ReceivableAccount       PIC 9(4) VALUE 1200.
01  CashAccount             PIC 9(4) VALUE 1000.
01  ReturnedFeeAccount      PIC 9(4) VALUE 4400.
01  EntryDebitAccount       PIC 9(4).
01  EntryCreditAccount      PIC 9(4).
01  EntryAmount             PIC 9(7)V99.

*> The payments on PAYMENTS.DAT, to find the one returned.
01  PaymentCount            PIC 9(4) VALUE ZERO.
01  PaymentIndex            PIC 9(4).
01  PaymentFoundSwitch      PIC X.
    88  PaymentFound        VALUE "Y".
01  PaymentTable.
    02  PaymentEntry        OCCURS 2000 TIMES.
        03  PY-StudentId    PIC 9(7).
        03  PY-TermCode     PIC X(6).
        03  PY-PaymentDate  PIC 9(8).
        03  PY-Amount       PIC 9(5)V99.
        03  PY-Reference    PIC X(16).
01  PaymentReference        PIC X(16).
    88  NoPaymentReference  VALUE SPACES.
01  PaymentReceiptView REDEFINES PaymentReference.
    02  PRV-Literal         PIC X(8).
    02  PRV-ReceiptNumber   PIC X(5).
    02  FILLER              PIC X(3).

*> The items the returned payment was applied to: the lines of the
*> first PayApply run PAYALLOC.DAT shows applying it, or for a
*> payment older than that log, the whole amount on the tuition item.
01  AllocationCount         PIC 9(3).
01  AllocationIndex         PIC 9(3).
01  AllocationRunNumber     PIC 9(7).
01  AllocationTable.
    02  AllocationEntry     OCCURS 101 TIMES.
        03  AT-ChargeNbr    PIC X(3).
        03  AT-Applied      PIC 9(5)V99.
        03  AT-BalanceReduced PIC 9(5)V99.
01  TuitionItemSwitch       PIC X.
    88  TuitionItemFound    VALUE "Y".
01  ItemRewriteSwitch       PIC X.
    88  ItemRewriteFailed   VALUE "Y".
01  ChargeFoundSwitch       PIC X.
    88  ChargeFound         VALUE "Y".
01  FeeChargeNbr            PIC X(3).
01  TermBalanceDue          PIC 9(7)V99.

*> Every return already logged, this run's included.
01  ReturnCount             PIC 9(4) VALUE ZERO.
01  ReturnIndex             PIC 9(4).
01  AlreadyReturnedSwitch   PIC X.
    88  AlreadyReturned     VALUE "Y".
01  ReturnTable.
    02  ReturnEntry         OCCURS 1000 TIMES.
        03  RE-StudentId    PIC 9(7).
        03  RE-TermCode     PIC X(6).
        03  RE-PaymentDate  PIC 9(8).
        03  RE-Amount       PIC 9(5)V99.
        03  RE-ReturnDate   PIC 9(8).
01  ReturnsInYear           PIC 9(3).
01  DaysApart               PIC S9(7).

*> Students already held, and holds placed this run.
01  HeldCount               PIC 9(4) VALUE ZERO.
01  HeldIndex               PIC 9(4).
01  HeldTable.
    02  HeldStudentId       PIC 9(7) OCCURS 1000 TIMES.
01  StudentHeldSwitch       PIC X.
    88  StudentAlreadyHeld  VALUE "Y".
01  NewHoldCount            PIC 9(4) VALUE ZERO.

01  ReturnedCount           PIC 9(5) VALUE ZERO.
01  RefusedCount            PIC 9(5) VALUE ZERO.
01  CashOnlyCount           PIC 9(5) VALUE ZERO.
01  TotalReturned           PIC 9(9)V99 VALUE ZERO.
01  TotalFees               PIC 9(7)V99 VALUE ZERO.

01  BlankLine               PIC X(100) VALUE SPACES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  ReturnHeadingLine       PIC X(100) VALUE
    "STUDENT  TERM    PAID ON   RECEIPT     AMOUNT  RETURNED  RSN     FEE   BALANCE  NOTE".

01  ReturnDetailLine.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-PaymentDate     PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-ReceiptNumber   PIC X(5).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Amount          PIC ZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-ReturnDate      PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-ReasonCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Fee             PIC ZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Balance         PIC ZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Note            PIC X(30).

01  ReturnSummaryLine.
    02  FILLER              PIC X(18) VALUE "Payments returned ".
    02  RSL-ReturnedCount   PIC ZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RSL-TotalReturned   PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(8)  VALUE "  fees: ".
    02  RSL-TotalFees       PIC ZZZZZZ9.99.
    02  FILLER              PIC X(11) VALUE "  refused: ".
    02  RSL-RefusedCount    PIC ZZZZ9.
    02  FILLER              PIC X(13) VALUE "  cash only: ".
    02  RSL-CashOnlyCount   PIC ZZZZ9.
    02  FILLER              PIC X(13) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    OPEN INPUT ReturnTxnFile
    IF NOT ReturnTxnOk
       DISPLAY "RETURNS.TXN not found - no returned payments."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - nothing to reverse."
       CLOSE ReturnTxnFile
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O MiscChargeFile
    IF MiscChargeOk
       SET MiscChargesAvailable TO TRUE
    END-IF
    PERFORM LoadPaymentTable
    PERFORM LoadReturnTable
    PERFORM LoadHeldStudents
    OPEN EXTEND ReturnLogFile
    IF NOT ReturnLogOk
       OPEN OUTPUT ReturnLogFile
       CLOSE ReturnLogFile
       OPEN EXTEND ReturnLogFile
    END-IF
    OPEN EXTEND GLTransFile
    IF NOT GLTransFileOk
       OPEN OUTPUT GLTransFile
       CLOSE GLTransFile
       OPEN EXTEND GLTransFile
    END-IF
    OPEN EXTEND HoldFile
    IF NOT HoldFileOk
       OPEN OUTPUT HoldFile
       CLOSE HoldFile
       OPEN EXTEND HoldFile
    END-IF
    OPEN EXTEND HoldLogFile
    IF NOT HoldLogFileOk
       OPEN OUTPUT HoldLogFile
       CLOSE HoldLogFile
       OPEN EXTEND HoldLogFile
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM ReturnHeadingLine
    PERFORM ReadOneReturnTxn
    PERFORM UNTIL EndOfTxns
       PERFORM ReverseOnePayment
       PERFORM ReadOneReturnTxn
    END-PERFORM
    MOVE ReturnedCount TO RSL-ReturnedCount
    MOVE TotalReturned TO RSL-TotalReturned
    MOVE TotalFees TO RSL-TotalFees
    MOVE RefusedCount TO RSL-RefusedCount
    MOVE CashOnlyCount TO RSL-CashOnlyCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReturnSummaryLine
    DISPLAY ReturnSummaryLine
    IF NewHoldCount > ZERO
       DISPLAY NewHoldCount " NSF hold(s) placed on HOLDS.DAT."
    END-IF
    CLOSE ReportFile
    CLOSE HoldLogFile
    CLOSE HoldFile
    CLOSE GLTransFile
    CLOSE ReturnLogFile
    CLOSE BillingFile
    IF MiscChargesAvailable
       CLOSE MiscChargeFile
    END-IF
    CLOSE ReturnTxnFile
    PERFORM ReleaseLock
    STOP RUN.

*> The single-writer guard on BILLING.DAT, shared with every other
*> program that updates it.
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
       MOVE "LOCKED BY PAYRETURN" TO LockRecord (1:26)
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
          WHEN "FEE"
             COMPUTE ReturnedItemFee = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadPaymentTable.
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
       DISPLAY "PAYMENTS.DAT not found - no payment can be matched."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ PaymentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF PT-StudentId NUMERIC AND PT-Amount NUMERIC
                AND PaymentCount < 2000
                ADD 1 TO PaymentCount
                MOVE PT-StudentId TO PY-StudentId (PaymentCount)
                MOVE PT-TermCode TO PY-TermCode (PaymentCount)
                MOVE PT-PaymentDate TO PY-PaymentDate (PaymentCount)
                MOVE PT-Amount TO PY-Amount (PaymentCount)
                MOVE PT-Reference TO PY-Reference (PaymentCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE PaymentFile.

LoadReturnTable.
    OPEN INPUT ReturnLogFile
    IF NOT ReturnLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ReturnLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF RT-StudentId NUMERIC AND ReturnCount < 1000
                ADD 1 TO ReturnCount
                MOVE RT-StudentId TO RE-StudentId (ReturnCount)
                MOVE RT-TermCode TO RE-TermCode (ReturnCount)
                MOVE RT-PaymentDate TO RE-PaymentDate (ReturnCount)
                MOVE RT-Amount TO RE-Amount (ReturnCount)
                MOVE RT-ReturnDate TO RE-ReturnDate (ReturnCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ReturnLogFile.

LoadHeldStudents.
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ HoldFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF HD-StudentId NUMERIC AND HeldCount < 1000
                ADD 1 TO HeldCount
                MOVE HD-StudentId TO HeldStudentId (HeldCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE HoldFile.

ReadOneReturnTxn.
    READ ReturnTxnFile
       AT END SET EndOfTxns TO TRUE
    END-READ.

ReverseOnePayment.
    MOVE SPACES TO RDL-Note ReceiptNumber
    MOVE ZERO TO RDL-Fee RDL-Balance
    MOVE RX-TermCode TO RDL-TermCode
    MOVE RX-ReasonCode TO ReasonCode
    IF ReasonCode = SPACES
       MOVE "NSF" TO ReasonCode
    END-IF
    MOVE ReasonCode TO RDL-ReasonCode
    IF RX-StudentId NOT NUMERIC OR RX-PaymentDate NOT NUMERIC
       OR RX-Amount NOT NUMERIC OR RX-ReturnDate NOT NUMERIC
       MOVE ZERO TO RDL-StudentId RDL-PaymentDate RDL-Amount
                    RDL-ReturnDate
       MOVE "unreadable return line" TO RefusalReason
       PERFORM RefuseOneReturn
       EXIT PARAGRAPH
    END-IF
    MOVE RX-StudentId TO RDL-StudentId
    MOVE RX-PaymentDate TO RDL-PaymentDate
    MOVE RX-Amount TO RDL-Amount
    MOVE RX-ReturnDate TO RDL-ReturnDate
    PERFORM CheckAlreadyReturned
    IF AlreadyReturned
       MOVE "payment already returned" TO RefusalReason
       PERFORM RefuseOneReturn
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOriginalPayment
    IF NOT PaymentFound
       MOVE "no such payment on PAYMENTS.DAT" TO RefusalReason
       PERFORM RefuseOneReturn
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RefusalReason
    PERFORM FindPaymentAllocation
    IF RefusalReason = SPACES
       PERFORM CheckAllocationReversible
    END-IF
    IF RefusalReason NOT = SPACES
       PERFORM RefuseOneReturn
       EXIT PARAGRAPH
    END-IF
    PERFORM ReverseAllocatedItems
    IF ItemRewriteFailed
       DISPLAY "Error reversing payment for " RX-StudentId
          " - reconcile the term's items."
       MOVE "item rewrite failed" TO RefusalReason
       PERFORM RefuseOneReturn
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN PRV-Literal = "RECEIPT "
          MOVE PRV-ReceiptNumber TO ReceiptNumber
       WHEN NoPaymentReference
          PERFORM FindReceiptNumber
       WHEN OTHER
          MOVE SPACES TO ReceiptNumber
    END-EVALUATE
    PERFORM PostReversalEntries
    PERFORM PlaceReturnHold
    PERFORM LogOneReturn
    ADD 1 TO ReturnedCount
    ADD RX-Amount TO TotalReturned
    ADD ReturnedItemFee TO TotalFees
    MOVE ReceiptNumber TO RDL-ReceiptNumber
    MOVE ReturnedItemFee TO RDL-Fee
    PERFORM TotalTermBalance
    MOVE TermBalanceDue TO RDL-Balance
    PERFORM CountReturnsInYear
    IF ReturnsInYear > 1
       ADD 1 TO CashOnlyCount
       MOVE "CASH ONLY - 2nd return in year" TO RDL-Note
    ELSE
       IF StudentAlreadyHeld
          MOVE "already held - no NSF hold" TO RDL-Note
       ELSE
          MOVE "NSF hold placed" TO RDL-Note
       END-IF
    END-IF
    WRITE ReportLine FROM ReturnDetailLine.

RefuseOneReturn.
    ADD 1 TO RefusedCount
    MOVE SPACES TO RDL-ReceiptNumber
    MOVE RefusalReason TO RDL-Note
    WRITE ReportLine FROM ReturnDetailLine.

CheckAlreadyReturned.
    MOVE "N" TO AlreadyReturnedSwitch
    PERFORM VARYING ReturnIndex FROM 1 BY 1
       UNTIL ReturnIndex > ReturnCount OR AlreadyReturned
       IF RE-StudentId (ReturnIndex) = RX-StudentId
          AND RE-TermCode (ReturnIndex) = RX-TermCode
          AND RE-PaymentDate (ReturnIndex) = RX-PaymentDate
          AND RE-Amount (ReturnIndex) = RX-Amount
          SET AlreadyReturned TO TRUE
       END-IF
    END-PERFORM.

FindOriginalPayment.
    MOVE "N" TO PaymentFoundSwitch
    MOVE SPACES TO PaymentReference
    PERFORM VARYING PaymentIndex FROM 1 BY 1
       UNTIL PaymentIndex > PaymentCount OR PaymentFound
       IF PY-StudentId (PaymentIndex) = RX-StudentId
          AND PY-TermCode (PaymentIndex) = RX-TermCode
          AND PY-PaymentDate (PaymentIndex) = RX-PaymentDate
          AND PY-Amount (PaymentIndex) = RX-Amount
          SET PaymentFound TO TRUE
          MOVE PY-Reference (PaymentIndex) TO PaymentReference
       END-IF
    END-PERFORM.

*> Loads AllocationTable for the payment being returned, matched on
*> its image and reference.  With no lines on file the payment went
*> wholly to the tuition item, which must exist.
FindPaymentAllocation.
    MOVE ZERO TO AllocationCount AllocationRunNumber
    OPEN INPUT PaymentAllocationFile
    IF PaymentAllocationOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ PaymentAllocationFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF PA-StudentId = RX-StudentId
                   AND PA-TermCode = RX-TermCode
                   AND PA-PaymentDate = RX-PaymentDate
                   AND PA-Amount = RX-Amount
                   AND PA-BankReference = PaymentReference
                   PERFORM KeepAllocationLine
                END-IF
          END-READ
       END-PERFORM
       CLOSE PaymentAllocationFile
    END-IF
    IF AllocationCount = ZERO
       MOVE RX-StudentId TO BL-StudentId
       MOVE RX-TermCode TO BL-TermCode
       READ BillingFile
          INVALID KEY
             MOVE "no open item on BILLING.DAT" TO RefusalReason
          NOT INVALID KEY
             MOVE 1 TO AllocationCount
             MOVE SPACES TO AT-ChargeNbr (1)
             MOVE RX-Amount TO AT-Applied (1) AT-BalanceReduced (1)
       END-READ
    END-IF.

*> A payment applied twice (a released duplicate) has a set of lines
*> per run; only the first run's are taken back.
KeepAllocationLine.
    IF AllocationRunNumber = ZERO
       MOVE PA-RunNumber TO AllocationRunNumber
    END-IF
    IF PA-RunNumber = AllocationRunNumber AND AllocationCount < 101
       ADD 1 TO AllocationCount
       MOVE PA-ChargeNbr TO AT-ChargeNbr (AllocationCount)
       MOVE PA-Applied TO AT-Applied (AllocationCount)
       MOVE PA-BalanceReduced TO AT-BalanceReduced (AllocationCount)
    END-IF.

*> Every item must still be on file and show at least its share paid
*> before any of them is touched.  Also decides where the fee goes:
*> the tuition item when the term has one, else the last charge paid.
CheckAllocationReversible.
    MOVE RX-StudentId TO BL-StudentId
    MOVE RX-TermCode TO BL-TermCode
    MOVE "N" TO TuitionItemSwitch
    READ BillingFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET TuitionItemFound TO TRUE
    END-READ
    IF TuitionItemFound
       MOVE SPACES TO FeeChargeNbr
    ELSE
       MOVE AT-ChargeNbr (AllocationCount) TO FeeChargeNbr
    END-IF
    PERFORM VARYING AllocationIndex FROM 1 BY 1
       UNTIL AllocationIndex > AllocationCount
          OR RefusalReason NOT = SPACES
       IF AT-ChargeNbr (AllocationIndex) = SPACES
          IF NOT TuitionItemFound
             MOVE "no open item on BILLING.DAT" TO RefusalReason
          ELSE
             IF BL-AmountPaid < AT-Applied (AllocationIndex)
                MOVE "item shows less paid than returned"
                  TO RefusalReason
             END-IF
          END-IF
       ELSE
          PERFORM ReadAllocatedCharge
          IF NOT ChargeFound
             MOVE "charge not on MISCCHG.DAT" TO RefusalReason
          ELSE
             IF MC-AmountPaid < AT-Applied (AllocationIndex)
                MOVE "charge shows less paid than returned"
                  TO RefusalReason
             END-IF
          END-IF
       END-IF
    END-PERFORM.

ReadAllocatedCharge.
    MOVE "N" TO ChargeFoundSwitch
    IF NOT MiscChargesAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE RX-StudentId TO MC-StudentId
    MOVE RX-TermCode TO MC-TermCode
    MOVE AT-ChargeNbr (AllocationIndex) TO MC-ChargeNbr
    READ MiscChargeFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET ChargeFound TO TRUE
    END-READ.

*> Takes each item's share back off AmountPaid and puts back on
*> BalanceDue what the payment took off it, adding the fee to the
*> item chosen for it.
ReverseAllocatedItems.
    MOVE "N" TO ItemRewriteSwitch
    PERFORM VARYING AllocationIndex FROM 1 BY 1
       UNTIL AllocationIndex > AllocationCount
       IF AT-ChargeNbr (AllocationIndex) = SPACES
          PERFORM ReverseTuitionShare
       ELSE
          PERFORM ReverseChargeShare
       END-IF
    END-PERFORM
    IF ReturnedItemFee > ZERO
       PERFORM AddReturnedItemFee
    END-IF.

ReverseTuitionShare.
    MOVE RX-StudentId TO BL-StudentId
    MOVE RX-TermCode TO BL-TermCode
    READ BillingFile
       INVALID KEY
          SET ItemRewriteFailed TO TRUE
       NOT INVALID KEY
          SUBTRACT AT-Applied (AllocationIndex) FROM BL-AmountPaid
          ADD AT-BalanceReduced (AllocationIndex) TO BL-BalanceDue
          REWRITE BillingRecord
          IF NOT BillingFileOk
             DISPLAY "Error " BillingFileStatus " reversing payment for "
                RX-StudentId "."
             SET ItemRewriteFailed TO TRUE
          END-IF
    END-READ.

ReverseChargeShare.
    PERFORM ReadAllocatedCharge
    IF NOT ChargeFound
       SET ItemRewriteFailed TO TRUE
       EXIT PARAGRAPH
    END-IF
    SUBTRACT AT-Applied (AllocationIndex) FROM MC-AmountPaid
    ADD AT-BalanceReduced (AllocationIndex) TO MC-BalanceDue
    REWRITE MiscChargeRecord
    IF NOT MiscChargeOk
       DISPLAY "Error " MiscChargeStatus " reversing payment on charge "
          RX-TermCode "/" MC-ChargeNbr " for " RX-StudentId "."
       SET ItemRewriteFailed TO TRUE
    END-IF.

*> A fee on a charge goes on the last one the payment paid.
AddReturnedItemFee.
    IF FeeChargeNbr = SPACES
       MOVE RX-StudentId TO BL-StudentId
       MOVE RX-TermCode TO BL-TermCode
       READ BillingFile
          INVALID KEY
             SET ItemRewriteFailed TO TRUE
          NOT INVALID KEY
             ADD ReturnedItemFee TO BL-OriginalAmount
             ADD ReturnedItemFee TO BL-BalanceDue
             REWRITE BillingRecord
             IF NOT BillingFileOk
                SET ItemRewriteFailed TO TRUE
             END-IF
       END-READ
    ELSE
       MOVE AllocationCount TO AllocationIndex
       PERFORM ReadAllocatedCharge
       IF NOT ChargeFound
          SET ItemRewriteFailed TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD ReturnedItemFee TO MC-OriginalAmount
       ADD ReturnedItemFee TO MC-BalanceDue
       REWRITE MiscChargeRecord
       IF NOT MiscChargeOk
          SET ItemRewriteFailed TO TRUE
       END-IF
    END-IF.

*> What the term now owes across its tuition item and charges.
TotalTermBalance.
    MOVE ZERO TO TermBalanceDue
    MOVE RX-StudentId TO BL-StudentId
    MOVE RX-TermCode TO BL-TermCode
    READ BillingFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          ADD BL-BalanceDue TO TermBalanceDue
    END-READ
    IF NOT MiscChargesAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE RX-StudentId TO MC-StudentId
    MOVE RX-TermCode TO MC-TermCode
    MOVE ZERO TO MC-ChargeNbr
    MOVE "N" TO EndOfChargesSwitch
    START MiscChargeFile KEY IS NOT LESS THAN MC-ChargeKey
       INVALID KEY
          SET EndOfCharges TO TRUE
    END-START
    PERFORM UNTIL EndOfCharges
       READ MiscChargeFile NEXT RECORD
          AT END SET EndOfCharges TO TRUE
          NOT AT END
             IF MC-StudentId NOT = RX-StudentId
                OR MC-TermCode NOT = RX-TermCode
                SET EndOfCharges TO TRUE
             ELSE
                ADD MC-BalanceDue TO TermBalanceDue
             END-IF
       END-READ
    END-PERFORM.

*> The Cashier's receipt for the payment, if it came through the
*> counter: same date, student, term and amount.
FindReceiptNumber.
    MOVE SPACES TO ReceiptNumber
    OPEN INPUT ReceiptFile
    IF NOT ReceiptFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ReceiptFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF RL-Literal = "Receipt "
                AND RL-Date = RX-PaymentDate
                AND RL-StudentId = RX-StudentId
                AND RL-TermCode = RX-TermCode
                COMPUTE ReceiptAmount = FUNCTION NUMVAL (RL-Amount)
                IF ReceiptAmount = RX-Amount
                   MOVE RL-ReceiptNumber TO ReceiptNumber
                   SET EndOfFile TO TRUE
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ReceiptFile.

PostReversalEntries.
    MOVE ReceivableAccount TO EntryDebitAccount
    MOVE CashAccount TO EntryCreditAccount
    MOVE RX-Amount TO EntryAmount
    PERFORM WriteJournalPair
    IF ReturnedItemFee > ZERO
       MOVE ReceivableAccount TO EntryDebitAccount
       MOVE ReturnedFeeAccount TO EntryCreditAccount
       MOVE ReturnedItemFee TO EntryAmount
       PERFORM WriteJournalPair
    END-IF.

WriteJournalPair.
    MOVE SPACES TO GLTransRecord
    MOVE RunDate TO GL-PostDate
    MOVE RunDate (1:6) TO GL-Period
    MOVE EntryDebitAccount TO GL-AccountNumber
    MOVE "D" TO GL-DebitCredit
    MOVE EntryAmount TO GL-Amount
    MOVE "NSFR" TO GL-SourceCode
    MOVE RX-StudentId TO GL-StudentId
    MOVE RX-TermCode TO GL-TermCode
    WRITE GLTransRecord
    MOVE EntryCreditAccount TO GL-AccountNumber
    MOVE "C" TO GL-DebitCredit
    WRITE GLTransRecord.

*> One hold per student on HOLDS.DAT; a student already held keeps
*> the hold they have.
PlaceReturnHold.
    MOVE "N" TO StudentHeldSwitch
    PERFORM VARYING HeldIndex FROM 1 BY 1
       UNTIL HeldIndex > HeldCount OR StudentAlreadyHeld
       IF HeldStudentId (HeldIndex) = RX-StudentId
          SET StudentAlreadyHeld TO TRUE
       END-IF
    END-PERFORM
    IF StudentAlreadyHeld
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO HoldRecord
    MOVE RX-StudentId TO HD-StudentId
    MOVE "NSF" TO HD-HoldCode
    MOVE RunDate TO HD-DatePlaced
    WRITE HoldRecord
    MOVE SPACES TO HoldLogRecord
    MOVE RunDate TO HL-LogDate
    MOVE "PLACED" TO HL-Action
    MOVE RX-StudentId TO HL-StudentId
    MOVE "NSF" TO HL-HoldCode
    WRITE HoldLogRecord
    ADD 1 TO NewHoldCount
    IF HeldCount < 1000
       ADD 1 TO HeldCount
       MOVE RX-StudentId TO HeldStudentId (HeldCount)
    END-IF.

LogOneReturn.
    MOVE SPACES TO ReturnLogRecord
    MOVE RX-StudentId TO RT-StudentId
    MOVE RX-TermCode TO RT-TermCode
    MOVE RX-PaymentDate TO RT-PaymentDate
    MOVE RX-Amount TO RT-Amount
    MOVE RX-ReturnDate TO RT-ReturnDate
    MOVE ReasonCode TO RT-ReasonCode
    MOVE ReceiptNumber TO RT-ReceiptNumber
    MOVE ReturnedItemFee TO RT-FeeAmount
    MOVE RunDate TO RT-ProcessedDate
    MOVE FeeChargeNbr TO RT-ChargeNbr
    WRITE ReturnLogRecord
    IF ReturnCount < 1000
       ADD 1 TO ReturnCount
       MOVE RX-StudentId TO RE-StudentId (ReturnCount)
       MOVE RX-TermCode TO RE-TermCode (ReturnCount)
       MOVE RX-PaymentDate TO RE-PaymentDate (ReturnCount)
       MOVE RX-Amount TO RE-Amount (ReturnCount)
       MOVE RX-ReturnDate TO RE-ReturnDate (ReturnCount)
    END-IF.

*> The student's returns within a year before this one, this one
*> included (it is already in the table).
CountReturnsInYear.
    MOVE ZERO TO ReturnsInYear
    PERFORM VARYING ReturnIndex FROM 1 BY 1
       UNTIL ReturnIndex > ReturnCount
       IF RE-StudentId (ReturnIndex) = RX-StudentId
          AND RE-ReturnDate (ReturnIndex) NOT > RX-ReturnDate
          MOVE RE-ReturnDate (ReturnIndex) (5:2) TO Y2K-SAGEP-DATE1 (1:2)
          MOVE RE-ReturnDate (ReturnIndex) (7:2) TO Y2K-SAGEP-DATE1 (3:2)
          MOVE RE-ReturnDate (ReturnIndex) (1:4) TO Y2K-SAGEP-DATE1 (5:4)
          MOVE RX-ReturnDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
          MOVE RX-ReturnDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
          MOVE RX-ReturnDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
          CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
          IF Y2K-SAGEP-RETURN-CODE = 0
             MOVE Y2K-SAGEP-DAYS-PAST TO DaysApart
             IF DaysApart < 366
                ADD 1 TO ReturnsInYear
             END-IF
          END-IF
       END-IF
    END-PERFORM.
