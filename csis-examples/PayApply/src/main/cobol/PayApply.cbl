*> done for cash - and payments that still fail are written back to
*> the fresh UNAPPLIED.DAT.  UnappliedRept.cbl reports the holding
*> file by age.
*>
*> Run with the single argument SPONSOR and the cash applied is the
*> employer and agency remittances on SPONPAY.DAT instead, one per
*> line:
*>
*>    cols 1-4   sponsor code
*>    cols 5-10  TermCode being paid, or blank for any term
*>    cols 11-18 payment date YYYYMMDD
*>    cols 19-27 amount, 9(7)V99
*>
*> A sponsor pays one cheque for all the students on its invoice, so
*> each remittance is spread across that sponsor's open items on
*> SPONAR.DAT in the order the invoice lists them, each item taking
*> as much as it still owes.  Every amount applied prints under the
*> remittance on PAYAPPLY.RPT and is logged on SPONAPPL.DAT (sponsor,
*> student, term, payment date, amount) for GLPost.  Whatever is
*> left once the sponsor owes nothing is reported as unapplied for
*> the bursar to refund or hold; it never reaches UNAPPLIED.DAT,
*> which holds student payments only.  The SPONSOR pass is short
*> and is not checkpointed - a failed run is rerun from a corrected
*> SPONPAY.DAT.
*>
*> Every run that takes in cash also records what went to the bank
*> on DEPOSITS.DAT, one line per deposit, for BankRec to prove
*> against the bank statement: a PAYMENTS.DAT run (the cashier's
*> sessions included) records each payment date's deposited total
*> from the balancing section, with source PAYM, and a SPONSOR run
*> records each remittance, with source SPON.  Each deposit carries
*> the run number and is written outstanding; BankRec marks it
*> reconciled when the bank statement shows it.  A RESUBMIT run
*> re-applies money already deposited and records nothing.
*>
*> UNAPPLIED.DAT records now end with the bank's reference (lockbox
*> batch, item and check number) for the unidentified items the
*> Lockbox conversion parks there.  The reference is blank on the
*> payments this program rejects, and a RESUBMIT that still cannot
*> place a held payment writes it back with its reference intact.
*>
*> A PAYMENTS.DAT payment now carries its own reference in cols
*> 30-45 after the 28-byte payment: the Cashier's "RECEIPT nnnnn",
*> the Lockbox bank reference, or DebitRun's "DEBIT " and trace
*> number (blank on payments keyed by staff).  It travels with the
*> payment onto UNAPPLIED.DAT and PAYHIST.DAT like the reference a
*> RESUBMIT brings back.
*>
*> A term's open items now include the miscellaneous charges MiscChg
*> raises on MISCCHG.DAT (fines, breakage, permits) alongside the
*> BILLING.DAT tuition item.  A payment for the term pays them oldest
*> first - by invoice or charge date, the tuition item first on a
*> tie - each taking as much as it still owes.  Anything left over is
*> the overpayment, carried on the tuition item as before, or on the
*> term's latest charge when the term has no tuition item.  Each
*> charge paid prints under the payment, and the balance shown is
*> what the term still owes across all its items.  A payment is
*> rejected as NOIT only when the term has neither kind of item.
*> What each item took is logged on PAYALLOC.DAT, one line per item:
*>
*>    cols 1-28  the payment image as applied
*>    cols 30-45 the payment's reference (blank when it had none)
*>    cols 47-53 run number
*>    cols 55-57 charge number (blank for the tuition item)
*>    cols 59-65 amount added to the item's AmountPaid, 9(5)V99
*>    cols 67-73 amount taken off its BalanceDue, 9(5)V99 (less than
*>               the amount paid where the overpayment rode on it)
*>
*> so that PayReturn can take a returned payment back off the same
*> items it paid.
*>
*> Cash reaches PAYMENTS.DAT by more than one road - the Cashier's
*> sessions, the Lockbox conversion, mailed checks keyed by staff -
*> and the same payment sometimes arrives twice in different
*> batches; applying both leaves the student with a false credit.
*> Every student payment applied is now logged on PAYHIST.DAT:
*>
*>    cols 1-28  the payment image as applied
*>    cols 30-37 date applied YYYYMMDD
*>    cols 39-45 run number
*>    cols 47-62 the payment's reference (blank when it had none)
*>
*> and each payment is checked against that history before it is
*> applied - the recent part of it, plus whatever this run has
*> already applied.  It is a suspected duplicate when an applied
*> payment has the same StudentId, TermCode and amount with a payment
*> date no more than PAYAPPLY.DUPDAYS days away (Y2KSAGE; PARMLIB,
*> default 7, DUPDAYS=nnn for one run), or carries the same bank
*> reference.  A suspect is not applied: it is held on UNAPPLIED.DAT
*> with reason code DUPL, and PAYDUPS.RPT prints it side by side with
*> the payment it appears to repeat for the cashier supervisor, whose
*> decision goes in on the next RESUBMIT run:
*>
*>    RELEASE=nnnnnnn  the student's held DUPL payments are genuine -
*>                     applied without the duplicate check
*>    REJECT=nnnnnnn   they are duplicates - written back as DUPX,
*>                     held for refund and never re-applied
*>
*> Either may be given up to 20 times.  A DUPL payment with no
*> decision, like a DUPX item, is carried forward as it stands, so
*> it stays held until one is made however old the payment it
*> repeats becomes.  SPONSOR
*> remittances are not checked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT ReportFile ASSIGN TO "PAYAPPLY.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReportFileStatus.
    SELECT UnappliedWorkFile ASSIGN TO "UNAPWORK.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UnappliedWorkStatus.
    SELECT SponsorPaymentFile ASSIGN TO "SPONPAY.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorPaymentStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS SponsorARStatus.
    SELECT SponsorApplyFile ASSIGN TO "SPONAPPL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorApplyStatus.
    SELECT DepositFile ASSIGN TO "DEPOSITS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DepositFileStatus.
    SELECT PaymentHistoryFile ASSIGN TO "PAYHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentHistoryStatus.
    SELECT PaymentAllocationFile ASSIGN TO "PAYALLOC.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentAllocationStatus.
    SELECT DuplicateReportFile ASSIGN TO "PAYDUPS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DuplicateReportStatus.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.

DATA DIVISION.
FILE SECTION.
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

*> The TRAILER control line re-described over the payment record:
*> expected record count and total amount, written by the cashier
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

FD ReportFile.
01 ReportLine           PIC X(90).

   02  UA-RejectDate        PIC 9(8).
   02  FILLER               PIC X.
   02  UA-ReasonCode        PIC X(4).
   02  FILLER               PIC X.
   02  UA-BankReference     PIC X(16).

FD UnappliedWorkFile.
01 UnappliedWorkRecord.
   02  UW-RejectDate        PIC 9(8).
   02  FILLER               PIC X.
   02  UW-ReasonCode        PIC X(4).
   02  FILLER               PIC X.
   02  UW-BankReference     PIC X(16).

FD SponsorPaymentFile.
01 SponsorPaymentRecord.
   02  SPY-SponsorCode      PIC X(4).
   02  SPY-TermCode         PIC X(6).
   02  SPY-PaymentDate      PIC 9(8).
   02  SPY-Amount           PIC 9(7)V99.

FD SponsorARFile.
01 SponsorARRecord.
   02  SR-SponsorKey.
       03  SR-SponsorCode   PIC X(4).
       03  SR-StudentId     PIC 9(7).
       03  SR-TermCode      PIC X(6).
   02  SR-InvoiceDate       PIC 9(8).
   02  SR-OriginalAmount    PIC 9(5)V99.
   02  SR-AmountPaid        PIC 9(5)V99.
   02  SR-BalanceDue        PIC 9(5)V99.

*> One line per amount a sponsor remittance applied to a student's
*> sponsor item.
FD SponsorApplyFile.
01 SponsorApplyRecord.
   02  SA-SponsorCode       PIC X(4).
   02  FILLER               PIC X.
   02  SA-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  SA-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  SA-PaymentDate       PIC 9(8).
   02  FILLER               PIC X.
   02  SA-Amount            PIC 9(5)V99.

*> One line per deposit taken to the bank, in BankRec's layout.
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
   02  FILLER               PIC X.
   02  DP-BankReference     PIC X(12).
   02  FILLER               PIC X.
   02  DP-ClearedDate       PIC 9(8).

*> One line per student payment applied, for the duplicate check.
FD PaymentHistoryFile.
01 PaymentHistoryRecord.
   02  PH-PaymentImage.
       03  PH-StudentId     PIC 9(7).
       03  PH-TermCode      PIC X(6).
       03  PH-PaymentDate   PIC 9(8).
       03  PH-Amount        PIC 9(5)V99.
   02  FILLER               PIC X.
   02  PH-AppliedDate       PIC 9(8).
   02  FILLER               PIC X.
   02  PH-RunNumber         PIC 9(7).
   02  FILLER               PIC X.
   02  PH-BankReference     PIC X(16).

*> One line per open item a student payment was applied to.
FD PaymentAllocationFile.
01 PaymentAllocationRecord.
   02  PA-PaymentImage      PIC X(28).
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

FD DuplicateReportFile.
01 DuplicateReportLine      PIC X(132).

FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscChargesAvailableSwitch PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".

*> The paying term's open items: whether it has a tuition item, and
*> its miscellaneous charges with what this payment applies to each.
01  TuitionItemSwitch       PIC X.
    88  TuitionItemFound    VALUE "Y".
01  TuitionApplied          PIC 9(5)V99.
01  TuitionReduced          PIC 9(5)V99.
01  TuitionTakenSwitch      PIC X.
    88  TuitionTaken        VALUE "Y".
01  EndOfChargesSwitch      PIC X.
    88  EndOfCharges        VALUE "Y".
01  TermChargeCount         PIC 9(3).
01  TermChargeIndex         PIC 9(3).
01  TermCharges.
    02  TermCharge          OCCURS 100 TIMES.
        03  MCT-ChargeNbr   PIC 9(3).
        03  MCT-ChargeCode  PIC X(4).
        03  MCT-ChargeDate  PIC 9(8).
        03  MCT-BalanceDue  PIC 9(5)V99.
        03  MCT-Applied     PIC 9(5)V99.
        03  MCT-Reduced     PIC 9(5)V99.
        03  MCT-TakenSwitch PIC X.
            88  MCT-Taken   VALUE "Y".
01  OldestItemIndex         PIC 9(3).
01  OldestItemDate          PIC 9(8).
01  OldestItemSwitch        PIC X.
    88  OldestIsTuition     VALUE "T".
    88  OldestIsCharge      VALUE "C".
    88  NoItemLeft          VALUE "N".
01  PaymentRemaining        PIC 9(5)V99.
01  ItemShare               PIC 9(5)V99.
01  TermBalanceDue          PIC 9(7)V99.
01  ItemRewriteSwitch       PIC X.
    88  ItemRewriteFailed   VALUE "Y".

01  EndOfPaymentsSwitch     PIC X VALUE "N".
    88  EndOfPayments       VALUE "Y".
01  EndOfUnappliedSwitch    PIC X.
    88  EndOfUnapplied      VALUE "Y".
01  UnappliedReasonCode     PIC X(4).
01  UnappliedBankReference  PIC X(16) VALUE SPACES.
01  HeldCount               PIC 9(6) VALUE ZERO.
01  RunDate                 PIC 9(8).

*> The duplicate check: the recent applied payments from PAYHIST.DAT
*> and this run, kept round the table once it fills so the latest
*> are always there, and the supervisor's decisions on held ones.
01  PaymentHistoryStatus    PIC XX.
    88  PaymentHistoryOk    VALUE "00".
01  PaymentAllocationStatus PIC XX.
    88  PaymentAllocationOk VALUE "00".
01  DuplicateReportStatus   PIC XX.
    88  DuplicateReportOk   VALUE "00".
01  EndOfHistorySwitch      PIC X.
    88  EndOfHistory        VALUE "Y".
01  DupWindowDays           PIC 9(3) VALUE 7.
01  ParmEditDays            PIC ZZ9.
01  HistoryKeepDays         PIC 9(4).
01  HistoryCount            PIC 9(4) VALUE ZERO.
01  HistoryNextSlot         PIC 9(4) VALUE 1.
01  HistoryIndex            PIC 9(4).
01  HistoryFullSwitch       PIC X VALUE "N".
    88  HistoryFull         VALUE "Y".
01  PaymentHistoryTable.
    02  PaymentHistoryEntry OCCURS 3000 TIMES.
        03  PHT-StudentId   PIC 9(7).
        03  PHT-TermCode    PIC X(6).
        03  PHT-PaymentDate PIC 9(8).
        03  PHT-Amount      PIC 9(5)V99.
        03  PHT-AppliedDate PIC 9(8).
        03  PHT-RunNumber   PIC 9(7).
        03  PHT-BankReference PIC X(16).
01  DuplicateFoundSwitch    PIC X VALUE "N".
    88  DuplicateFound      VALUE "Y".
01  DuplicateIndex          PIC 9(4).
01  DuplicateBasis          PIC X(3).
01  DuplicateHeldCount      PIC 9(6) VALUE ZERO.
01  DuplicateRejectedCount  PIC 9(6) VALUE ZERO.
01  ReleaseCount            PIC 9(2) VALUE ZERO.
01  RejectCount             PIC 9(2) VALUE ZERO.
01  DecisionIndex           PIC 9(2).
01  DuplicateDecisions.
    02  ReleaseStudentId    PIC 9(7) OCCURS 20 TIMES.
    02  RejectStudentId     PIC 9(7) OCCURS 20 TIMES.
01  DecisionSwitch          PIC X VALUE "N".
    88  ReleasedDuplicate   VALUE "R".
    88  RejectedDuplicate   VALUE "X".
    88  NoDecision          VALUE "N".

01  ReportFileStatus        PIC XX.
    88  ReportFileOk        VALUE "00".
01  LockFileStatus          PIC XX.
01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(20).
01  ArgumentValue           PIC X(20).
01  ResubmitModeSwitch      PIC X VALUE "N".
    88  ResubmitMode        VALUE "Y".
01  SponsorModeSwitch       PIC X VALUE "N".
    88  SponsorMode         VALUE "Y".

01  SponsorPaymentStatus    PIC XX.
    88  SponsorPaymentOk    VALUE "00".
01  SponsorARStatus         PIC XX.
    88  SponsorAROk         VALUE "00".
01  SponsorApplyStatus      PIC XX.
    88  SponsorApplyOk      VALUE "00".
01  DepositFileStatus       PIC XX.
    88  DepositFileOk       VALUE "00".
01  EndOfSponsorItemsSwitch PIC X.
    88  EndOfSponsorItems   VALUE "Y".
01  SponsorRemaining        PIC 9(7)V99.
01  SponsorApplyAmount      PIC 9(5)V99.
01  SponsorPaymentCount     PIC 9(6) VALUE ZERO.
01  TotalSponsorUnapplied   PIC 9(9)V99 VALUE ZERO.

01  AppliedCount            PIC 9(6) VALUE ZERO.
01  RejectedCount           PIC 9(6) VALUE ZERO.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Note            PIC X(28).

01  ChargeAppliedLine.
    02  FILLER              PIC X(17) VALUE SPACES.
    02  FILLER              PIC X(7)  VALUE "charge ".
    02  CAL-ChargeCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CAL-ChargeNbr       PIC 9(3).
    02  FILLER              PIC X(6)  VALUE " paid ".
    02  CAL-Amount          PIC ZZZZ9.99.
    02  FILLER              PIC X(10) VALUE " balance: ".
    02  CAL-Balance         PIC ZZZZ9.99.
    02  FILLER              PIC X(26) VALUE SPACES.

01  DepositHeadingLine      PIC X(90) VALUE
    "DEPOSIT BALANCING BY DATE   DEPOSITED       APPLIED      REJECTED".

    02  DBL-Rejected        PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(26) VALUE SPACES.

01  SponsorPaymentLine.
    02  FILLER              PIC X(8)  VALUE "SPONSOR ".
    02  SPL-SponsorCode     PIC X(4).
    02  FILLER              PIC X(7)  VALUE " dated ".
    02  SPL-PaymentDate     PIC 9(8).
    02  FILLER              PIC X(6)  VALUE " term ".
    02  SPL-TermCode        PIC X(6).
    02  FILLER              PIC X(9)  VALUE " amount: ".
    02  SPL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(32) VALUE SPACES.

01  SponsorRemainderLine.
    02  FILLER              PIC X(30)
                            VALUE "  UNAPPLIED - sponsor owes no ".
    02  FILLER              PIC X(17) VALUE "more; remainder: ".
    02  SRL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(33) VALUE SPACES.

01  PaySummaryLine.
    02  FILLER              PIC X(18) VALUE "Payments applied: ".
    02  PSL-AppliedCount    PIC ZZZZZ9.
    02  PSL-TotalApplied    PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(29) VALUE SPACES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

*> PAYDUPS.RPT - each payment held as a suspected duplicate beside the
*> applied payment it appears to repeat.
01  DupTitleLine.
    02  FILLER              PIC X(35)
                            VALUE "SUSPECTED DUPLICATE PAYMENTS - RUN ".
    02  DTL-RunNumber       PIC 9(7).
    02  FILLER              PIC X(11) VALUE "  RUN DATE ".
    02  DTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(17) VALUE "  AMOUNT WINDOW: ".
    02  DTL-WindowDays      PIC ZZ9.
    02  FILLER              PIC X(5)  VALUE " DAYS".
    02  FILLER              PIC X(46) VALUE SPACES.

01  DupBasisLine.
    02  FILLER              PIC X(60) VALUE
        "WHY: AMT same student, term and amount within the window;  ".
    02  FILLER              PIC X(72) VALUE "REF same bank reference".

01  DupHeadingLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  FILLER              PIC X(58)
        VALUE "THIS PAYMENT - HELD ON UNAPPLIED.DAT AS DUPL".
    02  FILLER              PIC X(3)  VALUE " | ".
    02  FILLER              PIC X(67) VALUE "ALREADY APPLIED".

01  DupColumnLine.
    02  FILLER              PIC X(4)  VALUE "WHY ".
    02  FILLER              PIC X(8)  VALUE "STUDENT ".
    02  FILLER              PIC X(7)  VALUE "TERM   ".
    02  FILLER              PIC X(9)  VALUE "PAID ON  ".
    02  FILLER              PIC X(9)  VALUE "  AMOUNT ".
    02  FILLER              PIC X(17) VALUE "REFERENCE".
    02  FILLER              PIC X(8)  VALUE "SOURCE".
    02  FILLER              PIC X(3)  VALUE " | ".
    02  FILLER              PIC X(8)  VALUE "STUDENT ".
    02  FILLER              PIC X(7)  VALUE "TERM   ".
    02  FILLER              PIC X(9)  VALUE "PAID ON  ".
    02  FILLER              PIC X(9)  VALUE "  AMOUNT ".
    02  FILLER              PIC X(17) VALUE "REFERENCE".
    02  FILLER              PIC X(9)  VALUE "APPLIED".
    02  FILLER              PIC X(8)  VALUE "RUN".

01  DupDetailLine.
    02  DDL-Basis           PIC X(3).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-TermCode        PIC X(6).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PaymentDate     PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Amount          PIC ZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Reference       PIC X(16).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Source          PIC X(8).
    02  FILLER              PIC X(3)  VALUE " | ".
    02  DDL-PriorStudentId  PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorTermCode   PIC X(6).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorPaymentDate PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorAmount     PIC ZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorReference  PIC X(16).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorApplied    PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-PriorRunNumber  PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.

01  DupSummaryLine.
    02  FILLER              PIC X(27) VALUE "Suspected duplicates held: ".
    02  DSL-HeldCount       PIC ZZZZZ9.
    02  FILLER              PIC X(99) VALUE SPACES.

01  DupReleaseLine.
    02  FILLER              PIC X(56) VALUE
        "Genuine payments: PayApply RESUBMIT RELEASE=<StudentId> ".
    02  FILLER              PIC X(76) VALUE
        "applies the student's held DUPL items.".

01  DupRejectLine.
    02  FILLER              PIC X(49) VALUE
        "Duplicates: PayApply RESUBMIT REJECT=<StudentId> ".
    02  FILLER              PIC X(83) VALUE
        "marks them DUPX, held for refund and never re-applied.".

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    PERFORM GetRunNumber
    IF SponsorMode
       PERFORM ApplySponsorPayments
       MOVE "COMPLETE" TO RunHistoryRunStatus
       PERFORM WriteRunEndRecord
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    IF ResubmitMode
       PERFORM StageUnappliedWork
    ELSE
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O MiscChargeFile
    IF MiscChargeOk
       SET MiscChargesAvailable TO TRUE
    END-IF
    IF RestartMode AND NOT ResubmitMode
       PERFORM LoadRunCheckpoint
    END-IF
    ELSE
       OPEN OUTPUT ReportFile
    END-IF
    PERFORM LoadPaymentHistory
    PERFORM OpenDuplicateReport
    IF ResubmitMode
       PERFORM ResubmitUnappliedPayments
    ELSE
          END-IF
          PERFORM ReadOnePayment
       END-PERFORM
       MOVE SPACES TO UnappliedBankReference
       CALL "CBL_DELETE_FILE" USING CheckpointFileName
    END-IF
    PERFORM WriteDepositBalancing
    IF NOT ResubmitMode
       PERFORM RecordDeposits
    END-IF
    MOVE AppliedCount TO PSL-AppliedCount
    MOVE RejectedCount TO PSL-RejectedCount
    MOVE TotalApplied TO PSL-TotalApplied
       DISPLAY HeldCount " rejected payment(s) held on"
          " UNAPPLIED.DAT - see UnappliedRept."
    END-IF
    PERFORM WriteDuplicateSummary
    PERFORM WriteParametersUsed
    CLOSE ReportFile
    CLOSE DuplicateReportFile
    CLOSE BillingFile
    IF MiscChargesAvailable
       CLOSE MiscChargeFile
    END-IF
    IF NOT ResubmitMode
       CLOSE PaymentFile
    END-IF
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
       EVALUATE TRUE
          WHEN ArgumentInput = "RESUBMIT" OR "resubmit"
             SET ResubmitMode TO TRUE
          WHEN ArgumentInput = "RESTART" OR "restart"
             SET RestartMode TO TRUE
          WHEN ArgumentInput = "SPONSOR" OR "sponsor"
             SET SponsorMode TO TRUE
          WHEN ArgumentKeyword = "DUPDAYS"
             COMPUTE DupWindowDays = FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteDupWindowUsed
          WHEN ArgumentKeyword = "RELEASE"
             PERFORM CheckDecisionStudentId
             IF ArgumentValue NOT = SPACES AND ReleaseCount < 20
                ADD 1 TO ReleaseCount
                MOVE ArgumentValue (1:7) TO ReleaseStudentId (ReleaseCount)
             END-IF
          WHEN ArgumentKeyword = "REJECT"
             PERFORM CheckDecisionStudentId
             IF ArgumentValue NOT = SPACES AND RejectCount < 20
                ADD 1 TO RejectCount
                MOVE ArgumentValue (1:7) TO RejectStudentId (RejectCount)
             END-IF
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM
    IF (ReleaseCount > ZERO OR RejectCount > ZERO) AND NOT ResubmitMode
       DISPLAY "RELEASE= and REJECT= decide held duplicates on a RESUBMIT"
          " run - ignored."
       MOVE ZERO TO ReleaseCount RejectCount
    END-IF.

*> A RELEASE= or REJECT= value must be a StudentId; anything else is
*> reported and blanked so it is not kept.
CheckDecisionStudentId.
    IF ArgumentValue (1:7) NOT NUMERIC
       OR ArgumentValue (8:13) NOT = SPACES
       DISPLAY "Argument " ArgumentInput " does not name a StudentId"
          " - ignored."
       MOVE SPACES TO ArgumentValue
    END-IF.

*> The duplicate-check window from the parameter library where it
*> holds a value in force on the run date.
ApplyRunParameters.
    MOVE RunDate TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "PAYAPPLY.DUPDAYS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE DupWindowDays = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteDupWindowUsed.

NoteDupWindowUsed.
    MOVE "PAYAPPLY.DUPDAYS" TO ParmLookupName
    MOVE DupWindowDays TO ParmEditDays
    MOVE FUNCTION TRIM (ParmEditDays) TO ParmUsedValue
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

*> The single-writer guard on BILLING.DAT, shared with TuitionBill
*> so the two financial updaters can never run at once.
AcquireLock.
    PERFORM ReadOneUnappliedWorkRecord
    PERFORM UNTIL EndOfUnapplied
       MOVE UW-PaymentImage TO PaymentRecord
       MOVE UW-BankReference TO PT-Reference
       MOVE UW-BankReference TO UnappliedBankReference
       PERFORM FindDuplicateDecision
       EVALUATE TRUE
          WHEN UW-ReasonCode = "DUPX"
             PERFORM CarryHeldPaymentForward
          WHEN RejectedDuplicate
             PERFORM RejectHeldDuplicate
          WHEN UW-ReasonCode = "DUPL" AND NoDecision
             PERFORM CarryHeldPaymentForward
          WHEN OTHER
             PERFORM ApplyOnePayment
       END-EVALUATE
       PERFORM ReadOneUnappliedWorkRecord
    END-PERFORM
    MOVE SPACES TO UnappliedBankReference
    MOVE "N" TO DecisionSwitch
    CLOSE UnappliedWorkFile
    IF DuplicateRejectedCount > ZERO
       DISPLAY DuplicateRejectedCount " held duplicate(s) rejected -"
          " kept on UNAPPLIED.DAT as DUPX for refund."
    END-IF.

*> The supervisor's decision, if any, on a payment held as a
*> suspected duplicate; a REJECT= for the student outweighs a
*> RELEASE= given in the same run.
FindDuplicateDecision.
    SET NoDecision TO TRUE
    IF UW-ReasonCode NOT = "DUPL" OR PT-StudentId NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING DecisionIndex FROM 1 BY 1
       UNTIL DecisionIndex > ReleaseCount
       IF ReleaseStudentId (DecisionIndex) = PT-StudentId
          SET ReleasedDuplicate TO TRUE
       END-IF
    END-PERFORM
    PERFORM VARYING DecisionIndex FROM 1 BY 1
       UNTIL DecisionIndex > RejectCount
       IF RejectStudentId (DecisionIndex) = PT-StudentId
          SET RejectedDuplicate TO TRUE
       END-IF
    END-PERFORM.

*> A confirmed duplicate awaiting refund, or a suspect still awaiting
*> the supervisor, goes back on the holding file exactly as it was,
*> rejection date included.
CarryHeldPaymentForward.
    PERFORM OpenUnappliedFile
    WRITE UnappliedRecord FROM UnappliedWorkRecord
    CLOSE UnappliedFile
    ADD 1 TO HeldCount.

RejectHeldDuplicate.
    ADD 1 TO RejectedCount DuplicateRejectedCount
    MOVE "REJECTED" TO PDL-Disposition
    MOVE PT-StudentId TO PDL-StudentId
    MOVE PT-TermCode TO PDL-TermCode
    MOVE PT-Amount TO PDL-Amount
    MOVE ZERO TO PDL-Balance
    MOVE "duplicate - held for refund" TO PDL-Note
    WRITE ReportLine FROM PaymentDetailLine
    MOVE "DUPX" TO UnappliedReasonCode
    PERFORM WriteUnappliedRecord.

ReadOneUnappliedWorkRecord.
    READ UnappliedWorkFile
*> somewhere a re-apply pass can find it.  The caller sets
*> UnappliedReasonCode before the rejection is recorded.
WriteUnappliedRecord.
    PERFORM OpenUnappliedFile
    MOVE SPACES TO UnappliedRecord
    MOVE PaymentRecord TO UA-PaymentImage
    MOVE RunDate TO UA-RejectDate
    MOVE UnappliedReasonCode TO UA-ReasonCode
    MOVE UnappliedBankReference TO UA-BankReference
    WRITE UnappliedRecord
    CLOSE UnappliedFile
    ADD 1 TO HeldCount.

OpenUnappliedFile.
    OPEN EXTEND UnappliedFile
    IF NOT UnappliedFileOk
       OPEN OUTPUT UnappliedFile
       CLOSE UnappliedFile
       OPEN EXTEND UnappliedFile
    END-IF.

*> The applied payments whose payment date is within the window, and
*> a month besides for cash keyed late, of the run date.
LoadPaymentHistory.
    MOVE ZERO TO HistoryCount
    MOVE 1 TO HistoryNextSlot
    COMPUTE HistoryKeepDays = DupWindowDays + 31
    OPEN INPUT PaymentHistoryFile
    IF NOT PaymentHistoryOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfHistorySwitch
    PERFORM UNTIL EndOfHistory
       READ PaymentHistoryFile
          AT END SET EndOfHistory TO TRUE
          NOT AT END
             IF PH-StudentId NUMERIC AND PH-Amount NUMERIC
                MOVE PH-PaymentDate (5:4) TO Y2K-SAGEP-DATE1 (1:4)
                MOVE PH-PaymentDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
                MOVE RunDate (5:4) TO Y2K-SAGEP-DATE2 (1:4)
                MOVE RunDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
                CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
                IF Y2K-SAGEP-RETURN-CODE = 0
                   AND Y2K-SAGEP-DAYS-PAST NOT > HistoryKeepDays
                   PERFORM AddHistoryEntry
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE PaymentHistoryFile.

*> Enters PaymentHistoryRecord in the table.  Once the table is full
*> the oldest entry gives way, so the latest payments are always
*> checked against.
AddHistoryEntry.
    MOVE PH-StudentId TO PHT-StudentId (HistoryNextSlot)
    MOVE PH-TermCode TO PHT-TermCode (HistoryNextSlot)
    MOVE PH-PaymentDate TO PHT-PaymentDate (HistoryNextSlot)
    MOVE PH-Amount TO PHT-Amount (HistoryNextSlot)
    MOVE PH-AppliedDate TO PHT-AppliedDate (HistoryNextSlot)
    MOVE PH-RunNumber TO PHT-RunNumber (HistoryNextSlot)
    MOVE PH-BankReference TO PHT-BankReference (HistoryNextSlot)
    IF HistoryCount < 3000
       ADD 1 TO HistoryCount
    END-IF
    ADD 1 TO HistoryNextSlot
    IF HistoryNextSlot > 3000
       MOVE 1 TO HistoryNextSlot
       IF NOT HistoryFull
          SET HistoryFull TO TRUE
          DISPLAY "More recent payments on PAYHIST.DAT than the"
             " duplicate check holds - the oldest are not checked."
       END-IF
    END-IF.

*> Logs the payment just applied and adds it to the table, so a
*> second copy later in the same file is caught too.
RecordAppliedPayment.
    OPEN EXTEND PaymentHistoryFile
    IF NOT PaymentHistoryOk
       OPEN OUTPUT PaymentHistoryFile
       CLOSE PaymentHistoryFile
       OPEN EXTEND PaymentHistoryFile
    END-IF
    MOVE SPACES TO PaymentHistoryRecord
    MOVE PaymentRecord TO PH-PaymentImage
    MOVE RunDate TO PH-AppliedDate
    MOVE CurrentRunNumber TO PH-RunNumber
    MOVE UnappliedBankReference TO PH-BankReference
    WRITE PaymentHistoryRecord
    CLOSE PaymentHistoryFile
    PERFORM AddHistoryEntry.

RecordPaymentAllocation.
    OPEN EXTEND PaymentAllocationFile
    IF NOT PaymentAllocationOk
       OPEN OUTPUT PaymentAllocationFile
       CLOSE PaymentAllocationFile
       OPEN EXTEND PaymentAllocationFile
    END-IF
    MOVE SPACES TO PaymentAllocationRecord
    MOVE PaymentRecord TO PA-PaymentImage
    MOVE UnappliedBankReference TO PA-BankReference
    MOVE CurrentRunNumber TO PA-RunNumber
    IF TuitionItemFound AND TuitionApplied > ZERO
       MOVE SPACES TO PA-ChargeNbr
       MOVE TuitionApplied TO PA-Applied
       MOVE TuitionReduced TO PA-BalanceReduced
       WRITE PaymentAllocationRecord
    END-IF
    PERFORM VARYING TermChargeIndex FROM 1 BY 1
       UNTIL TermChargeIndex > TermChargeCount
       IF MCT-Applied (TermChargeIndex) > ZERO
          MOVE MCT-ChargeNbr (TermChargeIndex) TO PA-ChargeNbr
          MOVE MCT-Applied (TermChargeIndex) TO PA-Applied
          MOVE MCT-Reduced (TermChargeIndex) TO PA-BalanceReduced
          WRITE PaymentAllocationRecord
       END-IF
    END-PERFORM
    CLOSE PaymentAllocationFile.

*> Sets DuplicateFound, with DuplicateIndex and DuplicateBasis, when
*> an applied payment matches this one by bank reference (REF) or by
*> student, term and amount within the window (AMT).
CheckForDuplicatePayment.
    MOVE "N" TO DuplicateFoundSwitch
    IF ReleasedDuplicate
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING HistoryIndex FROM 1 BY 1
       UNTIL HistoryIndex > HistoryCount OR DuplicateFound
       IF UnappliedBankReference NOT = SPACES
          AND PHT-BankReference (HistoryIndex) = UnappliedBankReference
          SET DuplicateFound TO TRUE
          MOVE "REF" TO DuplicateBasis
          MOVE HistoryIndex TO DuplicateIndex
       ELSE
          IF PHT-StudentId (HistoryIndex) = PT-StudentId
             AND PHT-TermCode (HistoryIndex) = PT-TermCode
             AND PHT-Amount (HistoryIndex) = PT-Amount
             PERFORM CheckDuplicateWindow
          END-IF
       END-IF
    END-PERFORM.

*> Days between the two payment dates by Y2KSAGE; a date it cannot
*> read never puts a payment inside the window.
CheckDuplicateWindow.
    MOVE PT-PaymentDate (5:4) TO Y2K-SAGEP-DATE1 (1:4)
    MOVE PT-PaymentDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE PHT-PaymentDate (HistoryIndex) (5:4) TO Y2K-SAGEP-DATE2 (1:4)
    MOVE PHT-PaymentDate (HistoryIndex) (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE = 0
       AND Y2K-SAGEP-DAYS-PAST NOT > DupWindowDays
       SET DuplicateFound TO TRUE
       MOVE "AMT" TO DuplicateBasis
       MOVE HistoryIndex TO DuplicateIndex
    END-IF.

*> A suspected duplicate is held, not applied, and printed beside
*> the payment it appears to repeat.
HoldDuplicatePayment.
    ADD 1 TO RejectedCount DuplicateHeldCount
    MOVE "HELD" TO PDL-Disposition
    MOVE PT-StudentId TO PDL-StudentId
    MOVE PT-TermCode TO PDL-TermCode
    MOVE PT-Amount TO PDL-Amount
    MOVE ZERO TO PDL-Balance
    MOVE "suspected duplicate payment" TO PDL-Note
    WRITE ReportLine FROM PaymentDetailLine
    MOVE "DUPL" TO UnappliedReasonCode
    PERFORM WriteUnappliedRecord
    MOVE DuplicateBasis TO DDL-Basis
    MOVE PT-StudentId TO DDL-StudentId
    MOVE PT-TermCode TO DDL-TermCode
    MOVE PT-PaymentDate TO DDL-PaymentDate
    MOVE PT-Amount TO DDL-Amount
    MOVE UnappliedBankReference TO DDL-Reference
    IF ResubmitMode
       MOVE "RESUBMIT" TO DDL-Source
    ELSE
       MOVE "PAYMENTS" TO DDL-Source
    END-IF
    MOVE PHT-StudentId (DuplicateIndex) TO DDL-PriorStudentId
    MOVE PHT-TermCode (DuplicateIndex) TO DDL-PriorTermCode
    MOVE PHT-PaymentDate (DuplicateIndex) TO DDL-PriorPaymentDate
    MOVE PHT-Amount (DuplicateIndex) TO DDL-PriorAmount
    MOVE PHT-BankReference (DuplicateIndex) TO DDL-PriorReference
    MOVE PHT-AppliedDate (DuplicateIndex) TO DDL-PriorApplied
    MOVE PHT-RunNumber (DuplicateIndex) TO DDL-PriorRunNumber
    WRITE DuplicateReportLine FROM DupDetailLine
    SET DepositRejected TO TRUE
    PERFORM TallyDepositOutcome.

*> PAYDUPS.RPT follows PAYAPPLY.RPT: a restarted run adds to the
*> report the interrupted run began.
OpenDuplicateReport.
    IF CheckpointSkipCount > ZERO
       OPEN EXTEND DuplicateReportFile
       IF DuplicateReportOk
          EXIT PARAGRAPH
       END-IF
    END-IF
    OPEN OUTPUT DuplicateReportFile
    MOVE CurrentRunNumber TO DTL-RunNumber
    MOVE RunDate TO DTL-RunDate
    MOVE DupWindowDays TO DTL-WindowDays
    WRITE DuplicateReportLine FROM DupTitleLine
    WRITE DuplicateReportLine FROM DupBasisLine
    MOVE SPACES TO DuplicateReportLine
    WRITE DuplicateReportLine
    WRITE DuplicateReportLine FROM DupHeadingLine
    WRITE DuplicateReportLine FROM DupColumnLine.

WriteDuplicateSummary.
    MOVE SPACES TO DuplicateReportLine
    WRITE DuplicateReportLine
    MOVE DuplicateHeldCount TO DSL-HeldCount
    WRITE DuplicateReportLine FROM DupSummaryLine
    IF DuplicateHeldCount > ZERO
       WRITE DuplicateReportLine FROM DupReleaseLine
       WRITE DuplicateReportLine FROM DupRejectLine
       DISPLAY DuplicateHeldCount " suspected duplicate payment(s) held"
          " - see PAYDUPS.RPT."
    END-IF.

ReadOnePayment.
    READ PaymentFile
       AT END SET EndOfPayments TO TRUE
       WRITE ReportLine FROM DepositDetailLine
    END-PERFORM.

*> One outstanding deposit per payment date, from the balancing
*> tallies - what the day's cash should show as on the bank
*> statement.
RecordDeposits.
    IF DepositTallyCount = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM OpenDepositFile
    PERFORM VARYING DepositTallyIndex FROM 1 BY 1
       UNTIL DepositTallyIndex > DepositTallyCount
       MOVE SPACES TO DepositRecord
       MOVE DT-DepositDate (DepositTallyIndex) TO DP-DepositDate
       MOVE "PAYM" TO DP-Source
       MOVE DT-Deposited (DepositTallyIndex) TO DP-Amount
       PERFORM WriteDepositRecord
    END-PERFORM
    CLOSE DepositFile.

OpenDepositFile.
    OPEN EXTEND DepositFile
    IF NOT DepositFileOk
       OPEN OUTPUT DepositFile
       CLOSE DepositFile
       OPEN EXTEND DepositFile
    END-IF.

*> The caller fills in date, source and amount.
WriteDepositRecord.
    MOVE CurrentRunNumber TO DP-RunNumber
    MOVE "O" TO DP-Status
    MOVE ZERO TO DP-ClearedDate
    WRITE DepositRecord.

ApplyOnePayment.
    IF PaymentRecord (1:6) = "HEADER"
       OR PaymentRecord (1:7) = "TRAILER"
       EXIT PARAGRAPH
    END-IF
    MOVE PT-Reference TO UnappliedBankReference
    IF PT-StudentId NOT NUMERIC OR PT-Amount NOT NUMERIC
       ADD 1 TO RejectedCount
       MOVE "REJECTED" TO PDL-Disposition
       PERFORM WriteUnappliedRecord
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckForDuplicatePayment
    IF DuplicateFound
       PERFORM HoldDuplicatePayment
       EXIT PARAGRAPH
    END-IF
    MOVE PT-StudentId TO BL-StudentId
    MOVE PT-TermCode TO BL-TermCode
    MOVE "N" TO TuitionItemSwitch
    READ BillingFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET TuitionItemFound TO TRUE
    END-READ
    PERFORM LoadTermCharges
    IF NOT TuitionItemFound AND TermChargeCount = ZERO
       ADD 1 TO RejectedCount
       MOVE "REJECTED" TO PDL-Disposition
       MOVE PT-StudentId TO PDL-StudentId
       MOVE PT-TermCode TO PDL-TermCode
       MOVE PT-Amount TO PDL-Amount
       MOVE ZERO TO PDL-Balance
       MOVE "no open item on BILLING.DAT" TO PDL-Note
       WRITE ReportLine FROM PaymentDetailLine
       END-WRITE
       MOVE "NOIT" TO UnappliedReasonCode
       PERFORM WriteUnappliedRecord
       SET DepositRejected TO TRUE
       PERFORM TallyDepositOutcome
       EXIT PARAGRAPH
    END-IF
    PERFORM AllocateAcrossTermItems
    PERFORM RewriteTermItems
    IF ItemRewriteFailed
       DISPLAY "Error applying payment for " PT-StudentId
          " - reconcile the term's items."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AppliedCount
    ADD PT-Amount TO TotalApplied
    MOVE "APPLIED" TO PDL-Disposition
    MOVE PT-StudentId TO PDL-StudentId
    MOVE PT-TermCode TO PDL-TermCode
    MOVE PT-Amount TO PDL-Amount
    MOVE TermBalanceDue TO PDL-Balance
    IF ReleasedDuplicate AND PDL-Note = SPACES
       MOVE "duplicate check released" TO PDL-Note
    END-IF
    WRITE ReportLine FROM PaymentDetailLine
    PERFORM RecordAppliedPayment
    PERFORM RecordPaymentAllocation
    PERFORM VARYING TermChargeIndex FROM 1 BY 1
       UNTIL TermChargeIndex > TermChargeCount
       IF MCT-Applied (TermChargeIndex) > ZERO
          MOVE MCT-ChargeCode (TermChargeIndex) TO CAL-ChargeCode
          MOVE MCT-ChargeNbr (TermChargeIndex) TO CAL-ChargeNbr
          MOVE MCT-Applied (TermChargeIndex) TO CAL-Amount
          MOVE MCT-BalanceDue (TermChargeIndex) TO CAL-Balance
          WRITE ReportLine FROM ChargeAppliedLine
       END-IF
    END-PERFORM
    SET DepositApplied TO TRUE
    PERFORM TallyDepositOutcome.

*> The term's miscellaneous charges, in charge number order.
LoadTermCharges.
    MOVE ZERO TO TermChargeCount
    IF NOT MiscChargesAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE PT-StudentId TO MC-StudentId
    MOVE PT-TermCode TO MC-TermCode
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
             IF MC-StudentId NOT = PT-StudentId
                OR MC-TermCode NOT = PT-TermCode
                SET EndOfCharges TO TRUE
             ELSE
                IF TermChargeCount < 100
                   ADD 1 TO TermChargeCount
                   MOVE MC-ChargeNbr TO MCT-ChargeNbr (TermChargeCount)
                   MOVE MC-ChargeCode TO MCT-ChargeCode (TermChargeCount)
                   MOVE MC-ChargeDate TO MCT-ChargeDate (TermChargeCount)
                   MOVE MC-BalanceDue TO MCT-BalanceDue (TermChargeCount)
                   MOVE ZERO TO MCT-Applied (TermChargeCount)
                                MCT-Reduced (TermChargeCount)
                   MOVE "N" TO MCT-TakenSwitch (TermChargeCount)
                END-IF
             END-IF
       END-READ
    END-PERFORM.

*> Oldest item first, each taking what it still owes; the remainder
*> is the overpayment, left on the tuition item or, failing one, the
*> term's latest charge.
AllocateAcrossTermItems.
    MOVE PT-Amount TO PaymentRemaining
    MOVE ZERO TO TuitionApplied TuitionReduced
    MOVE "N" TO TuitionTakenSwitch
    MOVE SPACES TO PDL-Note
    PERFORM PickOldestOpenItem
    PERFORM UNTIL NoItemLeft OR PaymentRemaining = ZERO
       IF OldestIsTuition
          SET TuitionTaken TO TRUE
          MOVE BL-BalanceDue TO ItemShare
          IF ItemShare > PaymentRemaining
             MOVE PaymentRemaining TO ItemShare
          END-IF
          MOVE ItemShare TO TuitionApplied TuitionReduced
       ELSE
          SET MCT-Taken (OldestItemIndex) TO TRUE
          MOVE MCT-BalanceDue (OldestItemIndex) TO ItemShare
          IF ItemShare > PaymentRemaining
             MOVE PaymentRemaining TO ItemShare
          END-IF
          MOVE ItemShare TO MCT-Applied (OldestItemIndex)
                            MCT-Reduced (OldestItemIndex)
          SUBTRACT ItemShare FROM MCT-BalanceDue (OldestItemIndex)
       END-IF
       SUBTRACT ItemShare FROM PaymentRemaining
       PERFORM PickOldestOpenItem
    END-PERFORM
    IF PaymentRemaining > ZERO
       MOVE PaymentRemaining TO OverpaymentAmount
       STRING "overpaid by " DELIMITED BY SIZE
              OverpaymentAmount DELIMITED BY SIZE
          INTO PDL-Note
       IF TuitionItemFound
          ADD PaymentRemaining TO TuitionApplied
       ELSE
          MOVE ZERO TO OldestItemDate OldestItemIndex
          PERFORM VARYING TermChargeIndex FROM 1 BY 1
             UNTIL TermChargeIndex > TermChargeCount
             IF MCT-ChargeDate (TermChargeIndex) NOT < OldestItemDate
                MOVE MCT-ChargeDate (TermChargeIndex) TO OldestItemDate
                MOVE TermChargeIndex TO OldestItemIndex
             END-IF
          END-PERFORM
          ADD PaymentRemaining TO MCT-Applied (OldestItemIndex)
       END-IF
    END-IF.

PickOldestOpenItem.
    SET NoItemLeft TO TRUE
    MOVE 99999999 TO OldestItemDate
    IF TuitionItemFound AND NOT TuitionTaken
       AND BL-BalanceDue > ZERO
       SET OldestIsTuition TO TRUE
       MOVE BL-InvoiceDate TO OldestItemDate
    END-IF
    PERFORM VARYING TermChargeIndex FROM 1 BY 1
       UNTIL TermChargeIndex > TermChargeCount
       IF NOT MCT-Taken (TermChargeIndex)
          AND MCT-BalanceDue (TermChargeIndex) > ZERO
          AND MCT-ChargeDate (TermChargeIndex) < OldestItemDate
          SET OldestIsCharge TO TRUE
          MOVE MCT-ChargeDate (TermChargeIndex) TO OldestItemDate
          MOVE TermChargeIndex TO OldestItemIndex
       END-IF
    END-PERFORM.

*> Writes back every item the payment touched and totals what the
*> term still owes.
RewriteTermItems.
    MOVE "N" TO ItemRewriteSwitch
    MOVE ZERO TO TermBalanceDue
    IF TuitionItemFound
       IF TuitionApplied > ZERO
          ADD TuitionApplied TO BL-AmountPaid
          IF TuitionApplied > BL-BalanceDue
             MOVE ZERO TO BL-BalanceDue
          ELSE
             SUBTRACT TuitionApplied FROM BL-BalanceDue
          END-IF
          REWRITE BillingRecord
          IF NOT BillingFileOk
             DISPLAY "Error " BillingFileStatus " applying payment for "
                PT-StudentId "."
             SET ItemRewriteFailed TO TRUE
          END-IF
       END-IF
       ADD BL-BalanceDue TO TermBalanceDue
    END-IF
    PERFORM VARYING TermChargeIndex FROM 1 BY 1
       UNTIL TermChargeIndex > TermChargeCount
       IF MCT-Applied (TermChargeIndex) > ZERO
          PERFORM RewriteOneCharge
       END-IF
       ADD MCT-BalanceDue (TermChargeIndex) TO TermBalanceDue
    END-PERFORM.

RewriteOneCharge.
    MOVE PT-StudentId TO MC-StudentId
    MOVE PT-TermCode TO MC-TermCode
    MOVE MCT-ChargeNbr (TermChargeIndex) TO MC-ChargeNbr
    READ MiscChargeFile
       INVALID KEY
          DISPLAY "Error " MiscChargeStatus " re-reading charge "
             MC-TermCode "/" MC-ChargeNbr " for " PT-StudentId "."
          SET ItemRewriteFailed TO TRUE
       NOT INVALID KEY
          ADD MCT-Applied (TermChargeIndex) TO MC-AmountPaid
          MOVE MCT-BalanceDue (TermChargeIndex) TO MC-BalanceDue
          REWRITE MiscChargeRecord
          IF NOT MiscChargeOk
             DISPLAY "Error " MiscChargeStatus " applying payment to"
                " charge " MC-TermCode "/" MC-ChargeNbr " for "
                PT-StudentId "."
             SET ItemRewriteFailed TO TRUE
          END-IF
    END-READ.

*> SPONSOR: applies each remittance on SPONPAY.DAT across the
*> sponsor's open items on SPONAR.DAT.
ApplySponsorPayments.
    OPEN INPUT SponsorPaymentFile
    IF NOT SponsorPaymentOk
       DISPLAY "SPONPAY.DAT not found - nothing to apply."
       MOVE "NOINPUT" TO RunHistoryRunStatus
       PERFORM WriteRunEndRecord
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O SponsorARFile
    IF NOT SponsorAROk
       DISPLAY "SPONAR.DAT not found - run TuitionBill first."
       CLOSE SponsorPaymentFile
       MOVE "NOINPUT" TO RunHistoryRunStatus
       PERFORM WriteRunEndRecord
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN EXTEND SponsorApplyFile
    IF NOT SponsorApplyOk
       OPEN OUTPUT SponsorApplyFile
       CLOSE SponsorApplyFile
       OPEN EXTEND SponsorApplyFile
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM OpenDepositFile
    MOVE "N" TO EndOfPaymentsSwitch
    PERFORM UNTIL EndOfPayments
       READ SponsorPaymentFile
          AT END SET EndOfPayments TO TRUE
          NOT AT END
             ADD 1 TO PaymentRecordsProcessed
             PERFORM ApplyOneSponsorPayment
       END-READ
    END-PERFORM
    MOVE AppliedCount TO PSL-AppliedCount
    MOVE RejectedCount TO PSL-RejectedCount
    MOVE TotalApplied TO PSL-TotalApplied
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM PaySummaryLine
    DISPLAY SponsorPaymentCount " sponsor remittance(s) read."
    DISPLAY PaySummaryLine
    IF TotalSponsorUnapplied > ZERO
       DISPLAY TotalSponsorUnapplied " of sponsor remittances left"
          " unapplied - see PAYAPPLY.RPT."
    END-IF
    CLOSE ReportFile
    CLOSE DepositFile
    CLOSE SponsorApplyFile
    CLOSE SponsorARFile
    CLOSE SponsorPaymentFile.

ApplyOneSponsorPayment.
    IF SPY-SponsorCode = SPACES OR SPY-Amount NOT NUMERIC
       OR SPY-PaymentDate NOT NUMERIC
       ADD 1 TO RejectedCount
       MOVE "REJECTED" TO PDL-Disposition
       MOVE ZERO TO PDL-StudentId PDL-Amount PDL-Balance
       MOVE SPY-TermCode TO PDL-TermCode
       MOVE "unreadable sponsor payment" TO PDL-Note
       WRITE ReportLine FROM PaymentDetailLine
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SponsorPaymentCount
    MOVE SPACES TO DepositRecord
    MOVE SPY-PaymentDate TO DP-DepositDate
    MOVE "SPON" TO DP-Source
    MOVE SPY-Amount TO DP-Amount
    PERFORM WriteDepositRecord
    MOVE SPY-SponsorCode TO SPL-SponsorCode
    MOVE SPY-PaymentDate TO SPL-PaymentDate
    MOVE SPY-TermCode TO SPL-TermCode
    IF SPY-TermCode = SPACES
       MOVE "(all)" TO SPL-TermCode
    END-IF
    MOVE SPY-Amount TO SPL-Amount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SponsorPaymentLine
    MOVE SPY-Amount TO SponsorRemaining
    MOVE SPY-SponsorCode TO SR-SponsorCode
    MOVE ZERO TO SR-StudentId
    MOVE LOW-VALUES TO SR-TermCode
    MOVE "N" TO EndOfSponsorItemsSwitch
    START SponsorARFile KEY NOT LESS THAN SR-SponsorKey
       INVALID KEY SET EndOfSponsorItems TO TRUE
    END-START
    PERFORM UNTIL EndOfSponsorItems OR SponsorRemaining = ZERO
       READ SponsorARFile NEXT
          AT END SET EndOfSponsorItems TO TRUE
          NOT AT END
             IF SR-SponsorCode NOT = SPY-SponsorCode
                SET EndOfSponsorItems TO TRUE
             ELSE
                IF SR-BalanceDue > ZERO
                   AND (SPY-TermCode = SPACES
                        OR SR-TermCode = SPY-TermCode)
                   PERFORM ApplyToSponsorItem
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF SponsorRemaining > ZERO
       MOVE SponsorRemaining TO SRL-Amount
       WRITE ReportLine FROM SponsorRemainderLine
       ADD SponsorRemaining TO TotalSponsorUnapplied
       DISPLAY "Sponsor " SPY-SponsorCode " remittance of "
          SPY-PaymentDate " has " SponsorRemaining " left unapplied."
    END-IF.

*> Applies as much of the remittance as this item still owes.
ApplyToSponsorItem.
    IF SponsorRemaining > SR-BalanceDue
       MOVE SR-BalanceDue TO SponsorApplyAmount
    ELSE
       MOVE SponsorRemaining TO SponsorApplyAmount
    END-IF
    ADD SponsorApplyAmount TO SR-AmountPaid
    SUBTRACT SponsorApplyAmount FROM SR-BalanceDue
    REWRITE SponsorARRecord
    IF NOT SponsorAROk
       DISPLAY "Error " SponsorARStatus " applying sponsor payment to "
          SR-StudentId " term " SR-TermCode "."
       EXIT PARAGRAPH
    END-IF
    SUBTRACT SponsorApplyAmount FROM SponsorRemaining
    MOVE "APPLIED" TO PDL-Disposition
    MOVE SR-StudentId TO PDL-StudentId
    MOVE SR-TermCode TO PDL-TermCode
    MOVE SponsorApplyAmount TO PDL-Amount
    MOVE SR-BalanceDue TO PDL-Balance
    MOVE SPACES TO PDL-Note
    STRING "sponsor " SR-SponsorCode DELIMITED BY SIZE INTO PDL-Note
    END-STRING
    WRITE ReportLine FROM PaymentDetailLine
    MOVE SPACES TO SponsorApplyRecord
    MOVE SR-SponsorCode TO SA-SponsorCode
    MOVE SR-StudentId TO SA-StudentId
    MOVE SR-TermCode TO SA-TermCode
    MOVE SPY-PaymentDate TO SA-PaymentDate
    MOVE SponsorApplyAmount TO SA-Amount
    WRITE SponsorApplyRecord
    ADD 1 TO AppliedCount
    ADD SponsorApplyAmount TO TotalApplied.
