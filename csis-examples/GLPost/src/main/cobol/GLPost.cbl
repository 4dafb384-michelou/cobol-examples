*> Arguments:
*>    PERIOD=YYYYMM  the accounting period to post (default: the
*>                   run date's own month).
*>    FISCALPERIOD=YYYYPP
*>                   post a fiscal period instead - fiscal year YYYY,
*>                   period PP, as the fiscal calendar FISCAL.DAT
*>                   defines it through the shared Y2KFISC routine.
*>                   Activity dated from the period's first day to its
*>                   last is posted, GL-Period is the month the period
*>                   ends in, and every line also carries the fiscal
*>                   year and period so BudgRept subtotals it exactly.
*>    FYSTART=MM     the month the fiscal year starts in for a year
*>                   FISCAL.DAT does not cover (default 07).
*> Interest is recognised in the period of the item's last accrual
*> date.  BL-InterestAccrued is cumulative - TuitionBill ADDs each
*> accrual into it and never resets it - so the posted-to-date
*> the difference is posted.  An item that accrues in two periods
*> therefore posts each period's own interest once, however many
*> times GLPost runs.
*>
*> Residence hall housing billed by TuitionBill rides on the same
*> open item as tuition but is revenue of its own.  Each charge on
*> HOUSCHG.DAT dated in the period posts
*>
*>    housing charge     DR tuition receivable / CR housing revenue
*>
*> and a new item's tuition revenue entry is the item's original
*> amount less the housing charged onto it, so nothing is counted
*> twice.  Housing revenue is account 4200; a chart file written
*> before housing existed needs the line added.
*>
*> Financial aid disbursed onto open items (by TuitionBill or
*> AidDisb) is logged on AIDDISB.DAT with the GL account of the fund
*> it came from.  Each disbursement dated in the period posts
*>
*>    aid disbursed      DR the fund's account / CR tuition receivable
*>
*> The fund accounts are whatever FundMaint carries, so each one
*> must be added to GLACCTS.DAT by hand; until it is, the entry is
*> still posted and the usual not-on-chart warning is shown.
*>
*> The employer and agency share of a sponsored student's tuition
*> is carried on SPONAR.DAT rather than BILLING.DAT, so it is
*> receivable of its own, account 1250.  Each sponsor item invoiced
*> in the period, and each sponsor remittance PayApply logged on
*> SPONAPPL.DAT dated in the period, posts
*>
*>    sponsor item       DR sponsor receivable / CR tuition revenue
*>    sponsor payment    DR cash               / CR sponsor receivable
*>
*> The student's own item already excludes the sponsor's share, so
*> tuition revenue is counted once.  A chart file written before
*> sponsors existed needs the 1250 line added.
*>
*> Credit-balance refund checks are not posted here: Refund appends
*>
*>    refund issued      DR tuition receivable / CR cash
*>
*> to GLTRANS.DAT itself, source code RFND, as each check is written,
*> so they appear in the journal alongside this run's entries.
*> CollRetn does the same for collection agency remittances, source
*> COLL: cash for the net remitted and collection commission (6100)
*> for what the agency kept, against tuition receivable or, for a
*> debt already written off, bad debt recoveries (4300).  A chart
*> file written before then needs the 4300 and 6100 lines added.
*>
*> Tuition is earned over the term, not in the month it is billed.
*> The new open item and sponsor item entries above therefore credit
*> deferred tuition revenue (2400) instead of tuition revenue, and
*> the month-end RevRecog run releases the deferral to tuition
*> revenue as the term's days elapse on the TERMCAL.DAT calendar.
*> Housing and interest are still revenue when posted.  RevRecog
*> also books credit memos and write-offs, the earned part of a
*> write-off to bad debt expense (6200).  A chart file written
*> before then needs the 2400 and 6200 lines added.
*>
*> The official transcript fee Transcript raises on BILLING.DAT is
*> not tuition and has no term to be earned over - its item carries
*> course code TRAN and a pseudo-term T plus the issuance number -
*> so it is earned when charged:
*>
*>    transcript fee     DR tuition receivable / CR transcript fees
*>
*> account 4500, source BILL like any other new item.  A chart file
*> written before then needs the 4500 line added.
*>
*> Returned payments are reversed by PayReturn, which journals its
*> own entries (source NSFR) - the payment back to receivable out
*> of cash, and the returned-item fee to returned item fees (4400).
*> A chart file written before then needs the 4400 line added.
*> PayReturn also adds the fee to the open item's original amount -
*> or, for a term with only charges, to a charge's - so, as with
*> housing, a new item's tuition revenue entry and a charge's entry
*> leave out the fees RETURNS.DAT shows against them.
*>
*> Miscellaneous charges (MiscChg's fines, breakage and permit fees
*> on MISCCHG.DAT) are revenue when charged, to the account their
*> charge code carries.  Each charge dated in the period, and each
*> reduction CreditMemo and WriteOff logged against one on
*> MISCADJ.DAT dated in the period, posts
*>
*>    charge raised      DR tuition receivable / CR the charge's account
*>    credit memo C      DR the charge's account / CR tuition receivable
*>    refund memo R      DR the charge's account / CR cash
*>    write-off W        DR bad debt expense   / CR tuition receivable
*>
*> source codes MISC, MCRD, MRFD and MWOF.  Payments against charges
*> arrive on PAYMENTS.DAT like any other and post as above.  The
*> charge accounts are whatever ChgMaint carries, so each must be
*> added to GLACCTS.DAT by hand, as the fund accounts are.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT UnappliedFile ASSIGN TO "UNAPPLIED.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UnappliedFileStatus.
    SELECT HousingChargeFile ASSIGN TO "HOUSCHG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HousingChargeStatus.
    SELECT ReturnLogFile ASSIGN TO "RETURNS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnLogStatus.
    SELECT AidDisbursementFile ASSIGN TO "AIDDISB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AidDisbursementStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS SponsorARStatus.
    SELECT SponsorApplyFile ASSIGN TO "SPONAPPL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorApplyStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT MiscAdjustFile ASSIGN TO "MISCADJ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MiscAdjustStatus.
    SELECT ReportFile ASSIGN TO "GLPOST.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

FD ChartFile.
01 ChartRecord.

*> One journal line per side of each balanced entry: the posting
*> date and period, the account, D)ebit or C)redit, the amount, a
*> source code (BILL new item, INTR interest, HSNG housing charge,
*> PAYM payment) and the student/term the entry came from, so any
*> ledger figure can be traced back to its open item.
*> A run by fiscal period adds the fiscal year and period; other
*> runs, and the programs that append their own entries, leave
*> them blank.
FD GLTransFile.
01 GLTransRecord.
   02  GL-PostDate          PIC 9(8).
   02  GL-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  GL-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  GL-FiscalYear        PIC X(4).
   02  GL-FiscalPeriod      PIC X(2).

*> The unapplied-cash holding file PayApply writes: a payment held
*> there never reduced a BalanceDue, so it must not credit the
   02  UA-RejectDate        PIC 9(8).
   02  FILLER               PIC X.
   02  UA-ReasonCode        PIC X(4).
   02  FILLER               PIC X.
   02  UA-BankReference     PIC X(16).

*> Interest posted to date per open item, so the cumulative
*> BL-InterestAccrued can be posted as period deltas.
   02  FILLER          PIC X.
   02  IP-PostedAmount PIC 9(5)V99.

*> TuitionBill's log of the housing charges raised onto open items.
FD HousingChargeFile.
01 HousingChargeRecord.
   02  HC-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  HC-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HC-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HC-ChargeDate   PIC 9(8).
   02  FILLER          PIC X.
   02  HC-Amount       PIC 9(5)V99.

*> PayReturn's log of the payments returned and the fees charged.
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

*> TuitionBill's and AidDisb's log of the awards disbursed onto open
*> items.
FD AidDisbursementFile.
01 AidDisbursementRecord.
   02  DB-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DB-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  DB-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  DB-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  DB-DisbDate     PIC 9(8).
   02  FILLER          PIC X.
   02  DB-Amount       PIC 9(5)V99.

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

*> CreditMemo's and WriteOff's log of the reductions made to
*> miscellaneous charges.
FD MiscAdjustFile.
01 MiscAdjustRecord.
   02  MA-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  MA-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  MA-ChargeNbr         PIC 9(3).
   02  FILLER               PIC X.
   02  MA-ChargeCode        PIC X(4).
   02  FILLER               PIC X.
   02  MA-AdjustType        PIC X.
   02  FILLER               PIC X.
   02  MA-AdjustDate        PIC 9(8).
   02  FILLER               PIC X.
   02  MA-Amount            PIC 9(5)V99.
   02  FILLER               PIC X.
   02  MA-RevenueAccount    PIC 9(4).
   02  FILLER               PIC X.
   02  MA-AuthCode          PIC X(6).

*> PayApply's log of sponsor remittances applied to sponsor items.
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

FD ReportFile.
01 ReportLine           PIC X(90).

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(12).
01  ArgumentValue           PIC X(10).
01  RunDate                 PIC 9(8).
01  PostingPeriod           PIC 9(6) VALUE ZERO.
01  FiscalPeriodWanted      PIC 9(6) VALUE ZERO.
01  FiscalStartMonth        PIC 99 VALUE ZERO.
01  PeriodFirstDate         PIC 9(8).
01  PeriodLastDate          PIC 9(8).
01  FiscalDateMDY           PIC 9(8).

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

*> The standard posting accounts.  The numbers are fixed by
*> convention here (the bookkeeper's existing ledger numbering); the
01  CashAccount             PIC 9(4) VALUE 1000.
01  ReceivableAccount       PIC 9(4) VALUE 1200.
01  RevenueAccount          PIC 9(4) VALUE 4000.
01  DeferredRevenueAccount  PIC 9(4) VALUE 2400.
01  InterestAccount         PIC 9(4) VALUE 4100.
01  HousingRevenueAccount   PIC 9(4) VALUE 4200.
01  SponsorReceivableAccount PIC 9(4) VALUE 1250.
01  BadDebtExpenseAccount   PIC 9(4) VALUE 6200.
01  TranscriptFeeAccount    PIC 9(4) VALUE 4500.

*> Compiled-in seed chart, written out as the initial GLACCTS.DAT
*> when no chart file exists yet.
01  SeedChartValues.
    02  FILLER              PIC X(29) VALUE "1000 Cash and deposits".
    02  FILLER              PIC X(29) VALUE "1200 Tuition receivable".
    02  FILLER              PIC X(29) VALUE "1250 Sponsor receivable".
    02  FILLER              PIC X(29) VALUE "2400 Deferred tuition revenue".
    02  FILLER              PIC X(29) VALUE "4000 Tuition revenue".
    02  FILLER              PIC X(29) VALUE "4100 Interest income".
    02  FILLER              PIC X(29) VALUE "4200 Housing revenue".
    02  FILLER              PIC X(29) VALUE "4300 Bad debt recoveries".
    02  FILLER              PIC X(29) VALUE "4400 Returned item fees".
    02  FILLER              PIC X(29) VALUE "4500 Transcript fees".
    02  FILLER              PIC X(29) VALUE "6100 Collection commission".
    02  FILLER              PIC X(29) VALUE "6200 Bad debt expense".
01  SeedChartTable REDEFINES SeedChartValues.
    02  SeedChartEntry      PIC X(29) OCCURS 12 TIMES.
01  SeedChartIndex          PIC 9(2).

01  ChartCount              PIC 9(3) VALUE ZERO.
    88  PaymentIsHeld       VALUE "Y".
01  SkippedUnappliedCount   PIC 9(5) VALUE ZERO.
01  UnappliedImageTable.
    02  UnappliedImageEntry OCCURS 200 TIMES.
        03  UIT-PaymentImage    PIC X(28).
        03  UIT-BankReference   PIC X(16).
01  EndOfPostedSwitch       PIC X.
    88  EndOfPosted         VALUE "Y".
01  PostedCount             PIC 9(3) VALUE ZERO.
        03  IPT-StudentId   PIC 9(7).
        03  IPT-TermCode    PIC X(6).
        03  IPT-Amount      PIC 9(5)V99.
01  HousingChargeStatus     PIC XX.
    88  HousingChargeOk     VALUE "00".
01  EndOfHousingSwitch      PIC X.
    88  EndOfHousing        VALUE "Y".
01  HousingChargeCount      PIC 9(4) VALUE ZERO.
01  HousingChargeIndex      PIC 9(4).
01  ItemHousingTotal        PIC 9(7)V99.
01  HousingPostCount        PIC 9(6) VALUE ZERO.
01  HousingChargeTable.
    02  HousingChargeEntry  OCCURS 5000 TIMES.
        03  HCT-StudentId   PIC 9(7).
        03  HCT-TermCode    PIC X(6).
        03  HCT-ChargeDate  PIC 9(8).
        03  HCT-Amount      PIC 9(5)V99.
01  ReturnLogStatus         PIC XX.
    88  ReturnLogOk         VALUE "00".
01  EndOfReturnsSwitch      PIC X.
    88  EndOfReturns        VALUE "Y".
01  ReturnFeeCount          PIC 9(4) VALUE ZERO.
01  ReturnFeeIndex          PIC 9(4).
01  ItemReturnFeeTotal      PIC 9(7)V99.
01  ReturnFeeChargeNbr      PIC X(3).
01  ItemChargesTotal        PIC 9(7)V99.
01  ReturnFeeTable.
    02  ReturnFeeEntry      OCCURS 1000 TIMES.
        03  RFT-StudentId   PIC 9(7).
        03  RFT-TermCode    PIC X(6).
        03  RFT-ChargeNbr   PIC X(3).
        03  RFT-Amount      PIC 9(3)V99.
01  AidDisbursementStatus   PIC XX.
    88  AidDisbursementOk   VALUE "00".
01  EndOfAidSwitch          PIC X.
    88  EndOfAid            VALUE "Y".
01  AidPostCount            PIC 9(6) VALUE ZERO.
01  SponsorARStatus         PIC XX.
    88  SponsorAROk         VALUE "00".
01  SponsorApplyStatus      PIC XX.
    88  SponsorApplyOk      VALUE "00".
01  EndOfSponsorSwitch      PIC X.
    88  EndOfSponsor        VALUE "Y".
01  SponsorItemPostCount    PIC 9(6) VALUE ZERO.
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscAdjustStatus        PIC XX.
    88  MiscAdjustOk        VALUE "00".
01  EndOfMiscSwitch         PIC X.
    88  EndOfMisc           VALUE "Y".
01  MiscChargePostCount     PIC 9(6) VALUE ZERO.
01  MiscAdjustPostCount     PIC 9(6) VALUE ZERO.
01  SponsorPaymentPostCount PIC 9(6) VALUE ZERO.
01  EntrySourceCode         PIC X(4).
01  EntryStudentId          PIC 9(7).
01  EntryTermCode           PIC X(6).
    02  PHL-PostDate        PIC 9(8).
    02  FILLER              PIC X(37) VALUE SPACES.

01  FiscalHeadingLine.
    02  FILLER              PIC X(12) VALUE "FISCAL YEAR ".
    02  FHL-FiscalYear      PIC X(4).
    02  FILLER              PIC X(8)  VALUE " PERIOD ".
    02  FHL-FiscalPeriod    PIC X(2).
    02  FILLER              PIC X(8)  VALUE "  dated ".
    02  FHL-FirstDate       PIC 9(8).
    02  FILLER              PIC X(4)  VALUE " to ".
    02  FHL-LastDate        PIC 9(8).
    02  FILLER              PIC X(36) VALUE SPACES.

01  JournalDetailLine.
    02  JDL-SourceCode      PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  TBT-CreditTotal     PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(30) VALUE SPACES.

01  HousingSummaryLine.
    02  FILLER              PIC X(25) VALUE "Housing charges posted: ".
    02  HSL-HousingCount    PIC ZZZZZ9.
    02  FILLER              PIC X(59) VALUE SPACES.

01  AidSummaryLine.
    02  FILLER              PIC X(25) VALUE "Aid disbursements posted:".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ASL-AidCount        PIC ZZZZZ9.
    02  FILLER              PIC X(58) VALUE SPACES.

01  SponsorSummaryLine.
    02  FILLER              PIC X(25) VALUE "Sponsor items posted:".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SSL-ItemCount       PIC ZZZZZ9.
    02  FILLER              PIC X(12) VALUE "  payments: ".
    02  SSL-PaymentCount    PIC ZZZZZ9.
    02  FILLER              PIC X(40) VALUE SPACES.

01  MiscSummaryLine.
    02  FILLER              PIC X(25) VALUE "Misc charges posted:".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  MSL-ChargeCount     PIC ZZZZZ9.
    02  FILLER              PIC X(15) VALUE "  adjustments: ".
    02  MSL-AdjustCount     PIC ZZZZZ9.
    02  FILLER              PIC X(37) VALUE SPACES.
01  PostSummaryLine.
    02  FILLER              PIC X(16) VALUE "Entries posted: ".
    02  PSL-EntryCount      PIC ZZZZZ9.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    MOVE RunDate (1:6) TO PostingPeriod
    PERFORM GetRunArguments
    PERFORM SetPostingDates
    PERFORM LoadChartOfAccounts
    PERFORM LoadInterestPostedTable
    PERFORM LoadUnappliedImages
    PERFORM LoadHousingCharges
    PERFORM LoadReturnFees
    OPEN INPUT BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - nothing to post."
    MOVE PostingPeriod TO PHL-Period
    MOVE RunDate TO PHL-PostDate
    WRITE ReportLine FROM PostHeadingLine
    IF FiscalPeriodWanted NOT = ZERO
       MOVE FiscalPeriodWanted (1:4) TO FHL-FiscalYear
       MOVE FiscalPeriodWanted (5:2) TO FHL-FiscalPeriod
       MOVE PeriodFirstDate TO FHL-FirstDate
       MOVE PeriodLastDate TO FHL-LastDate
       WRITE ReportLine FROM FiscalHeadingLine
    END-IF
    WRITE ReportLine FROM BlankLine
    PERFORM PostBillingActivity
    CLOSE BillingFile
    PERFORM SaveInterestPostedTable
    PERFORM PostHousingActivity
    PERFORM PostAidActivity
    PERFORM PostSponsorActivity
    PERFORM PostMiscChargeActivity
    PERFORM PostPaymentActivity
    IF SkippedUnappliedCount > ZERO
       DISPLAY SkippedUnappliedCount " payment(s) held on"
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM PostSummaryLine
    DISPLAY PostSummaryLine
    MOVE HousingPostCount TO HSL-HousingCount
    WRITE ReportLine FROM HousingSummaryLine
    DISPLAY HousingSummaryLine
    MOVE AidPostCount TO ASL-AidCount
    WRITE ReportLine FROM AidSummaryLine
    DISPLAY AidSummaryLine
    MOVE SponsorItemPostCount TO SSL-ItemCount
    MOVE SponsorPaymentPostCount TO SSL-PaymentCount
    WRITE ReportLine FROM SponsorSummaryLine
    DISPLAY SponsorSummaryLine
    MOVE MiscChargePostCount TO MSL-ChargeCount
    MOVE MiscAdjustPostCount TO MSL-AdjustCount
    WRITE ReportLine FROM MiscSummaryLine
    DISPLAY MiscSummaryLine
    CLOSE ReportFile
    CLOSE GLTransFile
    STOP RUN.
          WHEN "PERIOD"
             COMPUTE PostingPeriod =
                FUNCTION NUMVAL (ArgumentValue)
          WHEN "FISCALPERIOD"
             COMPUTE FiscalPeriodWanted =
                FUNCTION NUMVAL (ArgumentValue)
          WHEN "FYSTART"
             COMPUTE FiscalStartMonth =
                FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The first and last activity dates to post: the calendar month of
*> PostingPeriod, or the dates of FISCALPERIOD= on the fiscal
*> calendar, in which case the period's closing month becomes the
*> GL-Period stamped on each line.
SetPostingDates.
    IF FiscalPeriodWanted = ZERO
       COMPUTE PeriodFirstDate = PostingPeriod * 100 + 1
       COMPUTE PeriodLastDate = PostingPeriod * 100 + 31
       EXIT PARAGRAPH
    END-IF
    MOVE "P" TO Y2K-FISCP-FUNCTION
    MOVE FiscalPeriodWanted (1:4) TO Y2K-FISCP-FISCAL-YEAR
    MOVE FiscalPeriodWanted (5:2) TO Y2K-FISCP-PERIOD
    MOVE FiscalStartMonth TO Y2K-FISCP-START-MONTH
    CALL "Y2KFISC" USING Y2K-FISC-PARAMETERS
    IF Y2K-FISCP-RETURN-CODE NOT = ZERO
       DISPLAY "FISCALPERIOD=" FiscalPeriodWanted " FYSTART="
          FiscalStartMonth " is not a period on the fiscal calendar."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE Y2K-FISCP-PERIOD-START TO FiscalDateMDY
    MOVE FiscalDateMDY (5:4) TO PeriodFirstDate (1:4)
    MOVE FiscalDateMDY (1:4) TO PeriodFirstDate (5:4)
    MOVE Y2K-FISCP-PERIOD-END TO FiscalDateMDY
    MOVE FiscalDateMDY (5:4) TO PeriodLastDate (1:4)
    MOVE FiscalDateMDY (1:4) TO PeriodLastDate (5:4)
    MOVE PeriodLastDate (1:6) TO PostingPeriod.

*> Loads GLACCTS.DAT into the in-memory chart (with per-account
*> debit/credit accumulators for the trial balance).  A site with no
*> chart file yet gets one seeded from the compiled-in table, the
          " the built-in chart."
       OPEN OUTPUT ChartFile
       PERFORM VARYING SeedChartIndex FROM 1 BY 1
          UNTIL SeedChartIndex > 12
          MOVE SeedChartEntry (SeedChartIndex) TO ChartRecord
          WRITE ChartRecord
       END-PERFORM
PostBillingActivity.
    PERFORM ReadOneBillingRecord
    PERFORM UNTIL EndOfBilling
       IF BL-InvoiceDate NOT < PeriodFirstDate
          AND BL-InvoiceDate NOT > PeriodLastDate
          AND BL-OriginalAmount > ZERO
          PERFORM FindItemHousingTotal
          PERFORM FindItemReturnFees
          COMPUTE ItemChargesTotal = ItemHousingTotal + ItemReturnFeeTotal
          IF BL-OriginalAmount > ItemChargesTotal
             ADD 1 TO NewItemCount
             COMPUTE EntryAmount = BL-OriginalAmount - ItemChargesTotal
             MOVE "BILL" TO EntrySourceCode
             MOVE BL-StudentId TO EntryStudentId
             MOVE BL-TermCode TO EntryTermCode
             MOVE ReceivableAccount TO EntryDebitAccount
             IF BL-CourseCode = "TRAN" AND BL-TermCode (1:1) = "T"
                MOVE TranscriptFeeAccount TO EntryCreditAccount
             ELSE
                MOVE DeferredRevenueAccount TO EntryCreditAccount
             END-IF
             PERFORM PostOneBalancedEntry
          END-IF
       END-IF
       IF BL-LastAccrualDate NOT < PeriodFirstDate
          AND BL-LastAccrualDate NOT > PeriodLastDate
          AND BL-InterestAccrued > ZERO
          AND BL-LastAccrualDate NOT = BL-InvoiceDate
          PERFORM FindInterestPostedSoFar
    END-PERFORM
    CLOSE InterestPostedFile.

*> HOUSCHG.DAT in full: every charge is needed to take housing out
*> of an item's tuition entry, whatever period it was raised in.
LoadHousingCharges.
    MOVE ZERO TO HousingChargeCount
    OPEN INPUT HousingChargeFile
    IF NOT HousingChargeOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfHousingSwitch
    PERFORM UNTIL EndOfHousing
       READ HousingChargeFile
          AT END SET EndOfHousing TO TRUE
          NOT AT END
             IF HC-StudentId NUMERIC AND HC-Amount NUMERIC
                IF HousingChargeCount < 5000
                   ADD 1 TO HousingChargeCount
                   MOVE HC-StudentId TO HCT-StudentId (HousingChargeCount)
                   MOVE HC-TermCode TO HCT-TermCode (HousingChargeCount)
                   MOVE HC-ChargeDate
                     TO HCT-ChargeDate (HousingChargeCount)
                   MOVE HC-Amount TO HCT-Amount (HousingChargeCount)
                ELSE
                   DISPLAY "HOUSCHG table full - charge for "
                      HC-StudentId "/" HC-TermCode " not posted."
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE HousingChargeFile.

FindItemHousingTotal.
    MOVE ZERO TO ItemHousingTotal
    PERFORM VARYING HousingChargeIndex FROM 1 BY 1
       UNTIL HousingChargeIndex > HousingChargeCount
       IF HCT-StudentId (HousingChargeIndex) = BL-StudentId
          AND HCT-TermCode (HousingChargeIndex) = BL-TermCode
          ADD HCT-Amount (HousingChargeIndex) TO ItemHousingTotal
       END-IF
    END-PERFORM.

*> RETURNS.DAT in full, for the fees PayReturn added to open items.
LoadReturnFees.
    MOVE ZERO TO ReturnFeeCount
    OPEN INPUT ReturnLogFile
    IF NOT ReturnLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfReturnsSwitch
    PERFORM UNTIL EndOfReturns
       READ ReturnLogFile
          AT END SET EndOfReturns TO TRUE
          NOT AT END
             IF RT-StudentId NUMERIC AND RT-FeeAmount NUMERIC
                AND RT-FeeAmount > ZERO
                IF ReturnFeeCount < 1000
                   ADD 1 TO ReturnFeeCount
                   MOVE RT-StudentId TO RFT-StudentId (ReturnFeeCount)
                   MOVE RT-TermCode TO RFT-TermCode (ReturnFeeCount)
                   MOVE RT-ChargeNbr TO RFT-ChargeNbr (ReturnFeeCount)
                   MOVE RT-FeeAmount TO RFT-Amount (ReturnFeeCount)
                ELSE
                   DISPLAY "RETURNS table full - fee for "
                      RT-StudentId "/" RT-TermCode
                      " left in tuition revenue."
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ReturnLogFile.

FindItemReturnFees.
    MOVE ZERO TO ItemReturnFeeTotal
    PERFORM VARYING ReturnFeeIndex FROM 1 BY 1
       UNTIL ReturnFeeIndex > ReturnFeeCount
       IF RFT-StudentId (ReturnFeeIndex) = BL-StudentId
          AND RFT-TermCode (ReturnFeeIndex) = BL-TermCode
          AND RFT-ChargeNbr (ReturnFeeIndex) = SPACES
          ADD RFT-Amount (ReturnFeeIndex) TO ItemReturnFeeTotal
       END-IF
    END-PERFORM.

FindChargeReturnFees.
    MOVE ZERO TO ItemReturnFeeTotal
    MOVE MC-ChargeNbr TO ReturnFeeChargeNbr
    PERFORM VARYING ReturnFeeIndex FROM 1 BY 1
       UNTIL ReturnFeeIndex > ReturnFeeCount
       IF RFT-StudentId (ReturnFeeIndex) = MC-StudentId
          AND RFT-TermCode (ReturnFeeIndex) = MC-TermCode
          AND RFT-ChargeNbr (ReturnFeeIndex) = ReturnFeeChargeNbr
          ADD RFT-Amount (ReturnFeeIndex) TO ItemReturnFeeTotal
       END-IF
    END-PERFORM.

PostHousingActivity.
    PERFORM VARYING HousingChargeIndex FROM 1 BY 1
       UNTIL HousingChargeIndex > HousingChargeCount
       IF HCT-ChargeDate (HousingChargeIndex) NOT < PeriodFirstDate
          AND HCT-ChargeDate (HousingChargeIndex) NOT > PeriodLastDate
          AND HCT-Amount (HousingChargeIndex) > ZERO
          ADD 1 TO HousingPostCount
          MOVE HCT-Amount (HousingChargeIndex) TO EntryAmount
          MOVE "HSNG" TO EntrySourceCode
          MOVE HCT-StudentId (HousingChargeIndex) TO EntryStudentId
          MOVE HCT-TermCode (HousingChargeIndex) TO EntryTermCode
          MOVE ReceivableAccount TO EntryDebitAccount
          MOVE HousingRevenueAccount TO EntryCreditAccount
          PERFORM PostOneBalancedEntry
       END-IF
    END-PERFORM.

*> AIDDISB.DAT is read straight through - only the period's rows are
*> wanted and nothing else in the run needs them.
PostAidActivity.
    OPEN INPUT AidDisbursementFile
    IF NOT AidDisbursementOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfAidSwitch
    PERFORM UNTIL EndOfAid
       READ AidDisbursementFile
          AT END SET EndOfAid TO TRUE
          NOT AT END
             IF DB-StudentId NUMERIC AND DB-Amount NUMERIC
                AND DB-GLAccount NUMERIC
                AND DB-DisbDate NOT < PeriodFirstDate
                AND DB-DisbDate NOT > PeriodLastDate
                AND DB-Amount > ZERO
                ADD 1 TO AidPostCount
                MOVE DB-Amount TO EntryAmount
                MOVE "AIDD" TO EntrySourceCode
                MOVE DB-StudentId TO EntryStudentId
                MOVE DB-TermCode TO EntryTermCode
                MOVE DB-GLAccount TO EntryDebitAccount
                MOVE ReceivableAccount TO EntryCreditAccount
                PERFORM PostOneBalancedEntry
             END-IF
       END-READ
    END-PERFORM
    CLOSE AidDisbursementFile.

*> MISCCHG.DAT charges dated in the period, then MISCADJ.DAT
*> reductions dated in the period.  Either file missing simply
*> means nothing to post from it.
PostMiscChargeActivity.
    OPEN INPUT MiscChargeFile
    IF MiscChargeOk
       MOVE "N" TO EndOfMiscSwitch
       PERFORM UNTIL EndOfMisc
          READ MiscChargeFile
             AT END SET EndOfMisc TO TRUE
             NOT AT END
                IF MC-ChargeDate NOT < PeriodFirstDate
                   AND MC-ChargeDate NOT > PeriodLastDate
                   AND MC-OriginalAmount > ZERO
                   PERFORM FindChargeReturnFees
                   IF MC-OriginalAmount > ItemReturnFeeTotal
                      ADD 1 TO MiscChargePostCount
                      COMPUTE EntryAmount =
                         MC-OriginalAmount - ItemReturnFeeTotal
                      MOVE "MISC" TO EntrySourceCode
                      MOVE MC-StudentId TO EntryStudentId
                      MOVE MC-TermCode TO EntryTermCode
                      MOVE ReceivableAccount TO EntryDebitAccount
                      MOVE MC-RevenueAccount TO EntryCreditAccount
                      PERFORM PostOneBalancedEntry
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MiscChargeFile
    END-IF
    OPEN INPUT MiscAdjustFile
    IF NOT MiscAdjustOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfMiscSwitch
    PERFORM UNTIL EndOfMisc
       READ MiscAdjustFile
          AT END SET EndOfMisc TO TRUE
          NOT AT END
             IF MA-StudentId NUMERIC AND MA-Amount NUMERIC
                AND MA-RevenueAccount NUMERIC
                AND MA-AdjustDate NOT < PeriodFirstDate
                AND MA-AdjustDate NOT > PeriodLastDate
                AND MA-Amount > ZERO
                PERFORM PostOneMiscAdjustment
             END-IF
       END-READ
    END-PERFORM
    CLOSE MiscAdjustFile.

PostOneMiscAdjustment.
    MOVE MA-Amount TO EntryAmount
    MOVE MA-StudentId TO EntryStudentId
    MOVE MA-TermCode TO EntryTermCode
    EVALUATE MA-AdjustType
       WHEN "C"
          MOVE "MCRD" TO EntrySourceCode
          MOVE MA-RevenueAccount TO EntryDebitAccount
          MOVE ReceivableAccount TO EntryCreditAccount
       WHEN "R"
          MOVE "MRFD" TO EntrySourceCode
          MOVE MA-RevenueAccount TO EntryDebitAccount
          MOVE CashAccount TO EntryCreditAccount
       WHEN "W"
          MOVE "MWOF" TO EntrySourceCode
          MOVE BadDebtExpenseAccount TO EntryDebitAccount
          MOVE ReceivableAccount TO EntryCreditAccount
       WHEN OTHER
          DISPLAY "MISCADJ.DAT type " MA-AdjustType " for "
             MA-StudentId " not recognised - not posted."
          EXIT PARAGRAPH
    END-EVALUATE
    ADD 1 TO MiscAdjustPostCount
    PERFORM PostOneBalancedEntry.

*> SPONAR.DAT items raised in the period, then SPONAPPL.DAT
*> remittances dated in the period.  Either file missing simply
*> means nothing to post from it.
PostSponsorActivity.
    OPEN INPUT SponsorARFile
    IF SponsorAROk
       MOVE "N" TO EndOfSponsorSwitch
       PERFORM UNTIL EndOfSponsor
          READ SponsorARFile
             AT END SET EndOfSponsor TO TRUE
             NOT AT END
                IF SR-InvoiceDate NOT < PeriodFirstDate
                   AND SR-InvoiceDate NOT > PeriodLastDate
                   AND SR-OriginalAmount > ZERO
                   ADD 1 TO SponsorItemPostCount
                   MOVE SR-OriginalAmount TO EntryAmount
                   MOVE "SPNR" TO EntrySourceCode
                   MOVE SR-StudentId TO EntryStudentId
                   MOVE SR-TermCode TO EntryTermCode
                   MOVE SponsorReceivableAccount TO EntryDebitAccount
                   MOVE DeferredRevenueAccount TO EntryCreditAccount
                   PERFORM PostOneBalancedEntry
                END-IF
          END-READ
       END-PERFORM
       CLOSE SponsorARFile
    END-IF
    OPEN INPUT SponsorApplyFile
    IF NOT SponsorApplyOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfSponsorSwitch
    PERFORM UNTIL EndOfSponsor
       READ SponsorApplyFile
          AT END SET EndOfSponsor TO TRUE
          NOT AT END
             IF SA-StudentId NUMERIC AND SA-Amount NUMERIC
                AND SA-PaymentDate NOT < PeriodFirstDate
                AND SA-PaymentDate NOT > PeriodLastDate
                AND SA-Amount > ZERO
                ADD 1 TO SponsorPaymentPostCount
                MOVE SA-Amount TO EntryAmount
                MOVE "SPNP" TO EntrySourceCode
                MOVE SA-StudentId TO EntryStudentId
                MOVE SA-TermCode TO EntryTermCode
                MOVE CashAccount TO EntryDebitAccount
                MOVE SponsorReceivableAccount TO EntryCreditAccount
                PERFORM PostOneBalancedEntry
             END-IF
       END-READ
    END-PERFORM
    CLOSE SponsorApplyFile.

PostPaymentActivity.
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
    PERFORM ReadOnePaymentRecord
    PERFORM UNTIL EndOfPayments
       IF PT-StudentId NUMERIC AND PT-Amount NUMERIC
          AND PT-PaymentDate NOT < PeriodFirstDate
          AND PT-PaymentDate NOT > PeriodLastDate
          PERFORM CheckPaymentUnapplied
          IF PaymentIsHeld
             ADD 1 TO SkippedUnappliedCount
       IF UA-PaymentImage NOT = SPACES AND UnappliedCount < 200
          ADD 1 TO UnappliedCount
          MOVE UA-PaymentImage TO UIT-PaymentImage (UnappliedCount)
          MOVE UA-BankReference TO UIT-BankReference (UnappliedCount)
       END-IF
       PERFORM ReadOneUnappliedRecord
    END-PERFORM
       AT END SET EndOfUnapplied TO TRUE
    END-READ.

*> A suspected duplicate held from the same PAYMENTS.DAT has the
*> same image as the payment it repeats, so each held item accounts
*> for one payment line only: it must match the reference as well,
*> and is struck from the table once matched.
CheckPaymentUnapplied.
    MOVE "N" TO PaymentHeldSwitch
    PERFORM VARYING UnappliedIndex FROM 1 BY 1
       UNTIL UnappliedIndex > UnappliedCount OR PaymentIsHeld
       IF UIT-PaymentImage (UnappliedIndex) = PaymentRecord (1:28)
          AND UIT-BankReference (UnappliedIndex) = PaymentRecord (30:16)
          SET PaymentIsHeld TO TRUE
          MOVE SPACES TO UnappliedImageEntry (UnappliedIndex)
       END-IF
    END-PERFORM.

    WRITE ReportLine FROM JournalDetailLine.

WriteOneGLTransRecord.
    MOVE SPACES TO GLTransRecord
    MOVE RunDate TO GL-PostDate
    MOVE PostingPeriod TO GL-Period
    IF FiscalPeriodWanted NOT = ZERO
       MOVE FiscalPeriodWanted (1:4) TO GL-FiscalYear
       MOVE FiscalPeriodWanted (5:2) TO GL-FiscalPeriod
    END-IF
    MOVE EntryAccountNumber TO GL-AccountNumber
    MOVE EntryDebitCredit TO GL-DebitCredit
    MOVE EntryAmount TO GL-Amount
