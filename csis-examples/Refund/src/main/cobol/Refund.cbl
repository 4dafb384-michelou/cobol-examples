IDENTIFICATION DIVISION.
PROGRAM-ID.  Refund.
AUTHOR.  Michael Coughlan.
*> Credit-balance refund run - students whose account is in credit
*> are sent a check instead of waiting for them to ask.  BILLING.DAT
*> never carries a negative balance (PayApply stops BalanceDue at
*> zero and reports the overpayment), so an item's credit is worked
*> out from what it was charged and what came in against it:
*>
*>    item credit = amount paid + aid disbursed onto it (AIDDISB.DAT)
*>                  + C credit memos applied to it (CREDLOG.DAT)
*>                  - original amount - interest accrued
*>
*> for an item with nothing left to pay.  A C memo lowers only the
*> balance, so without it an item reduced by a memo and then paid
*> in full would show no credit.  A student's combined
*> position is every BalanceDue they owe less every item credit
*> they hold; a student whose position is a credit of more than the
*> minimum is refunded that net credit, so money owed on one term
*> is never paid out as a refund of another.
*>
*> A student with any hold on HOLDS.DAT is not refunded - the hold
*> is there for a reason the bursar has to clear first - and is
*> listed on the register as HELD.  Everyone else gets the next
*> check number: the refund is taken off AmountPaid on the items in
*> credit (the way CreditMemo's R memo returns a payment), each
*> amount taken is logged on REFUNDS.DAT (check number, student,
*> term, date, amount), the check prints on CHECKS.PRT addressed
*> from ADDRESS.DAT, the check register CHECKREG.RPT lists every
*> check with totals, and the entry
*>
*>    refund issued      DR tuition receivable / CR cash
*>
*> is appended to GLTRANS.DAT with source code RFND.  Because the
*> refund reduces AmountPaid, the credit it paid out is gone from
*> BILLING.DAT: running the refund again finds nothing left to
*> refund.  The last check number issued is kept on CHECKNO.DAT and
*> saved after every check, so a number is never used twice.
*>
*> Arguments (optional, any order):
*>    MINIMUM=nn.nn  smallest credit worth a check (default 5.00)
*>    CHECK=nnnnnn   first check number to use, when a new check
*>                   stock is loaded (default: one past CHECKNO.DAT)
*>
*> The run takes BILLING.LOCK like every other BILLING.DAT updater.
*>
*> A student's miscellaneous charges on MISCCHG.DAT count too.  What
*> a charge still owes is added to the student's position, so an
*> open fine is netted off a tuition credit rather than left behind
*> when the credit is paid out; and a charge with nothing left to
*> pay holds a credit of
*>
*>    charge credit = amount paid + C credit memos applied to it
*>                    (MISCADJ.DAT) - original amount
*>
*> which is where PayApply leaves an overpayment for a term that has
*> charges but no tuition item.  The refund comes off the tuition
*> items first and then off AmountPaid on the charges in credit, in
*> key order; a charge refund is logged on REFUNDS.DAT like any
*> other, with the charge number at the end of the line (blank for
*> a tuition item).  Charge payments were posted to tuition
*> receivable with the rest, so the one RFND entry for the check
*> covers both.  With no MISCCHG.DAT the run works from BILLING.DAT
*> alone, as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AD-StudentId
		FILE STATUS IS AddressFileStatus.
    SELECT AidDisbursementFile ASSIGN TO "AIDDISB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AidDisbursementStatus.
    SELECT CreditLogFile ASSIGN TO "CREDLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CreditLogStatus.
    SELECT MiscAdjustFile ASSIGN TO "MISCADJ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MiscAdjustStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT RefundLogFile ASSIGN TO "REFUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RefundLogStatus.
    SELECT CheckNumberFile ASSIGN TO "CHECKNO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CheckNumberStatus.
    SELECT GLTransFile ASSIGN TO "GLTRANS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GLTransFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "CHECKREG.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CheckPrintFile ASSIGN TO "CHECKS.PRT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth     PIC 9(8).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  AD-AddressLine1 PIC X(30).
   02  AD-AddressLine2 PIC X(30).
   02  AD-City         PIC X(20).
   02  AD-PostalCode   PIC X(10).
   02  AD-Phone        PIC X(12).

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

*> CreditMemo's log of the memos applied to tuition items.
FD CreditLogFile.
01 CreditLogRecord.
   02  CL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  CL-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  CL-MemoType     PIC X.
   02  FILLER          PIC X.
   02  CL-AppliedDate  PIC 9(8).
   02  FILLER          PIC X.
   02  CL-Amount       PIC 9(5)V99.

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

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

*> One line per amount a refund check took off an item.
FD RefundLogFile.
01 RefundLogRecord.
   02  RF-CheckNumber  PIC 9(6).
   02  FILLER          PIC X.
   02  RF-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  RF-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  RF-RefundDate   PIC 9(8).
   02  FILLER          PIC X.
   02  RF-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  RF-ChargeNbr    PIC X(3).

FD CheckNumberFile.
01 CheckNumberRecord    PIC 9(6).

*> GLPost's journal line layout.
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

FD LockFile.
01 LockRecord           PIC X(40).

FD ReportFile.
01 ReportLine           PIC X(100).

FD CheckPrintFile.
01 CheckLine            PIC X(80).

WORKING-STORAGE SECTION.
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscChargesAvailableSwitch PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".
01  EndOfChargesSwitch      PIC X.
    88  EndOfCharges        VALUE "Y".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  AidDisbursementStatus   PIC XX.
    88  AidDisbursementOk   VALUE "00".
01  CreditLogStatus         PIC XX.
    88  CreditLogOk         VALUE "00".
01  MiscAdjustStatus        PIC XX.
    88  MiscAdjustOk        VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  RefundLogStatus         PIC XX.
    88  RefundLogOk         VALUE "00".
01  CheckNumberStatus       PIC XX.
    88  CheckNumberOk       VALUE "00".
01  GLTransFileStatus       PIC XX.
    88  GLTransFileOk       VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  AddressFoundSwitch      PIC X.
    88  AddressFound        VALUE "Y".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfBillingSwitch      PIC X.
    88  EndOfBilling        VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  MinimumRefund           PIC 9(5)V99 VALUE 5.00.
01  RunDate                 PIC 9(8).
01  LetterDate              PIC X(30).

*> Check numbering: the last number issued, from CHECKNO.DAT or the
*> CHECK= argument.
01  CheckNumber             PIC 9(6) VALUE ZERO.
01  FirstCheckNumber        PIC 9(6) VALUE ZERO.
01  StartCheckOverride      PIC 9(6) VALUE ZERO.

*> Aid disbursed per student and term, summed from AIDDISB.DAT.
01  AidItemCount            PIC 9(4) VALUE ZERO.
01  AidItemIndex            PIC 9(4).
01  AidItemFoundSwitch      PIC X.
    88  AidItemFound        VALUE "Y".
01  AidItemTable.
    02  AidItemEntry        OCCURS 3000 TIMES.
        03  AIT-StudentId   PIC 9(7).
        03  AIT-TermCode    PIC X(6).
        03  AIT-Amount      PIC 9(7)V99.

*> C credit memos per tuition item (CREDLOG.DAT) and per charge
*> (MISCADJ.DAT, MIT-ChargeNbr not blank).
01  MemoItemCount           PIC 9(4) VALUE ZERO.
01  MemoItemIndex           PIC 9(4).
01  MemoItemFoundSwitch     PIC X.
    88  MemoItemFound       VALUE "Y".
01  MemoStudentId           PIC 9(7).
01  MemoTermCode            PIC X(6).
01  MemoChargeNbr           PIC X(3).
01  MemoAmount              PIC 9(5)V99.
01  MemoItemTable.
    02  MemoItemEntry       OCCURS 3000 TIMES.
        03  MIT-StudentId   PIC 9(7).
        03  MIT-TermCode    PIC X(6).
        03  MIT-ChargeNbr   PIC X(3).
        03  MIT-Amount      PIC 9(7)V99.

01  HeldStudentCount        PIC 9(4) VALUE ZERO.
01  HeldStudentIndex        PIC 9(4).
01  StudentHeldSwitch       PIC X.
    88  StudentHeld         VALUE "Y".
01  HeldStudentIds.
    02  HeldStudentId       PIC 9(7) OCCURS 1000 TIMES.

*> Students found in credit by the first pass, with the net credit
*> to refund.
01  CandidateCount          PIC 9(4) VALUE ZERO.
01  CandidateIndex          PIC 9(4).
01  CandidateTable.
    02  CandidateEntry      OCCURS 2000 TIMES.
        03  CT-StudentId    PIC 9(7).
        03  CT-Credit       PIC 9(7)V99.

01  CurrentStudentId        PIC 9(7).
01  StudentPosition         PIC S9(7)V99.
01  ItemAid                 PIC 9(7)V99.
01  ItemMemo                PIC 9(7)V99.
01  ItemCredit              PIC S9(7)V99.
01  RefundAmount            PIC 9(7)V99.
01  RefundRemaining         PIC 9(7)V99.
01  ItemRefund              PIC 9(5)V99.
01  FullName                PIC X(30).
01  CityPostalLine          PIC X(40).

01  RefundCount             PIC 9(6) VALUE ZERO.
01  HeldCount               PIC 9(6) VALUE ZERO.
01  TotalRefunded           PIC 9(9)V99 VALUE ZERO.
01  TotalHeld               PIC 9(9)V99 VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(100) VALUE SPACES.

01  RegisterTitleLine.
    02  FILLER              PIC X(29) VALUE "REFUND CHECK REGISTER   RUN ".
    02  RTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(13) VALUE "   minimum  ".
    02  RTL-Minimum         PIC ZZZZ9.99.
    02  FILLER              PIC X(42) VALUE SPACES.

01  RegisterHeadingLine.
    02  FILLER              PIC X(8)  VALUE "CHECK".
    02  FILLER              PIC X(9)  VALUE "STUDENT".
    02  FILLER              PIC X(31) VALUE "PAYEE".
    02  FILLER              PIC X(10) VALUE "    AMOUNT".
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  FILLER              PIC X(12) VALUE "DISPOSITION".
    02  FILLER              PIC X(28) VALUE "NOTE".

01  RegisterDetailLine.
    02  RDL-CheckNumber     PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Payee           PIC X(30).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Disposition     PIC X(10).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Note            PIC X(28).

01  RegisterSummaryLine.
    02  FILLER              PIC X(16) VALUE "Checks written: ".
    02  RSL-RefundCount     PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE "  total:".
    02  RSL-TotalRefunded   PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(8)  VALUE "  held: ".
    02  RSL-HeldCount       PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE "  total:".
    02  RSL-TotalHeld       PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(24) VALUE SPACES.

01  CheckRangeLine.
    02  FILLER              PIC X(15) VALUE "Check numbers: ".
    02  CRL-FirstCheck      PIC 9(6).
    02  FILLER              PIC X(4)  VALUE " to ".
    02  CRL-LastCheck       PIC 9(6).
    02  FILLER              PIC X(69) VALUE SPACES.

01  CheckNumberLine.
    02  FILLER              PIC X(50) VALUE SPACES.
    02  FILLER              PIC X(10) VALUE "CHECK NO. ".
    02  CNL-CheckNumber     PIC 9(6).
    02  FILLER              PIC X(14) VALUE SPACES.

01  CheckDateLine.
    02  FILLER              PIC X(50) VALUE SPACES.
    02  CDL-Date            PIC X(30).

01  CheckPayeeLine.
    02  FILLER              PIC X(20) VALUE "PAY TO THE ORDER OF ".
    02  CPL-Payee           PIC X(30).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  CPL-Amount          PIC $$,$$$,$$9.99.
    02  FILLER              PIC X(13) VALUE SPACES.

01  CheckAddressLine.
    02  FILLER              PIC X(20) VALUE SPACES.
    02  CAL-Text            PIC X(40).
    02  FILLER              PIC X(20) VALUE SPACES.

01  CheckMemoLine.
    02  FILLER              PIC X(42)
                            VALUE "MEMO: Refund of credit balance - student ".
    02  CML-StudentId       PIC 9(7).
    02  FILLER              PIC X(31) VALUE SPACES.

01  CheckTearLine           PIC X(80) VALUE ALL "-".

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    OPEN I-O BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - nothing to refund."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O MiscChargeFile
    IF MiscChargeOk
       SET MiscChargesAvailable TO TRUE
    END-IF
    PERFORM FormatLetterDate
    PERFORM LoadAidByItem
    PERFORM LoadMemosByItem
    PERFORM LoadHeldStudents
    PERFORM GetFirstCheckNumber
    PERFORM FindStudentsInCredit
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    OPEN EXTEND RefundLogFile
    IF NOT RefundLogOk
       OPEN OUTPUT RefundLogFile
       CLOSE RefundLogFile
       OPEN EXTEND RefundLogFile
    END-IF
    OPEN EXTEND GLTransFile
    IF NOT GLTransFileOk
       OPEN OUTPUT GLTransFile
       CLOSE GLTransFile
       OPEN EXTEND GLTransFile
    END-IF
    OPEN OUTPUT ReportFile
    OPEN OUTPUT CheckPrintFile
    MOVE RunDate TO RTL-RunDate
    MOVE MinimumRefund TO RTL-Minimum
    WRITE ReportLine FROM RegisterTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM VARYING CandidateIndex FROM 1 BY 1
       UNTIL CandidateIndex > CandidateCount
       PERFORM RefundOneStudent
    END-PERFORM
    MOVE RefundCount TO RSL-RefundCount
    MOVE TotalRefunded TO RSL-TotalRefunded
    MOVE HeldCount TO RSL-HeldCount
    MOVE TotalHeld TO RSL-TotalHeld
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    IF RefundCount > ZERO
       MOVE FirstCheckNumber TO CRL-FirstCheck
       MOVE CheckNumber TO CRL-LastCheck
       WRITE ReportLine FROM CheckRangeLine
       DISPLAY CheckRangeLine
    END-IF
    CLOSE CheckPrintFile
    CLOSE ReportFile
    CLOSE GLTransFile
    CLOSE RefundLogFile
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    IF MiscChargesAvailable
       CLOSE MiscChargeFile
    END-IF
    CLOSE BillingFile
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
          WHEN "MINIMUM"
             COMPUTE MinimumRefund = FUNCTION NUMVAL (ArgumentValue)
          WHEN "CHECK"
             COMPUTE StartCheckOverride = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The single-writer guard on BILLING.DAT, shared with TuitionBill,
*> PayApply and CreditMemo.
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
       MOVE "LOCKED BY REFUND" TO LockRecord (1:26)
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

FormatLetterDate.
    MOVE RunDate (5:2) TO Y2K-DFMTP-DATEIN (1:2)
    MOVE RunDate (7:2) TO Y2K-DFMTP-DATEIN (3:2)
    MOVE RunDate (1:4) TO Y2K-DFMTP-DATEIN (5:4)
    SET DFMT-MAJOR-TEXT1 TO TRUE
    SET DFMT-MINOR-US TO TRUE
    MOVE SPACES TO Y2K-DFMTP-OUTPUT
    CALL "Y2KDFMT" USING Y2K-DFMT-PARAMETERS
    MOVE Y2K-DFMTP-OUTPUT TO LetterDate.

LoadAidByItem.
    MOVE ZERO TO AidItemCount
    OPEN INPUT AidDisbursementFile
    IF NOT AidDisbursementOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AidDisbursementFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF DB-StudentId NUMERIC AND DB-Amount NUMERIC
                PERFORM AddAidToItem
             END-IF
       END-READ
    END-PERFORM
    CLOSE AidDisbursementFile.

AddAidToItem.
    MOVE "N" TO AidItemFoundSwitch
    PERFORM VARYING AidItemIndex FROM 1 BY 1
       UNTIL AidItemIndex > AidItemCount OR AidItemFound
       IF AIT-StudentId (AidItemIndex) = DB-StudentId
          AND AIT-TermCode (AidItemIndex) = DB-TermCode
          SET AidItemFound TO TRUE
          ADD DB-Amount TO AIT-Amount (AidItemIndex)
       END-IF
    END-PERFORM
    IF NOT AidItemFound AND AidItemCount < 3000
       ADD 1 TO AidItemCount
       MOVE DB-StudentId TO AIT-StudentId (AidItemCount)
       MOVE DB-TermCode TO AIT-TermCode (AidItemCount)
       MOVE DB-Amount TO AIT-Amount (AidItemCount)
    END-IF.

LoadMemosByItem.
    MOVE ZERO TO MemoItemCount
    OPEN INPUT CreditLogFile
    IF CreditLogOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ CreditLogFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF CL-StudentId NUMERIC AND CL-Amount NUMERIC
                   AND CL-MemoType = "C"
                   MOVE CL-StudentId TO MemoStudentId
                   MOVE CL-TermCode TO MemoTermCode
                   MOVE SPACES TO MemoChargeNbr
                   MOVE CL-Amount TO MemoAmount
                   PERFORM AddMemoToItem
                END-IF
          END-READ
       END-PERFORM
       CLOSE CreditLogFile
    END-IF
    OPEN INPUT MiscAdjustFile
    IF NOT MiscAdjustOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ MiscAdjustFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF MA-StudentId NUMERIC AND MA-Amount NUMERIC
                AND MA-AdjustType = "C"
                MOVE MA-StudentId TO MemoStudentId
                MOVE MA-TermCode TO MemoTermCode
                MOVE MA-ChargeNbr TO MemoChargeNbr
                MOVE MA-Amount TO MemoAmount
                PERFORM AddMemoToItem
             END-IF
       END-READ
    END-PERFORM
    CLOSE MiscAdjustFile.

AddMemoToItem.
    MOVE "N" TO MemoItemFoundSwitch
    PERFORM VARYING MemoItemIndex FROM 1 BY 1
       UNTIL MemoItemIndex > MemoItemCount OR MemoItemFound
       IF MIT-StudentId (MemoItemIndex) = MemoStudentId
          AND MIT-TermCode (MemoItemIndex) = MemoTermCode
          AND MIT-ChargeNbr (MemoItemIndex) = MemoChargeNbr
          SET MemoItemFound TO TRUE
          ADD MemoAmount TO MIT-Amount (MemoItemIndex)
       END-IF
    END-PERFORM
    IF NOT MemoItemFound AND MemoItemCount < 3000
       ADD 1 TO MemoItemCount
       MOVE MemoStudentId TO MIT-StudentId (MemoItemCount)
       MOVE MemoTermCode TO MIT-TermCode (MemoItemCount)
       MOVE MemoChargeNbr TO MIT-ChargeNbr (MemoItemCount)
       MOVE MemoAmount TO MIT-Amount (MemoItemCount)
    END-IF.

*> The C memos on the item or charge named in MemoStudentId,
*> MemoTermCode and MemoChargeNbr.
FindItemMemo.
    MOVE ZERO TO ItemMemo
    MOVE "N" TO MemoItemFoundSwitch
    PERFORM VARYING MemoItemIndex FROM 1 BY 1
       UNTIL MemoItemIndex > MemoItemCount OR MemoItemFound
       IF MIT-StudentId (MemoItemIndex) = MemoStudentId
          AND MIT-TermCode (MemoItemIndex) = MemoTermCode
          AND MIT-ChargeNbr (MemoItemIndex) = MemoChargeNbr
          SET MemoItemFound TO TRUE
          MOVE MIT-Amount (MemoItemIndex) TO ItemMemo
       END-IF
    END-PERFORM.

LoadHeldStudents.
    MOVE ZERO TO HeldStudentCount
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ HoldFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF HD-StudentId NUMERIC AND HeldStudentCount < 1000
                ADD 1 TO HeldStudentCount
                MOVE HD-StudentId TO HeldStudentId (HeldStudentCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE HoldFile.

*> CheckNumber ends up as the last number issued; the next check
*> takes CheckNumber + 1.
GetFirstCheckNumber.
    MOVE ZERO TO CheckNumber
    OPEN INPUT CheckNumberFile
    IF CheckNumberOk
       READ CheckNumberFile
          NOT AT END
             IF CheckNumberRecord NUMERIC
                MOVE CheckNumberRecord TO CheckNumber
             END-IF
       END-READ
       CLOSE CheckNumberFile
    END-IF
    IF StartCheckOverride > ZERO
       IF StartCheckOverride NOT > CheckNumber
          DISPLAY "CHECK=" StartCheckOverride " is at or below the last"
             " check issued (" CheckNumber ") - override ignored."
       ELSE
          COMPUTE CheckNumber = StartCheckOverride - 1
       END-IF
    END-IF
    COMPUTE FirstCheckNumber = CheckNumber + 1.

SaveCheckNumber.
    OPEN OUTPUT CheckNumberFile
    MOVE CheckNumber TO CheckNumberRecord
    WRITE CheckNumberRecord
    CLOSE CheckNumberFile.

*> First pass: every student's combined position, item by item in
*> key order - BILLING.DAT and MISCCHG.DAT are both in StudentId
*> order, so the two are matched student by student, and a student
*> with charges but no tuition item is still seen.  A position in
*> credit beyond the minimum makes the student a candidate.
FindStudentsInCredit.
    MOVE ZERO TO CandidateCount
    MOVE "N" TO EndOfBillingSwitch
    MOVE LOW-VALUES TO BL-BillKey
    START BillingFile KEY NOT LESS THAN BL-BillKey
       INVALID KEY SET EndOfBilling TO TRUE
    END-START
    PERFORM ReadNextBillingItem
    MOVE "Y" TO EndOfChargesSwitch
    IF MiscChargesAvailable
       MOVE "N" TO EndOfChargesSwitch
       MOVE LOW-VALUES TO MC-ChargeKey
       START MiscChargeFile KEY NOT LESS THAN MC-ChargeKey
          INVALID KEY SET EndOfCharges TO TRUE
       END-START
       PERFORM ReadNextCharge
    END-IF
    PERFORM UNTIL EndOfBilling AND EndOfCharges
       EVALUATE TRUE
          WHEN EndOfCharges
             MOVE BL-StudentId TO CurrentStudentId
          WHEN EndOfBilling
             MOVE MC-StudentId TO CurrentStudentId
          WHEN BL-StudentId < MC-StudentId
             MOVE BL-StudentId TO CurrentStudentId
          WHEN OTHER
             MOVE MC-StudentId TO CurrentStudentId
       END-EVALUATE
       MOVE ZERO TO StudentPosition
       PERFORM UNTIL EndOfBilling OR BL-StudentId NOT = CurrentStudentId
          ADD BL-BalanceDue TO StudentPosition
          PERFORM FindItemCredit
          SUBTRACT ItemCredit FROM StudentPosition
          PERFORM ReadNextBillingItem
       END-PERFORM
       PERFORM UNTIL EndOfCharges OR MC-StudentId NOT = CurrentStudentId
          ADD MC-BalanceDue TO StudentPosition
          PERFORM FindChargeCredit
          SUBTRACT ItemCredit FROM StudentPosition
          PERFORM ReadNextCharge
       END-PERFORM
       PERFORM CheckStudentPosition
    END-PERFORM.

ReadNextBillingItem.
    IF NOT EndOfBilling
       READ BillingFile NEXT
          AT END SET EndOfBilling TO TRUE
       END-READ
    END-IF.

ReadNextCharge.
    IF NOT EndOfCharges
       READ MiscChargeFile NEXT
          AT END SET EndOfCharges TO TRUE
       END-READ
    END-IF.

CheckStudentPosition.
    IF CurrentStudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    IF StudentPosition < ZERO
       AND (ZERO - StudentPosition) > MinimumRefund
       IF CandidateCount < 2000
          ADD 1 TO CandidateCount
          MOVE CurrentStudentId TO CT-StudentId (CandidateCount)
          COMPUTE CT-Credit (CandidateCount) = ZERO - StudentPosition
       ELSE
          DISPLAY "Refund table full - student " CurrentStudentId
             " left for the next run."
       END-IF
    END-IF.

*> The credit the item in the record area holds; zero for an item
*> with anything still to pay.
FindItemCredit.
    MOVE ZERO TO ItemCredit ItemAid
    IF BL-BalanceDue > ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO AidItemFoundSwitch
    PERFORM VARYING AidItemIndex FROM 1 BY 1
       UNTIL AidItemIndex > AidItemCount OR AidItemFound
       IF AIT-StudentId (AidItemIndex) = BL-StudentId
          AND AIT-TermCode (AidItemIndex) = BL-TermCode
          SET AidItemFound TO TRUE
          MOVE AIT-Amount (AidItemIndex) TO ItemAid
       END-IF
    END-PERFORM
    MOVE BL-StudentId TO MemoStudentId
    MOVE BL-TermCode TO MemoTermCode
    MOVE SPACES TO MemoChargeNbr
    PERFORM FindItemMemo
    COMPUTE ItemCredit = BL-AmountPaid + ItemAid + ItemMemo
                       - BL-OriginalAmount - BL-InterestAccrued
    IF ItemCredit < ZERO
       MOVE ZERO TO ItemCredit
    END-IF
    IF ItemCredit > BL-AmountPaid
       MOVE BL-AmountPaid TO ItemCredit
    END-IF.

*> The credit the charge in the record area holds; zero for a charge
*> with anything still to pay.
FindChargeCredit.
    MOVE ZERO TO ItemCredit
    IF MC-BalanceDue > ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE MC-StudentId TO MemoStudentId
    MOVE MC-TermCode TO MemoTermCode
    MOVE MC-ChargeNbr TO MemoChargeNbr
    PERFORM FindItemMemo
    COMPUTE ItemCredit = MC-AmountPaid + ItemMemo - MC-OriginalAmount
    IF ItemCredit < ZERO
       MOVE ZERO TO ItemCredit
    END-IF
    IF ItemCredit > MC-AmountPaid
       MOVE MC-AmountPaid TO ItemCredit
    END-IF.

RefundOneStudent.
    MOVE CT-StudentId (CandidateIndex) TO CurrentStudentId
    MOVE CT-Credit (CandidateIndex) TO RefundAmount
    PERFORM BuildPayeeName
    MOVE CurrentStudentId TO RDL-StudentId
    MOVE FullName TO RDL-Payee
    MOVE RefundAmount TO RDL-Amount
    MOVE "N" TO StudentHeldSwitch
    PERFORM VARYING HeldStudentIndex FROM 1 BY 1
       UNTIL HeldStudentIndex > HeldStudentCount OR StudentHeld
       IF HeldStudentId (HeldStudentIndex) = CurrentStudentId
          SET StudentHeld TO TRUE
       END-IF
    END-PERFORM
    IF StudentHeld
       MOVE SPACES TO RDL-CheckNumber
       MOVE "HELD" TO RDL-Disposition
       MOVE "hold on HOLDS.DAT - not paid" TO RDL-Note
       WRITE ReportLine FROM RegisterDetailLine
       ADD 1 TO HeldCount
       ADD RefundAmount TO TotalHeld
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CheckNumber
    PERFORM SaveCheckNumber
    PERFORM TakeRefundFromItems
    IF RefundRemaining > ZERO
       SUBTRACT RefundRemaining FROM RefundAmount
       MOVE RefundAmount TO RDL-Amount
       DISPLAY "Refund for " CurrentStudentId " cut by "
          RefundRemaining " - items could not all be updated."
    END-IF
    IF RefundAmount = ZERO
       MOVE CheckNumber TO RDL-CheckNumber
       MOVE "VOID" TO RDL-Disposition
       MOVE "no item could be updated" TO RDL-Note
       WRITE ReportLine FROM RegisterDetailLine
       EXIT PARAGRAPH
    END-IF
    MOVE CheckNumber TO RDL-CheckNumber
    MOVE "ISSUED" TO RDL-Disposition
    MOVE SPACES TO RDL-Note
    WRITE ReportLine FROM RegisterDetailLine
    PERFORM PrintOneCheck
    PERFORM PostRefundEntry
    ADD 1 TO RefundCount
    ADD RefundAmount TO TotalRefunded.

*> Second pass for one student: the refund comes off AmountPaid on
*> the items in credit, in term order, each item giving up no more
*> than its own credit.
TakeRefundFromItems.
    MOVE RefundAmount TO RefundRemaining
    MOVE CurrentStudentId TO BL-StudentId
    MOVE LOW-VALUES TO BL-TermCode
    MOVE "N" TO EndOfBillingSwitch
    START BillingFile KEY NOT LESS THAN BL-BillKey
       INVALID KEY SET EndOfBilling TO TRUE
    END-START
    PERFORM UNTIL EndOfBilling OR RefundRemaining = ZERO
       READ BillingFile NEXT
          AT END SET EndOfBilling TO TRUE
          NOT AT END
             IF BL-StudentId NOT = CurrentStudentId
                SET EndOfBilling TO TRUE
             ELSE
                PERFORM FindItemCredit
                IF ItemCredit > ZERO
                   PERFORM TakeRefundFromOneItem
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF RefundRemaining > ZERO AND MiscChargesAvailable
       PERFORM TakeRefundFromCharges
    END-IF.

*> Whatever the tuition items could not cover comes off the student's
*> charges in credit, each giving up no more than its own credit.
TakeRefundFromCharges.
    MOVE CurrentStudentId TO MC-StudentId
    MOVE LOW-VALUES TO MC-TermCode
    MOVE ZERO TO MC-ChargeNbr
    MOVE "N" TO EndOfChargesSwitch
    START MiscChargeFile KEY NOT LESS THAN MC-ChargeKey
       INVALID KEY SET EndOfCharges TO TRUE
    END-START
    PERFORM UNTIL EndOfCharges OR RefundRemaining = ZERO
       READ MiscChargeFile NEXT
          AT END SET EndOfCharges TO TRUE
          NOT AT END
             IF MC-StudentId NOT = CurrentStudentId
                SET EndOfCharges TO TRUE
             ELSE
                PERFORM FindChargeCredit
                IF ItemCredit > ZERO
                   PERFORM TakeRefundFromOneCharge
                END-IF
             END-IF
       END-READ
    END-PERFORM.

TakeRefundFromOneCharge.
    IF ItemCredit > RefundRemaining
       MOVE RefundRemaining TO ItemRefund
    ELSE
       MOVE ItemCredit TO ItemRefund
    END-IF
    SUBTRACT ItemRefund FROM MC-AmountPaid
    REWRITE MiscChargeRecord
    IF NOT MiscChargeOk
       DISPLAY "Error " MiscChargeStatus " recording refund on "
          MC-StudentId " charge " MC-TermCode "/" MC-ChargeNbr "."
       EXIT PARAGRAPH
    END-IF
    SUBTRACT ItemRefund FROM RefundRemaining
    MOVE SPACES TO RefundLogRecord
    MOVE CheckNumber TO RF-CheckNumber
    MOVE MC-StudentId TO RF-StudentId
    MOVE MC-TermCode TO RF-TermCode
    MOVE RunDate TO RF-RefundDate
    MOVE ItemRefund TO RF-Amount
    MOVE MC-ChargeNbr TO RF-ChargeNbr
    WRITE RefundLogRecord.

TakeRefundFromOneItem.
    IF ItemCredit > RefundRemaining
       MOVE RefundRemaining TO ItemRefund
    ELSE
       MOVE ItemCredit TO ItemRefund
    END-IF
    SUBTRACT ItemRefund FROM BL-AmountPaid
    REWRITE BillingRecord
    IF NOT BillingFileOk
       DISPLAY "Error " BillingFileStatus " recording refund on "
          BL-StudentId " term " BL-TermCode "."
       EXIT PARAGRAPH
    END-IF
    SUBTRACT ItemRefund FROM RefundRemaining
    MOVE SPACES TO RefundLogRecord
    MOVE CheckNumber TO RF-CheckNumber
    MOVE BL-StudentId TO RF-StudentId
    MOVE BL-TermCode TO RF-TermCode
    MOVE RunDate TO RF-RefundDate
    MOVE ItemRefund TO RF-Amount
    WRITE RefundLogRecord.

BuildPayeeName.
    MOVE SPACES TO FullName
    IF NOT MasterAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE CurrentStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "(not on STUDENTS.DAT)" TO FullName
       NOT INVALID KEY
          STRING FUNCTION TRIM (GivenName) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (Initials) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (Surname) DELIMITED BY SIZE
             INTO FullName
    END-READ.

FetchPayeeAddress.
    MOVE "N" TO AddressFoundSwitch
    IF NOT AddressAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE CurrentStudentId TO AD-StudentId
    READ AddressFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET AddressFound TO TRUE
          MOVE SPACES TO CityPostalLine
          STRING FUNCTION TRIM (AD-City) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AD-PostalCode DELIMITED BY SIZE
             INTO CityPostalLine
    END-READ.

PrintOneCheck.
    PERFORM FetchPayeeAddress
    MOVE CheckNumber TO CNL-CheckNumber
    WRITE CheckLine FROM CheckNumberLine
    MOVE LetterDate TO CDL-Date
    WRITE CheckLine FROM CheckDateLine
    MOVE SPACES TO CheckLine
    WRITE CheckLine
    MOVE FullName TO CPL-Payee
    MOVE RefundAmount TO CPL-Amount
    WRITE CheckLine FROM CheckPayeeLine
    IF AddressFound
       MOVE AD-AddressLine1 TO CAL-Text
       WRITE CheckLine FROM CheckAddressLine
       IF AD-AddressLine2 NOT = SPACES
          MOVE AD-AddressLine2 TO CAL-Text
          WRITE CheckLine FROM CheckAddressLine
       END-IF
       MOVE CityPostalLine TO CAL-Text
       WRITE CheckLine FROM CheckAddressLine
    ELSE
       MOVE "(no address on ADDRESS.DAT - hold for pickup)" TO CAL-Text
       WRITE CheckLine FROM CheckAddressLine
    END-IF
    MOVE SPACES TO CheckLine
    WRITE CheckLine
    MOVE CurrentStudentId TO CML-StudentId
    WRITE CheckLine FROM CheckMemoLine
    WRITE CheckLine FROM CheckTearLine.

*> DR tuition receivable 1200 / CR cash 1000, in GLPost's journal
*> layout and for the run date's period.
PostRefundEntry.
    MOVE SPACES TO GLTransRecord
    MOVE RunDate TO GL-PostDate
    MOVE RunDate (1:6) TO GL-Period
    MOVE 1200 TO GL-AccountNumber
    MOVE "D" TO GL-DebitCredit
    MOVE RefundAmount TO GL-Amount
    MOVE "RFND" TO GL-SourceCode
    MOVE CurrentStudentId TO GL-StudentId
    MOVE SPACES TO GL-TermCode
    WRITE GLTransRecord
    MOVE 1000 TO GL-AccountNumber
    MOVE "C" TO GL-DebitCredit
    WRITE GLTransRecord.
