*> R memo returns up to the allowed amount of BL-AmountPaid.  Every
*> memo - applied or refused - goes to the refund register
*> REFUNDREG.RPT with the authorization code and totals at the end.
*>
*> Every memo applied is also logged on CREDLOG.DAT (student, term,
*> memo type, date applied, amount applied), so the month-end
*> revenue recognition run can take the reduction out of deferred
*> and earned tuition revenue in the right proportion.
*>
*> A memo may instead be against one of the term's miscellaneous
*> charges (MiscChg's MISCCHG.DAT), by giving its charge number in
*> cols 29-31; blank there means the tuition item, as before.  A fee
*> is not earned over the term, so a charge is not prorated - the
*> whole original charge may be credited or refunded, within its
*> balance or what was paid on it, and the withdrawal date is
*> recorded but does not limit the amount.  Memos against charges
*> are logged on MISCADJ.DAT (type C or R) for GLPost, which takes
*> them back out of the charge's own revenue account; they stay off
*> CREDLOG.DAT, which RevRecog reads for tuition alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT CreditLogFile ASSIGN TO "CREDLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CreditLogStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT MiscAdjustFile ASSIGN TO "MISCADJ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MiscAdjustStatus.
    SELECT ReportFile ASSIGN TO "REFUNDREG.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

       88  CM-RefundMemo    VALUE "R" "r".
   02  CM-WithdrawalDate PIC 9(8).
   02  CM-AuthCode     PIC X(6).
   02  CM-ChargeNbr    PIC X(3).

FD BillingFile.
01 BillingRecord.
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

*> One line per reduction made to a miscellaneous charge.
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

FD TermCalFile.
01 TermCalRecord.
   02  TC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  TC-WithdrawDate PIC 9(8).

*> One line per memo applied.
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

FD ReportFile.
01 ReportLine           PIC X(100).
FD LockFile.
    88  LockAcquired        VALUE "Y".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  CreditLogStatus         PIC XX.
    88  CreditLogOk         VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscAdjustStatus        PIC XX.
    88  MiscAdjustOk        VALUE "00".
01  MiscChargesAvailableSwitch PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".
01  RunDate                 PIC 9(8).

01  EndOfMemosSwitch        PIC X VALUE "N".
    88  EndOfMemos          VALUE "Y".

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN EXTEND CreditLogFile
    IF NOT CreditLogOk
       OPEN OUTPUT CreditLogFile
       CLOSE CreditLogFile
       OPEN EXTEND CreditLogFile
    END-IF
    OPEN I-O MiscChargeFile
    IF MiscChargeOk
       SET MiscChargesAvailable TO TRUE
       OPEN EXTEND MiscAdjustFile
       IF NOT MiscAdjustOk
          OPEN OUTPUT MiscAdjustFile
          CLOSE MiscAdjustFile
          OPEN EXTEND MiscAdjustFile
       END-IF
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM ReadOneMemo
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    CLOSE ReportFile
    IF MiscChargesAvailable
       CLOSE MiscAdjustFile
       CLOSE MiscChargeFile
    END-IF
    CLOSE CreditLogFile
    CLOSE BillingFile
    CLOSE MemoFile
    PERFORM ReleaseLock
       PERFORM RefuseMemo
       EXIT PARAGRAPH
    END-IF
    IF CM-ChargeNbr NOT = SPACES
       PERFORM ApplyOneChargeMemo
       EXIT PARAGRAPH
    END-IF
    MOVE CM-StudentId TO BL-StudentId
    MOVE CM-TermCode TO BL-TermCode
    READ BillingFile
       MOVE "CREDITED" TO RDL-Disposition
       MOVE AppliedAmount TO RDL-Amount
       WRITE ReportLine FROM RegisterDetailLine
       PERFORM WriteCreditLogRecord
    END-IF.

ApplyRefundSide.
       MOVE "REFUNDED" TO RDL-Disposition
       MOVE AppliedAmount TO RDL-Amount
       WRITE ReportLine FROM RegisterDetailLine
       PERFORM WriteCreditLogRecord
    END-IF.

WriteCreditLogRecord.
    MOVE SPACES TO CreditLogRecord
    MOVE BL-StudentId TO CL-StudentId
    MOVE BL-TermCode TO CL-TermCode
    IF CM-CreditMemo
       MOVE "C" TO CL-MemoType
    ELSE
       MOVE "R" TO CL-MemoType
    END-IF
    MOVE RunDate TO CL-AppliedDate
    MOVE AppliedAmount TO CL-Amount
    WRITE CreditLogRecord.

RefuseMemo.
    ADD 1 TO RefusedCount
    MOVE "REFUSED" TO RDL-Disposition
    WRITE ReportLine FROM RegisterDetailLine.

ApplyOneChargeMemo.
    IF CM-ChargeNbr NOT NUMERIC
       MOVE "charge number must be 3 digits" TO RDL-Note
       PERFORM RefuseMemo
       EXIT PARAGRAPH
    END-IF
    IF NOT MiscChargesAvailable
       MOVE "no MISCCHG.DAT on file" TO RDL-Note
       PERFORM RefuseMemo
       EXIT PARAGRAPH
    END-IF
    MOVE CM-StudentId TO MC-StudentId
    MOVE CM-TermCode TO MC-TermCode
    MOVE CM-ChargeNbr TO MC-ChargeNbr
    READ MiscChargeFile
       INVALID KEY
          MOVE "no such charge on MISCCHG.DAT" TO RDL-Note
          PERFORM RefuseMemo
       NOT INVALID KEY
          PERFORM ApplyChargeMemoAmount
    END-READ.

*> The whole original charge is creditable; a credit comes off the
*> balance, a refund off what was paid.
ApplyChargeMemoAmount.
    MOVE MC-OriginalAmount TO AppliedAmount
    IF CM-CreditMemo
       IF AppliedAmount > MC-BalanceDue
          MOVE MC-BalanceDue TO AppliedAmount
       END-IF
       IF AppliedAmount = ZERO
          MOVE "no charge balance left to credit" TO RDL-Note
          PERFORM RefuseMemo
          EXIT PARAGRAPH
       END-IF
       SUBTRACT AppliedAmount FROM MC-BalanceDue
    ELSE
       IF AppliedAmount > MC-AmountPaid
          MOVE MC-AmountPaid TO AppliedAmount
       END-IF
       IF AppliedAmount = ZERO
          MOVE "nothing paid on charge to refund" TO RDL-Note
          PERFORM RefuseMemo
          EXIT PARAGRAPH
       END-IF
       SUBTRACT AppliedAmount FROM MC-AmountPaid
    END-IF
    REWRITE MiscChargeRecord
    IF NOT MiscChargeOk
       DISPLAY "Error " MiscChargeStatus " applying memo to charge "
          MC-TermCode "/" MC-ChargeNbr " for " CM-StudentId "."
       MOVE "rewrite error" TO RDL-Note
       PERFORM RefuseMemo
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AppliedCount
    MOVE SPACES TO MiscAdjustRecord
    IF CM-CreditMemo
       ADD AppliedAmount TO TotalCredited
       MOVE "CREDITED" TO RDL-Disposition
       MOVE "C" TO MA-AdjustType
    ELSE
       ADD AppliedAmount TO TotalRefunded
       MOVE "REFUNDED" TO RDL-Disposition
       MOVE "R" TO MA-AdjustType
    END-IF
    MOVE AppliedAmount TO RDL-Amount
    STRING "charge " DELIMITED BY SIZE
           MC-ChargeCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MC-ChargeNbr DELIMITED BY SIZE
       INTO RDL-Note
    WRITE ReportLine FROM RegisterDetailLine
    MOVE MC-StudentId TO MA-StudentId
    MOVE MC-TermCode TO MA-TermCode
    MOVE MC-ChargeNbr TO MA-ChargeNbr
    MOVE MC-ChargeCode TO MA-ChargeCode
    MOVE RunDate TO MA-AdjustDate
    MOVE AppliedAmount TO MA-Amount
    MOVE MC-RevenueAccount TO MA-RevenueAccount
    MOVE CM-AuthCode TO MA-AuthCode
    WRITE MiscAdjustRecord.
