*> The whole run is supervisor-gated the way SeqWrite gates manual
*> StudentId entry: without the OVERRIDE command-line argument the
*> program refuses to touch anything.
*>
*> A miscellaneous charge (MiscChg's MISCCHG.DAT) is written off the
*> same way by giving its charge number in cols 20-22 of the
*> transaction; blank there means the term's tuition item, as before.
*> The charge's balance is zeroed in place and the write-off logged
*> on MISCADJ.DAT (type W) for GLPost, which posts it to bad debt
*> expense - a charge is revenue when raised, so none of it is still
*> deferred and WRITEOFF.DAT, the tuition write-off record, is left
*> to the tuition items.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT WriteOffFile ASSIGN TO "WRITEOFF.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WriteOffFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT MiscAdjustFile ASSIGN TO "MISCADJ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MiscAdjustStatus.
    SELECT ReportFile ASSIGN TO "WRITEOFF.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

   02  WT-StudentId    PIC 9(7).
   02  WT-TermCode     PIC X(6).
   02  WT-AuthCode     PIC X(6).
   02  WT-ChargeNbr    PIC X(3).

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

FD WriteOffFile.
01 WriteOffRecord.
   02  WO-StudentId         PIC 9(7).
    88  BillingFileOk       VALUE "00".
01  WriteOffFileStatus      PIC XX.
    88  WriteOffFileOk      VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  MiscAdjustStatus        PIC XX.
    88  MiscAdjustOk        VALUE "00".
01  MiscChargesAvailableSwitch PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".

01  EndOfTxnSwitch          PIC X VALUE "N".
    88  EndOfTxns           VALUE "Y".
       CLOSE WriteOffFile
       OPEN EXTEND WriteOffFile
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
    PERFORM ReadOneWriteOffTxn
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    CLOSE ReportFile
    IF MiscChargesAvailable
       CLOSE MiscAdjustFile
       CLOSE MiscChargeFile
    END-IF
    CLOSE WriteOffFile
    CLOSE BillingFile
    CLOSE WriteOffTxnFile
       PERFORM RefuseWriteOff
       EXIT PARAGRAPH
    END-IF
    IF WT-ChargeNbr NOT = SPACES
       PERFORM ApplyOneChargeWriteOff
       EXIT PARAGRAPH
    END-IF
    MOVE WT-StudentId TO BL-StudentId
    MOVE WT-TermCode TO BL-TermCode
    READ BillingFile
    ADD 1 TO RefusedCount
    MOVE "REFUSED" TO RDL-Disposition
    WRITE ReportLine FROM RegisterDetailLine.

ApplyOneChargeWriteOff.
    IF WT-ChargeNbr NOT NUMERIC
       MOVE "charge number must be 3 digits" TO RDL-Note
       PERFORM RefuseWriteOff
       EXIT PARAGRAPH
    END-IF
    IF NOT MiscChargesAvailable
       MOVE "no MISCCHG.DAT on file" TO RDL-Note
       PERFORM RefuseWriteOff
       EXIT PARAGRAPH
    END-IF
    MOVE WT-StudentId TO MC-StudentId
    MOVE WT-TermCode TO MC-TermCode
    MOVE WT-ChargeNbr TO MC-ChargeNbr
    READ MiscChargeFile
       INVALID KEY
          MOVE "no such charge on MISCCHG.DAT" TO RDL-Note
          PERFORM RefuseWriteOff
       NOT INVALID KEY
          PERFORM WriteOffOneCharge
    END-READ.

WriteOffOneCharge.
    IF MC-BalanceDue = ZERO
       MOVE "charge balance is already zero" TO RDL-Note
       PERFORM RefuseWriteOff
       EXIT PARAGRAPH
    END-IF
    MOVE MC-BalanceDue TO WrittenOffAmount
    MOVE ZERO TO MC-BalanceDue
    REWRITE MiscChargeRecord
    IF NOT MiscChargeOk
       DISPLAY "Error " MiscChargeStatus " zeroing charge "
          MC-TermCode "/" MC-ChargeNbr " for " MC-StudentId "."
       MOVE "rewrite error" TO RDL-Note
       PERFORM RefuseWriteOff
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MiscAdjustRecord
    MOVE MC-StudentId TO MA-StudentId
    MOVE MC-TermCode TO MA-TermCode
    MOVE MC-ChargeNbr TO MA-ChargeNbr
    MOVE MC-ChargeCode TO MA-ChargeCode
    MOVE "W" TO MA-AdjustType
    MOVE RunDate TO MA-AdjustDate
    MOVE WrittenOffAmount TO MA-Amount
    MOVE MC-RevenueAccount TO MA-RevenueAccount
    MOVE WT-AuthCode TO MA-AuthCode
    WRITE MiscAdjustRecord
    ADD 1 TO WrittenOffCount
    ADD WrittenOffAmount TO TotalWrittenOff
    MOVE "WRITTEN OFF" TO RDL-Disposition
    MOVE WrittenOffAmount TO RDL-Amount
    MOVE SPACES TO RDL-Note
    STRING "charge " DELIMITED BY SIZE
           MC-ChargeCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MC-ChargeNbr DELIMITED BY SIZE
       INTO RDL-Note
    WRITE ReportLine FROM RegisterDetailLine.
