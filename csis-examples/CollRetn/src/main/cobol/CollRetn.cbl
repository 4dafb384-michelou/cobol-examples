IDENTIFICATION DIVISION.
PROGRAM-ID.  CollRetn.
AUTHOR.  Michael Coughlan.
*> Collection agency returns processing - the other half of
*> CollPlace.  The agency remits what it has collected on AGENCYRT.DAT,
*> fixed format, 40 bytes a record:
*>
*>    H  col 1 "H", cols 2-7 agency batch number, cols 8-15 date
*>    D  col 1 "D", cols 2-14 our account reference (StudentId +
*>       TermCode, as placed), cols 15-22 date collected, cols 23-31
*>       gross collected 9(7)V99, cols 32-40 agency commission
*>       9(7)V99
*>    T  col 1 "T", cols 2-8 detail count, cols 9-19 gross total
*>
*> The whole file is cross-footed against its trailer before
*> anything is recorded, and a batch number not higher than the last
*> one processed (kept on COLLRETN.CTL) is refused - a remittance
*> file run twice would otherwise recover the money twice.  Either
*> refusal sets condition code 8 and changes nothing.
*>
*> Each collection must be for an item on COLLECT.DAT.  The debtor
*> paid the gross amount, so that is what comes off the debt; the
*> agency kept its commission and sent us the rest.
*>
*>    open item (O)   recorded as a payment - added to the item's
*>                    AmountPaid and taken off its BalanceDue on
*>                    BILLING.DAT, an excess leaving the balance at
*>                    zero the way PayApply does
*>    write-off (W)   recorded as a recovered write-off - the item
*>                    stays at zero on BILLING.DAT
*>
*> and both post to GLTRANS.DAT, source code COLL:
*>
*>    net remitted        DR cash
*>    agency commission   DR collection commission expense (6100)
*>    gross collected     CR tuition receivable (open item) or
*>                        CR bad debt recoveries (4300, write-off)
*>
*> COLLECT.DAT's recovered and commission totals are updated and an
*> item recovered in full is closed.  Every collection is logged on
*> COLLRECV.DAT (student, term, type, date, gross, commission, net,
*> batch) and listed on COLLRETN.RPT with totals.  The run takes
*> BILLING.LOCK like every other BILLING.DAT updater.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReturnFile ASSIGN TO "AGENCYRT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnFileStatus.
    SELECT PlacementFile ASSIGN TO "COLLECT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CP-PlaceKey
		FILE STATUS IS PlacementFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT RecoveryLogFile ASSIGN TO "COLLRECV.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RecoveryLogStatus.
    SELECT GLTransFile ASSIGN TO "GLTRANS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GLTransFileStatus.
    SELECT ControlFile ASSIGN TO "COLLRETN.CTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ControlFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "COLLRETN.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReturnFile.
01 ReturnDetailRecord.
   02  RT-RecordType        PIC X.
   02  RT-AccountRef.
       03  RT-StudentId     PIC 9(7).
       03  RT-TermCode      PIC X(6).
   02  RT-CollectedDate     PIC 9(8).
   02  RT-GrossAmount       PIC 9(7)V99.
   02  RT-Commission        PIC 9(7)V99.
01 ReturnHeaderRecord.
   02  RH-RecordType        PIC X.
   02  RH-BatchNumber       PIC 9(6).
   02  RH-RemitDate         PIC 9(8).
   02  FILLER               PIC X(25).
01 ReturnTrailerRecord.
   02  RTT-RecordType       PIC X.
   02  RTT-RecordCount      PIC 9(7).
   02  RTT-GrossTotal       PIC 9(9)V99.
   02  FILLER               PIC X(21).

*> CollPlace's record of every item placed with the agency.
FD PlacementFile.
01 PlacementRecord.
   02  CP-PlaceKey.
       03  CP-StudentId     PIC 9(7).
       03  CP-TermCode      PIC X(6).
   02  CP-ItemType          PIC X.
       88  CP-WrittenOff    VALUE "W".
       88  CP-OpenItem      VALUE "O".
   02  CP-PlacementDate     PIC 9(8).
   02  CP-AmountPlaced      PIC 9(7)V99.
   02  CP-AmountRecovered   PIC 9(7)V99.
   02  CP-CommissionPaid    PIC 9(7)V99.
   02  CP-LastReturnDate    PIC 9(8).
   02  CP-Status            PIC X.
       88  CP-Placed        VALUE "P".
       88  CP-Closed        VALUE "C".

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

FD RecoveryLogFile.
01 RecoveryLogRecord.
   02  RC-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  RC-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  RC-ItemType          PIC X.
   02  FILLER               PIC X.
   02  RC-CollectedDate     PIC 9(8).
   02  FILLER               PIC X.
   02  RC-GrossAmount       PIC 9(7)V99.
   02  FILLER               PIC X.
   02  RC-Commission        PIC 9(7)V99.
   02  FILLER               PIC X.
   02  RC-NetAmount         PIC 9(7)V99.
   02  FILLER               PIC X.
   02  RC-BatchNumber       PIC 9(6).

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

FD ControlFile.
01 ControlRecord            PIC 9(6).

FD LockFile.
01 LockRecord               PIC X(40).

FD ReportFile.
01 ReportLine               PIC X(90).

WORKING-STORAGE SECTION.
01  ReturnFileStatus        PIC XX.
    88  ReturnFileOk        VALUE "00".
01  PlacementFileStatus     PIC XX.
    88  PlacementFileOk     VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  RecoveryLogStatus       PIC XX.
    88  RecoveryLogOk       VALUE "00".
01  GLTransFileStatus       PIC XX.
    88  GLTransFileOk       VALUE "00".
01  ControlFileStatus       PIC XX.
    88  ControlFileOk       VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  BillingAvailableSwitch  PIC X VALUE "N".
    88  BillingAvailable    VALUE "Y".

01  EndOfReturnsSwitch      PIC X.
    88  EndOfReturns        VALUE "Y".
01  HeaderSeenSwitch        PIC X VALUE "N".
    88  HeaderSeen          VALUE "Y".
01  TrailerSeenSwitch       PIC X VALUE "N".
    88  TrailerSeen         VALUE "Y".
01  ControlDetailCount      PIC 9(7) VALUE ZERO.
01  ControlGrossTotal       PIC 9(9)V99 VALUE ZERO.
01  TrailerRecordCount      PIC 9(7) VALUE ZERO.
01  TrailerGrossTotal       PIC 9(9)V99 VALUE ZERO.
01  BatchNumber             PIC 9(6) VALUE ZERO.
01  LastBatchNumber         PIC 9(6) VALUE ZERO.

01  RunDate                 PIC 9(8).
01  NetAmount               PIC 9(7)V99.
01  OverpaymentAmount       PIC 9(7)V99.
01  CreditAccount           PIC 9(4).
01  CashAccount             PIC 9(4) VALUE 1000.
01  ReceivableAccount       PIC 9(4) VALUE 1200.
01  RecoveryAccount         PIC 9(4) VALUE 4300.
01  CommissionAccount       PIC 9(4) VALUE 6100.

01  PaymentCount            PIC 9(6) VALUE ZERO.
01  RecoveryCount           PIC 9(6) VALUE ZERO.
01  RejectedCount           PIC 9(6) VALUE ZERO.
01  TotalGross              PIC 9(9)V99 VALUE ZERO.
01  TotalCommission         PIC 9(9)V99 VALUE ZERO.
01  TotalNet                PIC 9(9)V99 VALUE ZERO.

01  BlankLine               PIC X(90) VALUE SPACES.

01  ReturnTitleLine.
    02  FILLER              PIC X(33) VALUE "COLLECTION AGENCY RETURNS  BATCH ".
    02  RTL-BatchNumber     PIC 9(6).
    02  FILLER              PIC X(6)  VALUE "  RUN ".
    02  RTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(37) VALUE SPACES.

01  ReturnHeadingLine       PIC X(90) VALUE
    "STUDENT  TERM    DISPOSITION     GROSS  COMMISSION         NET  NOTE".

01  ReturnDetailLine.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Disposition     PIC X(10).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Gross           PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Commission      PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Net             PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Note            PIC X(26).

01  ReturnSummaryLine.
    02  FILLER              PIC X(10) VALUE "Payments: ".
    02  RSL-PaymentCount    PIC ZZZZZ9.
    02  FILLER              PIC X(13) VALUE "  recoveries:".
    02  RSL-RecoveryCount   PIC ZZZZZ9.
    02  FILLER              PIC X(11) VALUE "  rejected:".
    02  RSL-RejectedCount   PIC ZZZZZ9.
    02  FILLER              PIC X(38) VALUE SPACES.

01  ReturnTotalLine.
    02  FILLER              PIC X(7)  VALUE "Gross: ".
    02  RTL-TotalGross      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(14) VALUE "  commission: ".
    02  RTL-TotalCommission PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(7)  VALUE "  net: ".
    02  RTL-TotalNet        PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(26) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    OPEN INPUT ReturnFile
    IF NOT ReturnFileOk
       DISPLAY "AGENCYRT.DAT not found - nothing to process."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    PERFORM LoadLastBatchNumber
    PERFORM VerifyReturnFile
    CLOSE ReturnFile
    OPEN I-O PlacementFile
    IF NOT PlacementFileOk
       DISPLAY "COLLECT.DAT not found - nothing has been placed."
       MOVE 8 TO RETURN-CODE
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O BillingFile
    IF BillingFileOk
       SET BillingAvailable TO TRUE
    END-IF
    OPEN EXTEND RecoveryLogFile
    IF NOT RecoveryLogOk
       OPEN OUTPUT RecoveryLogFile
       CLOSE RecoveryLogFile
       OPEN EXTEND RecoveryLogFile
    END-IF
    OPEN EXTEND GLTransFile
    IF NOT GLTransFileOk
       OPEN OUTPUT GLTransFile
       CLOSE GLTransFile
       OPEN EXTEND GLTransFile
    END-IF
    OPEN OUTPUT ReportFile
    MOVE BatchNumber TO RTL-BatchNumber
    MOVE RunDate TO RTL-RunDate
    WRITE ReportLine FROM ReturnTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReturnHeadingLine
    OPEN INPUT ReturnFile
    MOVE "N" TO EndOfReturnsSwitch
    PERFORM ReadOneReturn
    PERFORM UNTIL EndOfReturns
       IF RT-RecordType = "D"
          PERFORM ProcessOneReturn
       END-IF
       PERFORM ReadOneReturn
    END-PERFORM
    CLOSE ReturnFile
    MOVE PaymentCount TO RSL-PaymentCount
    MOVE RecoveryCount TO RSL-RecoveryCount
    MOVE RejectedCount TO RSL-RejectedCount
    MOVE TotalGross TO RTL-TotalGross
    MOVE TotalCommission TO RTL-TotalCommission
    MOVE TotalNet TO RTL-TotalNet
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReturnSummaryLine
    WRITE ReportLine FROM ReturnTotalLine
    DISPLAY ReturnSummaryLine
    DISPLAY ReturnTotalLine
    CLOSE ReportFile
    CLOSE GLTransFile
    CLOSE RecoveryLogFile
    IF BillingAvailable
       CLOSE BillingFile
    END-IF
    CLOSE PlacementFile
    OPEN OUTPUT ControlFile
    MOVE BatchNumber TO ControlRecord
    WRITE ControlRecord
    CLOSE ControlFile
    PERFORM ReleaseLock
    STOP RUN.

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
       MOVE "LOCKED BY COLLRETN" TO LockRecord (1:26)
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

LoadLastBatchNumber.
    MOVE ZERO TO LastBatchNumber
    OPEN INPUT ControlFile
    IF ControlFileOk
       READ ControlFile
          NOT AT END
             IF ControlRecord NUMERIC
                MOVE ControlRecord TO LastBatchNumber
             END-IF
       END-READ
       CLOSE ControlFile
    END-IF.

ReadOneReturn.
    READ ReturnFile
       AT END SET EndOfReturns TO TRUE
    END-READ.

*> Pre-pass: header, batch number and trailer totals are all proved
*> before a single collection is recorded.
VerifyReturnFile.
    MOVE "N" TO EndOfReturnsSwitch
    PERFORM ReadOneReturn
    PERFORM UNTIL EndOfReturns
       EVALUATE RT-RecordType
          WHEN "H"
             SET HeaderSeen TO TRUE
             IF RH-BatchNumber NUMERIC
                MOVE RH-BatchNumber TO BatchNumber
             END-IF
          WHEN "T"
             SET TrailerSeen TO TRUE
             IF RTT-RecordCount NUMERIC AND RTT-GrossTotal NUMERIC
                MOVE RTT-RecordCount TO TrailerRecordCount
                MOVE RTT-GrossTotal TO TrailerGrossTotal
             ELSE
                MOVE 9999999 TO TrailerRecordCount
             END-IF
          WHEN "D"
             ADD 1 TO ControlDetailCount
             IF RT-GrossAmount NUMERIC
                ADD RT-GrossAmount TO ControlGrossTotal
             END-IF
       END-EVALUATE
       PERFORM ReadOneReturn
    END-PERFORM
    IF NOT HeaderSeen OR NOT TrailerSeen OR BatchNumber = ZERO
       DISPLAY "AGENCYRT.DAT has no usable header or trailer - file"
          " refused, nothing recorded."
       PERFORM RefuseReturnFile
    END-IF
    IF BatchNumber NOT > LastBatchNumber
       DISPLAY "AGENCYRT.DAT batch " BatchNumber " is not after the"
          " last batch processed (" LastBatchNumber ") - file refused,"
          " nothing recorded."
       PERFORM RefuseReturnFile
    END-IF
    IF ControlDetailCount NOT = TrailerRecordCount
       OR ControlGrossTotal NOT = TrailerGrossTotal
       DISPLAY "AGENCYRT.DAT FAILS ITS CONTROL TOTALS - trailer says "
          TrailerRecordCount " record(s) totalling " TrailerGrossTotal
          ", file holds " ControlDetailCount " totalling "
          ControlGrossTotal ".  File refused, nothing recorded."
       PERFORM RefuseReturnFile
    END-IF.

RefuseReturnFile.
    MOVE 8 TO RETURN-CODE
    CLOSE ReturnFile
    PERFORM ReleaseLock
    STOP RUN.

ProcessOneReturn.
    MOVE SPACES TO RDL-Note
    MOVE ZERO TO RDL-Gross RDL-Commission RDL-Net
    MOVE RT-TermCode TO RDL-TermCode
    IF RT-StudentId NOT NUMERIC OR RT-GrossAmount NOT NUMERIC
       OR RT-Commission NOT NUMERIC OR RT-CollectedDate NOT NUMERIC
       MOVE ZERO TO RDL-StudentId
       MOVE "unreadable return record" TO RDL-Note
       PERFORM RejectReturn
       EXIT PARAGRAPH
    END-IF
    MOVE RT-StudentId TO RDL-StudentId
    MOVE RT-GrossAmount TO RDL-Gross
    MOVE RT-Commission TO RDL-Commission
    IF RT-Commission > RT-GrossAmount
       MOVE "commission exceeds gross" TO RDL-Note
       PERFORM RejectReturn
       EXIT PARAGRAPH
    END-IF
    MOVE RT-StudentId TO CP-StudentId
    MOVE RT-TermCode TO CP-TermCode
    READ PlacementFile
       INVALID KEY
          MOVE "not placed with the agency" TO RDL-Note
          PERFORM RejectReturn
          EXIT PARAGRAPH
    END-READ
    COMPUTE NetAmount = RT-GrossAmount - RT-Commission
    MOVE NetAmount TO RDL-Net
    IF CP-OpenItem
       PERFORM RecordAsPayment
       IF RDL-Disposition = "REJECTED"
          EXIT PARAGRAPH
       END-IF
       MOVE ReceivableAccount TO CreditAccount
    ELSE
       MOVE "RECOVERED" TO RDL-Disposition
       ADD 1 TO RecoveryCount
       MOVE RecoveryAccount TO CreditAccount
    END-IF
    ADD RT-GrossAmount TO CP-AmountRecovered
    ADD RT-Commission TO CP-CommissionPaid
    MOVE RT-CollectedDate TO CP-LastReturnDate
    IF CP-AmountRecovered NOT < CP-AmountPlaced
       SET CP-Closed TO TRUE
       MOVE "recovered in full - closed" TO RDL-Note
    END-IF
    REWRITE PlacementRecord
    IF NOT PlacementFileOk
       DISPLAY "Error " PlacementFileStatus " updating COLLECT.DAT for "
          CP-StudentId " term " CP-TermCode " - reconcile."
    END-IF
    PERFORM PostRecoveryEntries
    PERFORM WriteRecoveryLog
    ADD RT-GrossAmount TO TotalGross
    ADD RT-Commission TO TotalCommission
    ADD NetAmount TO TotalNet
    WRITE ReportLine FROM ReturnDetailLine.

*> The gross collected is a payment on the open item.
RecordAsPayment.
    IF NOT BillingAvailable
       MOVE "BILLING.DAT not available" TO RDL-Note
       PERFORM RejectReturn
       EXIT PARAGRAPH
    END-IF
    MOVE RT-StudentId TO BL-StudentId
    MOVE RT-TermCode TO BL-TermCode
    READ BillingFile
       INVALID KEY
          MOVE "no item on BILLING.DAT" TO RDL-Note
          PERFORM RejectReturn
          EXIT PARAGRAPH
    END-READ
    IF RT-GrossAmount + BL-AmountPaid > 99999.99
       MOVE "amount too large for item" TO RDL-Note
       PERFORM RejectReturn
       EXIT PARAGRAPH
    END-IF
    ADD RT-GrossAmount TO BL-AmountPaid
    IF RT-GrossAmount > BL-BalanceDue
       COMPUTE OverpaymentAmount = RT-GrossAmount - BL-BalanceDue
       MOVE ZERO TO BL-BalanceDue
       MOVE "overpaid - credit on item" TO RDL-Note
       DISPLAY "Agency collection for " BL-StudentId " term "
          BL-TermCode " exceeds the balance by " OverpaymentAmount "."
    ELSE
       SUBTRACT RT-GrossAmount FROM BL-BalanceDue
    END-IF
    REWRITE BillingRecord
    IF NOT BillingFileOk
       MOVE "rewrite error on BILLING.DAT" TO RDL-Note
       PERFORM RejectReturn
       EXIT PARAGRAPH
    END-IF
    MOVE "PAYMENT" TO RDL-Disposition
    ADD 1 TO PaymentCount.

RejectReturn.
    ADD 1 TO RejectedCount
    MOVE "REJECTED" TO RDL-Disposition
    WRITE ReportLine FROM ReturnDetailLine.

PostRecoveryEntries.
    MOVE SPACES TO GLTransRecord
    MOVE RunDate TO GL-PostDate
    MOVE RunDate (1:6) TO GL-Period
    MOVE "COLL" TO GL-SourceCode
    MOVE RT-StudentId TO GL-StudentId
    MOVE RT-TermCode TO GL-TermCode
    IF NetAmount > ZERO
       MOVE CashAccount TO GL-AccountNumber
       MOVE "D" TO GL-DebitCredit
       MOVE NetAmount TO GL-Amount
       WRITE GLTransRecord
    END-IF
    IF RT-Commission > ZERO
       MOVE CommissionAccount TO GL-AccountNumber
       MOVE "D" TO GL-DebitCredit
       MOVE RT-Commission TO GL-Amount
       WRITE GLTransRecord
    END-IF
    MOVE CreditAccount TO GL-AccountNumber
    MOVE "C" TO GL-DebitCredit
    MOVE RT-GrossAmount TO GL-Amount
    WRITE GLTransRecord.

WriteRecoveryLog.
    MOVE SPACES TO RecoveryLogRecord
    MOVE RT-StudentId TO RC-StudentId
    MOVE RT-TermCode TO RC-TermCode
    MOVE CP-ItemType TO RC-ItemType
    MOVE RT-CollectedDate TO RC-CollectedDate
    MOVE RT-GrossAmount TO RC-GrossAmount
    MOVE RT-Commission TO RC-Commission
    MOVE NetAmount TO RC-NetAmount
    MOVE BatchNumber TO RC-BatchNumber
    WRITE RecoveryLogRecord.
