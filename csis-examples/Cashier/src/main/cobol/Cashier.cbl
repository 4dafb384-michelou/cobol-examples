*>
*> An existing PAYMENTS.DAT is never overwritten: apply or move the
*> pending deposit first.
*>
*> Receipts now accumulate on RECEIPTS.RPT from session to session,
*> numbering on from the last receipt printed, so PayReturn can find
*> the original receipt for a payment the bank later returns.  Each
*> payment is taken with its tender (C cash, K check), shown on the
*> receipt.  A student with two or more returned payments on
*> RETURNS.DAT in the year to the run date is cash only: a check
*> from them is refused at the counter.
*>
*> Each payment released to PAYMENTS.DAT now carries its receipt
*> number as the payment's reference, "RECEIPT nnnnn" in cols 30-45,
*> so PayApply can tell the same receipt keyed in twice and
*> PayReturn finds the original receipt without searching for it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentFileStatus.
    SELECT ReceiptFile ASSIGN TO "RECEIPTS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReceiptFileStatus.
    SELECT ReturnLogFile ASSIGN TO "RETURNS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ReturnLogStatus.

DATA DIVISION.
FILE SECTION.
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference.
       03  PT-ReceiptLiteral PIC X(8).
       03  PT-ReceiptNumber  PIC 9(5).
       03  FILLER            PIC X(3).

01 PaymentTrailerRecord REDEFINES PaymentRecord.
   02  PTW-Marker      PIC X(7).

FD ReceiptFile.
01 ReceiptLine          PIC X(80).
01 ReceiptLineView REDEFINES ReceiptLine.
   02  RLV-Literal      PIC X(8).
   02  RLV-ReceiptNumber PIC X(5).
   02  FILLER           PIC X(67).

*> PayReturn's log of returned payments.
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
   02  FILLER          PIC X(40).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".
01  ReceiptFileStatus       PIC XX.
    88  ReceiptFileOk       VALUE "00".
01  ReturnLogStatus         PIC XX.
    88  ReturnLogOk         VALUE "00".
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  RunDate                 PIC 9(8).
01  SessionDoneSwitch       PIC X VALUE "N".
        03  SE-StudentId    PIC 9(7).
        03  SE-TermCode     PIC X(6).
        03  SE-Amount       PIC 9(5)V99.
        03  SE-ReceiptNumber PIC 9(5).

01  ReceiptNumber           PIC 9(5) VALUE ZERO.

*> Returned payments in the year to the run date, one entry per
*> return; two for the same student make them cash only.
01  YearAgoDate             PIC 9(8).
01  RecentReturnCount       PIC 9(4) VALUE ZERO.
01  RecentReturnIndex       PIC 9(4).
01  RecentReturnTable.
    02  RecentReturnStudent PIC 9(7) OCCURS 1000 TIMES.
01  StudentReturnCount      PIC 9(4).
01  SessionTotalEdited      PIC ZZZZZZZZ9.99.
01  DrawerEntry             PIC X(12).
01  DrawerAmount            PIC 9(9)V99.
    02  ScreenStudentId     PIC X(7).
    02  ScreenTermCode      PIC X(6).
    02  ScreenAmount        PIC X(8).
    02  ScreenTender        PIC X.
        88  TenderCash      VALUE "C" "c".
        88  TenderCheck     VALUE "K" "k".
01  ScreenMessage           PIC X(60).

01  ReceiptDetailLine.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Amount          PIC ZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RDL-Tender          PIC X(5).
    02  FILLER              PIC X(2)  VALUE SPACES.

SCREEN SECTION.
01  PaymentEntryScreen.
    02  LINE 4  COL 30 PIC X(6)  USING ScreenTermCode.
    02  LINE 5  COL 3  VALUE "Amount (e.g. 1250.00):".
    02  LINE 5  COL 30 PIC X(8)  USING ScreenAmount.
    02  LINE 6  COL 3  VALUE "Tender (C cash, K check):".
    02  LINE 6  COL 30 PIC X     USING ScreenTender.
    02  LINE 8  COL 3  PIC X(60) FROM ScreenMessage.

PROCEDURE DIVISION.
Begin.
       CLOSE StudentFile
       STOP RUN
    END-IF
    PERFORM FindLastReceiptNumber
    OPEN EXTEND ReceiptFile
    IF NOT ReceiptFileOk
       OPEN OUTPUT ReceiptFile
    END-IF
    PERFORM LoadRecentReturns
    MOVE SPACES TO ScreenMessage
    PERFORM TakeOnePayment UNTIL SessionDone
    CLOSE ReceiptFile
            TO ScreenMessage
          EXIT PARAGRAPH
    END-READ
    IF NOT TenderCash AND NOT TenderCheck
       MOVE "Tender must be C (cash) or K (check)." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    IF TenderCheck
       PERFORM CountStudentReturns
       IF StudentReturnCount > 1
          MOVE "CASH ONLY - two returned payments this year."
            TO ScreenMessage
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF SessionCount NOT < 200
       MOVE "Session is full - close and release, then reopen."
         TO ScreenMessage
    MOVE EntryAmountNum TO SE-Amount (SessionCount)
    ADD EntryAmountNum TO SessionTotal
    ADD 1 TO ReceiptNumber
    MOVE ReceiptNumber TO SE-ReceiptNumber (SessionCount)
    MOVE ReceiptNumber TO RDL-ReceiptNumber
    MOVE RunDate TO RDL-Date
    MOVE StudentId TO RDL-StudentId
    MOVE Surname TO RDL-Surname
    MOVE ScreenTermCode TO RDL-TermCode
    MOVE EntryAmountNum TO RDL-Amount
    IF TenderCheck
       MOVE "CHECK" TO RDL-Tender
    ELSE
       MOVE "CASH" TO RDL-Tender
    END-IF
    WRITE ReceiptLine FROM ReceiptDetailLine
    MOVE SPACES TO ScreenMessage
    STRING "Receipt " DELIMITED BY SIZE
           " printed - payment held in session." DELIMITED BY SIZE
       INTO ScreenMessage.

*> Receipt numbers carry on from the last one on RECEIPTS.RPT.
FindLastReceiptNumber.
    OPEN INPUT ReceiptFile
    IF NOT ReceiptFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ReceiptFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF RLV-Literal = "Receipt "
                AND RLV-ReceiptNumber NUMERIC
                MOVE RLV-ReceiptNumber TO ReceiptNumber
             END-IF
       END-READ
    END-PERFORM
    CLOSE ReceiptFile.

LoadRecentReturns.
    COMPUTE YearAgoDate = RunDate - 10000
    OPEN INPUT ReturnLogFile
    IF NOT ReturnLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ReturnLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF RT-StudentId NUMERIC AND RT-ReturnDate NUMERIC
                AND RT-ReturnDate > YearAgoDate
                AND RecentReturnCount < 1000
                ADD 1 TO RecentReturnCount
                MOVE RT-StudentId
                  TO RecentReturnStudent (RecentReturnCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ReturnLogFile.

CountStudentReturns.
    MOVE ZERO TO StudentReturnCount
    PERFORM VARYING RecentReturnIndex FROM 1 BY 1
       UNTIL RecentReturnIndex > RecentReturnCount
       IF RecentReturnStudent (RecentReturnIndex) = StudentId
          ADD 1 TO StudentReturnCount
       END-IF
    END-PERFORM.

*> The drawer must balance to the session before anything reaches
*> PAYMENTS.DAT.  The cashier may recount as often as needed, or
*> abandon the session with X (the receipts already printed say
       MOVE SE-TermCode (SessionIndex) TO PT-TermCode
       MOVE RunDate TO PT-PaymentDate
       MOVE SE-Amount (SessionIndex) TO PT-Amount
       MOVE "RECEIPT " TO PT-ReceiptLiteral
       MOVE SE-ReceiptNumber (SessionIndex) TO PT-ReceiptNumber
       WRITE PaymentRecord
    END-PERFORM
    MOVE SPACES TO PaymentRecord
