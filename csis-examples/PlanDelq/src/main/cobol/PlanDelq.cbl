*> a per-student short total, and counts at the end.  Installments
*> not yet due are simply skipped - a plan that is merely young is
*> not delinquent.
*>
*> An installment DebitRun has sent to the bank and the bank has not
*> yet settled (pending on DEBITLOG.DAT) is in flight: it is neither
*> late nor allowed to take the student's cash, and is only counted
*> in the summary.  Once the debit settles its payment arrives on
*> PAYMENTS.DAT like any other; if the bank rejects it before then,
*> the installment is due again and reported as usual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentFileStatus.
    SELECT DebitLogFile ASSIGN TO "DEBITLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DebitLogStatus.
    SELECT ReportFile ASSIGN TO "PLANDELQ.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

*> DebitRun's log of installments sent to the bank.
FD DebitLogFile.
01 DebitLogRecord.
   02  DL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DL-PaymentNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  DL-DueDate      PIC 9(8).
   02  FILLER          PIC X(42).
   02  DL-Status       PIC X.
   02  FILLER          PIC X(14).

FD ReportFile.
01 ReportLine           PIC X(90).
    88  ScheduleFileOk      VALUE "00".
01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".
01  DebitLogStatus          PIC XX.
    88  DebitLogOk          VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  FirstStudentSwitch      PIC X VALUE "Y".
    88  FirstStudent        VALUE "Y".

*> Installments with a bank debit still pending.
01  InFlightCount           PIC 9(4) VALUE ZERO.
01  InFlightIndex           PIC 9(4).
01  InFlightSwitch          PIC X.
    88  InstallmentInFlight VALUE "Y".
01  InFlightTable.
    02  InFlightEntry       OCCURS 3000 TIMES.
        03  IFL-StudentId   PIC 9(7).
        03  IFL-PaymentNbr  PIC 9(2).
        03  IFL-DueDate     PIC 9(8).
01  InFlightSkipped         PIC 9(5) VALUE ZERO.

01  InstallmentCount        PIC 9(6) VALUE ZERO.
01  DelinquentCount         PIC 9(6) VALUE ZERO.
01  TotalShort              PIC 9(9)V99 VALUE ZERO.
    02  DSL-Delinquent      PIC ZZZZZ9.
    02  FILLER              PIC X(14) VALUE "  total short:".
    02  DSL-TotalShort      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(12) VALUE "  in flight:".
    02  DSL-InFlight        PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
       STOP RUN
    END-IF
    PERFORM LoadReceiptPools
    PERFORM LoadDebitsInFlight
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM DelqHeadingLine
    MOVE "N" TO EndOfFileSwitch
    MOVE InstallmentCount TO DSL-Checked
    MOVE DelinquentCount TO DSL-Delinquent
    MOVE TotalShort TO DSL-TotalShort
    MOVE InFlightSkipped TO DSL-InFlight
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM DelqSummaryLine
    DISPLAY DelqSummaryLine
    END-PERFORM
    CLOSE PaymentFile.

LoadDebitsInFlight.
    OPEN INPUT DebitLogFile
    IF NOT DebitLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ DebitLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF DL-Status = "P" AND DL-StudentId NUMERIC
                AND InFlightCount < 3000
                ADD 1 TO InFlightCount
                MOVE DL-StudentId TO IFL-StudentId (InFlightCount)
                MOVE DL-PaymentNbr TO IFL-PaymentNbr (InFlightCount)
                MOVE DL-DueDate TO IFL-DueDate (InFlightCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE DebitLogFile.

ReadOnePaymentRecord.
    READ PaymentFile
       AT END SET EndOfFile TO TRUE
       PERFORM FetchStudentCashPool
    END-IF
    ADD 1 TO InstallmentCount
    PERFORM CheckInstallmentInFlight
    IF InstallmentInFlight
       ADD 1 TO InFlightSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE SCH-Payment TO AmountCovered
    IF AmountCovered > RemainingCash
       MOVE RemainingCash TO AmountCovered
    MOVE AmountShort TO DDL-Short
    WRITE ReportLine FROM DelqDetailLine.

CheckInstallmentInFlight.
    MOVE "N" TO InFlightSwitch
    PERFORM VARYING InFlightIndex FROM 1 BY 1
       UNTIL InFlightIndex > InFlightCount OR InstallmentInFlight
       IF IFL-StudentId (InFlightIndex) = SCH-StudentId
          AND IFL-PaymentNbr (InFlightIndex) = SCH-PaymentNbr
          AND IFL-DueDate (InFlightIndex) = SCH-DueDate
          SET InstallmentInFlight TO TRUE
       END-IF
    END-PERFORM.

FetchStudentCashPool.
    MOVE ZERO TO RemainingCash
    PERFORM VARYING ReceiptTallyIndex FROM 1 BY 1
