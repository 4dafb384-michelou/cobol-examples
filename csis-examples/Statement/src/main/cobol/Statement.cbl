*>      accrued, amount paid, balance due),
*>    - the payments received in the statement period from
*>      PAYMENTS.DAT,
*>    - the financial aid applied to their items from AIDDISB.DAT,
*>    - the scheduled installments still to come from PAYPLAN.DAT,
*>    - and the student's ending balance across all items.
*>
*>
*> Arguments (optional, any order):
*>    STUDENT=nnnnnnn  one student only
*>    PERIOD=YYYYMM    limit the payments and financial aid sections
*>                     to this month (default: everything on file)
*>
*> The miscellaneous charges MiscChg raises on MISCCHG.DAT print in
*> an OTHER CHARGES section after the student's tuition items - term,
*> charge date, charge code and its CHGCODES.DAT description, amount
*> charged, paid and still owed - and their balances count in the
*> ending balance.  BILLING.DAT and MISCCHG.DAT are read together in
*> StudentId order, so a student with only charges and no tuition
*> item still gets a statement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT ScheduleFile ASSIGN TO "PAYPLAN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ScheduleFileStatus.
    SELECT AidDisbursementFile ASSIGN TO "AIDDISB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AidDisbursementStatus.
    SELECT ReportFile ASSIGN TO "STATEMENT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT ChargeCodeFile ASSIGN TO "CHGCODES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ChargeCodeFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
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

FD ChargeCodeFile.
01 ChargeCodeRecord.
   02  CC-ChargeCode   PIC X(4).
   02  FILLER          PIC X.
   02  CC-Description  PIC X(24).
   02  FILLER          PIC X.
   02  CC-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  CC-DefaultAmount PIC 9(5)V99.

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

FD ScheduleFile.
01 ScheduleRecord.
   02  SCH-Principal   PIC 9(7)V99.
   02  SCH-Balance     PIC 9(7)V99.

*> The awards TuitionBill and AidDisb have disbursed onto items.
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

FD ReportFile.
01 ReportLine           PIC X(90).

    88  PaymentFileOk       VALUE "00".
01  ScheduleFileStatus      PIC XX.
    88  ScheduleFileOk      VALUE "00".
01  AidDisbursementStatus   PIC XX.
    88  AidDisbursementOk   VALUE "00".

01  EndOfBillingSwitch      PIC X VALUE "N".
    88  EndOfBilling        VALUE "Y".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  EndOfMiscChargesSwitch  PIC X VALUE "Y".
    88  EndOfMiscCharges    VALUE "Y".
01  ChargeCodeFileStatus    PIC XX.
    88  ChargeCodeFileOk    VALUE "00".
01  CurrentStudentId        PIC 9(7).
01  StudentItemCount        PIC 9(4).

*> Charge code descriptions from CHGCODES.DAT, for the OTHER
*> CHARGES section.
01  ChargeCodeCount         PIC 9(3) VALUE ZERO.
01  ChargeCodeIndex         PIC 9(3).
01  ChargeCodeTable.
    02  ChargeCodeEntry     OCCURS 200 TIMES.
        03  CT-ChargeCode   PIC X(4).
        03  CT-Description  PIC X(24).
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
        03  PY-PaymentDate  PIC 9(8).
        03  PY-Amount       PIC 9(5)V99.

*> Aid disbursed, same treatment.
01  AidCount                PIC 9(4) VALUE ZERO.
01  AidIndex                PIC 9(4).
01  AidTable.
    02  AidEntry            OCCURS 500 TIMES.
        03  AI-StudentId    PIC 9(7).
        03  AI-TermCode     PIC X(6).
        03  AI-FundCode     PIC X(4).
        03  AI-DisbDate     PIC 9(8).
        03  AI-Amount       PIC 9(5)V99.

*> The active payment plan schedule, same treatment.
01  ScheduleCount           PIC 9(4) VALUE ZERO.
01  ScheduleIndex           PIC 9(4).
        03  SC-Payment      PIC 9(7)V99.

01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  StudentEndingBalance    PIC 9(9)V99 VALUE ZERO.
01  StatementsPrinted       PIC 9(5) VALUE ZERO.
01  SectionLinesWritten     PIC 9(3).
    02  IDL-Balance         PIC ZZZZZZ9.99.
    02  FILLER              PIC X(26) VALUE SPACES.

01  ChargeHeadingLine       PIC X(90) VALUE
    "  TERM    CHARGED  CODE OTHER CHARGES              CHARGED      PAID   BALANCE".

01  ChargeDetailLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CDL-ChargeDate      PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CDL-ChargeCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CDL-Description     PIC X(24).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CDL-Original        PIC ZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CDL-Paid            PIC ZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  CDL-Balance         PIC ZZZZZ9.99.
    02  FILLER              PIC X(12) VALUE SPACES.

01  PaymentSectionHeading   PIC X(90) VALUE
    "  PAYMENTS RECEIVED".

    02  PDL-Amount          PIC ZZZZZ9.99.
    02  FILLER              PIC X(54) VALUE SPACES.

01  AidSectionHeading       PIC X(90) VALUE
    "  FINANCIAL AID APPLIED".

01  AidDetailLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  ADL-DisbDate        PIC 9(8).
    02  FILLER              PIC X(7)  VALUE "  term ".
    02  ADL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-Amount          PIC ZZZZZ9.99.
    02  FILLER              PIC X(7)  VALUE "  fund ".
    02  ADL-FundCode        PIC X(4).
    02  FILLER              PIC X(43) VALUE SPACES.

01  ScheduleSectionHeading  PIC X(90) VALUE
    "  SCHEDULED INSTALLMENTS".

       SET AddressAvailable TO TRUE
    END-IF
    PERFORM LoadPaymentTable
    PERFORM LoadAidTable
    PERFORM LoadScheduleTable
    PERFORM LoadChargeCodeTable
    OPEN INPUT MiscChargeFile
    IF MiscChargeOk
       MOVE "N" TO EndOfMiscChargesSwitch
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM ReadOneBillingRecord
    PERFORM ReadOneMiscCharge
    PERFORM UNTIL EndOfBilling AND EndOfMiscCharges
       PERFORM PickNextStudent
       IF SelectStudentId = SPACES
          OR CurrentStudentId = SelectStudentId
          PERFORM StatementOneStudent
       ELSE
          PERFORM SkipOneStudent
       END-IF
    END-PERFORM
    IF MiscChargeOk
       CLOSE MiscChargeFile
    END-IF
    MOVE StatementsPrinted TO SL-Count
    WRITE ReportLine FROM BlankLine
    END-PERFORM
    CLOSE ScheduleFile.

LoadAidTable.
    MOVE ZERO TO AidCount
    OPEN INPUT AidDisbursementFile
    IF NOT AidDisbursementOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAidRecord
    PERFORM UNTIL EndOfFile
       IF DB-StudentId NUMERIC AND DB-Amount NUMERIC
          AND AidCount < 500
          IF SelectPeriod = SPACES
             OR DB-DisbDate (1:6) = SelectPeriod
             ADD 1 TO AidCount
             MOVE DB-StudentId TO AI-StudentId (AidCount)
             MOVE DB-TermCode TO AI-TermCode (AidCount)
             MOVE DB-FundCode TO AI-FundCode (AidCount)
             MOVE DB-DisbDate TO AI-DisbDate (AidCount)
             MOVE DB-Amount TO AI-Amount (AidCount)
          END-IF
       END-IF
       PERFORM ReadOneAidRecord
    END-PERFORM
    CLOSE AidDisbursementFile.

ReadOneAidRecord.
    READ AidDisbursementFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReadOneScheduleRecord.
    READ ScheduleFile
       AT END SET EndOfFile TO TRUE
       AT END SET EndOfBilling TO TRUE
    END-READ.

ReadOneMiscCharge.
    IF NOT EndOfMiscCharges
       READ MiscChargeFile
          AT END SET EndOfMiscCharges TO TRUE
       END-READ
    END-IF.

LoadChargeCodeTable.
    MOVE ZERO TO ChargeCodeCount
    OPEN INPUT ChargeCodeFile
    IF NOT ChargeCodeFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ChargeCodeFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF CC-ChargeCode NOT = SPACES AND ChargeCodeCount < 200
                ADD 1 TO ChargeCodeCount
                MOVE CC-ChargeCode TO CT-ChargeCode (ChargeCodeCount)
                MOVE CC-Description TO CT-Description (ChargeCodeCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ChargeCodeFile.

*> The lower StudentId of the two files' current records.
PickNextStudent.
    EVALUATE TRUE
       WHEN EndOfBilling
          MOVE MC-StudentId TO CurrentStudentId
       WHEN EndOfMiscCharges
          MOVE BL-StudentId TO CurrentStudentId
       WHEN MC-StudentId < BL-StudentId
          MOVE MC-StudentId TO CurrentStudentId
       WHEN OTHER
          MOVE BL-StudentId TO CurrentStudentId
    END-EVALUATE.

SkipOneStudent.
    PERFORM UNTIL EndOfBilling OR BL-StudentId NOT = CurrentStudentId
       PERFORM ReadOneBillingRecord
    END-PERFORM
    PERFORM UNTIL EndOfMiscCharges
       OR MC-StudentId NOT = CurrentStudentId
       PERFORM ReadOneMiscCharge
    END-PERFORM.

*> One student's statement: the tuition items, then the other
*> charges, then the sections FinishOneStatement adds.
StatementOneStudent.
    MOVE CurrentStudentId TO PriorStudentId
    MOVE ZERO TO StudentEndingBalance
    PERFORM StartOneStatement
    MOVE ZERO TO StudentItemCount
    PERFORM UNTIL EndOfBilling OR BL-StudentId NOT = CurrentStudentId
       IF StudentItemCount = ZERO
          WRITE ReportLine FROM ItemHeadingLine
       END-IF
       ADD 1 TO StudentItemCount
       PERFORM StatementOneItem
       PERFORM ReadOneBillingRecord
    END-PERFORM
    MOVE ZERO TO StudentItemCount
    PERFORM UNTIL EndOfMiscCharges
       OR MC-StudentId NOT = CurrentStudentId
       IF StudentItemCount = ZERO
          WRITE ReportLine FROM ChargeHeadingLine
       END-IF
       ADD 1 TO StudentItemCount
       PERFORM StatementOneCharge
       PERFORM ReadOneMiscCharge
    END-PERFORM
    PERFORM FinishOneStatement.

StatementOneItem.
    MOVE BL-TermCode TO IDL-TermCode
    MOVE BL-InvoiceDate TO IDL-InvoiceDate
    MOVE BL-OriginalAmount TO IDL-Original
    WRITE ReportLine FROM ItemDetailLine
    ADD BL-BalanceDue TO StudentEndingBalance.

StatementOneCharge.
    MOVE MC-TermCode TO CDL-TermCode
    MOVE MC-ChargeDate TO CDL-ChargeDate
    MOVE MC-ChargeCode TO CDL-ChargeCode
    MOVE MC-Reference TO CDL-Description
    PERFORM VARYING ChargeCodeIndex FROM 1 BY 1
       UNTIL ChargeCodeIndex > ChargeCodeCount
       IF CT-ChargeCode (ChargeCodeIndex) = MC-ChargeCode
          MOVE CT-Description (ChargeCodeIndex) TO CDL-Description
       END-IF
    END-PERFORM
    MOVE MC-OriginalAmount TO CDL-Original
    MOVE MC-AmountPaid TO CDL-Paid
    MOVE MC-BalanceDue TO CDL-Balance
    WRITE ReportLine FROM ChargeDetailLine
    ADD MC-BalanceDue TO StudentEndingBalance.

*> Reads the student's address record (the caller keys
*> AD-StudentId first); a student with no address on file simply
*> mails with no street, as before.

StartOneStatement.
    PERFORM BuildStatementName
    MOVE CurrentStudentId TO AD-StudentId
    PERFORM FetchStudentAddress
    WRITE ReportLine FROM BlankLine
    MOVE SPACES TO ReportLine
       MOVE CityPostalLine TO ReportLine
       WRITE ReportLine
    END-IF
    MOVE CurrentStudentId TO SSA-StudentId
    MOVE FullName TO SSA-FullName
    WRITE ReportLine FROM StatementSalutation
    WRITE ReportLine FROM BlankLine.

BuildStatementName.
    MOVE SPACES TO FullName
    IF MasterAvailable
       MOVE CurrentStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "(not on STUDENTS.DAT)" TO FullName
       END-READ
    END-IF.

*> Payments, aid and installments print after the student's last open
*> item or charge, followed by the ending balance and a tear line.
FinishOneStatement.
    MOVE ZERO TO SectionLinesWritten
    PERFORM VARYING PaymentIndex FROM 1 BY 1
       END-IF
    END-PERFORM
    MOVE ZERO TO SectionLinesWritten
    PERFORM VARYING AidIndex FROM 1 BY 1
       UNTIL AidIndex > AidCount
       IF AI-StudentId (AidIndex) = PriorStudentId
          IF SectionLinesWritten = ZERO
             WRITE ReportLine FROM AidSectionHeading
          END-IF
          ADD 1 TO SectionLinesWritten
          MOVE AI-DisbDate (AidIndex) TO ADL-DisbDate
          MOVE AI-TermCode (AidIndex) TO ADL-TermCode
          MOVE AI-Amount (AidIndex) TO ADL-Amount
          MOVE AI-FundCode (AidIndex) TO ADL-FundCode
          WRITE ReportLine FROM AidDetailLine
       END-IF
    END-PERFORM
    MOVE ZERO TO SectionLinesWritten
    PERFORM VARYING ScheduleIndex FROM 1 BY 1
       UNTIL ScheduleIndex > ScheduleCount
       IF SC-StudentId (ScheduleIndex) = PriorStudentId
