*>    MONTHS=nn            number of monthly installments (required)
*>    STUDENT=nnnnnnn      StudentId stamped on the schedule file
*>                         (default 0000000 for a quotation)
*>
*> Every plan now also gets a truth-in-lending style disclosure
*> statement, DISCLOSE.RPT, for the student to sign before any
*> interest is charged: the annual percentage rate, the finance
*> charge (the schedule's INTCALC interest, summed), the amount
*> financed and the total of payments, the payment schedule, the
*> student's name (STUDENTS.DAT) and address (ADDRESS.DAT), and a
*> signature block.  Interest is simple interest on a 360-day year
*> over the actual days between due dates, so the APR is found the
*> way the schedule is built: the lowest rate at which the
*> schedule's own payments, run through INTCALC over the same
*> Y2KSAGE day counts, pay off the amount financed, stated on a
*> 365-day year.  Each student plan's disclosure number is the next
*> one on the log DISCLOSE.DAT, which records it with the StudentId,
*> the first and last due dates and the four figures, so the signed
*> copy can be matched to the student's PAYPLAN.DAT rows.  A
*> quotation is disclosed but not numbered or logged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "PAYPLAN.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
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
    SELECT DisclosureLogFile ASSIGN TO "DISCLOSE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DisclosureLogStatus.
    SELECT DisclosureFile ASSIGN TO "DISCLOSE.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReportFile.
01 ReportLine           PIC X(90).

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth.
       03 YOBirth      PIC 9(4).
       03 MOBirth      PIC 9(2).
       03 DOBirth      PIC 9(2).
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

*> One line per disclosure issued.
FD DisclosureLogFile.
01 DisclosureLogRecord.
   02  DS-DisclosureNbr PIC 9(7).
   02  FILLER          PIC X.
   02  DS-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DS-IssueDate    PIC 9(8).
   02  FILLER          PIC X.
   02  DS-FirstDueDate PIC 9(8).
   02  FILLER          PIC X.
   02  DS-LastDueDate  PIC 9(8).
   02  FILLER          PIC X.
   02  DS-Installments PIC 9(2).
   02  FILLER          PIC X.
   02  DS-AmountFinanced PIC 9(7)V99.
   02  FILLER          PIC X.
   02  DS-FinanceCharge PIC 9(7)V99.
   02  FILLER          PIC X.
   02  DS-TotalOfPayments PIC 9(7)V99.
   02  FILLER          PIC X.
   02  DS-AnnualPctRate PIC 9(3)V99.

FD DisclosureFile.
01 DisclosureLine       PIC X(90).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  DisclosureLogStatus     PIC XX.
    88  DisclosureLogOk     VALUE "00".
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(24).
01  DateValidSwitch         PIC X.
    88  DateIsValid         VALUE "Y".

*> The disclosure figures, gathered as the schedule is generated:
*> each installment's day count and payment are kept so the APR
*> can be found by re-running the same schedule at trial rates.
01  InstallmentDays         PIC 9(5).
01  FinanceCharge           PIC 9(7)V99 VALUE ZERO.
01  TotalOfPayments         PIC 9(7)V99 VALUE ZERO.
01  FinalPaymentAmount      PIC 9(7)V99.
01  RegularPaymentAmount    PIC 9(7)V99.
01  FinalDueDate            PIC 9(8).
01  PlanTable.
    02  PlanInstallment     OCCURS 99 TIMES.
        03  PI-Days         PIC 9(5).
        03  PI-Payment      PIC 9(7)V99.
01  PlanIndex               PIC 9(2).

01  TrialRate               PIC 9V9(4).
01  TrialRateUnits          PIC 9(5).
01  LowRateUnits            PIC 9(5).
01  HighRateUnits           PIC 9(5).
01  TrialBalance            PIC S9(9)V99.
01  AnnualPctRate           PIC 9(3)V99 VALUE ZERO.

01  DisclosureNumber        PIC 9(7) VALUE ZERO.
01  IssueDate               PIC 9(8).
01  TextDateIn              PIC 9(8).
01  IssueDateText           PIC X(29).
01  FirstDueText            PIC X(29).
01  FinalDueText            PIC X(29).
01  FullName                PIC X(40).
01  CityPostalLine          PIC X(40).
01  AddressFoundSwitch      PIC X.
    88  AddressFound        VALUE "Y".
01  MoneyEdit               PIC $$,$$$,$$9.99.
01  MoneyEditTwo            PIC $$,$$$,$$9.99.
01  RateEdit                PIC ZZ9.99.
01  CountEdit               PIC Z9.

*> INTCALC's parameter block, laid out exactly as the subprogram
*> declares it (see SubProgram.cbl).
01  ic-params.
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(90) VALUE SPACES.
01  RuleLine                PIC X(90) VALUE ALL "-".

01  DisclosureBoxHeading    PIC X(90) VALUE
    "ANNUAL PERCENTAGE RATE  FINANCE CHARGE      Amount Financed     Total of Payments".
01  DisclosureBoxText1      PIC X(90) VALUE
    "The cost of your       The dollar amount   The amount of       The amount you will".
01  DisclosureBoxText2      PIC X(90) VALUE
    "credit as a yearly     the credit will     credit provided     have paid after all".
01  DisclosureBoxText3      PIC X(90) VALUE
    "rate.                  cost you.           to you.             scheduled payments.".

01  DisclosureFigureLine.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  DFL-AnnualPctRate   PIC ZZ9.99.
    02  FILLER              PIC X(12) VALUE " %".
    02  DFL-FinanceCharge   PIC $$,$$$,$$9.99.
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  DFL-AmountFinanced  PIC $$,$$$,$$9.99.
    02  FILLER              PIC X(7)  VALUE SPACES.
    02  DFL-TotalOfPayments PIC $$,$$$,$$9.99.
    02  FILLER              PIC X(14) VALUE SPACES.

01  PlanHeadingLine.
    02  FILLER              PIC X(11) VALUE "Principal: ".
       STOP RUN
    END-IF
    PERFORM ComputeLevelPayment
    MOVE FUNCTION CURRENT-DATE(1:8) TO IssueDate
    OPEN OUTPUT ScheduleFile
    OPEN OUTPUT ReportFile
    MOVE PrincipalAmount TO PHL-Principal
    CLOSE ScheduleFile
    DISPLAY "Schedule of " InstallmentCount
       " installment(s) written to PAYPLAN.RPT and PAYPLAN.DAT."
    PERFORM FindAnnualPctRate
    IF PlanStudentId NOT = ZERO
       PERFORM LogDisclosure
    END-IF
    PERFORM WriteDisclosureStatement
    IF PlanStudentId NOT = ZERO
       DISPLAY "Disclosure " DisclosureNumber
          " written to DISCLOSE.RPT and logged on DISCLOSE.DAT."
    ELSE
       DISPLAY "Quotation disclosure written to DISCLOSE.RPT."
    END-IF
    STOP RUN.

GetRunArguments.
    MOVE PaymentNumber TO SCH-PaymentNbr
    MOVE NextDueDate TO SCH-DueDate
    MOVE PaymentAmount TO SCH-Payment
    MOVE InstallmentDays TO PI-Days (PaymentNumber)
    MOVE PaymentAmount TO PI-Payment (PaymentNumber)
    ADD PaymentAmount TO TotalOfPayments
    ADD InterestPortion TO FinanceCharge
    IF PaymentNumber = 1
       MOVE PaymentAmount TO RegularPaymentAmount
    END-IF
    MOVE PaymentAmount TO FinalPaymentAmount
    MOVE NextDueDate TO FinalDueDate
    MOVE InterestPortion TO SCH-Interest
    MOVE PrincipalPortion TO SCH-Principal
    MOVE RemainingBalance TO SCH-Balance
*> due date (the start date for payment 1, which carries no days and
*> so no interest) run through INTCALC against the open balance.
ComputeInterestPortion.
    MOVE ZERO TO InterestPortion InstallmentDays
    IF NextDueDate = PriorDueDate
       EXIT PARAGRAPH
    END-IF
       OR Y2K-SAGEP-DAYS-PAST NOT > ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-SAGEP-DAYS-PAST TO InstallmentDays
    MOVE RemainingBalance TO icp-principal-amt
    MOVE AnnualRate TO icp-annual-rate
    MOVE Y2K-SAGEP-DAYS-PAST TO icp-days-elapsed
    IF Y2K-GTOAP-RETURN-CODE = 0
       SET DateIsValid TO TRUE
    END-IF.

*> The APR: the lowest rate, in INTCALC's ten-thousandths, at which
*> the schedule's own payments over its own day counts leave nothing
*> owing, found by halving the interval - a higher rate always leaves
*> more owing.  INTCALC's 360-day year is then stated on 365 days.
FindAnnualPctRate.
    MOVE ZERO TO AnnualPctRate
    IF FinanceCharge = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO LowRateUnits
    MOVE 9999 TO HighRateUnits
    PERFORM UNTIL LowRateUnits NOT < HighRateUnits
       COMPUTE TrialRateUnits = (LowRateUnits + HighRateUnits) / 2
       PERFORM RunScheduleAtTrialRate
       IF TrialBalance < ZERO
          COMPUTE LowRateUnits = TrialRateUnits + 1
       ELSE
          MOVE TrialRateUnits TO HighRateUnits
       END-IF
    END-PERFORM
    COMPUTE AnnualPctRate ROUNDED =
       LowRateUnits / 100 * 365 / 360.

RunScheduleAtTrialRate.
    COMPUTE TrialRate = TrialRateUnits / 10000
    MOVE PrincipalAmount TO TrialBalance
    PERFORM VARYING PlanIndex FROM 1 BY 1
       UNTIL PlanIndex > InstallmentCount
       IF PI-Days (PlanIndex) > ZERO AND TrialBalance > ZERO
          MOVE TrialBalance TO icp-principal-amt
          MOVE TrialRate TO icp-annual-rate
          MOVE PI-Days (PlanIndex) TO icp-days-elapsed
          MOVE ZERO TO icp-interest-amt
          MOVE ZERO TO icp-return-code
          CALL "INTCALC" USING ic-params
          IF icp-return-code = 0
             ADD icp-interest-amt TO TrialBalance
          END-IF
       END-IF
       SUBTRACT PI-Payment (PlanIndex) FROM TrialBalance
    END-PERFORM.

*> The next disclosure number follows the last one logged.
LogDisclosure.
    MOVE ZERO TO DisclosureNumber
    OPEN INPUT DisclosureLogFile
    IF DisclosureLogOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ DisclosureLogFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF DS-DisclosureNbr NUMERIC
                   AND DS-DisclosureNbr > DisclosureNumber
                   MOVE DS-DisclosureNbr TO DisclosureNumber
                END-IF
          END-READ
       END-PERFORM
       CLOSE DisclosureLogFile
    END-IF
    ADD 1 TO DisclosureNumber
    OPEN EXTEND DisclosureLogFile
    IF NOT DisclosureLogOk
       OPEN OUTPUT DisclosureLogFile
       CLOSE DisclosureLogFile
       OPEN EXTEND DisclosureLogFile
    END-IF
    MOVE SPACES TO DisclosureLogRecord
    MOVE DisclosureNumber TO DS-DisclosureNbr
    MOVE PlanStudentId TO DS-StudentId
    MOVE IssueDate TO DS-IssueDate
    MOVE StartDueDate TO DS-FirstDueDate
    MOVE FinalDueDate TO DS-LastDueDate
    MOVE InstallmentCount TO DS-Installments
    MOVE PrincipalAmount TO DS-AmountFinanced
    MOVE FinanceCharge TO DS-FinanceCharge
    MOVE TotalOfPayments TO DS-TotalOfPayments
    MOVE AnnualPctRate TO DS-AnnualPctRate
    WRITE DisclosureLogRecord
    CLOSE DisclosureLogFile.

WriteDisclosureStatement.
    PERFORM FetchStudentNameAddress
    MOVE IssueDate TO TextDateIn
    PERFORM FormatTextDate
    MOVE Y2K-DFMTP-OUTPUT TO IssueDateText
    MOVE StartDueDate TO TextDateIn
    PERFORM FormatTextDate
    MOVE Y2K-DFMTP-OUTPUT TO FirstDueText
    MOVE FinalDueDate TO TextDateIn
    PERFORM FormatTextDate
    MOVE Y2K-DFMTP-OUTPUT TO FinalDueText
    OPEN OUTPUT DisclosureFile
    MOVE SPACES TO DisclosureLine
    IF PlanStudentId = ZERO
       MOVE "TRUTH IN LENDING DISCLOSURE - QUOTATION, NOT A CONTRACT"
         TO DisclosureLine
    ELSE
       STRING "TRUTH IN LENDING DISCLOSURE STATEMENT"
                 DELIMITED BY SIZE
              "          Disclosure No. " DELIMITED BY SIZE
              DisclosureNumber DELIMITED BY SIZE
          INTO DisclosureLine
    END-IF
    WRITE DisclosureLine
    MOVE SPACES TO DisclosureLine
    STRING "Payment plan issued " DELIMITED BY SIZE
           FUNCTION TRIM (IssueDateText) DELIMITED BY SIZE
       INTO DisclosureLine
    WRITE DisclosureLine
    WRITE DisclosureLine FROM BlankLine
    IF PlanStudentId NOT = ZERO
       MOVE SPACES TO DisclosureLine
       MOVE FullName TO DisclosureLine
       WRITE DisclosureLine
       IF AddressFound
          MOVE SPACES TO DisclosureLine
          MOVE AD-AddressLine1 TO DisclosureLine
          WRITE DisclosureLine
          IF AD-AddressLine2 NOT = SPACES
             MOVE SPACES TO DisclosureLine
             MOVE AD-AddressLine2 TO DisclosureLine
             WRITE DisclosureLine
          END-IF
          MOVE SPACES TO DisclosureLine
          MOVE CityPostalLine TO DisclosureLine
          WRITE DisclosureLine
       END-IF
       MOVE SPACES TO DisclosureLine
       STRING "Student " DELIMITED BY SIZE
              PlanStudentId DELIMITED BY SIZE
          INTO DisclosureLine
       WRITE DisclosureLine
       WRITE DisclosureLine FROM BlankLine
    END-IF
    WRITE DisclosureLine FROM RuleLine
    WRITE DisclosureLine FROM DisclosureBoxHeading
    WRITE DisclosureLine FROM DisclosureBoxText1
    WRITE DisclosureLine FROM DisclosureBoxText2
    WRITE DisclosureLine FROM DisclosureBoxText3
    MOVE AnnualPctRate TO DFL-AnnualPctRate
    MOVE FinanceCharge TO DFL-FinanceCharge
    MOVE PrincipalAmount TO DFL-AmountFinanced
    MOVE TotalOfPayments TO DFL-TotalOfPayments
    WRITE DisclosureLine FROM BlankLine
    WRITE DisclosureLine FROM DisclosureFigureLine
    WRITE DisclosureLine FROM RuleLine
    WRITE DisclosureLine FROM BlankLine
    MOVE "Your payment schedule will be:" TO DisclosureLine
    WRITE DisclosureLine
    IF InstallmentCount > 1
       MOVE RegularPaymentAmount TO MoneyEdit
       COMPUTE CountEdit = InstallmentCount - 1
       MOVE SPACES TO DisclosureLine
       STRING "   " DELIMITED BY SIZE
              CountEdit DELIMITED BY SIZE
              " monthly payments of " DELIMITED BY SIZE
              FUNCTION TRIM (MoneyEdit) DELIMITED BY SIZE
              " beginning " DELIMITED BY SIZE
              FUNCTION TRIM (FirstDueText) DELIMITED BY SIZE
          INTO DisclosureLine
       WRITE DisclosureLine
    END-IF
    MOVE FinalPaymentAmount TO MoneyEditTwo
    MOVE SPACES TO DisclosureLine
    STRING "    1 final payment of " DELIMITED BY SIZE
           FUNCTION TRIM (MoneyEditTwo) DELIMITED BY SIZE
           " due " DELIMITED BY SIZE
           FUNCTION TRIM (FinalDueText) DELIMITED BY SIZE
       INTO DisclosureLine
    WRITE DisclosureLine
    WRITE DisclosureLine FROM BlankLine
    MOVE AnnualRate TO TrialRate
    COMPUTE RateEdit = TrialRate * 100
    MOVE SPACES TO DisclosureLine
    STRING "Interest is simple interest at " DELIMITED BY SIZE
           FUNCTION TRIM (RateEdit) DELIMITED BY SIZE
           "% a year on the unpaid balance, for the actual days"
              DELIMITED BY SIZE
       INTO DisclosureLine
    WRITE DisclosureLine
    MOVE "between due dates on a 360-day year; the annual percentage"
      TO DisclosureLine
    WRITE DisclosureLine
    MOVE "rate above states that cost on a 365-day year."
      TO DisclosureLine
    WRITE DisclosureLine
    WRITE DisclosureLine FROM BlankLine
    MOVE "I have received and read a completed copy of this disclosure"
      TO DisclosureLine
    WRITE DisclosureLine
    MOVE "before agreeing to the payment plan it describes."
      TO DisclosureLine
    WRITE DisclosureLine
    WRITE DisclosureLine FROM BlankLine
    WRITE DisclosureLine FROM BlankLine
    MOVE "Student signature ______________________________   Date __________"
      TO DisclosureLine
    WRITE DisclosureLine
    WRITE DisclosureLine FROM BlankLine
    MOVE "For the Bursar    ______________________________   Date __________"
      TO DisclosureLine
    WRITE DisclosureLine
    IF PlanStudentId NOT = ZERO
       WRITE DisclosureLine FROM BlankLine
       MOVE SPACES TO DisclosureLine
       STRING "Disclosure " DELIMITED BY SIZE
              DisclosureNumber DELIMITED BY SIZE
              " - file with the PAYPLAN.DAT schedule for student "
                 DELIMITED BY SIZE
              PlanStudentId DELIMITED BY SIZE
              ", due " DELIMITED BY SIZE
              StartDueDate DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              FinalDueDate DELIMITED BY SIZE
          INTO DisclosureLine
       WRITE DisclosureLine
    END-IF
    CLOSE DisclosureFile.

FetchStudentNameAddress.
    MOVE "N" TO AddressFoundSwitch
    MOVE "Student" TO FullName
    IF PlanStudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       MOVE PlanStudentId TO StudentId
       READ StudentFile
          NOT INVALID KEY
             MOVE SPACES TO FullName
             STRING FUNCTION TRIM (GivenName) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (Initials) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (Surname) DELIMITED BY SIZE
                INTO FullName
       END-READ
       CLOSE StudentFile
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       MOVE PlanStudentId TO AD-StudentId
       READ AddressFile
          NOT INVALID KEY
             SET AddressFound TO TRUE
             MOVE SPACES TO CityPostalLine
             STRING FUNCTION TRIM (AD-City) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AD-PostalCode DELIMITED BY SIZE
                INTO CityPostalLine
       END-READ
       CLOSE AddressFile
    END-IF.

*> TextDateIn (YYYYMMDD) as text, into Y2K-DFMTP-OUTPUT.
FormatTextDate.
    MOVE TextDateIn (5:2) TO Y2K-DFMTP-DATEIN (1:2)
    MOVE TextDateIn (7:2) TO Y2K-DFMTP-DATEIN (3:2)
    MOVE TextDateIn (1:4) TO Y2K-DFMTP-DATEIN (5:4)
    SET DFMT-MAJOR-TEXT1 TO TRUE
    SET DFMT-MINOR-US TO TRUE
    MOVE SPACES TO Y2K-DFMTP-OUTPUT
    CALL "Y2KDFMT" USING Y2K-DFMT-PARAMETERS.
