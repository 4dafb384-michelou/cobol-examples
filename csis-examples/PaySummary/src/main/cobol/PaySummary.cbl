*> number, marked REPRINT, so a letter produced twice can always be
*> authenticated against the log.
*>
*> Sponsors and the finance office also ask for the fiscal year, so
*> a run may summarise a fiscal year instead, its dates taken from
*> the fiscal calendar FISCAL.DAT through the shared Y2KFISC
*> routine.  Those letters are logged with basis F, and numbered
*> and reprinted apart from the calendar-year letters of the same
*> year number.
*>
*> Arguments:
*>    YEAR=YYYY   the calendar year to summarise (default: the year
*>                before the run date - January's usual question).
*>    FISCALYEAR=YYYY
*>                summarise fiscal year YYYY instead (named for the
*>                calendar year it ends in).
*>    FYSTART=MM  the month the fiscal year starts in for a year
*>                FISCAL.DAT does not cover (default 07).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

FD StudentFile.
01 StudentDetails.
   02  IL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  IL-Amount       PIC 9(9)V99.
   02  FILLER          PIC X.
   02  IL-Basis        PIC X.

FD ReportFile.
01 ReportLine           PIC X(90).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SummaryYear             PIC 9(4) VALUE ZERO.
01  FiscalYearWanted        PIC 9(4) VALUE ZERO.
01  FiscalStartMonth        PIC 99 VALUE ZERO.
01  SummaryBasis            PIC X VALUE SPACE.
    88  FiscalBasis         VALUE "F".
01  YearFirstDate           PIC 9(8).
01  YearLastDate            PIC 9(8).
01  FiscalFirstMDY          PIC 9(8).
01  FiscalLastMDY           PIC 9(8).
01  SummaryYearText         PIC X(50).
01  RunDate                 PIC 9(8).

*> Applied payments per student for the chosen year.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    COMPUTE SummaryYear = FUNCTION NUMVAL (RunDate (1:4)) - 1
    PERFORM GetRunArguments
    PERFORM SetSummaryDates
    PERFORM FormatLetterDate
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
    PERFORM TallyYearPayments
    CLOSE PaymentFile
    IF StudentTallyCount = ZERO
       DISPLAY "No payments dated in " FUNCTION TRIM (SummaryYearText)
          " - no letters issued."
       STOP RUN
    END-IF
       CLOSE StudentFile
    END-IF
    DISPLAY LettersIssued " letter(s) issued ("
       LettersReprinted " reprint(s)) for "
       FUNCTION TRIM (SummaryYearText) " on PAYSUMM.RPT."
    STOP RUN.

GetRunArguments.
       EVALUATE ArgumentKeyword
          WHEN "YEAR"
             COMPUTE SummaryYear = FUNCTION NUMVAL (ArgumentValue)
          WHEN "FISCALYEAR"
             COMPUTE FiscalYearWanted = FUNCTION NUMVAL (ArgumentValue)
          WHEN "FYSTART"
             COMPUTE FiscalStartMonth = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The first and last payment dates summarised: the calendar year,
*> or the fiscal year's dates from Y2KFISC; and the wording for
*> the year in the letter.
SetSummaryDates.
    IF FiscalYearWanted = ZERO
       COMPUTE YearFirstDate = SummaryYear * 10000 + 0101
       COMPUTE YearLastDate = SummaryYear * 10000 + 1231
       MOVE SPACES TO SummaryYearText
       MOVE SummaryYear TO SummaryYearText
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Y2K-FISCP-FUNCTION
    MOVE FiscalYearWanted TO Y2K-FISCP-FISCAL-YEAR
    MOVE FiscalStartMonth TO Y2K-FISCP-START-MONTH
    CALL "Y2KFISC" USING Y2K-FISC-PARAMETERS
    IF Y2K-FISCP-RETURN-CODE NOT = ZERO
       DISPLAY "FISCALYEAR=" FiscalYearWanted " FYSTART="
          FiscalStartMonth " is not a year on the fiscal calendar."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    SET FiscalBasis TO TRUE
    MOVE FiscalYearWanted TO SummaryYear
    MOVE Y2K-FISCP-PERIOD-START TO FiscalFirstMDY
    MOVE FiscalFirstMDY (5:4) TO YearFirstDate (1:4)
    MOVE FiscalFirstMDY (1:4) TO YearFirstDate (5:4)
    MOVE Y2K-FISCP-PERIOD-END TO FiscalLastMDY
    MOVE FiscalLastMDY (5:4) TO YearLastDate (1:4)
    MOVE FiscalLastMDY (1:4) TO YearLastDate (5:4)
    MOVE SPACES TO SummaryYearText
    STRING "fiscal year " SummaryYear " ("
           FiscalFirstMDY (1:2) "/" FiscalFirstMDY (3:2) "/"
           FiscalFirstMDY (5:4) " to "
           FiscalLastMDY (1:2) "/" FiscalLastMDY (3:2) "/"
           FiscalLastMDY (5:4) ")"
       DELIMITED BY SIZE INTO SummaryYearText
    END-STRING.

FormatLetterDate.
    MOVE RunDate (5:2) TO Y2K-DFMTP-DATEIN (1:2)
    MOVE RunDate (7:2) TO Y2K-DFMTP-DATEIN (3:2)
          AND PaymentRecord (1:7) NOT = "TRAILER"
          AND PT-StudentId NUMERIC
          AND PT-Amount NUMERIC
          AND PT-PaymentDate NOT < YearFirstDate
          AND PT-PaymentDate NOT > YearLastDate
          PERFORM TallyOnePayment
       END-IF
       PERFORM ReadOnePaymentRecord
          IF IL-IssueNumber > HighestIssueNumber
             MOVE IL-IssueNumber TO HighestIssueNumber
          END-IF
          IF IL-Year = SummaryYear AND IL-Basis = SummaryBasis
             AND PriorIssueCount < 200
             ADD 1 TO PriorIssueCount
             MOVE IL-StudentId TO PI-StudentId (PriorIssueCount)
             MOVE IL-IssueNumber
    WRITE ReportLine FROM BlankLine
    MOVE ST-YearTotal (StudentTallyIndex) TO AmountEdited
    MOVE SPACES TO ReportLine
    IF FiscalBasis
       MOVE "Our records show payments received from you during"
         TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING FUNCTION TRIM (SummaryYearText) DELIMITED BY SIZE
              " totalling " DELIMITED BY SIZE
              FUNCTION TRIM (AmountEdited) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
          INTO ReportLine
    ELSE
       STRING "Our records show payments received from you during "
              DELIMITED BY SIZE
              FUNCTION TRIM (SummaryYearText) DELIMITED BY SIZE
              " totalling " DELIMITED BY SIZE
              FUNCTION TRIM (AmountEdited) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
          INTO ReportLine
    END-IF
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    MOVE "The Bursar" TO ReportLine
    MOVE HighestIssueNumber TO IL-IssueNumber
    MOVE RunDate TO IL-IssueDate
    MOVE SummaryYear TO IL-Year
    MOVE SummaryBasis TO IL-Basis
    MOVE ST-StudentId (StudentTallyIndex) TO IL-StudentId
    MOVE ST-YearTotal (StudentTallyIndex) TO IL-Amount
    WRITE IssueLogRecord
