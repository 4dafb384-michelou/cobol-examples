IDENTIFICATION DIVISION.
PROGRAM-ID.  RevRecog.
AUTHOR.  Michael Coughlan.
*> Month-end tuition revenue recognition.  GLPost books new tuition
*> billing (student items and sponsor items alike) to deferred
*> tuition revenue, account 2400; this run earns it month by month
*> in proportion to the term days elapsed, from the term's start and
*> end dates on TERMCAL.DAT.  Everything it needs to know about a
*> term is already on GLTRANS.DAT - what was deferred, what earlier
*> runs released and what reductions took back - so the run keeps
*> no balances of its own and the ledger is the schedule.
*>
*> First the period's reductions.  A credit memo (CREDLOG.DAT,
*> logged by CreditMemo) or a write-off (WRITEOFF.DAT) dated in the
*> period takes its amount off what the term will ever earn.  The
*> part of the term still to come on that date is the unrecognized
*> portion and comes out of deferred revenue; the rest has already
*> been earned and comes out of revenue, or for a write-off is bad
*> debt expense:
*>
*>    credit memo C    DR deferred (unearned part), DR tuition
*>                     revenue (earned part) / CR tuition receivable
*>    refund memo R    as C but CR cash - the money went back
*>    write-off        DR deferred (unearned part), DR bad debt
*>                     expense 6200 (earned part) / CR receivable
*>
*> source codes CMEM and WOFF.  The unearned part is never more than
*> the term still has deferred.
*>
*> Then the release.  A term's recognized revenue to the period end
*> should be what it is still to earn in total times the fraction
*> of the term elapsed, plus the earned part of its reductions; the
*> difference from what earlier runs released is posted
*>
*>    release          DR deferred tuition revenue / CR tuition revenue
*>
*> source code RREC, dated the last day of the period (reversed, in
*> the rare month a reduction takes the target below what is already
*> released).  A term that has ended is released in full.  A term
*> with deferred revenue but no TERMCAL.DAT row is reported and left
*> deferred until the calendar has it - except a transcript fee's
*> pseudo-term (T plus the issuance number), which no calendar will
*> ever have: GLPost now books those fees straight to transcript
*> fees (4500), and any deferred before it did is released in full
*> to that account on the next run.  A credit memo on such a fee
*> comes out of transcript fees rather than tuition revenue.
*>
*> REVREC.RPT lists the reductions, then a schedule per term: dates,
*> percent elapsed, billed, reductions, recognized to date, this
*> period's release and the deferred balance remaining.
*>
*> Arguments:
*>    PERIOD=YYYYMM  the accounting period (default: the run date's
*>                   own month, as GLPost).
*> Run it after GLPost for the same period.  The last period run is
*> kept on REVREC.CTL and a period not after it is refused, so a
*> month's reductions are never taken twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLTransFile ASSIGN TO "GLTRANS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GLTransFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT CreditLogFile ASSIGN TO "CREDLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CreditLogStatus.
    SELECT WriteOffFile ASSIGN TO "WRITEOFF.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WriteOffFileStatus.
    SELECT ControlFile ASSIGN TO "REVREC.CTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ControlFileStatus.
    SELECT ReportFile ASSIGN TO "REVREC.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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
   02  FILLER               PIC X.
   02  GL-FiscalYear        PIC X(4).
   02  GL-FiscalPeriod      PIC X(2).

FD TermCalFile.
01 TermCalRecord.
   02  TC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  TC-StartDate    PIC 9(8).
   02  FILLER          PIC X.
   02  TC-EndDate      PIC 9(8).
   02  FILLER          PIC X.
   02  TC-CensusDate   PIC 9(8).
   02  FILLER          PIC X.
   02  TC-WithdrawDate PIC 9(8).

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

FD WriteOffFile.
01 WriteOffRecord.
   02  WO-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  WO-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  WO-CourseCode        PIC X(4).
   02  FILLER               PIC X.
   02  WO-InvoiceDate       PIC 9(8).
   02  FILLER               PIC X.
   02  WO-WriteOffDate      PIC 9(8).
   02  FILLER               PIC X.
   02  WO-AmountWrittenOff  PIC 9(5)V99.
   02  FILLER               PIC X.
   02  WO-AuthCode          PIC X(6).

FD ControlFile.
01 ControlRecord            PIC 9(6).

FD ReportFile.
01 ReportLine               PIC X(100).

WORKING-STORAGE SECTION.
01  GLTransFileStatus       PIC XX.
    88  GLTransFileOk       VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".
01  CreditLogStatus         PIC XX.
    88  CreditLogOk         VALUE "00".
01  WriteOffFileStatus      PIC XX.
    88  WriteOffFileOk      VALUE "00".
01  ControlFileStatus       PIC XX.
    88  ControlFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  RunDate                 PIC 9(8).
01  PostingPeriod           PIC 9(6) VALUE ZERO.
01  LastPeriodRun           PIC 9(6) VALUE ZERO.
01  PeriodEndDate           PIC 9(8).

*> Days in each month, February corrected for leap years.
01  MonthDaysValues         PIC X(24) VALUE "312831303130313130313031".
01  MonthDaysTable REDEFINES MonthDaysValues.
    02  MonthDays           PIC 99 OCCURS 12 TIMES.
01  PeriodYear              PIC 9(4).
01  PeriodMonth             PIC 99.
01  PeriodLastDay           PIC 99.
01  LeapQuotient            PIC 9(4).
01  LeapRemainder4          PIC 9(3).
01  LeapRemainder100        PIC 9(3).
01  LeapRemainder400        PIC 9(3).

01  CashAccount             PIC 9(4) VALUE 1000.
01  ReceivableAccount       PIC 9(4) VALUE 1200.
01  DeferredRevenueAccount  PIC 9(4) VALUE 2400.
01  RevenueAccount          PIC 9(4) VALUE 4000.
01  TranscriptFeeAccount    PIC 9(4) VALUE 4500.
01  ReleaseRevenueAccount   PIC 9(4).
01  BadDebtAccount          PIC 9(4) VALUE 6200.

*> One entry per term: the calendar dates and the term's 2400
*> history read back from GLTRANS.DAT.
01  TermCount               PIC 9(3) VALUE ZERO.
01  TermIndex               PIC 9(3).
01  TermFoundSwitch         PIC X.
    88  TermFound           VALUE "Y".
01  LookupTermCode          PIC X(6).
01  TermTable.
    02  TermEntry           OCCURS 200 TIMES.
        03  TS-TermCode     PIC X(6).
        03  TS-OnCalendar   PIC X.
            88  TS-Calendared   VALUE "Y".
        03  TS-StartDate    PIC 9(8).
        03  TS-EndDate      PIC 9(8).
        03  TS-Billed       PIC S9(9)V99.
        03  TS-Reduced      PIC S9(9)V99.
        03  TS-ReducedDeferred PIC S9(9)V99.
        03  TS-Released     PIC S9(9)V99.
        03  TS-PeriodRelease PIC S9(9)V99.

01  ReductionAmount         PIC 9(7)V99.
01  ReductionDate           PIC 9(8).
01  ReductionStudentId      PIC 9(7).
01  ReductionSource         PIC X(4).
01  ReductionCreditAccount  PIC 9(4).
01  ReductionEarnedAccount  PIC 9(4).
01  UnearnedPart            PIC S9(9)V99.
01  EarnedPart              PIC S9(9)V99.
01  DeferredBalance         PIC S9(9)V99.
01  ReleaseTarget           PIC S9(9)V99.
01  ReleaseAmount           PIC S9(9)V99.

01  FractionDate            PIC 9(8).
01  TermDays                PIC S9(7).
01  DaysElapsed             PIC S9(7).
01  DaysRemaining           PIC S9(7).
01  ElapsedPercent          PIC 9(3).

01  EntryDebitAccount       PIC 9(4).
01  EntryCreditAccount      PIC 9(4).
01  EntryAmount             PIC 9(7)V99.
01  EntryStudentId          PIC 9(7).
01  EntrySourceCode         PIC X(4).

01  ReductionCount          PIC 9(6) VALUE ZERO.
01  ReleaseCount            PIC 9(6) VALUE ZERO.
01  EntryLineCount          PIC 9(6) VALUE ZERO.
01  TotalReduced            PIC 9(9)V99 VALUE ZERO.
01  TotalReleased           PIC S9(9)V99 VALUE ZERO.
01  TotalDeferred           PIC S9(9)V99 VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(100) VALUE SPACES.

01  RecogTitleLine.
    02  FILLER              PIC X(37)
                            VALUE "TUITION REVENUE RECOGNITION  PERIOD ".
    02  RTL-Period          PIC 9(6).
    02  FILLER              PIC X(13) VALUE "  period end ".
    02  RTL-PeriodEnd       PIC 9(8).
    02  FILLER              PIC X(36) VALUE SPACES.

01  ReductionSectionLine    PIC X(100) VALUE
    "REDUCTIONS THIS PERIOD - credit memos and write-offs".
01  ReductionHeadingLine    PIC X(100) VALUE
    "SOURCE  STUDENT  TERM    DATE            AMOUNT  FROM DEFERRED   FROM EARNED".

01  ReductionDetailLine.
    02  RDL-Source          PIC X(4).
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Date            PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  RDL-Unearned        PIC ZZZZZZ9.99.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  RDL-Earned          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(26) VALUE SPACES.

01  ScheduleSectionLine     PIC X(100) VALUE
    "RECOGNITION SCHEDULE BY TERM".
01  ScheduleHeadingLine.
    02  FILLER              PIC X(8)  VALUE "TERM".
    02  FILLER              PIC X(10) VALUE "START".
    02  FILLER              PIC X(10) VALUE "END".
    02  FILLER              PIC X(6)  VALUE "ELAPS".
    02  FILLER              PIC X(13) VALUE "      BILLED".
    02  FILLER              PIC X(13) VALUE "     REDUCED".
    02  FILLER              PIC X(13) VALUE "  RECOGNIZED".
    02  FILLER              PIC X(13) VALUE " THIS PERIOD".
    02  FILLER              PIC X(14) VALUE "    DEFERRED".

01  ScheduleDetailLine.
    02  SDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-StartDate       PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-EndDate         PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-Percent         PIC ZZ9.
    02  FILLER              PIC X(3)  VALUE "%  ".
    02  SDL-Billed          PIC -ZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-Reduced         PIC -ZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-Recognized      PIC -ZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-ThisPeriod      PIC -ZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-Deferred        PIC -ZZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.

01  NoCalendarLine.
    02  FILLER              PIC X(8)  VALUE SPACES.
    02  FILLER              PIC X(60)
        VALUE "term not on TERMCAL.DAT - nothing released, left deferred".
    02  FILLER              PIC X(32) VALUE SPACES.

01  RecogSummaryLine.
    02  FILLER              PIC X(12) VALUE "Reductions: ".
    02  RSL-ReductionCount  PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RSL-TotalReduced    PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(12) VALUE "  releases: ".
    02  RSL-ReleaseCount    PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RSL-TotalReleased   PIC -ZZZZZZZZ9.99.
    02  FILLER              PIC X(18) VALUE "  still deferred: ".
    02  RSL-TotalDeferred   PIC -ZZZZZZZZ9.99.
    02  FILLER              PIC X(6)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    MOVE RunDate (1:6) TO PostingPeriod
    PERFORM GetRunArguments
    PERFORM LoadLastPeriodRun
    IF PostingPeriod NOT > LastPeriodRun
       DISPLAY "Period " PostingPeriod " is not after the last period"
          " recognized (" LastPeriodRun ") - nothing done."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM FindPeriodEndDate
    PERFORM LoadTermCalendar
    PERFORM LoadDeferralHistory
    OPEN EXTEND GLTransFile
    IF NOT GLTransFileOk
       OPEN OUTPUT GLTransFile
       CLOSE GLTransFile
       OPEN EXTEND GLTransFile
    END-IF
    OPEN OUTPUT ReportFile
    MOVE PostingPeriod TO RTL-Period
    MOVE PeriodEndDate TO RTL-PeriodEnd
    WRITE ReportLine FROM RecogTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReductionSectionLine
    WRITE ReportLine FROM ReductionHeadingLine
    PERFORM TakeCreditMemoReductions
    PERFORM TakeWriteOffReductions
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ScheduleSectionLine
    WRITE ReportLine FROM ScheduleHeadingLine
    PERFORM VARYING TermIndex FROM 1 BY 1 UNTIL TermIndex > TermCount
       PERFORM ReleaseOneTerm
    END-PERFORM
    MOVE ReductionCount TO RSL-ReductionCount
    MOVE TotalReduced TO RSL-TotalReduced
    MOVE ReleaseCount TO RSL-ReleaseCount
    MOVE TotalReleased TO RSL-TotalReleased
    MOVE TotalDeferred TO RSL-TotalDeferred
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RecogSummaryLine
    DISPLAY RecogSummaryLine
    DISPLAY EntryLineCount " journal line(s) appended to GLTRANS.DAT."
    CLOSE ReportFile
    CLOSE GLTransFile
    OPEN OUTPUT ControlFile
    MOVE PostingPeriod TO ControlRecord
    WRITE ControlRecord
    CLOSE ControlFile
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
          WHEN "PERIOD"
             COMPUTE PostingPeriod = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadLastPeriodRun.
    MOVE ZERO TO LastPeriodRun
    OPEN INPUT ControlFile
    IF ControlFileOk
       READ ControlFile
          NOT AT END
             IF ControlRecord NUMERIC
                MOVE ControlRecord TO LastPeriodRun
             END-IF
       END-READ
       CLOSE ControlFile
    END-IF.

*> The last calendar day of the period, February by the leap year
*> rule.
FindPeriodEndDate.
    MOVE PostingPeriod (1:4) TO PeriodYear
    MOVE PostingPeriod (5:2) TO PeriodMonth
    IF PeriodMonth < 1 OR PeriodMonth > 12
       DISPLAY "PERIOD=" PostingPeriod " is not a valid YYYYMM."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE MonthDays (PeriodMonth) TO PeriodLastDay
    IF PeriodMonth = 2
       DIVIDE PeriodYear BY 4 GIVING LeapQuotient
          REMAINDER LeapRemainder4
       DIVIDE PeriodYear BY 100 GIVING LeapQuotient
          REMAINDER LeapRemainder100
       DIVIDE PeriodYear BY 400 GIVING LeapQuotient
          REMAINDER LeapRemainder400
       IF LeapRemainder4 = ZERO
          AND (LeapRemainder100 NOT = ZERO OR LeapRemainder400 = ZERO)
          MOVE 29 TO PeriodLastDay
       END-IF
    END-IF
    MOVE PostingPeriod TO PeriodEndDate (1:6)
    MOVE PeriodLastDay TO PeriodEndDate (7:2).

LoadTermCalendar.
    MOVE ZERO TO TermCount
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       DISPLAY "TERMCAL.DAT not found - no term can be released."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ TermCalFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF TC-TermCode NOT = SPACES AND TermCount < 200
                AND TC-StartDate NUMERIC AND TC-EndDate NUMERIC
                ADD 1 TO TermCount
                MOVE TC-TermCode TO TS-TermCode (TermCount)
                MOVE "Y" TO TS-OnCalendar (TermCount)
                MOVE TC-StartDate TO TS-StartDate (TermCount)
                MOVE TC-EndDate TO TS-EndDate (TermCount)
                PERFORM ClearTermTotals
             END-IF
       END-READ
    END-PERFORM
    CLOSE TermCalFile.

ClearTermTotals.
    MOVE ZERO TO TS-Billed (TermCount) TS-Reduced (TermCount)
                 TS-ReducedDeferred (TermCount) TS-Released (TermCount)
                 TS-PeriodRelease (TermCount).

*> Leaves TermIndex on LookupTermCode's entry, adding an entry with
*> no calendar dates for a term TERMCAL.DAT does not carry.
FindTermEntry.
    MOVE "N" TO TermFoundSwitch
    PERFORM VARYING TermIndex FROM 1 BY 1
       UNTIL TermIndex > TermCount OR TermFound
       IF TS-TermCode (TermIndex) = LookupTermCode
          SET TermFound TO TRUE
       END-IF
    END-PERFORM
    IF TermFound
       SUBTRACT 1 FROM TermIndex
       EXIT PARAGRAPH
    END-IF
    IF TermCount < 200
       ADD 1 TO TermCount
       MOVE LookupTermCode TO TS-TermCode (TermCount)
       MOVE "N" TO TS-OnCalendar (TermCount)
       MOVE ZERO TO TS-StartDate (TermCount) TS-EndDate (TermCount)
       PERFORM ClearTermTotals
       MOVE TermCount TO TermIndex
       SET TermFound TO TRUE
    END-IF.

*> Every deferred revenue line up to the period, by term: deferrals
*> GLPost made, reductions and releases earlier runs made.
LoadDeferralHistory.
    OPEN INPUT GLTransFile
    IF NOT GLTransFileOk
       DISPLAY "GLTRANS.DAT not found - nothing has been deferred."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ GLTransFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GL-Period NUMERIC AND GL-Amount NUMERIC
                AND GL-Period NOT > PostingPeriod
                AND GL-TermCode NOT = SPACES
                PERFORM TallyOneJournalLine
             END-IF
       END-READ
    END-PERFORM
    CLOSE GLTransFile.

TallyOneJournalLine.
    EVALUATE TRUE
       WHEN GL-AccountNumber = DeferredRevenueAccount
            AND (GL-SourceCode = "BILL" OR "SPNR")
          MOVE GL-TermCode TO LookupTermCode
          PERFORM FindTermEntry
          IF TermFound
             IF GL-DebitCredit = "C"
                ADD GL-Amount TO TS-Billed (TermIndex)
             ELSE
                SUBTRACT GL-Amount FROM TS-Billed (TermIndex)
             END-IF
          END-IF
       WHEN GL-AccountNumber = DeferredRevenueAccount
            AND GL-SourceCode = "RREC"
          MOVE GL-TermCode TO LookupTermCode
          PERFORM FindTermEntry
          IF TermFound
             IF GL-DebitCredit = "D"
                ADD GL-Amount TO TS-Released (TermIndex)
             ELSE
                SUBTRACT GL-Amount FROM TS-Released (TermIndex)
             END-IF
          END-IF
       WHEN GL-AccountNumber = DeferredRevenueAccount
            AND (GL-SourceCode = "CMEM" OR "WOFF")
          MOVE GL-TermCode TO LookupTermCode
          PERFORM FindTermEntry
          IF TermFound
             ADD GL-Amount TO TS-ReducedDeferred (TermIndex)
          END-IF
       WHEN GL-DebitCredit = "C"
            AND (GL-SourceCode = "CMEM" OR "WOFF")
          MOVE GL-TermCode TO LookupTermCode
          PERFORM FindTermEntry
          IF TermFound
             ADD GL-Amount TO TS-Reduced (TermIndex)
          END-IF
    END-EVALUATE.

TakeCreditMemoReductions.
    OPEN INPUT CreditLogFile
    IF NOT CreditLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ CreditLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF CL-AppliedDate NUMERIC AND CL-Amount NUMERIC
                AND CL-AppliedDate (1:6) = PostingPeriod
                AND CL-Amount > ZERO
                MOVE "CMEM" TO ReductionSource
                MOVE CL-StudentId TO ReductionStudentId
                MOVE CL-TermCode TO LookupTermCode
                MOVE CL-AppliedDate TO ReductionDate
                MOVE CL-Amount TO ReductionAmount
                MOVE RevenueAccount TO ReductionEarnedAccount
                IF CL-MemoType = "R"
                   MOVE CashAccount TO ReductionCreditAccount
                ELSE
                   MOVE ReceivableAccount TO ReductionCreditAccount
                END-IF
                PERFORM TakeOneReduction
             END-IF
       END-READ
    END-PERFORM
    CLOSE CreditLogFile.

TakeWriteOffReductions.
    OPEN INPUT WriteOffFile
    IF NOT WriteOffFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ WriteOffFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF WO-WriteOffDate NUMERIC AND WO-AmountWrittenOff NUMERIC
                AND WO-WriteOffDate (1:6) = PostingPeriod
                AND WO-AmountWrittenOff > ZERO
                MOVE "WOFF" TO ReductionSource
                MOVE WO-StudentId TO ReductionStudentId
                MOVE WO-TermCode TO LookupTermCode
                MOVE WO-WriteOffDate TO ReductionDate
                MOVE WO-AmountWrittenOff TO ReductionAmount
                MOVE BadDebtAccount TO ReductionEarnedAccount
                MOVE ReceivableAccount TO ReductionCreditAccount
                PERFORM TakeOneReduction
             END-IF
       END-READ
    END-PERFORM
    CLOSE WriteOffFile.

*> Splits one reduction into the part of the term still to come on
*> its date (out of deferred, never more than the term has left) and
*> the part already earned, and posts it.
TakeOneReduction.
    PERFORM FindTermEntry
    MOVE ZERO TO UnearnedPart
    IF LookupTermCode (1:1) = "T"
       AND ReductionEarnedAccount = RevenueAccount
       MOVE TranscriptFeeAccount TO ReductionEarnedAccount
    END-IF
    IF TermFound AND TS-Calendared (TermIndex)
       MOVE ReductionDate TO FractionDate
       PERFORM FindTermDaysElapsed
       COMPUTE UnearnedPart ROUNDED =
          ReductionAmount * DaysRemaining / TermDays
       COMPUTE DeferredBalance = TS-Billed (TermIndex)
          - TS-ReducedDeferred (TermIndex) - TS-Released (TermIndex)
       IF UnearnedPart > DeferredBalance
          MOVE DeferredBalance TO UnearnedPart
       END-IF
       IF UnearnedPart < ZERO
          MOVE ZERO TO UnearnedPart
       END-IF
    END-IF
    COMPUTE EarnedPart = ReductionAmount - UnearnedPart
    MOVE ReductionSource TO EntrySourceCode
    MOVE ReductionStudentId TO EntryStudentId
    IF UnearnedPart > ZERO
       MOVE DeferredRevenueAccount TO EntryDebitAccount
       MOVE UnearnedPart TO EntryAmount
       PERFORM WriteDebitLine
    END-IF
    IF EarnedPart > ZERO
       MOVE ReductionEarnedAccount TO EntryDebitAccount
       MOVE EarnedPart TO EntryAmount
       PERFORM WriteDebitLine
    END-IF
    MOVE ReductionCreditAccount TO EntryCreditAccount
    MOVE ReductionAmount TO EntryAmount
    PERFORM WriteCreditLine
    IF TermFound
       ADD ReductionAmount TO TS-Reduced (TermIndex)
       ADD UnearnedPart TO TS-ReducedDeferred (TermIndex)
    END-IF
    ADD 1 TO ReductionCount
    ADD ReductionAmount TO TotalReduced
    MOVE ReductionSource TO RDL-Source
    MOVE ReductionStudentId TO RDL-StudentId
    MOVE LookupTermCode TO RDL-TermCode
    MOVE ReductionDate TO RDL-Date
    MOVE ReductionAmount TO RDL-Amount
    MOVE UnearnedPart TO RDL-Unearned
    MOVE EarnedPart TO RDL-Earned
    WRITE ReportLine FROM ReductionDetailLine.

*> TermDays, DaysElapsed and DaysRemaining for the term at TermIndex
*> as of FractionDate, counting both the start and end days.
FindTermDaysElapsed.
    MOVE TS-StartDate (TermIndex) (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE TS-StartDate (TermIndex) (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE TS-StartDate (TermIndex) (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE TS-EndDate (TermIndex) (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE TS-EndDate (TermIndex) (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE TS-EndDate (TermIndex) (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0 OR Y2K-SAGEP-DAYS-PAST < ZERO
       MOVE 1 TO TermDays
    ELSE
       COMPUTE TermDays = Y2K-SAGEP-DAYS-PAST + 1
    END-IF
    MOVE FractionDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE FractionDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE FractionDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0
       MOVE ZERO TO DaysElapsed
    ELSE
       COMPUTE DaysElapsed = Y2K-SAGEP-DAYS-PAST + 1
    END-IF
    IF DaysElapsed < ZERO
       MOVE ZERO TO DaysElapsed
    END-IF
    IF DaysElapsed > TermDays
       MOVE TermDays TO DaysElapsed
    END-IF
    COMPUTE DaysRemaining = TermDays - DaysElapsed.

*> The release for one term, then its schedule line.
ReleaseOneTerm.
    IF TS-Billed (TermIndex) = ZERO AND TS-Reduced (TermIndex) = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO TS-PeriodRelease (TermIndex) ElapsedPercent
    IF TS-Calendared (TermIndex)
       MOVE PeriodEndDate TO FractionDate
       PERFORM FindTermDaysElapsed
       COMPUTE ElapsedPercent ROUNDED = DaysElapsed * 100 / TermDays
       COMPUTE ReleaseTarget ROUNDED =
          (TS-Billed (TermIndex) - TS-Reduced (TermIndex))
             * DaysElapsed / TermDays
          + TS-Reduced (TermIndex) - TS-ReducedDeferred (TermIndex)
       IF DaysRemaining = ZERO
          COMPUTE ReleaseTarget = TS-Billed (TermIndex)
                                - TS-ReducedDeferred (TermIndex)
       END-IF
       COMPUTE ReleaseAmount = ReleaseTarget - TS-Released (TermIndex)
       COMPUTE DeferredBalance = TS-Billed (TermIndex)
          - TS-ReducedDeferred (TermIndex) - TS-Released (TermIndex)
       IF ReleaseAmount > DeferredBalance
          MOVE DeferredBalance TO ReleaseAmount
       END-IF
       IF ReleaseAmount NOT = ZERO
          PERFORM PostOneRelease
       END-IF
    END-IF
    IF NOT TS-Calendared (TermIndex) AND TS-TermCode (TermIndex) (1:1) = "T"
       MOVE 100 TO ElapsedPercent
       COMPUTE ReleaseAmount = TS-Billed (TermIndex)
          - TS-ReducedDeferred (TermIndex) - TS-Released (TermIndex)
       IF ReleaseAmount > ZERO
          PERFORM PostOneRelease
       END-IF
    END-IF
    COMPUTE DeferredBalance = TS-Billed (TermIndex)
       - TS-ReducedDeferred (TermIndex) - TS-Released (TermIndex)
    ADD DeferredBalance TO TotalDeferred
    MOVE TS-TermCode (TermIndex) TO SDL-TermCode
    MOVE TS-StartDate (TermIndex) TO SDL-StartDate
    MOVE TS-EndDate (TermIndex) TO SDL-EndDate
    MOVE ElapsedPercent TO SDL-Percent
    MOVE TS-Billed (TermIndex) TO SDL-Billed
    MOVE TS-Reduced (TermIndex) TO SDL-Reduced
    COMPUTE SDL-Recognized = TS-Released (TermIndex)
       - (TS-Reduced (TermIndex) - TS-ReducedDeferred (TermIndex))
    MOVE TS-PeriodRelease (TermIndex) TO SDL-ThisPeriod
    MOVE DeferredBalance TO SDL-Deferred
    WRITE ReportLine FROM ScheduleDetailLine
    IF NOT TS-Calendared (TermIndex) AND DeferredBalance NOT = ZERO
       WRITE ReportLine FROM NoCalendarLine
    END-IF.

PostOneRelease.
    MOVE "RREC" TO EntrySourceCode
    MOVE ZERO TO EntryStudentId
    MOVE TS-TermCode (TermIndex) TO LookupTermCode
    MOVE RevenueAccount TO ReleaseRevenueAccount
    IF NOT TS-Calendared (TermIndex)
       MOVE TranscriptFeeAccount TO ReleaseRevenueAccount
    END-IF
    IF ReleaseAmount > ZERO
       MOVE ReleaseAmount TO EntryAmount
       MOVE DeferredRevenueAccount TO EntryDebitAccount
       MOVE ReleaseRevenueAccount TO EntryCreditAccount
    ELSE
       COMPUTE EntryAmount = ZERO - ReleaseAmount
       MOVE ReleaseRevenueAccount TO EntryDebitAccount
       MOVE DeferredRevenueAccount TO EntryCreditAccount
    END-IF
    PERFORM WriteDebitLine
    PERFORM WriteCreditLine
    ADD ReleaseAmount TO TS-Released (TermIndex)
    MOVE ReleaseAmount TO TS-PeriodRelease (TermIndex)
    ADD 1 TO ReleaseCount
    ADD ReleaseAmount TO TotalReleased.

*> One journal line each, in GLPost's layout, dated the period end
*> and carrying the term in LookupTermCode.
WriteDebitLine.
    PERFORM StartJournalLine
    MOVE EntryDebitAccount TO GL-AccountNumber
    MOVE "D" TO GL-DebitCredit
    WRITE GLTransRecord
    ADD 1 TO EntryLineCount.

WriteCreditLine.
    PERFORM StartJournalLine
    MOVE EntryCreditAccount TO GL-AccountNumber
    MOVE "C" TO GL-DebitCredit
    WRITE GLTransRecord
    ADD 1 TO EntryLineCount.

StartJournalLine.
    MOVE SPACES TO GLTransRecord
    MOVE PeriodEndDate TO GL-PostDate
    MOVE PostingPeriod TO GL-Period
    MOVE EntryAmount TO GL-Amount
    MOVE EntrySourceCode TO GL-SourceCode
    MOVE EntryStudentId TO GL-StudentId
    MOVE LookupTermCode TO GL-TermCode.
