IDENTIFICATION DIVISION.
PROGRAM-ID.  OperAudit.
AUTHOR.  Michael Coughlan.
*> Operator activity audit.  Who changed what has been recorded in a
*> dozen separate journals and logs, each in its own layout, and an
*> auditor asking "what did operator X do last week" meant reading
*> every one of them by hand.  This report reads them all, reduces
*> each entry to the same six facts - operator, timestamp, program,
*> file, key and action - and sorts them into one chronological
*> listing on OPERAUDIT.RPT:
*>
*>    STUDJRNL.DAT   student master Adds, Changes and Deletes
*>    ADDRJRNL.DAT   address maintenance
*>    ENRJRNL.DAT    registrations, grades, overrides and withdrawals
*>    GRADECHG.DAT   grade changes
*>    HOLDLOG.DAT    holds placed and released
*>    PRIVJRNL.DAT   privacy flag maintenance
*>    DEBJRNL.DAT    direct-debit authority maintenance
*>    CREDLOG.DAT    credit and refund memos against tuition items
*>    MISCADJ.DAT    credits, refunds and write-offs of misc charges
*>    WRITEOFF.DAT   tuition write-offs
*>    REFUNDS.DAT    refund checks issued
*>    OVRDLOG.DAT    changes keyed under supervisor override
*>    TLSIGNON.DAT   TLMAINT sign-ons and how each session ended
*>    PARMJRNL.DAT   run-parameter library changes (ParmMaint)
*>
*> Not every source records everything.  The address, privacy and
*> debit journals, the hold log and the billing-side registers carry
*> no operator id, so the operator prints as "----" and such entries
*> drop out when the listing is selected by operator.  The hold log
*> and the billing-side registers carry a date but no time; their
*> time prints as "--:--:--" and they sort to the start of their day.
*> The student journal does not say which of its writers made an
*> entry: a Change that sets the enrollment status to W is shown
*> under WITHDRAW and everything else under SEQWRITE, which includes
*> WaitProm's promotions off the waitlist.
*>
*> After the listing comes an exceptions section repeating every
*> selected entry that was made after hours (outside the working day
*> set by HOURS=, or on a Saturday or Sunday by Y2KDOWN - an entry
*> with no time is judged by its day alone) or under override
*> authority: a prerequisite override, a manual StudentId on an Add,
*> and every write-off, since WriteOff refuses to run without the
*> supervisor OVERRIDE.  The flag column marks A for after hours and
*> O for override.  A summary of entries read and selected from each
*> source closes the report; a source that does not exist yet is
*> noted and skipped.
*>
*> Arguments (KEYWORD=value, any order, all optional):
*>    OPERATOR=xxxx     only entries stamped with this operator id
*>    STUDENT=nnnnnnn   only entries for this StudentId
*>    FROM=YYYYMMDD     first date listed
*>    TO=YYYYMMDD       last date listed
*>    HOURS=hhmm-hhmm   the working day, default 0700-1900
*> A FROM=, TO= or HOURS= that is not a valid value ends the run with
*> condition code 8 rather than widening the selection.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditSourceFile ASSIGN TO DYNAMIC SourceFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AuditSourceStatus.
    SELECT SortWorkFile ASSIGN TO "OAWORK.TMP".
    SELECT ExceptionWorkFile ASSIGN TO "OAEXCP.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ExceptionWorkStatus.
    SELECT ReportFile ASSIGN TO "OPERAUDIT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One FD serves every source; each 01 below is that source's own
*> record layout, field for field as its writer declares it.
FD AuditSourceFile.
01 SourceLine               PIC X(240).

*> STUDJRNL.DAT - the images are StudentDetails.
01 StudentJournalView.
   02  JR-RunNumber         PIC 9(7).
   02  JR-RunDate           PIC 9(8).
   02  JR-RunTime           PIC 9(6).
   02  JR-TransType         PIC X.
   02  JR-BeforeImage       PIC X(63).
   02  JR-AfterImage        PIC X(63).
   02  JR-OperatorId        PIC X(4).

*> ADDRJRNL.DAT - the images are AddressRecord.
01 AddressJournalView.
   02  AJ-RunNumber         PIC 9(7).
   02  AJ-RunDate           PIC 9(8).
   02  AJ-RunTime           PIC 9(6).
   02  AJ-TransType         PIC X.
   02  AJ-BeforeImage       PIC X(109).
   02  AJ-AfterImage        PIC X(109).

01 EnrollJournalView.
   02  EJ-RunDate           PIC 9(8).
   02  FILLER               PIC X.
   02  EJ-RunTime           PIC 9(6).
   02  FILLER               PIC X.
   02  EJ-TransType         PIC X.
   02  FILLER               PIC X.
   02  EJ-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  EJ-CourseCode        PIC X(4).
   02  FILLER               PIC X.
   02  EJ-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  EJ-PrereqCode        PIC X(4).
   02  FILLER               PIC X.
   02  EJ-MinGrade          PIC X.
   02  FILLER               PIC X.
   02  EJ-OperatorId        PIC X(4).

01 GradeChangeView.
   02  GC-ChangeDate        PIC 9(8).
   02  FILLER               PIC X.
   02  GC-ChangeTime        PIC 9(6).
   02  FILLER               PIC X.
   02  GC-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  GC-CourseCode        PIC X(4).
   02  FILLER               PIC X.
   02  GC-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  GC-OldGrade          PIC X.
   02  GC-OldStatus         PIC X.
   02  FILLER               PIC X.
   02  GC-NewGrade          PIC X.
   02  GC-NewStatus         PIC X.
   02  FILLER               PIC X.
   02  GC-FormNumber        PIC X(8).
   02  FILLER               PIC X.
   02  GC-OperatorId        PIC X(4).
   02  FILLER               PIC X.
   02  GC-Reason            PIC X(30).

01 HoldLogView.
   02  HL-LogDate           PIC 9(8).
   02  FILLER               PIC X.
   02  HL-Action            PIC X(8).
   02  FILLER               PIC X.
   02  HL-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  HL-HoldCode          PIC X(4).

*> PRIVJRNL.DAT - the images are PrivacyRecord.
01 PrivacyJournalView.
   02  PJ-RunNumber         PIC 9(7).
   02  PJ-RunDate           PIC 9(8).
   02  PJ-RunTime           PIC 9(6).
   02  PJ-TransType         PIC X.
   02  PJ-BeforeImage       PIC X(46).
   02  PJ-AfterImage        PIC X(46).

*> DEBJRNL.DAT - the images are the debit authority record.
01 DebitJournalView.
   02  DJ-RunNumber         PIC 9(7).
   02  DJ-RunDate           PIC 9(8).
   02  DJ-RunTime           PIC 9(6).
   02  DJ-TransType         PIC X.
   02  DJ-BeforeImage       PIC X(42).
   02  DJ-AfterImage        PIC X(42).

01 CreditLogView.
   02  CL-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  CL-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  CL-MemoType          PIC X.
   02  FILLER               PIC X.
   02  CL-AppliedDate       PIC 9(8).
   02  FILLER               PIC X.
   02  CL-Amount            PIC 9(5)V99.

01 MiscAdjustView.
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

01 WriteOffView.
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

01 RefundLogView.
   02  RF-CheckNumber       PIC 9(6).
   02  FILLER               PIC X.
   02  RF-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  RF-TermCode          PIC X(6).
   02  FILLER               PIC X.
   02  RF-RefundDate        PIC 9(8).
   02  FILLER               PIC X.
   02  RF-Amount            PIC 9(5)V99.

01 OverrideLogView.
   02  OL-LogDate           PIC 9(8).
   02  FILLER               PIC X.
   02  OL-LogTime           PIC 9(6).
   02  FILLER               PIC X.
   02  OL-Program           PIC X(8).
   02  FILLER               PIC X.
   02  OL-OperatorId        PIC X(4).
   02  FILLER               PIC X.
   02  OL-StudentId         PIC 9(7).
   02  FILLER               PIC X.
   02  OL-Reason            PIC X(20).

01 TimelineSignOnView.
   02  TS-LogDate           PIC 9(8).
   02  FILLER               PIC X.
   02  TS-LogTime           PIC 9(6).
   02  FILLER               PIC X.
   02  TS-OperatorId        PIC X(4).
   02  FILLER               PIC X.
   02  TS-Event             PIC X(8).

01 ParmJournalView.
   02  PJ-LogDate           PIC 9(8).
   02  FILLER               PIC X.
   02  PJ-LogTime           PIC 9(6).
   02  FILLER               PIC X.
   02  PJ-OperatorId        PIC X(4).
   02  FILLER               PIC X.
   02  PJ-Action            PIC X(6).
   02  FILLER               PIC X.
   02  PJ-ParmName          PIC X(20).
   02  FILLER               PIC X.
   02  PJ-EffectiveDate     PIC 9(8).
   02  FILLER               PIC X.
   02  PJ-OldValue          PIC X(30).
   02  FILLER               PIC X.
   02  PJ-NewValue          PIC X(30).

*> The normalized entry every source is reduced to.  SR-Sequence
*> keeps entries with the same timestamp in the order they were read.
SD SortWorkFile.
01 SortRec.
   02  SR-Date              PIC 9(8).
   02  SR-Time              PIC 9(6).
   02  SR-Sequence          PIC 9(7).
   02  SR-TimeKnown         PIC X.
   02  SR-OperatorId        PIC X(4).
   02  SR-Program           PIC X(11).
   02  SR-File              PIC X(10).
   02  SR-StudentId         PIC 9(7).
   02  SR-KeyDetail         PIC X(16).
   02  SR-Action            PIC X(14).
   02  SR-AfterHours        PIC X.
   02  SR-Override          PIC X.

FD ExceptionWorkFile.
01 ExceptionWorkLine        PIC X(90).

FD ReportFile.
01 ReportLine               PIC X(90).

WORKING-STORAGE SECTION.
01  AuditSourceStatus       PIC XX.
    88  AuditSourceOk       VALUE "00".
01  ExceptionWorkStatus     PIC XX.
    88  ExceptionWorkOk     VALUE "00".
01  SourceFileName          PIC X(20).
01  EndOfSourceSwitch       PIC X.
    88  EndOfSource         VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".
01  EndOfExceptionSwitch    PIC X.
    88  EndOfExceptions     VALUE "Y".

*> The sources in the order they are read.
01  SourceNameValues.
    02  FILLER              PIC X(12) VALUE "STUDJRNL.DAT".
    02  FILLER              PIC X(12) VALUE "ADDRJRNL.DAT".
    02  FILLER              PIC X(12) VALUE "ENRJRNL.DAT".
    02  FILLER              PIC X(12) VALUE "GRADECHG.DAT".
    02  FILLER              PIC X(12) VALUE "HOLDLOG.DAT".
    02  FILLER              PIC X(12) VALUE "PRIVJRNL.DAT".
    02  FILLER              PIC X(12) VALUE "DEBJRNL.DAT".
    02  FILLER              PIC X(12) VALUE "CREDLOG.DAT".
    02  FILLER              PIC X(12) VALUE "MISCADJ.DAT".
    02  FILLER              PIC X(12) VALUE "WRITEOFF.DAT".
    02  FILLER              PIC X(12) VALUE "REFUNDS.DAT".
    02  FILLER              PIC X(12) VALUE "OVRDLOG.DAT".
    02  FILLER              PIC X(12) VALUE "TLSIGNON.DAT".
    02  FILLER              PIC X(12) VALUE "PARMJRNL.DAT".
01  SourceNameTable REDEFINES SourceNameValues.
    02  SourceName          PIC X(12) OCCURS 14 TIMES.

01  SourceCountTable.
    02  SourceCounts        OCCURS 14 TIMES.
        03  SC-Found        PIC X.
        03  SC-Read         PIC 9(7).
        03  SC-Selected     PIC 9(7).
        03  SC-Unreadable   PIC 9(7).
01  SourceIndex             PIC 9(2).

*> Normalized entry under construction, before selection.
01  EntryFields.
    02  EntryDate           PIC 9(8).
    02  EntryTime           PIC 9(6).
    02  EntryTimeKnown      PIC X.
    02  EntryOperatorId     PIC X(4).
    02  EntryProgram        PIC X(11).
    02  EntryFile           PIC X(10).
    02  EntryStudentId      PIC 9(7).
    02  EntryKeyDetail      PIC X(16).
    02  EntryAction         PIC X(14).
    02  EntryOverride       PIC X.
01  EntryDateText           PIC X(8).
01  EntryTimeText           PIC X(6).
01  EntryStudentText        PIC X(7).
01  EntryTransType          PIC X.
01  EntryValidSwitch        PIC X.
    88  EntryValid          VALUE "Y".
01  EntrySequence           PIC 9(7) VALUE ZERO.
01  GradeChangeDetail       PIC X(16).

*> Selection from the command line.
01  SelectOperator          PIC X(4) VALUE SPACES.
01  SelectStudentId         PIC 9(7) VALUE ZERO.
01  SelectStudentSwitch     PIC X VALUE "N".
    88  SelectByStudent     VALUE "Y".
01  SelectFromDate          PIC 9(8) VALUE ZERO.
01  SelectToDate            PIC 9(8) VALUE 99999999.
01  HoursStart              PIC 9(4) VALUE 0700.
01  HoursEnd                PIC 9(4) VALUE 1900.
01  HoursStartText          PIC X(10).
01  HoursEndText            PIC X(10).
01  ArgumentErrorSwitch     PIC X VALUE "N".
    88  ArgumentError       VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(40).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(30).

01  DayOfWeekDate           PIC X(8).
01  EntryHourMinute         PIC 9(4).
01  WeekendSwitch           PIC X.
    88  EntryOnWeekend      VALUE "Y".

01  RunDate                 PIC 9(8).
01  ListedCount             PIC 9(7) VALUE ZERO.
01  AfterHoursCount         PIC 9(7) VALUE ZERO.
01  OverrideCount           PIC 9(7) VALUE ZERO.
01  ExceptionCount          PIC 9(7) VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(90) VALUE SPACES.

01  TitleLine.
    02  FILLER              PIC X(31) VALUE "OPERATOR ACTIVITY AUDIT - RUN ".
    02  TL-RunDate          PIC 9(8).
    02  FILLER              PIC X(51) VALUE SPACES.

01  SelectionLine.
    02  FILLER              PIC X(10) VALUE "OPERATOR: ".
    02  SL-Operator         PIC X(4).
    02  FILLER              PIC X(11) VALUE "  STUDENT: ".
    02  SL-Student          PIC X(7).
    02  FILLER              PIC X(8)  VALUE "  FROM: ".
    02  SL-FromDate         PIC X(8).
    02  FILLER              PIC X(6)  VALUE "  TO: ".
    02  SL-ToDate           PIC X(8).
    02  FILLER              PIC X(9)  VALUE "  HOURS: ".
    02  SL-HoursStart       PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  SL-HoursEnd         PIC 9(4).
    02  FILLER              PIC X(10) VALUE SPACES.

01  SectionLine.
    02  SCL-Text            PIC X(90).

01  ColumnHeadingLine.
    02  FILLER              PIC X(18) VALUE "DATE     TIME".
    02  FILLER              PIC X(5)  VALUE "OPER".
    02  FILLER              PIC X(12) VALUE "PROGRAM".
    02  FILLER              PIC X(11) VALUE "FILE".
    02  FILLER              PIC X(25) VALUE "KEY".
    02  FILLER              PIC X(15) VALUE "ACTION".
    02  FILLER              PIC X(4)  VALUE "FLAG".

01  AuditDetailLine.
    02  ADL-Date            PIC 9(8).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-Time            PIC X(8).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-OperatorId      PIC X(4).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-Program         PIC X(11).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-File            PIC X(10).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-Key.
        03  ADL-StudentId   PIC X(7).
        03  FILLER          PIC X     VALUE SPACE.
        03  ADL-KeyDetail   PIC X(16).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-Action          PIC X(14).
    02  FILLER              PIC X     VALUE SPACE.
    02  ADL-AfterHoursFlag  PIC X.
    02  ADL-OverrideFlag    PIC X.
    02  FILLER              PIC X(2)  VALUE SPACES.

01  SourceSummaryLine.
    02  SSL-SourceName      PIC X(14).
    02  SSL-Note            PIC X(16).
    02  FILLER              PIC X(6)  VALUE "READ: ".
    02  SSL-Read            PIC ZZZZZZ9.
    02  FILLER              PIC X(12) VALUE "  SELECTED: ".
    02  SSL-Selected        PIC ZZZZZZ9.
    02  FILLER              PIC X(14) VALUE "  UNREADABLE: ".
    02  SSL-Unreadable      PIC ZZZZZZ9.
    02  FILLER              PIC X(7)  VALUE SPACES.

01  TotalsLine.
    02  FILLER              PIC X(16) VALUE "ENTRIES LISTED: ".
    02  TTL-Listed          PIC ZZZZZZ9.
    02  FILLER              PIC X(15) VALUE "  AFTER HOURS: ".
    02  TTL-AfterHours      PIC ZZZZZZ9.
    02  FILLER              PIC X(12) VALUE "  OVERRIDE: ".
    02  TTL-Override        PIC ZZZZZZ9.
    02  FILLER              PIC X(26) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    IF ArgumentError
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    INITIALIZE SourceCountTable
    OPEN OUTPUT ReportFile
    OPEN OUTPUT ExceptionWorkFile
    PERFORM WriteReportHeading
    SORT SortWorkFile
        ON ASCENDING KEY SR-Date
        ON ASCENDING KEY SR-Time
        ON ASCENDING KEY SR-Sequence
        INPUT PROCEDURE IS GatherAllSources
        OUTPUT PROCEDURE IS ListSortedEntries
    CLOSE ExceptionWorkFile
    PERFORM CopyExceptionSection
    PERFORM WriteSourceSummary
    CLOSE ReportFile
    MOVE "OAEXCP.TMP" TO SourceFileName
    CALL "CBL_DELETE_FILE" USING SourceFileName
    DISPLAY "OperAudit: " ListedCount " entries listed, "
       ExceptionCount " exceptions - see OPERAUDIT.RPT."
    STOP RUN.

*> Arguments may arrive in any order.  A bad FROM=, TO= or HOURS=
*> stops the run before anything is read.
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
          WHEN "OPERATOR"
             MOVE ArgumentValue TO SelectOperator
             INSPECT SelectOperator
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          WHEN "STUDENT"
             IF ArgumentValue (1:7) IS NUMERIC
                AND ArgumentValue (8:) = SPACES
                MOVE ArgumentValue (1:7) TO SelectStudentId
                SET SelectByStudent TO TRUE
             ELSE
                DISPLAY "STUDENT= must be a 7-digit StudentId."
                SET ArgumentError TO TRUE
             END-IF
          WHEN "FROM"
             MOVE ArgumentValue TO EntryDateText
             PERFORM CheckArgumentDate
             IF NOT ArgumentError
                MOVE EntryDateText TO SelectFromDate
             END-IF
          WHEN "TO"
             MOVE ArgumentValue TO EntryDateText
             PERFORM CheckArgumentDate
             IF NOT ArgumentError
                MOVE EntryDateText TO SelectToDate
             END-IF
          WHEN "HOURS"
             MOVE SPACES TO HoursStartText HoursEndText
             UNSTRING ArgumentValue DELIMITED BY "-"
                INTO HoursStartText HoursEndText
             END-UNSTRING
             IF HoursStartText (1:4) IS NUMERIC
                AND HoursStartText (5:) = SPACES
                AND HoursEndText (1:4) IS NUMERIC
                AND HoursEndText (5:) = SPACES
                AND HoursStartText (1:4) < HoursEndText (1:4)
                AND HoursEndText (1:4) NOT > "2400"
                MOVE HoursStartText (1:4) TO HoursStart
                MOVE HoursEndText (1:4) TO HoursEnd
             ELSE
                DISPLAY "HOURS= must be hhmm-hhmm, start before end."
                SET ArgumentError TO TRUE
             END-IF
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM
    IF SelectFromDate > SelectToDate
       DISPLAY "FROM= is after TO= - nothing could be selected."
       SET ArgumentError TO TRUE
    END-IF.

*> A FROM= or TO= date must be a real YYYYMMDD date; Y2KGTOA is the
*> judge, as everywhere else.
CheckArgumentDate.
    IF EntryDateText IS NOT NUMERIC
       OR ArgumentValue (9:) NOT = SPACES
       DISPLAY ArgumentKeyword "= must be a date YYYYMMDD."
       SET ArgumentError TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE EntryDateText (5:4) TO Y2K-GTOAP-DATE-G (1:4)
    MOVE EntryDateText (1:4) TO Y2K-GTOAP-DATE-G (5:4)
    CALL "Y2KGTOA" USING Y2K-GTOA-PARAMETERS
    IF Y2K-GTOAP-RETURN-CODE NOT = 0
       DISPLAY ArgumentKeyword "=" EntryDateText " is not a valid date."
       SET ArgumentError TO TRUE
    END-IF.

WriteReportHeading.
    MOVE RunDate TO TL-RunDate
    WRITE ReportLine FROM TitleLine
    IF SelectOperator = SPACES
       MOVE "ALL" TO SL-Operator
    ELSE
       MOVE SelectOperator TO SL-Operator
    END-IF
    IF SelectByStudent
       MOVE SelectStudentId TO SL-Student
    ELSE
       MOVE "ALL" TO SL-Student
    END-IF
    IF SelectFromDate = ZERO
       MOVE "START" TO SL-FromDate
    ELSE
       MOVE SelectFromDate TO SL-FromDate
    END-IF
    IF SelectToDate = 99999999
       MOVE "END" TO SL-ToDate
    ELSE
       MOVE SelectToDate TO SL-ToDate
    END-IF
    MOVE HoursStart TO SL-HoursStart
    MOVE HoursEnd TO SL-HoursEnd
    WRITE ReportLine FROM SelectionLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ColumnHeadingLine.

*> Input procedure: every source in turn, every line normalized and,
*> if it passes the selection, released to the sort.
GatherAllSources.
    PERFORM VARYING SourceIndex FROM 1 BY 1 UNTIL SourceIndex > 14
       PERFORM ReadOneSource
    END-PERFORM.

ReadOneSource.
    MOVE SourceName (SourceIndex) TO SourceFileName
    OPEN INPUT AuditSourceFile
    IF NOT AuditSourceOk
       MOVE "N" TO SC-Found (SourceIndex)
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO SC-Found (SourceIndex)
    MOVE "N" TO EndOfSourceSwitch
    PERFORM UNTIL EndOfSource
       MOVE SPACES TO SourceLine
       READ AuditSourceFile
          AT END SET EndOfSource TO TRUE
          NOT AT END PERFORM NormalizeOneEntry
       END-READ
    END-PERFORM
    CLOSE AuditSourceFile.

NormalizeOneEntry.
    IF SourceLine = SPACES
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SC-Read (SourceIndex)
    MOVE SPACES TO EntryFields
    MOVE ZERO TO EntryStudentId
    MOVE "000000" TO EntryTimeText
    MOVE "N" TO EntryTimeKnown EntryOverride
    MOVE "0000000" TO EntryStudentText
    EVALUATE SourceIndex
       WHEN 1  PERFORM NormalizeStudentJournal
       WHEN 2  PERFORM NormalizeAddressJournal
       WHEN 3  PERFORM NormalizeEnrollJournal
       WHEN 4  PERFORM NormalizeGradeChange
       WHEN 5  PERFORM NormalizeHoldLog
       WHEN 6  PERFORM NormalizePrivacyJournal
       WHEN 7  PERFORM NormalizeDebitJournal
       WHEN 8  PERFORM NormalizeCreditLog
       WHEN 9  PERFORM NormalizeMiscAdjust
       WHEN 10 PERFORM NormalizeWriteOff
       WHEN 11 PERFORM NormalizeRefundLog
       WHEN 12 PERFORM NormalizeOverrideLog
       WHEN 13 PERFORM NormalizeTimelineSignOn
       WHEN 14 PERFORM NormalizeParmJournal
    END-EVALUATE
    PERFORM ValidateEntry
    IF NOT EntryValid
       ADD 1 TO SC-Unreadable (SourceIndex)
       EXIT PARAGRAPH
    END-IF
    IF EntryDate < SelectFromDate OR EntryDate > SelectToDate
       EXIT PARAGRAPH
    END-IF
    IF SelectOperator NOT = SPACES
       AND EntryOperatorId NOT = SelectOperator
       EXIT PARAGRAPH
    END-IF
    IF SelectByStudent AND EntryStudentId NOT = SelectStudentId
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SC-Selected (SourceIndex)
    PERFORM ReleaseEntry.

*> The timestamp and StudentId each source gave are checked before
*> use: a line whose date or time is damaged is counted unreadable
*> rather than sorted to the wrong place.
ValidateEntry.
    MOVE "Y" TO EntryValidSwitch
    IF EntryDateText IS NOT NUMERIC
       OR EntryTimeText IS NOT NUMERIC
       OR EntryStudentText IS NOT NUMERIC
       MOVE "N" TO EntryValidSwitch
       EXIT PARAGRAPH
    END-IF
    MOVE EntryDateText TO EntryDate
    MOVE EntryTimeText TO EntryTime
    MOVE EntryStudentText TO EntryStudentId.

NormalizeStudentJournal.
    MOVE JR-RunDate TO EntryDateText
    MOVE JR-RunTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE JR-OperatorId TO EntryOperatorId
    MOVE "SEQWRITE" TO EntryProgram
    MOVE "STUDENTS" TO EntryFile
    MOVE JR-TransType TO EntryTransType
    PERFORM SetMaintenanceAction
    IF JR-TransType = "D"
       MOVE JR-BeforeImage (1:7) TO EntryStudentText
    ELSE
       MOVE JR-AfterImage (1:7) TO EntryStudentText
    END-IF
    IF JR-TransType = "C"
       AND JR-AfterImage (55:1) = "W"
       AND JR-BeforeImage (55:1) NOT = "W"
       MOVE "WITHDRAW" TO EntryProgram
       MOVE "WITHDRAW" TO EntryAction
    END-IF.

NormalizeAddressJournal.
    MOVE AJ-RunDate TO EntryDateText
    MOVE AJ-RunTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE "ADDRMAINT" TO EntryProgram
    MOVE "ADDRESS" TO EntryFile
    MOVE AJ-TransType TO EntryTransType
    PERFORM SetMaintenanceAction
    IF AJ-TransType = "D"
       MOVE AJ-BeforeImage (1:7) TO EntryStudentText
    ELSE
       MOVE AJ-AfterImage (1:7) TO EntryStudentText
    END-IF.

NormalizeEnrollJournal.
    MOVE EJ-RunDate TO EntryDateText
    MOVE EJ-RunTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE EJ-OperatorId TO EntryOperatorId
    MOVE "ENROLLMENT" TO EntryFile
    MOVE EJ-StudentId TO EntryStudentText
    STRING EJ-CourseCode " " EJ-TermCode DELIMITED BY SIZE
       INTO EntryKeyDetail
    END-STRING
    EVALUATE EJ-TransType
       WHEN "O"
          MOVE "ENROLLENTRY" TO EntryProgram
          MOVE "PREREQ OVRIDE" TO EntryAction
          MOVE "Y" TO EntryOverride
       WHEN "W"
          MOVE "WITHDRAW" TO EntryProgram
          MOVE "WITHDRAW" TO EntryAction
       WHEN "R"
          MOVE "ENROLLENTRY" TO EntryProgram
          MOVE "REGISTER" TO EntryAction
       WHEN "T"
          MOVE "ENROLLENTRY" TO EntryProgram
          MOVE "TRANSFER CR" TO EntryAction
       WHEN "G"
          MOVE "ENROLLENTRY" TO EntryProgram
          MOVE "FINAL GRADE" TO EntryAction
       WHEN "M"
          MOVE "ENROLLENTRY" TO EntryProgram
          MOVE "MIDTERM GRADE" TO EntryAction
       WHEN OTHER
          MOVE "ENROLLENTRY" TO EntryProgram
          STRING "TYPE " EJ-TransType DELIMITED BY SIZE
             INTO EntryAction
          END-STRING
    END-EVALUATE.

NormalizeGradeChange.
    MOVE GC-ChangeDate TO EntryDateText
    MOVE GC-ChangeTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE GC-OperatorId TO EntryOperatorId
    MOVE "ENROLLENTRY" TO EntryProgram
    MOVE "ENROLLMENT" TO EntryFile
    MOVE GC-StudentId TO EntryStudentText
    MOVE SPACES TO GradeChangeDetail
    STRING GC-CourseCode " " GC-TermCode " " GC-OldGrade ">" GC-NewGrade
       DELIMITED BY SIZE INTO GradeChangeDetail
    END-STRING
    MOVE GradeChangeDetail TO EntryKeyDetail
    MOVE "GRADE CHANGE" TO EntryAction.

*> Holds are placed by three programs; the hold code tells them apart.
NormalizeHoldLog.
    MOVE HL-LogDate TO EntryDateText
    MOVE "HOLDS" TO EntryFile
    MOVE HL-StudentId TO EntryStudentText
    STRING "HOLD " HL-HoldCode DELIMITED BY SIZE INTO EntryKeyDetail
    END-STRING
    EVALUATE TRUE
       WHEN HL-Action = "RELEASED"
          MOVE "HOLDMAINT" TO EntryProgram
          MOVE "HOLD RELEASED" TO EntryAction
       WHEN HL-HoldCode = "AG90"
          MOVE "AGEREPT" TO EntryProgram
          MOVE "HOLD PLACED" TO EntryAction
       WHEN HL-HoldCode = "NSF"
          MOVE "PAYRETURN" TO EntryProgram
          MOVE "HOLD PLACED" TO EntryAction
       WHEN OTHER
          MOVE "HOLDMAINT" TO EntryProgram
          MOVE "HOLD PLACED" TO EntryAction
    END-EVALUATE.

NormalizePrivacyJournal.
    MOVE PJ-RunDate TO EntryDateText
    MOVE PJ-RunTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE "PRIVMAINT" TO EntryProgram
    MOVE "PRIVACY" TO EntryFile
    MOVE PJ-TransType TO EntryTransType
    PERFORM SetMaintenanceAction
    IF PJ-TransType = "D"
       MOVE PJ-BeforeImage (1:7) TO EntryStudentText
    ELSE
       MOVE PJ-AfterImage (1:7) TO EntryStudentText
    END-IF.

NormalizeDebitJournal.
    MOVE DJ-RunDate TO EntryDateText
    MOVE DJ-RunTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE "DEBITMAINT" TO EntryProgram
    MOVE "DEBITAUTH" TO EntryFile
    MOVE DJ-TransType TO EntryTransType
    PERFORM SetMaintenanceAction
    IF DJ-TransType = "D"
       MOVE DJ-BeforeImage (1:7) TO EntryStudentText
    ELSE
       MOVE DJ-AfterImage (1:7) TO EntryStudentText
    END-IF.

NormalizeCreditLog.
    MOVE CL-AppliedDate TO EntryDateText
    MOVE "CREDITMEMO" TO EntryProgram
    MOVE "BILLING" TO EntryFile
    MOVE CL-StudentId TO EntryStudentText
    MOVE CL-TermCode TO EntryKeyDetail
    IF CL-MemoType = "R"
       MOVE "REFUND MEMO" TO EntryAction
    ELSE
       MOVE "CREDIT MEMO" TO EntryAction
    END-IF.

NormalizeMiscAdjust.
    MOVE MA-AdjustDate TO EntryDateText
    MOVE "MISCCHG" TO EntryFile
    MOVE MA-StudentId TO EntryStudentText
    STRING MA-TermCode " CHG " MA-ChargeNbr DELIMITED BY SIZE
       INTO EntryKeyDetail
    END-STRING
    EVALUATE MA-AdjustType
       WHEN "W"
          MOVE "WRITEOFF" TO EntryProgram
          MOVE "WRITE-OFF" TO EntryAction
          MOVE "Y" TO EntryOverride
       WHEN "R"
          MOVE "CREDITMEMO" TO EntryProgram
          MOVE "REFUND MEMO" TO EntryAction
       WHEN OTHER
          MOVE "CREDITMEMO" TO EntryProgram
          MOVE "CREDIT MEMO" TO EntryAction
    END-EVALUATE.

NormalizeWriteOff.
    MOVE WO-WriteOffDate TO EntryDateText
    MOVE "WRITEOFF" TO EntryProgram
    MOVE "BILLING" TO EntryFile
    MOVE WO-StudentId TO EntryStudentText
    STRING WO-TermCode " " WO-CourseCode DELIMITED BY SIZE
       INTO EntryKeyDetail
    END-STRING
    MOVE "WRITE-OFF" TO EntryAction
    MOVE "Y" TO EntryOverride.

NormalizeRefundLog.
    MOVE RF-RefundDate TO EntryDateText
    MOVE "REFUND" TO EntryProgram
    MOVE "BILLING" TO EntryFile
    MOVE RF-StudentId TO EntryStudentText
    STRING RF-TermCode " CK " RF-CheckNumber DELIMITED BY SIZE
       INTO EntryKeyDetail
    END-STRING
    MOVE "REFUND CHECK" TO EntryAction.

NormalizeOverrideLog.
    MOVE OL-LogDate TO EntryDateText
    MOVE OL-LogTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE OL-OperatorId TO EntryOperatorId
    MOVE OL-Program TO EntryProgram
    MOVE "STUDENTS" TO EntryFile
    MOVE OL-StudentId TO EntryStudentText
    MOVE OL-Reason TO EntryKeyDetail
    MOVE "OVERRIDE" TO EntryAction
    MOVE "Y" TO EntryOverride.

NormalizeTimelineSignOn.
    MOVE TS-LogDate TO EntryDateText
    MOVE TS-LogTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE TS-OperatorId TO EntryOperatorId
    MOVE "TLMAINT" TO EntryProgram
    MOVE "TIMELINE" TO EntryFile
    MOVE TS-Event TO EntryAction.

*> The parameter name is the key; it is cut to the key column's
*> width, which still leaves the program it belongs to readable.
NormalizeParmJournal.
    MOVE PJ-LogDate TO EntryDateText
    MOVE PJ-LogTime TO EntryTimeText
    MOVE "Y" TO EntryTimeKnown
    MOVE PJ-OperatorId TO EntryOperatorId
    MOVE "PARMMAINT" TO EntryProgram
    MOVE "PARMLIB" TO EntryFile
    MOVE PJ-ParmName TO EntryKeyDetail
    STRING "PARM " PJ-Action DELIMITED BY SIZE
       INTO EntryAction
    END-STRING.

*> The A/C/D transaction code every before/after journal uses.
SetMaintenanceAction.
    EVALUATE EntryTransType
       WHEN "A"    MOVE "ADD" TO EntryAction
       WHEN "C"    MOVE "CHANGE" TO EntryAction
       WHEN "D"    MOVE "DELETE" TO EntryAction
       WHEN OTHER
          STRING "TYPE " EntryTransType DELIMITED BY SIZE
             INTO EntryAction
          END-STRING
    END-EVALUATE.

*> After hours is judged here, once, so the listing and the
*> exceptions section always agree.
ReleaseEntry.
    ADD 1 TO EntrySequence
    MOVE EntryDate TO SR-Date
    MOVE EntryTime TO SR-Time
    MOVE EntrySequence TO SR-Sequence
    MOVE EntryTimeKnown TO SR-TimeKnown
    MOVE EntryOperatorId TO SR-OperatorId
    MOVE EntryProgram TO SR-Program
    MOVE EntryFile TO SR-File
    MOVE EntryStudentId TO SR-StudentId
    MOVE EntryKeyDetail TO SR-KeyDetail
    MOVE EntryAction TO SR-Action
    MOVE EntryOverride TO SR-Override
    MOVE "N" TO SR-AfterHours
    PERFORM CheckWeekend
    IF EntryOnWeekend
       MOVE "Y" TO SR-AfterHours
    END-IF
    IF EntryTimeKnown = "Y"
       MOVE EntryTime (1:4) TO EntryHourMinute
       IF EntryHourMinute < HoursStart OR EntryHourMinute NOT < HoursEnd
          MOVE "Y" TO SR-AfterHours
       END-IF
    END-IF
    RELEASE SortRec.

CheckWeekend.
    MOVE "N" TO WeekendSwitch
    MOVE EntryDateText (5:4) TO DayOfWeekDate (1:4)
    MOVE EntryDateText (1:4) TO DayOfWeekDate (5:4)
    MOVE DayOfWeekDate TO Y2K-DOWNP-DATE
    CALL "Y2KDOWN" USING Y2K-DOWN-PARAMETERS
    IF Y2K-DOWNP-RETURN-CODE = 0
       AND (Y2K-DOWN-SATURDAY OR Y2K-DOWN-SUNDAY)
       MOVE "Y" TO WeekendSwitch
    END-IF.

*> Output procedure: the chronological listing, with a copy of every
*> exception kept aside for the section that follows it.
ListSortedEntries.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       PERFORM WriteOneEntry
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM.

WriteOneEntry.
    MOVE SR-Date TO ADL-Date
    IF SR-TimeKnown = "Y"
       STRING SR-Time (1:2) ":" SR-Time (3:2) ":" SR-Time (5:2)
          DELIMITED BY SIZE INTO ADL-Time
       END-STRING
    ELSE
       MOVE "--:--:--" TO ADL-Time
    END-IF
    IF SR-OperatorId = SPACES
       MOVE "----" TO ADL-OperatorId
    ELSE
       MOVE SR-OperatorId TO ADL-OperatorId
    END-IF
    MOVE SR-Program TO ADL-Program
    MOVE SR-File TO ADL-File
    IF SR-StudentId = ZERO
       MOVE SPACES TO ADL-StudentId
    ELSE
       MOVE SR-StudentId TO ADL-StudentId
    END-IF
    MOVE SR-KeyDetail TO ADL-KeyDetail
    MOVE SR-Action TO ADL-Action
    MOVE SPACE TO ADL-AfterHoursFlag ADL-OverrideFlag
    IF SR-AfterHours = "Y"
       MOVE "A" TO ADL-AfterHoursFlag
       ADD 1 TO AfterHoursCount
    END-IF
    IF SR-Override = "Y"
       MOVE "O" TO ADL-OverrideFlag
       ADD 1 TO OverrideCount
    END-IF
    WRITE ReportLine FROM AuditDetailLine
    ADD 1 TO ListedCount
    IF SR-AfterHours = "Y" OR SR-Override = "Y"
       WRITE ExceptionWorkLine FROM AuditDetailLine
       ADD 1 TO ExceptionCount
    END-IF.

CopyExceptionSection.
    WRITE ReportLine FROM BlankLine
    MOVE "EXCEPTIONS - AFTER HOURS (A) AND OVERRIDE AUTHORITY (O)"
       TO SCL-Text
    WRITE ReportLine FROM SectionLine
    IF ExceptionCount = ZERO
       MOVE "  none" TO SCL-Text
       WRITE ReportLine FROM SectionLine
       EXIT PARAGRAPH
    END-IF
    WRITE ReportLine FROM ColumnHeadingLine
    OPEN INPUT ExceptionWorkFile
    MOVE "N" TO EndOfExceptionSwitch
    PERFORM UNTIL EndOfExceptions
       READ ExceptionWorkFile
          AT END SET EndOfExceptions TO TRUE
          NOT AT END WRITE ReportLine FROM ExceptionWorkLine
       END-READ
    END-PERFORM
    CLOSE ExceptionWorkFile.

WriteSourceSummary.
    WRITE ReportLine FROM BlankLine
    MOVE "SOURCES READ" TO SCL-Text
    WRITE ReportLine FROM SectionLine
    PERFORM VARYING SourceIndex FROM 1 BY 1 UNTIL SourceIndex > 14
       MOVE SourceName (SourceIndex) TO SSL-SourceName
       IF SC-Found (SourceIndex) = "Y"
          MOVE SPACES TO SSL-Note
       ELSE
          MOVE "(not found)" TO SSL-Note
       END-IF
       MOVE SC-Read (SourceIndex) TO SSL-Read
       MOVE SC-Selected (SourceIndex) TO SSL-Selected
       MOVE SC-Unreadable (SourceIndex) TO SSL-Unreadable
       WRITE ReportLine FROM SourceSummaryLine
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE ListedCount TO TTL-Listed
    MOVE AfterHoursCount TO TTL-AfterHours
    MOVE OverrideCount TO TTL-Override
    WRITE ReportLine FROM TotalsLine.
