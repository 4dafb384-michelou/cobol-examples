IDENTIFICATION DIVISION.
PROGRAM-ID.  Dunning.
AUTHOR.  Michael Coughlan.
*> The dunning run - the escalating overdue letters that were typed
*> by hand, when they were typed at all.  BILLING.DAT is read a
*> student at a time; the student's letter level comes from the age
*> of their oldest unpaid item (Y2KSAGE days from its invoice date to
*> the run date), on AgeRept's buckets:
*>
*>    over 30 days   level 1  friendly reminder
*>    over 60 days   level 2  second notice
*>    over 90 days   level 3  final notice before hold
*>
*> Every letter sent is logged to DUNLOG.DAT with its level, the date
*> and the oldest item it was about, and the log decides what goes
*> next: a student is only ever sent the level after the last one
*> they had for that item, never the same level twice and never
*> straight from a reminder to the final notice, and not within
*> GAP= days of their last letter.  Once the oldest item is paid the
*> next overdue item starts its own cycle at level 1.  After the
*> final notice the letters stop - the hold itself is AgeRept's
*> PLACEHOLDS run.
*>
*> Left alone:
*>    - a student with an active PAYPLAN.DAT plan who is current on
*>      it, judged the way PlanDelq judges it (payments pooled and
*>      allocated to the installments oldest first, nothing short
*>      past its due date);
*>    - items placed with the collection agency (COLLECT.DAT status
*>      P), which the agency is now chasing.
*> The letters are the student's own account, not directory
*> information, so PRIVACY.DAT does not withhold them.
*>
*> Letters go to DUNNING.RPT in MailLabel's letter style: the date
*> through Y2KDFMT TEXT1, the ADDRESS.DAT address, the name from
*> STUDENTS.DAT and the overdue balance; counts by level at the end.
*>
*> Arguments:
*>    GAP=nn   days at least between one letter and the next to the
*>             same student (default 14)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
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
    SELECT PlacementFile ASSIGN TO "COLLECT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CP-PlaceKey
		FILE STATUS IS PlacementFileStatus.
    SELECT ScheduleFile ASSIGN TO "PAYPLAN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ScheduleFileStatus.
    SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentFileStatus.
    SELECT DunningLogFile ASSIGN TO "DUNLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DunningLogStatus.
    SELECT ReportFile ASSIGN TO "DUNNING.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD PlacementFile.
01 PlacementRecord.
   02  CP-PlaceKey.
       03  CP-StudentId     PIC 9(7).
       03  CP-TermCode      PIC X(6).
   02  CP-ItemType          PIC X.
   02  CP-PlacementDate     PIC 9(8).
   02  CP-AmountPlaced      PIC 9(7)V99.
   02  CP-AmountRecovered   PIC 9(7)V99.
   02  CP-CommissionPaid    PIC 9(7)V99.
   02  CP-LastReturnDate    PIC 9(8).
   02  CP-Status            PIC X.
       88  CP-Placed        VALUE "P".

FD ScheduleFile.
01 ScheduleRecord.
   02  SCH-StudentId   PIC 9(7).
   02  SCH-PaymentNbr  PIC 9(2).
   02  SCH-DueDate     PIC 9(8).
   02  SCH-Payment     PIC 9(7)V99.
   02  SCH-Interest    PIC 9(7)V99.
   02  SCH-Principal   PIC 9(7)V99.
   02  SCH-Balance     PIC 9(7)V99.

FD PaymentFile.
01 PaymentRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

*> One line per letter sent.
FD DunningLogFile.
01 DunningLogRecord.
   02  DN-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DN-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  DN-Level        PIC 9.
   02  FILLER          PIC X.
   02  DN-SentDate     PIC 9(8).
   02  FILLER          PIC X.
   02  DN-Amount       PIC 9(7)V99.

FD ReportFile.
01 ReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  PlacementFileStatus     PIC XX.
    88  PlacementFileOk     VALUE "00".
01  ScheduleFileStatus      PIC XX.
    88  ScheduleFileOk      VALUE "00".
01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".
01  DunningLogStatus        PIC XX.
    88  DunningLogOk        VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfBillingSwitch      PIC X VALUE "N".
    88  EndOfBilling        VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  AddressFoundSwitch      PIC X.
    88  AddressFound        VALUE "Y".
01  PlacementAvailableSwitch PIC X VALUE "N".
    88  PlacementAvailable  VALUE "Y".
01  ItemPlacedSwitch        PIC X.
    88  ItemPlaced          VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  LetterGapDays           PIC 9(3) VALUE 14.

01  RunDate                 PIC 9(8).
01  LetterDate              PIC X(29).
01  OldestItemDate          PIC X(29).
01  FullName                PIC X(40).
01  CityPostalLine          PIC X(32).
01  AmountEdit              PIC $$,$$$,$$9.99.
01  DaysBetween             PIC S9(7).
01  TextDateIn              PIC 9(8).
01  DateFrom                PIC 9(8).
01  DateTo                  PIC 9(8).

*> The student being gathered from BILLING.DAT.
01  FirstStudentSwitch      PIC X VALUE "Y".
    88  FirstStudent        VALUE "Y".
01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  StudentOverdue          PIC 9(7)V99.
01  StudentOldestDate       PIC 9(8).
01  StudentOldestTerm       PIC X(6).
01  QualifiedLevel          PIC 9.
01  NextLevel               PIC 9.
    88  ReminderLevel       VALUE 1.
    88  SecondNoticeLevel   VALUE 2.
    88  FinalNoticeLevel    VALUE 3.

*> Letters already sent, latest level per student and oldest item.
01  HistoryCount            PIC 9(4) VALUE ZERO.
01  HistoryIndex            PIC 9(4).
01  FoundHistoryIndex       PIC 9(4).
01  DunningHistory.
    02  HistoryEntry        OCCURS 1000 TIMES.
        03  DH-StudentId    PIC 9(7).
        03  DH-TermCode     PIC X(6).
        03  DH-Level        PIC 9.
        03  DH-SentDate     PIC 9(8).

*> Cash received per student, pooled as PlanDelq pools it.
01  ReceiptTallyCount       PIC 9(3) VALUE ZERO.
01  ReceiptTallyIndex       PIC 9(3).
01  ReceiptFoundSwitch      PIC X.
    88  ReceiptFound        VALUE "Y".
01  ReceiptTallies.
    02  ReceiptTally        OCCURS 200 TIMES.
        03  RC-StudentId    PIC 9(7).
        03  RC-CashPool     PIC 9(9)V99.
01  RemainingCash           PIC 9(9)V99.
01  AmountCovered           PIC 9(7)V99.

*> Plan standing per student: C)urrent on an active plan, D)elinquent
*> on it, or P)aid off.
01  PlanCount               PIC 9(3) VALUE ZERO.
01  PlanIndex               PIC 9(3).
01  PlanStudentId           PIC 9(7) VALUE ZERO.
01  PlanStanding.
    02  PlanEntry           OCCURS 200 TIMES.
        03  PS-StudentId    PIC 9(7).
        03  PS-Status       PIC X.
            88  PS-CurrentOnPlan VALUE "C".
            88  PS-Delinquent    VALUE "D".
            88  PS-PaidOff       VALUE "P".
01  StudentOnCurrentPlanSwitch PIC X.
    88  StudentOnCurrentPlan VALUE "Y".

01  LettersByLevel.
    02  LevelLetterCount    PIC 9(5) OCCURS 3 TIMES.
01  StudentsOverdue         PIC 9(5) VALUE ZERO.
01  SkippedOnPlan           PIC 9(5) VALUE ZERO.
01  SkippedNotDue           PIC 9(5) VALUE ZERO.
01  SkippedFinalSent        PIC 9(5) VALUE ZERO.

01  BlankLine               PIC X(100) VALUE SPACES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  DunningSummaryLine.
    02  FILLER              PIC X(17) VALUE "Students overdue ".
    02  DSL-Overdue         PIC ZZZZ9.
    02  FILLER              PIC X(13) VALUE "  reminders: ".
    02  DSL-Level1          PIC ZZZZ9.
    02  FILLER              PIC X(17) VALUE "  second notice: ".
    02  DSL-Level2          PIC ZZZZ9.
    02  FILLER              PIC X(16) VALUE "  final notice: ".
    02  DSL-Level3          PIC ZZZZ9.
    02  FILLER              PIC X(17) VALUE SPACES.

01  DunningSkipLine.
    02  FILLER              PIC X(26) VALUE "Not written - current plan".
    02  FILLER              PIC X(2)  VALUE ": ".
    02  DKL-OnPlan          PIC ZZZZ9.
    02  FILLER              PIC X(26) VALUE "  too soon for next level:".
    02  DKL-NotDue          PIC ZZZZ9.
    02  FILLER              PIC X(20) VALUE "  final notice sent:".
    02  DKL-FinalSent       PIC ZZZZ9.
    02  FILLER              PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    MOVE ZERO TO LevelLetterCount (1) LevelLetterCount (2)
                 LevelLetterCount (3)
    PERFORM GetRunArguments
    MOVE RunDate TO Y2K-DFMTP-DATEIN
    PERFORM FormatTextDate
    MOVE Y2K-DFMTP-OUTPUT TO LetterDate
    OPEN INPUT BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - nobody to write to."
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    ELSE
       DISPLAY "ADDRESS.DAT not found - letters go out without"
          " street addresses."
    END-IF
    OPEN INPUT PlacementFile
    IF PlacementFileOk
       SET PlacementAvailable TO TRUE
    END-IF
    PERFORM LoadDunningHistory
    PERFORM LoadReceiptPools
    PERFORM LoadPlanStanding
    OPEN EXTEND DunningLogFile
    IF NOT DunningLogOk
       OPEN OUTPUT DunningLogFile
       CLOSE DunningLogFile
       OPEN EXTEND DunningLogFile
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM ReadOneBillingRecord
    PERFORM UNTIL EndOfBilling
       PERFORM GatherOneItem
       PERFORM ReadOneBillingRecord
    END-PERFORM
    IF NOT FirstStudent
       PERFORM DunOneStudent
    END-IF
    MOVE StudentsOverdue TO DSL-Overdue
    MOVE LevelLetterCount (1) TO DSL-Level1
    MOVE LevelLetterCount (2) TO DSL-Level2
    MOVE LevelLetterCount (3) TO DSL-Level3
    MOVE SkippedOnPlan TO DKL-OnPlan
    MOVE SkippedNotDue TO DKL-NotDue
    MOVE SkippedFinalSent TO DKL-FinalSent
    WRITE ReportLine FROM DunningSummaryLine
    WRITE ReportLine FROM DunningSkipLine
    DISPLAY DunningSummaryLine
    DISPLAY DunningSkipLine
    CLOSE ReportFile
    CLOSE DunningLogFile
    IF PlacementAvailable
       CLOSE PlacementFile
    END-IF
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE BillingFile
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
          WHEN "GAP"
             COMPUTE LetterGapDays = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> Y2K-DFMTP-DATEIN holds YYYYMMDD on the way in; it is turned
*> round to MMDDYYYY and formatted "JANUARY 5, 1997".
FormatTextDate.
    MOVE Y2K-DFMTP-DATEIN TO TextDateIn
    MOVE TextDateIn (5:2) TO Y2K-DFMTP-DATEIN (1:2)
    MOVE TextDateIn (7:2) TO Y2K-DFMTP-DATEIN (3:2)
    MOVE TextDateIn (1:4) TO Y2K-DFMTP-DATEIN (5:4)
    SET DFMT-MAJOR-TEXT1 TO TRUE
    SET DFMT-MINOR-US TO TRUE
    MOVE SPACES TO Y2K-DFMTP-OUTPUT
    CALL "Y2KDFMT" USING Y2K-DFMT-PARAMETERS.

*> Days from DateFrom to DateTo into DaysBetween.
CountDaysBetween.
    MOVE ZERO TO DaysBetween
    MOVE DateFrom (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE DateFrom (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE DateFrom (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE DateTo (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE DateTo (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE DateTo (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE = 0
       MOVE Y2K-SAGEP-DAYS-PAST TO DaysBetween
    END-IF.

*> The latest letter per student and item; DUNLOG.DAT is in date
*> order, so a later line simply replaces an earlier one.
LoadDunningHistory.
    MOVE ZERO TO HistoryCount
    OPEN INPUT DunningLogFile
    IF NOT DunningLogOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ DunningLogFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF DN-StudentId NUMERIC AND DN-Level NUMERIC
                MOVE DN-StudentId TO PriorStudentId
                MOVE DN-TermCode TO StudentOldestTerm
                PERFORM FindHistoryEntry
                IF FoundHistoryIndex = ZERO AND HistoryCount < 1000
                   ADD 1 TO HistoryCount
                   MOVE HistoryCount TO FoundHistoryIndex
                   MOVE DN-StudentId TO DH-StudentId (FoundHistoryIndex)
                   MOVE DN-TermCode TO DH-TermCode (FoundHistoryIndex)
                   MOVE ZERO TO DH-Level (FoundHistoryIndex)
                END-IF
                IF FoundHistoryIndex NOT = ZERO
                   AND DN-Level > DH-Level (FoundHistoryIndex)
                   MOVE DN-Level TO DH-Level (FoundHistoryIndex)
                END-IF
                IF FoundHistoryIndex NOT = ZERO
                   MOVE DN-SentDate TO DH-SentDate (FoundHistoryIndex)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE DunningLogFile
    MOVE ZERO TO PriorStudentId
    MOVE SPACES TO StudentOldestTerm.

*> The history entry for PriorStudentId and StudentOldestTerm, zero
*> when there is none.
FindHistoryEntry.
    MOVE ZERO TO FoundHistoryIndex
    PERFORM VARYING HistoryIndex FROM 1 BY 1
       UNTIL HistoryIndex > HistoryCount OR FoundHistoryIndex NOT = ZERO
       IF DH-StudentId (HistoryIndex) = PriorStudentId
          AND DH-TermCode (HistoryIndex) = StudentOldestTerm
          MOVE HistoryIndex TO FoundHistoryIndex
       END-IF
    END-PERFORM.

LoadReceiptPools.
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ PaymentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF PT-StudentId NUMERIC AND PT-Amount NUMERIC
                PERFORM PoolOneReceipt
             END-IF
       END-READ
    END-PERFORM
    CLOSE PaymentFile.

PoolOneReceipt.
    MOVE "N" TO ReceiptFoundSwitch
    PERFORM VARYING ReceiptTallyIndex FROM 1 BY 1
       UNTIL ReceiptTallyIndex > ReceiptTallyCount OR ReceiptFound
       IF RC-StudentId (ReceiptTallyIndex) = PT-StudentId
          ADD PT-Amount TO RC-CashPool (ReceiptTallyIndex)
          SET ReceiptFound TO TRUE
       END-IF
    END-PERFORM
    IF NOT ReceiptFound AND ReceiptTallyCount < 200
       ADD 1 TO ReceiptTallyCount
       MOVE PT-StudentId TO RC-StudentId (ReceiptTallyCount)
       MOVE PT-Amount TO RC-CashPool (ReceiptTallyCount)
    END-IF.

*> PAYPLAN.DAT is per student, installments ascending, so the
*> student's cash pool drains oldest installment first.  An
*> installment short past its due date makes the plan delinquent;
*> one short but not yet due keeps it active.
LoadPlanStanding.
    MOVE ZERO TO PlanCount
    OPEN INPUT ScheduleFile
    IF NOT ScheduleFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ScheduleFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF SCH-StudentId NUMERIC
                PERFORM StandOneInstallment
             END-IF
       END-READ
    END-PERFORM
    CLOSE ScheduleFile.

StandOneInstallment.
    IF SCH-StudentId NOT = PlanStudentId
       MOVE SCH-StudentId TO PlanStudentId
       IF PlanCount NOT < 200
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO PlanCount
       MOVE SCH-StudentId TO PS-StudentId (PlanCount)
       SET PS-PaidOff (PlanCount) TO TRUE
       MOVE ZERO TO RemainingCash
       PERFORM VARYING ReceiptTallyIndex FROM 1 BY 1
          UNTIL ReceiptTallyIndex > ReceiptTallyCount
          IF RC-StudentId (ReceiptTallyIndex) = SCH-StudentId
             MOVE RC-CashPool (ReceiptTallyIndex) TO RemainingCash
          END-IF
       END-PERFORM
    END-IF
    MOVE SCH-Payment TO AmountCovered
    IF AmountCovered > RemainingCash
       MOVE RemainingCash TO AmountCovered
    END-IF
    SUBTRACT AmountCovered FROM RemainingCash
    IF AmountCovered < SCH-Payment
       IF SCH-DueDate < RunDate
          SET PS-Delinquent (PlanCount) TO TRUE
       ELSE
          IF PS-PaidOff (PlanCount)
             SET PS-CurrentOnPlan (PlanCount) TO TRUE
          END-IF
       END-IF
    END-IF.

ReadOneBillingRecord.
    READ BillingFile
       AT END SET EndOfBilling TO TRUE
    END-READ.

*> Items arrive in StudentId order; a change of student dunns the
*> one just gathered.
GatherOneItem.
    IF BL-StudentId NOT = PriorStudentId OR FirstStudent
       IF NOT FirstStudent
          PERFORM DunOneStudent
       END-IF
       MOVE "N" TO FirstStudentSwitch
       MOVE BL-StudentId TO PriorStudentId
       MOVE ZERO TO StudentOverdue
       MOVE 99999999 TO StudentOldestDate
       MOVE SPACES TO StudentOldestTerm
    END-IF
    IF BL-BalanceDue NOT > ZERO OR BL-InvoiceDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckItemPlaced
    IF ItemPlaced
       EXIT PARAGRAPH
    END-IF
    ADD BL-BalanceDue TO StudentOverdue
    IF BL-InvoiceDate < StudentOldestDate
       MOVE BL-InvoiceDate TO StudentOldestDate
       MOVE BL-TermCode TO StudentOldestTerm
    END-IF.

CheckItemPlaced.
    MOVE "N" TO ItemPlacedSwitch
    IF NOT PlacementAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE BL-StudentId TO CP-StudentId
    MOVE BL-TermCode TO CP-TermCode
    READ PlacementFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF CP-Placed
             SET ItemPlaced TO TRUE
          END-IF
    END-READ.

*> Picks the level for the student just gathered and writes the
*> letter when one is due.
DunOneStudent.
    IF StudentOverdue = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE StudentOldestDate TO DateFrom
    MOVE RunDate TO DateTo
    PERFORM CountDaysBetween
    EVALUATE TRUE
       WHEN DaysBetween > 90
          MOVE 3 TO QualifiedLevel
       WHEN DaysBetween > 60
          MOVE 2 TO QualifiedLevel
       WHEN DaysBetween > 30
          MOVE 1 TO QualifiedLevel
       WHEN OTHER
          MOVE ZERO TO QualifiedLevel
    END-EVALUATE
    IF QualifiedLevel = ZERO
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO StudentsOverdue
    PERFORM CheckPlanStanding
    IF StudentOnCurrentPlan
       ADD 1 TO SkippedOnPlan
       EXIT PARAGRAPH
    END-IF
    PERFORM FindHistoryEntry
    IF FoundHistoryIndex = ZERO
       MOVE 1 TO NextLevel
    ELSE
       IF DH-Level (FoundHistoryIndex) NOT < 3
          ADD 1 TO SkippedFinalSent
          EXIT PARAGRAPH
       END-IF
       COMPUTE NextLevel = DH-Level (FoundHistoryIndex) + 1
       MOVE DH-SentDate (FoundHistoryIndex) TO DateFrom
       MOVE RunDate TO DateTo
       PERFORM CountDaysBetween
       IF DaysBetween < LetterGapDays
          ADD 1 TO SkippedNotDue
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF NextLevel > QualifiedLevel
       ADD 1 TO SkippedNotDue
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteDunningLetter
    PERFORM LogDunningLetter
    ADD 1 TO LevelLetterCount (NextLevel).

CheckPlanStanding.
    MOVE "N" TO StudentOnCurrentPlanSwitch
    PERFORM VARYING PlanIndex FROM 1 BY 1 UNTIL PlanIndex > PlanCount
       IF PS-StudentId (PlanIndex) = PriorStudentId
          AND PS-CurrentOnPlan (PlanIndex)
          SET StudentOnCurrentPlan TO TRUE
       END-IF
    END-PERFORM.

LogDunningLetter.
    MOVE SPACES TO DunningLogRecord
    MOVE PriorStudentId TO DN-StudentId
    MOVE StudentOldestTerm TO DN-TermCode
    MOVE NextLevel TO DN-Level
    MOVE RunDate TO DN-SentDate
    MOVE StudentOverdue TO DN-Amount
    WRITE DunningLogRecord.

WriteDunningLetter.
    PERFORM BuildLetterName
    PERFORM FetchStudentAddress
    MOVE StudentOldestDate TO Y2K-DFMTP-DATEIN
    PERFORM FormatTextDate
    MOVE Y2K-DFMTP-OUTPUT TO OldestItemDate
    MOVE StudentOverdue TO AmountEdit
    MOVE SPACES TO ReportLine
    MOVE LetterDate TO ReportLine
    WRITE ReportLine
    IF AddressFound
       MOVE SPACES TO ReportLine
       MOVE AD-AddressLine1 TO ReportLine
       WRITE ReportLine
       IF AD-AddressLine2 NOT = SPACES
          MOVE SPACES TO ReportLine
          MOVE AD-AddressLine2 TO ReportLine
          WRITE ReportLine
       END-IF
       MOVE SPACES TO ReportLine
       MOVE CityPostalLine TO ReportLine
       WRITE ReportLine
    END-IF
    WRITE ReportLine FROM BlankLine
    MOVE SPACES TO ReportLine
    STRING "Student " DELIMITED BY SIZE
           PriorStudentId DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    MOVE SPACES TO ReportLine
    STRING "Dear " DELIMITED BY SIZE
           FUNCTION TRIM (FullName) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    EVALUATE TRUE
       WHEN FinalNoticeLevel
          MOVE "FINAL NOTICE BEFORE HOLD" TO ReportLine
          WRITE ReportLine
          WRITE ReportLine FROM BlankLine
       WHEN SecondNoticeLevel
          MOVE "SECOND NOTICE" TO ReportLine
          WRITE ReportLine
          WRITE ReportLine FROM BlankLine
    END-EVALUATE
    MOVE SPACES TO ReportLine
    STRING "Your student account shows an overdue balance of "
              DELIMITED BY SIZE
           FUNCTION TRIM (AmountEdit) DELIMITED BY SIZE
           ", the oldest part of it" DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    STRING "invoiced on " DELIMITED BY SIZE
           FUNCTION TRIM (OldestItemDate) DELIMITED BY SIZE
           " for term " DELIMITED BY SIZE
           StudentOldestTerm DELIMITED BY SIZE
           "." DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    EVALUATE TRUE
       WHEN ReminderLevel
          MOVE "This is a friendly reminder that payment is now due."
             TO ReportLine
          WRITE ReportLine
          MOVE "If you have already paid, thank you - please disregard"
             & " this letter." TO ReportLine
          WRITE ReportLine
       WHEN SecondNoticeLevel
          MOVE "Our earlier reminder has not been answered.  Please pay"
             & " the balance now, or contact the" TO ReportLine
          WRITE ReportLine
          MOVE "Student Accounts office to arrange a payment plan."
             TO ReportLine
          WRITE ReportLine
       WHEN FinalNoticeLevel
          MOVE "Unless the balance is paid or a payment plan arranged"
             & " within 10 days, a financial hold" TO ReportLine
          WRITE ReportLine
          MOVE "will be placed on your record.  A hold stops further"
             & " enrollment and the release of" TO ReportLine
          WRITE ReportLine
          MOVE "transcripts until it is cleared." TO ReportLine
          WRITE ReportLine
    END-EVALUATE
    WRITE ReportLine FROM BlankLine
    MOVE "Student Accounts" TO ReportLine
    WRITE ReportLine
    MOVE ALL "-" TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine.

BuildLetterName.
    MOVE SPACES TO FullName
    IF MasterAvailable
       MOVE PriorStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "Student" TO FullName
          NOT INVALID KEY
             STRING FUNCTION TRIM (GivenName) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (Initials) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (Surname) DELIMITED BY SIZE
                INTO FullName
       END-READ
    ELSE
       MOVE "Student" TO FullName
    END-IF.

FetchStudentAddress.
    MOVE "N" TO AddressFoundSwitch
    IF NOT AddressAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE PriorStudentId TO AD-StudentId
    READ AddressFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET AddressFound TO TRUE
          MOVE SPACES TO CityPostalLine
          STRING FUNCTION TRIM (AD-City) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AD-PostalCode DELIMITED BY SIZE
             INTO CityPostalLine
    END-READ.
