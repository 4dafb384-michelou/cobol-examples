IDENTIFICATION DIVISION.
PROGRAM-ID.  Withdraw.
AUTHOR.  Michael Coughlan.
*> One-step student withdrawal.  Withdrawing a student mid-term used
*> to be five jobs run in the right order from memory - SeqWrite to
*> set the master to W, EnrollEntry to drop each course, a line keyed
*> into CREDMEMO.DAT for the proration, a WaitProm run for the seat
*> and a look at HoldMaint - and every term one of them was missed.
*> This transaction takes the StudentId, the withdrawal date and a
*> reason and does the lot:
*>
*>    - the master's EnrollmentStatus becomes W, through the normal
*>      REWRITE-and-journal path: STUDENTS.LOCK is held, the change
*>      goes to STUDJRNL.DAT under this run's RUNCTL.DAT number with
*>      the signed-on operator, exactly as a SeqWrite Change would;
*>    - every open (status E) enrollment on ENROLLMENT.DAT becomes W
*>      with no grade, as EnrollEntry's W grade would make it, and
*>      each drop is journalled to ENRJRNL.DAT (type W);
*>    - a C memo for the current term's open item is appended to
*>      CREDMEMO.DAT under the authorization code given, so the next
*>      CreditMemo run prorates and applies it by its own rules - the
*>      confirmation shows the credit those rules will allow;
*>    - each freed seat is queued on SEATFREE.DAT, which the next
*>      WaitProm run reports against the waitlist and then clears;
*>    - any hold on HOLDS.DAT is shown - a withdrawal does not lift
*>      one; that stays with HoldMaint.
*>
*> A withdrawal dated after the term's TERMCAL.DAT last withdrawal
*> date is a late withdrawal and needs registrar authority (R, or a
*> supervisor's S) on OPERATOR.DAT.  Every withdrawal is recorded on
*> WITHDRAWS.DAT with its date, term, reason and operator, and one
*> confirmation per student, listing each effect, is printed to
*> WITHDRAW.RPT.
*>
*> An operator carrying the I (inquiry only) authority on
*> OPERATOR.DAT is refused sign-on here: that authority is for
*> counter clerks who use StudInq and change nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OperatorFileStatus.
    SELECT LockFile ASSIGN TO "STUDENTS.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunControlFileStatus.
    SELECT JournalFile ASSIGN TO "STUDJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JournalFileStatus.
    SELECT EnrollJournalFile ASSIGN TO "ENRJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EnrollJournalStatus.
    SELECT MemoFile ASSIGN TO "CREDMEMO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MemoFileStatus.
    SELECT SeatFreeFile ASSIGN TO "SEATFREE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SeatFreeFileStatus.
    SELECT WithdrawalFile ASSIGN TO "WITHDRAWS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WithdrawalFileStatus.
    SELECT ReportFile ASSIGN TO "WITHDRAW.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth     PIC 9(8).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
       88  EnrollmentActive     VALUE "A" "a".
       88  EnrollmentWithdrawn  VALUE "W" "w".
       88  EnrollmentGraduated  VALUE "G" "g".
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
       03  EN-StudentId     PIC 9(7).
       03  EN-CourseCode    PIC X(4).
       03  EN-TermCode      PIC X(6).
   02  EN-Grade             PIC X.
   02  EN-CompletionStatus  PIC X.
   02  EN-SectionNumber     PIC 9(2).
   02  EN-RepeatFlag        PIC X.
   02  EN-TransferFlag      PIC X.
   02  EN-ExtInstitution    PIC X(4).
   02  EN-ExtCourseName     PIC X(20).
   02  EN-MidtermGrade      PIC X.
   02  EN-CampusCode        PIC X(2).

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

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD OperatorFile.
01 OperatorRecord.
   02  OP-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  OP-Name         PIC X(20).
   02  FILLER          PIC X.
   02  OP-Authority    PIC X.

FD LockFile.
01 LockRecord           PIC X(40).

FD RunControlFile.
01 RunControlRecord     PIC 9(07).

FD JournalFile.
01 JournalRecord.
   02  JR-RunNumber         PIC 9(7).
   02  JR-RunDate           PIC 9(8).
   02  JR-RunTime           PIC 9(6).
   02  JR-TransType         PIC X.
   02  JR-BeforeImage       PIC X(63).
   02  JR-AfterImage        PIC X(63).
   02  JR-OperatorId        PIC X(4).

FD EnrollJournalFile.
01 EnrollJournalRecord.
   02  EJ-RunDate      PIC 9(8).
   02  FILLER          PIC X.
   02  EJ-RunTime      PIC 9(6).
   02  FILLER          PIC X.
   02  EJ-TransType    PIC X.
   02  FILLER          PIC X.
   02  EJ-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  EJ-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  EJ-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  EJ-PrereqCode   PIC X(4).
   02  FILLER          PIC X.
   02  EJ-MinGrade     PIC X.
   02  FILLER          PIC X.
   02  EJ-OperatorId   PIC X(4).

FD MemoFile.
01 MemoRecord.
   02  CM-StudentId    PIC 9(7).
   02  CM-TermCode     PIC X(6).
   02  CM-MemoType     PIC X.
   02  CM-WithdrawalDate PIC 9(8).
   02  CM-AuthCode     PIC X(6).
   02  CM-ChargeNbr    PIC X(3).

*> One line per seat given up, for WaitProm.
FD SeatFreeFile.
01 SeatFreeRecord.
   02  SF-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  SF-SectionNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  SF-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SF-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SF-FreedDate    PIC 9(8).

FD WithdrawalFile.
01 WithdrawalRecord.
   02  WD-ProcessDate   PIC 9(8).
   02  FILLER           PIC X.
   02  WD-StudentId     PIC 9(7).
   02  FILLER           PIC X.
   02  WD-TermCode      PIC X(6).
   02  FILLER           PIC X.
   02  WD-WithdrawalDate PIC 9(8).
   02  FILLER           PIC X.
   02  WD-OperatorId    PIC X(4).
   02  FILLER           PIC X.
   02  WD-Reason        PIC X(30).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  OperatorFileStatus      PIC XX.
    88  OperatorFileOk      VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  RunControlFileStatus    PIC XX.
    88  RunControlFileOk    VALUE "00".
01  JournalFileStatus       PIC XX.
    88  JournalFileOk       VALUE "00".
01  EnrollJournalStatus     PIC XX.
    88  EnrollJournalOk     VALUE "00".
01  MemoFileStatus          PIC XX.
    88  MemoFileOk          VALUE "00".
01  SeatFreeFileStatus      PIC XX.
    88  SeatFreeFileOk      VALUE "00".
01  WithdrawalFileStatus    PIC XX.
    88  WithdrawalFileOk    VALUE "00".

01  LockFileName            PIC X(20) VALUE "STUDENTS.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  CurrentRunNumber        PIC 9(7) VALUE ZERO.

01  EnrollmentAvailableSwitch PIC X VALUE "N".
    88  EnrollmentAvailable VALUE "Y".
01  BillingAvailableSwitch  PIC X VALUE "N".
    88  BillingAvailable    VALUE "Y".

01  OperatorEntry           PIC X(4).
01  SignedOnOperator        PIC X(4) VALUE SPACES.
01  OperatorAuthority       PIC X VALUE SPACE.
    88  RegistrarAuthority  VALUE "R" "S".
    88  InquiryOnlyAuthority VALUE "I".
01  OperatorFoundSwitch     PIC X.
    88  OperatorFound       VALUE "Y".
01  EndOfOperatorSwitch     PIC X.
    88  EndOfOperators      VALUE "Y".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfEnrollmentsSwitch  PIC X.
    88  EndOfEnrollments    VALUE "Y".

01  RunDate                 PIC 9(8).
01  EntryStudentId          PIC X(7).
01  EntryDate               PIC X(8).
01  EntryReason             PIC X(30).
01  EntryAuthCode           PIC X(6).
01  EntryConfirm            PIC X.
    88  ConfirmedYes        VALUE "Y" "y".
01  WithdrawalDate          PIC 9(8).
01  WithdrawTermCode        PIC X(6).
01  PriorStatus             PIC X.
01  BeforeImage             PIC X(63).

01  TermCalCount            PIC 9(3) VALUE ZERO.
01  TermCalIndex            PIC 9(3).
01  TermCodeKnownSwitch     PIC X.
    88  TermCodeKnown       VALUE "Y".
01  TermCalTable.
    02  TermCalEntry        OCCURS 100 TIMES.
        03  TCT-TermCode     PIC X(6).
        03  TCT-StartDate    PIC 9(8).
        03  TCT-EndDate      PIC 9(8).
        03  TCT-CensusDate   PIC 9(8).
        03  TCT-WithdrawDate PIC 9(8).
01  LateWithdrawalSwitch    PIC X.
    88  LateWithdrawal      VALUE "Y".

01  HoldCount               PIC 9(3) VALUE ZERO.
01  HoldIndex               PIC 9(3).
01  HoldsShownCount         PIC 9(3).
01  HoldTable.
    02  HoldEntry           OCCURS 200 TIMES.
        03  HT-StudentId    PIC 9(7).
        03  HT-HoldCode     PIC X(4).
        03  HT-DatePlaced   PIC 9(8).

*> The enrollments dropped for the student being withdrawn, kept
*> for the confirmation.
01  DroppedCount            PIC 9(2).
01  DroppedIndex            PIC 9(2).
01  DroppedTable.
    02  DroppedEntry        OCCURS 20 TIMES.
        03  DT-CourseCode   PIC X(4).
        03  DT-SectionNbr   PIC 9(2).
        03  DT-TermCode     PIC X(6).
        03  DT-Outcome      PIC X(8).
01  DropFailedCount         PIC 9(2).

*> CreditMemo's proration, worked here only to show on the
*> confirmation what the queued memo will allow.
01  StandardTermDays        PIC 9(3) VALUE 120.
01  TermLengthDays          PIC S9(7).
01  ProrationBaseDate       PIC 9(8).
01  DaysUsed                PIC S9(7).
01  UnusedFraction          PIC 9V9(4).
01  AllowedAmount           PIC 9(5)V99.
01  CreditEstimate          PIC 9(5)V99.
01  MemoOutcome             PIC X(8).
    88  MemoQueued          VALUE "QUEUED".
    88  MemoNoAuth          VALUE "NOAUTH".
    88  MemoNoItem          VALUE "NOITEM".
    88  MemoNoBilling       VALUE "NOBILL".

01  WithdrawnCount          PIC 9(5) VALUE ZERO.
01  RefusedCount            PIC 9(5) VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(80) VALUE SPACES.
01  RuleLine                PIC X(80) VALUE ALL "-".
01  ConfirmTitleLine.
    02  FILLER              PIC X(26) VALUE "WITHDRAWAL CONFIRMATION   ".
    02  FILLER              PIC X(10) VALUE "processed ".
    02  CTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(6)  VALUE "  run ".
    02  CTL-RunNumber       PIC 9(7).
    02  FILLER              PIC X(11) VALUE "  operator ".
    02  CTL-OperatorId      PIC X(4).
    02  FILLER              PIC X(8)  VALUE SPACES.

01  EffectLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  EFL-Label           PIC X(12).
    02  EFL-Text            PIC X(66).

01  AmountText              PIC ZZZZ9.99.
01  AmountText2             PIC ZZZZ9.99.

01  ControlSummaryLine.
    02  FILLER              PIC X(21) VALUE "Students withdrawn:  ".
    02  CSL-WithdrawnCount  PIC ZZZZ9.
    02  FILLER              PIC X(12) VALUE "  refused:  ".
    02  CSL-RefusedCount    PIC ZZZZ9.
    02  FILLER              PIC X(37) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM SignOnOperator
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    OPEN I-O StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - nobody to withdraw."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O EnrollmentFile
    IF EnrollmentFileOk
       SET EnrollmentAvailable TO TRUE
    ELSE
       DISPLAY "ENROLLMENT.DAT not found - no course drops this run."
    END-IF
    OPEN INPUT BillingFile
    IF BillingFileOk
       SET BillingAvailable TO TRUE
    END-IF
    PERFORM GetRunNumber
    PERFORM LoadTermCalTable
    PERFORM LoadHoldTable
    OPEN OUTPUT ReportFile
    PERFORM GetLookupStudentId
    PERFORM UNTIL EntryStudentId = SPACES
       PERFORM WithdrawOneStudent
       PERFORM GetLookupStudentId
    END-PERFORM
    MOVE WithdrawnCount TO CSL-WithdrawnCount
    MOVE RefusedCount TO CSL-RefusedCount
    WRITE ReportLine FROM ControlSummaryLine
    DISPLAY ControlSummaryLine
    CLOSE ReportFile
    IF BillingAvailable
       CLOSE BillingFile
    END-IF
    IF EnrollmentAvailable
       CLOSE EnrollmentFile
    END-IF
    CLOSE StudentFile
    PERFORM ReleaseLock
    STOP RUN.

*> Signs the operator on against OPERATOR.DAT as SeqWrite does; a
*> site without the file runs with supervisor authority.
SignOnOperator.
    OPEN INPUT OperatorFile
    IF NOT OperatorFileOk
       MOVE "S" TO OperatorAuthority
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator id:"
    ACCEPT OperatorEntry
    INSPECT OperatorEntry
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE "N" TO OperatorFoundSwitch
    MOVE "N" TO EndOfOperatorSwitch
    PERFORM ReadOneOperatorRecord
    PERFORM UNTIL EndOfOperators OR OperatorFound
       IF OP-OperatorId = OperatorEntry
          SET OperatorFound TO TRUE
          MOVE OP-OperatorId TO SignedOnOperator
          MOVE OP-Authority TO OperatorAuthority
          DISPLAY "Signed on: " OP-Name
       ELSE
          PERFORM ReadOneOperatorRecord
       END-IF
    END-PERFORM
    CLOSE OperatorFile
    IF NOT OperatorFound
       DISPLAY "Operator " OperatorEntry " is not on OPERATOR.DAT"
          " - sign-on refused."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF InquiryOnlyAuthority
       DISPLAY "Operator " OperatorEntry " has inquiry authority only"
          " - sign-on refused."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

ReadOneOperatorRecord.
    READ OperatorFile
       AT END SET EndOfOperators TO TRUE
    END-READ.

AcquireLock.
    OPEN INPUT LockFile
    IF LockFileOk
       CLOSE LockFile
       DISPLAY "STUDENTS.LOCK is held by another run - try again"
          " once that run has finished."
       MOVE "N" TO LockAcquiredSwitch
    ELSE
       OPEN OUTPUT LockFile
       MOVE SPACES TO LockRecord
       MOVE "LOCKED BY WITHDRAW" TO LockRecord (1:26)
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

GetRunNumber.
    OPEN INPUT RunControlFile
    IF RunControlFileOk
       READ RunControlFile
          AT END
             MOVE ZERO TO CurrentRunNumber
          NOT AT END
             MOVE RunControlRecord TO CurrentRunNumber
       END-READ
       CLOSE RunControlFile
    ELSE
       MOVE ZERO TO CurrentRunNumber
    END-IF
    ADD 1 TO CurrentRunNumber
    OPEN OUTPUT RunControlFile
    MOVE CurrentRunNumber TO RunControlRecord
    WRITE RunControlRecord
    CLOSE RunControlFile.

LoadTermCalTable.
    MOVE ZERO TO TermCalCount
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneTermCalRecord
    PERFORM UNTIL EndOfFile
       IF TC-TermCode NOT = SPACES AND TermCalCount < 100
          ADD 1 TO TermCalCount
          MOVE TC-TermCode TO TCT-TermCode (TermCalCount)
          MOVE TC-StartDate TO TCT-StartDate (TermCalCount)
          MOVE TC-EndDate TO TCT-EndDate (TermCalCount)
          MOVE TC-CensusDate TO TCT-CensusDate (TermCalCount)
          MOVE TC-WithdrawDate TO TCT-WithdrawDate (TermCalCount)
       END-IF
       PERFORM ReadOneTermCalRecord
    END-PERFORM
    CLOSE TermCalFile.

ReadOneTermCalRecord.
    READ TermCalFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Leaves TermCalIndex on the entry for WithdrawTermCode when the
*> term is on the calendar.
CheckTermCodeKnown.
    MOVE "N" TO TermCodeKnownSwitch
    PERFORM VARYING TermCalIndex FROM 1 BY 1
       UNTIL TermCalIndex > TermCalCount OR TermCodeKnown
       IF TCT-TermCode (TermCalIndex) = WithdrawTermCode
          SET TermCodeKnown TO TRUE
          SUBTRACT 1 FROM TermCalIndex
       END-IF
    END-PERFORM.

LoadHoldTable.
    MOVE ZERO TO HoldCount
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHoldRecord
    PERFORM UNTIL EndOfFile
       IF HD-StudentId NUMERIC AND HoldCount < 200
          ADD 1 TO HoldCount
          MOVE HD-StudentId TO HT-StudentId (HoldCount)
          MOVE HD-HoldCode TO HT-HoldCode (HoldCount)
          MOVE HD-DatePlaced TO HT-DatePlaced (HoldCount)
       END-IF
       PERFORM ReadOneHoldRecord
    END-PERFORM
    CLOSE HoldFile.

ReadOneHoldRecord.
    READ HoldFile
       AT END SET EndOfFile TO TRUE
    END-READ.

GetLookupStudentId.
    DISPLAY "Enter StudentId to withdraw (blank to finish)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId.

*> The whole withdrawal for one student: gather and check the
*> details first, then apply every effect and print the
*> confirmation.  Nothing is touched until the operator confirms.
WithdrawOneStudent.
    IF EntryStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - withdrawal cancelled."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    MOVE EntryStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " EntryStudentId " is not on the master."
          ADD 1 TO RefusedCount
          EXIT PARAGRAPH
    END-READ
    IF StudentId = ZERO
       DISPLAY "0000000 is the run-header record, not a student."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    IF EnrollmentWithdrawn OR EnrollmentGraduated
       DISPLAY "Student " EntryStudentId " already has status "
          EnrollmentStatus " - nothing to withdraw."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    DISPLAY StudentId " " Surname " " GivenName " course "
       CourseCode " term " TermCode
    MOVE TermCode TO WithdrawTermCode
    PERFORM GetWithdrawalDate
    IF WithdrawalDate = ZERO
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckLateWithdrawal
    IF LateWithdrawal AND NOT RegistrarAuthority
       DISPLAY "Withdrawal date is after the term's last withdrawal"
          " date " TCT-WithdrawDate (TermCalIndex)
          " - a late withdrawal needs registrar authority."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason for withdrawal"
    MOVE SPACES TO EntryReason
    ACCEPT EntryReason
    IF EntryReason = SPACES
       DISPLAY "A reason is required - withdrawal cancelled."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Credit memo authorization code (blank for no memo)"
    MOVE SPACES TO EntryAuthCode
    ACCEPT EntryAuthCode
    INSPECT EntryAuthCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Withdraw " FUNCTION TRIM (GivenName) " "
       FUNCTION TRIM (Surname) " as of " WithdrawalDate "? (Y/N)"
    MOVE SPACE TO EntryConfirm
    ACCEPT EntryConfirm
    IF NOT ConfirmedYes
       DISPLAY "Withdrawal cancelled - nothing changed."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    PERFORM WithdrawMasterRecord
    IF NOT StudentFileOk
       DISPLAY "Error " StudentFileStatus " rewriting " StudentId
          " - withdrawal abandoned, nothing changed."
       ADD 1 TO RefusedCount
       EXIT PARAGRAPH
    END-IF
    PERFORM DropOpenEnrollments
    PERFORM QueueCreditMemo
    PERFORM RecordWithdrawal
    PERFORM PrintConfirmation
    ADD 1 TO WithdrawnCount
    DISPLAY "Student " StudentId " withdrawn - confirmation on"
       " WITHDRAW.RPT.".

*> Blank means today.  The date must be a real calendar date, no
*> later than today and not before the term began.
GetWithdrawalDate.
    MOVE ZERO TO WithdrawalDate
    DISPLAY "Withdrawal date YYYYMMDD (blank for today)"
    MOVE SPACES TO EntryDate
    ACCEPT EntryDate
    IF EntryDate = SPACES
       MOVE RunDate TO WithdrawalDate
       EXIT PARAGRAPH
    END-IF
    IF EntryDate NOT NUMERIC
       DISPLAY "Withdrawal date must be 8 digits - withdrawal cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE EntryDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE EntryDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE RunDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE RunDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE RunDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0
       DISPLAY "Withdrawal date " EntryDate " is not a valid date"
          " - withdrawal cancelled."
       EXIT PARAGRAPH
    END-IF
    IF Y2K-SAGEP-DAYS-PAST < ZERO
       DISPLAY "Withdrawal date " EntryDate " is in the future"
          " - withdrawal cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryDate TO WithdrawalDate
    PERFORM CheckTermCodeKnown
    IF TermCodeKnown
       IF WithdrawalDate < TCT-StartDate (TermCalIndex)
          DISPLAY "Withdrawal date is before term " WithdrawTermCode
             " began on " TCT-StartDate (TermCalIndex)
             " - withdrawal cancelled."
          MOVE ZERO TO WithdrawalDate
       END-IF
    END-IF.

CheckLateWithdrawal.
    MOVE "N" TO LateWithdrawalSwitch
    PERFORM CheckTermCodeKnown
    IF TermCodeKnown
       IF TCT-WithdrawDate (TermCalIndex) NOT = ZERO
          AND WithdrawalDate > TCT-WithdrawDate (TermCalIndex)
          SET LateWithdrawal TO TRUE
       END-IF
    END-IF.

*> Master status to W, journalled as a Change with before and after
*> images under this run's number.
WithdrawMasterRecord.
    MOVE StudentDetails TO BeforeImage
    MOVE EnrollmentStatus TO PriorStatus
    MOVE "W" TO EnrollmentStatus
    REWRITE StudentDetails
    IF NOT StudentFileOk
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND JournalFile
    IF NOT JournalFileOk
       OPEN OUTPUT JournalFile
       CLOSE JournalFile
       OPEN EXTEND JournalFile
    END-IF
    MOVE CurrentRunNumber TO JR-RunNumber
    MOVE FUNCTION CURRENT-DATE(1:8) TO JR-RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RunTime
    MOVE "C" TO JR-TransType
    MOVE BeforeImage TO JR-BeforeImage
    MOVE StudentDetails TO JR-AfterImage
    MOVE SignedOnOperator TO JR-OperatorId
    WRITE JournalRecord
    CLOSE JournalFile.

*> Every open enrollment the student holds - this term's, and any
*> registration already taken for a later one - is withdrawn, and
*> its seat queued for WaitProm.
DropOpenEnrollments.
    MOVE ZERO TO DroppedCount DropFailedCount
    IF NOT EnrollmentAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId TO EN-StudentId
    MOVE LOW-VALUES TO EN-CourseCode EN-TermCode
    MOVE "N" TO EndOfEnrollmentsSwitch
    START EnrollmentFile KEY NOT LESS THAN EN-EnrollmentKey
       INVALID KEY SET EndOfEnrollments TO TRUE
    END-START
    PERFORM UNTIL EndOfEnrollments
       READ EnrollmentFile NEXT
          AT END SET EndOfEnrollments TO TRUE
          NOT AT END
             IF EN-StudentId NOT = StudentId
                SET EndOfEnrollments TO TRUE
             ELSE
                IF EN-CompletionStatus = "E"
                   PERFORM DropOneEnrollment
                END-IF
             END-IF
       END-READ
    END-PERFORM.

DropOneEnrollment.
    MOVE SPACE TO EN-Grade
    MOVE "W" TO EN-CompletionStatus
    REWRITE EnrollmentRecord
    IF DroppedCount < 20
       ADD 1 TO DroppedCount
       MOVE EN-CourseCode TO DT-CourseCode (DroppedCount)
       MOVE EN-SectionNumber TO DT-SectionNbr (DroppedCount)
       MOVE EN-TermCode TO DT-TermCode (DroppedCount)
    END-IF
    IF NOT EnrollmentFileOk
       ADD 1 TO DropFailedCount
       MOVE "ERROR" TO DT-Outcome (DroppedCount)
       DISPLAY "Error " EnrollmentFileStatus " withdrawing "
          EN-CourseCode " " EN-TermCode " - drop it through"
          " EnrollEntry."
       EXIT PARAGRAPH
    END-IF
    MOVE "DROPPED" TO DT-Outcome (DroppedCount)
    OPEN EXTEND EnrollJournalFile
    IF NOT EnrollJournalOk
       OPEN OUTPUT EnrollJournalFile
       CLOSE EnrollJournalFile
       OPEN EXTEND EnrollJournalFile
    END-IF
    MOVE SPACES TO EnrollJournalRecord
    MOVE FUNCTION CURRENT-DATE(1:8) TO EJ-RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO EJ-RunTime
    MOVE "W" TO EJ-TransType
    MOVE EN-StudentId TO EJ-StudentId
    MOVE EN-CourseCode TO EJ-CourseCode
    MOVE EN-TermCode TO EJ-TermCode
    MOVE SignedOnOperator TO EJ-OperatorId
    WRITE EnrollJournalRecord
    CLOSE EnrollJournalFile
    OPEN EXTEND SeatFreeFile
    IF NOT SeatFreeFileOk
       OPEN OUTPUT SeatFreeFile
       CLOSE SeatFreeFile
       OPEN EXTEND SeatFreeFile
    END-IF
    MOVE SPACES TO SeatFreeRecord
    MOVE EN-CourseCode TO SF-CourseCode
    MOVE EN-SectionNumber TO SF-SectionNbr
    MOVE EN-TermCode TO SF-TermCode
    MOVE EN-StudentId TO SF-StudentId
    MOVE WithdrawalDate TO SF-FreedDate
    WRITE SeatFreeRecord
    CLOSE SeatFreeFile.

*> A C memo for the current term's open item, left on CREDMEMO.DAT
*> for CreditMemo to prorate and apply under the billing lock.
QueueCreditMemo.
    MOVE ZERO TO CreditEstimate
    IF EntryAuthCode = SPACES
       SET MemoNoAuth TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF NOT BillingAvailable
       SET MemoNoBilling TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId TO BL-StudentId
    MOVE WithdrawTermCode TO BL-TermCode
    READ BillingFile
       INVALID KEY
          SET MemoNoItem TO TRUE
          EXIT PARAGRAPH
    END-READ
    PERFORM EstimateProratedCredit
    OPEN EXTEND MemoFile
    IF NOT MemoFileOk
       OPEN OUTPUT MemoFile
       CLOSE MemoFile
       OPEN EXTEND MemoFile
    END-IF
    MOVE StudentId TO CM-StudentId
    MOVE WithdrawTermCode TO CM-TermCode
    MOVE "C" TO CM-MemoType
    MOVE WithdrawalDate TO CM-WithdrawalDate
    MOVE EntryAuthCode TO CM-AuthCode
    MOVE SPACES TO CM-ChargeNbr
    WRITE MemoRecord
    CLOSE MemoFile
    SET MemoQueued TO TRUE.

*> CreditMemo's rule: the unused fraction of the original charge,
*> days counted from the term start over the calendar term length
*> (invoice date over the standard length for a term not on
*> TERMCAL.DAT), never more than the balance still due.
EstimateProratedCredit.
    MOVE BL-InvoiceDate TO ProrationBaseDate
    MOVE StandardTermDays TO TermLengthDays
    PERFORM CheckTermCodeKnown
    IF TermCodeKnown
       MOVE TCT-StartDate (TermCalIndex) TO ProrationBaseDate
       MOVE TCT-StartDate (TermCalIndex) (5:2)
         TO Y2K-SAGEP-DATE1 (1:2)
       MOVE TCT-StartDate (TermCalIndex) (7:2)
         TO Y2K-SAGEP-DATE1 (3:2)
       MOVE TCT-StartDate (TermCalIndex) (1:4)
         TO Y2K-SAGEP-DATE1 (5:4)
       MOVE TCT-EndDate (TermCalIndex) (5:2)
         TO Y2K-SAGEP-DATE2 (1:2)
       MOVE TCT-EndDate (TermCalIndex) (7:2)
         TO Y2K-SAGEP-DATE2 (3:2)
       MOVE TCT-EndDate (TermCalIndex) (1:4)
         TO Y2K-SAGEP-DATE2 (5:4)
       CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
       IF Y2K-SAGEP-RETURN-CODE = 0
          AND Y2K-SAGEP-DAYS-PAST > ZERO
          MOVE Y2K-SAGEP-DAYS-PAST TO TermLengthDays
       END-IF
    END-IF
    MOVE ProrationBaseDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE ProrationBaseDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE ProrationBaseDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE WithdrawalDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE WithdrawalDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE WithdrawalDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-SAGEP-DAYS-PAST TO DaysUsed
    IF DaysUsed < ZERO
       MOVE ZERO TO DaysUsed
    END-IF
    IF DaysUsed > TermLengthDays
       MOVE TermLengthDays TO DaysUsed
    END-IF
    COMPUTE UnusedFraction ROUNDED =
       (TermLengthDays - DaysUsed) / TermLengthDays
    COMPUTE AllowedAmount ROUNDED =
       BL-OriginalAmount * UnusedFraction
    MOVE AllowedAmount TO CreditEstimate
    IF CreditEstimate > BL-BalanceDue
       MOVE BL-BalanceDue TO CreditEstimate
    END-IF.

RecordWithdrawal.
    OPEN EXTEND WithdrawalFile
    IF NOT WithdrawalFileOk
       OPEN OUTPUT WithdrawalFile
       CLOSE WithdrawalFile
       OPEN EXTEND WithdrawalFile
    END-IF
    MOVE SPACES TO WithdrawalRecord
    MOVE RunDate TO WD-ProcessDate
    MOVE StudentId TO WD-StudentId
    MOVE WithdrawTermCode TO WD-TermCode
    MOVE WithdrawalDate TO WD-WithdrawalDate
    MOVE SignedOnOperator TO WD-OperatorId
    MOVE EntryReason TO WD-Reason
    WRITE WithdrawalRecord
    CLOSE WithdrawalFile.

*> One confirmation per student, one line per effect.
PrintConfirmation.
    MOVE RunDate TO CTL-RunDate
    MOVE CurrentRunNumber TO CTL-RunNumber
    MOVE SignedOnOperator TO CTL-OperatorId
    WRITE ReportLine FROM ConfirmTitleLine
    WRITE ReportLine FROM BlankLine
    MOVE "STUDENT" TO EFL-Label
    MOVE SPACES TO EFL-Text
    STRING StudentId DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM (Surname) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM (GivenName) DELIMITED BY SIZE
           "  course " DELIMITED BY SIZE
           CourseCode DELIMITED BY SIZE
           "  campus " DELIMITED BY SIZE
           CampusCode DELIMITED BY SIZE
       INTO EFL-Text
    WRITE ReportLine FROM EffectLine
    MOVE "WITHDRAWN" TO EFL-Label
    MOVE SPACES TO EFL-Text
    STRING WithdrawalDate DELIMITED BY SIZE
           "  term " DELIMITED BY SIZE
           WithdrawTermCode DELIMITED BY SIZE
           "  reason: " DELIMITED BY SIZE
           EntryReason DELIMITED BY SIZE
       INTO EFL-Text
    WRITE ReportLine FROM EffectLine
    IF LateWithdrawal
       MOVE SPACES TO EFL-Label EFL-Text
       STRING "LATE - after last withdrawal date " DELIMITED BY SIZE
              TCT-WithdrawDate (TermCalIndex) DELIMITED BY SIZE
              ", on registrar authority" DELIMITED BY SIZE
          INTO EFL-Text
       WRITE ReportLine FROM EffectLine
    END-IF
    MOVE "MASTER" TO EFL-Label
    MOVE SPACES TO EFL-Text
    STRING "status " DELIMITED BY SIZE
           PriorStatus DELIMITED BY SIZE
           " -> W, journalled to STUDJRNL.DAT run " DELIMITED BY SIZE
           CurrentRunNumber DELIMITED BY SIZE
       INTO EFL-Text
    WRITE ReportLine FROM EffectLine
    MOVE "ENROLLMENT" TO EFL-Label
    IF DroppedCount = ZERO
       IF EnrollmentAvailable
          MOVE "no open enrollments on ENROLLMENT.DAT" TO EFL-Text
       ELSE
          MOVE "ENROLLMENT.DAT not available - drop through EnrollEntry"
             TO EFL-Text
       END-IF
       WRITE ReportLine FROM EffectLine
    END-IF
    PERFORM VARYING DroppedIndex FROM 1 BY 1
       UNTIL DroppedIndex > DroppedCount
       MOVE SPACES TO EFL-Text
       IF DT-Outcome (DroppedIndex) = "DROPPED"
          STRING DT-CourseCode (DroppedIndex) DELIMITED BY SIZE
                 " section " DELIMITED BY SIZE
                 DT-SectionNbr (DroppedIndex) DELIMITED BY SIZE
                 " term " DELIMITED BY SIZE
                 DT-TermCode (DroppedIndex) DELIMITED BY SIZE
                 " withdrawn - seat queued for WaitProm"
                    DELIMITED BY SIZE
             INTO EFL-Text
       ELSE
          STRING DT-CourseCode (DroppedIndex) DELIMITED BY SIZE
                 " section " DELIMITED BY SIZE
                 DT-SectionNbr (DroppedIndex) DELIMITED BY SIZE
                 " term " DELIMITED BY SIZE
                 DT-TermCode (DroppedIndex) DELIMITED BY SIZE
                 " NOT withdrawn - rewrite error" DELIMITED BY SIZE
             INTO EFL-Text
       END-IF
       WRITE ReportLine FROM EffectLine
       MOVE SPACES TO EFL-Label
    END-PERFORM
    MOVE "CREDIT MEMO" TO EFL-Label
    MOVE SPACES TO EFL-Text
    EVALUATE TRUE
       WHEN MemoQueued
          MOVE CreditEstimate TO AmountText
          MOVE BL-OriginalAmount TO AmountText2
          STRING "C memo queued on CREDMEMO.DAT, auth " DELIMITED BY SIZE
                 EntryAuthCode DELIMITED BY SIZE
                 " - credit " DELIMITED BY SIZE
                 FUNCTION TRIM (AmountText) DELIMITED BY SIZE
                 " of " DELIMITED BY SIZE
                 FUNCTION TRIM (AmountText2) DELIMITED BY SIZE
             INTO EFL-Text
       WHEN MemoNoAuth
          MOVE "none - no authorization code given" TO EFL-Text
       WHEN MemoNoItem
          STRING "none - no open item on BILLING.DAT for term "
                    DELIMITED BY SIZE
                 WithdrawTermCode DELIMITED BY SIZE
             INTO EFL-Text
       WHEN OTHER
          MOVE "none - BILLING.DAT not available" TO EFL-Text
    END-EVALUATE
    WRITE ReportLine FROM EffectLine
    MOVE "HOLDS" TO EFL-Label
    MOVE ZERO TO HoldsShownCount
    PERFORM VARYING HoldIndex FROM 1 BY 1
       UNTIL HoldIndex > HoldCount
       IF HT-StudentId (HoldIndex) = StudentId
          MOVE SPACES TO EFL-Text
          STRING HT-HoldCode (HoldIndex) DELIMITED BY SIZE
                 " placed " DELIMITED BY SIZE
                 HT-DatePlaced (HoldIndex) DELIMITED BY SIZE
                 " - still in force, release through HoldMaint"
                    DELIMITED BY SIZE
             INTO EFL-Text
          WRITE ReportLine FROM EffectLine
          MOVE SPACES TO EFL-Label
          ADD 1 TO HoldsShownCount
       END-IF
    END-PERFORM
    IF HoldsShownCount = ZERO
       MOVE "none on HOLDS.DAT" TO EFL-Text
       WRITE ReportLine FROM EffectLine
    END-IF
    WRITE ReportLine FROM RuleLine
    WRITE ReportLine FROM BlankLine.
