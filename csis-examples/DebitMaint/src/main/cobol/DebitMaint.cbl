IDENTIFICATION DIVISION.
PROGRAM-ID.  DebitMaint.
AUTHOR.  Michael Coughlan.
*> Maintains DEBITAUTH.DAT, the bank-debit authorizations for
*> students who pay their PayPlan installments by automatic debit
*> instead of at the counter.  DebitRun reads it to decide whose
*> installments go to the bank.  Indexed, keyed on StudentId, one
*> record per student:
*>
*>    StudentId, bank routing number (9 digits), bank account number,
*>    the date the signed authorization was received, and an active
*>    flag (Y = debit, N = suspended - the authorization is kept but
*>    nothing is sent).
*>
*> Entry is a full-screen form in PrivMaint's style with A)dd,
*> C)hange, D)elete and Q)uit transactions; the StudentId is
*> verified against STUDENTS.DAT and the routing number must pass
*> the bank routing check digit, so a mistyped number is caught at
*> the desk rather than by a rejected debit.  Every change is
*> journalled to DEBJRNL.DAT with before and after images under the
*> shared RUNCTL.DAT run number, exactly as PrivMaint journals
*> privacy records.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DebitAuthFile ASSIGN TO "DEBITAUTH.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DA-StudentId
		FILE STATUS IS DebitAuthFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunControlFileStatus.
    SELECT JournalFile ASSIGN TO "DEBJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JournalFileStatus.

DATA DIVISION.
FILE SECTION.
FD DebitAuthFile.
01 DebitAuthRecord.
   02  DA-StudentId    PIC 9(7).
   02  DA-RoutingNumber PIC 9(9).
   02  DA-AccountNumber PIC X(17).
   02  DA-AuthDate     PIC 9(8).
   02  DA-ActiveFlag   PIC X.
       88  DA-Active           VALUE "Y".

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  FILLER          PIC X(42).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

FD RunControlFile.
01 RunControlRecord     PIC 9(07).

*> Before/after images of the 42-byte authorization record, under
*> the shared run number - the privacy journal's layout.
FD JournalFile.
01 JournalRecord.
   02  DJ-RunNumber    PIC 9(7).
   02  DJ-RunDate      PIC 9(8).
   02  DJ-RunTime      PIC 9(6).
   02  DJ-TransType    PIC X.
   02  DJ-BeforeImage  PIC X(42).
   02  DJ-AfterImage   PIC X(42).

WORKING-STORAGE SECTION.
01  DebitAuthFileStatus     PIC XX.
    88  DebitAuthFileOk     VALUE "00".
    88  DebitAuthDuplicate  VALUE "22".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  RunControlFileStatus    PIC XX.
    88  RunControlFileOk    VALUE "00".
01  JournalFileStatus       PIC XX.
    88  JournalFileOk       VALUE "00".

01  CurrentRunNumber        PIC 9(7) VALUE ZERO.
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".

01  DebitTransactionCode    PIC X.
    88  AddDebitTrans       VALUE "A" "a".
    88  ChangeDebitTrans    VALUE "C" "c".
    88  DeleteDebitTrans    VALUE "D" "d".
    88  QuitDebitTrans      VALUE "Q" "q".

01  JournalTransType        PIC X.
01  JournalBeforeImage      PIC X(42) VALUE SPACES.
01  JournalAfterImage       PIC X(42) VALUE SPACES.

*> Routing check digit: 3, 7 and 1 weights across the nine digits
*> must sum to a multiple of ten.
01  RoutingDigits           PIC 9(9).
01  RoutingDigitTable REDEFINES RoutingDigits.
    02  RoutingDigit        PIC 9 OCCURS 9 TIMES.
01  RoutingWeightValues     PIC 9(9) VALUE 371371371.
01  RoutingWeightTable REDEFINES RoutingWeightValues.
    02  RoutingWeight       PIC 9 OCCURS 9 TIMES.
01  RoutingIndex            PIC 9.
01  RoutingSum              PIC 9(3).

01  ScreenDebitFields.
    02  ScreenStudentId     PIC X(7).
    02  ScreenRoutingNumber PIC X(9).
    02  ScreenAccountNumber PIC X(17).
    02  ScreenAuthDate      PIC X(8).
    02  ScreenActiveFlag    PIC X.
01  ScreenMessage           PIC X(60).

SCREEN SECTION.
01  DebitEntryScreen.
    02  BLANK SCREEN.
    02  LINE 1  COL 3  VALUE "BANK DEBIT AUTHORIZATION - leave every field blank to cancel".
    02  LINE 3  COL 3  VALUE "StudentId (7 digits):".
    02  LINE 3  COL 30 PIC X(7)  USING ScreenStudentId.
    02  LINE 4  COL 3  VALUE "Routing number (9 digits):".
    02  LINE 4  COL 30 PIC X(9)  USING ScreenRoutingNumber.
    02  LINE 5  COL 3  VALUE "Account number:".
    02  LINE 5  COL 30 PIC X(17) USING ScreenAccountNumber.
    02  LINE 6  COL 3  VALUE "Authorized (YYYYMMDD):".
    02  LINE 6  COL 30 PIC X(8)  USING ScreenAuthDate.
    02  LINE 7  COL 3  VALUE "Active (Y/N):".
    02  LINE 7  COL 30 PIC X     USING ScreenActiveFlag.
    02  LINE 9  COL 3  PIC X(60) FROM ScreenMessage.

PROCEDURE DIVISION.
Begin.
    OPEN I-O DebitAuthFile
    IF NOT DebitAuthFileOk
       DISPLAY "DEBITAUTH.DAT not found - creating a new file."
       CLOSE DebitAuthFile
       OPEN OUTPUT DebitAuthFile
       CLOSE DebitAuthFile
       OPEN I-O DebitAuthFile
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - StudentIds cannot be"
          " verified against the master."
    END-IF
    PERFORM GetRunNumber
    PERFORM GetDebitTransactionCode
    PERFORM UNTIL QuitDebitTrans
       EVALUATE TRUE
          WHEN AddDebitTrans
             PERFORM AddAuthorization
          WHEN ChangeDebitTrans
             PERFORM ChangeAuthorization
          WHEN DeleteDebitTrans
             PERFORM DeleteAuthorization
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, D or Q."
       END-EVALUATE
       PERFORM GetDebitTransactionCode
    END-PERFORM
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE DebitAuthFile
    STOP RUN.

GetDebitTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, D)elete, Q)uit".
    ACCEPT DebitTransactionCode.

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

PresentDebitForm.
    MOVE SPACES TO ScreenMessage
    DISPLAY DebitEntryScreen
    ACCEPT DebitEntryScreen.

*> A blank active flag means active - the reason the authorization
*> is being keyed at all; a blank date is today's.
EditScreenFields.
    MOVE SPACES TO ScreenMessage
    IF ScreenRoutingNumber NOT NUMERIC
       MOVE "Routing number must be 9 digits." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenRoutingNumber TO RoutingDigits
    MOVE ZERO TO RoutingSum
    PERFORM VARYING RoutingIndex FROM 1 BY 1 UNTIL RoutingIndex > 9
       COMPUTE RoutingSum = RoutingSum
          + RoutingDigit (RoutingIndex) * RoutingWeight (RoutingIndex)
    END-PERFORM
    IF FUNCTION MOD (RoutingSum, 10) NOT = ZERO
       MOVE "Routing number fails its check digit." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    IF ScreenAccountNumber = SPACES
       MOVE "Account number must not be blank." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    INSPECT ScreenActiveFlag CONVERTING "yn" TO "YN"
    IF ScreenActiveFlag = SPACE
       MOVE "Y" TO ScreenActiveFlag
    END-IF
    IF ScreenActiveFlag NOT = "Y" AND ScreenActiveFlag NOT = "N"
       MOVE "Active flag must be Y or N." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    IF ScreenAuthDate = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO ScreenAuthDate
    END-IF
    IF ScreenAuthDate NOT NUMERIC
       MOVE "Authorization date must be YYYYMMDD." TO ScreenMessage
    END-IF.

BuildRecordFromScreen.
    MOVE ScreenStudentId TO DA-StudentId
    MOVE ScreenRoutingNumber TO DA-RoutingNumber
    MOVE ScreenAccountNumber TO DA-AccountNumber
    MOVE ScreenAuthDate TO DA-AuthDate
    MOVE ScreenActiveFlag TO DA-ActiveFlag.

MoveRecordToScreen.
    MOVE DA-StudentId TO ScreenStudentId
    MOVE DA-RoutingNumber TO ScreenRoutingNumber
    MOVE DA-AccountNumber TO ScreenAccountNumber
    MOVE DA-AuthDate TO ScreenAuthDate
    MOVE DA-ActiveFlag TO ScreenActiveFlag.

CheckStudentOnMaster.
    IF NOT MasterAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "Student is not on STUDENTS.DAT." TO ScreenMessage
    END-READ.

AddAuthorization.
    MOVE SPACES TO ScreenDebitFields
    PERFORM PresentDebitForm
    IF ScreenDebitFields = SPACES
       DISPLAY "No data entered - add cancelled."
       EXIT PARAGRAPH
    END-IF
    IF ScreenStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM EditScreenFields
    IF ScreenMessage NOT = SPACES
       DISPLAY ScreenMessage " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckStudentOnMaster
    IF ScreenMessage NOT = SPACES
       DISPLAY ScreenMessage " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildRecordFromScreen
    WRITE DebitAuthRecord
    IF DebitAuthDuplicate
       DISPLAY "Student " ScreenStudentId
          " already has an authorization - use C to change it."
    ELSE
       IF NOT DebitAuthFileOk
          DISPLAY "Error " DebitAuthFileStatus
             " writing authorization record."
       ELSE
          DISPLAY "Debit authorization added for student "
             ScreenStudentId "."
          MOVE "A" TO JournalTransType
          MOVE SPACES TO JournalBeforeImage
          MOVE DebitAuthRecord TO JournalAfterImage
          PERFORM WriteJournalRecord
       END-IF
    END-IF.

ChangeAuthorization.
    DISPLAY "Enter StudentId of the authorization to change"
    MOVE SPACES TO ScreenStudentId
    ACCEPT ScreenStudentId
    IF ScreenStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - change cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO DA-StudentId
    READ DebitAuthFile
       INVALID KEY
          DISPLAY "No authorization on file for student "
             ScreenStudentId " - use A to add one."
          EXIT PARAGRAPH
    END-READ
    MOVE DebitAuthRecord TO JournalBeforeImage
    PERFORM MoveRecordToScreen
    PERFORM PresentDebitForm
    IF ScreenDebitFields = SPACES
       DISPLAY "No data entered - not changed."
       MOVE SPACES TO JournalBeforeImage
       EXIT PARAGRAPH
    END-IF
    PERFORM EditScreenFields
    IF ScreenMessage NOT = SPACES
       DISPLAY ScreenMessage " - not changed."
       MOVE SPACES TO JournalBeforeImage
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildRecordFromScreen
    MOVE JournalBeforeImage (1:7) TO DA-StudentId
    REWRITE DebitAuthRecord
    IF NOT DebitAuthFileOk
       DISPLAY "Error " DebitAuthFileStatus
          " changing authorization record."
       MOVE SPACES TO JournalBeforeImage
    ELSE
       DISPLAY "Debit authorization changed for student "
          DA-StudentId "."
       MOVE "C" TO JournalTransType
       MOVE DebitAuthRecord TO JournalAfterImage
       PERFORM WriteJournalRecord
    END-IF.

DeleteAuthorization.
    DISPLAY "Enter StudentId of the authorization to delete"
    MOVE SPACES TO ScreenStudentId
    ACCEPT ScreenStudentId
    IF ScreenStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - delete cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO DA-StudentId
    READ DebitAuthFile
       INVALID KEY
          DISPLAY "No authorization on file for student "
             ScreenStudentId "."
          EXIT PARAGRAPH
    END-READ
    MOVE DebitAuthRecord TO JournalBeforeImage
    DELETE DebitAuthFile
    IF NOT DebitAuthFileOk
       DISPLAY "Error " DebitAuthFileStatus
          " deleting authorization record."
       MOVE SPACES TO JournalBeforeImage
    ELSE
       DISPLAY "Debit authorization deleted for student "
          ScreenStudentId " - installments revert to the counter."
       MOVE "D" TO JournalTransType
       MOVE SPACES TO JournalAfterImage
       PERFORM WriteJournalRecord
    END-IF.

WriteJournalRecord.
    OPEN EXTEND JournalFile
    IF NOT JournalFileOk
       OPEN OUTPUT JournalFile
       CLOSE JournalFile
       OPEN EXTEND JournalFile
    END-IF
    MOVE CurrentRunNumber TO DJ-RunNumber
    MOVE FUNCTION CURRENT-DATE(1:8) TO DJ-RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO DJ-RunTime
    MOVE JournalTransType TO DJ-TransType
    MOVE JournalBeforeImage TO DJ-BeforeImage
    MOVE JournalAfterImage TO DJ-AfterImage
    WRITE JournalRecord
    CLOSE JournalFile
    MOVE SPACES TO JournalBeforeImage
    MOVE SPACES TO JournalAfterImage.
