IDENTIFICATION DIVISION.
PROGRAM-ID.  PrivMaint.
AUTHOR.  Michael Coughlan.
*> Maintains PRIVACY.DAT, the directory-information suppression
*> file.  A student who asks us not to release their directory
*> information (name, address, program, enrollment) gets a record
*> here with the suppression flag set, and every program that sends
*> student data outside the office - StudExtract, MailLabel,
*> StudBridge, the printed commencement program and RptDist's
*> recipient copies - skips or masks them and logs having done so.
*> Indexed, keyed on StudentId, one record per student:
*>
*>    StudentId, suppression flag (Y = withhold, N = released),
*>    the date the request was received, and a note of how it was
*>    made (form number, letter, in person).
*>
*> Entry is a full-screen form in AddrMaint's style with A)dd,
*> C)hange, D)elete and Q)uit transactions; the StudentId is
*> verified against STUDENTS.DAT.  Every change is journalled to
*> PRIVJRNL.DAT with before and after images under the shared
*> RUNCTL.DAT run number, exactly as AddrMaint journals addresses,
*> so it can always be shown when a restriction was placed or lifted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PrivacyFile ASSIGN TO "PRIVACY.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PV-StudentId
		FILE STATUS IS PrivacyFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunControlFileStatus.
    SELECT JournalFile ASSIGN TO "PRIVJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JournalFileStatus.

DATA DIVISION.
FILE SECTION.
FD PrivacyFile.
01 PrivacyRecord.
   02  PV-StudentId    PIC 9(7).
   02  PV-SuppressFlag PIC X.
       88  PV-Suppressed       VALUE "Y".
   02  PV-DateReceived PIC 9(8).
   02  PV-RequestNote  PIC X(30).

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  FILLER          PIC X(42).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

FD RunControlFile.
01 RunControlRecord     PIC 9(07).

*> Before/after images of the 46-byte privacy record, under the
*> shared run number - the address journal's layout.
FD JournalFile.
01 JournalRecord.
   02  PJ-RunNumber    PIC 9(7).
   02  PJ-RunDate      PIC 9(8).
   02  PJ-RunTime      PIC 9(6).
   02  PJ-TransType    PIC X.
   02  PJ-BeforeImage  PIC X(46).
   02  PJ-AfterImage   PIC X(46).

WORKING-STORAGE SECTION.
01  PrivacyFileStatus       PIC XX.
    88  PrivacyFileOk       VALUE "00".
    88  PrivacyDuplicate    VALUE "22".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  RunControlFileStatus    PIC XX.
    88  RunControlFileOk    VALUE "00".
01  JournalFileStatus       PIC XX.
    88  JournalFileOk       VALUE "00".

01  CurrentRunNumber        PIC 9(7) VALUE ZERO.
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".

01  PrivTransactionCode     PIC X.
    88  AddPrivTrans        VALUE "A" "a".
    88  ChangePrivTrans     VALUE "C" "c".
    88  DeletePrivTrans     VALUE "D" "d".
    88  QuitPrivTrans       VALUE "Q" "q".

01  JournalTransType        PIC X.
01  JournalBeforeImage      PIC X(46) VALUE SPACES.
01  JournalAfterImage       PIC X(46) VALUE SPACES.

01  ScreenPrivFields.
    02  ScreenStudentId     PIC X(7).
    02  ScreenSuppressFlag  PIC X.
    02  ScreenDateReceived  PIC X(8).
    02  ScreenRequestNote   PIC X(30).
01  ScreenMessage           PIC X(60).

SCREEN SECTION.
01  PrivacyEntryScreen.
    02  BLANK SCREEN.
    02  LINE 1  COL 3  VALUE "DIRECTORY PRIVACY ENTRY - leave every field blank to cancel".
    02  LINE 3  COL 3  VALUE "StudentId (7 digits):".
    02  LINE 3  COL 30 PIC X(7)  USING ScreenStudentId.
    02  LINE 4  COL 3  VALUE "Withhold directory (Y/N):".
    02  LINE 4  COL 30 PIC X     USING ScreenSuppressFlag.
    02  LINE 5  COL 3  VALUE "Date received (YYYYMMDD):".
    02  LINE 5  COL 30 PIC X(8)  USING ScreenDateReceived.
    02  LINE 6  COL 3  VALUE "How requested:".
    02  LINE 6  COL 30 PIC X(30) USING ScreenRequestNote.
    02  LINE 8  COL 3  PIC X(60) FROM ScreenMessage.

PROCEDURE DIVISION.
Begin.
    OPEN I-O PrivacyFile
    IF NOT PrivacyFileOk
       DISPLAY "PRIVACY.DAT not found - creating a new file."
       CLOSE PrivacyFile
       OPEN OUTPUT PrivacyFile
       CLOSE PrivacyFile
       OPEN I-O PrivacyFile
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - StudentIds cannot be"
          " verified against the master."
    END-IF
    PERFORM GetRunNumber
    PERFORM GetPrivTransactionCode
    PERFORM UNTIL QuitPrivTrans
       EVALUATE TRUE
          WHEN AddPrivTrans
             PERFORM AddPrivacy
          WHEN ChangePrivTrans
             PERFORM ChangePrivacy
          WHEN DeletePrivTrans
             PERFORM DeletePrivacy
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, D or Q."
       END-EVALUATE
       PERFORM GetPrivTransactionCode
    END-PERFORM
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE PrivacyFile
    STOP RUN.

GetPrivTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, D)elete, Q)uit".
    ACCEPT PrivTransactionCode.

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

PresentPrivacyForm.
    MOVE SPACES TO ScreenMessage
    DISPLAY PrivacyEntryScreen
    ACCEPT PrivacyEntryScreen.

*> A blank flag means withhold - the reason the record is being
*> added at all; a blank date is today's.
EditScreenFields.
    MOVE SPACES TO ScreenMessage
    INSPECT ScreenSuppressFlag CONVERTING "yn" TO "YN"
    IF ScreenSuppressFlag = SPACE
       MOVE "Y" TO ScreenSuppressFlag
    END-IF
    IF ScreenSuppressFlag NOT = "Y" AND ScreenSuppressFlag NOT = "N"
       MOVE "Withhold flag must be Y or N." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    IF ScreenDateReceived = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO ScreenDateReceived
    END-IF
    IF ScreenDateReceived NOT NUMERIC
       MOVE "Date received must be YYYYMMDD." TO ScreenMessage
    END-IF.

BuildRecordFromScreen.
    MOVE ScreenStudentId TO PV-StudentId
    MOVE ScreenSuppressFlag TO PV-SuppressFlag
    MOVE ScreenDateReceived TO PV-DateReceived
    MOVE ScreenRequestNote TO PV-RequestNote.

MoveRecordToScreen.
    MOVE PV-StudentId TO ScreenStudentId
    MOVE PV-SuppressFlag TO ScreenSuppressFlag
    MOVE PV-DateReceived TO ScreenDateReceived
    MOVE PV-RequestNote TO ScreenRequestNote.

CheckStudentOnMaster.
    IF NOT MasterAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "Student is not on STUDENTS.DAT." TO ScreenMessage
    END-READ.

AddPrivacy.
    MOVE SPACES TO ScreenPrivFields
    PERFORM PresentPrivacyForm
    IF ScreenPrivFields = SPACES
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
    WRITE PrivacyRecord
    IF PrivacyDuplicate
       DISPLAY "Student " ScreenStudentId
          " already has a privacy record - use C to change it."
    ELSE
       IF NOT PrivacyFileOk
          DISPLAY "Error " PrivacyFileStatus " writing privacy record."
       ELSE
          DISPLAY "Privacy record added for student "
             ScreenStudentId "."
          MOVE "A" TO JournalTransType
          MOVE SPACES TO JournalBeforeImage
          MOVE PrivacyRecord TO JournalAfterImage
          PERFORM WriteJournalRecord
       END-IF
    END-IF.

ChangePrivacy.
    DISPLAY "Enter StudentId of the privacy record to change"
    MOVE SPACES TO ScreenStudentId
    ACCEPT ScreenStudentId
    IF ScreenStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - change cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO PV-StudentId
    READ PrivacyFile
       INVALID KEY
          DISPLAY "No privacy record on file for student "
             ScreenStudentId " - use A to add one."
          EXIT PARAGRAPH
    END-READ
    MOVE PrivacyRecord TO JournalBeforeImage
    PERFORM MoveRecordToScreen
    PERFORM PresentPrivacyForm
    IF ScreenPrivFields = SPACES
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
    MOVE JournalBeforeImage (1:7) TO PV-StudentId
    REWRITE PrivacyRecord
    IF NOT PrivacyFileOk
       DISPLAY "Error " PrivacyFileStatus " changing privacy record."
       MOVE SPACES TO JournalBeforeImage
    ELSE
       DISPLAY "Privacy record changed for student "
          PV-StudentId "."
       MOVE "C" TO JournalTransType
       MOVE PrivacyRecord TO JournalAfterImage
       PERFORM WriteJournalRecord
    END-IF.

DeletePrivacy.
    DISPLAY "Enter StudentId of the privacy record to delete"
    MOVE SPACES TO ScreenStudentId
    ACCEPT ScreenStudentId
    IF ScreenStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - delete cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenStudentId TO PV-StudentId
    READ PrivacyFile
       INVALID KEY
          DISPLAY "No privacy record on file for student "
             ScreenStudentId "."
          EXIT PARAGRAPH
    END-READ
    MOVE PrivacyRecord TO JournalBeforeImage
    DELETE PrivacyFile
    IF NOT PrivacyFileOk
       DISPLAY "Error " PrivacyFileStatus " deleting privacy record."
       MOVE SPACES TO JournalBeforeImage
    ELSE
       DISPLAY "Privacy record deleted for student "
          ScreenStudentId " - directory information releasable."
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
    MOVE CurrentRunNumber TO PJ-RunNumber
    MOVE FUNCTION CURRENT-DATE(1:8) TO PJ-RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO PJ-RunTime
    MOVE JournalTransType TO PJ-TransType
    MOVE JournalBeforeImage TO PJ-BeforeImage
    MOVE JournalAfterImage TO PJ-AfterImage
    WRITE JournalRecord
    CLOSE JournalFile
    MOVE SPACES TO JournalBeforeImage
    MOVE SPACES TO JournalAfterImage.
