IDENTIFICATION DIVISION.
PROGRAM-ID.  Lockbox.
AUTHOR.  Michael Coughlan.
*> Bank lockbox conversion - the mailed-in payments the bank banks
*> for us arrive as its remittance file, which used to be re-keyed
*> into PAYMENTS.DAT format by hand.  LOCKBOX.DAT is LINE
*> SEQUENTIAL in the bank's layout, one record per line, the record
*> type in column 1:
*>
*>    5  batch header  cols 2-4   batch number
*>                     cols 5-12  deposit date YYYYMMDD
*>    6  remittance    cols 2-4   batch number
*>                     cols 5-7   item sequence within the batch
*>                     cols 8-16  amount, 9(7)V99
*>                     cols 17-26 check number
*>                     cols 27-36 remitter account from the coupon -
*>                                our StudentId in cols 27-33
*>                     cols 37-42 TermCode from the coupon (blank
*>                                for the student's current term)
*>    7  batch total   cols 2-4   batch number
*>                     cols 5-8   item count
*>                     cols 9-19  batch amount, 9(9)V99
*>
*> Any other record type is the bank's own and is passed over.
*>
*> A first pass cross-foots every batch's remittances against its
*> batch total; a file that does not foot is refused whole
*> (condition code 8) with nothing written.  The second pass checks
*> each remittance's StudentId against STUDENTS.DAT:
*>
*>    - an identified payment is written to the staging file
*>      PAYMENTS.STG as a PAYMENTS.DAT payment dated on the deposit
*>      date, under the HEADER/TRAILER control totals PayApply
*>      verifies, and closed with the transmission trailer Gateway
*>      verifies - it reaches PAYMENTS.DAT through
*>         Gateway IN=PAYMENTS.STG TARGET=PAYMENTS.DAT
*>      like any other transmission;
*>    - an item that cannot be identified (no readable StudentId, or
*>      one not on STUDENTS.DAT) goes to UNAPPLIED.DAT with reason
*>      code UNID and the bank's reference - batch, item and check
*>      number - kept on the record, for UnappliedRept and PayApply's
*>      RESUBMIT once the student is found;
*>    - an item too large for a PAYMENTS.DAT amount (over 99999.99)
*>      is refused to be posted by hand.
*>
*> A converted payment carries the same bank reference - batch, item
*> and check number - as the payment's reference in cols 30-45, so
*> PayApply holds a lockbox item that has already been applied once
*> when the bank's file is converted or transmitted a second time.
*>
*> LOCKBOX.RPT lists every item with its disposition, and each
*> batch closes with the proof that converted plus unidentified
*> (plus refused) equals the bank's batch total.
*>
*> Arguments:
*>    IN=file    the bank's remittance file (default LOCKBOX.DAT)
*>    OUT=file   the staging file written (default PAYMENTS.STG);
*>               an existing one is never overwritten.
*> UNAPPLIED.DAT is shared with PayApply, so the run takes the
*> BILLING.LOCK single-writer guard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LockboxFile ASSIGN TO DYNAMIC LockboxFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockboxFileStatus.
    SELECT StagingFile ASSIGN TO DYNAMIC StagingFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StagingFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT UnappliedFile ASSIGN TO "UNAPPLIED.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UnappliedFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "LOCKBOX.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LockboxFile.
01 LockboxRecord.
   02  LB-RecordType   PIC X.
   02  LB-BatchNumber  PIC X(3).
   02  FILLER          PIC X(76).

01 LockboxBatchHeader REDEFINES LockboxRecord.
   02  FILLER          PIC X(4).
   02  LBH-DepositDate PIC X(8).
   02  FILLER          PIC X(68).

01 LockboxRemittance REDEFINES LockboxRecord.
   02  FILLER          PIC X(4).
   02  LBR-ItemNumber  PIC X(3).
   02  LBR-Amount      PIC 9(7)V99.
   02  LBR-CheckNumber PIC X(10).
   02  LBR-Remitter.
       03  LBR-StudentId PIC X(7).
       03  LBR-RemitterRest PIC X(3).
   02  LBR-TermCode    PIC X(6).
   02  FILLER          PIC X(38).

01 LockboxBatchTotal REDEFINES LockboxRecord.
   02  FILLER          PIC X(4).
   02  LBT-ItemCount   PIC 9(4).
   02  LBT-Amount      PIC 9(9)V99.
   02  FILLER          PIC X(61).

FD StagingFile.
01 StagingRecord        PIC X(133).

01 PaymentRecord REDEFINES StagingRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference.
       03  PT-BankBatch     PIC X(3).
       03  PT-BankItem      PIC X(3).
       03  PT-BankCheck     PIC X(10).
   02  FILLER          PIC X(88).

01 PaymentTrailerRecord REDEFINES StagingRecord.
   02  PTW-Marker      PIC X(7).
   02  FILLER          PIC X.
   02  PTW-Count       PIC 9(7).
   02  FILLER          PIC X.
   02  PTW-Amount      PIC 9(9)V99.
   02  FILLER          PIC X(106).

01 StagingTrailerRecord REDEFINES StagingRecord.
   02  XT-Marker       PIC X(8).
   02  FILLER          PIC X.
   02  XT-Count        PIC 9(7).
   02  FILLER          PIC X.
   02  XT-Hash         PIC 9(10).
   02  FILLER          PIC X(106).

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

FD UnappliedFile.
01 UnappliedRecord.
   02  UA-PaymentImage.
       03  UA-StudentId     PIC X(7).
       03  UA-TermCode      PIC X(6).
       03  UA-PaymentDate   PIC X(8).
       03  UA-Amount        PIC 9(5)V99.
   02  FILLER               PIC X.
   02  UA-RejectDate        PIC 9(8).
   02  FILLER               PIC X.
   02  UA-ReasonCode        PIC X(4).
   02  FILLER               PIC X.
   02  UA-BankReference.
       03  UA-BankBatch     PIC X(3).
       03  UA-BankItem      PIC X(3).
       03  UA-BankCheck     PIC X(10).

FD LockFile.
01 LockRecord           PIC X(40).

FD ReportFile.
01 ReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01  LockboxFileStatus       PIC XX.
    88  LockboxFileOk       VALUE "00".
01  StagingFileStatus       PIC XX.
    88  StagingFileOk       VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  UnappliedFileStatus     PIC XX.
    88  UnappliedFileOk     VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".

01  EndOfLockboxSwitch      PIC X.
    88  EndOfLockbox        VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(110).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(100).
01  LockboxFileName         PIC X(100) VALUE "LOCKBOX.DAT".
01  StagingFileName         PIC X(100) VALUE "PAYMENTS.STG".

01  RunDate                 PIC 9(8).
01  DepositDate             PIC X(8).
01  CurrentBatch            PIC X(3).
01  BatchOpenSwitch         PIC X VALUE "N".
    88  BatchOpen           VALUE "Y".

*> First pass: the remittances of the open batch, footed against
*> its batch total.
01  FootCount               PIC 9(5).
01  FootAmount              PIC 9(9)V99.
01  FootErrorCount          PIC 9(5) VALUE ZERO.
01  FootError               PIC X(60).

*> Second pass: per batch and for the file.
01  BatchBankAmount         PIC 9(9)V99.
01  BatchConvertedAmount    PIC 9(9)V99.
01  BatchUnidentifiedAmount PIC 9(9)V99.
01  BatchRefusedAmount      PIC 9(9)V99.
01  BatchProofAmount        PIC 9(9)V99.
01  BatchCount              PIC 9(5) VALUE ZERO.
01  FileBankAmount          PIC 9(9)V99 VALUE ZERO.
01  ConvertedCount          PIC 9(7) VALUE ZERO.
01  ConvertedAmount         PIC 9(9)V99 VALUE ZERO.
01  UnidentifiedCount       PIC 9(7) VALUE ZERO.
01  UnidentifiedAmount      PIC 9(9)V99 VALUE ZERO.
01  RefusedCount            PIC 9(7) VALUE ZERO.
01  RefusedAmount           PIC 9(9)V99 VALUE ZERO.
01  OutOfBalanceCount       PIC 9(5) VALUE ZERO.

01  ItemStudentId           PIC 9(7).
01  ItemTermCode            PIC X(6).
01  IdentifiedSwitch        PIC X.
    88  StudentIdentified   VALUE "Y".
01  UnidentifiedReason      PIC X(30).

*> The staging file's transmission trailer, as Gateway verifies it.
01  StagingLineCount        PIC 9(7) VALUE ZERO.
01  StagingHash             PIC 9(10) VALUE ZERO.
01  RecordLength            PIC 9(4).
01  FirstCharOrdinal        PIC 9(3).

01  BlankLine               PIC X(100) VALUE SPACES.

01  LockboxHeadingLine      PIC X(100) VALUE
    "BATCH ITEM CHECK      REMITTER   TERM        AMOUNT  DISPOSITION".

01  ItemDetailLine.
    02  IDL-BatchNumber     PIC X(3).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  IDL-ItemNumber      PIC X(3).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  IDL-CheckNumber     PIC X(10).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  IDL-Remitter        PIC X(10).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  IDL-TermCode        PIC X(6).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  IDL-Amount          PIC ZZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  IDL-Disposition     PIC X(47).

01  BatchProofLine.
    02  FILLER              PIC X(6)  VALUE "Batch ".
    02  BPL-BatchNumber     PIC X(3).
    02  FILLER              PIC X(7)  VALUE " bank: ".
    02  BPL-BankAmount      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(7)  VALUE " conv: ".
    02  BPL-ConvertedAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(7)  VALUE " unid: ".
    02  BPL-UnidentifiedAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(7)  VALUE " refd: ".
    02  BPL-RefusedAmount   PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BPL-Verdict         PIC X(14).

01  FileProofLine.
    02  FILLER              PIC X(14) VALUE "Lockbox total ".
    02  FPL-BankAmount      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(8)  VALUE " = conv ".
    02  FPL-ConvertedAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(8)  VALUE " + unid ".
    02  FPL-UnidentifiedAmount PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(8)  VALUE " + refd ".
    02  FPL-RefusedAmount   PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(14) VALUE SPACES.

01  FileCountLine.
    02  FILLER              PIC X(11) VALUE "Batches:   ".
    02  FCL-BatchCount      PIC ZZZZ9.
    02  FILLER              PIC X(13) VALUE "  converted: ".
    02  FCL-ConvertedCount  PIC ZZZZZZ9.
    02  FILLER              PIC X(16) VALUE "  unidentified: ".
    02  FCL-UnidentifiedCount PIC ZZZZZZ9.
    02  FILLER              PIC X(11) VALUE "  refused: ".
    02  FCL-RefusedCount    PIC ZZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FCL-Verdict         PIC X(22).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    OPEN INPUT StagingFile
    IF StagingFileOk
       CLOSE StagingFile
       DISPLAY FUNCTION TRIM (StagingFileName) " already exists -"
          " receive or move the pending file before converting a"
          " new lockbox."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT LockboxFile
    IF NOT LockboxFileOk
       DISPLAY "Lockbox file " FUNCTION TRIM (LockboxFileName)
          " not found - nothing converted."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM FootLockboxFile
    CLOSE LockboxFile
    IF FootErrorCount > ZERO
       WRITE ReportLine FROM BlankLine
       MOVE SPACES TO ReportLine
       STRING "REFUSED: " DELIMITED BY SIZE
              FUNCTION TRIM (LockboxFileName) DELIMITED BY SIZE
              " does not foot to its batch totals - nothing"
                 DELIMITED BY SIZE
              " converted." DELIMITED BY SIZE
          INTO ReportLine
       WRITE ReportLine
       DISPLAY ReportLine
       CLOSE ReportFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - remitters cannot be"
          " identified.  Run SeqWrite first."
       CLOSE ReportFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM AcquireLock
    IF NOT LockAcquired
       CLOSE StudentFile
       CLOSE ReportFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND UnappliedFile
    IF NOT UnappliedFileOk
       OPEN OUTPUT UnappliedFile
       CLOSE UnappliedFile
       OPEN EXTEND UnappliedFile
    END-IF
    OPEN OUTPUT StagingFile
    MOVE SPACES TO StagingRecord
    MOVE "HEADER" TO StagingRecord (1:6)
    PERFORM WriteStagingRecord
    WRITE ReportLine FROM LockboxHeadingLine
    OPEN INPUT LockboxFile
    MOVE "N" TO EndOfLockboxSwitch BatchOpenSwitch
    PERFORM ReadOneLockboxRecord
    PERFORM UNTIL EndOfLockbox
       EVALUATE LB-RecordType
          WHEN "5"
             PERFORM StartOneBatch
          WHEN "6"
             PERFORM ConvertOneRemittance
          WHEN "7"
             PERFORM ProveOneBatch
       END-EVALUATE
       PERFORM ReadOneLockboxRecord
    END-PERFORM
    CLOSE LockboxFile
    PERFORM CloseStagingFile
    PERFORM WriteFileProof
    CLOSE UnappliedFile
    CLOSE StudentFile
    CLOSE ReportFile
    PERFORM ReleaseLock
    IF OutOfBalanceCount > ZERO
       MOVE 8 TO RETURN-CODE
    END-IF
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
          WHEN "IN"
             MOVE ArgumentValue TO LockboxFileName
          WHEN "OUT"
             MOVE ArgumentValue TO StagingFileName
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The single-writer guard shared by everything that updates the
*> receivables files.
AcquireLock.
    OPEN INPUT LockFile
    IF LockFileOk
       CLOSE LockFile
       DISPLAY "BILLING.LOCK is held by another run - try again"
          " once that run has finished."
       MOVE "N" TO LockAcquiredSwitch
    ELSE
       OPEN OUTPUT LockFile
       MOVE SPACES TO LockRecord
       MOVE "LOCKED BY LOCKBOX" TO LockRecord (1:26)
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

ReadOneLockboxRecord.
    READ LockboxFile
       AT END SET EndOfLockbox TO TRUE
    END-READ.

*> Pass one: every remittance must sit inside a batch, carry a
*> readable amount, and every batch must foot to its total.  Each
*> failure is listed; any failure refuses the file.
FootLockboxFile.
    MOVE "N" TO EndOfLockboxSwitch BatchOpenSwitch
    PERFORM ReadOneLockboxRecord
    PERFORM UNTIL EndOfLockbox
       EVALUATE LB-RecordType
          WHEN "5"
             IF BatchOpen
                MOVE "batch has no batch total record" TO FootError
                PERFORM ReportFootError
             END-IF
             MOVE LB-BatchNumber TO CurrentBatch
             MOVE ZERO TO FootCount FootAmount
             SET BatchOpen TO TRUE
             IF LBH-DepositDate NOT NUMERIC
                MOVE "batch header deposit date unreadable" TO FootError
                PERFORM ReportFootError
             END-IF
          WHEN "6"
             IF NOT BatchOpen OR LB-BatchNumber NOT = CurrentBatch
                MOVE "remittance outside its batch" TO FootError
                PERFORM ReportFootError
             ELSE
                ADD 1 TO FootCount
                IF LBR-Amount NUMERIC
                   ADD LBR-Amount TO FootAmount
                ELSE
                   MOVE "remittance amount unreadable" TO FootError
                   PERFORM ReportFootError
                END-IF
             END-IF
          WHEN "7"
             IF NOT BatchOpen OR LB-BatchNumber NOT = CurrentBatch
                MOVE "batch total without its batch header" TO FootError
                PERFORM ReportFootError
             ELSE
                IF LBT-ItemCount NOT NUMERIC OR LBT-Amount NOT NUMERIC
                   MOVE "batch total unreadable" TO FootError
                   PERFORM ReportFootError
                ELSE
                   IF LBT-ItemCount NOT = FootCount
                      OR LBT-Amount NOT = FootAmount
                      MOVE "remittances do not foot to the batch total"
                        TO FootError
                      PERFORM ReportFootError
                   END-IF
                END-IF
             END-IF
             MOVE "N" TO BatchOpenSwitch
       END-EVALUATE
       PERFORM ReadOneLockboxRecord
    END-PERFORM
    IF BatchOpen
       MOVE "batch has no batch total record" TO FootError
       PERFORM ReportFootError
    END-IF.

ReportFootError.
    ADD 1 TO FootErrorCount
    MOVE SPACES TO ReportLine
    STRING "Batch " DELIMITED BY SIZE
           LB-BatchNumber DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FootError DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine.

StartOneBatch.
    MOVE LB-BatchNumber TO CurrentBatch
    MOVE LBH-DepositDate TO DepositDate
    MOVE ZERO TO BatchConvertedAmount BatchUnidentifiedAmount
                 BatchRefusedAmount
    ADD 1 TO BatchCount.

ConvertOneRemittance.
    MOVE LB-BatchNumber TO IDL-BatchNumber
    MOVE LBR-ItemNumber TO IDL-ItemNumber
    MOVE LBR-CheckNumber TO IDL-CheckNumber
    MOVE LBR-Remitter TO IDL-Remitter
    MOVE LBR-TermCode TO IDL-TermCode
    MOVE LBR-Amount TO IDL-Amount
    IF LBR-Amount > 99999.99
       ADD 1 TO RefusedCount
       ADD LBR-Amount TO RefusedAmount BatchRefusedAmount
       MOVE "REFUSED - over 99999.99, post by hand"
         TO IDL-Disposition
       WRITE ReportLine FROM ItemDetailLine
       EXIT PARAGRAPH
    END-IF
    PERFORM IdentifyRemitter
    IF NOT StudentIdentified
       PERFORM WriteUnidentifiedItem
       ADD 1 TO UnidentifiedCount
       ADD LBR-Amount TO UnidentifiedAmount BatchUnidentifiedAmount
       MOVE SPACES TO IDL-Disposition
       STRING "UNAPPLIED - " DELIMITED BY SIZE
              UnidentifiedReason DELIMITED BY SIZE
          INTO IDL-Disposition
       WRITE ReportLine FROM ItemDetailLine
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO StagingRecord
    MOVE ItemStudentId TO PT-StudentId
    MOVE ItemTermCode TO PT-TermCode
    MOVE DepositDate TO PT-PaymentDate
    MOVE LBR-Amount TO PT-Amount
    MOVE LB-BatchNumber TO PT-BankBatch
    MOVE LBR-ItemNumber TO PT-BankItem
    MOVE LBR-CheckNumber TO PT-BankCheck
    PERFORM WriteStagingRecord
    ADD 1 TO ConvertedCount
    ADD LBR-Amount TO ConvertedAmount BatchConvertedAmount
    MOVE ItemTermCode TO IDL-TermCode
    MOVE "CONVERTED" TO IDL-Disposition
    WRITE ReportLine FROM ItemDetailLine.

*> The coupon's account must be a 7-digit StudentId on STUDENTS.DAT;
*> a blank term on the coupon takes the student's current term.
IdentifyRemitter.
    MOVE "N" TO IdentifiedSwitch
    IF LBR-StudentId NOT NUMERIC OR LBR-RemitterRest NOT = SPACES
       MOVE "no readable StudentId" TO UnidentifiedReason
       EXIT PARAGRAPH
    END-IF
    MOVE LBR-StudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "StudentId not on STUDENTS.DAT" TO UnidentifiedReason
          EXIT PARAGRAPH
    END-READ
    MOVE StudentId TO ItemStudentId
    IF LBR-TermCode = SPACES
       MOVE TermCode TO ItemTermCode
    ELSE
       MOVE LBR-TermCode TO ItemTermCode
    END-IF
    SET StudentIdentified TO TRUE.

WriteUnidentifiedItem.
    MOVE SPACES TO UnappliedRecord
    MOVE LBR-StudentId TO UA-StudentId
    MOVE LBR-TermCode TO UA-TermCode
    MOVE DepositDate TO UA-PaymentDate
    MOVE LBR-Amount TO UA-Amount
    MOVE RunDate TO UA-RejectDate
    MOVE "UNID" TO UA-ReasonCode
    MOVE LB-BatchNumber TO UA-BankBatch
    MOVE LBR-ItemNumber TO UA-BankItem
    MOVE LBR-CheckNumber TO UA-BankCheck
    WRITE UnappliedRecord.

ProveOneBatch.
    MOVE LBT-Amount TO BatchBankAmount
    ADD LBT-Amount TO FileBankAmount
    COMPUTE BatchProofAmount = BatchConvertedAmount
       + BatchUnidentifiedAmount + BatchRefusedAmount
    MOVE LB-BatchNumber TO BPL-BatchNumber
    MOVE BatchBankAmount TO BPL-BankAmount
    MOVE BatchConvertedAmount TO BPL-ConvertedAmount
    MOVE BatchUnidentifiedAmount TO BPL-UnidentifiedAmount
    MOVE BatchRefusedAmount TO BPL-RefusedAmount
    IF BatchProofAmount = BatchBankAmount
       MOVE "PROVED" TO BPL-Verdict
    ELSE
       MOVE "OUT OF BALANCE" TO BPL-Verdict
       ADD 1 TO OutOfBalanceCount
    END-IF
    WRITE ReportLine FROM BatchProofLine
    WRITE ReportLine FROM BlankLine.

*> Every line the staging file carries is counted and hashed for
*> the transmission trailer the way Gateway re-computes it.
WriteStagingRecord.
    WRITE StagingRecord
    ADD 1 TO StagingLineCount
    MOVE ZERO TO RecordLength
    INSPECT FUNCTION TRIM (StagingRecord)
       TALLYING RecordLength FOR CHARACTERS
    MOVE FUNCTION ORD (StagingRecord (1:1)) TO FirstCharOrdinal
    COMPUTE StagingHash =
       FUNCTION MOD (StagingHash + RecordLength
                     + FirstCharOrdinal, 10000000000).

CloseStagingFile.
    MOVE SPACES TO StagingRecord
    MOVE "TRAILER" TO PTW-Marker
    MOVE ConvertedCount TO PTW-Count
    MOVE ConvertedAmount TO PTW-Amount
    PERFORM WriteStagingRecord
    MOVE SPACES TO StagingRecord
    MOVE "XMITTRLR" TO XT-Marker
    MOVE StagingLineCount TO XT-Count
    MOVE StagingHash TO XT-Hash
    WRITE StagingRecord
    CLOSE StagingFile.

WriteFileProof.
    MOVE FileBankAmount TO FPL-BankAmount
    MOVE ConvertedAmount TO FPL-ConvertedAmount
    MOVE UnidentifiedAmount TO FPL-UnidentifiedAmount
    MOVE RefusedAmount TO FPL-RefusedAmount
    MOVE BatchCount TO FCL-BatchCount
    MOVE ConvertedCount TO FCL-ConvertedCount
    MOVE UnidentifiedCount TO FCL-UnidentifiedCount
    MOVE RefusedCount TO FCL-RefusedCount
    IF OutOfBalanceCount = ZERO
       MOVE "LOCKBOX PROVED" TO FCL-Verdict
    ELSE
       MOVE "LOCKBOX OUT OF BALANCE" TO FCL-Verdict
    END-IF
    WRITE ReportLine FROM FileProofLine
    WRITE ReportLine FROM FileCountLine
    DISPLAY FileProofLine
    DISPLAY FileCountLine
    DISPLAY ConvertedCount " payment(s) staged on "
       FUNCTION TRIM (StagingFileName) " for Gateway.".
