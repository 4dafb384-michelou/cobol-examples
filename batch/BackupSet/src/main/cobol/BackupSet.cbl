IDENTIFICATION DIVISION.
PROGRAM-ID.  BackupSet.
AUTHOR.  Michael Coughlan.
*> Whole-shop backup set.  StudUnload backs up STUDENTS.DAT on its
*> own, but a restore after a disk failure needs every production
*> file from the same moment, not the master from last night and
*> the billing file from whenever someone last copied it.  This run
*> takes them all together while holding every lock - STUDENTS.LOCK,
*> BILLING.LOCK and TIMELINE.LOCK - so no updater can change one
*> file between the copies of two others.  If any lock is already
*> held the run takes nothing and ends with condition code 8.
*>
*> The set is one generation under one run number drawn from
*> RUNCTL.DAT.  Each file is unloaded to a sequential member
*> BS<run>.<name>, one record image per line, in the manner of
*> StudUnload (indexed files in key order, so the restore can
*> rebuild them with sequential WRITEs):
*>
*>    STUDENTS.DAT    ENROLLMENT.DAT  BILLING.DAT     MISCCHG.DAT
*>    SPONAR.DAT      COLLECT.DAT     COURSES.DAT     SECTIONS.DAT
*>    ADDRESS.DAT     PRIVACY.DAT     HOLDS.DAT       AWARDS.DAT
*>    HOUSING.DAT     timeline.dat    RUNCTL.DAT      IDCTL.DAT
*>    TLIDCTL.DAT     PARMLIB.DAT
*>
*> MISCCHG.DAT travels with BILLING.DAT, since the two together are
*> a student's account, and so do the sponsor receivable SPONAR.DAT
*> and the collection placements on COLLECT.DAT, which are carved
*> out of that account.  PRIVACY.DAT, AWARDS.DAT and HOUSING.DAT go
*> with the student master they hang off, and PARMLIB.DAT with the
*> control counters, so a restored shop runs with the parameters it
*> ran with when the set was taken.  The manifest BS<run>.MANIFEST is written
*> last, so a set without one was never finished: a MANIFEST line
*> (run, date, time), one FILE line per file - the file name, its
*> member, the record count, a hash total and COPIED, or ABSENT for
*> a file that did not exist - and a TRAILER line with the file
*> count and total records, which proves the manifest itself is
*> complete.  The hash total sums every character's collating value
*> times its position in the record, so a changed, swapped or
*> dropped character shows, not just a dropped record.
*>
*> The manifest is recorded on BKPINDEX.DAT under program BACKUPSET
*> beside StudUnload's generations, and sets past the retention
*> depth are purged - every member of the set with its manifest -
*> with the index entry marked P.  RestoreSet verifies a set against
*> its manifest and puts it back.
*>
*> Arguments:
*>    KEEP=nn   sets to retain (default 5)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS DataFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS DataFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS DataFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS DataFileStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS DataFileStatus.
    SELECT PlacementFile ASSIGN TO "COLLECT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CP-PlaceKey
		FILE STATUS IS DataFileStatus.
    SELECT CourseFile ASSIGN TO "COURSES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS DataFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS AD-StudentId
		FILE STATUS IS DataFileStatus.
    SELECT PrivacyFile ASSIGN TO "PRIVACY.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PV-StudentId
		FILE STATUS IS DataFileStatus.
    SELECT SequentialFile ASSIGN TO DYNAMIC SequentialFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DataFileStatus.
    SELECT MemberFile ASSIGN TO DYNAMIC MemberFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MemberFileStatus.
    SELECT ManifestFile ASSIGN TO DYNAMIC ManifestFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ManifestFileStatus.
    SELECT LockFile ASSIGN TO DYNAMIC LockFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunControlFileStatus.
    SELECT BackupIndexFile ASSIGN TO "BKPINDEX.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BackupIndexStatus.
    SELECT ByteCountFile ASSIGN TO DYNAMIC ByteCountFileName
		ORGANIZATION IS SEQUENTIAL
		ACCESS MODE IS SEQUENTIAL
		FILE STATUS IS ByteCountStatus.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  FILLER          PIC X(42).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
       03  EN-StudentId     PIC 9(7).
       03  EN-CourseCode    PIC X(4).
       03  EN-TermCode      PIC X(6).
   02  FILLER               PIC X(33).

FD BillingFile.
01 BillingRecord.
   02  BL-BillKey.
       03  BL-StudentId     PIC 9(7).
       03  BL-TermCode      PIC X(6).
   02  FILLER               PIC X(48).

FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey.
       03  MC-StudentId     PIC 9(7).
       03  MC-TermCode      PIC X(6).
       03  MC-ChargeNbr     PIC 9(3).
   02  FILLER               PIC X(57).

FD SponsorARFile.
01 SponsorARRecord.
   02  SR-SponsorKey.
       03  SR-SponsorCode   PIC X(4).
       03  SR-StudentId     PIC 9(7).
       03  SR-TermCode      PIC X(6).
   02  FILLER               PIC X(29).

FD PlacementFile.
01 PlacementRecord.
   02  CP-PlaceKey.
       03  CP-StudentId     PIC 9(7).
       03  CP-TermCode      PIC X(6).
   02  FILLER               PIC X(45).

FD CourseFile.
01 CourseFileRecord.
   02  CF-CourseCode        PIC X(4).
   02  FILLER               PIC X(36).

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  FILLER          PIC X(102).

FD PrivacyFile.
01 PrivacyRecord.
   02  PV-StudentId    PIC 9(7).
   02  FILLER          PIC X(39).

FD SequentialFile.
01 SequentialRecord     PIC X(200).

FD MemberFile.
01 MemberRecord         PIC X(200).

FD ManifestFile.
01 ManifestRecord.
   02  MF-Tag          PIC X(8).
   02  FILLER          PIC X.
   02  MF-FileName     PIC X(14).
   02  FILLER          PIC X.
   02  MF-MemberName   PIC X(20).
   02  FILLER          PIC X.
   02  MF-RecordCount  PIC 9(9).
   02  FILLER          PIC X.
   02  MF-HashTotal    PIC 9(18).
   02  FILLER          PIC X.
   02  MF-State        PIC X(6).

*> The MANIFEST and TRAILER lines re-described over the FILE line.
01 ManifestHeaderView REDEFINES ManifestRecord.
   02  MHV-Tag         PIC X(8).
   02  FILLER          PIC X.
   02  MHV-RunNumber   PIC 9(7).
   02  FILLER          PIC X.
   02  MHV-Date        PIC 9(8).
   02  FILLER          PIC X.
   02  MHV-Time        PIC 9(6).
   02  FILLER          PIC X(48).

01 ManifestTrailerView REDEFINES ManifestRecord.
   02  MTV-Tag         PIC X(8).
   02  FILLER          PIC X.
   02  MTV-FileCount   PIC 9(2).
   02  FILLER          PIC X.
   02  MTV-RecordTotal PIC 9(11).
   02  FILLER          PIC X(57).

FD LockFile.
01 LockRecord           PIC X(40).

FD RunControlFile.
01 RunControlRecord     PIC 9(07).

*> One line per generation held (or once held - status P marks a
*> purged member), in RptArch's index record style.
FD BackupIndexFile.
01 BackupIndexRecord.
   02  BI-MemberName   PIC X(20).
   02  FILLER          PIC X.
   02  BI-Program      PIC X(9).
   02  FILLER          PIC X.
   02  BI-RunNumber    PIC 9(7).
   02  FILLER          PIC X.
   02  BI-ArchivedDate PIC 9(8).
   02  FILLER          PIC X.
   02  BI-SourceName   PIC X(20).
   02  FILLER          PIC X.
   02  BI-ByteCount    PIC 9(9).
   02  FILLER          PIC X.
   02  BI-Status       PIC X.

FD ByteCountFile RECORD CONTAINS 1 CHARACTERS.
01 ByteCountRecord      PIC X.

WORKING-STORAGE SECTION.
01  DataFileStatus          PIC XX.
    88  DataFileOk          VALUE "00".
01  MemberFileStatus        PIC XX.
    88  MemberFileOk        VALUE "00".
01  ManifestFileStatus      PIC XX.
    88  ManifestFileOk      VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  RunControlFileStatus    PIC XX.
    88  RunControlFileOk    VALUE "00".
01  BackupIndexStatus       PIC XX.
    88  BackupIndexOk       VALUE "00".
01  ByteCountStatus         PIC XX.
    88  ByteCountOk         VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfIndexSwitch        PIC X VALUE "N".
    88  EndOfIndex          VALUE "Y".
01  EndOfCountSwitch        PIC X.
    88  EndOfCount          VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  KeepDepth               PIC 9(2) VALUE 5.

*> The files in the set, in the order they are taken.  Kind I is an
*> indexed file unloaded through its own FD, S a sequential file.
01  SetFileValues.
    02  FILLER PIC X(25) VALUE "STUDENTS.DAT  STUDENTS  I".
    02  FILLER PIC X(25) VALUE "ENROLLMENT.DATENROLLMENTI".
    02  FILLER PIC X(25) VALUE "BILLING.DAT   BILLING   I".
    02  FILLER PIC X(25) VALUE "MISCCHG.DAT   MISCCHG   I".
    02  FILLER PIC X(25) VALUE "SPONAR.DAT    SPONAR    I".
    02  FILLER PIC X(25) VALUE "COLLECT.DAT   COLLECT   I".
    02  FILLER PIC X(25) VALUE "COURSES.DAT   COURSES   I".
    02  FILLER PIC X(25) VALUE "SECTIONS.DAT  SECTIONS  S".
    02  FILLER PIC X(25) VALUE "ADDRESS.DAT   ADDRESS   I".
    02  FILLER PIC X(25) VALUE "PRIVACY.DAT   PRIVACY   I".
    02  FILLER PIC X(25) VALUE "HOLDS.DAT     HOLDS     S".
    02  FILLER PIC X(25) VALUE "AWARDS.DAT    AWARDS    S".
    02  FILLER PIC X(25) VALUE "HOUSING.DAT   HOUSING   S".
    02  FILLER PIC X(25) VALUE "timeline.dat  TIMELINE  S".
    02  FILLER PIC X(25) VALUE "RUNCTL.DAT    RUNCTL    S".
    02  FILLER PIC X(25) VALUE "IDCTL.DAT     IDCTL     S".
    02  FILLER PIC X(25) VALUE "TLIDCTL.DAT   TLIDCTL   S".
    02  FILLER PIC X(25) VALUE "PARMLIB.DAT   PARMLIB   S".
01  SetFileTable REDEFINES SetFileValues.
    02  SetFile             OCCURS 18 TIMES.
        03  SF-FileName     PIC X(14).
        03  SF-MemberSuffix PIC X(10).
        03  SF-Kind         PIC X.
01  SetFileCount            PIC 9(2) VALUE 18.
01  SetFileIndex            PIC 9(2).
01  SetFileResults.
    02  SetFileResult       OCCURS 18 TIMES.
        03  SR-MemberName   PIC X(20).
        03  SR-RecordCount  PIC 9(9).
        03  SR-HashTotal    PIC 9(18).
        03  SR-State        PIC X(6).

01  SequentialFileName      PIC X(30).
01  MemberFileName          PIC X(30).
01  ManifestFileName        PIC X(30).
01  RecordImage             PIC X(200).
01  RecordCount             PIC 9(9).
01  HashTotal               PIC 9(18).
01  CharIndex               PIC 9(3).
01  SetRecordTotal          PIC 9(11) VALUE ZERO.
01  SetFailedSwitch         PIC X VALUE "N".
    88  SetFailed           VALUE "Y".

*> The three locks, all taken before anything is read.
01  LockFileName            PIC X(20).
01  LockIndex               PIC 9.
01  LockNameValues.
    02  FILLER              PIC X(20) VALUE "STUDENTS.LOCK".
    02  FILLER              PIC X(20) VALUE "BILLING.LOCK".
    02  FILLER              PIC X(20) VALUE "TIMELINE.LOCK".
01  LockNameTable REDEFINES LockNameValues.
    02  LockName            PIC X(20) OCCURS 3 TIMES.
01  LocksHeldCount          PIC 9 VALUE ZERO.
01  LockRefusedSwitch       PIC X VALUE "N".
    88  LockRefused         VALUE "Y".

01  CurrentRunNumber        PIC 9(7) VALUE ZERO.
01  CurrentDate             PIC 9(8).
01  CurrentTime             PIC 9(8).
01  GenerationProgram       PIC X(9) VALUE "BACKUPSET".
01  PurgedMemberName        PIC X(30).
01  PurgedRunNumber         PIC 9(7).
01  ByteCountFileName       PIC X(30).
01  CopiedByteCount         PIC 9(9) VALUE ZERO.

01  IndexEntryCount         PIC 9(3) VALUE ZERO.
01  IndexEntryIndex         PIC 9(3).
01  OldestEntryIndex        PIC 9(3).
01  ActiveGenerationCount   PIC 9(3).
01  IndexEntryTable.
    02  IndexEntry OCCURS 200 TIMES.
        03  IX-MemberName   PIC X(20).
        03  IX-Program      PIC X(9).
        03  IX-RunNumber    PIC 9(7).
        03  IX-ArchivedDate PIC 9(8).
        03  IX-SourceName   PIC X(20).
        03  IX-ByteCount    PIC 9(9).
        03  IX-Status       PIC X.

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    ACCEPT CurrentTime FROM TIME
    PERFORM GetRunArguments
    PERFORM AcquireAllLocks
    IF LockRefused
       PERFORM ReleaseAllLocks
       DISPLAY "Backup set not taken - rerun when the lock is free."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM GetRunNumber
    PERFORM VARYING SetFileIndex FROM 1 BY 1
       UNTIL SetFileIndex > SetFileCount OR SetFailed
       PERFORM TakeOneFile
    END-PERFORM
    IF NOT SetFailed
       PERFORM WriteManifest
    END-IF
    PERFORM ReleaseAllLocks
    IF SetFailed
       DISPLAY "*** BACKUP SET " CurrentRunNumber
          " INCOMPLETE - NO MANIFEST WRITTEN ***"
       MOVE 12 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LoadBackupIndex
    PERFORM RecordSetOnIndex
    PERFORM RetireOldSets
    PERFORM RewriteBackupIndex
    DISPLAY "Backup set " CurrentRunNumber " taken: " SetRecordTotal
       " record(s), manifest " FUNCTION TRIM (ManifestFileName) "."
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
          WHEN "KEEP"
             COMPUTE KeepDepth = FUNCTION NUMVAL (ArgumentValue)
             IF KeepDepth = ZERO
                MOVE 1 TO KeepDepth
             END-IF
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> Takes every lock in turn; the first one already held stops the
*> run, and the ones taken so far are given back by the caller.
AcquireAllLocks.
    PERFORM VARYING LockIndex FROM 1 BY 1
       UNTIL LockIndex > 3 OR LockRefused
       MOVE LockName (LockIndex) TO LockFileName
       OPEN INPUT LockFile
       IF LockFileOk
          CLOSE LockFile
          DISPLAY FUNCTION TRIM (LockFileName)
             " is held by another run - try again later."
          SET LockRefused TO TRUE
       ELSE
          OPEN OUTPUT LockFile
          MOVE SPACES TO LockRecord
          MOVE "LOCKED BY BACKUPSET" TO LockRecord (1:26)
          MOVE FUNCTION CURRENT-DATE(1:14) TO LockRecord (27:14)
          WRITE LockRecord
          CLOSE LockFile
          ADD 1 TO LocksHeldCount
       END-IF
    END-PERFORM.

ReleaseAllLocks.
    PERFORM VARYING LockIndex FROM 1 BY 1
       UNTIL LockIndex > LocksHeldCount
       MOVE LockName (LockIndex) TO LockFileName
       CALL "CBL_DELETE_FILE" USING LockFileName
    END-PERFORM
    MOVE ZERO TO LocksHeldCount.

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

*> Unloads one file of the set to its member, counting and hashing
*> each record image on the way.
TakeOneFile.
    MOVE SPACES TO MemberFileName
    STRING "BS" CurrentRunNumber "." SF-MemberSuffix (SetFileIndex)
       DELIMITED BY SIZE INTO MemberFileName
    MOVE MemberFileName TO SR-MemberName (SetFileIndex)
    MOVE ZERO TO RecordCount HashTotal
    MOVE "COPIED" TO SR-State (SetFileIndex)
    OPEN OUTPUT MemberFile
    IF NOT MemberFileOk
       DISPLAY "Cannot create member " FUNCTION TRIM (MemberFileName)
          " - status " MemberFileStatus "."
       SET SetFailed TO TRUE
       EXIT PARAGRAPH
    END-IF
    EVALUATE SF-MemberSuffix (SetFileIndex)
       WHEN "STUDENTS"
          PERFORM UnloadStudentFile
       WHEN "ENROLLMENT"
          PERFORM UnloadEnrollmentFile
       WHEN "BILLING"
          PERFORM UnloadBillingFile
       WHEN "MISCCHG"
          PERFORM UnloadMiscChargeFile
       WHEN "SPONAR"
          PERFORM UnloadSponsorARFile
       WHEN "COLLECT"
          PERFORM UnloadPlacementFile
       WHEN "COURSES"
          PERFORM UnloadCourseFile
       WHEN "ADDRESS"
          PERFORM UnloadAddressFile
       WHEN "PRIVACY"
          PERFORM UnloadPrivacyFile
       WHEN OTHER
          PERFORM UnloadSequentialFile
    END-EVALUATE
    CLOSE MemberFile
    MOVE RecordCount TO SR-RecordCount (SetFileIndex)
    MOVE HashTotal TO SR-HashTotal (SetFileIndex)
    ADD RecordCount TO SetRecordTotal
    DISPLAY SF-FileName (SetFileIndex) " " SR-State (SetFileIndex)
       " " RecordCount " record(s).".

*> The record image on its way to the member is counted and hashed:
*> each character's collating value times its position.
TakeOneRecord.
    ADD 1 TO RecordCount
    PERFORM VARYING CharIndex FROM 1 BY 1
       UNTIL CharIndex > 200
       COMPUTE HashTotal = HashTotal
          + FUNCTION ORD (RecordImage (CharIndex:1)) * CharIndex
    END-PERFORM
    MOVE RecordImage TO MemberRecord
    WRITE MemberRecord.

NoteFileAbsent.
    MOVE "ABSENT" TO SR-State (SetFileIndex).

UnloadStudentFile.
    OPEN INPUT StudentFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ StudentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE StudentDetails TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE StudentFile.

UnloadEnrollmentFile.
    OPEN INPUT EnrollmentFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ EnrollmentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE EnrollmentRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE EnrollmentFile.

UnloadBillingFile.
    OPEN INPUT BillingFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BillingFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE BillingRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE BillingFile.

UnloadMiscChargeFile.
    OPEN INPUT MiscChargeFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ MiscChargeFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE MiscChargeRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE MiscChargeFile.

UnloadSponsorARFile.
    OPEN INPUT SponsorARFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ SponsorARFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE SponsorARRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE SponsorARFile.

UnloadPlacementFile.
    OPEN INPUT PlacementFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ PlacementFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE PlacementRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE PlacementFile.

UnloadCourseFile.
    OPEN INPUT CourseFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ CourseFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE CourseFileRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE CourseFile.

UnloadAddressFile.
    OPEN INPUT AddressFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AddressFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE AddressRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE AddressFile.

UnloadPrivacyFile.
    OPEN INPUT PrivacyFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ PrivacyFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE PrivacyRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE PrivacyFile.

UnloadSequentialFile.
    MOVE SF-FileName (SetFileIndex) TO SequentialFileName
    OPEN INPUT SequentialFile
    IF NOT DataFileOk
       PERFORM NoteFileAbsent
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       MOVE SPACES TO SequentialRecord
       READ SequentialFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE SequentialRecord TO RecordImage
             PERFORM TakeOneRecord
       END-READ
    END-PERFORM
    CLOSE SequentialFile.

WriteManifest.
    MOVE SPACES TO ManifestFileName
    STRING "BS" CurrentRunNumber ".MANIFEST"
       DELIMITED BY SIZE INTO ManifestFileName
    OPEN OUTPUT ManifestFile
    IF NOT ManifestFileOk
       DISPLAY "Cannot create " FUNCTION TRIM (ManifestFileName)
          " - status " ManifestFileStatus "."
       SET SetFailed TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ManifestRecord
    MOVE "MANIFEST" TO MHV-Tag
    MOVE CurrentRunNumber TO MHV-RunNumber
    MOVE CurrentDate TO MHV-Date
    MOVE CurrentTime (1:6) TO MHV-Time
    WRITE ManifestRecord
    PERFORM VARYING SetFileIndex FROM 1 BY 1
       UNTIL SetFileIndex > SetFileCount
       MOVE SPACES TO ManifestRecord
       MOVE "FILE" TO MF-Tag
       MOVE SF-FileName (SetFileIndex) TO MF-FileName
       MOVE SR-MemberName (SetFileIndex) TO MF-MemberName
       MOVE SR-RecordCount (SetFileIndex) TO MF-RecordCount
       MOVE SR-HashTotal (SetFileIndex) TO MF-HashTotal
       MOVE SR-State (SetFileIndex) TO MF-State
       WRITE ManifestRecord
    END-PERFORM
    MOVE SPACES TO ManifestRecord
    MOVE "TRAILER" TO MTV-Tag
    MOVE SetFileCount TO MTV-FileCount
    MOVE SetRecordTotal TO MTV-RecordTotal
    WRITE ManifestRecord
    CLOSE ManifestFile.

CountFileBytes.
    MOVE ZERO TO CopiedByteCount
    MOVE "N" TO EndOfCountSwitch
    OPEN INPUT ByteCountFile
    IF NOT ByteCountOk
       EXIT PARAGRAPH
    END-IF
    PERFORM CountOneByte UNTIL EndOfCount
    CLOSE ByteCountFile.

CountOneByte.
    READ ByteCountFile
       AT END SET EndOfCount TO TRUE
       NOT AT END ADD 1 TO CopiedByteCount
    END-READ.

LoadBackupIndex.
    MOVE ZERO TO IndexEntryCount
    MOVE "N" TO EndOfIndexSwitch
    OPEN INPUT BackupIndexFile
    IF NOT BackupIndexOk
       EXIT PARAGRAPH
    END-IF
    PERFORM LoadOneIndexEntry UNTIL EndOfIndex
    CLOSE BackupIndexFile.

LoadOneIndexEntry.
    READ BackupIndexFile
       AT END SET EndOfIndex TO TRUE
       NOT AT END
          IF IndexEntryCount < 200
             ADD 1 TO IndexEntryCount
             MOVE BI-MemberName TO IX-MemberName (IndexEntryCount)
             MOVE BI-Program TO IX-Program (IndexEntryCount)
             MOVE BI-RunNumber TO IX-RunNumber (IndexEntryCount)
             MOVE BI-ArchivedDate
                TO IX-ArchivedDate (IndexEntryCount)
             MOVE BI-SourceName TO IX-SourceName (IndexEntryCount)
             MOVE BI-ByteCount TO IX-ByteCount (IndexEntryCount)
             MOVE BI-Status TO IX-Status (IndexEntryCount)
          ELSE
             DISPLAY "BKPINDEX.DAT holds more than 200 entries - "
                "excess entries dropped.  Prune the index."
          END-IF
    END-READ.

*> The set is indexed by its manifest; the members are found from
*> the manifest, or from the run number when the set is purged.
RecordSetOnIndex.
    MOVE ManifestFileName TO ByteCountFileName
    PERFORM CountFileBytes
    IF IndexEntryCount < 200
       ADD 1 TO IndexEntryCount
       MOVE ManifestFileName TO IX-MemberName (IndexEntryCount)
       MOVE GenerationProgram TO IX-Program (IndexEntryCount)
       MOVE CurrentRunNumber TO IX-RunNumber (IndexEntryCount)
       MOVE CurrentDate TO IX-ArchivedDate (IndexEntryCount)
       MOVE "WHOLE SHOP" TO IX-SourceName (IndexEntryCount)
       MOVE CopiedByteCount TO IX-ByteCount (IndexEntryCount)
       MOVE "A" TO IX-Status (IndexEntryCount)
    ELSE
       DISPLAY "BKPINDEX.DAT is full - set taken but "
          "not indexed.  Prune the index."
    END-IF.

RetireOldSets.
    PERFORM CountActiveSets
    PERFORM UNTIL ActiveGenerationCount NOT > KeepDepth
       PERFORM RetireOldestSet
       PERFORM CountActiveSets
    END-PERFORM.

CountActiveSets.
    MOVE ZERO TO ActiveGenerationCount
    PERFORM VARYING IndexEntryIndex FROM 1 BY 1
       UNTIL IndexEntryIndex > IndexEntryCount
       IF IX-Program (IndexEntryIndex) = GenerationProgram
          AND IX-Status (IndexEntryIndex) = "A"
          ADD 1 TO ActiveGenerationCount
       END-IF
    END-PERFORM.

*> Every member of the oldest active set goes, then its manifest.
RetireOldestSet.
    MOVE ZERO TO OldestEntryIndex
    PERFORM VARYING IndexEntryIndex FROM 1 BY 1
       UNTIL IndexEntryIndex > IndexEntryCount
          OR OldestEntryIndex > ZERO
       IF IX-Program (IndexEntryIndex) = GenerationProgram
          AND IX-Status (IndexEntryIndex) = "A"
          MOVE IndexEntryIndex TO OldestEntryIndex
       END-IF
    END-PERFORM
    MOVE IX-RunNumber (OldestEntryIndex) TO PurgedRunNumber
    PERFORM VARYING SetFileIndex FROM 1 BY 1
       UNTIL SetFileIndex > SetFileCount
       MOVE SPACES TO PurgedMemberName
       STRING "BS" PurgedRunNumber "." SF-MemberSuffix (SetFileIndex)
          DELIMITED BY SIZE INTO PurgedMemberName
       CALL "CBL_DELETE_FILE" USING PurgedMemberName
    END-PERFORM
    MOVE IX-MemberName (OldestEntryIndex) TO PurgedMemberName
    CALL "CBL_DELETE_FILE" USING PurgedMemberName
    MOVE "P" TO IX-Status (OldestEntryIndex)
    DISPLAY "Retention depth " KeepDepth " reached - purged backup set "
       PurgedRunNumber ".".

RewriteBackupIndex.
    OPEN OUTPUT BackupIndexFile
    PERFORM VARYING IndexEntryIndex FROM 1 BY 1
       UNTIL IndexEntryIndex > IndexEntryCount
       MOVE SPACES TO BackupIndexRecord
       MOVE IX-MemberName (IndexEntryIndex) TO BI-MemberName
       MOVE IX-Program (IndexEntryIndex) TO BI-Program
       MOVE IX-RunNumber (IndexEntryIndex) TO BI-RunNumber
       MOVE IX-ArchivedDate (IndexEntryIndex) TO BI-ArchivedDate
       MOVE IX-SourceName (IndexEntryIndex) TO BI-SourceName
       MOVE IX-ByteCount (IndexEntryIndex) TO BI-ByteCount
       MOVE IX-Status (IndexEntryIndex) TO BI-Status
       WRITE BackupIndexRecord
    END-PERFORM
    CLOSE BackupIndexFile.
