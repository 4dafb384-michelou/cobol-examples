IDENTIFICATION DIVISION.
PROGRAM-ID.  RestoreSet.
AUTHOR.  Michael Coughlan.
*> Full restore of a BackupSet generation - every production file
*> put back from the same moment.  Nothing is replaced until the
*> whole set has been proved against its manifest: the manifest must
*> open with the MANIFEST line for the set asked for and close with
*> its TRAILER (file count and record total agreeing with the FILE
*> lines), and every COPIED member is re-read and its record count
*> and hash total recomputed.  One disagreement anywhere and the run
*> stops with condition code 8, every production file untouched.
*>
*> The proof also lists any file of today's set that the manifest
*> does not carry - a set taken before that file joined the backup.
*> Such a file is not a failure, but it is left as it is by the
*> restore and shown on the report so it can be reconciled by hand.
*>
*> VERIFY=Y stops after the proof - the monthly disaster-recovery
*> test, which shows the latest set could be restored without
*> restoring it.
*>
*> A restore takes STUDENTS.LOCK, BILLING.LOCK and TIMELINE.LOCK
*> like the backup did, then rebuilds each file from its member:
*> indexed files are recreated and loaded with sequential WRITEs (the
*> members are in key order), sequential files rewritten line for
*> line, and each file's written count is checked against the
*> manifest again.  A file that was ABSENT when the set was taken is
*> left as it is.  The control counters RUNCTL.DAT, IDCTL.DAT and
*> TLIDCTL.DAT are never wound back: when the current counter is
*> already past the one in the set it is kept, so a run number or id
*> issued since the backup is never issued twice.
*>
*> Every file's outcome is listed on RESTSET.RPT.
*>
*> Arguments:
*>    GEN=nnnnnnn  the set (run number) to use; default the newest
*>                 active BACKUPSET set on BKPINDEX.DAT
*>    VERIFY=Y     verify only - replace nothing

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
    SELECT BackupIndexFile ASSIGN TO "BKPINDEX.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BackupIndexStatus.
    SELECT ReportFile ASSIGN TO "RESTSET.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

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

*> BackupSet's manifest: the FILE line, with the MANIFEST and
*> TRAILER lines re-described over it.
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

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  DataFileStatus          PIC XX.
    88  DataFileOk          VALUE "00".
01  MemberFileStatus        PIC XX.
    88  MemberFileOk        VALUE "00".
01  ManifestFileStatus      PIC XX.
    88  ManifestFileOk      VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  BackupIndexStatus       PIC XX.
    88  BackupIndexOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  VerifyOnlySwitch        PIC X VALUE "N".
    88  VerifyOnly          VALUE "Y".
01  SetRunNumber            PIC 9(7) VALUE ZERO.

*> The FILE lines of the manifest and what verification found.
01  SetFileCount            PIC 9(2) VALUE ZERO.
01  SetFileIndex            PIC 9(2).
01  SetFileTable.
    02  SetFile             OCCURS 20 TIMES.
        03  SF-FileName     PIC X(14).
        03  SF-MemberName   PIC X(20).
        03  SF-MemberSuffix PIC X(10).
        03  SF-RecordCount  PIC 9(9).
        03  SF-HashTotal    PIC 9(18).
        03  SF-State        PIC X(6).
            88  SF-Copied   VALUE "COPIED".
        03  SF-FoundCount   PIC 9(9).
        03  SF-FoundHash    PIC 9(18).
01  ManifestRecordTotal     PIC 9(11) VALUE ZERO.

*> The members BackupSet takes today, by member suffix.  A manifest
*> without one of them is from a set taken before it joined.
01  ExpectedMemberValues.
    02  FILLER PIC X(24) VALUE "STUDENTS.DAT  STUDENTS  ".
    02  FILLER PIC X(24) VALUE "ENROLLMENT.DATENROLLMENT".
    02  FILLER PIC X(24) VALUE "BILLING.DAT   BILLING   ".
    02  FILLER PIC X(24) VALUE "MISCCHG.DAT   MISCCHG   ".
    02  FILLER PIC X(24) VALUE "SPONAR.DAT    SPONAR    ".
    02  FILLER PIC X(24) VALUE "COLLECT.DAT   COLLECT   ".
    02  FILLER PIC X(24) VALUE "COURSES.DAT   COURSES   ".
    02  FILLER PIC X(24) VALUE "SECTIONS.DAT  SECTIONS  ".
    02  FILLER PIC X(24) VALUE "ADDRESS.DAT   ADDRESS   ".
    02  FILLER PIC X(24) VALUE "PRIVACY.DAT   PRIVACY   ".
    02  FILLER PIC X(24) VALUE "HOLDS.DAT     HOLDS     ".
    02  FILLER PIC X(24) VALUE "AWARDS.DAT    AWARDS    ".
    02  FILLER PIC X(24) VALUE "HOUSING.DAT   HOUSING   ".
    02  FILLER PIC X(24) VALUE "timeline.dat  TIMELINE  ".
    02  FILLER PIC X(24) VALUE "RUNCTL.DAT    RUNCTL    ".
    02  FILLER PIC X(24) VALUE "IDCTL.DAT     IDCTL     ".
    02  FILLER PIC X(24) VALUE "TLIDCTL.DAT   TLIDCTL   ".
    02  FILLER PIC X(24) VALUE "PARMLIB.DAT   PARMLIB   ".
01  ExpectedMemberTable REDEFINES ExpectedMemberValues.
    02  ExpectedMember      OCCURS 18 TIMES.
        03  EM-FileName     PIC X(14).
        03  EM-MemberSuffix PIC X(10).
01  ExpectedMemberCount     PIC 9(2) VALUE 18.
01  ExpectedMemberIndex     PIC 9(2).
01  MemberInSetSwitch       PIC X.
    88  MemberInSet         VALUE "Y".
01  MembersNotInSetCount    PIC 9(2) VALUE ZERO.
01  TrailerSeenSwitch       PIC X VALUE "N".
    88  TrailerSeen         VALUE "Y".
01  VerifyFailureCount      PIC 9(3) VALUE ZERO.
01  RestoreFailureCount     PIC 9(3) VALUE ZERO.

01  SequentialFileName      PIC X(30).
01  MemberFileName          PIC X(30).
01  ManifestFileName        PIC X(30).
01  RecordImage             PIC X(200).
01  RecordCount             PIC 9(9).
01  HashTotal               PIC 9(18).
01  CharIndex               PIC 9(3).
01  WriteFailedSwitch       PIC X.
    88  WriteFailed         VALUE "Y".
01  OutcomeText             PIC X(43).

*> A control counter's value before the restore, kept if it is ahead.
01  CounterSwitch           PIC X.
    88  ControlCounter      VALUE "Y".
01  CurrentCounter          PIC X(200).
01  CounterKeptSwitch       PIC X.
    88  CounterKept         VALUE "Y".

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

01  SetHeadingLine.
    02  FILLER              PIC X(22) VALUE "RESTORE OF BACKUP SET".
    02  SHL-RunNumber       PIC 9(7).
    02  FILLER              PIC X(7)  VALUE " TAKEN ".
    02  SHL-Date            PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SHL-Time            PIC 9(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SHL-Mode            PIC X(37).

01  ColumnHeadingLine       PIC X(90) VALUE
    "FILE            MEMBER                 RECORDS OUTCOME".

01  FileOutcomeLine.
    02  FOL-FileName        PIC X(14).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  FOL-MemberName      PIC X(20).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FOL-RecordCount     PIC ZZZZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FOL-Outcome         PIC X(43).

01  BlankLine               PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SetRunNumber = ZERO
       PERFORM FindNewestSet
    END-IF
    IF SetRunNumber = ZERO
       DISPLAY "No active backup set on BKPINDEX.DAT - nothing to restore."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM ReadManifest
    IF VerifyFailureCount = ZERO
       WRITE ReportLine FROM ColumnHeadingLine
       PERFORM VARYING SetFileIndex FROM 1 BY 1
          UNTIL SetFileIndex > SetFileCount
          PERFORM VerifyOneMember
       END-PERFORM
       PERFORM VARYING ExpectedMemberIndex FROM 1 BY 1
          UNTIL ExpectedMemberIndex > ExpectedMemberCount
          PERFORM CheckExpectedMember
       END-PERFORM
    END-IF
    WRITE ReportLine FROM BlankLine
    IF MembersNotInSetCount > ZERO
       MOVE SPACES TO ReportLine
       STRING MembersNotInSetCount
          " FILE(S) NOT IN THIS SET - THEY WILL BE LEFT AS THEY ARE"
          DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
    END-IF
    IF VerifyFailureCount > ZERO
       MOVE "SET FAILED VERIFICATION - NOTHING REPLACED" TO ReportLine
       WRITE ReportLine
       CLOSE ReportFile
       DISPLAY "*** BACKUP SET " SetRunNumber " FAILED VERIFICATION - "
          VerifyFailureCount " problem(s), nothing replaced ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF VerifyOnly
       MOVE "SET VERIFIED AGAINST ITS MANIFEST - VERIFY ONLY, NOTHING REPLACED"
         TO ReportLine
       WRITE ReportLine
       CLOSE ReportFile
       DISPLAY "Backup set " SetRunNumber " verified - see RESTSET.RPT."
       STOP RUN
    END-IF
    PERFORM AcquireAllLocks
    IF LockRefused
       PERFORM ReleaseAllLocks
       MOVE "SET VERIFIED BUT A LOCK IS HELD - NOTHING REPLACED" TO ReportLine
       WRITE ReportLine
       CLOSE ReportFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    WRITE ReportLine FROM ColumnHeadingLine
    PERFORM VARYING SetFileIndex FROM 1 BY 1
       UNTIL SetFileIndex > SetFileCount
       PERFORM RestoreOneFile
    END-PERFORM
    PERFORM ReleaseAllLocks
    WRITE ReportLine FROM BlankLine
    IF RestoreFailureCount > ZERO
       MOVE "RESTORE INCOMPLETE - SEE THE FILES MARKED ABOVE" TO ReportLine
       WRITE ReportLine
       MOVE 12 TO RETURN-CODE
    ELSE
       MOVE "RESTORE COMPLETE" TO ReportLine
       WRITE ReportLine
    END-IF
    CLOSE ReportFile
    DISPLAY "Backup set " SetRunNumber " restored, " RestoreFailureCount
       " file(s) in error - see RESTSET.RPT."
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
          WHEN "GEN"
             COMPUTE SetRunNumber = FUNCTION NUMVAL (ArgumentValue)
          WHEN "VERIFY"
             IF ArgumentValue = "Y" OR ArgumentValue = "y"
                SET VerifyOnly TO TRUE
             END-IF
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The highest-numbered BACKUPSET entry still active on the index.
FindNewestSet.
    OPEN INPUT BackupIndexFile
    IF NOT BackupIndexOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BackupIndexFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF BI-Program = "BACKUPSET" AND BI-Status = "A"
                AND BI-RunNumber > SetRunNumber
                MOVE BI-RunNumber TO SetRunNumber
             END-IF
       END-READ
    END-PERFORM
    CLOSE BackupIndexFile.

*> Loads the FILE lines; the MANIFEST line must name this set and
*> the TRAILER must agree with what came before it.
ReadManifest.
    MOVE SPACES TO ManifestFileName
    STRING "BS" SetRunNumber ".MANIFEST"
       DELIMITED BY SIZE INTO ManifestFileName
    MOVE SetRunNumber TO SHL-RunNumber
    MOVE ZERO TO SHL-Date SHL-Time
    IF VerifyOnly
       MOVE "VERIFY ONLY" TO SHL-Mode
    ELSE
       MOVE "FULL RESTORE" TO SHL-Mode
    END-IF
    OPEN INPUT ManifestFile
    IF NOT ManifestFileOk
       WRITE ReportLine FROM SetHeadingLine
       MOVE SPACES TO ReportLine
       STRING FUNCTION TRIM (ManifestFileName)
          " not found - the set is incomplete or purged."
          DELIMITED BY SIZE INTO ReportLine
       WRITE ReportLine
       ADD 1 TO VerifyFailureCount
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    READ ManifestFile
       AT END SET EndOfFile TO TRUE
    END-READ
    IF EndOfFile OR MHV-Tag NOT = "MANIFEST"
       OR MHV-RunNumber NOT = SetRunNumber
       CLOSE ManifestFile
       WRITE ReportLine FROM SetHeadingLine
       MOVE "Manifest does not open with this set's MANIFEST line."
         TO ReportLine
       WRITE ReportLine
       ADD 1 TO VerifyFailureCount
       EXIT PARAGRAPH
    END-IF
    MOVE MHV-Date TO SHL-Date
    MOVE MHV-Time TO SHL-Time
    WRITE ReportLine FROM SetHeadingLine
    WRITE ReportLine FROM BlankLine
    PERFORM UNTIL EndOfFile
       READ ManifestFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             PERFORM LoadOneManifestLine
       END-READ
    END-PERFORM
    CLOSE ManifestFile
    IF NOT TrailerSeen
       MOVE "Manifest has no TRAILER line - the set was never finished."
         TO ReportLine
       WRITE ReportLine
       ADD 1 TO VerifyFailureCount
    END-IF.

LoadOneManifestLine.
    EVALUATE MF-Tag
       WHEN "FILE"
          IF TrailerSeen OR SetFileCount = 20
             MOVE "Manifest FILE line out of place." TO ReportLine
             WRITE ReportLine
             ADD 1 TO VerifyFailureCount
          ELSE
             ADD 1 TO SetFileCount
             MOVE MF-FileName TO SF-FileName (SetFileCount)
             MOVE MF-MemberName TO SF-MemberName (SetFileCount)
             MOVE MF-MemberName (11:10) TO SF-MemberSuffix (SetFileCount)
             MOVE MF-RecordCount TO SF-RecordCount (SetFileCount)
             MOVE MF-HashTotal TO SF-HashTotal (SetFileCount)
             MOVE MF-State TO SF-State (SetFileCount)
             ADD MF-RecordCount TO ManifestRecordTotal
          END-IF
       WHEN "TRAILER"
          SET TrailerSeen TO TRUE
          IF MTV-FileCount NOT = SetFileCount
             OR MTV-RecordTotal NOT = ManifestRecordTotal
             MOVE "Manifest TRAILER disagrees with its FILE lines."
               TO ReportLine
             WRITE ReportLine
             ADD 1 TO VerifyFailureCount
          END-IF
       WHEN OTHER
          MOVE "Manifest carries an unrecognised line." TO ReportLine
          WRITE ReportLine
          ADD 1 TO VerifyFailureCount
    END-EVALUATE.

*> Re-reads one member, recomputing its count and hash total the way
*> BackupSet computed them.
VerifyOneMember.
    MOVE SF-FileName (SetFileIndex) TO FOL-FileName
    MOVE SF-MemberName (SetFileIndex) TO FOL-MemberName
    MOVE SF-RecordCount (SetFileIndex) TO FOL-RecordCount
    IF NOT SF-Copied (SetFileIndex)
       MOVE "absent when taken - not in the set" TO FOL-Outcome
       WRITE ReportLine FROM FileOutcomeLine
       EXIT PARAGRAPH
    END-IF
    MOVE SF-MemberName (SetFileIndex) TO MemberFileName
    MOVE ZERO TO RecordCount HashTotal
    OPEN INPUT MemberFile
    IF NOT MemberFileOk
       MOVE "MEMBER MISSING" TO FOL-Outcome
       WRITE ReportLine FROM FileOutcomeLine
       ADD 1 TO VerifyFailureCount
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       MOVE SPACES TO MemberRecord
       READ MemberFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             MOVE MemberRecord TO RecordImage
             PERFORM HashOneRecord
       END-READ
    END-PERFORM
    CLOSE MemberFile
    MOVE RecordCount TO SF-FoundCount (SetFileIndex)
    MOVE HashTotal TO SF-FoundHash (SetFileIndex)
    EVALUATE TRUE
       WHEN RecordCount NOT = SF-RecordCount (SetFileIndex)
          MOVE SPACES TO FOL-Outcome
          STRING "COUNT MISMATCH - member holds " RecordCount
             DELIMITED BY SIZE INTO FOL-Outcome
          ADD 1 TO VerifyFailureCount
       WHEN HashTotal NOT = SF-HashTotal (SetFileIndex)
          MOVE "HASH TOTAL MISMATCH - member altered" TO FOL-Outcome
          ADD 1 TO VerifyFailureCount
       WHEN OTHER
          MOVE "verified" TO FOL-Outcome
    END-EVALUATE
    WRITE ReportLine FROM FileOutcomeLine.

*> A file BackupSet takes today that this set's manifest does not
*> carry is reported, and the restore will leave it as it is.
CheckExpectedMember.
    MOVE "N" TO MemberInSetSwitch
    PERFORM VARYING SetFileIndex FROM 1 BY 1
       UNTIL SetFileIndex > SetFileCount OR MemberInSet
       IF SF-MemberSuffix (SetFileIndex)
          = EM-MemberSuffix (ExpectedMemberIndex)
          SET MemberInSet TO TRUE
       END-IF
    END-PERFORM
    IF MemberInSet
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO MembersNotInSetCount
    MOVE EM-FileName (ExpectedMemberIndex) TO FOL-FileName
    MOVE SPACES TO FOL-MemberName
    MOVE ZERO TO FOL-RecordCount
    MOVE "not in this set (older set) - left as it is" TO FOL-Outcome
    WRITE ReportLine FROM FileOutcomeLine.

HashOneRecord.
    ADD 1 TO RecordCount
    PERFORM VARYING CharIndex FROM 1 BY 1
       UNTIL CharIndex > 200
       COMPUTE HashTotal = HashTotal
          + FUNCTION ORD (RecordImage (CharIndex:1)) * CharIndex
    END-PERFORM.

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
          MOVE "LOCKED BY RESTORESET" TO LockRecord (1:26)
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

*> Rebuilds one file from its member and checks the count written.
RestoreOneFile.
    MOVE SF-FileName (SetFileIndex) TO FOL-FileName
    MOVE SF-MemberName (SetFileIndex) TO FOL-MemberName
    MOVE SF-RecordCount (SetFileIndex) TO FOL-RecordCount
    IF NOT SF-Copied (SetFileIndex)
       MOVE "not in the set - left as it is" TO FOL-Outcome
       WRITE ReportLine FROM FileOutcomeLine
       EXIT PARAGRAPH
    END-IF
    MOVE SF-MemberName (SetFileIndex) TO MemberFileName
    MOVE ZERO TO RecordCount
    MOVE "N" TO WriteFailedSwitch CounterKeptSwitch
    MOVE SPACES TO OutcomeText
    OPEN INPUT MemberFile
    IF NOT MemberFileOk
       MOVE "MEMBER MISSING - NOT RESTORED" TO FOL-Outcome
       WRITE ReportLine FROM FileOutcomeLine
       ADD 1 TO RestoreFailureCount
       EXIT PARAGRAPH
    END-IF
    EVALUATE SF-MemberSuffix (SetFileIndex)
       WHEN "STUDENTS"
          PERFORM RestoreStudentFile
       WHEN "ENROLLMENT"
          PERFORM RestoreEnrollmentFile
       WHEN "BILLING"
          PERFORM RestoreBillingFile
       WHEN "MISCCHG"
          PERFORM RestoreMiscChargeFile
       WHEN "SPONAR"
          PERFORM RestoreSponsorARFile
       WHEN "COLLECT"
          PERFORM RestorePlacementFile
       WHEN "COURSES"
          PERFORM RestoreCourseFile
       WHEN "ADDRESS"
          PERFORM RestoreAddressFile
       WHEN "PRIVACY"
          PERFORM RestorePrivacyFile
       WHEN OTHER
          PERFORM RestoreSequentialFile
    END-EVALUATE
    CLOSE MemberFile
    EVALUATE TRUE
       WHEN OutcomeText NOT = SPACES
          MOVE OutcomeText TO FOL-Outcome
          ADD 1 TO RestoreFailureCount
       WHEN WriteFailed
          MOVE "WRITE FAILED - FILE PARTLY RESTORED" TO FOL-Outcome
          ADD 1 TO RestoreFailureCount
       WHEN RecordCount NOT = SF-RecordCount (SetFileIndex)
          MOVE SPACES TO FOL-Outcome
          STRING "COUNT MISMATCH - restored " RecordCount
             DELIMITED BY SIZE INTO FOL-Outcome
          ADD 1 TO RestoreFailureCount
       WHEN CounterKept
          MOVE "restored - current counter kept, it is ahead"
            TO FOL-Outcome
       WHEN OTHER
          MOVE "restored" TO FOL-Outcome
    END-EVALUATE
    WRITE ReportLine FROM FileOutcomeLine.

ReadOneMemberRecord.
    MOVE SPACES TO MemberRecord
    READ MemberFile
       AT END SET EndOfFile TO TRUE
    END-READ.

RestoreStudentFile.
    OPEN OUTPUT StudentFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE STUDENTS.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO StudentDetails
       WRITE StudentDetails
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE StudentFile.

RestoreEnrollmentFile.
    OPEN OUTPUT EnrollmentFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE ENROLLMENT.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO EnrollmentRecord
       WRITE EnrollmentRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE EnrollmentFile.

RestoreBillingFile.
    OPEN OUTPUT BillingFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE BILLING.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO BillingRecord
       WRITE BillingRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE BillingFile.

RestoreMiscChargeFile.
    OPEN OUTPUT MiscChargeFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE MISCCHG.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO MiscChargeRecord
       WRITE MiscChargeRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE MiscChargeFile.

RestoreSponsorARFile.
    OPEN OUTPUT SponsorARFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE SPONAR.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO SponsorARRecord
       WRITE SponsorARRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE SponsorARFile.

RestorePlacementFile.
    OPEN OUTPUT PlacementFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE COLLECT.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO PlacementRecord
       WRITE PlacementRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE PlacementFile.

RestoreCourseFile.
    OPEN OUTPUT CourseFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE COURSES.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO CourseFileRecord
       WRITE CourseFileRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE CourseFile.

RestoreAddressFile.
    OPEN OUTPUT AddressFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE ADDRESS.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO AddressRecord
       WRITE AddressRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE AddressFile.

RestorePrivacyFile.
    OPEN OUTPUT PrivacyFile
    IF NOT DataFileOk
       MOVE "CANNOT RECREATE PRIVACY.DAT" TO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO PrivacyRecord
       WRITE PrivacyRecord
          INVALID KEY SET WriteFailed TO TRUE
          NOT INVALID KEY ADD 1 TO RecordCount
       END-WRITE
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE PrivacyFile.

*> Sequential files are rewritten line for line; for the control
*> counters the value on disk now is read first and kept when it is
*> ahead of the set's (the counters are zero-padded, so the larger
*> number collates higher).
RestoreSequentialFile.
    MOVE SF-FileName (SetFileIndex) TO SequentialFileName
    MOVE "N" TO CounterSwitch
    MOVE SPACES TO CurrentCounter
    IF SF-MemberSuffix (SetFileIndex) = "RUNCTL"
       OR SF-MemberSuffix (SetFileIndex) = "IDCTL"
       OR SF-MemberSuffix (SetFileIndex) = "TLIDCTL"
       SET ControlCounter TO TRUE
       OPEN INPUT SequentialFile
       IF DataFileOk
          MOVE SPACES TO SequentialRecord
          READ SequentialFile
             AT END CONTINUE
             NOT AT END MOVE SequentialRecord TO CurrentCounter
          END-READ
          CLOSE SequentialFile
       END-IF
    END-IF
    OPEN OUTPUT SequentialFile
    IF NOT DataFileOk
       MOVE SPACES TO OutcomeText
       STRING "CANNOT REWRITE " SequentialFileName
          DELIMITED BY SIZE INTO OutcomeText
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneMemberRecord
    PERFORM UNTIL EndOfFile
       MOVE MemberRecord TO SequentialRecord
       IF ControlCounter AND RecordCount = ZERO
          AND CurrentCounter (1:5) IS NUMERIC
          AND MemberRecord (1:5) IS NUMERIC
          AND CurrentCounter > MemberRecord
          MOVE CurrentCounter TO SequentialRecord
          SET CounterKept TO TRUE
       END-IF
       WRITE SequentialRecord
       IF DataFileOk
          ADD 1 TO RecordCount
       ELSE
          SET WriteFailed TO TRUE
       END-IF
       PERFORM ReadOneMemberRecord
    END-PERFORM
    CLOSE SequentialFile.
