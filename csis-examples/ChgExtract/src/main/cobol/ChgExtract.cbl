IDENTIFICATION DIVISION.
PROGRAM-ID.  ChgExtract.
AUTHOR.  Michael Coughlan.
*> Incremental change extract for the systems downstream of the
*> student files - the web directory, the library system, the
*> reunion site - which used to take a full StudExtract every night
*> and diff it themselves.  This program reads the maintenance
*> journals instead and sends each consumer only what changed since
*> its last extract:
*>
*>    STUDJRNL.DAT   student master Adds, Changes and Deletes
*>    ADDRJRNL.DAT   address Adds, Changes and Deletes
*>    ENRJRNL.DAT    registrations and transfer credits (adds),
*>                   final and mid-term grades and withdrawals
*>                   (changes); overrides are not changes of their own
*>
*> Every journal line is timestamped, but only the student and address
*> journals carry a run number, so the high-water mark is kept as a
*> timestamp: each run takes the journal lines stamped at or after
*> the consumer's mark and before the second the run started, then
*> moves the mark up to that second.  A line written while the
*> extract runs therefore falls to the next extract, never to both
*> and never to neither.  The highest run number extracted is kept
*> beside the mark and carried on the header (the one the consumer
*> last had) and the trailer (the one it has now) for the receiving
*> side's own records.  CHGMARK.DAT holds one line per consumer:
*>
*>    cols 1-8   consumer name
*>    cols 10-23 high-water mark YYYYMMDDHHMMSS
*>    cols 25-31 highest run number extracted so far
*>    cols 33-46 when the last extract was taken
*>
*> A consumer not on CHGMARK.DAT starts from the beginning of the
*> journals.
*>
*> All the lines for one key are netted down to one change record:
*> the key's state before the first line and after the last decide
*> whether the consumer is sent an add, a change or a delete (an add
*> later deleted sends nothing), and the after-image is the newest
*> one - the journal's own for students and addresses, the record as
*> it now stands on ENROLLMENT.DAT for enrollments, whose journal
*> carries no image.  An enrollment no longer on file is sent as a
*> delete.
*>
*> Students flagged on PRIVACY.DAT are withheld the way StudExtract
*> withholds them: an add is not sent, a change is sent as a delete
*> so the receiving side drops what it holds, and each one is logged
*> to SUPPRESS.LOG for PrivRept.
*>
*> The extract goes to CHG<consumer>.DAT, LINE SEQUENTIAL, 150 bytes:
*>
*>    Header  col 1 "H", cols 2-9 consumer, 10-23 mark the extract
*>            starts from, 24-37 the second it runs up to, 38-44
*>            highest run number extracted before this run
*>    Detail  col 1 "D", cols 2-9 entity (STUDENT, ADDRESS or ENROLL),
*>            col 10 change type A/C/D, cols 11-27 key (StudentId,
*>            then CourseCode and TermCode for ENROLL), cols 28-41 the
*>            newest change's timestamp, cols 42-150 after-image -
*>            StudentDetails (63 bytes), AddressRecord (109) or
*>            EnrollmentRecord (50) exactly as held; spaces on a delete
*>    Trailer col 1 "T", then 7-digit counts: adds 2-8, changes 9-15,
*>            deletes 16-22, detail records 23-29, then adds, changes
*>            and deletes for STUDENT 30-50, ADDRESS 51-71 and ENROLL
*>            72-92, then the highest run number extracted 93-99
*>
*> The consumer removes (or renames) its file once it has loaded it.
*> If CHG<consumer>.DAT is still there the previous extract has not
*> been collected: nothing is written, the mark is left where it is,
*> and the run ends with condition code 4 - the next run sends
*> everything since the mark, so nothing is lost and nothing sent
*> twice.
*>
*> Arguments:
*>    CONSUMER=name   1-8 letters or digits, required

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentJournalFile ASSIGN TO "STUDJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StudentJournalStatus.
    SELECT AddressJournalFile ASSIGN TO "ADDRJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AddressJournalStatus.
    SELECT EnrollJournalFile ASSIGN TO "ENRJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EnrollJournalStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT PrivacyFile ASSIGN TO "PRIVACY.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PV-StudentId
		FILE STATUS IS PrivacyFileStatus.
    SELECT SuppressLogFile ASSIGN TO "SUPPRESS.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SuppressLogStatus.
    SELECT MarkFile ASSIGN TO "CHGMARK.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MarkFileStatus.
    SELECT ExtractFile ASSIGN TO DYNAMIC ExtractFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ExtractFileStatus.
    SELECT SortWorkFile ASSIGN TO "CXWORK.TMP".

DATA DIVISION.
FILE SECTION.
FD StudentJournalFile.
01 StudentJournalRecord.
   02  JR-RunNumber         PIC 9(7).
   02  JR-RunDate           PIC 9(8).
   02  JR-RunTime           PIC 9(6).
   02  JR-TransType         PIC X.
   02  JR-BeforeImage       PIC X(63).
   02  JR-AfterImage        PIC X(63).
   02  JR-OperatorId        PIC X(4).

FD AddressJournalFile.
01 AddressJournalRecord.
   02  AJ-RunNumber         PIC 9(7).
   02  AJ-RunDate           PIC 9(8).
   02  AJ-RunTime           PIC 9(6).
   02  AJ-TransType         PIC X.
   02  AJ-BeforeImage       PIC X(109).
   02  AJ-AfterImage        PIC X(109).

FD EnrollJournalFile.
01 EnrollJournalRecord.
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

FD PrivacyFile.
01 PrivacyRecord.
   02  PV-StudentId    PIC 9(7).
   02  PV-SuppressFlag PIC X.
       88  PV-Suppressed       VALUE "Y".
   02  PV-DateReceived PIC 9(8).
   02  PV-RequestNote  PIC X(30).

*> One line for every student withheld from an output, read by
*> PrivRept for the compliance report.
FD SuppressLogFile.
01 SuppressLogRecord.
   02  SL-RunStamp     PIC X(14).
   02  FILLER          PIC X.
   02  SL-Program      PIC X(12).
   02  FILLER          PIC X.
   02  SL-OutputName   PIC X(20).
   02  FILLER          PIC X.
   02  SL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SL-Action       PIC X(4).

FD MarkFile.
01 MarkRecord.
   02  MK-Consumer          PIC X(8).
   02  FILLER               PIC X.
   02  MK-MarkStamp         PIC 9(14).
   02  FILLER               PIC X.
   02  MK-RunNumber         PIC 9(7).
   02  FILLER               PIC X.
   02  MK-ExtractStamp      PIC 9(14).

FD ExtractFile.
01 ExtractDetailRecord.
   02  CX-RecordType        PIC X.
   02  CX-Entity            PIC X(8).
   02  CX-ChangeType        PIC X.
   02  CX-Key               PIC X(17).
   02  CX-ChangeStamp       PIC 9(14).
   02  CX-AfterImage        PIC X(109).
01 ExtractHeaderRecord.
   02  CH-RecordType        PIC X.
   02  CH-Consumer          PIC X(8).
   02  CH-FromStamp         PIC 9(14).
   02  CH-ToStamp           PIC 9(14).
   02  CH-PriorRunNumber    PIC 9(7).
   02  FILLER               PIC X(106).
01 ExtractTrailerRecord.
   02  CT-RecordType        PIC X.
   02  CT-AddCount          PIC 9(7).
   02  CT-ChangeCount       PIC 9(7).
   02  CT-DeleteCount       PIC 9(7).
   02  CT-DetailCount       PIC 9(7).
   02  CT-EntityCounts      OCCURS 3 TIMES.
       03  CT-EntityAdds    PIC 9(7).
       03  CT-EntityChanges PIC 9(7).
       03  CT-EntityDeletes PIC 9(7).
   02  CT-HighRunNumber     PIC 9(7).
   02  FILLER               PIC X(51).

*> One journal line reduced to entity, key, timestamp and the plain
*> A/C/D it amounts to.  SR-Sequence keeps lines with the same
*> timestamp in journal order.
SD SortWorkFile.
01 SortRec.
   02  SR-Entity            PIC X(8).
   02  SR-Key               PIC X(17).
   02  SR-Stamp             PIC 9(14).
   02  SR-Sequence          PIC 9(7).
   02  SR-TransType         PIC X.
   02  SR-RunNumber         PIC 9(7).
   02  SR-AfterImage        PIC X(109).

WORKING-STORAGE SECTION.
01  StudentJournalStatus    PIC XX.
    88  StudentJournalOk    VALUE "00".
01  AddressJournalStatus    PIC XX.
    88  AddressJournalOk    VALUE "00".
01  EnrollJournalStatus     PIC XX.
    88  EnrollJournalOk     VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  PrivacyFileStatus       PIC XX.
    88  PrivacyFileOk       VALUE "00".
01  SuppressLogStatus       PIC XX.
    88  SuppressLogOk       VALUE "00".
01  MarkFileStatus          PIC XX.
    88  MarkFileOk          VALUE "00".
01  ExtractFileStatus       PIC XX.
    88  ExtractFileOk       VALUE "00".
01  ExtractFileName         PIC X(20).

01  EndOfJournalSwitch      PIC X.
    88  EndOfJournal        VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".
01  EndOfMarksSwitch        PIC X.
    88  EndOfMarks          VALUE "Y".
01  EnrollmentAvailableSwitch PIC X VALUE "N".
    88  EnrollmentAvailable VALUE "Y".
01  PrivacyAvailableSwitch  PIC X VALUE "N".
    88  PrivacyAvailable    VALUE "Y".
01  StudentSuppressedSwitch PIC X VALUE "N".
    88  StudentSuppressed   VALUE "Y".

01  ConsumerName            PIC X(8) VALUE SPACES.
01  ConsumerCheck           PIC X(8).
01  ConsumerEndSwitch       PIC X.
    88  ConsumerEndFound    VALUE "Y".
01  RunStamp                PIC 9(14).
01  MarkStamp               PIC 9(14) VALUE ZERO.
01  PriorRunNumber          PIC 9(7) VALUE ZERO.
01  HighRunNumber           PIC 9(7) VALUE ZERO.

*> CHGMARK.DAT held in memory and written back whole.
01  MarkCount               PIC 9(2) VALUE ZERO.
01  MarkIndex               PIC 9(2).
01  ConsumerMarkIndex       PIC 9(2) VALUE ZERO.
01  MarkTable.
    02  MarkEntry           OCCURS 50 TIMES.
        03  MT-Consumer     PIC X(8).
        03  MT-MarkStamp    PIC 9(14).
        03  MT-RunNumber    PIC 9(7).
        03  MT-ExtractStamp PIC 9(14).

*> A journal line on its way to the sort.
01  LineStampText.
    02  LineDateText        PIC X(8).
    02  LineTimeText        PIC X(6).
01  LineStamp REDEFINES LineStampText PIC 9(14).
01  LineSequence            PIC 9(7) VALUE ZERO.
01  LinesRead               PIC 9(7) VALUE ZERO.
01  LinesSelected           PIC 9(7) VALUE ZERO.
01  LinesUnreadable         PIC 9(7) VALUE ZERO.

*> The key group being netted in the output procedure.
01  GroupEntity             PIC X(8).
01  GroupKey                PIC X(17).
01  GroupFirstType          PIC X.
01  GroupLastType           PIC X.
01  GroupLastStamp          PIC 9(14).
01  GroupAfterImage         PIC X(109).
01  GroupActiveSwitch       PIC X VALUE "N".
    88  GroupActive         VALUE "Y".
01  NetChangeType           PIC X.
01  EntityIndex             PIC 9.
01  NettedOutCount          PIC 9(7) VALUE ZERO.
01  WithheldCount           PIC 9(7) VALUE ZERO.

01  TrailerCounts.
    02  AddCount            PIC 9(7) VALUE ZERO.
    02  ChangeCount         PIC 9(7) VALUE ZERO.
    02  DeleteCount         PIC 9(7) VALUE ZERO.
    02  DetailCount         PIC 9(7) VALUE ZERO.
    02  EntityCounts        OCCURS 3 TIMES.
        03  EC-Adds         PIC 9(7) VALUE ZERO.
        03  EC-Changes      PIC 9(7) VALUE ZERO.
        03  EC-Deletes      PIC 9(7) VALUE ZERO.

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(40).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(30).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
    PERFORM GetRunArguments
    IF ConsumerName = SPACES
       DISPLAY "CONSUMER=name is required - no extract produced."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO ExtractFileName
    STRING "CHG" DELIMITED BY SIZE
           ConsumerName DELIMITED BY SPACE
           ".DAT" DELIMITED BY SIZE
       INTO ExtractFileName
    END-STRING
    OPEN INPUT ExtractFile
    IF ExtractFileOk
       CLOSE ExtractFile
       DISPLAY FUNCTION TRIM (ExtractFileName)
          " has not been collected yet - nothing extracted, mark"
          " unchanged."
       MOVE 4 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LoadMarkFile
    PERFORM FindConsumerMark
    IF ConsumerMarkIndex = ZERO AND MarkCount = 50
       DISPLAY "CHGMARK.DAT is full - no room to keep a mark for "
          ConsumerName "; nothing extracted."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT EnrollmentFile
    IF EnrollmentFileOk
       SET EnrollmentAvailable TO TRUE
    END-IF
    PERFORM OpenPrivacyFile
    OPEN OUTPUT ExtractFile
    PERFORM WriteExtractHeader
    SORT SortWorkFile
        ON ASCENDING KEY SR-Entity
        ON ASCENDING KEY SR-Key
        ON ASCENDING KEY SR-Stamp
        ON ASCENDING KEY SR-Sequence
        INPUT PROCEDURE IS GatherJournalLines
        OUTPUT PROCEDURE IS NetChangesByKey
    PERFORM WriteExtractTrailer
    CLOSE ExtractFile
    PERFORM ClosePrivacyFile
    IF EnrollmentAvailable
       CLOSE EnrollmentFile
    END-IF
    PERFORM SaveConsumerMark
    DISPLAY "ChgExtract: " LinesSelected " journal line(s) since "
       MarkStamp " netted to " DetailCount " change record(s) in "
       FUNCTION TRIM (ExtractFileName) "."
    DISPLAY "  adds " AddCount "  changes " ChangeCount
       "  deletes " DeleteCount "  netted out " NettedOutCount
       "  withheld " WithheldCount
    IF LinesUnreadable > ZERO
       DISPLAY "  " LinesUnreadable " unreadable journal line(s)"
          " skipped."
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
          WHEN "CONSUMER"
             PERFORM CheckConsumerName
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The name becomes part of a file name, so only letters and digits.
CheckConsumerName.
    MOVE ArgumentValue (1:8) TO ConsumerCheck
    INSPECT ConsumerCheck
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF ArgumentValue (9:) NOT = SPACES
       OR ConsumerCheck = SPACES
       OR ConsumerCheck (1:1) = SPACE
       DISPLAY "CONSUMER= must be 1-8 letters or digits."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO ConsumerEndSwitch
    PERFORM VARYING MarkIndex FROM 1 BY 1 UNTIL MarkIndex > 8
       IF ConsumerCheck (MarkIndex:1) = SPACE
          SET ConsumerEndFound TO TRUE
       ELSE
          IF ConsumerEndFound
             OR (ConsumerCheck (MarkIndex:1) IS NOT ALPHABETIC-UPPER
                 AND ConsumerCheck (MarkIndex:1) IS NOT NUMERIC)
             DISPLAY "CONSUMER= must be 1-8 letters or digits."
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-PERFORM
    MOVE ConsumerCheck TO ConsumerName.

LoadMarkFile.
    OPEN INPUT MarkFile
    IF NOT MarkFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfMarksSwitch
    PERFORM UNTIL EndOfMarks
       READ MarkFile
          AT END SET EndOfMarks TO TRUE
          NOT AT END PERFORM KeepOneMark
       END-READ
    END-PERFORM
    CLOSE MarkFile.

KeepOneMark.
    IF MK-Consumer = SPACES OR MarkCount = 50
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO MarkCount
    MOVE MK-Consumer TO MT-Consumer (MarkCount)
    MOVE MK-MarkStamp TO MT-MarkStamp (MarkCount)
    MOVE MK-RunNumber TO MT-RunNumber (MarkCount)
    MOVE MK-ExtractStamp TO MT-ExtractStamp (MarkCount).

FindConsumerMark.
    PERFORM VARYING MarkIndex FROM 1 BY 1
       UNTIL MarkIndex > MarkCount OR ConsumerMarkIndex > ZERO
       IF MT-Consumer (MarkIndex) = ConsumerName
          MOVE MarkIndex TO ConsumerMarkIndex
       END-IF
    END-PERFORM
    IF ConsumerMarkIndex = ZERO
       DISPLAY "Consumer " ConsumerName " has no mark on CHGMARK.DAT"
          " - extracting from the beginning of the journals."
    ELSE
       IF MT-MarkStamp (ConsumerMarkIndex) IS NUMERIC
          MOVE MT-MarkStamp (ConsumerMarkIndex) TO MarkStamp
       END-IF
       IF MT-RunNumber (ConsumerMarkIndex) IS NUMERIC
          MOVE MT-RunNumber (ConsumerMarkIndex) TO PriorRunNumber
       END-IF
    END-IF
    MOVE PriorRunNumber TO HighRunNumber.

*> The mark moves only after the extract is closed; CHGMARK.DAT is
*> written back whole with this consumer's line brought up to date.
SaveConsumerMark.
    IF ConsumerMarkIndex = ZERO
       ADD 1 TO MarkCount
       MOVE MarkCount TO ConsumerMarkIndex
       MOVE ConsumerName TO MT-Consumer (ConsumerMarkIndex)
    END-IF
    MOVE RunStamp TO MT-MarkStamp (ConsumerMarkIndex)
    MOVE HighRunNumber TO MT-RunNumber (ConsumerMarkIndex)
    MOVE RunStamp TO MT-ExtractStamp (ConsumerMarkIndex)
    OPEN OUTPUT MarkFile
    PERFORM VARYING MarkIndex FROM 1 BY 1 UNTIL MarkIndex > MarkCount
       MOVE SPACES TO MarkRecord
       MOVE MT-Consumer (MarkIndex) TO MK-Consumer
       MOVE MT-MarkStamp (MarkIndex) TO MK-MarkStamp
       MOVE MT-RunNumber (MarkIndex) TO MK-RunNumber
       MOVE MT-ExtractStamp (MarkIndex) TO MK-ExtractStamp
       WRITE MarkRecord
    END-PERFORM
    CLOSE MarkFile.

WriteExtractHeader.
    MOVE SPACES TO ExtractHeaderRecord
    MOVE "H" TO CH-RecordType
    MOVE ConsumerName TO CH-Consumer
    MOVE MarkStamp TO CH-FromStamp
    MOVE RunStamp TO CH-ToStamp
    MOVE PriorRunNumber TO CH-PriorRunNumber
    WRITE ExtractHeaderRecord.

*> The trailer closes the file with the counts the receiving side
*> proves its load against.
WriteExtractTrailer.
    MOVE SPACES TO ExtractTrailerRecord
    MOVE "T" TO CT-RecordType
    MOVE AddCount TO CT-AddCount
    MOVE ChangeCount TO CT-ChangeCount
    MOVE DeleteCount TO CT-DeleteCount
    MOVE DetailCount TO CT-DetailCount
    PERFORM VARYING EntityIndex FROM 1 BY 1 UNTIL EntityIndex > 3
       MOVE EC-Adds (EntityIndex) TO CT-EntityAdds (EntityIndex)
       MOVE EC-Changes (EntityIndex) TO CT-EntityChanges (EntityIndex)
       MOVE EC-Deletes (EntityIndex) TO CT-EntityDeletes (EntityIndex)
    END-PERFORM
    MOVE HighRunNumber TO CT-HighRunNumber
    WRITE ExtractTrailerRecord.

*> Input procedure: the three journals in turn.  A line outside the
*> window [mark, run start) is passed over; a line whose timestamp is
*> damaged is counted and skipped.
GatherJournalLines.
    PERFORM ReadStudentJournal
    PERFORM ReadAddressJournal
    PERFORM ReadEnrollJournal.

ReadStudentJournal.
    OPEN INPUT StudentJournalFile
    IF NOT StudentJournalOk
       DISPLAY "STUDJRNL.DAT not found - no student changes."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfJournalSwitch
    PERFORM UNTIL EndOfJournal
       READ StudentJournalFile
          AT END SET EndOfJournal TO TRUE
          NOT AT END PERFORM SelectStudentLine
       END-READ
    END-PERFORM
    CLOSE StudentJournalFile.

SelectStudentLine.
    ADD 1 TO LinesRead
    MOVE JR-RunDate TO LineDateText
    MOVE JR-RunTime TO LineTimeText
    IF LineStampText IS NOT NUMERIC
       ADD 1 TO LinesUnreadable
       EXIT PARAGRAPH
    END-IF
    IF LineStamp < MarkStamp OR LineStamp NOT < RunStamp
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SortRec
    MOVE "STUDENT" TO SR-Entity
    MOVE JR-TransType TO SR-TransType
    IF JR-TransType = "D"
       MOVE JR-BeforeImage (1:7) TO SR-Key
    ELSE
       MOVE JR-AfterImage (1:7) TO SR-Key
       MOVE JR-AfterImage TO SR-AfterImage
    END-IF
    MOVE JR-RunNumber TO SR-RunNumber
    PERFORM ReleaseJournalLine.

ReadAddressJournal.
    OPEN INPUT AddressJournalFile
    IF NOT AddressJournalOk
       DISPLAY "ADDRJRNL.DAT not found - no address changes."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfJournalSwitch
    PERFORM UNTIL EndOfJournal
       READ AddressJournalFile
          AT END SET EndOfJournal TO TRUE
          NOT AT END PERFORM SelectAddressLine
       END-READ
    END-PERFORM
    CLOSE AddressJournalFile.

SelectAddressLine.
    ADD 1 TO LinesRead
    MOVE AJ-RunDate TO LineDateText
    MOVE AJ-RunTime TO LineTimeText
    IF LineStampText IS NOT NUMERIC
       ADD 1 TO LinesUnreadable
       EXIT PARAGRAPH
    END-IF
    IF LineStamp < MarkStamp OR LineStamp NOT < RunStamp
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SortRec
    MOVE "ADDRESS" TO SR-Entity
    MOVE AJ-TransType TO SR-TransType
    IF AJ-TransType = "D"
       MOVE AJ-BeforeImage (1:7) TO SR-Key
    ELSE
       MOVE AJ-AfterImage (1:7) TO SR-Key
       MOVE AJ-AfterImage TO SR-AfterImage
    END-IF
    MOVE AJ-RunNumber TO SR-RunNumber
    PERFORM ReleaseJournalLine.

ReadEnrollJournal.
    OPEN INPUT EnrollJournalFile
    IF NOT EnrollJournalOk
       DISPLAY "ENRJRNL.DAT not found - no enrollment changes."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfJournalSwitch
    PERFORM UNTIL EndOfJournal
       READ EnrollJournalFile
          AT END SET EndOfJournal TO TRUE
          NOT AT END PERFORM SelectEnrollLine
       END-READ
    END-PERFORM
    CLOSE EnrollJournalFile.

*> A registration or transfer credit is an add; a grade, a mid-term
*> grade or a withdrawal changes the record.  An override only says a
*> rule was waived - the registration it allowed journals its own R.
SelectEnrollLine.
    ADD 1 TO LinesRead
    MOVE EJ-RunDate TO LineDateText
    MOVE EJ-RunTime TO LineTimeText
    IF LineStampText IS NOT NUMERIC
       ADD 1 TO LinesUnreadable
       EXIT PARAGRAPH
    END-IF
    IF LineStamp < MarkStamp OR LineStamp NOT < RunStamp
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SortRec
    EVALUATE EJ-TransType
       WHEN "R"
       WHEN "T"
          MOVE "A" TO SR-TransType
       WHEN "G"
       WHEN "M"
       WHEN "W"
          MOVE "C" TO SR-TransType
       WHEN OTHER
          EXIT PARAGRAPH
    END-EVALUATE
    MOVE "ENROLL" TO SR-Entity
    STRING EJ-StudentId EJ-CourseCode EJ-TermCode DELIMITED BY SIZE
       INTO SR-Key
    END-STRING
    MOVE ZERO TO SR-RunNumber
    PERFORM ReleaseJournalLine.

ReleaseJournalLine.
    IF SR-Key (1:7) IS NOT NUMERIC
       ADD 1 TO LinesUnreadable
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO LineSequence
    MOVE LineStamp TO SR-Stamp
    MOVE LineSequence TO SR-Sequence
    ADD 1 TO LinesSelected
    RELEASE SortRec.

*> Output procedure: one change record per key.  The key's first
*> line says whether it existed before the window (anything but an
*> add means it did) and its last line whether it exists after.
NetChangesByKey.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       IF GroupActive
          AND (SR-Entity NOT = GroupEntity OR SR-Key NOT = GroupKey)
          PERFORM WriteNetChange
       END-IF
       IF NOT GroupActive
          SET GroupActive TO TRUE
          MOVE SR-Entity TO GroupEntity
          MOVE SR-Key TO GroupKey
          MOVE SR-TransType TO GroupFirstType
       END-IF
       MOVE SR-TransType TO GroupLastType
       MOVE SR-Stamp TO GroupLastStamp
       IF SR-TransType NOT = "D"
          MOVE SR-AfterImage TO GroupAfterImage
       END-IF
       IF SR-RunNumber > HighRunNumber
          MOVE SR-RunNumber TO HighRunNumber
       END-IF
       RETURN SortWorkFile AT END
          SET EndOfSort TO TRUE
       END-RETURN
    END-PERFORM
    IF GroupActive
       PERFORM WriteNetChange
    END-IF.

WriteNetChange.
    MOVE "N" TO GroupActiveSwitch
    EVALUATE TRUE
       WHEN GroupFirstType = "A" AND GroupLastType = "D"
          MOVE SPACE TO NetChangeType
       WHEN GroupFirstType = "A"
          MOVE "A" TO NetChangeType
       WHEN GroupLastType = "D"
          MOVE "D" TO NetChangeType
       WHEN OTHER
          MOVE "C" TO NetChangeType
    END-EVALUATE
    IF GroupEntity = "ENROLL" AND NetChangeType NOT = SPACE
       PERFORM FetchEnrollmentImage
    END-IF
    IF NetChangeType NOT = SPACE
       PERFORM CheckPrivacyFlag
       IF StudentSuppressed
          PERFORM LogSuppressedStudent
          IF NetChangeType = "A"
             MOVE SPACE TO NetChangeType
          ELSE
             MOVE "D" TO NetChangeType
          END-IF
       END-IF
    END-IF
    IF NetChangeType = SPACE
       ADD 1 TO NettedOutCount
       EXIT PARAGRAPH
    END-IF
    EVALUATE GroupEntity
       WHEN "STUDENT"  MOVE 1 TO EntityIndex
       WHEN "ADDRESS"  MOVE 2 TO EntityIndex
       WHEN OTHER      MOVE 3 TO EntityIndex
    END-EVALUATE
    MOVE SPACES TO ExtractDetailRecord
    MOVE "D" TO CX-RecordType
    MOVE GroupEntity TO CX-Entity
    MOVE NetChangeType TO CX-ChangeType
    MOVE GroupKey TO CX-Key
    MOVE GroupLastStamp TO CX-ChangeStamp
    IF NetChangeType NOT = "D"
       MOVE GroupAfterImage TO CX-AfterImage
    END-IF
    WRITE ExtractDetailRecord
    ADD 1 TO DetailCount
    EVALUATE NetChangeType
       WHEN "A"
          ADD 1 TO AddCount
          ADD 1 TO EC-Adds (EntityIndex)
       WHEN "C"
          ADD 1 TO ChangeCount
          ADD 1 TO EC-Changes (EntityIndex)
       WHEN OTHER
          ADD 1 TO DeleteCount
          ADD 1 TO EC-Deletes (EntityIndex)
    END-EVALUATE.

*> The enrollment journal carries no image, so the record is read as
*> it stands now.  One that has gone (archived by StudArch) is sent
*> as a delete if the consumer could hold it, and not at all if the
*> consumer never saw it.
FetchEnrollmentImage.
    MOVE SPACES TO GroupAfterImage
    IF NetChangeType = "D"
       EXIT PARAGRAPH
    END-IF
    IF EnrollmentAvailable
       MOVE GroupKey TO EN-EnrollmentKey
       READ EnrollmentFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE EnrollmentRecord TO GroupAfterImage
             EXIT PARAGRAPH
       END-READ
    END-IF
    IF NetChangeType = "A"
       MOVE SPACE TO NetChangeType
    ELSE
       MOVE "D" TO NetChangeType
    END-IF.

*> PRIVACY.DAT is optional - with no file nobody is withheld.
OpenPrivacyFile.
    OPEN INPUT PrivacyFile
    IF PrivacyFileOk
       SET PrivacyAvailable TO TRUE
    ELSE
       DISPLAY "PRIVACY.DAT not found - no students are withheld."
    END-IF.

ClosePrivacyFile.
    IF PrivacyAvailable
       CLOSE PrivacyFile
    END-IF.

*> A delete carries nothing about the student, so only an add or a
*> change is checked.
CheckPrivacyFlag.
    MOVE "N" TO StudentSuppressedSwitch
    IF NOT PrivacyAvailable OR NetChangeType = "D"
       EXIT PARAGRAPH
    END-IF
    MOVE GroupKey (1:7) TO PV-StudentId
    READ PrivacyFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF PV-Suppressed
             SET StudentSuppressed TO TRUE
          END-IF
    END-READ.

LogSuppressedStudent.
    ADD 1 TO WithheldCount
    OPEN EXTEND SuppressLogFile
    IF NOT SuppressLogOk
       OPEN OUTPUT SuppressLogFile
       CLOSE SuppressLogFile
       OPEN EXTEND SuppressLogFile
    END-IF
    MOVE SPACES TO SuppressLogRecord
    MOVE RunStamp TO SL-RunStamp
    MOVE "ChgExtract" TO SL-Program
    MOVE ExtractFileName TO SL-OutputName
    MOVE GroupKey (1:7) TO SL-StudentId
    MOVE "SKIP" TO SL-Action
    WRITE SuppressLogRecord
    CLOSE SuppressLogFile.
