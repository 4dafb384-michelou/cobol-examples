IDENTIFICATION DIVISION.
PROGRAM-ID.  RefCheck.
AUTHOR.  Michael Coughlan.
*> Nightly referential integrity check across the student and
*> billing files.  FileCheck proves each file is well-formed on its
*> own; this run proves the files agree with each other - that every
*> reference from one file resolves to a record on the file it
*> points at:
*>
*>    ENROLLMENT.DAT  StudentId on STUDENTS.DAT or STUDARCH.DAT;
*>                    CourseCode on COURSES.DAT and the course and
*>                    section on SECTIONS.DAT (transfer-credit rows,
*>                    flag T, name an outside course and carry no
*>                    section, so they are only checked for student)
*>    BILLING.DAT     StudentId on the master or the archive;
*>                    CourseCode, when present, on COURSES.DAT
*>    HOLDS.DAT       StudentId on the master or the archive
*>    ADDRESS.DAT     StudentId on the master or the archive
*>    WAITLIST.DAT    CourseCode on COURSES.DAT.  A waitlist entry is
*>                    an Add still waiting for a seat, so its student
*>                    is not on the master yet by design and is not
*>                    checked there
*>    ATTEND.DAT      StudentId on the master or the archive;
*>                    CourseCode on COURSES.DAT
*>    ALIAS.DAT       StudentId on the master or the archive
*>    ASSIGN.DAT      InstructorId on INSTRUCTORS.DAT; CourseCode on
*>                    COURSES.DAT
*>    PAYMENTS.DAT    each payment's student and term match an item
*>                    on BILLING.DAT - or a miscellaneous charge on
*>                    MISCCHG.DAT, which PayApply pays just the same
*>                    (the HEADER and TRAILER control lines are
*>                    skipped)
*>
*> Every orphan is written to REFCHK.RPT with the file, the record
*> number and the reference that did not resolve, followed by one
*> summary line per relationship - records checked and orphans
*> found - and an ALL FILES line with the total, which MornRept lifts
*> for the morning verdict.  A referencing file that does not exist
*> is noted and skipped, as FileCheck does; when a file being pointed
*> at is missing, the relationships that depend on it are noted and
*> skipped rather than reported as wholesale orphans.  Any orphan
*> ends the run with condition code 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ArchiveFileStatus.
    SELECT CourseFile ASSIGN TO "COURSES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS CourseFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS AD-StudentId
		FILE STATUS IS AddressFileStatus.
    SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WaitlistFileStatus.
    SELECT AttendFile ASSIGN TO "ATTEND.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AttendFileStatus.
    SELECT AliasFile ASSIGN TO "ALIAS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AliasFileStatus.
    SELECT AssignmentFile ASSIGN TO "ASSIGN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AssignmentFileStatus.
    SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PaymentFileStatus.
    SELECT ReportFile ASSIGN TO "REFCHK.RPT"
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
   02  DateOfBirth     PIC X(8).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

FD ArchiveFile.
01 ArchiveRecord        PIC X(63).

FD CourseFile.
01 CourseFileRecord.
   02  CF-CourseCode        PIC X(4).
   02  CF-Description       PIC X(24).
   02  CF-Status            PIC X.
   02  CF-MaxHeadcount      PIC 9(4).
   02  CF-TermFee           PIC 9(5)V99.

FD SectionFile.
01 SectionRecord.
   02  SN-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  SN-SectionNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  SN-MeetingDays  PIC X(7).
   02  FILLER          PIC X.
   02  SN-StartTime    PIC 9(4).
   02  FILLER          PIC X.
   02  SN-EndTime      PIC 9(4).
   02  FILLER          PIC X.
   02  SN-MaxHeadcount PIC 9(4).
   02  FILLER          PIC X.
   02  SN-Building     PIC X(4).
   02  FILLER          PIC X.
   02  SN-RoomNbr      PIC X(5).

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  IN-Name         PIC X(30).
   02  IN-Department   PIC X(12).

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

FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey.
       03  MC-StudentId     PIC 9(7).
       03  MC-TermCode      PIC X(6).
       03  MC-ChargeNbr     PIC 9(3).
   02  MC-ChargeCode        PIC X(4).
   02  MC-ChargeDate        PIC 9(8).
   02  MC-RevenueAccount    PIC 9(4).
   02  MC-Reference         PIC X(20).
   02  MC-OriginalAmount    PIC 9(5)V99.
   02  MC-AmountPaid        PIC 9(5)V99.
   02  MC-BalanceDue        PIC 9(5)V99.

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  AD-AddressLine1 PIC X(30).
   02  AD-AddressLine2 PIC X(30).
   02  AD-City         PIC X(20).
   02  AD-PostalCode   PIC X(10).
   02  AD-Phone        PIC X(12).

*> A waitlist entry is the waiting Add's full StudentDetails image.
FD WaitlistFile.
01 WaitlistRecord.
   02  WL-StudentId    PIC X(7).
   02  FILLER          PIC X(42).
   02  WL-CourseCode   PIC X(4).
   02  FILLER          PIC X(10).

FD AttendFile.
01 AttendRecord.
   02  ATT-StudentId   PIC 9(7).
   02  FILLER          PIC X.
   02  ATT-CourseCode  PIC X(4).
   02  FILLER          PIC X.
   02  ATT-MeetingDate PIC 9(8).
   02  FILLER          PIC X.
   02  ATT-PresentFlag PIC X.

FD AliasFile.
01 AliasRecord.
   02  AL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AL-FormerName.
       03  AL-FormerSurname   PIC X(20).
       03  AL-FormerGivenName PIC X(12).
       03  AL-FormerInitials  PIC XX.

FD AssignmentFile.
01 AssignmentRecord.
   02  AS-InstructorId PIC 9(5).
   02  FILLER          PIC X.
   02  AS-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  AS-TermCode     PIC X(6).

FD PaymentFile.
01 PaymentRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  ArchiveFileStatus       PIC XX.
    88  ArchiveFileOk       VALUE "00".
01  CourseFileStatus        PIC XX.
    88  CourseFileOk        VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  InstructorFileStatus    PIC XX.
    88  InstructorFileOk    VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  WaitlistFileStatus      PIC XX.
    88  WaitlistFileOk      VALUE "00".
01  AttendFileStatus        PIC XX.
    88  AttendFileOk        VALUE "00".
01  AliasFileStatus         PIC XX.
    88  AliasFileOk         VALUE "00".
01  AssignmentFileStatus    PIC XX.
    88  AssignmentFileOk    VALUE "00".
01  PaymentFileStatus       PIC XX.
    88  PaymentFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

*> Which of the files being pointed at could be opened.
01  MasterSwitch            PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  CourseSwitch            PIC X VALUE "N".
    88  CoursesAvailable    VALUE "Y".
01  SectionSwitch           PIC X VALUE "N".
    88  SectionsAvailable   VALUE "Y".
01  InstructorSwitch        PIC X VALUE "N".
    88  InstructorsAvailable VALUE "Y".
01  BillingSwitch           PIC X VALUE "N".
    88  BillingAvailable    VALUE "Y".
01  MiscChargeSwitch        PIC X VALUE "N".
    88  MiscChargesAvailable VALUE "Y".

01  CurrentFileName         PIC X(12).
01  RecordNumber            PIC 9(7).
01  TotalOrphanCount        PIC 9(6) VALUE ZERO.
01  TotalCheckedCount       PIC 9(7) VALUE ZERO.

01  ResolvedSwitch          PIC X.
    88  Resolved            VALUE "Y".
01  LookupStudentId         PIC X(7).
01  LookupCourseCode        PIC X(4).
01  LookupSectionNbr        PIC 9(2).
01  LookupInstructorId      PIC 9(5).

*> StudentIds on the archive, searched only when the master misses.
01  ArchiveCount            PIC 9(5) VALUE ZERO.
01  ArchiveIndex            PIC 9(5).
01  ArchiveTable.
    02  ArchivedId          PIC 9(7) OCCURS 20000 TIMES.

01  SectionCount            PIC 9(4) VALUE ZERO.
01  SectionIndex            PIC 9(4).
01  SectionTable.
    02  SectionEntry        OCCURS 2000 TIMES.
        03  ST-CourseCode   PIC X(4).
        03  ST-SectionNbr   PIC 9(2).

*> One tally per relationship, in report order.
01  RelationIndex           PIC 9(2).
01  RelationNameValues.
    02  FILLER PIC X(38) VALUE
        "ENROLLMENT  StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "ENROLLMENT  CourseCode -> COURSES     ".
    02  FILLER PIC X(38) VALUE
        "ENROLLMENT  section -> SECTIONS       ".
    02  FILLER PIC X(38) VALUE
        "BILLING     StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "BILLING     CourseCode -> COURSES     ".
    02  FILLER PIC X(38) VALUE
        "HOLDS       StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "ADDRESS     StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "WAITLIST    CourseCode -> COURSES     ".
    02  FILLER PIC X(38) VALUE
        "ATTEND      StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "ATTEND      CourseCode -> COURSES     ".
    02  FILLER PIC X(38) VALUE
        "ALIAS       StudentId -> student      ".
    02  FILLER PIC X(38) VALUE
        "ASSIGN      instructor -> INSTRUCTORS ".
    02  FILLER PIC X(38) VALUE
        "ASSIGN      CourseCode -> COURSES     ".
    02  FILLER PIC X(38) VALUE
        "PAYMENTS    item -> BILLING/MISCCHG   ".
01  RelationTable REDEFINES RelationNameValues.
    02  RelationName        OCCURS 14 TIMES.
        03  RN-FileName     PIC X(12).
        03  RN-Relation     PIC X(26).
01  RelationTallies.
    02  RelationTally       OCCURS 14 TIMES.
        03  RT-Checked      PIC 9(7).
        03  RT-Orphans      PIC 9(6).
        03  RT-SkipSwitch   PIC X.
            88  RT-Skipped  VALUE "Y".

01  OrphanLine.
    02  OL-FileName         PIC X(12).
    02  FILLER              PIC X(8)  VALUE " record ".
    02  OL-RecordNumber     PIC ZZZZZZ9.
    02  FILLER              PIC X(2)  VALUE ": ".
    02  OL-Message          PIC X(60).
    02  FILLER              PIC X(1)  VALUE SPACE.

01  RelationSummaryLine.
    02  RSL-FileName        PIC X(12).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  RSL-Relation        PIC X(26).
    02  FILLER              PIC X(2)  VALUE ": ".
    02  RSL-Checked         PIC ZZZZZZ9.
    02  FILLER              PIC X(9)  VALUE " checked,".
    02  RSL-Orphans         PIC ZZZZZ9.
    02  FILLER              PIC X(10) VALUE " orphan(s)".
    02  RSL-Note            PIC X(17).

PROCEDURE DIVISION.
Begin.
    INITIALIZE RelationTallies
    OPEN OUTPUT ReportFile
    MOVE "NIGHTLY REFERENTIAL INTEGRITY CHECK" TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    PERFORM OpenReferencedFiles
    PERFORM CheckEnrollmentFile
    PERFORM CheckBillingFile
    PERFORM CheckHoldFile
    PERFORM CheckAddressFile
    PERFORM CheckWaitlistFile
    PERFORM CheckAttendFile
    PERFORM CheckAliasFile
    PERFORM CheckAssignmentFile
    PERFORM CheckPaymentFile
    PERFORM CloseReferencedFiles
    PERFORM WriteRelationSummaries
    DISPLAY "Referential check complete - " TotalOrphanCount
       " orphan(s), see REFCHK.RPT."
    CLOSE ReportFile
    IF TotalOrphanCount > ZERO
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*> The files being pointed at: the indexed ones stay open for keyed
*> reads, the archive and SECTIONS.DAT are small enough to hold.
OpenReferencedFiles.
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
       PERFORM LoadArchiveIds
    ELSE
       MOVE "STUDENTS.DAT not present - student references not checked."
         TO ReportLine
       WRITE ReportLine
    END-IF
    OPEN INPUT CourseFile
    IF CourseFileOk
       SET CoursesAvailable TO TRUE
    ELSE
       MOVE "COURSES.DAT not present - course references not checked."
         TO ReportLine
       WRITE ReportLine
    END-IF
    PERFORM LoadSections
    OPEN INPUT InstructorFile
    IF InstructorFileOk
       SET InstructorsAvailable TO TRUE
    ELSE
       MOVE "INSTRUCTORS.DAT not present - instructors not checked."
         TO ReportLine
       WRITE ReportLine
    END-IF
    OPEN INPUT BillingFile
    IF BillingFileOk
       SET BillingAvailable TO TRUE
    END-IF
    OPEN INPUT MiscChargeFile
    IF MiscChargeOk
       SET MiscChargesAvailable TO TRUE
    END-IF
    IF NOT BillingAvailable AND NOT MiscChargesAvailable
       MOVE "BILLING.DAT not present - payments not checked."
         TO ReportLine
       WRITE ReportLine
    END-IF.

CloseReferencedFiles.
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    IF CoursesAvailable
       CLOSE CourseFile
    END-IF
    IF InstructorsAvailable
       CLOSE InstructorFile
    END-IF
    IF BillingAvailable
       CLOSE BillingFile
    END-IF
    IF MiscChargesAvailable
       CLOSE MiscChargeFile
    END-IF.

LoadArchiveIds.
    OPEN INPUT ArchiveFile
    IF NOT ArchiveFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ArchiveFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF ArchiveRecord (1:7) IS NUMERIC
                AND ArchiveCount < 20000
                ADD 1 TO ArchiveCount
                MOVE ArchiveRecord (1:7) TO ArchivedId (ArchiveCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ArchiveFile
    IF ArchiveCount = 20000
       MOVE "STUDARCH.DAT exceeds 20000 students - remainder not loaded."
         TO ReportLine
       WRITE ReportLine
    END-IF.

LoadSections.
    OPEN INPUT SectionFile
    IF NOT SectionFileOk
       MOVE "SECTIONS.DAT not present - sections not checked."
         TO ReportLine
       WRITE ReportLine
       EXIT PARAGRAPH
    END-IF
    SET SectionsAvailable TO TRUE
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ SectionFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF SN-CourseCode NOT = SPACES AND SN-SectionNbr IS NUMERIC
                AND SectionCount < 2000
                ADD 1 TO SectionCount
                MOVE SN-CourseCode TO ST-CourseCode (SectionCount)
                MOVE SN-SectionNbr TO ST-SectionNbr (SectionCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE SectionFile.

*> Sets Resolved when LookupStudentId is on the master or, failing
*> that, the archive.
ResolveStudentId.
    MOVE "N" TO ResolvedSwitch
    MOVE LookupStudentId TO StudentId
    READ StudentFile
       KEY IS StudentId
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET Resolved TO TRUE
    END-READ
    PERFORM VARYING ArchiveIndex FROM 1 BY 1
       UNTIL ArchiveIndex > ArchiveCount OR Resolved
       IF ArchivedId (ArchiveIndex) = LookupStudentId
          SET Resolved TO TRUE
       END-IF
    END-PERFORM.

ResolveCourseCode.
    MOVE "N" TO ResolvedSwitch
    MOVE LookupCourseCode TO CF-CourseCode
    READ CourseFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET Resolved TO TRUE
    END-READ.

ResolveSection.
    MOVE "N" TO ResolvedSwitch
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount OR Resolved
       IF ST-CourseCode (SectionIndex) = LookupCourseCode
          AND ST-SectionNbr (SectionIndex) = LookupSectionNbr
          SET Resolved TO TRUE
       END-IF
    END-PERFORM.

ResolveInstructorId.
    MOVE "N" TO ResolvedSwitch
    MOVE LookupInstructorId TO IN-InstructorId
    READ InstructorFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET Resolved TO TRUE
    END-READ.

*> The student reference in LookupStudentId, tallied under
*> RelationIndex; an unreadable id is an orphan in its own right.
CheckStudentReference.
    IF NOT MasterAvailable
       SET RT-Skipped (RelationIndex) TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RT-Checked (RelationIndex)
    MOVE SPACES TO OL-Message
    IF LookupStudentId IS NOT NUMERIC
       MOVE "StudentId is not numeric" TO OL-Message
       PERFORM WriteOrphan
       EXIT PARAGRAPH
    END-IF
    PERFORM ResolveStudentId
    IF NOT Resolved
       STRING "StudentId " LookupStudentId
              " not on STUDENTS.DAT or STUDARCH.DAT"
          DELIMITED BY SIZE INTO OL-Message
       PERFORM WriteOrphan
    END-IF.

CheckCourseReference.
    IF NOT CoursesAvailable
       SET RT-Skipped (RelationIndex) TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RT-Checked (RelationIndex)
    PERFORM ResolveCourseCode
    IF NOT Resolved
       MOVE SPACES TO OL-Message
       STRING "CourseCode " LookupCourseCode " not on COURSES.DAT"
          DELIMITED BY SIZE INTO OL-Message
       PERFORM WriteOrphan
    END-IF.

CheckSectionReference.
    IF NOT SectionsAvailable
       SET RT-Skipped (RelationIndex) TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RT-Checked (RelationIndex)
    PERFORM ResolveSection
    IF NOT Resolved
       MOVE SPACES TO OL-Message
       STRING "section " LookupCourseCode "-" LookupSectionNbr
              " not on SECTIONS.DAT"
          DELIMITED BY SIZE INTO OL-Message
       PERFORM WriteOrphan
    END-IF.

WriteOrphan.
    MOVE CurrentFileName TO OL-FileName
    MOVE RecordNumber TO OL-RecordNumber
    WRITE ReportLine FROM OrphanLine
    ADD 1 TO RT-Orphans (RelationIndex)
    ADD 1 TO TotalOrphanCount.

NoteFileSkipped.
    MOVE SPACES TO ReportLine
    STRING FUNCTION TRIM (CurrentFileName) " not present - skipped."
       DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine.

CheckEnrollmentFile.
    MOVE "ENROLLMENT" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       MOVE "ENROLLMENT.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ EnrollmentFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             PERFORM CheckOneEnrollment
       END-READ
    END-PERFORM
    CLOSE EnrollmentFile.

CheckOneEnrollment.
    MOVE 1 TO RelationIndex
    MOVE EN-StudentId TO LookupStudentId
    PERFORM CheckStudentReference
    IF EN-TransferFlag = "T"
       EXIT PARAGRAPH
    END-IF
    MOVE 2 TO RelationIndex
    MOVE EN-CourseCode TO LookupCourseCode
    PERFORM CheckCourseReference
    IF EN-SectionNumber IS NUMERIC AND EN-SectionNumber > ZERO
       MOVE 3 TO RelationIndex
       MOVE EN-SectionNumber TO LookupSectionNbr
       PERFORM CheckSectionReference
    END-IF.

CheckBillingFile.
    MOVE "BILLING" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    IF NOT BillingAvailable
       MOVE "BILLING.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO BL-BillKey
    MOVE "N" TO EndOfFileSwitch
    START BillingFile KEY IS NOT LESS THAN BL-BillKey
       INVALID KEY SET EndOfFile TO TRUE
    END-START
    PERFORM UNTIL EndOfFile
       READ BillingFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             MOVE 4 TO RelationIndex
             MOVE BL-StudentId TO LookupStudentId
             PERFORM CheckStudentReference
             IF BL-CourseCode NOT = SPACES
                MOVE 5 TO RelationIndex
                MOVE BL-CourseCode TO LookupCourseCode
                PERFORM CheckCourseReference
             END-IF
       END-READ
    END-PERFORM.

CheckHoldFile.
    MOVE "HOLDS" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       MOVE "HOLDS.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ HoldFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF HoldRecord NOT = SPACES
                MOVE 6 TO RelationIndex
                MOVE HD-StudentId TO LookupStudentId
                PERFORM CheckStudentReference
             END-IF
       END-READ
    END-PERFORM
    CLOSE HoldFile.

CheckAddressFile.
    MOVE "ADDRESS" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT AddressFile
    IF NOT AddressFileOk
       MOVE "ADDRESS.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AddressFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             MOVE 7 TO RelationIndex
             MOVE AD-StudentId TO LookupStudentId
             PERFORM CheckStudentReference
       END-READ
    END-PERFORM
    CLOSE AddressFile.

CheckWaitlistFile.
    MOVE "WAITLIST" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT WaitlistFile
    IF NOT WaitlistFileOk
       MOVE "WAITLIST.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ WaitlistFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF WaitlistRecord NOT = SPACES
                MOVE 8 TO RelationIndex
                MOVE WL-CourseCode TO LookupCourseCode
                PERFORM CheckCourseReference
             END-IF
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

CheckAttendFile.
    MOVE "ATTEND" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT AttendFile
    IF NOT AttendFileOk
       MOVE "ATTEND.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AttendFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF AttendRecord NOT = SPACES
                MOVE 9 TO RelationIndex
                MOVE ATT-StudentId TO LookupStudentId
                PERFORM CheckStudentReference
                MOVE 10 TO RelationIndex
                MOVE ATT-CourseCode TO LookupCourseCode
                PERFORM CheckCourseReference
             END-IF
       END-READ
    END-PERFORM
    CLOSE AttendFile.

CheckAliasFile.
    MOVE "ALIAS" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT AliasFile
    IF NOT AliasFileOk
       MOVE "ALIAS.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AliasFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF AliasRecord NOT = SPACES
                MOVE 11 TO RelationIndex
                MOVE AL-StudentId TO LookupStudentId
                PERFORM CheckStudentReference
             END-IF
       END-READ
    END-PERFORM
    CLOSE AliasFile.

CheckAssignmentFile.
    MOVE "ASSIGN" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT AssignmentFile
    IF NOT AssignmentFileOk
       MOVE "ASSIGN.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AssignmentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF AssignmentRecord NOT = SPACES
                PERFORM CheckOneAssignment
             END-IF
       END-READ
    END-PERFORM
    CLOSE AssignmentFile.

CheckOneAssignment.
    MOVE 12 TO RelationIndex
    IF NOT InstructorsAvailable
       SET RT-Skipped (RelationIndex) TO TRUE
    ELSE
       ADD 1 TO RT-Checked (RelationIndex)
       MOVE SPACES TO OL-Message
       IF AS-InstructorId IS NOT NUMERIC
          MOVE "InstructorId is not numeric" TO OL-Message
          PERFORM WriteOrphan
       ELSE
          MOVE AS-InstructorId TO LookupInstructorId
          PERFORM ResolveInstructorId
          IF NOT Resolved
             STRING "InstructorId " LookupInstructorId
                    " not on INSTRUCTORS.DAT"
                DELIMITED BY SIZE INTO OL-Message
             PERFORM WriteOrphan
          END-IF
       END-IF
    END-IF
    MOVE 13 TO RelationIndex
    MOVE AS-CourseCode TO LookupCourseCode
    PERFORM CheckCourseReference.

CheckPaymentFile.
    MOVE "PAYMENTS" TO CurrentFileName
    MOVE ZERO TO RecordNumber
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
       MOVE "PAYMENTS.DAT" TO CurrentFileName
       PERFORM NoteFileSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ PaymentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO RecordNumber
             IF PaymentRecord (1:6) NOT = "HEADER"
                AND PaymentRecord (1:7) NOT = "TRAILER"
                AND PaymentRecord NOT = SPACES
                PERFORM CheckOnePayment
             END-IF
       END-READ
    END-PERFORM
    CLOSE PaymentFile.

*> A payment resolves to the student's tuition item for the term on
*> BILLING.DAT, or to any miscellaneous charge for that student and
*> term on MISCCHG.DAT.
CheckOnePayment.
    MOVE 14 TO RelationIndex
    IF NOT BillingAvailable AND NOT MiscChargesAvailable
       SET RT-Skipped (RelationIndex) TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RT-Checked (RelationIndex)
    MOVE SPACES TO OL-Message
    IF PT-StudentId IS NOT NUMERIC
       MOVE "payment StudentId is not numeric" TO OL-Message
       PERFORM WriteOrphan
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO ResolvedSwitch
    IF BillingAvailable
       MOVE PT-StudentId TO BL-StudentId
       MOVE PT-TermCode TO BL-TermCode
       READ BillingFile
          KEY IS BL-BillKey
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             SET Resolved TO TRUE
       END-READ
    END-IF
    IF NOT Resolved AND MiscChargesAvailable
       MOVE PT-StudentId TO MC-StudentId
       MOVE PT-TermCode TO MC-TermCode
       MOVE ZERO TO MC-ChargeNbr
       START MiscChargeFile KEY IS NOT LESS THAN MC-ChargeKey
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             READ MiscChargeFile NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF MC-StudentId = PT-StudentId
                      AND MC-TermCode = PT-TermCode
                      SET Resolved TO TRUE
                   END-IF
             END-READ
       END-START
    END-IF
    IF NOT Resolved
       STRING "payment " PT-StudentId "/" PT-TermCode
              " has no BILLING.DAT or MISCCHG.DAT item"
          DELIMITED BY SIZE INTO OL-Message
       PERFORM WriteOrphan
    END-IF.

WriteRelationSummaries.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    PERFORM VARYING RelationIndex FROM 1 BY 1
       UNTIL RelationIndex > 14
       MOVE RN-FileName (RelationIndex) TO RSL-FileName
       MOVE RN-Relation (RelationIndex) TO RSL-Relation
       MOVE RT-Checked (RelationIndex) TO RSL-Checked
       MOVE RT-Orphans (RelationIndex) TO RSL-Orphans
       MOVE SPACES TO RSL-Note
       IF RT-Skipped (RelationIndex)
          MOVE "  (not checked)" TO RSL-Note
       END-IF
       ADD RT-Checked (RelationIndex) TO TotalCheckedCount
       WRITE ReportLine FROM RelationSummaryLine
    END-PERFORM
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "ALL FILES" TO RSL-FileName
    MOVE "all relationships" TO RSL-Relation
    MOVE TotalCheckedCount TO RSL-Checked
    MOVE TotalOrphanCount TO RSL-Orphans
    MOVE SPACES TO RSL-Note
    WRITE ReportLine FROM RelationSummaryLine.
