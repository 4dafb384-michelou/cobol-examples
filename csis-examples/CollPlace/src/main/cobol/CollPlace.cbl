IDENTIFICATION DIVISION.
PROGRAM-ID.  CollPlace.
AUTHOR.  Michael Coughlan.
*> Collection agency placement run - debts WriteOff has taken off
*> the books, and open items long past due, are placed with the
*> collection agency instead of being forgotten.  Two kinds of item
*> are selected:
*>
*>    W  every write-off on WRITEOFF.DAT (amount written off)
*>    O  every BILLING.DAT item still owing more than DAYS=n days
*>       (default 90) after its invoice date (balance due)
*>
*> An item already placed is never placed again.  Every placement is
*> recorded on COLLECT.DAT (indexed on StudentId + TermCode - the
*> same key as the BILLING.DAT item), so an open item placed as O
*> and later written off is not sent a second time as W.  COLLECT.DAT
*> also carries what the agency has recovered against the item and
*> the commission it kept, maintained by CollRetn as the agency's
*> remittances come back.
*>
*> The agency gets AGENCYPL.DAT, fixed format, 176 bytes a record:
*>
*>    H  col 1 "H", cols 2-9 file date, cols 10-39 our name
*>    D  col 1 "D", cols 2-14 our account reference (StudentId +
*>       TermCode), 15-34 surname, 35-46 given name, 47-48
*>       initials, 49-78 and 79-108 address lines, 109-128 city,
*>       129-138 postal code, 139-150 phone, 151 item type W/O,
*>       152-159 invoice date, 160-168 amount placed 9(7)V99,
*>       169-176 placement date
*>    T  col 1 "T", cols 2-8 detail count, cols 9-19 total placed
*>
*> Name and address come from STUDENTS.DAT and ADDRESS.DAT; a debtor
*> with no address on file is still placed (the agency traces) and
*> flagged on the register.  An AGENCYPL.DAT still waiting to be sent
*> is never overwritten - the run refuses until it has been
*> transmitted and removed, the way Cashier treats PAYMENTS.DAT.
*> The placement register goes to COLLPLAC.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT WriteOffFile ASSIGN TO "WRITEOFF.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WriteOffFileStatus.
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
    SELECT AgencyFile ASSIGN TO "AGENCYPL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AgencyFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "COLLPLAC.RPT"
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

FD WriteOffFile.
01 WriteOffRecord.
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

*> One record per item ever placed with the agency.
FD PlacementFile.
01 PlacementRecord.
   02  CP-PlaceKey.
       03  CP-StudentId     PIC 9(7).
       03  CP-TermCode      PIC X(6).
   02  CP-ItemType          PIC X.
       88  CP-WrittenOff    VALUE "W".
       88  CP-OpenItem      VALUE "O".
   02  CP-PlacementDate     PIC 9(8).
   02  CP-AmountPlaced      PIC 9(7)V99.
   02  CP-AmountRecovered   PIC 9(7)V99.
   02  CP-CommissionPaid    PIC 9(7)V99.
   02  CP-LastReturnDate    PIC 9(8).
   02  CP-Status            PIC X.
       88  CP-Placed        VALUE "P".
       88  CP-Closed        VALUE "C".

FD AgencyFile.
01 AgencyDetailRecord.
   02  AP-RecordType        PIC X.
   02  AP-AccountRef.
       03  AP-StudentId     PIC 9(7).
       03  AP-TermCode      PIC X(6).
   02  AP-Surname           PIC X(20).
   02  AP-GivenName         PIC X(12).
   02  AP-Initials          PIC XX.
   02  AP-AddressLine1      PIC X(30).
   02  AP-AddressLine2      PIC X(30).
   02  AP-City              PIC X(20).
   02  AP-PostalCode        PIC X(10).
   02  AP-Phone             PIC X(12).
   02  AP-ItemType          PIC X.
   02  AP-InvoiceDate       PIC 9(8).
   02  AP-AmountPlaced      PIC 9(7)V99.
   02  AP-PlacementDate     PIC 9(8).
01 AgencyHeaderRecord.
   02  AH-RecordType        PIC X.
   02  AH-FileDate          PIC 9(8).
   02  AH-Institution       PIC X(30).
   02  FILLER               PIC X(137).
01 AgencyTrailerRecord.
   02  AT-RecordType        PIC X.
   02  AT-RecordCount       PIC 9(7).
   02  AT-TotalPlaced       PIC 9(9)V99.
   02  FILLER               PIC X(157).

FD LockFile.
01 LockRecord           PIC X(40).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  WriteOffFileStatus      PIC XX.
    88  WriteOffFileOk      VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  PlacementFileStatus     PIC XX.
    88  PlacementFileOk     VALUE "00".
01  AgencyFileStatus        PIC XX.
    88  AgencyFileOk        VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".
01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  AddressFoundSwitch      PIC X.
    88  AddressFound        VALUE "Y".
01  AlreadyPlacedSwitch     PIC X.
    88  AlreadyPlaced       VALUE "Y".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  MinimumDaysPastDue      PIC 9(3) VALUE 90.
01  RunDate                 PIC 9(8).
01  AgencyInstitutionName   PIC X(30) VALUE "CSIS STUDENT ACCOUNTS".
01  AgencyFileName          PIC X(20) VALUE "AGENCYPL.DAT".

*> The item being placed, from either source.
01  PlaceStudentId          PIC 9(7).
01  PlaceTermCode           PIC X(6).
01  PlaceItemType           PIC X.
01  PlaceInvoiceDate        PIC 9(8).
01  PlaceAmount             PIC 9(7)V99.
01  DaysOutstanding         PIC 9(5).

01  PlacedCount             PIC 9(6) VALUE ZERO.
01  PlacedWrittenOffCount   PIC 9(6) VALUE ZERO.
01  PlacedOpenCount         PIC 9(6) VALUE ZERO.
01  AlreadyPlacedCount      PIC 9(6) VALUE ZERO.
01  NoAddressCount          PIC 9(6) VALUE ZERO.
01  TotalPlaced             PIC 9(9)V99 VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  BlankLine               PIC X(90) VALUE SPACES.

01  RegisterTitleLine.
    02  FILLER              PIC X(33) VALUE "COLLECTION AGENCY PLACEMENT  RUN".
    02  RTL-RunDate         PIC 9(8).
    02  FILLER              PIC X(19) VALUE "   open items over ".
    02  RTL-Days            PIC ZZ9.
    02  FILLER              PIC X(5)  VALUE " days".
    02  FILLER              PIC X(22) VALUE SPACES.

01  RegisterHeadingLine     PIC X(90) VALUE
    "STUDENT  TERM    TYPE  INVOICED      PLACED  DEBTOR                          NOTE".

01  RegisterDetailLine.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-ItemType        PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-InvoiceDate     PIC 9(8).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Debtor          PIC X(30).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Note            PIC X(13).

01  RegisterSummaryLine.
    02  FILLER              PIC X(14) VALUE "Items placed: ".
    02  RSL-PlacedCount     PIC ZZZZZ9.
    02  FILLER              PIC X(14) VALUE "  written off:".
    02  RSL-WrittenOffCount PIC ZZZZZ9.
    02  FILLER              PIC X(7)  VALUE "  open:".
    02  RSL-OpenCount       PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE "  total:".
    02  RSL-TotalPlaced     PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(17) VALUE SPACES.

01  SkippedSummaryLine.
    02  FILLER              PIC X(32) VALUE "Already with the agency, skipped".
    02  FILLER              PIC X(2)  VALUE ": ".
    02  SSL-AlreadyPlaced   PIC ZZZZZ9.
    02  FILLER              PIC X(21) VALUE "  placed no address: ".
    02  SSL-NoAddress       PIC ZZZZZ9.
    02  FILLER              PIC X(23) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    OPEN INPUT AgencyFile
    IF AgencyFileOk
       CLOSE AgencyFile
       DISPLAY "AGENCYPL.DAT is still waiting to be sent - transmit and"
          " remove it before the next placement run."
       STOP RUN
    END-IF
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    OPEN I-O PlacementFile
    IF NOT PlacementFileOk
       CLOSE PlacementFile
       OPEN OUTPUT PlacementFile
       CLOSE PlacementFile
       OPEN I-O PlacementFile
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    OPEN OUTPUT AgencyFile
    MOVE SPACES TO AgencyHeaderRecord
    MOVE "H" TO AH-RecordType
    MOVE RunDate TO AH-FileDate
    MOVE AgencyInstitutionName TO AH-Institution
    WRITE AgencyHeaderRecord
    OPEN OUTPUT ReportFile
    MOVE RunDate TO RTL-RunDate
    MOVE MinimumDaysPastDue TO RTL-Days
    WRITE ReportLine FROM RegisterTitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM PlaceWrittenOffItems
    PERFORM PlacePastDueItems
    MOVE SPACES TO AgencyTrailerRecord
    MOVE "T" TO AT-RecordType
    MOVE PlacedCount TO AT-RecordCount
    MOVE TotalPlaced TO AT-TotalPlaced
    WRITE AgencyTrailerRecord
    MOVE PlacedCount TO RSL-PlacedCount
    MOVE PlacedWrittenOffCount TO RSL-WrittenOffCount
    MOVE PlacedOpenCount TO RSL-OpenCount
    MOVE TotalPlaced TO RSL-TotalPlaced
    MOVE AlreadyPlacedCount TO SSL-AlreadyPlaced
    MOVE NoAddressCount TO SSL-NoAddress
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterSummaryLine
    WRITE ReportLine FROM SkippedSummaryLine
    DISPLAY RegisterSummaryLine
    DISPLAY SkippedSummaryLine
    CLOSE ReportFile
    CLOSE AgencyFile
    IF PlacedCount = ZERO
       DISPLAY "Nothing to place - AGENCYPL.DAT removed."
       CALL "CBL_DELETE_FILE" USING AgencyFileName
    END-IF
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE PlacementFile
    PERFORM ReleaseLock
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
          WHEN "DAYS"
             COMPUTE MinimumDaysPastDue = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> COLLECT.DAT is shared with CollRetn, which updates BILLING.DAT,
*> so the placement run takes the same single-writer guard.
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
       MOVE "LOCKED BY COLLPLACE" TO LockRecord (1:26)
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

PlaceWrittenOffItems.
    OPEN INPUT WriteOffFile
    IF NOT WriteOffFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ WriteOffFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF WO-StudentId NUMERIC AND WO-AmountWrittenOff NUMERIC
                AND WO-AmountWrittenOff > ZERO
                MOVE WO-StudentId TO PlaceStudentId
                MOVE WO-TermCode TO PlaceTermCode
                MOVE "W" TO PlaceItemType
                MOVE WO-InvoiceDate TO PlaceInvoiceDate
                MOVE WO-AmountWrittenOff TO PlaceAmount
                PERFORM PlaceOneItem
             END-IF
       END-READ
    END-PERFORM
    CLOSE WriteOffFile.

PlacePastDueItems.
    OPEN INPUT BillingFile
    IF NOT BillingFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BillingFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF BL-BalanceDue > ZERO
                PERFORM CountDaysOutstanding
                IF DaysOutstanding > MinimumDaysPastDue
                   MOVE BL-StudentId TO PlaceStudentId
                   MOVE BL-TermCode TO PlaceTermCode
                   MOVE "O" TO PlaceItemType
                   MOVE BL-InvoiceDate TO PlaceInvoiceDate
                   MOVE BL-BalanceDue TO PlaceAmount
                   PERFORM PlaceOneItem
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE BillingFile.

CountDaysOutstanding.
    MOVE BL-InvoiceDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE BL-InvoiceDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE BL-InvoiceDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE RunDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE RunDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE RunDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0 OR Y2K-SAGEP-DAYS-PAST < ZERO
       MOVE ZERO TO DaysOutstanding
    ELSE
       MOVE Y2K-SAGEP-DAYS-PAST TO DaysOutstanding
    END-IF.

*> Places the item described in the Place- fields unless COLLECT.DAT
*> shows it has gone to the agency before.
PlaceOneItem.
    MOVE PlaceStudentId TO CP-StudentId
    MOVE PlaceTermCode TO CP-TermCode
    MOVE "N" TO AlreadyPlacedSwitch
    READ PlacementFile
       INVALID KEY CONTINUE
       NOT INVALID KEY SET AlreadyPlaced TO TRUE
    END-READ
    IF AlreadyPlaced
       ADD 1 TO AlreadyPlacedCount
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PlacementRecord
    MOVE PlaceStudentId TO CP-StudentId
    MOVE PlaceTermCode TO CP-TermCode
    MOVE PlaceItemType TO CP-ItemType
    MOVE RunDate TO CP-PlacementDate
    MOVE PlaceAmount TO CP-AmountPlaced
    MOVE ZERO TO CP-AmountRecovered CP-CommissionPaid CP-LastReturnDate
    SET CP-Placed TO TRUE
    WRITE PlacementRecord
       INVALID KEY
          DISPLAY "Error " PlacementFileStatus " recording placement of "
             PlaceStudentId " term " PlaceTermCode " - not placed."
          EXIT PARAGRAPH
    END-WRITE
    PERFORM WriteAgencyDetail
    ADD 1 TO PlacedCount
    ADD PlaceAmount TO TotalPlaced
    IF PlaceItemType = "W"
       ADD 1 TO PlacedWrittenOffCount
       MOVE "WOFF" TO RDL-ItemType
    ELSE
       ADD 1 TO PlacedOpenCount
       MOVE "OPEN" TO RDL-ItemType
    END-IF
    MOVE PlaceStudentId TO RDL-StudentId
    MOVE PlaceTermCode TO RDL-TermCode
    MOVE PlaceInvoiceDate TO RDL-InvoiceDate
    MOVE PlaceAmount TO RDL-Amount
    MOVE SPACES TO RDL-Debtor RDL-Note
    STRING FUNCTION TRIM (AP-Surname) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM (AP-GivenName) DELIMITED BY SIZE
       INTO RDL-Debtor
    IF NOT AddressFound
       MOVE "NO ADDRESS" TO RDL-Note
       ADD 1 TO NoAddressCount
    END-IF
    WRITE ReportLine FROM RegisterDetailLine.

WriteAgencyDetail.
    MOVE SPACES TO AgencyDetailRecord
    MOVE "D" TO AP-RecordType
    MOVE PlaceStudentId TO AP-StudentId
    MOVE PlaceTermCode TO AP-TermCode
    IF MasterAvailable
       MOVE PlaceStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "(not on STUDENTS.DAT)" TO AP-Surname
          NOT INVALID KEY
             MOVE Surname TO AP-Surname
             MOVE GivenName TO AP-GivenName
             MOVE Initials TO AP-Initials
       END-READ
    END-IF
    MOVE "N" TO AddressFoundSwitch
    IF AddressAvailable
       MOVE PlaceStudentId TO AD-StudentId
       READ AddressFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             SET AddressFound TO TRUE
             MOVE AD-AddressLine1 TO AP-AddressLine1
             MOVE AD-AddressLine2 TO AP-AddressLine2
             MOVE AD-City TO AP-City
             MOVE AD-PostalCode TO AP-PostalCode
             MOVE AD-Phone TO AP-Phone
       END-READ
    END-IF
    MOVE PlaceItemType TO AP-ItemType
    MOVE PlaceInvoiceDate TO AP-InvoiceDate
    MOVE PlaceAmount TO AP-AmountPlaced
    MOVE RunDate TO AP-PlacementDate
    WRITE AgencyDetailRecord.
