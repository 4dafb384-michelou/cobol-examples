IDENTIFICATION DIVISION.
PROGRAM-ID.  GiftEntry.
AUTHOR.  Michael Coughlan.
*> Pledge and gift entry for the development office, replacing the
*> spreadsheet that had no link to the alumni record.  Pledges and
*> gifts are kept together on GIFTS.DAT, indexed on the donor and an
*> entry number (0001 up for each donor):
*>
*>    donor type, donor id, entry number, entry type (P pledge,
*>    G gift), entry date, amount, the pledge a gift pays (zero when
*>    none), pledge due date, designation, reference
*>
*> A donor is either an alumnus - type A, the StudentId StudArch
*> archived to STUDARCH.DAT - or a friend of the college who never
*> studied here - type F, a donor id of our own on DONORS.DAT, with
*> the name and mailing address.  Transactions:
*>
*>    D)onor  - register a new non-alumni donor; the next free donor
*>              id is assigned and displayed
*>    P)ledge - record a pledge, with the date it is due by
*>    G)ift   - record a gift, optionally paying off one of the
*>              donor's open pledges (never for more than is still
*>              outstanding on it)
*>    L)ist   - one donor's pledges and gifts
*>    Q)uit
*>
*> Every entry made in the session is listed on GIFTENT.RPT.
*> GiftAck prints the numbered acknowledgement letter for each gift,
*> PledgeRept shows each pledge's fulfilment and GiftYear gives the
*> year-end summary per donor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GiftFile ASSIGN TO "GIFTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GF-GiftKey
		FILE STATUS IS GiftFileStatus.
    SELECT DonorFile ASSIGN TO "DONORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DN-DonorId
		FILE STATUS IS DonorFileStatus.
    SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ArchiveFileStatus.
    SELECT ReportFile ASSIGN TO "GIFTENT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GiftFile.
01 GiftRecord.
   02  GF-GiftKey.
       03  GF-DonorKey.
           04  GF-DonorType     PIC X.
               88  GF-AlumniDonor  VALUE "A".
               88  GF-FriendDonor  VALUE "F".
           04  GF-DonorId       PIC 9(7).
       03  GF-EntryNbr          PIC 9(4).
   02  GF-EntryType             PIC X.
       88  GF-PledgeEntry       VALUE "P".
       88  GF-GiftEntry         VALUE "G".
   02  GF-EntryDate             PIC 9(8).
   02  GF-Amount                PIC 9(7)V99.
   02  GF-PledgeNbr             PIC 9(4).
   02  GF-DueDate               PIC 9(8).
   02  GF-Designation           PIC X(20).
   02  GF-Reference             PIC X(12).

FD DonorFile.
01 DonorRecord.
   02  DN-DonorId       PIC 9(7).
   02  DN-Surname       PIC X(20).
   02  DN-GivenName     PIC X(12).
   02  DN-AddressLine1  PIC X(30).
   02  DN-AddressLine2  PIC X(30).
   02  DN-City          PIC X(20).
   02  DN-PostalCode    PIC X(10).

*> STUDARCH.DAT carries the StudentDetails layout unchanged.
FD ArchiveFile.
01 ArchiveRecord.
   02  AR-StudentId     PIC 9(7).
   02  AR-Surname       PIC X(20).
   02  AR-GivenName     PIC X(12).
   02  AR-Initials      PIC XX.
   02  AR-DateOfBirth   PIC 9(8).
   02  AR-CourseCode    PIC X(4).
   02  AR-Gender        PIC X.
   02  AR-EnrollmentStatus PIC X.
   02  AR-TermCode      PIC X(6).
   02  AR-CampusCode    PIC X(2).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  GiftFileStatus           PIC XX.
    88  GiftFileOk           VALUE "00".
01  DonorFileStatus          PIC XX.
    88  DonorFileOk          VALUE "00".
01  ArchiveFileStatus        PIC XX.
    88  ArchiveFileOk        VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  RunDate                  PIC 9(8).

01  GiftTransactionCode      PIC X.
    88  AddDonorTrans        VALUE "D" "d".
    88  AddPledgeTrans       VALUE "P" "p".
    88  AddGiftTrans         VALUE "G" "g".
    88  ListEntriesTrans     VALUE "L" "l".
    88  QuitGiftTrans        VALUE "Q" "q".

01  EntryDonorType           PIC X.
    88  EntryAlumniDonor     VALUE "A".
    88  EntryFriendDonor     VALUE "F".
01  EntryDonorId             PIC X(7).
01  EntryDonorIdNumber       PIC 9(7).
01  EntryAmount              PIC X(12).
01  EntryGiftAmount          PIC 9(7)V99.
01  EntryDate                PIC X(8).
01  EntryDueDate             PIC X(8).
01  EntryPledgeNbr           PIC X(4).
01  EntryPledgeNumber        PIC 9(4).
01  EntryDesignation         PIC X(20).
01  EntryReference           PIC X(12).
01  DonorName                PIC X(40).
01  DonorFoundSwitch         PIC X.
    88  DonorFound           VALUE "Y".
01  NextEntryNbr             PIC 9(4).
01  NextDonorId              PIC 9(7).

*> The chosen pledge as it stands: what was promised and what has
*> been received against it so far.
01  PledgeFoundSwitch        PIC X.
    88  PledgeFound          VALUE "Y".
01  PledgeAmount             PIC 9(7)V99.
01  PledgeReceived           PIC 9(7)V99.
01  PledgeOutstanding        PIC 9(7)V99.
01  PledgeDesignation        PIC X(20).

01  ListedCount              PIC 9(4).
01  ListedPledged            PIC 9(9)V99.
01  ListedGiven              PIC 9(9)V99.

01  EnteredPledgeCount       PIC 9(5) VALUE ZERO.
01  EnteredPledgeTotal       PIC 9(9)V99 VALUE ZERO.
01  EnteredGiftCount         PIC 9(5) VALUE ZERO.
01  EnteredGiftTotal         PIC 9(9)V99 VALUE ZERO.
01  EnteredDonorCount        PIC 9(5) VALUE ZERO.

01  EntryListLine.
    02  ELL-EntryNbr         PIC 9(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ELL-EntryType        PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ELL-EntryDate        PIC 9(8).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ELL-Amount           PIC ZZZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ELL-PledgeText       PIC X(13).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ELL-Designation      PIC X(20).

01  RegisterHeadingLine      PIC X(90) VALUE
    "DONOR     NBR  TYPE   DATE         AMOUNT PLEDGE         DESIGNATION          REFERENCE".

01  RegisterDetailLine.
    02  RDL-DonorType        PIC X(1).
    02  RDL-DonorId          PIC 9(7).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  RDL-EntryNbr         PIC 9(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-EntryType        PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-EntryDate        PIC 9(8).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-Amount           PIC ZZZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-PledgeText       PIC X(14).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-Designation      PIC X(20).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-Reference        PIC X(12).

01  RegisterDonorLine.
    02  FILLER               PIC X(10) VALUE "New donor ".
    02  RNL-DonorId          PIC 9(7).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  RNL-DonorName        PIC X(40).
    02  FILLER               PIC X(31) VALUE SPACES.

01  RegisterSummaryLine.
    02  FILLER               PIC X(9)  VALUE "Pledges: ".
    02  RSL-PledgeCount      PIC ZZZZ9.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RSL-PledgeTotal      PIC ZZZZZZZZ9.99.
    02  FILLER               PIC X(9)  VALUE "  Gifts: ".
    02  RSL-GiftCount        PIC ZZZZ9.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RSL-GiftTotal        PIC ZZZZZZZZ9.99.
    02  FILLER               PIC X(14) VALUE "  New donors: ".
    02  RSL-DonorCount       PIC ZZZZ9.
    02  FILLER               PIC X(17) VALUE SPACES.

01  BlankLine                PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    OPEN I-O GiftFile
    IF NOT GiftFileOk
       DISPLAY "GIFTS.DAT not found - creating a new file."
       OPEN OUTPUT GiftFile
       CLOSE GiftFile
       OPEN I-O GiftFile
    END-IF
    OPEN I-O DonorFile
    IF NOT DonorFileOk
       OPEN OUTPUT DonorFile
       CLOSE DonorFile
       OPEN I-O DonorFile
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM GetGiftTransactionCode
    PERFORM UNTIL QuitGiftTrans
       EVALUATE TRUE
          WHEN AddDonorTrans
             PERFORM AddDonor
          WHEN AddPledgeTrans
             PERFORM AddPledge
          WHEN AddGiftTrans
             PERFORM AddGift
          WHEN ListEntriesTrans
             PERFORM ListEntries
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter D, P, G, L or Q."
       END-EVALUATE
       PERFORM GetGiftTransactionCode
    END-PERFORM
    MOVE EnteredPledgeCount TO RSL-PledgeCount
    MOVE EnteredPledgeTotal TO RSL-PledgeTotal
    MOVE EnteredGiftCount TO RSL-GiftCount
    MOVE EnteredGiftTotal TO RSL-GiftTotal
    MOVE EnteredDonorCount TO RSL-DonorCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    CLOSE ReportFile
    CLOSE DonorFile
    CLOSE GiftFile
    STOP RUN.

GetGiftTransactionCode.
    DISPLAY "Enter transaction - D)onor, P)ledge, G)ift, L)ist, Q)uit".
    ACCEPT GiftTransactionCode.

*> Donor type A (alumnus, by archived StudentId) or F (friend, by
*> DONORS.DAT donor id); the donor must already be on file.
GetEntryDonor.
    MOVE "N" TO DonorFoundSwitch
    DISPLAY "Enter donor type - A)lumnus or F)riend"
    MOVE SPACE TO EntryDonorType
    ACCEPT EntryDonorType
    INSPECT EntryDonorType
       CONVERTING "af" TO "AF"
    IF NOT EntryAlumniDonor AND NOT EntryFriendDonor
       DISPLAY "Donor type must be A or F."
       EXIT PARAGRAPH
    END-IF
    IF EntryAlumniDonor
       DISPLAY "Enter the alumnus's StudentId (7 digits)"
    ELSE
       DISPLAY "Enter the donor id (7 digits)"
    END-IF
    MOVE SPACES TO EntryDonorId
    ACCEPT EntryDonorId
    IF EntryDonorId NOT NUMERIC OR EntryDonorId = ZEROS
       DISPLAY "The id must be 7 digits."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryDonorId TO EntryDonorIdNumber
    IF EntryAlumniDonor
       PERFORM FindAlumnus
    ELSE
       PERFORM FindFriend
    END-IF
    IF DonorFound
       DISPLAY "Donor: " DonorName
    END-IF.

*> Alumni are whoever StudArch has moved to STUDARCH.DAT.
FindAlumnus.
    OPEN INPUT ArchiveFile
    IF NOT ArchiveFileOk
       DISPLAY "STUDARCH.DAT not found - no alumni on file."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile OR DonorFound
       READ ArchiveFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF AR-StudentId = EntryDonorIdNumber
                SET DonorFound TO TRUE
                MOVE SPACES TO DonorName
                STRING FUNCTION TRIM (AR-GivenName) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (AR-Surname) DELIMITED BY SIZE
                   INTO DonorName
             END-IF
       END-READ
    END-PERFORM
    CLOSE ArchiveFile
    IF NOT DonorFound
       DISPLAY "StudentId " EntryDonorId " is not on STUDARCH.DAT."
    END-IF.

FindFriend.
    MOVE EntryDonorIdNumber TO DN-DonorId
    READ DonorFile
       INVALID KEY
          DISPLAY "Donor " EntryDonorId " is not on DONORS.DAT."
       NOT INVALID KEY
          SET DonorFound TO TRUE
          MOVE SPACES TO DonorName
          STRING FUNCTION TRIM (DN-GivenName) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (DN-Surname) DELIMITED BY SIZE
             INTO DonorName
    END-READ.

*> The amount as keyed, e.g. 250.00.
GetEntryAmount.
    MOVE SPACES TO EntryAmount
    ACCEPT EntryAmount
    IF EntryAmount = SPACES
       MOVE ZERO TO EntryGiftAmount
    ELSE
       COMPUTE EntryGiftAmount = FUNCTION NUMVAL (EntryAmount)
    END-IF.

GetEntryDate.
    MOVE SPACES TO EntryDate
    ACCEPT EntryDate
    IF EntryDate = SPACES
       MOVE RunDate TO EntryDate
    END-IF.

GetEntryDesignation.
    DISPLAY "Enter designation (fund or purpose, blank for UNRESTRICTED)"
    MOVE SPACES TO EntryDesignation
    ACCEPT EntryDesignation
    IF EntryDesignation = SPACES
       MOVE "UNRESTRICTED" TO EntryDesignation
    END-IF
    INSPECT EntryDesignation
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

AddDonor.
    DISPLAY "Enter surname"
    MOVE SPACES TO DonorRecord
    ACCEPT DN-Surname
    IF DN-Surname = SPACES
       DISPLAY "A donor needs a surname - add cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter given name"
    ACCEPT DN-GivenName
    DISPLAY "Enter address line 1"
    ACCEPT DN-AddressLine1
    DISPLAY "Enter address line 2 (blank if none)"
    ACCEPT DN-AddressLine2
    DISPLAY "Enter city"
    ACCEPT DN-City
    DISPLAY "Enter postal code"
    ACCEPT DN-PostalCode
    PERFORM FindNextDonorId
    MOVE NextDonorId TO DN-DonorId
    WRITE DonorRecord
       INVALID KEY
          DISPLAY "Error " DonorFileStatus " writing DONORS.DAT"
             " - donor not added."
          EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO EnteredDonorCount
    MOVE DN-DonorId TO RNL-DonorId
    MOVE SPACES TO RNL-DonorName
    STRING FUNCTION TRIM (DN-GivenName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM (DN-Surname) DELIMITED BY SIZE
       INTO RNL-DonorName
    WRITE ReportLine FROM RegisterDonorLine
    DISPLAY "Donor F" DN-DonorId " added for " RNL-DonorName.

*> One past the highest donor id on DONORS.DAT.
FindNextDonorId.
    MOVE 1 TO NextDonorId
    MOVE ZERO TO DN-DonorId
    MOVE "N" TO EndOfFileSwitch
    START DonorFile KEY IS NOT LESS THAN DN-DonorId
       INVALID KEY
          EXIT PARAGRAPH
    END-START
    PERFORM UNTIL EndOfFile
       READ DonorFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             COMPUTE NextDonorId = DN-DonorId + 1
       END-READ
    END-PERFORM.

AddPledge.
    PERFORM GetEntryDonor
    IF NOT DonorFound
       DISPLAY "Pledge cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter amount pledged"
    PERFORM GetEntryAmount
    IF EntryGiftAmount = ZERO
       DISPLAY "A pledge needs an amount - pledge cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter pledge date YYYYMMDD (blank for today)"
    PERFORM GetEntryDate
    IF EntryDate NOT NUMERIC OR EntryDate > RunDate
       DISPLAY "Pledge date must be YYYYMMDD and not in the future"
          " - pledge cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter date the pledge is due by YYYYMMDD"
    MOVE SPACES TO EntryDueDate
    ACCEPT EntryDueDate
    IF EntryDueDate NOT NUMERIC OR EntryDueDate < EntryDate
       DISPLAY "Due date must be YYYYMMDD and not before the pledge"
          " - pledge cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryDesignation
    MOVE SPACES TO EntryReference
    MOVE ZERO TO EntryPledgeNumber
    PERFORM WriteGiftEntry
    IF GiftFileOk
       ADD 1 TO EnteredPledgeCount
       ADD EntryGiftAmount TO EnteredPledgeTotal
       DISPLAY "Pledge " EntryDonorType EntryDonorId "/" GF-EntryNbr
          " recorded."
    END-IF.

AddGift.
    PERFORM GetEntryDonor
    IF NOT DonorFound
       DISPLAY "Gift cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter amount given"
    PERFORM GetEntryAmount
    IF EntryGiftAmount = ZERO
       DISPLAY "A gift needs an amount - gift cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter date received YYYYMMDD (blank for today)"
    PERFORM GetEntryDate
    IF EntryDate NOT NUMERIC OR EntryDate > RunDate
       DISPLAY "Date received must be YYYYMMDD and not in the future"
          " - gift cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the pledge number this gift pays (blank if none)"
    MOVE SPACES TO EntryPledgeNbr
    ACCEPT EntryPledgeNbr
    MOVE ZERO TO EntryPledgeNumber
    IF EntryPledgeNbr NOT = SPACES
       IF FUNCTION TRIM (EntryPledgeNbr) IS NOT NUMERIC
          DISPLAY "Pledge number must be numeric - gift cancelled."
          EXIT PARAGRAPH
       END-IF
       COMPUTE EntryPledgeNumber = FUNCTION NUMVAL (EntryPledgeNbr)
       PERFORM FindPledgeStanding
       IF NOT PledgeFound
          DISPLAY "Pledge " EntryPledgeNumber " is not on file for this"
             " donor - gift cancelled."
          EXIT PARAGRAPH
       END-IF
       IF EntryGiftAmount > PledgeOutstanding
          DISPLAY "Only " PledgeOutstanding " is outstanding on that"
             " pledge - key any excess as a separate gift."
          EXIT PARAGRAPH
       END-IF
       MOVE PledgeDesignation TO EntryDesignation
    ELSE
       PERFORM GetEntryDesignation
    END-IF
    DISPLAY "Enter reference (check or receipt number)"
    MOVE SPACES TO EntryReference
    ACCEPT EntryReference
    MOVE ZERO TO EntryDueDate
    PERFORM WriteGiftEntry
    IF GiftFileOk
       ADD 1 TO EnteredGiftCount
       ADD EntryGiftAmount TO EnteredGiftTotal
       DISPLAY "Gift " EntryDonorType EntryDonorId "/" GF-EntryNbr
          " recorded - GiftAck will print its acknowledgement."
    END-IF.

*> The donor's pledge EntryPledgeNumber and the gifts already
*> received against it.
FindPledgeStanding.
    MOVE "N" TO PledgeFoundSwitch
    MOVE ZERO TO PledgeAmount PledgeReceived PledgeOutstanding
    MOVE EntryDonorType TO GF-DonorType
    MOVE EntryDonorIdNumber TO GF-DonorId
    MOVE ZERO TO GF-EntryNbr
    MOVE "N" TO EndOfFileSwitch
    START GiftFile KEY IS NOT LESS THAN GF-GiftKey
       INVALID KEY
          EXIT PARAGRAPH
    END-START
    PERFORM UNTIL EndOfFile
       READ GiftFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorType NOT = EntryDonorType
                OR GF-DonorId NOT = EntryDonorIdNumber
                SET EndOfFile TO TRUE
             ELSE
                IF GF-PledgeEntry AND GF-EntryNbr = EntryPledgeNumber
                   SET PledgeFound TO TRUE
                   MOVE GF-Amount TO PledgeAmount
                   MOVE GF-Designation TO PledgeDesignation
                END-IF
                IF GF-GiftEntry AND GF-PledgeNbr = EntryPledgeNumber
                   ADD GF-Amount TO PledgeReceived
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF PledgeAmount > PledgeReceived
       COMPUTE PledgeOutstanding = PledgeAmount - PledgeReceived
    END-IF.

*> Writes the pledge or gift under the donor's next entry number and
*> lists it on the register.
WriteGiftEntry.
    PERFORM FindNextEntryNbr
    IF NextEntryNbr = ZERO
       DISPLAY "Donor already has 9999 entries - entry cancelled."
       MOVE "99" TO GiftFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO GiftRecord
    MOVE EntryDonorType TO GF-DonorType
    MOVE EntryDonorIdNumber TO GF-DonorId
    MOVE NextEntryNbr TO GF-EntryNbr
    IF AddPledgeTrans
       SET GF-PledgeEntry TO TRUE
    ELSE
       SET GF-GiftEntry TO TRUE
    END-IF
    MOVE EntryDate TO GF-EntryDate
    MOVE EntryGiftAmount TO GF-Amount
    MOVE EntryPledgeNumber TO GF-PledgeNbr
    MOVE EntryDueDate TO GF-DueDate
    MOVE EntryDesignation TO GF-Designation
    MOVE EntryReference TO GF-Reference
    WRITE GiftRecord
       INVALID KEY
          DISPLAY "Error " GiftFileStatus " writing GIFTS.DAT"
             " - entry not recorded."
          EXIT PARAGRAPH
    END-WRITE
    MOVE GF-DonorType TO RDL-DonorType
    MOVE GF-DonorId TO RDL-DonorId
    MOVE GF-EntryNbr TO RDL-EntryNbr
    MOVE GF-EntryDate TO RDL-EntryDate
    MOVE GF-Amount TO RDL-Amount
    MOVE SPACES TO RDL-PledgeText
    IF GF-PledgeEntry
       MOVE "PLEDGE" TO RDL-EntryType
       STRING "due " DELIMITED BY SIZE
              GF-DueDate DELIMITED BY SIZE
          INTO RDL-PledgeText
    ELSE
       MOVE "GIFT" TO RDL-EntryType
       IF GF-PledgeNbr NOT = ZERO
          STRING "pays " DELIMITED BY SIZE
                 GF-PledgeNbr DELIMITED BY SIZE
             INTO RDL-PledgeText
       END-IF
    END-IF
    MOVE GF-Designation TO RDL-Designation
    MOVE GF-Reference TO RDL-Reference
    WRITE ReportLine FROM RegisterDetailLine.

*> One past the highest entry number the donor already has; zero
*> when the donor is full.
FindNextEntryNbr.
    MOVE 1 TO NextEntryNbr
    MOVE EntryDonorType TO GF-DonorType
    MOVE EntryDonorIdNumber TO GF-DonorId
    MOVE ZERO TO GF-EntryNbr
    MOVE "N" TO EndOfFileSwitch
    START GiftFile KEY IS NOT LESS THAN GF-GiftKey
       INVALID KEY
          EXIT PARAGRAPH
    END-START
    PERFORM UNTIL EndOfFile
       READ GiftFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorType NOT = EntryDonorType
                OR GF-DonorId NOT = EntryDonorIdNumber
                SET EndOfFile TO TRUE
             ELSE
                IF GF-EntryNbr = 9999
                   MOVE ZERO TO NextEntryNbr
                ELSE
                   COMPUTE NextEntryNbr = GF-EntryNbr + 1
                END-IF
             END-IF
       END-READ
    END-PERFORM.

ListEntries.
    PERFORM GetEntryDonor
    IF NOT DonorFound
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ListedCount ListedPledged ListedGiven
    MOVE EntryDonorType TO GF-DonorType
    MOVE EntryDonorIdNumber TO GF-DonorId
    MOVE ZERO TO GF-EntryNbr
    MOVE "N" TO EndOfFileSwitch
    START GiftFile KEY IS NOT LESS THAN GF-GiftKey
       INVALID KEY
          SET EndOfFile TO TRUE
    END-START
    PERFORM UNTIL EndOfFile
       READ GiftFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorType NOT = EntryDonorType
                OR GF-DonorId NOT = EntryDonorIdNumber
                SET EndOfFile TO TRUE
             ELSE
                PERFORM ListOneEntry
             END-IF
       END-READ
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No pledges or gifts on file for this donor."
    ELSE
       DISPLAY ListedCount " entries - pledged " ListedPledged
          ", given " ListedGiven
    END-IF.

ListOneEntry.
    MOVE GF-EntryNbr TO ELL-EntryNbr
    MOVE GF-EntryDate TO ELL-EntryDate
    MOVE GF-Amount TO ELL-Amount
    MOVE SPACES TO ELL-PledgeText
    IF GF-PledgeEntry
       MOVE "PLEDGE" TO ELL-EntryType
       STRING "due " DELIMITED BY SIZE
              GF-DueDate DELIMITED BY SIZE
          INTO ELL-PledgeText
       ADD GF-Amount TO ListedPledged
    ELSE
       MOVE "GIFT" TO ELL-EntryType
       IF GF-PledgeNbr NOT = ZERO
          STRING "pays " DELIMITED BY SIZE
                 GF-PledgeNbr DELIMITED BY SIZE
             INTO ELL-PledgeText
       END-IF
       ADD GF-Amount TO ListedGiven
    END-IF
    MOVE GF-Designation TO ELL-Designation
    DISPLAY EntryListLine
    ADD 1 TO ListedCount.
