IDENTIFICATION DIVISION.
PROGRAM-ID.  SponLink.
AUTHOR.  Michael Coughlan.
*> Maintains SPONSHIP.DAT, which links a student's term to the
*> sponsor (on SPONSORS.DAT) who pays that term's tuition.  One
*> record per student per term:
*>
*>    cols 1-7   StudentId (must be on STUDENTS.DAT)
*>    col  8     space
*>    cols 9-14  TermCode
*>    col  15    space
*>    cols 16-19 sponsor code (must be on SPONSORS.DAT)
*>    col  20    space
*>    cols 21-25 percentage of tuition the sponsor pays 999V99;
*>               zero means the sponsor pays all of it
*>    col  26    space
*>    cols 27-33 most the sponsor pays for the term 99999V99;
*>               zero means no cap
*>
*> Transactions, in the AidMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd    - sponsor a student's term
*>    C)hange - the sponsor, percentage or cap
*>    L)ist   - one student's sponsorships, or every student a
*>              sponsor pays for
*>    D)elete - end a sponsorship
*>    Q)uit and save
*>
*> TuitionBill applies the percentage and cap to the term's tuition
*> when it raises the item; the sponsor's share goes on SPONAR.DAT
*> and the student is billed the rest, plus any housing.  A change
*> here only affects terms not yet billed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SponshipFile ASSIGN TO "SPONSHIP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponshipFileStatus.
    SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.

DATA DIVISION.
FILE SECTION.
FD SponshipFile.
01 SponshipRecord.
   02  SS-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SS-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SS-SponsorCode  PIC X(4).
   02  FILLER          PIC X.
   02  SS-Percent      PIC 9(3)V99.
   02  FILLER          PIC X.
   02  SS-CapAmount    PIC 9(5)V99.

FD SponsorFile.
01 SponsorRecord.
   02  SP-SponsorCode  PIC X(4).
   02  FILLER          PIC X.
   02  SP-SponsorName  PIC X(30).
   02  FILLER          PIC X.
   02  SP-AddressLine  PIC X(30).
   02  FILLER          PIC X.
   02  SP-City         PIC X(20).
   02  FILLER          PIC X.
   02  SP-PostalCode   PIC X(10).
   02  FILLER          PIC X.
   02  SP-Contact      PIC X(20).

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
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

WORKING-STORAGE SECTION.
01  SponshipFileStatus       PIC XX.
    88  SponshipFileOk       VALUE "00".
01  SponsorFileStatus        PIC XX.
    88  SponsorFileOk        VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  MasterAvailableSwitch    PIC X VALUE "N".
    88  MasterAvailable      VALUE "Y".

01  LinkTransactionCode      PIC X.
    88  AddLinkTrans         VALUE "A" "a".
    88  ChangeLinkTrans      VALUE "C" "c".
    88  ListLinksTrans       VALUE "L" "l".
    88  DeleteLinkTrans      VALUE "D" "d".
    88  QuitLinkTrans        VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryTermCode            PIC X(6).
01  EntrySponsorCode         PIC X(4).
01  EntryPercent             PIC X(8).
01  EntryPercentValue        PIC 9(3)V99.
01  EntryCap                 PIC X(10).
01  EntryCapAmount           PIC 9(5)V99.
01  ListedCount              PIC 9(4).

01  SponsorCount             PIC 9(3) VALUE ZERO.
01  SponsorIndex             PIC 9(3).
01  FoundSponsorIndex        PIC 9(3).
01  SponsorFoundSwitch       PIC X.
    88  SponsorFound         VALUE "Y".
01  SponsorTable.
    02  SponsorEntry         OCCURS 200 TIMES.
        03  ST-SponsorCode   PIC X(4).
        03  ST-SponsorName   PIC X(30).

01  LinkCount                PIC 9(4) VALUE ZERO.
01  LinkIndex                PIC 9(4).
01  FoundLinkIndex           PIC 9(4).
01  LinkFoundSwitch          PIC X.
    88  LinkFound            VALUE "Y".
01  LinkTable.
    02  LinkEntry            OCCURS 3000 TIMES.
        03  LT-StudentId     PIC 9(7).
        03  LT-TermCode      PIC X(6).
        03  LT-SponsorCode   PIC X(4).
        03  LT-Percent       PIC 9(3)V99.
        03  LT-CapAmount     PIC 9(5)V99.

01  LinkListLine.
    02  LLL-StudentId        PIC 9(7).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  LLL-TermCode         PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  LLL-SponsorCode      PIC X(4).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  LLL-Percent          PIC ZZ9.99.
    02  FILLER               PIC X(8)  VALUE "%   cap ".
    02  LLL-CapAmount        PIC ZZZZ9.99.
    02  LLL-NoCap            REDEFINES LLL-CapAmount PIC X(8).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - students cannot be checked,"
          " so no sponsorships can be added."
    END-IF
    PERFORM LoadSponsorFile
    PERFORM LoadSponshipFile
    PERFORM GetLinkTransactionCode
    PERFORM UNTIL QuitLinkTrans
       EVALUATE TRUE
          WHEN AddLinkTrans
             PERFORM AddLink
          WHEN ChangeLinkTrans
             PERFORM ChangeLink
          WHEN ListLinksTrans
             PERFORM ListLinks
          WHEN DeleteLinkTrans
             PERFORM DeleteLink
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetLinkTransactionCode
    END-PERFORM
    PERFORM SaveSponshipFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

GetLinkTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT LinkTransactionCode.

LoadSponsorFile.
    MOVE ZERO TO SponsorCount
    OPEN INPUT SponsorFile
    IF NOT SponsorFileOk
       DISPLAY "SPONSORS.DAT not found - run SponMaint first."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSponsorRecord
    PERFORM UNTIL EndOfFile
       IF SP-SponsorCode NOT = SPACES AND SponsorCount < 200
          ADD 1 TO SponsorCount
          MOVE SP-SponsorCode TO ST-SponsorCode (SponsorCount)
          MOVE SP-SponsorName TO ST-SponsorName (SponsorCount)
       END-IF
       PERFORM ReadOneSponsorRecord
    END-PERFORM
    CLOSE SponsorFile.

ReadOneSponsorRecord.
    READ SponsorFile
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadSponshipFile.
    MOVE ZERO TO LinkCount
    OPEN INPUT SponshipFile
    IF NOT SponshipFileOk
       DISPLAY "SPONSHIP.DAT not found - starting with no sponsorships."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSponshipRecord
    PERFORM UNTIL EndOfFile
       IF SS-StudentId NUMERIC AND LinkCount < 3000
          ADD 1 TO LinkCount
          MOVE SS-StudentId TO LT-StudentId (LinkCount)
          MOVE SS-TermCode TO LT-TermCode (LinkCount)
          MOVE SS-SponsorCode TO LT-SponsorCode (LinkCount)
          MOVE SS-Percent TO LT-Percent (LinkCount)
          MOVE SS-CapAmount TO LT-CapAmount (LinkCount)
       END-IF
       PERFORM ReadOneSponshipRecord
    END-PERFORM
    CLOSE SponshipFile.

ReadOneSponshipRecord.
    READ SponshipFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveSponshipFile.
    OPEN OUTPUT SponshipFile
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > LinkCount
       IF LT-StudentId (LinkIndex) NOT = ZERO
          MOVE SPACES TO SponshipRecord
          MOVE LT-StudentId (LinkIndex) TO SS-StudentId
          MOVE LT-TermCode (LinkIndex) TO SS-TermCode
          MOVE LT-SponsorCode (LinkIndex) TO SS-SponsorCode
          MOVE LT-Percent (LinkIndex) TO SS-Percent
          MOVE LT-CapAmount (LinkIndex) TO SS-CapAmount
          WRITE SponshipRecord
       END-IF
    END-PERFORM
    CLOSE SponshipFile
    DISPLAY "SPONSHIP.DAT saved.".

GetEntryLinkKey.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    DISPLAY "Enter TermCode (e.g. 2026FA)"
    MOVE SPACES TO EntryTermCode
    ACCEPT EntryTermCode
    INSPECT EntryTermCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

GetEntrySponsorCode.
    DISPLAY "Enter sponsor code (4 characters)"
    MOVE SPACES TO EntrySponsorCode
    ACCEPT EntrySponsorCode
    INSPECT EntrySponsorCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> The percentage as keyed, e.g. 50 or 75.5; blank leaves it zero,
*> which on a new sponsorship means the sponsor pays it all.
GetEntryPercent.
    DISPLAY "Enter percentage of tuition the sponsor pays (blank = 100)"
    MOVE SPACES TO EntryPercent
    ACCEPT EntryPercent
    IF EntryPercent = SPACES
       MOVE ZERO TO EntryPercentValue
    ELSE
       COMPUTE EntryPercentValue = FUNCTION NUMVAL (EntryPercent)
    END-IF.

*> The cap as keyed, e.g. 2500.00; blank leaves it zero - no cap.
GetEntryCap.
    DISPLAY "Enter most the sponsor pays for the term (blank = no cap)"
    MOVE SPACES TO EntryCap
    ACCEPT EntryCap
    IF EntryCap = SPACES
       MOVE ZERO TO EntryCapAmount
    ELSE
       COMPUTE EntryCapAmount = FUNCTION NUMVAL (EntryCap)
    END-IF.

FindLinkEntry.
    MOVE "N" TO LinkFoundSwitch
    MOVE ZERO TO FoundLinkIndex
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > LinkCount OR LinkFound
       IF LT-StudentId (LinkIndex) = EntryStudentId
          AND LT-TermCode (LinkIndex) = EntryTermCode
          SET LinkFound TO TRUE
          MOVE LinkIndex TO FoundLinkIndex
       END-IF
    END-PERFORM.

FindSponsorEntry.
    MOVE "N" TO SponsorFoundSwitch
    MOVE ZERO TO FoundSponsorIndex
    PERFORM VARYING SponsorIndex FROM 1 BY 1
       UNTIL SponsorIndex > SponsorCount OR SponsorFound
       IF ST-SponsorCode (SponsorIndex) = EntrySponsorCode
          SET SponsorFound TO TRUE
          MOVE SponsorIndex TO FoundSponsorIndex
       END-IF
    END-PERFORM.

AddLink.
    IF NOT MasterAvailable
       DISPLAY "STUDENTS.DAT is needed to add a sponsorship."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryLinkKey
    IF EntryStudentId NOT NUMERIC OR EntryStudentId = ZEROS
       DISPLAY "StudentId must be 7 digits - add cancelled."
       EXIT PARAGRAPH
    END-IF
    IF EntryTermCode = SPACES
       DISPLAY "A TermCode is required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " EntryStudentId " is not on STUDENTS.DAT"
             " - add cancelled."
          EXIT PARAGRAPH
    END-READ
    DISPLAY "Student: " Surname " " GivenName
    PERFORM FindLinkEntry
    IF LinkFound
       DISPLAY "Student is already sponsored for " EntryTermCode
          " by " LT-SponsorCode (FoundLinkIndex)
          " - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF LinkCount NOT < 3000
       DISPLAY "Sponsorship table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntrySponsorCode
    PERFORM FindSponsorEntry
    IF NOT SponsorFound
       DISPLAY "Sponsor " EntrySponsorCode " is not on SPONSORS.DAT"
          " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Sponsor: " ST-SponsorName (FoundSponsorIndex)
    PERFORM GetEntryPercent
    IF EntryPercentValue > 100
       DISPLAY "Percentage cannot be over 100 - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryCap
    ADD 1 TO LinkCount
    MOVE StudentId TO LT-StudentId (LinkCount)
    MOVE EntryTermCode TO LT-TermCode (LinkCount)
    MOVE EntrySponsorCode TO LT-SponsorCode (LinkCount)
    MOVE EntryPercentValue TO LT-Percent (LinkCount)
    MOVE EntryCapAmount TO LT-CapAmount (LinkCount)
    DISPLAY "Sponsorship added.".

ChangeLink.
    PERFORM GetEntryLinkKey
    PERFORM FindLinkEntry
    IF NOT LinkFound
       DISPLAY "No such sponsorship on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current sponsor: " LT-SponsorCode (FoundLinkIndex)
       "  percent: " LT-Percent (FoundLinkIndex)
       "  cap: " LT-CapAmount (FoundLinkIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntrySponsorCode
    IF EntrySponsorCode NOT = SPACES
       PERFORM FindSponsorEntry
       IF SponsorFound
          MOVE EntrySponsorCode TO LT-SponsorCode (FoundLinkIndex)
       ELSE
          DISPLAY "Sponsor " EntrySponsorCode " is not on SPONSORS.DAT"
             " - sponsor not changed."
       END-IF
    END-IF
    PERFORM GetEntryPercent
    IF EntryPercentValue NOT = ZERO
       IF EntryPercentValue > 100
          DISPLAY "Percentage cannot be over 100 - percent not changed."
       ELSE
          MOVE EntryPercentValue TO LT-Percent (FoundLinkIndex)
       END-IF
    END-IF
    PERFORM GetEntryCap
    IF EntryCapAmount NOT = ZERO
       MOVE EntryCapAmount TO LT-CapAmount (FoundLinkIndex)
    END-IF
    DISPLAY "Sponsorship changed - terms already billed are not"
       " affected.".

DeleteLink.
    PERFORM GetEntryLinkKey
    PERFORM FindLinkEntry
    IF NOT LinkFound
       DISPLAY "No such sponsorship on file."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO LT-StudentId (FoundLinkIndex)
    DISPLAY "Sponsorship ended.".

*> A StudentId lists that student's sponsorships; a blank StudentId
*> asks for a sponsor code and lists every student it pays for.
ListLinks.
    DISPLAY "Enter StudentId (blank for a whole sponsor)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    MOVE SPACES TO EntrySponsorCode
    IF EntryStudentId = SPACES
       PERFORM GetEntrySponsorCode
    END-IF
    MOVE ZERO TO ListedCount
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > LinkCount
       IF LT-StudentId (LinkIndex) NOT = ZERO
          IF (EntryStudentId NOT = SPACES
                AND LT-StudentId (LinkIndex) = EntryStudentId)
             OR (EntryStudentId = SPACES
                AND LT-SponsorCode (LinkIndex) = EntrySponsorCode)
             PERFORM ListOneLink
          END-IF
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No sponsorships to list."
    END-IF.

ListOneLink.
    MOVE LT-StudentId (LinkIndex) TO LLL-StudentId
    MOVE LT-TermCode (LinkIndex) TO LLL-TermCode
    MOVE LT-SponsorCode (LinkIndex) TO LLL-SponsorCode
    IF LT-Percent (LinkIndex) = ZERO
       MOVE 100 TO LLL-Percent
    ELSE
       MOVE LT-Percent (LinkIndex) TO LLL-Percent
    END-IF
    IF LT-CapAmount (LinkIndex) = ZERO
       MOVE "none" TO LLL-NoCap
    ELSE
       MOVE LT-CapAmount (LinkIndex) TO LLL-CapAmount
    END-IF
    DISPLAY LinkListLine
    ADD 1 TO ListedCount.
