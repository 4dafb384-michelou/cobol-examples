IDENTIFICATION DIVISION.
PROGRAM-ID.  AidMaint.
AUTHOR.  Michael Coughlan.
*> Maintains AWARDS.DAT, the financial aid and scholarship awards
*> made to students from the funds on FUNDS.DAT.  One record per
*> student per term per fund:
*>
*>    cols 1-7   StudentId (must be on STUDENTS.DAT)
*>    col  8     space
*>    cols 9-14  TermCode
*>    col  15    space
*>    cols 16-19 fund code (must be on FUNDS.DAT)
*>    col  20    space
*>    cols 21-27 amount awarded 99999V99
*>    col  28    space
*>    col  29    status - O offered, A accepted, D disbursed
*>    col  30    space
*>    cols 31-38 date disbursed YYYYMMDD (zero until disbursed)
*>    col  39    space
*>    cols 40-46 amount disbursed 99999V99
*>
*> Transactions, in the HousMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd    - offer an award; refused when it would take the fund
*>              past the amount FundMaint says it has to award
*>    C)hange - the amount, or the status between Offered and
*>              Accepted
*>    L)ist   - one student's awards, or every award for a term
*>    D)elete - withdraw an award
*>    Q)uit and save
*>
*> Only Accepted awards are disbursed.  TuitionBill disburses them
*> against the item it raises for the term, before the invoice is
*> printed; AidDisb disburses any accepted after the term was billed.
*> Both mark the award D, and a Disbursed award can be neither
*> changed nor deleted here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AwardFile ASSIGN TO "AWARDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AwardFileStatus.
    SELECT FundFile ASSIGN TO "FUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FundFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.

DATA DIVISION.
FILE SECTION.
FD AwardFile.
01 AwardRecord.
   02  AW-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AW-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  AW-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  AW-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  AW-Status       PIC X.
   02  FILLER          PIC X.
   02  AW-DisbursedDate PIC 9(8).
   02  FILLER          PIC X.
   02  AW-DisbursedAmount PIC 9(5)V99.

FD FundFile.
01 FundRecord.
   02  FN-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  FN-FundName     PIC X(24).
   02  FILLER          PIC X.
   02  FN-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  FN-Available    PIC 9(7)V99.

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
01  AwardFileStatus          PIC XX.
    88  AwardFileOk          VALUE "00".
01  FundFileStatus           PIC XX.
    88  FundFileOk           VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  MasterAvailableSwitch    PIC X VALUE "N".
    88  MasterAvailable      VALUE "Y".

01  AidTransactionCode       PIC X.
    88  AddAwardTrans        VALUE "A" "a".
    88  ChangeAwardTrans     VALUE "C" "c".
    88  ListAwardsTrans      VALUE "L" "l".
    88  DeleteAwardTrans     VALUE "D" "d".
    88  QuitAidTrans         VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryTermCode            PIC X(6).
01  EntryFundCode            PIC X(4).
01  EntryAmount              PIC X(10).
01  EntryAwardAmount         PIC 9(5)V99.
01  EntryStatus              PIC X.
    88  EntryStatusValid     VALUE "O" "A".
01  ListedCount              PIC 9(4).
01  FundAwardedTotal         PIC 9(7)V99.
01  FundRemaining            PIC S9(7)V99.
01  FundRemainingDisplay     PIC -(7)9.99.

01  FundCount                PIC 9(3) VALUE ZERO.
01  FundIndex                PIC 9(3).
01  FoundFundIndex           PIC 9(3).
01  FundFoundSwitch          PIC X.
    88  FundFound            VALUE "Y".
01  FundTable.
    02  FundEntry            OCCURS 200 TIMES.
        03  FT-FundCode      PIC X(4).
        03  FT-FundName      PIC X(24).
        03  FT-Available     PIC 9(7)V99.

01  AwardCount               PIC 9(4) VALUE ZERO.
01  AwardIndex               PIC 9(4).
01  FoundAwardIndex          PIC 9(4).
01  AwardFoundSwitch         PIC X.
    88  AwardFound           VALUE "Y".
01  AwardTable.
    02  AwardEntry           OCCURS 3000 TIMES.
        03  AT-StudentId     PIC 9(7).
        03  AT-TermCode      PIC X(6).
        03  AT-FundCode      PIC X(4).
        03  AT-Amount        PIC 9(5)V99.
        03  AT-Status        PIC X.
            88  AT-Offered   VALUE "O".
            88  AT-Accepted  VALUE "A".
            88  AT-Disbursed VALUE "D".
        03  AT-DisbursedDate PIC 9(8).
        03  AT-DisbursedAmount PIC 9(5)V99.

01  AwardListLine.
    02  ALL-StudentId        PIC 9(7).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ALL-TermCode         PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ALL-FundCode         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ALL-Amount           PIC ZZZZ9.99.
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  ALL-StatusText       PIC X(9).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ALL-DisbursedDate    PIC X(8).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ALL-DisbursedAmount  PIC ZZZZ9.99.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - students cannot be checked,"
          " so no awards can be added."
    END-IF
    PERFORM LoadFundFile
    PERFORM LoadAwardFile
    PERFORM GetAidTransactionCode
    PERFORM UNTIL QuitAidTrans
       EVALUATE TRUE
          WHEN AddAwardTrans
             PERFORM AddAward
          WHEN ChangeAwardTrans
             PERFORM ChangeAward
          WHEN ListAwardsTrans
             PERFORM ListAwards
          WHEN DeleteAwardTrans
             PERFORM DeleteAward
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetAidTransactionCode
    END-PERFORM
    PERFORM SaveAwardFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

GetAidTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT AidTransactionCode.

LoadFundFile.
    MOVE ZERO TO FundCount
    OPEN INPUT FundFile
    IF NOT FundFileOk
       DISPLAY "FUNDS.DAT not found - run FundMaint first."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneFundRecord
    PERFORM UNTIL EndOfFile
       IF FN-FundCode NOT = SPACES AND FundCount < 200
          ADD 1 TO FundCount
          MOVE FN-FundCode TO FT-FundCode (FundCount)
          MOVE FN-FundName TO FT-FundName (FundCount)
          MOVE FN-Available TO FT-Available (FundCount)
       END-IF
       PERFORM ReadOneFundRecord
    END-PERFORM
    CLOSE FundFile.

ReadOneFundRecord.
    READ FundFile
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadAwardFile.
    MOVE ZERO TO AwardCount
    OPEN INPUT AwardFile
    IF NOT AwardFileOk
       DISPLAY "AWARDS.DAT not found - starting with no awards."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAwardRecord
    PERFORM UNTIL EndOfFile
       IF AW-StudentId NUMERIC AND AwardCount < 3000
          ADD 1 TO AwardCount
          MOVE AW-StudentId TO AT-StudentId (AwardCount)
          MOVE AW-TermCode TO AT-TermCode (AwardCount)
          MOVE AW-FundCode TO AT-FundCode (AwardCount)
          MOVE AW-Amount TO AT-Amount (AwardCount)
          MOVE AW-Status TO AT-Status (AwardCount)
          MOVE AW-DisbursedDate TO AT-DisbursedDate (AwardCount)
          MOVE AW-DisbursedAmount TO AT-DisbursedAmount (AwardCount)
       END-IF
       PERFORM ReadOneAwardRecord
    END-PERFORM
    CLOSE AwardFile.

ReadOneAwardRecord.
    READ AwardFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveAwardFile.
    OPEN OUTPUT AwardFile
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       IF AT-StudentId (AwardIndex) NOT = ZERO
          MOVE SPACES TO AwardRecord
          MOVE AT-StudentId (AwardIndex) TO AW-StudentId
          MOVE AT-TermCode (AwardIndex) TO AW-TermCode
          MOVE AT-FundCode (AwardIndex) TO AW-FundCode
          MOVE AT-Amount (AwardIndex) TO AW-Amount
          MOVE AT-Status (AwardIndex) TO AW-Status
          MOVE AT-DisbursedDate (AwardIndex) TO AW-DisbursedDate
          MOVE AT-DisbursedAmount (AwardIndex) TO AW-DisbursedAmount
          WRITE AwardRecord
       END-IF
    END-PERFORM
    CLOSE AwardFile
    DISPLAY "AWARDS.DAT saved.".

GetEntryAwardKey.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    DISPLAY "Enter TermCode (e.g. 2026FA)"
    MOVE SPACES TO EntryTermCode
    ACCEPT EntryTermCode
    DISPLAY "Enter fund code (4 characters)"
    MOVE SPACES TO EntryFundCode
    ACCEPT EntryFundCode
    INSPECT EntryTermCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT EntryFundCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> The amount as keyed, e.g. 1500.00; blank leaves it zero.
GetEntryAmount.
    DISPLAY "Enter amount (e.g. 1500.00)"
    MOVE SPACES TO EntryAmount
    ACCEPT EntryAmount
    IF EntryAmount = SPACES
       MOVE ZERO TO EntryAwardAmount
    ELSE
       COMPUTE EntryAwardAmount = FUNCTION NUMVAL (EntryAmount)
    END-IF.

GetEntryStatus.
    DISPLAY "Enter status - O)ffered or A)ccepted"
    MOVE SPACE TO EntryStatus
    ACCEPT EntryStatus
    INSPECT EntryStatus
       CONVERTING "oa" TO "OA".

FindAwardEntry.
    MOVE "N" TO AwardFoundSwitch
    MOVE ZERO TO FoundAwardIndex
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount OR AwardFound
       IF AT-StudentId (AwardIndex) = EntryStudentId
          AND AT-TermCode (AwardIndex) = EntryTermCode
          AND AT-FundCode (AwardIndex) = EntryFundCode
          SET AwardFound TO TRUE
          MOVE AwardIndex TO FoundAwardIndex
       END-IF
    END-PERFORM.

FindFundEntry.
    MOVE "N" TO FundFoundSwitch
    MOVE ZERO TO FoundFundIndex
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount OR FundFound
       IF FT-FundCode (FundIndex) = EntryFundCode
          SET FundFound TO TRUE
          MOVE FundIndex TO FoundFundIndex
       END-IF
    END-PERFORM.

*> Everything already awarded from EntryFundCode, whatever its
*> status, less the award at FoundAwardIndex when one is being
*> changed.
TotalFundAwards.
    MOVE ZERO TO FundAwardedTotal
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       IF AT-StudentId (AwardIndex) NOT = ZERO
          AND AT-FundCode (AwardIndex) = EntryFundCode
          AND AwardIndex NOT = FoundAwardIndex
          IF AT-Disbursed (AwardIndex)
             ADD AT-DisbursedAmount (AwardIndex) TO FundAwardedTotal
          ELSE
             ADD AT-Amount (AwardIndex) TO FundAwardedTotal
          END-IF
       END-IF
    END-PERFORM.

AddAward.
    IF NOT MasterAvailable
       DISPLAY "STUDENTS.DAT is needed to add an award."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryAwardKey
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
    PERFORM FindFundEntry
    IF NOT FundFound
       DISPLAY "Fund " EntryFundCode " is not on FUNDS.DAT"
          " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindAwardEntry
    IF AwardFound
       DISPLAY "Student already has an award from " EntryFundCode
          " for " EntryTermCode " - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF AwardCount NOT < 3000
       DISPLAY "Award table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryAmount
    IF EntryAwardAmount = ZERO
       DISPLAY "An award needs an amount - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM TotalFundAwards
    COMPUTE FundRemaining = FT-Available (FoundFundIndex)
                          - FundAwardedTotal - EntryAwardAmount
    IF FundRemaining < ZERO
       MOVE FundRemaining TO FundRemainingDisplay
       DISPLAY "Fund " EntryFundCode " would be overawarded by "
          FundRemainingDisplay " - add refused."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryStatus
    IF EntryStatus = SPACE
       MOVE "O" TO EntryStatus
    END-IF
    IF NOT EntryStatusValid
       DISPLAY "Status must be O or A - add cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AwardCount
    MOVE StudentId TO AT-StudentId (AwardCount)
    MOVE EntryTermCode TO AT-TermCode (AwardCount)
    MOVE EntryFundCode TO AT-FundCode (AwardCount)
    MOVE EntryAwardAmount TO AT-Amount (AwardCount)
    MOVE EntryStatus TO AT-Status (AwardCount)
    MOVE ZERO TO AT-DisbursedDate (AwardCount)
    MOVE ZERO TO AT-DisbursedAmount (AwardCount)
    MOVE FundRemaining TO FundRemainingDisplay
    DISPLAY "Award added - " FundRemainingDisplay " left in fund "
       EntryFundCode ".".

ChangeAward.
    PERFORM GetEntryAwardKey
    PERFORM FindAwardEntry
    IF NOT AwardFound
       DISPLAY "No such award on file."
       EXIT PARAGRAPH
    END-IF
    IF AT-Disbursed (FoundAwardIndex)
       DISPLAY "Award was disbursed on "
          AT-DisbursedDate (FoundAwardIndex)
          " - it cannot be changed."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current amount: " AT-Amount (FoundAwardIndex)
       "  status: " AT-Status (FoundAwardIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntryAmount
    IF EntryAwardAmount NOT = ZERO
       PERFORM FindFundEntry
       IF FundFound
          PERFORM TotalFundAwards
          COMPUTE FundRemaining = FT-Available (FoundFundIndex)
                                - FundAwardedTotal - EntryAwardAmount
          IF FundRemaining < ZERO
             MOVE FundRemaining TO FundRemainingDisplay
             DISPLAY "Fund " EntryFundCode " would be overawarded by "
                FundRemainingDisplay " - amount not changed."
          ELSE
             MOVE EntryAwardAmount TO AT-Amount (FoundAwardIndex)
          END-IF
       ELSE
          DISPLAY "Fund " EntryFundCode " is not on FUNDS.DAT"
             " - amount not changed."
       END-IF
    END-IF
    PERFORM GetEntryStatus
    IF EntryStatus NOT = SPACE
       IF EntryStatusValid
          MOVE EntryStatus TO AT-Status (FoundAwardIndex)
       ELSE
          DISPLAY "Status must be O or A - status not changed."
       END-IF
    END-IF
    DISPLAY "Award changed.".

DeleteAward.
    PERFORM GetEntryAwardKey
    PERFORM FindAwardEntry
    IF NOT AwardFound
       DISPLAY "No such award on file."
       EXIT PARAGRAPH
    END-IF
    IF AT-Disbursed (FoundAwardIndex)
       DISPLAY "Award was disbursed on "
          AT-DisbursedDate (FoundAwardIndex)
          " - it cannot be deleted."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO AT-StudentId (FoundAwardIndex)
    DISPLAY "Award withdrawn.".

*> A StudentId lists that student's awards; a blank StudentId asks
*> for a term and lists every award for it.
ListAwards.
    DISPLAY "Enter StudentId (blank for a whole term)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    MOVE SPACES TO EntryTermCode
    IF EntryStudentId = SPACES
       DISPLAY "Enter TermCode to list (e.g. 2026FA)"
       ACCEPT EntryTermCode
       INSPECT EntryTermCode
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF
    MOVE ZERO TO ListedCount
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       IF AT-StudentId (AwardIndex) NOT = ZERO
          IF (EntryStudentId NOT = SPACES
                AND AT-StudentId (AwardIndex) = EntryStudentId)
             OR (EntryStudentId = SPACES
                AND AT-TermCode (AwardIndex) = EntryTermCode)
             PERFORM ListOneAward
          END-IF
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No awards to list."
    END-IF.

ListOneAward.
    MOVE AT-StudentId (AwardIndex) TO ALL-StudentId
    MOVE AT-TermCode (AwardIndex) TO ALL-TermCode
    MOVE AT-FundCode (AwardIndex) TO ALL-FundCode
    MOVE AT-Amount (AwardIndex) TO ALL-Amount
    MOVE SPACES TO ALL-DisbursedDate
    MOVE ZERO TO ALL-DisbursedAmount
    EVALUATE TRUE
       WHEN AT-Offered (AwardIndex)
          MOVE "OFFERED" TO ALL-StatusText
       WHEN AT-Accepted (AwardIndex)
          MOVE "ACCEPTED" TO ALL-StatusText
       WHEN AT-Disbursed (AwardIndex)
          MOVE "DISBURSED" TO ALL-StatusText
          MOVE AT-DisbursedDate (AwardIndex) TO ALL-DisbursedDate
          MOVE AT-DisbursedAmount (AwardIndex) TO ALL-DisbursedAmount
       WHEN OTHER
          MOVE "UNKNOWN" TO ALL-StatusText
    END-EVALUATE
    DISPLAY AwardListLine
    ADD 1 TO ListedCount.
