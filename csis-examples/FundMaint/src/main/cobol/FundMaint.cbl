IDENTIFICATION DIVISION.
PROGRAM-ID.  FundMaint.
AUTHOR.  Michael Coughlan.
*> Maintains FUNDS.DAT, the financial aid and scholarship funds the
*> awards on AWARDS.DAT are made from.  One record per fund:
*>
*>    cols 1-4   fund code
*>    col  5     space
*>    cols 6-29  fund name
*>    col  30    space
*>    cols 31-34 GL account the fund's disbursements post to
*>    col  35    space
*>    cols 36-44 amount the fund has to award 9999999V99
*>
*> Transactions, in the HallMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a fund
*>    C)hange a fund's name, GL account or amount available
*>    L)ist the funds
*>    D)elete a fund
*>    Q)uit and save
*>
*> AidMaint makes awards against these funds, TuitionBill and AidDisb
*> disburse them, GLPost posts each disbursement to the fund's GL
*> account (which must also be on GLACCTS.DAT), and FundRept shows
*> how much of each fund is awarded against what is available.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FundFile ASSIGN TO "FUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FundFileStatus.

DATA DIVISION.
FILE SECTION.
FD FundFile.
01 FundRecord.
   02  FN-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  FN-FundName     PIC X(24).
   02  FILLER          PIC X.
   02  FN-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  FN-Available    PIC 9(7)V99.

WORKING-STORAGE SECTION.
01  FundFileStatus           PIC XX.
    88  FundFileOk           VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  FundTransactionCode      PIC X.
    88  AddFundTrans         VALUE "A" "a".
    88  ChangeFundTrans      VALUE "C" "c".
    88  ListFundsTrans       VALUE "L" "l".
    88  DeleteFundTrans      VALUE "D" "d".
    88  QuitFundTrans        VALUE "Q" "q".

01  EntryFundCode            PIC X(4).
01  EntryFundName            PIC X(24).
01  EntryGLAccount           PIC X(4).
01  EntryAvailable           PIC X(12).
01  EntryAvailableAmount     PIC 9(7)V99.

01  FundCount                PIC 9(3) VALUE ZERO.
01  FundIndex                PIC 9(3).
01  FoundFundIndex           PIC 9(3).
01  FundFoundSwitch          PIC X.
    88  FundFound            VALUE "Y".
01  FundTable.
    02  FundEntry            OCCURS 200 TIMES.
        03  FT-FundCode      PIC X(4).
        03  FT-FundName      PIC X(24).
        03  FT-GLAccount     PIC 9(4).
        03  FT-Available     PIC 9(7)V99.

01  FundListLine.
    02  FLL-FundCode         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  FLL-FundName         PIC X(24).
    02  FILLER               PIC X(11) VALUE "  account  ".
    02  FLL-GLAccount        PIC 9(4).
    02  FILLER               PIC X(13) VALUE "  available  ".
    02  FLL-Available        PIC ZZZZZZ9.99.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadFundFile
    PERFORM GetFundTransactionCode
    PERFORM UNTIL QuitFundTrans
       EVALUATE TRUE
          WHEN AddFundTrans
             PERFORM AddFund
          WHEN ChangeFundTrans
             PERFORM ChangeFund
          WHEN ListFundsTrans
             PERFORM ListFunds
          WHEN DeleteFundTrans
             PERFORM DeleteFund
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetFundTransactionCode
    END-PERFORM
    PERFORM SaveFundFile
    STOP RUN.

GetFundTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT FundTransactionCode.

LoadFundFile.
    MOVE ZERO TO FundCount
    OPEN INPUT FundFile
    IF NOT FundFileOk
       DISPLAY "FUNDS.DAT not found - starting with no funds."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneFundRecord
    PERFORM UNTIL EndOfFile
       IF FN-FundCode NOT = SPACES AND FundCount < 200
          ADD 1 TO FundCount
          MOVE FN-FundCode TO FT-FundCode (FundCount)
          MOVE FN-FundName TO FT-FundName (FundCount)
          MOVE FN-GLAccount TO FT-GLAccount (FundCount)
          MOVE FN-Available TO FT-Available (FundCount)
       END-IF
       PERFORM ReadOneFundRecord
    END-PERFORM
    CLOSE FundFile.

ReadOneFundRecord.
    READ FundFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveFundFile.
    OPEN OUTPUT FundFile
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount
       IF FT-FundCode (FundIndex) NOT = SPACES
          MOVE SPACES TO FundRecord
          MOVE FT-FundCode (FundIndex) TO FN-FundCode
          MOVE FT-FundName (FundIndex) TO FN-FundName
          MOVE FT-GLAccount (FundIndex) TO FN-GLAccount
          MOVE FT-Available (FundIndex) TO FN-Available
          WRITE FundRecord
       END-IF
    END-PERFORM
    CLOSE FundFile
    DISPLAY "FUNDS.DAT saved.".

GetFundKey.
    DISPLAY "Enter fund code (4 characters)"
    MOVE SPACES TO EntryFundCode
    ACCEPT EntryFundCode
    INSPECT EntryFundCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

GetEntryFundName.
    DISPLAY "Enter fund name"
    MOVE SPACES TO EntryFundName
    ACCEPT EntryFundName.

GetEntryGLAccount.
    DISPLAY "Enter GL account for disbursements (4 digits)"
    MOVE SPACES TO EntryGLAccount
    ACCEPT EntryGLAccount
    IF EntryGLAccount NOT = SPACES AND EntryGLAccount NOT NUMERIC
       DISPLAY "GL account must be 4 digits."
       MOVE SPACES TO EntryGLAccount
    END-IF.

*> The amount as keyed, e.g. 250000.00; blank leaves it zero so a
*> change can keep the current amount.
GetEntryAvailable.
    DISPLAY "Enter amount available to award (e.g. 250000.00)"
    MOVE SPACES TO EntryAvailable
    ACCEPT EntryAvailable
    IF EntryAvailable = SPACES
       MOVE ZERO TO EntryAvailableAmount
    ELSE
       COMPUTE EntryAvailableAmount = FUNCTION NUMVAL (EntryAvailable)
    END-IF.

AddFund.
    PERFORM GetFundKey
    IF EntryFundCode = SPACES
       DISPLAY "Fund code is required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindFundEntry
    IF FundFound
       DISPLAY "Fund already on file - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF FundCount NOT < 200
       DISPLAY "Fund table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryFundName
    PERFORM GetEntryGLAccount
    IF EntryGLAccount = SPACES
       DISPLAY "A fund needs a GL account - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryAvailable
    ADD 1 TO FundCount
    MOVE EntryFundCode TO FT-FundCode (FundCount)
    MOVE EntryFundName TO FT-FundName (FundCount)
    MOVE EntryGLAccount TO FT-GLAccount (FundCount)
    MOVE EntryAvailableAmount TO FT-Available (FundCount)
    DISPLAY "Fund " EntryFundCode " added.".

ChangeFund.
    PERFORM GetFundKey
    PERFORM FindFundEntry
    IF NOT FundFound
       DISPLAY "No such fund on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current name: " FT-FundName (FoundFundIndex)
       "  account: " FT-GLAccount (FoundFundIndex)
       "  available: " FT-Available (FoundFundIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntryFundName
    IF EntryFundName NOT = SPACES
       MOVE EntryFundName TO FT-FundName (FoundFundIndex)
    END-IF
    PERFORM GetEntryGLAccount
    IF EntryGLAccount NOT = SPACES
       MOVE EntryGLAccount TO FT-GLAccount (FoundFundIndex)
    END-IF
    PERFORM GetEntryAvailable
    IF EntryAvailableAmount NOT = ZERO
       MOVE EntryAvailableAmount TO FT-Available (FoundFundIndex)
    END-IF
    DISPLAY "Fund " EntryFundCode " changed - disbursements already"
       " made keep the account they were posted to.".

DeleteFund.
    PERFORM GetFundKey
    PERFORM FindFundEntry
    IF NOT FundFound
       DISPLAY "No such fund on file."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FT-FundCode (FoundFundIndex)
    DISPLAY "Fund deleted - awards made from it cannot be disbursed"
       " until it is put back.".

ListFunds.
    IF FundCount = ZERO
       DISPLAY "No funds on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount
       IF FT-FundCode (FundIndex) NOT = SPACES
          MOVE FT-FundCode (FundIndex) TO FLL-FundCode
          MOVE FT-FundName (FundIndex) TO FLL-FundName
          MOVE FT-GLAccount (FundIndex) TO FLL-GLAccount
          MOVE FT-Available (FundIndex) TO FLL-Available
          DISPLAY FundListLine
       END-IF
    END-PERFORM.
