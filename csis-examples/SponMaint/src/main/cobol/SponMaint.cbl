IDENTIFICATION DIVISION.
PROGRAM-ID.  SponMaint.
AUTHOR.  Michael Coughlan.
*> Maintains SPONSORS.DAT, the employers and agencies that pay
*> tuition directly for the students they sponsor.  One record per
*> sponsor, carrying what the consolidated sponsor invoice needs to
*> be addressed:
*>
*>    cols 1-4    sponsor code
*>    col  5      space
*>    cols 6-35   sponsor name
*>    col  36     space
*>    cols 37-66  street address
*>    col  67     space
*>    cols 68-87  city
*>    col  88     space
*>    cols 89-98  postal code
*>    col  99     space
*>    cols 100-119 billing contact
*>
*> Transactions, in the HallMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a sponsor
*>    C)hange a sponsor's name, address or contact
*>    L)ist the sponsors
*>    D)elete a sponsor
*>    Q)uit and save
*>
*> SponLink records which students a sponsor pays for; TuitionBill
*> splits their charge onto the sponsor receivable SPONAR.DAT and
*> prints the consolidated invoice SPONINV.RPT from these records.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorFileStatus.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01  SponsorFileStatus        PIC XX.
    88  SponsorFileOk        VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  SponTransactionCode      PIC X.
    88  AddSponsorTrans      VALUE "A" "a".
    88  ChangeSponsorTrans   VALUE "C" "c".
    88  ListSponsorsTrans    VALUE "L" "l".
    88  DeleteSponsorTrans   VALUE "D" "d".
    88  QuitSponsorTrans     VALUE "Q" "q".

01  EntrySponsorCode         PIC X(4).
01  EntrySponsorName         PIC X(30).
01  EntryAddressLine         PIC X(30).
01  EntryCity                PIC X(20).
01  EntryPostalCode          PIC X(10).
01  EntryContact             PIC X(20).

01  SponsorCount             PIC 9(3) VALUE ZERO.
01  SponsorIndex             PIC 9(3).
01  FoundSponsorIndex        PIC 9(3).
01  SponsorFoundSwitch       PIC X.
    88  SponsorFound         VALUE "Y".
01  SponsorTable.
    02  SponsorEntry         OCCURS 200 TIMES.
        03  ST-SponsorCode   PIC X(4).
        03  ST-SponsorName   PIC X(30).
        03  ST-AddressLine   PIC X(30).
        03  ST-City          PIC X(20).
        03  ST-PostalCode    PIC X(10).
        03  ST-Contact       PIC X(20).

01  SponsorListLine.
    02  SLL-SponsorCode      PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  SLL-SponsorName      PIC X(30).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  SLL-City             PIC X(20).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  SLL-Contact          PIC X(20).

PROCEDURE DIVISION.
Begin.
    PERFORM LoadSponsorFile
    PERFORM GetSponTransactionCode
    PERFORM UNTIL QuitSponsorTrans
       EVALUATE TRUE
          WHEN AddSponsorTrans
             PERFORM AddSponsor
          WHEN ChangeSponsorTrans
             PERFORM ChangeSponsor
          WHEN ListSponsorsTrans
             PERFORM ListSponsors
          WHEN DeleteSponsorTrans
             PERFORM DeleteSponsor
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetSponTransactionCode
    END-PERFORM
    PERFORM SaveSponsorFile
    STOP RUN.

GetSponTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT SponTransactionCode.

LoadSponsorFile.
    MOVE ZERO TO SponsorCount
    OPEN INPUT SponsorFile
    IF NOT SponsorFileOk
       DISPLAY "SPONSORS.DAT not found - starting with no sponsors."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSponsorRecord
    PERFORM UNTIL EndOfFile
       IF SP-SponsorCode NOT = SPACES AND SponsorCount < 200
          ADD 1 TO SponsorCount
          MOVE SP-SponsorCode TO ST-SponsorCode (SponsorCount)
          MOVE SP-SponsorName TO ST-SponsorName (SponsorCount)
          MOVE SP-AddressLine TO ST-AddressLine (SponsorCount)
          MOVE SP-City TO ST-City (SponsorCount)
          MOVE SP-PostalCode TO ST-PostalCode (SponsorCount)
          MOVE SP-Contact TO ST-Contact (SponsorCount)
       END-IF
       PERFORM ReadOneSponsorRecord
    END-PERFORM
    CLOSE SponsorFile.

ReadOneSponsorRecord.
    READ SponsorFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveSponsorFile.
    OPEN OUTPUT SponsorFile
    PERFORM VARYING SponsorIndex FROM 1 BY 1
       UNTIL SponsorIndex > SponsorCount
       IF ST-SponsorCode (SponsorIndex) NOT = SPACES
          MOVE SPACES TO SponsorRecord
          MOVE ST-SponsorCode (SponsorIndex) TO SP-SponsorCode
          MOVE ST-SponsorName (SponsorIndex) TO SP-SponsorName
          MOVE ST-AddressLine (SponsorIndex) TO SP-AddressLine
          MOVE ST-City (SponsorIndex) TO SP-City
          MOVE ST-PostalCode (SponsorIndex) TO SP-PostalCode
          MOVE ST-Contact (SponsorIndex) TO SP-Contact
          WRITE SponsorRecord
       END-IF
    END-PERFORM
    CLOSE SponsorFile
    DISPLAY "SPONSORS.DAT saved.".

GetSponsorKey.
    DISPLAY "Enter sponsor code (4 characters)"
    MOVE SPACES TO EntrySponsorCode
    ACCEPT EntrySponsorCode
    INSPECT EntrySponsorCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

GetEntrySponsorDetails.
    DISPLAY "Enter sponsor name"
    MOVE SPACES TO EntrySponsorName
    ACCEPT EntrySponsorName
    DISPLAY "Enter street address"
    MOVE SPACES TO EntryAddressLine
    ACCEPT EntryAddressLine
    DISPLAY "Enter city"
    MOVE SPACES TO EntryCity
    ACCEPT EntryCity
    DISPLAY "Enter postal code"
    MOVE SPACES TO EntryPostalCode
    ACCEPT EntryPostalCode
    DISPLAY "Enter billing contact"
    MOVE SPACES TO EntryContact
    ACCEPT EntryContact.

AddSponsor.
    PERFORM GetSponsorKey
    IF EntrySponsorCode = SPACES
       DISPLAY "Sponsor code is required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindSponsorEntry
    IF SponsorFound
       DISPLAY "Sponsor already on file - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF SponsorCount NOT < 200
       DISPLAY "Sponsor table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntrySponsorDetails
    IF EntrySponsorName = SPACES
       DISPLAY "A sponsor needs a name - add cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SponsorCount
    MOVE EntrySponsorCode TO ST-SponsorCode (SponsorCount)
    MOVE EntrySponsorName TO ST-SponsorName (SponsorCount)
    MOVE EntryAddressLine TO ST-AddressLine (SponsorCount)
    MOVE EntryCity TO ST-City (SponsorCount)
    MOVE EntryPostalCode TO ST-PostalCode (SponsorCount)
    MOVE EntryContact TO ST-Contact (SponsorCount)
    DISPLAY "Sponsor " EntrySponsorCode " added.".

ChangeSponsor.
    PERFORM GetSponsorKey
    PERFORM FindSponsorEntry
    IF NOT SponsorFound
       DISPLAY "No such sponsor on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current: " ST-SponsorName (FoundSponsorIndex)
    DISPLAY "         " ST-AddressLine (FoundSponsorIndex)
    DISPLAY "         " ST-City (FoundSponsorIndex) " "
       ST-PostalCode (FoundSponsorIndex)
    DISPLAY "Contact: " ST-Contact (FoundSponsorIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntrySponsorDetails
    IF EntrySponsorName NOT = SPACES
       MOVE EntrySponsorName TO ST-SponsorName (FoundSponsorIndex)
    END-IF
    IF EntryAddressLine NOT = SPACES
       MOVE EntryAddressLine TO ST-AddressLine (FoundSponsorIndex)
    END-IF
    IF EntryCity NOT = SPACES
       MOVE EntryCity TO ST-City (FoundSponsorIndex)
    END-IF
    IF EntryPostalCode NOT = SPACES
       MOVE EntryPostalCode TO ST-PostalCode (FoundSponsorIndex)
    END-IF
    IF EntryContact NOT = SPACES
       MOVE EntryContact TO ST-Contact (FoundSponsorIndex)
    END-IF
    DISPLAY "Sponsor " EntrySponsorCode " changed.".

DeleteSponsor.
    PERFORM GetSponsorKey
    PERFORM FindSponsorEntry
    IF NOT SponsorFound
       DISPLAY "No such sponsor on file."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ST-SponsorCode (FoundSponsorIndex)
    DISPLAY "Sponsor deleted - its students are billed in full until"
       " it is put back.".

ListSponsors.
    IF SponsorCount = ZERO
       DISPLAY "No sponsors on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SponsorIndex FROM 1 BY 1
       UNTIL SponsorIndex > SponsorCount
       IF ST-SponsorCode (SponsorIndex) NOT = SPACES
          MOVE ST-SponsorCode (SponsorIndex) TO SLL-SponsorCode
          MOVE ST-SponsorName (SponsorIndex) TO SLL-SponsorName
          MOVE ST-City (SponsorIndex) TO SLL-City
          MOVE ST-Contact (SponsorIndex) TO SLL-Contact
          DISPLAY SponsorListLine
       END-IF
    END-PERFORM.
