IDENTIFICATION DIVISION.
PROGRAM-ID.  HallMaint.
AUTHOR.  Michael Coughlan.
*> Maintains HALLS.DAT, the residence hall room inventory the
*> housing assignments in HOUSING.DAT are made against.  One record
*> per bedroom:
*>
*>    cols 1-4   hall code
*>    col  5     space
*>    cols 6-10  room number
*>    col  11    space
*>    cols 12-13 bed count
*>    col  14    space
*>    cols 15-21 per-term room rate 99999V99 (charged to each
*>               occupant for each term assigned)
*>
*> Transactions, in the RoomMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a room
*>    C)hange a room's bed count or rate
*>    L)ist the rooms
*>    D)elete a room
*>    Q)uit and save
*>
*> HousMaint assigns students to the rooms; TuitionBill raises the
*> rate as each assigned student's housing charge for the term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HallFile ASSIGN TO "HALLS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HallFileStatus.

DATA DIVISION.
FILE SECTION.
FD HallFile.
01 HallRecord.
   02  HR-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HR-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HR-BedCount     PIC 9(2).
   02  FILLER          PIC X.
   02  HR-TermRate     PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  HallFileStatus           PIC XX.
    88  HallFileOk           VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  HallTransactionCode      PIC X.
    88  AddHallTrans         VALUE "A" "a".
    88  ChangeHallTrans      VALUE "C" "c".
    88  ListHallsTrans       VALUE "L" "l".
    88  DeleteHallTrans      VALUE "D" "d".
    88  QuitHallTrans        VALUE "Q" "q".

01  EntryHallCode            PIC X(4).
01  EntryRoomNbr             PIC X(5).
01  EntryBeds                PIC X(2).
01  EntryBedsJust            PIC X(2) JUSTIFIED RIGHT.
01  EntryRate                PIC X(10).
01  EntryRateAmount          PIC 9(5)V99.

01  HallRoomCount            PIC 9(3) VALUE ZERO.
01  HallRoomIndex            PIC 9(3).
01  FoundHallRoomIndex       PIC 9(3).
01  HallRoomFoundSwitch      PIC X.
    88  HallRoomFound        VALUE "Y".
01  HallRoomTable.
    02  HallRoomEntry        OCCURS 500 TIMES.
        03  HT-HallCode      PIC X(4).
        03  HT-RoomNbr       PIC X(5).
        03  HT-BedCount      PIC 9(2).
        03  HT-TermRate      PIC 9(5)V99.

01  HallListLine.
    02  HLL-HallCode         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  HLL-RoomNbr          PIC X(5).
    02  FILLER               PIC X(7)  VALUE "  beds ".
    02  HLL-BedCount         PIC Z9.
    02  FILLER               PIC X(17) VALUE "  rate per term  ".
    02  HLL-TermRate         PIC ZZZZ9.99.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadHallFile
    PERFORM GetHallTransactionCode
    PERFORM UNTIL QuitHallTrans
       EVALUATE TRUE
          WHEN AddHallTrans
             PERFORM AddHallRoom
          WHEN ChangeHallTrans
             PERFORM ChangeHallRoom
          WHEN ListHallsTrans
             PERFORM ListHallRooms
          WHEN DeleteHallTrans
             PERFORM DeleteHallRoom
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetHallTransactionCode
    END-PERFORM
    PERFORM SaveHallFile
    STOP RUN.

GetHallTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT HallTransactionCode.

LoadHallFile.
    MOVE ZERO TO HallRoomCount
    OPEN INPUT HallFile
    IF NOT HallFileOk
       DISPLAY "HALLS.DAT not found - starting with no rooms."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHallRecord
    PERFORM UNTIL EndOfFile
       IF HR-HallCode NOT = SPACES AND HallRoomCount < 500
          ADD 1 TO HallRoomCount
          MOVE HR-HallCode TO HT-HallCode (HallRoomCount)
          MOVE HR-RoomNbr TO HT-RoomNbr (HallRoomCount)
          MOVE HR-BedCount TO HT-BedCount (HallRoomCount)
          MOVE HR-TermRate TO HT-TermRate (HallRoomCount)
       END-IF
       PERFORM ReadOneHallRecord
    END-PERFORM
    CLOSE HallFile.

ReadOneHallRecord.
    READ HallFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveHallFile.
    OPEN OUTPUT HallFile
    PERFORM VARYING HallRoomIndex FROM 1 BY 1
       UNTIL HallRoomIndex > HallRoomCount
       IF HT-HallCode (HallRoomIndex) NOT = SPACES
          MOVE SPACES TO HallRecord
          MOVE HT-HallCode (HallRoomIndex) TO HR-HallCode
          MOVE HT-RoomNbr (HallRoomIndex) TO HR-RoomNbr
          MOVE HT-BedCount (HallRoomIndex) TO HR-BedCount
          MOVE HT-TermRate (HallRoomIndex) TO HR-TermRate
          WRITE HallRecord
       END-IF
    END-PERFORM
    CLOSE HallFile
    DISPLAY "HALLS.DAT saved.".

GetHallRoomKey.
    DISPLAY "Enter hall code (4 characters)"
    MOVE SPACES TO EntryHallCode
    ACCEPT EntryHallCode
    DISPLAY "Enter room number (5 characters)"
    MOVE SPACES TO EntryRoomNbr
    ACCEPT EntryRoomNbr
    INSPECT EntryHallCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT EntryRoomNbr
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

FindHallRoomEntry.
    MOVE "N" TO HallRoomFoundSwitch
    MOVE ZERO TO FoundHallRoomIndex
    PERFORM VARYING HallRoomIndex FROM 1 BY 1
       UNTIL HallRoomIndex > HallRoomCount OR HallRoomFound
       IF HT-HallCode (HallRoomIndex) = EntryHallCode
          AND HT-RoomNbr (HallRoomIndex) = EntryRoomNbr
          SET HallRoomFound TO TRUE
          MOVE HallRoomIndex TO FoundHallRoomIndex
       END-IF
    END-PERFORM.

GetEntryBeds.
    DISPLAY "Enter bed count"
    MOVE SPACES TO EntryBeds
    ACCEPT EntryBeds
    MOVE FUNCTION TRIM (EntryBeds) TO EntryBedsJust
    INSPECT EntryBedsJust REPLACING LEADING " " BY "0"
    IF EntryBedsJust NOT NUMERIC
       DISPLAY "Bed count must be numeric."
       MOVE SPACES TO EntryBedsJust
    END-IF.

*> The rate as keyed, e.g. 2150.00; blank leaves EntryRate spaces
*> so a change can keep the current rate.
GetEntryRate.
    DISPLAY "Enter per-term room rate (e.g. 2150.00)"
    MOVE SPACES TO EntryRate
    ACCEPT EntryRate
    IF EntryRate = SPACES
       MOVE ZERO TO EntryRateAmount
    ELSE
       COMPUTE EntryRateAmount = FUNCTION NUMVAL (EntryRate)
    END-IF.

AddHallRoom.
    PERFORM GetHallRoomKey
    IF EntryHallCode = SPACES OR EntryRoomNbr = SPACES
       DISPLAY "Hall and room number are required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindHallRoomEntry
    IF HallRoomFound
       DISPLAY "Room already on file - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF HallRoomCount NOT < 500
       DISPLAY "Hall room table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryBeds
    IF EntryBedsJust = SPACES OR EntryBedsJust = ZEROS
       DISPLAY "A room needs at least one bed - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryRate
    IF EntryRateAmount = ZERO
       DISPLAY "A room needs a per-term rate - add cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO HallRoomCount
    MOVE EntryHallCode TO HT-HallCode (HallRoomCount)
    MOVE EntryRoomNbr TO HT-RoomNbr (HallRoomCount)
    MOVE EntryBedsJust TO HT-BedCount (HallRoomCount)
    MOVE EntryRateAmount TO HT-TermRate (HallRoomCount)
    DISPLAY "Room " EntryHallCode " " EntryRoomNbr " added.".

ChangeHallRoom.
    PERFORM GetHallRoomKey
    PERFORM FindHallRoomEntry
    IF NOT HallRoomFound
       DISPLAY "No such room on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current beds: " HT-BedCount (FoundHallRoomIndex)
       "  rate: " HT-TermRate (FoundHallRoomIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntryBeds
    IF EntryBedsJust NOT = SPACES AND EntryBedsJust NOT = ZEROS
       MOVE EntryBedsJust TO HT-BedCount (FoundHallRoomIndex)
    END-IF
    PERFORM GetEntryRate
    IF EntryRateAmount NOT = ZERO
       MOVE EntryRateAmount TO HT-TermRate (FoundHallRoomIndex)
    END-IF
    DISPLAY "Room " EntryHallCode " " EntryRoomNbr " changed - terms"
       " already billed keep the rate they were charged.".

DeleteHallRoom.
    PERFORM GetHallRoomKey
    PERFORM FindHallRoomEntry
    IF NOT HallRoomFound
       DISPLAY "No such room on file."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO HT-HallCode (FoundHallRoomIndex)
    DISPLAY "Room deleted - students assigned to it stay on"
       " HOUSING.DAT until HousMaint vacates them.".

ListHallRooms.
    IF HallRoomCount = ZERO
       DISPLAY "No rooms on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING HallRoomIndex FROM 1 BY 1
       UNTIL HallRoomIndex > HallRoomCount
       IF HT-HallCode (HallRoomIndex) NOT = SPACES
          MOVE HT-HallCode (HallRoomIndex) TO HLL-HallCode
          MOVE HT-RoomNbr (HallRoomIndex) TO HLL-RoomNbr
          MOVE HT-BedCount (HallRoomIndex) TO HLL-BedCount
          MOVE HT-TermRate (HallRoomIndex) TO HLL-TermRate
          DISPLAY HallListLine
       END-IF
    END-PERFORM.
