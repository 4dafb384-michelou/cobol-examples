IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomMaint.
AUTHOR.  Michael Coughlan.
*> Maintains ROOMS.DAT, the room master SectMaint assigns sections
*> against - until now a section had days and hours but no place,
*> and nothing stopped two sections landing in the same lab at the
*> same hour or a 40-seat section in a 24-seat room.  One record
*> per room:
*>
*>    cols 1-4   building code
*>    col  5     space
*>    cols 6-10  room number
*>    col  11    space
*>    cols 12-15 seat count
*>    col  16    space
*>    cols 17-23 room type (LAB, LECTURE, SEMINAR ...)
*>
*> Transactions, in the SectMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a room
*>    S)eats - change a room's seat count or type
*>    L)ist the rooms
*>    D)elete a room
*>    Q)uit and save
*>
*> RoomUtil reports each room's weekly booked hours from the room
*> assignments SectMaint records on SECTIONS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RoomFile ASSIGN TO "ROOMS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RoomFileStatus.

DATA DIVISION.
FILE SECTION.
FD RoomFile.
01 RoomRecord.
   02  RM-Building     PIC X(4).
   02  FILLER          PIC X.
   02  RM-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  RM-SeatCount    PIC 9(4).
   02  FILLER          PIC X.
   02  RM-RoomType     PIC X(7).

WORKING-STORAGE SECTION.
01  RoomFileStatus           PIC XX.
    88  RoomFileOk           VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  RoomTransactionCode      PIC X.
    88  AddRoomTrans         VALUE "A" "a".
    88  SeatsRoomTrans       VALUE "S" "s".
    88  ListRoomsTrans       VALUE "L" "l".
    88  DeleteRoomTrans      VALUE "D" "d".
    88  QuitRoomTrans        VALUE "Q" "q".

01  EntryBuilding            PIC X(4).
01  EntryRoomNbr             PIC X(5).
01  EntryRoomType            PIC X(7).
01  EntrySeats               PIC X(4).
01  EntrySeatsJust           PIC X(4) JUSTIFIED RIGHT.

01  RoomCount                PIC 9(3) VALUE ZERO.
01  RoomIndex                PIC 9(3).
01  FoundRoomIndex           PIC 9(3).
01  RoomFoundSwitch          PIC X.
    88  RoomFound            VALUE "Y".
01  RoomTable.
    02  RoomEntry            OCCURS 300 TIMES.
        03  RT-Building      PIC X(4).
        03  RT-RoomNbr       PIC X(5).
        03  RT-SeatCount     PIC 9(4).
        03  RT-RoomType      PIC X(7).

01  RoomListLine.
    02  RLL-Building         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RLL-RoomNbr          PIC X(5).
    02  FILLER               PIC X(8)  VALUE "  seats ".
    02  RLL-SeatCount        PIC ZZZ9.
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  RLL-RoomType         PIC X(7).

PROCEDURE DIVISION.
Begin.
    PERFORM LoadRoomFile
    PERFORM GetRoomTransactionCode
    PERFORM UNTIL QuitRoomTrans
       EVALUATE TRUE
          WHEN AddRoomTrans
             PERFORM AddRoom
          WHEN SeatsRoomTrans
             PERFORM ChangeRoom
          WHEN ListRoomsTrans
             PERFORM ListRooms
          WHEN DeleteRoomTrans
             PERFORM DeleteRoom
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, S, L, D or Q."
       END-EVALUATE
       PERFORM GetRoomTransactionCode
    END-PERFORM
    PERFORM SaveRoomFile
    STOP RUN.

GetRoomTransactionCode.
    DISPLAY "Enter transaction - A)dd, S)eats, L)ist, D)elete, Q)uit".
    ACCEPT RoomTransactionCode.

LoadRoomFile.
    MOVE ZERO TO RoomCount
    OPEN INPUT RoomFile
    IF NOT RoomFileOk
       DISPLAY "ROOMS.DAT not found - starting with no rooms."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRoomRecord
    PERFORM UNTIL EndOfFile
       IF RM-Building NOT = SPACES AND RoomCount < 300
          ADD 1 TO RoomCount
          MOVE RM-Building TO RT-Building (RoomCount)
          MOVE RM-RoomNbr TO RT-RoomNbr (RoomCount)
          MOVE RM-SeatCount TO RT-SeatCount (RoomCount)
          MOVE RM-RoomType TO RT-RoomType (RoomCount)
       END-IF
       PERFORM ReadOneRoomRecord
    END-PERFORM
    CLOSE RoomFile.

ReadOneRoomRecord.
    READ RoomFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveRoomFile.
    OPEN OUTPUT RoomFile
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount
       IF RT-Building (RoomIndex) NOT = SPACES
          MOVE SPACES TO RoomRecord
          MOVE RT-Building (RoomIndex) TO RM-Building
          MOVE RT-RoomNbr (RoomIndex) TO RM-RoomNbr
          MOVE RT-SeatCount (RoomIndex) TO RM-SeatCount
          MOVE RT-RoomType (RoomIndex) TO RM-RoomType
          WRITE RoomRecord
       END-IF
    END-PERFORM
    CLOSE RoomFile
    DISPLAY "ROOMS.DAT saved.".

GetRoomKey.
    DISPLAY "Enter building code (4 characters)"
    MOVE SPACES TO EntryBuilding
    ACCEPT EntryBuilding
    DISPLAY "Enter room number (5 characters)"
    MOVE SPACES TO EntryRoomNbr
    ACCEPT EntryRoomNbr
    INSPECT EntryBuilding
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT EntryRoomNbr
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

FindRoomEntry.
    MOVE "N" TO RoomFoundSwitch
    MOVE ZERO TO FoundRoomIndex
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount OR RoomFound
       IF RT-Building (RoomIndex) = EntryBuilding
          AND RT-RoomNbr (RoomIndex) = EntryRoomNbr
          SET RoomFound TO TRUE
          MOVE RoomIndex TO FoundRoomIndex
       END-IF
    END-PERFORM.

GetEntrySeats.
    DISPLAY "Enter seat count"
    MOVE SPACES TO EntrySeats
    ACCEPT EntrySeats
    MOVE FUNCTION TRIM (EntrySeats) TO EntrySeatsJust
    INSPECT EntrySeatsJust REPLACING LEADING " " BY "0"
    IF EntrySeatsJust NOT NUMERIC
       DISPLAY "Seat count must be numeric."
       MOVE SPACES TO EntrySeatsJust
    END-IF.

GetEntryRoomType.
    DISPLAY "Enter room type (LAB, LECTURE, SEMINAR ...)"
    MOVE SPACES TO EntryRoomType
    ACCEPT EntryRoomType
    INSPECT EntryRoomType
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

AddRoom.
    PERFORM GetRoomKey
    IF EntryBuilding = SPACES OR EntryRoomNbr = SPACES
       DISPLAY "Building and room number are required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindRoomEntry
    IF RoomFound
       DISPLAY "Room already on file - use S to change it."
       EXIT PARAGRAPH
    END-IF
    IF RoomCount NOT < 300
       DISPLAY "Room table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntrySeats
    IF EntrySeatsJust = SPACES OR EntrySeatsJust = ZEROS
       DISPLAY "A room needs a seat count - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryRoomType
    IF EntryRoomType = SPACES
       DISPLAY "Room type is required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RoomCount
    MOVE EntryBuilding TO RT-Building (RoomCount)
    MOVE EntryRoomNbr TO RT-RoomNbr (RoomCount)
    MOVE EntrySeatsJust TO RT-SeatCount (RoomCount)
    MOVE EntryRoomType TO RT-RoomType (RoomCount)
    DISPLAY "Room " EntryBuilding " " EntryRoomNbr " added.".

ChangeRoom.
    PERFORM GetRoomKey
    PERFORM FindRoomEntry
    IF NOT RoomFound
       DISPLAY "No such room on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current seat count: " RT-SeatCount (FoundRoomIndex)
       "  type: " RT-RoomType (FoundRoomIndex)
    PERFORM GetEntrySeats
    IF EntrySeatsJust NOT = SPACES AND EntrySeatsJust NOT = ZEROS
       MOVE EntrySeatsJust TO RT-SeatCount (FoundRoomIndex)
    END-IF
    DISPLAY "(blank type keeps the current one)"
    PERFORM GetEntryRoomType
    IF EntryRoomType NOT = SPACES
       MOVE EntryRoomType TO RT-RoomType (FoundRoomIndex)
    END-IF
    DISPLAY "Room " EntryBuilding " " EntryRoomNbr " changed - sections"
       " already assigned keep their room.".

DeleteRoom.
    PERFORM GetRoomKey
    PERFORM FindRoomEntry
    IF NOT RoomFound
       DISPLAY "No such room on file."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RT-Building (FoundRoomIndex)
    DISPLAY "Room deleted - sections assigned to it keep the room on"
       " SECTIONS.DAT until SectMaint reassigns them.".

ListRooms.
    IF RoomCount = ZERO
       DISPLAY "No rooms on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RoomIndex FROM 1 BY 1
       UNTIL RoomIndex > RoomCount
       IF RT-Building (RoomIndex) NOT = SPACES
          MOVE RT-Building (RoomIndex) TO RLL-Building
          MOVE RT-RoomNbr (RoomIndex) TO RLL-RoomNbr
          MOVE RT-SeatCount (RoomIndex) TO RLL-SeatCount
          MOVE RT-RoomType (RoomIndex) TO RLL-RoomType
          DISPLAY RoomListLine
       END-IF
    END-PERFORM.
