IDENTIFICATION DIVISION.
PROGRAM-ID.  HousMaint.
AUTHOR.  Michael Coughlan.
*> Maintains HOUSING.DAT, the residence hall room assignments.  One
*> record per student per term housed:
*>
*>    cols 1-7   StudentId (must be on STUDENTS.DAT and Active)
*>    col  8     space
*>    cols 9-14  TermCode
*>    col  15    space
*>    cols 16-19 hall code   } must be a room on HALLS.DAT
*>    col  20    space       }
*>    cols 21-25 room number }
*>    col  26    space
*>    cols 27-34 date assigned YYYYMMDD
*>
*> Transactions, in the AdvMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)ssign - put a student in a room for a term, or move them
*>    V)acate - take a student's room for a term away
*>    L)ist   - a term's assignments, for one hall or for all, with
*>              each room's occupancy against its beds
*>    Q)uit and save
*>
*> A room is never filled past the bed count HallMaint carries for
*> it, and a student who is not Active on the master is refused.
*> TuitionBill raises the room's per-term rate as the student's
*> housing charge when it bills the term; moving or vacating after
*> that does not reverse a charge already raised.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HousingFile ASSIGN TO "HOUSING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HousingFileStatus.
    SELECT HallFile ASSIGN TO "HALLS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HallFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.

DATA DIVISION.
FILE SECTION.
FD HousingFile.
01 HousingRecord.
   02  HA-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HA-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  HA-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HA-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HA-DateAssigned PIC 9(8).

FD HallFile.
01 HallRecord.
   02  HR-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HR-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HR-BedCount     PIC 9(2).
   02  FILLER          PIC X.
   02  HR-TermRate     PIC 9(5)V99.

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
01  HousingFileStatus        PIC XX.
    88  HousingFileOk        VALUE "00".
01  HallFileStatus           PIC XX.
    88  HallFileOk           VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  MasterAvailableSwitch    PIC X VALUE "N".
    88  MasterAvailable      VALUE "Y".

01  HousTransactionCode      PIC X.
    88  AssignRoomTrans      VALUE "A" "a".
    88  VacateRoomTrans      VALUE "V" "v".
    88  ListRoomsTrans       VALUE "L" "l".
    88  QuitHousingTrans     VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryTermCode            PIC X(6).
01  EntryHallCode            PIC X(4).
01  EntryRoomNbr             PIC X(5).
01  RunDate                  PIC 9(8).
01  ListedCount              PIC 9(4).
01  OccupantCount            PIC 9(3).

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

01  AssignmentCount          PIC 9(4) VALUE ZERO.
01  AssignmentIndex          PIC 9(4).
01  FoundAssignmentIndex     PIC 9(4).
01  AssignmentFoundSwitch    PIC X.
    88  AssignmentFound      VALUE "Y".
01  AssignmentTable.
    02  AssignmentEntry      OCCURS 3000 TIMES.
        03  AT-StudentId     PIC 9(7).
        03  AT-TermCode      PIC X(6).
        03  AT-HallCode      PIC X(4).
        03  AT-RoomNbr       PIC X(5).
        03  AT-DateAssigned  PIC 9(8).

01  RoomOccupancyLine.
    02  FILLER               PIC X(5)  VALUE "Room ".
    02  ROL-HallCode         PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  ROL-RoomNbr          PIC X(5).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  ROL-OccupantCount    PIC ZZ9.
    02  FILLER               PIC X(4)  VALUE " of ".
    02  ROL-BedCount         PIC Z9.
    02  FILLER               PIC X(13) VALUE " beds filled ".
    02  ROL-FullFlag         PIC X(4).

01  OccupantListLine.
    02  FILLER               PIC X(4)  VALUE SPACES.
    02  OLL-StudentId        PIC 9(7).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  OLL-Surname          PIC X(20).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  OLL-GivenName        PIC X(12).
    02  FILLER               PIC X(7)  VALUE " since ".
    02  OLL-DateAssigned     PIC 9(8).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - students cannot be checked,"
          " so no rooms can be assigned."
    END-IF
    PERFORM LoadHallFile
    PERFORM LoadHousingFile
    PERFORM GetHousTransactionCode
    PERFORM UNTIL QuitHousingTrans
       EVALUATE TRUE
          WHEN AssignRoomTrans
             PERFORM AssignRoom
          WHEN VacateRoomTrans
             PERFORM VacateRoom
          WHEN ListRoomsTrans
             PERFORM ListAssignments
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, V, L or Q."
       END-EVALUATE
       PERFORM GetHousTransactionCode
    END-PERFORM
    PERFORM SaveHousingFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

GetHousTransactionCode.
    DISPLAY "Enter transaction - A)ssign, V)acate, L)ist, Q)uit".
    ACCEPT HousTransactionCode.

LoadHallFile.
    MOVE ZERO TO HallRoomCount
    OPEN INPUT HallFile
    IF NOT HallFileOk
       DISPLAY "HALLS.DAT not found - run HallMaint first."
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

LoadHousingFile.
    MOVE ZERO TO AssignmentCount
    OPEN INPUT HousingFile
    IF NOT HousingFileOk
       DISPLAY "HOUSING.DAT not found - starting with no assignments."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHousingRecord
    PERFORM UNTIL EndOfFile
       IF HA-StudentId NUMERIC AND AssignmentCount < 3000
          ADD 1 TO AssignmentCount
          MOVE HA-StudentId TO AT-StudentId (AssignmentCount)
          MOVE HA-TermCode TO AT-TermCode (AssignmentCount)
          MOVE HA-HallCode TO AT-HallCode (AssignmentCount)
          MOVE HA-RoomNbr TO AT-RoomNbr (AssignmentCount)
          MOVE HA-DateAssigned TO AT-DateAssigned (AssignmentCount)
       END-IF
       PERFORM ReadOneHousingRecord
    END-PERFORM
    CLOSE HousingFile.

ReadOneHousingRecord.
    READ HousingFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveHousingFile.
    OPEN OUTPUT HousingFile
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-StudentId (AssignmentIndex) NOT = ZERO
          MOVE SPACES TO HousingRecord
          MOVE AT-StudentId (AssignmentIndex) TO HA-StudentId
          MOVE AT-TermCode (AssignmentIndex) TO HA-TermCode
          MOVE AT-HallCode (AssignmentIndex) TO HA-HallCode
          MOVE AT-RoomNbr (AssignmentIndex) TO HA-RoomNbr
          MOVE AT-DateAssigned (AssignmentIndex) TO HA-DateAssigned
          WRITE HousingRecord
       END-IF
    END-PERFORM
    CLOSE HousingFile
    DISPLAY "HOUSING.DAT saved.".

GetEntryStudentTerm.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    DISPLAY "Enter TermCode (e.g. 2026FA)"
    MOVE SPACES TO EntryTermCode
    ACCEPT EntryTermCode
    INSPECT EntryTermCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

GetEntryHallRoom.
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

FindAssignmentEntry.
    MOVE "N" TO AssignmentFoundSwitch
    MOVE ZERO TO FoundAssignmentIndex
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount OR AssignmentFound
       IF AT-StudentId (AssignmentIndex) = EntryStudentId
          AND AT-TermCode (AssignmentIndex) = EntryTermCode
          SET AssignmentFound TO TRUE
          MOVE AssignmentIndex TO FoundAssignmentIndex
       END-IF
    END-PERFORM.

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

*> Students already in EntryHallCode/EntryRoomNbr for EntryTermCode.
CountRoomOccupants.
    MOVE ZERO TO OccupantCount
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-StudentId (AssignmentIndex) NOT = ZERO
          AND AT-TermCode (AssignmentIndex) = EntryTermCode
          AND AT-HallCode (AssignmentIndex) = EntryHallCode
          AND AT-RoomNbr (AssignmentIndex) = EntryRoomNbr
          ADD 1 TO OccupantCount
       END-IF
    END-PERFORM.

*> The student must be Active on the master, the room must be on
*> HALLS.DAT, and the room must have a free bed for the term.  A
*> student already housed for the term is moved.
AssignRoom.
    IF NOT MasterAvailable
       DISPLAY "STUDENTS.DAT is needed to assign a room."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryStudentTerm
    IF EntryStudentId NOT NUMERIC OR EntryStudentId = ZEROS
       DISPLAY "StudentId must be 7 digits - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    IF EntryTermCode = SPACES
       DISPLAY "A TermCode is required - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " EntryStudentId " is not on STUDENTS.DAT"
             " - assignment cancelled."
          EXIT PARAGRAPH
    END-READ
    DISPLAY "Student: " Surname " " GivenName
    IF NOT EnrollmentActive
       DISPLAY "Student is not Active (status " EnrollmentStatus
          ") - assignment refused."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryHallRoom
    PERFORM FindHallRoomEntry
    IF NOT HallRoomFound
       DISPLAY "Room " EntryHallCode " " EntryRoomNbr " is not on"
          " HALLS.DAT - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindAssignmentEntry
    IF AssignmentFound
       IF AT-HallCode (FoundAssignmentIndex) = EntryHallCode
          AND AT-RoomNbr (FoundAssignmentIndex) = EntryRoomNbr
          DISPLAY "Already in that room for " EntryTermCode
             " - nothing changed."
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM CountRoomOccupants
    IF OccupantCount NOT < HT-BedCount (FoundHallRoomIndex)
       DISPLAY "Room " EntryHallCode " " EntryRoomNbr " is full ("
          OccupantCount " of " HT-BedCount (FoundHallRoomIndex)
          " beds) for " EntryTermCode " - assignment refused."
       EXIT PARAGRAPH
    END-IF
    IF AssignmentFound
       DISPLAY "Moved from " AT-HallCode (FoundAssignmentIndex) " "
          AT-RoomNbr (FoundAssignmentIndex) " to " EntryHallCode " "
          EntryRoomNbr
       MOVE EntryHallCode TO AT-HallCode (FoundAssignmentIndex)
       MOVE EntryRoomNbr TO AT-RoomNbr (FoundAssignmentIndex)
       MOVE RunDate TO AT-DateAssigned (FoundAssignmentIndex)
       EXIT PARAGRAPH
    END-IF
    IF AssignmentCount NOT < 3000
       DISPLAY "Housing table is full - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AssignmentCount
    MOVE StudentId TO AT-StudentId (AssignmentCount)
    MOVE EntryTermCode TO AT-TermCode (AssignmentCount)
    MOVE EntryHallCode TO AT-HallCode (AssignmentCount)
    MOVE EntryRoomNbr TO AT-RoomNbr (AssignmentCount)
    MOVE RunDate TO AT-DateAssigned (AssignmentCount)
    DISPLAY "Room " EntryHallCode " " EntryRoomNbr " assigned for "
       EntryTermCode ".".

VacateRoom.
    PERFORM GetEntryStudentTerm
    PERFORM FindAssignmentEntry
    IF NOT AssignmentFound
       DISPLAY "Student " EntryStudentId " has no room for "
          EntryTermCode "."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO AT-StudentId (FoundAssignmentIndex)
    DISPLAY "Room assignment vacated - a housing charge already billed"
       " for the term is not reversed.".

*> Walks HALLS.DAT in file order so the rooms come out as the
*> inventory lists them; a blank hall lists every hall.
ListAssignments.
    DISPLAY "Enter TermCode to list (e.g. 2026FA)"
    MOVE SPACES TO EntryTermCode
    ACCEPT EntryTermCode
    INSPECT EntryTermCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Hall code (blank for all)"
    MOVE SPACES TO EntryHallCode
    ACCEPT EntryHallCode
    INSPECT EntryHallCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO ListedCount
    PERFORM VARYING FoundHallRoomIndex FROM 1 BY 1
       UNTIL FoundHallRoomIndex > HallRoomCount
       IF EntryHallCode = SPACES
          OR HT-HallCode (FoundHallRoomIndex) = EntryHallCode
          PERFORM ListOneRoom
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No rooms to list."
    END-IF.

ListOneRoom.
    MOVE HT-RoomNbr (FoundHallRoomIndex) TO EntryRoomNbr
    MOVE HT-HallCode (FoundHallRoomIndex) TO ROL-HallCode
    MOVE EntryRoomNbr TO ROL-RoomNbr
    MOVE HT-BedCount (FoundHallRoomIndex) TO ROL-BedCount
    MOVE SPACES TO ROL-FullFlag
    MOVE ZERO TO OccupantCount
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-StudentId (AssignmentIndex) NOT = ZERO
          AND AT-TermCode (AssignmentIndex) = EntryTermCode
          AND AT-HallCode (AssignmentIndex)
              = HT-HallCode (FoundHallRoomIndex)
          AND AT-RoomNbr (AssignmentIndex) = EntryRoomNbr
          ADD 1 TO OccupantCount
       END-IF
    END-PERFORM
    MOVE OccupantCount TO ROL-OccupantCount
    IF OccupantCount NOT < HT-BedCount (FoundHallRoomIndex)
       MOVE "FULL" TO ROL-FullFlag
    END-IF
    DISPLAY RoomOccupancyLine
    ADD 1 TO ListedCount
    PERFORM VARYING AssignmentIndex FROM 1 BY 1
       UNTIL AssignmentIndex > AssignmentCount
       IF AT-StudentId (AssignmentIndex) NOT = ZERO
          AND AT-TermCode (AssignmentIndex) = EntryTermCode
          AND AT-HallCode (AssignmentIndex)
              = HT-HallCode (FoundHallRoomIndex)
          AND AT-RoomNbr (AssignmentIndex) = EntryRoomNbr
          PERFORM ListOneOccupant
       END-IF
    END-PERFORM.

ListOneOccupant.
    MOVE AT-StudentId (AssignmentIndex) TO OLL-StudentId
    MOVE AT-DateAssigned (AssignmentIndex) TO OLL-DateAssigned
    MOVE SPACES TO OLL-Surname OLL-GivenName
    IF MasterAvailable
       MOVE AT-StudentId (AssignmentIndex) TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "NOT ON MASTER" TO OLL-Surname
          NOT INVALID KEY
             MOVE Surname TO OLL-Surname
             MOVE GivenName TO OLL-GivenName
       END-READ
    END-IF
    DISPLAY OccupantListLine.
