IDENTIFICATION DIVISION.
PROGRAM-ID.  AdvMaint.
AUTHOR.  Michael Coughlan.
*> Maintains ADVISORS.DAT, the academic advisor assignments.  The
*> deficiency and absence reports were addressed to "the advisors"
*> and then cut up by hand, because nothing recorded who advises
*> whom.  One record per advised student:
*>
*>    cols 1-7   StudentId (must be on STUDENTS.DAT)
*>    col  8     space
*>    cols 9-13  advisor's instructor id (must be on INSTRUCTORS.DAT)
*>    col  14    space
*>    cols 15-22 date assigned YYYYMMDD
*>
*> Transactions, in the RoomMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)ssign - give a student an advisor, or move them to another
*>    R)emove - take a student's advisor assignment away
*>    L)ist   - the assignments, for one advisor or for all
*>    Q)uit and save
*>
*> AdvList prints the advisee list per advisor; Deficiency and
*> AbsenceRept route their reports by advisor with the ADVISOR
*> argument.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AdvisorFile ASSIGN TO "ADVISORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AdvisorFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS InstructorFileStatus.

DATA DIVISION.
FILE SECTION.
FD AdvisorFile.
01 AdvisorRecord.
   02  AV-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AV-InstructorId PIC 9(5).
   02  FILLER          PIC X.
   02  AV-DateAssigned PIC 9(8).

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

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  IN-Name         PIC X(30).
   02  IN-Department   PIC X(12).

WORKING-STORAGE SECTION.
01  AdvisorFileStatus        PIC XX.
    88  AdvisorFileOk        VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".
01  InstructorFileStatus     PIC XX.
    88  InstructorFileOk     VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  MasterAvailableSwitch    PIC X VALUE "N".
    88  MasterAvailable      VALUE "Y".
01  InstructorsAvailableSwitch PIC X VALUE "N".
    88  InstructorsAvailable VALUE "Y".

01  AdvTransactionCode       PIC X.
    88  AssignAdvisorTrans   VALUE "A" "a".
    88  RemoveAdvisorTrans   VALUE "R" "r".
    88  ListAdvisorsTrans    VALUE "L" "l".
    88  QuitAdvisorTrans     VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryInstructorId        PIC X(5).
01  RunDate                  PIC 9(8).
01  ListedCount              PIC 9(4).

01  AdviseeCount             PIC 9(4) VALUE ZERO.
01  AdviseeIndex             PIC 9(4).
01  FoundAdviseeIndex        PIC 9(4).
01  AdviseeFoundSwitch       PIC X.
    88  AdviseeFound         VALUE "Y".
01  AdviseeTable.
    02  AdviseeEntry         OCCURS 2000 TIMES.
        03  AT-StudentId     PIC 9(7).
        03  AT-InstructorId  PIC 9(5).
        03  AT-DateAssigned  PIC 9(8).

01  AdvisorListLine.
    02  ALL-StudentId        PIC 9(7).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  ALL-Surname          PIC X(20).
    02  FILLER               PIC X(10) VALUE "  advisor ".
    02  ALL-InstructorId     PIC 9(5).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  ALL-InstructorName   PIC X(20).
    02  FILLER               PIC X(7)  VALUE " since ".
    02  ALL-DateAssigned     PIC 9(8).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - students cannot be checked,"
          " so no assignments can be made."
    END-IF
    OPEN INPUT InstructorFile
    IF InstructorFileOk
       SET InstructorsAvailable TO TRUE
    ELSE
       DISPLAY "INSTRUCTORS.DAT not found - run InstMaint first."
    END-IF
    PERFORM LoadAdvisorFile
    PERFORM GetAdvTransactionCode
    PERFORM UNTIL QuitAdvisorTrans
       EVALUATE TRUE
          WHEN AssignAdvisorTrans
             PERFORM AssignAdvisor
          WHEN RemoveAdvisorTrans
             PERFORM RemoveAdvisor
          WHEN ListAdvisorsTrans
             PERFORM ListAssignments
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, R, L or Q."
       END-EVALUATE
       PERFORM GetAdvTransactionCode
    END-PERFORM
    PERFORM SaveAdvisorFile
    IF InstructorsAvailable
       CLOSE InstructorFile
    END-IF
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

GetAdvTransactionCode.
    DISPLAY "Enter transaction - A)ssign, R)emove, L)ist, Q)uit".
    ACCEPT AdvTransactionCode.

LoadAdvisorFile.
    MOVE ZERO TO AdviseeCount
    OPEN INPUT AdvisorFile
    IF NOT AdvisorFileOk
       DISPLAY "ADVISORS.DAT not found - starting with no assignments."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAdvisorRecord
    PERFORM UNTIL EndOfFile
       IF AV-StudentId NUMERIC AND AdviseeCount < 2000
          ADD 1 TO AdviseeCount
          MOVE AV-StudentId TO AT-StudentId (AdviseeCount)
          MOVE AV-InstructorId TO AT-InstructorId (AdviseeCount)
          MOVE AV-DateAssigned TO AT-DateAssigned (AdviseeCount)
       END-IF
       PERFORM ReadOneAdvisorRecord
    END-PERFORM
    CLOSE AdvisorFile.

ReadOneAdvisorRecord.
    READ AdvisorFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveAdvisorFile.
    OPEN OUTPUT AdvisorFile
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount
       IF AT-StudentId (AdviseeIndex) NOT = ZERO
          MOVE SPACES TO AdvisorRecord
          MOVE AT-StudentId (AdviseeIndex) TO AV-StudentId
          MOVE AT-InstructorId (AdviseeIndex) TO AV-InstructorId
          MOVE AT-DateAssigned (AdviseeIndex) TO AV-DateAssigned
          WRITE AdvisorRecord
       END-IF
    END-PERFORM
    CLOSE AdvisorFile
    DISPLAY "ADVISORS.DAT saved.".

GetEntryStudentId.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId.

FindAdviseeEntry.
    MOVE "N" TO AdviseeFoundSwitch
    MOVE ZERO TO FoundAdviseeIndex
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount OR AdviseeFound
       IF AT-StudentId (AdviseeIndex) = EntryStudentId
          SET AdviseeFound TO TRUE
          MOVE AdviseeIndex TO FoundAdviseeIndex
       END-IF
    END-PERFORM.

*> Both ids must exist: the student on the master, the advisor on
*> the instructor master.
AssignAdvisor.
    IF NOT MasterAvailable OR NOT InstructorsAvailable
       DISPLAY "Both STUDENTS.DAT and INSTRUCTORS.DAT are needed to"
          " assign an advisor."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryStudentId
    IF EntryStudentId NOT NUMERIC OR EntryStudentId = ZEROS
       DISPLAY "StudentId must be 7 digits - assignment cancelled."
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
    DISPLAY "Enter advisor's instructor id (5 digits)"
    MOVE SPACES TO EntryInstructorId
    ACCEPT EntryInstructorId
    IF EntryInstructorId NOT NUMERIC
       DISPLAY "Instructor id must be 5 digits - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryInstructorId TO IN-InstructorId
    READ InstructorFile
       INVALID KEY
          DISPLAY "Instructor " EntryInstructorId " is not on"
             " INSTRUCTORS.DAT - assignment cancelled."
          EXIT PARAGRAPH
    END-READ
    PERFORM FindAdviseeEntry
    IF AdviseeFound
       IF AT-InstructorId (FoundAdviseeIndex) = IN-InstructorId
          DISPLAY "Already advised by " IN-Name " - nothing changed."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Moved from advisor " AT-InstructorId (FoundAdviseeIndex)
          " to " IN-InstructorId " " IN-Name
       MOVE IN-InstructorId TO AT-InstructorId (FoundAdviseeIndex)
       MOVE RunDate TO AT-DateAssigned (FoundAdviseeIndex)
       EXIT PARAGRAPH
    END-IF
    IF AdviseeCount NOT < 2000
       DISPLAY "Advisor table is full - assignment cancelled."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AdviseeCount
    MOVE StudentId TO AT-StudentId (AdviseeCount)
    MOVE IN-InstructorId TO AT-InstructorId (AdviseeCount)
    MOVE RunDate TO AT-DateAssigned (AdviseeCount)
    DISPLAY "Advisor " IN-Name " assigned.".

RemoveAdvisor.
    PERFORM GetEntryStudentId
    PERFORM FindAdviseeEntry
    IF NOT AdviseeFound
       DISPLAY "Student " EntryStudentId " has no advisor on file."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO AT-StudentId (FoundAdviseeIndex)
    DISPLAY "Advisor assignment removed.".

*> A blank id lists every assignment; an instructor id lists that
*> advisor's students only.
ListAssignments.
    DISPLAY "Advisor's instructor id (blank for all)"
    MOVE SPACES TO EntryInstructorId
    ACCEPT EntryInstructorId
    MOVE ZERO TO ListedCount
    PERFORM VARYING AdviseeIndex FROM 1 BY 1
       UNTIL AdviseeIndex > AdviseeCount
       IF AT-StudentId (AdviseeIndex) NOT = ZERO
          AND (EntryInstructorId = SPACES
               OR AT-InstructorId (AdviseeIndex) = EntryInstructorId)
          PERFORM ListOneAssignment
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No advisor assignments to list."
    END-IF.

ListOneAssignment.
    MOVE AT-StudentId (AdviseeIndex) TO ALL-StudentId
    MOVE AT-InstructorId (AdviseeIndex) TO ALL-InstructorId
    MOVE AT-DateAssigned (AdviseeIndex) TO ALL-DateAssigned
    MOVE SPACES TO ALL-Surname ALL-InstructorName
    IF MasterAvailable
       MOVE AT-StudentId (AdviseeIndex) TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "NOT ON MASTER" TO ALL-Surname
          NOT INVALID KEY
             MOVE Surname TO ALL-Surname
       END-READ
    END-IF
    IF InstructorsAvailable
       MOVE AT-InstructorId (AdviseeIndex) TO IN-InstructorId
       READ InstructorFile
          INVALID KEY
             MOVE "NOT ON INSTRUCTORS" TO ALL-InstructorName
          NOT INVALID KEY
             MOVE IN-Name TO ALL-InstructorName
       END-READ
    END-IF
    DISPLAY AdvisorListLine
    ADD 1 TO ListedCount.
