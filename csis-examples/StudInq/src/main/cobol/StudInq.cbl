IDENTIFICATION DIVISION.
PROGRAM-ID.  StudInq.
AUTHOR.  Michael Coughlan.
*> Counter inquiry - one full screen answering a phone call about a
*> student, instead of StudFind, Transcript, Statement and the
*> HoldMaint list run one after another.  The form is in SeqWrite's
*> and Cashier's style (SCREEN SECTION): key a StudentId, or a full
*> or partial surname to browse the master and pick from the
*> matches, and the screen shows at once:
*>
*>    the master record and the ADDRESS.DAT address and phone
*>    the enrollments for the student's current (master) term, with
*>       each section's days, hours and room from SECTIONS.DAT
*>    the latest standing posted on STANDING.DAT
*>    the open balance across the student's BILLING.DAT items
*>    any holds on HOLDS.DAT
*>    any WAITLIST.DAT entries, with the place in the queue
*>
*> Every file is opened INPUT - nothing is ever changed, so no lock
*> is taken and the program can run alongside any batch.  The
*> operator signs on against OPERATOR.DAT as the updating programs
*> do; every authority may inquire, including the I (inquiry only)
*> authority the updating programs refuse.  A site with no operator
*> file runs unprompted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SectionFileStatus.
    SELECT StandingFile ASSIGN TO "STANDING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StandingFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WaitlistFileStatus.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OperatorFileStatus.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth.
       03 YOBirth      PIC 9(4).
       03 MOBirth      PIC 9(2).
       03 DOBirth      PIC 9(2).
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

FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
       03  EN-StudentId     PIC 9(7).
       03  EN-CourseCode    PIC X(4).
       03  EN-TermCode      PIC X(6).
   02  EN-Grade             PIC X.
   02  EN-CompletionStatus  PIC X.
   02  EN-SectionNumber     PIC 9(2).
   02  EN-RepeatFlag        PIC X.
   02  EN-TransferFlag      PIC X.
   02  EN-ExtInstitution    PIC X(4).
   02  EN-ExtCourseName     PIC X(20).
   02  EN-MidtermGrade      PIC X.
   02  EN-CampusCode        PIC X(2).

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

FD SectionFile.
01 SectionRecord.
   02  SN-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  SN-SectionNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  SN-MeetingDays  PIC X(7).
   02  FILLER          PIC X.
   02  SN-StartTime    PIC 9(4).
   02  FILLER          PIC X.
   02  SN-EndTime      PIC 9(4).
   02  FILLER          PIC X.
   02  SN-MaxHeadcount PIC 9(4).
   02  FILLER          PIC X.
   02  SN-Building     PIC X(4).
   02  FILLER          PIC X.
   02  SN-RoomNbr      PIC X(5).

FD StandingFile.
01 StandingRecord.
   02  SG-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SG-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SG-TermGpa      PIC 9V99.
   02  FILLER          PIC X.
   02  SG-CumGpa       PIC 9V99.
   02  FILLER          PIC X.
   02  SG-StandingCode PIC X.

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

*> A waitlisted student is held as a full master image, queued in
*> file order for a place in the image's CourseCode.
FD WaitlistFile.
01 WaitlistRecord.
   02  WL-StudentId    PIC X(7).
   02  FILLER          PIC X(42).
   02  WL-CourseCode   PIC X(4).
   02  FILLER          PIC X(2).
   02  WL-TermCode     PIC X(6).
   02  FILLER          PIC X(2).

FD OperatorFile.
01 OperatorRecord.
   02  OP-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  OP-Name         PIC X(20).
   02  FILLER          PIC X.
   02  OP-Authority    PIC X.

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  SectionFileStatus       PIC XX.
    88  SectionFileOk       VALUE "00".
01  StandingFileStatus      PIC XX.
    88  StandingFileOk      VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  WaitlistFileStatus      PIC XX.
    88  WaitlistFileOk      VALUE "00".
01  OperatorFileStatus      PIC XX.
    88  OperatorFileOk      VALUE "00".

01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  EnrollmentAvailableSwitch PIC X VALUE "N".
    88  EnrollmentAvailable VALUE "Y".
01  BillingAvailableSwitch  PIC X VALUE "N".
    88  BillingAvailable    VALUE "Y".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  InquiryDoneSwitch       PIC X VALUE "N".
    88  InquiryDone         VALUE "Y".

01  RunDate                 PIC 9(8).
01  OperatorEntry           PIC X(4).
01  SignedOnOperator        PIC X(4) VALUE SPACES.
01  OperatorAuthority       PIC X VALUE SPACE.
01  OperatorFoundSwitch     PIC X.
    88  OperatorFound       VALUE "Y".
01  EndOfOperatorSwitch     PIC X.
    88  EndOfOperators      VALUE "Y".

01  LookupStudentId         PIC 9(7).
01  SearchSurname           PIC X(20).
01  SearchLength            PIC 9(2).
01  UpperWork               PIC X(20).

01  SectionCount            PIC 9(3) VALUE ZERO.
01  SectionIndex            PIC 9(3).
01  SectionTable.
    02  SectionEntry        OCCURS 300 TIMES.
        03  ST-CourseCode   PIC X(4).
        03  ST-SectionNbr   PIC 9(2).
        03  ST-MeetingDays  PIC X(7).
        03  ST-StartTime    PIC 9(4).
        03  ST-EndTime      PIC 9(4).
        03  ST-Building     PIC X(4).
        03  ST-RoomNbr      PIC X(5).

01  MatchCount              PIC 9(4).
01  MatchTable.
    02  MatchEntry          OCCURS 15 TIMES.
        03  MT-Text         PIC X(78).

01  EnrollLineCount         PIC 9(3).
01  EnrollTable.
    02  EnrollText          PIC X(78) OCCURS 6 TIMES.

01  LatestStandingTerm      PIC X(6).
01  LatestStandingCode      PIC X.
01  LatestCumGpa            PIC 9V99.
01  OpenBalance             PIC 9(7)V99.
01  OpenItemCount           PIC 9(3).
01  OldestOpenDate          PIC 9(8).
01  HoldTextPointer         PIC 9(3).
01  HoldListCount           PIC 9(2).
01  WaitTextPointer         PIC 9(3).
01  WaitListCount           PIC 9(2).
01  WaitCourseCount         PIC 9(2).
01  WaitCourseIndex         PIC 9(2).
01  WaitCourseTable.
    02  WaitCourseEntry     OCCURS 50 TIMES.
        03  WCT-CourseCode  PIC X(4).
        03  WCT-Queued      PIC 9(4).
01  WaitPosition            PIC 9(4).
01  EditedPosition          PIC ZZZ9.

01  ScreenKeyFields.
    02  ScreenStudentId     PIC X(7).
    02  ScreenSurname       PIC X(20).
01  ScreenPickId            PIC X(7).
01  ScreenContinue          PIC X.
01  ScreenMessage           PIC X(60).

01  InquiryTitleLine.
    02  FILLER              PIC X(30) VALUE "STUDENT INQUIRY - READ ONLY".
    02  FILLER              PIC X(9)  VALUE "operator ".
    02  ITL-Operator        PIC X(4).
    02  FILLER              PIC X(8)  VALUE "   date ".
    02  ITL-Date            PIC 9(8).
    02  FILLER              PIC X(19) VALUE SPACES.

01  MasterLine1.
    02  ML1-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ML1-Surname         PIC X(20).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ML1-GivenName       PIC X(12).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ML1-Initials        PIC XX.
    02  FILLER              PIC X(7)  VALUE "  born ".
    02  ML1-YOBirth         PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  ML1-MOBirth         PIC 9(2).
    02  FILLER              PIC X     VALUE "-".
    02  ML1-DOBirth         PIC 9(2).
    02  FILLER              PIC X(6)  VALUE "  sex ".
    02  ML1-Gender          PIC X.
    02  FILLER              PIC X(9)  VALUE SPACES.

01  MasterLine2.
    02  FILLER              PIC X(9)  VALUE "Program: ".
    02  ML2-CourseCode      PIC X(4).
    02  FILLER              PIC X(10) VALUE "  status: ".
    02  ML2-Status          PIC X(10).
    02  FILLER              PIC X(8)  VALUE "  term: ".
    02  ML2-TermCode        PIC X(6).
    02  FILLER              PIC X(10) VALUE "  campus: ".
    02  ML2-CampusCode      PIC X(2).
    02  FILLER              PIC X(19) VALUE SPACES.

01  AddressLineA.
    02  FILLER              PIC X(9)  VALUE "Address: ".
    02  ALA-Line1           PIC X(30).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ALA-Line2           PIC X(30).
    02  FILLER              PIC X(7)  VALUE SPACES.

01  AddressLineB.
    02  FILLER              PIC X(9)  VALUE SPACES.
    02  ALB-City            PIC X(20).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ALB-PostalCode      PIC X(10).
    02  FILLER              PIC X(9)  VALUE "  phone: ".
    02  ALB-Phone           PIC X(12).
    02  FILLER              PIC X(17) VALUE SPACES.

01  EnrollHeadingLine.
    02  FILLER              PIC X(29) VALUE "Current term enrollments for ".
    02  EHL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE ": ".
    02  EHL-Note            PIC X(41).

01  EnrollDetailLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  EDL-CourseCode      PIC X(4).
    02  FILLER              PIC X(5)  VALUE " sec ".
    02  EDL-SectionNumber   PIC 99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  EDL-Status          PIC X(9).
    02  FILLER              PIC X(6)  VALUE "  mid ".
    02  EDL-MidtermGrade    PIC X.
    02  FILLER              PIC X(8)  VALUE "  grade ".
    02  EDL-Grade           PIC X.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  EDL-MeetingDays     PIC X(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  EDL-StartTime       PIC 9(4).
    02  FILLER              PIC X     VALUE "-".
    02  EDL-EndTime         PIC 9(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  EDL-Building        PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  EDL-RoomNbr         PIC X(5).
    02  FILLER              PIC X(7)  VALUE SPACES.

01  EnrollMoreLine.
    02  FILLER              PIC X(6)  VALUE "  ... ".
    02  EML-MoreCount       PIC ZZ9.
    02  FILLER              PIC X(69) VALUE
        " more enrollment(s) this term - see ClassRoster or Transcript".

01  StandingLine.
    02  FILLER              PIC X(10) VALUE "Standing: ".
    02  SDL-Standing        PIC X(14).
    02  FILLER              PIC X(9)  VALUE "  posted ".
    02  SDL-TermCode        PIC X(6).
    02  FILLER              PIC X(11) VALUE "  cum GPA  ".
    02  SDL-CumGpa          PIC Z.99.
    02  FILLER              PIC X(24) VALUE SPACES.

01  BalanceLine.
    02  FILLER              PIC X(14) VALUE "Open balance: ".
    02  BAL-OpenBalance     PIC ZZZZZZ9.99.
    02  FILLER              PIC X(4)  VALUE " on ".
    02  BAL-ItemCount       PIC ZZ9.
    02  FILLER              PIC X(29) VALUE " open item(s), oldest invoice".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  BAL-OldestDate      PIC X(8).
    02  FILLER              PIC X(9)  VALUE SPACES.

01  HoldLine.
    02  FILLER              PIC X(10) VALUE "Holds:    ".
    02  HLL-Holds           PIC X(68).

01  WaitLine.
    02  FILLER              PIC X(10) VALUE "Waitlist: ".
    02  WLL-Waits           PIC X(68).

SCREEN SECTION.
01  KeyEntryScreen.
    02  BLANK SCREEN.
    02  LINE 1  COL 3  VALUE "STUDENT INQUIRY - leave both fields blank to finish".
    02  LINE 3  COL 3  VALUE "StudentId (7 digits):".
    02  LINE 3  COL 30 PIC X(7)  USING ScreenStudentId.
    02  LINE 4  COL 3  VALUE "or surname to browse:".
    02  LINE 4  COL 30 PIC X(20) USING ScreenSurname.
    02  LINE 6  COL 3  PIC X(60) FROM ScreenMessage.

01  BrowseScreen.
    02  BLANK SCREEN.
    02  LINE 1  COL 3  VALUE "SURNAME BROWSE - key the StudentId to show, blank to go back".
    02  LINE 3  COL 2  PIC X(78) FROM MT-Text (1).
    02  LINE 4  COL 2  PIC X(78) FROM MT-Text (2).
    02  LINE 5  COL 2  PIC X(78) FROM MT-Text (3).
    02  LINE 6  COL 2  PIC X(78) FROM MT-Text (4).
    02  LINE 7  COL 2  PIC X(78) FROM MT-Text (5).
    02  LINE 8  COL 2  PIC X(78) FROM MT-Text (6).
    02  LINE 9  COL 2  PIC X(78) FROM MT-Text (7).
    02  LINE 10 COL 2  PIC X(78) FROM MT-Text (8).
    02  LINE 11 COL 2  PIC X(78) FROM MT-Text (9).
    02  LINE 12 COL 2  PIC X(78) FROM MT-Text (10).
    02  LINE 13 COL 2  PIC X(78) FROM MT-Text (11).
    02  LINE 14 COL 2  PIC X(78) FROM MT-Text (12).
    02  LINE 15 COL 2  PIC X(78) FROM MT-Text (13).
    02  LINE 16 COL 2  PIC X(78) FROM MT-Text (14).
    02  LINE 17 COL 2  PIC X(78) FROM MT-Text (15).
    02  LINE 19 COL 3  PIC X(60) FROM ScreenMessage.
    02  LINE 21 COL 3  VALUE "StudentId:".
    02  LINE 21 COL 15 PIC X(7)  USING ScreenPickId.

01  InquiryScreen.
    02  BLANK SCREEN.
    02  LINE 1  COL 2  PIC X(78) FROM InquiryTitleLine.
    02  LINE 3  COL 2  PIC X(78) FROM MasterLine1.
    02  LINE 4  COL 2  PIC X(78) FROM MasterLine2.
    02  LINE 5  COL 2  PIC X(78) FROM AddressLineA.
    02  LINE 6  COL 2  PIC X(78) FROM AddressLineB.
    02  LINE 8  COL 2  PIC X(78) FROM EnrollHeadingLine.
    02  LINE 9  COL 2  PIC X(78) FROM EnrollText (1).
    02  LINE 10 COL 2  PIC X(78) FROM EnrollText (2).
    02  LINE 11 COL 2  PIC X(78) FROM EnrollText (3).
    02  LINE 12 COL 2  PIC X(78) FROM EnrollText (4).
    02  LINE 13 COL 2  PIC X(78) FROM EnrollText (5).
    02  LINE 14 COL 2  PIC X(78) FROM EnrollText (6).
    02  LINE 16 COL 2  PIC X(78) FROM StandingLine.
    02  LINE 17 COL 2  PIC X(78) FROM BalanceLine.
    02  LINE 18 COL 2  PIC X(78) FROM HoldLine.
    02  LINE 19 COL 2  PIC X(78) FROM WaitLine.
    02  LINE 21 COL 3  PIC X(60) FROM ScreenMessage.
    02  LINE 23 COL 3  VALUE "Press Enter for the next inquiry".
    02  LINE 23 COL 40 PIC X     USING ScreenContinue.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM SignOnOperator
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - nothing to inquire on."
       STOP RUN
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    OPEN INPUT EnrollmentFile
    IF EnrollmentFileOk
       SET EnrollmentAvailable TO TRUE
    END-IF
    OPEN INPUT BillingFile
    IF BillingFileOk
       SET BillingAvailable TO TRUE
    END-IF
    PERFORM LoadSectionTable
    MOVE SignedOnOperator TO ITL-Operator
    MOVE RunDate TO ITL-Date
    MOVE SPACES TO ScreenMessage
    PERFORM InquireOneStudent UNTIL InquiryDone
    IF BillingAvailable
       CLOSE BillingFile
    END-IF
    IF EnrollmentAvailable
       CLOSE EnrollmentFile
    END-IF
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    CLOSE StudentFile
    STOP RUN.

*> Signs the operator on against OPERATOR.DAT as Withdraw does; any
*> authority on file may inquire.  No operator file, no prompt.
SignOnOperator.
    OPEN INPUT OperatorFile
    IF NOT OperatorFileOk
       MOVE "S" TO OperatorAuthority
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator id:"
    ACCEPT OperatorEntry
    INSPECT OperatorEntry
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE "N" TO OperatorFoundSwitch
    MOVE "N" TO EndOfOperatorSwitch
    PERFORM ReadOneOperatorRecord
    PERFORM UNTIL EndOfOperators OR OperatorFound
       IF OP-OperatorId = OperatorEntry
          SET OperatorFound TO TRUE
          MOVE OP-OperatorId TO SignedOnOperator
          MOVE OP-Authority TO OperatorAuthority
          DISPLAY "Signed on: " OP-Name
       ELSE
          PERFORM ReadOneOperatorRecord
       END-IF
    END-PERFORM
    CLOSE OperatorFile
    IF NOT OperatorFound
       DISPLAY "Operator " OperatorEntry " is not on OPERATOR.DAT"
          " - sign-on refused."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

ReadOneOperatorRecord.
    READ OperatorFile
       AT END SET EndOfOperators TO TRUE
    END-READ.

LoadSectionTable.
    MOVE ZERO TO SectionCount
    OPEN INPUT SectionFile
    IF NOT SectionFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ SectionFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF SN-CourseCode NOT = SPACES AND SectionCount < 300
                ADD 1 TO SectionCount
                MOVE SN-CourseCode TO ST-CourseCode (SectionCount)
                MOVE SN-SectionNbr TO ST-SectionNbr (SectionCount)
                MOVE SN-MeetingDays TO ST-MeetingDays (SectionCount)
                MOVE SN-StartTime TO ST-StartTime (SectionCount)
                MOVE SN-EndTime TO ST-EndTime (SectionCount)
                MOVE SN-Building TO ST-Building (SectionCount)
                MOVE SN-RoomNbr TO ST-RoomNbr (SectionCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE SectionFile.

InquireOneStudent.
    MOVE SPACES TO ScreenKeyFields
    DISPLAY KeyEntryScreen
    ACCEPT KeyEntryScreen
    MOVE SPACES TO ScreenMessage
    IF ScreenKeyFields = SPACES
       SET InquiryDone TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF ScreenStudentId NOT = SPACES
       IF ScreenStudentId NOT NUMERIC
          MOVE "StudentId must be 7 digits." TO ScreenMessage
          EXIT PARAGRAPH
       END-IF
       MOVE ScreenStudentId TO LookupStudentId
       PERFORM ShowStudent
       EXIT PARAGRAPH
    END-IF
    PERFORM BrowseSurname.

*> Up to fifteen master records whose surname starts with the
*> letters keyed, in StudentId order; the clerk keys the id wanted.
BrowseSurname.
    MOVE ScreenSurname TO SearchSurname
    INSPECT SearchSurname
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO SearchLength
    INSPECT FUNCTION TRIM (SearchSurname)
       TALLYING SearchLength FOR CHARACTERS
    MOVE ZERO TO MatchCount
    MOVE SPACES TO MatchTable
    MOVE "N" TO EndOfFileSwitch
    MOVE ZERO TO StudentId
    START StudentFile KEY NOT LESS THAN StudentId
       INVALID KEY SET EndOfFile TO TRUE
    END-START
    PERFORM UNTIL EndOfFile
       READ StudentFile NEXT
          AT END SET EndOfFile TO TRUE
          NOT AT END PERFORM TestOneSurname
       END-READ
    END-PERFORM
    IF MatchCount = ZERO
       MOVE "No surname on the master starts with those letters."
         TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    IF MatchCount > 15
       MOVE "More than 15 matches - key more of the surname to narrow."
         TO ScreenMessage
    END-IF
    MOVE SPACES TO ScreenPickId
    DISPLAY BrowseScreen
    ACCEPT BrowseScreen
    MOVE SPACES TO ScreenMessage
    IF ScreenPickId = SPACES
       EXIT PARAGRAPH
    END-IF
    IF ScreenPickId NOT NUMERIC
       MOVE "StudentId must be 7 digits." TO ScreenMessage
       EXIT PARAGRAPH
    END-IF
    MOVE ScreenPickId TO LookupStudentId
    PERFORM ShowStudent.

TestOneSurname.
    IF StudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE Surname TO UpperWork
    INSPECT UpperWork
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF UpperWork (1:SearchLength) NOT = SearchSurname (1:SearchLength)
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO MatchCount
    IF MatchCount > 15
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MasterLine1
    MOVE StudentId TO ML1-StudentId
    MOVE Surname TO ML1-Surname
    MOVE GivenName TO ML1-GivenName
    MOVE Initials TO ML1-Initials
    MOVE YOBirth TO ML1-YOBirth
    MOVE MOBirth TO ML1-MOBirth
    MOVE DOBirth TO ML1-DOBirth
    MOVE Gender TO ML1-Gender
    MOVE MasterLine1 TO MT-Text (MatchCount).

ShowStudent.
    MOVE LookupStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "Not on STUDENTS.DAT - try StudFind for archived students."
            TO ScreenMessage
          EXIT PARAGRAPH
    END-READ
    PERFORM BuildMasterLines
    PERFORM BuildAddressLines
    PERFORM BuildEnrollmentLines
    PERFORM BuildStandingLine
    PERFORM BuildBalanceLine
    PERFORM BuildHoldLine
    PERFORM BuildWaitLine
    MOVE SPACES TO ScreenContinue
    DISPLAY InquiryScreen
    ACCEPT InquiryScreen
    MOVE SPACES TO ScreenMessage.

BuildMasterLines.
    MOVE StudentId TO ML1-StudentId
    MOVE Surname TO ML1-Surname
    MOVE GivenName TO ML1-GivenName
    MOVE Initials TO ML1-Initials
    MOVE YOBirth TO ML1-YOBirth
    MOVE MOBirth TO ML1-MOBirth
    MOVE DOBirth TO ML1-DOBirth
    MOVE Gender TO ML1-Gender
    MOVE CourseCode TO ML2-CourseCode
    EVALUATE EnrollmentStatus
       WHEN "A"
       WHEN "a"
          MOVE "ACTIVE" TO ML2-Status
       WHEN "G"
       WHEN "g"
          MOVE "GRADUATED" TO ML2-Status
       WHEN "W"
       WHEN "w"
          MOVE "WITHDRAWN" TO ML2-Status
       WHEN OTHER
          MOVE EnrollmentStatus TO ML2-Status
    END-EVALUATE
    MOVE TermCode TO ML2-TermCode
    MOVE CampusCode TO ML2-CampusCode.

BuildAddressLines.
    MOVE SPACES TO ALA-Line1 ALA-Line2 ALB-City ALB-PostalCode
       ALB-Phone
    IF NOT AddressAvailable
       MOVE "(ADDRESS.DAT not available)" TO ALA-Line1
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId TO AD-StudentId
    READ AddressFile
       INVALID KEY
          MOVE "(no address on file)" TO ALA-Line1
       NOT INVALID KEY
          MOVE AD-AddressLine1 TO ALA-Line1
          MOVE AD-AddressLine2 TO ALA-Line2
          MOVE AD-City TO ALB-City
          MOVE AD-PostalCode TO ALB-PostalCode
          MOVE AD-Phone TO ALB-Phone
    END-READ.

*> The student's enrollments for the master term, keyed ahead from
*> StudentId + low course.  Six fit on the screen; the rest are
*> counted.
BuildEnrollmentLines.
    MOVE SPACES TO EnrollTable
    MOVE ZERO TO EnrollLineCount
    MOVE TermCode TO EHL-TermCode
    MOVE SPACES TO EHL-Note
    IF NOT EnrollmentAvailable
       MOVE "(ENROLLMENT.DAT not available)" TO EHL-Note
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    MOVE StudentId TO EN-StudentId
    MOVE LOW-VALUES TO EN-CourseCode EN-TermCode
    START EnrollmentFile KEY NOT LESS THAN EN-EnrollmentKey
       INVALID KEY SET EndOfFile TO TRUE
    END-START
    PERFORM UNTIL EndOfFile
       READ EnrollmentFile NEXT
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF EN-StudentId NOT = StudentId
                SET EndOfFile TO TRUE
             ELSE
                IF EN-TermCode = TermCode
                   PERFORM AddOneEnrollLine
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF EnrollLineCount = ZERO
       MOVE "(none)" TO EHL-Note
    END-IF
    IF EnrollLineCount > 6
       COMPUTE EML-MoreCount = EnrollLineCount - 5
       MOVE EnrollMoreLine TO EnrollText (6)
    END-IF.

AddOneEnrollLine.
    ADD 1 TO EnrollLineCount
    IF EnrollLineCount > 6
       EXIT PARAGRAPH
    END-IF
    MOVE EN-CourseCode TO EDL-CourseCode
    MOVE EN-SectionNumber TO EDL-SectionNumber
    EVALUATE EN-CompletionStatus
       WHEN "E"
          MOVE "ENROLLED" TO EDL-Status
       WHEN "C"
          MOVE "COMPLETED" TO EDL-Status
       WHEN "W"
          MOVE "WITHDRAWN" TO EDL-Status
       WHEN OTHER
          MOVE EN-CompletionStatus TO EDL-Status
    END-EVALUATE
    MOVE EN-MidtermGrade TO EDL-MidtermGrade
    MOVE EN-Grade TO EDL-Grade
    MOVE SPACES TO EDL-MeetingDays EDL-Building EDL-RoomNbr
    MOVE ZERO TO EDL-StartTime EDL-EndTime
    PERFORM VARYING SectionIndex FROM 1 BY 1
       UNTIL SectionIndex > SectionCount
       IF ST-CourseCode (SectionIndex) = EN-CourseCode
          AND ST-SectionNbr (SectionIndex) = EN-SectionNumber
          MOVE ST-MeetingDays (SectionIndex) TO EDL-MeetingDays
          MOVE ST-StartTime (SectionIndex) TO EDL-StartTime
          MOVE ST-EndTime (SectionIndex) TO EDL-EndTime
          MOVE ST-Building (SectionIndex) TO EDL-Building
          MOVE ST-RoomNbr (SectionIndex) TO EDL-RoomNbr
          MOVE SectionCount TO SectionIndex
       END-IF
    END-PERFORM
    MOVE EnrollDetailLine TO EnrollText (EnrollLineCount).

*> The latest-term STANDING.DAT record for the student.
BuildStandingLine.
    MOVE LOW-VALUES TO LatestStandingTerm
    MOVE SPACE TO LatestStandingCode
    MOVE ZERO TO LatestCumGpa
    OPEN INPUT StandingFile
    IF StandingFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ StandingFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF SG-StudentId = StudentId
                   AND SG-TermCode > LatestStandingTerm
                   MOVE SG-TermCode TO LatestStandingTerm
                   MOVE SG-StandingCode TO LatestStandingCode
                   MOVE SG-CumGpa TO LatestCumGpa
                END-IF
          END-READ
       END-PERFORM
       CLOSE StandingFile
    END-IF
    EVALUATE LatestStandingCode
       WHEN "P"
          MOVE "PROBATION" TO SDL-Standing
       WHEN "D"
          MOVE "DEAN'S LIST" TO SDL-Standing
       WHEN "G"
          MOVE "GOOD STANDING" TO SDL-Standing
       WHEN OTHER
          MOVE "NOT YET POSTED" TO SDL-Standing
    END-EVALUATE
    IF LatestStandingTerm = LOW-VALUES
       MOVE SPACES TO SDL-TermCode
    ELSE
       MOVE LatestStandingTerm TO SDL-TermCode
    END-IF
    MOVE LatestCumGpa TO SDL-CumGpa.

*> Every item keyed ahead from StudentId + low term; an item with a
*> balance counts as open, and the oldest open invoice is shown.
BuildBalanceLine.
    MOVE ZERO TO OpenBalance OpenItemCount
    MOVE 99999999 TO OldestOpenDate
    IF BillingAvailable
       MOVE "N" TO EndOfFileSwitch
       MOVE StudentId TO BL-StudentId
       MOVE LOW-VALUES TO BL-TermCode
       START BillingFile KEY NOT LESS THAN BL-BillKey
          INVALID KEY SET EndOfFile TO TRUE
       END-START
       PERFORM UNTIL EndOfFile
          READ BillingFile NEXT
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF BL-StudentId NOT = StudentId
                   SET EndOfFile TO TRUE
                ELSE
                   IF BL-BalanceDue > ZERO
                      ADD 1 TO OpenItemCount
                      ADD BL-BalanceDue TO OpenBalance
                      IF BL-InvoiceDate < OldestOpenDate
                         MOVE BL-InvoiceDate TO OldestOpenDate
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
    END-IF
    MOVE OpenBalance TO BAL-OpenBalance
    MOVE OpenItemCount TO BAL-ItemCount
    IF OpenItemCount = ZERO
       MOVE "n/a" TO BAL-OldestDate
    ELSE
       MOVE OldestOpenDate TO BAL-OldestDate
    END-IF.

BuildHoldLine.
    MOVE SPACES TO HLL-Holds
    MOVE 1 TO HoldTextPointer
    MOVE ZERO TO HoldListCount
    OPEN INPUT HoldFile
    IF HoldFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ HoldFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF HD-StudentId = StudentId AND HoldListCount < 5
                   ADD 1 TO HoldListCount
                   STRING HD-HoldCode DELIMITED BY SIZE
                          " since " DELIMITED BY SIZE
                          HD-DatePlaced DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                      INTO HLL-Holds
                      WITH POINTER HoldTextPointer
                   END-STRING
                END-IF
          END-READ
       END-PERFORM
       CLOSE HoldFile
    END-IF
    IF HoldListCount = ZERO
       MOVE "none" TO HLL-Holds
    END-IF.

*> Place in the queue is the entry's position among the entries for
*> the same course, counted in file order as WaitProm promotes.
BuildWaitLine.
    MOVE SPACES TO WLL-Waits
    MOVE 1 TO WaitTextPointer
    MOVE ZERO TO WaitListCount WaitCourseCount
    OPEN INPUT WaitlistFile
    IF WaitlistFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ WaitlistFile
             AT END SET EndOfFile TO TRUE
             NOT AT END PERFORM CountOneWaitEntry
          END-READ
       END-PERFORM
       CLOSE WaitlistFile
    END-IF
    IF WaitListCount = ZERO
       MOVE "none" TO WLL-Waits
    END-IF.

CountOneWaitEntry.
    MOVE ZERO TO WaitPosition
    PERFORM VARYING WaitCourseIndex FROM 1 BY 1
       UNTIL WaitCourseIndex > WaitCourseCount OR WaitPosition > ZERO
       IF WCT-CourseCode (WaitCourseIndex) = WL-CourseCode
          ADD 1 TO WCT-Queued (WaitCourseIndex)
          MOVE WCT-Queued (WaitCourseIndex) TO WaitPosition
       END-IF
    END-PERFORM
    IF WaitPosition = ZERO AND WaitCourseCount < 50
       ADD 1 TO WaitCourseCount
       MOVE WL-CourseCode TO WCT-CourseCode (WaitCourseCount)
       MOVE 1 TO WCT-Queued (WaitCourseCount)
       MOVE 1 TO WaitPosition
    END-IF
    IF WL-StudentId NOT = StudentId OR WaitListCount NOT < 3
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WaitListCount
    MOVE WaitPosition TO EditedPosition
    STRING WL-CourseCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WL-TermCode DELIMITED BY SIZE
           " place " DELIMITED BY SIZE
           EditedPosition DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
       INTO WLL-Waits
       WITH POINTER WaitTextPointer
    END-STRING.
