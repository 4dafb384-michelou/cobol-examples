IDENTIFICATION DIVISION.
PROGRAM-ID.  PledgeRept.
AUTHOR.  Michael Coughlan.
*> Pledge fulfilment report for the development office.  Every
*> pledge on GIFTS.DAT is listed, donor by donor, with the amount
*> pledged, what has been received against it (the gifts GiftEntry
*> recorded as paying that pledge) and what is still outstanding,
*> and a status:
*>
*>    PAID     - received in full
*>    OVERDUE  - money still outstanding after the pledge's due date
*>    OPEN     - money still outstanding, not yet due
*>
*> Donors are named from STUDARCH.DAT (alumni, by StudentId) and
*> DONORS.DAT (friends of the college).  Totals at the end give the
*> pledged, received and outstanding amounts across all pledges and
*> the count and amount overdue.  The report goes to PLEDGE.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GiftFile ASSIGN TO "GIFTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
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
    SELECT ReportFile ASSIGN TO "PLEDGE.RPT"
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
01  GiftFileStatus          PIC XX.
    88  GiftFileOk          VALUE "00".
01  DonorFileStatus         PIC XX.
    88  DonorFileOk         VALUE "00".
01  ArchiveFileStatus       PIC XX.
    88  ArchiveFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  RunDate                 PIC 9(8).

*> Every pledge on file with what has been received against it.
*> Gifts always follow the pledge they pay within a donor, so a
*> gift's pledge is searched for among the donor's own entries only.
01  CurrentDonorKey         PIC X(8) VALUE SPACES.
01  DonorFirstIndex         PIC 9(4).
01  PledgeCount             PIC 9(4) VALUE ZERO.
01  PledgeIndex             PIC 9(4).
01  PledgeTable.
    02  PledgeEntry         OCCURS 3000 TIMES.
        03  PT-DonorType    PIC X.
        03  PT-DonorId      PIC 9(7).
        03  PT-PledgeNbr    PIC 9(4).
        03  PT-DueDate      PIC 9(8).
        03  PT-Amount       PIC 9(7)V99.
        03  PT-Received     PIC 9(7)V99.
        03  PT-Name         PIC X(22).
01  PledgeFoundSwitch       PIC X.
    88  PledgeFound         VALUE "Y".
01  PledgeOutstanding       PIC 9(7)V99.

01  TotalPledged            PIC 9(9)V99 VALUE ZERO.
01  TotalReceived           PIC 9(9)V99 VALUE ZERO.
01  TotalOutstanding        PIC 9(9)V99 VALUE ZERO.
01  OverdueCount            PIC 9(4) VALUE ZERO.
01  OverdueAmount           PIC 9(9)V99 VALUE ZERO.

01  HeadingLine1.
    02  FILLER              PIC X(40)
        VALUE "PLEDGE FULFILMENT REPORT".
    02  FILLER              PIC X(9)  VALUE "Run date ".
    02  HL1-RunDate         PIC 9(8).
    02  FILLER              PIC X(33) VALUE SPACES.

01  HeadingLine2            PIC X(90) VALUE
    "DONOR    NAME                   NBR  DUE         PLEDGED  RECEIVED OUTSTAND'G  STATUS".

01  PledgeDetailLine.
    02  PDL-DonorType       PIC X(1).
    02  PDL-DonorId         PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Name            PIC X(22).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-PledgeNbr       PIC 9(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-DueDate         PIC 9(8).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Pledged         PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Received        PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Outstanding     PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Status          PIC X(8).
    02  FILLER              PIC X(3)  VALUE SPACES.

01  TotalLine.
    02  FILLER              PIC X(9)  VALUE "Pledges: ".
    02  TL-PledgeCount      PIC ZZZ9.
    02  FILLER              PIC X(33) VALUE SPACES.
    02  TL-Pledged          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  TL-Received         PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  TL-Outstanding      PIC ZZZZZZ9.99.
    02  FILLER              PIC X(12) VALUE SPACES.

01  OverdueLine.
    02  FILLER              PIC X(18) VALUE "Overdue pledges:  ".
    02  OL-OverdueCount     PIC ZZZ9.
    02  FILLER              PIC X(22) VALUE "  still owed on them: ".
    02  OL-OverdueAmount    PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(34) VALUE SPACES.

01  BlankLine               PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    OPEN INPUT GiftFile
    IF NOT GiftFileOk
       DISPLAY "GIFTS.DAT not found - no pledges to report."
       STOP RUN
    END-IF
    PERFORM LoadPledges
    CLOSE GiftFile
    PERFORM FetchDonorNames
    OPEN OUTPUT ReportFile
    MOVE RunDate TO HL1-RunDate
    WRITE ReportLine FROM HeadingLine1
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM HeadingLine2
    PERFORM VARYING PledgeIndex FROM 1 BY 1
       UNTIL PledgeIndex > PledgeCount
       PERFORM ReportOnePledge
    END-PERFORM
    MOVE PledgeCount TO TL-PledgeCount
    MOVE TotalPledged TO TL-Pledged
    MOVE TotalReceived TO TL-Received
    MOVE TotalOutstanding TO TL-Outstanding
    MOVE OverdueCount TO OL-OverdueCount
    MOVE OverdueAmount TO OL-OverdueAmount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM TotalLine
    WRITE ReportLine FROM OverdueLine
    CLOSE ReportFile
    DISPLAY PledgeCount " pledge(s) reported on PLEDGE.RPT, "
       OverdueCount " overdue."
    STOP RUN.

LoadPledges.
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ GiftFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorKey NOT = CurrentDonorKey
                MOVE GF-DonorKey TO CurrentDonorKey
                COMPUTE DonorFirstIndex = PledgeCount + 1
             END-IF
             IF GF-PledgeEntry
                PERFORM LoadOnePledge
             END-IF
             IF GF-GiftEntry AND GF-PledgeNbr NOT = ZERO
                PERFORM CreditOneGift
             END-IF
       END-READ
    END-PERFORM.

LoadOnePledge.
    IF PledgeCount = 3000
       DISPLAY "More than 3000 pledges on file - the rest are not"
          " reported."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO PledgeCount
    MOVE GF-DonorType TO PT-DonorType (PledgeCount)
    MOVE GF-DonorId TO PT-DonorId (PledgeCount)
    MOVE GF-EntryNbr TO PT-PledgeNbr (PledgeCount)
    MOVE GF-DueDate TO PT-DueDate (PledgeCount)
    MOVE GF-Amount TO PT-Amount (PledgeCount)
    MOVE ZERO TO PT-Received (PledgeCount)
    MOVE SPACES TO PT-Name (PledgeCount).

CreditOneGift.
    MOVE "N" TO PledgeFoundSwitch
    PERFORM VARYING PledgeIndex FROM DonorFirstIndex BY 1
       UNTIL PledgeIndex > PledgeCount OR PledgeFound
       IF PT-PledgeNbr (PledgeIndex) = GF-PledgeNbr
          SET PledgeFound TO TRUE
          ADD GF-Amount TO PT-Received (PledgeIndex)
       END-IF
    END-PERFORM.

*> One pass of STUDARCH.DAT names the alumni; friends are read from
*> DONORS.DAT.
FetchDonorNames.
    OPEN INPUT ArchiveFile
    IF ArchiveFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ ArchiveFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                PERFORM NameAlumniPledges
          END-READ
       END-PERFORM
       CLOSE ArchiveFile
    END-IF
    OPEN INPUT DonorFile
    IF DonorFileOk
       PERFORM VARYING PledgeIndex FROM 1 BY 1
          UNTIL PledgeIndex > PledgeCount
          IF PT-DonorType (PledgeIndex) = "F"
             MOVE PT-DonorId (PledgeIndex) TO DN-DonorId
             READ DonorFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   STRING FUNCTION TRIM (DN-GivenName) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (DN-Surname) DELIMITED BY SIZE
                      INTO PT-Name (PledgeIndex)
             END-READ
          END-IF
       END-PERFORM
       CLOSE DonorFile
    END-IF.

NameAlumniPledges.
    PERFORM VARYING PledgeIndex FROM 1 BY 1
       UNTIL PledgeIndex > PledgeCount
       IF PT-DonorType (PledgeIndex) = "A"
          AND PT-DonorId (PledgeIndex) = AR-StudentId
          STRING FUNCTION TRIM (AR-GivenName) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (AR-Surname) DELIMITED BY SIZE
             INTO PT-Name (PledgeIndex)
       END-IF
    END-PERFORM.

ReportOnePledge.
    MOVE ZERO TO PledgeOutstanding
    IF PT-Amount (PledgeIndex) > PT-Received (PledgeIndex)
       COMPUTE PledgeOutstanding = PT-Amount (PledgeIndex)
                                 - PT-Received (PledgeIndex)
    END-IF
    MOVE PT-DonorType (PledgeIndex) TO PDL-DonorType
    MOVE PT-DonorId (PledgeIndex) TO PDL-DonorId
    MOVE PT-Name (PledgeIndex) TO PDL-Name
    IF PT-Name (PledgeIndex) = SPACES
       MOVE "(not on file)" TO PDL-Name
    END-IF
    MOVE PT-PledgeNbr (PledgeIndex) TO PDL-PledgeNbr
    MOVE PT-DueDate (PledgeIndex) TO PDL-DueDate
    MOVE PT-Amount (PledgeIndex) TO PDL-Pledged
    MOVE PT-Received (PledgeIndex) TO PDL-Received
    MOVE PledgeOutstanding TO PDL-Outstanding
    EVALUATE TRUE
       WHEN PledgeOutstanding = ZERO
          MOVE "PAID" TO PDL-Status
       WHEN PT-DueDate (PledgeIndex) < RunDate
          MOVE "OVERDUE" TO PDL-Status
          ADD 1 TO OverdueCount
          ADD PledgeOutstanding TO OverdueAmount
       WHEN OTHER
          MOVE "OPEN" TO PDL-Status
    END-EVALUATE
    WRITE ReportLine FROM PledgeDetailLine
    ADD PT-Amount (PledgeIndex) TO TotalPledged
    ADD PT-Received (PledgeIndex) TO TotalReceived
    ADD PledgeOutstanding TO TotalOutstanding.
