IDENTIFICATION DIVISION.
PROGRAM-ID.  GiftYear.
AUTHOR.  Michael Coughlan.
*> Year-end giving summary - one line per donor who gave or pledged
*> during the calendar year, from GIFTS.DAT: the number of gifts and
*> the amount given in the year, the amount pledged in the year, and
*> what the donor still has outstanding on all pledges as of the
*> run.  Donors are named from STUDARCH.DAT (alumni, by StudentId)
*> and DONORS.DAT (friends of the college).  Totals across all
*> donors follow, with the split between alumni and friends.  The
*> report goes to GIFTYEAR.RPT.
*>
*> Arguments:
*>    YEAR=YYYY   the calendar year to summarise (default: the year
*>                before the run date, as PaySummary does).

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
    SELECT ReportFile ASSIGN TO "GIFTYEAR.RPT"
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

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SummaryYear             PIC 9(4) VALUE ZERO.
01  RunDate                 PIC 9(8).

*> The current donor's pledges, so what is outstanding on each can
*> be worked out as the donor's gifts are read.
01  CurrentDonorKey         PIC X(8) VALUE SPACES.
01  DonorPledgeCount        PIC 9(3).
01  DonorPledgeIndex        PIC 9(3).
01  DonorPledges.
    02  DonorPledge         OCCURS 200 TIMES.
        03  DP-PledgeNbr    PIC 9(4).
        03  DP-Amount       PIC 9(7)V99.
        03  DP-Received     PIC 9(7)V99.

*> One entry per donor with giving or pledging in the year.
01  DonorCount              PIC 9(4) VALUE ZERO.
01  DonorIndex              PIC 9(4).
01  DonorSummaries.
    02  DonorSummary        OCCURS 3000 TIMES.
        03  DS-DonorType    PIC X.
        03  DS-DonorId      PIC 9(7).
        03  DS-Name         PIC X(28).
        03  DS-GiftCount    PIC 9(4).
        03  DS-Given        PIC 9(7)V99.
        03  DS-Pledged      PIC 9(7)V99.
        03  DS-Outstanding  PIC 9(7)V99.

*> The donor being accumulated as GIFTS.DAT is read.
01  YearGiftCount           PIC 9(4).
01  YearGiven               PIC 9(7)V99.
01  YearPledged             PIC 9(7)V99.
01  DonorOutstanding        PIC 9(7)V99.

01  TotalGiftCount          PIC 9(6) VALUE ZERO.
01  TotalGiven              PIC 9(9)V99 VALUE ZERO.
01  TotalPledged            PIC 9(9)V99 VALUE ZERO.
01  TotalOutstanding        PIC 9(9)V99 VALUE ZERO.
01  AlumniDonorCount        PIC 9(4) VALUE ZERO.
01  AlumniGiven             PIC 9(9)V99 VALUE ZERO.
01  FriendDonorCount        PIC 9(4) VALUE ZERO.
01  FriendGiven             PIC 9(9)V99 VALUE ZERO.

01  HeadingLine1.
    02  FILLER              PIC X(26)
        VALUE "YEAR-END GIVING SUMMARY - ".
    02  HL1-Year            PIC 9(4).
    02  FILLER              PIC X(19) VALUE SPACES.
    02  FILLER              PIC X(9)  VALUE "Run date ".
    02  HL1-RunDate         PIC 9(8).
    02  FILLER              PIC X(24) VALUE SPACES.

01  HeadingLine2            PIC X(90) VALUE
    "DONOR    NAME                        GIFTS      GIVEN    PLEDGED OUTSTAND'G".

01  DonorDetailLine.
    02  DDL-DonorType       PIC X(1).
    02  DDL-DonorId         PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Name            PIC X(28).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-GiftCount       PIC ZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Given           PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Pledged         PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  DDL-Outstanding     PIC ZZZZZZ9.99.
    02  FILLER              PIC X(15) VALUE SPACES.

01  TotalLine.
    02  FILLER              PIC X(8)  VALUE "Donors: ".
    02  TL-DonorCount       PIC ZZZ9.
    02  FILLER              PIC X(24) VALUE SPACES.
    02  TL-GiftCount        PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  TL-Given            PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  TL-Pledged          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  TL-Outstanding      PIC ZZZZZZ9.99.
    02  FILLER              PIC X(15) VALUE SPACES.

01  SplitLine.
    02  FILLER              PIC X(8)  VALUE "Alumni: ".
    02  SL-AlumniCount      PIC ZZZ9.
    02  FILLER              PIC X(8)  VALUE " gave   ".
    02  SL-AlumniGiven      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(12) VALUE "   Friends: ".
    02  SL-FriendCount      PIC ZZZ9.
    02  FILLER              PIC X(8)  VALUE " gave   ".
    02  SL-FriendGiven      PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(22) VALUE SPACES.

01  BlankLine               PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    COMPUTE SummaryYear = FUNCTION NUMVAL (RunDate (1:4)) - 1
    PERFORM GetRunArguments
    OPEN INPUT GiftFile
    IF NOT GiftFileOk
       DISPLAY "GIFTS.DAT not found - no giving to summarise."
       STOP RUN
    END-IF
    PERFORM SummariseGiving
    CLOSE GiftFile
    IF DonorCount = ZERO
       DISPLAY "No gifts or pledges dated in " SummaryYear "."
       STOP RUN
    END-IF
    PERFORM FetchDonorNames
    OPEN OUTPUT ReportFile
    MOVE SummaryYear TO HL1-Year
    MOVE RunDate TO HL1-RunDate
    WRITE ReportLine FROM HeadingLine1
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM HeadingLine2
    PERFORM VARYING DonorIndex FROM 1 BY 1
       UNTIL DonorIndex > DonorCount
       PERFORM ReportOneDonor
    END-PERFORM
    MOVE DonorCount TO TL-DonorCount
    MOVE TotalGiftCount TO TL-GiftCount
    MOVE TotalGiven TO TL-Given
    MOVE TotalPledged TO TL-Pledged
    MOVE TotalOutstanding TO TL-Outstanding
    MOVE AlumniDonorCount TO SL-AlumniCount
    MOVE AlumniGiven TO SL-AlumniGiven
    MOVE FriendDonorCount TO SL-FriendCount
    MOVE FriendGiven TO SL-FriendGiven
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM TotalLine
    WRITE ReportLine FROM SplitLine
    CLOSE ReportFile
    DISPLAY DonorCount " donor(s) summarised for " SummaryYear
       " on GIFTYEAR.RPT."
    STOP RUN.

GetRunArguments.
    ACCEPT ArgumentCount FROM ARGUMENT-NUMBER
    PERFORM VARYING ArgumentIndex FROM 1 BY 1
       UNTIL ArgumentIndex > ArgumentCount
       DISPLAY ArgumentIndex UPON ARGUMENT-NUMBER
       MOVE SPACES TO ArgumentInput
       ACCEPT ArgumentInput FROM ARGUMENT-VALUE
       MOVE SPACES TO ArgumentKeyword ArgumentValue
       UNSTRING ArgumentInput DELIMITED BY "="
          INTO ArgumentKeyword ArgumentValue
       END-UNSTRING
       INSPECT ArgumentKeyword
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       EVALUATE ArgumentKeyword
          WHEN "YEAR"
             COMPUTE SummaryYear = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> GIFTS.DAT is in donor order, so each donor's year is complete
*> when the donor changes.
SummariseGiving.
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ GiftFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorKey NOT = CurrentDonorKey
                IF CurrentDonorKey NOT = SPACES
                   PERFORM FinishOneDonor
                END-IF
                MOVE GF-DonorKey TO CurrentDonorKey
                PERFORM StartOneDonor
             END-IF
             PERFORM SummariseOneEntry
       END-READ
    END-PERFORM
    IF CurrentDonorKey NOT = SPACES
       PERFORM FinishOneDonor
    END-IF.

StartOneDonor.
    MOVE ZERO TO DonorPledgeCount YearGiftCount YearGiven YearPledged.

SummariseOneEntry.
    IF GF-PledgeEntry
       IF DonorPledgeCount < 200
          ADD 1 TO DonorPledgeCount
          MOVE GF-EntryNbr TO DP-PledgeNbr (DonorPledgeCount)
          MOVE GF-Amount TO DP-Amount (DonorPledgeCount)
          MOVE ZERO TO DP-Received (DonorPledgeCount)
       END-IF
       IF GF-EntryDate (1:4) = SummaryYear
          ADD GF-Amount TO YearPledged
       END-IF
    ELSE
       IF GF-PledgeNbr NOT = ZERO
          PERFORM VARYING DonorPledgeIndex FROM 1 BY 1
             UNTIL DonorPledgeIndex > DonorPledgeCount
             IF DP-PledgeNbr (DonorPledgeIndex) = GF-PledgeNbr
                ADD GF-Amount TO DP-Received (DonorPledgeIndex)
             END-IF
          END-PERFORM
       END-IF
       IF GF-EntryDate (1:4) = SummaryYear
          ADD 1 TO YearGiftCount
          ADD GF-Amount TO YearGiven
       END-IF
    END-IF.

FinishOneDonor.
    IF YearGiftCount = ZERO AND YearPledged = ZERO
       EXIT PARAGRAPH
    END-IF
    IF DonorCount = 3000
       DISPLAY "More than 3000 donors in " SummaryYear
          " - the rest are not summarised."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO DonorOutstanding
    PERFORM VARYING DonorPledgeIndex FROM 1 BY 1
       UNTIL DonorPledgeIndex > DonorPledgeCount
       IF DP-Amount (DonorPledgeIndex) > DP-Received (DonorPledgeIndex)
          COMPUTE DonorOutstanding = DonorOutstanding
             + DP-Amount (DonorPledgeIndex)
             - DP-Received (DonorPledgeIndex)
       END-IF
    END-PERFORM
    ADD 1 TO DonorCount
    MOVE CurrentDonorKey (1:1) TO DS-DonorType (DonorCount)
    MOVE CurrentDonorKey (2:7) TO DS-DonorId (DonorCount)
    MOVE SPACES TO DS-Name (DonorCount)
    MOVE YearGiftCount TO DS-GiftCount (DonorCount)
    MOVE YearGiven TO DS-Given (DonorCount)
    MOVE YearPledged TO DS-Pledged (DonorCount)
    MOVE DonorOutstanding TO DS-Outstanding (DonorCount).

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
                PERFORM NameAlumniDonors
          END-READ
       END-PERFORM
       CLOSE ArchiveFile
    END-IF
    OPEN INPUT DonorFile
    IF DonorFileOk
       PERFORM VARYING DonorIndex FROM 1 BY 1
          UNTIL DonorIndex > DonorCount
          IF DS-DonorType (DonorIndex) = "F"
             MOVE DS-DonorId (DonorIndex) TO DN-DonorId
             READ DonorFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   STRING FUNCTION TRIM (DN-GivenName) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (DN-Surname) DELIMITED BY SIZE
                      INTO DS-Name (DonorIndex)
             END-READ
          END-IF
       END-PERFORM
       CLOSE DonorFile
    END-IF.

NameAlumniDonors.
    PERFORM VARYING DonorIndex FROM 1 BY 1
       UNTIL DonorIndex > DonorCount
       IF DS-DonorType (DonorIndex) = "A"
          AND DS-DonorId (DonorIndex) = AR-StudentId
          STRING FUNCTION TRIM (AR-GivenName) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (AR-Surname) DELIMITED BY SIZE
             INTO DS-Name (DonorIndex)
       END-IF
    END-PERFORM.

ReportOneDonor.
    MOVE DS-DonorType (DonorIndex) TO DDL-DonorType
    MOVE DS-DonorId (DonorIndex) TO DDL-DonorId
    MOVE DS-Name (DonorIndex) TO DDL-Name
    IF DS-Name (DonorIndex) = SPACES
       MOVE "(not on file)" TO DDL-Name
    END-IF
    MOVE DS-GiftCount (DonorIndex) TO DDL-GiftCount
    MOVE DS-Given (DonorIndex) TO DDL-Given
    MOVE DS-Pledged (DonorIndex) TO DDL-Pledged
    MOVE DS-Outstanding (DonorIndex) TO DDL-Outstanding
    WRITE ReportLine FROM DonorDetailLine
    ADD DS-GiftCount (DonorIndex) TO TotalGiftCount
    ADD DS-Given (DonorIndex) TO TotalGiven
    ADD DS-Pledged (DonorIndex) TO TotalPledged
    ADD DS-Outstanding (DonorIndex) TO TotalOutstanding
    IF DS-DonorType (DonorIndex) = "A"
       ADD 1 TO AlumniDonorCount
       ADD DS-Given (DonorIndex) TO AlumniGiven
    ELSE
       ADD 1 TO FriendDonorCount
       ADD DS-Given (DonorIndex) TO FriendGiven
    END-IF.
