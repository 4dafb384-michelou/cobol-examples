IDENTIFICATION DIVISION.
PROGRAM-ID.  GiftAck.
AUTHOR.  Michael Coughlan.
*> Gift acknowledgement letters - every gift GiftEntry records on
*> GIFTS.DAT is thanked by a dated letter in the MailLabel letter
*> style, printed to GIFTACK.RPT and stamped with a sequential
*> acknowledgement number.  The letter names the gift's amount, the
*> date it was received and its designation; a gift paying a pledge
*> also says what is still outstanding on the pledge, or that the
*> pledge is now fulfilled.  The donor's name and address come from
*> STUDARCH.DAT and ADDRESS.DAT for an alumnus and from DONORS.DAT
*> for a friend of the college.
*>
*> Every letter issued is logged to GIFTACK.LOG (acknowledgement
*> number, issue date, donor, gift entry number, gift date, amount),
*> the way PaySummary logs its letters, and a gift already on the
*> log is never thanked twice - each run acknowledges just the gifts
*> recorded since the last.
*>
*> Arguments:
*>    REPRINT=nnnnnn  reprint acknowledgement nnnnnn under its
*>                    ORIGINAL number, marked REPRINT, instead of
*>                    issuing new letters - so a duplicate can always
*>                    be authenticated against the log.

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
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AD-StudentId
		FILE STATUS IS AddressFileStatus.
    SELECT AckLogFile ASSIGN TO "GIFTACK.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AckLogFileStatus.
    SELECT ReportFile ASSIGN TO "GIFTACK.RPT"
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

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  AD-AddressLine1 PIC X(30).
   02  AD-AddressLine2 PIC X(30).
   02  AD-City         PIC X(20).
   02  AD-PostalCode   PIC X(10).
   02  AD-Phone        PIC X(12).

FD AckLogFile.
01 AckLogRecord.
   02  AL-IssueNumber  PIC 9(6).
   02  FILLER          PIC X.
   02  AL-IssueDate    PIC 9(8).
   02  FILLER          PIC X.
   02  AL-DonorType    PIC X.
   02  AL-DonorId      PIC 9(7).
   02  FILLER          PIC X.
   02  AL-EntryNbr     PIC 9(4).
   02  FILLER          PIC X.
   02  AL-GiftDate     PIC 9(8).
   02  FILLER          PIC X.
   02  AL-Amount       PIC 9(7)V99.

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  GiftFileStatus          PIC XX.
    88  GiftFileOk          VALUE "00".
01  DonorFileStatus         PIC XX.
    88  DonorFileOk         VALUE "00".
01  DonorAvailableSwitch    PIC X VALUE "N".
    88  DonorAvailable      VALUE "Y".
01  ArchiveFileStatus       PIC XX.
    88  ArchiveFileOk       VALUE "00".
01  AddressFileStatus       PIC XX.
    88  AddressFileOk       VALUE "00".
01  AddressAvailableSwitch  PIC X VALUE "N".
    88  AddressAvailable    VALUE "Y".
01  AckLogFileStatus        PIC XX.
    88  AckLogFileOk        VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  ReprintNumber           PIC 9(6) VALUE ZERO.
01  RunDate                 PIC 9(8).

*> Gifts already acknowledged, from GIFTACK.LOG: the highest number
*> ever issued (new letters continue the sequence) and each
*> acknowledged gift with its number.
01  HighestIssueNumber      PIC 9(6) VALUE ZERO.
01  AckedCount              PIC 9(5) VALUE ZERO.
01  AckedIndex              PIC 9(5).
01  AckedFoundSwitch        PIC X.
    88  AckedFound          VALUE "Y".
01  AckedIssueNumber        PIC 9(6).
01  AckedGifts.
    02  AckedGift           OCCURS 5000 TIMES.
        03  AG-DonorKey     PIC X(8).
        03  AG-EntryNbr     PIC 9(4).
        03  AG-IssueNumber  PIC 9(6).

*> The current donor's pledges, so a gift can report what remains on
*> the pledge it pays as at that gift.
01  CurrentDonorKey         PIC X(8) VALUE SPACES.
01  DonorPledgeCount        PIC 9(3).
01  DonorPledgeIndex        PIC 9(3).
01  DonorPledges.
    02  DonorPledge         OCCURS 200 TIMES.
        03  DP-PledgeNbr    PIC 9(4).
        03  DP-Amount       PIC 9(7)V99.
        03  DP-Received     PIC 9(7)V99.

*> Gifts to be thanked on this run, in GIFTS.DAT order.
01  LetterCount             PIC 9(4) VALUE ZERO.
01  LetterIndex             PIC 9(4).
01  LetterGifts.
    02  LetterGift          OCCURS 1000 TIMES.
        03  LG-DonorType    PIC X.
        03  LG-DonorId      PIC 9(7).
        03  LG-EntryNbr     PIC 9(4).
        03  LG-GiftDate     PIC 9(8).
        03  LG-Amount       PIC 9(7)V99.
        03  LG-Designation  PIC X(20).
        03  LG-PledgeNbr    PIC 9(4).
        03  LG-PledgeAmount PIC 9(7)V99.
        03  LG-PledgeRemaining PIC 9(7)V99.
        03  LG-IssueNumber  PIC 9(6).
        03  LG-ReprintSwitch PIC X.
            88  LG-Reprint  VALUE "Y".
        03  LG-Name         PIC X(40).

01  LettersIssued           PIC 9(5) VALUE ZERO.
01  LettersReprinted        PIC 9(5) VALUE ZERO.
01  LetterTotal             PIC 9(9)V99 VALUE ZERO.
01  LetterDate              PIC X(29).
01  GiftDateText            PIC X(29).
01  AmountEdited            PIC ZZZZZZ9.99.
01  PledgeAmountEdited      PIC ZZZZZZ9.99.
01  RemainingEdited         PIC ZZZZZZ9.99.
01  DateToFormat            PIC 9(8).
01  FormattedDate           PIC X(29).
01  LetterAddress1          PIC X(30).
01  LetterAddress2          PIC X(30).
01  CityPostalLine          PIC X(32).
01  LetterAddressSwitch     PIC X.
    88  LetterAddressFound  VALUE "Y".

01  BlankLine               PIC X(90) VALUE SPACES.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  IssueStampLine.
    02  FILLER              PIC X(19) VALUE "Acknowledgement no.".
    02  ISL-IssueNumber     PIC 9(6).
    02  ISL-ReprintFlag     PIC X(10).
    02  FILLER              PIC X(55) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    MOVE RunDate TO DateToFormat
    PERFORM FormatTextDate
    MOVE FormattedDate TO LetterDate
    OPEN INPUT GiftFile
    IF NOT GiftFileOk
       DISPLAY "GIFTS.DAT not found - no gifts to acknowledge."
       STOP RUN
    END-IF
    PERFORM LoadAckLog
    PERFORM CollectLetterGifts
    CLOSE GiftFile
    IF LetterCount = ZERO
       IF ReprintNumber NOT = ZERO
          DISPLAY "Acknowledgement " ReprintNumber
             " is not on GIFTACK.LOG - nothing reprinted."
       ELSE
          DISPLAY "Every gift on GIFTS.DAT is already acknowledged."
       END-IF
       STOP RUN
    END-IF
    PERFORM FetchAlumniNames
    OPEN INPUT DonorFile
    IF DonorFileOk
       SET DonorAvailable TO TRUE
    END-IF
    OPEN INPUT AddressFile
    IF AddressFileOk
       SET AddressAvailable TO TRUE
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM VARYING LetterIndex FROM 1 BY 1
       UNTIL LetterIndex > LetterCount
       PERFORM IssueOneLetter
    END-PERFORM
    CLOSE ReportFile
    IF AddressAvailable
       CLOSE AddressFile
    END-IF
    IF DonorAvailable
       CLOSE DonorFile
    END-IF
    MOVE LetterTotal TO AmountEdited
    DISPLAY LettersIssued " letter(s) issued (" LettersReprinted
       " reprint(s)) for gifts totalling " AmountEdited
       " on GIFTACK.RPT."
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
          WHEN "REPRINT"
             COMPUTE ReprintNumber = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> DateToFormat (YYYYMMDD) as text, e.g. March 3, 2026.
FormatTextDate.
    MOVE DateToFormat (5:2) TO Y2K-DFMTP-DATEIN (1:2)
    MOVE DateToFormat (7:2) TO Y2K-DFMTP-DATEIN (3:2)
    MOVE DateToFormat (1:4) TO Y2K-DFMTP-DATEIN (5:4)
    SET DFMT-MAJOR-TEXT1 TO TRUE
    SET DFMT-MINOR-US TO TRUE
    MOVE SPACES TO Y2K-DFMTP-OUTPUT
    CALL "Y2KDFMT" USING Y2K-DFMT-PARAMETERS
    MOVE Y2K-DFMTP-OUTPUT TO FormattedDate.

LoadAckLog.
    OPEN INPUT AckLogFile
    IF NOT AckLogFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAckLogRecord
    PERFORM UNTIL EndOfFile
       IF AL-IssueNumber NUMERIC
          IF AL-IssueNumber > HighestIssueNumber
             MOVE AL-IssueNumber TO HighestIssueNumber
          END-IF
          IF AckedCount < 5000
             ADD 1 TO AckedCount
             MOVE AL-DonorType TO AG-DonorKey (AckedCount) (1:1)
             MOVE AL-DonorId TO AG-DonorKey (AckedCount) (2:7)
             MOVE AL-EntryNbr TO AG-EntryNbr (AckedCount)
             MOVE AL-IssueNumber TO AG-IssueNumber (AckedCount)
          END-IF
       END-IF
       PERFORM ReadOneAckLogRecord
    END-PERFORM
    CLOSE AckLogFile.

ReadOneAckLogRecord.
    READ AckLogFile
       AT END SET EndOfFile TO TRUE
    END-READ.

FindAckedGift.
    MOVE "N" TO AckedFoundSwitch
    MOVE ZERO TO AckedIssueNumber
    PERFORM VARYING AckedIndex FROM 1 BY 1
       UNTIL AckedIndex > AckedCount OR AckedFound
       IF AG-DonorKey (AckedIndex) = GF-DonorKey
          AND AG-EntryNbr (AckedIndex) = GF-EntryNbr
          SET AckedFound TO TRUE
          MOVE AG-IssueNumber (AckedIndex) TO AckedIssueNumber
       END-IF
    END-PERFORM.

*> Walks GIFTS.DAT donor by donor, keeping each donor's pledges so a
*> gift can be thanked with its pledge's standing at the time, and
*> picks the gifts to thank: those not yet on the log, or just the
*> one being reprinted.
CollectLetterGifts.
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ GiftFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GF-DonorKey NOT = CurrentDonorKey
                MOVE GF-DonorKey TO CurrentDonorKey
                MOVE ZERO TO DonorPledgeCount
             END-IF
             IF GF-PledgeEntry AND DonorPledgeCount < 200
                ADD 1 TO DonorPledgeCount
                MOVE GF-EntryNbr TO DP-PledgeNbr (DonorPledgeCount)
                MOVE GF-Amount TO DP-Amount (DonorPledgeCount)
                MOVE ZERO TO DP-Received (DonorPledgeCount)
             END-IF
             IF GF-GiftEntry
                PERFORM CollectOneGift
             END-IF
       END-READ
    END-PERFORM.

CollectOneGift.
    MOVE ZERO TO DonorPledgeIndex
    IF GF-PledgeNbr NOT = ZERO
       PERFORM VARYING DonorPledgeIndex FROM DonorPledgeCount BY -1
          UNTIL DonorPledgeIndex = ZERO
             OR DP-PledgeNbr (DonorPledgeIndex) = GF-PledgeNbr
          CONTINUE
       END-PERFORM
       IF DonorPledgeIndex NOT = ZERO
          ADD GF-Amount TO DP-Received (DonorPledgeIndex)
       END-IF
    END-IF
    PERFORM FindAckedGift
    IF ReprintNumber NOT = ZERO
       IF NOT AckedFound OR AckedIssueNumber NOT = ReprintNumber
          EXIT PARAGRAPH
       END-IF
    ELSE
       IF AckedFound
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF LetterCount = 1000
       DISPLAY "More than 1000 gifts to acknowledge - the rest will"
          " follow on the next run."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO LetterCount
    MOVE GF-DonorType TO LG-DonorType (LetterCount)
    MOVE GF-DonorId TO LG-DonorId (LetterCount)
    MOVE GF-EntryNbr TO LG-EntryNbr (LetterCount)
    MOVE GF-EntryDate TO LG-GiftDate (LetterCount)
    MOVE GF-Amount TO LG-Amount (LetterCount)
    MOVE GF-Designation TO LG-Designation (LetterCount)
    MOVE ZERO TO LG-PledgeNbr (LetterCount)
    MOVE ZERO TO LG-PledgeAmount (LetterCount)
    MOVE ZERO TO LG-PledgeRemaining (LetterCount)
    IF DonorPledgeIndex NOT = ZERO
       MOVE GF-PledgeNbr TO LG-PledgeNbr (LetterCount)
       MOVE DP-Amount (DonorPledgeIndex)
         TO LG-PledgeAmount (LetterCount)
       IF DP-Amount (DonorPledgeIndex)
          > DP-Received (DonorPledgeIndex)
          COMPUTE LG-PledgeRemaining (LetterCount)
             = DP-Amount (DonorPledgeIndex)
             - DP-Received (DonorPledgeIndex)
       END-IF
    END-IF
    IF AckedFound
       MOVE AckedIssueNumber TO LG-IssueNumber (LetterCount)
       MOVE "Y" TO LG-ReprintSwitch (LetterCount)
    ELSE
       MOVE ZERO TO LG-IssueNumber (LetterCount)
       MOVE "N" TO LG-ReprintSwitch (LetterCount)
    END-IF
    MOVE SPACES TO LG-Name (LetterCount).

*> One pass of STUDARCH.DAT names every alumnus being thanked.
FetchAlumniNames.
    OPEN INPUT ArchiveFile
    IF NOT ArchiveFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ ArchiveFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             PERFORM NameAlumniLetters
       END-READ
    END-PERFORM
    CLOSE ArchiveFile.

NameAlumniLetters.
    PERFORM VARYING LetterIndex FROM 1 BY 1
       UNTIL LetterIndex > LetterCount
       IF LG-DonorType (LetterIndex) = "A"
          AND LG-DonorId (LetterIndex) = AR-StudentId
          STRING FUNCTION TRIM (AR-GivenName) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (AR-Initials) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (AR-Surname) DELIMITED BY SIZE
             INTO LG-Name (LetterIndex)
       END-IF
    END-PERFORM.

*> Name and address for the letter: ADDRESS.DAT for an alumnus,
*> DONORS.DAT for a friend of the college.
FetchLetterAddress.
    MOVE "N" TO LetterAddressSwitch
    MOVE SPACES TO LetterAddress1 LetterAddress2 CityPostalLine
    IF LG-DonorType (LetterIndex) = "F"
       IF DonorAvailable
          MOVE LG-DonorId (LetterIndex) TO DN-DonorId
          READ DonorFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET LetterAddressFound TO TRUE
                STRING FUNCTION TRIM (DN-GivenName) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (DN-Surname) DELIMITED BY SIZE
                   INTO LG-Name (LetterIndex)
                MOVE DN-AddressLine1 TO LetterAddress1
                MOVE DN-AddressLine2 TO LetterAddress2
                STRING FUNCTION TRIM (DN-City) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DN-PostalCode DELIMITED BY SIZE
                   INTO CityPostalLine
          END-READ
       END-IF
    ELSE
       IF AddressAvailable
          MOVE LG-DonorId (LetterIndex) TO AD-StudentId
          READ AddressFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET LetterAddressFound TO TRUE
                MOVE AD-AddressLine1 TO LetterAddress1
                MOVE AD-AddressLine2 TO LetterAddress2
                STRING FUNCTION TRIM (AD-City) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AD-PostalCode DELIMITED BY SIZE
                   INTO CityPostalLine
          END-READ
       END-IF
    END-IF
    IF LG-Name (LetterIndex) = SPACES
       MOVE "Friend of the College" TO LG-Name (LetterIndex)
    END-IF.

IssueOneLetter.
    IF LG-Reprint (LetterIndex)
       MOVE LG-IssueNumber (LetterIndex) TO ISL-IssueNumber
       MOVE " REPRINT" TO ISL-ReprintFlag
       ADD 1 TO LettersReprinted
    ELSE
       ADD 1 TO HighestIssueNumber
       MOVE HighestIssueNumber TO ISL-IssueNumber
       MOVE SPACES TO ISL-ReprintFlag
       PERFORM AppendAckLogRecord
    END-IF
    ADD 1 TO LettersIssued
    ADD LG-Amount (LetterIndex) TO LetterTotal
    PERFORM FetchLetterAddress
    MOVE SPACES TO ReportLine
    MOVE LetterDate TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM IssueStampLine
    MOVE SPACES TO ReportLine
    MOVE LG-Name (LetterIndex) TO ReportLine
    WRITE ReportLine
    IF LetterAddressFound
       MOVE SPACES TO ReportLine
       MOVE LetterAddress1 TO ReportLine
       WRITE ReportLine
       IF LetterAddress2 NOT = SPACES
          MOVE SPACES TO ReportLine
          MOVE LetterAddress2 TO ReportLine
          WRITE ReportLine
       END-IF
       MOVE SPACES TO ReportLine
       MOVE CityPostalLine TO ReportLine
       WRITE ReportLine
    END-IF
    WRITE ReportLine FROM BlankLine
    MOVE SPACES TO ReportLine
    STRING "Dear " DELIMITED BY SIZE
           FUNCTION TRIM (LG-Name (LetterIndex)) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    MOVE LG-GiftDate (LetterIndex) TO DateToFormat
    PERFORM FormatTextDate
    MOVE FormattedDate TO GiftDateText
    MOVE LG-Amount (LetterIndex) TO AmountEdited
    MOVE SPACES TO ReportLine
    STRING "Thank you for your gift of " DELIMITED BY SIZE
           FUNCTION TRIM (AmountEdited) DELIMITED BY SIZE
           ", received on " DELIMITED BY SIZE
           FUNCTION TRIM (GiftDateText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    STRING "designated to " DELIMITED BY SIZE
           FUNCTION TRIM (LG-Designation (LetterIndex))
              DELIMITED BY SIZE
           "." DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    IF LG-PledgeNbr (LetterIndex) NOT = ZERO
       PERFORM WritePledgeParagraph
    END-IF
    WRITE ReportLine FROM BlankLine
    MOVE "No goods or services were provided in exchange for this gift."
      TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    MOVE "Office of Development" TO ReportLine
    WRITE ReportLine
    MOVE ALL "-" TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine.

WritePledgeParagraph.
    WRITE ReportLine FROM BlankLine
    MOVE LG-PledgeAmount (LetterIndex) TO PledgeAmountEdited
    MOVE SPACES TO ReportLine
    STRING "This gift is a payment on your pledge no. " DELIMITED BY SIZE
           LG-PledgeNbr (LetterIndex) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM (PledgeAmountEdited) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
       INTO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    IF LG-PledgeRemaining (LetterIndex) = ZERO
       MOVE "With it your pledge is fulfilled - our sincere thanks."
         TO ReportLine
    ELSE
       MOVE LG-PledgeRemaining (LetterIndex) TO RemainingEdited
       STRING FUNCTION TRIM (RemainingEdited) DELIMITED BY SIZE
              " of the pledge remains outstanding." DELIMITED BY SIZE
          INTO ReportLine
    END-IF
    WRITE ReportLine.

AppendAckLogRecord.
    OPEN EXTEND AckLogFile
    IF NOT AckLogFileOk
       OPEN OUTPUT AckLogFile
       CLOSE AckLogFile
       OPEN EXTEND AckLogFile
    END-IF
    MOVE SPACES TO AckLogRecord
    MOVE HighestIssueNumber TO AL-IssueNumber
    MOVE RunDate TO AL-IssueDate
    MOVE LG-DonorType (LetterIndex) TO AL-DonorType
    MOVE LG-DonorId (LetterIndex) TO AL-DonorId
    MOVE LG-EntryNbr (LetterIndex) TO AL-EntryNbr
    MOVE LG-GiftDate (LetterIndex) TO AL-GiftDate
    MOVE LG-Amount (LetterIndex) TO AL-Amount
    WRITE AckLogRecord
    CLOSE AckLogFile.
