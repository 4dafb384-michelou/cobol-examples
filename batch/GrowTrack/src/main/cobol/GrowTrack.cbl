IDENTIFICATION DIVISION.
PROGRAM-ID.  GrowTrack.
AUTHOR.  Michael Coughlan.
*> Nightly growth capture for the production data and log files.  We
*> used to learn a file had grown out of hand only when a step went
*> slow (StepTrend) or LogTrim had to be run in a hurry; this run
*> measures every file each night instead - its record count and its
*> size in bytes (counted a byte at a time, the way StudUnload and
*> RptArch size their members) - and keeps the figures on the
*> GROWHIST.DAT history, one line per file per night.  Rerunning on
*> the same date replaces that night's lines, so the history never
*> carries a night twice.  A file that does not exist is not
*> captured.
*>
*> From the history GROWTH.RPT shows, for each file, its size and its
*> growth overnight, over the last week and since the current term
*> began (TERMCAL.DAT; while the history does not reach back to the
*> term start, since the first capture), and projects from the last
*> four weeks' trend the date the file will reach its size limit.
*> The limits are held on GROWLIM.DAT, one line per file (name in
*> columns 1-15, limit in bytes zero-filled in columns 17-27); a
*> *DEFAULT* line there sets the limit for files not named,
*> otherwise 100,000,000 bytes.
*>
*> The warnings come first on the report, one WARNING line each:
*>    - a file whose record count jumped overnight by at least the
*>      JUMP= percentage (and by at least 100 records, so small files
*>      do not cry wolf) - the doubled ENROLLMENT.DAT of a re-run load
*>    - a file already over its limit, or projected to reach it
*>      within the WARN= horizon
*>    - a file captured last night that is missing tonight
*> and the report closes with an ALL FILES line carrying the warning
*> count, which MornRept lifts for the morning verdict.
*>
*> Arguments:
*>    WARN=nnn   projection horizon in days for a limit warning
*>               (default 30)
*>    JUMP=nnn   overnight record growth, as a percentage, that is
*>               abnormal (default 50)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS DataFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS DataFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS DataFileStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS DataFileStatus.
    SELECT CourseFile ASSIGN TO "COURSES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS DataFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS AD-StudentId
		FILE STATUS IS DataFileStatus.
    SELECT InstructorFile ASSIGN TO "INSTRUCTORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IN-InstructorId
		FILE STATUS IS DataFileStatus.
    SELECT PrivacyFile ASSIGN TO "PRIVACY.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PV-StudentId
		FILE STATUS IS DataFileStatus.
    SELECT DebitAuthFile ASSIGN TO "DEBITAUTH.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS DA-StudentId
		FILE STATUS IS DataFileStatus.
    SELECT PlacementFile ASSIGN TO "COLLECT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CP-PlaceKey
		FILE STATUS IS DataFileStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS DataFileStatus.
    SELECT DonorFile ASSIGN TO "DONORS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS DN-DonorId
		FILE STATUS IS DataFileStatus.
    SELECT GiftFile ASSIGN TO "GIFTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GF-GiftKey
		FILE STATUS IS DataFileStatus.
    SELECT SequentialFile ASSIGN TO DYNAMIC SequentialFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DataFileStatus.
    SELECT ByteCountFile ASSIGN TO DYNAMIC ByteCountFileName
		ORGANIZATION IS SEQUENTIAL
		ACCESS MODE IS SEQUENTIAL
		FILE STATUS IS ByteCountStatus.
    SELECT HistoryFile ASSIGN TO "GROWHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HistoryFileStatus.
    SELECT HistoryWorkFile ASSIGN TO "GROWHIST.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HistoryWorkStatus.
    SELECT LimitFile ASSIGN TO "GROWLIM.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LimitFileStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT ReportFile ASSIGN TO "GROWTH.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  FILLER          PIC X(42).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

FD EnrollmentFile.
01 EnrollmentRecord.
   02  EN-EnrollmentKey.
       03  EN-StudentId     PIC 9(7).
       03  EN-CourseCode    PIC X(4).
       03  EN-TermCode      PIC X(6).
   02  FILLER               PIC X(33).

FD BillingFile.
01 BillingRecord.
   02  BL-BillKey           PIC X(13).
   02  FILLER               PIC X(48).

FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey         PIC X(16).
   02  FILLER               PIC X(57).

FD CourseFile.
01 CourseFileRecord.
   02  CF-CourseCode        PIC X(4).
   02  FILLER               PIC X(36).

FD AddressFile.
01 AddressRecord.
   02  AD-StudentId    PIC 9(7).
   02  FILLER          PIC X(102).

FD InstructorFile.
01 InstructorRecord.
   02  IN-InstructorId PIC 9(5).
   02  FILLER          PIC X(42).

FD PrivacyFile.
01 PrivacyRecord.
   02  PV-StudentId    PIC 9(7).
   02  FILLER          PIC X(39).

FD DebitAuthFile.
01 DebitAuthRecord.
   02  DA-StudentId    PIC 9(7).
   02  FILLER          PIC X(35).

FD PlacementFile.
01 PlacementRecord.
   02  CP-PlaceKey     PIC X(13).
   02  FILLER          PIC X(45).

FD SponsorARFile.
01 SponsorARRecord.
   02  SR-SponsorKey   PIC X(17).
   02  FILLER          PIC X(29).

FD DonorFile.
01 DonorRecord.
   02  DN-DonorId      PIC 9(7).
   02  FILLER          PIC X(122).

FD GiftFile.
01 GiftRecord.
   02  GF-GiftKey      PIC X(12).
   02  FILLER          PIC X(62).

FD SequentialFile.
01 SequentialRecord     PIC X(200).

FD ByteCountFile RECORD CONTAINS 1 CHARACTERS.
01 ByteCountRecord      PIC X.

*> One line per file per night.
FD HistoryFile.
01 HistoryRecord.
   02  GH-CaptureDate  PIC 9(8).
   02  FILLER          PIC X.
   02  GH-FileName     PIC X(15).
   02  FILLER          PIC X.
   02  GH-RecordCount  PIC 9(9).
   02  FILLER          PIC X.
   02  GH-ByteCount    PIC 9(11).

FD HistoryWorkFile.
01 HistoryWorkRecord    PIC X(46).

FD LimitFile.
01 LimitRecord.
   02  GL-FileName     PIC X(15).
   02  FILLER          PIC X.
   02  GL-LimitBytes   PIC 9(11).

FD TermCalFile.
01 TermCalRecord.
   02  TC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  TC-StartDate    PIC 9(8).
   02  FILLER          PIC X.
   02  TC-EndDate      PIC 9(8).
   02  FILLER          PIC X.
   02  TC-CensusDate   PIC 9(8).
   02  FILLER          PIC X.
   02  TC-WithdrawDate PIC 9(8).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  DataFileStatus          PIC XX.
    88  DataFileOk          VALUE "00".
01  ByteCountStatus         PIC XX.
    88  ByteCountOk         VALUE "00".
01  HistoryFileStatus       PIC XX.
    88  HistoryFileOk       VALUE "00".
01  HistoryWorkStatus       PIC XX.
    88  HistoryWorkOk       VALUE "00".
01  LimitFileStatus         PIC XX.
    88  LimitFileOk         VALUE "00".
01  TermCalFileStatus       PIC XX.
    88  TermCalFileOk       VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfCountSwitch        PIC X.
    88  EndOfCount          VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  WarnDays                PIC 9(3) VALUE 30.
01  JumpPercent             PIC 9(3) VALUE 50.
01  JumpFloor               PIC 9(3) VALUE 100.
01  DefaultLimit            PIC 9(11) VALUE 100000000.

*> The files measured each night.  Kind I is an indexed file counted
*> through its own FD, S a sequential file counted by line.
01  TrackedFileValues.
    02  FILLER PIC X(16) VALUE "STUDENTS.DAT   I".
    02  FILLER PIC X(16) VALUE "ENROLLMENT.DAT I".
    02  FILLER PIC X(16) VALUE "BILLING.DAT    I".
    02  FILLER PIC X(16) VALUE "MISCCHG.DAT    I".
    02  FILLER PIC X(16) VALUE "COURSES.DAT    I".
    02  FILLER PIC X(16) VALUE "ADDRESS.DAT    I".
    02  FILLER PIC X(16) VALUE "INSTRUCTORS.DATI".
    02  FILLER PIC X(16) VALUE "PRIVACY.DAT    I".
    02  FILLER PIC X(16) VALUE "DEBITAUTH.DAT  I".
    02  FILLER PIC X(16) VALUE "COLLECT.DAT    I".
    02  FILLER PIC X(16) VALUE "SPONAR.DAT     I".
    02  FILLER PIC X(16) VALUE "DONORS.DAT     I".
    02  FILLER PIC X(16) VALUE "GIFTS.DAT      I".
    02  FILLER PIC X(16) VALUE "SECTIONS.DAT   S".
    02  FILLER PIC X(16) VALUE "HOLDS.DAT      S".
    02  FILLER PIC X(16) VALUE "PAYMENTS.DAT   S".
    02  FILLER PIC X(16) VALUE "WAITLIST.DAT   S".
    02  FILLER PIC X(16) VALUE "ATTEND.DAT     S".
    02  FILLER PIC X(16) VALUE "ALIAS.DAT      S".
    02  FILLER PIC X(16) VALUE "ASSIGN.DAT     S".
    02  FILLER PIC X(16) VALUE "PAYPLAN.DAT    S".
    02  FILLER PIC X(16) VALUE "AWARDS.DAT     S".
    02  FILLER PIC X(16) VALUE "AIDDISB.DAT    S".
    02  FILLER PIC X(16) VALUE "STANDING.DAT   S".
    02  FILLER PIC X(16) VALUE "GLTRANS.DAT    S".
    02  FILLER PIC X(16) VALUE "SORTSTUD.DAT   S".
    02  FILLER PIC X(16) VALUE "SUSPENSE.DAT   S".
    02  FILLER PIC X(16) VALUE "UNAPPLIED.DAT  S".
    02  FILLER PIC X(16) VALUE "STUDARCH.DAT   S".
    02  FILLER PIC X(16) VALUE "ENRLARCH.DAT   S".
    02  FILLER PIC X(16) VALUE "BILLARCH.DAT   S".
    02  FILLER PIC X(16) VALUE "timeline.dat   S".
    02  FILLER PIC X(16) VALUE "RUNHIST.DAT    S".
    02  FILLER PIC X(16) VALUE "JOBLOG.DAT     S".
    02  FILLER PIC X(16) VALUE "STUDJRNL.DAT   S".
    02  FILLER PIC X(16) VALUE "ENRJRNL.DAT    S".
    02  FILLER PIC X(16) VALUE "ADDRJRNL.DAT   S".
    02  FILLER PIC X(16) VALUE "PRIVJRNL.DAT   S".
    02  FILLER PIC X(16) VALUE "DEBJRNL.DAT    S".
    02  FILLER PIC X(16) VALUE "HOLDLOG.DAT    S".
    02  FILLER PIC X(16) VALUE "DEBITLOG.DAT   S".
    02  FILLER PIC X(16) VALUE "CREDLOG.DAT    S".
    02  FILLER PIC X(16) VALUE "DUNLOG.DAT     S".
    02  FILLER PIC X(16) VALUE "DISTLOG.DAT    S".
    02  FILLER PIC X(16) VALUE "XMITLOG.DAT    S".
    02  FILLER PIC X(16) VALUE "BKPINDEX.DAT   S".
    02  FILLER PIC X(16) VALUE "RPTINDEX.DAT   S".
    02  FILLER PIC X(16) VALUE "Y2K-AUDIT.LOG  S".
    02  FILLER PIC X(16) VALUE "SUPPRESS.LOG   S".
    02  FILLER PIC X(16) VALUE "VERIFY.LOG     S".
    02  FILLER PIC X(16) VALUE "TRANSCR.LOG    S".
    02  FILLER PIC X(16) VALUE "PAYSUMM.LOG    S".
    02  FILLER PIC X(16) VALUE "GIFTACK.LOG    S".
01  TrackedFileTable REDEFINES TrackedFileValues.
    02  TrackedFileEntry    OCCURS 53 TIMES.
        03  TF-FileName     PIC X(15).
        03  TF-Kind         PIC X.
01  TrackedFileCount        PIC 9(2) VALUE 53.
01  FileIndex               PIC 9(2).
01  FileFoundSwitch         PIC X.
    88  FileFound           VALUE "Y".

*> Tonight's figures and the history baselines each file is
*> measured against.
01  FileFigureTable.
    02  FileFigure          OCCURS 53 TIMES.
        03  FF-Present      PIC X.
            88  FF-IsPresent VALUE "Y".
        03  FF-RecordCount  PIC 9(9).
        03  FF-ByteCount    PIC 9(11).
        03  FF-LimitBytes   PIC 9(11).
        03  FF-PrevDate     PIC 9(8).
        03  FF-PrevRecords  PIC 9(9).
        03  FF-PrevBytes    PIC 9(11).
        03  FF-WeekDate     PIC 9(8).
        03  FF-WeekBytes    PIC 9(11).
        03  FF-TermDate     PIC 9(8).
        03  FF-TermBytes    PIC 9(11).
        03  FF-TermExact    PIC X.
            88  FF-TermIsExact VALUE "Y".
        03  FF-TrendDate    PIC 9(8).
        03  FF-TrendBytes   PIC 9(11).
        03  FF-Flag         PIC X(5).

01  LimitEntryCount         PIC 9(2) VALUE ZERO.
01  LimitEntryIndex         PIC 9(2).
01  LimitEntryTable.
    02  LimitEntry          OCCURS 60 TIMES.
        03  LE-FileName     PIC X(15).
        03  LE-LimitBytes   PIC 9(11).

01  SequentialFileName      PIC X(30).
01  ByteCountFileName       PIC X(30).
01  RecordCount             PIC 9(9).
01  ByteCount               PIC 9(11).

01  TodayDate               PIC 9(8).
01  TodayAbsolute           PIC 9(7).
01  WeekAgoDate             PIC 9(8).
01  TrendStartDate          PIC 9(8).
01  TermStartDate           PIC 9(8) VALUE ZERO.
01  LastCaptureDate         PIC 9(8) VALUE ZERO.
01  WorkAbsolute            PIC 9(7).
01  WorkDate                PIC 9(8).
01  TrendAbsolute           PIC 9(7).
01  TrendDays               PIC 9(5).

01  GrowthBytes             PIC S9(11).
01  GrowthRecords           PIC S9(9).
01  GrowthPercent           PIC 9(5).
01  DailyRate               PIC S9(11)V99.
01  DaysToLimit             PIC 9(7).
01  ReachDate               PIC 9(8).

01  WarningCount            PIC 9(3) VALUE ZERO.
01  WarningText             PIC X(82).
01  EditBytes               PIC Z(10)9.
01  EditBytes2              PIC Z(10)9.
01  EditRecords             PIC Z(8)9.
01  EditRecords2            PIC Z(8)9.
01  EditPercent             PIC ZZZZ9.
01  EditDays                PIC ZZZZZZ9.
01  EditGrowth              PIC -(10)9.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  ReportHeadingLine.
    02  FILLER              PIC X(44) VALUE
        "FILE GROWTH AND CAPACITY FORECAST - CAPTURE ".
    02  RHL-Date            PIC 9(8).
    02  FILLER              PIC X(38) VALUE SPACES.

01  WarningLine.
    02  FILLER              PIC X(8)  VALUE "WARNING ".
    02  WL-Text             PIC X(82).

01  ColumnHeadingLine1      PIC X(90) VALUE
    "                                          GROWTH      GROWTH      GROWTH  LIMIT".
01  ColumnHeadingLine2      PIC X(90) VALUE
    "FILE             RECORDS       BYTES   OVERNIGHT   LAST WEEK   THIS TERM  REACHED".

01  GrowthLine.
    02  GRL-FileName        PIC X(15).
    02  GRL-RecordCount     PIC Z(8)9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  GRL-ByteCount       PIC Z(10)9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  GRL-NightGrowth     PIC X(11).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  GRL-WeekGrowth      PIC X(11).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  GRL-TermGrowth      PIC X(11).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  GRL-Reached         PIC X(10).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  GRL-Flag            PIC X(5).

*> MornRept lifts the warning count from this line at column 17.
01  AllFilesLine.
    02  FILLER              PIC X(16) VALUE "ALL FILES".
    02  AFL-WarningCount    PIC ZZ9.
    02  FILLER              PIC X(13) VALUE " warning(s), ".
    02  AFL-FileCount       PIC Z9.
    02  FILLER              PIC X(17) VALUE " file(s) measured".
    02  FILLER              PIC X(39) VALUE SPACES.

01  BlankLine               PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    MOVE FUNCTION CURRENT-DATE (1:8) TO TodayDate
    PERFORM WorkOutCutoffDates
    PERFORM LoadSizeLimits
    PERFORM FindTermStart
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount
       PERFORM MeasureOneFile
    END-PERFORM
    PERFORM RollHistoryForward
    OPEN OUTPUT ReportFile
    MOVE TodayDate TO RHL-Date
    WRITE ReportLine FROM ReportHeadingLine
    WRITE ReportLine FROM BlankLine
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount
       PERFORM AssessOneFile
    END-PERFORM
    IF WarningCount = ZERO
       MOVE "  (no growth warnings)" TO ReportLine
       WRITE ReportLine
    END-IF
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ColumnHeadingLine1
    WRITE ReportLine FROM ColumnHeadingLine2
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount
       PERFORM WriteOneGrowthLine
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE WarningCount TO AFL-WarningCount
    MOVE ZERO TO RecordCount
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount
       IF FF-IsPresent (FileIndex)
          ADD 1 TO RecordCount
       END-IF
    END-PERFORM
    MOVE RecordCount TO AFL-FileCount
    WRITE ReportLine FROM AllFilesLine
    CLOSE ReportFile
    DISPLAY "Growth captured for " RecordCount " file(s), "
       WarningCount " warning(s) - see GROWTH.RPT."
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
          WHEN "WARN"
             COMPUTE WarnDays = FUNCTION NUMVAL (ArgumentValue)
          WHEN "JUMP"
             COMPUTE JumpPercent = FUNCTION NUMVAL (ArgumentValue)
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> A week ago and four weeks ago, through the absolute day numbers
*> of Y2KGTOA and Y2KATOG.
WorkOutCutoffDates.
    MOVE TodayDate TO WorkDate
    PERFORM GetAbsoluteDay
    MOVE WorkAbsolute TO TodayAbsolute
    COMPUTE WorkAbsolute = TodayAbsolute - 7
    PERFORM GetDateFromAbsolute
    MOVE WorkDate TO WeekAgoDate
    COMPUTE WorkAbsolute = TodayAbsolute - 28
    PERFORM GetDateFromAbsolute
    MOVE WorkDate TO TrendStartDate.

*> WorkDate (YYYYMMDD) to WorkAbsolute; zero when the date is bad.
GetAbsoluteDay.
    MOVE WorkDate (5:2) TO Y2K-GTOAP-DATE-G (1:2)
    MOVE WorkDate (7:2) TO Y2K-GTOAP-DATE-G (3:2)
    MOVE WorkDate (1:4) TO Y2K-GTOAP-DATE-G (5:4)
    CALL "Y2KGTOA" USING Y2K-GTOA-PARAMETERS
    IF Y2K-GTOAP-RETURN-CODE = 0
       MOVE Y2K-GTOAP-ANUM TO WorkAbsolute
    ELSE
       MOVE ZERO TO WorkAbsolute
    END-IF.

*> WorkAbsolute back to WorkDate (YYYYMMDD).
GetDateFromAbsolute.
    MOVE WorkAbsolute TO Y2K-ATOGP-ANUM
    CALL "Y2KATOG" USING Y2K-ATOG-PARAMETERS
    IF Y2K-ATOGP-RETURN-CODE = 0
       MOVE Y2K-ATOGP-DATE (5:4) TO WorkDate (1:4)
       MOVE Y2K-ATOGP-DATE (1:2) TO WorkDate (5:2)
       MOVE Y2K-ATOGP-DATE (3:2) TO WorkDate (7:2)
    ELSE
       MOVE ZERO TO WorkDate
    END-IF.

LoadSizeLimits.
    OPEN INPUT LimitFile
    IF NOT LimitFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ LimitFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF GL-LimitBytes IS NUMERIC
                IF GL-FileName = "*DEFAULT*"
                   MOVE GL-LimitBytes TO DefaultLimit
                ELSE
                   IF LimitEntryCount < 60
                      ADD 1 TO LimitEntryCount
                      MOVE GL-FileName TO LE-FileName (LimitEntryCount)
                      MOVE GL-LimitBytes TO LE-LimitBytes (LimitEntryCount)
                   END-IF
                END-IF
             ELSE
                DISPLAY "GROWLIM.DAT line for " GL-FileName
                   " has no numeric limit - ignored."
             END-IF
       END-READ
    END-PERFORM
    CLOSE LimitFile.

*> The start of the latest term that has begun by tonight.
FindTermStart.
    OPEN INPUT TermCalFile
    IF NOT TermCalFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ TermCalFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF TC-StartDate IS NUMERIC
                AND TC-StartDate <= TodayDate
                AND TC-StartDate > TermStartDate
                MOVE TC-StartDate TO TermStartDate
             END-IF
       END-READ
    END-PERFORM
    CLOSE TermCalFile.

MeasureOneFile.
    INITIALIZE FileFigure (FileIndex)
    MOVE "N" TO FF-Present (FileIndex)
    MOVE DefaultLimit TO FF-LimitBytes (FileIndex)
    PERFORM VARYING LimitEntryIndex FROM 1 BY 1
       UNTIL LimitEntryIndex > LimitEntryCount
       IF LE-FileName (LimitEntryIndex) = TF-FileName (FileIndex)
          MOVE LE-LimitBytes (LimitEntryIndex) TO FF-LimitBytes (FileIndex)
       END-IF
    END-PERFORM
    MOVE ZERO TO RecordCount
    IF TF-Kind (FileIndex) = "I"
       PERFORM CountIndexedRecords
    ELSE
       PERFORM CountSequentialRecords
    END-IF
    IF FF-IsPresent (FileIndex)
       MOVE RecordCount TO FF-RecordCount (FileIndex)
       MOVE TF-FileName (FileIndex) TO ByteCountFileName
       PERFORM CountFileBytes
       MOVE ByteCount TO FF-ByteCount (FileIndex)
    END-IF.

CountSequentialRecords.
    MOVE TF-FileName (FileIndex) TO SequentialFileName
    OPEN INPUT SequentialFile
    IF NOT DataFileOk
       EXIT PARAGRAPH
    END-IF
    SET FF-IsPresent (FileIndex) TO TRUE
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ SequentialFile
          AT END SET EndOfFile TO TRUE
          NOT AT END ADD 1 TO RecordCount
       END-READ
    END-PERFORM
    CLOSE SequentialFile.

CountIndexedRecords.
    EVALUATE TF-FileName (FileIndex)
       WHEN "STUDENTS.DAT"
          OPEN INPUT StudentFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ StudentFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE StudentFile
          END-IF
       WHEN "ENROLLMENT.DAT"
          OPEN INPUT EnrollmentFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ EnrollmentFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE EnrollmentFile
          END-IF
       WHEN "BILLING.DAT"
          OPEN INPUT BillingFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ BillingFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE BillingFile
          END-IF
       WHEN "MISCCHG.DAT"
          OPEN INPUT MiscChargeFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ MiscChargeFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE MiscChargeFile
          END-IF
       WHEN "COURSES.DAT"
          OPEN INPUT CourseFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ CourseFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE CourseFile
          END-IF
       WHEN "ADDRESS.DAT"
          OPEN INPUT AddressFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ AddressFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE AddressFile
          END-IF
       WHEN "INSTRUCTORS.DAT"
          OPEN INPUT InstructorFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ InstructorFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE InstructorFile
          END-IF
       WHEN "PRIVACY.DAT"
          OPEN INPUT PrivacyFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ PrivacyFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE PrivacyFile
          END-IF
       WHEN "DEBITAUTH.DAT"
          OPEN INPUT DebitAuthFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ DebitAuthFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE DebitAuthFile
          END-IF
       WHEN "COLLECT.DAT"
          OPEN INPUT PlacementFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ PlacementFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE PlacementFile
          END-IF
       WHEN "SPONAR.DAT"
          OPEN INPUT SponsorARFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ SponsorARFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE SponsorARFile
          END-IF
       WHEN "DONORS.DAT"
          OPEN INPUT DonorFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ DonorFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE DonorFile
          END-IF
       WHEN "GIFTS.DAT"
          OPEN INPUT GiftFile
          IF DataFileOk
             SET FF-IsPresent (FileIndex) TO TRUE
             MOVE "N" TO EndOfFileSwitch
             PERFORM UNTIL EndOfFile
                READ GiftFile
                   AT END SET EndOfFile TO TRUE
                   NOT AT END ADD 1 TO RecordCount
                END-READ
             END-PERFORM
             CLOSE GiftFile
          END-IF
    END-EVALUATE.

CountFileBytes.
    MOVE ZERO TO ByteCount
    MOVE "N" TO EndOfCountSwitch
    OPEN INPUT ByteCountFile
    IF NOT ByteCountOk
       EXIT PARAGRAPH
    END-IF
    PERFORM CountOneByte UNTIL EndOfCount
    CLOSE ByteCountFile.

CountOneByte.
    READ ByteCountFile
       AT END SET EndOfCount TO TRUE
       NOT AT END ADD 1 TO ByteCount
    END-READ.

*> The history is copied to GROWHIST.TMP without any lines already
*> captured for tonight, each earlier line setting the baselines it
*> qualifies for on the way; tonight's lines are added and the
*> work file copied back over the history.
RollHistoryForward.
    OPEN OUTPUT HistoryWorkFile
    OPEN INPUT HistoryFile
    IF HistoryFileOk
       MOVE "N" TO EndOfFileSwitch
       PERFORM UNTIL EndOfFile
          READ HistoryFile
             AT END SET EndOfFile TO TRUE
             NOT AT END
                IF GH-CaptureDate NOT = TodayDate
                   WRITE HistoryWorkRecord FROM HistoryRecord
                   IF GH-CaptureDate < TodayDate
                      PERFORM NoteOneHistoryLine
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE HistoryFile
    END-IF
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount
       IF FF-IsPresent (FileIndex)
          MOVE SPACES TO HistoryRecord
          MOVE TodayDate TO GH-CaptureDate
          MOVE TF-FileName (FileIndex) TO GH-FileName
          MOVE FF-RecordCount (FileIndex) TO GH-RecordCount
          MOVE FF-ByteCount (FileIndex) TO GH-ByteCount
          WRITE HistoryWorkRecord FROM HistoryRecord
       END-IF
    END-PERFORM
    CLOSE HistoryWorkFile
    OPEN INPUT HistoryWorkFile
    OPEN OUTPUT HistoryFile
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ HistoryWorkFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             WRITE HistoryRecord FROM HistoryWorkRecord
       END-READ
    END-PERFORM
    CLOSE HistoryWorkFile HistoryFile
    CALL "CBL_DELETE_FILE" USING "GROWHIST.TMP".

*> Overnight: the latest earlier capture.  Week: the latest capture a
*> week or more ago.  Term: the latest capture on or before the term
*> start, else the earliest.  Trend: the earliest capture in the last
*> four weeks.
NoteOneHistoryLine.
    MOVE "N" TO FileFoundSwitch
    PERFORM VARYING FileIndex FROM 1 BY 1
       UNTIL FileIndex > TrackedFileCount OR FileFound
       IF TF-FileName (FileIndex) = GH-FileName
          SET FileFound TO TRUE
       END-IF
    END-PERFORM
    IF NOT FileFound
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM FileIndex
    IF GH-CaptureDate > LastCaptureDate
       MOVE GH-CaptureDate TO LastCaptureDate
    END-IF
    IF GH-CaptureDate > FF-PrevDate (FileIndex)
       MOVE GH-CaptureDate TO FF-PrevDate (FileIndex)
       MOVE GH-RecordCount TO FF-PrevRecords (FileIndex)
       MOVE GH-ByteCount TO FF-PrevBytes (FileIndex)
    END-IF
    IF GH-CaptureDate <= WeekAgoDate
       AND GH-CaptureDate > FF-WeekDate (FileIndex)
       MOVE GH-CaptureDate TO FF-WeekDate (FileIndex)
       MOVE GH-ByteCount TO FF-WeekBytes (FileIndex)
    END-IF
    IF TermStartDate > ZERO
       EVALUATE TRUE
          WHEN GH-CaptureDate <= TermStartDate
             IF NOT FF-TermIsExact (FileIndex)
                OR GH-CaptureDate > FF-TermDate (FileIndex)
                MOVE GH-CaptureDate TO FF-TermDate (FileIndex)
                MOVE GH-ByteCount TO FF-TermBytes (FileIndex)
                SET FF-TermIsExact (FileIndex) TO TRUE
             END-IF
          WHEN NOT FF-TermIsExact (FileIndex)
             IF FF-TermDate (FileIndex) = ZERO
                OR GH-CaptureDate < FF-TermDate (FileIndex)
                MOVE GH-CaptureDate TO FF-TermDate (FileIndex)
                MOVE GH-ByteCount TO FF-TermBytes (FileIndex)
             END-IF
       END-EVALUATE
    END-IF
    IF GH-CaptureDate >= TrendStartDate
       IF FF-TrendDate (FileIndex) = ZERO
          OR GH-CaptureDate < FF-TrendDate (FileIndex)
          MOVE GH-CaptureDate TO FF-TrendDate (FileIndex)
          MOVE GH-ByteCount TO FF-TrendBytes (FileIndex)
       END-IF
    END-IF.

*> Raises this file's warnings and works out where its trend leads.
AssessOneFile.
    MOVE SPACES TO FF-Flag (FileIndex)
    IF NOT FF-IsPresent (FileIndex)
       IF FF-PrevDate (FileIndex) > ZERO
          AND FF-PrevDate (FileIndex) = LastCaptureDate
          MOVE "GONE" TO FF-Flag (FileIndex)
          MOVE SPACES TO WarningText
          STRING FUNCTION TRIM (TF-FileName (FileIndex))
             " was measured on " FF-PrevDate (FileIndex)
             " but is missing tonight"
             DELIMITED BY SIZE INTO WarningText
          PERFORM WriteWarning
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF FF-PrevDate (FileIndex) > ZERO AND FF-PrevRecords (FileIndex) > ZERO
       COMPUTE GrowthRecords = FF-RecordCount (FileIndex)
                             - FF-PrevRecords (FileIndex)
       IF GrowthRecords >= JumpFloor
          COMPUTE GrowthPercent = (GrowthRecords * 100)
                                / FF-PrevRecords (FileIndex)
          IF GrowthPercent >= JumpPercent
             MOVE "JUMP" TO FF-Flag (FileIndex)
             MOVE GrowthPercent TO EditPercent
             MOVE FF-PrevRecords (FileIndex) TO EditRecords
             MOVE FF-RecordCount (FileIndex) TO EditRecords2
             MOVE SPACES TO WarningText
             STRING FUNCTION TRIM (TF-FileName (FileIndex))
                " grew " FUNCTION TRIM (EditPercent) "% overnight, "
                FUNCTION TRIM (EditRecords) " to "
                FUNCTION TRIM (EditRecords2) " records"
                DELIMITED BY SIZE INTO WarningText
             PERFORM WriteWarning
          END-IF
       END-IF
    END-IF
    MOVE FF-LimitBytes (FileIndex) TO EditBytes2
    IF FF-ByteCount (FileIndex) >= FF-LimitBytes (FileIndex)
       MOVE "OVER" TO FF-Flag (FileIndex)
       MOVE FF-ByteCount (FileIndex) TO EditBytes
       MOVE SPACES TO WarningText
       STRING FUNCTION TRIM (TF-FileName (FileIndex))
          " is over its size limit - " FUNCTION TRIM (EditBytes)
          " of " FUNCTION TRIM (EditBytes2) " bytes"
          DELIMITED BY SIZE INTO WarningText
       PERFORM WriteWarning
       EXIT PARAGRAPH
    END-IF
    PERFORM ProjectLimitDate
    IF ReachDate > ZERO AND DaysToLimit <= WarnDays
       IF FF-Flag (FileIndex) = SPACES
          MOVE "NEAR" TO FF-Flag (FileIndex)
       END-IF
       MOVE DaysToLimit TO EditDays
       MOVE SPACES TO WarningText
       STRING FUNCTION TRIM (TF-FileName (FileIndex))
          " reaches its limit of " FUNCTION TRIM (EditBytes2)
          " bytes about " ReachDate " (" FUNCTION TRIM (EditDays)
          " days)"
          DELIMITED BY SIZE INTO WarningText
       PERFORM WriteWarning
    END-IF.

*> The average daily growth since the trend baseline, carried
*> forward to the limit; ReachDate stays zero for a file that is not
*> growing or has no baseline yet.
ProjectLimitDate.
    MOVE ZERO TO ReachDate DaysToLimit
    IF FF-TrendDate (FileIndex) = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE FF-TrendDate (FileIndex) TO WorkDate
    PERFORM GetAbsoluteDay
    IF WorkAbsolute = ZERO OR WorkAbsolute >= TodayAbsolute
       EXIT PARAGRAPH
    END-IF
    COMPUTE TrendDays = TodayAbsolute - WorkAbsolute
    COMPUTE DailyRate ROUNDED =
       (FF-ByteCount (FileIndex) - FF-TrendBytes (FileIndex)) / TrendDays
    IF DailyRate NOT > ZERO
       EXIT PARAGRAPH
    END-IF
    COMPUTE DaysToLimit ROUNDED =
       (FF-LimitBytes (FileIndex) - FF-ByteCount (FileIndex)) / DailyRate
       ON SIZE ERROR MOVE 9999999 TO DaysToLimit
    END-COMPUTE
    IF DaysToLimit > 3650
       EXIT PARAGRAPH
    END-IF
    COMPUTE WorkAbsolute = TodayAbsolute + DaysToLimit
    PERFORM GetDateFromAbsolute
    MOVE WorkDate TO ReachDate.

WriteWarning.
    MOVE WarningText TO WL-Text
    WRITE ReportLine FROM WarningLine
    ADD 1 TO WarningCount.

WriteOneGrowthLine.
    MOVE TF-FileName (FileIndex) TO GRL-FileName
    IF NOT FF-IsPresent (FileIndex)
       MOVE SPACES TO GrowthLine
       MOVE TF-FileName (FileIndex) TO GRL-FileName
       MOVE "(not present)" TO GRL-NightGrowth
       MOVE FF-Flag (FileIndex) TO GRL-Flag
       IF FF-Flag (FileIndex) = "GONE"
          WRITE ReportLine FROM GrowthLine
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE FF-RecordCount (FileIndex) TO GRL-RecordCount
    MOVE FF-ByteCount (FileIndex) TO GRL-ByteCount
    MOVE "        n/a" TO GRL-NightGrowth GRL-WeekGrowth GRL-TermGrowth
    IF FF-PrevDate (FileIndex) > ZERO
       COMPUTE GrowthBytes = FF-ByteCount (FileIndex) - FF-PrevBytes (FileIndex)
       MOVE GrowthBytes TO EditGrowth
       MOVE EditGrowth TO GRL-NightGrowth
    END-IF
    IF FF-WeekDate (FileIndex) > ZERO
       COMPUTE GrowthBytes = FF-ByteCount (FileIndex) - FF-WeekBytes (FileIndex)
       MOVE GrowthBytes TO EditGrowth
       MOVE EditGrowth TO GRL-WeekGrowth
    END-IF
    IF FF-TermDate (FileIndex) > ZERO
       COMPUTE GrowthBytes = FF-ByteCount (FileIndex) - FF-TermBytes (FileIndex)
       MOVE GrowthBytes TO EditGrowth
       MOVE EditGrowth TO GRL-TermGrowth
    END-IF
    EVALUATE TRUE
       WHEN FF-Flag (FileIndex) = "OVER"
          MOVE "OVER LIMIT" TO GRL-Reached
       WHEN OTHER
          PERFORM ProjectLimitDate
          IF ReachDate > ZERO
             MOVE SPACES TO GRL-Reached
             STRING ReachDate (1:4) "-" ReachDate (5:2) "-" ReachDate (7:2)
                DELIMITED BY SIZE INTO GRL-Reached
          ELSE
             MOVE "-" TO GRL-Reached
          END-IF
    END-EVALUATE
    MOVE FF-Flag (FileIndex) TO GRL-Flag
    WRITE ReportLine FROM GrowthLine.
