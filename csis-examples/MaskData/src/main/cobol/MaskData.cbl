IDENTIFICATION DIVISION.
PROGRAM-ID.  MaskData.
AUTHOR.  Michael Coughlan.
*> Builds a masked copy of production for training and testing, so
*> nobody needs the real STUDENTS.DAT, ADDRESS.DAT or BILLING.DAT in
*> a home directory again.  The test set is written to a directory of
*> its own (TO=, default TESTDATA) under the production file names,
*> so a trainee or a tester simply runs from that directory:
*>
*>    STUDENTS.DAT    names replaced from the fake-name lists below
*>                    (given name chosen to suit the Gender code),
*>                    birth dates moved by one random number of days
*>                    for the whole run, so ages keep their order and
*>                    every shifted date is proved again by Y2KGTOA
*>    ADDRESS.DAT     street lines replaced, the digits of the phone
*>                    number after the area code scrambled; city and
*>                    postal code are kept so mailing runs still sort
*>    ENROLLMENT.DAT, BILLING.DAT, MISCCHG.DAT, PAYMENTS.DAT, HOLDS.DAT
*>                    copied with the StudentId remapped
*>
*> Every StudentId is remapped by the same rule in every file, so
*> enrollments, bills, charges, payments and holds still join to the
*> masked student.  The rule is a random one-to-one shuffle of the ids
*> from 0000001 up to the highest id on the master (chosen afresh each
*> run and never printed), so remapped ids stay inside the range
*> IDCTL.DAT has already issued and new Adds in the test set cannot
*> collide with them.  The reserved 0000000 run header and any id
*> above the master's highest are carried across unchanged.
*> PAYMENTS.DAT's HEADER and TRAILER control lines are copied as they
*> are - amounts are not masked, so the trailer totals still prove.
*>
*> Files that carry no personal data (COURSES.DAT, SECTIONS.DAT, the
*> control files) are copied into the test directory by hand.
*>
*> STUDENTS.LOCK and BILLING.LOCK are held for the run, so the set is
*> taken from one consistent moment.  MASKDATA.RPT lists each file's
*> production and test-set record counts; any file whose counts
*> differ ends the run with condition code 8.  A production file that
*> does not exist is noted and skipped.
*>
*> Arguments:
*>    TO=dirname   directory for the test set (default TESTDATA);
*>                 never the current directory

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS DataFileStatus.
    SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS AD-StudentId
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
    SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DataFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DataFileStatus.
    SELECT TestStudentFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TS-StudentId
		ALTERNATE RECORD KEY IS TS-CourseCode WITH DUPLICATES
		FILE STATUS IS TestFileStatus.
    SELECT TestAddressFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TA-StudentId
		FILE STATUS IS TestFileStatus.
    SELECT TestEnrollmentFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TE-EnrollmentKey
		ALTERNATE RECORD KEY IS TE-CourseCode WITH DUPLICATES
		FILE STATUS IS TestFileStatus.
    SELECT TestBillingFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TB-BillKey
		FILE STATUS IS TestFileStatus.
    SELECT TestMiscChargeFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TM-ChargeKey
		FILE STATUS IS TestFileStatus.
    SELECT TestSequentialFile ASSIGN TO DYNAMIC TestFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TestFileStatus.
    SELECT LockFile ASSIGN TO DYNAMIC LockFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "MASKDATA.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

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
   02  FILLER               PIC X(33).

FD BillingFile.
01 BillingRecord.
   02  BL-BillKey.
       03  BL-StudentId     PIC 9(7).
       03  BL-TermCode      PIC X(6).
   02  FILLER               PIC X(48).

FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey.
       03  MC-StudentId     PIC 9(7).
       03  MC-TermCode      PIC X(6).
       03  MC-ChargeNbr     PIC 9(3).
   02  FILLER               PIC X(57).

FD PaymentFile.
01 PaymentRecord.
   02  PT-StudentId    PIC 9(7).
   02  PT-TermCode     PIC X(6).
   02  PT-PaymentDate  PIC 9(8).
   02  PT-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  PT-Reference    PIC X(16).

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD TestStudentFile.
01 TestStudentRecord.
   02  TS-StudentId    PIC 9(7).
   02  FILLER          PIC X(42).
   02  TS-CourseCode   PIC X(4).
   02  FILLER          PIC X(10).

FD TestAddressFile.
01 TestAddressRecord.
   02  TA-StudentId    PIC 9(7).
   02  FILLER          PIC X(102).

FD TestEnrollmentFile.
01 TestEnrollmentRecord.
   02  TE-EnrollmentKey.
       03  FILLER           PIC 9(7).
       03  TE-CourseCode    PIC X(4).
       03  FILLER           PIC X(6).
   02  FILLER               PIC X(33).

FD TestBillingFile.
01 TestBillingRecord.
   02  TB-BillKey      PIC X(13).
   02  FILLER          PIC X(48).

FD TestMiscChargeFile.
01 TestMiscChargeRecord.
   02  TM-ChargeKey    PIC X(16).
   02  FILLER          PIC X(57).

FD TestSequentialFile.
01 TestSequentialRecord PIC X(45).

FD LockFile.
01 LockRecord           PIC X(40).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  DataFileStatus          PIC XX.
    88  DataFileOk          VALUE "00".
01  TestFileStatus          PIC XX.
    88  TestFileOk          VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(40).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(30).
01  TestDirectory           PIC X(30) VALUE "TESTDATA".
01  TestFileName            PIC X(60).
01  CurrentFileName         PIC X(14).

01  LockFileName            PIC X(20).
01  LockIndex               PIC 9.
01  LockNameValues.
    02  FILLER              PIC X(20) VALUE "STUDENTS.LOCK".
    02  FILLER              PIC X(20) VALUE "BILLING.LOCK".
01  LockNameTable REDEFINES LockNameValues.
    02  LockName            PIC X(20) OCCURS 2 TIMES.
01  LocksHeldCount          PIC 9 VALUE ZERO.
01  LockRefusedSwitch       PIC X VALUE "N".
    88  LockRefused         VALUE "Y".

*> The StudentId shuffle: new = ((old - 1) * multiplier + offset)
*> modulo the highest id, plus 1.  The multiplier shares no factor
*> with the highest id, which makes the shuffle one-to-one.
01  HighestStudentId        PIC 9(7) VALUE ZERO.
01  IdMultiplier            PIC 9(7).
01  IdOffset                PIC 9(7).
01  MapOldId                PIC 9(7).
01  MapNewId                PIC 9(7).
01  MapProduct              PIC 9(15).
01  MapQuotient             PIC 9(15).
01  MapRemainder            PIC 9(7).
01  GcdA                    PIC 9(7).
01  GcdB                    PIC 9(7).
01  GcdRemainder            PIC 9(7).
01  GcdQuotient             PIC 9(7).

01  RandomSeed              PIC 9(8).
01  RandomValue             PIC V9(9).
01  RandomRange             PIC 9(7).
01  RandomNumber            PIC 9(7).

*> One shift for the whole run - at least 30 days, at most a year,
*> either way.
01  DobShiftDays            PIC S9(3).
01  ShiftedAbsolute         PIC 9(7).
01  DobShiftedCount         PIC 9(7) VALUE ZERO.
01  DobClearedCount         PIC 9(7) VALUE ZERO.

01  ProductionCount         PIC 9(7).
01  TestSetCount            PIC 9(7).
01  MismatchCount           PIC 9(2) VALUE ZERO.
01  CharIndex               PIC 9(2).

01  SurnameValues.
    02  FILLER  PIC X(12) VALUE "ASHWORTH".
    02  FILLER  PIC X(12) VALUE "BARCLAY".
    02  FILLER  PIC X(12) VALUE "CALLOWAY".
    02  FILLER  PIC X(12) VALUE "DRUMMOND".
    02  FILLER  PIC X(12) VALUE "ELLSWORTH".
    02  FILLER  PIC X(12) VALUE "FAIRBANKS".
    02  FILLER  PIC X(12) VALUE "GALLOWAY".
    02  FILLER  PIC X(12) VALUE "HARTIGAN".
    02  FILLER  PIC X(12) VALUE "IRVINE".
    02  FILLER  PIC X(12) VALUE "JEFFORDS".
    02  FILLER  PIC X(12) VALUE "KILBRIDE".
    02  FILLER  PIC X(12) VALUE "LANGTRY".
    02  FILLER  PIC X(12) VALUE "MACKINNON".
    02  FILLER  PIC X(12) VALUE "NORCROSS".
    02  FILLER  PIC X(12) VALUE "OAKHURST".
    02  FILLER  PIC X(12) VALUE "PEMBERTON".
    02  FILLER  PIC X(12) VALUE "QUIGLEY".
    02  FILLER  PIC X(12) VALUE "RADCLIFFE".
    02  FILLER  PIC X(12) VALUE "SUTHERLAND".
    02  FILLER  PIC X(12) VALUE "TREMAINE".
    02  FILLER  PIC X(12) VALUE "UPSHAW".
    02  FILLER  PIC X(12) VALUE "VANCE".
    02  FILLER  PIC X(12) VALUE "WHITLOCK".
    02  FILLER  PIC X(12) VALUE "YARDLEY".
01  SurnameTable REDEFINES SurnameValues.
    02  FakeSurname         PIC X(12) OCCURS 24 TIMES.

01  MaleNameValues.
    02  FILLER  PIC X(12) VALUE "ALBERT".
    02  FILLER  PIC X(12) VALUE "BERNARD".
    02  FILLER  PIC X(12) VALUE "CONRAD".
    02  FILLER  PIC X(12) VALUE "DESMOND".
    02  FILLER  PIC X(12) VALUE "EDGAR".
    02  FILLER  PIC X(12) VALUE "FREDERICK".
    02  FILLER  PIC X(12) VALUE "GILBERT".
    02  FILLER  PIC X(12) VALUE "HAROLD".
    02  FILLER  PIC X(12) VALUE "LEONARD".
    02  FILLER  PIC X(12) VALUE "MARTIN".
    02  FILLER  PIC X(12) VALUE "OSWALD".
    02  FILLER  PIC X(12) VALUE "RUPERT".
01  MaleNameTable REDEFINES MaleNameValues.
    02  FakeMaleName        PIC X(12) OCCURS 12 TIMES.

01  FemaleNameValues.
    02  FILLER  PIC X(12) VALUE "ADELAIDE".
    02  FILLER  PIC X(12) VALUE "BEATRICE".
    02  FILLER  PIC X(12) VALUE "CLARISSA".
    02  FILLER  PIC X(12) VALUE "DOROTHEA".
    02  FILLER  PIC X(12) VALUE "EVELYN".
    02  FILLER  PIC X(12) VALUE "FLORENCE".
    02  FILLER  PIC X(12) VALUE "GERALDINE".
    02  FILLER  PIC X(12) VALUE "HARRIET".
    02  FILLER  PIC X(12) VALUE "LAVINIA".
    02  FILLER  PIC X(12) VALUE "MARGARET".
    02  FILLER  PIC X(12) VALUE "ROSALIND".
    02  FILLER  PIC X(12) VALUE "WINIFRED".
01  FemaleNameTable REDEFINES FemaleNameValues.
    02  FakeFemaleName      PIC X(12) OCCURS 12 TIMES.

01  StreetValues.
    02  FILLER  PIC X(16) VALUE "ACACIA AVENUE".
    02  FILLER  PIC X(16) VALUE "BRIDGE STREET".
    02  FILLER  PIC X(16) VALUE "CHURCH LANE".
    02  FILLER  PIC X(16) VALUE "DOCK ROAD".
    02  FILLER  PIC X(16) VALUE "ELM GROVE".
    02  FILLER  PIC X(16) VALUE "FAIR VIEW".
    02  FILLER  PIC X(16) VALUE "GREEN PARK".
    02  FILLER  PIC X(16) VALUE "HIGH STREET".
    02  FILLER  PIC X(16) VALUE "MILL ROAD".
    02  FILLER  PIC X(16) VALUE "STATION ROAD".
01  StreetTable REDEFINES StreetValues.
    02  FakeStreet          PIC X(16) OCCURS 10 TIMES.

01  InitialLetters          PIC X(20) VALUE "ABCDEFGHJKLMNPRSTVWY".
01  HouseNumber             PIC ZZ9.
01  FlatNumber              PIC 99.
01  DigitValue              PIC 9.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  ReportHeadingLine.
    02  FILLER              PIC X(32) VALUE
        "MASKED TEST DATA SET WRITTEN TO ".
    02  RHL-Directory       PIC X(30).
    02  FILLER              PIC X(4)  VALUE " ON ".
    02  RHL-Date            PIC 9(8).
    02  FILLER              PIC X(16) VALUE SPACES.

01  ColumnHeadingLine       PIC X(90) VALUE
    "FILE           PRODUCTION   TEST SET  RESULT".

01  FileCountLine.
    02  FCL-FileName        PIC X(14).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  FCL-ProductionCount PIC Z,ZZZ,ZZ9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  FCL-TestSetCount    PIC Z,ZZZ,ZZ9.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  FCL-Result          PIC X(52).

01  BirthDateLine.
    02  FILLER              PIC X(22) VALUE "BIRTH DATES SHIFTED:  ".
    02  BDL-ShiftedCount    PIC Z,ZZZ,ZZ9.
    02  FILLER              PIC X(30) VALUE
        "   UNUSABLE DATES CLEARED:    ".
    02  BDL-ClearedCount    PIC Z,ZZZ,ZZ9.
    02  FILLER              PIC X(20) VALUE SPACES.

01  BlankLine               PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF TestDirectory = SPACES OR TestDirectory = "." OR TestDirectory = "./"
       DISPLAY "TO= must name a directory other than the current one -"
          " the test set would overwrite production."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM AcquireAllLocks
    IF LockRefused
       PERFORM ReleaseAllLocks
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM FindHighestStudentId
    IF HighestStudentId < 2
       PERFORM ReleaseAllLocks
       DISPLAY "STUDENTS.DAT missing or holds no students - nothing to mask."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM ChooseMasking
    CALL "CBL_CREATE_DIR" USING TestDirectory
    OPEN OUTPUT ReportFile
    MOVE TestDirectory TO RHL-Directory
    MOVE FUNCTION CURRENT-DATE (1:8) TO RHL-Date
    WRITE ReportLine FROM ReportHeadingLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ColumnHeadingLine
    PERFORM MaskStudentFile
    PERFORM MaskAddressFile
    PERFORM MaskEnrollmentFile
    PERFORM MaskBillingFile
    PERFORM MaskMiscChargeFile
    PERFORM MaskPaymentFile
    PERFORM MaskHoldFile
    PERFORM ReleaseAllLocks
    WRITE ReportLine FROM BlankLine
    MOVE DobShiftedCount TO BDL-ShiftedCount
    MOVE DobClearedCount TO BDL-ClearedCount
    WRITE ReportLine FROM BirthDateLine
    IF MismatchCount > ZERO
       MOVE "RECORD COUNTS DIFFER FROM PRODUCTION - TEST SET NOT COMPLETE"
         TO ReportLine
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE "ALL RECORD COUNTS MATCH PRODUCTION" TO ReportLine
    END-IF
    WRITE ReportLine
    CLOSE ReportFile
    DISPLAY "Masked test set written to " FUNCTION TRIM (TestDirectory)
       ", " MismatchCount " file(s) with differing counts - see MASKDATA.RPT."
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
          WHEN "TO"
             MOVE ArgumentValue TO TestDirectory
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

AcquireAllLocks.
    PERFORM VARYING LockIndex FROM 1 BY 1
       UNTIL LockIndex > 2 OR LockRefused
       MOVE LockName (LockIndex) TO LockFileName
       OPEN INPUT LockFile
       IF LockFileOk
          CLOSE LockFile
          DISPLAY FUNCTION TRIM (LockFileName)
             " is held by another run - try again later."
          SET LockRefused TO TRUE
       ELSE
          OPEN OUTPUT LockFile
          MOVE SPACES TO LockRecord
          MOVE "LOCKED BY MASKDATA" TO LockRecord (1:26)
          MOVE FUNCTION CURRENT-DATE(1:14) TO LockRecord (27:14)
          WRITE LockRecord
          CLOSE LockFile
          ADD 1 TO LocksHeldCount
       END-IF
    END-PERFORM.

ReleaseAllLocks.
    PERFORM VARYING LockIndex FROM 1 BY 1
       UNTIL LockIndex > LocksHeldCount
       MOVE LockName (LockIndex) TO LockFileName
       CALL "CBL_DELETE_FILE" USING LockFileName
    END-PERFORM
    MOVE ZERO TO LocksHeldCount.

*> The master is read in key order, so the last record read carries
*> the highest StudentId.
FindHighestStudentId.
    OPEN INPUT StudentFile
    IF NOT DataFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ StudentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END MOVE StudentId TO HighestStudentId
       END-READ
    END-PERFORM
    CLOSE StudentFile.

*> Draws this run's shuffle and birth-date shift.  Nothing drawn here
*> is printed or kept, so the masking cannot be undone from the set.
ChooseMasking.
    MOVE FUNCTION CURRENT-DATE (9:8) TO RandomSeed
    COMPUTE RandomValue = FUNCTION RANDOM (RandomSeed)
    COMPUTE RandomRange = HighestStudentId - 1
    PERFORM DrawRandomNumber
    COMPUTE IdMultiplier = RandomNumber + 1
    PERFORM FindCoprimeMultiplier
    MOVE HighestStudentId TO RandomRange
    PERFORM DrawRandomNumber
    MOVE RandomNumber TO IdOffset
    MOVE 336 TO RandomRange
    PERFORM DrawRandomNumber
    COMPUTE DobShiftDays = RandomNumber + 30
    MOVE 2 TO RandomRange
    PERFORM DrawRandomNumber
    IF RandomNumber = ZERO
       COMPUTE DobShiftDays = ZERO - DobShiftDays
    END-IF.

*> RandomNumber becomes a whole number from 0 to RandomRange - 1.
DrawRandomNumber.
    COMPUTE RandomValue = FUNCTION RANDOM
    COMPUTE RandomNumber = RandomValue * RandomRange.

*> Steps the multiplier on until it shares no factor with the highest
*> id (a multiplier of 1 always qualifies).
FindCoprimeMultiplier.
    PERFORM UNTIL IdMultiplier = 1
       MOVE HighestStudentId TO GcdA
       MOVE IdMultiplier TO GcdB
       PERFORM UNTIL GcdB = ZERO
          DIVIDE GcdA BY GcdB GIVING GcdQuotient REMAINDER GcdRemainder
          MOVE GcdB TO GcdA
          MOVE GcdRemainder TO GcdB
       END-PERFORM
       IF GcdA = 1
          EXIT PERFORM
       END-IF
       ADD 1 TO IdMultiplier
       IF IdMultiplier >= HighestStudentId
          MOVE 1 TO IdMultiplier
       END-IF
    END-PERFORM.

RemapStudentId.
    IF MapOldId = ZERO OR MapOldId > HighestStudentId
       MOVE MapOldId TO MapNewId
       EXIT PARAGRAPH
    END-IF
    COMPUTE MapProduct = (MapOldId - 1) * IdMultiplier + IdOffset
    DIVIDE MapProduct BY HighestStudentId
       GIVING MapQuotient REMAINDER MapRemainder
    COMPUTE MapNewId = MapRemainder + 1.

BuildTestFileName.
    MOVE SPACES TO TestFileName
    STRING FUNCTION TRIM (TestDirectory) "/" FUNCTION TRIM (CurrentFileName)
       DELIMITED BY SIZE INTO TestFileName.

NoteAbsentFile.
    MOVE CurrentFileName TO FCL-FileName
    MOVE ZERO TO FCL-ProductionCount FCL-TestSetCount
    MOVE "not in production - skipped" TO FCL-Result
    WRITE ReportLine FROM FileCountLine.

NoteCannotCreate.
    MOVE CurrentFileName TO FCL-FileName
    MOVE ZERO TO FCL-ProductionCount FCL-TestSetCount
    MOVE "CANNOT CREATE IN THE TEST DIRECTORY" TO FCL-Result
    WRITE ReportLine FROM FileCountLine
    ADD 1 TO MismatchCount.

NoteFileCounts.
    MOVE CurrentFileName TO FCL-FileName
    MOVE ProductionCount TO FCL-ProductionCount
    MOVE TestSetCount TO FCL-TestSetCount
    IF ProductionCount = TestSetCount
       MOVE "counts match" TO FCL-Result
    ELSE
       MOVE "COUNTS DIFFER" TO FCL-Result
       ADD 1 TO MismatchCount
    END-IF
    WRITE ReportLine FROM FileCountLine.

MaskStudentFile.
    MOVE "STUDENTS.DAT" TO CurrentFileName
    OPEN INPUT StudentFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestStudentFile
    IF NOT TestFileOk
       CLOSE StudentFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ StudentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             IF StudentId NOT = ZERO
                PERFORM MaskOneStudent
             END-IF
             MOVE StudentDetails TO TestStudentRecord
             WRITE TestStudentRecord
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TestSetCount
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE StudentFile TestStudentFile
    PERFORM NoteFileCounts.

MaskOneStudent.
    MOVE StudentId TO MapOldId
    PERFORM RemapStudentId
    MOVE MapNewId TO StudentId
    MOVE 24 TO RandomRange
    PERFORM DrawRandomNumber
    MOVE FakeSurname (RandomNumber + 1) TO Surname
    MOVE 12 TO RandomRange
    PERFORM DrawRandomNumber
    IF Gender = "M" OR Gender = "m"
       MOVE FakeMaleName (RandomNumber + 1) TO GivenName
    ELSE
       MOVE FakeFemaleName (RandomNumber + 1) TO GivenName
    END-IF
    MOVE GivenName (1:1) TO Initials (1:1)
    MOVE 20 TO RandomRange
    PERFORM DrawRandomNumber
    MOVE InitialLetters (RandomNumber + 1:1) TO Initials (2:1)
    PERFORM ShiftDateOfBirth.

*> The birth date goes through Y2KGTOA to its absolute day, is moved
*> by the run's shift, comes back through Y2KATOG and is proved once
*> more by Y2KGTOA.  A date that fails anywhere is cleared rather
*> than left as a real value.
ShiftDateOfBirth.
    MOVE DateOfBirth (5:2) TO Y2K-GTOAP-DATE-G (1:2)
    MOVE DateOfBirth (7:2) TO Y2K-GTOAP-DATE-G (3:2)
    MOVE DateOfBirth (1:4) TO Y2K-GTOAP-DATE-G (5:4)
    CALL "Y2KGTOA" USING Y2K-GTOA-PARAMETERS
    IF Y2K-GTOAP-RETURN-CODE NOT = 0
       MOVE ZERO TO DateOfBirth
       ADD 1 TO DobClearedCount
       EXIT PARAGRAPH
    END-IF
    COMPUTE ShiftedAbsolute = Y2K-GTOAP-ANUM + DobShiftDays
    MOVE ShiftedAbsolute TO Y2K-ATOGP-ANUM
    CALL "Y2KATOG" USING Y2K-ATOG-PARAMETERS
    IF Y2K-ATOGP-RETURN-CODE NOT = 0
       MOVE ZERO TO DateOfBirth
       ADD 1 TO DobClearedCount
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-ATOGP-DATE TO Y2K-GTOAP-DATE-G
    CALL "Y2KGTOA" USING Y2K-GTOA-PARAMETERS
    IF Y2K-GTOAP-RETURN-CODE NOT = 0
       MOVE ZERO TO DateOfBirth
       ADD 1 TO DobClearedCount
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-ATOGP-DATE (5:4) TO DateOfBirth (1:4)
    MOVE Y2K-ATOGP-DATE (1:2) TO DateOfBirth (5:2)
    MOVE Y2K-ATOGP-DATE (3:2) TO DateOfBirth (7:2)
    ADD 1 TO DobShiftedCount.

MaskAddressFile.
    MOVE "ADDRESS.DAT" TO CurrentFileName
    OPEN INPUT AddressFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestAddressFile
    IF NOT TestFileOk
       CLOSE AddressFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ AddressFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             PERFORM MaskOneAddress
             MOVE AddressRecord TO TestAddressRecord
             WRITE TestAddressRecord
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TestSetCount
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE AddressFile TestAddressFile
    PERFORM NoteFileCounts.

*> The street lines are replaced outright; the phone number keeps its
*> area code and layout, every later digit drawn afresh.
MaskOneAddress.
    MOVE AD-StudentId TO MapOldId
    PERFORM RemapStudentId
    MOVE MapNewId TO AD-StudentId
    MOVE 999 TO RandomRange
    PERFORM DrawRandomNumber
    COMPUTE HouseNumber = RandomNumber + 1
    MOVE 10 TO RandomRange
    PERFORM DrawRandomNumber
    MOVE SPACES TO AD-AddressLine1
    STRING FUNCTION TRIM (HouseNumber) " " FakeStreet (RandomNumber + 1)
       DELIMITED BY SIZE INTO AD-AddressLine1
    IF AD-AddressLine2 NOT = SPACES
       MOVE 99 TO RandomRange
       PERFORM DrawRandomNumber
       COMPUTE FlatNumber = RandomNumber + 1
       MOVE SPACES TO AD-AddressLine2
       STRING "APT " FlatNumber DELIMITED BY SIZE INTO AD-AddressLine2
    END-IF
    MOVE 10 TO RandomRange
    PERFORM VARYING CharIndex FROM 4 BY 1 UNTIL CharIndex > 12
       IF AD-Phone (CharIndex:1) IS NUMERIC
          PERFORM DrawRandomNumber
          MOVE RandomNumber TO DigitValue
          MOVE DigitValue TO AD-Phone (CharIndex:1)
       END-IF
    END-PERFORM.

MaskEnrollmentFile.
    MOVE "ENROLLMENT.DAT" TO CurrentFileName
    OPEN INPUT EnrollmentFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestEnrollmentFile
    IF NOT TestFileOk
       CLOSE EnrollmentFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ EnrollmentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             MOVE EN-StudentId TO MapOldId
             PERFORM RemapStudentId
             MOVE MapNewId TO EN-StudentId
             MOVE EnrollmentRecord TO TestEnrollmentRecord
             WRITE TestEnrollmentRecord
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TestSetCount
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE EnrollmentFile TestEnrollmentFile
    PERFORM NoteFileCounts.

MaskBillingFile.
    MOVE "BILLING.DAT" TO CurrentFileName
    OPEN INPUT BillingFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestBillingFile
    IF NOT TestFileOk
       CLOSE BillingFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ BillingFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             MOVE BL-StudentId TO MapOldId
             PERFORM RemapStudentId
             MOVE MapNewId TO BL-StudentId
             MOVE BillingRecord TO TestBillingRecord
             WRITE TestBillingRecord
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TestSetCount
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE BillingFile TestBillingFile
    PERFORM NoteFileCounts.

MaskMiscChargeFile.
    MOVE "MISCCHG.DAT" TO CurrentFileName
    OPEN INPUT MiscChargeFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestMiscChargeFile
    IF NOT TestFileOk
       CLOSE MiscChargeFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       READ MiscChargeFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             MOVE MC-StudentId TO MapOldId
             PERFORM RemapStudentId
             MOVE MapNewId TO MC-StudentId
             MOVE MiscChargeRecord TO TestMiscChargeRecord
             WRITE TestMiscChargeRecord
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO TestSetCount
             END-WRITE
       END-READ
    END-PERFORM
    CLOSE MiscChargeFile TestMiscChargeFile
    PERFORM NoteFileCounts.

*> The HEADER and TRAILER control lines carry no StudentId and pass
*> through as they are.
MaskPaymentFile.
    MOVE "PAYMENTS.DAT" TO CurrentFileName
    OPEN INPUT PaymentFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestSequentialFile
    IF NOT TestFileOk
       CLOSE PaymentFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       MOVE SPACES TO PaymentRecord
       READ PaymentFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             IF PaymentRecord (1:6) NOT = "HEADER"
                AND PaymentRecord (1:7) NOT = "TRAILER"
                AND PT-StudentId IS NUMERIC
                MOVE PT-StudentId TO MapOldId
                PERFORM RemapStudentId
                MOVE MapNewId TO PT-StudentId
             END-IF
             WRITE TestSequentialRecord FROM PaymentRecord
             IF TestFileOk
                ADD 1 TO TestSetCount
             END-IF
       END-READ
    END-PERFORM
    CLOSE PaymentFile TestSequentialFile
    PERFORM NoteFileCounts.

MaskHoldFile.
    MOVE "HOLDS.DAT" TO CurrentFileName
    OPEN INPUT HoldFile
    IF NOT DataFileOk
       PERFORM NoteAbsentFile
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildTestFileName
    OPEN OUTPUT TestSequentialFile
    IF NOT TestFileOk
       CLOSE HoldFile
       PERFORM NoteCannotCreate
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ProductionCount TestSetCount
    MOVE "N" TO EndOfFileSwitch
    PERFORM UNTIL EndOfFile
       MOVE SPACES TO HoldRecord
       READ HoldFile
          AT END SET EndOfFile TO TRUE
          NOT AT END
             ADD 1 TO ProductionCount
             IF HD-StudentId IS NUMERIC
                MOVE HD-StudentId TO MapOldId
                PERFORM RemapStudentId
                MOVE MapNewId TO HD-StudentId
             END-IF
             WRITE TestSequentialRecord FROM HoldRecord
             IF TestFileOk
                ADD 1 TO TestSetCount
             END-IF
       END-READ
    END-PERFORM
    CLOSE HoldFile TestSequentialFile
    PERFORM NoteFileCounts.
