IDENTIFICATION DIVISION.
PROGRAM-ID.  Commence.
AUTHOR.  Michael Coughlan.
*> Commencement run - the diploma names, the printed program and the
*> Latin honors come out of the same evidence DegreeAudit and
*> Standing already produce, instead of being typed up by hand from
*> DEGAUDIT.RPT, TRANSCRPT.RPT and GRADLIST.DAT every year.
*>
*> A student graduates when DegreeAudit's test passes: every
*> requirement on PROGREQS.DAT for the program of record (the
*> CourseCode on the master) has a completed, passing enrollment -
*> an F does not satisfy and an in-progress course does not count.
*> Active students are audited, and so are students TermRoll has
*> already marked G, so the run can be repeated after the rollover.
*>
*> Honors are awarded on the cumulative GPA Standing last posted to
*> STANDING.DAT for the student (the record with the highest term).
*> The thresholds come from HONORS.DAT, LINE SEQUENTIAL, one honor
*> per line:
*>
*>    cols 1-3   minimum cumulative GPA, no decimal point (350 = 3.50)
*>    col  4     space
*>    cols 5-24  the honor as printed (e.g. summa cum laude)
*>
*> The highest threshold the GPA reaches is the one awarded.  With
*> no HONORS.DAT the traditional 3.90 / 3.70 / 3.50 scale is used.
*> A graduate with no posted standing gets no honors - the honor is
*> left blank on DIPLOMA.DAT and COMMENCE.RPT - and is counted.
*>
*> Output:
*>    DIPLOMA.DAT   one line per graduate for the diploma printer:
*>                  StudentId, the full name as GivenName + Surname
*>                  (never the Initials), program code and honor
*>    COMMENCE.RPT  the commencement program, graduates listed under
*>                  each program code (the master's alternate key
*>                  delivers them already grouped), honors alongside
*>    GRADCHK.RPT   the check list - every StudentId on GRADLIST.DAT
*>                  that is NOT audit-complete, with the reason, so
*>                  TermRoll is never handed a student who has not
*>                  actually finished
*>
*> COMMENCE.RPT is printed for the public, so a graduate flagged on
*> PRIVACY.DAT (PrivMaint) - one who has asked that their directory
*> information not be released - is listed there only as a withheld
*> name, with no honor, and logged to SUPPRESS.LOG for
*> PrivRept's compliance report.  DIPLOMA.DAT still carries the full
*> name: the diploma goes to the graduate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT EnrollmentFile ASSIGN TO "ENROLLMENT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EN-EnrollmentKey
		ALTERNATE RECORD KEY IS EN-CourseCode WITH DUPLICATES
		FILE STATUS IS EnrollmentFileStatus.
    SELECT RequirementFile ASSIGN TO "PROGREQS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RequirementFileStatus.
    SELECT StandingFile ASSIGN TO "STANDING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StandingFileStatus.
    SELECT HonorsFile ASSIGN TO "HONORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HonorsFileStatus.
    SELECT GradListFile ASSIGN TO "GRADLIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GradListFileStatus.
    SELECT DiplomaFile ASSIGN TO "DIPLOMA.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "COMMENCE.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CheckFile ASSIGN TO "GRADCHK.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PrivacyFile ASSIGN TO "PRIVACY.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PV-StudentId
		FILE STATUS IS PrivacyFileStatus.
    SELECT SuppressLogFile ASSIGN TO "SUPPRESS.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SuppressLogStatus.

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
       88  EnrollmentActive     VALUE "A" "a".
       88  EnrollmentGraduated  VALUE "G" "g".
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

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

FD RequirementFile.
01 RequirementRecord.
   02  RQ-ProgramCode  PIC X(4).
   02  FILLER          PIC X.
   02  RQ-CourseCode   PIC X(4).

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

FD HonorsFile.
01 HonorsRecord.
   02  HN-MinimumGpa   PIC 9V99.
   02  FILLER          PIC X.
   02  HN-HonorText    PIC X(20).

FD GradListFile.
01 GradListRecord       PIC X(7).

FD DiplomaFile.
01 DiplomaRecord.
   02  DP-StudentId     PIC 9(7).
   02  FILLER           PIC X.
   02  DP-FullName      PIC X(34).
   02  FILLER           PIC X.
   02  DP-ProgramCode   PIC X(4).
   02  FILLER           PIC X.
   02  DP-Honor         PIC X(20).

FD ReportFile.
01 ReportLine           PIC X(80).

FD CheckFile.
01 CheckLine            PIC X(80).

FD PrivacyFile.
01 PrivacyRecord.
   02  PV-StudentId    PIC 9(7).
   02  PV-SuppressFlag PIC X.
       88  PV-Suppressed       VALUE "Y".
   02  PV-DateReceived PIC 9(8).
   02  PV-RequestNote  PIC X(30).

*> One line for every student withheld from an output, read by
*> PrivRept for the compliance report.
FD SuppressLogFile.
01 SuppressLogRecord.
   02  SL-RunStamp     PIC X(14).
   02  FILLER          PIC X.
   02  SL-Program      PIC X(12).
   02  FILLER          PIC X.
   02  SL-OutputName   PIC X(20).
   02  FILLER          PIC X.
   02  SL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SL-Action       PIC X(4).

WORKING-STORAGE SECTION.
01  PrivacyFileStatus       PIC XX.
    88  PrivacyFileOk       VALUE "00".
01  SuppressLogStatus       PIC XX.
    88  SuppressLogOk       VALUE "00".
01  PrivacyAvailableSwitch  PIC X VALUE "N".
    88  PrivacyAvailable    VALUE "Y".
01  StudentSuppressedSwitch PIC X VALUE "N".
    88  StudentSuppressed   VALUE "Y".
01  RunStamp                PIC X(14).
01  SuppressedCount         PIC 9(6) VALUE ZERO.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  EnrollmentFileStatus    PIC XX.
    88  EnrollmentFileOk    VALUE "00".
01  RequirementFileStatus   PIC XX.
    88  RequirementFileOk   VALUE "00".
01  StandingFileStatus      PIC XX.
    88  StandingFileOk      VALUE "00".
01  HonorsFileStatus        PIC XX.
    88  HonorsFileOk        VALUE "00".
01  GradListFileStatus      PIC XX.
    88  GradListFileOk      VALUE "00".

01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  EndOfMasterSwitch       PIC X VALUE "N".
    88  EndOfMaster         VALUE "Y".

01  RequirementCount        PIC 9(3) VALUE ZERO.
01  RequirementIndex        PIC 9(3).
01  RequirementTable.
    02  RequirementEntry    OCCURS 200 TIMES.
        03  RT-ProgramCode  PIC X(4).
        03  RT-CourseCode   PIC X(4).

01  HistoryCount            PIC 9(2) VALUE ZERO.
01  HistoryIndex            PIC 9(2).
01  HistoryTable.
    02  HistoryEntry        OCCURS 50 TIMES.
        03  HY-CourseCode   PIC X(4).
        03  HY-Status       PIC X.
        03  HY-Grade        PIC X.
01  EndOfHistorySwitch      PIC X.
    88  EndOfHistory        VALUE "Y".

    COPY COURSES.

01  CatalogSeedIndex        PIC 9(2).

01  RequirementMetSwitch    PIC X.
    88  RequirementMet      VALUE "Y".

*> The latest posted standing per student - the record with the
*> highest TermCode wins, so the file's append order does not matter.
01  StandingCount           PIC 9(4) VALUE ZERO.
01  StandingIndex           PIC 9(4).
01  StandingFullSwitch      PIC X VALUE "N".
    88  StandingFull        VALUE "Y".
01  StandingTable.
    02  StandingEntry       OCCURS 2000 TIMES.
        03  ST-StudentId    PIC 9(7).
        03  ST-TermCode     PIC X(6).
        03  ST-CumGpa       PIC 9V99.

*> Highest threshold first once loaded, so the first one reached is
*> the honor awarded.
01  HonorsCount             PIC 9(2) VALUE ZERO.
01  HonorsIndex             PIC 9(2).
01  HonorsSortIndex         PIC 9(2).
01  HonorsTable.
    02  HonorsEntry         OCCURS 10 TIMES.
        03  HT-MinimumGpa   PIC 9V99.
        03  HT-HonorText    PIC X(20).
01  HonorsSwapEntry.
    02  HSW-MinimumGpa      PIC 9V99.
    02  HSW-HonorText       PIC X(20).

01  GradListCount           PIC 9(4) VALUE ZERO.
01  GradListIndex           PIC 9(4).
01  GradListTable.
    02  GradListEntry       OCCURS 1000 TIMES.
        03  GLT-StudentId   PIC X(7).
        03  GLT-Result      PIC X.
            88  GLT-Complete      VALUE "C".
            88  GLT-Incomplete    VALUE "I".
            88  GLT-NoRequirements VALUE "R".
            88  GLT-Unseen        VALUE SPACE.
        03  GLT-DoneCount   PIC 9(3).
        03  GLT-ReqCount    PIC 9(3).

01  StudentReqCount         PIC 9(3).
01  StudentDoneCount        PIC 9(3).
01  FoundCumGpa             PIC 9V99.
01  FoundStandingSwitch     PIC X.
    88  FoundStanding       VALUE "Y".
01  AwardedHonor            PIC X(20).
01  CurrentProgramCode      PIC X(4) VALUE LOW-VALUES.
01  SavedStudentDetails     PIC X(63).
01  FullName                PIC X(34).

01  GraduateCount           PIC 9(5) VALUE ZERO.
01  HonorsAwardedCount      PIC 9(5) VALUE ZERO.
01  NoStandingCount         PIC 9(5) VALUE ZERO.
01  ProgramGraduateCount    PIC 9(5) VALUE ZERO.
01  CheckListCount          PIC 9(5) VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  ProgramTitleLine.
    02  FILLER              PIC X(20) VALUE SPACES.
    02  FILLER              PIC X(40)
        VALUE "COMMENCEMENT - CANDIDATES FOR THE DEGREE".
    02  FILLER              PIC X(20) VALUE SPACES.

01  ProgramHeadingLine.
    02  FILLER              PIC X(9)  VALUE "Program: ".
    02  PHL-ProgramCode     PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  PHL-Description     PIC X(24).
    02  FILLER              PIC X(41) VALUE SPACES.

01  GraduateDetailLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  GDL-FullName        PIC X(34).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  GDL-Honor           PIC X(20).
    02  FILLER              PIC X(20) VALUE SPACES.

01  WithheldGraduateLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  FILLER              PIC X(41)
        VALUE "(name withheld at the graduate's request)".
    02  FILLER              PIC X(35) VALUE SPACES.

01  WithheldSummaryLine.
    02  FILLER              PIC X(33)
        VALUE "Names withheld from COMMENCE.RPT:".
    02  WSL-WithheldCount   PIC ZZZZ9.
    02  FILLER              PIC X(42) VALUE SPACES.

01  ProgramCountLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  FILLER              PIC X(11) VALUE "Graduates: ".
    02  PCL-Count           PIC ZZZZ9.
    02  FILLER              PIC X(60) VALUE SPACES.

01  CommenceSummaryLine.
    02  FILLER              PIC X(11) VALUE "Graduates: ".
    02  CSL-GraduateCount   PIC ZZZZ9.
    02  FILLER              PIC X(11) VALUE "  honors:  ".
    02  CSL-HonorsCount     PIC ZZZZ9.
    02  FILLER              PIC X(21) VALUE "  no posted standing:".
    02  CSL-NoStandingCount PIC ZZZZ9.
    02  FILLER              PIC X(22) VALUE SPACES.

01  CheckTitleLine.
    02  FILLER              PIC X(54)
        VALUE "GRADLIST.DAT CHECK - LISTED BUT NOT AUDIT-COMPLETE".
    02  FILLER              PIC X(26) VALUE SPACES.

01  CheckDetailLine.
    02  CDL-StudentId       PIC X(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CDL-Surname         PIC X(20).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  CDL-Reason          PIC X(30).
    02  FILLER              PIC X(19) VALUE SPACES.

01  IncompleteReason.
    02  FILLER              PIC X(11) VALUE "INCOMPLETE ".
    02  IR-DoneCount        PIC ZZ9.
    02  FILLER              PIC X(4)  VALUE " of ".
    02  IR-ReqCount         PIC ZZ9.
    02  FILLER              PIC X(9)  VALUE " complete".

01  CheckSummaryLine.
    02  FILLER              PIC X(26) VALUE "Listed but not complete:  ".
    02  CKS-Count           PIC ZZZZ9.
    02  FILLER              PIC X(49) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadRequirementTable
    IF RequirementCount = ZERO
       DISPLAY "PROGREQS.DAT is missing or empty - nobody can be audited."
       STOP RUN
    END-IF
    PERFORM LoadHonorsTable
    PERFORM LoadStandingTable
    PERFORM LoadGradList
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - no commencement to prepare."
       STOP RUN
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - history cannot be read."
       CLOSE StudentFile
       STOP RUN
    END-IF
    OPEN OUTPUT DiplomaFile
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM ProgramTitleLine
    PERFORM OpenPrivacyFile
    PERFORM ScanByProgram
    PERFORM ClosePrivacyFile
    IF CurrentProgramCode NOT = LOW-VALUES
       PERFORM WriteProgramCount
    END-IF
    MOVE GraduateCount TO CSL-GraduateCount
    MOVE HonorsAwardedCount TO CSL-HonorsCount
    MOVE NoStandingCount TO CSL-NoStandingCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM CommenceSummaryLine
    DISPLAY CommenceSummaryLine
    MOVE SuppressedCount TO WSL-WithheldCount
    DISPLAY WithheldSummaryLine
    CLOSE ReportFile
    CLOSE DiplomaFile
    PERFORM WriteGradListCheck
    CLOSE EnrollmentFile
    CLOSE StudentFile
    STOP RUN.

LoadRequirementTable.
    MOVE ZERO TO RequirementCount
    OPEN INPUT RequirementFile
    IF NOT RequirementFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRequirement
    PERFORM UNTIL EndOfFile
       IF RQ-ProgramCode NOT = SPACES
          AND RQ-CourseCode NOT = SPACES
          AND RequirementCount < 200
          ADD 1 TO RequirementCount
          MOVE RQ-ProgramCode
            TO RT-ProgramCode (RequirementCount)
          MOVE RQ-CourseCode
            TO RT-CourseCode (RequirementCount)
       END-IF
       PERFORM ReadOneRequirement
    END-PERFORM
    CLOSE RequirementFile.

ReadOneRequirement.
    READ RequirementFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> HONORS.DAT, or the traditional scale when there is none; either
*> way the table is left highest-threshold first.
LoadHonorsTable.
    MOVE ZERO TO HonorsCount
    OPEN INPUT HonorsFile
    IF NOT HonorsFileOk
       MOVE 3 TO HonorsCount
       MOVE 3.90 TO HT-MinimumGpa (1)
       MOVE "summa cum laude" TO HT-HonorText (1)
       MOVE 3.70 TO HT-MinimumGpa (2)
       MOVE "magna cum laude" TO HT-HonorText (2)
       MOVE 3.50 TO HT-MinimumGpa (3)
       MOVE "cum laude" TO HT-HonorText (3)
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHonor
    PERFORM UNTIL EndOfFile
       IF HN-MinimumGpa IS NUMERIC AND HN-HonorText NOT = SPACES
          IF HonorsCount < 10
             ADD 1 TO HonorsCount
             MOVE HN-MinimumGpa TO HT-MinimumGpa (HonorsCount)
             MOVE HN-HonorText TO HT-HonorText (HonorsCount)
          ELSE
             DISPLAY "HONORS.DAT holds more than 10 honors - the rest"
                " are ignored."
             SET EndOfFile TO TRUE
          END-IF
       END-IF
       PERFORM ReadOneHonor
    END-PERFORM
    CLOSE HonorsFile
    PERFORM VARYING HonorsIndex FROM 1 BY 1
       UNTIL HonorsIndex >= HonorsCount
       PERFORM VARYING HonorsSortIndex FROM HonorsIndex BY 1
          UNTIL HonorsSortIndex > HonorsCount
          IF HT-MinimumGpa (HonorsSortIndex)
             > HT-MinimumGpa (HonorsIndex)
             MOVE HonorsEntry (HonorsIndex) TO HonorsSwapEntry
             MOVE HonorsEntry (HonorsSortIndex)
               TO HonorsEntry (HonorsIndex)
             MOVE HonorsSwapEntry TO HonorsEntry (HonorsSortIndex)
          END-IF
       END-PERFORM
    END-PERFORM.

ReadOneHonor.
    IF NOT EndOfFile
       READ HonorsFile
          AT END SET EndOfFile TO TRUE
       END-READ
    END-IF.

LoadStandingTable.
    MOVE ZERO TO StandingCount
    OPEN INPUT StandingFile
    IF NOT StandingFileOk
       DISPLAY "STANDING.DAT not found - no honors can be awarded."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneStanding
    PERFORM UNTIL EndOfFile
       IF SG-StudentId IS NUMERIC AND SG-CumGpa IS NUMERIC
          PERFORM PostOneStanding
       END-IF
       PERFORM ReadOneStanding
    END-PERFORM
    CLOSE StandingFile.

ReadOneStanding.
    READ StandingFile
       AT END SET EndOfFile TO TRUE
    END-READ.

PostOneStanding.
    PERFORM VARYING StandingIndex FROM 1 BY 1
       UNTIL StandingIndex > StandingCount
       IF ST-StudentId (StandingIndex) = SG-StudentId
          IF SG-TermCode >= ST-TermCode (StandingIndex)
             MOVE SG-TermCode TO ST-TermCode (StandingIndex)
             MOVE SG-CumGpa TO ST-CumGpa (StandingIndex)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF StandingCount < 2000
       ADD 1 TO StandingCount
       MOVE SG-StudentId TO ST-StudentId (StandingCount)
       MOVE SG-TermCode TO ST-TermCode (StandingCount)
       MOVE SG-CumGpa TO ST-CumGpa (StandingCount)
    ELSE
       IF NOT StandingFull
          DISPLAY "STANDING.DAT holds more than 2000 students - the"
             " rest will show no posted standing."
          SET StandingFull TO TRUE
       END-IF
    END-IF.

LoadGradList.
    MOVE ZERO TO GradListCount
    OPEN INPUT GradListFile
    IF NOT GradListFileOk
       DISPLAY "GRADLIST.DAT not found - the check list will be empty."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneGradList
    PERFORM UNTIL EndOfFile
       IF GradListRecord NOT = SPACES
          IF GradListCount < 1000
             ADD 1 TO GradListCount
             MOVE GradListRecord TO GLT-StudentId (GradListCount)
             MOVE SPACE TO GLT-Result (GradListCount)
             MOVE ZERO TO GLT-DoneCount (GradListCount)
                          GLT-ReqCount (GradListCount)
          ELSE
             DISPLAY "GRADLIST.DAT holds more than 1000 students - the"
                " rest are not checked."
             SET EndOfFile TO TRUE
          END-IF
       END-IF
       PERFORM ReadOneGradList
    END-PERFORM
    CLOSE GradListFile.

ReadOneGradList.
    IF NOT EndOfFile
       READ GradListFile
          AT END SET EndOfFile TO TRUE
       END-READ
    END-IF.

*> The master read in program-code order through its alternate key,
*> so the commencement program comes out grouped without a sort.
ScanByProgram.
    MOVE LOW-VALUES TO CourseCode
    START StudentFile KEY NOT LESS THAN CourseCode
       INVALID KEY SET EndOfMaster TO TRUE
    END-START
    PERFORM UNTIL EndOfMaster
       READ StudentFile NEXT
          AT END SET EndOfMaster TO TRUE
          NOT AT END PERFORM AuditOneCandidate
       END-READ
    END-PERFORM.

AuditOneCandidate.
    IF StudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    IF NOT EnrollmentActive AND NOT EnrollmentGraduated
       EXIT PARAGRAPH
    END-IF
    PERFORM FindGradListEntry
    MOVE ZERO TO StudentReqCount StudentDoneCount
    PERFORM VARYING RequirementIndex FROM 1 BY 1
       UNTIL RequirementIndex > RequirementCount
       IF RT-ProgramCode (RequirementIndex) = CourseCode
          ADD 1 TO StudentReqCount
       END-IF
    END-PERFORM
    IF StudentReqCount = ZERO
       IF GradListIndex NOT > GradListCount
          SET GLT-NoRequirements (GradListIndex) TO TRUE
       END-IF
       EXIT PARAGRAPH
    END-IF
    PERFORM CollectStudentHistory
    PERFORM VARYING RequirementIndex FROM 1 BY 1
       UNTIL RequirementIndex > RequirementCount
       IF RT-ProgramCode (RequirementIndex) = CourseCode
          PERFORM JudgeOneRequirement
       END-IF
    END-PERFORM
    IF GradListIndex NOT > GradListCount
       MOVE StudentDoneCount TO GLT-DoneCount (GradListIndex)
       MOVE StudentReqCount TO GLT-ReqCount (GradListIndex)
       IF StudentDoneCount = StudentReqCount
          SET GLT-Complete (GradListIndex) TO TRUE
       ELSE
          SET GLT-Incomplete (GradListIndex) TO TRUE
       END-IF
    END-IF
    IF StudentDoneCount = StudentReqCount
       PERFORM ListOneGraduate
    END-IF.

*> Leaves GradListIndex on the student's GRADLIST.DAT entry, or one
*> past the end of the table when they are not listed.
FindGradListEntry.
    PERFORM VARYING GradListIndex FROM 1 BY 1
       UNTIL GradListIndex > GradListCount
          OR GLT-StudentId (GradListIndex) = StudentId
       CONTINUE
    END-PERFORM.

CollectStudentHistory.
    MOVE StudentDetails TO SavedStudentDetails
    MOVE ZERO TO HistoryCount
    MOVE "N" TO EndOfHistorySwitch
    MOVE SavedStudentDetails (1:7) TO EN-StudentId
    MOVE LOW-VALUES TO EN-CourseCode EN-TermCode
    START EnrollmentFile KEY NOT LESS THAN EN-EnrollmentKey
       INVALID KEY SET EndOfHistory TO TRUE
    END-START
    PERFORM UNTIL EndOfHistory
       READ EnrollmentFile NEXT
          AT END SET EndOfHistory TO TRUE
          NOT AT END
             IF EN-StudentId NOT = SavedStudentDetails (1:7)
                SET EndOfHistory TO TRUE
             ELSE
                IF HistoryCount < 50
                   ADD 1 TO HistoryCount
                   MOVE EN-CourseCode
                     TO HY-CourseCode (HistoryCount)
                   MOVE EN-CompletionStatus
                     TO HY-Status (HistoryCount)
                   MOVE EN-Grade TO HY-Grade (HistoryCount)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    MOVE SavedStudentDetails TO StudentDetails.

*> DegreeAudit's test: only a completed, passing attempt satisfies
*> a requirement.
JudgeOneRequirement.
    MOVE "N" TO RequirementMetSwitch
    PERFORM VARYING HistoryIndex FROM 1 BY 1
       UNTIL HistoryIndex > HistoryCount
       IF HY-CourseCode (HistoryIndex)
          = RT-CourseCode (RequirementIndex)
          AND HY-Status (HistoryIndex) = "C"
          AND HY-Grade (HistoryIndex) NOT = "F"
          SET RequirementMet TO TRUE
       END-IF
    END-PERFORM
    IF RequirementMet
       ADD 1 TO StudentDoneCount
    END-IF.

ListOneGraduate.
    IF CourseCode NOT = CurrentProgramCode
       IF CurrentProgramCode NOT = LOW-VALUES
          PERFORM WriteProgramCount
       END-IF
       MOVE CourseCode TO CurrentProgramCode
       MOVE ZERO TO ProgramGraduateCount
       MOVE CourseCode TO PHL-ProgramCode
       PERFORM FindProgramDescription
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM ProgramHeadingLine
    END-IF
    PERFORM FindCumulativeGpa
    PERFORM AwardHonor
    MOVE SPACES TO FullName
    STRING FUNCTION TRIM (GivenName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM (Surname) DELIMITED BY SIZE
       INTO FullName
    END-STRING
    MOVE SPACES TO DiplomaRecord
    MOVE StudentId TO DP-StudentId
    MOVE FullName TO DP-FullName
    MOVE CourseCode TO DP-ProgramCode
    MOVE AwardedHonor TO DP-Honor
    WRITE DiplomaRecord
    PERFORM CheckPrivacyFlag
    IF StudentSuppressed
       WRITE ReportLine FROM WithheldGraduateLine
       PERFORM LogSuppressedStudent
    ELSE
       MOVE FullName TO GDL-FullName
       MOVE AwardedHonor TO GDL-Honor
       WRITE ReportLine FROM GraduateDetailLine
    END-IF
    ADD 1 TO GraduateCount ProgramGraduateCount.

WriteProgramCount.
    MOVE ProgramGraduateCount TO PCL-Count
    WRITE ReportLine FROM ProgramCountLine.

*> The program code is a CourseCode, so its name comes from the
*> built-in catalog list in COURSES.cpy.
FindProgramDescription.
    MOVE SPACES TO PHL-Description
    PERFORM VARYING CatalogSeedIndex FROM 1 BY 1
       UNTIL CatalogSeedIndex > 10
       IF CourseCatalogCode (CatalogSeedIndex) = CourseCode
          MOVE CourseCatalogDescription (CatalogSeedIndex)
            TO PHL-Description
       END-IF
    END-PERFORM.

FindCumulativeGpa.
    MOVE ZERO TO FoundCumGpa
    MOVE "N" TO FoundStandingSwitch
    PERFORM VARYING StandingIndex FROM 1 BY 1
       UNTIL StandingIndex > StandingCount OR FoundStanding
       IF ST-StudentId (StandingIndex) = StudentId
          MOVE ST-CumGpa (StandingIndex) TO FoundCumGpa
          SET FoundStanding TO TRUE
       END-IF
    END-PERFORM.

AwardHonor.
    MOVE SPACES TO AwardedHonor
    IF NOT FoundStanding
       ADD 1 TO NoStandingCount
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING HonorsIndex FROM 1 BY 1
       UNTIL HonorsIndex > HonorsCount
       IF FoundCumGpa >= HT-MinimumGpa (HonorsIndex)
          MOVE HT-HonorText (HonorsIndex) TO AwardedHonor
          ADD 1 TO HonorsAwardedCount
          MOVE HonorsCount TO HonorsIndex
       END-IF
    END-PERFORM.

*> Every GRADLIST.DAT entry the audit did not find complete.  An
*> entry the scan never reached is looked up directly to say why.
WriteGradListCheck.
    OPEN OUTPUT CheckFile
    WRITE CheckLine FROM CheckTitleLine
    WRITE CheckLine FROM BlankLine
    PERFORM VARYING GradListIndex FROM 1 BY 1
       UNTIL GradListIndex > GradListCount
       IF NOT GLT-Complete (GradListIndex)
          PERFORM CheckOneListedStudent
       END-IF
    END-PERFORM
    MOVE CheckListCount TO CKS-Count
    WRITE CheckLine FROM BlankLine
    WRITE CheckLine FROM CheckSummaryLine
    DISPLAY CheckSummaryLine
    CLOSE CheckFile.

CheckOneListedStudent.
    MOVE GLT-StudentId (GradListIndex) TO CDL-StudentId
    MOVE SPACES TO CDL-Surname CDL-Reason
    IF GLT-StudentId (GradListIndex) IS NOT NUMERIC
       MOVE "NOT A VALID STUDENTID" TO CDL-Reason
    ELSE
       MOVE GLT-StudentId (GradListIndex) TO StudentId
       READ StudentFile
          INVALID KEY
             MOVE "NOT ON STUDENTS.DAT" TO CDL-Reason
          NOT INVALID KEY
             MOVE Surname TO CDL-Surname
             EVALUATE TRUE
                WHEN GLT-Incomplete (GradListIndex)
                   MOVE GLT-DoneCount (GradListIndex) TO IR-DoneCount
                   MOVE GLT-ReqCount (GradListIndex) TO IR-ReqCount
                   MOVE IncompleteReason TO CDL-Reason
                WHEN GLT-NoRequirements (GradListIndex)
                   MOVE "NO PROGRAM REQUIREMENTS" TO CDL-Reason
                WHEN OTHER
                   MOVE "NOT ACTIVE - STATUS " TO CDL-Reason
                   MOVE EnrollmentStatus TO CDL-Reason (21:1)
             END-EVALUATE
       END-READ
    END-IF
    WRITE CheckLine FROM CheckDetailLine
    ADD 1 TO CheckListCount.

*> PRIVACY.DAT is optional - with no file nobody is withheld.
OpenPrivacyFile.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
    OPEN INPUT PrivacyFile
    IF PrivacyFileOk
       SET PrivacyAvailable TO TRUE
    ELSE
       DISPLAY "PRIVACY.DAT not found - no students are withheld."
    END-IF.

ClosePrivacyFile.
    IF PrivacyAvailable
       CLOSE PrivacyFile
    END-IF.

*> A student who has asked for their directory information to be
*> withheld must not leave the office in this output.
CheckPrivacyFlag.
    MOVE "N" TO StudentSuppressedSwitch
    IF NOT PrivacyAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE StudentId TO PV-StudentId
    READ PrivacyFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF PV-Suppressed
             SET StudentSuppressed TO TRUE
          END-IF
    END-READ.

LogSuppressedStudent.
    ADD 1 TO SuppressedCount
    OPEN EXTEND SuppressLogFile
    IF NOT SuppressLogOk
       OPEN OUTPUT SuppressLogFile
       CLOSE SuppressLogFile
       OPEN EXTEND SuppressLogFile
    END-IF
    MOVE SPACES TO SuppressLogRecord
    MOVE RunStamp TO SL-RunStamp
    MOVE "Commence" TO SL-Program
    MOVE "COMMENCE.RPT" TO SL-OutputName
    MOVE StudentId TO SL-StudentId
    MOVE "MASK" TO SL-Action
    WRITE SuppressLogRecord
    CLOSE SuppressLogFile.
