IDENTIFICATION DIVISION.
PROGRAM-ID.  PrivRept.
AUTHOR.  Michael Coughlan.
*> Directory-information compliance report.  Every program that
*> sends student data outside the office - StudExtract, MailLabel,
*> StudBridge, Commence's printed program, RptDist's recipient
*> copies - checks PRIVACY.DAT (PrivMaint) and logs each flagged
*> student it skipped or masked to SUPPRESS.LOG:
*>
*>    cols 1-14  run stamp (YYYYMMDDHHMMSS the run started)
*>    col  15    space
*>    cols 16-27 program
*>    col  28    space
*>    cols 29-48 output file
*>    col  49    space
*>    cols 50-56 StudentId
*>    col  57    space
*>    cols 58-61 action - SKIP (left out) or MASK (name withheld)
*>
*> This report lists, for the selected runs, every output that
*> withheld a student, the students it withheld and how, so the
*> office can show that a restriction was honored.  The log is
*> appended in run order, so a run's lines are already together.
*>
*> Arguments (any order, all optional):
*>    DATE=yyyymmdd          runs started that day (default today)
*>    STAMP=yyyymmddhhmmss   one run only
*>    PROGRAM=name           one program's runs only
*> Output goes to PRIVRPT.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SuppressLogFile ASSIGN TO "SUPPRESS.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SuppressLogStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT ReportFile ASSIGN TO "PRIVRPT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SuppressLogFile.
01 SuppressLogRecord.
   02  SL-RunStamp.
       03  SL-RunDate  PIC X(8).
       03  SL-RunTime  PIC X(6).
   02  FILLER          PIC X.
   02  SL-Program      PIC X(12).
   02  FILLER          PIC X.
   02  SL-OutputName   PIC X(20).
   02  FILLER          PIC X.
   02  SL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SL-Action       PIC X(4).
       88  SL-Skipped          VALUE "SKIP".
       88  SL-Masked           VALUE "MASK".

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  FILLER          PIC X(8).
   02  CourseCode      PIC X(4).
   02  FILLER          PIC X(10).

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  SuppressLogStatus       PIC XX.
    88  SuppressLogOk       VALUE "00".
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  MasterAvailableSwitch   PIC X VALUE "N".
    88  MasterAvailable     VALUE "Y".

01  EndOfFileSwitch         PIC X VALUE "N".
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(40).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(30).
01  SelectDate              PIC X(8) VALUE SPACES.
01  SelectStamp             PIC X(14) VALUE SPACES.
01  SelectProgram           PIC X(12) VALUE SPACES.
01  ProgramUpper            PIC X(12).

01  CurrentGroupKey.
    02  CG-RunStamp         PIC X(14).
    02  CG-Program          PIC X(12).
    02  CG-OutputName       PIC X(20).
01  LogGroupKey.
    02  LG-RunStamp         PIC X(14).
    02  LG-Program          PIC X(12).
    02  LG-OutputName       PIC X(20).

01  GroupWithheldCount      PIC 9(5) VALUE ZERO.
01  OutputCount             PIC 9(5) VALUE ZERO.
01  TotalWithheldCount      PIC 9(6) VALUE ZERO.

01  TitleLine.
    02  FILLER              PIC X(61)
        VALUE "DIRECTORY PRIVACY COMPLIANCE - OUTPUTS THAT WITHHELD STUDENTS".
    02  FILLER              PIC X(19) VALUE SPACES.

01  SelectionLine.
    02  SLN-Caption         PIC X(12).
    02  SLN-Value           PIC X(14).
    02  FILLER              PIC X(11) VALUE "  program: ".
    02  SLN-Program         PIC X(12).
    02  FILLER              PIC X(31) VALUE SPACES.

01  GroupHeadingLine.
    02  FILLER              PIC X(4)  VALUE "Run ".
    02  GHL-RunDate         PIC X(8).
    02  FILLER              PIC X     VALUE SPACE.
    02  GHL-RunTime         PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  GHL-Program         PIC X(12).
    02  FILLER              PIC X(9)  VALUE " output: ".
    02  GHL-OutputName      PIC X(20).
    02  FILLER              PIC X(18) VALUE SPACES.

01  WithheldDetailLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  WDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  WDL-Name            PIC X(36).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  WDL-Action          PIC X(20).
    02  FILLER              PIC X(9)  VALUE SPACES.

01  GroupCountLine.
    02  FILLER              PIC X(4)  VALUE SPACES.
    02  FILLER              PIC X(19) VALUE "Students withheld: ".
    02  GCL-Count           PIC ZZZZ9.
    02  FILLER              PIC X(52) VALUE SPACES.

01  ReportSummaryLine.
    02  FILLER              PIC X(9)  VALUE "Outputs: ".
    02  RSL-OutputCount     PIC ZZZZ9.
    02  FILLER              PIC X(22) VALUE "  students withheld: ".
    02  RSL-WithheldCount   PIC ZZZZZ9.
    02  FILLER              PIC X(38) VALUE SPACES.

01  BlankLine               PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    IF SelectStamp = SPACES AND SelectDate = SPACES
       MOVE FUNCTION CURRENT-DATE(1:8) TO SelectDate
    END-IF
    OPEN INPUT SuppressLogFile
    IF NOT SuppressLogOk
       DISPLAY "SUPPRESS.LOG not found - no output has withheld"
          " a student."
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - names will not be shown."
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM TitleLine
    IF SelectStamp NOT = SPACES
       MOVE "Run stamp:  " TO SLN-Caption
       MOVE SelectStamp TO SLN-Value
    ELSE
       MOVE "Run date:   " TO SLN-Caption
       MOVE SelectDate TO SLN-Value
    END-IF
    IF SelectProgram = SPACES
       MOVE "all" TO SLN-Program
    ELSE
       MOVE SelectProgram TO SLN-Program
    END-IF
    WRITE ReportLine FROM SelectionLine
    MOVE SPACES TO CurrentGroupKey
    PERFORM ReadOneLogRecord
    PERFORM UNTIL EndOfFile
       PERFORM ReportOneLogRecord
       PERFORM ReadOneLogRecord
    END-PERFORM
    IF CurrentGroupKey NOT = SPACES
       PERFORM WriteGroupCount
    END-IF
    IF OutputCount = ZERO
       WRITE ReportLine FROM BlankLine
       MOVE "    No output withheld a student in the runs selected."
         TO ReportLine
       WRITE ReportLine
    END-IF
    MOVE OutputCount TO RSL-OutputCount
    MOVE TotalWithheldCount TO RSL-WithheldCount
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ReportSummaryLine
    DISPLAY ReportSummaryLine
    CLOSE ReportFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    CLOSE SuppressLogFile
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
          WHEN "DATE"
             MOVE ArgumentValue (1:8) TO SelectDate
          WHEN "STAMP"
             MOVE ArgumentValue (1:14) TO SelectStamp
          WHEN "PROGRAM"
             MOVE ArgumentValue (1:12) TO SelectProgram
             INSPECT SelectProgram
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

ReadOneLogRecord.
    READ SuppressLogFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ReportOneLogRecord.
    IF SelectStamp NOT = SPACES AND SL-RunStamp NOT = SelectStamp
       EXIT PARAGRAPH
    END-IF
    IF SelectStamp = SPACES AND SL-RunDate NOT = SelectDate
       EXIT PARAGRAPH
    END-IF
    IF SelectProgram NOT = SPACES
       MOVE SL-Program TO ProgramUpper
       INSPECT ProgramUpper
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       IF ProgramUpper NOT = SelectProgram
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE SL-RunStamp TO LG-RunStamp
    MOVE SL-Program TO LG-Program
    MOVE SL-OutputName TO LG-OutputName
    IF LogGroupKey NOT = CurrentGroupKey
       IF CurrentGroupKey NOT = SPACES
          PERFORM WriteGroupCount
       END-IF
       MOVE LogGroupKey TO CurrentGroupKey
       MOVE ZERO TO GroupWithheldCount
       ADD 1 TO OutputCount
       MOVE SL-RunDate TO GHL-RunDate
       MOVE SL-RunTime TO GHL-RunTime
       MOVE SL-Program TO GHL-Program
       MOVE SL-OutputName TO GHL-OutputName
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM GroupHeadingLine
    END-IF
    MOVE SL-StudentId TO WDL-StudentId
    PERFORM FindStudentName
    IF SL-Masked
       MOVE "MASK - name withheld" TO WDL-Action
    ELSE
       MOVE "SKIP - left out" TO WDL-Action
    END-IF
    WRITE ReportLine FROM WithheldDetailLine
    ADD 1 TO GroupWithheldCount TotalWithheldCount.

FindStudentName.
    MOVE SPACES TO WDL-Name
    IF NOT MasterAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE SL-StudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "(not on STUDENTS.DAT)" TO WDL-Name
       NOT INVALID KEY
          STRING FUNCTION TRIM (Surname) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM (GivenName) DELIMITED BY SIZE
             INTO WDL-Name
          END-STRING
    END-READ.

WriteGroupCount.
    MOVE GroupWithheldCount TO GCL-Count
    WRITE ReportLine FROM GroupCountLine.
