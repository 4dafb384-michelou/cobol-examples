*>       Each registered recipient gets their own complete copy of
*>       the report as DS<recipient>.<program>.
*>
*>    RptDist DISTRIBUTE FILE=report IDCOL=nn [PROGRAM=name]
*>       As above, but a line whose columns IDCOL..IDCOL+6 hold the
*>       StudentId of a student flagged on PRIVACY.DAT (PrivMaint -
*>       they have asked that their directory information not be
*>       released) is left out of every recipient copy.  Each
*>       student withheld from a copy is logged to SUPPRESS.LOG for
*>       PrivRept's compliance report.  Give IDCOL for any report
*>       that leaves the office.
*>
*>    RptDist BURST FILE=report IDCOL=nn [PROGRAM=name]
*>       Splits per-student output - INVOICES.RPT, the statements -
*>       into one bundle per student: a line whose columns
*>       student's bundle BX<studentid>.<program>, and every line
*>       routes to the bundle most recently opened.  Lines before
*>       the first heading (run headings, column captions) go to
*>       the BX0000000 cover bundle.  Bundles go to the students
*>       themselves, so no privacy check applies.
*>
*> Everything produced is appended to the distribution log
*> DISTLOG.DAT - stamp, program, recipient, file, line count - so
    SELECT DistLogFile ASSIGN TO "DISTLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DistLogStatus.
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
   02  FILLER          PIC X.
   02  DL-LineCount    PIC 9(7).

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
01  SourceReportStatus      PIC XX.
    88  SourceReportOk      VALUE "00".
01  BundleFileStatus        PIC XX.
    88  BundleIsOpen        VALUE "Y".
01  BundlesProduced         PIC 9(4) VALUE ZERO.
01  LoggedRecipient         PIC X(8).
01  LastWithheldId          PIC X(7).

01  RecipientCount          PIC 9(3) VALUE ZERO.
01  RecipientIndex          PIC 9(3).
    IF SourceReportFileName = SPACES
       OR (ModeWord NOT = "DISTRIBUTE" AND ModeWord NOT = "BURST")
       DISPLAY "Usage: RptDist DISTRIBUTE FILE=report"
          " [IDCOL=nn] [PROGRAM=name]"
       DISPLAY "       RptDist BURST FILE=report IDCOL=nn"
          " [PROGRAM=name]"
       MOVE 8 TO RETURN-CODE
       END-IF
       PERFORM BurstByStudent
    ELSE
       IF IdColumn NOT = ZERO
          PERFORM OpenPrivacyFile
       END-IF
       PERFORM DistributeToRecipients
       IF IdColumn NOT = ZERO
          PERFORM ClosePrivacyFile
          DISPLAY "Withheld " SuppressedCount
             " student(s) from recipient copies - see SUPPRESS.LOG."
       END-IF
    END-IF
    DISPLAY BundlesProduced " bundle(s) produced for "
       SelectProgram " - see DISTLOG.DAT."
    OPEN INPUT SourceReportFile
    OPEN OUTPUT BundleFile
    MOVE ZERO TO BundleLineCount
    MOVE SPACES TO LastWithheldId
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSourceLine
    PERFORM UNTIL EndOfFile
       PERFORM CheckLineForWithheldStudent
       IF StudentSuppressed
          IF CandidateId NOT = LastWithheldId
             PERFORM LogSuppressedStudent
             MOVE CandidateId TO LastWithheldId
          END-IF
       ELSE
          MOVE SourceReportLine TO BundleLine
          WRITE BundleLine
          ADD 1 TO BundleLineCount
       END-IF
       PERFORM ReadOneSourceLine
    END-PERFORM
    CLOSE BundleFile
    MOVE RT-Recipient (RecipientIndex) TO LoggedRecipient
    PERFORM AppendDistLogRecord.

*> With IDCOL given, a line carrying a withheld student's id stays
*> out of the recipient's copy.
CheckLineForWithheldStudent.
    MOVE "N" TO StudentSuppressedSwitch
    IF IdColumn = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE SourceReportLine (IdColumn:7) TO CandidateId
    IF CandidateId NUMERIC
       PERFORM CheckPrivacyFlag
    END-IF.

ReadOneSourceLine.
    READ SourceReportFile
       AT END SET EndOfFile TO TRUE
    MOVE BundleLineCount TO DL-LineCount
    WRITE DistLogRecord
    CLOSE DistLogFile.

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
    MOVE CandidateId TO PV-StudentId
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
    MOVE "RptDist" TO SL-Program
    MOVE BundleFileName (1:20) TO SL-OutputName
    MOVE CandidateId TO SL-StudentId
    MOVE "SKIP" TO SL-Action
    WRITE SuppressLogRecord
    CLOSE SuppressLogFile.
