*> Output goes to MAILING.RPT.  Letter wording follows the selected
*> status: enrollment confirmation for A, graduation notice for G,
*> withdrawal letter for W.
*>
*> Students flagged on PRIVACY.DAT (PrivMaint) have asked that their
*> directory information not be released, and labels in particular
*> go out to mailing houses; they get no label or letter, are
*> counted on the console and logged to SUPPRESS.LOG for PrivRept's
*> compliance report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		FILE STATUS IS AddressFileStatus.
    SELECT ReportFile ASSIGN TO "MAILING.RPT"
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
FD ReportFile.
01 ReportLine           PIC X(100).

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
01  AddressFileStatus       PIC XX.
          " street addresses."
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM OpenPrivacyFile
    PERFORM ScanStudentFile
    PERFORM ClosePrivacyFile
    IF LabelsMode AND LabelPendingCount > ZERO
       PERFORM FlushLabelRow
    END-IF
    CLOSE StudentFile
    DISPLAY "Mailing produced for " SelectedCount
       " student(s) on MAILING.RPT."
    DISPLAY "Withheld " SuppressedCount
       " student(s) at their request - see SUPPRESS.LOG."
    STOP RUN.

GetRunArguments.
    IF SelectCampus NOT = SPACES AND CampusCode NOT = SelectCampus
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckPrivacyFlag
    IF StudentSuppressed
       PERFORM LogSuppressedStudent
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SelectedCount
    PERFORM BuildFullName
    PERFORM FetchStudentAddress
    MOVE ALL "-" TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine.

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
    MOVE "MailLabel" TO SL-Program
    MOVE "MAILING.RPT" TO SL-OutputName
    MOVE StudentId TO SL-StudentId
    MOVE "SKIP" TO SL-Action
    WRITE SuppressLogRecord
    CLOSE SuppressLogFile.
