*>    REPEAT=BEST      count the best attempt per course (default)
*>    REPEAT=RECENT    count the most recent attempt per course
*> Output goes to TRANSCRPT.RPT.
*>
*> Official copies.  With the OFFICIAL argument the run works the
*> pending requests TranReq logs on TRANREQ.DAT instead of printing
*> the whole history file.  A request for a student on HOLDS.DAT, not
*> on STUDENTS.DAT or with no course history is refused and marked
*> so on TRANREQ.DAT.  Every other request is printed as its own
*> official copy - recipient, delivery method, a unique issuance
*> number and the certification block - and logged on TRANSCR.LOG
*> (issuance number, date, StudentId, request number, recipient).
*> Numbers continue from the highest ever issued, so a copy presented
*> later is authenticated against the log exactly as VerifyLetter's
*> letters are against VERIFY.LOG.  The transcript fee (FEE=nnnnn.nn,
*> default 10.00) is raised as its own open item on BILLING.DAT for
*> each copy issued, under the pseudo-term Tnnnnn (the last five
*> digits of the issuance number) with course code TRAN, so it is
*> paid, aged, stated and posted like any other item.  The OFFICIAL
*> run holds BILLING.LOCK while it works.
*>    OFFICIAL         issue the pending official transcript requests
*>    FEE=nnnnn.nn     the fee charged per official copy
*> Each request's outcome, issued or refused, is stamped on
*> TRANREQ.DAT with the run's date and time, which TranReq's list
*> measures its business-hours turnaround against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CF-CourseCode
		FILE STATUS IS CourseFileStatus.
    SELECT RequestFile ASSIGN TO "TRANREQ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RequestFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT IssueLogFile ASSIGN TO "TRANSCR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IssueLogFileStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT SortWorkFile ASSIGN TO "TRWORK.TMP".
    SELECT ReportFile ASSIGN TO "TRANSCRPT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
   02  CF-MaxHeadcount      PIC 9(4).
   02  CF-TermFee           PIC 9(5)V99.

FD RequestFile.
01 RequestRecord.
   02  TQ-RequestNumber    PIC 9(6).
   02  FILLER              PIC X.
   02  TQ-StudentId        PIC 9(7).
   02  FILLER              PIC X.
   02  TQ-RequestDate      PIC 9(8).
   02  FILLER              PIC X.
   02  TQ-Requester        PIC X(30).
   02  FILLER              PIC X.
   02  TQ-Recipient        PIC X(30).
   02  FILLER              PIC X.
   02  TQ-AddressLine1     PIC X(30).
   02  FILLER              PIC X.
   02  TQ-AddressLine2     PIC X(30).
   02  FILLER              PIC X.
   02  TQ-City             PIC X(20).
   02  FILLER              PIC X.
   02  TQ-PostalCode       PIC X(10).
   02  FILLER              PIC X.
   02  TQ-DeliveryMethod   PIC X.
   02  FILLER              PIC X.
   02  TQ-Status           PIC X.
       88  TQ-Pending      VALUE "P".
   02  FILLER              PIC X.
   02  TQ-StatusDate       PIC 9(8).
   02  FILLER              PIC X.
   02  TQ-IssueNumber      PIC 9(6).
   02  FILLER              PIC X.
   02  TQ-RefuseReason     PIC X(4).
   02  FILLER              PIC X.
   02  TQ-RequestTime      PIC X(6).
   02  FILLER              PIC X.
   02  TQ-StatusTime       PIC X(6).

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD IssueLogFile.
01 IssueLogRecord.
   02  TL-IssueNumber  PIC 9(6).
   02  FILLER          PIC X.
   02  TL-IssueDate    PIC 9(8).
   02  FILLER          PIC X.
   02  TL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  TL-RequestNumber PIC 9(6).
   02  FILLER          PIC X.
   02  TL-Recipient    PIC X(30).

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

FD LockFile.
01 LockRecord           PIC X(40).

*> SortRec mirrors EnrollmentRecord but re-ordered so one ascending
*> key group (student, then term, then course) drives the control
*> breaks in PrintTranscripts.  On an OFFICIAL run each enrollment
*> is released once per copy being issued, the issuance number
*> leading the key so every copy prints whole; otherwise the
*> issuance number is zero throughout.
SD SortWorkFile.
01 SortRec.
   02  SR-IssueNumber       PIC 9(6).
   02  SR-RequestIndex      PIC 9(4).
   02  SR-StudentId         PIC 9(7).
   02  SR-TermCode          PIC X(6).
   02  SR-CourseCode        PIC X(4).
    88  StudentFileOk       VALUE "00".
01  CourseFileStatus        PIC XX.
    88  CourseFileOk        VALUE "00".
01  RequestFileStatus       PIC XX.
    88  RequestFileOk       VALUE "00".
01  HoldFileStatus          PIC XX.
    88  HoldFileOk          VALUE "00".
01  IssueLogFileStatus      PIC XX.
    88  IssueLogFileOk      VALUE "00".
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".

    COPY COURSES.

01  FilterValue              PIC X(10).
01  FilterStudentId          PIC X(7) VALUE SPACES.

01  OfficialRunSwitch       PIC X VALUE "N".
    88  OfficialRun         VALUE "Y".
01  TranscriptFee           PIC 9(5)V99 VALUE 10.00.
01  RunDate                 PIC 9(8).
01  RunTime                 PIC 9(6).
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".
01  HighestIssueNumber      PIC 9(6) VALUE ZERO.
01  PriorIssueNumber        PIC 9(6) VALUE ZERO.
01  IssuedCount             PIC 9(4) VALUE ZERO.
01  RefusedCount            PIC 9(4) VALUE ZERO.
01  FeesCharged             PIC 9(7)V99 VALUE ZERO.
01  FeeTermCode             PIC X(6).

*> The whole of TRANREQ.DAT, rewritten at the end of an OFFICIAL
*> run.  RT-Action is I for a request being issued this run, R for
*> one refused this run, space for one left alone.
01  RequestCount            PIC 9(4) VALUE ZERO.
01  RequestIndex            PIC 9(4).
01  RequestTable.
    02  RequestEntry        OCCURS 2000 TIMES.
        03  RT-Image        PIC X(218).
        03  RT-StudentId    PIC 9(7).
        03  RT-Action       PIC X.
        03  RT-IssueNumber  PIC 9(6).
        03  RT-Reason       PIC X(4).

01  HoldCount               PIC 9(4) VALUE ZERO.
01  HoldIndex               PIC 9(4).
01  HoldFoundSwitch         PIC X.
    88  HoldFound           VALUE "Y".
01  HoldTable.
    02  HT-StudentId        PIC 9(7) OCCURS 1000 TIMES.

01  PriorStudentId          PIC 9(7) VALUE ZERO.
01  PriorTermCode           PIC X(6) VALUE SPACES.
01  FirstStudentSwitch      PIC X VALUE "Y".
01  NoGpaLine               PIC X(80) VALUE
    "  GPA (completed courses): none graded yet".

01  OfficialTitleLine.
    02  FILLER              PIC X(35)
        VALUE "OFFICIAL TRANSCRIPT".
    02  FILLER              PIC X(14) VALUE "Issuance no. ".
    02  OTL-IssueNumber     PIC 9(6).
    02  FILLER              PIC X(11) VALUE "   Issued: ".
    02  OTL-IssueDate       PIC 9(8).
    02  FILLER              PIC X(6)  VALUE SPACES.

01  OfficialLabelLine.
    02  OLL-Label           PIC X(14).
    02  OLL-Text            PIC X(66).

01  RefusalLine.
    02  FILLER              PIC X(8)  VALUE "Request ".
    02  RFL-RequestNumber   PIC 9(6).
    02  FILLER              PIC X(13) VALUE " for student ".
    02  RFL-StudentId       PIC 9(7).
    02  FILLER              PIC X(11) VALUE " refused - ".
    02  RFL-Reason          PIC X(35).

01  SummaryLine.
    02  FILLER              PIC X(20) VALUE "Students printed:   ".
    02  SL-Count            PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO RunTime
    PERFORM GetFilterArgument
    IF OfficialRun
       PERFORM AcquireLock
       IF NOT LockAcquired
          STOP RUN
       END-IF
    END-IF
    OPEN INPUT EnrollmentFile
    IF NOT EnrollmentFileOk
       DISPLAY "ENROLLMENT.DAT not found - no history to print."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    ELSE
       DISPLAY "STUDENTS.DAT not found - names will not be shown."
    END-IF
    IF OfficialRun
       PERFORM LoadOfficialRequests
    END-IF
    PERFORM LoadCourseCatalog
    OPEN OUTPUT ReportFile
    SORT SortWorkFile
        ON ASCENDING KEY SR-IssueNumber
        ON ASCENDING KEY SR-StudentId
        ON ASCENDING KEY SR-TermCode
        ON ASCENDING KEY SR-CourseCode
        INPUT PROCEDURE IS SelectEnrollments
        OUTPUT PROCEDURE IS PrintTranscripts
    IF OfficialRun
       PERFORM FinishOfficialRequests
    END-IF
    MOVE StudentsPrinted TO SL-Count
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SummaryLine
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    PERFORM ReleaseLock
    STOP RUN.

GetFilterArgument.
             ELSE
                MOVE "B" TO RepeatPolicyCode
             END-IF
          WHEN "OFFICIAL"
             SET OfficialRun TO TRUE
          WHEN "FEE"
             COMPUTE TranscriptFee = FUNCTION NUMVAL (FilterValue)
          WHEN OTHER
             DISPLAY "Argument " FilterArgument " not recognised -"
                " ignored."
SelectEnrollments.
    PERFORM ReadOneEnrollment
    PERFORM UNTIL EndOfEnrollment
       IF OfficialRun
          PERFORM ReleaseOfficialCopies
       ELSE
          IF FilterStudentId = SPACES
             OR EN-StudentId = FilterStudentId
             MOVE ZERO TO SR-IssueNumber SR-RequestIndex
             PERFORM ReleaseOneEnrollment
          END-IF
       END-IF
       PERFORM ReadOneEnrollment
    END-PERFORM.

ReleaseOneEnrollment.
    MOVE EN-StudentId TO SR-StudentId
    MOVE EN-TermCode TO SR-TermCode
    MOVE EN-CourseCode TO SR-CourseCode
    MOVE EN-Grade TO SR-Grade
    MOVE EN-CompletionStatus TO SR-CompletionStatus
    MOVE EN-RepeatFlag TO SR-RepeatFlag
    MOVE EN-TransferFlag TO SR-TransferFlag
    MOVE EN-ExtInstitution TO SR-ExtInstitution
    MOVE EN-ExtCourseName TO SR-ExtCourseName
    RELEASE SortRec.

*> One copy of the enrollment per request being issued for the
*> student.  The issuance number is drawn the first time the
*> student's history turns up, so a request refused for having no
*> history never uses one up.
ReleaseOfficialCopies.
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount
       IF RT-Action (RequestIndex) = "I"
          AND RT-StudentId (RequestIndex) = EN-StudentId
          IF RT-IssueNumber (RequestIndex) = ZERO
             ADD 1 TO HighestIssueNumber
             MOVE HighestIssueNumber TO RT-IssueNumber (RequestIndex)
          END-IF
          MOVE RT-IssueNumber (RequestIndex) TO SR-IssueNumber
          MOVE RequestIndex TO SR-RequestIndex
          PERFORM ReleaseOneEnrollment
       END-IF
    END-PERFORM.

ReadOneEnrollment.
    READ EnrollmentFile
       AT END SET EndOfEnrollment TO TRUE

PrintOneEnrollment.
    IF SR-StudentId NOT = PriorStudentId OR FirstStudent
       OR SR-IssueNumber NOT = PriorIssueNumber
       IF NOT FirstStudent
          PERFORM PrintGpa
       END-IF
       MOVE "N" TO FirstStudentSwitch
       MOVE SR-StudentId TO PriorStudentId
       MOVE SR-IssueNumber TO PriorIssueNumber
       MOVE SPACES TO PriorTermCode
       MOVE ZERO TO TotalGradePoints
       MOVE ZERO TO GradedCourseCount

PrintStudentHeading.
    WRITE ReportLine FROM BlankLine
    IF OfficialRun
       PERFORM PrintOfficialHeading
    END-IF
    MOVE SR-StudentId TO SHL-StudentId
    MOVE SPACES TO SHL-Surname SHL-GivenName SHL-Initials
    IF MasterAvailable
          TotalGradePoints / GradedCourseCount
       MOVE GradePointAverage TO GL-Gpa
       WRITE ReportLine FROM GpaLine
    END-IF
    IF OfficialRun
       PERFORM PrintCertification
    END-IF.

*> Loads every line of TRANREQ.DAT (the file is rewritten whole at
*> the end of the run) and screens each pending request: the student
*> must be on STUDENTS.DAT and must not be on HOLDS.DAT.
LoadOfficialRequests.
    IF NOT MasterAvailable
       DISPLAY "STUDENTS.DAT is needed to issue official transcripts."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    PERFORM LoadHoldTable
    PERFORM LoadIssueLog
    OPEN INPUT RequestFile
    IF NOT RequestFileOk
       DISPLAY "TRANREQ.DAT not found - no requests to issue."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRequestRecord
    PERFORM UNTIL EndOfFile
       IF RequestCount NOT < 2000
          DISPLAY "TRANREQ.DAT holds more than 2000 requests - nothing"
             " issued."
          CLOSE RequestFile
          PERFORM ReleaseLock
          STOP RUN
       END-IF
       ADD 1 TO RequestCount
       MOVE RequestRecord TO RT-Image (RequestCount)
       MOVE SPACE TO RT-Action (RequestCount)
       MOVE ZERO TO RT-StudentId (RequestCount)
                    RT-IssueNumber (RequestCount)
       MOVE SPACES TO RT-Reason (RequestCount)
       IF TQ-RequestNumber NUMERIC AND TQ-Pending
          MOVE TQ-StudentId TO RT-StudentId (RequestCount)
          PERFORM ScreenOneRequest
       END-IF
       PERFORM ReadOneRequestRecord
    END-PERFORM
    CLOSE RequestFile.

ReadOneRequestRecord.
    READ RequestFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ScreenOneRequest.
    MOVE TQ-StudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "R" TO RT-Action (RequestCount)
          MOVE "NOST" TO RT-Reason (RequestCount)
          EXIT PARAGRAPH
    END-READ
    MOVE "N" TO HoldFoundSwitch
    PERFORM VARYING HoldIndex FROM 1 BY 1
       UNTIL HoldIndex > HoldCount OR HoldFound
       IF HT-StudentId (HoldIndex) = TQ-StudentId
          SET HoldFound TO TRUE
       END-IF
    END-PERFORM
    IF HoldFound
       MOVE "R" TO RT-Action (RequestCount)
       MOVE "HOLD" TO RT-Reason (RequestCount)
    ELSE
       MOVE "I" TO RT-Action (RequestCount)
    END-IF.

LoadHoldTable.
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHoldRecord
    PERFORM UNTIL EndOfFile
       IF HD-StudentId NUMERIC AND HoldCount < 1000
          ADD 1 TO HoldCount
          MOVE HD-StudentId TO HT-StudentId (HoldCount)
       END-IF
       PERFORM ReadOneHoldRecord
    END-PERFORM
    CLOSE HoldFile.

ReadOneHoldRecord.
    READ HoldFile
       AT END SET EndOfFile TO TRUE
    END-READ.

LoadIssueLog.
    OPEN INPUT IssueLogFile
    IF NOT IssueLogFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneIssueLogRecord
    PERFORM UNTIL EndOfFile
       IF TL-IssueNumber NUMERIC
          AND TL-IssueNumber > HighestIssueNumber
          MOVE TL-IssueNumber TO HighestIssueNumber
       END-IF
       PERFORM ReadOneIssueLogRecord
    END-PERFORM
    CLOSE IssueLogFile.

ReadOneIssueLogRecord.
    READ IssueLogFile
       AT END SET EndOfFile TO TRUE
    END-READ.

PrintOfficialHeading.
    MOVE RT-Image (SR-RequestIndex) TO RequestRecord
    MOVE ALL "=" TO ReportLine
    WRITE ReportLine
    MOVE SR-IssueNumber TO OTL-IssueNumber
    MOVE RunDate TO OTL-IssueDate
    WRITE ReportLine FROM OfficialTitleLine
    WRITE ReportLine FROM BlankLine
    MOVE "Issued to:" TO OLL-Label
    MOVE TQ-Recipient TO OLL-Text
    WRITE ReportLine FROM OfficialLabelLine
    MOVE SPACES TO OLL-Label
    IF TQ-DeliveryMethod = "M"
       MOVE TQ-AddressLine1 TO OLL-Text
       WRITE ReportLine FROM OfficialLabelLine
       IF TQ-AddressLine2 NOT = SPACES
          MOVE TQ-AddressLine2 TO OLL-Text
          WRITE ReportLine FROM OfficialLabelLine
       END-IF
       MOVE SPACES TO OLL-Text
       STRING TQ-City DELIMITED BY "  "
              " " DELIMITED BY SIZE
              TQ-PostalCode DELIMITED BY SIZE
          INTO OLL-Text
       END-STRING
       WRITE ReportLine FROM OfficialLabelLine
    END-IF
    MOVE "Delivery:" TO OLL-Label
    MOVE SPACES TO OLL-Text
    EVALUATE TQ-DeliveryMethod
       WHEN "M"
          MOVE "BY MAIL" TO OLL-Text
       WHEN "E"
          STRING "ELECTRONIC TO " DELIMITED BY SIZE
                 TQ-AddressLine1 DELIMITED BY SIZE
             INTO OLL-Text
          END-STRING
       WHEN "F"
          STRING "BY FAX TO " DELIMITED BY SIZE
                 TQ-AddressLine1 DELIMITED BY SIZE
             INTO OLL-Text
          END-STRING
       WHEN OTHER
          MOVE "FOR PICKUP AT THE REGISTRAR'S OFFICE" TO OLL-Text
    END-EVALUATE
    WRITE ReportLine FROM OfficialLabelLine
    MOVE "Requested by:" TO OLL-Label
    MOVE TQ-Requester TO OLL-Text
    WRITE ReportLine FROM OfficialLabelLine
    MOVE "Request no.:" TO OLL-Label
    MOVE SPACES TO OLL-Text
    MOVE TQ-RequestNumber TO OLL-Text (1:6)
    WRITE ReportLine FROM OfficialLabelLine
    WRITE ReportLine FROM BlankLine.

PrintCertification.
    WRITE ReportLine FROM BlankLine
    MOVE "  CERTIFICATION" TO ReportLine
    WRITE ReportLine
    MOVE "  This is an official transcript of the academic record of"
      TO ReportLine
    WRITE ReportLine
    MOVE "  the student named above, issued under the issuance number"
      TO ReportLine
    WRITE ReportLine
    MOVE "  shown and recorded in the Registrar's issuance log.  It is"
      TO ReportLine
    WRITE ReportLine
    MOVE "  not valid if altered; quote the issuance number to the"
      TO ReportLine
    WRITE ReportLine
    MOVE "  Registrar to authenticate it." TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM BlankLine
    MOVE "  The Registrar" TO ReportLine
    WRITE ReportLine
    MOVE ALL "=" TO ReportLine
    WRITE ReportLine.

*> After the copies have printed: each one issued is logged and
*> charged its fee, each refusal is listed, and TRANREQ.DAT is
*> rewritten with the outcome.  A request screened in whose student
*> had no history to print is refused now.
FinishOfficialRequests.
    OPEN I-O BillingFile
    IF NOT BillingFileOk
       CLOSE BillingFile
       OPEN OUTPUT BillingFile
       CLOSE BillingFile
       OPEN I-O BillingFile
    END-IF
    WRITE ReportLine FROM BlankLine
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount
       IF RT-Action (RequestIndex) = "I"
          AND RT-IssueNumber (RequestIndex) = ZERO
          MOVE "R" TO RT-Action (RequestIndex)
          MOVE "NOHS" TO RT-Reason (RequestIndex)
       END-IF
       EVALUATE RT-Action (RequestIndex)
          WHEN "I"
             PERFORM RecordOneIssuance
          WHEN "R"
             PERFORM RecordOneRefusal
       END-EVALUATE
    END-PERFORM
    CLOSE BillingFile
    PERFORM SaveRequestFile
    DISPLAY IssuedCount " official transcript(s) issued and logged in"
       " TRANSCR.LOG, " RefusedCount " request(s) refused."
    IF FeesCharged > ZERO
       DISPLAY "Transcript fees raised on BILLING.DAT: " FeesCharged
    END-IF.

RecordOneIssuance.
    MOVE RT-Image (RequestIndex) TO RequestRecord
    MOVE "I" TO TQ-Status
    MOVE RunDate TO TQ-StatusDate
    MOVE RunTime TO TQ-StatusTime
    MOVE RT-IssueNumber (RequestIndex) TO TQ-IssueNumber
    MOVE SPACES TO TQ-RefuseReason
    MOVE RequestRecord TO RT-Image (RequestIndex)
    ADD 1 TO IssuedCount
    PERFORM AppendIssueLogRecord
    IF TranscriptFee > ZERO
       PERFORM ChargeTranscriptFee
    END-IF.

AppendIssueLogRecord.
    OPEN EXTEND IssueLogFile
    IF NOT IssueLogFileOk
       OPEN OUTPUT IssueLogFile
       CLOSE IssueLogFile
       OPEN EXTEND IssueLogFile
    END-IF
    MOVE SPACES TO IssueLogRecord
    MOVE TQ-IssueNumber TO TL-IssueNumber
    MOVE RunDate TO TL-IssueDate
    MOVE TQ-StudentId TO TL-StudentId
    MOVE TQ-RequestNumber TO TL-RequestNumber
    MOVE TQ-Recipient TO TL-Recipient
    WRITE IssueLogRecord
    CLOSE IssueLogFile.

*> Each copy is its own open item, keyed by the pseudo-term T plus
*> the last five digits of the issuance number.
ChargeTranscriptFee.
    MOVE "T" TO FeeTermCode
    MOVE TQ-IssueNumber (2:5) TO FeeTermCode (2:5)
    MOVE TQ-StudentId TO BL-StudentId
    MOVE FeeTermCode TO BL-TermCode
    MOVE "TRAN" TO BL-CourseCode
    MOVE RunDate TO BL-InvoiceDate
    MOVE RunDate TO BL-LastAccrualDate
    MOVE TranscriptFee TO BL-OriginalAmount
    MOVE ZERO TO BL-InterestAccrued
    MOVE ZERO TO BL-AmountPaid
    MOVE TranscriptFee TO BL-BalanceDue
    WRITE BillingRecord
    IF BillingFileOk
       ADD TranscriptFee TO FeesCharged
    ELSE
       DISPLAY "Error " BillingFileStatus " raising transcript fee for "
          TQ-StudentId " term " FeeTermCode "."
    END-IF.

RecordOneRefusal.
    MOVE RT-Image (RequestIndex) TO RequestRecord
    MOVE "R" TO TQ-Status
    MOVE RunDate TO TQ-StatusDate
    MOVE RunTime TO TQ-StatusTime
    MOVE RT-Reason (RequestIndex) TO TQ-RefuseReason
    MOVE RequestRecord TO RT-Image (RequestIndex)
    ADD 1 TO RefusedCount
    MOVE TQ-RequestNumber TO RFL-RequestNumber
    MOVE TQ-StudentId TO RFL-StudentId
    EVALUATE TQ-RefuseReason
       WHEN "HOLD"
          MOVE "student is on HOLDS.DAT" TO RFL-Reason
       WHEN "NOST"
          MOVE "student is not on STUDENTS.DAT" TO RFL-Reason
       WHEN OTHER
          MOVE "no course history to print" TO RFL-Reason
    END-EVALUATE
    WRITE ReportLine FROM RefusalLine
    DISPLAY RefusalLine.

SaveRequestFile.
    IF RequestCount = ZERO
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RequestFile
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount
       MOVE RT-Image (RequestIndex) TO RequestRecord
       WRITE RequestRecord
    END-PERFORM
    CLOSE RequestFile.

*> The single-writer guard on BILLING.DAT shared with TuitionBill,
*> PayApply and the other financial updaters.
AcquireLock.
    OPEN INPUT LockFile
    IF LockFileOk
       CLOSE LockFile
       DISPLAY "BILLING.LOCK is held by another run - try again"
          " once that run has finished."
       MOVE "N" TO LockAcquiredSwitch
    ELSE
       OPEN OUTPUT LockFile
       MOVE SPACES TO LockRecord
       MOVE "LOCKED BY TRANSCRIPT" TO LockRecord (1:26)
       MOVE FUNCTION CURRENT-DATE(1:14) TO LockRecord (27:14)
       WRITE LockRecord
       CLOSE LockFile
       MOVE "Y" TO LockAcquiredSwitch
    END-IF.

ReleaseLock.
    IF LockAcquired
       CALL "CBL_DELETE_FILE" USING LockFileName
       MOVE "N" TO LockAcquiredSwitch
    END-IF.
