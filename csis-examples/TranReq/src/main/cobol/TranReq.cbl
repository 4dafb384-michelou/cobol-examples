IDENTIFICATION DIVISION.
PROGRAM-ID.  TranReq.
AUTHOR.  Michael Coughlan.
*> Maintains TRANREQ.DAT, the log of official transcript requests.
*> Until now an official copy went out with nothing to show who
*> asked for it, where it was sent or how.  One line per request:
*>
*>    cols   1-6    request number (assigned here, never reused)
*>    cols   8-14   StudentId (must be on STUDENTS.DAT)
*>    cols  16-23   date requested YYYYMMDD
*>    cols  25-54   requester
*>    cols  56-85   recipient institution or person
*>    cols  87-116  recipient address line 1
*>    cols 118-147  recipient address line 2
*>    cols 149-168  recipient city
*>    cols 170-179  recipient postal code
*>    col  181      delivery method  M mail, E electronic,
*>                                   P pickup, F fax
*>    col  183      status  P pending, I issued, R refused,
*>                          C cancelled
*>    cols 185-192  date of the last status change YYYYMMDD
*>    cols 194-199  issuance number once issued
*>    cols 201-204  refusal reason  HOLD student on HOLDS.DAT,
*>                  NOST not on STUDENTS.DAT, NOHS no course history
*>    cols 206-211  time requested HHMMSS
*>    cols 213-218  time of the last status change HHMMSS
*>
*> Transactions, in the AdvMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd    - log a new request, status pending
*>    C)ancel - cancel a request still pending
*>    L)ist   - the pending requests, or every request
*>    Q)uit and save
*>
*> Pending requests are issued (or refused) by Transcript's OFFICIAL
*> run, which fills in the status, issuance number and reason.
*>
*> The list shows how long each request has taken in business hours
*> (H:MM) - from the request to its issue, refusal or cancellation,
*> or to now while it is still pending - counting only the office
*> window on business days (the shared Y2KBHRS routine, honouring
*> HOLIDAYS.DAT).  A request past the service level is marked *.
*> The service level (default 8 business hours) and the office
*> window (default 0900-1700) are kept in the run-parameter library
*> as TRANREQ.SLAHOURS and OFFICE.HOURS.  A request logged before
*> the times were stamped counts from the start of its request day
*> to the end of its status day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT RequestFile ASSIGN TO "TRANREQ.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RequestFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

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

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth     PIC 9(8).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

FD HoldFile.
01 HoldRecord.
   02  HD-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HD-HoldCode     PIC X(4).
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  RequestFileStatus        PIC XX.
    88  RequestFileOk        VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".
01  HoldFileStatus           PIC XX.
    88  HoldFileOk           VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  MasterAvailableSwitch    PIC X VALUE "N".
    88  MasterAvailable      VALUE "Y".
01  HoldFoundSwitch          PIC X.
    88  HoldFound            VALUE "Y".

01  ReqTransactionCode       PIC X.
    88  AddRequestTrans      VALUE "A" "a".
    88  CancelRequestTrans   VALUE "C" "c".
    88  ListRequestsTrans    VALUE "L" "l".
    88  QuitRequestTrans     VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryRequestNumber       PIC X(6).
01  EntryListChoice          PIC X.
01  RunDate                  PIC 9(8).
01  StampTime                PIC 9(6).
01  ListedCount              PIC 9(4).
01  HighestRequestNumber     PIC 9(6) VALUE ZERO.

01  RequestCount             PIC 9(4) VALUE ZERO.
01  RequestIndex             PIC 9(4).
01  FoundRequestIndex        PIC 9(4).
01  RequestFoundSwitch       PIC X.
    88  RequestFound         VALUE "Y".
01  RequestTable.
    02  RequestImage         PIC X(218) OCCURS 1000 TIMES.

01  SlaBusinessHours         PIC 9(4) VALUE 8.
01  OfficeOpenTime           PIC X(4) VALUE "0900".
01  OfficeCloseTime          PIC X(4) VALUE "1700".
01  ElapsedMinutes           PIC 9(7).
01  SlaEditHours             PIC ZZZ9.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE

01  RequestListLine.
    02  RLL-RequestNumber    PIC 9(6).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-StudentId        PIC 9(7).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-RequestDate      PIC 9(8).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-Status           PIC X(9).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-Delivery         PIC X(10).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-Recipient        PIC X(19).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-Detail           PIC X(6).
    02  FILLER               PIC X     VALUE SPACE.
    02  RLL-BusHours         PIC ZZZ9.
    02  FILLER               PIC X     VALUE ":".
    02  RLL-BusMinutes       PIC 99.
    02  RLL-SlaFlag          PIC X.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM ApplyRunParameters
    OPEN INPUT StudentFile
    IF StudentFileOk
       SET MasterAvailable TO TRUE
    ELSE
       DISPLAY "STUDENTS.DAT not found - students cannot be checked,"
          " so no requests can be added."
    END-IF
    PERFORM LoadRequestFile
    PERFORM GetReqTransactionCode
    PERFORM UNTIL QuitRequestTrans
       EVALUATE TRUE
          WHEN AddRequestTrans
             PERFORM AddRequest
          WHEN CancelRequestTrans
             PERFORM CancelRequest
          WHEN ListRequestsTrans
             PERFORM ListRequests
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L or Q."
       END-EVALUATE
       PERFORM GetReqTransactionCode
    END-PERFORM
    PERFORM SaveRequestFile
    IF MasterAvailable
       CLOSE StudentFile
    END-IF
    STOP RUN.

*> The service level and office window from the parameter library
*> when it holds them in force today.
ApplyRunParameters.
    MOVE RunDate TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "TRANREQ.SLAHOURS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE SlaBusinessHours = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    MOVE "OFFICE.HOURS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       UNSTRING ParmFoundValue DELIMITED BY "-"
          INTO OfficeOpenTime OfficeCloseTime
       END-UNSTRING
    END-IF
    IF OfficeOpenTime NOT NUMERIC OR OfficeCloseTime NOT NUMERIC
       OR OfficeOpenTime NOT < OfficeCloseTime
       OR OfficeOpenTime > "2359" OR OfficeCloseTime > "2400"
       DISPLAY "Office hours " OfficeOpenTime "-" OfficeCloseTime
          " not HHMM-HHMM - 0900-1700 used."
       MOVE "0900" TO OfficeOpenTime
       MOVE "1700" TO OfficeCloseTime
    END-IF.

GetReqTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)ancel, L)ist, Q)uit".
    ACCEPT ReqTransactionCode.

LoadRequestFile.
    MOVE ZERO TO RequestCount
    OPEN INPUT RequestFile
    IF NOT RequestFileOk
       DISPLAY "TRANREQ.DAT not found - starting with no requests."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRequestRecord
    PERFORM UNTIL EndOfFile
       IF TQ-RequestNumber NUMERIC AND RequestCount < 1000
          ADD 1 TO RequestCount
          MOVE RequestRecord TO RequestImage (RequestCount)
          IF TQ-RequestNumber > HighestRequestNumber
             MOVE TQ-RequestNumber TO HighestRequestNumber
          END-IF
       END-IF
       PERFORM ReadOneRequestRecord
    END-PERFORM
    CLOSE RequestFile.

ReadOneRequestRecord.
    READ RequestFile
       AT END SET EndOfFile TO TRUE
    END-READ.

SaveRequestFile.
    OPEN OUTPUT RequestFile
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount
       MOVE RequestImage (RequestIndex) TO RequestRecord
       WRITE RequestRecord
    END-PERFORM
    CLOSE RequestFile
    DISPLAY "TRANREQ.DAT saved.".

*> The student must be on the master.  A student under a hold can
*> still ask - the request is logged, and refused at issuance if the
*> hold has not been cleared by then.
AddRequest.
    IF NOT MasterAvailable
       DISPLAY "STUDENTS.DAT is needed to add a request."
       EXIT PARAGRAPH
    END-IF
    IF RequestCount NOT < 1000
       DISPLAY "Request table is full - request not added."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    IF EntryStudentId NOT NUMERIC OR EntryStudentId = ZEROS
       DISPLAY "StudentId must be 7 digits - request not added."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " EntryStudentId " is not on STUDENTS.DAT"
             " - request not added."
          EXIT PARAGRAPH
    END-READ
    DISPLAY "Student: " Surname " " GivenName
    PERFORM CheckStudentHold
    IF HoldFound
       DISPLAY "Note: student " StudentId " is on HOLDS.DAT - the"
          " transcript will be refused unless the hold is cleared."
    END-IF
    MOVE SPACES TO RequestRecord
    MOVE StudentId TO TQ-StudentId
    DISPLAY "Requested by (blank = the student)"
    ACCEPT TQ-Requester
    IF TQ-Requester = SPACES
       MOVE "STUDENT" TO TQ-Requester
    END-IF
    DISPLAY "Delivery method - M)ail, E)lectronic, P)ickup, F)ax"
    ACCEPT TQ-DeliveryMethod
    INSPECT TQ-DeliveryMethod
       CONVERTING "mepf" TO "MEPF"
    IF TQ-DeliveryMethod NOT = "M" AND NOT = "E"
       AND NOT = "P" AND NOT = "F"
       DISPLAY "Delivery method must be M, E, P or F - request not"
          " added."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Recipient institution or person"
    ACCEPT TQ-Recipient
    IF TQ-Recipient = SPACES
       DISPLAY "A recipient is required - request not added."
       EXIT PARAGRAPH
    END-IF
    IF TQ-DeliveryMethod = "M"
       DISPLAY "Recipient address line 1"
       ACCEPT TQ-AddressLine1
       DISPLAY "Recipient address line 2 (blank if none)"
       ACCEPT TQ-AddressLine2
       DISPLAY "Recipient city"
       ACCEPT TQ-City
       DISPLAY "Recipient postal code"
       ACCEPT TQ-PostalCode
       IF TQ-AddressLine1 = SPACES OR TQ-City = SPACES
          DISPLAY "A mailed transcript needs a street and city -"
             " request not added."
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF TQ-DeliveryMethod = "E" OR TQ-DeliveryMethod = "F"
       DISPLAY "E-mail address or fax number"
       ACCEPT TQ-AddressLine1
       IF TQ-AddressLine1 = SPACES
          DISPLAY "A destination is required - request not added."
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO HighestRequestNumber
    MOVE HighestRequestNumber TO TQ-RequestNumber
    MOVE RunDate TO TQ-RequestDate TQ-StatusDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO StampTime
    MOVE StampTime TO TQ-RequestTime TQ-StatusTime
    MOVE "P" TO TQ-Status
    MOVE ZERO TO TQ-IssueNumber
    ADD 1 TO RequestCount
    MOVE RequestRecord TO RequestImage (RequestCount)
    DISPLAY "Request " TQ-RequestNumber " logged - pending issuance.".

CheckStudentHold.
    MOVE "N" TO HoldFoundSwitch
    OPEN INPUT HoldFile
    IF NOT HoldFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneHoldRecord
    PERFORM UNTIL EndOfFile OR HoldFound
       IF HD-StudentId = StudentId
          SET HoldFound TO TRUE
       END-IF
       PERFORM ReadOneHoldRecord
    END-PERFORM
    CLOSE HoldFile.

ReadOneHoldRecord.
    READ HoldFile
       AT END SET EndOfFile TO TRUE
    END-READ.

CancelRequest.
    DISPLAY "Enter request number"
    MOVE SPACES TO EntryRequestNumber
    ACCEPT EntryRequestNumber
    MOVE "N" TO RequestFoundSwitch
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount OR RequestFound
       MOVE RequestImage (RequestIndex) TO RequestRecord
       IF TQ-RequestNumber = EntryRequestNumber
          SET RequestFound TO TRUE
          MOVE RequestIndex TO FoundRequestIndex
       END-IF
    END-PERFORM
    IF NOT RequestFound
       DISPLAY "Request " EntryRequestNumber " is not on file."
       EXIT PARAGRAPH
    END-IF
    IF NOT TQ-Pending
       DISPLAY "Request " EntryRequestNumber " is no longer pending -"
          " nothing changed."
       EXIT PARAGRAPH
    END-IF
    MOVE "C" TO TQ-Status
    MOVE RunDate TO TQ-StatusDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO StampTime
    MOVE StampTime TO TQ-StatusTime
    MOVE RequestRecord TO RequestImage (FoundRequestIndex)
    DISPLAY "Request " EntryRequestNumber " cancelled.".

ListRequests.
    DISPLAY "List P)ending requests only or A)ll"
    MOVE SPACES TO EntryListChoice
    ACCEPT EntryListChoice
    MOVE FUNCTION CURRENT-DATE(9:6) TO StampTime
    MOVE ZERO TO ListedCount
    PERFORM VARYING RequestIndex FROM 1 BY 1
       UNTIL RequestIndex > RequestCount
       MOVE RequestImage (RequestIndex) TO RequestRecord
       IF TQ-Pending OR EntryListChoice = "A" OR EntryListChoice = "a"
          PERFORM ListOneRequest
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No transcript requests to list."
    ELSE
       MOVE SlaBusinessHours TO SlaEditHours
       DISPLAY "Time taken in business hours - * over the "
          FUNCTION TRIM (SlaEditHours) "-hour service level."
    END-IF.

ListOneRequest.
    MOVE TQ-RequestNumber TO RLL-RequestNumber
    MOVE TQ-StudentId TO RLL-StudentId
    MOVE TQ-RequestDate TO RLL-RequestDate
    MOVE TQ-Recipient TO RLL-Recipient
    MOVE SPACES TO RLL-Detail
    PERFORM TimeOneRequest
    EVALUATE TQ-Status
       WHEN "P" MOVE "PENDING" TO RLL-Status
       WHEN "I" MOVE "ISSUED" TO RLL-Status
                MOVE TQ-IssueNumber TO RLL-Detail
       WHEN "R" MOVE "REFUSED" TO RLL-Status
                MOVE TQ-RefuseReason TO RLL-Detail
       WHEN "C" MOVE "CANCELLED" TO RLL-Status
       WHEN OTHER MOVE TQ-Status TO RLL-Status
    END-EVALUATE
    EVALUATE TQ-DeliveryMethod
       WHEN "M" MOVE "MAIL" TO RLL-Delivery
       WHEN "E" MOVE "ELECTRONIC" TO RLL-Delivery
       WHEN "P" MOVE "PICKUP" TO RLL-Delivery
       WHEN "F" MOVE "FAX" TO RLL-Delivery
       WHEN OTHER MOVE SPACES TO RLL-Delivery
    END-EVALUATE
    DISPLAY RequestListLine
    ADD 1 TO ListedCount.

*> Business hours from the request stamp to the status-change stamp,
*> or to now for a request still pending, through Y2KBHRS (dates
*> passed MMDDYYYY).  A cancelled request is never flagged late.
TimeOneRequest.
    MOVE ZERO TO RLL-BusHours RLL-BusMinutes ElapsedMinutes
    MOVE SPACE TO RLL-SlaFlag
    MOVE TQ-RequestDate (5:2) TO Y2K-BHRSP-DATE1 (1:2)
    MOVE TQ-RequestDate (7:2) TO Y2K-BHRSP-DATE1 (3:2)
    MOVE TQ-RequestDate (1:4) TO Y2K-BHRSP-DATE1 (5:4)
    IF TQ-RequestTime NUMERIC
       MOVE TQ-RequestTime TO Y2K-BHRSP-TIME1
    ELSE
       MOVE "000000" TO Y2K-BHRSP-TIME1
    END-IF
    IF TQ-Pending
       MOVE RunDate (5:2) TO Y2K-BHRSP-DATE2 (1:2)
       MOVE RunDate (7:2) TO Y2K-BHRSP-DATE2 (3:2)
       MOVE RunDate (1:4) TO Y2K-BHRSP-DATE2 (5:4)
       MOVE StampTime TO Y2K-BHRSP-TIME2
    ELSE
       MOVE TQ-StatusDate (5:2) TO Y2K-BHRSP-DATE2 (1:2)
       MOVE TQ-StatusDate (7:2) TO Y2K-BHRSP-DATE2 (3:2)
       MOVE TQ-StatusDate (1:4) TO Y2K-BHRSP-DATE2 (5:4)
       IF TQ-StatusTime NUMERIC
          MOVE TQ-StatusTime TO Y2K-BHRSP-TIME2
       ELSE
          MOVE "235959" TO Y2K-BHRSP-TIME2
       END-IF
    END-IF
    MOVE OfficeOpenTime TO Y2K-BHRSP-OPEN-TIME
    MOVE OfficeCloseTime TO Y2K-BHRSP-CLOSE-TIME
    CALL "Y2KBHRS" USING Y2K-BHRS-PARAMETERS
    IF Y2K-BHRSP-RETURN-CODE NOT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE Y2K-BHRSP-HOURS TO RLL-BusHours
    MOVE Y2K-BHRSP-MINUTES TO RLL-BusMinutes
    COMPUTE ElapsedMinutes = Y2K-BHRSP-HOURS * 60 + Y2K-BHRSP-MINUTES
    IF ElapsedMinutes > SlaBusinessHours * 60
       AND TQ-Status NOT = "C"
       MOVE "*" TO RLL-SlaFlag
    END-IF.

*> The run parameters in force on the run date - for each name the
*> PARMLIB.DAT row with the latest effective date not after it.  No
*> library yet means every built-in default stands.
LoadRunParameters.
    MOVE ZERO TO RunParameterCount
    OPEN INPUT RunParameterFile
    IF NOT RunParameterFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfRunParametersSwitch
    PERFORM UNTIL EndOfRunParameters
       READ RunParameterFile
          AT END SET EndOfRunParameters TO TRUE
          NOT AT END
             IF PL-ParmName NOT = SPACES
                AND PL-EffectiveDate IS NUMERIC
                AND PL-EffectiveDate NOT > RunParameterDate
                PERFORM KeepRunParameter
             END-IF
       END-READ
    END-PERFORM
    CLOSE RunParameterFile.

KeepRunParameter.
    MOVE PL-ParmName TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       IF PL-EffectiveDate NOT < ParmFoundEffective
          MOVE PL-EffectiveDate TO RP-EffectiveDate (ParmFoundIndex)
          MOVE PL-ParmValue TO RP-ParmValue (ParmFoundIndex)
       END-IF
    ELSE
       IF RunParameterCount < 200
          ADD 1 TO RunParameterCount
          MOVE PL-ParmName TO RP-ParmName (RunParameterCount)
          MOVE PL-EffectiveDate TO RP-EffectiveDate (RunParameterCount)
          MOVE PL-ParmValue TO RP-ParmValue (RunParameterCount)
       END-IF
    END-IF.

*> Looks ParmLookupName up among the parameters in force.  Found, the
*> row's value and effective date are in ParmFoundValue and
*> ParmFoundEffective.
FindRunParameter.
    MOVE "N" TO ParmFoundSwitch
    MOVE ZERO TO ParmFoundIndex ParmFoundEffective
    MOVE SPACES TO ParmFoundValue
    PERFORM VARYING RunParameterIndex FROM 1 BY 1
       UNTIL RunParameterIndex > RunParameterCount OR ParmFound
       IF RP-ParmName (RunParameterIndex) = ParmLookupName
          SET ParmFound TO TRUE
          MOVE RunParameterIndex TO ParmFoundIndex
          MOVE RP-ParmValue (RunParameterIndex) TO ParmFoundValue
          MOVE RP-EffectiveDate (RunParameterIndex) TO ParmFoundEffective
       END-IF
    END-PERFORM.
