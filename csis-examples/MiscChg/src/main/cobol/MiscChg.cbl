IDENTIFICATION DIVISION.
PROGRAM-ID.  MiscChg.
AUTHOR.  Michael Coughlan.
*> Miscellaneous charge entry - library fines, lab breakage, parking
*> permits, ID card replacement and every other non-tuition fee that
*> used to be kept on paper.  BILLING.DAT holds one open item per
*> student per term, the tuition, so these charges are raised as
*> open items of their own on MISCCHG.DAT, indexed on StudentId +
*> TermCode + a charge number, as many per term as are needed:
*>
*>    StudentId, TermCode, charge number (001 up within the term),
*>    charge code, charge date, GL revenue account, reference,
*>    original amount, amount paid, balance due
*>
*> The charge code must be on CHGCODES.DAT (ChgMaint); its revenue
*> account is copied onto the charge and its default amount is
*> offered when none is keyed.  The student must be on STUDENTS.DAT,
*> and a blank TermCode takes the student's current term.  The
*> charge date defaults to today.  Transactions:
*>
*>    A)dd    - raise a charge
*>    L)ist   - one student's charges, with what is still owed
*>    Q)uit
*>
*> Every charge raised in the session is listed on MISCCHG.RPT.
*> The charges then flow through the same programs tuition does:
*> PayApply pays them, oldest first within the term, AgeRept ages
*> them, Statement prints them, CreditMemo and WriteOff reduce them,
*> and GLPost posts each to its revenue account.  The session holds
*> BILLING.LOCK, the single-writer guard over the open items.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT ChargeCodeFile ASSIGN TO "CHGCODES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ChargeCodeFileStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT ReportFile ASSIGN TO "MISCCHG.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MiscChargeFile.
01 MiscChargeRecord.
   02  MC-ChargeKey.
       03  MC-StudentId     PIC 9(7).
       03  MC-TermCode      PIC X(6).
       03  MC-ChargeNbr     PIC 9(3).
   02  MC-ChargeCode        PIC X(4).
   02  MC-ChargeDate        PIC 9(8).
   02  MC-RevenueAccount    PIC 9(4).
   02  MC-Reference         PIC X(20).
   02  MC-OriginalAmount    PIC 9(5)V99.
   02  MC-AmountPaid        PIC 9(5)V99.
   02  MC-BalanceDue        PIC 9(5)V99.

FD ChargeCodeFile.
01 ChargeCodeRecord.
   02  CC-ChargeCode   PIC X(4).
   02  FILLER          PIC X.
   02  CC-Description  PIC X(24).
   02  FILLER          PIC X.
   02  CC-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  CC-DefaultAmount PIC 9(5)V99.

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

FD LockFile.
01 LockRecord           PIC X(40).

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  MiscChargeStatus         PIC XX.
    88  MiscChargeOk         VALUE "00".
01  ChargeCodeFileStatus     PIC XX.
    88  ChargeCodeFileOk     VALUE "00".
01  StudentFileStatus        PIC XX.
    88  StudentFileOk        VALUE "00".
01  LockFileStatus           PIC XX.
    88  LockFileOk           VALUE "00".
01  LockFileName             PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch       PIC X VALUE "N".
    88  LockAcquired         VALUE "Y".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".
01  RunDate                  PIC 9(8).

01  ChargeTransactionCode    PIC X.
    88  AddChargeTrans       VALUE "A" "a".
    88  ListChargesTrans     VALUE "L" "l".
    88  QuitChargeTrans      VALUE "Q" "q".

01  EntryStudentId           PIC X(7).
01  EntryTermCode            PIC X(6).
01  EntryChargeCode          PIC X(4).
01  EntryAmount              PIC X(10).
01  EntryChargeAmount        PIC 9(5)V99.
01  EntryChargeDate          PIC X(8).
01  EntryReference           PIC X(20).
01  NextChargeNbr            PIC 9(3).
01  ListedCount              PIC 9(4).
01  ListedBalance            PIC 9(7)V99.

01  ChargeCodeCount          PIC 9(3) VALUE ZERO.
01  ChargeCodeIndex          PIC 9(3).
01  FoundChargeCodeIndex     PIC 9(3).
01  ChargeCodeFoundSwitch    PIC X.
    88  ChargeCodeFound      VALUE "Y".
01  ChargeCodeTable.
    02  ChargeCodeEntry      OCCURS 200 TIMES.
        03  CT-ChargeCode    PIC X(4).
        03  CT-Description   PIC X(24).
        03  CT-GLAccount     PIC 9(4).
        03  CT-DefaultAmount PIC 9(5)V99.

01  RaisedCount              PIC 9(5) VALUE ZERO.
01  RaisedTotal              PIC 9(7)V99 VALUE ZERO.

01  ChargeListLine.
    02  CLL-TermCode         PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-ChargeNbr        PIC 9(3).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-ChargeCode       PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-ChargeDate       PIC 9(8).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-Original         PIC ZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-Paid             PIC ZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-Balance          PIC ZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-Reference        PIC X(20).

01  RegisterHeadingLine      PIC X(90) VALUE
    "STUDENT  TERM   NBR CODE CHARGED   ACCT    AMOUNT REFERENCE".

01  RegisterDetailLine.
    02  RDL-StudentId        PIC 9(7).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  RDL-TermCode         PIC X(6).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-ChargeNbr        PIC 9(3).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-ChargeCode       PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-ChargeDate       PIC 9(8).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  RDL-RevenueAccount   PIC 9(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-Amount           PIC ZZZZ9.99.
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  RDL-Reference        PIC X(20).
    02  FILLER               PIC X(21) VALUE SPACES.

01  RegisterSummaryLine.
    02  FILLER               PIC X(16) VALUE "Charges raised: ".
    02  RSL-RaisedCount      PIC ZZZZ9.
    02  FILLER               PIC X(8)  VALUE "  total:".
    02  RSL-RaisedTotal      PIC ZZZZZZ9.99.
    02  FILLER               PIC X(51) VALUE SPACES.

01  BlankLine                PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM LoadChargeCodeFile
    IF ChargeCodeCount = ZERO
       DISPLAY "No charge codes on CHGCODES.DAT - run ChgMaint first."
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - charges cannot be checked."
       STOP RUN
    END-IF
    PERFORM AcquireLock
    IF NOT LockAcquired
       CLOSE StudentFile
       STOP RUN
    END-IF
    OPEN I-O MiscChargeFile
    IF NOT MiscChargeOk
       OPEN OUTPUT MiscChargeFile
       CLOSE MiscChargeFile
       OPEN I-O MiscChargeFile
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM GetChargeTransactionCode
    PERFORM UNTIL QuitChargeTrans
       EVALUATE TRUE
          WHEN AddChargeTrans
             PERFORM AddCharge
          WHEN ListChargesTrans
             PERFORM ListCharges
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, L or Q."
       END-EVALUATE
       PERFORM GetChargeTransactionCode
    END-PERFORM
    MOVE RaisedCount TO RSL-RaisedCount
    MOVE RaisedTotal TO RSL-RaisedTotal
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    CLOSE ReportFile
    CLOSE MiscChargeFile
    CLOSE StudentFile
    PERFORM ReleaseLock
    STOP RUN.

GetChargeTransactionCode.
    DISPLAY "Enter transaction - A)dd a charge, L)ist, Q)uit".
    ACCEPT ChargeTransactionCode.

*> The single-writer guard on the open items, shared with
*> TuitionBill, PayApply and the other updaters.
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
       MOVE "LOCKED BY MISCCHG" TO LockRecord (1:26)
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

LoadChargeCodeFile.
    MOVE ZERO TO ChargeCodeCount
    OPEN INPUT ChargeCodeFile
    IF NOT ChargeCodeFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneChargeCodeRecord
    PERFORM UNTIL EndOfFile
       IF CC-ChargeCode NOT = SPACES AND ChargeCodeCount < 200
          ADD 1 TO ChargeCodeCount
          MOVE CC-ChargeCode TO CT-ChargeCode (ChargeCodeCount)
          MOVE CC-Description TO CT-Description (ChargeCodeCount)
          MOVE CC-GLAccount TO CT-GLAccount (ChargeCodeCount)
          MOVE CC-DefaultAmount TO CT-DefaultAmount (ChargeCodeCount)
       END-IF
       PERFORM ReadOneChargeCodeRecord
    END-PERFORM
    CLOSE ChargeCodeFile.

ReadOneChargeCodeRecord.
    READ ChargeCodeFile
       AT END SET EndOfFile TO TRUE
    END-READ.

FindChargeCodeEntry.
    MOVE "N" TO ChargeCodeFoundSwitch
    MOVE ZERO TO FoundChargeCodeIndex
    PERFORM VARYING ChargeCodeIndex FROM 1 BY 1
       UNTIL ChargeCodeIndex > ChargeCodeCount OR ChargeCodeFound
       IF CT-ChargeCode (ChargeCodeIndex) = EntryChargeCode
          SET ChargeCodeFound TO TRUE
          MOVE ChargeCodeIndex TO FoundChargeCodeIndex
       END-IF
    END-PERFORM.

GetEntryStudent.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    DISPLAY "Enter TermCode (blank for the student's current term)"
    MOVE SPACES TO EntryTermCode
    ACCEPT EntryTermCode
    INSPECT EntryTermCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

GetEntryChargeCode.
    DISPLAY "Enter charge code (4 characters)"
    MOVE SPACES TO EntryChargeCode
    ACCEPT EntryChargeCode
    INSPECT EntryChargeCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> The amount as keyed, e.g. 35.00; blank takes the charge code's
*> default.
GetEntryAmount.
    DISPLAY "Enter amount (blank for the default of "
       CT-DefaultAmount (FoundChargeCodeIndex) ")"
    MOVE SPACES TO EntryAmount
    ACCEPT EntryAmount
    IF EntryAmount = SPACES
       MOVE CT-DefaultAmount (FoundChargeCodeIndex)
         TO EntryChargeAmount
    ELSE
       COMPUTE EntryChargeAmount = FUNCTION NUMVAL (EntryAmount)
    END-IF.

GetEntryChargeDate.
    DISPLAY "Enter charge date YYYYMMDD (blank for today)"
    MOVE SPACES TO EntryChargeDate
    ACCEPT EntryChargeDate
    IF EntryChargeDate = SPACES
       MOVE RunDate TO EntryChargeDate
    END-IF.

GetEntryReference.
    DISPLAY "Enter reference (book, permit or receipt number)"
    MOVE SPACES TO EntryReference
    ACCEPT EntryReference.

AddCharge.
    PERFORM GetEntryStudent
    IF EntryStudentId NOT NUMERIC OR EntryStudentId = ZEROS
       DISPLAY "StudentId must be 7 digits - add cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " EntryStudentId " is not on STUDENTS.DAT"
             " - add cancelled."
          EXIT PARAGRAPH
    END-READ
    DISPLAY "Student: " Surname " " GivenName
    IF EntryTermCode = SPACES
       MOVE TermCode TO EntryTermCode
    END-IF
    IF EntryTermCode = SPACES
       DISPLAY "Student has no current term - key a TermCode."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryChargeCode
    PERFORM FindChargeCodeEntry
    IF NOT ChargeCodeFound
       DISPLAY "Charge code " EntryChargeCode " is not on CHGCODES.DAT"
          " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Charge: " CT-Description (FoundChargeCodeIndex)
    PERFORM GetEntryAmount
    IF EntryChargeAmount = ZERO
       DISPLAY "A charge needs an amount - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryChargeDate
    IF EntryChargeDate NOT NUMERIC
       OR EntryChargeDate > RunDate
       DISPLAY "Charge date must be YYYYMMDD and not in the future"
          " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryReference
    PERFORM FindNextChargeNbr
    IF NextChargeNbr = ZERO
       DISPLAY "Student already has 999 charges for " EntryTermCode
          " - add cancelled."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MiscChargeRecord
    MOVE StudentId TO MC-StudentId
    MOVE EntryTermCode TO MC-TermCode
    MOVE NextChargeNbr TO MC-ChargeNbr
    MOVE EntryChargeCode TO MC-ChargeCode
    MOVE EntryChargeDate TO MC-ChargeDate
    MOVE CT-GLAccount (FoundChargeCodeIndex) TO MC-RevenueAccount
    MOVE EntryReference TO MC-Reference
    MOVE EntryChargeAmount TO MC-OriginalAmount
    MOVE ZERO TO MC-AmountPaid
    MOVE EntryChargeAmount TO MC-BalanceDue
    WRITE MiscChargeRecord
       INVALID KEY
          DISPLAY "Error " MiscChargeStatus " writing MISCCHG.DAT"
             " - charge not raised."
          EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO RaisedCount
    ADD EntryChargeAmount TO RaisedTotal
    MOVE MC-StudentId TO RDL-StudentId
    MOVE MC-TermCode TO RDL-TermCode
    MOVE MC-ChargeNbr TO RDL-ChargeNbr
    MOVE MC-ChargeCode TO RDL-ChargeCode
    MOVE MC-ChargeDate TO RDL-ChargeDate
    MOVE MC-RevenueAccount TO RDL-RevenueAccount
    MOVE MC-OriginalAmount TO RDL-Amount
    MOVE MC-Reference TO RDL-Reference
    WRITE ReportLine FROM RegisterDetailLine
    DISPLAY "Charge " MC-TermCode "/" MC-ChargeNbr " raised for "
       MC-StudentId ".".

*> One past the highest charge number the student already has for
*> the term; zero when the term is full.
FindNextChargeNbr.
    MOVE 1 TO NextChargeNbr
    MOVE StudentId TO MC-StudentId
    MOVE EntryTermCode TO MC-TermCode
    MOVE ZERO TO MC-ChargeNbr
    MOVE "N" TO EndOfFileSwitch
    START MiscChargeFile KEY IS NOT LESS THAN MC-ChargeKey
       INVALID KEY
          EXIT PARAGRAPH
    END-START
    PERFORM UNTIL EndOfFile
       READ MiscChargeFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF MC-StudentId NOT = StudentId
                OR MC-TermCode NOT = EntryTermCode
                SET EndOfFile TO TRUE
             ELSE
                IF MC-ChargeNbr = 999
                   MOVE ZERO TO NextChargeNbr
                ELSE
                   COMPUTE NextChargeNbr = MC-ChargeNbr + 1
                END-IF
             END-IF
       END-READ
    END-PERFORM.

ListCharges.
    DISPLAY "Enter StudentId (7 digits)"
    MOVE SPACES TO EntryStudentId
    ACCEPT EntryStudentId
    IF EntryStudentId NOT NUMERIC
       DISPLAY "StudentId must be 7 digits."
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO ListedCount ListedBalance
    MOVE EntryStudentId TO MC-StudentId
    MOVE LOW-VALUES TO MC-TermCode
    MOVE ZERO TO MC-ChargeNbr
    MOVE "N" TO EndOfFileSwitch
    START MiscChargeFile KEY IS NOT LESS THAN MC-ChargeKey
       INVALID KEY
          SET EndOfFile TO TRUE
    END-START
    PERFORM UNTIL EndOfFile
       READ MiscChargeFile NEXT RECORD
          AT END SET EndOfFile TO TRUE
          NOT AT END
             IF MC-StudentId NOT = EntryStudentId
                SET EndOfFile TO TRUE
             ELSE
                PERFORM ListOneCharge
             END-IF
       END-READ
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No charges on file for " EntryStudentId "."
    ELSE
       DISPLAY ListedCount " charge(s), still owing " ListedBalance
    END-IF.

ListOneCharge.
    MOVE MC-TermCode TO CLL-TermCode
    MOVE MC-ChargeNbr TO CLL-ChargeNbr
    MOVE MC-ChargeCode TO CLL-ChargeCode
    MOVE MC-ChargeDate TO CLL-ChargeDate
    MOVE MC-OriginalAmount TO CLL-Original
    MOVE MC-AmountPaid TO CLL-Paid
    MOVE MC-BalanceDue TO CLL-Balance
    MOVE MC-Reference TO CLL-Reference
    DISPLAY ChargeListLine
    ADD 1 TO ListedCount
    ADD MC-BalanceDue TO ListedBalance.
