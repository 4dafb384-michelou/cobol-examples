IDENTIFICATION DIVISION.
PROGRAM-ID.  AidDisb.
AUTHOR.  Michael Coughlan.
*> Financial aid disbursement run for awards accepted after the
*> term was billed.  TuitionBill disburses a student's Accepted
*> awards onto the item it raises, before the invoice is printed;
*> an award AidMaint records as Accepted once that item already
*> exists is picked up here instead.  Each one is applied to the
*> student's open item for the award's term on BILLING.DAT, up to
*> the balance the item carries (the balance is reduced, as a
*> credit memo reduces it), logged on AIDDISB.DAT exactly as
*> TuitionBill logs it, and marked Disbursed on AWARDS.DAT.  The
*> student's next Statement shows it under FINANCIAL AID APPLIED
*> and GLPost moves it from receivables to the fund's GL account.
*>
*> Arguments:
*>    TERM=tttttt   disburse only awards for this term.
*>
*> An award whose term has no item yet is left Accepted for the
*> billing run, and one against an item with nothing left to pay
*> is left Accepted too (a refund is CreditMemo's business, not
*> this run's).  Every award looked at goes on the register
*> AIDDISB.RPT with what became of it.  The run holds BILLING.LOCK
*> like every other updater of BILLING.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT LockFile ASSIGN TO "BILLING.LOCK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LockFileStatus.
    SELECT FundFile ASSIGN TO "FUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FundFileStatus.
    SELECT AwardFile ASSIGN TO "AWARDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AwardFileStatus.
    SELECT AidDisbursementFile ASSIGN TO "AIDDISB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AidDisbursementStatus.
    SELECT ReportFile ASSIGN TO "AIDDISB.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD FundFile.
01 FundRecord.
   02  FN-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  FN-FundName     PIC X(24).
   02  FILLER          PIC X.
   02  FN-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  FN-Available    PIC 9(7)V99.

FD AwardFile.
01 AwardRecord.
   02  AW-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  AW-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  AW-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  AW-Amount       PIC 9(5)V99.
   02  FILLER          PIC X.
   02  AW-Status       PIC X.
   02  FILLER          PIC X.
   02  AW-DisbursedDate PIC 9(8).
   02  FILLER          PIC X.
   02  AW-DisbursedAmount PIC 9(5)V99.

*> One row per award disbursed onto an open item.
FD AidDisbursementFile.
01 AidDisbursementRecord.
   02  DB-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  DB-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  DB-FundCode     PIC X(4).
   02  FILLER          PIC X.
   02  DB-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  DB-DisbDate     PIC 9(8).
   02  FILLER          PIC X.
   02  DB-Amount       PIC 9(5)V99.

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".
01  LockFileStatus          PIC XX.
    88  LockFileOk          VALUE "00".
01  LockFileName            PIC X(20) VALUE "BILLING.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    88  LockAcquired        VALUE "Y".
01  FundFileStatus          PIC XX.
    88  FundFileOk          VALUE "00".
01  AwardFileStatus         PIC XX.
    88  AwardFileOk         VALUE "00".
01  AidDisbursementStatus   PIC XX.
    88  AidDisbursementOk   VALUE "00".
01  EndOfAidSwitch          PIC X.
    88  EndOfAid            VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  DisbTermCode            PIC X(6) VALUE SPACES.
01  RunDate                 PIC 9(8).

01  FundCount               PIC 9(3) VALUE ZERO.
01  FundIndex               PIC 9(3).
01  FoundFundIndex          PIC 9(3).
01  FundTable.
    02  FundEntry           OCCURS 200 TIMES.
        03  FT-FundCode     PIC X(4).
        03  FT-GLAccount    PIC 9(4).
01  AwardCount              PIC 9(4) VALUE ZERO.
01  AwardIndex              PIC 9(4).
01  AwardTable.
    02  AwardEntry          OCCURS 3000 TIMES.
        03  AT-StudentId    PIC 9(7).
        03  AT-TermCode     PIC X(6).
        03  AT-FundCode     PIC X(4).
        03  AT-Amount       PIC 9(5)V99.
        03  AT-Status       PIC X.
            88  AT-Accepted VALUE "A".
            88  AT-Disbursed VALUE "D".
        03  AT-DisbursedDate PIC 9(8).
        03  AT-DisbursedAmount PIC 9(5)V99.

01  AidAmount               PIC 9(5)V99.
01  DisbursedCount          PIC 9(6) VALUE ZERO.
01  HeldCount               PIC 9(6) VALUE ZERO.
01  TotalDisbursed          PIC 9(9)V99 VALUE ZERO.

01  BlankLine               PIC X(80) VALUE SPACES.

01  RegisterHeadingLine     PIC X(80) VALUE
    "STUDENT  TERM    FUND  AWARDED    DISBURSED  NOTE".

01  RegisterDetailLine.
    02  RDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-TermCode        PIC X(6).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-FundCode        PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Awarded         PIC ZZZZ9.99.
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  RDL-Disbursed       PIC ZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RDL-Note            PIC X(36).

01  RegisterSummaryLine.
    02  FILLER              PIC X(18) VALUE "Awards disbursed: ".
    02  RSL-DisbursedCount  PIC ZZZZZ9.
    02  FILLER              PIC X(8)  VALUE "  held: ".
    02  RSL-HeldCount       PIC ZZZZZ9.
    02  FILLER              PIC X(9)  VALUE "  total: ".
    02  RSL-TotalDisbursed  PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
       STOP RUN
    END-IF
    PERFORM LoadAidAwards
    IF AwardCount = ZERO
       DISPLAY "No awards on AWARDS.DAT - nothing to disburse."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN I-O BillingFile
    IF NOT BillingFileOk
       DISPLAY "BILLING.DAT not found - run TuitionBill first."
       PERFORM ReleaseLock
       STOP RUN
    END-IF
    OPEN EXTEND AidDisbursementFile
    IF NOT AidDisbursementOk
       OPEN OUTPUT AidDisbursementFile
       CLOSE AidDisbursementFile
       OPEN EXTEND AidDisbursementFile
    END-IF
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM RegisterHeadingLine
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       IF AT-Accepted (AwardIndex)
          AND (DisbTermCode = SPACES
               OR AT-TermCode (AwardIndex) = DisbTermCode)
          PERFORM DisburseOneAward
       END-IF
    END-PERFORM
    CLOSE AidDisbursementFile
    PERFORM SaveAwardFile
    MOVE DisbursedCount TO RSL-DisbursedCount
    MOVE HeldCount TO RSL-HeldCount
    MOVE TotalDisbursed TO RSL-TotalDisbursed
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM RegisterSummaryLine
    DISPLAY RegisterSummaryLine
    CLOSE ReportFile
    CLOSE BillingFile
    PERFORM ReleaseLock
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
          WHEN "TERM"
             MOVE ArgumentValue (1:6) TO DisbTermCode
             INSPECT DisbTermCode
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The single-writer guard on BILLING.DAT, shared with TuitionBill,
*> PayApply and CreditMemo so no two updaters ever touch the file at
*> once.
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
       MOVE "LOCKED BY AIDDISB" TO LockRecord (1:26)
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

*> Loads the funds (for their GL accounts), then the awards, then
*> marks Disbursed every award already logged on AIDDISB.DAT, the
*> same way TuitionBill does, so nothing is ever paid out twice.
LoadAidAwards.
    MOVE ZERO TO FundCount AwardCount
    OPEN INPUT FundFile
    IF NOT FundFileOk
       DISPLAY "FUNDS.DAT not found - run FundMaint first."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfAidSwitch
    PERFORM UNTIL EndOfAid
       READ FundFile
          AT END SET EndOfAid TO TRUE
          NOT AT END
             IF FN-FundCode NOT = SPACES AND FundCount < 200
                ADD 1 TO FundCount
                MOVE FN-FundCode TO FT-FundCode (FundCount)
                MOVE FN-GLAccount TO FT-GLAccount (FundCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FundFile
    OPEN INPUT AwardFile
    IF NOT AwardFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfAidSwitch
    PERFORM UNTIL EndOfAid
       READ AwardFile
          AT END SET EndOfAid TO TRUE
          NOT AT END
             IF AW-StudentId NUMERIC AND AwardCount < 3000
                ADD 1 TO AwardCount
                MOVE AW-StudentId TO AT-StudentId (AwardCount)
                MOVE AW-TermCode TO AT-TermCode (AwardCount)
                MOVE AW-FundCode TO AT-FundCode (AwardCount)
                MOVE AW-Amount TO AT-Amount (AwardCount)
                MOVE AW-Status TO AT-Status (AwardCount)
                MOVE AW-DisbursedDate TO AT-DisbursedDate (AwardCount)
                MOVE AW-DisbursedAmount
                  TO AT-DisbursedAmount (AwardCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE AwardFile
    OPEN INPUT AidDisbursementFile
    IF NOT AidDisbursementOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfAidSwitch
    PERFORM UNTIL EndOfAid
       READ AidDisbursementFile
          AT END SET EndOfAid TO TRUE
          NOT AT END
             PERFORM FlagAwardDisbursed
       END-READ
    END-PERFORM
    CLOSE AidDisbursementFile.

FlagAwardDisbursed.
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       IF AT-StudentId (AwardIndex) = DB-StudentId
          AND AT-TermCode (AwardIndex) = DB-TermCode
          AND AT-FundCode (AwardIndex) = DB-FundCode
          SET AT-Disbursed (AwardIndex) TO TRUE
          MOVE DB-DisbDate TO AT-DisbursedDate (AwardIndex)
          MOVE DB-Amount TO AT-DisbursedAmount (AwardIndex)
       END-IF
    END-PERFORM.

SaveAwardFile.
    OPEN OUTPUT AwardFile
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount
       MOVE SPACES TO AwardRecord
       MOVE AT-StudentId (AwardIndex) TO AW-StudentId
       MOVE AT-TermCode (AwardIndex) TO AW-TermCode
       MOVE AT-FundCode (AwardIndex) TO AW-FundCode
       MOVE AT-Amount (AwardIndex) TO AW-Amount
       MOVE AT-Status (AwardIndex) TO AW-Status
       MOVE AT-DisbursedDate (AwardIndex) TO AW-DisbursedDate
       MOVE AT-DisbursedAmount (AwardIndex) TO AW-DisbursedAmount
       WRITE AwardRecord
    END-PERFORM
    CLOSE AwardFile.

DisburseOneAward.
    MOVE AT-StudentId (AwardIndex) TO RDL-StudentId
    MOVE AT-TermCode (AwardIndex) TO RDL-TermCode
    MOVE AT-FundCode (AwardIndex) TO RDL-FundCode
    MOVE AT-Amount (AwardIndex) TO RDL-Awarded
    MOVE ZERO TO RDL-Disbursed
    MOVE SPACES TO RDL-Note
    MOVE ZERO TO FoundFundIndex
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount OR FoundFundIndex > ZERO
       IF FT-FundCode (FundIndex) = AT-FundCode (AwardIndex)
          MOVE FundIndex TO FoundFundIndex
       END-IF
    END-PERFORM
    IF FoundFundIndex = ZERO
       MOVE "fund not on FUNDS.DAT" TO RDL-Note
       PERFORM HoldAward
       EXIT PARAGRAPH
    END-IF
    MOVE AT-StudentId (AwardIndex) TO BL-StudentId
    MOVE AT-TermCode (AwardIndex) TO BL-TermCode
    READ BillingFile
       INVALID KEY
          MOVE "term not billed yet" TO RDL-Note
          PERFORM HoldAward
          EXIT PARAGRAPH
    END-READ
    IF BL-BalanceDue = ZERO
       MOVE "no balance left on the item" TO RDL-Note
       PERFORM HoldAward
       EXIT PARAGRAPH
    END-IF
    IF AT-Amount (AwardIndex) > BL-BalanceDue
       MOVE BL-BalanceDue TO AidAmount
       MOVE "capped at the balance due" TO RDL-Note
    ELSE
       MOVE AT-Amount (AwardIndex) TO AidAmount
    END-IF
    SUBTRACT AidAmount FROM BL-BalanceDue
    REWRITE BillingRecord
    IF NOT BillingFileOk
       STRING "error " BillingFileStatus " rewriting item"
          DELIMITED BY SIZE INTO RDL-Note
       PERFORM HoldAward
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO AidDisbursementRecord
    MOVE AT-StudentId (AwardIndex) TO DB-StudentId
    MOVE AT-TermCode (AwardIndex) TO DB-TermCode
    MOVE AT-FundCode (AwardIndex) TO DB-FundCode
    MOVE FT-GLAccount (FoundFundIndex) TO DB-GLAccount
    MOVE RunDate TO DB-DisbDate
    MOVE AidAmount TO DB-Amount
    WRITE AidDisbursementRecord
    SET AT-Disbursed (AwardIndex) TO TRUE
    MOVE RunDate TO AT-DisbursedDate (AwardIndex)
    MOVE AidAmount TO AT-DisbursedAmount (AwardIndex)
    MOVE AidAmount TO RDL-Disbursed
    WRITE ReportLine FROM RegisterDetailLine
    ADD 1 TO DisbursedCount
    ADD AidAmount TO TotalDisbursed.

HoldAward.
    WRITE ReportLine FROM RegisterDetailLine
    ADD 1 TO HeldCount.
