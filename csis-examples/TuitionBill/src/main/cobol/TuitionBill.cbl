*>                  (MN/NO), so each campus office can run its own
*>                  billing cycle.
*> A student/term already on BILLING.DAT is not billed twice.
*> Each of the three can instead be kept in the run-parameter library
*> (see ParmMaint) as TUITIONBILL.TERM, TUITIONBILL.RATE and
*> TUITIONBILL.CAMPUS; the row in force on the run date replaces the
*> built-in default, and an argument still overrides the library for
*> one run.  The values used, and where each came from, are printed
*> as PARAMETERS USED after the billing summary on INVOICES.RPT.
*>
*> This run now carries the same protections SeqWrite's batch load
*> enjoys.  A BILLING.LOCK marker makes it a single writer - a
*> the rate that was in force.  A course with no history row still
*> prices from the catalog's CF-TermFee, and the invoice line shows
*> which effective term (or CATLOG) supplied the rate.
*>
*> Residence hall housing is billed through the same run.  A
*> student with a room on HOUSING.DAT (HousMaint) for the term
*> being billed is charged that room's per-term rate from HALLS.DAT
*> on the same open item as tuition, and the charge prints as its
*> own HSNG line on INVOICES.RPT.  Every housing charge raised is
*> logged on HOUSCHG.DAT (student, term, hall, room, date, amount):
*> that log is what stops a room being charged twice, and it is
*> how GLPost splits housing out of the item to the housing revenue
*> account.  A room assigned after the term's item was raised is
*> added to the existing item on the next run rather than being
*> skipped as already billed.
*>
*> Financial aid is applied before the invoice goes out.  When a
*> student's item for the term is raised, every award AidMaint holds
*> for them for that term with status Accepted is disbursed against
*> it, up to the balance the item carries: the balance is reduced
*> (as a credit memo reduces it), an AID line naming the fund prints
*> on INVOICES.RPT, the disbursement is logged on AIDDISB.DAT
*> (student, term, fund, the fund's GL account, date, amount) for
*> GLPost and Statement, and the award is marked Disbursed on
*> AWARDS.DAT.  AIDDISB.DAT is read back at the start of every run,
*> so a restarted run never disburses the same award twice.  Awards
*> accepted after the term was billed are left to AidDisb.
*>
*> Students whose term is paid for by an employer or agency are
*> split at billing.  SponLink holds the sponsorships (SPONSHIP.DAT
*> - student, term, sponsor, percentage, cap) and SponMaint the
*> sponsors (SPONSORS.DAT).  The sponsor takes its percentage of the
*> term's tuition, no more than the cap; housing always stays with
*> the student.  The sponsor's share is raised as its own item on
*> SPONAR.DAT (indexed, keyed sponsor + StudentId + TermCode) and
*> prints as a SPON credit line under the tuition line, and the
*> student's item carries only the rest.  At the end of the run
*> every sponsor with items raised today gets one consolidated
*> invoice on SPONINV.RPT listing each sponsored student, with the
*> sponsor's earlier unpaid balance brought forward.  The invoice
*> is built from SPONAR.DAT itself, so a restarted run still lists
*> the students billed before the abend.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
    SELECT RunHistoryFile ASSIGN TO "RUNHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunHistoryStatus.
    SELECT HallFile ASSIGN TO "HALLS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HallFileStatus.
    SELECT HousingFile ASSIGN TO "HOUSING.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HousingFileStatus.
    SELECT HousingChargeFile ASSIGN TO "HOUSCHG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HousingChargeStatus.
    SELECT FundFile ASSIGN TO "FUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FundFileStatus.
    SELECT AwardFile ASSIGN TO "AWARDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AwardFileStatus.
    SELECT AidDisbursementFile ASSIGN TO "AIDDISB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AidDisbursementStatus.
    SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorFileStatus.
    SELECT SponshipFile ASSIGN TO "SPONSHIP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponshipFileStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS SponsorARStatus.
    SELECT SponsorInvoiceFile ASSIGN TO "SPONINV.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SponsorInvoiceStatus.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  FILLER          PIC X.
   02  RH-Status       PIC X(8).

FD HallFile.
01 HallRecord.
   02  HR-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HR-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HR-BedCount     PIC 9(2).
   02  FILLER          PIC X.
   02  HR-TermRate     PIC 9(5)V99.

FD HousingFile.
01 HousingRecord.
   02  HA-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HA-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  HA-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HA-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HA-DateAssigned PIC 9(8).

*> One row per housing charge raised onto an open item.
FD HousingChargeFile.
01 HousingChargeRecord.
   02  HC-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  HC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  HC-HallCode     PIC X(4).
   02  FILLER          PIC X.
   02  HC-RoomNbr      PIC X(5).
   02  FILLER          PIC X.
   02  HC-ChargeDate   PIC 9(8).
   02  FILLER          PIC X.
   02  HC-Amount       PIC 9(5)V99.

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

FD SponsorFile.
01 SponsorRecord.
   02  SP-SponsorCode  PIC X(4).
   02  FILLER          PIC X.
   02  SP-SponsorName  PIC X(30).
   02  FILLER          PIC X.
   02  SP-AddressLine  PIC X(30).
   02  FILLER          PIC X.
   02  SP-City         PIC X(20).
   02  FILLER          PIC X.
   02  SP-PostalCode   PIC X(10).
   02  FILLER          PIC X.
   02  SP-Contact      PIC X(20).

FD SponshipFile.
01 SponshipRecord.
   02  SS-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SS-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SS-SponsorCode  PIC X(4).
   02  FILLER          PIC X.
   02  SS-Percent      PIC 9(3)V99.
   02  FILLER          PIC X.
   02  SS-CapAmount    PIC 9(5)V99.

*> The sponsor receivable: one item per sponsored student per term,
*> keyed by sponsor first so each sponsor's items read together.
FD SponsorARFile.
01 SponsorARRecord.
   02  SR-SponsorKey.
       03  SR-SponsorCode   PIC X(4).
       03  SR-StudentId     PIC 9(7).
       03  SR-TermCode      PIC X(6).
   02  SR-InvoiceDate       PIC 9(8).
   02  SR-OriginalAmount    PIC 9(5)V99.
   02  SR-AmountPaid        PIC 9(5)V99.
   02  SR-BalanceDue        PIC 9(5)V99.

FD SponsorInvoiceFile.
01 SponsorInvoiceLine   PIC X(90).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  CourseFileStatus        PIC XX.
01  RunHistoryWriteCount    PIC 9(7).
01  RunHistoryRunStatus     PIC X(8).

01  HallFileStatus          PIC XX.
    88  HallFileOk          VALUE "00".
01  HousingFileStatus       PIC XX.
    88  HousingFileOk       VALUE "00".
01  HousingChargeStatus     PIC XX.
    88  HousingChargeOk     VALUE "00".
01  EndOfHousingSwitch      PIC X.
    88  EndOfHousing        VALUE "Y".
01  HallRoomCount           PIC 9(3) VALUE ZERO.
01  HallRoomIndex           PIC 9(3).
01  HallRoomTable.
    02  HallRoomEntry       OCCURS 500 TIMES.
        03  HT-HallCode     PIC X(4).
        03  HT-RoomNbr      PIC X(5).
        03  HT-TermRate     PIC 9(5)V99.
01  HousingCount            PIC 9(4) VALUE ZERO.
01  HousingIndex            PIC 9(4).
01  FoundHousingIndex       PIC 9(4).
01  HousingTable.
    02  HousingEntry        OCCURS 3000 TIMES.
        03  HST-StudentId   PIC 9(7).
        03  HST-TermCode    PIC X(6).
        03  HST-HallCode    PIC X(4).
        03  HST-RoomNbr     PIC X(5).
        03  HST-TermRate    PIC 9(5)V99.
        03  HST-ChargedSwitch PIC X.
            88  HST-Charged VALUE "Y".
01  HousingAmount           PIC 9(5)V99.
01  ItemAmount              PIC 9(5)V99.
01  HousingChargeCount      PIC 9(6) VALUE ZERO.
01  HousingAddedCount       PIC 9(6) VALUE ZERO.
01  TotalHousing            PIC 9(9)V99 VALUE ZERO.

01  FundFileStatus          PIC XX.
    88  FundFileOk          VALUE "00".
01  AwardFileStatus         PIC XX.
    88  AwardFileOk         VALUE "00".
01  AidDisbursementStatus   PIC XX.
    88  AidDisbursementOk   VALUE "00".
01  EndOfAidSwitch          PIC X.
    88  EndOfAid            VALUE "Y".
01  AwardsLoadedSwitch      PIC X VALUE "N".
    88  AwardsLoaded        VALUE "Y".
01  FundCount               PIC 9(3) VALUE ZERO.
01  FundIndex               PIC 9(3).
01  FoundFundIndex          PIC 9(3).
01  FundTable.
    02  FundEntry           OCCURS 200 TIMES.
        03  FT-FundCode     PIC X(4).
        03  FT-FundName     PIC X(24).
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
01  AidAppliedCount         PIC 9(6) VALUE ZERO.
01  TotalAidApplied         PIC 9(9)V99 VALUE ZERO.

01  SponsorFileStatus       PIC XX.
    88  SponsorFileOk       VALUE "00".
01  SponshipFileStatus      PIC XX.
    88  SponshipFileOk      VALUE "00".
01  SponsorARStatus         PIC XX.
    88  SponsorAROk         VALUE "00".
    88  SponsorARDuplicate  VALUE "22".
01  SponsorInvoiceStatus    PIC XX.
    88  SponsorInvoiceOk    VALUE "00".
01  EndOfSponsorSwitch      PIC X.
    88  EndOfSponsor        VALUE "Y".
01  SponsorCount            PIC 9(3) VALUE ZERO.
01  SponsorIndex            PIC 9(3).
01  FoundSponsorIndex       PIC 9(3).
01  SponsorTable.
    02  SponsorEntry        OCCURS 200 TIMES.
        03  SPT-SponsorCode PIC X(4).
        03  SPT-SponsorName PIC X(30).
        03  SPT-AddressLine PIC X(30).
        03  SPT-City        PIC X(20).
        03  SPT-PostalCode  PIC X(10).
        03  SPT-Contact     PIC X(20).
01  SponshipCount           PIC 9(4) VALUE ZERO.
01  SponshipIndex           PIC 9(4).
01  FoundSponshipIndex      PIC 9(4).
01  SponshipTable.
    02  SponshipEntry       OCCURS 3000 TIMES.
        03  SST-StudentId   PIC 9(7).
        03  SST-TermCode    PIC X(6).
        03  SST-SponsorCode PIC X(4).
        03  SST-Percent     PIC 9(3)V99.
        03  SST-CapAmount   PIC 9(5)V99.
01  SponsorAmount           PIC 9(5)V99.
01  SponsorItemCount        PIC 9(6) VALUE ZERO.
01  TotalSponsorBilled      PIC 9(9)V99 VALUE ZERO.
01  CurrentSponsorCode      PIC X(4).
01  SponsorHeadedSwitch     PIC X VALUE "N".
    88  SponsorHeaded       VALUE "Y".
01  SponsorInvoiceTotal     PIC 9(7)V99.
01  SponsorPriorBalance     PIC 9(7)V99.
01  SponsorInvoiceCount     PIC 9(4) VALUE ZERO.

01  InvoicedCount           PIC 9(6) VALUE ZERO.
01  AlreadyBilledCount      PIC 9(6) VALUE ZERO.
01  NoFeeCount              PIC 9(6) VALUE ZERO.
    05  icp-return-code     PIC 9(1).

01  AnnualRate              PIC 9V9(4) VALUE 0.0600.
01  ParmEditRate            PIC 9.9999.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  IDL-RateSource      PIC X(6).

01  HousingDescription.
    02  FILLER              PIC X(8)  VALUE "Housing ".
    02  HSD-HallCode        PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  HSD-RoomNbr         PIC X(5).
    02  FILLER              PIC X(6)  VALUE SPACES.

01  AidDescription.
    02  FILLER              PIC X(4)  VALUE "Aid ".
    02  AD-FundCode         PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  AD-FundName         PIC X(15).

01  SponsorDescription.
    02  FILLER              PIC X(8)  VALUE "Sponsor ".
    02  SD-SponsorCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SD-SponsorName      PIC X(11).

01  SponsorInvoiceHeading.
    02  FILLER              PIC X(17) VALUE "SPONSOR INVOICE  ".
    02  SIH-SponsorCode     PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SIH-SponsorName     PIC X(30).
    02  FILLER              PIC X(8)  VALUE "  Date: ".
    02  SIH-RunDate         PIC 9(8).
    02  FILLER              PIC X(21) VALUE SPACES.

01  SponsorAddressLine.
    02  FILLER              PIC X(23) VALUE SPACES.
    02  SAL-Text            PIC X(30).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SAL-Extra           PIC X(20).
    02  FILLER              PIC X(15) VALUE SPACES.

01  SponsorColumnHeading.
    02  FILLER              PIC X(10) VALUE "  Student ".
    02  FILLER              PIC X(21) VALUE "Surname".
    02  FILLER              PIC X(9)  VALUE "Term".
    02  FILLER              PIC X(8)  VALUE "  Amount".
    02  FILLER              PIC X(42) VALUE SPACES.

01  SponsorDetailLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SDL-StudentId       PIC 9(7).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-Surname         PIC X(20).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SDL-TermCode        PIC X(6).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  SDL-Amount          PIC ZZZZ9.99.
    02  FILLER              PIC X(42) VALUE SPACES.

01  SponsorTotalLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  STL-Label           PIC X(36).
    02  STL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(42) VALUE SPACES.

01  InterestDetailLine.
    02  FILLER              PIC X(19) VALUE "  Interest accrued ".
    02  ITL-StudentId       PIC 9(7).
PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    PERFORM AcquireLock
    IF NOT LockAcquired
    PERFORM GetRunNumber
    PERFORM LoadCourseCatalog
    PERFORM LoadFeeHistory
    PERFORM LoadHousingAssignments
    PERFORM LoadAidAwards
    PERFORM LoadSponsorships
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - nothing to bill."
       CLOSE BillingFile
       OPEN I-O BillingFile
    END-IF
    OPEN I-O SponsorARFile
    IF NOT SponsorAROk
       CLOSE SponsorARFile
       OPEN OUTPUT SponsorARFile
       CLOSE SponsorARFile
       OPEN I-O SponsorARFile
    END-IF
    IF RestartMode
       PERFORM LoadRunCheckpoint
    END-IF
    ELSE
       OPEN OUTPUT InvoiceFile
    END-IF
    OPEN EXTEND HousingChargeFile
    IF NOT HousingChargeOk
       OPEN OUTPUT HousingChargeFile
       CLOSE HousingChargeFile
       OPEN EXTEND HousingChargeFile
    END-IF
    OPEN EXTEND AidDisbursementFile
    IF NOT AidDisbursementOk
       OPEN OUTPUT AidDisbursementFile
       CLOSE AidDisbursementFile
       OPEN EXTEND AidDisbursementFile
    END-IF
    PERFORM ScanStudentFile
    CLOSE HousingChargeFile
    CLOSE AidDisbursementFile
    IF AwardsLoaded
       PERFORM SaveAwardFile
    END-IF
    PERFORM WriteSponsorInvoices
    MOVE InvoicedCount TO BSL-InvoicedCount
    MOVE TotalBilled TO BSL-TotalBilled
    MOVE TotalInterest TO BSL-TotalInterest
    WRITE InvoiceLine FROM BlankLine
    WRITE InvoiceLine FROM BillingSummaryLine
    PERFORM WriteParametersUsed
    DISPLAY BillingSummaryLine
    DISPLAY AlreadyBilledCount " already billed, "
       NoFeeCount " with no catalog fee, "
       InterestItemCount " carried item(s) accrued interest."
    DISPLAY HousingChargeCount " housing charge(s) raised, total "
       TotalHousing ", " HousingAddedCount
       " added to items already billed."
    DISPLAY AidAppliedCount " aid award(s) applied, total "
       TotalAidApplied "."
    DISPLAY SponsorItemCount " sponsor item(s) raised, total "
       TotalSponsorBilled ", " SponsorInvoiceCount
       " sponsor invoice(s) on SPONINV.RPT."
    CLOSE InvoiceFile
    CLOSE SponsorARFile
    CLOSE BillingFile
    CLOSE StudentFile
    CALL "CBL_DELETE_FILE" USING CheckpointFileName
       EVALUATE ArgumentKeyword
          WHEN "TERM"
             MOVE ArgumentValue (1:6) TO BillTermCode
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteBillTermUsed
          WHEN "RATE"
             COMPUTE AnnualRate = FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteAnnualRateUsed
          WHEN "CAMPUS"
             MOVE ArgumentValue (1:2) TO BillCampusCode
             INSPECT BillCampusCode
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteBillCampusUsed
          WHEN "RESTART"
             SET RestartMode TO TRUE
          WHEN OTHER
       END-EVALUATE
    END-PERFORM.

*> The term, interest rate and campus from the parameter library
*> where it holds a value in force on the run date.
ApplyRunParameters.
    MOVE RunDate TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "TUITIONBILL.TERM" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       MOVE ParmFoundValue (1:6) TO BillTermCode
    END-IF
    PERFORM NoteBillTermUsed
    MOVE "TUITIONBILL.RATE" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE AnnualRate = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteAnnualRateUsed
    MOVE "TUITIONBILL.CAMPUS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       MOVE ParmFoundValue (1:2) TO BillCampusCode
    END-IF
    PERFORM NoteBillCampusUsed.

*> A blank term or campus means every one, and is printed so.
NoteBillTermUsed.
    MOVE "TUITIONBILL.TERM" TO ParmLookupName
    IF BillTermCode = SPACES
       MOVE "ALL" TO ParmUsedValue
    ELSE
       MOVE BillTermCode TO ParmUsedValue
    END-IF
    PERFORM RecordParameterUsed.

NoteAnnualRateUsed.
    MOVE "TUITIONBILL.RATE" TO ParmLookupName
    MOVE AnnualRate TO ParmEditRate
    MOVE ParmEditRate TO ParmUsedValue
    PERFORM RecordParameterUsed.

NoteBillCampusUsed.
    MOVE "TUITIONBILL.CAMPUS" TO ParmLookupName
    IF BillCampusCode = SPACES
       MOVE "ALL" TO ParmUsedValue
    ELSE
       MOVE BillCampusCode TO ParmUsedValue
    END-IF
    PERFORM RecordParameterUsed.

WriteParametersUsed.
    WRITE InvoiceLine FROM BlankLine
    WRITE InvoiceLine FROM ParmUsedHeadingLine
    PERFORM VARYING ParmUsedIndex FROM 1 BY 1
       UNTIL ParmUsedIndex > ParmUsedCount
       MOVE PU-ParmName (ParmUsedIndex) TO PUL-ParmName
       MOVE PU-ParmValue (ParmUsedIndex) TO PUL-ParmValue
       MOVE PU-Source (ParmUsedIndex) TO PUL-Source
       WRITE InvoiceLine FROM ParmUsedLine
    END-PERFORM.

LoadCourseCatalog.
    MOVE ZERO TO CatalogCount
    OPEN INPUT CourseFile
    MOVE StudentId TO BilledStudentId
    MOVE TermCode TO BilledTermCode
    PERFORM FindCourseFee
    PERFORM FindHousingCharge
    PERFORM AccrueCarriedInterest
    IF FoundTermFee = ZERO
       ADD 1 TO NoFeeCount
       IF HousingAmount = ZERO
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM FindSponsorShare
    COMPUTE ItemAmount = FoundTermFee - SponsorAmount + HousingAmount
    MOVE BilledStudentId TO BL-StudentId
    MOVE BilledTermCode TO BL-TermCode
    MOVE CourseCode TO BL-CourseCode
    MOVE RunDate TO BL-InvoiceDate
    MOVE RunDate TO BL-LastAccrualDate
    MOVE ItemAmount TO BL-OriginalAmount
    MOVE ZERO TO BL-InterestAccrued
    MOVE ZERO TO BL-AmountPaid
    MOVE ItemAmount TO BL-BalanceDue
    WRITE BillingRecord
    IF BillingDuplicate
       IF HousingAmount > ZERO
          PERFORM AddHousingToBilledItem
       ELSE
          ADD 1 TO AlreadyBilledCount
       END-IF
    ELSE
       IF NOT BillingFileOk
          DISPLAY "Error " BillingFileStatus " writing open item for "
             BilledStudentId "."
       ELSE
          ADD 1 TO InvoicedCount
          ADD ItemAmount TO TotalBilled
          IF FoundTermFee > ZERO
             MOVE BilledStudentId TO IDL-StudentId
             MOVE Surname TO IDL-Surname
             MOVE BilledTermCode TO IDL-TermCode
             MOVE CourseCode TO IDL-CourseCode
             MOVE FoundDescription TO IDL-Description
             MOVE FoundTermFee TO IDL-Amount
             MOVE FoundFeeEffTerm TO IDL-RateSource
             WRITE InvoiceLine FROM InvoiceDetailLine
          END-IF
          IF SponsorAmount > ZERO
             PERFORM RaiseSponsorItem
          END-IF
          IF HousingAmount > ZERO
             PERFORM RecordHousingCharge
          END-IF
          PERFORM ApplyStudentAwards
       END-IF
    END-IF.

*> The term's item was raised on an earlier run, before the room
*> was assigned: the housing charge goes onto the existing item.
*> InvoiceDate is left alone (the ageing report keys off it).
AddHousingToBilledItem.
    READ BillingFile
       INVALID KEY
          DISPLAY "Error " BillingFileStatus " re-reading open item for "
             BilledStudentId " - housing not charged."
          EXIT PARAGRAPH
    END-READ
    ADD HousingAmount TO BL-OriginalAmount
    ADD HousingAmount TO BL-BalanceDue
    REWRITE BillingRecord
    IF NOT BillingFileOk
       DISPLAY "Error " BillingFileStatus " adding housing to item for "
          BilledStudentId " term " BilledTermCode "."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO HousingAddedCount
    ADD HousingAmount TO TotalBilled
    PERFORM RecordHousingCharge.

*> Prints the housing line, logs the charge on HOUSCHG.DAT and marks
*> the assignment charged so it cannot be raised again this run.
RecordHousingCharge.
    MOVE BilledStudentId TO IDL-StudentId
    MOVE Surname TO IDL-Surname
    MOVE BilledTermCode TO IDL-TermCode
    MOVE "HSNG" TO IDL-CourseCode
    MOVE HST-HallCode (FoundHousingIndex) TO HSD-HallCode
    MOVE HST-RoomNbr (FoundHousingIndex) TO HSD-RoomNbr
    MOVE HousingDescription TO IDL-Description
    MOVE HousingAmount TO IDL-Amount
    MOVE "HALLS" TO IDL-RateSource
    WRITE InvoiceLine FROM InvoiceDetailLine
    MOVE SPACES TO HousingChargeRecord
    MOVE BilledStudentId TO HC-StudentId
    MOVE BilledTermCode TO HC-TermCode
    MOVE HST-HallCode (FoundHousingIndex) TO HC-HallCode
    MOVE HST-RoomNbr (FoundHousingIndex) TO HC-RoomNbr
    MOVE RunDate TO HC-ChargeDate
    MOVE HousingAmount TO HC-Amount
    WRITE HousingChargeRecord
    SET HST-Charged (FoundHousingIndex) TO TRUE
    ADD 1 TO HousingChargeCount
    ADD HousingAmount TO TotalHousing.

*> The student's room for the term being billed, if any, and not
*> already charged.  HousingAmount is zero when there is nothing to
*> raise.
FindHousingCharge.
    MOVE ZERO TO HousingAmount
    MOVE ZERO TO FoundHousingIndex
    PERFORM VARYING HousingIndex FROM 1 BY 1
       UNTIL HousingIndex > HousingCount OR FoundHousingIndex > ZERO
       IF HST-StudentId (HousingIndex) = BilledStudentId
          AND HST-TermCode (HousingIndex) = BilledTermCode
          MOVE HousingIndex TO FoundHousingIndex
       END-IF
    END-PERFORM
    IF FoundHousingIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    IF HST-Charged (FoundHousingIndex)
       EXIT PARAGRAPH
    END-IF
    MOVE HST-TermRate (FoundHousingIndex) TO HousingAmount.

*> Loads the room inventory (for the rates), then the assignments
*> priced at their room's rate, then flags every assignment already
*> charged on HOUSCHG.DAT.  Missing files simply mean no housing.
LoadHousingAssignments.
    MOVE ZERO TO HallRoomCount HousingCount
    OPEN INPUT HallFile
    IF NOT HallFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfHousingSwitch
    PERFORM UNTIL EndOfHousing
       READ HallFile
          AT END SET EndOfHousing TO TRUE
          NOT AT END
             IF HR-HallCode NOT = SPACES AND HallRoomCount < 500
                ADD 1 TO HallRoomCount
                MOVE HR-HallCode TO HT-HallCode (HallRoomCount)
                MOVE HR-RoomNbr TO HT-RoomNbr (HallRoomCount)
                MOVE HR-TermRate TO HT-TermRate (HallRoomCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE HallFile
    OPEN INPUT HousingFile
    IF NOT HousingFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfHousingSwitch
    PERFORM UNTIL EndOfHousing
       READ HousingFile
          AT END SET EndOfHousing TO TRUE
          NOT AT END
             IF HA-StudentId NUMERIC AND HousingCount < 3000
                PERFORM LoadOneAssignment
             END-IF
       END-READ
    END-PERFORM
    CLOSE HousingFile
    OPEN INPUT HousingChargeFile
    IF NOT HousingChargeOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfHousingSwitch
    PERFORM UNTIL EndOfHousing
       READ HousingChargeFile
          AT END SET EndOfHousing TO TRUE
          NOT AT END
             PERFORM FlagAssignmentCharged
       END-READ
    END-PERFORM
    CLOSE HousingChargeFile.

*> An assignment to a room no longer on HALLS.DAT has no rate, so
*> it is reported and left out rather than billed at zero.
LoadOneAssignment.
    PERFORM VARYING HallRoomIndex FROM 1 BY 1
       UNTIL HallRoomIndex > HallRoomCount
       IF HT-HallCode (HallRoomIndex) = HA-HallCode
          AND HT-RoomNbr (HallRoomIndex) = HA-RoomNbr
          ADD 1 TO HousingCount
          MOVE HA-StudentId TO HST-StudentId (HousingCount)
          MOVE HA-TermCode TO HST-TermCode (HousingCount)
          MOVE HA-HallCode TO HST-HallCode (HousingCount)
          MOVE HA-RoomNbr TO HST-RoomNbr (HousingCount)
          MOVE HT-TermRate (HallRoomIndex) TO HST-TermRate (HousingCount)
          MOVE "N" TO HST-ChargedSwitch (HousingCount)
          MOVE HallRoomCount TO HallRoomIndex
       END-IF
    END-PERFORM
    IF HousingCount = ZERO
       OR HST-StudentId (HousingCount) NOT = HA-StudentId
       OR HST-TermCode (HousingCount) NOT = HA-TermCode
       DISPLAY "Room " HA-HallCode " " HA-RoomNbr " for student "
          HA-StudentId " is not on HALLS.DAT - housing not billed."
    END-IF.

FlagAssignmentCharged.
    PERFORM VARYING HousingIndex FROM 1 BY 1
       UNTIL HousingIndex > HousingCount
       IF HST-StudentId (HousingIndex) = HC-StudentId
          AND HST-TermCode (HousingIndex) = HC-TermCode
          SET HST-Charged (HousingIndex) TO TRUE
       END-IF
    END-PERFORM.

*> Disburses the student's Accepted awards for the term onto the item
*> just raised (still in the record area), each one capped at the
*> balance left on it.
ApplyStudentAwards.
    PERFORM VARYING AwardIndex FROM 1 BY 1
       UNTIL AwardIndex > AwardCount OR BL-BalanceDue = ZERO
       IF AT-StudentId (AwardIndex) = BilledStudentId
          AND AT-TermCode (AwardIndex) = BilledTermCode
          AND AT-Accepted (AwardIndex)
          PERFORM ApplyOneAward
       END-IF
    END-PERFORM.

ApplyOneAward.
    MOVE ZERO TO FoundFundIndex
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount OR FoundFundIndex > ZERO
       IF FT-FundCode (FundIndex) = AT-FundCode (AwardIndex)
          MOVE FundIndex TO FoundFundIndex
       END-IF
    END-PERFORM
    IF FoundFundIndex = ZERO
       DISPLAY "Fund " AT-FundCode (AwardIndex) " for student "
          BilledStudentId " is not on FUNDS.DAT - award not applied."
       EXIT PARAGRAPH
    END-IF
    IF AT-Amount (AwardIndex) > BL-BalanceDue
       MOVE BL-BalanceDue TO AidAmount
    ELSE
       MOVE AT-Amount (AwardIndex) TO AidAmount
    END-IF
    SUBTRACT AidAmount FROM BL-BalanceDue
    REWRITE BillingRecord
    IF NOT BillingFileOk
       DISPLAY "Error " BillingFileStatus " applying aid to item for "
          BilledStudentId " term " BilledTermCode "."
       ADD AidAmount TO BL-BalanceDue
       EXIT PARAGRAPH
    END-IF
    MOVE BilledStudentId TO IDL-StudentId
    MOVE Surname TO IDL-Surname
    MOVE BilledTermCode TO IDL-TermCode
    MOVE "AID" TO IDL-CourseCode
    MOVE AT-FundCode (AwardIndex) TO AD-FundCode
    MOVE FT-FundName (FoundFundIndex) TO AD-FundName
    MOVE AidDescription TO IDL-Description
    MOVE AidAmount TO IDL-Amount
    MOVE "CR" TO IDL-RateSource
    WRITE InvoiceLine FROM InvoiceDetailLine
    MOVE SPACES TO AidDisbursementRecord
    MOVE BilledStudentId TO DB-StudentId
    MOVE BilledTermCode TO DB-TermCode
    MOVE AT-FundCode (AwardIndex) TO DB-FundCode
    MOVE FT-GLAccount (FoundFundIndex) TO DB-GLAccount
    MOVE RunDate TO DB-DisbDate
    MOVE AidAmount TO DB-Amount
    WRITE AidDisbursementRecord
    SET AT-Disbursed (AwardIndex) TO TRUE
    MOVE RunDate TO AT-DisbursedDate (AwardIndex)
    MOVE AidAmount TO AT-DisbursedAmount (AwardIndex)
    ADD 1 TO AidAppliedCount
    ADD AidAmount TO TotalAidApplied.

*> Loads the funds (for their GL accounts), then the awards, then
*> marks Disbursed every award already logged on AIDDISB.DAT - the
*> log, not AWARDS.DAT, is the record of what has been paid out.
*> Missing files simply mean no aid.
LoadAidAwards.
    MOVE ZERO TO FundCount AwardCount
    OPEN INPUT FundFile
    IF NOT FundFileOk
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
                MOVE FN-FundName TO FT-FundName (FundCount)
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
    SET AwardsLoaded TO TRUE
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

*> The sponsor's share of the tuition just priced, if SPONSHIP.DAT
*> sponsors this student's term: its percentage of FoundTermFee
*> (zero meaning all of it), held to its cap.  SponsorAmount is zero
*> when there is no sponsor to bill.
FindSponsorShare.
    MOVE ZERO TO SponsorAmount
    MOVE ZERO TO FoundSponshipIndex FoundSponsorIndex
    IF FoundTermFee = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SponshipIndex FROM 1 BY 1
       UNTIL SponshipIndex > SponshipCount OR FoundSponshipIndex > ZERO
       IF SST-StudentId (SponshipIndex) = BilledStudentId
          AND SST-TermCode (SponshipIndex) = BilledTermCode
          MOVE SponshipIndex TO FoundSponshipIndex
       END-IF
    END-PERFORM
    IF FoundSponshipIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SponsorIndex FROM 1 BY 1
       UNTIL SponsorIndex > SponsorCount OR FoundSponsorIndex > ZERO
       IF SPT-SponsorCode (SponsorIndex)
             = SST-SponsorCode (FoundSponshipIndex)
          MOVE SponsorIndex TO FoundSponsorIndex
       END-IF
    END-PERFORM
    IF FoundSponsorIndex = ZERO
       DISPLAY "Sponsor " SST-SponsorCode (FoundSponshipIndex)
          " for student " BilledStudentId " is not on SPONSORS.DAT"
          " - student billed in full."
       EXIT PARAGRAPH
    END-IF
    IF SST-Percent (FoundSponshipIndex) = ZERO
       MOVE FoundTermFee TO SponsorAmount
    ELSE
       COMPUTE SponsorAmount ROUNDED =
          FoundTermFee * SST-Percent (FoundSponshipIndex) / 100
    END-IF
    IF SST-CapAmount (FoundSponshipIndex) > ZERO
       AND SponsorAmount > SST-CapAmount (FoundSponshipIndex)
       MOVE SST-CapAmount (FoundSponshipIndex) TO SponsorAmount
    END-IF.

*> Writes the sponsor's item to SPONAR.DAT and prints its share as
*> a credit line under the tuition line on the student's invoice.
RaiseSponsorItem.
    MOVE SST-SponsorCode (FoundSponshipIndex) TO SR-SponsorCode
    MOVE BilledStudentId TO SR-StudentId
    MOVE BilledTermCode TO SR-TermCode
    MOVE RunDate TO SR-InvoiceDate
    MOVE SponsorAmount TO SR-OriginalAmount
    MOVE ZERO TO SR-AmountPaid
    MOVE SponsorAmount TO SR-BalanceDue
    WRITE SponsorARRecord
    IF NOT SponsorAROk
       DISPLAY "Error " SponsorARStatus " writing sponsor item for "
          BilledStudentId " term " BilledTermCode "."
       EXIT PARAGRAPH
    END-IF
    MOVE BilledStudentId TO IDL-StudentId
    MOVE Surname TO IDL-Surname
    MOVE BilledTermCode TO IDL-TermCode
    MOVE "SPON" TO IDL-CourseCode
    MOVE SST-SponsorCode (FoundSponshipIndex) TO SD-SponsorCode
    MOVE SPT-SponsorName (FoundSponsorIndex) TO SD-SponsorName
    MOVE SponsorDescription TO IDL-Description
    MOVE SponsorAmount TO IDL-Amount
    MOVE "SPONSR" TO IDL-RateSource
    WRITE InvoiceLine FROM InvoiceDetailLine
    ADD 1 TO SponsorItemCount
    ADD SponsorAmount TO TotalSponsorBilled.

*> Loads the sponsors (for their names and addresses), then the
*> sponsorships.  Missing files simply mean nobody is sponsored.
LoadSponsorships.
    MOVE ZERO TO SponsorCount SponshipCount
    OPEN INPUT SponsorFile
    IF NOT SponsorFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfSponsorSwitch
    PERFORM UNTIL EndOfSponsor
       READ SponsorFile
          AT END SET EndOfSponsor TO TRUE
          NOT AT END
             IF SP-SponsorCode NOT = SPACES AND SponsorCount < 200
                ADD 1 TO SponsorCount
                MOVE SP-SponsorCode TO SPT-SponsorCode (SponsorCount)
                MOVE SP-SponsorName TO SPT-SponsorName (SponsorCount)
                MOVE SP-AddressLine TO SPT-AddressLine (SponsorCount)
                MOVE SP-City TO SPT-City (SponsorCount)
                MOVE SP-PostalCode TO SPT-PostalCode (SponsorCount)
                MOVE SP-Contact TO SPT-Contact (SponsorCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE SponsorFile
    OPEN INPUT SponshipFile
    IF NOT SponshipFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfSponsorSwitch
    PERFORM UNTIL EndOfSponsor
       READ SponshipFile
          AT END SET EndOfSponsor TO TRUE
          NOT AT END
             IF SS-StudentId NUMERIC AND SponshipCount < 3000
                ADD 1 TO SponshipCount
                MOVE SS-StudentId TO SST-StudentId (SponshipCount)
                MOVE SS-TermCode TO SST-TermCode (SponshipCount)
                MOVE SS-SponsorCode TO SST-SponsorCode (SponshipCount)
                MOVE SS-Percent TO SST-Percent (SponshipCount)
                MOVE SS-CapAmount TO SST-CapAmount (SponshipCount)
             END-IF
       END-READ
    END-PERFORM
    CLOSE SponshipFile.

*> One consolidated invoice per sponsor with items raised today,
*> read back from SPONAR.DAT in key order (so by sponsor).  Items
*> from earlier runs are not listed, but their unpaid balance is
*> brought forward onto the total due.
WriteSponsorInvoices.
    OPEN OUTPUT SponsorInvoiceFile
    MOVE SPACES TO CurrentSponsorCode
    MOVE "N" TO SponsorHeadedSwitch
    MOVE ZERO TO SponsorInvoiceTotal SponsorPriorBalance
    MOVE "N" TO EndOfSponsorSwitch
    MOVE LOW-VALUES TO SR-SponsorKey
    START SponsorARFile KEY NOT LESS THAN SR-SponsorKey
       INVALID KEY SET EndOfSponsor TO TRUE
    END-START
    PERFORM UNTIL EndOfSponsor
       READ SponsorARFile NEXT
          AT END SET EndOfSponsor TO TRUE
          NOT AT END
             PERFORM InvoiceOneSponsorItem
       END-READ
    END-PERFORM
    PERFORM FinishSponsorInvoice
    CLOSE SponsorInvoiceFile.

InvoiceOneSponsorItem.
    IF SR-SponsorCode NOT = CurrentSponsorCode
       PERFORM FinishSponsorInvoice
       MOVE SR-SponsorCode TO CurrentSponsorCode
       MOVE ZERO TO SponsorInvoiceTotal SponsorPriorBalance
    END-IF
    IF SR-InvoiceDate NOT = RunDate
       ADD SR-BalanceDue TO SponsorPriorBalance
       EXIT PARAGRAPH
    END-IF
    IF NOT SponsorHeaded
       PERFORM StartSponsorInvoice
    END-IF
    MOVE SR-StudentId TO SDL-StudentId
    MOVE SR-StudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "(not on STUDENTS)" TO SDL-Surname
       NOT INVALID KEY
          MOVE Surname TO SDL-Surname
    END-READ
    MOVE SR-TermCode TO SDL-TermCode
    MOVE SR-OriginalAmount TO SDL-Amount
    WRITE SponsorInvoiceLine FROM SponsorDetailLine
    ADD SR-OriginalAmount TO SponsorInvoiceTotal.

StartSponsorInvoice.
    MOVE ZERO TO FoundSponsorIndex
    PERFORM VARYING SponsorIndex FROM 1 BY 1
       UNTIL SponsorIndex > SponsorCount OR FoundSponsorIndex > ZERO
       IF SPT-SponsorCode (SponsorIndex) = CurrentSponsorCode
          MOVE SponsorIndex TO FoundSponsorIndex
       END-IF
    END-PERFORM
    MOVE CurrentSponsorCode TO SIH-SponsorCode
    MOVE RunDate TO SIH-RunDate
    MOVE SPACES TO SIH-SponsorName
    IF FoundSponsorIndex > ZERO
       MOVE SPT-SponsorName (FoundSponsorIndex) TO SIH-SponsorName
    END-IF
    WRITE SponsorInvoiceLine FROM SponsorInvoiceHeading
    IF FoundSponsorIndex > ZERO
       MOVE SPT-AddressLine (FoundSponsorIndex) TO SAL-Text
       MOVE SPACES TO SAL-Extra
       WRITE SponsorInvoiceLine FROM SponsorAddressLine
       MOVE SPT-City (FoundSponsorIndex) TO SAL-Text
       MOVE SPT-PostalCode (FoundSponsorIndex) TO SAL-Extra
       WRITE SponsorInvoiceLine FROM SponsorAddressLine
       IF SPT-Contact (FoundSponsorIndex) NOT = SPACES
          MOVE SPACES TO SAL-Text SAL-Extra
          STRING "Attn: " SPT-Contact (FoundSponsorIndex)
             DELIMITED BY SIZE INTO SAL-Text
          END-STRING
          WRITE SponsorInvoiceLine FROM SponsorAddressLine
       END-IF
    END-IF
    WRITE SponsorInvoiceLine FROM BlankLine
    WRITE SponsorInvoiceLine FROM SponsorColumnHeading
    SET SponsorHeaded TO TRUE.

FinishSponsorInvoice.
    IF NOT SponsorHeaded
       EXIT PARAGRAPH
    END-IF
    WRITE SponsorInvoiceLine FROM BlankLine
    MOVE "This invoice" TO STL-Label
    MOVE SponsorInvoiceTotal TO STL-Amount
    WRITE SponsorInvoiceLine FROM SponsorTotalLine
    MOVE "Previous balance unpaid" TO STL-Label
    MOVE SponsorPriorBalance TO STL-Amount
    WRITE SponsorInvoiceLine FROM SponsorTotalLine
    MOVE "Total now due" TO STL-Label
    COMPUTE STL-Amount = SponsorInvoiceTotal + SponsorPriorBalance
    WRITE SponsorInvoiceLine FROM SponsorTotalLine
    WRITE SponsorInvoiceLine FROM BlankLine
    WRITE SponsorInvoiceLine FROM BlankLine
    ADD 1 TO SponsorInvoiceCount
    MOVE "N" TO SponsorHeadedSwitch.

*> Walks the student's existing open items (keyed ahead from
*> StudentId + low term) and, for any unpaid balance raised for an
*> earlier term, accrues simple interest through INTCALC for the
       MOVE Y2K-SAGEP-DAYS-PAST TO ITL-Days
       WRITE InvoiceLine FROM InterestDetailLine
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
*> ParmFoundEffective; either way ParmUsedSource is left naming where
*> the value the run uses will have come from.
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
    END-PERFORM
    MOVE SPACES TO ParmUsedSource
    IF ParmFound
       STRING "PARMLIB " ParmFoundEffective DELIMITED BY SIZE
          INTO ParmUsedSource
       END-STRING
    ELSE
       MOVE "BUILT-IN DEFAULT" TO ParmUsedSource
    END-IF.

*> Enters ParmLookupName = ParmUsedValue, from ParmUsedSource, in the
*> PARAMETERS USED block - replacing the library or default entry
*> when a run argument overrides it.
RecordParameterUsed.
    MOVE 1 TO ParmUsedIndex
    PERFORM UNTIL ParmUsedIndex > ParmUsedCount
       OR PU-ParmName (ParmUsedIndex) = ParmLookupName
       ADD 1 TO ParmUsedIndex
    END-PERFORM
    IF ParmUsedIndex > ParmUsedCount
       IF ParmUsedCount NOT < 20
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO ParmUsedCount
    END-IF
    MOVE ParmLookupName TO PU-ParmName (ParmUsedIndex)
    MOVE ParmUsedValue TO PU-ParmValue (ParmUsedIndex)
    MOVE ParmUsedSource TO PU-Source (ParmUsedIndex).
