*> answered from the system.  Every unpaid balance on BILLING.DAT is
*> bucketed into current / 31-60 / 61-90 / over-90 day columns by the
*> Y2KSAGE day count between the item's invoice date and the run
*> date, and items past the grace period (30 days) are assessed a late
*> charge through the LATEFEE function (its first production caller).
*> The assessed fee is reported, not capitalised onto the balance -
*> the registrar decides whether to post it.
*> the way HoldMaint logs its own placements, so EnrollEntry and
*> SeqWrite stop accepting them the same day the ageing run finds
*> them.  Releases stay a registrar decision through HoldMaint.
*>
*> Sponsor receivables age in a section of their own.  After the
*> student totals, every unpaid item on SPONAR.DAT (the employer and
*> agency shares TuitionBill splits off) is bucketed the same way,
*> listed by sponsor with the student it was raised for, and given
*> its own totals so the two receivables are never mixed.  Sponsors
*> are not charged late fees and are never placed on hold - those
*> measures are for students.
*>
*> The student's miscellaneous charges (MiscChg's MISCCHG.DAT) are
*> student receivables too.  Every unpaid charge is aged from its
*> charge date after the tuition items, into the same columns and
*> totals, assessed the same late fee and counted toward the AG90
*> hold; its line ends with the charge code and number.
*>
*> The grace period and the hold placement are now site settings in
*> the run-parameter library (see ParmMaint): AGEREPT.GRACEDAYS (the
*> days past invoice before a late fee is assessed, default 30) and
*> AGEREPT.PLACEHOLDS (Y to place the AG90 holds on every run,
*> default N).  The row in force today replaces the default, and
*> arguments still override the library for one run - GRACEDAYS=nnn,
*> and PLACEHOLDS (or PLACEHOLDS=Y) or PLACEHOLDS=N.  The ageing
*> columns themselves stay at 30/60/90 days.  The values used, and
*> where each came from, are printed as PARAMETERS USED at the end of
*> AGING.RPT.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT BillingFile ASSIGN TO "BILLING.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BL-BillKey
		FILE STATUS IS BillingFileStatus.
    SELECT SponsorARFile ASSIGN TO "SPONAR.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS SR-SponsorKey
		FILE STATUS IS SponsorARStatus.
    SELECT MiscChargeFile ASSIGN TO "MISCCHG.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MC-ChargeKey
		FILE STATUS IS MiscChargeStatus.
    SELECT ReportFile ASSIGN TO "AGING.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD BillingFile.
01 BillingRecord.
   02  BL-BillKey.
   02  BL-AmountPaid        PIC 9(5)V99.
   02  BL-BalanceDue        PIC 9(5)V99.

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

FD ReportFile.
01 ReportLine           PIC X(100).

   02  HL-HoldCode     PIC X(4).

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  BillingFileStatus       PIC XX.
    88  BillingFileOk       VALUE "00".

01  EndOfBillingSwitch      PIC X VALUE "N".
    88  EndOfBilling        VALUE "Y".

01  SponsorARStatus         PIC XX.
    88  SponsorAROk         VALUE "00".
01  EndOfSponsorARSwitch    PIC X VALUE "N".
    88  EndOfSponsorAR      VALUE "Y".

01  MiscChargeStatus        PIC XX.
    88  MiscChargeOk        VALUE "00".
01  EndOfMiscChargesSwitch  PIC X VALUE "N".
    88  EndOfMiscCharges    VALUE "Y".
01  MiscChargeCount         PIC 9(6) VALUE ZERO.

01  RunDate                 PIC 9(8).
01  AgedInvoiceDate         PIC 9(8).
01  AgedStudentId           PIC 9(7).
01  AgedBalanceDue          PIC 9(5)V99.
01  DaysOutstanding         PIC S9(7).
01  DaysLate                USAGE BINARY-LONG.
01  AssessedFee             PIC S9(9)V99 COMP-3.
01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  PlaceHoldsModeSwitch    PIC X VALUE "N".
    88  PlaceHoldsMode      VALUE "Y".
01  GraceDays               PIC 9(3) VALUE 30.
01  ParmEditDays            PIC ZZ9.

*> Students already held (loaded from HOLDS.DAT) and the over-90
*> students this run decides to hold - the second list is appended
01  Over90Total             PIC 9(9)V99 VALUE ZERO.
01  FeesAssessedTotal       PIC 9(9)V99 VALUE ZERO.

01  SponsorItemCount        PIC 9(6) VALUE ZERO.
01  SponsorCurrentTotal     PIC 9(9)V99 VALUE ZERO.
01  SponsorDays60Total      PIC 9(9)V99 VALUE ZERO.
01  SponsorDays90Total      PIC 9(9)V99 VALUE ZERO.
01  SponsorOver90Total      PIC 9(9)V99 VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "Y2K.cpy".
       >>SOURCE FORMAT IS FREE
    02  FILLER              PIC X(10) VALUE "     61-90".
    02  FILLER              PIC X(10) VALUE "   OVER 90".
    02  FILLER              PIC X(10) VALUE "  LATE FEE".
    02  FILLER              PIC X(8)  VALUE "  CHARGE".
    02  FILLER              PIC X(22) VALUE SPACES.

01  AgeDetailLine.
    02  ADL-StudentId       PIC 9(7).
    02  ADL-Days90          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  ADL-Over90          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  ADL-LateFee         PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  ADL-ChargeCode      PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  ADL-ChargeNbr       PIC X(3).
    02  FILLER              PIC X(19) VALUE SPACES.

01  AgeTotalLine.
    02  FILLER              PIC X(15) VALUE "TOTALS         ".
    02  ATL-Fees            PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(25) VALUE SPACES.

01  SponsorSectionLine      PIC X(100)
       VALUE "SPONSOR RECEIVABLES".

01  SponsorAgeHeadingLine.
    02  FILLER              PIC X(20) VALUE "SPON STUDENT  TERM  ".
    02  FILLER              PIC X(6)  VALUE " DAYS ".
    02  FILLER              PIC X(10) VALUE "   CURRENT".
    02  FILLER              PIC X(10) VALUE "     31-60".
    02  FILLER              PIC X(10) VALUE "     61-90".
    02  FILLER              PIC X(10) VALUE "   OVER 90".
    02  FILLER              PIC X(34) VALUE SPACES.

01  SponsorAgeDetailLine.
    02  SAD-SponsorCode     PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  SAD-StudentId       PIC 9(7).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SAD-TermCode        PIC X(6).
    02  SAD-Days            PIC ZZZZZ9.
    02  SAD-Current         PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  SAD-Days60          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  SAD-Days90          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  SAD-Over90          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
    02  FILLER              PIC X(34) VALUE SPACES.

01  SponsorAgeTotalLine.
    02  FILLER              PIC X(24) VALUE "SPONSOR TOTALS".
    02  SAT-Current         PIC ZZZZZZZZ9.99.
    02  SAT-Days60          PIC ZZZZZZZZ9.99.
    02  SAT-Days90          PIC ZZZZZZZZ9.99.
    02  SAT-Over90          PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(28) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM ApplyRunParameters
    PERFORM GetRunArguments
    IF PlaceHoldsMode
       PERFORM LoadExistingHolds
       END-IF
       PERFORM ReadOneBillingRecord
    END-PERFORM
    PERFORM AgeMiscCharges
    MOVE CurrentTotal TO ATL-Current
    MOVE Days60Total TO ATL-Days60
    MOVE Days90Total TO ATL-Days90
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM AgeTotalLine
    DISPLAY "Aged " OpenItemCount " open item(s) to AGING.RPT."
    PERFORM AgeSponsorReceivables
    PERFORM WriteParametersUsed
    CLOSE ReportFile
    CLOSE BillingFile
    IF PlaceHoldsMode
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
       INSPECT ArgumentValue
          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       EVALUATE ArgumentKeyword
          WHEN "PLACEHOLDS"
             IF ArgumentValue = "N"
                MOVE "N" TO PlaceHoldsModeSwitch
             ELSE
                SET PlaceHoldsMode TO TRUE
             END-IF
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NotePlaceHoldsUsed
          WHEN "GRACEDAYS"
             COMPUTE GraceDays = FUNCTION NUMVAL (ArgumentValue)
             MOVE "RUN ARGUMENT" TO ParmUsedSource
             PERFORM NoteGraceDaysUsed
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

*> The grace period and hold placement from the parameter library
*> where it holds a value in force on the run date.
ApplyRunParameters.
    MOVE RunDate TO RunParameterDate
    PERFORM LoadRunParameters
    MOVE "AGEREPT.GRACEDAYS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       COMPUTE GraceDays = FUNCTION NUMVAL (ParmFoundValue)
    END-IF
    PERFORM NoteGraceDaysUsed
    MOVE "AGEREPT.PLACEHOLDS" TO ParmLookupName
    PERFORM FindRunParameter
    IF ParmFound
       IF ParmFoundValue = "Y"
          SET PlaceHoldsMode TO TRUE
       ELSE
          MOVE "N" TO PlaceHoldsModeSwitch
       END-IF
    END-IF
    PERFORM NotePlaceHoldsUsed.

NoteGraceDaysUsed.
    MOVE "AGEREPT.GRACEDAYS" TO ParmLookupName
    MOVE GraceDays TO ParmEditDays
    MOVE FUNCTION TRIM (ParmEditDays) TO ParmUsedValue
    PERFORM RecordParameterUsed.

NotePlaceHoldsUsed.
    MOVE "AGEREPT.PLACEHOLDS" TO ParmLookupName
    MOVE PlaceHoldsModeSwitch TO ParmUsedValue
    PERFORM RecordParameterUsed.

WriteParametersUsed.
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM ParmUsedHeadingLine
    PERFORM VARYING ParmUsedIndex FROM 1 BY 1
       UNTIL ParmUsedIndex > ParmUsedCount
       MOVE PU-ParmName (ParmUsedIndex) TO PUL-ParmName
       MOVE PU-ParmValue (ParmUsedIndex) TO PUL-ParmValue
       MOVE PU-Source (ParmUsedIndex) TO PUL-Source
       WRITE ReportLine FROM ParmUsedLine
    END-PERFORM.

LoadExistingHolds.
    PERFORM VARYING HeldStudentIndex FROM 1 BY 1
       UNTIL HeldStudentIndex > HeldStudentCount
          OR StudentAlreadyHeld
       IF HeldStudentId (HeldStudentIndex) = AgedStudentId
          SET StudentAlreadyHeld TO TRUE
       END-IF
    END-PERFORM
    PERFORM VARYING NewHoldIndex FROM 1 BY 1
       UNTIL NewHoldIndex > NewHoldCount OR StudentAlreadyHeld
       IF NewHoldId (NewHoldIndex) = AgedStudentId
          SET StudentAlreadyHeld TO TRUE
       END-IF
    END-PERFORM
    IF NOT StudentAlreadyHeld AND NewHoldCount < 200
       ADD 1 TO NewHoldCount
       MOVE AgedStudentId TO NewHoldId (NewHoldCount)
    END-IF.

AppendNewHolds.
    END-READ.

AgeOneItem.
    MOVE BL-InvoiceDate TO AgedInvoiceDate
    MOVE BL-StudentId TO AgedStudentId
    MOVE BL-BalanceDue TO AgedBalanceDue
    MOVE BL-TermCode TO ADL-TermCode
    MOVE SPACES TO ADL-ChargeCode ADL-ChargeNbr
    PERFORM BucketOneStudentItem.

*> Ages the student item set up in AgedInvoiceDate, AgedStudentId
*> and AgedBalanceDue - a tuition item or a miscellaneous charge.
BucketOneStudentItem.
    ADD 1 TO OpenItemCount
    PERFORM CountDaysOutstanding
    MOVE AgedStudentId TO ADL-StudentId
    MOVE DaysOutstanding TO ADL-Days
    MOVE ZERO TO ADL-Current ADL-Days60 ADL-Days90 ADL-Over90
    MOVE ZERO TO ADL-LateFee
    EVALUATE TRUE
       WHEN DaysOutstanding NOT > 30
          MOVE AgedBalanceDue TO ADL-Current
          ADD AgedBalanceDue TO CurrentTotal
       WHEN DaysOutstanding NOT > 60
          MOVE AgedBalanceDue TO ADL-Days60
          ADD AgedBalanceDue TO Days60Total
       WHEN DaysOutstanding NOT > 90
          MOVE AgedBalanceDue TO ADL-Days90
          ADD AgedBalanceDue TO Days90Total
       WHEN OTHER
          MOVE AgedBalanceDue TO ADL-Over90
          ADD AgedBalanceDue TO Over90Total
          IF PlaceHoldsMode
             PERFORM CollectOver90Student
          END-IF
    END-EVALUATE
    IF DaysOutstanding > GraceDays
       COMPUTE DaysLate = DaysOutstanding - GraceDays
       MOVE AgedBalanceDue TO FeeBalance
       COMPUTE AssessedFee = LATEFEE (FeeBalance DaysLate)
       MOVE AssessedFee TO ADL-LateFee
       ADD AssessedFee TO FeesAssessedTotal
    END-IF
    WRITE ReportLine FROM AgeDetailLine.

*> The unpaid miscellaneous charges, aged from their charge dates
*> into the student columns.  No MISCCHG.DAT means none raised yet.
AgeMiscCharges.
    OPEN INPUT MiscChargeFile
    IF NOT MiscChargeOk
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EndOfMiscCharges
       READ MiscChargeFile
          AT END SET EndOfMiscCharges TO TRUE
          NOT AT END
             IF MC-BalanceDue > ZERO
                ADD 1 TO MiscChargeCount
                MOVE MC-ChargeDate TO AgedInvoiceDate
                MOVE MC-StudentId TO AgedStudentId
                MOVE MC-BalanceDue TO AgedBalanceDue
                MOVE MC-TermCode TO ADL-TermCode
                MOVE MC-ChargeCode TO ADL-ChargeCode
                MOVE MC-ChargeNbr TO ADL-ChargeNbr
                PERFORM BucketOneStudentItem
             END-IF
       END-READ
    END-PERFORM
    CLOSE MiscChargeFile
    DISPLAY "Aged " MiscChargeCount " miscellaneous charge(s) with the"
       " student items.".

*> Days from AgedInvoiceDate to the run date, by Y2KSAGE.
CountDaysOutstanding.
    MOVE AgedInvoiceDate (5:2) TO Y2K-SAGEP-DATE1 (1:2)
    MOVE AgedInvoiceDate (7:2) TO Y2K-SAGEP-DATE1 (3:2)
    MOVE AgedInvoiceDate (1:4) TO Y2K-SAGEP-DATE1 (5:4)
    MOVE RunDate (5:2) TO Y2K-SAGEP-DATE2 (1:2)
    MOVE RunDate (7:2) TO Y2K-SAGEP-DATE2 (3:2)
    MOVE RunDate (1:4) TO Y2K-SAGEP-DATE2 (5:4)
    CALL "Y2KSAGE" USING Y2K-SAGE-PARAMETERS
    IF Y2K-SAGEP-RETURN-CODE NOT = 0
       MOVE ZERO TO DaysOutstanding
    ELSE
       MOVE Y2K-SAGEP-DAYS-PAST TO DaysOutstanding
    END-IF.

*> The sponsor section: SPONAR.DAT's unpaid items in sponsor order,
*> bucketed as the student items are but with no late fee and no
*> hold.
AgeSponsorReceivables.
    OPEN INPUT SponsorARFile
    IF NOT SponsorAROk
       EXIT PARAGRAPH
    END-IF
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SponsorSectionLine
    WRITE ReportLine FROM SponsorAgeHeadingLine
    PERFORM UNTIL EndOfSponsorAR
       READ SponsorARFile
          AT END SET EndOfSponsorAR TO TRUE
          NOT AT END
             IF SR-BalanceDue > ZERO
                PERFORM AgeOneSponsorItem
             END-IF
       END-READ
    END-PERFORM
    MOVE SponsorCurrentTotal TO SAT-Current
    MOVE SponsorDays60Total TO SAT-Days60
    MOVE SponsorDays90Total TO SAT-Days90
    MOVE SponsorOver90Total TO SAT-Over90
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SponsorAgeTotalLine
    DISPLAY "Aged " SponsorItemCount " sponsor item(s) to AGING.RPT."
    CLOSE SponsorARFile.

AgeOneSponsorItem.
    ADD 1 TO SponsorItemCount
    MOVE SR-InvoiceDate TO AgedInvoiceDate
    PERFORM CountDaysOutstanding
    MOVE SR-SponsorCode TO SAD-SponsorCode
    MOVE SR-StudentId TO SAD-StudentId
    MOVE SR-TermCode TO SAD-TermCode
    MOVE DaysOutstanding TO SAD-Days
    MOVE ZERO TO SAD-Current SAD-Days60 SAD-Days90 SAD-Over90
    EVALUATE TRUE
       WHEN DaysOutstanding NOT > 30
          MOVE SR-BalanceDue TO SAD-Current
          ADD SR-BalanceDue TO SponsorCurrentTotal
       WHEN DaysOutstanding NOT > 60
          MOVE SR-BalanceDue TO SAD-Days60
          ADD SR-BalanceDue TO SponsorDays60Total
       WHEN DaysOutstanding NOT > 90
          MOVE SR-BalanceDue TO SAD-Days90
          ADD SR-BalanceDue TO SponsorDays90Total
       WHEN OTHER
          MOVE SR-BalanceDue TO SAD-Over90
          ADD SR-BalanceDue TO SponsorOver90Total
    END-EVALUATE
    WRITE ReportLine FROM SponsorAgeDetailLine.

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
