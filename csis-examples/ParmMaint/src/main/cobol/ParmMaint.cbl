IDENTIFICATION DIVISION.
PROGRAM-ID.  ParmMaint.
AUTHOR.  Michael Coughlan.
*> Maintains PARMLIB.DAT, the run-parameter library.  The late
*> factor, the probation floor, the absence limit and the rest were
*> each a default compiled into one program and overridden by
*> whoever remembered to key the argument on the night; now each is
*> a named parameter with effective dates, read at startup by the
*> program it belongs to (the layout and the rule for which row is
*> in force are described in the PARMLIB copybook).
*>
*> Only the parameters some program actually reads can be entered -
*> a misspelt name would otherwise sit in the library doing nothing
*> while the run quietly used its built-in default.  They are listed
*> in ParmCatalogValues below with the kind of value each takes:
*> N a number, T text, Y a Y or N.
*>
*> Transactions, in the ChgMaint mold (the whole file is held in a
*> table), except that the library is rewritten after every change
*> rather than on Q, so the file and its journal always agree:
*>
*>    A)dd a value for a parameter from an effective date
*>    C)hange the value of an existing row
*>    D)elete a row
*>    L)ist the library, for one parameter or all; the row in force
*>       today is marked *
*>    P)arameters - the names that can be entered
*>    Q)uit
*>
*> Every add, change and delete is journalled to PARMJRNL.DAT with
*> the date, time, operator, parameter, effective date and the old
*> and new values:
*>
*>    cols 1-8     date YYYYMMDD
*>    cols 10-15   time HHMMSS
*>    cols 17-20   operator id
*>    cols 22-27   ADD, CHANGE or DELETE
*>    cols 29-48   parameter name
*>    cols 50-57   effective date
*>    cols 59-88   old value (blank on an ADD)
*>    cols 90-119  new value (blank on a DELETE)
*>
*> The operator signs on against OPERATOR.DAT as in CourseMaint.  An
*> inquiry-only (I) operator is refused; an operator (O) may list but
*> changes need registrar (R) or supervisor (S) authority.  A site
*> with no operator file yet keeps the walk-up behaviour.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunParameterFile ASSIGN TO "PARMLIB.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RunParameterStatus.
    SELECT ParmJournalFile ASSIGN TO "PARMJRNL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ParmJournalStatus.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OperatorFileStatus.

DATA DIVISION.
FILE SECTION.
FD RunParameterFile.
01 RunParameterRecord.
   02  PL-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PL-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PL-ParmValue     PIC X(30).

FD ParmJournalFile.
01 ParmJournalRecord.
   02  PJ-LogDate       PIC 9(8).
   02  FILLER           PIC X.
   02  PJ-LogTime       PIC 9(6).
   02  FILLER           PIC X.
   02  PJ-OperatorId    PIC X(4).
   02  FILLER           PIC X.
   02  PJ-Action        PIC X(6).
   02  FILLER           PIC X.
   02  PJ-ParmName      PIC X(20).
   02  FILLER           PIC X.
   02  PJ-EffectiveDate PIC 9(8).
   02  FILLER           PIC X.
   02  PJ-OldValue      PIC X(30).
   02  FILLER           PIC X.
   02  PJ-NewValue      PIC X(30).

FD OperatorFile.
01 OperatorRecord.
   02  OP-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  OP-Name         PIC X(20).
   02  FILLER          PIC X.
   02  OP-Authority    PIC X.

WORKING-STORAGE SECTION.
    COPY PARMLIB.

01  ParmJournalStatus        PIC XX.
    88  ParmJournalOk        VALUE "00".

01  OperatorFileStatus       PIC XX.
    88  OperatorFileOk       VALUE "00".
01  EndOfOperatorSwitch      PIC X.
    88  EndOfOperators       VALUE "Y".
01  OperatorFoundSwitch      PIC X.
    88  OperatorFound        VALUE "Y".
01  OperatorEntry            PIC X(4).
01  SignedOnOperator         PIC X(4) VALUE SPACES.
01  OperatorAuthority        PIC X VALUE SPACE.
    88  InquiryOnlyAuthority VALUE "I".
    88  ChangeAuthority      VALUE "S" "R".

01  ParmTransactionCode      PIC X.
    88  AddParmTrans         VALUE "A" "a".
    88  ChangeParmTrans      VALUE "C" "c".
    88  DeleteParmTrans      VALUE "D" "d".
    88  ListParmTrans        VALUE "L" "l".
    88  CatalogParmTrans     VALUE "P" "p".
    88  QuitParmTrans        VALUE "Q" "q".

01  RunDate                  PIC 9(8).
01  CurrentDateTime          PIC X(21).

*> The parameters the reading programs look up, with the kind of
*> value each takes.
01  ParmCatalogValues.
    02  FILLER PIC X(20) VALUE "TUITIONBILL.TERM".
    02  FILLER PIC X     VALUE "T".
    02  FILLER PIC X(40) VALUE "term TuitionBill bills (blank = all)".
    02  FILLER PIC X(20) VALUE "TUITIONBILL.RATE".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "annual interest rate on carried items".
    02  FILLER PIC X(20) VALUE "TUITIONBILL.CAMPUS".
    02  FILLER PIC X     VALUE "T".
    02  FILLER PIC X(40) VALUE "campus TuitionBill bills (blank = all)".
    02  FILLER PIC X(20) VALUE "AGEREPT.GRACEDAYS".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "days before a late fee is assessed".
    02  FILLER PIC X(20) VALUE "AGEREPT.PLACEHOLDS".
    02  FILLER PIC X     VALUE "Y".
    02  FILLER PIC X(40) VALUE "place AG90 holds on over-90 balances".
    02  FILLER PIC X(20) VALUE "STANDING.TERM".
    02  FILLER PIC X     VALUE "T".
    02  FILLER PIC X(40) VALUE "term Standing closes".
    02  FILLER PIC X(20) VALUE "STANDING.PROBATION".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "cumulative GPA floor for probation".
    02  FILLER PIC X(20) VALUE "STANDING.DEANSLIST".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "term GPA for the dean's list".
    02  FILLER PIC X(20) VALUE "ABSENCEREPT.LIMIT".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "absences before a student is reported".
    02  FILLER PIC X(20) VALUE "SUSPREPT.SLA".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "business days before over SLA".
    02  FILLER PIC X(20) VALUE "STEPTREND.FACTOR".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "late threshold, multiple of average".
    02  FILLER PIC X(20) VALUE "OFFICE.HOURS".
    02  FILLER PIC X     VALUE "T".
    02  FILLER PIC X(40) VALUE "office hours for SLAs, HHMM-HHMM".
    02  FILLER PIC X(20) VALUE "SUSPREPT.SLAHOURS".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "business hours before over SLA (0=days)".
    02  FILLER PIC X(20) VALUE "TRANREQ.SLAHOURS".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "business hours to work a request".
    02  FILLER PIC X(20) VALUE "STEPTREND.BUSINESS".
    02  FILLER PIC X     VALUE "Y".
    02  FILLER PIC X(40) VALUE "trend steps in business-hours time".
    02  FILLER PIC X(20) VALUE "PAYAPPLY.DUPDAYS".
    02  FILLER PIC X     VALUE "N".
    02  FILLER PIC X(40) VALUE "days apart a repeated payment is held".
01  ParmCatalogTable REDEFINES ParmCatalogValues.
    02  ParmCatalogEntry     OCCURS 16 TIMES.
        03  PC-ParmName      PIC X(20).
        03  PC-ValueKind     PIC X.
            88  PC-NumericValue  VALUE "N".
            88  PC-YesNoValue    VALUE "Y".
        03  PC-Description   PIC X(40).
01  ParmCatalogIndex         PIC 9(2).
01  FoundCatalogIndex        PIC 9(2).

01  EntryParmName            PIC X(20).
01  EntryEffectiveDate       PIC X(8).
01  EntryEffectiveValue      PIC 9(8).
01  EntryParmValue           PIC X(30).
01  EntryValueCheck          PIC X(30).
01  EntryValidSwitch         PIC X.
    88  EntryValid           VALUE "Y".
01  FoundRowSwitch           PIC X.
    88  RowFound             VALUE "Y".
01  FoundRowIndex            PIC 9(3).
01  InsertIndex              PIC 9(3).
01  ShiftIndex               PIC S9(3).
01  ListedCount              PIC 9(3).
01  InForceIndex             PIC 9(3).

01  ParmJournalAction        PIC X(6).
01  ParmJournalOldValue      PIC X(30).
01  ParmJournalNewValue      PIC X(30).

01  ParmListLine.
    02  PLL-InForce          PIC X(2).
    02  PLL-ParmName         PIC X(20).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  PLL-EffectiveDate    PIC 9(8).
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  PLL-ParmValue        PIC X(30).

01  ParmCatalogLine.
    02  PCL-ParmName         PIC X(20).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  PCL-ValueKind        PIC X.
    02  FILLER               PIC X(2)  VALUE SPACES.
    02  PCL-Description      PIC X(40).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM SignOnOperator
    PERFORM LoadParameterLibrary
    PERFORM GetParmTransactionCode
    PERFORM UNTIL QuitParmTrans
       EVALUATE TRUE
          WHEN AddParmTrans
             PERFORM AddParameterRow
          WHEN ChangeParmTrans
             PERFORM ChangeParameterRow
          WHEN DeleteParmTrans
             PERFORM DeleteParameterRow
          WHEN ListParmTrans
             PERFORM ListParameterLibrary
          WHEN CatalogParmTrans
             PERFORM ListParameterCatalog
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, D, L, P or Q."
       END-EVALUATE
       PERFORM GetParmTransactionCode
    END-PERFORM
    STOP RUN.

*> Signs the operator on against OPERATOR.DAT; no operator file on
*> site means no prompt.
SignOnOperator.
    OPEN INPUT OperatorFile
    IF NOT OperatorFileOk
       MOVE "S" TO OperatorAuthority
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator id:"
    ACCEPT OperatorEntry
    INSPECT OperatorEntry
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE "N" TO OperatorFoundSwitch
    MOVE "N" TO EndOfOperatorSwitch
    PERFORM ReadOneOperatorRecord
    PERFORM UNTIL EndOfOperators OR OperatorFound
       IF OP-OperatorId = OperatorEntry
          SET OperatorFound TO TRUE
          MOVE OP-OperatorId TO SignedOnOperator
          MOVE OP-Authority TO OperatorAuthority
          DISPLAY "Signed on: " OP-Name
       ELSE
          PERFORM ReadOneOperatorRecord
       END-IF
    END-PERFORM
    CLOSE OperatorFile
    IF NOT OperatorFound
       DISPLAY "Operator " OperatorEntry " is not on OPERATOR.DAT"
          " - sign-on refused."
       STOP RUN
    END-IF
    IF InquiryOnlyAuthority
       DISPLAY "Operator " OperatorEntry " has inquiry authority only"
          " - sign-on refused."
       STOP RUN
    END-IF.

ReadOneOperatorRecord.
    READ OperatorFile
       AT END SET EndOfOperators TO TRUE
    END-READ.

GetParmTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, D)elete, L)ist, P)arameters, Q)uit".
    ACCEPT ParmTransactionCode.

*> The whole library, every row, in parameter name and effective
*> date order.
LoadParameterLibrary.
    MOVE ZERO TO RunParameterCount
    OPEN INPUT RunParameterFile
    IF NOT RunParameterFileOk
       DISPLAY "PARMLIB.DAT not found - starting with no parameters."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfRunParametersSwitch
    PERFORM UNTIL EndOfRunParameters
       READ RunParameterFile
          AT END SET EndOfRunParameters TO TRUE
          NOT AT END
             IF PL-ParmName NOT = SPACES
                AND PL-EffectiveDate IS NUMERIC
                AND RunParameterCount < 200
                MOVE PL-ParmName TO EntryParmName
                MOVE PL-EffectiveDate TO EntryEffectiveValue
                MOVE PL-ParmValue TO EntryParmValue
                PERFORM InsertParameterRow
             END-IF
       END-READ
    END-PERFORM
    CLOSE RunParameterFile.

SaveParameterLibrary.
    OPEN OUTPUT RunParameterFile
    PERFORM VARYING RunParameterIndex FROM 1 BY 1
       UNTIL RunParameterIndex > RunParameterCount
       MOVE SPACES TO RunParameterRecord
       MOVE RP-ParmName (RunParameterIndex) TO PL-ParmName
       MOVE RP-EffectiveDate (RunParameterIndex) TO PL-EffectiveDate
       MOVE RP-ParmValue (RunParameterIndex) TO PL-ParmValue
       WRITE RunParameterRecord
    END-PERFORM
    CLOSE RunParameterFile.

*> Puts EntryParmName / EntryEffectiveValue / EntryParmValue into
*> the table at its place in name and date order.
InsertParameterRow.
    MOVE 1 TO InsertIndex
    PERFORM UNTIL InsertIndex > RunParameterCount
       OR RP-ParmName (InsertIndex) > EntryParmName
       OR (RP-ParmName (InsertIndex) = EntryParmName
           AND RP-EffectiveDate (InsertIndex) > EntryEffectiveValue)
       ADD 1 TO InsertIndex
    END-PERFORM
    PERFORM VARYING ShiftIndex FROM RunParameterCount BY -1
       UNTIL ShiftIndex < InsertIndex
       MOVE RunParameterEntry (ShiftIndex)
         TO RunParameterEntry (ShiftIndex + 1)
    END-PERFORM
    ADD 1 TO RunParameterCount
    MOVE EntryParmName TO RP-ParmName (InsertIndex)
    MOVE EntryEffectiveValue TO RP-EffectiveDate (InsertIndex)
    MOVE EntryParmValue TO RP-ParmValue (InsertIndex).

GetEntryParmName.
    DISPLAY "Enter parameter name (PROGRAM.KEYWORD)"
    MOVE SPACES TO EntryParmName
    ACCEPT EntryParmName
    INSPECT EntryParmName
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

FindCatalogEntry.
    MOVE ZERO TO FoundCatalogIndex
    PERFORM VARYING ParmCatalogIndex FROM 1 BY 1
       UNTIL ParmCatalogIndex > 16 OR FoundCatalogIndex NOT = ZERO
       IF PC-ParmName (ParmCatalogIndex) = EntryParmName
          MOVE ParmCatalogIndex TO FoundCatalogIndex
       END-IF
    END-PERFORM.

*> Blank means today.
GetEntryEffectiveDate.
    DISPLAY "Enter effective date YYYYMMDD (blank for today)"
    MOVE SPACES TO EntryEffectiveDate
    ACCEPT EntryEffectiveDate
    MOVE "Y" TO EntryValidSwitch
    IF EntryEffectiveDate = SPACES
       MOVE RunDate TO EntryEffectiveValue
    ELSE
       IF EntryEffectiveDate IS NUMERIC
          MOVE EntryEffectiveDate TO EntryEffectiveValue
       ELSE
          DISPLAY "Effective date must be 8 digits YYYYMMDD."
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF.

FindParameterRow.
    MOVE "N" TO FoundRowSwitch
    MOVE ZERO TO FoundRowIndex
    PERFORM VARYING RunParameterIndex FROM 1 BY 1
       UNTIL RunParameterIndex > RunParameterCount OR RowFound
       IF RP-ParmName (RunParameterIndex) = EntryParmName
          AND RP-EffectiveDate (RunParameterIndex) = EntryEffectiveValue
          SET RowFound TO TRUE
          MOVE RunParameterIndex TO FoundRowIndex
       END-IF
    END-PERFORM.

*> The value is checked against the kind the catalog gives: a
*> number may hold only digits and one decimal point, a Y/N
*> parameter only Y or N.  Text is taken as keyed.
GetEntryParmValue.
    DISPLAY "Enter value"
    MOVE SPACES TO EntryParmValue
    ACCEPT EntryParmValue
    INSPECT EntryParmValue
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE "Y" TO EntryValidSwitch
    EVALUATE TRUE
       WHEN PC-NumericValue (FoundCatalogIndex)
          MOVE EntryParmValue TO EntryValueCheck
          INSPECT EntryValueCheck
             CONVERTING "0123456789." TO SPACES
          IF EntryParmValue = SPACES OR EntryValueCheck NOT = SPACES
             DISPLAY "This parameter takes a number, e.g. 2.50."
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN PC-YesNoValue (FoundCatalogIndex)
          IF EntryParmValue NOT = "Y" AND EntryParmValue NOT = "N"
             DISPLAY "This parameter takes Y or N."
             MOVE "N" TO EntryValidSwitch
          END-IF
    END-EVALUATE.

AddParameterRow.
    IF NOT ChangeAuthority
       DISPLAY "Parameter changes need registrar or supervisor authority."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryParmName
    PERFORM FindCatalogEntry
    IF FoundCatalogIndex = ZERO
       DISPLAY "No program reads a parameter " EntryParmName
          " - P lists the names."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryEffectiveDate
    IF NOT EntryValid
       EXIT PARAGRAPH
    END-IF
    PERFORM FindParameterRow
    IF RowFound
       DISPLAY "A value from that date is already on file - use C to"
          " change it."
       EXIT PARAGRAPH
    END-IF
    IF RunParameterCount NOT < 200
       DISPLAY "Parameter library is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryParmValue
    IF NOT EntryValid
       EXIT PARAGRAPH
    END-IF
    PERFORM InsertParameterRow
    PERFORM SaveParameterLibrary
    MOVE "ADD" TO ParmJournalAction
    MOVE SPACES TO ParmJournalOldValue
    MOVE EntryParmValue TO ParmJournalNewValue
    PERFORM JournalParameterChange
    DISPLAY EntryParmName " = " EntryParmValue " from "
       EntryEffectiveValue " added."
    IF EntryEffectiveValue < RunDate
       DISPLAY "Note: the effective date is in the past - runs already"
          " made used the value then in force."
    END-IF.

ChangeParameterRow.
    IF NOT ChangeAuthority
       DISPLAY "Parameter changes need registrar or supervisor authority."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryParmName
    PERFORM FindCatalogEntry
    PERFORM GetEntryEffectiveDate
    IF NOT EntryValid
       EXIT PARAGRAPH
    END-IF
    PERFORM FindParameterRow
    IF NOT RowFound
       DISPLAY "No value for " EntryParmName " from that date."
       EXIT PARAGRAPH
    END-IF
    IF FoundCatalogIndex = ZERO
       DISPLAY "No program reads this parameter now - delete the row"
          " instead."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current value: " RP-ParmValue (FoundRowIndex)
    PERFORM GetEntryParmValue
    IF NOT EntryValid
       EXIT PARAGRAPH
    END-IF
    IF EntryParmValue = RP-ParmValue (FoundRowIndex)
       DISPLAY "Value unchanged."
       EXIT PARAGRAPH
    END-IF
    MOVE RP-ParmValue (FoundRowIndex) TO ParmJournalOldValue
    MOVE EntryParmValue TO RP-ParmValue (FoundRowIndex)
    PERFORM SaveParameterLibrary
    MOVE "CHANGE" TO ParmJournalAction
    MOVE EntryParmValue TO ParmJournalNewValue
    PERFORM JournalParameterChange
    DISPLAY EntryParmName " from " EntryEffectiveValue " changed.".

DeleteParameterRow.
    IF NOT ChangeAuthority
       DISPLAY "Parameter changes need registrar or supervisor authority."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryParmName
    PERFORM GetEntryEffectiveDate
    IF NOT EntryValid
       EXIT PARAGRAPH
    END-IF
    PERFORM FindParameterRow
    IF NOT RowFound
       DISPLAY "No value for " EntryParmName " from that date."
       EXIT PARAGRAPH
    END-IF
    MOVE RP-ParmValue (FoundRowIndex) TO ParmJournalOldValue
    PERFORM VARYING ShiftIndex FROM FoundRowIndex BY 1
       UNTIL ShiftIndex NOT < RunParameterCount
       MOVE RunParameterEntry (ShiftIndex + 1)
         TO RunParameterEntry (ShiftIndex)
    END-PERFORM
    SUBTRACT 1 FROM RunParameterCount
    PERFORM SaveParameterLibrary
    MOVE "DELETE" TO ParmJournalAction
    MOVE SPACES TO ParmJournalNewValue
    PERFORM JournalParameterChange
    DISPLAY EntryParmName " from " EntryEffectiveValue " deleted - the"
       " earlier value, if any, is in force again from that date.".

JournalParameterChange.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
    OPEN EXTEND ParmJournalFile
    IF NOT ParmJournalOk
       OPEN OUTPUT ParmJournalFile
       CLOSE ParmJournalFile
       OPEN EXTEND ParmJournalFile
    END-IF
    MOVE SPACES TO ParmJournalRecord
    MOVE CurrentDateTime (1:8) TO PJ-LogDate
    MOVE CurrentDateTime (9:6) TO PJ-LogTime
    MOVE SignedOnOperator TO PJ-OperatorId
    MOVE ParmJournalAction TO PJ-Action
    MOVE EntryParmName TO PJ-ParmName
    MOVE EntryEffectiveValue TO PJ-EffectiveDate
    MOVE ParmJournalOldValue TO PJ-OldValue
    MOVE ParmJournalNewValue TO PJ-NewValue
    WRITE ParmJournalRecord
    CLOSE ParmJournalFile.

*> Blank name lists every row.  The table is in name and date order,
*> so the row in force for a name is the last one of its rows dated
*> on or before today.
ListParameterLibrary.
    PERFORM GetEntryParmName
    MOVE ZERO TO ListedCount
    PERFORM VARYING RunParameterIndex FROM 1 BY 1
       UNTIL RunParameterIndex > RunParameterCount
       IF EntryParmName = SPACES
          OR RP-ParmName (RunParameterIndex) = EntryParmName
          PERFORM ListOneParameterRow
       END-IF
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No parameters on file."
    END-IF.

ListOneParameterRow.
    ADD 1 TO ListedCount
    MOVE SPACES TO PLL-InForce
    IF RP-EffectiveDate (RunParameterIndex) NOT > RunDate
       MOVE RunParameterIndex TO InForceIndex
       IF InForceIndex = RunParameterCount
          MOVE "* " TO PLL-InForce
       ELSE
          ADD 1 TO InForceIndex
          IF RP-ParmName (InForceIndex)
                NOT = RP-ParmName (RunParameterIndex)
             OR RP-EffectiveDate (InForceIndex) > RunDate
             MOVE "* " TO PLL-InForce
          END-IF
       END-IF
    END-IF
    MOVE RP-ParmName (RunParameterIndex) TO PLL-ParmName
    MOVE RP-EffectiveDate (RunParameterIndex) TO PLL-EffectiveDate
    MOVE RP-ParmValue (RunParameterIndex) TO PLL-ParmValue
    DISPLAY ParmListLine.

ListParameterCatalog.
    PERFORM VARYING ParmCatalogIndex FROM 1 BY 1
       UNTIL ParmCatalogIndex > 16
       MOVE PC-ParmName (ParmCatalogIndex) TO PCL-ParmName
       MOVE PC-ValueKind (ParmCatalogIndex) TO PCL-ValueKind
       MOVE PC-Description (ParmCatalogIndex) TO PCL-Description
       DISPLAY ParmCatalogLine
    END-PERFORM.
