IDENTIFICATION DIVISION.
PROGRAM-ID.  ChgMaint.
AUTHOR.  Michael Coughlan.
*> Maintains CHGCODES.DAT, the table of miscellaneous charge codes
*> MiscChg raises non-tuition open items under - library fines, lab
*> breakage, parking permits, ID card replacement and the like.  One
*> record per charge code:
*>
*>    cols 1-4   charge code
*>    col  5     space
*>    cols 6-29  description (printed on the student's statement)
*>    col  30    space
*>    cols 31-34 GL revenue account the charge posts to
*>    col  35    space
*>    cols 36-42 default amount 99999V99 (zero when it must be keyed)
*>
*> Transactions, in the FundMaint mold (the whole file is held in a
*> table and rewritten on Q):
*>
*>    A)dd a charge code
*>    C)hange a code's description, GL account or default amount
*>    L)ist the charge codes
*>    D)elete a charge code
*>    Q)uit and save
*>
*> Each charge raised carries its own copy of the GL account, so a
*> change here affects only charges raised afterwards.  GLPost posts
*> every charge to that account, which must also be on GLACCTS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ChargeCodeFile ASSIGN TO "CHGCODES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ChargeCodeFileStatus.

DATA DIVISION.
FILE SECTION.
FD ChargeCodeFile.
01 ChargeCodeRecord.
   02  CC-ChargeCode   PIC X(4).
   02  FILLER          PIC X.
   02  CC-Description  PIC X(24).
   02  FILLER          PIC X.
   02  CC-GLAccount    PIC 9(4).
   02  FILLER          PIC X.
   02  CC-DefaultAmount PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  ChargeCodeFileStatus     PIC XX.
    88  ChargeCodeFileOk     VALUE "00".

01  EndOfFileSwitch          PIC X.
    88  EndOfFile            VALUE "Y".

01  ChargeTransactionCode    PIC X.
    88  AddChargeTrans       VALUE "A" "a".
    88  ChangeChargeTrans    VALUE "C" "c".
    88  ListChargesTrans     VALUE "L" "l".
    88  DeleteChargeTrans    VALUE "D" "d".
    88  QuitChargeTrans      VALUE "Q" "q".

01  EntryChargeCode          PIC X(4).
01  EntryDescription         PIC X(24).
01  EntryGLAccount           PIC X(4).
01  EntryDefaultAmount       PIC X(10).
01  EntryDefaultValue        PIC 9(5)V99.

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

01  ChargeCodeListLine.
    02  CLL-ChargeCode       PIC X(4).
    02  FILLER               PIC X(1)  VALUE SPACE.
    02  CLL-Description      PIC X(24).
    02  FILLER               PIC X(11) VALUE "  account  ".
    02  CLL-GLAccount        PIC 9(4).
    02  FILLER               PIC X(11) VALUE "  default  ".
    02  CLL-DefaultAmount    PIC ZZZZ9.99.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadChargeCodeFile
    PERFORM GetChargeTransactionCode
    PERFORM UNTIL QuitChargeTrans
       EVALUATE TRUE
          WHEN AddChargeTrans
             PERFORM AddChargeCode
          WHEN ChangeChargeTrans
             PERFORM ChangeChargeCode
          WHEN ListChargesTrans
             PERFORM ListChargeCodes
          WHEN DeleteChargeTrans
             PERFORM DeleteChargeCode
          WHEN OTHER
             DISPLAY "Invalid transaction code - enter A, C, L, D or Q."
       END-EVALUATE
       PERFORM GetChargeTransactionCode
    END-PERFORM
    PERFORM SaveChargeCodeFile
    STOP RUN.

GetChargeTransactionCode.
    DISPLAY "Enter transaction - A)dd, C)hange, L)ist, D)elete, Q)uit".
    ACCEPT ChargeTransactionCode.

LoadChargeCodeFile.
    MOVE ZERO TO ChargeCodeCount
    OPEN INPUT ChargeCodeFile
    IF NOT ChargeCodeFileOk
       DISPLAY "CHGCODES.DAT not found - starting with no charge codes."
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

SaveChargeCodeFile.
    OPEN OUTPUT ChargeCodeFile
    PERFORM VARYING ChargeCodeIndex FROM 1 BY 1
       UNTIL ChargeCodeIndex > ChargeCodeCount
       IF CT-ChargeCode (ChargeCodeIndex) NOT = SPACES
          MOVE SPACES TO ChargeCodeRecord
          MOVE CT-ChargeCode (ChargeCodeIndex) TO CC-ChargeCode
          MOVE CT-Description (ChargeCodeIndex) TO CC-Description
          MOVE CT-GLAccount (ChargeCodeIndex) TO CC-GLAccount
          MOVE CT-DefaultAmount (ChargeCodeIndex) TO CC-DefaultAmount
          WRITE ChargeCodeRecord
       END-IF
    END-PERFORM
    CLOSE ChargeCodeFile
    DISPLAY "CHGCODES.DAT saved.".

GetChargeCodeKey.
    DISPLAY "Enter charge code (4 characters)"
    MOVE SPACES TO EntryChargeCode
    ACCEPT EntryChargeCode
    INSPECT EntryChargeCode
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

GetEntryDescription.
    DISPLAY "Enter description"
    MOVE SPACES TO EntryDescription
    ACCEPT EntryDescription.

GetEntryGLAccount.
    DISPLAY "Enter GL revenue account (4 digits)"
    MOVE SPACES TO EntryGLAccount
    ACCEPT EntryGLAccount
    IF EntryGLAccount NOT = SPACES AND EntryGLAccount NOT NUMERIC
       DISPLAY "GL account must be 4 digits."
       MOVE SPACES TO EntryGLAccount
    END-IF.

*> The amount as keyed, e.g. 25.00; blank leaves it zero, which on
*> an add means the amount is keyed with each charge and on a change
*> keeps the current default.
GetEntryDefaultAmount.
    DISPLAY "Enter default amount (e.g. 25.00, blank for none)"
    MOVE SPACES TO EntryDefaultAmount
    ACCEPT EntryDefaultAmount
    IF EntryDefaultAmount = SPACES
       MOVE ZERO TO EntryDefaultValue
    ELSE
       COMPUTE EntryDefaultValue = FUNCTION NUMVAL (EntryDefaultAmount)
    END-IF.

AddChargeCode.
    PERFORM GetChargeCodeKey
    IF EntryChargeCode = SPACES
       DISPLAY "Charge code is required - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindChargeCodeEntry
    IF ChargeCodeFound
       DISPLAY "Charge code already on file - use C to change it."
       EXIT PARAGRAPH
    END-IF
    IF ChargeCodeCount NOT < 200
       DISPLAY "Charge code table is full - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryDescription
    PERFORM GetEntryGLAccount
    IF EntryGLAccount = SPACES
       DISPLAY "A charge code needs a GL account - add cancelled."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetEntryDefaultAmount
    ADD 1 TO ChargeCodeCount
    MOVE EntryChargeCode TO CT-ChargeCode (ChargeCodeCount)
    MOVE EntryDescription TO CT-Description (ChargeCodeCount)
    MOVE EntryGLAccount TO CT-GLAccount (ChargeCodeCount)
    MOVE EntryDefaultValue TO CT-DefaultAmount (ChargeCodeCount)
    DISPLAY "Charge code " EntryChargeCode " added.".

ChangeChargeCode.
    PERFORM GetChargeCodeKey
    PERFORM FindChargeCodeEntry
    IF NOT ChargeCodeFound
       DISPLAY "No such charge code on file."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Current description: "
       CT-Description (FoundChargeCodeIndex)
       "  account: " CT-GLAccount (FoundChargeCodeIndex)
       "  default: " CT-DefaultAmount (FoundChargeCodeIndex)
    DISPLAY "(blank keeps the current value)"
    PERFORM GetEntryDescription
    IF EntryDescription NOT = SPACES
       MOVE EntryDescription TO CT-Description (FoundChargeCodeIndex)
    END-IF
    PERFORM GetEntryGLAccount
    IF EntryGLAccount NOT = SPACES
       MOVE EntryGLAccount TO CT-GLAccount (FoundChargeCodeIndex)
    END-IF
    PERFORM GetEntryDefaultAmount
    IF EntryDefaultValue NOT = ZERO
       MOVE EntryDefaultValue TO CT-DefaultAmount (FoundChargeCodeIndex)
    END-IF
    DISPLAY "Charge code " EntryChargeCode " changed - charges already"
       " raised keep the account they were raised with.".

DeleteChargeCode.
    PERFORM GetChargeCodeKey
    PERFORM FindChargeCodeEntry
    IF NOT ChargeCodeFound
       DISPLAY "No such charge code on file."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CT-ChargeCode (FoundChargeCodeIndex)
    DISPLAY "Charge code deleted - charges already raised under it"
       " stay open until paid.".

ListChargeCodes.
    IF ChargeCodeCount = ZERO
       DISPLAY "No charge codes on file."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ChargeCodeIndex FROM 1 BY 1
       UNTIL ChargeCodeIndex > ChargeCodeCount
       IF CT-ChargeCode (ChargeCodeIndex) NOT = SPACES
          MOVE CT-ChargeCode (ChargeCodeIndex) TO CLL-ChargeCode
          MOVE CT-Description (ChargeCodeIndex) TO CLL-Description
          MOVE CT-GLAccount (ChargeCodeIndex) TO CLL-GLAccount
          MOVE CT-DefaultAmount (ChargeCodeIndex) TO CLL-DefaultAmount
          DISPLAY ChargeCodeListLine
       END-IF
    END-PERFORM.
