*> through PayApply's RESUBMIT mode.
*>
*> Output goes to UNAPPLIED.RPT with bucket totals at the end.
*>
*> Items the Lockbox conversion could not identify (reason UNID)
*> carry the bank's reference - lockbox batch, item and check
*> number - which is printed so the check can be traced at the
*> bank.
*>
*> PayApply holds a suspected duplicate payment with reason DUPL
*> until the cashier supervisor releases or rejects it (PAYDUPS.RPT
*> shows the pair); a rejected one stays as DUPX, the money to be
*> refunded rather than applied.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02  UA-RejectDate       PIC 9(8).
   02  FILLER              PIC X.
   02  UA-ReasonCode       PIC X(4).
   02  FILLER              PIC X.
   02  UA-BankReference    PIC X(16).

01 UnappliedAmountView REDEFINES UnappliedRecord.
   02  FILLER              PIC X(21).
   02  UAV-Amount          PIC 9(5)V99.
   02  FILLER              PIC X(31).

FD ReportFile.
01 ReportLine           PIC X(90).
       >>SOURCE FORMAT IS FREE

01  HoldingHeadingLine      PIC X(90) VALUE
    "STUDENT  TERM    REASON REJECTED   DAYS     AMOUNT  BANK REFERENCE".

01  HoldingDetailLine.
    02  HDL-StudentId       PIC X(7).
    02  HDL-Days            PIC ZZZZZ9.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  HDL-Amount          PIC ZZZZZZ9.99.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  HDL-BankReference   PIC X(16).
    02  FILLER              PIC X(22) VALUE SPACES.

01  BucketTotalLine.
    02  FILLER              PIC X(18) VALUE "Current:          ".
    MOVE UA-TermCode TO HDL-TermCode
    MOVE UA-ReasonCode TO HDL-ReasonCode
    MOVE UA-RejectDate TO HDL-RejectDate
    MOVE UA-BankReference TO HDL-BankReference
    MOVE DaysHeld TO HDL-Days
    IF UA-Amount NUMERIC
       MOVE UAV-Amount TO HDL-Amount
