*> change - an unknown id is refused, and a site with no operator
*> file yet keeps the old walk-up behaviour, the same adoption path
*> SeqWrite and EnrollEntry take.
*>
*> An operator carrying the I (inquiry only) authority on
*> OPERATOR.DAT is refused sign-on here: that authority is for
*> counter clerks who use StudInq and change nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  SignedOnOperator         PIC X(4) VALUE SPACES.
01  OperatorAuthority        PIC X VALUE SPACE.
    88  SupervisorAuthority  VALUE "S".
    88  InquiryOnlyAuthority VALUE "I".
01  EntryEffectiveTerm       PIC X(6).
01  OutgoingTermFee          PIC 9(5)V99.
01  EndOfFeeScanSwitch       PIC X.
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
