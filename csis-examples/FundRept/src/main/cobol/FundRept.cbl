IDENTIFICATION DIVISION.
PROGRAM-ID.  FundRept.
AUTHOR.  Michael Coughlan.
*> Financial aid fund balance report.  For every fund on FUNDS.DAT
*> the awards on AWARDS.DAT are totalled by status - offered,
*> accepted, disbursed (at the amount actually disbursed) - and set
*> against the amount the fund has to award, so the aid office can
*> see what is still free to offer.  A fund awarded past what it has
*> shows a negative remainder and is flagged OVER.
*>
*> Arguments:
*>    TERM=tttttt   count only awards for this term (the available
*>                  amount is still the fund's whole amount).
*>
*> Output goes to FUNDBAL.RPT with grand totals at the end.  Awards
*> against a fund that is no longer on FUNDS.DAT are counted on the
*> console.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FundFile ASSIGN TO "FUNDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FundFileStatus.
    SELECT AwardFile ASSIGN TO "AWARDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AwardFileStatus.
    SELECT ReportFile ASSIGN TO "FUNDBAL.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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
       88  AW-Offered       VALUE "O".
       88  AW-Accepted      VALUE "A".
       88  AW-Disbursed     VALUE "D".
   02  FILLER          PIC X.
   02  AW-DisbursedDate PIC 9(8).
   02  FILLER          PIC X.
   02  AW-DisbursedAmount PIC 9(5)V99.

FD ReportFile.
01 ReportLine           PIC X(90).

WORKING-STORAGE SECTION.
01  FundFileStatus          PIC XX.
    88  FundFileOk          VALUE "00".
01  AwardFileStatus         PIC XX.
    88  AwardFileOk         VALUE "00".
01  EndOfFileSwitch         PIC X.
    88  EndOfFile           VALUE "Y".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(20).
01  ArgumentKeyword         PIC X(10).
01  ArgumentValue           PIC X(10).
01  SelectTermCode          PIC X(6) VALUE SPACES.

01  FundCount               PIC 9(3) VALUE ZERO.
01  FundIndex               PIC 9(3).
01  FoundFundIndex          PIC 9(3).
01  FundTable.
    02  FundEntry           OCCURS 200 TIMES.
        03  FT-FundCode     PIC X(4).
        03  FT-FundName     PIC X(24).
        03  FT-Available    PIC 9(7)V99.
        03  FT-Offered      PIC 9(7)V99.
        03  FT-Accepted     PIC 9(7)V99.
        03  FT-Disbursed    PIC 9(7)V99.

01  FundRemaining           PIC S9(7)V99.
01  UnknownFundCount        PIC 9(5) VALUE ZERO.
01  TotalAvailable          PIC 9(9)V99 VALUE ZERO.
01  TotalOffered            PIC 9(9)V99 VALUE ZERO.
01  TotalAccepted           PIC 9(9)V99 VALUE ZERO.
01  TotalDisbursed          PIC 9(9)V99 VALUE ZERO.
01  TotalRemaining          PIC S9(9)V99 VALUE ZERO.

01  BlankLine               PIC X(90) VALUE SPACES.

01  TitleLine.
    02  FILLER              PIC X(28) VALUE "FINANCIAL AID FUND BALANCES ".
    02  TL-TermText         PIC X(6)  VALUE "- ALL ".
    02  TL-TermCode         PIC X(6)  VALUE "TERMS ".
    02  FILLER              PIC X(50) VALUE SPACES.

01  FundHeadingLine         PIC X(90) VALUE
    "FUND NAME              AVAILABLE      OFFERED     ACCEPTED    DISBURSED     REMAINING".

01  FundDetailLine.
    02  FDL-FundCode        PIC X(4).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-FundName        PIC X(14).
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-Available       PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-Offered         PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-Accepted        PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-Disbursed       PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-Remaining       PIC -(9)9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FDL-OverFlag        PIC X(4).

01  FundTotalLine.
    02  FILLER              PIC X(20) VALUE "TOTALS".
    02  FTL-Available       PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FTL-Offered         PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FTL-Accepted        PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FTL-Disbursed       PIC ZZZZZZZZ9.99.
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FTL-Remaining       PIC -(9)9.99.
    02  FILLER              PIC X(5)  VALUE SPACES.

01  SummaryLine.
    02  FILLER              PIC X(16) VALUE "Funds reported: ".
    02  SL-FundCount        PIC ZZ9.
    02  FILLER              PIC X(71) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    PERFORM LoadFundTable
    IF FundCount = ZERO
       DISPLAY "No funds on FUNDS.DAT - nothing to report."
       STOP RUN
    END-IF
    PERFORM TotalAwards
    OPEN OUTPUT ReportFile
    IF SelectTermCode NOT = SPACES
       MOVE "- TERM" TO TL-TermText
       MOVE SelectTermCode TO TL-TermCode
    END-IF
    WRITE ReportLine FROM TitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM FundHeadingLine
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount
       PERFORM ReportOneFund
    END-PERFORM
    MOVE TotalAvailable TO FTL-Available
    MOVE TotalOffered TO FTL-Offered
    MOVE TotalAccepted TO FTL-Accepted
    MOVE TotalDisbursed TO FTL-Disbursed
    MOVE TotalRemaining TO FTL-Remaining
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM FundTotalLine
    MOVE FundCount TO SL-FundCount
    WRITE ReportLine FROM SummaryLine
    DISPLAY SummaryLine
    IF UnknownFundCount > ZERO
       DISPLAY UnknownFundCount " award(s) against a fund not on"
          " FUNDS.DAT - not reported."
    END-IF
    CLOSE ReportFile
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
             MOVE ArgumentValue (1:6) TO SelectTermCode
             INSPECT SelectTermCode
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          WHEN OTHER
             DISPLAY "Argument " ArgumentInput " not recognised - ignored."
       END-EVALUATE
    END-PERFORM.

LoadFundTable.
    MOVE ZERO TO FundCount
    OPEN INPUT FundFile
    IF NOT FundFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneFundRecord
    PERFORM UNTIL EndOfFile
       IF FN-FundCode NOT = SPACES AND FundCount < 200
          ADD 1 TO FundCount
          MOVE FN-FundCode TO FT-FundCode (FundCount)
          MOVE FN-FundName TO FT-FundName (FundCount)
          MOVE FN-Available TO FT-Available (FundCount)
          MOVE ZERO TO FT-Offered (FundCount) FT-Accepted (FundCount)
                       FT-Disbursed (FundCount)
       END-IF
       PERFORM ReadOneFundRecord
    END-PERFORM
    CLOSE FundFile.

ReadOneFundRecord.
    READ FundFile
       AT END SET EndOfFile TO TRUE
    END-READ.

TotalAwards.
    OPEN INPUT AwardFile
    IF NOT AwardFileOk
       DISPLAY "AWARDS.DAT not found - no awards counted."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneAwardRecord
    PERFORM UNTIL EndOfFile
       IF AW-StudentId NUMERIC
          AND (SelectTermCode = SPACES
               OR AW-TermCode = SelectTermCode)
          PERFORM TotalOneAward
       END-IF
       PERFORM ReadOneAwardRecord
    END-PERFORM
    CLOSE AwardFile.

ReadOneAwardRecord.
    READ AwardFile
       AT END SET EndOfFile TO TRUE
    END-READ.

TotalOneAward.
    MOVE ZERO TO FoundFundIndex
    PERFORM VARYING FundIndex FROM 1 BY 1
       UNTIL FundIndex > FundCount OR FoundFundIndex > ZERO
       IF FT-FundCode (FundIndex) = AW-FundCode
          MOVE FundIndex TO FoundFundIndex
       END-IF
    END-PERFORM
    IF FoundFundIndex = ZERO
       ADD 1 TO UnknownFundCount
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN AW-Offered
          ADD AW-Amount TO FT-Offered (FoundFundIndex)
       WHEN AW-Accepted
          ADD AW-Amount TO FT-Accepted (FoundFundIndex)
       WHEN AW-Disbursed
          ADD AW-DisbursedAmount TO FT-Disbursed (FoundFundIndex)
    END-EVALUATE.

ReportOneFund.
    COMPUTE FundRemaining = FT-Available (FundIndex)
                          - FT-Offered (FundIndex)
                          - FT-Accepted (FundIndex)
                          - FT-Disbursed (FundIndex)
    MOVE FT-FundCode (FundIndex) TO FDL-FundCode
    MOVE FT-FundName (FundIndex) TO FDL-FundName
    MOVE FT-Available (FundIndex) TO FDL-Available
    MOVE FT-Offered (FundIndex) TO FDL-Offered
    MOVE FT-Accepted (FundIndex) TO FDL-Accepted
    MOVE FT-Disbursed (FundIndex) TO FDL-Disbursed
    MOVE FundRemaining TO FDL-Remaining
    MOVE SPACES TO FDL-OverFlag
    IF FundRemaining < ZERO
       MOVE "OVER" TO FDL-OverFlag
    END-IF
    WRITE ReportLine FROM FundDetailLine
    ADD FT-Available (FundIndex) TO TotalAvailable
    ADD FT-Offered (FundIndex) TO TotalOffered
    ADD FT-Accepted (FundIndex) TO TotalAccepted
    ADD FT-Disbursed (FundIndex) TO TotalDisbursed
    ADD FundRemaining TO TotalRemaining.
