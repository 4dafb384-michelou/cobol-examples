*> (with different StudentId values) are printed side by side as a
*> suspected-duplicate pair on DUPSCAN.RPT, so the registrar can
*> merge them before transcripts split across two ids.
*>
*> Exact spelling is not required to come together: the sort is on
*> the phonetic code of the surname (the shared PHONCODE routine)
*> ahead of Initials + DateOfBirth, with the Surname itself after
*> them.  Adjacent records agreeing on code, initials and birth date
*> but spelled differently (Smith / Schmidt, Meyer / Maier) are
*> printed as a POSSIBLE duplicate pair, sounds like only, counted
*> separately from the exact suspected pairs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

SD SortWorkFile.
01 SortRec.
   02  SR-SoundCode    PIC X(4).
   02  SR-Surname      PIC X(20).
   02  SR-Initials     PIC XX.
   02  SR-DateOfBirth  PIC 9(8).
    88  FirstSorted         VALUE "Y".

01  SuspectPairCount        PIC 9(5) VALUE ZERO.
01  PossiblePairCount       PIC 9(5) VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "PHONCODE.cpy".
       >>SOURCE FORMAT IS FREE

*> The previous sorted record, held for the adjacent comparison.
01  PriorSortRec.
    02  PR-SoundCode    PIC X(4).
    02  PR-Surname      PIC X(20).
    02  PR-Initials     PIC XX.
    02  PR-DateOfBirth  PIC 9(8).
    02  PHL-Number          PIC ZZZZ9.
    02  FILLER              PIC X(70) VALUE SPACES.

01  PossibleHeadingLine.
    02  FILLER              PIC X(24) VALUE "POSSIBLE duplicate pair ".
    02  PoHL-Number         PIC ZZZZ9.
    02  FILLER              PIC X(16) VALUE " - sounds like: ".
    02  PoHL-SoundCode      PIC X(4).
    02  FILLER              PIC X(22) VALUE ", not an exact match".
    02  FILLER              PIC X(29) VALUE SPACES.

01  PairDetailLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  PDL-StudentId       PIC 9(7).
    02  SL-Count            PIC ZZZZ9.
    02  FILLER              PIC X(68) VALUE SPACES.

01  PossibleSummaryLine.
    02  FILLER              PIC X(38)
                            VALUE "Possible (sounds like) duplicate pairs".
    02  FILLER              PIC X(2)  VALUE ": ".
    02  PSL-Count           PIC ZZZZ9.
    02  FILLER              PIC X(55) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    OPEN OUTPUT ReportFile
    SORT SortWorkFile
        ON ASCENDING KEY SR-SoundCode
        ON ASCENDING KEY SR-Initials
        ON ASCENDING KEY SR-DateOfBirth
        ON ASCENDING KEY SR-Surname
        ON ASCENDING KEY SR-StudentId
        INPUT PROCEDURE IS SelectStudentRecords
        OUTPUT PROCEDURE IS CompareAdjacentRecords
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM SummaryLine
    DISPLAY SummaryLine
    MOVE PossiblePairCount TO PSL-Count
    WRITE ReportLine FROM PossibleSummaryLine
    DISPLAY PossibleSummaryLine
    CLOSE ReportFile
    STOP RUN.

    IF StudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "S" TO PHON-CODEP-FUNCTION
    MOVE Surname TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    MOVE PHON-CODEP-CODE TO SR-SoundCode
    MOVE Surname TO SR-Surname
    MOVE Initials TO SR-Initials
    MOVE DateOfBirth TO SR-DateOfBirth
       MOVE SuspectPairCount TO PHL-Number
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM PairHeadingLine
       PERFORM WritePairDetails
       EXIT PARAGRAPH
    END-IF
    IF SR-SoundCode = PR-SoundCode
       AND SR-SoundCode NOT = SPACES
       AND SR-Initials = PR-Initials
       AND SR-DateOfBirth = PR-DateOfBirth
       AND SR-StudentId NOT = PR-StudentId
       ADD 1 TO PossiblePairCount
       MOVE PossiblePairCount TO PoHL-Number
       MOVE SR-SoundCode TO PoHL-SoundCode
       WRITE ReportLine FROM BlankLine
       WRITE ReportLine FROM PossibleHeadingLine
       PERFORM WritePairDetails
    END-IF.

WritePairDetails.
    MOVE PR-StudentId TO PDL-StudentId
    MOVE PR-Surname TO PDL-Surname
    MOVE PR-GivenName TO PDL-GivenName
    MOVE PR-Initials TO PDL-Initials
    MOVE PR-DateOfBirth TO PDL-DateOfBirth
    MOVE PR-CourseCode TO PDL-CourseCode
    MOVE PR-Gender TO PDL-Gender
    MOVE PR-Status TO PDL-Status
    MOVE PR-TermCode TO PDL-TermCode
    WRITE ReportLine FROM PairDetailLine
    MOVE SR-StudentId TO PDL-StudentId
    MOVE SR-Surname TO PDL-Surname
    MOVE SR-GivenName TO PDL-GivenName
    MOVE SR-Initials TO PDL-Initials
    MOVE SR-DateOfBirth TO PDL-DateOfBirth
    MOVE SR-CourseCode TO PDL-CourseCode
    MOVE SR-Gender TO PDL-Gender
    MOVE SR-Status TO PDL-Status
    MOVE SR-TermCode TO PDL-TermCode
    WRITE ReportLine FROM PairDetailLine.
