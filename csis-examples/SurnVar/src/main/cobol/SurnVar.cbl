IDENTIFICATION DIVISION.
PROGRAM-ID.  SurnVar.
AUTHOR.  Michael Coughlan.
*> Surname spelling families.  The same family name turns up spelled
*> every possible way - Schmidt, Schmitt and Smith; Meyer and Maier -
*> on both halves of the system, and neither the registrar nor the
*> family researchers could see the spellings side by side.  Every
*> surname on STUDENTS.DAT and every individual's surname on the
*> timeline data file is reduced to its phonetic code by the shared
*> PHONCODE routine (the same code StudFind, DupScan and TLMERGE
*> use for their "sounds like" candidates), and SURNVAR.RPT lists
*> the codes in order with every spelling found under each one and
*> how many students and timeline individuals carry it:
*>
*>    CODE  SURNAME                              STUDENTS  TIMELINE
*>    S530  SCHMIDT                                     2         3
*>          SMITH                                       5         0
*>
*> Spellings are compared in upper case, so Smith and SMITH are one
*> spelling.  The timeline surname is the last word of a '0' record's
*> name (a trailing JR, SR, II, III or IV is passed over, as PHONCODE
*> does for TLMERGE).  The reserved 0000000 header record is skipped,
*> and a name with no letters in it cannot be coded - it is counted
*> and left off the listing.
*>
*> Arguments (KEYWORD=value, any order, all optional):
*>    TIMELINE=file    the timeline data file, default timeline.dat
*>    VARIANTS=ONLY    list only the codes with more than one
*>                     spelling - the families worth a second look
*> Either file may be missing; the report is then built from the
*> other one and says so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StudentId
		ALTERNATE RECORD KEY IS CourseCode WITH DUPLICATES
		FILE STATUS IS StudentFileStatus.
    SELECT TimelineFile ASSIGN TO DYNAMIC TimelineFileName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TimelineFileStatus.
    SELECT SortWorkFile ASSIGN TO "SVWORK.TMP".
    SELECT ReportFile ASSIGN TO "SURNVAR.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(20).
       03 GivenName    PIC X(12).
       03 Initials     PIC XX.
   02  DateOfBirth.
       03 YOBirth      PIC 9(4).
       03 MOBirth      PIC 9(2).
       03 DOBirth      PIC 9(2).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.
   02  EnrollmentStatus PIC X.
   02  TermCode        PIC X(6).
   02  CampusCode      PIC X(2).

*> Only the '0' individual record matters here: type in column 1,
*> name in columns 12-46.
FD TimelineFile.
01 TimelineRecord.
   02  TL-RecordType   PIC X.
   02  FILLER          PIC X(10).
   02  TL-Name         PIC X(35).
   02  FILLER          PIC X(34).

SD SortWorkFile.
01 SortRec.
   02  SV-SoundCode    PIC X(4).
   02  SV-Surname      PIC X(35).
   02  SV-Source       PIC X.
       88  SV-FromStudents VALUE "S".
       88  SV-FromTimeline VALUE "T".

FD ReportFile.
01 ReportLine           PIC X(80).

WORKING-STORAGE SECTION.
01  StudentFileStatus       PIC XX.
    88  StudentFileOk       VALUE "00".
01  TimelineFileStatus      PIC XX.
    88  TimelineFileOk      VALUE "00".
01  TimelineFileName        PIC X(60) VALUE "timeline.dat".

01  ArgumentCount           PIC 9(2).
01  ArgumentIndex           PIC 9(2).
01  ArgumentInput           PIC X(80).
01  ArgumentKeyword         PIC X(20).
01  ArgumentValue           PIC X(60).
01  VariantsOnlySwitch      PIC X VALUE "N".
    88  VariantsOnly        VALUE "Y".

01  EndOfMasterSwitch       PIC X VALUE "N".
    88  EndOfMaster         VALUE "Y".
01  EndOfTimelineSwitch     PIC X VALUE "N".
    88  EndOfTimeline       VALUE "Y".
01  EndOfSortSwitch         PIC X VALUE "N".
    88  EndOfSort           VALUE "Y".

01  StudentNameCount        PIC 9(6) VALUE ZERO.
01  TimelineNameCount       PIC 9(6) VALUE ZERO.
01  NotCodedCount           PIC 9(6) VALUE ZERO.
01  FamilyCount             PIC 9(5) VALUE ZERO.
01  VariantFamilyCount      PIC 9(5) VALUE ZERO.
01  FamiliesListed          PIC 9(5) VALUE ZERO.

>>SOURCE FORMAT IS FIXED
       COPY "PHONCODE.cpy".
       >>SOURCE FORMAT IS FREE

*> The spellings of the family (phonetic code) being gathered from
*> the sort; it is printed, or passed over, when the code changes.
01  CurrentSoundCode        PIC X(4).
01  FamilyTable.
    02  FamilySpellingCount PIC 9(3) VALUE ZERO.
    02  FamilySpelling      OCCURS 100 TIMES.
        03  FS-Surname          PIC X(35).
        03  FS-StudentCount     PIC 9(5).
        03  FS-TimelineCount    PIC 9(5).
01  FamilyNameTotal         PIC 9(6).
01  SpellingsNotHeld        PIC 9(3).
01  SpellingIndex           PIC 9(3).

01  BlankLine               PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER              PIC X(44)
        VALUE "SURNAME SPELLING FAMILIES BY PHONETIC CODE  ".
    02  FILLER              PIC X(5)  VALUE "run  ".
    02  TTL-RunDate         PIC 9(8).
    02  TTL-Selection       PIC X(23) VALUE SPACES.

01  HeadingLine             PIC X(80) VALUE
    "CODE  SURNAME                              STUDENTS  TIMELINE".

01  SpellingLine.
    02  SPL-SoundCode       PIC X(4).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  SPL-Surname         PIC X(35).
    02  FILLER              PIC X(3)  VALUE SPACES.
    02  SPL-StudentCount    PIC ZZZZ9.
    02  FILLER              PIC X(5)  VALUE SPACES.
    02  SPL-TimelineCount   PIC ZZZZ9.
    02  FILLER              PIC X(21) VALUE SPACES.

01  FamilyFootLine.
    02  FILLER              PIC X(6)  VALUE SPACES.
    02  FFL-Spellings       PIC ZZ9.
    02  FILLER              PIC X(14) VALUE " spellings of ".
    02  FFL-Names           PIC ZZZZZ9.
    02  FILLER              PIC X(7)  VALUE " names ".
    02  FFL-NotHeld         PIC X(44) VALUE SPACES.

01  SummaryLine.
    02  SML-Label           PIC X(44).
    02  SML-Count           PIC ZZZZZ9.
    02  FILLER              PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunArguments
    OPEN OUTPUT ReportFile
    MOVE FUNCTION CURRENT-DATE (1:8) TO TTL-RunDate
    IF VariantsOnly
       MOVE "  (variants only)" TO TTL-Selection
    END-IF
    WRITE ReportLine FROM TitleLine
    WRITE ReportLine FROM BlankLine
    WRITE ReportLine FROM HeadingLine
    SORT SortWorkFile
        ON ASCENDING KEY SV-SoundCode
        ON ASCENDING KEY SV-Surname
        INPUT PROCEDURE IS ReleaseAllSurnames
        OUTPUT PROCEDURE IS PrintSpellingFamilies
    PERFORM PrintRunSummary
    CLOSE ReportFile
    DISPLAY "SurnVar: " FamiliesListed " families listed, "
       VariantFamilyCount " with more than one spelling - see SURNVAR.RPT."
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
          WHEN "TIMELINE"
             MOVE ArgumentValue TO TimelineFileName
          WHEN "VARIANTS"
             INSPECT ArgumentValue
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF ArgumentValue = "ONLY"
                SET VariantsOnly TO TRUE
             END-IF
          WHEN OTHER
             DISPLAY "SurnVar: argument ignored - "
                FUNCTION TRIM (ArgumentInput)
       END-EVALUATE
    END-PERFORM.

*> Input procedure: one sort record per coded surname from each
*> source, tagged with where it came from.
ReleaseAllSurnames.
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "STUDENTS.DAT not found - timeline surnames only."
    ELSE
       MOVE ZERO TO StudentId
       START StudentFile KEY NOT LESS THAN StudentId
          INVALID KEY SET EndOfMaster TO TRUE
       END-START
       PERFORM UNTIL EndOfMaster
          READ StudentFile NEXT
             AT END SET EndOfMaster TO TRUE
             NOT AT END PERFORM ReleaseOneStudent
          END-READ
       END-PERFORM
       CLOSE StudentFile
    END-IF
    OPEN INPUT TimelineFile
    IF NOT TimelineFileOk
       DISPLAY FUNCTION TRIM (TimelineFileName)
          " not found - student surnames only."
    ELSE
       PERFORM UNTIL EndOfTimeline
          READ TimelineFile
             AT END SET EndOfTimeline TO TRUE
             NOT AT END PERFORM ReleaseOneIndividual
          END-READ
       END-PERFORM
       CLOSE TimelineFile
    END-IF.

ReleaseOneStudent.
    IF StudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "S" TO PHON-CODEP-FUNCTION
    MOVE Surname TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    IF PHON-CODEP-RETURN-CODE NOT = 0
       ADD 1 TO NotCodedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO StudentNameCount
    MOVE PHON-CODEP-CODE TO SV-SoundCode
    MOVE FUNCTION TRIM (PHON-CODEP-SURNAME) TO SV-Surname
    SET SV-FromStudents TO TRUE
    RELEASE SortRec.

ReleaseOneIndividual.
    IF TL-RecordType NOT = "0"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO PHON-CODEP-FUNCTION
    MOVE TL-Name TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    IF PHON-CODEP-RETURN-CODE NOT = 0
       ADD 1 TO NotCodedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO TimelineNameCount
    MOVE PHON-CODEP-CODE TO SV-SoundCode
    MOVE PHON-CODEP-SURNAME TO SV-Surname
    SET SV-FromTimeline TO TRUE
    RELEASE SortRec.

*> Output procedure: the spellings of one code are gathered, then
*> the family is printed when the code changes.
PrintSpellingFamilies.
    RETURN SortWorkFile AT END
       SET EndOfSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSort
       MOVE SV-SoundCode TO CurrentSoundCode
       MOVE ZERO TO FamilySpellingCount FamilyNameTotal
          SpellingsNotHeld
       PERFORM UNTIL EndOfSort
          OR SV-SoundCode NOT = CurrentSoundCode
          PERFORM AddToFamily
          RETURN SortWorkFile AT END
             SET EndOfSort TO TRUE
          END-RETURN
       END-PERFORM
       PERFORM PrintOneFamily
    END-PERFORM.

AddToFamily.
    ADD 1 TO FamilyNameTotal
    IF FamilySpellingCount = ZERO
       OR SV-Surname NOT = FS-Surname (FamilySpellingCount)
       IF FamilySpellingCount = 100
          ADD 1 TO SpellingsNotHeld
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO FamilySpellingCount
       MOVE SV-Surname TO FS-Surname (FamilySpellingCount)
       MOVE ZERO TO FS-StudentCount (FamilySpellingCount)
          FS-TimelineCount (FamilySpellingCount)
    END-IF
    IF SV-FromStudents
       ADD 1 TO FS-StudentCount (FamilySpellingCount)
    ELSE
       ADD 1 TO FS-TimelineCount (FamilySpellingCount)
    END-IF.

PrintOneFamily.
    ADD 1 TO FamilyCount
    IF FamilySpellingCount + SpellingsNotHeld > 1
       ADD 1 TO VariantFamilyCount
    ELSE
       IF VariantsOnly
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO FamiliesListed
    WRITE ReportLine FROM BlankLine
    PERFORM VARYING SpellingIndex FROM 1 BY 1
       UNTIL SpellingIndex > FamilySpellingCount
       MOVE SPACES TO SPL-SoundCode
       IF SpellingIndex = 1
          MOVE CurrentSoundCode TO SPL-SoundCode
       END-IF
       MOVE FS-Surname (SpellingIndex) TO SPL-Surname
       MOVE FS-StudentCount (SpellingIndex) TO SPL-StudentCount
       MOVE FS-TimelineCount (SpellingIndex) TO SPL-TimelineCount
       WRITE ReportLine FROM SpellingLine
    END-PERFORM
    IF FamilySpellingCount + SpellingsNotHeld > 1
       COMPUTE FFL-Spellings = FamilySpellingCount + SpellingsNotHeld
       MOVE FamilyNameTotal TO FFL-Names
       MOVE SPACES TO FFL-NotHeld
       IF SpellingsNotHeld > ZERO
          MOVE "(only the first 100 spellings are listed)"
             TO FFL-NotHeld
       END-IF
       WRITE ReportLine FROM FamilyFootLine
    END-IF.

PrintRunSummary.
    WRITE ReportLine FROM BlankLine
    MOVE SPACES TO SummaryLine
    MOVE "Student surnames coded" TO SML-Label
    MOVE StudentNameCount TO SML-Count
    WRITE ReportLine FROM SummaryLine
    MOVE "Timeline surnames coded" TO SML-Label
    MOVE TimelineNameCount TO SML-Count
    WRITE ReportLine FROM SummaryLine
    MOVE "Names with no letters (not coded)" TO SML-Label
    MOVE NotCodedCount TO SML-Count
    WRITE ReportLine FROM SummaryLine
    MOVE "Phonetic codes found" TO SML-Label
    MOVE FamilyCount TO SML-Count
    WRITE ReportLine FROM SummaryLine
    MOVE "Codes with more than one spelling" TO SML-Label
    MOVE VariantFamilyCount TO SML-Count
    WRITE ReportLine FROM SummaryLine.
