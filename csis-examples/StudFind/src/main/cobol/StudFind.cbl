*> StudentName), so a student renamed since the paperwork was
*> printed is no longer declared missing.  Alias hits are labelled
*> FORMER NAME and the current master record is shown with them.
*>
*> A surname is also looked up by how it sounds: every current and
*> former surname with the same phonetic code as the one asked for
*> (the shared PHONCODE routine, so Smith finds Schmidt and Meyer
*> finds Maier) is offered after the exact matches, each labelled
*> POSSIBLE match (sounds like) - a candidate for the operator to
*> check, never an exact hit.  Names already shown as exact matches
*> are not repeated.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  SearchLength            PIC 9(2).
01  UpperWork               PIC X(20).
01  NameMatchCount          PIC 9(3) VALUE ZERO.
01  SoundsLikeCount         PIC 9(3) VALUE ZERO.
01  SearchSoundCode         PIC X(4).

>>SOURCE FORMAT IS FIXED
       COPY "PHONCODE.cpy".
       >>SOURCE FORMAT IS FREE

*> The record being displayed is copied here first so the display
*> never references a file's record area after that file is closed.
       PERFORM ScanMasterSurnames
    END-IF
    PERFORM ScanAliasNames
    PERFORM SearchBySound
    IF StudentFileOk
       CLOSE StudentFile
    END-IF
    EVALUATE TRUE
       WHEN NameMatchCount = ZERO AND SoundsLikeCount = ZERO
          DISPLAY "No current or former name matches "
             FUNCTION TRIM (SearchSurname) "."
       WHEN NameMatchCount = ZERO
          DISPLAY "No exact match for " FUNCTION TRIM (SearchSurname)
             " - the " SoundsLikeCount
             " POSSIBLE match(es) above only sound alike."
    END-EVALUATE.

ScanMasterSurnames.
    MOVE ZERO TO StudentId
       END-READ
    END-IF.

*> The "sounds like" pass: the surname asked for is reduced to its
*> phonetic code and the master and ALIAS.DAT are read again for
*> surnames with the same code that were not exact matches above.
SearchBySound.
    MOVE "S" TO PHON-CODEP-FUNCTION
    MOVE SearchSurname TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    IF PHON-CODEP-RETURN-CODE NOT = 0
       EXIT PARAGRAPH
    END-IF
    MOVE PHON-CODEP-CODE TO SearchSoundCode
    IF StudentFileOk
       MOVE ZERO TO StudentId
       START StudentFile KEY NOT LESS THAN StudentId
          INVALID KEY SET EndOfArchive TO TRUE
       END-START
       PERFORM UNTIL EndOfArchive
          READ StudentFile NEXT
             AT END SET EndOfArchive TO TRUE
             NOT AT END PERFORM TestOneMasterSound
          END-READ
       END-PERFORM
       MOVE "N" TO EndOfArchiveSwitch
    END-IF
    OPEN INPUT AliasFile
    IF NOT AliasFileOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfAliasSwitch
    PERFORM ReadOneAliasRecord
    PERFORM UNTIL EndOfAlias
       PERFORM TestOneAliasSound
       PERFORM ReadOneAliasRecord
    END-PERFORM
    CLOSE AliasFile.

TestOneMasterSound.
    IF StudentId = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE StudentDetails (8:20) TO UpperWork
    INSPECT UpperWork
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF UpperWork (1:SearchLength) = SearchSurname (1:SearchLength)
       EXIT PARAGRAPH
    END-IF
    MOVE "S" TO PHON-CODEP-FUNCTION
    MOVE UpperWork TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    IF PHON-CODEP-RETURN-CODE = 0
       AND PHON-CODEP-CODE = SearchSoundCode
       ADD 1 TO SoundsLikeCount
       DISPLAY "POSSIBLE match (sounds like " SearchSoundCode
          ", not an exact spelling) on STUDENTS.DAT:"
       MOVE StudentDetails TO FoundDetails
       PERFORM DisplayStudentDetails
    END-IF.

TestOneAliasSound.
    MOVE AL-FormerSurname TO UpperWork
    INSPECT UpperWork
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF UpperWork (1:SearchLength) = SearchSurname (1:SearchLength)
       EXIT PARAGRAPH
    END-IF
    MOVE "S" TO PHON-CODEP-FUNCTION
    MOVE UpperWork TO PHON-CODEP-NAME
    CALL "PHONCODE" USING PHON-CODE-PARAMETERS
    IF PHON-CODEP-RETURN-CODE NOT = 0
       OR PHON-CODEP-CODE NOT = SearchSoundCode
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO SoundsLikeCount
    DISPLAY "POSSIBLE FORMER NAME match (sounds like " SearchSoundCode
       ") on ALIAS.DAT: " FUNCTION TRIM (AL-FormerSurname)
       " was student " AL-StudentId
    IF StudentFileOk
       MOVE AL-StudentId TO StudentId
       READ StudentFile
          INVALID KEY
             DISPLAY "  (no longer on the live master - try the"
                " archive with the id)"
          NOT INVALID KEY
             DISPLAY "  Current record:"
             MOVE StudentDetails TO FoundDetails
             PERFORM DisplayStudentDetails
       END-READ
    END-IF.

*> The companion archive files StudArch writes: any enrollment or
*> billing history swept off the live files for this student is
*> listed so the whole picture is still one lookup.
