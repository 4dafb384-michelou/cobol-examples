      * ONE - A RESPELLED NAME WITH THE SAME ID IS THE SAME PERSON,   *
      * AND TWO DIFFERENT IDS ARE TWO PEOPLE NO MATTER THE NAME),     *
      * FALLING BACK TO NAME PLUS BIRTH DATE FOR RECORDS WITH NO ID.  *
      * A MATCHED INDIVIDUAL IS MERGED (AND A DISAGREEMENT ON THE     *
      * DEATH DATE IS LISTED ON THE REPORT FOR HUMAN DECISION, NEVER  *
      * SILENTLY RESOLVED); A '1' EVENT OR '2' RELATIONSHIP IDENTICAL *
      * TO ONE ALREADY MERGED IS DROPPED AS A DUPLICATE.  '3'         *
      * CONTINUATION, '4' CITATION AND '7' BURIAL RECORDS FOLLOW THE  *
      * FATE OF THE RECORD THEY EXTEND, SO A MATCHED INDIVIDUAL NEVER *
      * PICKS UP A SECOND BURIAL.                                     *
      *                                                               *
      * A SECOND-INPUT INDIVIDUAL THAT MATCHES NOTHING EXACTLY IS     *
      * STILL CHECKED FOR A "SOUNDS LIKE" DUPLICATE: WHEN ITS SURNAME *
      * HAS THE SAME PHONETIC CODE (PHONCODE) AS AN INDIVIDUAL        *
      * ALREADY MERGED AND THE TWO BIRTH DATES AGREE, THE PAIR IS     *
      * LISTED ON THE REPORT AS A POSSIBLE DUPLICATE.  SUCH A PAIR IS *
      * ONLY A CANDIDATE - BOTH RECORDS ARE KEPT AND NOTHING IS       *
      * MERGED ON THE STRENGTH OF A SOUND ALONE.  TWO RECORDS         *
      * CARRYING DIFFERENT PERSON IDS ARE NEVER OFFERED.              *
      *                                                               *
      * THE MERGED FILE IS WRITTEN TO timeline.mrg - NEVER TO THE     *
      * LIVE timeline.dat - AND THE MERGE REPORT TO TLMERGE.RPT:      *
      * RECORDS TAKEN FROM EACH INPUT, MATCHED INDIVIDUALS, DROPPED   *
      * DUPLICATES, THE CONFLICT LIST AND THE POSSIBLE DUPLICATES.    *
      *                                                               *
      * THE INPUT FILE NAMES DEFAULT TO timeline1.dat AND             *
      * timeline2.dat AND MAY BE OVERRIDDEN BY THE FIRST TWO RUN      *
           02  DUP-REL-COUNT           PIC 9(6) VALUE ZERO.
           02  TRAILER-DROP-COUNT      PIC 9(6) VALUE ZERO.
           02  SCAN-SUB                PIC S9(4) COMP.
           02  CURRENT-SOUND-CODE      PIC X(4).

      * ************************************************************* *
      * THE CURRENT RECORD, VIEWED THROUGH THE TIMELINE LAYOUTS.      *
               03  MIF-BIRTH-DATE      PIC X(08).
               03  MIF-DEATH-DATE      PIC X(08).
               03  MIF-PERSON-ID       PIC X(05).
               03  MIF-SOUND-CODE      PIC X(04).

       01  MERGED-EVENT-FIELDS.
           02  MEF-HI                  PIC S9(4) COMP VALUE +0.
               03  CNF-DEATH2          PIC X(08).
           02  CNF-I                   PIC S9(2) COMP.

      * ************************************************************* *
      * SOUNDS-LIKE CANDIDATES: A SECOND-INPUT INDIVIDUAL ADDED TO    *
      * THE MERGED FILE WHOSE SURNAME SOUNDS LIKE THAT OF ONE ALREADY *
      * THERE, BORN ON THE SAME DATE.                                 *
      * ************************************************************* *
       01  POSSIBLE-DUPLICATE-FIELDS.
           02  PDF-HI                  PIC S9(2) COMP VALUE +0.
           02  PDF-ENTRY               OCCURS 50 TIMES.
               03  PDF-NAME1           PIC X(35).
               03  PDF-NAME2           PIC X(35).
               03  PDF-BIRTH-DATE      PIC X(08).
               03  PDF-SOUND-CODE      PIC X(04).
           02  PDF-I                   PIC S9(2) COMP.
           02  PDF-OVERFLOW-COUNT      PIC 9(6) VALUE ZERO.

        COPY 'PHONCODE.cpy'.

      * ************************************************************* *
      * REPORT LINES.                                                 *
      * ************************************************************* *
           02  FILLER  PIC X(09) VALUE ' FILE 2: '.
           02  CFL-DEATH2              PIC X(08).
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  POSSIBLE-DUPLICATE-LINE.
           02  FILLER  PIC X(12) VALUE '   POSSIBLE '.
           02  PDL-SOUND-CODE          PIC X(04).
           02  FILLER  PIC X(09) VALUE ' FILE 2: '.
           02  PDL-NAME2               PIC X(35).
           02  FILLER  PIC X(14) VALUE ' SOUNDS LIKE: '.
           02  PDL-NAME1               PIC X(35).
           02  FILLER  PIC X(07) VALUE ' BORN: '.
           02  PDL-BIRTH-DATE          PIC X(08).
           02  FILLER                  PIC X(08) VALUE SPACES.
      /
       PROCEDURE DIVISION.

               WHEN '4'
                   PERFORM 2600-MERGE-TRAILER-RECORD
                      THRU 2699-MERGE-TRAILER-RECORD-EXIT
               WHEN '7'
                   PERFORM 2600-MERGE-TRAILER-RECORD
                      THRU 2699-MERGE-TRAILER-RECORD-EXIT
               WHEN OTHER
                   PERFORM 5000-WRITE-MERGED-RECORD
                      THRU 5999-WRITE-MERGED-RECORD-EXIT
              UNTIL SCAN-SUB > MIF-HI OR MATCH-FOUND.

           IF NOT MATCH-FOUND
               PERFORM 2320-FIND-SOUNDS-LIKE
                  THRU 2329-FIND-SOUNDS-LIKE-EXIT
               PERFORM 5000-WRITE-MERGED-RECORD
                  THRU 5999-WRITE-MERGED-RECORD-EXIT
               PERFORM 5500-INDEX-CURRENT-RECORD
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * AN INDIVIDUAL ABOUT TO BE ADDED IS COMPARED BY SOUND WITH     *
      * EVERYONE ALREADY MERGED.  A SURNAME WITH THE SAME PHONETIC    *
      * CODE AND THE SAME (KNOWN) BIRTH DATE MAKES THE PAIR A         *
      * POSSIBLE DUPLICATE FOR THE REPORT - THE RECORD IS STILL       *
      * ADDED, SINCE A SOUND ALONE PROVES NOTHING.                    *
      * ************************************************************* *
       2320-FIND-SOUNDS-LIKE.

           IF CR-BIRTH-DATE EQUAL SPACES
               GO TO 2329-FIND-SOUNDS-LIKE-EXIT
           END-IF.
           PERFORM 5600-CODE-CURRENT-NAME
              THRU 5699-CODE-CURRENT-NAME-EXIT.
           IF CURRENT-SOUND-CODE EQUAL SPACES
               GO TO 2329-FIND-SOUNDS-LIKE-EXIT
           END-IF.
           PERFORM 2330-TEST-ONE-SOUNDS-LIKE
              VARYING SCAN-SUB FROM 1 BY 1
              UNTIL SCAN-SUB > MIF-HI.

       2329-FIND-SOUNDS-LIKE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       2330-TEST-ONE-SOUNDS-LIKE.

           IF MIF-SOUND-CODE (SCAN-SUB) EQUAL CURRENT-SOUND-CODE
              AND MIF-BIRTH-DATE (SCAN-SUB) EQUAL CR-BIRTH-DATE
              AND (CR-PERSON-ID EQUAL SPACES
                OR MIF-PERSON-ID (SCAN-SUB) EQUAL SPACES)
               IF PDF-HI LESS THAN 50
                   ADD 1 TO PDF-HI
                   MOVE MIF-NAME (SCAN-SUB) TO PDF-NAME1 (PDF-HI)
                   MOVE CR-NAME TO PDF-NAME2 (PDF-HI)
                   MOVE CR-BIRTH-DATE TO PDF-BIRTH-DATE (PDF-HI)
                   MOVE CURRENT-SOUND-CODE TO PDF-SOUND-CODE (PDF-HI)
               ELSE
                   ADD 1 TO PDF-OVERFLOW-COUNT
               END-IF
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       2400-MERGE-EVENT.

           MOVE 'N' TO MATCH-FOUND-SWITCH.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'RECORDS WRITTEN TO MERGED FILE' TO CL-LABEL.
           MOVE MERGED-WRITE-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.

           MOVE SPACES TO COUNT-LINE.
           MOVE 'POSSIBLE DUPLICATES (SOUNDS LIKE), NOT MERGED'
             TO CL-LABEL.
           COMPUTE CL-VALUE = PDF-HI + PDF-OVERFLOW-COUNT.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 2.

           IF CNF-HI GREATER THAN ZERO
               WRITE REPORT-RECORD FROM TEXT-LINE BEFORE ADVANCING 1
           END-IF.

           IF PDF-HI GREATER THAN ZERO
               MOVE SPACES TO TEXT-LINE
               WRITE REPORT-RECORD FROM TEXT-LINE BEFORE ADVANCING 1
               MOVE SPACES TO TEXT-LINE
               STRING 'POSSIBLE DUPLICATES - NOT EXACT MATCHES.  '
                        DELIMITED BY SIZE
                      'SURNAMES SOUND ALIKE AND BIRTH DATES AGREE;'
                        DELIMITED BY SIZE
                 INTO TL-TEXT
               WRITE REPORT-RECORD FROM TEXT-LINE BEFORE ADVANCING 1
               MOVE SPACES TO TEXT-LINE
               MOVE 'BOTH RECORDS WERE KEPT - CHECK EACH PAIR BY HAND:'
                 TO TL-TEXT
               WRITE REPORT-RECORD FROM TEXT-LINE BEFORE ADVANCING 2
               PERFORM 3200-PRINT-ONE-POSSIBLE
                  VARYING PDF-I FROM 1 BY 1
                  UNTIL PDF-I > PDF-HI
               IF PDF-OVERFLOW-COUNT GREATER THAN ZERO
                   MOVE SPACES TO COUNT-LINE
                   MOVE '   MORE POSSIBLE DUPLICATES NOT LISTED'
                     TO CL-LABEL
                   MOVE PDF-OVERFLOW-COUNT TO CL-VALUE
                   WRITE REPORT-RECORD FROM COUNT-LINE
                     BEFORE ADVANCING 1
               END-IF
           END-IF.

       3999-PRINT-SUMMARY-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT
             BEFORE ADVANCING 1.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       3200-PRINT-ONE-POSSIBLE.

           MOVE PDF-SOUND-CODE (PDF-I) TO PDL-SOUND-CODE.
           MOVE PDF-NAME2 (PDF-I) TO PDL-NAME2.
           MOVE PDF-NAME1 (PDF-I) TO PDL-NAME1.
           MOVE PDF-BIRTH-DATE (PDF-I) TO PDL-BIRTH-DATE.
           WRITE REPORT-RECORD FROM POSSIBLE-DUPLICATE-LINE
             BEFORE ADVANCING 1.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WRITES THE CURRENT RECORD TO THE MERGED OUTPUT.               *
      * ************************************************************* *
                       MOVE CR-BIRTH-DATE TO MIF-BIRTH-DATE (MIF-HI)
                       MOVE CR-DEATH-DATE TO MIF-DEATH-DATE (MIF-HI)
                       MOVE CR-PERSON-ID TO MIF-PERSON-ID (MIF-HI)
                       PERFORM 5600-CODE-CURRENT-NAME
                          THRU 5699-CODE-CURRENT-NAME-EXIT
                       MOVE CURRENT-SOUND-CODE
                         TO MIF-SOUND-CODE (MIF-HI)
                   END-IF
               WHEN '1'
                   IF MEF-HI LESS THAN 800
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE PHONETIC CODE OF THE CURRENT INDIVIDUAL'S SURNAME (THE    *
      * LAST WORD OF THE NAME); SPACES WHEN THE NAME HAS NO LETTERS.  *
      * ************************************************************* *
       5600-CODE-CURRENT-NAME.

           MOVE 'N' TO PHON-CODEP-FUNCTION.
           MOVE CR-NAME TO PHON-CODEP-NAME.
           CALL 'PHONCODE' USING PHON-CODE-PARAMETERS.
           MOVE PHON-CODEP-CODE TO CURRENT-SOUND-CODE.

       5699-CODE-CURRENT-NAME-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM TLMERGE.
