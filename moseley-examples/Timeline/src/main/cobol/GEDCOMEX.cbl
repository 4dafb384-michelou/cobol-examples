      *   '3' CONTINUATIONS AND '1' EVENTS BECOME FILE-LEVEL NOTE     *
      *       RECORDS, '4' CITATIONS BECOME SOUR RECORDS AND '6'      *
      *       DOCUMENTS BECOME OBJE RECORDS WITH A FILE LINE.         *
      *   '7' BURIALS BECOME A BURI EVENT ON THEIR INDIVIDUAL'S INDI  *
      *       RECORD: DATE, THE CEMETERY NAME FROM PLACES.DAT AS      *
      *       PLAC, AND SECTION, PLOT AND INSCRIPTION AS A NOTE.      *
      *                                                               *
      * EVERYTHING THAT WOULD NOT SURVIVE THE ROUND TRIP EXACTLY IS   *
      * LISTED ON GEDCOMEX.RPT: EVENTS DEMOTED TO NOTES, SPOUSES      *
      * TIMELINE.DAT CARRIES NO GENDER, SIBLING LINKS (NO FAMILY      *
      * DERIVABLE), FAMILY GROUP RECORDS, AND RELATIONSHIPS NAMING    *
      * UNKNOWN INDIVIDUALS.                                          *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE, ANY ORDER, BOTH OPTIONAL):          *
      *   CONTEXT=YES      ALSO WRITE THE SHARED HISTORICAL EVENTS    *
      *                    IN HISTEVNT.DAT AS @Cn@ NOTE RECORDS,      *
      *                    EACH TAGGED 'CONTEXT (CATEGORY)'.  LEFT    *
      *                    OUT UNLESS ASKED FOR - THEY ARE NOT        *
      *                    FAMILY DATA.                               *
      *   CONTEXTCAT=A,B   WITH CONTEXT=YES, ONLY THE LISTED          *
      *                    CATEGORIES (UP TO FIVE).                   *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACE-FILE-STATUS.

           SELECT HISTORY-EVENTS-FILE ASSIGN TO "HISTEVNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT GEDCOM-OUTPUT-FILE ASSIGN TO "timeline.ged"
               ORGANIZATION IS LINE SEQUENTIAL.

           02  FILLER                  PIC X(01).
           02  TDO-CAPTION             PIC X(40).
           02  FILLER                  PIC X(07).
       01  FILLER                      REDEFINES TIMELINE-DATA-RECORD.
           02  FILLER                  PIC X(02).
           02  TBR-BURIAL-DATE         PIC X(08).
           02  FILLER                  PIC X(01).
           02  TBR-CEMETERY-CODE       PIC X(04).
           02  FILLER                  PIC X(01).
           02  TBR-SECTION             PIC X(10).
           02  FILLER                  PIC X(01).
           02  TBR-PLOT                PIC X(10).
           02  FILLER                  PIC X(01).
           02  TBR-INSCRIPTION         PIC X(42).

       FD  PLACE-NAMES-FILE
           DATA RECORD IS PLACE-NAMES-RECORD.
           02  FILLER                  PIC X(01).
           02  PNF-PLACE-NAME          PIC X(30).

       FD  HISTORY-EVENTS-FILE
           DATA RECORD IS HISTORY-EVENTS-RECORD.
       01  HISTORY-EVENTS-RECORD.
           02  HER-EVENT-DATE          PIC X(08).
           02  FILLER                  PIC X(01).
           02  HER-CATEGORY            PIC X(04).
           02  FILLER                  PIC X(01).
           02  HER-DESCRIPTION         PIC X(44).

       FD  GEDCOM-OUTPUT-FILE
           DATA RECORD IS GEDCOM-OUTPUT-LINE.
       01  GEDCOM-OUTPUT-LINE          PIC X(90).
               88  DATA-FILE-OK        VALUE '00'.
           02  WS-PLACE-FILE-STATUS    PIC X(2).
               88  PLACE-FILE-OK       VALUE '00'.
           02  WS-HISTORY-FILE-STATUS  PIC X(2).
               88  HISTORY-FILE-OK     VALUE '00'.
           02  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
           02  WS-OWNER-TYPE           PIC X(1) VALUE SPACE.
           02  WS-RECORD-COUNT         PIC 9(6) VALUE ZERO.
           02  WS-INDI-EXPORTED        PIC 9(4) VALUE ZERO.
           02  WS-FAM-EXPORTED         PIC 9(4) VALUE ZERO.
           02  WS-NOTE-EXPORTED        PIC 9(4) VALUE ZERO.
           02  WS-SOUR-EXPORTED        PIC 9(4) VALUE ZERO.
           02  WS-OBJE-EXPORTED        PIC 9(4) VALUE ZERO.
           02  WS-CONTEXT-EXPORTED     PIC 9(4) VALUE ZERO.
           02  WS-LOSS-COUNT           PIC 9(4) VALUE ZERO.
           02  WS-EDITED-NUMBER        PIC ZZZ9.
           02  WS-WORK-DATE            PIC X(8).
           02  WS-XREF-TEXT            PIC X(10).
           02  WS-BUILD-PTR            PIC S9(4) COMP.
           02  WS-LOSS-TEXT            PIC X(80).
           02  WS-ARGUMENT-COUNT       PIC 9(2) COMP.
           02  WS-ARGUMENT-NBR         PIC 9(2) COMP.
           02  WS-ARGUMENT-INPUT       PIC X(40).
           02  WS-ARG-KEYWORD          PIC X(20).
           02  WS-ARG-VALUE            PIC X(20).
           02  WS-CONTEXT-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-CONTEXT-WANTED   VALUE 'Y'.
           02  WS-CONTEXT-CAT-COUNT    PIC S9(2) COMP VALUE +0.
           02  WS-CONTEXT-CAT          OCCURS 5 TIMES
                                       PIC X(4).
           02  WS-CONTEXT-CAT-I        PIC S9(2) COMP.
           02  WS-CONTEXT-CAT-WORK     PIC X(4).
           02  WS-CONTEXT-MATCH-SWITCH PIC X(1).
               88  WS-CONTEXT-CAT-MATCHED VALUE 'Y'.

       01  MONTH-ABBREV-INIT.
           02  FILLER PIC X(36) VALUE
               03  IND-DEATH-DATE      PIC X(8).
               03  IND-PLACE-CODE      PIC X(4).
               03  IND-PERSON-ID       PIC X(5).
               03  IND-BURIAL-DATE     PIC X(8).
               03  IND-CEMETERY-CODE   PIC X(4).
               03  IND-BURIAL-SECTION  PIC X(10).
               03  IND-BURIAL-PLOT     PIC X(10).
               03  IND-INSCRIPTION     PIC X(42).
           02  IND-I                   PIC S9(3) COMP.
           02  IND-FOUND-SUB           PIC S9(3) COMP.

               03  PLC-CODE            PIC X(4).
               03  PLC-NAME            PIC X(30).
           02  PLC-I                   PIC S9(2) COMP.
           02  PLW-CODE                PIC X(4).
           02  PLW-NAME                PIC X(30).

       01  NAME-REF-WORK-FIELDS.

       0050-SETUP.

           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           PERFORM 0100-LOAD-PLACE-NAMES
              THRU 0109-LOAD-PLACE-NAMES-EXIT.
           OPEN INPUT TIMELINE-DATA-FILE.
              UNTIL FAM-I > FAM-HI.
           PERFORM 0480-WRITE-TRAILER-PASS
              THRU 0489-WRITE-TRAILER-PASS-EXIT.
           IF WS-CONTEXT-WANTED
               PERFORM 0490-WRITE-CONTEXT-NOTES
                  THRU 0499-WRITE-CONTEXT-NOTES-EXIT
           END-IF.
           MOVE '0 TRLR' TO GEDCOM-OUTPUT-LINE.
           WRITE GEDCOM-OUTPUT-LINE.
           CLOSE GEDCOM-OUTPUT-FILE.
           CLOSE EXPORT-REPORT-FILE.
           GO TO 0900-EXIT-PROGRAM.

       0060-PARSE-ARGUMENTS.

           ACCEPT WS-ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
           PERFORM 0065-PARSE-ONE-ARGUMENT
              VARYING WS-ARGUMENT-NBR FROM 1 BY 1
              UNTIL WS-ARGUMENT-NBR > WS-ARGUMENT-COUNT.

       0069-PARSE-ARGUMENTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0065-PARSE-ONE-ARGUMENT.

           DISPLAY WS-ARGUMENT-NBR UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-INPUT FROM ARGUMENT-VALUE.
           MOVE SPACES TO WS-ARG-KEYWORD, WS-ARG-VALUE.
           UNSTRING WS-ARGUMENT-INPUT DELIMITED BY '='
             INTO WS-ARG-KEYWORD, WS-ARG-VALUE.
           INSPECT WS-ARG-KEYWORD
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-ARG-VALUE
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE WS-ARG-KEYWORD
               WHEN 'CONTEXT'
                   IF WS-ARG-VALUE EQUAL 'YES' OR 'Y'
                       MOVE 'Y' TO WS-CONTEXT-SWITCH
                   ELSE
                       MOVE 'N' TO WS-CONTEXT-SWITCH
                   END-IF
               WHEN 'CONTEXTCAT'
                   MOVE SPACES TO WS-CONTEXT-CAT (1)
                                  WS-CONTEXT-CAT (2)
                                  WS-CONTEXT-CAT (3)
                                  WS-CONTEXT-CAT (4)
                                  WS-CONTEXT-CAT (5)
                   MOVE ZERO TO WS-CONTEXT-CAT-COUNT
                   UNSTRING WS-ARG-VALUE DELIMITED BY ','
                     INTO WS-CONTEXT-CAT (1) WS-CONTEXT-CAT (2)
                          WS-CONTEXT-CAT (3) WS-CONTEXT-CAT (4)
                          WS-CONTEXT-CAT (5)
                     TALLYING IN WS-CONTEXT-CAT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0100-LOAD-PLACE-NAMES.

           OPEN INPUT PLACE-NAMES-FILE.
                             TO IND-PLACE-CODE (IND-HI)
                           MOVE TIR-PERSON-ID
                             TO IND-PERSON-ID (IND-HI)
                           MOVE SPACES TO IND-BURIAL-DATE (IND-HI)
                       END-IF
                       MOVE TDR-RECORD-TYPE TO WS-OWNER-TYPE
                   WHEN '1'
                       MOVE TDR-RECORD-TYPE TO WS-OWNER-TYPE
                   WHEN '2'
                       IF REL-HI LESS THAN +200
                           ADD 1 TO REL-HI
                         INTO WS-LOSS-TEXT
                       PERFORM 0600-REPORT-ONE-LOSS
                          THRU 0609-REPORT-ONE-LOSS-EXIT
                       MOVE TDR-RECORD-TYPE TO WS-OWNER-TYPE
                   WHEN '7'
                       IF WS-OWNER-TYPE EQUAL '0'
                          AND IND-HI GREATER THAN ZERO
                           MOVE TBR-BURIAL-DATE
                             TO IND-BURIAL-DATE (IND-HI)
                           MOVE TBR-CEMETERY-CODE
                             TO IND-CEMETERY-CODE (IND-HI)
                           MOVE TBR-SECTION
                             TO IND-BURIAL-SECTION (IND-HI)
                           MOVE TBR-PLOT TO IND-BURIAL-PLOT (IND-HI)
                           MOVE TBR-INSCRIPTION
                             TO IND-INSCRIPTION (IND-HI)
                       ELSE
                           MOVE SPACES TO WS-LOSS-TEXT
                           STRING 'BURIAL RECORD NOT FOLLOWING AN '
                                  'INDIVIDUAL WAS DROPPED'
                                  DELIMITED BY SIZE
                             INTO WS-LOSS-TEXT
                           PERFORM 0600-REPORT-ONE-LOSS
                              THRU 0609-REPORT-ONE-LOSS-EXIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                        DELIMITED BY SIZE
                 INTO GEDCOM-OUTPUT-LINE
               WRITE GEDCOM-OUTPUT-LINE
               MOVE IND-PLACE-CODE (IND-I) TO PLW-CODE
               PERFORM 0440-RESOLVE-PLACE
                  THRU 0449-RESOLVE-PLACE-EXIT
               IF PLW-NAME NOT EQUAL SPACES
               END-IF
           END-IF.

           IF IND-BURIAL-DATE (IND-I) NOT EQUAL SPACES
               PERFORM 0415-WRITE-BURIAL
                  THRU 0415-WRITE-BURIAL-EXIT
           END-IF.

           PERFORM 0420-WRITE-FAMILY-LINKS
              THRU 0429-WRITE-FAMILY-LINKS-EXIT.
           ADD 1 TO WS-INDI-EXPORTED.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE '7' BURIAL OF THE INDIVIDUAL AS A BURI EVENT.  PLAC IS    *
      * THE CEMETERY NAME FROM PLACES.DAT (THE RAW CODE WHEN IT DOES  *
      * NOT RESOLVE); SECTION, PLOT AND INSCRIPTION TRAVEL AS A NOTE. *
      * ************************************************************* *
       0415-WRITE-BURIAL.

           MOVE '1 BURI' TO GEDCOM-OUTPUT-LINE.
           WRITE GEDCOM-OUTPUT-LINE.
           MOVE IND-BURIAL-DATE (IND-I) TO WS-WORK-DATE.
           PERFORM 0430-FORMAT-GEDCOM-DATE
              THRU 0439-FORMAT-GEDCOM-DATE-EXIT.
           IF WS-DATE-TEXT NOT EQUAL SPACES
               MOVE SPACES TO GEDCOM-OUTPUT-LINE
               STRING '2 DATE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATE-TEXT)
                        DELIMITED BY SIZE
                 INTO GEDCOM-OUTPUT-LINE
               WRITE GEDCOM-OUTPUT-LINE
           END-IF.
           MOVE IND-CEMETERY-CODE (IND-I) TO PLW-CODE.
           PERFORM 0440-RESOLVE-PLACE
              THRU 0449-RESOLVE-PLACE-EXIT.
           IF PLW-NAME EQUAL SPACES
               MOVE IND-CEMETERY-CODE (IND-I) TO PLW-NAME
           END-IF.
           IF PLW-NAME NOT EQUAL SPACES
               MOVE SPACES TO GEDCOM-OUTPUT-LINE
               STRING '2 PLAC ' DELIMITED BY SIZE
                      FUNCTION TRIM(PLW-NAME)
                        DELIMITED BY SIZE
                 INTO GEDCOM-OUTPUT-LINE
               WRITE GEDCOM-OUTPUT-LINE
           END-IF.
           IF IND-BURIAL-SECTION (IND-I) NOT EQUAL SPACES
            OR IND-BURIAL-PLOT (IND-I) NOT EQUAL SPACES
               MOVE SPACES TO GEDCOM-OUTPUT-LINE
               STRING '2 NOTE SECTION ' DELIMITED BY SIZE
                      FUNCTION TRIM(IND-BURIAL-SECTION (IND-I))
                        DELIMITED BY SIZE
                      ' PLOT ' DELIMITED BY SIZE
                      FUNCTION TRIM(IND-BURIAL-PLOT (IND-I))
                        DELIMITED BY SIZE
                 INTO GEDCOM-OUTPUT-LINE
               WRITE GEDCOM-OUTPUT-LINE
               IF IND-INSCRIPTION (IND-I) NOT EQUAL SPACES
                   MOVE SPACES TO GEDCOM-OUTPUT-LINE
                   STRING '3 CONT ' DELIMITED BY SIZE
                          FUNCTION TRIM(IND-INSCRIPTION (IND-I))
                            DELIMITED BY SIZE
                     INTO GEDCOM-OUTPUT-LINE
                   WRITE GEDCOM-OUTPUT-LINE
               END-IF
           ELSE
               IF IND-INSCRIPTION (IND-I) NOT EQUAL SPACES
                   MOVE SPACES TO GEDCOM-OUTPUT-LINE
                   STRING '2 NOTE ' DELIMITED BY SIZE
                          FUNCTION TRIM(IND-INSCRIPTION (IND-I))
                            DELIMITED BY SIZE
                     INTO GEDCOM-OUTPUT-LINE
                   WRITE GEDCOM-OUTPUT-LINE
               END-IF
           END-IF.

       0415-WRITE-BURIAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0420-WRITE-FAMILY-LINKS.

           PERFORM VARYING FAM-J FROM 1 BY 1
       0440-RESOLVE-PLACE.

           MOVE SPACES TO PLW-NAME.
           IF PLW-CODE EQUAL SPACES
               GO TO 0449-RESOLVE-PLACE-EXIT
           END-IF.
           PERFORM VARYING PLC-I FROM 1 BY 1
              UNTIL PLC-I > PLC-HI
               IF PLC-CODE (PLC-I) EQUAL PLW-CODE
                   MOVE PLC-NAME (PLC-I) TO PLW-NAME
               END-IF
           END-PERFORM.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * CONTEXT=YES ONLY: EACH HISTEVNT.DAT EVENT BECOMES A NOTE       *
      * RECORD OF ITS OWN (@Cn@) SO IT CAN NEVER BE MISTAKEN FOR ONE   *
      * OF THE FAMILY'S EVENT NOTES.                                  *
      * ************************************************************* *
       0490-WRITE-CONTEXT-NOTES.

           OPEN INPUT HISTORY-EVENTS-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY 'CONTEXT=YES IGNORED - HISTEVNT.DAT NOT FOUND'
               GO TO 0499-WRITE-CONTEXT-NOTES-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ HISTORY-EVENTS-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0491-CONTEXT-ONE-RECORD
                          THRU 0491-CONTEXT-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-EVENTS-FILE.

       0499-WRITE-CONTEXT-NOTES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0491-CONTEXT-ONE-RECORD.

           IF HISTORY-EVENTS-RECORD EQUAL SPACES
            OR HER-EVENT-DATE(1:1) EQUAL '*'
            OR HER-EVENT-DATE NOT NUMERIC
               GO TO 0491-CONTEXT-ONE-RECORD-EXIT
           END-IF.
           MOVE HER-CATEGORY TO WS-CONTEXT-CAT-WORK.
           INSPECT WS-CONTEXT-CAT-WORK
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-CONTEXT-CAT-COUNT GREATER THAN ZERO
               MOVE 'N' TO WS-CONTEXT-MATCH-SWITCH
               PERFORM VARYING WS-CONTEXT-CAT-I FROM 1 BY 1
                  UNTIL WS-CONTEXT-CAT-I > WS-CONTEXT-CAT-COUNT
                     OR WS-CONTEXT-CAT-MATCHED
                   IF WS-CONTEXT-CAT (WS-CONTEXT-CAT-I)
                      EQUAL WS-CONTEXT-CAT-WORK
                       MOVE 'Y' TO WS-CONTEXT-MATCH-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-CONTEXT-CAT-MATCHED
                   GO TO 0491-CONTEXT-ONE-RECORD-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-CONTEXT-EXPORTED.
           MOVE WS-CONTEXT-EXPORTED TO WS-EDITED-NUMBER.
           MOVE SPACES TO GEDCOM-OUTPUT-LINE.
           STRING '0 @C' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-NUMBER)
                    DELIMITED BY SIZE
                  '@ NOTE CONTEXT (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTEXT-CAT-WORK)
                    DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  HER-EVENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(HER-DESCRIPTION)
                    DELIMITED BY SIZE
             INTO GEDCOM-OUTPUT-LINE.
           WRITE GEDCOM-OUTPUT-LINE.

       0491-CONTEXT-ONE-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0600-REPORT-ONE-LOSS.

           ADD 1 TO WS-LOSS-COUNT.
                  WS-EDITED-NUMBER DELIMITED BY SIZE
             INTO EXPORT-REPORT-LINE.
           WRITE EXPORT-REPORT-LINE.
           IF WS-CONTEXT-WANTED
               MOVE WS-CONTEXT-EXPORTED TO WS-EDITED-NUMBER
               MOVE SPACES TO EXPORT-REPORT-LINE
               STRING 'CONTEXT NOTES EXPORTED: '
                      DELIMITED BY SIZE
                      WS-EDITED-NUMBER DELIMITED BY SIZE
                 INTO EXPORT-REPORT-LINE
               WRITE EXPORT-REPORT-LINE
           END-IF.
           MOVE WS-LOSS-COUNT TO WS-EDITED-NUMBER.
           MOVE SPACES TO EXPORT-REPORT-LINE.
           STRING 'ROUND-TRIP LOSSES LISTED: '
