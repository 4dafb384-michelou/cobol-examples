      * place travels through the CSV/JSON/XML exports for the
      * reunion site's map page.
      *
      * A control record with a '7' in column 1 records where the
      * '0' individual before it is buried (after that individual's
      * citations and documents, at most one per individual): the
      * burial date, the cemetery as a PLACES.DAT place code, the
      * section and plot, and a short inscription note.  The cemetery
      * code must be on the file and the burial may not precede the
      * death date.  TLCEMIDX lists everyone buried in each cemetery
      * by section and plot, and GEDCOMEX exports the record as BURI.
      *
      * Dates may be partial where the family record knows only the
      * year (YYYY0000) or the year and month (YYYYMM00).  Partial
      * dates pass validation, print as 'c. 1923' / 'JUN 1923', and
      * any age computed from one is flagged (APPROX) instead of
      * being shown as an exact year-month-day breakdown.
      *
      * MODE=PEDIGREE prints the ancestor (pedigree) chart for the
      * individual named by ROOT= (a name, or '#nnnnn' for a person
      * id), following the PARENT-OF/CHILD-OF '2' records upward for
      * GENERATIONS=n generations (default 4, at most 5).  Each
      * ancestor gets the usual numbered box - the root is 1, the
      * parents of number n are 2n and 2n+1 - with birth and death
      * dates (partial dates shown as above) and the place name from
      * PLACES.DAT.  An ancestor not on file prints as a blank box,
      * and an individual who turns up in more than one box (pedigree
      * collapse) is flagged in the box and listed under the chart.
      *
      * The world-history events the reunion audience likes to see
      * alongside the family's own ("grandpa was 19 when the war
      * ended") no longer have to be typed into timeline.dat as '1'
      * records.  They live in the shared historical events file
      * HISTEVNT.DAT - date, category, description - and CONTEXT=YES
      * merges them into the date-sorted reporting pass, where each
      * prints marked CONTEXT:cat with the ages of everyone living at
      * the time, like any event.  CONTEXTCAT=cat[,cat...] takes only
      * the listed categories.  Context events obey FROM=/TO=/ASOF=
      * but not the family-event filters (CATEGORY=, PLACE=), are not
      * counted as family events in the summary or the gap analysis,
      * and stay out of the CSV and the JSON/XML exports unless
      * CONTEXT=ALL asks for them there too.  They need date order,
      * so ORDER=FILE runs leave them out.
      * ************************************************************* *
 
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACE-FILE-STATUS.

           SELECT HISTORY-EVENTS-FILE ASSIGN TO "HISTEVNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "timeline.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           02  FILLER                  PIC X(02).
           02  TGR-GROUP-NAME          PIC X(35).
           02  FILLER                  PIC X(43).
      * A '7' RECORD GIVES THE BURIAL OF THE '0' INDIVIDUAL BEFORE IT  *
      * (AFTER ANY OF ITS CITATIONS AND DOCUMENTS): THE DATE, THE      *
      * CEMETERY AS A PLACES.DAT CODE, SECTION, PLOT AND INSCRIPTION.  *
       01  TIMELINE-BURIAL-RECORD.
           02  FILLER                  PIC X(02).
           02  TBR-BURIAL-DATE         PIC 9(08).  *> YYYYMMDD
           02  FILLER                  PIC X(01).
           02  TBR-CEMETERY-CODE       PIC X(04).
           02  FILLER                  PIC X(01).
           02  TBR-SECTION             PIC X(10).
           02  FILLER                  PIC X(01).
           02  TBR-PLOT                PIC X(10).
           02  FILLER                  PIC X(01).
           02  TBR-INSCRIPTION         PIC X(42).

      * THE PLACE NAMES FILE: ONE LINE PER PLACE CODE, MAINTAINED IN   *
      * A TEXT EDITOR THE WAY HOLIDAYS.DAT IS - CODE, SPACE, NAME.     *
           02  FILLER                  PIC X(01).
           02  PNF-PLACE-NAME          PIC X(30).

      * THE SHARED HISTORICAL EVENTS FILE, ALSO KEPT IN A TEXT EDITOR: *
      * DATE (YYYYMMDD, PARTIAL DATES ALLOWED AS IN TIMELINE.DAT),     *
      * SPACE, A CATEGORY CODE OF UP TO FOUR CHARACTERS (WAR, POL,     *
      * SCI ...), SPACE, DESCRIPTION.  A LINE STARTING '*' IS A        *
      * COMMENT.                                                       *
       FD  HISTORY-EVENTS-FILE
           DATA RECORD IS HISTORY-EVENTS-RECORD.
       01  HISTORY-EVENTS-RECORD.
           02  HER-EVENT-DATE          PIC X(08).
           02  FILLER                  PIC X(01).
           02  HER-CATEGORY            PIC X(04).
           02  FILLER                  PIC X(01).
           02  HER-DESCRIPTION         PIC X(44).

      * EVERY COMPLETED MAIN-REPORT RUN LEAVES A SNAPSHOT COPY OF      *
      * TIMELINE.DAT NAMED WITH ITS RUN NUMBER (TLSNAPNNNNNNN.DAT),    *
      * SO THE TLDELTA COMPARE PROGRAM CAN REPORT WHAT CHANGED         *
           02  ES-GROUP-SEQ            PIC 9(2).
           02  ES-GROUP-NAME           PIC X(35).
           02  ES-PLACE-CODE           PIC X(4).
           02  ES-CONTEXT-SWITCH       PIC X(1).
           02  ES-CONTEXT-CATEGORY     PIC X(4).

       FD  PRINT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
           02  WS-PLACE-FILE-STATUS    PIC X(2) VALUE SPACES.
               88  PLACE-FILE-OK       VALUE '00'.
           02  CSV-EVENT-PLACE-SAVE    PIC X(30).
           02  WS-HISTORY-FILE-STATUS  PIC X(2) VALUE SPACES.
               88  HISTORY-FILE-OK     VALUE '00'.
           02  CONTEXT-EVENTS-COUNT    PIC 9(6) VALUE ZERO.

      * ************************************************************* *
      * WORK FIELDS USED ONLY DURING THE FIRST (VALIDATION) PASS OF   *
           02  VAL-CONTINUATION-COUNT   PIC 9(1) VALUE ZERO.
           02  VAL-CITATION-COUNT       PIC 9(1) VALUE ZERO.
           02  VAL-CITATION-TOTAL       PIC S9(3) COMP VALUE ZERO.
           02  VAL-OWNER-RECORD-TYPE    PIC X(1) VALUE SPACE.
           02  VAL-OWNER-DEATH-DATE     PIC 9(8) VALUE ZERO.
           02  VAL-OWNER-DEATH-DATE-X   REDEFINES VAL-OWNER-DEATH-DATE
                                        PIC X(8).

      * ************************************************************* *
      * EVERY VALID '0' AND '2' RECORD, HELD FOR THE RELATIONSHIP     *
           02  TAF-REQUESTED-MAX       PIC S9(3) COMP.
           02  TAF-REQUESTED-PAGE-SIZE PIC S9(3) COMP.
           02  TAF-REQUESTED-WIDTH     PIC S9(3) COMP.
           02  TAF-REQUESTED-GENERATIONS
                                       PIC S9(3) COMP.
           02  TAF-FROM-DATE           PIC 9(8) VALUE ZERO.
           02  TAF-TO-DATE             PIC 9(8) VALUE 99999999.
           02  TAF-NAME-FILTER         PIC X(35) VALUE SPACES.
               88  REPORT-MODE-IS-LIFESPAN
                                      VALUE 'L'.
               88  REPORT-MODE-IS-QUERY   VALUE 'Q'.
               88  REPORT-MODE-IS-PEDIGREE
                                      VALUE 'A'.
           02  TAF-ROOT-NAME           PIC X(35) VALUE SPACES.
           02  TAF-FAMILY-FILTER       PIC X(35) VALUE SPACES.
           02  TAF-CALENDAR-YEAR       PIC 9(4) VALUE ZERO.
               88  EVENT-ORDER-IS-FILE    VALUE 'F'.
           02  TAF-CATEGORY-FILTER     PIC X(1) VALUE SPACE.
           02  TAF-PLACE-FILTER        PIC X(30) VALUE SPACES.
           02  CONTEXT-MODE-SWITCH     PIC X(1) VALUE 'N'.
               88  CONTEXT-MODE-OFF       VALUE 'N'.
               88  CONTEXT-IN-REPORT      VALUE 'Y' 'A'.
               88  CONTEXT-IN-EXPORTS     VALUE 'A'.
           02  TAF-CONTEXT-CATEGORY-COUNT
                                       PIC S9(2) COMP VALUE +0.
           02  TAF-CONTEXT-CATEGORY    OCCURS 5 TIMES
                                       PIC X(4).

      * ************************************************************* *
      * WORK FIELDS USED TO TEST WHETHER AN INDIVIDUAL'S NAME         *
           02  PLACE-KNOWN-SWITCH      PIC X(1).
               88  PLACE-CODE-KNOWN    VALUE 'Y'.

      * ************************************************************* *
      * THE HISTORICAL CONTEXT EVENTS LOADED FROM HISTEVNT.DAT WHEN    *
      * CONTEXT= IS GIVEN (ALREADY CUT DOWN TO THE CONTEXTCAT= LIST),  *
      * AND THE WORK FIELDS THAT RELEASE THEM TO THE EVENT SORT.       *
      * ************************************************************* *
       01  CONTEXT-EVENT-FIELDS.
           02  CTX-TABLE-SIZE          PIC S9(3) COMP VALUE +100.
           02  CTX-HI                  PIC S9(3) COMP VALUE +0.
           02  CTX-ENTRY               OCCURS 100 TIMES.
               03  CTX-DATE            PIC 9(8).
               03  CTX-CATEGORY        PIC X(4).
               03  CTX-DESCRIPTION     PIC X(44).
           02  CTX-I                   PIC S9(3) COMP.
           02  CTX-CAT-I               PIC S9(2) COMP.
           02  CTX-GRP                 PIC S9(2) COMP.
           02  CTX-RECORD-NBR          PIC 9(4) VALUE ZERO.
           02  CTX-DATE-WORK           PIC 9(8).
           02  FILLER                  REDEFINES CTX-DATE-WORK.
               03  CTX-YEAR-WORK       PIC 9(4).
               03  CTX-MONTH-WORK      PIC 9(2).
               03  CTX-DAY-WORK        PIC 9(2).
           02  CTX-CATEGORY-WORK       PIC X(4).
           02  CTX-CATEGORY-LIST       PIC X(40).
           02  CTX-MATCH-SWITCH        PIC X(1).
               88  CTX-CATEGORY-WANTED VALUE 'Y'.
           02  CTX-GROUP-USED-SWITCH   PIC X(1).
               88  CTX-GROUP-USED      VALUE 'Y'.

      * ************************************************************* *
      * WORK FIELDS FOR RESOLVING A '#NNNNN' PERSON-ID REFERENCE IN A  *
      * RELATIONSHIP NAME FIELD TO THE INDIVIDUAL IT IDENTIFIES.       *
               03  TIF-FOOTNOTE-2      PIC 9(3).
               03  TIF-GROUP-SEQ       PIC 9(2).
               03  TIF-PERSON-ID       PIC X(5).
               03  TIF-PLACE-CODE      PIC X(4).

      * ************************************************************* *
      * FIELDS TO STORE INFORMATION FOR RELATIONSHIPS FROM THE TYPE   *
           02  DH-ROOT-NAME            PIC X(35).
           02  FILLER  PIC X(72) VALUE SPACES.

      * ************************************************************* *
      * WORK FIELDS FOR THE PEDIGREE CHART (MODE=PEDIGREE).  EACH      *
      * ANCESTOR IS HELD UNDER ITS CHART NUMBER - THE ROOT IS 1 AND    *
      * THE PARENTS OF NUMBER N ARE 2N AND 2N+1 - SO FIVE GENERATIONS  *
      * NEED 31 SLOTS.  THE CHART IS DRAWN INTO PG-GRID-LINE, SEVEN    *
      * LINES PER BOX IN THE LAST GENERATION, BEFORE IT IS PRINTED.    *
      * PG-SLOT-SAME-AS HOLDS THE EARLIER NUMBER OF AN INDIVIDUAL WHO  *
      * FILLS MORE THAN ONE SLOT (PEDIGREE COLLAPSE).                  *
      * ************************************************************* *
       01  PEDIGREE-CHART-FIELDS.
           02  PG-GENERATIONS          PIC S9(2) COMP VALUE +4.
           02  PG-MAX-GENERATIONS      PIC S9(2) COMP VALUE +5.
           02  PG-SLOT-HI              PIC S9(3) COMP.
           02  PG-LEAF-FIRST           PIC S9(3) COMP.
           02  PG-SLOT-ENTRY           OCCURS 31 TIMES.
               03  PG-SLOT-PERSON      PIC S9(3) COMP.
               03  PG-SLOT-SAME-AS     PIC S9(3) COMP.
           02  PG-SLOT                 PIC S9(3) COMP.
           02  PG-CHILD-SLOT           PIC S9(3) COMP.
           02  PG-PARENT-SLOT          PIC S9(3) COMP.
           02  PG-I                    PIC S9(3) COMP.
           02  PG-REL                  PIC S9(3) COMP.
           02  PG-PARENT-NAME          PIC X(35).
           02  PG-FIRST-PARENT-NAME    PIC X(35).
           02  PG-GEN                  PIC S9(2) COMP.
           02  PG-GEN-FIRST            PIC S9(3) COMP.
           02  PG-SPAN-ROWS            PIC S9(3) COMP.
           02  PG-COLUMN-WIDTH         PIC S9(3) COMP.
           02  PG-BOX-WIDTH            PIC S9(3) COMP.
           02  PG-TEXT-WIDTH           PIC S9(3) COMP.
           02  PG-BOX-COL              PIC S9(3) COMP.
           02  PG-BOX-TOP              PIC S9(3) COMP.
           02  PG-LINK-COL             PIC S9(3) COMP.
           02  PG-FATHER-ROW           PIC S9(3) COMP.
           02  PG-MOTHER-ROW           PIC S9(3) COMP.
           02  PG-CHILD-ROW            PIC S9(3) COMP.
           02  PG-ROW                  PIC S9(3) COMP.
           02  PG-ROW-HI               PIC S9(3) COMP.
           02  PG-ROW-QUOTIENT         PIC S9(3) COMP.
           02  PG-ROW-IN-SLOT          PIC S9(3) COMP.
           02  PG-LINE-PTR             PIC S9(4) COMP.
           02  PG-BOX-TEXT             PIC X(35).
           02  PG-SLOT-EDITED          PIC Z9.
           02  PG-SAME-EDITED          PIC Z9.
           02  PG-PERSONS-CHARTED      PIC 9(4) VALUE ZERO.
           02  PG-COLLAPSE-COUNT       PIC 9(4) VALUE ZERO.
           02  PG-GRID-LINE            OCCURS 112 TIMES
                                       PIC X(132).

       01  PEDIGREE-HEADING.
           02  FILLER  PIC X(23) VALUE 'PEDIGREE CHART - ROOT: '.
           02  PH-ROOT-NAME            PIC X(35).
           02  FILLER  PIC X(15) VALUE '  GENERATIONS: '.
           02  PH-GENERATIONS          PIC Z9.
           02  FILLER  PIC X(57) VALUE SPACES.

      * ************************************************************* *
      * WORK FIELDS FOR THE YEAR-CALENDAR MODE (MODE=CALENDAR          *
      * YEAR=YYYY): TWELVE MONTH GRIDS, EACH DATE CARRYING A MARKER    *
           02  WE-FULL-DESCRIPTION     PIC X(180).
           02  WE-FULL-DESC-PTR        PIC S9(4) COMP.
           02  WE-RELEASE-SEQUENCE     PIC 9(6) VALUE ZERO.
           02  WE-CONTEXT-SWITCH       PIC X(1) VALUE 'N'.
               88  WE-IS-CONTEXT-EVENT VALUE 'Y'.
           02  WE-CONTEXT-CATEGORY     PIC X(4) VALUE SPACES.
           02  READ-AHEAD-SWITCH       PIC X(1) VALUE 'N'.
               88  READ-AHEAD-PENDING  VALUE 'Y'.
           02  SORT-RETURN-DONE-SWITCH PIC X(1) VALUE 'N'.
           PERFORM 0060-PARSE-ARGUMENTS.
           PERFORM 0068-LOAD-PLACE-NAMES
              THRU 0068-LOAD-PLACE-NAMES-EXIT.
           PERFORM 0061-LOAD-CONTEXT-EVENTS
              THRU 0061-LOAD-CONTEXT-EVENTS-EXIT.
           PERFORM 0080-LOAD-CHECKPOINT
              THRU 0080-LOAD-CHECKPOINT-EXIT.
           PERFORM 0090-VALIDATE-DATA-FILE.
                           SET REPORT-MODE-IS-LIFESPAN TO TRUE
                       WHEN 'QUERY'
                           SET REPORT-MODE-IS-QUERY TO TRUE
                       WHEN 'PEDIGREE'
                           SET REPORT-MODE-IS-PEDIGREE TO TRUE
                   END-EVALUATE
               WHEN 'FORMAT'
                   EVALUATE TAF-ARGUMENT-VALUE
                   ELSE
                       DISPLAY 'GAPYEARS= VALUE IGNORED - NOT NUMERIC'
                   END-IF
               WHEN 'GENERATIONS'
                   IF FUNCTION TRIM(TAF-ARGUMENT-VALUE) IS NUMERIC
                       COMPUTE TAF-REQUESTED-GENERATIONS =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(TAF-ARGUMENT-VALUE))
                       IF TAF-REQUESTED-GENERATIONS > ZERO
                          AND TAF-REQUESTED-GENERATIONS
                              NOT GREATER THAN PG-MAX-GENERATIONS
                           MOVE TAF-REQUESTED-GENERATIONS
                             TO PG-GENERATIONS
                       ELSE
                           DISPLAY 'GENERATIONS= VALUE IGNORED - MUST '
                              'BE 1 THROUGH 5'
                       END-IF
                   ELSE
                       DISPLAY 'GENERATIONS= VALUE IGNORED - NOT '
                          'NUMERIC'
                   END-IF
               WHEN 'PAGES'
                   IF FUNCTION TRIM(TAF-ARGUMENT-VALUE) IS NUMERIC
                       COMPUTE TAF-REQUESTED-PAGE-SIZE =
                           DISPLAY 'ORDER= VALUE IGNORED - MUST BE '
                              'DATE OR FILE'
                   END-EVALUATE
               WHEN 'CONTEXT'
                   EVALUATE TAF-ARGUMENT-VALUE
                       WHEN SPACES
                       WHEN 'YES'
                           MOVE 'Y' TO CONTEXT-MODE-SWITCH
                       WHEN 'ALL'
                           MOVE 'A' TO CONTEXT-MODE-SWITCH
                       WHEN 'NO'
                           MOVE 'N' TO CONTEXT-MODE-SWITCH
                       WHEN OTHER
                           DISPLAY 'CONTEXT= VALUE IGNORED - MUST BE '
                              'YES, ALL OR NO'
                   END-EVALUATE
               WHEN 'CONTEXTCAT'
                   MOVE TAF-ARGUMENT-VALUE TO CTX-CATEGORY-LIST
                   INSPECT CTX-CATEGORY-LIST
                     CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE SPACES TO TAF-CONTEXT-CATEGORY (1)
                                  TAF-CONTEXT-CATEGORY (2)
                                  TAF-CONTEXT-CATEGORY (3)
                                  TAF-CONTEXT-CATEGORY (4)
                                  TAF-CONTEXT-CATEGORY (5)
                   MOVE ZERO TO TAF-CONTEXT-CATEGORY-COUNT
                   UNSTRING CTX-CATEGORY-LIST DELIMITED BY ','
                     INTO TAF-CONTEXT-CATEGORY (1)
                          TAF-CONTEXT-CATEGORY (2)
                          TAF-CONTEXT-CATEGORY (3)
                          TAF-CONTEXT-CATEGORY (4)
                          TAF-CONTEXT-CATEGORY (5)
                     TALLYING IN TAF-CONTEXT-CATEGORY-COUNT
                   END-UNSTRING
               WHEN 'RESTART'
                   SET RESTART-MODE-ON TO TRUE
               WHEN 'CSV'
               WHEN '6'
                   PERFORM 0101-VALIDATE-DOCUMENT-RECORD
                      THRU 0101-VALIDATE-DOCUMENT-RECORD-EXIT
               WHEN '7'
                   PERFORM 0102-VALIDATE-BURIAL-RECORD
                      THRU 0102-VALIDATE-BURIAL-RECORD-EXIT
               WHEN OTHER *> IGNORE COMMENTS
                   CONTINUE
           END-EVALUATE.

           IF TDR-RECORD-TYPE EQUAL '0'
               MOVE TDR-RECORD-TYPE TO VAL-OWNER-RECORD-TYPE
               IF TIR-DEATH-DATE-X EQUAL SPACES
                   MOVE ZEROS TO VAL-OWNER-DEATH-DATE
               ELSE
                   MOVE TIR-DEATH-DATE-X TO VAL-OWNER-DEATH-DATE-X
               END-IF
           END-IF.
           IF TDR-RECORD-TYPE EQUAL '1'
               MOVE TDR-RECORD-TYPE TO VAL-OWNER-RECORD-TYPE
           END-IF.
           MOVE TDR-RECORD-TYPE TO VAL-PREV-RECORD-TYPE.
           PERFORM 0091-VALIDATE-READ-RECORD.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A '7' BURIAL RECORD BELONGS TO THE '0' INDIVIDUAL BEFORE IT    *
      * (DIRECTLY, OR AFTER THAT INDIVIDUAL'S CITATIONS AND            *
      * DOCUMENTS), ONE PER INDIVIDUAL.  THE CEMETERY CODE IS          *
      * REQUIRED AND MUST BE ON PLACES.DAT, AND THE BURIAL DATE MAY    *
      * NOT PRECEDE THE DEATH DATE - COMPARED ONLY AS FAR AS BOTH      *
      * DATES ARE KNOWN WHEN EITHER IS PARTIAL.                        *
      * ************************************************************* *
       0102-VALIDATE-BURIAL-RECORD.

           IF VAL-PREV-RECORD-TYPE EQUAL '7'
               ADD 1 TO VALIDATION-ERROR-COUNT
               DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                  ': MORE THAN ONE BURIAL RECORD FOR ONE INDIVIDUAL'
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.
           IF (VAL-PREV-RECORD-TYPE NOT EQUAL '0'
               AND VAL-PREV-RECORD-TYPE NOT EQUAL '4'
               AND VAL-PREV-RECORD-TYPE NOT EQUAL '6')
            OR VAL-OWNER-RECORD-TYPE NOT EQUAL '0'
               ADD 1 TO VALIDATION-ERROR-COUNT
               DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                  ': BURIAL RECORD DOES NOT FOLLOW AN INDIVIDUAL'
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.

           IF TBR-CEMETERY-CODE EQUAL SPACES
               ADD 1 TO VALIDATION-ERROR-COUNT
               DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                  ': BURIAL RECORD HAS NO CEMETERY CODE'
           ELSE
               IF PLC-HI GREATER THAN ZERO
                   MOVE TBR-CEMETERY-CODE TO PLW-CODE
                   PERFORM 0225-RESOLVE-PLACE-NAME
                      THRU 0225-RESOLVE-PLACE-NAME-EXIT
                   IF NOT PLACE-CODE-KNOWN
                       ADD 1 TO VALIDATION-ERROR-COUNT
                       DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                          ': CEMETERY CODE NOT ON PLACES.DAT'
                   END-IF
               END-IF
           END-IF.

           MOVE TBR-BURIAL-DATE TO PDW-DATE-IN.
           PERFORM 0096-VALIDATE-GENERAL-DATE
              THRU 0096-VALIDATE-GENERAL-DATE-EXIT.
           IF PDW-RC NOT EQUAL ZERO
               ADD 1 TO VALIDATION-ERROR-COUNT
               DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                  ': INVALID BURIAL DATE'
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.

           IF VAL-OWNER-DEATH-DATE EQUAL ZERO
            OR VAL-OWNER-DEATH-DATE NOT NUMERIC
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.
           IF PDW-MONTH EQUAL ZERO
            OR VAL-OWNER-DEATH-DATE-X (5:2) EQUAL '00'
               IF PDW-DATE-IN (1:4)
                  LESS THAN VAL-OWNER-DEATH-DATE-X (1:4)
                   ADD 1 TO VALIDATION-ERROR-COUNT
                   DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                      ': BURIAL DATE PRECEDES DEATH DATE'
               END-IF
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.
           IF PDW-DAY EQUAL ZERO
            OR VAL-OWNER-DEATH-DATE-X (7:2) EQUAL '00'
               IF PDW-DATE-IN (1:6)
                  LESS THAN VAL-OWNER-DEATH-DATE-X (1:6)
                   ADD 1 TO VALIDATION-ERROR-COUNT
                   DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                      ': BURIAL DATE PRECEDES DEATH DATE'
               END-IF
               GO TO 0102-VALIDATE-BURIAL-RECORD-EXIT
           END-IF.
           IF TBR-BURIAL-DATE LESS THAN VAL-OWNER-DEATH-DATE
               ADD 1 TO VALIDATION-ERROR-COUNT
               DISPLAY 'RECORD ' VALIDATION-RECORD-COUNT
                  ': BURIAL DATE PRECEDES DEATH DATE'
           END-IF.

       0102-VALIDATE-BURIAL-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * CHECKS THE YYYYMMDD DATE IN PDW-DATE-IN AND SETS PDW-RC (0 =   *
      * GOOD).  A PARTIAL DATE - YYYY0000 (YEAR ONLY) OR YYYYMM00      *
               GO TO 0240-RUN-QUERY-MODE
           END-IF.

           IF REPORT-MODE-IS-PEDIGREE
               GO TO 0250-RUN-PEDIGREE-MODE
           END-IF.

           IF CHECKPOINT-SKIP-COUNT GREATER THAN ZERO
               OPEN EXTEND PRINT-FILE
           ELSE
                   WRITE CSV-RECORD
               END-IF
           END-IF.
           IF EVENT-ORDER-IS-FILE
              AND CTX-HI GREATER THAN ZERO
               DISPLAY 'CONTEXT EVENTS ARE NOT SHOWN WITH ORDER=FILE'
           END-IF.
           IF EVENT-ORDER-IS-FILE
               PERFORM 0200-READ-DATA-FILE
               PERFORM 0300-PROCESS-DATA
      * ************************************************************* *
      * FINDS THE FIRST LOADED INDIVIDUAL WHOSE NAME CONTAINS THE      *
      * ROOT= VALUE, LEAVING THE SUBSCRIPT IN DC-FOUND-SUB (ZERO =     *
      * NOT FOUND).  A ROOT= VALUE OF '#NNNNN' IS TAKEN AS A PERSON    *
      * ID AND FINDS THAT INDIVIDUAL EXACTLY.                          *
      * ************************************************************* *
       0141-FIND-ROOT-INDIVIDUAL.

           MOVE ZERO TO DC-FOUND-SUB.
           IF TAF-ROOT-NAME(1:1) EQUAL '#'
               MOVE 'N' TO NRW-FOUND-SWITCH
               MOVE TAF-ROOT-NAME TO NRW-NAME
               PERFORM 0360-RESOLVE-NAME-REF
                  THRU 0360-RESOLVE-NAME-REF-EXIT
               IF NRW-ID-FOUND
                   MOVE NRW-NAME TO DC-FIND-NAME
                   INSPECT DC-FIND-NAME
                     REPLACING TRAILING SPACES BY '.'
                   PERFORM 0146-FIND-TIF-BY-NAME
                      THRU 0146-FIND-TIF-BY-NAME-EXIT
               END-IF
               GO TO 0141-FIND-ROOT-INDIVIDUAL-EXIT
           END-IF.

           MOVE TAF-ROOT-NAME TO TAF-NAME-FILTER.
           PERFORM 0148-CHECK-ROOT-CANDIDATE
              VARYING TIF-INDEX FROM 1 BY 1
              UNTIL TIF-INDEX > TIF-HI
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT


      * ************************************************************* *
      * MODE=PEDIGREE PRINTS THE ANCESTOR CHART: GIVEN A ROOT          *
      * INDIVIDUAL (ROOT=NAME AS FOR MODE=DESCEND, OR ROOT=#NNNNN),    *
      * THE PARENT-OF/CHILD-OF RECORDS ARE FOLLOWED UPWARD FOR         *
      * GENERATIONS=N GENERATIONS (DEFAULT 4, AT MOST 5) AND EACH      *
      * ANCESTOR PRINTS IN A NUMBERED BOX - THE ROOT IS 1, THE PARENTS *
      * OF NUMBER N ARE 2N AND 2N+1.  THE FILE CARRIES NO SEX, SO THE  *
      * FIRST PARENT LINK FOUND FILLS 2N AND THE SECOND 2N+1.  EVERY   *
      * BOX IS PRINTED WHETHER OR NOT ITS ANCESTOR IS ON FILE, SO A    *
      * MISSING ANCESTOR SHOWS AS A BLANK BOX TO BE RESEARCHED.  AN    *
      * INDIVIDUAL FILLING A SECOND BOX (PEDIGREE COLLAPSE - COUSINS   *
      * WHO MARRIED) IS MARKED '= NO. N' IN THE BOX AND LISTED BELOW   *
      * THE CHART.  THE FIXED DEPTH IS ITS OWN GUARD AGAINST BAD DATA  *
      * THAT CYCLES.                                                   *
      * ************************************************************* *
       0250-RUN-PEDIGREE-MODE.

           OPEN OUTPUT PRINT-FILE.
           PERFORM 0131-LOAD-ALL-RECORDS
              THRU 0134-LOAD-ALL-RECORDS-EXIT.

           IF TAF-ROOT-NAME EQUAL SPACES
               DISPLAY 'MODE=PEDIGREE REQUIRES ROOT=NAME OR ROOT=#ID'
               GO TO 0259-RUN-PEDIGREE-MODE-END
           END-IF.

           PERFORM 0141-FIND-ROOT-INDIVIDUAL
              THRU 0141-FIND-ROOT-INDIVIDUAL-EXIT.
           IF DC-FOUND-SUB EQUAL ZERO
               DISPLAY 'ROOT INDIVIDUAL NOT FOUND: '
                  FUNCTION TRIM(TAF-ROOT-NAME)
               GO TO 0259-RUN-PEDIGREE-MODE-END
           END-IF.

           COMPUTE PG-SLOT-HI = 2 ** PG-GENERATIONS - 1.
           COMPUTE PG-LEAF-FIRST = 2 ** (PG-GENERATIONS - 1).
           PERFORM VARYING PG-SLOT FROM 1 BY 1
              UNTIL PG-SLOT > PG-SLOT-HI
               MOVE ZERO TO PG-SLOT-PERSON (PG-SLOT)
               MOVE ZERO TO PG-SLOT-SAME-AS (PG-SLOT)
           END-PERFORM.
           MOVE DC-FOUND-SUB TO PG-SLOT-PERSON (1).
           PERFORM 0251-FIND-SLOT-PARENTS
              THRU 0251-FIND-SLOT-PARENTS-EXIT
              VARYING PG-SLOT FROM 1 BY 1
              UNTIL PG-SLOT NOT LESS THAN PG-LEAF-FIRST.

      * ONE COLUMN PER GENERATION ACROSS THE 132-CHARACTER LINE, THE
      * BOX NO WIDER THAN A FULL NAME NEEDS.
           COMPUTE PG-COLUMN-WIDTH = 132 / PG-GENERATIONS.
           IF PG-COLUMN-WIDTH GREATER THAN 39
               MOVE 39 TO PG-COLUMN-WIDTH
           END-IF.
           COMPUTE PG-BOX-WIDTH = PG-COLUMN-WIDTH - 2.
           COMPUTE PG-TEXT-WIDTH = PG-BOX-WIDTH - 2.
           COMPUTE PG-ROW-HI = PG-LEAF-FIRST * 7.
           PERFORM VARYING PG-ROW FROM 1 BY 1
              UNTIL PG-ROW > PG-ROW-HI
               MOVE SPACES TO PG-GRID-LINE (PG-ROW)
           END-PERFORM.
           PERFORM 0254-DRAW-ONE-BOX
              THRU 0254-DRAW-ONE-BOX-EXIT
              VARYING PG-SLOT FROM 1 BY 1
              UNTIL PG-SLOT > PG-SLOT-HI.

           MOVE PG-SLOT-PERSON (1) TO DC-PERSON.
           MOVE TIF-NAME-CLEAN (DC-PERSON) TO PH-ROOT-NAME.
           MOVE PG-GENERATIONS TO PH-GENERATIONS.
           PERFORM 0257-PRINT-ONE-GRID-LINE
              VARYING PG-ROW FROM 1 BY 1
              UNTIL PG-ROW > PG-ROW-HI.

           IF PG-COLLAPSE-COUNT GREATER THAN ZERO
               MOVE SPACES TO DC-LINE-TEXT
               PERFORM 0147-WRITE-CHART-LINE
               MOVE 'PEDIGREE COLLAPSE - INDIVIDUALS CHARTED MORE '
                 TO DC-LINE-TEXT
               MOVE 'THAN ONCE' TO DC-LINE-TEXT(46:9)
               PERFORM 0147-WRITE-CHART-LINE
               PERFORM 0258-PRINT-ONE-COLLAPSE
                  THRU 0258-PRINT-ONE-COLLAPSE-EXIT
                  VARYING PG-SLOT FROM 2 BY 1
                  UNTIL PG-SLOT > PG-SLOT-HI
           END-IF.

           MOVE SPACES TO DC-LINE-TEXT.
           PERFORM 0147-WRITE-CHART-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'INDIVIDUALS CHARTED' TO SL-LABEL.
           MOVE PG-PERSONS-CHARTED TO SL-VALUE.
           MOVE SUMMARY-LINE TO DC-LINE-TEXT.
           PERFORM 0147-WRITE-CHART-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'PEDIGREE COLLAPSES FLAGGED' TO SL-LABEL.
           MOVE PG-COLLAPSE-COUNT TO SL-VALUE.
           MOVE SUMMARY-LINE TO DC-LINE-TEXT.
           PERFORM 0147-WRITE-CHART-LINE.

       0259-RUN-PEDIGREE-MODE-END.
           CLOSE TIMELINE-DATA-FILE, PRINT-FILE.
           PERFORM 0087-WRITE-END-RECORD
              THRU 0087-WRITE-END-RECORD-EXIT.
           PERFORM 0058-RELEASE-LOCK
              THRU 0058-RELEASE-LOCK-EXIT.
           STOP RUN.
      * - - - - - - - - - - - - - - - - PROGRAM EXIT POINT

      * ************************************************************* *
      * FILLS THE TWO PARENT SLOTS (2N AND 2N+1) OF SLOT PG-SLOT FROM  *
      * THE PARENT-OF/CHILD-OF LINKS NAMING ITS INDIVIDUAL AS THE      *
      * CHILD.  AN EMPTY SLOT HAS NO PARENTS TO FIND, AND A PARENT     *
      * WHOSE NAME MATCHES NO '0' RECORD LEAVES ITS SLOT EMPTY.        *
      * ************************************************************* *
       0251-FIND-SLOT-PARENTS.

           MOVE PG-SLOT-PERSON (PG-SLOT) TO DC-PERSON.
           IF DC-PERSON EQUAL ZERO
               GO TO 0251-FIND-SLOT-PARENTS-EXIT
           END-IF.

           COMPUTE PG-PARENT-SLOT = PG-SLOT * 2.
           MOVE SPACES TO PG-FIRST-PARENT-NAME.
           PERFORM 0252-CHECK-ONE-PARENT-LINK
              THRU 0252-CHECK-ONE-PARENT-LINK-EXIT
              VARYING PG-REL FROM 1 BY 1
              UNTIL PG-REL > TRF-HI
                 OR PG-PARENT-SLOT > PG-SLOT * 2 + 1.

       0251-FIND-SLOT-PARENTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0252-CHECK-ONE-PARENT-LINK.

           MOVE SPACES TO PG-PARENT-NAME.
           IF TRF-RELATIONSHIP-CODE (PG-REL) EQUAL '1'
              AND TRF-NAME2 (PG-REL) EQUAL TIF-NAME (DC-PERSON)
               MOVE TRF-NAME1 (PG-REL) TO PG-PARENT-NAME
           END-IF.
      * A '4' EDGE WHOSE MATCHING '1' RECORD EXISTS IS THE SAME LINK
      * SEEN FROM THE OTHER DIRECTION - THE '1' RECORD ALREADY GAVE
      * THIS PARENT.
           IF TRF-RELATIONSHIP-CODE (PG-REL) EQUAL '4'
              AND TRF-NAME1 (PG-REL) EQUAL TIF-NAME (DC-PERSON)
               MOVE TRF-NAME2 (PG-REL) TO TWIN-PERSON-NAME
               MOVE TIF-NAME (DC-PERSON) TO TWIN-OTHER-NAME
               MOVE '4' TO TWIN-REL-CODE
               PERFORM 0531-CHECK-FORWARD-TWIN
                  THRU 0531-CHECK-FORWARD-TWIN-EXIT
               IF NOT FORWARD-TWIN-FOUND
                   MOVE TRF-NAME2 (PG-REL) TO PG-PARENT-NAME
               END-IF
           END-IF.

           IF PG-PARENT-NAME EQUAL SPACES
              OR PG-PARENT-NAME EQUAL PG-FIRST-PARENT-NAME
               GO TO 0252-CHECK-ONE-PARENT-LINK-EXIT
           END-IF.

           MOVE PG-PARENT-NAME TO PG-FIRST-PARENT-NAME.
           MOVE PG-PARENT-NAME TO DC-FIND-NAME.
           PERFORM 0146-FIND-TIF-BY-NAME
              THRU 0146-FIND-TIF-BY-NAME-EXIT.
           MOVE DC-FOUND-SUB TO PG-SLOT-PERSON (PG-PARENT-SLOT).
           IF DC-FOUND-SUB GREATER THAN ZERO
               PERFORM 0253-CHECK-PEDIGREE-COLLAPSE
           END-IF.
           ADD 1 TO PG-PARENT-SLOT.

       0252-CHECK-ONE-PARENT-LINK-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * IF THE INDIVIDUAL JUST PLACED IN PG-PARENT-SLOT ALREADY FILLS  *
      * A LOWER-NUMBERED SLOT, REMEMBERS THE FIRST SUCH NUMBER IN      *
      * PG-SLOT-SAME-AS.                                               *
      * ************************************************************* *
       0253-CHECK-PEDIGREE-COLLAPSE.

           PERFORM VARYING PG-I FROM 1 BY 1
              UNTIL PG-I NOT LESS THAN PG-PARENT-SLOT
                 OR PG-SLOT-SAME-AS (PG-PARENT-SLOT) GREATER THAN ZERO
               IF PG-SLOT-PERSON (PG-I)
                      EQUAL PG-SLOT-PERSON (PG-PARENT-SLOT)
                   MOVE PG-I TO PG-SLOT-SAME-AS (PG-PARENT-SLOT)
               END-IF
           END-PERFORM.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * DRAWS THE BOX FOR SLOT PG-SLOT INTO THE CHART GRID.  THE SLOT  *
      * NUMBER GIVES ITS GENERATION (COLUMN) AND ITS PLACE DOWN THE    *
      * PAGE: EACH BOX IS CENTRED ON THE ROWS ITS OWN ANCESTORS TAKE   *
      * IN THE LAST GENERATION.  INSIDE ARE THE NAME, BIRTH AND DEATH  *
      * DATES, AND PLACE; THE BORDER CARRIES THE CHART NUMBER AND ANY  *
      * PEDIGREE-COLLAPSE MARK.  A BOX WITH PARENT BOXES TO ITS RIGHT  *
      * ALSO GETS THE BRACKET JOINING IT TO THEM.                      *
      * ************************************************************* *
       0254-DRAW-ONE-BOX.

           MOVE 1 TO PG-GEN.
           MOVE 1 TO PG-GEN-FIRST.
           PERFORM UNTIL PG-GEN-FIRST * 2 > PG-SLOT
               ADD 1 TO PG-GEN
               MULTIPLY 2 BY PG-GEN-FIRST
           END-PERFORM.
           COMPUTE PG-SPAN-ROWS = 7 * 2 ** (PG-GENERATIONS - PG-GEN).
           COMPUTE PG-BOX-TOP = (PG-SLOT - PG-GEN-FIRST) * PG-SPAN-ROWS
                              + (PG-SPAN-ROWS - 6) / 2 + 1.
           COMPUTE PG-BOX-COL = (PG-GEN - 1) * PG-COLUMN-WIDTH + 1.

           MOVE PG-BOX-TOP TO PG-ROW.
           PERFORM 0255-DRAW-BOX-BORDER.
           MOVE PG-SLOT TO PG-SLOT-EDITED.
           MOVE PG-SLOT-SAME-AS (PG-SLOT) TO PG-SAME-EDITED.
           COMPUTE PG-LINE-PTR = PG-BOX-COL + 2.
           IF PG-SLOT-SAME-AS (PG-SLOT) GREATER THAN ZERO
               STRING ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(PG-SLOT-EDITED) DELIMITED BY SIZE
                      ' = NO. ' DELIMITED BY SIZE
                      FUNCTION TRIM(PG-SAME-EDITED) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                 INTO PG-GRID-LINE (PG-ROW)
                 WITH POINTER PG-LINE-PTR
           ELSE
               STRING ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(PG-SLOT-EDITED) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                 INTO PG-GRID-LINE (PG-ROW)
                 WITH POINTER PG-LINE-PTR
           END-IF.

           PERFORM 0256-DRAW-BOX-SIDES 4 TIMES.
           ADD 1 TO PG-ROW.
           PERFORM 0255-DRAW-BOX-BORDER.

           MOVE PG-SLOT-PERSON (PG-SLOT) TO DC-PERSON.
           IF DC-PERSON GREATER THAN ZERO
               PERFORM 0260-FILL-BOX-TEXT
                  THRU 0260-FILL-BOX-TEXT-EXIT
           END-IF.

           IF PG-SLOT NOT LESS THAN PG-LEAF-FIRST
               GO TO 0254-DRAW-ONE-BOX-EXIT
           END-IF.

      * THE BRACKET: A VERTICAL RULE IN THE GAP TO THE RIGHT OF THIS
      * BOX, FROM THE NAME LINE OF PARENT 2N DOWN TO THAT OF 2N+1,
      * TEED OFF AT THIS BOX'S OWN NAME LINE.
           COMPUTE PG-LINK-COL = PG-BOX-COL + PG-BOX-WIDTH.
           COMPUTE PG-FATHER-ROW =
                   (PG-SLOT - PG-GEN-FIRST) * PG-SPAN-ROWS
                 + (PG-SPAN-ROWS / 2 - 6) / 2 + 2.
           COMPUTE PG-MOTHER-ROW = PG-FATHER-ROW + PG-SPAN-ROWS / 2.
           COMPUTE PG-CHILD-ROW = PG-BOX-TOP + 1.
           MOVE '+-' TO PG-GRID-LINE (PG-FATHER-ROW) (PG-LINK-COL:2).
           MOVE '+-' TO PG-GRID-LINE (PG-MOTHER-ROW) (PG-LINK-COL:2).
           COMPUTE PG-ROW = PG-FATHER-ROW + 1.
           PERFORM UNTIL PG-ROW NOT LESS THAN PG-MOTHER-ROW
               MOVE '|' TO PG-GRID-LINE (PG-ROW) (PG-LINK-COL:1)
               ADD 1 TO PG-ROW
           END-PERFORM.
           MOVE '+' TO PG-GRID-LINE (PG-CHILD-ROW) (PG-LINK-COL:1).

       0254-DRAW-ONE-BOX-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0255-DRAW-BOX-BORDER.

           MOVE '+' TO PG-GRID-LINE (PG-ROW) (PG-BOX-COL:1).
           MOVE ALL '-'
             TO PG-GRID-LINE (PG-ROW) (PG-BOX-COL + 1:PG-TEXT-WIDTH).
           MOVE '+'
             TO PG-GRID-LINE (PG-ROW) (PG-BOX-COL + PG-BOX-WIDTH - 1:1).
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0256-DRAW-BOX-SIDES.

           ADD 1 TO PG-ROW.
           MOVE '|' TO PG-GRID-LINE (PG-ROW) (PG-BOX-COL:1).
           MOVE '|'
             TO PG-GRID-LINE (PG-ROW) (PG-BOX-COL + PG-BOX-WIDTH - 1:1).
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WRITES THE INDIVIDUAL AT DC-PERSON INTO THE BOX JUST DRAWN:    *
      * NAME, 'B. ' BIRTH DATE, 'D. ' DEATH DATE (BOTH THROUGH THE     *
      * SHARED DISPLAY-DATE FORMATTER, SO PARTIAL DATES READ 'c. 1923' *
      * / 'JUN 1923'), AND THE PLACE NAME FROM PLACES.DAT - OR THE RAW *
      * CODE WHEN IT IS NOT ON THE FILE.  EACH LINE IS CUT TO THE BOX. *
      * ************************************************************* *
       0260-FILL-BOX-TEXT.

           IF PG-SLOT-SAME-AS (PG-SLOT) EQUAL ZERO
               ADD 1 TO PG-PERSONS-CHARTED
           ELSE
               COMPUTE PG-CHILD-SLOT = PG-SLOT / 2
               IF PG-SLOT-SAME-AS (PG-CHILD-SLOT) EQUAL ZERO
                   ADD 1 TO PG-COLLAPSE-COUNT
               END-IF
           END-IF.

           MOVE TIF-NAME-CLEAN (DC-PERSON)
             TO PG-GRID-LINE (PG-BOX-TOP + 1)
                             (PG-BOX-COL + 1:PG-TEXT-WIDTH).

           IF TIF-BIRTH-DATE (DC-PERSON) NOT EQUAL ZERO
               MOVE TIF-BIRTH-DATE (DC-PERSON) TO PDW-DATE-IN
               PERFORM 0545-FORMAT-DISPLAY-DATE
                  THRU 0545-FORMAT-DISPLAY-DATE-EXIT
               MOVE SPACES TO PG-BOX-TEXT
               STRING 'B. ' DELIMITED BY SIZE
                      PDW-TEXT DELIMITED BY SIZE
                 INTO PG-BOX-TEXT
               MOVE PG-BOX-TEXT
                 TO PG-GRID-LINE (PG-BOX-TOP + 2)
                                 (PG-BOX-COL + 1:PG-TEXT-WIDTH)
           END-IF.

           IF TIF-DEATH-DATE (DC-PERSON) NOT EQUAL ZERO
               MOVE TIF-DEATH-DATE (DC-PERSON) TO PDW-DATE-IN
               PERFORM 0545-FORMAT-DISPLAY-DATE
                  THRU 0545-FORMAT-DISPLAY-DATE-EXIT
               MOVE SPACES TO PG-BOX-TEXT
               STRING 'D. ' DELIMITED BY SIZE
                      PDW-TEXT DELIMITED BY SIZE
                 INTO PG-BOX-TEXT
               MOVE PG-BOX-TEXT
                 TO PG-GRID-LINE (PG-BOX-TOP + 3)
                                 (PG-BOX-COL + 1:PG-TEXT-WIDTH)
           END-IF.

           MOVE TIF-PLACE-CODE (DC-PERSON) TO PLW-CODE.
           PERFORM 0225-RESOLVE-PLACE-NAME
              THRU 0225-RESOLVE-PLACE-NAME-EXIT.
           IF PLW-NAME EQUAL SPACES
               MOVE PLW-CODE TO PLW-NAME
           END-IF.
           MOVE PLW-NAME
             TO PG-GRID-LINE (PG-BOX-TOP + 4)
                             (PG-BOX-COL + 1:PG-TEXT-WIDTH).

       0260-FILL-BOX-TEXT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PRINTS ONE LINE OF THE CHART GRID.  A NEW PAGE MAY ONLY START  *
      * AT THE TOP OF A LAST-GENERATION BOX, SO NO BOX IS EVER SPLIT   *
      * ACROSS TWO PAGES; EACH PAGE REPEATS THE CHART HEADING.         *
      * ************************************************************* *
       0257-PRINT-ONE-GRID-LINE.

           DIVIDE 7 INTO PG-ROW
               GIVING PG-ROW-QUOTIENT
               REMAINDER PG-ROW-IN-SLOT.
           IF PG-ROW-IN-SLOT EQUAL 1
              AND LINE-COUNT + 7 GREATER THAN PAGE-SIZE
               ADD 1 TO PAGE-COUNT
               MOVE PAGE-COUNT TO H2-PAGE
               WRITE PRINT-RECORD FROM HEADING-1 BEFORE ADVANCING 1
               WRITE PRINT-RECORD FROM HEADING-2 BEFORE ADVANCING 2
               WRITE PRINT-RECORD FROM PEDIGREE-HEADING
                 BEFORE ADVANCING 2
               MOVE 5 TO LINE-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM PG-GRID-LINE (PG-ROW)
             BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * LISTS ONE PEDIGREE COLLAPSE: A SLOT HOLDING AN INDIVIDUAL      *
      * ALREADY CHARTED LOWER DOWN.  THE ANCESTORS OF SUCH A SLOT      *
      * REPEAT THOSE OF THE EARLIER ONE, SO ONLY THE SLOT WHERE THE    *
      * REPEAT BEGINS IS LISTED.                                       *
      * ************************************************************* *
       0258-PRINT-ONE-COLLAPSE.

           IF PG-SLOT-SAME-AS (PG-SLOT) EQUAL ZERO
               GO TO 0258-PRINT-ONE-COLLAPSE-EXIT
           END-IF.
           COMPUTE PG-CHILD-SLOT = PG-SLOT / 2.
           IF PG-SLOT-SAME-AS (PG-CHILD-SLOT) GREATER THAN ZERO
               GO TO 0258-PRINT-ONE-COLLAPSE-EXIT
           END-IF.

           MOVE PG-SLOT TO PG-SLOT-EDITED.
           MOVE PG-SLOT-SAME-AS (PG-SLOT) TO PG-SAME-EDITED.
           MOVE PG-SLOT-PERSON (PG-SLOT) TO DC-PERSON.
           MOVE SPACES TO DC-LINE-TEXT.
           MOVE 4 TO DC-LINE-PTR.
           STRING 'NO. ' DELIMITED BY SIZE
                  FUNCTION TRIM(PG-SLOT-EDITED) DELIMITED BY SIZE
                  ' IS THE SAME INDIVIDUAL AS NO. ' DELIMITED BY SIZE
                  FUNCTION TRIM(PG-SAME-EDITED) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(TIF-NAME-CLEAN (DC-PERSON))
                    DELIMITED BY SIZE
             INTO DC-LINE-TEXT
             WITH POINTER DC-LINE-PTR.
           PERFORM 0147-WRITE-CHART-LINE.

       0258-PRINT-ONE-COLLAPSE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT


      * ************************************************************* *
      * MODE=CALENDAR PRINTS THE FAMILY YEAR AS TWELVE MONTH GRIDS    *
      * (YEAR=YYYY, DEFAULTING TO THE RUN YEAR).  THE WEEKDAY OF THE  *

           MOVE '  ],' TO EXPORT-JSON-RECORD.
           WRITE EXPORT-JSON-RECORD.
           IF CONTEXT-IN-EXPORTS
               MOVE '  "context": [' TO EXPORT-JSON-RECORD
               WRITE EXPORT-JSON-RECORD
               MOVE 'N' TO EXPORT-FIRST-SWITCH
               PERFORM 0174-EXPORT-ONE-JSON-CONTEXT
                  VARYING CTX-I FROM 1 BY 1
                  UNTIL CTX-I > CTX-HI
               MOVE '  ],' TO EXPORT-JSON-RECORD
               WRITE EXPORT-JSON-RECORD
           END-IF.
           MOVE '  "documents": [' TO EXPORT-JSON-RECORD.
           WRITE EXPORT-JSON-RECORD.

           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE ENTRY OF THE CONTEXT ARRAY (CONTEXT=ALL ONLY): A           *
      * HISTEVNT.DAT EVENT, FLAGGED SO A READER CANNOT TAKE IT FOR A   *
      * FAMILY EVENT.                                                  *
      * ************************************************************* *
       0174-EXPORT-ONE-JSON-CONTEXT.

           IF EXPORT-FIRST-ENTRY-DONE
               MOVE ',' TO EXPORT-JSON-RECORD
               WRITE EXPORT-JSON-RECORD
           END-IF.
           MOVE CTX-DATE (CTX-I) TO CTX-DATE-WORK.
           MOVE SPACES TO EXPORT-JSON-RECORD.
           STRING '    {"date": "' DELIMITED BY SIZE
                  CTX-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CTX-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CTX-DATE-WORK(7:2) DELIMITED BY SIZE
                  '", "category": "' DELIMITED BY SIZE
                  FUNCTION TRIM(CTX-CATEGORY (CTX-I))
                    DELIMITED BY SIZE
                  '", "description": "' DELIMITED BY SIZE
                  FUNCTION TRIM(CTX-DESCRIPTION (CTX-I))
                    DELIMITED BY SIZE
                  '", "context": true}' DELIMITED BY SIZE
             INTO EXPORT-JSON-RECORD.
           WRITE EXPORT-JSON-RECORD.
           SET EXPORT-FIRST-ENTRY-DONE TO TRUE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0176-EXPORT-ONE-JSON-INDIVIDUAL.

           IF TDR-RECORD-TYPE NOT EQUAL '0'

           MOVE '  </events>' TO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.
           IF CONTEXT-IN-EXPORTS
               MOVE '  <context>' TO EXPORT-XML-RECORD
               WRITE EXPORT-XML-RECORD
               PERFORM 0184-EXPORT-ONE-XML-CONTEXT
                  VARYING CTX-I FROM 1 BY 1
                  UNTIL CTX-I > CTX-HI
               MOVE '  </context>' TO EXPORT-XML-RECORD
               WRITE EXPORT-XML-RECORD
           END-IF.
           MOVE '  <documents>' TO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.

           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE <contextEvent> OF THE CONTEXT SECTION (CONTEXT=ALL ONLY).  *
      * ************************************************************* *
       0184-EXPORT-ONE-XML-CONTEXT.

           MOVE CTX-DATE (CTX-I) TO CTX-DATE-WORK.
           MOVE SPACES TO EXPORT-XML-RECORD.
           STRING '    <contextEvent category="' DELIMITED BY SIZE
                  FUNCTION TRIM(CTX-CATEGORY (CTX-I))
                    DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
             INTO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.

           MOVE SPACES TO EXPORT-XML-RECORD.
           STRING '      <date>' DELIMITED BY SIZE
                  CTX-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CTX-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CTX-DATE-WORK(7:2) DELIMITED BY SIZE
                  '</date>' DELIMITED BY SIZE
             INTO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.

           MOVE SPACES TO EXPORT-XML-RECORD.
           STRING '      <description>' DELIMITED BY SIZE
                  FUNCTION TRIM(CTX-DESCRIPTION (CTX-I))
                    DELIMITED BY SIZE
                  '</description>' DELIMITED BY SIZE
             INTO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.

           MOVE '    </contextEvent>' TO EXPORT-XML-RECORD.
           WRITE EXPORT-XML-RECORD.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0181-EXPORT-ONE-XML-INDIVIDUAL.

           IF TDR-RECORD-TYPE NOT EQUAL '0'
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * LOADS HISTEVNT.DAT INTO THE CONTEXT EVENT TABLE WHEN CONTEXT=  *
      * WAS GIVEN.  NO FILE MEANS NO CONTEXT EVENTS - THE RUN GOES ON  *
      * AS AN ORDINARY FAMILY-ONLY REPORT.                             *
      * ************************************************************* *
       0061-LOAD-CONTEXT-EVENTS.

           IF CONTEXT-MODE-OFF
               GO TO 0061-LOAD-CONTEXT-EVENTS-EXIT
           END-IF.
           OPEN INPUT HISTORY-EVENTS-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY 'CONTEXT= IGNORED - HISTEVNT.DAT NOT FOUND'
               MOVE 'N' TO CONTEXT-MODE-SWITCH
               GO TO 0061-LOAD-CONTEXT-EVENTS-EXIT
           END-IF.
           MOVE 'N' TO END-OF-DATA-SWITCH.
           PERFORM 0063-READ-ONE-CONTEXT-RECORD.
           PERFORM UNTIL END-OF-DATA
               ADD 1 TO CTX-RECORD-NBR
               PERFORM 0062-STORE-ONE-CONTEXT-EVENT
                  THRU 0062-STORE-ONE-CONTEXT-EVENT-EXIT
               PERFORM 0063-READ-ONE-CONTEXT-RECORD
           END-PERFORM.
           CLOSE HISTORY-EVENTS-FILE.
           MOVE 'N' TO END-OF-DATA-SWITCH.

       0061-LOAD-CONTEXT-EVENTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * KEEPS ONE HISTEVNT.DAT LINE: COMMENTS AND BLANK LINES ARE      *
      * PASSED OVER, A LINE WHOSE DATE IS NOT A (POSSIBLY PARTIAL)     *
      * YYYYMMDD IS REPORTED AND SKIPPED, AND WITH CONTEXTCAT= ONLY    *
      * THE LISTED CATEGORIES ARE KEPT.                                *
      * ************************************************************* *
       0062-STORE-ONE-CONTEXT-EVENT.

           IF HISTORY-EVENTS-RECORD EQUAL SPACES
            OR HER-EVENT-DATE(1:1) EQUAL '*'
               GO TO 0062-STORE-ONE-CONTEXT-EVENT-EXIT
           END-IF.
           IF HER-EVENT-DATE NOT NUMERIC
               DISPLAY 'HISTEVNT.DAT RECORD ' CTX-RECORD-NBR
                  ' IGNORED - DATE NOT YYYYMMDD'
               GO TO 0062-STORE-ONE-CONTEXT-EVENT-EXIT
           END-IF.
           MOVE HER-EVENT-DATE TO CTX-DATE-WORK.
           IF CTX-MONTH-WORK GREATER THAN 12
            OR CTX-DAY-WORK GREATER THAN 31
            OR (CTX-MONTH-WORK EQUAL ZERO
                AND CTX-DAY-WORK NOT EQUAL ZERO)
               DISPLAY 'HISTEVNT.DAT RECORD ' CTX-RECORD-NBR
                  ' IGNORED - DATE NOT YYYYMMDD'
               GO TO 0062-STORE-ONE-CONTEXT-EVENT-EXIT
           END-IF.

           MOVE HER-CATEGORY TO CTX-CATEGORY-WORK.
           INSPECT CTX-CATEGORY-WORK
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF TAF-CONTEXT-CATEGORY-COUNT GREATER THAN ZERO
               MOVE 'N' TO CTX-MATCH-SWITCH
               PERFORM VARYING CTX-CAT-I FROM 1 BY 1
                  UNTIL CTX-CAT-I > TAF-CONTEXT-CATEGORY-COUNT
                     OR CTX-CATEGORY-WANTED
                   IF TAF-CONTEXT-CATEGORY (CTX-CAT-I)
                      EQUAL CTX-CATEGORY-WORK
                       MOVE 'Y' TO CTX-MATCH-SWITCH
                   END-IF
               END-PERFORM
               IF NOT CTX-CATEGORY-WANTED
                   GO TO 0062-STORE-ONE-CONTEXT-EVENT-EXIT
               END-IF
           END-IF.

           IF CTX-HI NOT LESS THAN CTX-TABLE-SIZE
               DISPLAY 'NUMBER OF CONTEXT EVENTS EXCEEDS TABLE - '
                  'HISTEVNT.DAT RECORD ' CTX-RECORD-NBR ' IGNORED'
               GO TO 0062-STORE-ONE-CONTEXT-EVENT-EXIT
           END-IF.
           ADD 1 TO CTX-HI.
           MOVE CTX-DATE-WORK TO CTX-DATE (CTX-HI).
           MOVE CTX-CATEGORY-WORK TO CTX-CATEGORY (CTX-HI).
           MOVE HER-DESCRIPTION TO CTX-DESCRIPTION (CTX-HI).

       0062-STORE-ONE-CONTEXT-EVENT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0063-READ-ONE-CONTEXT-RECORD.

           READ HISTORY-EVENTS-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * RESOLVES THE PLACE CODE IN PLW-CODE TO ITS NAME IN PLW-NAME    *
      * (SPACES WHEN THE CODE IS BLANK OR NOT ON THE FILE) AND FLAGS   *
               MOVE ZEROS TO TIF-FOOTNOTE-2 (TIF-INDEX)
               MOVE CURRENT-GROUP-SEQ TO TIF-GROUP-SEQ (TIF-INDEX)
               MOVE TIR-PERSON-ID TO TIF-PERSON-ID (TIF-INDEX)
               MOVE TIR-PLACE-CODE TO TIF-PLACE-CODE (TIF-INDEX)
               IF CURRENT-GROUP-SEQ GREATER THAN ZERO
                   ADD 1 TO GRP-INDIVIDUAL-COUNT (CURRENT-GROUP-SEQ)
               END-IF
                           MOVE WE-GROUP-SEQ TO ES-GROUP-SEQ
                           MOVE WE-GROUP-NAME TO ES-GROUP-NAME
                           MOVE WE-PLACE-CODE TO ES-PLACE-CODE
                           MOVE 'N' TO ES-CONTEXT-SWITCH
                           MOVE SPACES TO ES-CONTEXT-CATEGORY
                           RELEASE EVENT-SORT-RECORD
                       END-IF
                   WHEN '2'
                   PERFORM 0200-READ-DATA-FILE
               END-IF
           END-PERFORM.
           IF CONTEXT-IN-REPORT
              AND CTX-HI GREATER THAN ZERO
               PERFORM 0291-RELEASE-CONTEXT-FOR-GROUP
                  THRU 0291-RELEASE-CONTEXT-FOR-GROUP-EXIT
                  VARYING CTX-GRP FROM 0 BY 1
                  UNTIL CTX-GRP > GRP-HI
           END-IF.

      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * RELEASES THE CONTEXT EVENTS INTO ONE FAMILY-GROUP SECTION, SO  *
      * EACH SECTION SHOWS THEM AGAINST ITS OWN LIVING INDIVIDUALS.    *
      * A GROUP WITH NO INDIVIDUALS IN THE TABLE GETS NONE.            *
      * ************************************************************* *
       0291-RELEASE-CONTEXT-FOR-GROUP.

           MOVE 'N' TO CTX-GROUP-USED-SWITCH.
           PERFORM VARYING TIF-INDEX FROM 1 BY 1
              UNTIL TIF-INDEX > TIF-HI
                 OR CTX-GROUP-USED
               IF TIF-GROUP-SEQ (TIF-INDEX) EQUAL CTX-GRP
                   MOVE 'Y' TO CTX-GROUP-USED-SWITCH
               END-IF
           END-PERFORM.
           IF NOT CTX-GROUP-USED
               GO TO 0291-RELEASE-CONTEXT-FOR-GROUP-EXIT
           END-IF.
           PERFORM 0292-RELEASE-ONE-CONTEXT-EVENT
              VARYING CTX-I FROM 1 BY 1
              UNTIL CTX-I > CTX-HI.

       0291-RELEASE-CONTEXT-FOR-GROUP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * RELEASES ONE CONTEXT EVENT THAT FALLS INSIDE THE FROM=, TO=    *
      * AND ASOF= LIMITS.  CATEGORY= AND PLACE= APPLY TO FAMILY        *
      * EVENTS ONLY.                                                   *
      * ************************************************************* *
       0292-RELEASE-ONE-CONTEXT-EVENT.

           IF CTX-DATE (CTX-I) NOT LESS THAN TAF-FROM-DATE
              AND CTX-DATE (CTX-I) NOT GREATER THAN TAF-TO-DATE
              AND (NOT ASOF-MODE-ON
                 OR CTX-DATE (CTX-I) NOT GREATER THAN
                    TAF-ASOF-DATE)
               ADD 1 TO WE-RELEASE-SEQUENCE
               MOVE CTX-DATE (CTX-I) TO ES-EVENT-DATE
               MOVE WE-RELEASE-SEQUENCE TO ES-SEQUENCE
               MOVE CTX-DESCRIPTION (CTX-I) TO ES-DESCRIPTION
               MOVE SPACE TO ES-CATEGORY-CODE
               MOVE ZERO TO ES-CONTINUATION-COUNT
               MOVE SPACES TO ES-CONTINUATION-TEXT (1)
                              ES-CONTINUATION-TEXT (2)
                              ES-CONTINUATION-TEXT (3)
               MOVE ZERO TO ES-FOOTNOTE-1
                            ES-FOOTNOTE-2
               MOVE CTX-GRP TO ES-GROUP-SEQ
               IF CTX-GRP GREATER THAN ZERO
                   MOVE GRP-NAME (CTX-GRP) TO ES-GROUP-NAME
               ELSE
                   MOVE SPACES TO ES-GROUP-NAME
               END-IF
               MOVE SPACES TO ES-PLACE-CODE
               MOVE 'Y' TO ES-CONTEXT-SWITCH
               MOVE CTX-CATEGORY (CTX-I) TO ES-CONTEXT-CATEGORY
               RELEASE EVENT-SORT-RECORD
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
               MOVE ES-GROUP-SEQ TO WE-GROUP-SEQ
               MOVE ES-GROUP-NAME TO WE-GROUP-NAME
               MOVE ES-PLACE-CODE TO WE-PLACE-CODE
               MOVE ES-CONTEXT-SWITCH TO WE-CONTEXT-SWITCH
               MOVE ES-CONTEXT-CATEGORY TO WE-CONTEXT-CATEGORY
               PERFORM 0400-PROCESS-EVENT
                  THRU 0499-PROCESS-EVENT-EXIT
               RETURN EVENT-SORT-FILE
               GO TO 0499-PROCESS-EVENT-EXIT
           END-IF.

           IF WE-IS-CONTEXT-EVENT
               ADD 1 TO CONTEXT-EVENTS-COUNT
           ELSE
               ADD 1 TO TOTAL-EVENTS-COUNT
               IF WE-GROUP-SEQ GREATER THAN ZERO
                   ADD 1 TO GRP-EVENT-COUNT (WE-GROUP-SEQ)
               END-IF
           END-IF.
           IF GRP-HI GREATER THAN ZERO
              AND WE-GROUP-SEQ NOT EQUAL LAST-GROUP-PRINTED
               PERFORM 0415-PRINT-GROUP-SECTION-LINE
                  THRU 0415-PRINT-GROUP-SECTION-LINE-EXIT
           END-IF.
           IF NOT WE-IS-CONTEXT-EVENT
               IF WE-EVENT-DATE LESS THAN EARLIEST-EVENT-DATE
                   MOVE WE-EVENT-DATE TO EARLIEST-EVENT-DATE
               END-IF
               IF WE-EVENT-DATE GREATER THAN LATEST-EVENT-DATE
                   MOVE WE-EVENT-DATE TO LATEST-EVENT-DATE
               END-IF
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WE-EVENT-DATE TO PDW-DATE-IN.
           PERFORM 0560-BUILD-FOOTNOTE-MARKER
              THRU 0560-BUILD-FOOTNOTE-MARKER-EXIT.
           MOVE FN-MARKER-TEXT TO DL-FOOTNOTE-MARKER.
           IF WE-IS-CONTEXT-EVENT
               MOVE '(*)' TO DL-CATEGORY-MARKER
               MOVE SPACES TO DL-FOOTNOTE-MARKER
               STRING 'CONTEXT:' WE-CONTEXT-CATEGORY
                   DELIMITED BY SIZE
                 INTO DL-FOOTNOTE-MARKER
           ELSE
               PERFORM 0410-TALLY-EVENT-CATEGORY
           END-IF.

           IF CSV-MODE-ON
               MOVE DL-EVENT-DATE TO CSV-EVENT-DATE-SAVE
               PERFORM 0335-BUILD-FULL-DESCRIPTION
                  THRU 0335-BUILD-FULL-DESCRIPTION-EXIT
               IF WE-IS-CONTEXT-EVENT
                   MOVE SPACES TO CSV-EVENT-DESC-SAVE
                   STRING 'CONTEXT ' DELIMITED BY SIZE
                          WE-CONTEXT-CATEGORY DELIMITED BY SPACE
                          ': ' DELIMITED BY SIZE
                          WE-FULL-DESCRIPTION DELIMITED BY SIZE
                     INTO CSV-EVENT-DESC-SAVE
                   MOVE SPACES TO CSV-EVENT-PLACE-SAVE
               ELSE
                   MOVE WE-FULL-DESCRIPTION TO CSV-EVENT-DESC-SAVE
                   MOVE WE-PLACE-CODE TO PLW-CODE
                   PERFORM 0225-RESOLVE-PLACE-NAME
                      THRU 0225-RESOLVE-PLACE-NAME-EXIT
                   MOVE PLW-NAME TO CSV-EVENT-PLACE-SAVE
               END-IF
           END-IF.

           IF LINE-COUNT GREATER THAN PAGE-SIZE

           IF WE-EVENT-DATE GREATER THAN
              TIF-LATEST-EVENT-DATE (TIF-INDEX)
              AND NOT WE-IS-CONTEXT-EVENT
               MOVE WE-EVENT-DATE TO
                   TIF-LATEST-EVENT-DATE (TIF-INDEX)
           END-IF.
           ADD 1 TO TOTAL-DETAIL-LINES.

           IF CSV-MODE-ON
              AND (NOT WE-IS-CONTEXT-EVENT
                   OR CONTEXT-IN-EXPORTS)
               PERFORM 0508-WRITE-CSV-ROW
           END-IF.

      * ************************************************************* *
       0525-TALLY-AGE-BRACKET.

           IF WE-IS-CONTEXT-EVENT
               CONTINUE
           ELSE
               IF AGE-YEARS-FOR-BRACKET LESS THAN 18
                   ADD 1 TO AGE-BRACKET-MINOR-COUNT
               ELSE
                   IF AGE-YEARS-FOR-BRACKET LESS THAN 65
                       ADD 1 TO AGE-BRACKET-WORKING-COUNT
                   ELSE
                       ADD 1 TO AGE-BRACKET-SENIOR-COUNT
                   END-IF
               END-IF
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT
           MOVE TOTAL-EVENTS-COUNT TO SL-VALUE.
           WRITE PRINT-RECORD FROM SUMMARY-LINE BEFORE ADVANCING 1.

           IF NOT CONTEXT-MODE-OFF
               MOVE SPACES TO SUMMARY-LINE
               MOVE 'CONTEXT EVENTS SHOWN' TO SL-LABEL
               MOVE CONTEXT-EVENTS-COUNT TO SL-VALUE
               WRITE PRINT-RECORD FROM SUMMARY-LINE
                 BEFORE ADVANCING 1
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'INDIVIDUAL-AGE LINES PRINTED' TO SL-LABEL.
           MOVE TOTAL-DETAIL-LINES TO SL-VALUE.
