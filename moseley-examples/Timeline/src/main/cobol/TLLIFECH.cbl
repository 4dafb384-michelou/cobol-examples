       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLLIFECH.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * LIFESPAN CHART: ONE HORIZONTAL BAR PER INDIVIDUAL ACROSS A    *
      * YEAR SCALE, SO OVERLAPPING LIVES SHOW AT A GLANCE.            *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE, ANY ORDER):                         *
      *   FAMILY=NAME      CHART ONE FAMILY GROUP ('5' RECORD) ONLY   *
      *   ASOF=YYYYMMDD    WHERE THE BARS OF THE LIVING END (DEFAULT  *
      *                    TODAY)                                     *
      *   EVENTS=CODES     WHICH '1' EVENTS TO MARK: ALL (DEFAULT),   *
      *                    NONE, OR CATEGORY LETTERS (F C M H O, AS   *
      *                    ON THE EVENT RECORD), E.G. EVENTS=MC       *
      *   WIDTH=NNN        PAGE WIDTH, 80 OR 132 (DEFAULT 132)        *
      *                                                               *
      * THE SCALE RUNS FROM THE DECADE OF THE EARLIEST BIRTH TO THE   *
      * DECADE AFTER THE LATEST DEATH (OR THE AS-OF DATE), AT AS FEW  *
      * WHOLE YEARS PER COLUMN AS FIT THE PAGE.  INDIVIDUALS PRINT IN *
      * BIRTH-DATE ORDER (THROUGH THE SORT, AS TIMELINE ORDERS ITS    *
      * EVENTS), EACH BAR DRAWN WITH '=' FROM BIRTH TO DEATH:         *
      *     |  AN EXACT BIRTH OR DEATH DATE                           *
      *     ~  A PARTIAL DATE (MONTH OR DAY 00) - APPROXIMATE         *
      *     >  STILL LIVING AT THE AS-OF DATE                         *
      * EACH MARKED EVENT GETS A LETTER IN THE EVENT ROW ABOVE THE    *
      * SCALE ('*' WHERE TWO SHARE A COLUMN), A ':' TICK DOWN ITS     *
      * COLUMN BEHIND THE BARS, AND A LINE IN THE EVENT KEY.          *
      * AN INDIVIDUAL WITH NO BIRTH YEAR CANNOT BE PLACED AND IS ONLY *
      * COUNTED.  THE CHART IS WRITTEN TO TLLIFECH.RPT.               *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.

           SELECT CHART-REPORT-FILE ASSIGN TO "TLLIFECH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIFE-SORT-FILE ASSIGN TO "TLLSORT.TMP".

       DATA DIVISION.

       FILE SECTION.

       FD  TIMELINE-DATA-FILE
           DATA RECORD IS TIMELINE-DATA-RECORD.
       01  TIMELINE-DATA-RECORD.
           02  TDR-RECORD-TYPE         PIC X(01).
           02  FILLER                  PIC X(79).
       01  TIMELINE-INDIVIDUAL-RECORD.
           02  FILLER                  PIC X(02).
           02  TIR-BIRTH-DATE          PIC X(08).
           02  FILLER                  PIC X(01).
           02  TIR-NAME                PIC X(35).
           02  FILLER                  PIC X(01).
           02  TIR-DEATH-DATE          PIC X(08).
           02  FILLER                  PIC X(01).
           02  TIR-PLACE-CODE          PIC X(04).
           02  FILLER                  PIC X(01).
           02  TIR-PERSON-ID           PIC X(05).
           02  FILLER                  PIC X(14).
       01  TIMELINE-EVENT-RECORD.
           02  FILLER                  PIC X(02).
           02  TER-EVENT-DATE          PIC X(08).
           02  FILLER                  PIC X(01).
           02  TER-EVENT-DESCRIPTION   PIC X(44).
           02  TER-CATEGORY-CODE       PIC X(01).
           02  FILLER                  PIC X(24).
       01  TIMELINE-GROUP-RECORD.
           02  FILLER                  PIC X(02).
           02  TGR-GROUP-NAME          PIC X(35).
           02  FILLER                  PIC X(43).

       FD  CHART-REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD               PIC X(132).

      * INDIVIDUALS ON THEIR WAY INTO BIRTH-DATE ORDER; THE SEQUENCE  *
      * KEEPS THOSE BORN THE SAME DAY IN FILE ORDER.                  *
       SD  LIFE-SORT-FILE.
       01  LIFE-SORT-RECORD.
           02  LSR-BIRTH-DATE          PIC X(8).
           02  LSR-SEQUENCE            PIC 9(4).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  DATA-FILE-STATUS        PIC X(2).
               88  DATA-FILE-OK        VALUE '00'.
           02  END-OF-DATA-SWITCH      PIC X(1) VALUE 'N'.
               88  END-OF-DATA         VALUE 'Y'.
           02  SORT-RETURN-SWITCH      PIC X(1) VALUE 'N'.
               88  SORT-RETURN-DONE    VALUE 'Y'.
           02  ARGUMENT-COUNT          PIC 9(2) COMP.
           02  ARGUMENT-NBR            PIC 9(2) COMP.
           02  ARGUMENT-INPUT          PIC X(60).
           02  ARG-KEYWORD             PIC X(20).
           02  ARG-VALUE               PIC X(35).
           02  FAMILY-FILTER           PIC X(35) VALUE SPACES.
           02  GROUP-COMPARE-WORK      PIC X(35).
           02  GROUP-LABEL             PIC X(35).
           02  GROUP-SWITCH            PIC X(1) VALUE 'Y'.
               88  IN-CHOSEN-GROUP     VALUE 'Y'.
           02  ASOF-DATE               PIC 9(8) VALUE ZERO.
           02  EVENT-SELECTION         PIC X(10) VALUE 'ALL'.
           02  PAGE-WIDTH              PIC S9(3) COMP VALUE +132.
           02  WORK-DATE               PIC 9(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC 9(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC 9(2).
           02  DATE-TEXT               PIC X(10).

      * ************************************************************* *
      * RUN COUNTS.                                                   *
      * ************************************************************* *
       01  COUNT-FIELDS.
           02  CHARTED-COUNT           PIC 9(4) VALUE ZERO.
           02  LIVING-COUNT            PIC 9(4) VALUE ZERO.
           02  APPROX-COUNT            PIC 9(4) VALUE ZERO.
           02  NO-BIRTH-COUNT          PIC 9(4) VALUE ZERO.
           02  EVENTS-NOT-MARKED       PIC 9(4) VALUE ZERO.

      * ************************************************************* *
      * THE INDIVIDUALS OF THE SELECTED GROUP(S) THAT CAN BE CHARTED, *
      * WITH THE YEARS AND END MARKERS OF THEIR BARS.                 *
      * ************************************************************* *
       01  INDIVIDUAL-FIELDS.
           02  IND-TABLE-SIZE          PIC S9(4) COMP VALUE +300.
           02  IND-HI                  PIC S9(4) COMP VALUE +0.
           02  IND-ENTRY               OCCURS 300 TIMES.
               03  IND-NAME            PIC X(35).
               03  IND-BIRTH-DATE      PIC X(8).
               03  IND-START-YEAR      PIC 9(4).
               03  IND-END-YEAR        PIC 9(4).
               03  IND-START-MARK      PIC X(1).
               03  IND-END-MARK        PIC X(1).
                   88  IND-LIVING      VALUE '>'.
           02  IND-I                   PIC S9(4) COMP.

      * ************************************************************* *
      * THE MARKED '1' EVENTS, LETTERED A TO Z IN FILE ORDER.         *
      * ************************************************************* *
       01  EVENT-FIELDS.
           02  EV-HI                   PIC S9(2) COMP VALUE +0.
           02  EV-ENTRY                OCCURS 26 TIMES.
               03  EV-DATE             PIC X(8).
               03  EV-YEAR             PIC 9(4).
               03  EV-DESCRIPTION      PIC X(44).
               03  EV-COLUMN           PIC S9(3) COMP.
           02  EV-I                    PIC S9(2) COMP.
           02  EV-LETTERS              PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02  EV-CATEGORY             PIC X(1).

      * ************************************************************* *
      * THE SCALE.  THE BAR AREA STARTS AFTER THE NAME AND YEARS      *
      * (BAR-BASE COLUMNS); COLUMN N OF IT COVERS YEARS-PER-COLUMN    *
      * YEARS FROM SCALE-START-YEAR + (N - 1) * YEARS-PER-COLUMN.     *
      * ************************************************************* *
       01  SCALE-FIELDS.
           02  BAR-BASE                PIC S9(3) COMP VALUE +35.
           02  BAR-WIDTH               PIC S9(3) COMP.
           02  LOW-YEAR                PIC 9(4) VALUE 9999.
           02  HIGH-YEAR               PIC 9(4) VALUE ZERO.
           02  SCALE-START-YEAR        PIC 9(4).
           02  SCALE-END-YEAR          PIC 9(4).
           02  SCALE-SPAN              PIC S9(4) COMP.
           02  YEARS-PER-COLUMN        PIC S9(3) COMP.
           02  COLUMNS-USED            PIC S9(3) COMP.
           02  LABEL-STEP              PIC S9(3) COMP.
           02  LABEL-YEAR              PIC 9(4).
           02  COLUMN-YEAR             PIC 9(4).
           02  COLUMN-NBR              PIC S9(3) COMP.
           02  PRINT-COL               PIC S9(3) COMP.
           02  START-COL               PIC S9(3) COMP.
           02  END-COL                 PIC S9(3) COMP.
           02  LAST-LABEL-END          PIC S9(3) COMP.

       01  CHART-LINE                  PIC X(132).
       01  TICK-LINE                   PIC X(132).

       01  BAR-LABEL.
           02  BL-NAME                 PIC X(24).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  BL-BORN                 PIC 9(4).
           02  BL-DASH                 PIC X(01).
           02  BL-DIED                 PIC X(4).
           02  FILLER                  PIC X(01) VALUE SPACE.

       01  EVENT-KEY-LINE.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EKL-LETTER              PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EKL-DATE                PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EKL-DESCRIPTION         PIC X(44).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EKL-NOTE                PIC X(15).
           02  FILLER                  PIC X(54) VALUE SPACES.

       01  COUNT-LINE.
           02  CL-LABEL                PIC X(50).
           02  CL-VALUE                PIC Z(3)9.
           02  FILLER                  PIC X(78) VALUE SPACES.
      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0050-SETUP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ASOF-DATE.
           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           COMPUTE BAR-WIDTH = PAGE-WIDTH - BAR-BASE.
           IF FAMILY-FILTER NOT EQUAL SPACES
               MOVE 'N' TO GROUP-SWITCH
           END-IF.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'TLLIFECH: CANNOT OPEN timeline.dat'
               STOP RUN
           END-IF.
           PERFORM 0200-READ-DATA-FILE.
           PERFORM 0300-PROCESS-ONE-RECORD
              THRU 0399-PROCESS-ONE-RECORD-EXIT
             UNTIL END-OF-DATA.
           CLOSE TIMELINE-DATA-FILE.
           IF IND-HI EQUAL ZERO
               DISPLAY 'TLLIFECH: NO INDIVIDUAL TO CHART'
               STOP RUN
           END-IF.

           PERFORM 0400-FIT-SCALE
              THRU 0409-FIT-SCALE-EXIT.
           OPEN OUTPUT CHART-REPORT-FILE.
           PERFORM 0500-PRINT-CHART-TOP
              THRU 0509-PRINT-CHART-TOP-EXIT.
           SORT LIFE-SORT-FILE
               ON ASCENDING KEY LSR-BIRTH-DATE
               ON ASCENDING KEY LSR-SEQUENCE
               INPUT PROCEDURE IS 0600-RELEASE-INDIVIDUALS
               OUTPUT PROCEDURE IS 0650-PRINT-SORTED-BARS.
           PERFORM 0700-PRINT-CHART-FOOT
              THRU 0709-PRINT-CHART-FOOT-EXIT.
           CLOSE CHART-REPORT-FILE.

           DISPLAY 'TLLIFECH: ' CHARTED-COUNT
              ' INDIVIDUAL(S) CHARTED ON TLLIFECH.RPT'.
           STOP RUN.
      * - - - - - - - - - - - - - - - - PROGRAM EXIT POINT

       0060-PARSE-ARGUMENTS.

           ACCEPT ARGUMENT-COUNT FROM ARGUMENT-NUMBER.
           PERFORM 0065-PARSE-ONE-ARGUMENT
              VARYING ARGUMENT-NBR FROM 1 BY 1
              UNTIL ARGUMENT-NBR > ARGUMENT-COUNT.

       0069-PARSE-ARGUMENTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0065-PARSE-ONE-ARGUMENT.

           DISPLAY ARGUMENT-NBR UPON ARGUMENT-NUMBER.
           ACCEPT ARGUMENT-INPUT FROM ARGUMENT-VALUE.
           MOVE SPACES TO ARG-KEYWORD, ARG-VALUE.
           UNSTRING ARGUMENT-INPUT DELIMITED BY '='
             INTO ARG-KEYWORD, ARG-VALUE.
           INSPECT ARG-KEYWORD
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ARG-VALUE
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE ARG-KEYWORD
               WHEN 'FAMILY'
                   MOVE ARG-VALUE TO FAMILY-FILTER
               WHEN 'ASOF'
                   IF FUNCTION TRIM(ARG-VALUE) IS NUMERIC
                       COMPUTE ASOF-DATE =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(ARG-VALUE))
                   ELSE
                       DISPLAY 'ASOF= VALUE IGNORED - NOT NUMERIC '
                          '(EXPECT YYYYMMDD)'
                   END-IF
               WHEN 'EVENTS'
                   MOVE ARG-VALUE TO EVENT-SELECTION
               WHEN 'WIDTH'
                   EVALUATE FUNCTION TRIM(ARG-VALUE)
                       WHEN '80'
                           MOVE 80 TO PAGE-WIDTH
                       WHEN '132'
                           MOVE 132 TO PAGE-WIDTH
                       WHEN OTHER
                           DISPLAY 'WIDTH= VALUE IGNORED - USE 80 '
                              'OR 132'
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0200-READ-DATA-FILE.

           READ TIMELINE-DATA-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A '5' RECORD SWITCHES THE FAMILY GROUP WHEN FAMILY= IS GIVEN; *
      * '0' AND '1' RECORDS OF THE SELECTED GROUP(S) ARE KEPT.        *
      * ************************************************************* *
       0300-PROCESS-ONE-RECORD.

           EVALUATE TDR-RECORD-TYPE
               WHEN '5'
                   IF FAMILY-FILTER NOT EQUAL SPACES
                       MOVE TGR-GROUP-NAME TO GROUP-COMPARE-WORK
                       INSPECT GROUP-COMPARE-WORK
                         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF GROUP-COMPARE-WORK EQUAL FAMILY-FILTER
                           MOVE 'Y' TO GROUP-SWITCH
                       ELSE
                           MOVE 'N' TO GROUP-SWITCH
                       END-IF
                   END-IF
               WHEN '0'
                   IF IN-CHOSEN-GROUP
                       PERFORM 0310-STORE-INDIVIDUAL
                          THRU 0319-STORE-INDIVIDUAL-EXIT
                   END-IF
               WHEN '1'
                   IF IN-CHOSEN-GROUP
                       PERFORM 0330-STORE-EVENT
                          THRU 0339-STORE-EVENT-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0200-READ-DATA-FILE.

       0399-PROCESS-ONE-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * AN INDIVIDUAL IS CHARTED FROM ITS BIRTH YEAR TO ITS DEATH     *
      * YEAR, OR TO THE AS-OF YEAR WHEN NO DEATH DATE IS RECORDED.    *
      * A DATE WITH MONTH OR DAY 00 MARKS ITS END OF THE BAR '~'.     *
      * ************************************************************* *
       0310-STORE-INDIVIDUAL.

           IF TIR-BIRTH-DATE NOT NUMERIC
              OR TIR-BIRTH-DATE(1:4) EQUAL '0000'
               ADD 1 TO NO-BIRTH-COUNT
               GO TO 0319-STORE-INDIVIDUAL-EXIT
           END-IF.
           MOVE TIR-BIRTH-DATE TO WORK-DATE.
           IF WORK-DATE GREATER THAN ASOF-DATE
               GO TO 0319-STORE-INDIVIDUAL-EXIT
           END-IF.
           IF IND-HI NOT LESS THAN IND-TABLE-SIZE
               DISPLAY 'NUMBER OF INDIVIDUALS EXCEEDS TABLE'
               GO TO 0319-STORE-INDIVIDUAL-EXIT
           END-IF.

           ADD 1 TO IND-HI.
           MOVE TIR-NAME TO IND-NAME (IND-HI).
           MOVE TIR-BIRTH-DATE TO IND-BIRTH-DATE (IND-HI).
           MOVE WORK-YEAR TO IND-START-YEAR (IND-HI).
           IF WORK-MONTH EQUAL ZERO OR WORK-DAY EQUAL ZERO
               MOVE '~' TO IND-START-MARK (IND-HI)
           ELSE
               MOVE '|' TO IND-START-MARK (IND-HI)
           END-IF.

           IF TIR-DEATH-DATE EQUAL SPACES
              OR TIR-DEATH-DATE EQUAL '00000000'
              OR TIR-DEATH-DATE NOT NUMERIC
               MOVE ASOF-DATE TO WORK-DATE
               MOVE '>' TO IND-END-MARK (IND-HI)
               ADD 1 TO LIVING-COUNT
           ELSE
               MOVE TIR-DEATH-DATE TO WORK-DATE
               IF WORK-MONTH EQUAL ZERO OR WORK-DAY EQUAL ZERO
                   MOVE '~' TO IND-END-MARK (IND-HI)
               ELSE
                   MOVE '|' TO IND-END-MARK (IND-HI)
               END-IF
           END-IF.
           IF WORK-YEAR LESS THAN IND-START-YEAR (IND-HI)
               MOVE IND-START-YEAR (IND-HI) TO WORK-YEAR
           END-IF.
           MOVE WORK-YEAR TO IND-END-YEAR (IND-HI).
           IF IND-START-MARK (IND-HI) EQUAL '~'
              OR IND-END-MARK (IND-HI) EQUAL '~'
               ADD 1 TO APPROX-COUNT
           END-IF.

           IF IND-START-YEAR (IND-HI) LESS THAN LOW-YEAR
               MOVE IND-START-YEAR (IND-HI) TO LOW-YEAR
           END-IF.
           IF IND-END-YEAR (IND-HI) GREATER THAN HIGH-YEAR
               MOVE IND-END-YEAR (IND-HI) TO HIGH-YEAR
           END-IF.
           ADD 1 TO CHARTED-COUNT.

       0319-STORE-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * KEEPS A '1' EVENT WHEN ITS CATEGORY IS SELECTED (BLANK IS     *
      * OTHER, AS IN TIMELINE).                                       *
      * ************************************************************* *
       0330-STORE-EVENT.

           IF EVENT-SELECTION EQUAL 'NONE'
               GO TO 0339-STORE-EVENT-EXIT
           END-IF.
           IF TER-EVENT-DATE NOT NUMERIC
              OR TER-EVENT-DATE(1:4) EQUAL '0000'
               GO TO 0339-STORE-EVENT-EXIT
           END-IF.
           IF EVENT-SELECTION NOT EQUAL 'ALL'
               MOVE TER-CATEGORY-CODE TO EV-CATEGORY
               IF EV-CATEGORY EQUAL SPACE
                   MOVE 'O' TO EV-CATEGORY
               END-IF
               MOVE ZERO TO EV-I
               INSPECT EVENT-SELECTION TALLYING EV-I
                 FOR ALL EV-CATEGORY
               IF EV-I EQUAL ZERO
                   GO TO 0339-STORE-EVENT-EXIT
               END-IF
           END-IF.
           IF EV-HI NOT LESS THAN 26
               ADD 1 TO EVENTS-NOT-MARKED
               GO TO 0339-STORE-EVENT-EXIT
           END-IF.

           ADD 1 TO EV-HI.
           MOVE TER-EVENT-DATE TO EV-DATE (EV-HI).
           MOVE TER-EVENT-DATE(1:4) TO EV-YEAR (EV-HI).
           MOVE TER-EVENT-DESCRIPTION TO EV-DESCRIPTION (EV-HI).
           MOVE ZERO TO EV-COLUMN (EV-HI).

       0339-STORE-EVENT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FITS THE SCALE: WHOLE DECADES FROM THE EARLIEST BIRTH TO PAST *
      * THE LATEST END, AT THE FEWEST WHOLE YEARS PER COLUMN THAT     *
      * FIT THE BAR AREA; YEAR LABELS EVERY 10, 20, 50 OR 100 YEARS,  *
      * WHICHEVER FIRST LEAVES ROOM FOR THE FOUR DIGITS.              *
      * ************************************************************* *
       0400-FIT-SCALE.

           COMPUTE SCALE-START-YEAR = (LOW-YEAR / 10) * 10.
           COMPUTE SCALE-END-YEAR = (HIGH-YEAR / 10) * 10 + 10.
           COMPUTE SCALE-SPAN = SCALE-END-YEAR - SCALE-START-YEAR.
           COMPUTE YEARS-PER-COLUMN =
               (SCALE-SPAN + BAR-WIDTH - 1) / BAR-WIDTH.
           COMPUTE COLUMNS-USED =
               (SCALE-SPAN + YEARS-PER-COLUMN - 1) / YEARS-PER-COLUMN.

           EVALUATE TRUE
               WHEN 10 / YEARS-PER-COLUMN NOT LESS THAN 5
                   MOVE 10 TO LABEL-STEP
               WHEN 20 / YEARS-PER-COLUMN NOT LESS THAN 5
                   MOVE 20 TO LABEL-STEP
               WHEN 50 / YEARS-PER-COLUMN NOT LESS THAN 5
                   MOVE 50 TO LABEL-STEP
               WHEN OTHER
                   MOVE 100 TO LABEL-STEP
           END-EVALUATE.

           PERFORM VARYING EV-I FROM 1 BY 1
              UNTIL EV-I > EV-HI
               IF EV-YEAR (EV-I) NOT LESS THAN SCALE-START-YEAR
                  AND EV-YEAR (EV-I) LESS THAN SCALE-END-YEAR
                   MOVE EV-YEAR (EV-I) TO COLUMN-YEAR
                   PERFORM 0410-YEAR-TO-COLUMN
                   MOVE COLUMN-NBR TO EV-COLUMN (EV-I)
               END-IF
           END-PERFORM.

       0409-FIT-SCALE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * COLUMN-YEAR TO ITS COLUMN OF THE BAR AREA, IN COLUMN-NBR.     *
      * ************************************************************* *
       0410-YEAR-TO-COLUMN.

           COMPUTE COLUMN-NBR =
               (COLUMN-YEAR - SCALE-START-YEAR) / YEARS-PER-COLUMN + 1.
           IF COLUMN-NBR GREATER THAN COLUMNS-USED
               MOVE COLUMNS-USED TO COLUMN-NBR
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * HEADINGS, THE EVENT ROW, THE YEAR LABELS AND THE RULER.       *
      * THE TICK LINE (':' IN EVERY MARKED EVENT'S COLUMN) IS BUILT   *
      * HERE AS THE BACKGROUND OF EVERY BAR LINE.                     *
      * ************************************************************* *
       0500-PRINT-CHART-TOP.

           MOVE SPACES TO CHART-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WORK-DATE.
           PERFORM 0550-FORMAT-DATE.
           STRING 'DATE: ' DELIMITED BY SIZE
                  DATE-TEXT DELIMITED BY SIZE
             INTO CHART-LINE.
           COMPUTE PRINT-COL = PAGE-WIDTH / 2 - 6.
           MOVE 'LIFESPAN CHART' TO CHART-LINE(PRINT-COL:14).
           COMPUTE PRINT-COL = PAGE-WIDTH - 16.
           MOVE 'PROGRAM: TLLIFECH' TO CHART-LINE(PRINT-COL:17).
           WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 1.

           MOVE SPACES TO CHART-LINE.
           MOVE ASOF-DATE TO WORK-DATE.
           PERFORM 0550-FORMAT-DATE.
           IF FAMILY-FILTER EQUAL SPACES
               MOVE 'ALL FAMILY GROUPS' TO GROUP-LABEL
           ELSE
               MOVE FAMILY-FILTER TO GROUP-LABEL
           END-IF.
           MOVE YEARS-PER-COLUMN TO CL-VALUE.
           STRING 'FAMILY GROUP: ' DELIMITED BY SIZE
                  FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
                  '   AS OF: ' DELIMITED BY SIZE
                  DATE-TEXT DELIMITED BY SIZE
                  '   SCALE: ' DELIMITED BY SIZE
                  FUNCTION TRIM(CL-VALUE) DELIMITED BY SIZE
                  ' YEAR(S) PER COLUMN' DELIMITED BY SIZE
             INTO CHART-LINE.
           WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 2.

           MOVE SPACES TO TICK-LINE.
           MOVE SPACES TO CHART-LINE.
           IF EV-HI GREATER THAN ZERO
               MOVE 'EVENTS' TO CHART-LINE
               PERFORM VARYING EV-I FROM 1 BY 1
                  UNTIL EV-I > EV-HI
                   IF EV-COLUMN (EV-I) GREATER THAN ZERO
                       COMPUTE PRINT-COL = BAR-BASE + EV-COLUMN (EV-I)
                       IF CHART-LINE(PRINT-COL:1) EQUAL SPACE
                           MOVE EV-LETTERS(EV-I:1)
                             TO CHART-LINE(PRINT-COL:1)
                       ELSE
                           MOVE '*' TO CHART-LINE(PRINT-COL:1)
                       END-IF
                       MOVE ':' TO TICK-LINE(PRINT-COL:1)
                   END-IF
               END-PERFORM
               WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 1
           END-IF.

           PERFORM 0520-PRINT-SCALE.

       0509-PRINT-CHART-TOP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE YEAR LABELS OVER A RULER OF '-' WITH '+' AT EACH LABEL.   *
      * ************************************************************* *
       0520-PRINT-SCALE.

           MOVE SPACES TO CHART-LINE.
           MOVE ZERO TO LAST-LABEL-END.
           MOVE SCALE-START-YEAR TO LABEL-YEAR.
           PERFORM UNTIL LABEL-YEAR > SCALE-END-YEAR
               MOVE LABEL-YEAR TO COLUMN-YEAR
               PERFORM 0410-YEAR-TO-COLUMN
               COMPUTE PRINT-COL = BAR-BASE + COLUMN-NBR
               IF PRINT-COL GREATER THAN LAST-LABEL-END
                  AND PRINT-COL + 3 NOT GREATER THAN PAGE-WIDTH
                   MOVE LABEL-YEAR TO CHART-LINE(PRINT-COL:4)
                   COMPUTE LAST-LABEL-END = PRINT-COL + 4
               END-IF
               ADD LABEL-STEP TO LABEL-YEAR
           END-PERFORM.
           WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 1.

           MOVE SPACES TO CHART-LINE.
           PERFORM VARYING COLUMN-NBR FROM 1 BY 1
              UNTIL COLUMN-NBR > COLUMNS-USED
               COMPUTE PRINT-COL = BAR-BASE + COLUMN-NBR
               MOVE '-' TO CHART-LINE(PRINT-COL:1)
           END-PERFORM.
           MOVE SCALE-START-YEAR TO LABEL-YEAR.
           PERFORM UNTIL LABEL-YEAR NOT LESS THAN SCALE-END-YEAR
               MOVE LABEL-YEAR TO COLUMN-YEAR
               PERFORM 0410-YEAR-TO-COLUMN
               COMPUTE PRINT-COL = BAR-BASE + COLUMN-NBR
               MOVE '+' TO CHART-LINE(PRINT-COL:1)
               ADD LABEL-STEP TO LABEL-YEAR
           END-PERFORM.
           WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 1.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WORK-DATE AS MM/DD/YYYY IN DATE-TEXT.                         *
      * ************************************************************* *
       0550-FORMAT-DATE.

           MOVE WORK-MONTH TO DATE-TEXT(1:2).
           MOVE '/' TO DATE-TEXT(3:1).
           MOVE WORK-DAY TO DATE-TEXT(4:2).
           MOVE '/' TO DATE-TEXT(6:1).
           MOVE WORK-YEAR TO DATE-TEXT(7:4).
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * INPUT PROCEDURE OF THE SORT: EVERY CHARTED INDIVIDUAL, KEYED  *
      * BY BIRTH DATE AND TABLE POSITION.                             *
      * ************************************************************* *
       0600-RELEASE-INDIVIDUALS.

           PERFORM VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI
               MOVE IND-BIRTH-DATE (IND-I) TO LSR-BIRTH-DATE
               MOVE IND-I TO LSR-SEQUENCE
               RELEASE LIFE-SORT-RECORD
           END-PERFORM.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * OUTPUT PROCEDURE OF THE SORT: ONE BAR LINE PER INDIVIDUAL IN  *
      * BIRTH-DATE ORDER.                                             *
      * ************************************************************* *
       0650-PRINT-SORTED-BARS.

           RETURN LIFE-SORT-FILE
               AT END SET SORT-RETURN-DONE TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-RETURN-DONE
               MOVE LSR-SEQUENCE TO IND-I
               PERFORM 0660-PRINT-ONE-BAR
                  THRU 0669-PRINT-ONE-BAR-EXIT
               RETURN LIFE-SORT-FILE
                   AT END SET SORT-RETURN-DONE TO TRUE
               END-RETURN
           END-PERFORM.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0660-PRINT-ONE-BAR.

           MOVE TICK-LINE TO CHART-LINE.
           MOVE IND-NAME (IND-I) TO BL-NAME.
           MOVE IND-START-YEAR (IND-I) TO BL-BORN.
           MOVE '-' TO BL-DASH.
           IF IND-LIVING (IND-I)
               MOVE SPACES TO BL-DIED
           ELSE
               MOVE IND-END-YEAR (IND-I) TO BL-DIED
           END-IF.
           MOVE BAR-LABEL TO CHART-LINE(1:35).

           MOVE IND-START-YEAR (IND-I) TO COLUMN-YEAR.
           PERFORM 0410-YEAR-TO-COLUMN.
           COMPUTE START-COL = BAR-BASE + COLUMN-NBR.
           MOVE IND-END-YEAR (IND-I) TO COLUMN-YEAR.
           PERFORM 0410-YEAR-TO-COLUMN.
           COMPUTE END-COL = BAR-BASE + COLUMN-NBR.
           PERFORM VARYING PRINT-COL FROM START-COL BY 1
              UNTIL PRINT-COL > END-COL
               MOVE '=' TO CHART-LINE(PRINT-COL:1)
           END-PERFORM.
           MOVE IND-START-MARK (IND-I) TO CHART-LINE(START-COL:1).
           MOVE IND-END-MARK (IND-I) TO CHART-LINE(END-COL:1).
           WRITE REPORT-RECORD FROM CHART-LINE BEFORE ADVANCING 1.

       0669-PRINT-ONE-BAR-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE RULER AGAIN, THE BAR AND EVENT KEYS, AND THE COUNTS.      *
      * ************************************************************* *
       0700-PRINT-CHART-FOOT.

           PERFORM 0520-PRINT-SCALE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE '  |  EXACT BIRTH OR DEATH DATE' TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE '  ~  PARTIAL DATE (MONTH OR DAY 00) - APPROXIMATE'
             TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE '  >  LIVING AT THE AS-OF DATE' TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 2.

           IF EV-HI GREATER THAN ZERO
               MOVE 'EVENTS MARKED:' TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING 1
               PERFORM VARYING EV-I FROM 1 BY 1
                  UNTIL EV-I > EV-HI
                   MOVE EV-LETTERS(EV-I:1) TO EKL-LETTER
                   MOVE EV-DATE (EV-I) TO WORK-DATE
                   PERFORM 0550-FORMAT-DATE
                   MOVE DATE-TEXT TO EKL-DATE
                   MOVE EV-DESCRIPTION (EV-I) TO EKL-DESCRIPTION
                   IF EV-COLUMN (EV-I) EQUAL ZERO
                       MOVE '(OFF THE SCALE)' TO EKL-NOTE
                   ELSE
                       MOVE SPACES TO EKL-NOTE
                   END-IF
                   WRITE REPORT-RECORD FROM EVENT-KEY-LINE
                     BEFORE ADVANCING 1
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING 1
           END-IF.

           MOVE SPACES TO COUNT-LINE.
           MOVE 'INDIVIDUALS CHARTED' TO CL-LABEL.
           MOVE CHARTED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE '  OF WHOM LIVING' TO CL-LABEL.
           MOVE LIVING-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE '  WITH A PARTIAL (APPROXIMATE) DATE' TO CL-LABEL.
           MOVE APPROX-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'NOT CHARTED - NO BIRTH YEAR' TO CL-LABEL.
           MOVE NO-BIRTH-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           IF EVENTS-NOT-MARKED GREATER THAN ZERO
               MOVE 'EVENTS NOT MARKED - MORE THAN 26 SELECTED'
                 TO CL-LABEL
               MOVE EVENTS-NOT-MARKED TO CL-VALUE
               WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1
           END-IF.

       0709-PRINT-CHART-FOOT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM TLLIFECH.
