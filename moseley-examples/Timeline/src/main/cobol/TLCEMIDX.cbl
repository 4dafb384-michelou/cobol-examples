       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLCEMIDX.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * CEMETERY INDEX: EVERYONE WITH A '7' BURIAL RECORD, LISTED BY  *
      * CEMETERY AND, WITHIN EACH CEMETERY, BY SECTION AND PLOT - THE *
      * PAGE TO CARRY ON A VISIT TO THE GRAVES.                       *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE, ANY ORDER, BOTH OPTIONAL):          *
      *   FAMILY=NAME      INDEX ONE FAMILY GROUP ('5' RECORD) ONLY   *
      *   CEMETERY=CODE    INDEX ONE CEMETERY, MATCHED ON ITS         *
      *                    PLACES.DAT CODE OR ITS NAME                *
      *                                                               *
      * EACH BURIAL BELONGS TO THE '0' INDIVIDUAL BEFORE IT.  THE     *
      * CEMETERY CODE IS RESOLVED THROUGH PLACES.DAT AND CEMETERIES   *
      * PRINT IN NAME ORDER; A CODE NOT ON THE FILE PRINTS UNDER THE  *
      * CODE ITSELF SO THE BURIAL IS NEVER LOST FROM THE INDEX.  A    *
      * SECTION OR PLOT THAT IS ALL DIGITS SORTS BY ITS VALUE (PLOT 9 *
      * BEFORE PLOT 10); ANYTHING ELSE SORTS AS WRITTEN.  PARTIAL     *
      * DATES PRINT AS 'c. 1923' / 'JUN 1923', AS ON THE TIMELINE     *
      * REPORT.  THE INDEX IS WRITTEN TO TLCEMIDX.RPT.                *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.

           SELECT PLACE-NAMES-FILE ASSIGN TO "PLACES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACE-FILE-STATUS.

           SELECT INDEX-REPORT-FILE ASSIGN TO "TLCEMIDX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BURIAL-SORT-FILE ASSIGN TO "TLCSORT.TMP".

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
       01  TIMELINE-GROUP-RECORD.
           02  FILLER                  PIC X(02).
           02  TGR-GROUP-NAME          PIC X(35).
           02  FILLER                  PIC X(43).
       01  TIMELINE-BURIAL-RECORD.
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
       01  PLACE-NAMES-RECORD.
           02  PNF-PLACE-CODE          PIC X(04).
           02  FILLER                  PIC X(01).
           02  PNF-PLACE-NAME          PIC X(30).

       FD  INDEX-REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD               PIC X(132).

      * BURIALS ON THEIR WAY INTO CEMETERY, SECTION AND PLOT ORDER;   *
      * THE NAME BREAKS A TIE WHERE TWO SHARE A PLOT.                 *
       SD  BURIAL-SORT-FILE.
       01  BURIAL-SORT-RECORD.
           02  BSR-CEMETERY-NAME       PIC X(30).
           02  BSR-CEMETERY-CODE       PIC X(04).
           02  BSR-SECTION-KEY         PIC X(10).
           02  BSR-PLOT-KEY            PIC X(10).
           02  BSR-NAME                PIC X(35).
           02  BSR-SECTION             PIC X(10).
           02  BSR-PLOT                PIC X(10).
           02  BSR-DEATH-DATE          PIC X(08).
           02  BSR-BURIAL-DATE         PIC X(08).
           02  BSR-INSCRIPTION         PIC X(42).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  DATA-FILE-STATUS        PIC X(2).
               88  DATA-FILE-OK        VALUE '00'.
           02  PLACE-FILE-STATUS       PIC X(2).
               88  PLACE-FILE-OK       VALUE '00'.
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
           02  CEMETERY-FILTER         PIC X(35) VALUE SPACES.
           02  GROUP-COMPARE-WORK      PIC X(35).
           02  GROUP-LABEL             PIC X(35).
           02  GROUP-SWITCH            PIC X(1) VALUE 'Y'.
               88  IN-CHOSEN-GROUP     VALUE 'Y'.
           02  OWNER-TYPE              PIC X(1) VALUE SPACE.
           02  OWNER-NAME              PIC X(35).
           02  OWNER-DEATH-DATE        PIC X(8).
           02  CURRENT-CEMETERY        PIC X(34) VALUE LOW-VALUES.
           02  KEY-WORK-IN             PIC X(10).
           02  KEY-WORK-OUT            PIC X(10).
           02  KEY-WORK-NUMBER         PIC 9(10).
           02  WORK-DATE               PIC X(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC X(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC X(2).
           02  DATE-TEXT               PIC X(10).
           02  RUN-DATE                PIC X(8).

      * ************************************************************* *
      * RUN COUNTS.                                                   *
      * ************************************************************* *
       01  COUNT-FIELDS.
           02  BURIAL-COUNT            PIC 9(4) VALUE ZERO.
           02  CEMETERY-COUNT          PIC 9(4) VALUE ZERO.
           02  CEMETERY-BURIALS        PIC 9(4) VALUE ZERO.
           02  UNKNOWN-CODE-COUNT      PIC 9(4) VALUE ZERO.
           02  ORPHAN-BURIAL-COUNT     PIC 9(4) VALUE ZERO.

      * ************************************************************* *
      * THE PLACE NAMES FILE, LOADED ONCE.                            *
      * ************************************************************* *
       01  PLACE-NAME-FIELDS.
           02  PLC-TABLE-SIZE          PIC S9(2) COMP VALUE +50.
           02  PLC-HI                  PIC S9(2) COMP VALUE +0.
           02  PLC-ENTRY               OCCURS 50 TIMES.
               03  PLC-CODE            PIC X(4).
               03  PLC-NAME            PIC X(30).
           02  PLC-I                   PIC S9(2) COMP.
           02  PLW-CODE                PIC X(4).
           02  PLW-NAME                PIC X(30).
           02  PLW-NAME-UPPER          PIC X(30).

       01  MONTH-ABBREV-INIT.
           02  FILLER PIC X(36) VALUE
               'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  MONTH-ABBREV-TABLE          REDEFINES MONTH-ABBREV-INIT.
           02  MONTH-ABBREV            OCCURS 12 TIMES
                                       PIC X(3).

       01  PRINT-LINE                  PIC X(132).

       01  COLUMN-HEADING-LINE.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE 'SECTION'.
           02  FILLER                  PIC X(12) VALUE 'PLOT'.
           02  FILLER                  PIC X(37) VALUE 'NAME'.
           02  FILLER                  PIC X(12) VALUE 'DIED'.
           02  FILLER                  PIC X(12) VALUE 'BURIED'.
           02  FILLER                  PIC X(45) VALUE 'INSCRIPTION'.

       01  BURIAL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-SECTION             PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-PLOT                PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-NAME                PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-DIED                PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-BURIED              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BUL-INSCRIPTION         PIC X(42).
           02  FILLER                  PIC X(03) VALUE SPACES.

       01  COUNT-LINE.
           02  CL-LABEL                PIC X(50).
           02  CL-VALUE                PIC Z(3)9.
           02  FILLER                  PIC X(78) VALUE SPACES.
      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0050-SETUP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           IF FAMILY-FILTER NOT EQUAL SPACES
               MOVE 'N' TO GROUP-SWITCH
           END-IF.
           PERFORM 0100-LOAD-PLACE-NAMES
              THRU 0109-LOAD-PLACE-NAMES-EXIT.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'TLCEMIDX: CANNOT OPEN timeline.dat'
               STOP RUN
           END-IF.
           OPEN OUTPUT INDEX-REPORT-FILE.
           PERFORM 0500-PRINT-INDEX-TOP
              THRU 0509-PRINT-INDEX-TOP-EXIT.
           SORT BURIAL-SORT-FILE
               ON ASCENDING KEY BSR-CEMETERY-NAME
               ON ASCENDING KEY BSR-CEMETERY-CODE
               ON ASCENDING KEY BSR-SECTION-KEY
               ON ASCENDING KEY BSR-PLOT-KEY
               ON ASCENDING KEY BSR-NAME
               INPUT PROCEDURE IS 0300-RELEASE-BURIALS
               OUTPUT PROCEDURE IS 0600-PRINT-SORTED-BURIALS.
           CLOSE TIMELINE-DATA-FILE.
           PERFORM 0700-PRINT-INDEX-FOOT
              THRU 0709-PRINT-INDEX-FOOT-EXIT.
           CLOSE INDEX-REPORT-FILE.

           DISPLAY 'TLCEMIDX: ' BURIAL-COUNT
              ' BURIAL(S) IN ' CEMETERY-COUNT
              ' CEMETERY(IES) LISTED ON TLCEMIDX.RPT'.
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
               WHEN 'CEMETERY'
                   MOVE ARG-VALUE TO CEMETERY-FILTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0100-LOAD-PLACE-NAMES.

           OPEN INPUT PLACE-NAMES-FILE.
           IF NOT PLACE-FILE-OK
               DISPLAY 'TLCEMIDX: PLACES.DAT NOT FOUND - CEMETERIES '
                  'LISTED BY CODE'
               GO TO 0109-LOAD-PLACE-NAMES-EXIT
           END-IF.
           MOVE 'N' TO END-OF-DATA-SWITCH.
           PERFORM 0110-READ-ONE-PLACE-RECORD.
           PERFORM UNTIL END-OF-DATA
               IF PNF-PLACE-CODE NOT EQUAL SPACES
                  AND PLC-HI LESS THAN PLC-TABLE-SIZE
                   ADD 1 TO PLC-HI
                   MOVE PNF-PLACE-CODE TO PLC-CODE (PLC-HI)
                   MOVE PNF-PLACE-NAME TO PLC-NAME (PLC-HI)
               END-IF
               PERFORM 0110-READ-ONE-PLACE-RECORD
           END-PERFORM.
           CLOSE PLACE-NAMES-FILE.
           MOVE 'N' TO END-OF-DATA-SWITCH.

       0109-LOAD-PLACE-NAMES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0110-READ-ONE-PLACE-RECORD.

           READ PLACE-NAMES-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * LOOKS PLW-CODE UP IN THE PLACE TABLE; PLW-NAME IS SPACES      *
      * WHEN THE CODE IS NOT ON PLACES.DAT.                           *
      * ************************************************************* *
       0150-RESOLVE-PLACE-NAME.

           MOVE SPACES TO PLW-NAME.
           PERFORM VARYING PLC-I FROM 1 BY 1
              UNTIL PLC-I > PLC-HI
               IF PLC-CODE (PLC-I) EQUAL PLW-CODE
                   MOVE PLC-NAME (PLC-I) TO PLW-NAME
               END-IF
           END-PERFORM.

       0159-RESOLVE-PLACE-NAME-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0200-READ-DATA-FILE.

           READ TIMELINE-DATA-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * INPUT PROCEDURE OF THE SORT: ONE PASS OVER TIMELINE.DAT,      *
      * RELEASING EACH '7' BURIAL OF THE SELECTED GROUP(S) WITH THE   *
      * NAME AND DEATH DATE OF THE '0' INDIVIDUAL IT FOLLOWS.         *
      * ************************************************************* *
       0300-RELEASE-BURIALS.

           PERFORM 0200-READ-DATA-FILE.
           PERFORM 0310-PROCESS-ONE-RECORD
              THRU 0319-PROCESS-ONE-RECORD-EXIT
             UNTIL END-OF-DATA.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0310-PROCESS-ONE-RECORD.

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
                   MOVE TDR-RECORD-TYPE TO OWNER-TYPE
               WHEN '0'
                   MOVE TDR-RECORD-TYPE TO OWNER-TYPE
                   MOVE TIR-NAME TO OWNER-NAME
                   MOVE TIR-DEATH-DATE TO OWNER-DEATH-DATE
               WHEN '1'
                   MOVE TDR-RECORD-TYPE TO OWNER-TYPE
               WHEN '2'
                   MOVE TDR-RECORD-TYPE TO OWNER-TYPE
               WHEN '7'
                   IF OWNER-TYPE NOT EQUAL '0'
                       ADD 1 TO ORPHAN-BURIAL-COUNT
                   ELSE
                       IF IN-CHOSEN-GROUP
                           PERFORM 0320-RELEASE-ONE-BURIAL
                              THRU 0329-RELEASE-ONE-BURIAL-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0200-READ-DATA-FILE.

       0319-PROCESS-ONE-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * BUILDS AND RELEASES THE SORT RECORD FOR THE '7' IN THE        *
      * BUFFER, UNLESS CEMETERY= ASKS FOR A DIFFERENT CEMETERY.  AN   *
      * UNKNOWN CODE SORTS UNDER THE CODE ITSELF.                     *
      * ************************************************************* *
       0320-RELEASE-ONE-BURIAL.

           MOVE TBR-CEMETERY-CODE TO PLW-CODE.
           PERFORM 0150-RESOLVE-PLACE-NAME
              THRU 0159-RESOLVE-PLACE-NAME-EXIT.
           IF CEMETERY-FILTER NOT EQUAL SPACES
               MOVE PLW-NAME TO PLW-NAME-UPPER
               INSPECT PLW-NAME-UPPER
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF CEMETERY-FILTER NOT EQUAL PLW-CODE
                  AND CEMETERY-FILTER NOT EQUAL PLW-NAME-UPPER
                   GO TO 0329-RELEASE-ONE-BURIAL-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO BURIAL-SORT-RECORD.
           IF PLW-NAME EQUAL SPACES
               MOVE TBR-CEMETERY-CODE TO BSR-CEMETERY-NAME
           ELSE
               MOVE PLW-NAME TO BSR-CEMETERY-NAME
           END-IF.
           MOVE TBR-CEMETERY-CODE TO BSR-CEMETERY-CODE.
           MOVE TBR-SECTION TO BSR-SECTION, KEY-WORK-IN.
           PERFORM 0330-MAKE-ORDER-KEY
              THRU 0339-MAKE-ORDER-KEY-EXIT.
           MOVE KEY-WORK-OUT TO BSR-SECTION-KEY.
           MOVE TBR-PLOT TO BSR-PLOT, KEY-WORK-IN.
           PERFORM 0330-MAKE-ORDER-KEY
              THRU 0339-MAKE-ORDER-KEY-EXIT.
           MOVE KEY-WORK-OUT TO BSR-PLOT-KEY.
           MOVE OWNER-NAME TO BSR-NAME.
           MOVE OWNER-DEATH-DATE TO BSR-DEATH-DATE.
           MOVE TBR-BURIAL-DATE TO BSR-BURIAL-DATE.
           MOVE TBR-INSCRIPTION TO BSR-INSCRIPTION.
           RELEASE BURIAL-SORT-RECORD.

       0329-RELEASE-ONE-BURIAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A SECTION OR PLOT OF DIGITS ONLY SORTS ON ITS VALUE (ZERO     *
      * FILLED ON THE LEFT); ANYTHING ELSE SORTS AS WRITTEN.          *
      * ************************************************************* *
       0330-MAKE-ORDER-KEY.

           MOVE KEY-WORK-IN TO KEY-WORK-OUT.
           IF KEY-WORK-IN NOT EQUAL SPACES
              AND FUNCTION TRIM(KEY-WORK-IN) IS NUMERIC
               COMPUTE KEY-WORK-NUMBER =
                   FUNCTION NUMVAL(FUNCTION TRIM(KEY-WORK-IN))
               MOVE KEY-WORK-NUMBER TO KEY-WORK-OUT
           END-IF.

       0339-MAKE-ORDER-KEY-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0500-PRINT-INDEX-TOP.

           MOVE SPACES TO PRINT-LINE.
           MOVE RUN-DATE TO WORK-DATE.
           PERFORM 0550-FORMAT-DATE
              THRU 0559-FORMAT-DATE-EXIT.
           STRING 'DATE: ' DELIMITED BY SIZE
                  DATE-TEXT DELIMITED BY SIZE
             INTO PRINT-LINE.
           MOVE 'CEMETERY INDEX' TO PRINT-LINE(60:14).
           MOVE 'PROGRAM: TLCEMIDX' TO PRINT-LINE(116:17).
           WRITE REPORT-RECORD FROM PRINT-LINE BEFORE ADVANCING 1.

           MOVE SPACES TO PRINT-LINE.
           IF FAMILY-FILTER EQUAL SPACES
               MOVE 'ALL FAMILY GROUPS' TO GROUP-LABEL
           ELSE
               MOVE FAMILY-FILTER TO GROUP-LABEL
           END-IF.
           IF CEMETERY-FILTER EQUAL SPACES
               STRING 'FAMILY GROUP: ' DELIMITED BY SIZE
                      FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
                 INTO PRINT-LINE
           ELSE
               STRING 'FAMILY GROUP: ' DELIMITED BY SIZE
                      FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
                      '   CEMETERY: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CEMETERY-FILTER) DELIMITED BY SIZE
                 INTO PRINT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM PRINT-LINE BEFORE ADVANCING 2.

       0509-PRINT-INDEX-TOP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WORK-DATE (YYYYMMDD) AS MM/DD/YYYY IN DATE-TEXT; A PARTIAL    *
      * DATE AS 'c. 1923' OR 'JUN 1923', AND SPACES WHEN THERE IS NO  *
      * DATE AT ALL.                                                  *
      * ************************************************************* *
       0550-FORMAT-DATE.

           MOVE SPACES TO DATE-TEXT.
           IF WORK-DATE NOT NUMERIC
            OR WORK-YEAR EQUAL '0000'
               GO TO 0559-FORMAT-DATE-EXIT
           END-IF.
           IF WORK-MONTH EQUAL ZERO
               STRING 'c. ' DELIMITED BY SIZE
                      WORK-YEAR DELIMITED BY SIZE
                 INTO DATE-TEXT
               GO TO 0559-FORMAT-DATE-EXIT
           END-IF.
           IF WORK-MONTH GREATER THAN 12
               GO TO 0559-FORMAT-DATE-EXIT
           END-IF.
           IF WORK-DAY EQUAL '00'
               STRING MONTH-ABBREV (WORK-MONTH) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WORK-YEAR DELIMITED BY SIZE
                 INTO DATE-TEXT
               GO TO 0559-FORMAT-DATE-EXIT
           END-IF.
           MOVE WORK-DATE(5:2) TO DATE-TEXT(1:2).
           MOVE '/' TO DATE-TEXT(3:1).
           MOVE WORK-DAY TO DATE-TEXT(4:2).
           MOVE '/' TO DATE-TEXT(6:1).
           MOVE WORK-YEAR TO DATE-TEXT(7:4).

       0559-FORMAT-DATE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * OUTPUT PROCEDURE OF THE SORT: A HEADING AT EACH CHANGE OF     *
      * CEMETERY, ONE LINE PER BURIAL, AND THE CEMETERY'S COUNT.      *
      * ************************************************************* *
       0600-PRINT-SORTED-BURIALS.

           RETURN BURIAL-SORT-FILE
               AT END SET SORT-RETURN-DONE TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-RETURN-DONE
               IF BSR-CEMETERY-NAME NOT EQUAL CURRENT-CEMETERY(1:30)
                OR BSR-CEMETERY-CODE NOT EQUAL CURRENT-CEMETERY(31:4)
                   PERFORM 0620-PRINT-CEMETERY-FOOT
                      THRU 0629-PRINT-CEMETERY-FOOT-EXIT
                   PERFORM 0610-PRINT-CEMETERY-HEAD
                      THRU 0619-PRINT-CEMETERY-HEAD-EXIT
               END-IF
               PERFORM 0630-PRINT-ONE-BURIAL
                  THRU 0639-PRINT-ONE-BURIAL-EXIT
               RETURN BURIAL-SORT-FILE
                   AT END SET SORT-RETURN-DONE TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0620-PRINT-CEMETERY-FOOT
              THRU 0629-PRINT-CEMETERY-FOOT-EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0610-PRINT-CEMETERY-HEAD.

           MOVE BSR-CEMETERY-NAME TO CURRENT-CEMETERY(1:30).
           MOVE BSR-CEMETERY-CODE TO CURRENT-CEMETERY(31:4).
           ADD 1 TO CEMETERY-COUNT.
           MOVE ZERO TO CEMETERY-BURIALS.
           MOVE BSR-CEMETERY-CODE TO PLW-CODE.
           PERFORM 0150-RESOLVE-PLACE-NAME
              THRU 0159-RESOLVE-PLACE-NAME-EXIT.
           MOVE SPACES TO PRINT-LINE.
           IF PLW-NAME EQUAL SPACES
               ADD 1 TO UNKNOWN-CODE-COUNT
               STRING 'CEMETERY: ' DELIMITED BY SIZE
                      FUNCTION TRIM(BSR-CEMETERY-CODE)
                        DELIMITED BY SIZE
                      '  (CODE NOT ON PLACES.DAT)' DELIMITED BY SIZE
                 INTO PRINT-LINE
           ELSE
               STRING 'CEMETERY: ' DELIMITED BY SIZE
                      FUNCTION TRIM(PLW-NAME) DELIMITED BY SIZE
                      '  (' DELIMITED BY SIZE
                      FUNCTION TRIM(BSR-CEMETERY-CODE)
                        DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                 INTO PRINT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM PRINT-LINE BEFORE ADVANCING 2.
           WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
               BEFORE ADVANCING 1.

       0619-PRINT-CEMETERY-HEAD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0620-PRINT-CEMETERY-FOOT.

           IF CEMETERY-COUNT EQUAL ZERO
               GO TO 0629-PRINT-CEMETERY-FOOT-EXIT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE REPORT-RECORD FROM PRINT-LINE BEFORE ADVANCING 1.
           MOVE '  BURIALS IN THIS CEMETERY' TO CL-LABEL.
           MOVE CEMETERY-BURIALS TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 2.

       0629-PRINT-CEMETERY-FOOT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0630-PRINT-ONE-BURIAL.

           MOVE BSR-SECTION TO BUL-SECTION.
           MOVE BSR-PLOT TO BUL-PLOT.
           MOVE BSR-NAME TO BUL-NAME.
           MOVE BSR-DEATH-DATE TO WORK-DATE.
           PERFORM 0550-FORMAT-DATE
              THRU 0559-FORMAT-DATE-EXIT.
           MOVE DATE-TEXT TO BUL-DIED.
           MOVE BSR-BURIAL-DATE TO WORK-DATE.
           PERFORM 0550-FORMAT-DATE
              THRU 0559-FORMAT-DATE-EXIT.
           MOVE DATE-TEXT TO BUL-BURIED.
           MOVE BSR-INSCRIPTION TO BUL-INSCRIPTION.
           WRITE REPORT-RECORD FROM BURIAL-LINE BEFORE ADVANCING 1.
           ADD 1 TO CEMETERY-BURIALS.
           ADD 1 TO BURIAL-COUNT.

       0639-PRINT-ONE-BURIAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0700-PRINT-INDEX-FOOT.

           IF BURIAL-COUNT EQUAL ZERO
               MOVE 'NO BURIAL RECORDS SELECTED.' TO PRINT-LINE
               WRITE REPORT-RECORD FROM PRINT-LINE BEFORE ADVANCING 2
           END-IF.
           MOVE 'CEMETERIES LISTED' TO CL-LABEL.
           MOVE CEMETERY-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'BURIALS LISTED' TO CL-LABEL.
           MOVE BURIAL-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'CEMETERY CODES NOT ON PLACES.DAT' TO CL-LABEL.
           MOVE UNKNOWN-CODE-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'BURIALS NOT FOLLOWING AN INDIVIDUAL (SKIPPED)'
             TO CL-LABEL.
           MOVE ORPHAN-BURIAL-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.

       0709-PRINT-INDEX-FOOT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT
