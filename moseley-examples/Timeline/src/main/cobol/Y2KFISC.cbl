       IDENTIFICATION DIVISION.
       PROGRAM-ID. Y2KFISC.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      *************************************************************** *
      * THIS SUBROUTINE PLACES A DATE IN THE INSTITUTION'S FISCAL     *
      * CALENDAR, SO THAT THE FINANCIAL PROGRAMS CAN SELECT AND       *
      * SUBTOTAL BY FISCAL PERIOD INSTEAD OF EACH ONE ASSUMING THAT   *
      * A PERIOD IS A CALENDAR MONTH AND A YEAR IS A CALENDAR YEAR.   *
      * THE FISCAL YEAR IS NAMED FOR THE CALENDAR YEAR IT ENDS IN     *
      * (THE YEAR STARTING JULY 1, 2025 IS FISCAL YEAR 2026).         *
      *                                                               *
      *  THE CALENDAR IS DEFINED BY FISCAL.DAT, LINE SEQUENTIAL AND   *
      *  MAINTAINED WITH A TEXT EDITOR LIKE HOLIDAYS.DAT, ONE LINE    *
      *  PER FISCAL PERIOD:                                           *
      *      COLUMNS  1- 4  FISCAL YEAR (YYYY)                        *
      *      COLUMNS  6- 7  PERIOD NUMBER (01 THROUGH 13)             *
      *      COLUMNS  9-16  FIRST DAY OF THE PERIOD (YYYYMMDD)        *
      *      COLUMNS 18-25  LAST DAY OF THE PERIOD (YYYYMMDD)         *
      *      COLUMNS 27-56  A DESCRIPTION                             *
      *  SO THAT 4-4-5 WEEK PERIODS, A THIRTEENTH ADJUSTMENT PERIOD   *
      *  OR A SHORT CHANGEOVER YEAR CAN ALL BE DESCRIBED.  THE FILE   *
      *  IS LOADED ON THE FIRST CALL AND HELD FOR THE REST OF THE     *
      *  RUN.  A DATE OR YEAR THE FILE DOES NOT COVER (OR A MISSING   *
      *  FILE) FALLS BACK TO CALENDAR-MONTH PERIODS STARTING IN THE   *
      *  MONTH THE CALLER NAMES, JULY WHEN THE CALLER NAMES NONE.     *
      *                                                               *
      *  TEN FIELDS ARE PASSED AS PARAMETERS (SEE Y2K.CPY,            *
      *  Y2K-FISC-PARAMETERS):                                        *
      *  1)  A 1 BYTE FUNCTION CODE -                                 *
      *        'D' TO FIND THE FISCAL PERIOD A DATE FALLS IN,         *
      *        'P' TO FIND THE DATES OF A GIVEN FISCAL PERIOD,        *
      *        'Y' TO FIND THE DATES OF A WHOLE FISCAL YEAR,          *
      *  2)  AN 8 BYTE GREGORIAN DATE (MMDDYYYY, ZONED DECIMAL),      *
      *      USED BY 'D' ONLY,                                        *
      *  3)  A 2 BYTE MONTH (01-12) THE FISCAL YEAR STARTS IN WHEN    *
      *      FISCAL.DAT DOES NOT COVER THE DATE - 00 MEANS JULY,      *
      *  4)  A 1 BYTE ZONED-DECIMAL RETURN CODE,                      *
      *  5)  A 4 BYTE FISCAL YEAR - RETURNED BY 'D', SUPPLIED FOR     *
      *      'P' AND 'Y',                                             *
      *  6)  A 2 BYTE FISCAL PERIOD - RETURNED BY 'D', SUPPLIED FOR   *
      *      'P'; 'Y' RETURNS THE NUMBER OF PERIODS IN THE YEAR,      *
      *  7)  AN 8 BYTE FIELD RECEIVING THE FIRST DAY OF THE PERIOD    *
      *      (OR OF THE YEAR FOR 'Y') AS MMDDYYYY,                    *
      *  8)  AN 8 BYTE FIELD RECEIVING THE LAST DAY OF THE PERIOD     *
      *      (OR OF THE YEAR FOR 'Y') AS MMDDYYYY,                    *
      *  9)  A 3 BYTE FIELD RECEIVING THE DAY NUMBER OF THE DATE      *
      *      WITHIN ITS PERIOD, 1 FOR THE FIRST DAY ('D' ONLY), AND   *
      * 10)  A 1 BYTE FIELD RECEIVING 'F' WHEN THE ANSWER CAME FROM   *
      *      FISCAL.DAT OR 'D' WHEN IT WAS DERIVED FROM CALENDAR      *
      *      MONTHS.                                                  *
      *                                                               *
      *  SUGGESTED CALLING SYNTAX FOR COBOL CALLERS:                  *
      *                                                               *
      *       COPY Y2K.                                               *
      *       MOVE 'D' TO Y2K-FISCP-FUNCTION.                         *
      *       MOVE 04151997 TO Y2K-FISCP-DATE.                        *
      *       MOVE 07 TO Y2K-FISCP-START-MONTH.                       *
      *       CALL 'Y2KFISC' USING Y2K-FISC-PARAMETERS.               *
      *                                                               *
      *  THE POSSIBLE VALUES FOR THE RETURN CODE FIELD ARE:           *
      *  0 = SUCCESSFUL EXECUTION.                                    *
      *  2 = INVALID (NON-NUMERIC OR IMPOSSIBLE) DATE FIELD.          *
      *  3 = INVALID FUNCTION CODE (NOT 'D', 'P' OR 'Y').             *
      *  4 = INVALID FISCAL YEAR START MONTH (NOT 00 THROUGH 12).     *
      *  5 = THE FISCAL PERIOD ASKED FOR DOES NOT EXIST IN THAT       *
      *      FISCAL YEAR.                                             *
      *  ON A NONZERO RETURN CODE THE RESULT FIELDS ARE ZERO.         *
      *                                                               *
      *  EVERY CALL IS RECORDED IN Y2K-AUDIT.LOG THROUGH Y2KALOG.     *
      *************************************************************** *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FISCAL-FILE ASSIGN TO 'FISCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  FISCAL-FILE
           DATA RECORD IS FISCAL-RECORD.
       01  FISCAL-RECORD.
           02  FIS-YEAR                PIC X(4).
           02  FILLER                  PIC X(1).
           02  FIS-PERIOD              PIC X(2).
           02  FILLER                  PIC X(1).
           02  FIS-START-DATE          PIC X(8).
           02  FILLER                  PIC X(1).
           02  FIS-END-DATE            PIC X(8).
           02  FILLER                  PIC X(1).
           02  FIS-DESCRIPTION         PIC X(30).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THE FISCAL CALENDAR IS LOADED ONCE, ON THE FIRST CALL OF THE  *
      * RUN, AND KEPT FOR EVERY CALL AFTER - WORKING-STORAGE IS       *
      * STATIC ACROSS CALLS.                                          *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  WS-FISCAL-FILE-STATUS   PIC X(02).
               88  FISCAL-FILE-OK      VALUE '00'.
           02  WS-TABLE-LOADED-SWITCH  PIC X(1) VALUE 'N'.
               88  TABLE-LOADED        VALUE 'Y'.
           02  WS-EOF-SWITCH           PIC X(1).
               88  WS-EOF              VALUE 'Y'.
           02  WS-TABLE-FULL-SWITCH    PIC X(1) VALUE 'N'.
               88  TABLE-FULL-WARNED   VALUE 'Y'.
           02  WS-PERIOD-COUNT         PIC S9(3) COMP VALUE +0.
           02  WS-PERIOD-INDEX         PIC S9(3) COMP.
           02  WS-PERIOD-FOUND-SW      PIC X(1).
               88  PERIOD-FOUND        VALUE 'Y'.
           02  WS-YEAR-ON-FILE-SW      PIC X(1).
               88  YEAR-ON-FILE        VALUE 'Y'.

       01  PERIOD-TABLE-FIELDS.
           02  WS-PERIOD-ENTRY         OCCURS 260 TIMES.
               03  WS-PER-YEAR         PIC 9(4).
               03  WS-PER-PERIOD       PIC 9(2).
               03  WS-PER-START        PIC 9(8).
               03  WS-PER-END          PIC 9(8).

      * ************************************************************* *
      * DAYS IN EACH MONTH FOR THE CALENDAR-MONTH FALLBACK; FEBRUARY  *
      * IS CORRECTED FOR LEAP YEARS AS IT IS USED.                    *
      * ************************************************************* *
       01  MONTH-LENGTH-FIELDS.
           02  WS-MONTH-LENGTHS        PIC X(24)
               VALUE '312831303130313130313031'.
           02  WS-MONTH-LENGTH-TABLE   REDEFINES WS-MONTH-LENGTHS.
               03  WS-MONTH-LENGTH     PIC 9(2) OCCURS 12 TIMES.

       LOCAL-STORAGE SECTION.

       01  FILLER                      PIC X(24)
           VALUE 'Y2KFISC STORAGE BEGINS->'.

      * ************************************************************* *
      * THESE ARE PROGRAM WORK FIELDS.                                *
      * ************************************************************* *
       01  PROGRAM-WORK-FIELDS.
           02  WS-START-MONTH          PIC 9(2).
           02  WS-DATE-MDY             PIC 9(8).
           02  WS-DATE-YMD             PIC 9(8).
           02  WS-DATE-YMD-PARTS       REDEFINES WS-DATE-YMD.
               03  WS-DATE-YEAR        PIC 9(4).
               03  WS-DATE-MONTH       PIC 9(2).
               03  WS-DATE-DAY         PIC 9(2).
           02  WS-CAL-YEAR             PIC 9(4).
           02  WS-CAL-MONTH            PIC 9(2).
           02  WS-MONTH-FIRST-YMD      PIC 9(8).
           02  WS-MONTH-LAST-YMD       PIC 9(8).
           02  WS-YEAR-FIRST-YMD       PIC 9(8).
           02  WS-YEAR-LAST-YMD        PIC 9(8).
           02  WS-LAST-DAY             PIC 9(2).
           02  WS-LEAP-QUOTIENT        PIC 9(4).
           02  WS-LEAP-REMAINDER-4     PIC 9(4).
           02  WS-LEAP-REMAINDER-100   PIC 9(4).
           02  WS-LEAP-REMAINDER-400   PIC 9(4).
           02  WS-PIVOT-YMD            PIC 9(8).
           02  WS-PIVOT-MDY            PIC 9(8).
           02  WS-YEAR-PERIODS         PIC 9(2).
           02  WS-AUDIT-INPUT          PIC X(40).

           COPY 'Y2K.cpy'.

           COPY Y2KAUDIT.

       01  FILLER                      PIC X(24)
           VALUE '<-Y2KFISC STORAGE ENDS'.

       LINKAGE SECTION.

      * ************************************************************* *
      * THESE ARE THE FIELDS USED TO RECEIVE INPUT DATA FROM THE      *
      * CALLER AND PASS RESULT FIELDS BACK TO THE CALLER.             *
      * ************************************************************* *
       01  LK-FISC-PARAMETERS.
           02  LK-FISCP-FUNCTION       PIC X(1).
           02  LK-FISCP-DATE           PIC X(8).
           02  LK-FISCP-START-MONTH    PIC 9(2).
           02  LK-FISCP-RETURN-CODE    PIC 9(1).
           02  LK-FISCP-FISCAL-YEAR    PIC 9(4).
           02  LK-FISCP-PERIOD         PIC 9(2).
           02  LK-FISCP-PERIOD-START   PIC 9(8).
           02  LK-FISCP-PERIOD-END     PIC 9(8).
           02  LK-FISCP-DAY-IN-PERIOD  PIC 9(3).
           02  LK-FISCP-SOURCE         PIC X(1).
      /
       PROCEDURE DIVISION USING LK-FISC-PARAMETERS.

       0000-MAIN SECTION.
       0050-SETUP.

      * ************************************************************* *
      * THE AUDIT ENTRY RECORDS THE CALL AS THE CALLER MADE IT -      *
      * FUNCTION, DATE, FISCAL YEAR, PERIOD AND START MONTH - BEFORE  *
      * ANY OF THEM ARE REPLACED BY RESULTS.                          *
      * ************************************************************* *
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING LK-FISCP-FUNCTION ' '
                  LK-FISCP-DATE ' '
                  LK-FISCP-FISCAL-YEAR ' '
                  LK-FISCP-PERIOD ' '
                  LK-FISCP-START-MONTH
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           END-STRING.

           MOVE 0 TO LK-FISCP-RETURN-CODE.
           MOVE ZEROS TO LK-FISCP-PERIOD-START.
           MOVE ZEROS TO LK-FISCP-PERIOD-END.
           MOVE ZEROS TO LK-FISCP-DAY-IN-PERIOD.
           MOVE SPACE TO LK-FISCP-SOURCE.

           IF NOT TABLE-LOADED
               PERFORM 0100-LOAD-FISCAL-TABLE
                  THRU 0109-LOAD-FISCAL-TABLE-EXIT
           END-IF.

           IF LK-FISCP-START-MONTH IS NOT NUMERIC
              OR LK-FISCP-START-MONTH GREATER THAN 12
               MOVE 4 TO LK-FISCP-RETURN-CODE
               PERFORM 0800-CLEAR-RESULTS
                  THRU 0809-CLEAR-RESULTS-EXIT
               PERFORM 0900-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

           IF LK-FISCP-START-MONTH = ZERO
               MOVE 07 TO WS-START-MONTH
           ELSE
               MOVE LK-FISCP-START-MONTH TO WS-START-MONTH
           END-IF.

           EVALUATE LK-FISCP-FUNCTION
               WHEN 'D'
                   PERFORM 0200-FIND-DATE-PERIOD
                      THRU 0209-FIND-DATE-PERIOD-EXIT
               WHEN 'P'
                   PERFORM 0300-FIND-PERIOD-DATES
                      THRU 0309-FIND-PERIOD-DATES-EXIT
               WHEN 'Y'
                   PERFORM 0400-FIND-YEAR-DATES
                      THRU 0409-FIND-YEAR-DATES-EXIT
               WHEN OTHER
                   MOVE 3 TO LK-FISCP-RETURN-CODE
           END-EVALUATE.

           IF LK-FISCP-RETURN-CODE NOT = 0
               PERFORM 0800-CLEAR-RESULTS
                  THRU 0809-CLEAR-RESULTS-EXIT
           END-IF.

           PERFORM 0900-WRITE-AUDIT-LOG.
           GOBACK.

      * ************************************************************* *
      * LOADS FISCAL.DAT INTO THE TABLE.  A LINE WHOSE YEAR, PERIOD   *
      * OR DATES ARE NOT NUMERIC, WHOSE PERIOD IS NOT 01 THROUGH 13,  *
      * OR WHOSE LAST DAY IS BEFORE ITS FIRST IS IGNORED.  A MISSING  *
      * FILE IS AN EMPTY CALENDAR, NOT AN ERROR.                      *
      * ************************************************************* *
       0100-LOAD-FISCAL-TABLE.

           SET TABLE-LOADED TO TRUE.
           MOVE +0 TO WS-PERIOD-COUNT.
           OPEN INPUT FISCAL-FILE.
           IF NOT FISCAL-FILE-OK
               GO TO 0109-LOAD-FISCAL-TABLE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 0110-READ-ONE-PERIOD
              THRU 0119-READ-ONE-PERIOD-EXIT.
           PERFORM UNTIL WS-EOF
               IF FIS-YEAR IS NUMERIC
                  AND FIS-PERIOD IS NUMERIC
                  AND FIS-START-DATE IS NUMERIC
                  AND FIS-END-DATE IS NUMERIC
                  AND FIS-PERIOD NOT LESS THAN '01'
                  AND FIS-PERIOD NOT GREATER THAN '13'
                  AND FIS-END-DATE NOT LESS THAN FIS-START-DATE
                   IF WS-PERIOD-COUNT LESS THAN +260
                       ADD +1 TO WS-PERIOD-COUNT
                       MOVE FIS-YEAR
                         TO WS-PER-YEAR(WS-PERIOD-COUNT)
                       MOVE FIS-PERIOD
                         TO WS-PER-PERIOD(WS-PERIOD-COUNT)
                       MOVE FIS-START-DATE
                         TO WS-PER-START(WS-PERIOD-COUNT)
                       MOVE FIS-END-DATE
                         TO WS-PER-END(WS-PERIOD-COUNT)
                   ELSE
                       IF NOT TABLE-FULL-WARNED
                           DISPLAY 'Y2KFISC: FISCAL.DAT EXCEEDS '
                              'THE 260-ENTRY TABLE - FURTHER '
                              'ENTRIES IGNORED'
                           SET TABLE-FULL-WARNED TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM 0110-READ-ONE-PERIOD
                  THRU 0119-READ-ONE-PERIOD-EXIT
           END-PERFORM.
           CLOSE FISCAL-FILE.

       0109-LOAD-FISCAL-TABLE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0110-READ-ONE-PERIOD.

           READ FISCAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       0119-READ-ONE-PERIOD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * 'D': Y2KDOWN VALIDATES THE DATE.  THE FISCAL.DAT PERIOD THAT  *
      * CONTAINS IT IS THE ANSWER; FAILING THAT, THE DATE'S CALENDAR  *
      * MONTH IS NUMBERED FROM THE START MONTH.                       *
      * ************************************************************* *
       0200-FIND-DATE-PERIOD.

           MOVE ZEROS TO LK-FISCP-FISCAL-YEAR.
           MOVE ZEROS TO LK-FISCP-PERIOD.
           MOVE LK-FISCP-DATE TO WS-DATE-MDY.
           MOVE WS-DATE-MDY TO Y2K-DOWNP-DATE.
           CALL 'Y2KDOWN' USING Y2K-DOWN-PARAMETERS.
           IF Y2K-DOWNP-RETURN-CODE NOT = 0
               MOVE 2 TO LK-FISCP-RETURN-CODE
               GO TO 0209-FIND-DATE-PERIOD-EXIT
           END-IF.

           MOVE WS-DATE-MDY TO WS-PIVOT-MDY.
           PERFORM 0710-PIVOT-TO-YMD
              THRU 0719-PIVOT-TO-YMD-EXIT.
           MOVE WS-PIVOT-YMD TO WS-DATE-YMD.

           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
              UNTIL WS-PERIOD-INDEX GREATER THAN WS-PERIOD-COUNT
                 OR PERIOD-FOUND
               IF WS-PER-START(WS-PERIOD-INDEX)
                     NOT GREATER THAN WS-DATE-YMD
                  AND WS-PER-END(WS-PERIOD-INDEX)
                     NOT LESS THAN WS-DATE-YMD
                   SET PERIOD-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF PERIOD-FOUND
               SUBTRACT 1 FROM WS-PERIOD-INDEX
               MOVE 'F' TO LK-FISCP-SOURCE
               MOVE WS-PER-YEAR(WS-PERIOD-INDEX)
                 TO LK-FISCP-FISCAL-YEAR
               MOVE WS-PER-PERIOD(WS-PERIOD-INDEX)
                 TO LK-FISCP-PERIOD
               MOVE WS-PER-START(WS-PERIOD-INDEX) TO WS-PIVOT-YMD
               PERFORM 0700-PIVOT-TO-MDY
                  THRU 0709-PIVOT-TO-MDY-EXIT
               MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-START
               MOVE WS-PER-END(WS-PERIOD-INDEX) TO WS-PIVOT-YMD
               PERFORM 0700-PIVOT-TO-MDY
                  THRU 0709-PIVOT-TO-MDY-EXIT
               MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-END
               MOVE LK-FISCP-PERIOD-START TO Y2K-SAGEP-DATE1
               MOVE WS-DATE-MDY TO Y2K-SAGEP-DATE2
               CALL 'Y2KSAGE' USING Y2K-SAGE-PARAMETERS
               COMPUTE LK-FISCP-DAY-IN-PERIOD =
                   Y2K-SAGEP-DAYS-PAST + 1
               GO TO 0209-FIND-DATE-PERIOD-EXIT
           END-IF.

      * ************************************************************* *
      * NOT ON FILE: PERIOD 1 IS THE START MONTH.  A MONTH BEFORE THE *
      * START MONTH BELONGS TO THE FISCAL YEAR ENDING THIS CALENDAR   *
      * YEAR, ONE FROM THE START MONTH ON TO THE YEAR ENDING NEXT     *
      * CALENDAR YEAR - UNLESS THE YEAR STARTS IN JANUARY.            *
      * ************************************************************* *
           MOVE 'D' TO LK-FISCP-SOURCE.
           IF WS-DATE-MONTH NOT LESS THAN WS-START-MONTH
               COMPUTE LK-FISCP-PERIOD =
                   WS-DATE-MONTH - WS-START-MONTH + 1
               IF WS-START-MONTH = 1
                   MOVE WS-DATE-YEAR TO LK-FISCP-FISCAL-YEAR
               ELSE
                   COMPUTE LK-FISCP-FISCAL-YEAR = WS-DATE-YEAR + 1
               END-IF
           ELSE
               COMPUTE LK-FISCP-PERIOD =
                   WS-DATE-MONTH + 13 - WS-START-MONTH
               MOVE WS-DATE-YEAR TO LK-FISCP-FISCAL-YEAR
           END-IF.

           MOVE WS-DATE-YEAR TO WS-CAL-YEAR.
           MOVE WS-DATE-MONTH TO WS-CAL-MONTH.
           PERFORM 0600-CALENDAR-MONTH-DATES
              THRU 0609-CALENDAR-MONTH-DATES-EXIT.
           MOVE WS-MONTH-FIRST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-START.
           MOVE WS-MONTH-LAST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-END.
           MOVE WS-DATE-DAY TO LK-FISCP-DAY-IN-PERIOD.

       0209-FIND-DATE-PERIOD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * 'P': THE FISCAL.DAT LINE FOR THE YEAR AND PERIOD.  A YEAR     *
      * THAT IS ON FILE IS DEFINED ONLY BY THE FILE, SO A PERIOD NOT  *
      * LISTED FOR IT DOES NOT EXIST; A YEAR NOT ON FILE HAS TWELVE   *
      * CALENDAR-MONTH PERIODS.                                       *
      * ************************************************************* *
       0300-FIND-PERIOD-DATES.

           IF LK-FISCP-FISCAL-YEAR IS NOT NUMERIC
              OR LK-FISCP-PERIOD IS NOT NUMERIC
               MOVE 5 TO LK-FISCP-RETURN-CODE
               GO TO 0309-FIND-PERIOD-DATES-EXIT
           END-IF.

           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           MOVE 'N' TO WS-YEAR-ON-FILE-SW.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
              UNTIL WS-PERIOD-INDEX GREATER THAN WS-PERIOD-COUNT
                 OR PERIOD-FOUND
               IF WS-PER-YEAR(WS-PERIOD-INDEX) = LK-FISCP-FISCAL-YEAR
                   SET YEAR-ON-FILE TO TRUE
                   IF WS-PER-PERIOD(WS-PERIOD-INDEX) = LK-FISCP-PERIOD
                       SET PERIOD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF PERIOD-FOUND
               SUBTRACT 1 FROM WS-PERIOD-INDEX
               MOVE 'F' TO LK-FISCP-SOURCE
               MOVE WS-PER-START(WS-PERIOD-INDEX) TO WS-PIVOT-YMD
               PERFORM 0700-PIVOT-TO-MDY
                  THRU 0709-PIVOT-TO-MDY-EXIT
               MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-START
               MOVE WS-PER-END(WS-PERIOD-INDEX) TO WS-PIVOT-YMD
               PERFORM 0700-PIVOT-TO-MDY
                  THRU 0709-PIVOT-TO-MDY-EXIT
               MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-END
               GO TO 0309-FIND-PERIOD-DATES-EXIT
           END-IF.

           IF YEAR-ON-FILE
              OR LK-FISCP-PERIOD LESS THAN 1
              OR LK-FISCP-PERIOD GREATER THAN 12
              OR LK-FISCP-FISCAL-YEAR LESS THAN 1602
               MOVE 5 TO LK-FISCP-RETURN-CODE
               GO TO 0309-FIND-PERIOD-DATES-EXIT
           END-IF.

           MOVE 'D' TO LK-FISCP-SOURCE.
           COMPUTE WS-CAL-MONTH =
               WS-START-MONTH + LK-FISCP-PERIOD - 1.
           IF WS-CAL-MONTH GREATER THAN 12
               SUBTRACT 12 FROM WS-CAL-MONTH
               MOVE LK-FISCP-FISCAL-YEAR TO WS-CAL-YEAR
           ELSE
               IF WS-START-MONTH = 1
                   MOVE LK-FISCP-FISCAL-YEAR TO WS-CAL-YEAR
               ELSE
                   COMPUTE WS-CAL-YEAR = LK-FISCP-FISCAL-YEAR - 1
               END-IF
           END-IF.
           PERFORM 0600-CALENDAR-MONTH-DATES
              THRU 0609-CALENDAR-MONTH-DATES-EXIT.
           MOVE WS-MONTH-FIRST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-START.
           MOVE WS-MONTH-LAST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-END.

       0309-FIND-PERIOD-DATES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * 'Y': A YEAR ON FILE RUNS FROM ITS EARLIEST FIRST DAY TO ITS   *
      * LATEST LAST DAY; OTHERWISE FROM THE FIRST OF THE START MONTH  *
      * TO THE LAST DAY OF THE MONTH BEFORE IT, TWELVE PERIODS.       *
      * ************************************************************* *
       0400-FIND-YEAR-DATES.

           IF LK-FISCP-FISCAL-YEAR IS NOT NUMERIC
              OR LK-FISCP-FISCAL-YEAR LESS THAN 1602
               MOVE 5 TO LK-FISCP-RETURN-CODE
               GO TO 0409-FIND-YEAR-DATES-EXIT
           END-IF.

           MOVE ZERO TO WS-YEAR-PERIODS.
           MOVE ZEROS TO WS-YEAR-FIRST-YMD.
           MOVE ZEROS TO WS-YEAR-LAST-YMD.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
              UNTIL WS-PERIOD-INDEX GREATER THAN WS-PERIOD-COUNT
               IF WS-PER-YEAR(WS-PERIOD-INDEX) = LK-FISCP-FISCAL-YEAR
                   ADD 1 TO WS-YEAR-PERIODS
                   IF WS-YEAR-FIRST-YMD = ZERO
                      OR WS-PER-START(WS-PERIOD-INDEX)
                         LESS THAN WS-YEAR-FIRST-YMD
                       MOVE WS-PER-START(WS-PERIOD-INDEX)
                         TO WS-YEAR-FIRST-YMD
                   END-IF
                   IF WS-PER-END(WS-PERIOD-INDEX)
                         GREATER THAN WS-YEAR-LAST-YMD
                       MOVE WS-PER-END(WS-PERIOD-INDEX)
                         TO WS-YEAR-LAST-YMD
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-YEAR-PERIODS GREATER THAN ZERO
               MOVE 'F' TO LK-FISCP-SOURCE
           ELSE
               MOVE 'D' TO LK-FISCP-SOURCE
               MOVE 12 TO WS-YEAR-PERIODS
               MOVE WS-START-MONTH TO WS-CAL-MONTH
               IF WS-START-MONTH = 1
                   MOVE LK-FISCP-FISCAL-YEAR TO WS-CAL-YEAR
               ELSE
                   COMPUTE WS-CAL-YEAR = LK-FISCP-FISCAL-YEAR - 1
               END-IF
               PERFORM 0600-CALENDAR-MONTH-DATES
                  THRU 0609-CALENDAR-MONTH-DATES-EXIT
               MOVE WS-MONTH-FIRST-YMD TO WS-YEAR-FIRST-YMD
               MOVE LK-FISCP-FISCAL-YEAR TO WS-CAL-YEAR
               IF WS-START-MONTH = 1
                   MOVE 12 TO WS-CAL-MONTH
               ELSE
                   COMPUTE WS-CAL-MONTH = WS-START-MONTH - 1
               END-IF
               PERFORM 0600-CALENDAR-MONTH-DATES
                  THRU 0609-CALENDAR-MONTH-DATES-EXIT
               MOVE WS-MONTH-LAST-YMD TO WS-YEAR-LAST-YMD
           END-IF.

           MOVE WS-YEAR-PERIODS TO LK-FISCP-PERIOD.
           MOVE WS-YEAR-FIRST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-START.
           MOVE WS-YEAR-LAST-YMD TO WS-PIVOT-YMD.
           PERFORM 0700-PIVOT-TO-MDY
              THRU 0709-PIVOT-TO-MDY-EXIT.
           MOVE WS-PIVOT-MDY TO LK-FISCP-PERIOD-END.

       0409-FIND-YEAR-DATES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FIRST AND LAST DAY (YYYYMMDD) OF CALENDAR MONTH WS-CAL-MONTH  *
      * OF WS-CAL-YEAR.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY  *
      * 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.                *
      * ************************************************************* *
       0600-CALENDAR-MONTH-DATES.

           MOVE WS-MONTH-LENGTH(WS-CAL-MONTH) TO WS-LAST-DAY.
           IF WS-CAL-MONTH = 2
               DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 = 0
                  AND (WS-LEAP-REMAINDER-100 NOT = 0
                       OR WS-LEAP-REMAINDER-400 = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           COMPUTE WS-MONTH-FIRST-YMD =
               WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST-YMD =
               WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + WS-LAST-DAY.

       0609-CALENDAR-MONTH-DATES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FISCAL.DAT HOLDS YYYYMMDD; THE CALLER SEES MMDDYYYY.          *
      * ************************************************************* *
       0700-PIVOT-TO-MDY.

           MOVE WS-PIVOT-YMD(5:2) TO WS-PIVOT-MDY(1:2).
           MOVE WS-PIVOT-YMD(7:2) TO WS-PIVOT-MDY(3:2).
           MOVE WS-PIVOT-YMD(1:4) TO WS-PIVOT-MDY(5:4).

       0709-PIVOT-TO-MDY-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0710-PIVOT-TO-YMD.

           MOVE WS-PIVOT-MDY(5:4) TO WS-PIVOT-YMD(1:4).
           MOVE WS-PIVOT-MDY(1:2) TO WS-PIVOT-YMD(5:2).
           MOVE WS-PIVOT-MDY(3:2) TO WS-PIVOT-YMD(7:2).

       0719-PIVOT-TO-YMD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ON A NONZERO RETURN CODE NO RESULT FIELD IS LEFT HOLDING A    *
      * VALUE THAT COULD BE MISTAKEN FOR AN ANSWER.                   *
      * ************************************************************* *
       0800-CLEAR-RESULTS.

           IF LK-FISCP-FUNCTION = 'D'
               MOVE ZEROS TO LK-FISCP-FISCAL-YEAR
               MOVE ZEROS TO LK-FISCP-PERIOD
           END-IF.
           MOVE ZEROS TO LK-FISCP-PERIOD-START.
           MOVE ZEROS TO LK-FISCP-PERIOD-END.
           MOVE ZEROS TO LK-FISCP-DAY-IN-PERIOD.
           MOVE SPACE TO LK-FISCP-SOURCE.

       0809-CLEAR-RESULTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THIS PARAGRAPH APPENDS ONE ENTRY TO Y2K-AUDIT.LOG (VIA THE    *
      * SHARED Y2KALOG SUBROUTINE) RECORDING THE CALL AS IT WAS MADE  *
      * AND THE RETURN CODE ABOUT TO BE HANDED BACK TO THE CALLER.    *
      * IT IS PERFORMED IMMEDIATELY BEFORE EVERY GOBACK IN THIS       *
      * PROGRAM.                                                      *
      * ************************************************************* *
       0900-WRITE-AUDIT-LOG.

           MOVE 'Y2KFISC' TO Y2K-ALOGP-ROUTINE.
           MOVE WS-AUDIT-INPUT TO Y2K-ALOGP-INPUT.
           MOVE LK-FISCP-RETURN-CODE TO Y2K-ALOGP-RETURN-CODE.
           CALL 'Y2KALOG' USING Y2K-ALOG-PARAMETERS.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM Y2KFISC.
