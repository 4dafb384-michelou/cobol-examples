       IDENTIFICATION DIVISION.
       PROGRAM-ID. Y2KBHRS.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      *************************************************************** *
      * THIS SUBROUTINE COMPUTES THE BUSINESS TIME ELAPSED BETWEEN    *
      * TWO DATE+TIME STAMPS - THE SERVICE-LEVEL CLOCK.  Y2KTIME      *
      * COUNTS EVERY SECOND ON THE WALL CLOCK AND Y2KBDAY COUNTS      *
      * WHOLE BUSINESS DAYS; A SERVICE LEVEL SUCH AS "16 OFFICE       *
      * HOURS" NEEDS NEITHER.  ONLY THE TIME INSIDE THE OFFICE-HOURS  *
      * WINDOW OF A BUSINESS DAY (MONDAY THROUGH FRIDAY, NOT IN       *
      * HOLIDAYS.DAT - THE Y2KBDAY DEFINITION) IS COUNTED, SO AN      *
      * ITEM LOGGED AT 16:55 ON THE FRIDAY BEFORE A MONDAY HOLIDAY    *
      * AND WORKED AT 10:00 TUESDAY IS 1 HOUR 5 MINUTES OLD.          *
      *                                                               *
      *  TEN FIELDS ARE PASSED AS PARAMETERS (SEE Y2K.CPY,            *
      *  Y2K-BHRS-PARAMETERS):                                        *
      *  1)  STAMP 1 DATE, 8 BYTES MMDDYYYY (ZONED DECIMAL),          *
      *  2)  STAMP 1 TIME, 6 BYTES HHMMSS,                            *
      *  3)  STAMP 2 DATE, 8 BYTES MMDDYYYY,                          *
      *  4)  STAMP 2 TIME, 6 BYTES HHMMSS,                            *
      *  5)  THE OFFICE OPENING TIME, 4 BYTES HHMM,                   *
      *  6)  THE OFFICE CLOSING TIME, 4 BYTES HHMM - SPACES OR ZEROS  *
      *      IN EITHER TAKE THE HOUSE WINDOW OF 0900 TO 1700,         *
      *  7)  A 1 BYTE ZONED-DECIMAL RETURN CODE, AND                  *
      *  8-10) ELAPSED BUSINESS HOURS (5 DIGITS), MINUTES AND         *
      *      SECONDS.                                                 *
      *                                                               *
      *  THE SUGGESTED CALLING SYNTAX IS:                             *
      *       COPY 'Y2K.cpy'.  (IN WORKING-STORAGE)                   *
      *       CALL 'Y2KBHRS' USING Y2K-BHRS-PARAMETERS.               *
      *                                                               *
      *  THE POSSIBLE VALUES FOR THE RETURN CODE FIELD ARE:           *
      *  0 = SUCCESSFUL EXECUTION.                                    *
      *  2 = STAMP 1 DATE INVALID (PER Y2KGTOA).                      *
      *  3 = STAMP 2 DATE INVALID (PER Y2KGTOA).                      *
      *  4 = STAMP 1 TIME NOT A VALID HHMMSS.                         *
      *  5 = STAMP 2 TIME NOT A VALID HHMMSS.                         *
      *  6 = OFFICE WINDOW INVALID (NOT HHMM, OR OPEN NOT BEFORE      *
      *      CLOSE).                                                  *
      *  7 = STAMP 2 PRECEDES STAMP 1 - ZERO ELAPSED IS RETURNED.     *
      *  9 = THE DAY-BY-DAY STEP RAN OFF THE VALID YEAR RANGE.        *
      *************************************************************** *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY 'Y2K.cpy'.

       LOCAL-STORAGE SECTION.

       01  FILLER                      PIC X(24)
           VALUE 'Y2KBHRS STORAGE BEGINS->'.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.  ALL      *
      * TIMES OF DAY ARE CARRIED AS SECONDS AFTER MIDNIGHT.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  GTOA-PARAMETERS.
               03  GTOAP-DATEG         PIC 9(8).
               03  GTOAP-RC            PIC 9(1).
               03  GTOAP-ANUM          PIC S9(7).
           02  WS-ANUM-1               PIC S9(7).
           02  WS-ANUM-2               PIC S9(7).
           02  WS-ANUM-DAY             PIC S9(7).
           02  WS-TIME-WORK.
               03  WS-TW-HH            PIC 9(2).
               03  WS-TW-MM            PIC 9(2).
               03  WS-TW-SS            PIC 9(2).
           02  WS-WINDOW-WORK.
               03  WS-WW-HH            PIC 9(2).
               03  WS-WW-MM            PIC 9(2).
           02  WS-SECONDS-1            PIC S9(6) COMP-3.
           02  WS-SECONDS-2            PIC S9(6) COMP-3.
           02  WS-OPEN-SECONDS         PIC S9(6) COMP-3.
           02  WS-CLOSE-SECONDS        PIC S9(6) COMP-3.
           02  WS-DAY-FROM             PIC S9(6) COMP-3.
           02  WS-DAY-TO               PIC S9(6) COMP-3.
           02  WS-TOTAL-SECONDS        PIC S9(11) COMP-3.
           02  WS-REMAINDER            PIC S9(11) COMP-3.
           02  WS-TIME-RC              PIC 9(1).
           02  WS-DATE-MDY             PIC 9(8).
           02  WS-STEP-NUM             PIC S9(6).
           02  WS-STEP-ALPHA           REDEFINES WS-STEP-NUM
                                       PIC X(6).

       01  FILLER                      PIC X(24)
           VALUE '<-Y2KBHRS STORAGE ENDS'.

       LINKAGE SECTION.

       01  LK-BHRS-PARAMETERS.
           02  LK-BHRSP-DATE1          PIC X(8).
           02  LK-BHRSP-TIME1          PIC X(6).
           02  LK-BHRSP-DATE2          PIC X(8).
           02  LK-BHRSP-TIME2          PIC X(6).
           02  LK-BHRSP-OPEN-TIME      PIC X(4).
           02  LK-BHRSP-CLOSE-TIME     PIC X(4).
           02  LK-BHRSP-RETURN-CODE    PIC 9(1).
           02  LK-BHRSP-HOURS          PIC 9(5).
           02  LK-BHRSP-MINUTES        PIC 9(2).
           02  LK-BHRSP-SECONDS        PIC 9(2).
      /
       PROCEDURE DIVISION USING LK-BHRS-PARAMETERS.

       0000-MAIN SECTION.
       0050-COMPUTE-BUSINESS-TIME.

           MOVE 0 TO LK-BHRSP-RETURN-CODE.
           MOVE ZEROS TO LK-BHRSP-HOURS LK-BHRSP-MINUTES
                         LK-BHRSP-SECONDS.

      * ************************************************************* *
      * BOTH DATES GO THROUGH Y2KGTOA FOR VALIDATION AND FOR THEIR    *
      * ASTRONOMICAL NUMBERS, AND BOTH TIMES THROUGH THE SAME EDIT    *
      * Y2KTIME APPLIES.                                              *
      * ************************************************************* *
           MOVE LK-BHRSP-DATE1 TO GTOAP-DATEG.
           CALL 'Y2KGTOA' USING GTOA-PARAMETERS.
           IF GTOAP-RC NOT = 0
               MOVE 2 TO LK-BHRSP-RETURN-CODE
               GOBACK
           END-IF.
           MOVE GTOAP-ANUM TO WS-ANUM-1.

           MOVE LK-BHRSP-DATE2 TO GTOAP-DATEG.
           CALL 'Y2KGTOA' USING GTOA-PARAMETERS.
           IF GTOAP-RC NOT = 0
               MOVE 3 TO LK-BHRSP-RETURN-CODE
               GOBACK
           END-IF.
           MOVE GTOAP-ANUM TO WS-ANUM-2.

           MOVE LK-BHRSP-TIME1 TO WS-TIME-WORK.
           PERFORM 0100-EDIT-ONE-TIME
              THRU 0109-EDIT-ONE-TIME-EXIT.
           IF WS-TIME-RC NOT = 0
               MOVE 4 TO LK-BHRSP-RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-SECONDS-1 =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.

           MOVE LK-BHRSP-TIME2 TO WS-TIME-WORK.
           PERFORM 0100-EDIT-ONE-TIME
              THRU 0109-EDIT-ONE-TIME-EXIT.
           IF WS-TIME-RC NOT = 0
               MOVE 5 TO LK-BHRSP-RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-SECONDS-2 =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.

           PERFORM 0200-EDIT-OFFICE-WINDOW
              THRU 0209-EDIT-OFFICE-WINDOW-EXIT.
           IF LK-BHRSP-RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           IF WS-ANUM-2 LESS THAN WS-ANUM-1
              OR (WS-ANUM-2 = WS-ANUM-1
                  AND WS-SECONDS-2 LESS THAN WS-SECONDS-1)
               MOVE 7 TO LK-BHRSP-RETURN-CODE
               GOBACK
           END-IF.

      * ************************************************************* *
      * EVERY CALENDAR DAY FROM STAMP 1 TO STAMP 2 INCLUSIVE IS       *
      * VISITED; EACH BUSINESS DAY CONTRIBUTES ITS OFFICE WINDOW,     *
      * CLIPPED BY STAMP 1 ON THE FIRST DAY AND STAMP 2 ON THE LAST.  *
      * ************************************************************* *
           MOVE ZERO TO WS-TOTAL-SECONDS.
           MOVE LK-BHRSP-DATE1 TO WS-DATE-MDY.
           MOVE WS-ANUM-1 TO WS-ANUM-DAY.
           MOVE +1 TO WS-STEP-NUM.
           PERFORM 0300-COUNT-ONE-DAY
              THRU 0309-COUNT-ONE-DAY-EXIT
             UNTIL WS-ANUM-DAY GREATER THAN WS-ANUM-2
                OR LK-BHRSP-RETURN-CODE NOT = 0.
           IF LK-BHRSP-RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           DIVIDE WS-TOTAL-SECONDS BY 3600
               GIVING LK-BHRSP-HOURS
               REMAINDER WS-REMAINDER.
           DIVIDE WS-REMAINDER BY 60
               GIVING LK-BHRSP-MINUTES
               REMAINDER WS-REMAINDER.
           MOVE WS-REMAINDER TO LK-BHRSP-SECONDS.

           GOBACK.

      * ************************************************************* *
      * A TIME IS GOOD WHEN IT IS SIX NUMERIC DIGITS WITH HH 00-23,   *
      * MM 00-59 AND SS 00-59.                                        *
      * ************************************************************* *
       0100-EDIT-ONE-TIME.

           MOVE 0 TO WS-TIME-RC.
           IF WS-TIME-WORK NOT NUMERIC
               MOVE 1 TO WS-TIME-RC
               GO TO 0109-EDIT-ONE-TIME-EXIT
           END-IF.
           IF WS-TW-HH GREATER THAN 23
              OR WS-TW-MM GREATER THAN 59
              OR WS-TW-SS GREATER THAN 59
               MOVE 1 TO WS-TIME-RC
           END-IF.

       0109-EDIT-ONE-TIME-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE OFFICE WINDOW, DEFAULTED TO 0900-1700 WHERE THE CALLER    *
      * LEFT IT BLANK OR ZERO.  A CLOSING TIME OF 2400 IS ALLOWED SO  *
      * A ROUND-THE-CLOCK DESK CAN COUNT THE WHOLE BUSINESS DAY.      *
      * ************************************************************* *
       0200-EDIT-OFFICE-WINDOW.

           IF LK-BHRSP-OPEN-TIME = SPACES OR LK-BHRSP-OPEN-TIME = '0000'
               MOVE '0900' TO WS-WINDOW-WORK
           ELSE
               MOVE LK-BHRSP-OPEN-TIME TO WS-WINDOW-WORK
           END-IF.
           IF WS-WINDOW-WORK NOT NUMERIC
              OR WS-WW-HH GREATER THAN 23
              OR WS-WW-MM GREATER THAN 59
               MOVE 6 TO LK-BHRSP-RETURN-CODE
               GO TO 0209-EDIT-OFFICE-WINDOW-EXIT
           END-IF.
           COMPUTE WS-OPEN-SECONDS = WS-WW-HH * 3600 + WS-WW-MM * 60.

           IF LK-BHRSP-CLOSE-TIME = SPACES
              OR LK-BHRSP-CLOSE-TIME = '0000'
               MOVE '1700' TO WS-WINDOW-WORK
           ELSE
               MOVE LK-BHRSP-CLOSE-TIME TO WS-WINDOW-WORK
           END-IF.
           IF WS-WINDOW-WORK NOT NUMERIC
              OR WS-WW-MM GREATER THAN 59
              OR WS-WW-HH GREATER THAN 24
              OR (WS-WW-HH = 24 AND WS-WW-MM NOT = ZERO)
               MOVE 6 TO LK-BHRSP-RETURN-CODE
               GO TO 0209-EDIT-OFFICE-WINDOW-EXIT
           END-IF.
           COMPUTE WS-CLOSE-SECONDS = WS-WW-HH * 3600 + WS-WW-MM * 60.

           IF WS-OPEN-SECONDS NOT LESS THAN WS-CLOSE-SECONDS
               MOVE 6 TO LK-BHRSP-RETURN-CODE
           END-IF.

       0209-EDIT-OFFICE-WINDOW-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE CALENDAR DAY (WS-DATE-MDY, ASTRONOMICAL WS-ANUM-DAY): ITS *
      * OFFICE WINDOW IS ADDED WHEN Y2KBDAY CALLS IT A BUSINESS DAY,  *
      * THEN THE DATE IS STEPPED ONE DAY ON THROUGH Y2KPROJ.          *
      * ************************************************************* *
       0300-COUNT-ONE-DAY.

           MOVE 'T' TO Y2K-BDAYP-FUNCTION.
           MOVE WS-DATE-MDY TO Y2K-BDAYP-DATE.
           CALL 'Y2KBDAY' USING Y2K-BDAY-PARAMETERS.
           IF Y2K-BDAYP-RETURN-CODE = 0
              AND Y2K-BDAYP-BUSINESS-DAY = 'Y'
               MOVE WS-OPEN-SECONDS TO WS-DAY-FROM
               MOVE WS-CLOSE-SECONDS TO WS-DAY-TO
               IF WS-ANUM-DAY = WS-ANUM-1
                  AND WS-SECONDS-1 GREATER THAN WS-DAY-FROM
                   MOVE WS-SECONDS-1 TO WS-DAY-FROM
               END-IF
               IF WS-ANUM-DAY = WS-ANUM-2
                  AND WS-SECONDS-2 LESS THAN WS-DAY-TO
                   MOVE WS-SECONDS-2 TO WS-DAY-TO
               END-IF
               IF WS-DAY-TO GREATER THAN WS-DAY-FROM
                   COMPUTE WS-TOTAL-SECONDS = WS-TOTAL-SECONDS
                       + WS-DAY-TO - WS-DAY-FROM
               END-IF
           END-IF.

           ADD +1 TO WS-ANUM-DAY.
           IF WS-ANUM-DAY GREATER THAN WS-ANUM-2
               GO TO 0309-COUNT-ONE-DAY-EXIT
           END-IF.
           MOVE WS-DATE-MDY TO Y2K-PROJP-DATE.
           MOVE WS-STEP-ALPHA TO Y2K-PROJP-INCREMENT.
           CALL 'Y2KPROJ' USING Y2K-PROJ-PARAMETERS.
           IF Y2K-PROJP-RETURN-CODE NOT = 0
               MOVE 9 TO LK-BHRSP-RETURN-CODE
               GO TO 0309-COUNT-ONE-DAY-EXIT
           END-IF.
           MOVE Y2K-PROJP-NEW-DATE TO WS-DATE-MDY.

       0309-COUNT-ONE-DAY-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM Y2KBHRS.
