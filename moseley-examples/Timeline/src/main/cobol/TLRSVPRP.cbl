       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRSVPRP.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * REUNION REPLY REPORTS FROM REUNRSVP.DAT (WRITTEN BY TLINVITE, *
      * ANSWERED THROUGH TLCONTCT):                                   *
      *                                                               *
      *   TLRSVP.RPT   HEADCOUNT FOR EACH FAMILY GROUP - HOUSEHOLDS   *
      *                INVITED, ATTENDING, DECLINED AND NOT YET       *
      *                HEARD FROM, PERSONS ATTENDING AND THE TOTAL    *
      *                FOR EACH OF THE THREE MEAL CHOICES - AND A     *
      *                GRAND TOTAL.                                   *
      *   TLNORESP.RPT HOUSEHOLDS NOT YET HEARD FROM, WITH THE PHONE  *
      *                AND E-MAIL FROM REUNION.DAT, FOR FOLLOW-UP     *
      *                CALLS.  A HOUSEHOLD WHOSE CONTACT CARRIES THE  *
      *                NO-CONTACT FLAG IS LEFT OFF AND ONLY COUNTED.  *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE):                                    *
      *   FAMILY=NAME      REPORT ONE FAMILY GROUP ONLY               *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RSVP-FILE ASSIGN TO "REUNRSVP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSVP-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "REUNION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT HEADCOUNT-REPORT-FILE ASSIGN TO "TLRSVP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NO-RESPONSE-REPORT-FILE ASSIGN TO "TLNORESP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      * ONE INVITATION PER HOUSEHOLD AND FAMILY GROUP - SEE TLCONTCT. *
       FD  RSVP-FILE
           DATA RECORD IS RSVP-RECORD.
       01  RSVP-RECORD.
           02  RV-HOUSEHOLD-ID         PIC X(05).
           02  FILLER                  PIC X(01).
           02  RV-GROUP-NAME           PIC X(35).
           02  FILLER                  PIC X(01).
           02  RV-ADDRESSEE            PIC X(35).
           02  FILLER                  PIC X(01).
           02  RV-INVITED-COUNT        PIC 9(02).
           02  FILLER                  PIC X(01).
           02  RV-INVITED-DATE         PIC 9(08).
           02  FILLER                  PIC X(01).
           02  RV-STATUS               PIC X(01).
               88  RV-NO-RESPONSE      VALUE 'N' ' '.
               88  RV-ATTENDING        VALUE 'A'.
               88  RV-DECLINED         VALUE 'D'.
           02  FILLER                  PIC X(01).
           02  RV-ATTENDING-COUNT      PIC 9(02).
           02  FILLER                  PIC X(01).
           02  RV-MEAL-ENTRY           OCCURS 3 TIMES.
               03  RV-MEAL-COUNT       PIC 9(02).
               03  FILLER              PIC X(01).
           02  RV-RESPONSE-DATE        PIC 9(08).

      * THE REUNION CONTACT FILE - SEE TLCONTCT.                      *
       FD  CONTACT-FILE
           DATA RECORD IS CONTACT-RECORD.
       01  CONTACT-RECORD.
           02  RC-PERSON-ID            PIC X(05).
           02  FILLER                  PIC X(01).
           02  RC-HOUSEHOLD-ID         PIC X(05).
           02  FILLER                  PIC X(01).
           02  RC-ADDRESS-1            PIC X(30).
           02  FILLER                  PIC X(01).
           02  RC-ADDRESS-2            PIC X(30).
           02  FILLER                  PIC X(01).
           02  RC-CITY                 PIC X(20).
           02  FILLER                  PIC X(01).
           02  RC-STATE                PIC X(02).
           02  FILLER                  PIC X(01).
           02  RC-POSTAL-CODE          PIC X(10).
           02  FILLER                  PIC X(01).
           02  RC-PHONE                PIC X(14).
           02  FILLER                  PIC X(01).
           02  RC-EMAIL                PIC X(40).
           02  FILLER                  PIC X(01).
           02  RC-NO-CONTACT           PIC X(01).

       FD  HEADCOUNT-REPORT-FILE
           DATA RECORD IS HEADCOUNT-REPORT-RECORD.
       01  HEADCOUNT-REPORT-RECORD     PIC X(80).

       FD  NO-RESPONSE-REPORT-FILE
           DATA RECORD IS NO-RESPONSE-REPORT-RECORD.
       01  NO-RESPONSE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  RSVP-FILE-STATUS        PIC X(2).
               88  RSVP-FILE-OK        VALUE '00'.
           02  CONTACT-FILE-STATUS     PIC X(2).
               88  CONTACT-FILE-OK     VALUE '00'.
           02  END-OF-DATA-SWITCH      PIC X(1) VALUE 'N'.
               88  END-OF-DATA         VALUE 'Y'.
           02  ARGUMENT-COUNT          PIC 9(2) COMP.
           02  ARGUMENT-NBR            PIC 9(2) COMP.
           02  ARGUMENT-INPUT          PIC X(60).
           02  ARG-KEYWORD             PIC X(20).
           02  ARG-VALUE               PIC X(35).
           02  FAMILY-FILTER           PIC X(35) VALUE SPACES.
           02  GROUP-COMPARE-WORK      PIC X(35).
           02  RUN-DATE                PIC 9(8).
           02  WORK-DATE               PIC 9(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC 9(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC 9(2).
           02  MEAL-SUB                PIC S9(2) COMP.
           02  WITHHELD-COUNT          PIC 9(4) VALUE ZERO.
           02  NO-RESPONSE-LISTED      PIC 9(4) VALUE ZERO.

      * ************************************************************* *
      * REUNION.DAT, LOADED WHOLE FOR THE FOLLOW-UP PHONE AND E-MAIL. *
      * ************************************************************* *
       01  CONTACT-FIELDS.
           02  CT-TABLE-SIZE           PIC S9(3) COMP VALUE +400.
           02  CT-HI                   PIC S9(3) COMP VALUE +0.
           02  CT-ENTRY                OCCURS 400 TIMES.
               03  CT-PERSON-ID        PIC X(5).
               03  CT-HOUSEHOLD-ID     PIC X(5).
               03  CT-PHONE            PIC X(14).
               03  CT-EMAIL            PIC X(40).
               03  CT-NO-CONTACT       PIC X(1).
           02  CT-I                    PIC S9(3) COMP.
           02  CT-FOUND                PIC S9(3) COMP.

      * ************************************************************* *
      * HEADCOUNT TOTALS, ONE ENTRY PER FAMILY GROUP IN THE ORDER     *
      * FIRST MET; GRAND TOTALS FOLLOW THE SAME LAYOUT.               *
      * ************************************************************* *
       01  GROUP-TOTAL-FIELDS.
           02  GT-TABLE-SIZE           PIC S9(3) COMP VALUE +50.
           02  GT-HI                   PIC S9(3) COMP VALUE +0.
           02  GT-ENTRY                OCCURS 51 TIMES.
               03  GT-GROUP-NAME       PIC X(35).
               03  GT-COUNTS.
                   04  GT-INVITED      PIC 9(4).
                   04  GT-ATTENDING    PIC 9(4).
                   04  GT-PERSONS      PIC 9(4).
                   04  GT-DECLINED     PIC 9(4).
                   04  GT-NO-RESPONSE  PIC 9(4).
                   04  GT-MEAL         OCCURS 3 TIMES
                                       PIC 9(4).
           02  GT-I                    PIC S9(3) COMP.
           02  GT-FOUND                PIC S9(3) COMP.

       01  GRAND-TOTAL-FIELDS.
           02  GRAND-INVITED           PIC 9(4) VALUE ZERO.
           02  GRAND-ATTENDING         PIC 9(4) VALUE ZERO.
           02  GRAND-PERSONS           PIC 9(4) VALUE ZERO.
           02  GRAND-DECLINED          PIC 9(4) VALUE ZERO.
           02  GRAND-NO-RESPONSE       PIC 9(4) VALUE ZERO.
           02  GRAND-MEAL              OCCURS 3 TIMES
                                       PIC 9(4).

      * ************************************************************* *
      * REPORT LINES.                                                 *
      * ************************************************************* *
       01  HEADCOUNT-HEADING-1.
           02  FILLER  PIC X(6) VALUE 'DATE: '.
           02  HH1-DATE PIC X(10).
           02  FILLER  PIC X(8) VALUE SPACES.
           02  FILLER  PIC X(31) VALUE
               'REUNION HEADCOUNT BY FAMILY'.
           02  FILLER  PIC X(8) VALUE SPACES.
           02  FILLER  PIC X(17) VALUE 'PROGRAM: TLRSVPRP'.

       01  GROUP-HEADING-LINE.
           02  FILLER  PIC X(14) VALUE 'FAMILY GROUP: '.
           02  GHL-GROUP PIC X(35).
           02  FILLER  PIC X(31) VALUE SPACES.

       01  COUNT-LINE.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  CL-LABEL                PIC X(46).
           02  CL-VALUE                PIC Z(3)9.
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  NO-RESPONSE-HEADING-1.
           02  FILLER  PIC X(6) VALUE 'DATE: '.
           02  NH1-DATE PIC X(10).
           02  FILLER  PIC X(30) VALUE SPACES.
           02  FILLER  PIC X(39) VALUE
               'REUNION INVITATIONS - NO RESPONSE YET'.
           02  FILLER  PIC X(30) VALUE SPACES.
           02  FILLER  PIC X(17) VALUE 'PROGRAM: TLRSVPRP'.

       01  NO-RESPONSE-HEADING-2.
           02  FILLER  PIC X(7) VALUE 'HSHLD'.
           02  FILLER  PIC X(27) VALUE 'ADDRESSEE'.
           02  FILLER  PIC X(27) VALUE 'FAMILY GROUP'.
           02  FILLER  PIC X(16) VALUE 'PHONE'.
           02  FILLER  PIC X(41) VALUE 'E-MAIL'.
           02  FILLER  PIC X(14) VALUE 'INVITED'.

       01  NO-RESPONSE-LINE.
           02  NRL-HOUSEHOLD-ID        PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  NRL-ADDRESSEE           PIC X(25).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  NRL-GROUP               PIC X(25).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  NRL-PHONE               PIC X(14).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  NRL-EMAIL               PIC X(40).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  NRL-INVITED-DATE        PIC X(10).
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  NO-RESPONSE-TOTAL-LINE.
           02  NTL-LABEL               PIC X(50).
           02  NTL-VALUE               PIC Z(3)9.
           02  FILLER                  PIC X(78) VALUE SPACES.
      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0050-SETUP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE ZERO TO GRAND-MEAL (1) GRAND-MEAL (2) GRAND-MEAL (3).
           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           PERFORM 0100-LOAD-CONTACTS
              THRU 0109-LOAD-CONTACTS-EXIT.

           OPEN INPUT RSVP-FILE.
           IF NOT RSVP-FILE-OK
               DISPLAY 'TLRSVPRP: REUNRSVP.DAT NOT FOUND - RUN '
                  'TLINVITE FIRST'
               STOP RUN
           END-IF.
           OPEN OUTPUT NO-RESPONSE-REPORT-FILE.
           PERFORM 0300-PRINT-NO-RESPONSE-HEADING
              THRU 0309-PRINT-NO-RESPONSE-HEADING-EXIT.

           PERFORM 0200-READ-RSVP-FILE.
           PERFORM 0400-PROCESS-ONE-RSVP
              THRU 0499-PROCESS-ONE-RSVP-EXIT
             UNTIL END-OF-DATA.
           CLOSE RSVP-FILE.

           PERFORM 0600-PRINT-NO-RESPONSE-TOTALS
              THRU 0609-PRINT-NO-RESPONSE-TOTALS-EXIT.
           CLOSE NO-RESPONSE-REPORT-FILE.

           OPEN OUTPUT HEADCOUNT-REPORT-FILE.
           PERFORM 0700-PRINT-HEADCOUNT
              THRU 0799-PRINT-HEADCOUNT-EXIT.
           CLOSE HEADCOUNT-REPORT-FILE.

           DISPLAY 'TLRSVPRP: ' GRAND-PERSONS ' ATTENDING, '
              GRAND-NO-RESPONSE ' HOUSEHOLD(S) NOT YET HEARD FROM'.
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0100-LOAD-CONTACTS.

           OPEN INPUT CONTACT-FILE.
           IF NOT CONTACT-FILE-OK
               DISPLAY 'TLRSVPRP: REUNION.DAT NOT FOUND - FOLLOW-UP '
                  'LIST WILL CARRY NO PHONE OR E-MAIL'
               GO TO 0109-LOAD-CONTACTS-EXIT
           END-IF.
           MOVE 'N' TO END-OF-DATA-SWITCH.
           PERFORM UNTIL END-OF-DATA
               READ CONTACT-FILE
                   AT END MOVE 'Y' TO END-OF-DATA-SWITCH
                   NOT AT END
                       IF CT-HI LESS THAN CT-TABLE-SIZE
                           ADD 1 TO CT-HI
                           MOVE RC-PERSON-ID TO CT-PERSON-ID (CT-HI)
                           MOVE RC-HOUSEHOLD-ID
                             TO CT-HOUSEHOLD-ID (CT-HI)
                           MOVE RC-PHONE TO CT-PHONE (CT-HI)
                           MOVE RC-EMAIL TO CT-EMAIL (CT-HI)
                           MOVE RC-NO-CONTACT TO CT-NO-CONTACT (CT-HI)
                       ELSE
                           DISPLAY 'NUMBER OF CONTACTS EXCEEDS TABLE'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.
           MOVE 'N' TO END-OF-DATA-SWITCH.

       0109-LOAD-CONTACTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0200-READ-RSVP-FILE.

           READ RSVP-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0300-PRINT-NO-RESPONSE-HEADING.

           MOVE RUN-DATE TO WORK-DATE.
           PERFORM 0310-FORMAT-SLASH-DATE.
           MOVE NRL-INVITED-DATE TO NH1-DATE.
           WRITE NO-RESPONSE-REPORT-RECORD FROM NO-RESPONSE-HEADING-1
             BEFORE ADVANCING 2.
           WRITE NO-RESPONSE-REPORT-RECORD FROM NO-RESPONSE-HEADING-2
             BEFORE ADVANCING 1.
           MOVE ALL '-' TO NO-RESPONSE-REPORT-RECORD.
           WRITE NO-RESPONSE-REPORT-RECORD BEFORE ADVANCING 1.

       0309-PRINT-NO-RESPONSE-HEADING-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WORK-DATE AS MM/DD/YYYY, LEFT IN NRL-INVITED-DATE.            *
      * ************************************************************* *
       0310-FORMAT-SLASH-DATE.

           MOVE WORK-MONTH TO NRL-INVITED-DATE(1:2).
           MOVE '/' TO NRL-INVITED-DATE(3:1).
           MOVE WORK-DAY TO NRL-INVITED-DATE(4:2).
           MOVE '/' TO NRL-INVITED-DATE(6:1).
           MOVE WORK-YEAR TO NRL-INVITED-DATE(7:4).
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE INVITATION: ADDED TO ITS GROUP'S HEADCOUNT AND, WHEN NO   *
      * REPLY HAS COME IN, TO THE FOLLOW-UP LIST.                     *
      * ************************************************************* *
       0400-PROCESS-ONE-RSVP.

           IF FAMILY-FILTER NOT EQUAL SPACES
               MOVE RV-GROUP-NAME TO GROUP-COMPARE-WORK
               INSPECT GROUP-COMPARE-WORK
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF GROUP-COMPARE-WORK NOT EQUAL FAMILY-FILTER
                   GO TO 0490-NEXT-RSVP
               END-IF
           END-IF.

           MOVE ZERO TO GT-FOUND.
           PERFORM VARYING GT-I FROM 1 BY 1
              UNTIL GT-I > GT-HI OR GT-FOUND GREATER THAN ZERO
               IF GT-GROUP-NAME (GT-I) EQUAL RV-GROUP-NAME
                   MOVE GT-I TO GT-FOUND
               END-IF
           END-PERFORM.
           IF GT-FOUND EQUAL ZERO
               IF GT-HI NOT LESS THAN GT-TABLE-SIZE
                   DISPLAY 'NUMBER OF FAMILY GROUPS EXCEEDS TABLE'
                   GO TO 0490-NEXT-RSVP
               END-IF
               ADD 1 TO GT-HI
               MOVE GT-HI TO GT-FOUND
               MOVE RV-GROUP-NAME TO GT-GROUP-NAME (GT-FOUND)
               MOVE ZERO TO GT-INVITED (GT-FOUND)
                            GT-ATTENDING (GT-FOUND)
                            GT-PERSONS (GT-FOUND)
                            GT-DECLINED (GT-FOUND)
                            GT-NO-RESPONSE (GT-FOUND)
                            GT-MEAL (GT-FOUND, 1)
                            GT-MEAL (GT-FOUND, 2)
                            GT-MEAL (GT-FOUND, 3)
           END-IF.

           ADD 1 TO GT-INVITED (GT-FOUND) GRAND-INVITED.
           EVALUATE TRUE
               WHEN RV-ATTENDING
                   ADD 1 TO GT-ATTENDING (GT-FOUND) GRAND-ATTENDING
                   ADD RV-ATTENDING-COUNT TO GT-PERSONS (GT-FOUND)
                                             GRAND-PERSONS
                   PERFORM VARYING MEAL-SUB FROM 1 BY 1
                      UNTIL MEAL-SUB > 3
                       ADD RV-MEAL-COUNT (MEAL-SUB)
                         TO GT-MEAL (GT-FOUND, MEAL-SUB)
                            GRAND-MEAL (MEAL-SUB)
                   END-PERFORM
               WHEN RV-DECLINED
                   ADD 1 TO GT-DECLINED (GT-FOUND) GRAND-DECLINED
               WHEN OTHER
                   ADD 1 TO GT-NO-RESPONSE (GT-FOUND)
                            GRAND-NO-RESPONSE
                   PERFORM 0500-LIST-NO-RESPONSE
                      THRU 0509-LIST-NO-RESPONSE-EXIT
           END-EVALUATE.

       0490-NEXT-RSVP.
           PERFORM 0200-READ-RSVP-FILE.

       0499-PROCESS-ONE-RSVP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE FOLLOW-UP LINE TAKES ITS PHONE AND E-MAIL FROM THE        *
      * HOUSEHOLD'S OWN CONTACT, OR FAILING THAT FROM ANY CONTACT IN  *
      * THE HOUSEHOLD.  A NO-CONTACT FLAG ON THAT CONTACT KEEPS THE   *
      * HOUSEHOLD OFF THE LIST.                                       *
      * ************************************************************* *
       0500-LIST-NO-RESPONSE.

           MOVE ZERO TO CT-FOUND.
           PERFORM VARYING CT-I FROM 1 BY 1
              UNTIL CT-I > CT-HI OR CT-FOUND GREATER THAN ZERO
               IF CT-PERSON-ID (CT-I) EQUAL RV-HOUSEHOLD-ID
                   MOVE CT-I TO CT-FOUND
               END-IF
           END-PERFORM.
           IF CT-FOUND EQUAL ZERO
               PERFORM VARYING CT-I FROM 1 BY 1
                  UNTIL CT-I > CT-HI OR CT-FOUND GREATER THAN ZERO
                   IF CT-HOUSEHOLD-ID (CT-I) EQUAL RV-HOUSEHOLD-ID
                       MOVE CT-I TO CT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO NRL-PHONE NRL-EMAIL.
           IF CT-FOUND GREATER THAN ZERO
               IF CT-NO-CONTACT (CT-FOUND) EQUAL 'Y'
                   ADD 1 TO WITHHELD-COUNT
                   GO TO 0509-LIST-NO-RESPONSE-EXIT
               END-IF
               MOVE CT-PHONE (CT-FOUND) TO NRL-PHONE
               MOVE CT-EMAIL (CT-FOUND) TO NRL-EMAIL
           END-IF.

           MOVE RV-HOUSEHOLD-ID TO NRL-HOUSEHOLD-ID.
           MOVE RV-ADDRESSEE TO NRL-ADDRESSEE.
           MOVE RV-GROUP-NAME TO NRL-GROUP.
           MOVE SPACES TO NRL-INVITED-DATE.
           IF RV-INVITED-DATE IS NUMERIC
               MOVE RV-INVITED-DATE TO WORK-DATE
               PERFORM 0310-FORMAT-SLASH-DATE
           END-IF.
           WRITE NO-RESPONSE-REPORT-RECORD FROM NO-RESPONSE-LINE
             BEFORE ADVANCING 1.
           ADD 1 TO NO-RESPONSE-LISTED.

       0509-LIST-NO-RESPONSE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0600-PRINT-NO-RESPONSE-TOTALS.

           MOVE SPACES TO NO-RESPONSE-REPORT-RECORD.
           WRITE NO-RESPONSE-REPORT-RECORD BEFORE ADVANCING 1.
           MOVE 'HOUSEHOLDS LISTED FOR FOLLOW-UP' TO NTL-LABEL.
           MOVE NO-RESPONSE-LISTED TO NTL-VALUE.
           WRITE NO-RESPONSE-REPORT-RECORD FROM NO-RESPONSE-TOTAL-LINE
             BEFORE ADVANCING 1.
           MOVE 'NOT LISTED - NO-CONTACT FLAG' TO NTL-LABEL.
           MOVE WITHHELD-COUNT TO NTL-VALUE.
           WRITE NO-RESPONSE-REPORT-RECORD FROM NO-RESPONSE-TOTAL-LINE
             BEFORE ADVANCING 1.

       0609-PRINT-NO-RESPONSE-TOTALS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE HEADCOUNT: ONE BLOCK PER FAMILY GROUP, THEN THE GRAND     *
      * TOTAL BLOCK.                                                  *
      * ************************************************************* *
       0700-PRINT-HEADCOUNT.

           MOVE RUN-DATE TO WORK-DATE.
           PERFORM 0310-FORMAT-SLASH-DATE.
           MOVE NRL-INVITED-DATE TO HH1-DATE.
           WRITE HEADCOUNT-REPORT-RECORD FROM HEADCOUNT-HEADING-1
             BEFORE ADVANCING 2.

           PERFORM VARYING GT-I FROM 1 BY 1
              UNTIL GT-I > GT-HI
               MOVE GT-GROUP-NAME (GT-I) TO GHL-GROUP
               WRITE HEADCOUNT-REPORT-RECORD FROM GROUP-HEADING-LINE
                 BEFORE ADVANCING 1
               PERFORM 0710-PRINT-GROUP-COUNTS
                  THRU 0719-PRINT-GROUP-COUNTS-EXIT
           END-PERFORM.

           IF GT-HI GREATER THAN 1
               MOVE 'ALL FAMILY GROUPS' TO GHL-GROUP
               WRITE HEADCOUNT-REPORT-RECORD FROM GROUP-HEADING-LINE
                 BEFORE ADVANCING 1
               ADD 1 TO GT-HI
               MOVE GT-HI TO GT-I
               MOVE GRAND-INVITED TO GT-INVITED (GT-I)
               MOVE GRAND-ATTENDING TO GT-ATTENDING (GT-I)
               MOVE GRAND-PERSONS TO GT-PERSONS (GT-I)
               MOVE GRAND-DECLINED TO GT-DECLINED (GT-I)
               MOVE GRAND-NO-RESPONSE TO GT-NO-RESPONSE (GT-I)
               MOVE GRAND-MEAL (1) TO GT-MEAL (GT-I, 1)
               MOVE GRAND-MEAL (2) TO GT-MEAL (GT-I, 2)
               MOVE GRAND-MEAL (3) TO GT-MEAL (GT-I, 3)
               PERFORM 0710-PRINT-GROUP-COUNTS
                  THRU 0719-PRINT-GROUP-COUNTS-EXIT
           END-IF.

           IF GT-HI EQUAL ZERO
               MOVE 'NO INVITATIONS ON FILE' TO HEADCOUNT-REPORT-RECORD
               WRITE HEADCOUNT-REPORT-RECORD BEFORE ADVANCING 1
           END-IF.

       0799-PRINT-HEADCOUNT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0710-PRINT-GROUP-COUNTS.

           MOVE 'HOUSEHOLDS INVITED' TO CL-LABEL.
           MOVE GT-INVITED (GT-I) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE 'HOUSEHOLDS ATTENDING' TO CL-LABEL.
           MOVE GT-ATTENDING (GT-I) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE 'HOUSEHOLDS DECLINED' TO CL-LABEL.
           MOVE GT-DECLINED (GT-I) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE 'HOUSEHOLDS NOT YET HEARD FROM' TO CL-LABEL.
           MOVE GT-NO-RESPONSE (GT-I) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE 'PERSONS ATTENDING' TO CL-LABEL.
           MOVE GT-PERSONS (GT-I) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE '  MEAL CHOICE 1' TO CL-LABEL.
           MOVE GT-MEAL (GT-I, 1) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE '  MEAL CHOICE 2' TO CL-LABEL.
           MOVE GT-MEAL (GT-I, 2) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 1.
           MOVE '  MEAL CHOICE 3' TO CL-LABEL.
           MOVE GT-MEAL (GT-I, 3) TO CL-VALUE.
           WRITE HEADCOUNT-REPORT-RECORD FROM COUNT-LINE
             BEFORE ADVANCING 2.

       0719-PRINT-GROUP-COUNTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM TLRSVPRP.
