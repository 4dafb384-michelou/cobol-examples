       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLINVITE.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * REUNION INVITATION RUN: ONE LETTER PER HOUSEHOLD OF LIVING    *
      * INDIVIDUALS IN THE CHOSEN FAMILY GROUP, ADDRESSED FROM THE    *
      * CONTACT FILE TLCONTCT MAINTAINS (REUNION.DAT).                *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE, ANY ORDER):                         *
      *   FAMILY=NAME      THE FAMILY GROUP ('5' RECORD) TO INVITE -  *
      *                    REQUIRED                                   *
      *   ASOF=YYYYMMDD    WHO COUNTS AS LIVING (DEFAULT TODAY)       *
      *   REUNION=YYYYMMDD THE REUNION DATE, PRINTED IN THE LETTER    *
      *   RSVPBY=YYYYMMDD  THE REPLY-BY DATE, PRINTED IN THE LETTER   *
      *   REPRINT=YES      ALSO PRINT LETTERS FOR HOUSEHOLDS ALREADY  *
      *                    INVITED BY AN EARLIER RUN                  *
      *                                                               *
      * A LIVING INDIVIDUAL IS MATCHED TO A CONTACT BY PERSON ID AND  *
      * JOINS THE HOUSEHOLD THE CONTACT NAMES.  THE LETTER GOES TO    *
      * THE ADDRESS ON THE HOUSEHOLD'S OWN CONTACT (THE PERSON WHOSE  *
      * ID IS THE HOUSEHOLD ID) WHEN THERE IS ONE, OTHERWISE TO THE   *
      * FIRST MEMBER'S, AND LISTS EVERY MEMBER BY NAME.  A CONTACT    *
      * CARRYING THE NO-CONTACT FLAG IS NEVER MAILED - IT IS ONLY     *
      * COUNTED.  INDIVIDUALS WITH NO PERSON ID OR NO CONTACT ARE     *
      * LISTED ON THE CONTROL PAGE SO THE CONTACT FILE CAN BE         *
      * COMPLETED.                                                    *
      *                                                               *
      * EVERY HOUSEHOLD MAILED GETS A RECORD ON REUNRSVP.DAT (STATUS  *
      * N, NO RESPONSE) FOR TLCONTCT'S R)SVP TRANSACTION TO ANSWER.   *
      * A RERUN ONLY MAILS HOUSEHOLDS NEW SINCE THE LAST RUN, AND     *
      * NEVER DISTURBS A REPLY ALREADY RECORDED.                      *
      *                                                               *
      * LETTERS AND THE CONTROL PAGE ARE WRITTEN TO TLINVITE.RPT.     *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "REUNION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT RSVP-FILE ASSIGN TO "REUNRSVP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSVP-FILE-STATUS.

           SELECT INVITATION-REPORT-FILE ASSIGN TO "TLINVITE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

      * ONE INVITATION PER HOUSEHOLD AND FAMILY GROUP.                *
       FD  RSVP-FILE
           DATA RECORD IS RSVP-FILE-RECORD.
       01  RSVP-FILE-RECORD            PIC X(112).

       FD  INVITATION-REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  DATA-FILE-STATUS        PIC X(2).
               88  DATA-FILE-OK        VALUE '00'.
           02  CONTACT-FILE-STATUS     PIC X(2).
               88  CONTACT-FILE-OK     VALUE '00'.
           02  RSVP-FILE-STATUS        PIC X(2).
               88  RSVP-FILE-OK        VALUE '00'.
           02  END-OF-DATA-SWITCH      PIC X(1) VALUE 'N'.
               88  END-OF-DATA         VALUE 'Y'.
           02  ARGUMENT-COUNT          PIC 9(2) COMP.
           02  ARGUMENT-NBR            PIC 9(2) COMP.
           02  ARGUMENT-INPUT          PIC X(60).
           02  ARG-KEYWORD             PIC X(20).
           02  ARG-VALUE               PIC X(35).
           02  FAMILY-FILTER           PIC X(35) VALUE SPACES.
           02  ASOF-DATE               PIC 9(8) VALUE ZERO.
           02  REUNION-DATE            PIC 9(8) VALUE ZERO.
           02  RSVP-BY-DATE            PIC 9(8) VALUE ZERO.
           02  RUN-DATE                PIC 9(8).
           02  REPRINT-SWITCH          PIC X(1) VALUE 'N'.
               88  REPRINT-WANTED      VALUE 'Y'.
           02  CHOSEN-GROUP-NAME       PIC X(35) VALUE SPACES.
           02  GROUP-COMPARE-WORK      PIC X(35).
           02  GROUP-SWITCH            PIC X(1) VALUE 'N'.
               88  IN-CHOSEN-GROUP     VALUE 'Y'.
           02  GROUP-SEEN-SWITCH       PIC X(1) VALUE 'N'.
               88  CHOSEN-GROUP-SEEN   VALUE 'Y'.
           02  HOUSEHOLD-WORK          PIC X(5).
           02  WORK-DATE               PIC 9(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC 9(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC 9(2).
           02  DATE-TEXT               PIC X(29).
           02  LINE-PTR                PIC S9(3) COMP.

      * ************************************************************* *
      * RUN COUNTS FOR THE CONTROL PAGE.                              *
      * ************************************************************* *
       01  COUNT-FIELDS.
           02  LIVING-COUNT            PIC 9(4) VALUE ZERO.
           02  INVITED-PERSON-COUNT    PIC 9(4) VALUE ZERO.
           02  MAILED-COUNT            PIC 9(4) VALUE ZERO.
           02  ALREADY-INVITED-COUNT   PIC 9(4) VALUE ZERO.
           02  WITHHELD-COUNT          PIC 9(4) VALUE ZERO.
           02  NO-ID-COUNT             PIC 9(4) VALUE ZERO.
           02  NO-CONTACT-COUNT        PIC 9(4) VALUE ZERO.

      * ************************************************************* *
      * REUNION.DAT, LOADED WHOLE.                                    *
      * ************************************************************* *
       01  CONTACT-FIELDS.
           02  CT-TABLE-SIZE           PIC S9(3) COMP VALUE +400.
           02  CT-HI                   PIC S9(3) COMP VALUE +0.
           02  CT-ENTRY                OCCURS 400 TIMES.
               03  CT-PERSON-ID        PIC X(5).
               03  CT-HOUSEHOLD-ID     PIC X(5).
               03  CT-ADDRESS-1        PIC X(30).
               03  CT-ADDRESS-2        PIC X(30).
               03  CT-CITY             PIC X(20).
               03  CT-STATE            PIC X(2).
               03  CT-POSTAL-CODE      PIC X(10).
               03  CT-NO-CONTACT       PIC X(1).
           02  CT-I                    PIC S9(3) COMP.
           02  CT-FOUND                PIC S9(3) COMP.
           02  CT-ADDRESS-FOUND        PIC S9(3) COMP.

      * ************************************************************* *
      * THE HOUSEHOLDS OF THE CHOSEN GROUP, BUILT AS timeline.dat IS  *
      * READ.  HH-CONTACT-SUB POINTS AT THE CONTACT WHOSE ADDRESS THE *
      * LETTER USES.                                                  *
      * ************************************************************* *
       01  HOUSEHOLD-FIELDS.
           02  HH-TABLE-SIZE           PIC S9(3) COMP VALUE +200.
           02  HH-HI                   PIC S9(3) COMP VALUE +0.
           02  HH-ENTRY                OCCURS 200 TIMES.
               03  HH-ID               PIC X(5).
               03  HH-CONTACT-SUB      PIC S9(3) COMP.
               03  HH-ADDRESSEE        PIC X(35).
               03  HH-MEMBER-COUNT     PIC S9(2) COMP.
               03  HH-MEMBER-NAME      OCCURS 10 TIMES
                                       PIC X(35).
           02  HH-I                    PIC S9(3) COMP.
           02  HH-FOUND                PIC S9(3) COMP.
           02  HH-MEMBER-SUB           PIC S9(2) COMP.

      * ************************************************************* *
      * INDIVIDUALS WHO COULD NOT BE INVITED, FOR THE CONTROL PAGE.   *
      * ************************************************************* *
       01  EXCEPTION-FIELDS.
           02  EXC-TABLE-SIZE          PIC S9(3) COMP VALUE +100.
           02  EXC-HI                  PIC S9(3) COMP VALUE +0.
           02  EXC-ENTRY               OCCURS 100 TIMES.
               03  EXC-NAME            PIC X(35).
               03  EXC-PERSON-ID       PIC X(5).
               03  EXC-REASON          PIC X(30).
           02  EXC-I                   PIC S9(3) COMP.
           02  EXC-REASON-WORK         PIC X(30).

      * ************************************************************* *
      * REUNRSVP.DAT, HELD AS RAW LINES, AND ITS RECORD LAYOUT (THE   *
      * SAME LAYOUT TLCONTCT AND TLRSVPRP USE).                       *
      * ************************************************************* *
       01  RSVP-TABLE-FIELDS.
           02  RSVP-TABLE-SIZE         PIC S9(3) COMP VALUE +400.
           02  RSVP-HI                 PIC S9(3) COMP VALUE +0.
           02  RSVP-IMAGE              OCCURS 400 TIMES
                                       PIC X(112).
           02  RSVP-I                  PIC S9(3) COMP.
           02  RSVP-FOUND              PIC S9(3) COMP.

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
           02  FILLER                  PIC X(01).
           02  RV-ATTENDING-COUNT      PIC 9(02).
           02  FILLER                  PIC X(01).
           02  RV-MEAL-ENTRY           OCCURS 3 TIMES.
               03  RV-MEAL-COUNT       PIC 9(02).
               03  FILLER              PIC X(01).
           02  RV-RESPONSE-DATE        PIC 9(08).

        COPY Y2K.

      * ************************************************************* *
      * REPORT LINES.                                                 *
      * ************************************************************* *
       01  LETTER-DATE-LINE.
           02  FILLER                  PIC X(50) VALUE SPACES.
           02  LDL-DATE                PIC X(30).

       01  LETTER-MEMBER-LINE.
           02  FILLER                  PIC X(06) VALUE SPACES.
           02  LML-NAME                PIC X(35).
           02  FILLER                  PIC X(39) VALUE SPACES.

       01  CONTROL-HEADING-1.
           02  FILLER  PIC X(6) VALUE 'DATE: '.
           02  CH1-DATE PIC X(10).
           02  FILLER  PIC X(6) VALUE SPACES.
           02  FILLER  PIC X(35) VALUE
               'REUNION INVITATIONS - CONTROL PAGE'.
           02  FILLER  PIC X(6) VALUE SPACES.
           02  FILLER  PIC X(17) VALUE 'PROGRAM: TLINVITE'.

       01  CONTROL-HEADING-2.
           02  FILLER  PIC X(14) VALUE 'FAMILY GROUP: '.
           02  CH2-GROUP PIC X(35).
           02  FILLER  PIC X(9) VALUE '  AS OF: '.
           02  CH2-ASOF PIC X(12).
           02  FILLER  PIC X(10) VALUE SPACES.

       01  COUNT-LINE.
           02  CL-LABEL                PIC X(50).
           02  CL-VALUE                PIC Z(3)9.
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  EXCEPTION-LINE.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EXL-PERSON-ID           PIC X(05).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EXL-NAME                PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  EXL-REASON              PIC X(30).
           02  FILLER                  PIC X(04) VALUE SPACES.
      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0050-SETUP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE RUN-DATE TO ASOF-DATE.
           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           IF FAMILY-FILTER EQUAL SPACES
               DISPLAY 'TLINVITE: FAMILY= IS REQUIRED - NAME THE '
                  'FAMILY GROUP TO INVITE'
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-CONTACTS
              THRU 0109-LOAD-CONTACTS-EXIT.
           PERFORM 0120-LOAD-RSVPS
              THRU 0129-LOAD-RSVPS-EXIT.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'TLINVITE: CANNOT OPEN timeline.dat'
               STOP RUN
           END-IF.
           PERFORM 0200-READ-DATA-FILE.
           PERFORM 0300-PROCESS-ONE-RECORD
              THRU 0399-PROCESS-ONE-RECORD-EXIT
             UNTIL END-OF-DATA.
           CLOSE TIMELINE-DATA-FILE.
           IF NOT CHOSEN-GROUP-SEEN
               DISPLAY 'TLINVITE: NO FAMILY GROUP NAMED '
                  FUNCTION TRIM(FAMILY-FILTER) ' ON timeline.dat'
               STOP RUN
           END-IF.

           OPEN OUTPUT INVITATION-REPORT-FILE.
           PERFORM 0400-MAIL-ONE-HOUSEHOLD
              THRU 0499-MAIL-ONE-HOUSEHOLD-EXIT
              VARYING HH-I FROM 1 BY 1
              UNTIL HH-I > HH-HI.
           PERFORM 0700-PRINT-CONTROL-PAGE
              THRU 0799-PRINT-CONTROL-PAGE-EXIT.
           CLOSE INVITATION-REPORT-FILE.

           PERFORM 0800-SAVE-RSVPS
              THRU 0809-SAVE-RSVPS-EXIT.
           DISPLAY 'TLINVITE: ' MAILED-COUNT
              ' LETTER(S) WRITTEN TO TLINVITE.RPT'.
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
               WHEN 'REUNION'
                   IF FUNCTION TRIM(ARG-VALUE) IS NUMERIC
                       COMPUTE REUNION-DATE =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(ARG-VALUE))
                   ELSE
                       DISPLAY 'REUNION= VALUE IGNORED - NOT NUMERIC '
                          '(EXPECT YYYYMMDD)'
                   END-IF
               WHEN 'RSVPBY'
                   IF FUNCTION TRIM(ARG-VALUE) IS NUMERIC
                       COMPUTE RSVP-BY-DATE =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(ARG-VALUE))
                   ELSE
                       DISPLAY 'RSVPBY= VALUE IGNORED - NOT NUMERIC '
                          '(EXPECT YYYYMMDD)'
                   END-IF
               WHEN 'REPRINT'
                   IF ARG-VALUE EQUAL 'YES' OR 'Y'
                       MOVE 'Y' TO REPRINT-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0100-LOAD-CONTACTS.

           OPEN INPUT CONTACT-FILE.
           IF NOT CONTACT-FILE-OK
               DISPLAY 'TLINVITE: REUNION.DAT NOT FOUND - NO '
                  'HOUSEHOLD CAN BE ADDRESSED'
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
                           IF RC-HOUSEHOLD-ID EQUAL SPACES
                               MOVE RC-PERSON-ID
                                 TO CT-HOUSEHOLD-ID (CT-HI)
                           ELSE
                               MOVE RC-HOUSEHOLD-ID
                                 TO CT-HOUSEHOLD-ID (CT-HI)
                           END-IF
                           MOVE RC-ADDRESS-1 TO CT-ADDRESS-1 (CT-HI)
                           MOVE RC-ADDRESS-2 TO CT-ADDRESS-2 (CT-HI)
                           MOVE RC-CITY TO CT-CITY (CT-HI)
                           MOVE RC-STATE TO CT-STATE (CT-HI)
                           MOVE RC-POSTAL-CODE
                             TO CT-POSTAL-CODE (CT-HI)
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

       0120-LOAD-RSVPS.

           OPEN INPUT RSVP-FILE.
           IF NOT RSVP-FILE-OK
               GO TO 0129-LOAD-RSVPS-EXIT
           END-IF.
           MOVE 'N' TO END-OF-DATA-SWITCH.
           PERFORM UNTIL END-OF-DATA
               READ RSVP-FILE
                   AT END MOVE 'Y' TO END-OF-DATA-SWITCH
                   NOT AT END
                       IF RSVP-HI LESS THAN RSVP-TABLE-SIZE
                           ADD 1 TO RSVP-HI
                           MOVE RSVP-FILE-RECORD
                             TO RSVP-IMAGE (RSVP-HI)
                       ELSE
                           DISPLAY 'NUMBER OF INVITATIONS EXCEEDS '
                              'TABLE'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSVP-FILE.
           MOVE 'N' TO END-OF-DATA-SWITCH.

       0129-LOAD-RSVPS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0200-READ-DATA-FILE.

           READ TIMELINE-DATA-FILE
             AT END MOVE 'Y' TO END-OF-DATA-SWITCH.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A '5' RECORD SWITCHES THE CURRENT FAMILY GROUP, AS IN         *
      * TIMELINE; A '0' RECORD INSIDE THE CHOSEN GROUP IS OFFERED TO  *
      * 0310.                                                         *
      * ************************************************************* *
       0300-PROCESS-ONE-RECORD.

           EVALUATE TDR-RECORD-TYPE
               WHEN '5'
                   MOVE TGR-GROUP-NAME TO GROUP-COMPARE-WORK
                   INSPECT GROUP-COMPARE-WORK
                     CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF GROUP-COMPARE-WORK EQUAL FAMILY-FILTER
                       MOVE 'Y' TO GROUP-SWITCH
                       MOVE 'Y' TO GROUP-SEEN-SWITCH
                       MOVE TGR-GROUP-NAME TO CHOSEN-GROUP-NAME
                   ELSE
                       MOVE 'N' TO GROUP-SWITCH
                   END-IF
               WHEN '0'
                   IF IN-CHOSEN-GROUP
                       PERFORM 0310-INVITE-ONE-INDIVIDUAL
                          THRU 0319-INVITE-ONE-INDIVIDUAL-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0200-READ-DATA-FILE.

       0399-PROCESS-ONE-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A LIVING INDIVIDUAL (NO DEATH DATE, BORN BY THE AS-OF DATE)   *
      * JOINS THE HOUSEHOLD ITS CONTACT NAMES, UNLESS THE CONTACT     *
      * CARRIES THE NO-CONTACT FLAG.                                  *
      * ************************************************************* *
       0310-INVITE-ONE-INDIVIDUAL.

           IF TIR-DEATH-DATE NOT EQUAL SPACES
              AND TIR-DEATH-DATE NOT EQUAL '00000000'
               GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
           END-IF.
           IF TIR-BIRTH-DATE IS NUMERIC
               MOVE TIR-BIRTH-DATE TO WORK-DATE
               IF WORK-DATE GREATER THAN ASOF-DATE
                   GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
               END-IF
           END-IF.
           ADD 1 TO LIVING-COUNT.

           IF TIR-PERSON-ID EQUAL SPACES
               ADD 1 TO NO-ID-COUNT
               MOVE 'NO PERSON ID - SEE TLMAINT' TO EXC-REASON-WORK
               PERFORM 0330-NOTE-EXCEPTION
                  THRU 0339-NOTE-EXCEPTION-EXIT
               GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
           END-IF.

           MOVE ZERO TO CT-FOUND.
           PERFORM VARYING CT-I FROM 1 BY 1
              UNTIL CT-I > CT-HI OR CT-FOUND GREATER THAN ZERO
               IF CT-PERSON-ID (CT-I) EQUAL TIR-PERSON-ID
                   MOVE CT-I TO CT-FOUND
               END-IF
           END-PERFORM.
           IF CT-FOUND EQUAL ZERO
               ADD 1 TO NO-CONTACT-COUNT
               MOVE 'NO CONTACT - SEE TLCONTCT' TO EXC-REASON-WORK
               PERFORM 0330-NOTE-EXCEPTION
                  THRU 0339-NOTE-EXCEPTION-EXIT
               GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
           END-IF.
           IF CT-NO-CONTACT (CT-FOUND) EQUAL 'Y'
               ADD 1 TO WITHHELD-COUNT
               GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
           END-IF.

           MOVE CT-HOUSEHOLD-ID (CT-FOUND) TO HOUSEHOLD-WORK.
           MOVE ZERO TO HH-FOUND.
           PERFORM VARYING HH-I FROM 1 BY 1
              UNTIL HH-I > HH-HI OR HH-FOUND GREATER THAN ZERO
               IF HH-ID (HH-I) EQUAL HOUSEHOLD-WORK
                   MOVE HH-I TO HH-FOUND
               END-IF
           END-PERFORM.
           IF HH-FOUND EQUAL ZERO
               IF HH-HI NOT LESS THAN HH-TABLE-SIZE
                   DISPLAY 'NUMBER OF HOUSEHOLDS EXCEEDS TABLE'
                   GO TO 0319-INVITE-ONE-INDIVIDUAL-EXIT
               END-IF
               PERFORM 0320-OPEN-HOUSEHOLD
                  THRU 0329-OPEN-HOUSEHOLD-EXIT
           END-IF.

           IF HH-MEMBER-COUNT (HH-FOUND) LESS THAN 10
               ADD 1 TO HH-MEMBER-COUNT (HH-FOUND)
               MOVE HH-MEMBER-COUNT (HH-FOUND) TO HH-MEMBER-SUB
               MOVE TIR-NAME TO HH-MEMBER-NAME (HH-FOUND, HH-MEMBER-SUB)
           END-IF.
           IF TIR-PERSON-ID EQUAL HH-ID (HH-FOUND)
               MOVE TIR-NAME TO HH-ADDRESSEE (HH-FOUND)
           END-IF.
           ADD 1 TO INVITED-PERSON-COUNT.

       0319-INVITE-ONE-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A NEW HOUSEHOLD: ADDRESSED FROM THE CONTACT OF THE PERSON     *
      * WHOSE ID IS THE HOUSEHOLD ID WHEN THAT CONTACT MAY BE MAILED, *
      * OTHERWISE FROM THIS FIRST MEMBER'S OWN CONTACT.  THE FIRST    *
      * MEMBER IS THE ADDRESSEE UNTIL THE HOUSEHOLD'S OWN PERSON      *
      * TURNS UP.                                                     *
      * ************************************************************* *
       0320-OPEN-HOUSEHOLD.

           ADD 1 TO HH-HI.
           MOVE HH-HI TO HH-FOUND.
           MOVE HOUSEHOLD-WORK TO HH-ID (HH-FOUND).
           MOVE TIR-NAME TO HH-ADDRESSEE (HH-FOUND).
           MOVE ZERO TO HH-MEMBER-COUNT (HH-FOUND).
           MOVE CT-FOUND TO HH-CONTACT-SUB (HH-FOUND).
           MOVE ZERO TO CT-ADDRESS-FOUND.
           PERFORM VARYING CT-I FROM 1 BY 1
              UNTIL CT-I > CT-HI OR CT-ADDRESS-FOUND GREATER THAN ZERO
               IF CT-PERSON-ID (CT-I) EQUAL HOUSEHOLD-WORK
                   MOVE CT-I TO CT-ADDRESS-FOUND
               END-IF
           END-PERFORM.
           IF CT-ADDRESS-FOUND GREATER THAN ZERO
               IF CT-NO-CONTACT (CT-ADDRESS-FOUND) NOT EQUAL 'Y'
                   MOVE CT-ADDRESS-FOUND TO HH-CONTACT-SUB (HH-FOUND)
               END-IF
           END-IF.

       0329-OPEN-HOUSEHOLD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0330-NOTE-EXCEPTION.

           IF EXC-HI LESS THAN EXC-TABLE-SIZE
               ADD 1 TO EXC-HI
               MOVE TIR-NAME TO EXC-NAME (EXC-HI)
               MOVE TIR-PERSON-ID TO EXC-PERSON-ID (EXC-HI)
               MOVE EXC-REASON-WORK TO EXC-REASON (EXC-HI)
           END-IF.

       0339-NOTE-EXCEPTION-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE HOUSEHOLD: A HOUSEHOLD ALREADY ON REUNRSVP.DAT FOR THIS   *
      * GROUP IS ONLY REMAILED WITH REPRINT=YES (ITS REPLY, IF ANY,   *
      * IS KEPT); A NEW ONE IS ADDED WITH NO RESPONSE YET.            *
      * ************************************************************* *
       0400-MAIL-ONE-HOUSEHOLD.

           MOVE ZERO TO RSVP-FOUND.
           PERFORM VARYING RSVP-I FROM 1 BY 1
              UNTIL RSVP-I > RSVP-HI OR RSVP-FOUND GREATER THAN ZERO
               MOVE RSVP-IMAGE (RSVP-I) TO RSVP-RECORD
               MOVE RV-GROUP-NAME TO GROUP-COMPARE-WORK
               INSPECT GROUP-COMPARE-WORK
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF RV-HOUSEHOLD-ID EQUAL HH-ID (HH-I)
                  AND GROUP-COMPARE-WORK EQUAL FAMILY-FILTER
                   MOVE RSVP-I TO RSVP-FOUND
               END-IF
           END-PERFORM.

           IF RSVP-FOUND GREATER THAN ZERO
               IF NOT REPRINT-WANTED
                   ADD 1 TO ALREADY-INVITED-COUNT
                   GO TO 0499-MAIL-ONE-HOUSEHOLD-EXIT
               END-IF
               MOVE RSVP-IMAGE (RSVP-FOUND) TO RSVP-RECORD
           ELSE
               IF RSVP-HI NOT LESS THAN RSVP-TABLE-SIZE
                   DISPLAY 'NUMBER OF INVITATIONS EXCEEDS TABLE - '
                      'HOUSEHOLD ' HH-ID (HH-I) ' NOT MAILED'
                   GO TO 0499-MAIL-ONE-HOUSEHOLD-EXIT
               END-IF
               ADD 1 TO RSVP-HI
               MOVE RSVP-HI TO RSVP-FOUND
               MOVE SPACES TO RSVP-RECORD
               MOVE HH-ID (HH-I) TO RV-HOUSEHOLD-ID
               MOVE CHOSEN-GROUP-NAME TO RV-GROUP-NAME
               MOVE RUN-DATE TO RV-INVITED-DATE
               MOVE 'N' TO RV-STATUS
               MOVE ZERO TO RV-ATTENDING-COUNT
                            RV-MEAL-COUNT (1)
                            RV-MEAL-COUNT (2)
                            RV-MEAL-COUNT (3)
                            RV-RESPONSE-DATE
           END-IF.
           MOVE HH-ADDRESSEE (HH-I) TO RV-ADDRESSEE.
           MOVE HH-MEMBER-COUNT (HH-I) TO RV-INVITED-COUNT.
           MOVE RSVP-RECORD TO RSVP-IMAGE (RSVP-FOUND).

           PERFORM 0410-PRINT-LETTER
              THRU 0419-PRINT-LETTER-EXIT.
           ADD 1 TO MAILED-COUNT.

       0499-MAIL-ONE-HOUSEHOLD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE LETTER ITSELF, ONE PAGE PER HOUSEHOLD.                    *
      * ************************************************************* *
       0410-PRINT-LETTER.

           MOVE HH-CONTACT-SUB (HH-I) TO CT-I.
           MOVE RUN-DATE TO WORK-DATE.
           PERFORM 0600-FORMAT-DATE-TEXT
              THRU 0609-FORMAT-DATE-TEXT-EXIT.
           MOVE DATE-TEXT TO LDL-DATE.
           WRITE REPORT-RECORD FROM LETTER-DATE-LINE
             BEFORE ADVANCING 3.

           MOVE HH-ADDRESSEE (HH-I) TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE CT-ADDRESS-1 (CT-I) TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           IF CT-ADDRESS-2 (CT-I) NOT EQUAL SPACES
               MOVE CT-ADDRESS-2 (CT-I) TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING 1
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(CT-CITY (CT-I)) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CT-STATE (CT-I) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(CT-POSTAL-CODE (CT-I))
                    DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 3.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'DEAR ' DELIMITED BY SIZE
                  FUNCTION TRIM(HH-ADDRESSEE (HH-I)) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 2.

           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO LINE-PTR.
           STRING 'THE ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHOSEN-GROUP-NAME) DELIMITED BY SIZE
                  ' REUNION ' DELIMITED BY SIZE
             INTO REPORT-RECORD
             WITH POINTER LINE-PTR.
           IF REUNION-DATE GREATER THAN ZERO
               MOVE REUNION-DATE TO WORK-DATE
               PERFORM 0600-FORMAT-DATE-TEXT
                  THRU 0609-FORMAT-DATE-TEXT-EXIT
               STRING 'WILL BE HELD ON ' DELIMITED BY SIZE
                      FUNCTION TRIM(DATE-TEXT) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                 INTO REPORT-RECORD
                 WITH POINTER LINE-PTR
           ELSE
               STRING 'IS BEING PLANNED.' DELIMITED BY SIZE
                 INTO REPORT-RECORD
                 WITH POINTER LINE-PTR
           END-IF.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE 'YOUR HOUSEHOLD IS INVITED, AND WE HOPE TO SEE:'
             TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 2.
           PERFORM VARYING HH-MEMBER-SUB FROM 1 BY 1
              UNTIL HH-MEMBER-SUB > HH-MEMBER-COUNT (HH-I)
               MOVE HH-MEMBER-NAME (HH-I, HH-MEMBER-SUB) TO LML-NAME
               WRITE REPORT-RECORD FROM LETTER-MEMBER-LINE
                 BEFORE ADVANCING 1
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.

           MOVE SPACES TO REPORT-RECORD.
           IF RSVP-BY-DATE GREATER THAN ZERO
               MOVE RSVP-BY-DATE TO WORK-DATE
               PERFORM 0600-FORMAT-DATE-TEXT
                  THRU 0609-FORMAT-DATE-TEXT-EXIT
               STRING 'PLEASE REPLY BY ' DELIMITED BY SIZE
                      FUNCTION TRIM(DATE-TEXT) DELIMITED BY SIZE
                      ' WITH THE NUMBER ATTENDING' DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
               MOVE 'PLEASE REPLY WITH THE NUMBER ATTENDING'
                 TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE 'AND HOW MANY WOULD LIKE EACH OF THE THREE MEAL '
             TO REPORT-RECORD.
           MOVE 'CHOICES.' TO REPORT-RECORD(48:8).
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'PLEASE QUOTE YOUR HOUSEHOLD NUMBER, '
                    DELIMITED BY SIZE
                  HH-ID (HH-I) DELIMITED BY SIZE
                  ', WHEN YOU REPLY.' DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 3.
           MOVE 'THE REUNION COMMITTEE' TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING PAGE.

       0419-PRINT-LETTER-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WORK-DATE AS TEXT ('OCTOBER 15, 2026') THROUGH Y2KDFMT.       *
      * ************************************************************* *
       0600-FORMAT-DATE-TEXT.

           MOVE WORK-MONTH TO Y2K-DFMTP-DATEIN(1:2).
           MOVE WORK-DAY TO Y2K-DFMTP-DATEIN(3:2).
           MOVE WORK-YEAR TO Y2K-DFMTP-DATEIN(5:4).
           SET DFMT-MAJOR-TEXT2 TO TRUE.
           SET DFMT-MINOR-US TO TRUE.
           MOVE SPACES TO Y2K-DFMTP-OUTPUT.
           CALL 'Y2KDFMT' USING Y2K-DFMT-PARAMETERS.
           MOVE Y2K-DFMTP-OUTPUT TO DATE-TEXT.
           INSPECT DATE-TEXT
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       0609-FORMAT-DATE-TEXT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE CONTROL PAGE: RUN COUNTS, THEN EVERY LIVING INDIVIDUAL    *
      * WHO COULD NOT BE INVITED AND WHY.                             *
      * ************************************************************* *
       0700-PRINT-CONTROL-PAGE.

           MOVE RUN-DATE TO WORK-DATE.
           MOVE WORK-MONTH TO CH1-DATE(1:2).
           MOVE '/' TO CH1-DATE(3:1).
           MOVE WORK-DAY TO CH1-DATE(4:2).
           MOVE '/' TO CH1-DATE(6:1).
           MOVE WORK-YEAR TO CH1-DATE(7:4).
           WRITE REPORT-RECORD FROM CONTROL-HEADING-1
             BEFORE ADVANCING 1.
           MOVE CHOSEN-GROUP-NAME TO CH2-GROUP.
           MOVE ASOF-DATE TO WORK-DATE.
           PERFORM 0600-FORMAT-DATE-TEXT
              THRU 0609-FORMAT-DATE-TEXT-EXIT.
           MOVE DATE-TEXT TO CH2-ASOF.
           WRITE REPORT-RECORD FROM CONTROL-HEADING-2
             BEFORE ADVANCING 2.

           MOVE SPACES TO COUNT-LINE.
           MOVE 'LIVING INDIVIDUALS IN THE FAMILY GROUP' TO CL-LABEL.
           MOVE LIVING-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'INDIVIDUALS COVERED BY AN INVITATION' TO CL-LABEL.
           MOVE INVITED-PERSON-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'HOUSEHOLDS MAILED THIS RUN' TO CL-LABEL.
           MOVE MAILED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'HOUSEHOLDS ALREADY INVITED - NOT REMAILED'
             TO CL-LABEL.
           MOVE ALREADY-INVITED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'WITHHELD - NO-CONTACT FLAG' TO CL-LABEL.
           MOVE WITHHELD-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'NOT INVITED - NO PERSON ID' TO CL-LABEL.
           MOVE NO-ID-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'NOT INVITED - NO CONTACT RECORD' TO CL-LABEL.
           MOVE NO-CONTACT-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 2.

           IF EXC-HI GREATER THAN ZERO
               MOVE 'LIVING INDIVIDUALS NOT INVITED:' TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING 1
               PERFORM VARYING EXC-I FROM 1 BY 1
                  UNTIL EXC-I > EXC-HI
                   MOVE EXC-PERSON-ID (EXC-I) TO EXL-PERSON-ID
                   MOVE EXC-NAME (EXC-I) TO EXL-NAME
                   MOVE EXC-REASON (EXC-I) TO EXL-REASON
                   WRITE REPORT-RECORD FROM EXCEPTION-LINE
                     BEFORE ADVANCING 1
               END-PERFORM
           END-IF.

       0799-PRINT-CONTROL-PAGE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * REWRITES REUNRSVP.DAT WITH EVERY INVITATION - THOSE OF OTHER  *
      * GROUPS AND EARLIER RUNS UNCHANGED, THE NEW ONES ADDED.        *
      * ************************************************************* *
       0800-SAVE-RSVPS.

           IF RSVP-HI EQUAL ZERO
               GO TO 0809-SAVE-RSVPS-EXIT
           END-IF.
           OPEN OUTPUT RSVP-FILE.
           PERFORM VARYING RSVP-I FROM 1 BY 1
              UNTIL RSVP-I > RSVP-HI
               MOVE RSVP-IMAGE (RSVP-I) TO RSVP-FILE-RECORD
               WRITE RSVP-FILE-RECORD
           END-PERFORM.
           CLOSE RSVP-FILE.

       0809-SAVE-RSVPS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       END PROGRAM TLINVITE.
