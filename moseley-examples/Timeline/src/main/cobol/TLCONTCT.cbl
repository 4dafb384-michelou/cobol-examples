       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLCONTCT.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * MAINTENANCE PROGRAM FOR THE REUNION CONTACT FILE,             *
      * REUNION.DAT, SO THE INVITATION LIST STOPS LIVING IN A         *
      * SPREADSHEET THAT DRIFTS AWAY FROM timeline.dat.  ONE RECORD   *
      * PER INDIVIDUAL, KEYED BY THE STABLE FIVE-DIGIT PERSON ID      *
      * TLMAINT ISSUES (timeline.dat COLUMNS 62-66), CARRYING A       *
      * MAILING ADDRESS, PHONE, EMAIL AND A HOUSEHOLD ID.  EVERYONE   *
      * SHARING A HOUSEHOLD ID GETS ONE LETTER FROM TLINVITE; A       *
      * HOUSEHOLD ID LEFT BLANK DEFAULTS TO THE PERSON'S OWN ID.      *
      *                                                               *
      * THE NO-CONTACT FLAG IS THE FAMILY SIDE'S PRIVACY FLAG: A      *
      * CONTACT MARKED Y IS NEVER MAILED AND NEVER APPEARS ON THE     *
      * FOLLOW-UP CALL LIST.                                          *
      *                                                               *
      * THE SAME PROGRAM RECORDS THE REPLIES AGAINST REUNRSVP.DAT,    *
      * THE FILE TLINVITE WRITES ONE RECORD TO PER HOUSEHOLD INVITED: *
      * A)TTENDING WITH THE NUMBER COMING AND HOW MANY CHOSE EACH OF  *
      * THE THREE MEALS, D)ECLINED, OR N)O RESPONSE TO UNDO A REPLY   *
      * ENTERED IN ERROR.  TLRSVPRP REPORTS THE HEADCOUNT.            *
      *                                                               *
      * AS IN TLMAINT, BOTH FILES ARE LOADED AT START-UP AND NOTHING  *
      * TOUCHES DISK UNTIL THE OPERATOR QUITS WITH SAVE, AND THE      *
      * OPERATOR SIGNS ON AGAINST OPERATOR.DAT FIRST (A SITE WITH NO  *
      * OPERATOR.DAT YET SKIPS THE PROMPT); AN OPERATOR WITH          *
      * INQUIRY-ONLY AUTHORITY ('I') IS REFUSED.                      *
      *                                                               *
      * TRANSACTIONS: A)DD, C)HANGE, D)ELETE, L)IST, R)SVP,           *
      * Q)UIT AND SAVE, X) QUIT WITHOUT SAVING.                       *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "REUNION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT RSVP-FILE ASSIGN TO "REUNRSVP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TIMELINE-DATA-FILE
           DATA RECORD IS TIMELINE-DATA-RECORD.
       01  TIMELINE-DATA-RECORD.
           02  TDR-RECORD-TYPE         PIC X(01).
           02  FILLER                  PIC X(01).
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

      * ONE CONTACT PER INDIVIDUAL, KEYED BY PERSON ID.               *
       FD  CONTACT-FILE
           DATA RECORD IS CONTACT-FILE-RECORD.
       01  CONTACT-FILE-RECORD         PIC X(166).

      * ONE INVITATION PER HOUSEHOLD AND FAMILY GROUP, WRITTEN BY     *
      * TLINVITE AND ANSWERED HERE.                                   *
       FD  RSVP-FILE
           DATA RECORD IS RSVP-FILE-RECORD.
       01  RSVP-FILE-RECORD            PIC X(112).

      * OPERATOR MASTER SHARED WITH THE STUDENT-SIDE MAINTENANCE     *
      * PROGRAMS: ID, NAME AND AN AUTHORITY LETTER.                  *
       FD  OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.
       01  OPERATOR-RECORD.
           02  OR-OPERATOR-ID          PIC X(4).
           02  FILLER                  PIC X(1).
           02  OR-NAME                 PIC X(20).
           02  FILLER                  PIC X(1).
           02  OR-AUTHORITY            PIC X(1).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONTROL-FIELDS.
           02  WS-DATA-FILE-STATUS     PIC X(2).
               88  DATA-FILE-OK        VALUE '00'.
           02  WS-CONTACT-FILE-STATUS  PIC X(2).
               88  CONTACT-FILE-OK     VALUE '00'.
           02  WS-RSVP-FILE-STATUS     PIC X(2).
               88  RSVP-FILE-OK        VALUE '00'.
           02  WS-EOF-SWITCH           PIC X(1).
               88  WS-EOF              VALUE 'Y'.
           02  WS-TRANSACTION-CODE     PIC X(1).
               88  ADD-TRANSACTION     VALUE 'A' 'a'.
               88  CHANGE-TRANSACTION  VALUE 'C' 'c'.
               88  DELETE-TRANSACTION  VALUE 'D' 'd'.
               88  LIST-TRANSACTION    VALUE 'L' 'l'.
               88  RSVP-TRANSACTION    VALUE 'R' 'r'.
               88  QUIT-SAVE-TRANSACTION
                                       VALUE 'Q' 'q'.
               88  QUIT-NOSAVE-TRANSACTION
                                       VALUE 'X' 'x'.
           02  WS-EDITED-NUMBER        PIC ZZ9.
           02  WS-FIELDS-OK-SWITCH     PIC X(1).
               88  FIELDS-OK           VALUE 'Y'.
           02  WS-ADDING-SWITCH        PIC X(1).
               88  ADDING-A-RECORD     VALUE 'Y'.
           02  WS-ID-ENTRY             PIC X(5).
           02  WS-HOUSEHOLD-ENTRY      PIC X(5).
           02  WS-ADDRESS-ENTRY        PIC X(30).
           02  WS-CITY-ENTRY           PIC X(20).
           02  WS-STATE-ENTRY          PIC X(2).
           02  WS-POSTAL-ENTRY         PIC X(10).
           02  WS-PHONE-ENTRY          PIC X(14).
           02  WS-EMAIL-ENTRY          PIC X(40).
           02  WS-FLAG-ENTRY           PIC X(1).
           02  WS-STATUS-ENTRY         PIC X(1).
           02  WS-COUNT-ENTRY          PIC X(2).
           02  WS-COUNT-JUST           PIC X(2) JUSTIFIED RIGHT.
           02  WS-COUNT-NUMBER         PIC 9(2).
           02  WS-MEAL-TOTAL           PIC 9(3).
           02  WS-GROUP-ENTRY          PIC X(35).
           02  WS-GROUP-COMPARE        PIC X(35).
           02  WS-OPERATOR-FILE-STATUS PIC X(2).
               88  OPERATOR-FILE-OK    VALUE '00'.
           02  WS-OPERATOR-EOF-SWITCH  PIC X(1).
               88  OPERATOR-EOF        VALUE 'Y'.
           02  WS-OPERATOR-FOUND-SW    PIC X(1).
               88  OPERATOR-FOUND      VALUE 'Y'.
           02  WS-OPERATOR-ENTRY       PIC X(4).
           02  WS-SIGNED-ON-OPERATOR   PIC X(4) VALUE SPACES.
           02  WS-OPERATOR-AUTHORITY   PIC X(1) VALUE SPACE.
               88  OPERATOR-INQUIRY-ONLY VALUE 'I'.

      * ************************************************************* *
      * THE '0' INDIVIDUALS OF timeline.dat THAT CARRY A PERSON ID,   *
      * SO A CONTACT CAN ONLY BE ADDED FOR SOMEONE WHO IS THERE.      *
      * ************************************************************* *
       01  INDIVIDUAL-FIELDS.
           02  WS-IND-COUNT            PIC S9(3) COMP VALUE +0.
           02  WS-IND-ENTRY            OCCURS 600 TIMES.
               03  WS-IND-PERSON-ID    PIC X(5).
               03  WS-IND-NAME         PIC X(35).
               03  WS-IND-DEATH-DATE   PIC X(8).
           02  WS-IND-INDEX            PIC S9(3) COMP.
           02  WS-IND-FOUND            PIC S9(3) COMP.

      * ************************************************************* *
      * REUNION.DAT, HELD AS RAW LINES.  A DELETED ENTRY IS FLAGGED   *
      * AND SIMPLY NOT REWRITTEN AT SAVE TIME.                        *
      * ************************************************************* *
       01  CONTACT-TABLE-FIELDS.
           02  WS-CONTACT-COUNT        PIC S9(3) COMP VALUE +0.
           02  WS-CONTACT-ENTRY        OCCURS 400 TIMES.
               03  WS-CONTACT-IMAGE    PIC X(166).
               03  WS-CONTACT-DELETED  PIC X(1).
           02  WS-CONTACT-INDEX        PIC S9(3) COMP.
           02  WS-CONTACT-FOUND        PIC S9(3) COMP.

      * ************************************************************* *
      * THE CONTACT RECORD LAYOUT, WORKED ON ONE ENTRY AT A TIME.     *
      * ************************************************************* *
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
               88  RC-CONTACT-WITHHELD VALUE 'Y'.

      * ************************************************************* *
      * REUNRSVP.DAT, HELD AS RAW LINES, AND ITS RECORD LAYOUT.       *
      * ************************************************************* *
       01  RSVP-TABLE-FIELDS.
           02  WS-RSVP-COUNT           PIC S9(3) COMP VALUE +0.
           02  WS-RSVP-IMAGE           OCCURS 400 TIMES
                                       PIC X(112).
           02  WS-RSVP-INDEX           PIC S9(3) COMP.
           02  WS-RSVP-FOUND           PIC S9(3) COMP.
           02  WS-RSVP-MATCHES         PIC S9(3) COMP.
           02  WS-MEAL-SUB             PIC S9(2) COMP.

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

      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.

       0050-SETUP.

           PERFORM 0080-SIGN-ON-OPERATOR
              THRU 0089-SIGN-ON-OPERATOR-EXIT.
           PERFORM 0100-LOAD-INDIVIDUALS
              THRU 0109-LOAD-INDIVIDUALS-EXIT.
           PERFORM 0120-LOAD-CONTACTS
              THRU 0129-LOAD-CONTACTS-EXIT.
           PERFORM 0140-LOAD-RSVPS
              THRU 0149-LOAD-RSVPS-EXIT.
           MOVE WS-CONTACT-COUNT TO WS-EDITED-NUMBER.
           DISPLAY 'TLCONTCT - ' FUNCTION TRIM(WS-EDITED-NUMBER)
                   ' contact(s) loaded from REUNION.DAT'.
           MOVE WS-RSVP-COUNT TO WS-EDITED-NUMBER.
           DISPLAY '           ' FUNCTION TRIM(WS-EDITED-NUMBER)
                   ' invitation(s) loaded from REUNRSVP.DAT'.

       0060-TRANSACTION-LOOP.

           DISPLAY 'Enter transaction - A)dd, C)hange, D)elete, '
                   'L)ist, R)svp, Q)uit+save, X)quit no save'.
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-TRANSACTION
                   PERFORM 0200-ADD-CONTACT
                      THRU 0209-ADD-CONTACT-EXIT
               WHEN CHANGE-TRANSACTION
                   PERFORM 0300-CHANGE-CONTACT
                      THRU 0309-CHANGE-CONTACT-EXIT
               WHEN DELETE-TRANSACTION
                   PERFORM 0400-DELETE-CONTACT
                      THRU 0409-DELETE-CONTACT-EXIT
               WHEN LIST-TRANSACTION
                   PERFORM 0500-LIST-CONTACTS
                      THRU 0509-LIST-CONTACTS-EXIT
               WHEN RSVP-TRANSACTION
                   PERFORM 0550-RECORD-RSVP
                      THRU 0559-RECORD-RSVP-EXIT
               WHEN QUIT-SAVE-TRANSACTION
                   PERFORM 0600-SAVE-FILES
                      THRU 0609-SAVE-FILES-EXIT
                   GO TO 0900-EXIT-PROGRAM
               WHEN QUIT-NOSAVE-TRANSACTION
                   DISPLAY 'REUNION.DAT and REUNRSVP.DAT left '
                           'untouched.'
                   GO TO 0900-EXIT-PROGRAM
               WHEN OTHER
                   DISPLAY 'Enter A, C, D, L, R, Q or X.'
           END-EVALUATE.
           GO TO 0060-TRANSACTION-LOOP.

      * ************************************************************* *
      * SIGN THE OPERATOR ON.  NO OPERATOR.DAT MEANS NO PROMPT.       *
      * ************************************************************* *
       0080-SIGN-ON-OPERATOR.

           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               GO TO 0089-SIGN-ON-OPERATOR-EXIT
           END-IF.
           DISPLAY 'Operator id:'.
           ACCEPT WS-OPERATOR-ENTRY.
           INSPECT WS-OPERATOR-ENTRY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WS-OPERATOR-FOUND-SW.
           MOVE 'N' TO WS-OPERATOR-EOF-SWITCH.
           PERFORM 0090-READ-ONE-OPERATOR
              THRU 0099-READ-ONE-OPERATOR-EXIT.
           PERFORM UNTIL OPERATOR-EOF OR OPERATOR-FOUND
               IF OR-OPERATOR-ID = WS-OPERATOR-ENTRY
                   SET OPERATOR-FOUND TO TRUE
                   MOVE OR-OPERATOR-ID TO WS-SIGNED-ON-OPERATOR
                   MOVE OR-AUTHORITY TO WS-OPERATOR-AUTHORITY
                   DISPLAY 'Signed on: ' OR-NAME
               ELSE
                   PERFORM 0090-READ-ONE-OPERATOR
                      THRU 0099-READ-ONE-OPERATOR-EXIT
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF NOT OPERATOR-FOUND
               DISPLAY 'Operator ' WS-OPERATOR-ENTRY
                       ' is not on OPERATOR.DAT - sign-on refused.'
               STOP RUN
           END-IF.
           IF OPERATOR-INQUIRY-ONLY
               DISPLAY 'Operator ' WS-OPERATOR-ENTRY
                       ' has inquiry authority only - sign-on refused.'
               STOP RUN
           END-IF.

       0089-SIGN-ON-OPERATOR-EXIT.
           EXIT.

       0090-READ-ONE-OPERATOR.

           READ OPERATOR-FILE
               AT END SET OPERATOR-EOF TO TRUE
           END-READ.

       0099-READ-ONE-OPERATOR-EXIT.
           EXIT.

      * ************************************************************* *
      * THE PERSON IDS AND NAMES OF timeline.dat, FOR VALIDATION AND  *
      * SO EVERY PROMPT CAN SHOW WHO A CONTACT BELONGS TO.            *
      * ************************************************************* *
       0100-LOAD-INDIVIDUALS.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'timeline.dat not found - contacts cannot be '
                       'matched to individuals.'
               GO TO 0109-LOAD-INDIVIDUALS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ TIMELINE-DATA-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF TDR-RECORD-TYPE EQUAL '0'
                          AND TIR-PERSON-ID NOT EQUAL SPACES
                          AND WS-IND-COUNT LESS THAN +600
                           ADD +1 TO WS-IND-COUNT
                           MOVE TIR-PERSON-ID
                             TO WS-IND-PERSON-ID(WS-IND-COUNT)
                           MOVE TIR-NAME
                             TO WS-IND-NAME(WS-IND-COUNT)
                           MOVE TIR-DEATH-DATE
                             TO WS-IND-DEATH-DATE(WS-IND-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMELINE-DATA-FILE.

       0109-LOAD-INDIVIDUALS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0120-LOAD-CONTACTS.

           OPEN INPUT CONTACT-FILE.
           IF NOT CONTACT-FILE-OK
               DISPLAY 'REUNION.DAT not found - starting empty.'
               GO TO 0129-LOAD-CONTACTS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ CONTACT-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONTACT-COUNT LESS THAN +400
                           ADD +1 TO WS-CONTACT-COUNT
                           MOVE CONTACT-FILE-RECORD
                             TO WS-CONTACT-IMAGE(WS-CONTACT-COUNT)
                           MOVE 'N'
                             TO WS-CONTACT-DELETED(WS-CONTACT-COUNT)
                       ELSE
                           DISPLAY 'REUNION.DAT exceeds the 400-line '
                                   'table - remainder not loaded.'
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.

       0129-LOAD-CONTACTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0140-LOAD-RSVPS.

           OPEN INPUT RSVP-FILE.
           IF NOT RSVP-FILE-OK
               GO TO 0149-LOAD-RSVPS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ RSVP-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RSVP-COUNT LESS THAN +400
                           ADD +1 TO WS-RSVP-COUNT
                           MOVE RSVP-FILE-RECORD
                             TO WS-RSVP-IMAGE(WS-RSVP-COUNT)
                       ELSE
                           DISPLAY 'REUNRSVP.DAT exceeds the 400-line '
                                   'table - remainder not loaded.'
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSVP-FILE.

       0149-LOAD-RSVPS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ADD: THE PERSON ID MUST NAME A timeline.dat INDIVIDUAL THAT   *
      * HAS NO CONTACT YET; THE REST IS PROMPTED BY 0210.             *
      * ************************************************************* *
       0200-ADD-CONTACT.

           IF WS-CONTACT-COUNT NOT LESS THAN +400
               DISPLAY 'The table is full - save and rerun.'
               GO TO 0209-ADD-CONTACT-EXIT
           END-IF.
           PERFORM 0700-ACCEPT-PERSON-ID
              THRU 0709-ACCEPT-PERSON-ID-EXIT.
           IF NOT FIELDS-OK
               GO TO 0209-ADD-CONTACT-EXIT
           END-IF.
           IF WS-CONTACT-FOUND GREATER THAN ZERO
               DISPLAY 'Person ' WS-ID-ENTRY ' already has a '
                       'contact - use C)hange.'
               GO TO 0209-ADD-CONTACT-EXIT
           END-IF.
           IF WS-IND-FOUND EQUAL ZERO
               DISPLAY 'Person ' WS-ID-ENTRY ' is not on '
                       'timeline.dat - add cancelled.'
               GO TO 0209-ADD-CONTACT-EXIT
           END-IF.
           MOVE SPACES TO CONTACT-RECORD.
           MOVE WS-ID-ENTRY TO RC-PERSON-ID.
           MOVE 'Y' TO WS-ADDING-SWITCH.
           PERFORM 0210-BUILD-CONTACT
              THRU 0219-BUILD-CONTACT-EXIT.
           IF FIELDS-OK
               ADD +1 TO WS-CONTACT-COUNT
               MOVE CONTACT-RECORD
                 TO WS-CONTACT-IMAGE(WS-CONTACT-COUNT)
               MOVE 'N' TO WS-CONTACT-DELETED(WS-CONTACT-COUNT)
               DISPLAY 'Contact added for person ' RC-PERSON-ID '.'
           END-IF.

       0209-ADD-CONTACT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PROMPTS FIELD BY FIELD INTO CONTACT-RECORD.  THE FIRST        *
      * ADDRESS LINE AND THE CITY ARE REQUIRED - A LETTER CANNOT GO   *
      * WITHOUT THEM - AND THE HOUSEHOLD ID, WHEN GIVEN, MUST BE A    *
      * FIVE-DIGIT PERSON ID.                                         *
      * ************************************************************* *
       0210-BUILD-CONTACT.

           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           DISPLAY 'Household id (person id of the household, '
                   'blank = this person)'.
           MOVE SPACES TO WS-HOUSEHOLD-ENTRY.
           ACCEPT WS-HOUSEHOLD-ENTRY.
           IF WS-HOUSEHOLD-ENTRY EQUAL SPACES
               MOVE RC-PERSON-ID TO WS-HOUSEHOLD-ENTRY
           END-IF.
           IF WS-HOUSEHOLD-ENTRY NOT NUMERIC
               DISPLAY 'Household id must be five digits - '
                       'cancelled.'
               GO TO 0219-BUILD-CONTACT-EXIT
           END-IF.
           MOVE WS-HOUSEHOLD-ENTRY TO RC-HOUSEHOLD-ID.
           DISPLAY 'Address line 1 (30 characters)'.
           MOVE SPACES TO WS-ADDRESS-ENTRY.
           ACCEPT WS-ADDRESS-ENTRY.
           IF WS-ADDRESS-ENTRY EQUAL SPACES
               DISPLAY 'Address line 1 must not be blank - '
                       'cancelled.'
               GO TO 0219-BUILD-CONTACT-EXIT
           END-IF.
           MOVE WS-ADDRESS-ENTRY TO RC-ADDRESS-1.
           DISPLAY 'Address line 2 (30 characters, may be blank)'.
           MOVE SPACES TO WS-ADDRESS-ENTRY.
           ACCEPT WS-ADDRESS-ENTRY.
           MOVE WS-ADDRESS-ENTRY TO RC-ADDRESS-2.
           DISPLAY 'City (20 characters)'.
           MOVE SPACES TO WS-CITY-ENTRY.
           ACCEPT WS-CITY-ENTRY.
           IF WS-CITY-ENTRY EQUAL SPACES
               DISPLAY 'City must not be blank - cancelled.'
               GO TO 0219-BUILD-CONTACT-EXIT
           END-IF.
           MOVE WS-CITY-ENTRY TO RC-CITY.
           DISPLAY 'State (2 characters)'.
           MOVE SPACES TO WS-STATE-ENTRY.
           ACCEPT WS-STATE-ENTRY.
           INSPECT WS-STATE-ENTRY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-STATE-ENTRY TO RC-STATE.
           DISPLAY 'Postal code (10 characters)'.
           MOVE SPACES TO WS-POSTAL-ENTRY.
           ACCEPT WS-POSTAL-ENTRY.
           MOVE WS-POSTAL-ENTRY TO RC-POSTAL-CODE.
           DISPLAY 'Phone (14 characters, may be blank)'.
           MOVE SPACES TO WS-PHONE-ENTRY.
           ACCEPT WS-PHONE-ENTRY.
           MOVE WS-PHONE-ENTRY TO RC-PHONE.
           DISPLAY 'Email (40 characters, may be blank)'.
           MOVE SPACES TO WS-EMAIL-ENTRY.
           ACCEPT WS-EMAIL-ENTRY.
           MOVE WS-EMAIL-ENTRY TO RC-EMAIL.
           DISPLAY 'No contact - Y to withhold from mailings and '
                   'call lists (blank = N)'.
           MOVE SPACES TO WS-FLAG-ENTRY.
           ACCEPT WS-FLAG-ENTRY.
           INSPECT WS-FLAG-ENTRY CONVERTING 'yn' TO 'YN'.
           IF WS-FLAG-ENTRY EQUAL SPACE
               MOVE 'N' TO WS-FLAG-ENTRY
           END-IF.
           IF WS-FLAG-ENTRY NOT EQUAL 'Y' AND 'N'
               DISPLAY 'No-contact flag must be Y or N - cancelled.'
               GO TO 0219-BUILD-CONTACT-EXIT
           END-IF.
           MOVE WS-FLAG-ENTRY TO RC-NO-CONTACT.
           SET FIELDS-OK TO TRUE.

       0219-BUILD-CONTACT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * CHANGE: EVERY FIELD IS PROMPTED AGAIN; THE PERSON ID, BEING   *
      * THE KEY, STAYS AS IT WAS.                                     *
      * ************************************************************* *
       0300-CHANGE-CONTACT.

           PERFORM 0700-ACCEPT-PERSON-ID
              THRU 0709-ACCEPT-PERSON-ID-EXIT.
           IF NOT FIELDS-OK
               GO TO 0309-CHANGE-CONTACT-EXIT
           END-IF.
           IF WS-CONTACT-FOUND EQUAL ZERO
               DISPLAY 'Person ' WS-ID-ENTRY ' has no contact.'
               GO TO 0309-CHANGE-CONTACT-EXIT
           END-IF.
           DISPLAY 'Current: ' WS-CONTACT-IMAGE(WS-CONTACT-FOUND).
           MOVE WS-CONTACT-IMAGE(WS-CONTACT-FOUND) TO CONTACT-RECORD.
           MOVE 'N' TO WS-ADDING-SWITCH.
           PERFORM 0210-BUILD-CONTACT
              THRU 0219-BUILD-CONTACT-EXIT.
           IF FIELDS-OK
               MOVE CONTACT-RECORD
                 TO WS-CONTACT-IMAGE(WS-CONTACT-FOUND)
               DISPLAY 'Contact changed.'
           END-IF.

       0309-CHANGE-CONTACT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0400-DELETE-CONTACT.

           PERFORM 0700-ACCEPT-PERSON-ID
              THRU 0709-ACCEPT-PERSON-ID-EXIT.
           IF NOT FIELDS-OK
               GO TO 0409-DELETE-CONTACT-EXIT
           END-IF.
           IF WS-CONTACT-FOUND EQUAL ZERO
               DISPLAY 'Person ' WS-ID-ENTRY ' has no contact.'
               GO TO 0409-DELETE-CONTACT-EXIT
           END-IF.
           DISPLAY 'Deleted: ' WS-CONTACT-IMAGE(WS-CONTACT-FOUND).
           MOVE 'Y' TO WS-CONTACT-DELETED(WS-CONTACT-FOUND).

       0409-DELETE-CONTACT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0500-LIST-CONTACTS.

           PERFORM VARYING WS-CONTACT-INDEX FROM 1 BY 1
              UNTIL WS-CONTACT-INDEX GREATER THAN WS-CONTACT-COUNT
               IF WS-CONTACT-DELETED(WS-CONTACT-INDEX) NOT EQUAL 'Y'
                   MOVE WS-CONTACT-IMAGE(WS-CONTACT-INDEX)
                     TO CONTACT-RECORD
                   MOVE RC-PERSON-ID TO WS-ID-ENTRY
                   PERFORM 0720-FIND-INDIVIDUAL
                      THRU 0729-FIND-INDIVIDUAL-EXIT
                   IF WS-IND-FOUND GREATER THAN ZERO
                       DISPLAY RC-PERSON-ID ' HH ' RC-HOUSEHOLD-ID
                               ' ' WS-IND-NAME(WS-IND-FOUND)
                               ' ' RC-CITY ' ' RC-STATE
                               ' NO-CONTACT ' RC-NO-CONTACT
                   ELSE
                       DISPLAY RC-PERSON-ID ' HH ' RC-HOUSEHOLD-ID
                               ' (NOT ON timeline.dat)             '
                               ' ' RC-CITY ' ' RC-STATE
                               ' NO-CONTACT ' RC-NO-CONTACT
                   END-IF
               END-IF
           END-PERFORM.

       0509-LIST-CONTACTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * RSVP: FINDS THE HOUSEHOLD'S INVITATION (ASKING FOR THE FAMILY *
      * GROUP WHEN THE HOUSEHOLD WAS INVITED TO MORE THAN ONE) AND    *
      * RECORDS THE REPLY.  AN ATTENDING REPLY CARRIES THE NUMBER     *
      * COMING AND THE COUNT FOR EACH OF THE THREE MEALS, WHICH MUST  *
      * ADD UP TO THE NUMBER COMING.                                  *
      * ************************************************************* *
       0550-RECORD-RSVP.

           DISPLAY 'Household id (as printed on the invitation)'.
           MOVE SPACES TO WS-HOUSEHOLD-ENTRY.
           ACCEPT WS-HOUSEHOLD-ENTRY.
           IF WS-HOUSEHOLD-ENTRY EQUAL SPACES
               GO TO 0559-RECORD-RSVP-EXIT
           END-IF.
           MOVE ZERO TO WS-RSVP-FOUND, WS-RSVP-MATCHES.
           PERFORM VARYING WS-RSVP-INDEX FROM 1 BY 1
              UNTIL WS-RSVP-INDEX GREATER THAN WS-RSVP-COUNT
               IF WS-RSVP-IMAGE(WS-RSVP-INDEX)(1:5)
                  EQUAL WS-HOUSEHOLD-ENTRY
                   ADD +1 TO WS-RSVP-MATCHES
                   MOVE WS-RSVP-INDEX TO WS-RSVP-FOUND
               END-IF
           END-PERFORM.
           IF WS-RSVP-MATCHES EQUAL ZERO
               DISPLAY 'Household ' WS-HOUSEHOLD-ENTRY
                       ' has not been invited.'
               GO TO 0559-RECORD-RSVP-EXIT
           END-IF.
           IF WS-RSVP-MATCHES GREATER THAN +1
               PERFORM 0570-PICK-RSVP-GROUP
                  THRU 0579-PICK-RSVP-GROUP-EXIT
               IF WS-RSVP-FOUND EQUAL ZERO
                   GO TO 0559-RECORD-RSVP-EXIT
               END-IF
           END-IF.

           MOVE WS-RSVP-IMAGE(WS-RSVP-FOUND) TO RSVP-RECORD.
           DISPLAY 'Invitation: ' RV-ADDRESSEE ' - '
                   FUNCTION TRIM(RV-GROUP-NAME).
           DISPLAY 'Reply - A)ttending, D)eclined, N)o response'.
           MOVE SPACES TO WS-STATUS-ENTRY.
           ACCEPT WS-STATUS-ENTRY.
           INSPECT WS-STATUS-ENTRY CONVERTING 'adn' TO 'ADN'.
           EVALUATE WS-STATUS-ENTRY
               WHEN 'A'
                   PERFORM 0560-ACCEPT-ATTENDANCE
                      THRU 0569-ACCEPT-ATTENDANCE-EXIT
                   IF NOT FIELDS-OK
                       GO TO 0559-RECORD-RSVP-EXIT
                   END-IF
               WHEN 'D'
                   MOVE ZERO TO RV-ATTENDING-COUNT
                                RV-MEAL-COUNT(1)
                                RV-MEAL-COUNT(2)
                                RV-MEAL-COUNT(3)
               WHEN 'N'
                   MOVE ZERO TO RV-ATTENDING-COUNT
                                RV-MEAL-COUNT(1)
                                RV-MEAL-COUNT(2)
                                RV-MEAL-COUNT(3)
                                RV-RESPONSE-DATE
               WHEN OTHER
                   DISPLAY 'Reply must be A, D or N - cancelled.'
                   GO TO 0559-RECORD-RSVP-EXIT
           END-EVALUATE.
           MOVE WS-STATUS-ENTRY TO RV-STATUS.
           IF NOT RV-NO-RESPONSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RV-RESPONSE-DATE
           END-IF.
           MOVE RSVP-RECORD TO WS-RSVP-IMAGE(WS-RSVP-FOUND).
           DISPLAY 'Reply recorded.'.

       0559-RECORD-RSVP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0560-ACCEPT-ATTENDANCE.

           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           DISPLAY 'Number attending (1-99)'.
           PERFORM 0740-ACCEPT-COUNT
              THRU 0749-ACCEPT-COUNT-EXIT.
           IF NOT FIELDS-OK
               GO TO 0569-ACCEPT-ATTENDANCE-EXIT
           END-IF.
           IF WS-COUNT-NUMBER EQUAL ZERO
               DISPLAY 'An attending reply needs at least one guest '
                       '- use D)eclined.'
               MOVE 'N' TO WS-FIELDS-OK-SWITCH
               GO TO 0569-ACCEPT-ATTENDANCE-EXIT
           END-IF.
           MOVE WS-COUNT-NUMBER TO RV-ATTENDING-COUNT.
           MOVE ZERO TO WS-MEAL-TOTAL.
           PERFORM VARYING WS-MEAL-SUB FROM 1 BY 1
              UNTIL WS-MEAL-SUB GREATER THAN 3
                 OR NOT FIELDS-OK
               MOVE WS-MEAL-SUB TO WS-EDITED-NUMBER
               DISPLAY 'Number choosing meal '
                       FUNCTION TRIM(WS-EDITED-NUMBER)
               PERFORM 0740-ACCEPT-COUNT
                  THRU 0749-ACCEPT-COUNT-EXIT
               IF FIELDS-OK
                   MOVE WS-COUNT-NUMBER TO RV-MEAL-COUNT(WS-MEAL-SUB)
                   ADD WS-COUNT-NUMBER TO WS-MEAL-TOTAL
               END-IF
           END-PERFORM.
           IF NOT FIELDS-OK
               GO TO 0569-ACCEPT-ATTENDANCE-EXIT
           END-IF.
           IF WS-MEAL-TOTAL NOT EQUAL RV-ATTENDING-COUNT
               DISPLAY 'Meal choices do not add up to the number '
                       'attending - cancelled.'
               MOVE 'N' TO WS-FIELDS-OK-SWITCH
           END-IF.

       0569-ACCEPT-ATTENDANCE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0570-PICK-RSVP-GROUP.

           MOVE ZERO TO WS-RSVP-FOUND.
           DISPLAY 'Household ' WS-HOUSEHOLD-ENTRY
                   ' was invited by more than one family group - '
                   'which group?'.
           MOVE SPACES TO WS-GROUP-ENTRY.
           ACCEPT WS-GROUP-ENTRY.
           INSPECT WS-GROUP-ENTRY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-RSVP-INDEX FROM 1 BY 1
              UNTIL WS-RSVP-INDEX GREATER THAN WS-RSVP-COUNT
                 OR WS-RSVP-FOUND GREATER THAN ZERO
               MOVE WS-RSVP-IMAGE(WS-RSVP-INDEX) TO RSVP-RECORD
               MOVE RV-GROUP-NAME TO WS-GROUP-COMPARE
               INSPECT WS-GROUP-COMPARE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF RV-HOUSEHOLD-ID EQUAL WS-HOUSEHOLD-ENTRY
                  AND WS-GROUP-COMPARE EQUAL WS-GROUP-ENTRY
                   MOVE WS-RSVP-INDEX TO WS-RSVP-FOUND
               END-IF
           END-PERFORM.
           IF WS-RSVP-FOUND EQUAL ZERO
               DISPLAY 'No invitation for that household and group.'
           END-IF.

       0579-PICK-RSVP-GROUP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * QUIT WITH SAVE: BOTH TABLES ARE REWRITTEN, DELETED CONTACTS   *
      * OMITTED.                                                      *
      * ************************************************************* *
       0600-SAVE-FILES.

           OPEN OUTPUT CONTACT-FILE.
           PERFORM VARYING WS-CONTACT-INDEX FROM 1 BY 1
              UNTIL WS-CONTACT-INDEX GREATER THAN WS-CONTACT-COUNT
               IF WS-CONTACT-DELETED(WS-CONTACT-INDEX) NOT EQUAL 'Y'
                   MOVE WS-CONTACT-IMAGE(WS-CONTACT-INDEX)
                     TO CONTACT-FILE-RECORD
                   WRITE CONTACT-FILE-RECORD
               END-IF
           END-PERFORM.
           CLOSE CONTACT-FILE.
           DISPLAY 'REUNION.DAT regenerated.'.
           IF WS-RSVP-COUNT GREATER THAN ZERO
               OPEN OUTPUT RSVP-FILE
               PERFORM VARYING WS-RSVP-INDEX FROM 1 BY 1
                  UNTIL WS-RSVP-INDEX GREATER THAN WS-RSVP-COUNT
                   MOVE WS-RSVP-IMAGE(WS-RSVP-INDEX)
                     TO RSVP-FILE-RECORD
                   WRITE RSVP-FILE-RECORD
               END-PERFORM
               CLOSE RSVP-FILE
               DISPLAY 'REUNRSVP.DAT regenerated.'
           END-IF.

       0609-SAVE-FILES-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PROMPTS FOR A PERSON ID AND LOOKS IT UP IN BOTH TABLES,       *
      * LEAVING WS-IND-FOUND AND WS-CONTACT-FOUND (ZERO WHEN ABSENT). *
      * FIELDS-OK IS OFF WHEN THE ENTRY WAS BLANK OR NOT FIVE DIGITS. *
      * ************************************************************* *
       0700-ACCEPT-PERSON-ID.

           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           DISPLAY 'Person id (five digits; blank to cancel)'.
           MOVE SPACES TO WS-ID-ENTRY.
           ACCEPT WS-ID-ENTRY.
           IF WS-ID-ENTRY EQUAL SPACES
               GO TO 0709-ACCEPT-PERSON-ID-EXIT
           END-IF.
           IF WS-ID-ENTRY NOT NUMERIC
               DISPLAY 'Person id must be five digits.'
               GO TO 0709-ACCEPT-PERSON-ID-EXIT
           END-IF.
           PERFORM 0720-FIND-INDIVIDUAL
              THRU 0729-FIND-INDIVIDUAL-EXIT.
           IF WS-IND-FOUND GREATER THAN ZERO
               DISPLAY 'Individual: ' WS-IND-NAME(WS-IND-FOUND)
               IF WS-IND-DEATH-DATE(WS-IND-FOUND) NOT EQUAL SPACES
                  AND WS-IND-DEATH-DATE(WS-IND-FOUND)
                      NOT EQUAL '00000000'
                   DISPLAY '(deceased ' WS-IND-DEATH-DATE(WS-IND-FOUND)
                           ' - will not be invited)'
               END-IF
           END-IF.
           MOVE ZERO TO WS-CONTACT-FOUND.
           PERFORM VARYING WS-CONTACT-INDEX FROM 1 BY 1
              UNTIL WS-CONTACT-INDEX GREATER THAN WS-CONTACT-COUNT
                 OR WS-CONTACT-FOUND GREATER THAN ZERO
               IF WS-CONTACT-IMAGE(WS-CONTACT-INDEX)(1:5)
                  EQUAL WS-ID-ENTRY
                  AND WS-CONTACT-DELETED(WS-CONTACT-INDEX)
                      NOT EQUAL 'Y'
                   MOVE WS-CONTACT-INDEX TO WS-CONTACT-FOUND
               END-IF
           END-PERFORM.
           SET FIELDS-OK TO TRUE.

       0709-ACCEPT-PERSON-ID-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0720-FIND-INDIVIDUAL.

           MOVE ZERO TO WS-IND-FOUND.
           PERFORM VARYING WS-IND-INDEX FROM 1 BY 1
              UNTIL WS-IND-INDEX GREATER THAN WS-IND-COUNT
                 OR WS-IND-FOUND GREATER THAN ZERO
               IF WS-IND-PERSON-ID(WS-IND-INDEX) EQUAL WS-ID-ENTRY
                   MOVE WS-IND-INDEX TO WS-IND-FOUND
               END-IF
           END-PERFORM.

       0729-FIND-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ACCEPTS A ONE- OR TWO-DIGIT COUNT INTO WS-COUNT-NUMBER.       *
      * BLANK IS ZERO.                                                *
      * ************************************************************* *
       0740-ACCEPT-COUNT.

           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           MOVE SPACES TO WS-COUNT-ENTRY.
           ACCEPT WS-COUNT-ENTRY.
           MOVE FUNCTION TRIM(WS-COUNT-ENTRY) TO WS-COUNT-JUST.
           INSPECT WS-COUNT-JUST REPLACING LEADING ' ' BY '0'.
           IF WS-COUNT-JUST NOT NUMERIC
               DISPLAY 'Count must be numeric - cancelled.'
               GO TO 0749-ACCEPT-COUNT-EXIT
           END-IF.
           MOVE WS-COUNT-JUST TO WS-COUNT-NUMBER.
           SET FIELDS-OK TO TRUE.

       0749-ACCEPT-COUNT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0900-EXIT-PROGRAM.
           STOP RUN.

       END PROGRAM TLCONTCT.
