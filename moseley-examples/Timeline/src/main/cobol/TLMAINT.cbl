      * PLACES.DAT BY THE REPORT RUN.                                 *
      * RELATIONSHIP CODES AGAINST THE TRR-REL-* SET, EVENT CATEGORY  *
      * CODES AGAINST THE TER-CAT-* SET, AND THE PLACEMENT OF '3'     *
      * CONTINUATION, '4' CITATION, '6' DOCUMENT AND '7' BURIAL     *
      * RECORDS AGAINST THE SAME FOLLOWS-ITS-OWNER RULES THE REPORT   *
      * RUN ENFORCES (A BURIAL ALSO MAY NOT PRECEDE ITS INDIVIDUAL'S  *
      * DEATH DATE).  ALL EIGHT DATA RECORD TYPES - '0' INDIVIDUAL,   *
      * '1' EVENT, '2' RELATIONSHIP, '3' CONTINUATION, '4' CITATION,  *
      * '5' FAMILY GROUP, '6' DOCUMENT AND '7' BURIAL - CAN BE ADDED  *
      * AND CHANGED.  NOTHING TOUCHES DISK                            *
      * UNTIL THE OPERATOR QUITS WITH SAVE, WHEN A CLEAN              *
      * TIMELINE.DAT IS REGENERATED READY FOR THE REPORT RUN.         *
      *                                                               *
      *                                                               *
      * THE OPERATOR SIGNS ON AGAINST OPERATOR.DAT (THE SAME FILE     *
      * THE STUDENT-SIDE MAINTENANCE PROGRAMS CHECK) BEFORE THE       *
      * TABLE IS LOADED; AN UNKNOWN ID IS REFUSED, AS IS AN OPERATOR  *
      * WITH INQUIRY-ONLY AUTHORITY ('I').  A SITE WITH NO            *
      * OPERATOR.DAT YET SKIPS THE PROMPT AND KEEPS THE OLD           *
      * BEHAVIOUR.                                                    *
      *                                                               *
      * EVERY SESSION IS LOGGED TO TLSIGNON.DAT - THE SIGN-ON (OR THE *
      * REFUSED ATTEMPT), THEN WHETHER IT ENDED WITH A SAVE OR        *
      * WITHOUT ONE - SO THE OPERATOR ACTIVITY AUDIT CAN PLACE        *
      * TIMELINE CHANGES BESIDE THE STUDENT-SIDE JOURNALS.            *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT SIGN-ON-LOG-FILE ASSIGN TO "TLSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-ON-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           02  FILLER                  PIC X(1).
           02  OR-AUTHORITY            PIC X(1).

      * ONE LINE PER SESSION EVENT: SIGN-ON, REFUSED, SAVED, NO SAVE. *
       FD  SIGN-ON-LOG-FILE
           DATA RECORD IS SIGN-ON-LOG-RECORD.
       01  SIGN-ON-LOG-RECORD.
           02  SL-LOG-DATE             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  SL-LOG-TIME             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  SL-OPERATOR-ID          PIC X(4).
           02  FILLER                  PIC X(1).
           02  SL-EVENT                PIC X(8).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONTROL-FIELDS.
           02  WS-PLACE-ENTRY          PIC X(4).
           02  WS-DOCFILE-ENTRY        PIC X(30).
           02  WS-CAPTION-ENTRY        PIC X(40).
           02  WS-SECTION-ENTRY        PIC X(10).
           02  WS-PLOT-ENTRY           PIC X(10).
           02  WS-INSCRIPTION-ENTRY    PIC X(42).
           02  WS-ID-CONTROL-STATUS    PIC X(2).
               88  ID-CONTROL-OK       VALUE '00'.
           02  WS-LAST-ISSUED-ID       PIC 9(5) VALUE ZERO.
           02  WS-SCAN-INDEX           PIC S9(3) COMP.
           02  WS-SCAN-DONE-SWITCH     PIC X(1).
               88  SCAN-DONE           VALUE 'Y'.
           02  WS-SCAN-START           PIC S9(3) COMP.
           02  WS-OWNER-TYPE           PIC X(1).
           02  WS-OWNER-DEATH          PIC X(8).
           02  WS-OPERATOR-FILE-STATUS PIC X(2).
               88  OPERATOR-FILE-OK    VALUE '00'.
           02  WS-OPERATOR-EOF-SWITCH  PIC X(1).
               88  OPERATOR-FOUND      VALUE 'Y'.
           02  WS-OPERATOR-ENTRY       PIC X(4).
           02  WS-SIGNED-ON-OPERATOR   PIC X(4) VALUE SPACES.
           02  WS-OPERATOR-AUTHORITY   PIC X(1) VALUE SPACE.
               88  OPERATOR-INQUIRY-ONLY VALUE 'I'.
           02  WS-SIGN-ON-LOG-STATUS   PIC X(2).
               88  SIGN-ON-LOG-OK      VALUE '00'.
           02  WS-SESSION-EVENT        PIC X(8).

      * ************************************************************* *
      * THE WHOLE DATA FILE, HELD AS RAW 80-BYTE LINES.  A DELETED    *
               WHEN QUIT-SAVE-TRANSACTION
                   PERFORM 0600-SAVE-DATA-FILE
                      THRU 0609-SAVE-DATA-FILE-EXIT
                   MOVE 'SAVED' TO WS-SESSION-EVENT
                   PERFORM 0070-LOG-SESSION-EVENT
                      THRU 0079-LOG-SESSION-EVENT-EXIT
                   GO TO 0900-EXIT-PROGRAM
               WHEN QUIT-NOSAVE-TRANSACTION
                   DISPLAY 'timeline.dat left untouched.'
                   MOVE 'NO SAVE' TO WS-SESSION-EVENT
                   PERFORM 0070-LOG-SESSION-EVENT
                      THRU 0079-LOG-SESSION-EVENT-EXIT
                   GO TO 0900-EXIT-PROGRAM
               WHEN OTHER
                   DISPLAY 'Enter A, C, D, L, Q or X.'
           END-EVALUATE.
           GO TO 0060-TRANSACTION-LOOP.

      * ************************************************************* *
      * APPEND ONE SESSION EVENT TO TLSIGNON.DAT, CREATING THE LOG    *
      * THE FIRST TIME IT IS NEEDED.                                  *
      * ************************************************************* *
       0070-LOG-SESSION-EVENT.

           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF NOT SIGN-ON-LOG-OK
               OPEN OUTPUT SIGN-ON-LOG-FILE
               CLOSE SIGN-ON-LOG-FILE
               OPEN EXTEND SIGN-ON-LOG-FILE
           END-IF.
           MOVE SPACES TO SIGN-ON-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SL-LOG-TIME.
           MOVE WS-SIGNED-ON-OPERATOR TO SL-OPERATOR-ID.
           MOVE WS-SESSION-EVENT TO SL-EVENT.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.

       0079-LOG-SESSION-EVENT-EXIT.
           EXIT.

      * ************************************************************* *
      * SIGN THE OPERATOR ON.  NO OPERATOR.DAT MEANS NO PROMPT.       *
      * ************************************************************* *
       0080-SIGN-ON-OPERATOR.

           MOVE 'SIGN-ON' TO WS-SESSION-EVENT.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               PERFORM 0070-LOG-SESSION-EVENT
                  THRU 0079-LOG-SESSION-EVENT-EXIT
               GO TO 0089-SIGN-ON-OPERATOR-EXIT
           END-IF.
           DISPLAY 'Operator id:'.
               IF OR-OPERATOR-ID = WS-OPERATOR-ENTRY
                   SET OPERATOR-FOUND TO TRUE
                   MOVE OR-OPERATOR-ID TO WS-SIGNED-ON-OPERATOR
                   MOVE OR-AUTHORITY TO WS-OPERATOR-AUTHORITY
                   DISPLAY 'Signed on: ' OR-NAME
               ELSE
                   PERFORM 0090-READ-ONE-OPERATOR
           IF NOT OPERATOR-FOUND
               DISPLAY 'Operator ' WS-OPERATOR-ENTRY
                       ' is not on OPERATOR.DAT - sign-on refused.'
               MOVE WS-OPERATOR-ENTRY TO WS-SIGNED-ON-OPERATOR
               MOVE 'REFUSED' TO WS-SESSION-EVENT
               PERFORM 0070-LOG-SESSION-EVENT
                  THRU 0079-LOG-SESSION-EVENT-EXIT
               STOP RUN
           END-IF.
           IF OPERATOR-INQUIRY-ONLY
               DISPLAY 'Operator ' WS-OPERATOR-ENTRY
                       ' has inquiry authority only - sign-on refused.'
               MOVE 'REFUSED' TO WS-SESSION-EVENT
               PERFORM 0070-LOG-SESSION-EVENT
                  THRU 0079-LOG-SESSION-EVENT-EXIT
               STOP RUN
           END-IF.
           PERFORM 0070-LOG-SESSION-EVENT
              THRU 0079-LOG-SESSION-EVENT-EXIT.

       0089-SIGN-ON-OPERATOR-EXIT.
           EXIT.
           END-IF.
           DISPLAY 'Record type - 0)individual, 1)event, '
                   '2)relationship, 3)continuation, 4)citation, '
                   '5)family group, 6)document, 7)burial'.
           ACCEPT WS-NEW-TYPE.
           MOVE SPACES TO WS-NEW-RECORD.
           MOVE 'Y' TO WS-ADDING-SWITCH.
               WHEN '6'
                   PERFORM 0265-BUILD-DOCUMENT
                      THRU 0265-BUILD-DOCUMENT-EXIT
               WHEN '7'
                   PERFORM 0267-BUILD-BURIAL
                      THRU 0267-BUILD-BURIAL-EXIT
               WHEN OTHER
                   DISPLAY 'Record type must be 0 through 7.'
                   MOVE 'N' TO WS-FIELDS-OK-SWITCH
           END-EVALUATE.
           IF FIELDS-OK
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A '7' BURIAL RECORD BELONGS TO THE '0' INDIVIDUAL BEFORE IT   *
      * (AFTER ANY CITATIONS AND DOCUMENTS), ONE PER INDIVIDUAL.  THE *
      * CEMETERY IS A PLACES.DAT CODE AND IS REQUIRED; THE BURIAL     *
      * DATE MAY NOT PRECEDE THE INDIVIDUAL'S DEATH DATE, COMPARED    *
      * ONLY AS FAR AS BOTH DATES ARE KNOWN WHEN EITHER IS PARTIAL.   *
      * ************************************************************* *
       0267-BUILD-BURIAL.

           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           IF ADDING-A-RECORD
               PERFORM 0270-FIND-PREVIOUS-TYPE
                  THRU 0279-FIND-PREVIOUS-TYPE-EXIT
               IF WS-PREV-TYPE EQUAL '7'
                   DISPLAY 'An individual may carry only one burial '
                           'record - add cancelled.'
                   GO TO 0267-BUILD-BURIAL-EXIT
               END-IF
               MOVE WS-RECORD-COUNT TO WS-SCAN-START
           ELSE
               COMPUTE WS-SCAN-START = WS-PICK-NUMBER - 1
           END-IF.
           PERFORM 0280-FIND-OWNER-RECORD
              THRU 0289-FIND-OWNER-RECORD-EXIT.
           IF WS-OWNER-TYPE NOT EQUAL '0'
              OR (ADDING-A-RECORD
                  AND WS-PREV-TYPE NOT EQUAL '0' AND '4' AND '6')
               DISPLAY 'A burial must follow the individual it '
                       'belongs to - add cancelled.'
               GO TO 0267-BUILD-BURIAL-EXIT
           END-IF.
           MOVE '7' TO WS-NEW-RECORD(1:1).
           DISPLAY 'Burial date (YYYYMMDD)'.
           ACCEPT WS-DATE-ENTRY.
           PERFORM 0700-VALIDATE-DATE-ENTRY
              THRU 0709-VALIDATE-DATE-ENTRY-EXIT.
           IF NOT FIELDS-OK
               GO TO 0267-BUILD-BURIAL-EXIT
           END-IF.
           MOVE 'N' TO WS-FIELDS-OK-SWITCH.
           IF WS-OWNER-DEATH NUMERIC
              AND WS-OWNER-DEATH NOT EQUAL ZEROS
               IF WS-DATE-ENTRY(5:2) EQUAL '00'
                OR WS-OWNER-DEATH(5:2) EQUAL '00'
                   IF WS-DATE-ENTRY(1:4) LESS THAN WS-OWNER-DEATH(1:4)
                       DISPLAY 'Burial date precedes the death date '
                               WS-OWNER-DEATH ' - add cancelled.'
                       GO TO 0267-BUILD-BURIAL-EXIT
                   END-IF
               ELSE
                   IF WS-DATE-ENTRY(7:2) EQUAL '00'
                    OR WS-OWNER-DEATH(7:2) EQUAL '00'
                       IF WS-DATE-ENTRY(1:6)
                          LESS THAN WS-OWNER-DEATH(1:6)
                           DISPLAY 'Burial date precedes the death '
                                   'date ' WS-OWNER-DEATH
                                   ' - add cancelled.'
                           GO TO 0267-BUILD-BURIAL-EXIT
                       END-IF
                   ELSE
                       IF WS-DATE-ENTRY LESS THAN WS-OWNER-DEATH
                           DISPLAY 'Burial date precedes the death '
                                   'date ' WS-OWNER-DEATH
                                   ' - add cancelled.'
                           GO TO 0267-BUILD-BURIAL-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DATE-ENTRY TO WS-NEW-RECORD(3:8).
           DISPLAY 'Cemetery place code (4 characters)'.
           MOVE SPACES TO WS-PLACE-ENTRY.
           ACCEPT WS-PLACE-ENTRY.
           IF WS-PLACE-ENTRY EQUAL SPACES
               DISPLAY 'Cemetery code must not be blank - '
                       'add cancelled.'
               GO TO 0267-BUILD-BURIAL-EXIT
           END-IF.
           MOVE WS-PLACE-ENTRY TO WS-NEW-RECORD(12:4).
           DISPLAY 'Section (10 characters, blank if none)'.
           MOVE SPACES TO WS-SECTION-ENTRY.
           ACCEPT WS-SECTION-ENTRY.
           MOVE WS-SECTION-ENTRY TO WS-NEW-RECORD(17:10).
           DISPLAY 'Plot (10 characters, blank if unknown)'.
           MOVE SPACES TO WS-PLOT-ENTRY.
           ACCEPT WS-PLOT-ENTRY.
           MOVE WS-PLOT-ENTRY TO WS-NEW-RECORD(28:10).
           DISPLAY 'Inscription note (42 characters)'.
           MOVE SPACES TO WS-INSCRIPTION-ENTRY.
           ACCEPT WS-INSCRIPTION-ENTRY.
           MOVE WS-INSCRIPTION-ENTRY TO WS-NEW-RECORD(39:42).
           SET FIELDS-OK TO TRUE.

       0267-BUILD-BURIAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FINDS THE TYPE OF THE LAST LIVE RECORD IN THE TABLE           *
      * (WS-PREV-TYPE, SPACE WHEN THE TABLE IS EMPTY) AND HOW MANY    *
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FINDS THE OWNER OF A FOLLOWER RECORD: SCANNING BACK FROM      *
      * WS-SCAN-START PAST DELETED LINES AND ANY '3', '4' OR '6'      *
      * FOLLOWERS, THE FIRST OTHER RECORD'S TYPE IS LEFT IN           *
      * WS-OWNER-TYPE (SPACE IF NONE) AND, FOR A '0' INDIVIDUAL, ITS  *
      * DEATH DATE IN WS-OWNER-DEATH.                                 *
      * ************************************************************* *
       0280-FIND-OWNER-RECORD.

           MOVE SPACE TO WS-OWNER-TYPE.
           MOVE SPACES TO WS-OWNER-DEATH.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH.
           PERFORM VARYING WS-SCAN-INDEX
              FROM WS-SCAN-START BY -1
              UNTIL WS-SCAN-INDEX LESS THAN +1 OR SCAN-DONE
               IF WS-LINE-DELETED(WS-SCAN-INDEX) NOT EQUAL 'Y'
                  AND WS-LINE-IMAGE(WS-SCAN-INDEX)(1:1)
                      NOT EQUAL '3' AND '4' AND '6'
                   MOVE WS-LINE-IMAGE(WS-SCAN-INDEX)(1:1)
                     TO WS-OWNER-TYPE
                   IF WS-OWNER-TYPE EQUAL '0'
                       MOVE WS-LINE-IMAGE(WS-SCAN-INDEX)(48:8)
                         TO WS-OWNER-DEATH
                   END-IF
                   SET SCAN-DONE TO TRUE
               END-IF
           END-PERFORM.

       0289-FIND-OWNER-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0300-CHANGE-RECORD.

           PERFORM 0800-PICK-RECORD-NUMBER
               WHEN '6'
                   PERFORM 0265-BUILD-DOCUMENT
                      THRU 0265-BUILD-DOCUMENT-EXIT
               WHEN '7'
                   PERFORM 0267-BUILD-BURIAL
                      THRU 0267-BUILD-BURIAL-EXIT
               WHEN OTHER
                   DISPLAY 'Only data records (types 0-7) can be '
                           'changed here - comment lines are left '
                           'to the editor.'
                   MOVE 'N' TO WS-FIELDS-OK-SWITCH
