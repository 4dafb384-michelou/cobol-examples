       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLGENRPT.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * GENERATION NUMBERING AND COHORT REPORT OVER timeline.dat.     *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE):                                    *
      *   ROOT=NAME     THE ROOT ANCESTOR (GENERATION 1).  AS IN      *
      *                 TLRELATE, ALL OR PART OF THE NAME ON THE '0'  *
      *                 RECORD (AN EXACT MATCH WINS), OR '#NNNNN' FOR *
      *                 A PERSON ID.                                  *
      *                                                               *
      * STARTING AT THE ROOT, THE PARENT-OF/CHILD-OF LINKS OF THE '2' *
      * RECORDS ARE WALKED DOWNWARD, ONE GENERATION AT A TIME, AND    *
      * EACH DESCENDANT TAKES ITS PARENT'S NUMBER PLUS ONE (THE       *
      * NEAREST ROUTE WINS WHEN THERE ARE SEVERAL).  A SPOUSE-OF LINK *
      * GIVES THE SPOUSE OF A DESCENDANT THE SAME GENERATION, MARKED  *
      * BY MARRIAGE; A CHILD RECORDED AGAINST THAT SPOUSE ALONE IS    *
      * STILL PICKED UP ONE GENERATION BELOW.                         *
      *                                                               *
      * THE REPORT (TLGENRPT.RPT) LISTS EACH GENERATION'S MEMBERS     *
      * WITH THE PARENT OR SPOUSE THEY WERE REACHED THROUGH, THEN A   *
      * COHORT LINE: MEMBERS, BIRTH-YEAR RANGE, AVERAGE LIFESPAN OF   *
      * THE DECEASED (Y2KLAGE WHOLE YEARS, THE YEAR DIFFERENCE WHEN   *
      * EITHER DATE IS PARTIAL, AS TIMELINE FIGURES IT) AND THE       *
      * NUMBER LIVING.  INDIVIDUALS THE WALK NEVER REACHES ARE LISTED *
      * SEPARATELY - USUALLY A SIGN OF A MISSING '2' RECORD.          *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT GENERATION-REPORT-FILE ASSIGN TO "TLGENRPT.RPT"
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
       01  TIMELINE-RELATIONSHIP-RECORD.
           02  FILLER                  PIC X(02).
           02  TRR-NAME1               PIC X(35).
           02  FILLER                  PIC X(01).
           02  TRR-RELATIONSHIP-CODE   PIC X(01).
           02  FILLER                  PIC X(01).
           02  TRR-NAME2               PIC X(35).
           02  FILLER                  PIC X(05).

       FD  GENERATION-REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  WS-DATA-FILE-STATUS     PIC X(2).
               88  DATA-FILE-OK        VALUE '00'.
           02  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
           02  ARGUMENT-COUNT          PIC 9(2) COMP.
           02  ARGUMENT-NBR            PIC 9(2) COMP.
           02  ARGUMENT-INPUT          PIC X(60).
           02  ARG-KEYWORD             PIC X(20).
           02  ARG-VALUE               PIC X(40).
           02  ROOT-KEY                PIC X(35) VALUE SPACES.
           02  ROOT-SUB                PIC S9(3) COMP VALUE +0.
           02  FIND-KEY                PIC X(35).
           02  FIND-KEY-LENGTH         PIC S9(2) COMP.
           02  FIND-SCAN               PIC S9(2) COMP.
           02  FIND-SUB                PIC S9(3) COMP.
           02  WORK-DATE               PIC 9(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC 9(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC 9(2).
           02  REACHED-COUNT           PIC 9(4) VALUE ZERO.
           02  MARRIAGE-COUNT          PIC 9(4) VALUE ZERO.
           02  UNREACHED-COUNT         PIC 9(4) VALUE ZERO.
           02  TOO-DEEP-COUNT          PIC 9(4) VALUE ZERO.

      * ************************************************************* *
      * THE '0' INDIVIDUALS, EACH WITH THE PARENTS AND SPOUSES THE    *
      * '2' RECORDS GIVE THEM (BUILT AS IN TLRELATE), AND THE         *
      * GENERATION THE WALK ASSIGNS (ZERO = NOT REACHED).             *
      * IND-REACHED-FROM IS THE PARENT, OR FOR A SPOUSE THE PARTNER,  *
      * THE INDIVIDUAL WAS REACHED THROUGH.                           *
      * ************************************************************* *
       01  INDIVIDUAL-FIELDS.
           02  IND-HI                  PIC S9(3) COMP VALUE +0.
           02  IND-ENTRY               OCCURS 200 TIMES.
               03  IND-NAME            PIC X(35).
               03  IND-NAME-UPPER      PIC X(35).
               03  IND-PERSON-ID       PIC X(5).
               03  IND-BIRTH-DATE      PIC X(8).
               03  IND-DEATH-DATE      PIC X(8).
               03  IND-PARENT-COUNT    PIC S9(2) COMP.
               03  IND-PARENT          OCCURS 4 TIMES
                                       PIC S9(3) COMP.
               03  IND-SPOUSE-COUNT    PIC S9(2) COMP.
               03  IND-SPOUSE          OCCURS 4 TIMES
                                       PIC S9(3) COMP.
               03  IND-GENERATION      PIC S9(2) COMP.
               03  IND-REACHED-FROM    PIC S9(3) COMP.
               03  IND-MARRIAGE-SWITCH PIC X(1).
                   88  IND-BY-MARRIAGE VALUE 'Y'.
           02  IND-I                   PIC S9(3) COMP.
           02  IND-FOUND-SUB           PIC S9(3) COMP.

       01  RELATIONSHIP-FIELDS.
           02  REL-HI                  PIC S9(3) COMP VALUE +0.
           02  REL-ENTRY               OCCURS 200 TIMES.
               03  REL-NAME1           PIC X(35).
               03  REL-CODE            PIC X(1).
               03  REL-NAME2           PIC X(35).
           02  REL-I                   PIC S9(3) COMP.

       01  LINK-FIELDS.
           02  LINK-PARENT             PIC S9(3) COMP.
           02  LINK-CHILD              PIC S9(3) COMP.
           02  LINK-FROM               PIC S9(3) COMP.
           02  LINK-TO                 PIC S9(3) COMP.
           02  LINK-K                  PIC S9(2) COMP.
           02  LINK-DUP-SWITCH         PIC X(1).
               88  LINK-IS-DUPLICATE   VALUE 'Y'.

       01  NAME-REF-WORK-FIELDS.
           02  NRW-NAME                PIC X(35).
           02  NRW-ID                  PIC X(5).
           02  NRW-SUB                 PIC S9(3) COMP.
           02  NRW-FOUND-SWITCH        PIC X(1).
               88  NRW-ID-FOUND        VALUE 'Y'.

      * ************************************************************* *
      * THE WALK: A QUEUE OF INDIVIDUALS WHOSE CHILDREN AND SPOUSES   *
      * ARE STILL TO BE LOOKED AT, TAKEN IN THE ORDER REACHED.        *
      * ************************************************************* *
       01  WALK-FIELDS.
           02  MAX-GENERATION          PIC S9(2) COMP VALUE +20.
           02  WALK-QUEUE              OCCURS 200 TIMES
                                       PIC S9(3) COMP.
           02  WALK-HEAD               PIC S9(3) COMP.
           02  WALK-TAIL               PIC S9(3) COMP.
           02  WALK-CURRENT            PIC S9(3) COMP.
           02  WALK-OTHER              PIC S9(3) COMP.
           02  WALK-LEVEL              PIC S9(2) COMP.
           02  WALK-SP                 PIC S9(2) COMP.
           02  WALK-CHILD-SWITCH       PIC X(1).
               88  WALK-IS-CHILD       VALUE 'Y'.
           02  HIGH-GENERATION         PIC S9(2) COMP VALUE +0.

      * ************************************************************* *
      * ONE COHORT ENTRY PER GENERATION.                              *
      * ************************************************************* *
       01  COHORT-FIELDS.
           02  GEN-ENTRY               OCCURS 20 TIMES.
               03  GEN-MEMBERS         PIC 9(4).
               03  GEN-BY-MARRIAGE     PIC 9(4).
               03  GEN-LIVING          PIC 9(4).
               03  GEN-BIRTH-LOW       PIC 9(4).
               03  GEN-BIRTH-HIGH      PIC 9(4).
               03  GEN-DECEASED        PIC 9(4).
               03  GEN-APPROX          PIC 9(4).
               03  GEN-LIFESPAN-TOTAL  PIC 9(6).
           02  GEN-I                   PIC S9(2) COMP.
           02  GEN-AVERAGE             PIC ZZ9.

      * ************************************************************* *
      * LIFESPAN WORK FIELDS (AS TIMELINE'S 0195).                    *
      * ************************************************************* *
       01  LIFESPAN-FIELDS.
           02  LS-DATE1                PIC 9(8).
           02  LS-DATE2                PIC 9(8).
           02  LS-YEARS                PIC S9(4).
           02  LS-APPROX-SWITCH        PIC X(1).
               88  LS-IS-APPROX        VALUE 'Y'.
           02  APPROX-BIRTH-YEAR       PIC 9(4).
           02  APPROX-EVENT-YEAR       PIC 9(4).

        COPY Y2K.

      * ************************************************************* *
      * REPORT LINES.                                                 *
      * ************************************************************* *
       01  REPORT-HEADING-1.
           02  FILLER  PIC X(6) VALUE 'DATE: '.
           02  RH1-DATE PIC X(10).
           02  FILLER  PIC X(38) VALUE SPACES.
           02  FILLER  PIC X(24) VALUE 'GENERATION COHORT REPORT'.
           02  FILLER  PIC X(37) VALUE SPACES.
           02  FILLER  PIC X(17) VALUE 'PROGRAM: TLGENRPT'.

       01  REPORT-HEADING-2.
           02  RH2-TEXT                PIC X(132).

       01  GENERATION-HEADING-LINE.
           02  FILLER  PIC X(11) VALUE 'GENERATION '.
           02  GHL-NUMBER              PIC Z9.
           02  FILLER                  PIC X(119) VALUE SPACES.

       01  DETAIL-COLUMN-LINE.
           02  FILLER  PIC X(4) VALUE SPACES.
           02  FILLER  PIC X(37) VALUE 'INDIVIDUAL'.
           02  FILLER  PIC X(12) VALUE 'BORN'.
           02  FILLER  PIC X(12) VALUE 'DIED'.
           02  FILLER  PIC X(67) VALUE 'REACHED THROUGH'.

       01  DETAIL-LINE.
           02  FILLER                  PIC X(04) VALUE SPACES.
           02  DL-NAME                 PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  DL-BORN                 PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  DL-DIED                 PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  DL-HOW                  PIC X(12).
           02  DL-THROUGH              PIC X(35).
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  COHORT-LINE.
           02  FILLER                  PIC X(04) VALUE SPACES.
           02  FILLER  PIC X(9) VALUE 'MEMBERS: '.
           02  CHL-MEMBERS             PIC ZZZ9.
           02  FILLER  PIC X(16) VALUE '  BY MARRIAGE: '.
           02  CHL-BY-MARRIAGE         PIC ZZZ9.
           02  FILLER  PIC X(9) VALUE '  BORN: '.
           02  CHL-BIRTH-LOW           PIC X(4).
           02  FILLER  PIC X(3) VALUE ' - '.
           02  CHL-BIRTH-HIGH          PIC X(4).
           02  FILLER  PIC X(20) VALUE '  AVERAGE LIFESPAN: '.
           02  CHL-AVERAGE             PIC X(3).
           02  FILLER  PIC X(8) VALUE ' YEARS ('.
           02  CHL-DECEASED            PIC ZZZ9.
           02  FILLER  PIC X(9) VALUE ' DECEASED'.
           02  CHL-APPROX              PIC X(8).
           02  FILLER  PIC X(1) VALUE ')'.
           02  FILLER  PIC X(10) VALUE '  LIVING: '.
           02  CHL-LIVING              PIC ZZZ9.
           02  FILLER                  PIC X(08) VALUE SPACES.

       01  UNREACHED-LINE.
           02  FILLER                  PIC X(04) VALUE SPACES.
           02  UL-NAME                 PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  UL-PERSON-ID            PIC X(05).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  UL-BORN                 PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  UL-NOTE                 PIC X(40).
           02  FILLER                  PIC X(32) VALUE SPACES.

       01  COUNT-LINE.
           02  CL-LABEL                PIC X(50).
           02  CL-VALUE                PIC Z(3)9.
           02  FILLER                  PIC X(78) VALUE SPACES.
      /
       PROCEDURE DIVISION.

       0000-MAIN SECTION.

       0050-SETUP.

           PERFORM 0060-PARSE-ARGUMENTS
              THRU 0069-PARSE-ARGUMENTS-EXIT.
           IF ROOT-KEY EQUAL SPACES
               DISPLAY 'TLGENRPT: GIVE ROOT= (NAME OR #ID) FOR THE '
                  'ROOT ANCESTOR'
               GO TO 0900-EXIT-PROGRAM
           END-IF.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'TLGENRPT: CANNOT OPEN timeline.dat'
               GO TO 0900-EXIT-PROGRAM
           END-IF.
           PERFORM 0100-LOAD-DATA-FILE
              THRU 0109-LOAD-DATA-FILE-EXIT.
           CLOSE TIMELINE-DATA-FILE.
           PERFORM 0200-BUILD-LINKS
              THRU 0209-BUILD-LINKS-EXIT.

           MOVE ROOT-KEY TO FIND-KEY.
           PERFORM 0250-FIND-ARGUMENT-INDIVIDUAL
              THRU 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT.
           MOVE FIND-SUB TO ROOT-SUB.
           IF ROOT-SUB EQUAL ZERO
               DISPLAY 'TLGENRPT: ROOT INDIVIDUAL NOT FOUND: '
                  FUNCTION TRIM(ROOT-KEY)
               GO TO 0900-EXIT-PROGRAM
           END-IF.

           PERFORM 0300-ASSIGN-GENERATIONS
              THRU 0309-ASSIGN-GENERATIONS-EXIT.
           PERFORM 0400-GATHER-COHORTS
              THRU 0409-GATHER-COHORTS-EXIT.
           PERFORM 0800-PRINT-REPORT
              THRU 0809-PRINT-REPORT-EXIT.
           DISPLAY 'TLGENRPT: ' REACHED-COUNT ' INDIVIDUAL(S) IN '
              HIGH-GENERATION ' GENERATION(S), ' UNREACHED-COUNT
              ' NOT REACHED'.
           GO TO 0900-EXIT-PROGRAM.

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
               WHEN 'ROOT'
                   MOVE ARG-VALUE TO ROOT-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * LOADS THE '0' INDIVIDUALS AND THE '2' RELATIONSHIPS; EVERY    *
      * OTHER RECORD TYPE IS OF NO INTEREST HERE.                     *
      * ************************************************************* *
       0100-LOAD-DATA-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 0110-READ-ONE-RECORD
              THRU 0119-READ-ONE-RECORD-EXIT.
           PERFORM UNTIL WS-EOF
               EVALUATE TDR-RECORD-TYPE
                   WHEN '0'
                       IF IND-HI LESS THAN +200
                           ADD 1 TO IND-HI
                           MOVE TIR-NAME TO IND-NAME (IND-HI)
                           MOVE TIR-NAME TO IND-NAME-UPPER (IND-HI)
                           INSPECT IND-NAME-UPPER (IND-HI)
                             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           MOVE TIR-PERSON-ID
                             TO IND-PERSON-ID (IND-HI)
                           MOVE ZERO TO IND-PARENT-COUNT (IND-HI)
                           MOVE ZERO TO IND-SPOUSE-COUNT (IND-HI)
                           MOVE TIR-BIRTH-DATE
                             TO IND-BIRTH-DATE (IND-HI)
                           MOVE TIR-DEATH-DATE
                             TO IND-DEATH-DATE (IND-HI)
                           MOVE ZERO TO IND-GENERATION (IND-HI)
                           MOVE ZERO TO IND-REACHED-FROM (IND-HI)
                           MOVE 'N' TO IND-MARRIAGE-SWITCH (IND-HI)
                       ELSE
                           DISPLAY 'NUMBER OF INDIVIDUAL RECORDS '
                              'EXCEEDS TABLE'
                       END-IF
                   WHEN '2'
                       IF REL-HI LESS THAN +200
                           ADD 1 TO REL-HI
                           MOVE TRR-NAME1 TO NRW-NAME
                           PERFORM 0150-RESOLVE-NAME-REF
                              THRU 0159-RESOLVE-NAME-REF-EXIT
                           MOVE NRW-NAME TO REL-NAME1 (REL-HI)
                           MOVE TRR-RELATIONSHIP-CODE
                             TO REL-CODE (REL-HI)
                           MOVE TRR-NAME2 TO NRW-NAME
                           PERFORM 0150-RESOLVE-NAME-REF
                              THRU 0159-RESOLVE-NAME-REF-EXIT
                           MOVE NRW-NAME TO REL-NAME2 (REL-HI)
                       ELSE
                           DISPLAY 'NUMBER OF RELATIONSHIP RECORDS '
                              'EXCEEDS TABLE'
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 0110-READ-ONE-RECORD
                  THRU 0119-READ-ONE-RECORD-EXIT
           END-PERFORM.

       0109-LOAD-DATA-FILE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0110-READ-ONE-RECORD.

           READ TIMELINE-DATA-FILE
             AT END MOVE 'Y' TO WS-EOF-SWITCH.

       0119-READ-ONE-RECORD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * A '#NNNNN' PERSON-ID REFERENCE IN A NAME FIELD RESOLVES BY    *
      * ID AGAINST THE INDIVIDUALS LOADED SO FAR.                     *
      * ************************************************************* *
       0150-RESOLVE-NAME-REF.

           IF NRW-NAME(1:1) NOT EQUAL '#'
               GO TO 0159-RESOLVE-NAME-REF-EXIT
           END-IF.
           MOVE NRW-NAME(2:5) TO NRW-ID.
           IF NRW-ID NOT NUMERIC
               GO TO 0159-RESOLVE-NAME-REF-EXIT
           END-IF.
           MOVE 'N' TO NRW-FOUND-SWITCH.
           PERFORM VARYING NRW-SUB FROM 1 BY 1
              UNTIL NRW-SUB > IND-HI OR NRW-ID-FOUND
               IF IND-PERSON-ID (NRW-SUB) EQUAL NRW-ID
                   MOVE 'Y' TO NRW-FOUND-SWITCH
                   MOVE IND-NAME (NRW-SUB) TO NRW-NAME
               END-IF
           END-PERFORM.

       0159-RESOLVE-NAME-REF-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0160-FIND-INDIVIDUAL.

           MOVE ZERO TO IND-FOUND-SUB.
           PERFORM VARYING NRW-SUB FROM 1 BY 1
              UNTIL NRW-SUB > IND-HI OR IND-FOUND-SUB > ZERO
               IF IND-NAME (NRW-SUB) EQUAL NRW-NAME
                   MOVE NRW-SUB TO IND-FOUND-SUB
               END-IF
           END-PERFORM.

       0169-FIND-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * TURNS THE RELATIONSHIP RECORDS INTO PARENT AND SPOUSE LISTS   *
      * ON THE INDIVIDUALS.  PARENT-OF (NAME1 IS THE PARENT) AND      *
      * CHILD-OF (NAME2 IS THE PARENT) BOTH GIVE A PARENT; SPOUSE-OF  *
      * GIVES EACH PARTNER THE OTHER.  LINKS NAMING AN INDIVIDUAL NOT *
      * ON FILE ARE SKIPPED - TIMELINE'S VALIDATION REPORTS THEM.     *
      * ************************************************************* *
       0200-BUILD-LINKS.

           PERFORM 0210-BUILD-ONE-LINK
              THRU 0219-BUILD-ONE-LINK-EXIT
              VARYING REL-I FROM 1 BY 1
              UNTIL REL-I > REL-HI.

       0209-BUILD-LINKS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0210-BUILD-ONE-LINK.

           IF REL-CODE (REL-I) NOT EQUAL '1' AND '2' AND '4'
               GO TO 0219-BUILD-ONE-LINK-EXIT
           END-IF.
           MOVE REL-NAME1 (REL-I) TO NRW-NAME.
           PERFORM 0160-FIND-INDIVIDUAL
              THRU 0169-FIND-INDIVIDUAL-EXIT.
           MOVE IND-FOUND-SUB TO LINK-FROM.
           MOVE REL-NAME2 (REL-I) TO NRW-NAME.
           PERFORM 0160-FIND-INDIVIDUAL
              THRU 0169-FIND-INDIVIDUAL-EXIT.
           MOVE IND-FOUND-SUB TO LINK-TO.
           IF LINK-FROM EQUAL ZERO OR LINK-TO EQUAL ZERO
            OR LINK-FROM EQUAL LINK-TO
               GO TO 0219-BUILD-ONE-LINK-EXIT
           END-IF.

           EVALUATE REL-CODE (REL-I)
               WHEN '1'
                   MOVE LINK-FROM TO LINK-PARENT
                   MOVE LINK-TO TO LINK-CHILD
                   PERFORM 0220-ADD-PARENT-LINK
                      THRU 0229-ADD-PARENT-LINK-EXIT
               WHEN '4'
                   MOVE LINK-TO TO LINK-PARENT
                   MOVE LINK-FROM TO LINK-CHILD
                   PERFORM 0220-ADD-PARENT-LINK
                      THRU 0229-ADD-PARENT-LINK-EXIT
               WHEN '2'
                   PERFORM 0230-ADD-SPOUSE-LINK
                      THRU 0239-ADD-SPOUSE-LINK-EXIT
                   MOVE LINK-FROM TO LINK-PARENT
                   MOVE LINK-TO TO LINK-FROM
                   MOVE LINK-PARENT TO LINK-TO
                   PERFORM 0230-ADD-SPOUSE-LINK
                      THRU 0239-ADD-SPOUSE-LINK-EXIT
           END-EVALUATE.

       0219-BUILD-ONE-LINK-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0220-ADD-PARENT-LINK.

           MOVE 'N' TO LINK-DUP-SWITCH.
           PERFORM VARYING LINK-K FROM 1 BY 1
              UNTIL LINK-K > IND-PARENT-COUNT (LINK-CHILD)
               IF IND-PARENT (LINK-CHILD, LINK-K) EQUAL LINK-PARENT
                   SET LINK-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF LINK-IS-DUPLICATE
            OR IND-PARENT-COUNT (LINK-CHILD) NOT LESS THAN 4
               GO TO 0229-ADD-PARENT-LINK-EXIT
           END-IF.
           ADD 1 TO IND-PARENT-COUNT (LINK-CHILD).
           MOVE IND-PARENT-COUNT (LINK-CHILD) TO LINK-K.
           MOVE LINK-PARENT TO IND-PARENT (LINK-CHILD, LINK-K).

       0229-ADD-PARENT-LINK-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0230-ADD-SPOUSE-LINK.

           MOVE 'N' TO LINK-DUP-SWITCH.
           PERFORM VARYING LINK-K FROM 1 BY 1
              UNTIL LINK-K > IND-SPOUSE-COUNT (LINK-FROM)
               IF IND-SPOUSE (LINK-FROM, LINK-K) EQUAL LINK-TO
                   SET LINK-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF LINK-IS-DUPLICATE
            OR IND-SPOUSE-COUNT (LINK-FROM) NOT LESS THAN 4
               GO TO 0239-ADD-SPOUSE-LINK-EXIT
           END-IF.
           ADD 1 TO IND-SPOUSE-COUNT (LINK-FROM).
           MOVE IND-SPOUSE-COUNT (LINK-FROM) TO LINK-K.
           MOVE LINK-TO TO IND-SPOUSE (LINK-FROM, LINK-K).

       0239-ADD-SPOUSE-LINK-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * FINDS THE INDIVIDUAL AN ARGUMENT NAMES, LEAVING THE SUBSCRIPT *
      * IN FIND-SUB (ZERO = NOT FOUND): '#NNNNN' BY PERSON ID, ELSE   *
      * AN EXACT NAME, ELSE THE FIRST NAME CONTAINING THE VALUE.      *
      * ************************************************************* *
       0250-FIND-ARGUMENT-INDIVIDUAL.

           MOVE ZERO TO FIND-SUB.
           IF FIND-KEY(1:1) EQUAL '#'
               MOVE 'N' TO NRW-FOUND-SWITCH
               MOVE FIND-KEY TO NRW-NAME
               PERFORM 0150-RESOLVE-NAME-REF
                  THRU 0159-RESOLVE-NAME-REF-EXIT
               IF NRW-ID-FOUND
                   PERFORM 0160-FIND-INDIVIDUAL
                      THRU 0169-FIND-INDIVIDUAL-EXIT
                   MOVE IND-FOUND-SUB TO FIND-SUB
               END-IF
               GO TO 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT
           END-IF.

           PERFORM VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI OR FIND-SUB > ZERO
               IF IND-NAME-UPPER (IND-I) EQUAL FIND-KEY
                   MOVE IND-I TO FIND-SUB
               END-IF
           END-PERFORM.
           IF FIND-SUB GREATER THAN ZERO
               GO TO 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT
           END-IF.

           COMPUTE FIND-KEY-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(FIND-KEY)).
           PERFORM 0255-SCAN-ONE-CANDIDATE
              VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI OR FIND-SUB > ZERO.

       0259-FIND-ARGUMENT-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0255-SCAN-ONE-CANDIDATE.

           PERFORM VARYING FIND-SCAN FROM 1 BY 1
              UNTIL FIND-SCAN > 36 - FIND-KEY-LENGTH
                 OR FIND-SUB > ZERO
               IF IND-NAME-UPPER (IND-I)
                      (FIND-SCAN:FIND-KEY-LENGTH)
                  EQUAL FIND-KEY(1:FIND-KEY-LENGTH)
                   MOVE IND-I TO FIND-SUB
               END-IF
           END-PERFORM.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE WALK DOWN FROM THE ROOT.  EACH INDIVIDUAL TAKEN FROM THE  *
      * QUEUE HANDS ITS OWN GENERATION TO A SPOUSE NOT YET REACHED    *
      * (UNLESS IT WAS ITSELF REACHED BY MARRIAGE) AND THE NEXT ONE   *
      * TO EVERY CHILD NOT YET REACHED.  BECAUSE THE QUEUE IS TAKEN   *
      * IN ORDER, EVERYONE IS HELD AT THE NEAREST GENERATION.         *
      * ************************************************************* *
       0300-ASSIGN-GENERATIONS.

           MOVE 1 TO IND-GENERATION (ROOT-SUB).
           MOVE 1 TO WALK-HEAD.
           MOVE 1 TO WALK-TAIL.
           MOVE ROOT-SUB TO WALK-QUEUE (1).
           PERFORM 0310-WALK-ONE-INDIVIDUAL
              THRU 0319-WALK-ONE-INDIVIDUAL-EXIT
              UNTIL WALK-HEAD > WALK-TAIL.

       0309-ASSIGN-GENERATIONS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0310-WALK-ONE-INDIVIDUAL.

           MOVE WALK-QUEUE (WALK-HEAD) TO WALK-CURRENT.
           ADD 1 TO WALK-HEAD.
           MOVE IND-GENERATION (WALK-CURRENT) TO WALK-LEVEL.

           IF NOT IND-BY-MARRIAGE (WALK-CURRENT)
               PERFORM VARYING WALK-SP FROM 1 BY 1
                  UNTIL WALK-SP > IND-SPOUSE-COUNT (WALK-CURRENT)
                   MOVE IND-SPOUSE (WALK-CURRENT, WALK-SP)
                     TO WALK-OTHER
                   IF IND-GENERATION (WALK-OTHER) EQUAL ZERO
                       MOVE WALK-LEVEL TO IND-GENERATION (WALK-OTHER)
                       MOVE 'Y' TO IND-MARRIAGE-SWITCH (WALK-OTHER)
                       PERFORM 0320-QUEUE-WALK-OTHER
                          THRU 0329-QUEUE-WALK-OTHER-EXIT
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM 0330-CHECK-ONE-CHILD
              THRU 0339-CHECK-ONE-CHILD-EXIT
              VARYING WALK-OTHER FROM 1 BY 1
              UNTIL WALK-OTHER > IND-HI.

       0319-WALK-ONE-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0320-QUEUE-WALK-OTHER.

           MOVE WALK-CURRENT TO IND-REACHED-FROM (WALK-OTHER).
           ADD 1 TO WALK-TAIL.
           MOVE WALK-OTHER TO WALK-QUEUE (WALK-TAIL).

       0329-QUEUE-WALK-OTHER-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WALK-OTHER IS A CHILD OF WALK-CURRENT WHEN IT CARRIES IT AS   *
      * A PARENT.  A LINE DEEPER THAN THE COHORT TABLE IS LEFT        *
      * UNREACHED AND COUNTED.                                        *
      * ************************************************************* *
       0330-CHECK-ONE-CHILD.

           IF IND-GENERATION (WALK-OTHER) NOT EQUAL ZERO
               GO TO 0339-CHECK-ONE-CHILD-EXIT
           END-IF.
           MOVE 'N' TO WALK-CHILD-SWITCH.
           PERFORM VARYING LINK-K FROM 1 BY 1
              UNTIL LINK-K > IND-PARENT-COUNT (WALK-OTHER)
               IF IND-PARENT (WALK-OTHER, LINK-K) EQUAL WALK-CURRENT
                   SET WALK-IS-CHILD TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WALK-IS-CHILD
               GO TO 0339-CHECK-ONE-CHILD-EXIT
           END-IF.
           IF WALK-LEVEL NOT LESS THAN MAX-GENERATION
               ADD 1 TO TOO-DEEP-COUNT
               GO TO 0339-CHECK-ONE-CHILD-EXIT
           END-IF.
           COMPUTE IND-GENERATION (WALK-OTHER) = WALK-LEVEL + 1.
           PERFORM 0320-QUEUE-WALK-OTHER
              THRU 0329-QUEUE-WALK-OTHER-EXIT.

       0339-CHECK-ONE-CHILD-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ADDS EVERY REACHED INDIVIDUAL TO ITS GENERATION'S COHORT.     *
      * ************************************************************* *
       0400-GATHER-COHORTS.

           PERFORM VARYING GEN-I FROM 1 BY 1
              UNTIL GEN-I > MAX-GENERATION
               MOVE ZERO TO GEN-MEMBERS (GEN-I)
                            GEN-BY-MARRIAGE (GEN-I)
                            GEN-LIVING (GEN-I)
                            GEN-BIRTH-HIGH (GEN-I)
                            GEN-DECEASED (GEN-I)
                            GEN-APPROX (GEN-I)
                            GEN-LIFESPAN-TOTAL (GEN-I)
               MOVE 9999 TO GEN-BIRTH-LOW (GEN-I)
           END-PERFORM.

           PERFORM 0410-GATHER-ONE-INDIVIDUAL
              THRU 0419-GATHER-ONE-INDIVIDUAL-EXIT
              VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI.

       0409-GATHER-COHORTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0410-GATHER-ONE-INDIVIDUAL.

           IF IND-GENERATION (IND-I) EQUAL ZERO
               ADD 1 TO UNREACHED-COUNT
               GO TO 0419-GATHER-ONE-INDIVIDUAL-EXIT
           END-IF.
           MOVE IND-GENERATION (IND-I) TO GEN-I.
           IF GEN-I GREATER THAN HIGH-GENERATION
               MOVE GEN-I TO HIGH-GENERATION
           END-IF.
           ADD 1 TO REACHED-COUNT.
           ADD 1 TO GEN-MEMBERS (GEN-I).
           IF IND-BY-MARRIAGE (IND-I)
               ADD 1 TO MARRIAGE-COUNT
               ADD 1 TO GEN-BY-MARRIAGE (GEN-I)
           END-IF.

           IF IND-BIRTH-DATE (IND-I) IS NUMERIC
              AND IND-BIRTH-DATE (IND-I)(1:4) NOT EQUAL '0000'
               MOVE IND-BIRTH-DATE (IND-I) TO WORK-DATE
               IF WORK-YEAR LESS THAN GEN-BIRTH-LOW (GEN-I)
                   MOVE WORK-YEAR TO GEN-BIRTH-LOW (GEN-I)
               END-IF
               IF WORK-YEAR GREATER THAN GEN-BIRTH-HIGH (GEN-I)
                   MOVE WORK-YEAR TO GEN-BIRTH-HIGH (GEN-I)
               END-IF
           END-IF.

           IF IND-DEATH-DATE (IND-I) EQUAL SPACES
              OR IND-DEATH-DATE (IND-I) EQUAL '00000000'
               ADD 1 TO GEN-LIVING (GEN-I)
               GO TO 0419-GATHER-ONE-INDIVIDUAL-EXIT
           END-IF.
           IF IND-BIRTH-DATE (IND-I) NOT NUMERIC
              OR IND-DEATH-DATE (IND-I) NOT NUMERIC
              OR IND-BIRTH-DATE (IND-I)(1:4) EQUAL '0000'
               GO TO 0419-GATHER-ONE-INDIVIDUAL-EXIT
           END-IF.
           MOVE IND-BIRTH-DATE (IND-I) TO LS-DATE1.
           MOVE IND-DEATH-DATE (IND-I) TO LS-DATE2.
           PERFORM 0450-COMPUTE-YEARS-BETWEEN
              THRU 0459-COMPUTE-YEARS-BETWEEN-EXIT.
           ADD 1 TO GEN-DECEASED (GEN-I).
           ADD LS-YEARS TO GEN-LIFESPAN-TOTAL (GEN-I).
           IF LS-IS-APPROX
               ADD 1 TO GEN-APPROX (GEN-I)
           END-IF.

       0419-GATHER-ONE-INDIVIDUAL-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WHOLE YEARS BETWEEN LS-DATE1 AND LS-DATE2: Y2KLAGE FOR FULL   *
      * DATES, THE YEAR DIFFERENCE FLAGGED APPROXIMATE WHEN EITHER    *
      * IS PARTIAL.                                                   *
      * ************************************************************* *
       0450-COMPUTE-YEARS-BETWEEN.

           MOVE 'N' TO LS-APPROX-SWITCH.
           IF LS-DATE1(7:2) EQUAL '00' OR LS-DATE2(7:2) EQUAL '00'
               SET LS-IS-APPROX TO TRUE
               MOVE LS-DATE1(1:4) TO APPROX-BIRTH-YEAR
               MOVE LS-DATE2(1:4) TO APPROX-EVENT-YEAR
               COMPUTE LS-YEARS =
                   APPROX-EVENT-YEAR - APPROX-BIRTH-YEAR
               IF LS-YEARS LESS THAN ZERO
                   MOVE ZERO TO LS-YEARS
               END-IF
               GO TO 0459-COMPUTE-YEARS-BETWEEN-EXIT
           END-IF.

           INITIALIZE Y2K-LAGE-PARAMETERS.
           MOVE LS-DATE1(5:2) TO Y2K-LAGEP-DATE1(1:2).
           MOVE LS-DATE1(7:2) TO Y2K-LAGEP-DATE1(3:2).
           MOVE LS-DATE1(1:4) TO Y2K-LAGEP-DATE1(5:4).
           MOVE LS-DATE2(5:2) TO Y2K-LAGEP-DATE2(1:2).
           MOVE LS-DATE2(7:2) TO Y2K-LAGEP-DATE2(3:2).
           MOVE LS-DATE2(1:4) TO Y2K-LAGEP-DATE2(5:4).
           CALL 'Y2KLAGE' USING Y2K-LAGE-PARAMETERS.
           IF Y2K-LAGEP-RETURN-CODE NOT EQUAL ZERO
               SET LS-IS-APPROX TO TRUE
               MOVE LS-DATE1(1:4) TO APPROX-BIRTH-YEAR
               MOVE LS-DATE2(1:4) TO APPROX-EVENT-YEAR
               COMPUTE LS-YEARS =
                   APPROX-EVENT-YEAR - APPROX-BIRTH-YEAR
               IF LS-YEARS LESS THAN ZERO
                   MOVE ZERO TO LS-YEARS
               END-IF
           ELSE
               MOVE Y2K-LAGEP-YEARS-PAST TO LS-YEARS
           END-IF.

       0459-COMPUTE-YEARS-BETWEEN-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE REPORT: EACH GENERATION'S MEMBERS AND COHORT LINE, THE    *
      * INDIVIDUALS NOT REACHED, AND THE RUN COUNTS.                  *
      * ************************************************************* *
       0800-PRINT-REPORT.

           OPEN OUTPUT GENERATION-REPORT-FILE.
           PERFORM 0850-WRITE-HEADING-1.
           MOVE SPACES TO RH2-TEXT.
           STRING 'ROOT ANCESTOR: ' DELIMITED BY SIZE
                  FUNCTION TRIM(IND-NAME (ROOT-SUB))
                    DELIMITED BY SIZE
             INTO RH2-TEXT.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2
             BEFORE ADVANCING 2.

           PERFORM 0810-PRINT-ONE-GENERATION
              THRU 0819-PRINT-ONE-GENERATION-EXIT
              VARYING GEN-I FROM 1 BY 1
              UNTIL GEN-I > HIGH-GENERATION.

           IF UNREACHED-COUNT GREATER THAN ZERO
               MOVE 'NOT REACHED FROM THE ROOT - CHECK FOR A MISSING '
                 TO RH2-TEXT
               MOVE 'PARENT-OF, CHILD-OF OR SPOUSE-OF RECORD'
                 TO RH2-TEXT(49:)
               WRITE REPORT-RECORD FROM REPORT-HEADING-2
                 BEFORE ADVANCING 2
               PERFORM 0830-PRINT-ONE-UNREACHED
                  THRU 0839-PRINT-ONE-UNREACHED-EXIT
                  VARYING IND-I FROM 1 BY 1
                  UNTIL IND-I > IND-HI
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING 1
           END-IF.

           MOVE SPACES TO COUNT-LINE.
           MOVE 'INDIVIDUALS ON FILE' TO CL-LABEL.
           MOVE IND-HI TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'REACHED FROM THE ROOT' TO CL-LABEL.
           MOVE REACHED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE '  OF WHOM BY MARRIAGE' TO CL-LABEL.
           MOVE MARRIAGE-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'GENERATIONS' TO CL-LABEL.
           MOVE HIGH-GENERATION TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'NOT REACHED' TO CL-LABEL.
           MOVE UNREACHED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           IF TOO-DEEP-COUNT GREATER THAN ZERO
               MOVE 'NOT NUMBERED - BEYOND GENERATION 20' TO CL-LABEL
               MOVE TOO-DEEP-COUNT TO CL-VALUE
               WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1
           END-IF.

           CLOSE GENERATION-REPORT-FILE.

       0809-PRINT-REPORT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0810-PRINT-ONE-GENERATION.

           IF GEN-MEMBERS (GEN-I) EQUAL ZERO
               GO TO 0819-PRINT-ONE-GENERATION-EXIT
           END-IF.
           MOVE GEN-I TO GHL-NUMBER.
           WRITE REPORT-RECORD FROM GENERATION-HEADING-LINE
             BEFORE ADVANCING 1.
           WRITE REPORT-RECORD FROM DETAIL-COLUMN-LINE
             BEFORE ADVANCING 1.
           PERFORM 0820-PRINT-ONE-MEMBER
              THRU 0829-PRINT-ONE-MEMBER-EXIT
              VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI.

           MOVE GEN-MEMBERS (GEN-I) TO CHL-MEMBERS.
           MOVE GEN-BY-MARRIAGE (GEN-I) TO CHL-BY-MARRIAGE.
           IF GEN-BIRTH-HIGH (GEN-I) EQUAL ZERO
               MOVE '----' TO CHL-BIRTH-LOW CHL-BIRTH-HIGH
           ELSE
               MOVE GEN-BIRTH-LOW (GEN-I) TO CHL-BIRTH-LOW
               MOVE GEN-BIRTH-HIGH (GEN-I) TO CHL-BIRTH-HIGH
           END-IF.
           MOVE GEN-DECEASED (GEN-I) TO CHL-DECEASED.
           MOVE SPACES TO CHL-APPROX.
           IF GEN-DECEASED (GEN-I) EQUAL ZERO
               MOVE '---' TO CHL-AVERAGE
           ELSE
               COMPUTE GEN-AVERAGE ROUNDED =
                   GEN-LIFESPAN-TOTAL (GEN-I) / GEN-DECEASED (GEN-I)
               MOVE GEN-AVERAGE TO CHL-AVERAGE
               IF GEN-APPROX (GEN-I) GREATER THAN ZERO
                   MOVE ', APPROX' TO CHL-APPROX
               END-IF
           END-IF.
           MOVE GEN-LIVING (GEN-I) TO CHL-LIVING.
           WRITE REPORT-RECORD FROM COHORT-LINE
             BEFORE ADVANCING 2.

       0819-PRINT-ONE-GENERATION-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0820-PRINT-ONE-MEMBER.

           IF IND-GENERATION (IND-I) NOT EQUAL GEN-I
               GO TO 0829-PRINT-ONE-MEMBER-EXIT
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE IND-NAME (IND-I) TO DL-NAME.
           MOVE IND-BIRTH-DATE (IND-I) TO WORK-DATE.
           PERFORM 0860-FORMAT-DATE.
           MOVE RH1-DATE TO DL-BORN.
           MOVE IND-DEATH-DATE (IND-I) TO WORK-DATE.
           PERFORM 0860-FORMAT-DATE.
           MOVE RH1-DATE TO DL-DIED.
           IF IND-I EQUAL ROOT-SUB
               MOVE 'ROOT' TO DL-HOW
           ELSE
               IF IND-BY-MARRIAGE (IND-I)
                   MOVE 'SPOUSE OF' TO DL-HOW
               ELSE
                   MOVE 'CHILD OF' TO DL-HOW
               END-IF
               MOVE IND-REACHED-FROM (IND-I) TO WALK-OTHER
               MOVE IND-NAME (WALK-OTHER) TO DL-THROUGH
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE
             BEFORE ADVANCING 1.

       0829-PRINT-ONE-MEMBER-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0830-PRINT-ONE-UNREACHED.

           IF IND-GENERATION (IND-I) NOT EQUAL ZERO
               GO TO 0839-PRINT-ONE-UNREACHED-EXIT
           END-IF.
           MOVE SPACES TO UNREACHED-LINE.
           MOVE IND-NAME (IND-I) TO UL-NAME.
           MOVE IND-PERSON-ID (IND-I) TO UL-PERSON-ID.
           MOVE IND-BIRTH-DATE (IND-I) TO WORK-DATE.
           PERFORM 0860-FORMAT-DATE.
           MOVE RH1-DATE TO UL-BORN.
           IF IND-PARENT-COUNT (IND-I) EQUAL ZERO
              AND IND-SPOUSE-COUNT (IND-I) EQUAL ZERO
               MOVE 'NO RELATIONSHIP RECORDS AT ALL' TO UL-NOTE
           ELSE
               MOVE 'LINKED, BUT NOT TO THE ROOT''S LINE' TO UL-NOTE
           END-IF.
           WRITE REPORT-RECORD FROM UNREACHED-LINE
             BEFORE ADVANCING 1.

       0839-PRINT-ONE-UNREACHED-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0850-WRITE-HEADING-1.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WORK-DATE.
           PERFORM 0860-FORMAT-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1
             BEFORE ADVANCING 1.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * WORK-DATE AS MM/DD/YYYY IN RH1-DATE (BLANK WHEN THERE IS NO   *
      * DATE).                                                        *
      * ************************************************************* *
       0860-FORMAT-DATE.

           MOVE SPACES TO RH1-DATE.
           IF WORK-DATE IS NUMERIC AND WORK-DATE GREATER THAN ZERO
               MOVE WORK-MONTH TO RH1-DATE(1:2)
               MOVE '/' TO RH1-DATE(3:1)
               MOVE WORK-DAY TO RH1-DATE(4:2)
               MOVE '/' TO RH1-DATE(6:1)
               MOVE WORK-YEAR TO RH1-DATE(7:4)
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0900-EXIT-PROGRAM.
           STOP RUN.

       END PROGRAM TLGENRPT.
