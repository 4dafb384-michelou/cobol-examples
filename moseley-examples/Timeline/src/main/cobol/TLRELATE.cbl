       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRELATE.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      * ************************************************************* *
      * RELATIONSHIP CALCULATOR OVER timeline.dat: HOW ARE TWO        *
      * INDIVIDUALS RELATED?  THE QUESTION THE REUNION COMMITTEE IS   *
      * ASKED MOST, AND USED TO WORK OUT ON PAPER FROM THE '2'        *
      * RECORDS.                                                      *
      *                                                               *
      * ARGUMENTS (KEYWORD=VALUE, ANY ORDER):                         *
      *   PERSON1=NAME  PERSON2=NAME                                  *
      *                 THE TWO INDIVIDUALS TO RELATE.  A NAME MAY BE *
      *                 ALL OR PART OF THE NAME ON THE '0' RECORD     *
      *                 (CASE DOES NOT MATTER; AN EXACT MATCH WINS,   *
      *                 OTHERWISE THE FIRST NAME CONTAINING IT), OR   *
      *                 '#NNNNN' FOR A PERSON ID.                     *
      *   ROOT=NAME     BATCH MODE INSTEAD: EVERY INDIVIDUAL ON FILE  *
      *                 IS LISTED WITH THEIR RELATIONSHIP TO THIS ONE *
      *                                                               *
      * BLOOD RELATIONSHIPS COME FROM THE NEAREST COMMON ANCESTOR     *
      * THROUGH THE PARENT-OF/CHILD-OF LINKS (UP TO 12 GENERATIONS    *
      * BACK): PARENT, GRANDPARENT, SIBLING (HALF-SIBLING WHEN ONLY   *
      * ONE OF TWO RECORDED PARENTS IS SHARED), AUNT/UNCLE,           *
      * NIECE/NEPHEW, AND NTH COUSIN N TIMES REMOVED.  TIMELINE.DAT   *
      * CARRIES NO SEX, SO THE TERMS ARE THE NEUTRAL ONES.  FAILING   *
      * A BLOOD LINK, ONE SPOUSE-OF LINK ON EITHER SIDE GIVES THE     *
      * IN-LAW RELATIONSHIPS (PARENT-, CHILD- AND SIBLING-IN-LAW,     *
      * STEP-PARENT/STEP-CHILD, OR ANY OTHER TERM 'BY MARRIAGE'), AND *
      * A SIBLING-OF RECORD WITH NO PARENTS BEHIND IT STILL COUNTS AS *
      * SIBLING.  '#NNNNN' REFERENCES IN THE '2' RECORDS RESOLVE BY   *
      * ID AS EVERYWHERE ELSE.                                        *
      *                                                               *
      * THE PAIR REPORT (TLRELATE.RPT) STATES THE RELATIONSHIP IN     *
      * WORDS AND LISTS THE PATH OF INDIVIDUALS CONNECTING THE TWO,   *
      * UP TO THE COMMON ANCESTOR AND DOWN AGAIN; THE BATCH REPORT    *
      * GIVES ONE LINE PER INDIVIDUAL WITH THE COMMON ANCESTOR (OR    *
      * THE SPOUSE) THE RELATIONSHIP RUNS THROUGH.                    *
      * ************************************************************* *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMELINE-DATA-FILE ASSIGN TO "timeline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT RELATE-REPORT-FILE ASSIGN TO "TLRELATE.RPT"
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
           02  TIR-BIRTH-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  TIR-NAME                PIC X(35).
           02  FILLER                  PIC X(01).
           02  TIR-DEATH-DATE          PIC 9(08).
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

       FD  RELATE-REPORT-FILE
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
           02  PERSON1-KEY             PIC X(35) VALUE SPACES.
           02  PERSON2-KEY             PIC X(35) VALUE SPACES.
           02  ROOT-KEY                PIC X(35) VALUE SPACES.
           02  PERSON1-SUB             PIC S9(3) COMP VALUE +0.
           02  PERSON2-SUB             PIC S9(3) COMP VALUE +0.
           02  ROOT-SUB                PIC S9(3) COMP VALUE +0.
           02  FIND-KEY                PIC X(35).
           02  FIND-KEY-LENGTH         PIC S9(2) COMP.
           02  FIND-SCAN               PIC S9(2) COMP.
           02  FIND-SUB                PIC S9(3) COMP.
           02  MAX-DEPTH               PIC S9(2) COMP VALUE +12.
           02  WORK-DATE               PIC 9(8).
           02  FILLER                  REDEFINES WORK-DATE.
               03  WORK-YEAR           PIC 9(4).
               03  WORK-MONTH          PIC 9(2).
               03  WORK-DAY            PIC 9(2).
           02  LISTED-COUNT            PIC 9(4) VALUE ZERO.
           02  BLOOD-COUNT             PIC 9(4) VALUE ZERO.
           02  MARRIAGE-COUNT          PIC 9(4) VALUE ZERO.
           02  UNRELATED-COUNT         PIC 9(4) VALUE ZERO.
           02  SENTENCE-TEXT           PIC X(132).
           02  BUILD-PTR               PIC S9(4) COMP.

      * ************************************************************* *
      * THE '0' INDIVIDUALS, EACH WITH THE PARENTS AND SPOUSES THE    *
      * '2' RECORDS GIVE THEM (PARENT-OF AND CHILD-OF BOTH FEED THE   *
      * PARENT LIST; A LINK RECORDED BOTH WAYS IS TAKEN ONCE).        *
      * ************************************************************* *
       01  INDIVIDUAL-FIELDS.
           02  IND-HI                  PIC S9(3) COMP VALUE +0.
           02  IND-ENTRY               OCCURS 200 TIMES.
               03  IND-NAME            PIC X(35).
               03  IND-NAME-UPPER      PIC X(35).
               03  IND-PERSON-ID       PIC X(5).
               03  IND-PARENT-COUNT    PIC S9(2) COMP.
               03  IND-PARENT          OCCURS 4 TIMES
                                       PIC S9(3) COMP.
               03  IND-SPOUSE-COUNT    PIC S9(2) COMP.
               03  IND-SPOUSE          OCCURS 4 TIMES
                                       PIC S9(3) COMP.
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
      * THE ANCESTORS OF THE TWO INDIVIDUALS BEING COMPARED, ONE      *
      * SIDE EACH, BUILT BREADTH-FIRST SO EACH ANCESTOR IS HELD AT    *
      * ITS NEAREST GENERATION.  ANC-FROM POINTS BACK TO THE ENTRY    *
      * (THE CHILD) IT WAS REACHED FROM, WHICH IS HOW THE PATH IS     *
      * WALKED FOR THE REPORT.                                        *
      * ************************************************************* *
       01  ANCESTOR-FIELDS.
           02  ANC-SIDE                OCCURS 2 TIMES.
               03  ANC-HI              PIC S9(3) COMP.
               03  ANC-ENTRY           OCCURS 200 TIMES.
                   04  ANC-PERSON      PIC S9(3) COMP.
                   04  ANC-DEPTH       PIC S9(2) COMP.
                   04  ANC-FROM        PIC S9(3) COMP.
           02  ANC-S                   PIC S9(1) COMP.
           02  ANC-I                   PIC S9(3) COMP.
           02  ANC-J                   PIC S9(3) COMP.
           02  ANC-K                   PIC S9(2) COMP.
           02  ANC-START               PIC S9(3) COMP.
           02  ANC-CHILD               PIC S9(3) COMP.
           02  ANC-PARENT              PIC S9(3) COMP.
           02  ANC-SEEN-SWITCH         PIC X(1).
               88  ANC-ALREADY-SEEN    VALUE 'Y'.
           02  BLOOD-X                 PIC S9(3) COMP.
           02  BLOOD-Y                 PIC S9(3) COMP.
           02  BLOOD-FOUND-SWITCH      PIC X(1).
               88  BLOOD-FOUND         VALUE 'Y'.
           02  BEST-SCORE              PIC S9(3) COMP.
           02  BEST-I                  PIC S9(3) COMP.
           02  BEST-J                  PIC S9(3) COMP.
           02  BEST-A-DEPTH            PIC S9(2) COMP.
           02  BEST-B-DEPTH            PIC S9(2) COMP.
           02  COMMON-PARENT-COUNT     PIC S9(2) COMP.
           02  HALF-SWITCH             PIC X(1).
               88  HALF-BLOOD          VALUE 'Y'.

      * ************************************************************* *
      * THE RELATIONSHIP SETTLED FOR ONE PAIR (PAIR-X RELATIVE TO     *
      * PAIR-Y), AND THE BEST MARRIAGE LINK FOUND WHILE LOOKING.      *
      * ************************************************************* *
       01  RESULT-FIELDS.
           02  PAIR-X                  PIC S9(3) COMP.
           02  PAIR-Y                  PIC S9(3) COMP.
           02  RESULT-KIND             PIC X(1).
               88  RESULT-NONE         VALUE ' '.
               88  RESULT-SAME         VALUE 'X'.
               88  RESULT-SPOUSE       VALUE 'D'.
               88  RESULT-BLOOD        VALUE 'B'.
               88  RESULT-VIA-X-SPOUSE VALUE 'M'.
               88  RESULT-VIA-Y-SPOUSE VALUE 'N'.
               88  RESULT-SIBLING-LINK VALUE 'S'.
           02  RESULT-WORDS            PIC X(60).
           02  RESULT-THROUGH          PIC X(35).
           02  RESULT-SPOUSE-SUB       PIC S9(3) COMP.
           02  SP-I                    PIC S9(2) COMP.
           02  MAR-SCORE               PIC S9(3) COMP.
           02  MAR-SIDE                PIC X(1).
           02  MAR-SPOUSE              PIC S9(3) COMP.
           02  MAR-A                   PIC S9(2) COMP.
           02  MAR-B                   PIC S9(2) COMP.
           02  MAR-HALF-SWITCH         PIC X(1).
           02  NAME-A                  PIC S9(2) COMP.
           02  NAME-B                  PIC S9(2) COMP.
           02  NAME-LOW                PIC S9(2) COMP.
           02  NAME-DIFF               PIC S9(2) COMP.
           02  NAME-GREATS             PIC S9(2) COMP.
           02  NAME-KIND               PIC X(1).
           02  NAME-WORDS              PIC X(60).
           02  NAME-PTR                PIC S9(4) COMP.

       01  ORDINAL-INIT.
           02  FILLER PIC X(8) VALUE 'FIRST'.
           02  FILLER PIC X(8) VALUE 'SECOND'.
           02  FILLER PIC X(8) VALUE 'THIRD'.
           02  FILLER PIC X(8) VALUE 'FOURTH'.
           02  FILLER PIC X(8) VALUE 'FIFTH'.
           02  FILLER PIC X(8) VALUE 'SIXTH'.
           02  FILLER PIC X(8) VALUE 'SEVENTH'.
           02  FILLER PIC X(8) VALUE 'EIGHTH'.
           02  FILLER PIC X(8) VALUE 'NINTH'.
           02  FILLER PIC X(8) VALUE 'TENTH'.
           02  FILLER PIC X(8) VALUE 'ELEVENTH'.
           02  FILLER PIC X(8) VALUE 'TWELFTH'.
       01  ORDINAL-TABLE               REDEFINES ORDINAL-INIT.
           02  ORDINAL-WORD            OCCURS 12 TIMES
                                       PIC X(8).

       01  NUMBER-WORD-INIT.
           02  FILLER PIC X(6) VALUE 'ONE'.
           02  FILLER PIC X(6) VALUE 'TWO'.
           02  FILLER PIC X(6) VALUE 'THREE'.
           02  FILLER PIC X(6) VALUE 'FOUR'.
           02  FILLER PIC X(6) VALUE 'FIVE'.
           02  FILLER PIC X(6) VALUE 'SIX'.
           02  FILLER PIC X(6) VALUE 'SEVEN'.
           02  FILLER PIC X(6) VALUE 'EIGHT'.
           02  FILLER PIC X(6) VALUE 'NINE'.
           02  FILLER PIC X(6) VALUE 'TEN'.
           02  FILLER PIC X(6) VALUE 'ELEVEN'.
           02  FILLER PIC X(6) VALUE 'TWELVE'.
       01  NUMBER-WORD-TABLE           REDEFINES NUMBER-WORD-INIT.
           02  NUMBER-WORD             OCCURS 12 TIMES
                                       PIC X(6).

      * ************************************************************* *
      * THE UPWARD HALF OF A PATH, HELD SO IT CAN PRINT TOP-DOWN.     *
      * ************************************************************* *
       01  PATH-FIELDS.
           02  PATH-N                  PIC S9(2) COMP.
           02  PATH-K                  PIC S9(2) COMP.
           02  PATH-ENTRY              OCCURS 20 TIMES
                                       PIC S9(3) COMP.
           02  PATH-PERSON             PIC S9(3) COMP.
           02  PATH-START-LABEL        PIC X(8).

      * ************************************************************* *
      * REPORT LINES.                                                 *
      * ************************************************************* *
       01  REPORT-HEADING-1.
           02  FILLER  PIC X(6) VALUE 'DATE: '.
           02  RH1-DATE PIC X(10).
           02  FILLER  PIC X(39) VALUE SPACES.
           02  FILLER  PIC X(23) VALUE 'RELATIONSHIP CALCULATOR'.
           02  FILLER  PIC X(37) VALUE SPACES.
           02  FILLER  PIC X(17) VALUE 'PROGRAM: TLRELATE'.

       01  REPORT-HEADING-2.
           02  RH2-TEXT                PIC X(132).

       01  PATH-LINE.
           02  FILLER                  PIC X(06) VALUE SPACES.
           02  PL-LABEL                PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  PL-NAME                 PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  PL-NOTE                 PIC X(27).
           02  FILLER                  PIC X(52) VALUE SPACES.

       01  BATCH-COLUMN-LINE.
           02  FILLER  PIC X(37) VALUE 'INDIVIDUAL'.
           02  FILLER  PIC X(57) VALUE 'RELATIONSHIP TO ROOT'.
           02  FILLER  PIC X(38) VALUE
               'THROUGH (COMMON ANCESTOR OR SPOUSE)'.

       01  BATCH-DETAIL-LINE.
           02  BDL-NAME                PIC X(35).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BDL-RELATIONSHIP        PIC X(55).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  BDL-THROUGH             PIC X(35).
           02  FILLER                  PIC X(03) VALUE SPACES.

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
              AND (PERSON1-KEY EQUAL SPACES
                OR PERSON2-KEY EQUAL SPACES)
               DISPLAY 'TLRELATE: GIVE PERSON1= AND PERSON2= (NAME OR '
                  '#ID), OR ROOT= TO LIST EVERYONE''S RELATIONSHIP'
               GO TO 0900-EXIT-PROGRAM
           END-IF.

           OPEN INPUT TIMELINE-DATA-FILE.
           IF NOT DATA-FILE-OK
               DISPLAY 'TLRELATE: CANNOT OPEN timeline.dat'
               GO TO 0900-EXIT-PROGRAM
           END-IF.
           PERFORM 0100-LOAD-DATA-FILE
              THRU 0109-LOAD-DATA-FILE-EXIT.
           CLOSE TIMELINE-DATA-FILE.
           PERFORM 0200-BUILD-LINKS
              THRU 0209-BUILD-LINKS-EXIT.

           IF ROOT-KEY NOT EQUAL SPACES
               MOVE ROOT-KEY TO FIND-KEY
               PERFORM 0250-FIND-ARGUMENT-INDIVIDUAL
                  THRU 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT
               MOVE FIND-SUB TO ROOT-SUB
               IF ROOT-SUB EQUAL ZERO
                   DISPLAY 'TLRELATE: ROOT INDIVIDUAL NOT FOUND: '
                      FUNCTION TRIM(ROOT-KEY)
                   GO TO 0900-EXIT-PROGRAM
               END-IF
               PERFORM 0800-PRINT-BATCH-REPORT
                  THRU 0809-PRINT-BATCH-REPORT-EXIT
               DISPLAY 'TLRELATE: ' LISTED-COUNT
                  ' INDIVIDUAL(S) LISTED ON TLRELATE.RPT'
               GO TO 0900-EXIT-PROGRAM
           END-IF.

           MOVE PERSON1-KEY TO FIND-KEY.
           PERFORM 0250-FIND-ARGUMENT-INDIVIDUAL
              THRU 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT.
           MOVE FIND-SUB TO PERSON1-SUB.
           MOVE PERSON2-KEY TO FIND-KEY.
           PERFORM 0250-FIND-ARGUMENT-INDIVIDUAL
              THRU 0259-FIND-ARGUMENT-INDIVIDUAL-EXIT.
           MOVE FIND-SUB TO PERSON2-SUB.
           IF PERSON1-SUB EQUAL ZERO
               DISPLAY 'TLRELATE: PERSON1 NOT FOUND: '
                  FUNCTION TRIM(PERSON1-KEY)
           END-IF.
           IF PERSON2-SUB EQUAL ZERO
               DISPLAY 'TLRELATE: PERSON2 NOT FOUND: '
                  FUNCTION TRIM(PERSON2-KEY)
           END-IF.
           IF PERSON1-SUB EQUAL ZERO OR PERSON2-SUB EQUAL ZERO
               GO TO 0900-EXIT-PROGRAM
           END-IF.

           PERFORM 0700-PRINT-PAIR-REPORT
              THRU 0709-PRINT-PAIR-REPORT-EXIT.
           DISPLAY FUNCTION TRIM(SENTENCE-TEXT).
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
               WHEN 'PERSON1'
                   MOVE ARG-VALUE TO PERSON1-KEY
               WHEN 'PERSON2'
                   MOVE ARG-VALUE TO PERSON2-KEY
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
      * SETTLES HOW PAIR-X IS RELATED TO PAIR-Y, IN ORDER OF          *
      * PREFERENCE: THE SAME INDIVIDUAL, SPOUSES, A BLOOD RELATION-   *
      * SHIP, A RELATIONSHIP BY ONE MARRIAGE (THE NEAREST ONE WHEN    *
      * THERE ARE SEVERAL), A BARE SIBLING-OF RECORD, OR NONE.        *
      * LEAVES RESULT-KIND, RESULT-WORDS (PAIR-X IS THE ... OF        *
      * PAIR-Y), RESULT-THROUGH AND RESULT-SPOUSE-SUB.                *
      * ************************************************************* *
       0300-DETERMINE-RELATIONSHIP.

           MOVE SPACES TO RESULT-KIND, RESULT-WORDS, RESULT-THROUGH.
           MOVE ZERO TO RESULT-SPOUSE-SUB.

           IF PAIR-X EQUAL PAIR-Y
               SET RESULT-SAME TO TRUE
               MOVE 'SAME INDIVIDUAL' TO RESULT-WORDS
               GO TO 0309-DETERMINE-RELATIONSHIP-EXIT
           END-IF.

           PERFORM VARYING SP-I FROM 1 BY 1
              UNTIL SP-I > IND-SPOUSE-COUNT (PAIR-X)
                 OR RESULT-SPOUSE
               IF IND-SPOUSE (PAIR-X, SP-I) EQUAL PAIR-Y
                   SET RESULT-SPOUSE TO TRUE
               END-IF
           END-PERFORM.
           IF RESULT-SPOUSE
               MOVE 'SPOUSE' TO RESULT-WORDS
               GO TO 0309-DETERMINE-RELATIONSHIP-EXIT
           END-IF.

           MOVE PAIR-X TO BLOOD-X.
           MOVE PAIR-Y TO BLOOD-Y.
           PERFORM 0500-FIND-BLOOD-RELATION
              THRU 0509-FIND-BLOOD-RELATION-EXIT.
           IF BLOOD-FOUND
               SET RESULT-BLOOD TO TRUE
               MOVE BEST-A-DEPTH TO NAME-A
               MOVE BEST-B-DEPTH TO NAME-B
               PERFORM 0600-NAME-RELATIONSHIP
                  THRU 0609-NAME-RELATIONSHIP-EXIT
               MOVE NAME-WORDS TO RESULT-WORDS
               MOVE ANC-PERSON (1, BEST-I) TO IND-I
               MOVE IND-NAME (IND-I) TO RESULT-THROUGH
               GO TO 0309-DETERMINE-RELATIONSHIP-EXIT
           END-IF.

           MOVE 999 TO MAR-SCORE.
           PERFORM 0310-TRY-ONE-X-SPOUSE
              VARYING SP-I FROM 1 BY 1
              UNTIL SP-I > IND-SPOUSE-COUNT (PAIR-X).
           PERFORM 0320-TRY-ONE-Y-SPOUSE
              VARYING SP-I FROM 1 BY 1
              UNTIL SP-I > IND-SPOUSE-COUNT (PAIR-Y).
           IF MAR-SCORE LESS THAN 999
               MOVE MAR-SIDE TO RESULT-KIND
               MOVE MAR-A TO NAME-A
               MOVE MAR-B TO NAME-B
               MOVE MAR-HALF-SWITCH TO HALF-SWITCH
               PERFORM 0600-NAME-RELATIONSHIP
                  THRU 0609-NAME-RELATIONSHIP-EXIT
               PERFORM 0650-APPLY-MARRIAGE-WORDS
                  THRU 0659-APPLY-MARRIAGE-WORDS-EXIT
               MOVE MAR-SPOUSE TO RESULT-SPOUSE-SUB
               MOVE IND-NAME (MAR-SPOUSE) TO RESULT-THROUGH
               GO TO 0309-DETERMINE-RELATIONSHIP-EXIT
           END-IF.

           PERFORM 0330-CHECK-ONE-SIBLING-LINK
              VARYING REL-I FROM 1 BY 1
              UNTIL REL-I > REL-HI OR RESULT-SIBLING-LINK.
           IF RESULT-SIBLING-LINK
               MOVE 'SIBLING' TO RESULT-WORDS
           END-IF.

       0309-DETERMINE-RELATIONSHIP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PAIR-X MARRIED TO A BLOOD RELATIVE OF PAIR-Y.                 *
      * ************************************************************* *
       0310-TRY-ONE-X-SPOUSE.

           MOVE IND-SPOUSE (PAIR-X, SP-I) TO BLOOD-X.
           MOVE PAIR-Y TO BLOOD-Y.
           PERFORM 0500-FIND-BLOOD-RELATION
              THRU 0509-FIND-BLOOD-RELATION-EXIT.
           IF BLOOD-FOUND AND BEST-SCORE LESS THAN MAR-SCORE
               MOVE BEST-SCORE TO MAR-SCORE
               MOVE 'M' TO MAR-SIDE
               MOVE BLOOD-X TO MAR-SPOUSE
               MOVE BEST-A-DEPTH TO MAR-A
               MOVE BEST-B-DEPTH TO MAR-B
               MOVE HALF-SWITCH TO MAR-HALF-SWITCH
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PAIR-X A BLOOD RELATIVE OF PAIR-Y'S SPOUSE.                   *
      * ************************************************************* *
       0320-TRY-ONE-Y-SPOUSE.

           MOVE PAIR-X TO BLOOD-X.
           MOVE IND-SPOUSE (PAIR-Y, SP-I) TO BLOOD-Y.
           PERFORM 0500-FIND-BLOOD-RELATION
              THRU 0509-FIND-BLOOD-RELATION-EXIT.
           IF BLOOD-FOUND AND BEST-SCORE LESS THAN MAR-SCORE
               MOVE BEST-SCORE TO MAR-SCORE
               MOVE 'N' TO MAR-SIDE
               MOVE BLOOD-Y TO MAR-SPOUSE
               MOVE BEST-A-DEPTH TO MAR-A
               MOVE BEST-B-DEPTH TO MAR-B
               MOVE HALF-SWITCH TO MAR-HALF-SWITCH
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0330-CHECK-ONE-SIBLING-LINK.

           IF REL-CODE (REL-I) EQUAL '3'
              AND ((REL-NAME1 (REL-I) EQUAL IND-NAME (PAIR-X)
                    AND REL-NAME2 (REL-I) EQUAL IND-NAME (PAIR-Y))
                OR (REL-NAME1 (REL-I) EQUAL IND-NAME (PAIR-Y)
                    AND REL-NAME2 (REL-I) EQUAL IND-NAME (PAIR-X)))
               SET RESULT-SIBLING-LINK TO TRUE
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * LOOKS FOR THE NEAREST COMMON ANCESTOR OF BLOOD-X AND BLOOD-Y  *
      * (EITHER MAY BE THE ANCESTOR ITSELF - A PARENT IS AT DEPTH 0   *
      * ON ITS OWN SIDE).  NEAREST MEANS THE FEWEST GENERATIONS UP    *
      * AND DOWN AGAIN; BEST-A-DEPTH AND BEST-B-DEPTH ARE THE         *
      * GENERATIONS FROM EACH SIDE UP TO IT.                          *
      * ************************************************************* *
       0500-FIND-BLOOD-RELATION.

           MOVE 1 TO ANC-S.
           MOVE BLOOD-X TO ANC-START.
           PERFORM 0510-BUILD-ANCESTORS
              THRU 0519-BUILD-ANCESTORS-EXIT.
           MOVE 2 TO ANC-S.
           MOVE BLOOD-Y TO ANC-START.
           PERFORM 0510-BUILD-ANCESTORS
              THRU 0519-BUILD-ANCESTORS-EXIT.

           MOVE 'N' TO BLOOD-FOUND-SWITCH, HALF-SWITCH.
           MOVE 999 TO BEST-SCORE.
           PERFORM 0530-COMPARE-ONE-ANCESTOR
              VARYING ANC-I FROM 1 BY 1
              UNTIL ANC-I > ANC-HI (1).
           IF NOT BLOOD-FOUND
               GO TO 0509-FIND-BLOOD-RELATION-EXIT
           END-IF.
           MOVE ANC-DEPTH (1, BEST-I) TO BEST-A-DEPTH.
           MOVE ANC-DEPTH (2, BEST-J) TO BEST-B-DEPTH.

      * SIBLINGS SHARING ONLY ONE OF THEIR TWO RECORDED PARENTS ARE
      * HALF-SIBLINGS.  WITH A PARENT MISSING FROM THE FILE THERE IS
      * NO TELLING, SO THEY STAY PLAIN SIBLINGS.
           IF BEST-A-DEPTH EQUAL 1 AND BEST-B-DEPTH EQUAL 1
               MOVE ZERO TO COMMON-PARENT-COUNT
               PERFORM 0540-COUNT-COMMON-PARENT
                  VARYING ANC-I FROM 2 BY 1
                  UNTIL ANC-I > ANC-HI (1)
               IF COMMON-PARENT-COUNT EQUAL 1
                  AND IND-PARENT-COUNT (BLOOD-X) GREATER THAN 1
                  AND IND-PARENT-COUNT (BLOOD-Y) GREATER THAN 1
                   SET HALF-BLOOD TO TRUE
               END-IF
           END-IF.

       0509-FIND-BLOOD-RELATION-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * BUILDS SIDE ANC-S: ANC-START AT DEPTH 0, THEN EACH ENTRY'S    *
      * PARENTS IN TURN (THE TABLE IS ITS OWN QUEUE), TO MAX-DEPTH    *
      * GENERATIONS.  AN ANCESTOR ALREADY HELD IS NOT ADDED AGAIN, SO *
      * PEDIGREE COLLAPSE AND BAD DATA THAT CYCLES BOTH STOP HERE.    *
      * ************************************************************* *
       0510-BUILD-ANCESTORS.

           MOVE 1 TO ANC-HI (ANC-S).
           MOVE ANC-START TO ANC-PERSON (ANC-S, 1).
           MOVE ZERO TO ANC-DEPTH (ANC-S, 1).
           MOVE ZERO TO ANC-FROM (ANC-S, 1).
           PERFORM 0515-ADD-ENTRY-PARENTS
              THRU 0515-ADD-ENTRY-PARENTS-EXIT
              VARYING ANC-I FROM 1 BY 1
              UNTIL ANC-I > ANC-HI (ANC-S).

       0519-BUILD-ANCESTORS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0515-ADD-ENTRY-PARENTS.

           IF ANC-DEPTH (ANC-S, ANC-I) NOT LESS THAN MAX-DEPTH
               GO TO 0515-ADD-ENTRY-PARENTS-EXIT
           END-IF.
           MOVE ANC-PERSON (ANC-S, ANC-I) TO ANC-CHILD.
           PERFORM 0520-ADD-ONE-ANCESTOR
              THRU 0529-ADD-ONE-ANCESTOR-EXIT
              VARYING ANC-K FROM 1 BY 1
              UNTIL ANC-K > IND-PARENT-COUNT (ANC-CHILD).

       0515-ADD-ENTRY-PARENTS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0520-ADD-ONE-ANCESTOR.

           MOVE IND-PARENT (ANC-CHILD, ANC-K) TO ANC-PARENT.
           MOVE 'N' TO ANC-SEEN-SWITCH.
           PERFORM VARYING ANC-J FROM 1 BY 1
              UNTIL ANC-J > ANC-HI (ANC-S) OR ANC-ALREADY-SEEN
               IF ANC-PERSON (ANC-S, ANC-J) EQUAL ANC-PARENT
                   SET ANC-ALREADY-SEEN TO TRUE
               END-IF
           END-PERFORM.
           IF ANC-ALREADY-SEEN
            OR ANC-HI (ANC-S) NOT LESS THAN 200
               GO TO 0529-ADD-ONE-ANCESTOR-EXIT
           END-IF.

           ADD 1 TO ANC-HI (ANC-S).
           MOVE ANC-HI (ANC-S) TO ANC-J.
           MOVE ANC-PARENT TO ANC-PERSON (ANC-S, ANC-J).
           COMPUTE ANC-DEPTH (ANC-S, ANC-J) =
                   ANC-DEPTH (ANC-S, ANC-I) + 1.
           MOVE ANC-I TO ANC-FROM (ANC-S, ANC-J).

       0529-ADD-ONE-ANCESTOR-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0530-COMPARE-ONE-ANCESTOR.

           PERFORM VARYING ANC-J FROM 1 BY 1
              UNTIL ANC-J > ANC-HI (2)
               IF ANC-PERSON (1, ANC-I) EQUAL ANC-PERSON (2, ANC-J)
                  AND ANC-DEPTH (1, ANC-I) + ANC-DEPTH (2, ANC-J)
                      LESS THAN BEST-SCORE
                   SET BLOOD-FOUND TO TRUE
                   COMPUTE BEST-SCORE =
                           ANC-DEPTH (1, ANC-I) + ANC-DEPTH (2, ANC-J)
                   MOVE ANC-I TO BEST-I
                   MOVE ANC-J TO BEST-J
               END-IF
           END-PERFORM.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0540-COUNT-COMMON-PARENT.

           IF ANC-DEPTH (1, ANC-I) EQUAL 1
               PERFORM VARYING ANC-J FROM 2 BY 1
                  UNTIL ANC-J > ANC-HI (2)
                   IF ANC-DEPTH (2, ANC-J) EQUAL 1
                      AND ANC-PERSON (2, ANC-J)
                          EQUAL ANC-PERSON (1, ANC-I)
                       ADD 1 TO COMMON-PARENT-COUNT
                   END-IF
               END-PERFORM
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * NAMES THE BLOOD RELATIONSHIP OF AN INDIVIDUAL NAME-A          *
      * GENERATIONS BELOW THE COMMON ANCESTOR TO ONE NAME-B           *
      * GENERATIONS BELOW IT, INTO NAME-WORDS.  NAME-KIND IS P, C OR  *
      * S FOR PARENT, CHILD OR SIBLING (THE TERMS THAT TAKE -IN-LAW), *
      * X FOR THE SAME INDIVIDUAL, O FOR ANYTHING ELSE.               *
      * ************************************************************* *
       0600-NAME-RELATIONSHIP.

           MOVE SPACES TO NAME-WORDS.
           MOVE 1 TO NAME-PTR.
           MOVE 'O' TO NAME-KIND.

           EVALUATE TRUE
               WHEN NAME-A EQUAL ZERO AND NAME-B EQUAL ZERO
                   MOVE 'X' TO NAME-KIND
                   MOVE 'SAME INDIVIDUAL' TO NAME-WORDS
               WHEN NAME-A EQUAL ZERO AND NAME-B EQUAL 1
                   MOVE 'P' TO NAME-KIND
                   MOVE 'PARENT' TO NAME-WORDS
               WHEN NAME-A EQUAL ZERO
                   COMPUTE NAME-GREATS = NAME-B - 2
                   PERFORM 0610-ADD-GREATS
                   STRING 'GRANDPARENT' DELIMITED BY SIZE
                     INTO NAME-WORDS WITH POINTER NAME-PTR
               WHEN NAME-B EQUAL ZERO AND NAME-A EQUAL 1
                   MOVE 'C' TO NAME-KIND
                   MOVE 'CHILD' TO NAME-WORDS
               WHEN NAME-B EQUAL ZERO
                   COMPUTE NAME-GREATS = NAME-A - 2
                   PERFORM 0610-ADD-GREATS
                   STRING 'GRANDCHILD' DELIMITED BY SIZE
                     INTO NAME-WORDS WITH POINTER NAME-PTR
               WHEN NAME-A EQUAL 1 AND NAME-B EQUAL 1
                   MOVE 'S' TO NAME-KIND
                   IF HALF-BLOOD
                       MOVE 'HALF-SIBLING' TO NAME-WORDS
                   ELSE
                       MOVE 'SIBLING' TO NAME-WORDS
                   END-IF
               WHEN NAME-A EQUAL 1
                   COMPUTE NAME-GREATS = NAME-B - 2
                   PERFORM 0610-ADD-GREATS
                   STRING 'AUNT/UNCLE' DELIMITED BY SIZE
                     INTO NAME-WORDS WITH POINTER NAME-PTR
               WHEN NAME-B EQUAL 1
                   COMPUTE NAME-GREATS = NAME-A - 2
                   PERFORM 0610-ADD-GREATS
                   STRING 'NIECE/NEPHEW' DELIMITED BY SIZE
                     INTO NAME-WORDS WITH POINTER NAME-PTR
               WHEN OTHER
                   IF NAME-A LESS THAN NAME-B
                       MOVE NAME-A TO NAME-LOW
                       COMPUTE NAME-DIFF = NAME-B - NAME-A
                   ELSE
                       MOVE NAME-B TO NAME-LOW
                       COMPUTE NAME-DIFF = NAME-A - NAME-B
                   END-IF
                   SUBTRACT 1 FROM NAME-LOW
                   STRING ORDINAL-WORD (NAME-LOW) DELIMITED BY SPACE
                          ' COUSIN' DELIMITED BY SIZE
                     INTO NAME-WORDS WITH POINTER NAME-PTR
                   EVALUATE NAME-DIFF
                       WHEN ZERO
                           CONTINUE
                       WHEN 1
                           STRING ' ONCE REMOVED' DELIMITED BY SIZE
                             INTO NAME-WORDS WITH POINTER NAME-PTR
                       WHEN 2
                           STRING ' TWICE REMOVED' DELIMITED BY SIZE
                             INTO NAME-WORDS WITH POINTER NAME-PTR
                       WHEN OTHER
                           STRING ' ' DELIMITED BY SIZE
                                  NUMBER-WORD (NAME-DIFF)
                                    DELIMITED BY SPACE
                                  ' TIMES REMOVED' DELIMITED BY SIZE
                             INTO NAME-WORDS WITH POINTER NAME-PTR
                   END-EVALUATE
           END-EVALUATE.

       0609-NAME-RELATIONSHIP-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * ONE GREAT- FOR ONE EXTRA GENERATION; BEYOND THAT THE          *
      * GENEALOGISTS' 'SECOND GREAT-', 'THIRD GREAT-' AND SO ON.      *
      * ************************************************************* *
       0610-ADD-GREATS.

           IF NAME-GREATS EQUAL 1
               STRING 'GREAT-' DELIMITED BY SIZE
                 INTO NAME-WORDS WITH POINTER NAME-PTR
           END-IF.
           IF NAME-GREATS GREATER THAN 1
               STRING ORDINAL-WORD (NAME-GREATS) DELIMITED BY SPACE
                      ' GREAT-' DELIMITED BY SIZE
                 INTO NAME-WORDS WITH POINTER NAME-PTR
           END-IF.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * TURNS THE BLOOD TERM IN NAME-WORDS INTO THE TERM BY MARRIAGE. *
      * SIDE M: PAIR-X IS MARRIED TO PAIR-Y'S RELATIVE (THE TERM      *
      * DESCRIBES THAT SPOUSE); SIDE N: PAIR-X IS A RELATIVE OF       *
      * PAIR-Y'S SPOUSE (THE TERM DESCRIBES PAIR-X).                  *
      * ************************************************************* *
       0650-APPLY-MARRIAGE-WORDS.

           MOVE SPACES TO RESULT-WORDS.
           IF MAR-SIDE EQUAL 'M'
               EVALUATE NAME-KIND
                   WHEN 'P'
                       MOVE 'STEP-PARENT' TO RESULT-WORDS
                   WHEN 'C'
                       MOVE 'CHILD-IN-LAW' TO RESULT-WORDS
                   WHEN 'S'
                       MOVE 'SIBLING-IN-LAW' TO RESULT-WORDS
                   WHEN OTHER
                       STRING NAME-WORDS DELIMITED BY '  '
                              ' BY MARRIAGE' DELIMITED BY SIZE
                         INTO RESULT-WORDS
               END-EVALUATE
           ELSE
               EVALUATE NAME-KIND
                   WHEN 'P'
                       MOVE 'PARENT-IN-LAW' TO RESULT-WORDS
                   WHEN 'C'
                       MOVE 'STEP-CHILD' TO RESULT-WORDS
                   WHEN 'S'
                       MOVE 'SIBLING-IN-LAW' TO RESULT-WORDS
                   WHEN OTHER
                       STRING NAME-WORDS DELIMITED BY '  '
                              ' BY MARRIAGE' DELIMITED BY SIZE
                         INTO RESULT-WORDS
               END-EVALUATE
           END-IF.

       0659-APPLY-MARRIAGE-WORDS-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE PAIR REPORT: THE RELATIONSHIP AS A SENTENCE, THEN THE     *
      * PATH - ONE LINE PER INDIVIDUAL FROM PERSON1 TO PERSON2, EACH  *
      * LABELLED WITH WHAT IT IS TO THE LINE ABOVE.                   *
      * ************************************************************* *
       0700-PRINT-PAIR-REPORT.

           OPEN OUTPUT RELATE-REPORT-FILE.
           PERFORM 0850-WRITE-HEADING-1.
           MOVE SPACES TO RH2-TEXT.
           STRING 'BETWEEN: ' DELIMITED BY SIZE
                  FUNCTION TRIM(IND-NAME (PERSON1-SUB))
                    DELIMITED BY SIZE
                  ' AND ' DELIMITED BY SIZE
                  FUNCTION TRIM(IND-NAME (PERSON2-SUB))
                    DELIMITED BY SIZE
             INTO RH2-TEXT.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2
             BEFORE ADVANCING 2.

           MOVE PERSON1-SUB TO PAIR-X.
           MOVE PERSON2-SUB TO PAIR-Y.
           PERFORM 0300-DETERMINE-RELATIONSHIP
              THRU 0309-DETERMINE-RELATIONSHIP-EXIT.

           MOVE SPACES TO SENTENCE-TEXT.
           MOVE 1 TO BUILD-PTR.
           EVALUATE TRUE
               WHEN RESULT-NONE
                   STRING 'NO RELATIONSHIP BETWEEN ' DELIMITED BY SIZE
                          FUNCTION TRIM(IND-NAME (PAIR-X))
                            DELIMITED BY SIZE
                          ' AND ' DELIMITED BY SIZE
                          FUNCTION TRIM(IND-NAME (PAIR-Y))
                            DELIMITED BY SIZE
                          ' WAS FOUND ON FILE' DELIMITED BY SIZE
                     INTO SENTENCE-TEXT WITH POINTER BUILD-PTR
               WHEN RESULT-SAME
                   STRING FUNCTION TRIM(IND-NAME (PAIR-X))
                            DELIMITED BY SIZE
                          ' IS THE SAME INDIVIDUAL AS '
                            DELIMITED BY SIZE
                          FUNCTION TRIM(IND-NAME (PAIR-Y))
                            DELIMITED BY SIZE
                     INTO SENTENCE-TEXT WITH POINTER BUILD-PTR
               WHEN OTHER
                   STRING FUNCTION TRIM(IND-NAME (PAIR-X))
                            DELIMITED BY SIZE
                          ' IS THE ' DELIMITED BY SIZE
                          FUNCTION TRIM(RESULT-WORDS)
                            DELIMITED BY SIZE
                          ' OF ' DELIMITED BY SIZE
                          FUNCTION TRIM(IND-NAME (PAIR-Y))
                            DELIMITED BY SIZE
                     INTO SENTENCE-TEXT WITH POINTER BUILD-PTR
           END-EVALUATE.
           WRITE REPORT-RECORD FROM SENTENCE-TEXT
             BEFORE ADVANCING 2.

           IF RESULT-NONE OR RESULT-SAME
               GO TO 0708-CLOSE-PAIR-REPORT
           END-IF.

           MOVE 'PATH:' TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE SPACES TO PL-LABEL, PL-NOTE.

           EVALUATE TRUE
               WHEN RESULT-SPOUSE
                   MOVE PAIR-X TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
                   MOVE 'SPOUSE' TO PL-LABEL
                   MOVE PAIR-Y TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
               WHEN RESULT-SIBLING-LINK
                   MOVE PAIR-X TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
                   MOVE 'SIBLING' TO PL-LABEL
                   MOVE '(SIBLING-OF RECORD)' TO PL-NOTE
                   MOVE PAIR-Y TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
               WHEN RESULT-BLOOD
                   MOVE PAIR-X TO BLOOD-X
                   MOVE PAIR-Y TO BLOOD-Y
                   PERFORM 0500-FIND-BLOOD-RELATION
                      THRU 0509-FIND-BLOOD-RELATION-EXIT
                   MOVE SPACES TO PATH-START-LABEL
                   PERFORM 0710-PRINT-BLOOD-PATH
                      THRU 0719-PRINT-BLOOD-PATH-EXIT
               WHEN RESULT-VIA-X-SPOUSE
                   MOVE PAIR-X TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
                   MOVE RESULT-SPOUSE-SUB TO BLOOD-X
                   MOVE PAIR-Y TO BLOOD-Y
                   PERFORM 0500-FIND-BLOOD-RELATION
                      THRU 0509-FIND-BLOOD-RELATION-EXIT
                   MOVE 'SPOUSE' TO PATH-START-LABEL
                   PERFORM 0710-PRINT-BLOOD-PATH
                      THRU 0719-PRINT-BLOOD-PATH-EXIT
               WHEN RESULT-VIA-Y-SPOUSE
                   MOVE PAIR-X TO BLOOD-X
                   MOVE RESULT-SPOUSE-SUB TO BLOOD-Y
                   PERFORM 0500-FIND-BLOOD-RELATION
                      THRU 0509-FIND-BLOOD-RELATION-EXIT
                   MOVE SPACES TO PATH-START-LABEL
                   PERFORM 0710-PRINT-BLOOD-PATH
                      THRU 0719-PRINT-BLOOD-PATH-EXIT
                   MOVE 'SPOUSE' TO PL-LABEL
                   MOVE PAIR-Y TO PATH-PERSON
                   PERFORM 0720-WRITE-PATH-LINE
           END-EVALUATE.

       0708-CLOSE-PAIR-REPORT.
           CLOSE RELATE-REPORT-FILE.

       0709-PRINT-PAIR-REPORT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * PRINTS THE BLOOD PATH LEFT BY 0500-FIND-BLOOD-RELATION: THE   *
      * START OF SIDE 1, UP THROUGH ITS PARENTS TO THE COMMON         *
      * ANCESTOR, THEN DOWN THROUGH THE CHILDREN ON SIDE 2 TO ITS     *
      * START.  THE UPWARD HALF IS COLLECTED FIRST BECAUSE ANC-FROM   *
      * POINTS DOWNWARD.                                              *
      * ************************************************************* *
       0710-PRINT-BLOOD-PATH.

           MOVE PATH-START-LABEL TO PL-LABEL.
           MOVE ANC-PERSON (1, 1) TO PATH-PERSON.
           IF BEST-I EQUAL 1
               MOVE '(NEAREST COMMON ANCESTOR)' TO PL-NOTE
           END-IF.
           PERFORM 0720-WRITE-PATH-LINE.

           MOVE ZERO TO PATH-N.
           MOVE BEST-I TO ANC-I.
           PERFORM UNTIL ANC-I EQUAL 1 OR PATH-N EQUAL 20
               ADD 1 TO PATH-N
               MOVE ANC-I TO PATH-ENTRY (PATH-N)
               MOVE ANC-FROM (1, ANC-I) TO ANC-I
           END-PERFORM.
           PERFORM 0715-WRITE-ONE-UP-STEP
              VARYING PATH-K FROM PATH-N BY -1
              UNTIL PATH-K LESS THAN 1.

           MOVE ANC-FROM (2, BEST-J) TO ANC-I.
           PERFORM UNTIL ANC-I EQUAL ZERO
               MOVE 'CHILD' TO PL-LABEL
               MOVE ANC-PERSON (2, ANC-I) TO PATH-PERSON
               PERFORM 0720-WRITE-PATH-LINE
               MOVE ANC-FROM (2, ANC-I) TO ANC-I
           END-PERFORM.

       0719-PRINT-BLOOD-PATH-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0715-WRITE-ONE-UP-STEP.

           MOVE PATH-ENTRY (PATH-K) TO ANC-J.
           MOVE 'PARENT' TO PL-LABEL.
           MOVE ANC-PERSON (1, ANC-J) TO PATH-PERSON.
           IF PATH-K EQUAL 1
               MOVE '(NEAREST COMMON ANCESTOR)' TO PL-NOTE
           END-IF.
           PERFORM 0720-WRITE-PATH-LINE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0720-WRITE-PATH-LINE.

           MOVE IND-NAME (PATH-PERSON) TO PL-NAME.
           WRITE REPORT-RECORD FROM PATH-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO PL-LABEL, PL-NOTE.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

      * ************************************************************* *
      * THE BATCH REPORT: EVERY OTHER INDIVIDUAL ON FILE, IN FILE     *
      * ORDER, WITH THEIR RELATIONSHIP TO THE ROOT.                   *
      * ************************************************************* *
       0800-PRINT-BATCH-REPORT.

           OPEN OUTPUT RELATE-REPORT-FILE.
           PERFORM 0850-WRITE-HEADING-1.
           MOVE SPACES TO RH2-TEXT.
           STRING 'RELATIONSHIPS TO: ' DELIMITED BY SIZE
                  FUNCTION TRIM(IND-NAME (ROOT-SUB))
                    DELIMITED BY SIZE
             INTO RH2-TEXT.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2
             BEFORE ADVANCING 2.
           WRITE REPORT-RECORD FROM BATCH-COLUMN-LINE
             BEFORE ADVANCING 2.

           PERFORM 0810-PRINT-ONE-RELATIVE
              THRU 0819-PRINT-ONE-RELATIVE-EXIT
              VARYING IND-I FROM 1 BY 1
              UNTIL IND-I > IND-HI.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING 1.
           MOVE SPACES TO COUNT-LINE.
           MOVE 'INDIVIDUALS LISTED' TO CL-LABEL.
           MOVE LISTED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'RELATED BY BLOOD' TO CL-LABEL.
           MOVE BLOOD-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'RELATED BY MARRIAGE' TO CL-LABEL.
           MOVE MARRIAGE-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.
           MOVE 'NO RELATIONSHIP FOUND ON FILE' TO CL-LABEL.
           MOVE UNRELATED-COUNT TO CL-VALUE.
           WRITE REPORT-RECORD FROM COUNT-LINE BEFORE ADVANCING 1.

           CLOSE RELATE-REPORT-FILE.

       0809-PRINT-BATCH-REPORT-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0810-PRINT-ONE-RELATIVE.

           IF IND-I EQUAL ROOT-SUB
               GO TO 0819-PRINT-ONE-RELATIVE-EXIT
           END-IF.

           MOVE IND-I TO PAIR-X.
           MOVE ROOT-SUB TO PAIR-Y.
           PERFORM 0300-DETERMINE-RELATIONSHIP
              THRU 0309-DETERMINE-RELATIONSHIP-EXIT.

           MOVE SPACES TO BATCH-DETAIL-LINE.
           MOVE IND-NAME (IND-I) TO BDL-NAME.
           MOVE RESULT-WORDS TO BDL-RELATIONSHIP.
           MOVE RESULT-THROUGH TO BDL-THROUGH.
           EVALUATE TRUE
               WHEN RESULT-BLOOD OR RESULT-SIBLING-LINK
                   ADD 1 TO BLOOD-COUNT
               WHEN RESULT-SPOUSE OR RESULT-VIA-X-SPOUSE
                 OR RESULT-VIA-Y-SPOUSE
                   ADD 1 TO MARRIAGE-COUNT
               WHEN OTHER
                   MOVE 'NO RELATIONSHIP FOUND ON FILE'
                     TO BDL-RELATIONSHIP
                   ADD 1 TO UNRELATED-COUNT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM BATCH-DETAIL-LINE
             BEFORE ADVANCING 1.
           ADD 1 TO LISTED-COUNT.

       0819-PRINT-ONE-RELATIVE-EXIT.
           EXIT.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0850-WRITE-HEADING-1.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WORK-DATE.
           MOVE WORK-MONTH TO RH1-DATE(1:2).
           MOVE '/' TO RH1-DATE(3:1).
           MOVE WORK-DAY TO RH1-DATE(4:2).
           MOVE '/' TO RH1-DATE(6:1).
           MOVE WORK-YEAR TO RH1-DATE(7:4).
           WRITE REPORT-RECORD FROM REPORT-HEADING-1
             BEFORE ADVANCING 1.
      * - - - - - - - - - - - - - - - - PERFORM EXIT POINT

       0900-EXIT-PROGRAM.
           STOP RUN.

       END PROGRAM TLRELATE.
