       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONCODE.
       AUTHOR. JAY MOSELEY.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
      *************************************************************** *
      * THIS SUBROUTINE REDUCES A SURNAME TO A FOUR CHARACTER         *
      * PHONETIC (SOUNDEX) CODE, SO THAT NAMES WHICH SOUND ALIKE BUT  *
      * ARE SPELLED DIFFERENTLY - SCHMIDT, SCHMITT AND SMITH, OR      *
      * MEYER AND MAIER - RECEIVE THE SAME CODE AND CAN BE OFFERED    *
      * AS POSSIBLE MATCHES FOR ONE ANOTHER.                          *
      *                                                               *
      *  THE CODE IS THE FIRST LETTER OF THE NAME FOLLOWED BY THREE   *
      *  DIGITS FOR THE CONSONANT SOUNDS THAT COME AFTER IT:          *
      *       1 = B F P V           4 = L                             *
      *       2 = C G J K Q S X Z   5 = M N                           *
      *       3 = D T               6 = R                             *
      *  VOWELS (AND Y) ARE NOT CODED BUT DO SEPARATE TWO LIKE        *
      *  SOUNDS; H AND W ARE NOT CODED AND DO NOT SEPARATE THEM.      *
      *  ADJACENT LIKE SOUNDS ARE CODED ONCE, AND A SHORT CODE IS     *
      *  FILLED OUT WITH ZEROS.  LOWER CASE IS TREATED AS UPPER CASE  *
      *  AND ANYTHING THAT IS NOT A LETTER (SPACES, HYPHENS,          *
      *  APOSTROPHES) IS IGNORED, SO O'BRIEN AND OBRIEN AGREE.        *
      *                                                               *
      *  BEFORE CODING, A FEW LEADING LETTER GROUPS THAT ARE SPOKEN   *
      *  AS ONE SOUND ARE REDUCED TO THAT SOUND, SO THE FIRST LETTER  *
      *  OF THE CODE FOLLOWS THE SOUND RATHER THAN THE SPELLING:      *
      *       SCH -> S     PH -> F     KN -> N     WR -> R            *
      *                                                               *
      *  FIVE FIELDS ARE PASSED AS PARAMETERS TO THE ROUTINE (SEE     *
      *  PHONCODE.CPY):                                               *
      *  1)  A 1 BYTE FUNCTION CODE - 'S' WHEN THE NAME FIELD HOLDS   *
      *      A SURNAME ALONE, OR 'N' WHEN IT HOLDS A FULL NAME IN     *
      *      GIVEN-NAME SURNAME ORDER (AS ON A TIMELINE '0' RECORD),  *
      *      IN WHICH CASE THE LAST WORD IS TAKEN AS THE SURNAME,     *
      *      PASSING OVER A TRAILING JR, SR, II, III OR IV,           *
      *  2)  A 35 BYTE FIELD CONTAINING THE NAME TO BE CODED,         *
      *  3)  A 1 BYTE ZONED-DECIMAL RETURN CODE,                      *
      *  4)  A 4 BYTE FIELD WHICH WILL RECEIVE THE PHONETIC CODE, AND *
      *  5)  A 35 BYTE FIELD WHICH WILL RECEIVE THE SURNAME THAT WAS  *
      *      CODED, IN UPPER CASE.                                    *
      *  THE ROUTINE WILL NOT ALTER THE NAME PASSED TO IT.            *
      *                                                               *
      *  SUGGESTED CALLING SYNTAX FOR COBOL CALLERS:                  *
      *                                                               *
      *       01  PHON-PARAMETERS.                                    *
      *           02  FUNC      PIC X(1)  VALUE 'N'.                  *
      *           02  NAME      PIC X(35) VALUE 'ANNA SCHMIDT'.       *
      *           02  RC        PIC 9(1)  VALUE 0.                    *
      *           02  CODE      PIC X(4)  VALUE SPACES.               *
      *           02  SURNAME   PIC X(35) VALUE SPACES.               *
      *       CALL 'PHONCODE' USING PHON-PARAMETERS.                  *
      *                                                               *
      *  THE POSSIBLE VALUES FOR THE RETURN CODE FIELD ARE:           *
      *  0 = SUCCESSFUL EXECUTION.                                    *
      *  1 = INVALID FUNCTION CODE (NOT 'S' OR 'N').                  *
      *  2 = THE NAME CONTAINS NO LETTERS.                            *
      *                                                               *
      *  IF THE RETURN CODE IS NON-ZERO, THE 4TH AND 5TH FIELDS WILL  *
      *  CONTAIN SPACES.                                              *
      *---------------------------------------------------------------*
      *************************************************************** *
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * ************************************************************* *
      * THESE ARE CONSTANT FIELDS WHICH SHOULD NOT CHANGE.            *
      * THE SOUND DIGIT FOR EACH LETTER: 0 IS A VOWEL (OR Y), WHICH   *
      * SEPARATES LIKE SOUNDS; 9 IS H OR W, WHICH DOES NOT.           *
      * ************************************************************* *
       01  PROGRAM-CONSTANT-FIELDS.
           02  SOUND-TABLE-INIT.
               03  FILLER PIC X(26) VALUE 'A0B1C2D3E0F1G2H9I0J2K2L4M5'.
               03  FILLER PIC X(26) VALUE 'N5O0P1Q2R6S2T3U0V1W9X2Y0Z2'.
           02  SOUND-TABLE             REDEFINES SOUND-TABLE-INIT.
               03  SOUND-ENTRY         OCCURS 26 TIMES
                                       INDEXED BY SOUND-IX.
                   05  SOUND-LETTER    PIC X(1).
                   05  SOUND-DIGIT     PIC X(1).

       LOCAL-STORAGE SECTION.

       01  FILLER                      PIC X(25)
           VALUE 'PHONCODE STORAGE BEGINS->'.

      * ************************************************************* *
      * THESE ARE PROGRAM CONTROL SWITCHES AND WORK FIELDS.           *
      * ************************************************************* *
       01  PROGRAM-CONTROL-FIELDS.
           02  UPPER-NAME.
               03  UPPER-CHAR          PIC X(1) OCCURS 35 TIMES.
           02  LETTER-NAME             PIC X(35).
           02  FILLER                  REDEFINES LETTER-NAME.
               03  LETTER-CHAR         PIC X(1) OCCURS 35 TIMES.
           02  HOLD-NAME               PIC X(35).
           02  WORD-START              PIC S9(4) COMP.
           02  WORD-END                PIC S9(4) COMP.
           02  WORD-LENGTH             PIC S9(4) COMP.
           02  SURNAME-FOUND-SWITCH    PIC X(1).
               88  SURNAME-FOUND       VALUE 'Y'.
           02  LETTER-COUNT            PIC S9(4) COMP.
           02  SCAN-SUB                PIC S9(4) COMP.
           02  CODE-SUB                PIC S9(4) COMP.
           02  THIS-DIGIT              PIC X(1).
           02  LAST-DIGIT              PIC X(1).
           02  WORK-CODE.
               03  WORK-CODE-CHAR      PIC X(1) OCCURS 4 TIMES.

       01  FILLER                      PIC X(25)
           VALUE '<-PHONCODE STORAGE ENDS'.

       LINKAGE SECTION.

      * ************************************************************* *
      * THESE ARE THE FIELDS USED TO RECEIVE INPUT DATA FROM THE      *
      * CALLER AND PASS RESULT FIELDS BACK TO THE CALLER.             *
      * ************************************************************* *
       01  PHON-PARAMETERS.
           02  PHONP-FUNCTION          PIC X(1).
               88  PHONP-SURNAME-ONLY  VALUE 'S'.
               88  PHONP-FULL-NAME     VALUE 'N'.
           02  PHONP-NAME              PIC X(35).
           02  PHONP-RC                PIC 9(1).
           02  PHONP-CODE              PIC X(4).
           02  PHONP-SURNAME           PIC X(35).

      /
       PROCEDURE DIVISION USING PHON-PARAMETERS.

       0000-MAIN SECTION.
       0025-INITIALIZE.
           MOVE ZERO TO PHONP-RC.
           MOVE SPACES TO PHONP-CODE.
           MOVE SPACES TO PHONP-SURNAME.
           IF NOT PHONP-SURNAME-ONLY AND NOT PHONP-FULL-NAME
               MOVE 1 TO PHONP-RC
               GOBACK.
           MOVE PHONP-NAME TO UPPER-NAME.
           INSPECT UPPER-NAME
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       0040-ISOLATE-SURNAME.
           IF PHONP-FULL-NAME
               MOVE 'N' TO SURNAME-FOUND-SWITCH
               MOVE 35 TO WORD-END
               PERFORM 0200-FIND-LAST-WORD
                  THRU 0299-FIND-LAST-WORD-EXIT
                 UNTIL SURNAME-FOUND
           END-IF.

       0050-KEEP-LETTERS-ONLY.
           MOVE SPACES TO LETTER-NAME.
           MOVE ZERO TO LETTER-COUNT.
           PERFORM 0300-KEEP-ONE-LETTER
             VARYING SCAN-SUB FROM 1 BY 1
             UNTIL SCAN-SUB > 35.
           IF LETTER-COUNT = ZERO
               MOVE 2 TO PHONP-RC
               GOBACK.
           MOVE UPPER-NAME TO PHONP-SURNAME.

       0075-REDUCE-LEADING-GROUP.
           MOVE LETTER-NAME TO HOLD-NAME.
           EVALUATE TRUE
               WHEN HOLD-NAME (1:3) = 'SCH'
                   MOVE SPACES TO LETTER-NAME
                   MOVE 'S' TO LETTER-NAME (1:1)
                   MOVE HOLD-NAME (4:32) TO LETTER-NAME (2:32)
                   SUBTRACT 2 FROM LETTER-COUNT
               WHEN HOLD-NAME (1:2) = 'PH'
                   MOVE SPACES TO LETTER-NAME
                   MOVE 'F' TO LETTER-NAME (1:1)
                   MOVE HOLD-NAME (3:33) TO LETTER-NAME (2:33)
                   SUBTRACT 1 FROM LETTER-COUNT
               WHEN HOLD-NAME (1:2) = 'KN'
                 OR HOLD-NAME (1:2) = 'WR'
                   MOVE HOLD-NAME (2:34) TO LETTER-NAME
                   SUBTRACT 1 FROM LETTER-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-CODE-FIRST-LETTER.
           MOVE '0000' TO WORK-CODE.
           MOVE LETTER-CHAR (1) TO WORK-CODE-CHAR (1).
           MOVE LETTER-CHAR (1) TO THIS-DIGIT.
           PERFORM 0350-FIND-SOUND-DIGIT.
           MOVE THIS-DIGIT TO LAST-DIGIT.
           MOVE 1 TO CODE-SUB.

       0125-CODE-REMAINING-LETTERS.
           PERFORM 0400-CODE-ONE-LETTER
             VARYING SCAN-SUB FROM 2 BY 1
             UNTIL SCAN-SUB > LETTER-COUNT
                OR CODE-SUB = 4.

           MOVE WORK-CODE TO PHONP-CODE.
           GOBACK.

      * ************************************************************* *
      * FINDS THE LAST WORD OF A FULL NAME AT OR BEFORE WORD-END AND  *
      * LEAVES IT ALONE IN UPPER-NAME.  A SUFFIX SUCH AS JR OR III    *
      * WITH ANOTHER WORD BEFORE IT IS PASSED OVER, AND THE SEARCH    *
      * RESUMES FROM THE WORD BEFORE THE SUFFIX.                      *
      * ************************************************************* *
       0200-FIND-LAST-WORD.
           PERFORM 0210-STEP-BACK
             VARYING WORD-END FROM WORD-END BY -1
             UNTIL WORD-END < 1
                OR UPPER-CHAR (WORD-END) NOT = SPACE.
           IF WORD-END < 1
               MOVE 'Y' TO SURNAME-FOUND-SWITCH
               GO TO 0299-FIND-LAST-WORD-EXIT.

           PERFORM 0210-STEP-BACK
             VARYING WORD-START FROM WORD-END BY -1
             UNTIL WORD-START < 1
                OR UPPER-CHAR (WORD-START) = SPACE.
           ADD 1 TO WORD-START.
           COMPUTE WORD-LENGTH = WORD-END - WORD-START + 1.
           MOVE UPPER-NAME (WORD-START:WORD-LENGTH) TO HOLD-NAME.

           IF WORD-START > 1
              AND (HOLD-NAME = 'JR' OR 'JR.' OR 'SR' OR 'SR.'
                OR 'II' OR 'III' OR 'IV')
               COMPUTE WORD-END = WORD-START - 1
               GO TO 0299-FIND-LAST-WORD-EXIT.

           MOVE HOLD-NAME TO UPPER-NAME.
           MOVE 'Y' TO SURNAME-FOUND-SWITCH.

       0299-FIND-LAST-WORD-EXIT.
           EXIT.

       0210-STEP-BACK.
           CONTINUE.

      * ************************************************************* *
      * COPIES ONE CHARACTER OF THE NAME TO THE LETTERS-ONLY FORM     *
      * WHEN IT IS A LETTER; ANYTHING ELSE IS DROPPED.                *
      * ************************************************************* *
       0300-KEEP-ONE-LETTER.
           IF UPPER-CHAR (SCAN-SUB) IS ALPHABETIC-UPPER
              AND UPPER-CHAR (SCAN-SUB) NOT = SPACE
               ADD 1 TO LETTER-COUNT
               MOVE UPPER-CHAR (SCAN-SUB)
                 TO LETTER-CHAR (LETTER-COUNT)
           END-IF.

      * ************************************************************* *
      * REPLACES THE LETTER IN THIS-DIGIT WITH ITS SOUND DIGIT.       *
      * ************************************************************* *
       0350-FIND-SOUND-DIGIT.
           SET SOUND-IX TO 1.
           SEARCH SOUND-ENTRY
               AT END
                   MOVE '0' TO THIS-DIGIT
               WHEN SOUND-LETTER (SOUND-IX) = THIS-DIGIT
                   MOVE SOUND-DIGIT (SOUND-IX) TO THIS-DIGIT
           END-SEARCH.

      * ************************************************************* *
      * CODES ONE LETTER AFTER THE FIRST.  A VOWEL RESETS THE LAST    *
      * SOUND SO A REPEAT AFTER IT IS CODED AGAIN; H AND W LEAVE THE  *
      * LAST SOUND AS IT WAS; A CONSONANT IS CODED ONLY WHEN IT       *
      * DIFFERS FROM THE SOUND BEFORE IT.                             *
      * ************************************************************* *
       0400-CODE-ONE-LETTER.
           MOVE LETTER-CHAR (SCAN-SUB) TO THIS-DIGIT.
           PERFORM 0350-FIND-SOUND-DIGIT.
           EVALUATE THIS-DIGIT
               WHEN '9'
                   CONTINUE
               WHEN '0'
                   MOVE '0' TO LAST-DIGIT
               WHEN LAST-DIGIT
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CODE-SUB
                   MOVE THIS-DIGIT TO WORK-CODE-CHAR (CODE-SUB)
                   MOVE THIS-DIGIT TO LAST-DIGIT
           END-EVALUATE.

       END PROGRAM PHONCODE.
