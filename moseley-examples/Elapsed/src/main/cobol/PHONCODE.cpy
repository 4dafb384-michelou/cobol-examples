      ******************************************************************
      * Author: Jay Moseley, CCP
      * Date: October, 2026
      * Purpose: Parameters passed for the PHONCODE phonetic name
      *          coding routine.
      ******************************************************************
       01  PHON-CODE-PARAMETERS.
           02  PHON-CODEP-FUNCTION     PIC X(1).
               88  PHON-CODE-SURNAME   VALUE 'S'.
               88  PHON-CODE-FULL-NAME VALUE 'N'.
           02  PHON-CODEP-NAME         PIC X(35).
           02  PHON-CODEP-RETURN-CODE  PIC 9(1).
           02  PHON-CODEP-CODE         PIC X(4).
           02  PHON-CODEP-SURNAME      PIC X(35).
