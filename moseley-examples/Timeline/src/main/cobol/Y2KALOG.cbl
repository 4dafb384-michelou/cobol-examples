      * CALL INTO ONE OF THE Y2K* DATE ROUTINES: THE ROUTINE NAME, A   *
      * SHORT DESCRIPTION OF ITS INPUT, AND THE RETURN CODE IT IS      *
      * ABOUT TO HAND BACK TO ITS OWN CALLER.  Y2KGTOA, Y2KDOWN,       *
      * Y2KLAGE, Y2KDFMT, Y2KATOG, AND Y2KFISC EACH CALL THIS          *
      * SUBROUTINE THEMSELVES, IMMEDIATELY BEFORE EVERY GOBACK, SO     *
      * THAT A GARBLED DOWNSTREAM REPORT LINE CAN BE TRACED BACK TO    *
      * THE EXACT BAD INPUT AND RETURN CODE THAT CAUSED IT WITHOUT     *
      * HAVING TO GUESS.                                               *
      *                                                                *
      *  THREE FIELDS ARE PASSED AS PARAMETERS TO THE ROUTINE (SEE     *
      *  Y2KAUDIT.CPY):                                                *
