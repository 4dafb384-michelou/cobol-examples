           02  Y2K-BDAYP-BUSINESS-DAY  PIC X(1).
           02  Y2K-BDAYP-NEW-DATE      PIC 9(8).

       01  Y2K-BHRS-PARAMETERS.
           02  Y2K-BHRSP-DATE1         PIC X(8).
           02  Y2K-BHRSP-TIME1         PIC X(6).
           02  Y2K-BHRSP-DATE2         PIC X(8).
           02  Y2K-BHRSP-TIME2         PIC X(6).
           02  Y2K-BHRSP-OPEN-TIME     PIC X(4).
           02  Y2K-BHRSP-CLOSE-TIME    PIC X(4).
           02  Y2K-BHRSP-RETURN-CODE   PIC 9(1).
           02  Y2K-BHRSP-HOURS         PIC 9(5).
           02  Y2K-BHRSP-MINUTES       PIC 9(2).
           02  Y2K-BHRSP-SECONDS       PIC 9(2).

       01  Y2K-CONV-PARAMETERS.
           02  Y2K-CONVP-DATEIN        PIC X(6).
           02  Y2K-CONVP-FORMAT        PIC X(1).
           02  Y2K-ESTRP-RETURN-CODE   PIC 9(1).
           02  Y2K-ESTRP-DATE          PIC 9(8).
      
       01  Y2K-FISC-PARAMETERS.
           02  Y2K-FISCP-FUNCTION      PIC X(1).
               88  Y2K-FISC-DATE       VALUE 'D'.
               88  Y2K-FISC-PERIOD     VALUE 'P'.
               88  Y2K-FISC-YEAR       VALUE 'Y'.
           02  Y2K-FISCP-DATE          PIC X(8).
           02  Y2K-FISCP-START-MONTH   PIC 9(2).
           02  Y2K-FISCP-RETURN-CODE   PIC 9(1).
           02  Y2K-FISCP-FISCAL-YEAR   PIC 9(4).
           02  Y2K-FISCP-PERIOD        PIC 9(2).
           02  Y2K-FISCP-PERIOD-START  PIC 9(8).
           02  Y2K-FISCP-PERIOD-END    PIC 9(8).
           02  Y2K-FISCP-DAY-IN-PERIOD PIC 9(3).
           02  Y2K-FISCP-SOURCE        PIC X(1).
               88  Y2K-FISC-FROM-FILE  VALUE 'F'.
               88  Y2K-FISC-DERIVED    VALUE 'D'.
      
       01  Y2K-GETD-PARAMETERS.
           02  Y2K-GETDP-DATE-G        PIC 9(8).
           02  Y2K-GETDP-DATE-J        PIC 9(7).
