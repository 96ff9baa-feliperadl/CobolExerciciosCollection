                   02  ANOME          PIC X(10).
                   02  ATURMA         PIC X(10).
                   02  AMEDIA         PIC 9(2)V9(2).
                   02  AREGRA         PIC 9(03).
           FD ARQREPROFILE.
               01 ARQAREPRO.
                   02  RCODIGO        PIC 9(5).
                   02  RNOME          PIC X(10).
                   02  RTURMA         PIC X(10).
                   02  RMEDIA_EXAME   PIC 9(2)V9(2).
                   02  RREGRA         PIC 9(03).
           FD ARQEXAMEFILE.
               01 ARQAEXAME.
                   02  ECODIGO        PIC 9(5).
                   02  ENOME          PIC X(10).
                   02  ETURMA         PIC X(10).
                   02  EREGRA         PIC 9(03).
           FD ARQREJ2FILE.
               01 REJ2-REC.
                   02  REJ2-CODIGO   PIC 9(05).
