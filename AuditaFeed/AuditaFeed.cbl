           FD ARQRECFILE.
               01 ARQREC  PIC X(09).
           FD ARQEXAMEFILE.
               01 ARQAEXAME  PIC X(28).
           FD ALUSORTFILE.
               01 ALUS-REG.
                   02  ALUS-CODIGO  PIC X(05).
           FD EXASORTFILE.
               01 EXAS-REG.
                   02  EXAS-CODIGO  PIC X(05).
                   02  FILLER       PIC X(23).
           SD ALUWORKFILE.
               01 ALUW-REG.
                   02  ALUW-CODIGO  PIC X(05).
           SD EXAWORKFILE.
               01 EXAW-REG.
                   02  EXAW-CODIGO  PIC X(05).
                   02  FILLER       PIC X(23).
           FD RELATORIOFILE.
               01 RELATORIO-LINHA  PIC X(80).
           FD ARQCTRLFILE.
