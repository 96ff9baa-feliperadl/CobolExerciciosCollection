                   02  EIMG-QTDE       PIC 9(07).
                   02  FILLER          PIC X(30).
           FD HISTIMAGFILE.
               01 HIST-IMAGEM  PIC X(49).
               01 HIST-IMAGEM-TRAILER.
                   02  HIMG-INDICADOR  PIC X(05).
                   02  HIMG-QTDE       PIC 9(07).
                   02  FILLER          PIC X(37).
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
