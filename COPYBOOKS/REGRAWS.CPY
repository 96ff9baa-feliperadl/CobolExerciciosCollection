      *    REGRAS.DAT loaded for lookup, and the rule in force for the
      *    student in hand.  REGRA-VERSAO is what gets stamped on the
      *    outcome record; zero means the built-in rule.
           01 WS-RGR-STATUS      PIC X(02) VALUE "00".
           01 WS-REGRA-VALIDA    PIC X(01) VALUE "N".
               88  REGRA-VALIDA      VALUE "S".
           01 WS-REGRA-ACHADA    PIC X(01) VALUE "N".
               88  REGRA-ENCONTRADA  VALUE "S".
           01 WS-REGRA-FALTOU    PIC X(01) VALUE "N".
               88  REGRA-FALTOU      VALUE "S".
           01 REGRA-TURMA-BUSCA  PIC X(10) VALUE SPACES.
           01 REGRA-VERSAO-BUSCA PIC 9(03) VALUE ZERO.
           01 REGRA-MAIOR-VERSAO PIC 9(03) VALUE ZERO.
           01 REGRA-COUNT        PIC 9(3) COMP VALUE ZERO.
           01 REGRA-TABLE-MAX    PIC 9(3) COMP VALUE 100.
           01 REGRA-TABLE.
               02  REGRA-ENTRY OCCURS 100 TIMES INDEXED BY REGRA-IDX.
                   03  REGRA-T-TURMA     PIC X(10).
                   03  REGRA-T-VERSAO    PIC 9(03).
                   03  REGRA-T-PESO1     PIC 9(02).
                   03  REGRA-T-PESO2     PIC 9(02).
                   03  REGRA-T-PESO3     PIC 9(02).
                   03  REGRA-T-APROV     PIC 9(2)V9(2).
                   03  REGRA-T-REPROV    PIC 9(2)V9(2).
                   03  REGRA-T-FREQ      PIC 9(3)V9(2).
                   03  REGRA-T-RECUP     PIC 9(2)V9(2).
           01 REGRA-APLICADA.
               02  REGRA-VERSAO      PIC 9(03).
               02  REGRA-PESO1       PIC 9(02).
               02  REGRA-PESO2       PIC 9(02).
               02  REGRA-PESO3       PIC 9(02).
               02  REGRA-NOTA-APROV  PIC 9(2)V9(2).
               02  REGRA-NOTA-REPROV PIC 9(2)V9(2).
               02  REGRA-FREQ-MIN    PIC 9(3)V9(2).
               02  REGRA-NOTA-RECUP  PIC 9(2)V9(2).
