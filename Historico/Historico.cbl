               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUREG-CODIGO
               FILE STATUS IS WS-CAD-STATUS.
           SELECT RANKINGFILE ASSIGN TO "RANKING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNK-CODIGO
               FILE STATUS IS WS-RNK-STATUS.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVAHISTFILE ASSIGN TO "TRAVAHIST.DAT"
           FD ALUCADFILE.
               01 ALUCAD.
                   COPY ALUREG.
           FD RANKINGFILE.
               01 RNK-REC.
                   COPY RANKREC.
           FD RUNLOGFILE.
               01 RL-REC.
                   COPY RUNLOG.
               88  REGISTRO-ALUNOS-PRESENTE  VALUE "S".
           01 NOME-ALUNO-EXIB PIC X(10) VALUE SPACES.

      *    The class standing Ranking last took, shown under the
      *    terms when RANKING.DAT is on disk.
           01 WS-RNK-STATUS   PIC X(02) VALUE "00".
           01 WS-TEM-RANKING  PIC X(01) VALUE "N".
               88  RANKING-PRESENTE  VALUE "S".


           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
           PERFORM ObtemTravaHist
           OPEN INPUT ARQHISTFILE
           PERFORM AbreRegistroAlunos
           PERFORM AbreRanking
           PERFORM ConsultaAluno UNTIL NOT CONTINUAR-CONSULTA
           CLOSE ARQHISTFILE
           IF RANKING-PRESENTE THEN
               CLOSE RANKINGFILE
           END-IF
           PERFORM LiberaTravaHist
           IF REGISTRO-ALUNOS-PRESENTE THEN
               CLOSE ALUCADFILE
               MOVE "S" TO WS-TEM-ALUCAD
           END-IF.

       AbreRanking.
           OPEN INPUT RANKINGFILE
           IF WS-RNK-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-RANKING
           END-IF.

      *    Swaps the posted name for the registry one when the
      *    student is on file; an unknown CODIGO keeps the posted
      *    name so the transcript still prints.
           PERFORM ImprimePeriodo UNTIL FIM-DO-ALUNO
           IF CONTADOR-PERIODOS = ZERO THEN
               DISPLAY "ALUNO " CODIGO-BUSCA " SEM HISTORICO."
           ELSE
               PERFORM ImprimeClassificacao
           END-IF.

      *    Cumulative average and place in the TURMA as of the last
      *    Ranking run; a student it has not ranked shows nothing.
       ImprimeClassificacao.
           IF RANKING-PRESENTE THEN
               MOVE CODIGO-BUSCA TO RNK-CODIGO
               READ RANKINGFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "MEDIA ACUMULADA " RNK-MEDIA
                           " - POSICAO " RNK-POSICAO " DE "
                           RNK-ALUNOS " NA TURMA " RNK-TURMA
                           " EM " RNK-DATA
                       IF RNK-EMPATADO THEN
                           DISPLAY "    (POSICAO EMPATADA)"
                       END-IF
                       IF RNK-LISTA-HONRA THEN
                           DISPLAY "*** LISTA DE HONRA ***"
                       END-IF
               END-READ
           END-IF.

       LeProximoPeriodo.
