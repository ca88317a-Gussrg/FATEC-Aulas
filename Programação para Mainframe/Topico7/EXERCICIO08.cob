               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT PARTEAD-FILE ASSIGN TO "PARTEAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTE-CHAVE
               FILE STATUS IS WRK-PTE-STATUS.
           SELECT COMP-FILE ASSIGN TO "COMPNOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  PARTEAD-FILE.
           COPY PARTREC.

       FD  COMP-FILE.
           COPY COMPREC.

       77 WRK-COMP-EXISTE   PIC X(01) VALUE 'N'.
       77 WRK-CHM-OK        PIC X(01) VALUE 'N'.
       77 WRK-FIM-CHAMADA   PIC X(01) VALUE 'N'.
       77 WRK-PTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PTE-OK        PIC X(01) VALUE 'N'.
       77 WRK-QTD-AULAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRESENCAS PIC 9(05) VALUE ZEROS.
       77 WRK-MATERIA-CHM   PIC X(15) VALUE SPACES.
       77 WRK-SIM-P2          PIC 99V9     VALUE ZEROS.
       77 WRK-SIM-META        PIC 99V9     VALUE 07,0.
       77 WRK-SIM-ATIV-MIN    PIC S9(03)V9 VALUE ZEROS.
       COPY MODALREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               DISPLAY "CHAMADA.DAT INDISPONIVEL - FREQUENCIA SERA "
                       "DIGITADA MANUALMENTE."
           END-IF.
      *    DISCIPLINA A DISTANCIA NAO TEM CHAMADA: A FREQUENCIA VEM DA
      *    PARTICIPACAO NAS ATIVIDADES DA PLATAFORMA (PROG154).
           OPEN INPUT PARTEAD-FILE.
           IF WRK-PTE-STATUS = '00'
               MOVE 'S' TO WRK-PTE-OK
           ELSE
               MOVE 'N' TO WRK-PTE-OK
           END-IF.

      *    AS NOTAS COMPONENTES DEIXAM DE MORRER NO FIM DA SESSAO:
      *    CADA DISCIPLINA DO ALUNO E PERSISTIDA EM COMPNOTA.DAT COM
               WRITE COMPONENTE-REC
           END-IF.

      *    PRESENCIAL: SO A CHAMADA; A DISTANCIA: SO AS ATIVIDADES
      *    DA PLATAFORMA; HIBRIDA: AULAS E ATIVIDADES NA MESMA CONTA.
       0260-OBTER-FREQUENCIA.
           MOVE 0 TO WRK-QTD-AULAS WRK-QTD-PRESENCAS
           MOVE DISCIPLINA-NOME(WRK-INDICE)(1:15) TO WRK-MATERIA-CHM
           MOVE WRK-MATRICULA   TO MDL-MATRICULA
           MOVE WRK-CURSO       TO MDL-CURSO
           MOVE WRK-MATERIA-CHM TO MDL-MATERIA
           CALL 'MODALDIS' USING MDL-PARM
           IF WRK-CHM-OK = 'S' AND MDL-MODALIDADE NOT = 'E'
               MOVE 'N' TO WRK-FIM-CHAMADA
               MOVE WRK-MATRICULA   TO CHM-MATRICULA
               MOVE WRK-MATERIA-CHM TO CHM-MATERIA
               MOVE LOW-VALUES      TO CHM-DATA
               PERFORM 0265-LER-CHAMADA
                   UNTIL WRK-FIM-CHAMADA = 'S'
           END-IF
           IF WRK-PTE-OK = 'S' AND MDL-MODALIDADE NOT = 'P'
               PERFORM 0268-SOMAR-PARTICIPACAO
           END-IF
           IF WRK-QTD-AULAS > 0
               COMPUTE WRK-FREQUENCIA(WRK-INDICE) ROUNDED =
                   WRK-QTD-PRESENCAS * 100,0 / WRK-QTD-AULAS
               EVALUATE MDL-MODALIDADE
                   WHEN 'E'
                       DISPLAY "FREQUENCIA CALCULADA DAS ATIVIDADES: "
                               WRK-FREQUENCIA(WRK-INDICE) "% ("
                               WRK-QTD-PRESENCAS " DE " WRK-QTD-AULAS
                               " ATIVIDADES)"
                   WHEN 'H'
                       DISPLAY "FREQUENCIA CALCULADA DA CHAMADA E "
                               "DAS ATIVIDADES: "
                               WRK-FREQUENCIA(WRK-INDICE) "% ("
                               WRK-QTD-PRESENCAS " DE " WRK-QTD-AULAS
                               " AULAS/ATIVIDADES)"
                   WHEN OTHER
                       DISPLAY "FREQUENCIA CALCULADA DA CHAMADA: "
                               WRK-FREQUENCIA(WRK-INDICE) "% ("
                               WRK-QTD-PRESENCAS " DE " WRK-QTD-AULAS
                               " AULAS)"
               END-EVALUATE
           ELSE
               DISPLAY "Digite o percentual de frequencia (EX: 80,0):"
               ACCEPT WRK-FREQUENCIA(WRK-INDICE)
                   END-IF
           END-READ.

      *    ATIVIDADES PREVISTAS CONTAM COMO AULAS E AS CONCLUIDAS COMO
      *    PRESENCAS.
       0268-SOMAR-PARTICIPACAO.
           MOVE WRK-MATRICULA    TO PTE-MATRICULA
           MOVE WRK-MATERIA-CHM  TO PTE-MATERIA
           MOVE WRK-ANO-SEMESTRE TO PTE-ANO-SEMESTRE
           READ PARTEAD-FILE KEY IS PTE-CHAVE
               NOT INVALID KEY
                   ADD PTE-ATIV-PREVISTAS  TO WRK-QTD-AULAS
                   ADD PTE-ATIV-CONCLUIDAS TO WRK-QTD-PRESENCAS
           END-READ.

       0045-IDENTIFICAR-ALUNO.
           IF WRK-IDIOMA = 'I'
               DISPLAY "ENTER YOUR STUDENT ID:"
           IF WRK-CHM-OK = 'S'
               CLOSE CHAMADA-FILE
           END-IF
           IF WRK-PTE-OK = 'S'
               CLOSE PARTEAD-FILE
           END-IF
           IF WRK-COMP-OK = 'S'
               CLOSE COMP-FILE
           END-IF
