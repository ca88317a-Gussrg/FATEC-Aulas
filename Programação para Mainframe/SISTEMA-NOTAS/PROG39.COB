      *          nota), lado a lado para cada turma da materia - o
      *          quadro que a coordenacao montava na planilha a partir
      *          do ROSTER.CSV depois de cada prova.
      *          Pode ser restrito a um campus (em branco = todos); as
      *          turmas saem agrupadas pelo campus (TURMAS.DAT), com o
      *          subtotal do campus (faixas, media, menor/maior).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
       DATA DIVISION.

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CAMPUS        PIC X(03).
           05 SRT-TURMA         PIC X(05).
           05 SRT-NOTA          PIC 99V9.


       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  CORTE-FILE.
       01  CORTE-REC.
           05 CRT-DATA-HORA     PIC X(14).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.

       77 WRK-ARQ-NOTAS      PIC X(40) VALUE 'GRADESRPT.DAT'.
      *    O RELATORIO LE A REPLICA PUBLICADA PELO PROG99; SEM
      *    REPLICA, CAI PARA O ARQUIVO VIVO E AVISA.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FX-4-6         PIC 9(03) VALUE ZEROS.
       77 WRK-FX-6-8         PIC 9(03) VALUE ZEROS.
       77 WRK-FX-8-10        PIC 9(03) VALUE ZEROS.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS-SEL     PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-ANT     PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-TURMA   PIC X(03) VALUE SPACES.
       77 WRK-TURMA-CAMPUS   PIC X(05) VALUE HIGH-VALUES.
      *    ACUMULADOS DO CAMPUS CORRENTE, SOMADOS NO FECHO DE TURMA.
       77 WRK-CAM-TURMAS     PIC 9(03) VALUE ZEROS.
       77 WRK-CAM-QTD        PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-SOMA       PIC 9(07)V9 VALUE ZEROS.
       77 WRK-CAM-MENOR      PIC 99V9  VALUE ZEROS.
       77 WRK-CAM-MAIOR      PIC 99V9  VALUE ZEROS.
       77 WRK-CAM-FX-0-2     PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-FX-2-4     PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-FX-4-6     PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-FX-6-8     PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-FX-8-10    PIC 9(05) VALUE ZEROS.

      *    NOTAS DA TURMA CORRENTE, JA EM ORDEM CRESCENTE (CHEGAM
      *    ORDENADAS DO SORT), PARA TIRAR A MEDIANA SEM RECONTAR.
       01 WRK-NOTAS-TURMA.
           05 WRK-NOTA-ITEM OCCURS 500 TIMES PIC 99V9.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CAMPUS SRT-TURMA SRT-NOTA
               INPUT PROCEDURE IS 0100-CARREGAR-NOTAS
               OUTPUT PROCEDURE IS 0300-EMITIR-ESTATISTICAS
           IF WRK-TUR-STATUS = '00'
               CLOSE TURMA-FILE
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG39' TO DDN-PROGRAMA.
           MOVE 'GRADRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTAS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.

       0050-INICIALIZAR.
           DISPLAY 'DISTRIBUICAO DE NOTAS POR TURMA'.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'CAMPUS (EM BRANCO = TODOS): '.
           ACCEPT WRK-CAMPUS-SEL.
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               DISPLAY 'MESTRE DE TURMAS INDISPONIVEL - TURMAS SEM '
                       'CAMPUS: ' WRK-TUR-STATUS
           END-IF.

       0100-CARREGAR-NOTAS.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               MOVE WRK-ARQ-GRADES TO WRK-ARQ-NOTAS
               OPEN INPUT GRADE-FILE
           END-IF
           PERFORM 0995-EXIBIR-CORTE
                   ELSE
                       IF GR-MODO-AVALIACAO NOT = 'S'
                          AND GR-SITUACAO NOT = 'INC'
                          AND GR-SITUACAO NOT = 'DISPENSADO PROFIC.'
                           PERFORM 0120-LIBERAR-NOTA
                       END-IF
                       PERFORM 0150-LER-PROXIMO
                   END-IF
               CLOSE GRADE-FILE
           END-IF.

      *    SO ENTRA NO SORT A TURMA DO CAMPUS PEDIDO.
       0120-LIBERAR-NOTA.
           IF GR-TURMA NOT = WRK-TURMA-CAMPUS
               PERFORM 0160-CAMPUS-DA-TURMA
           END-IF
           IF WRK-CAMPUS-SEL = SPACES
              OR WRK-CAMPUS-TURMA = WRK-CAMPUS-SEL
               MOVE WRK-CAMPUS-TURMA TO SRT-CAMPUS
               MOVE GR-TURMA         TO SRT-TURMA
               MOVE GR-NOTA          TO SRT-NOTA
               RELEASE SORT-REC
           END-IF.

       0150-LER-PROXIMO.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *    CAMPUS DA TURMA EM TURMAS.DAT, GUARDADO PARA A TURMA
      *    SEGUINTE DO ARQUIVO QUE FOR A MESMA.
       0160-CAMPUS-DA-TURMA.
           MOVE GR-TURMA TO WRK-TURMA-CAMPUS
           MOVE SPACES   TO WRK-CAMPUS-TURMA
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE GR-TURMA         TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-TURMA
               END-READ
           END-IF.

       0300-EMITIR-ESTATISTICAS.
           DISPLAY '========================================'.
           DISPLAY 'DISTRIBUICAO - ' WRK-MATERIA ' - '
           END-RETURN
           PERFORM UNTIL WRK-FIM-SORT = 'S'
               IF WRK-PRIMEIRA = 'N'
                  AND (SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                       OR SRT-TURMA NOT = WRK-TURMA-ANT)
                   PERFORM 0350-FECHAR-TURMA
               END-IF
               IF WRK-PRIMEIRA = 'N'
                  AND SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                   PERFORM 0370-FECHAR-CAMPUS
               END-IF
               IF WRK-PRIMEIRA = 'S'
                  OR SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                   MOVE SRT-CAMPUS TO WRK-CAMPUS-ANT
                   PERFORM 0360-ABRIR-CAMPUS
               END-IF
               MOVE 'N' TO WRK-PRIMEIRA
               MOVE SRT-TURMA TO WRK-TURMA-ANT
               PERFORM 0320-ACUMULAR-NOTA
           END-PERFORM
           IF WRK-PRIMEIRA = 'N'
               PERFORM 0350-FECHAR-TURMA
               PERFORM 0370-FECHAR-CAMPUS
           END-IF
           IF WRK-QTD-TURMAS = 0
               DISPLAY 'NENHUMA NOTA NUMERICA ENCONTRADA PARA ESTA '
           DISPLAY '  MENOR/MAIOR: ' WRK-MENOR ' / ' WRK-MAIOR
                   ' (AMPLITUDE ' WRK-AMPLITUDE ')'
           DISPLAY ' '
           PERFORM 0355-SOMAR-CAMPUS
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-SOMA-NOTAS WRK-FX-0-2
               WRK-FX-2-4 WRK-FX-4-6 WRK-FX-6-8 WRK-FX-8-10.

       0355-SOMAR-CAMPUS.
           IF WRK-CAM-TURMAS = 0 OR WRK-MENOR < WRK-CAM-MENOR
               MOVE WRK-MENOR TO WRK-CAM-MENOR
           END-IF
           IF WRK-CAM-TURMAS = 0 OR WRK-MAIOR > WRK-CAM-MAIOR
               MOVE WRK-MAIOR TO WRK-CAM-MAIOR
           END-IF
           ADD 1              TO WRK-CAM-TURMAS
           ADD WRK-QTD-NOTAS  TO WRK-CAM-QTD
           ADD WRK-SOMA-NOTAS TO WRK-CAM-SOMA
           ADD WRK-FX-0-2     TO WRK-CAM-FX-0-2
           ADD WRK-FX-2-4     TO WRK-CAM-FX-2-4
           ADD WRK-FX-4-6     TO WRK-CAM-FX-4-6
           ADD WRK-FX-6-8     TO WRK-CAM-FX-6-8
           ADD WRK-FX-8-10    TO WRK-CAM-FX-8-10.

       0360-ABRIR-CAMPUS.
           MOVE ZEROS TO WRK-CAM-TURMAS WRK-CAM-QTD WRK-CAM-SOMA
               WRK-CAM-MENOR WRK-CAM-MAIOR WRK-CAM-FX-0-2
               WRK-CAM-FX-2-4 WRK-CAM-FX-4-6 WRK-CAM-FX-6-8
               WRK-CAM-FX-8-10
           IF WRK-CAMPUS-ANT = SPACES
               DISPLAY 'CAMPUS: (SEM CAMPUS)'
           ELSE
               DISPLAY 'CAMPUS: ' WRK-CAMPUS-ANT
           END-IF
           DISPLAY '----------------------------------------'.

      *    A MEDIANA NAO SAI NO SUBTOTAL: AS NOTAS SO CHEGAM EM ORDEM
      *    DENTRO DE CADA TURMA.
       0370-FECHAR-CAMPUS.
           COMPUTE WRK-MEDIA ROUNDED =
               WRK-CAM-SOMA / WRK-CAM-QTD
           DISPLAY 'SUBTOTAL DO CAMPUS (' WRK-CAM-TURMAS ' TURMAS, '
                   WRK-CAM-QTD ' NOTAS):'
           DISPLAY '  FAIXA 0-2 : ' WRK-CAM-FX-0-2
           DISPLAY '  FAIXA 2-4 : ' WRK-CAM-FX-2-4
           DISPLAY '  FAIXA 4-6 : ' WRK-CAM-FX-4-6
           DISPLAY '  FAIXA 6-8 : ' WRK-CAM-FX-6-8
           DISPLAY '  FAIXA 8-10: ' WRK-CAM-FX-8-10
           DISPLAY '  MEDIA.....: ' WRK-MEDIA
           DISPLAY '  MENOR/MAIOR: ' WRK-CAM-MENOR ' / ' WRK-CAM-MAIOR
           DISPLAY '----------------------------------------'.


      *    CARIMBO DO CORTE DA REPLICA NO CABECALHO, PARA NINGUEM
      *    CONFUNDIR O RELATORIO COM DADO AO VIVO.
       0995-EXIBIR-CORTE.
           IF WRK-CORTE-EXIBIDO = 'N'
               MOVE 'S' TO WRK-CORTE-EXIBIDO
               IF WRK-ARQ-NOTAS = WRK-ARQ-GRADES
                   DISPLAY '*** DADOS AO VIVO (REPLICA AUSENTE - '
                           'RODAR PROG99) ***'
               ELSE
