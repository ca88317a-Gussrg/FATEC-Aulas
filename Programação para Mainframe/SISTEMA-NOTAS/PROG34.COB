      *          sala (SALAS.DAT), apontando toda turma cuja matricula
      *          excede a capacidade - ainda no planejamento, nao no
      *          primeiro dia de aula.
      *          O relatorio pode ser restrito a um campus (em branco =
      *          todos) e sai quebrado por campus da turma, com
      *          subtotal de turmas, alunos e turmas excedidas.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT SALAS-FILE ASSIGN TO WRK-ARQ-SALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       FD  SALAS-FILE.
           COPY SALAREC.

      *    UM REGISTRO POR LANCAMENTO DO PERIODO, ORDENADO POR CAMPUS,
      *    TURMA E MATRICULA PARA CONTAR ALUNOS DISTINTOS POR QUEBRA.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CAMPUS        PIC X(03).
           05 SRT-TURMA         PIC X(05).
           05 SRT-MATRICULA     PIC X(10).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-SALAS     PIC X(40) VALUE 'SALAS.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-CAPACIDADE     PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-SALA     PIC X(01) VALUE 'N'.
       77 WRK-CAMPUS-SEL     PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-ANT     PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-TURMA   PIC X(03) VALUE SPACES.
       77 WRK-TURMA-CAMPUS   PIC X(05) VALUE HIGH-VALUES.
       77 WRK-CAM-TURMAS     PIC 9(04) VALUE ZEROS.
       77 WRK-CAM-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-CAM-EXCEDIDAS  PIC 9(04) VALUE ZEROS.
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
               ON ASCENDING KEY SRT-CAMPUS SRT-TURMA SRT-MATRICULA
               INPUT PROCEDURE IS 0100-CARREGAR-LANCAMENTOS
               OUTPUT PROCEDURE IS 0300-EMITIR-OCUPACAO
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG34' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'SALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALAS.

       0050-INICIALIZAR.
           DISPLAY 'OCUPACAO DE TURMAS POR SALA'.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'CAMPUS (EM BRANCO = TODOS): '.
           ACCEPT WRK-CAMPUS-SEL.
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS = '00'
               MOVE 'S' TO WRK-TURMAS-OK
               PERFORM 0150-LER-PROXIMO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       PERFORM 0120-LIBERAR-LANCAMENTO
                   END-IF
                   PERFORM 0150-LER-PROXIMO
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

      *    SO ENTRA NO SORT A TURMA DO CAMPUS PEDIDO.
       0120-LIBERAR-LANCAMENTO.
           IF GR-TURMA NOT = WRK-TURMA-CAMPUS
               PERFORM 0160-CAMPUS-DA-TURMA
           END-IF
           IF WRK-CAMPUS-SEL = SPACES
              OR WRK-CAMPUS-TURMA = WRK-CAMPUS-SEL
               MOVE WRK-CAMPUS-TURMA TO SRT-CAMPUS
               MOVE GR-TURMA         TO SRT-TURMA
               MOVE GR-MATRICULA     TO SRT-MATRICULA
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
           IF WRK-TURMAS-OK = 'S'
               MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE GR-TURMA         TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-TURMA
               END-READ
           END-IF.

       0300-EMITIR-OCUPACAO.
           DISPLAY '========================================'.
           DISPLAY 'OCUPACAO DE TURMAS - ' WRK-ANO-SEMESTRE.
           END-RETURN
           PERFORM UNTIL WRK-FIM-SORT = 'S'
               IF WRK-PRIMEIRA = 'N'
                  AND (SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                       OR SRT-TURMA NOT = WRK-TURMA-ANT)
                   PERFORM 0350-FECHAR-TURMA
               END-IF
               IF WRK-PRIMEIRA = 'N'
                  AND SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                   PERFORM 0330-FECHAR-CAMPUS
               END-IF
               IF WRK-PRIMEIRA = 'S'
                  OR SRT-CAMPUS NOT = WRK-CAMPUS-ANT
                   MOVE SRT-CAMPUS TO WRK-CAMPUS-ANT
                   PERFORM 0320-ABRIR-CAMPUS
               END-IF
               IF WRK-PRIMEIRA = 'S'
                  OR SRT-TURMA NOT = WRK-TURMA-ANT
                  OR SRT-MATRICULA NOT = WRK-MATRICULA-ANT
           END-PERFORM
           IF WRK-PRIMEIRA = 'N'
               PERFORM 0350-FECHAR-TURMA
               PERFORM 0330-FECHAR-CAMPUS
           END-IF.

       0320-ABRIR-CAMPUS.
           MOVE ZEROS TO WRK-CAM-TURMAS WRK-CAM-ALUNOS
                         WRK-CAM-EXCEDIDAS
           IF WRK-CAMPUS-ANT = SPACES
               DISPLAY 'CAMPUS: (SEM CAMPUS)'
           ELSE
               DISPLAY 'CAMPUS: ' WRK-CAMPUS-ANT
           END-IF.

       0330-FECHAR-CAMPUS.
           DISPLAY '  SUBTOTAL DO CAMPUS: ' WRK-CAM-TURMAS ' TURMAS, '
                   WRK-CAM-ALUNOS ' ALUNOS, ' WRK-CAM-EXCEDIDAS
                   ' ACIMA DA SALA'
           DISPLAY '----------------------------------------'.

       0350-FECHAR-TURMA.
           ADD 1 TO WRK-QTD-TURMAS
           ADD 1 TO WRK-CAM-TURMAS
           ADD WRK-QTD-ALUNOS TO WRK-CAM-ALUNOS
           PERFORM 0360-LOCALIZAR-SALA
           IF WRK-ACHOU-SALA = 'S'
               IF WRK-QTD-ALUNOS > WRK-CAPACIDADE
                   ADD 1 TO WRK-QTD-EXCEDIDAS
                   ADD 1 TO WRK-CAM-EXCEDIDAS
                   DISPLAY 'TURMA ' WRK-TURMA-ANT ': '
                           WRK-QTD-ALUNOS ' ALUNOS - SALA '
                           WRK-SALA ' (CAP. ' WRK-CAPACIDADE
                   MOVE 'S' TO WRK-FIM-SALAS
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                      AND (SALA-CAMPUS = WRK-CAMPUS-ANT
                           OR SALA-CAMPUS = SPACES
                           OR WRK-CAMPUS-ANT = SPACES)
                       MOVE 'S' TO WRK-ACHOU-SALA
                       MOVE SALA-CAPACIDADE TO WRK-CAPACIDADE
                       MOVE 'S' TO WRK-FIM-SALAS
