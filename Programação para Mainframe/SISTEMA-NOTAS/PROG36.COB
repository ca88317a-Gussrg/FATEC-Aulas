      *          professor, suas disciplinas, turmas e quantidades de
      *          alunos, com o total do professor - o quadro que a
      *          coordenadora montava a mao no caderno.
      *          Pede o campus (em branco = todos): so entram as
      *          turmas do campus pedido (TUR-CAMPUS em TURMAS.DAT),
      *          cada turma sai com o seu campus e o relatorio fecha
      *          com o quadro de atribuicoes e alunos por campus.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT SUBST-FILE ASSIGN TO WRK-ARQ-SUBSTIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-FILE.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-SUBSTIT   PIC X(40) VALUE 'SUBSTIT.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.

       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SEMANAS        PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-INI       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FIM       PIC 9(07) VALUE ZEROS.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAMPUS-SEL     PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-TURMA   PIC X(03) VALUE SPACES.
       77 WRK-QTD-CAMPI      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-C          PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CAMPUS   PIC X(01) VALUE 'N'.

      *    ATRIBUICOES CARREGADAS EM TABELA PARA CONTAR OS ALUNOS DE
      *    TODAS ELAS EM UMA UNICA PASSADA DE GRADES.DAT.
               10 WRK-ATR-ANO-SEMESTRE PIC X(06).
               10 WRK-ATR-TURMA        PIC X(05).
               10 WRK-ATR-ALUNOS       PIC 9(04).
               10 WRK-ATR-CAMPUS       PIC X(03).

      *    QUADRO POR CAMPUS MONTADO NA EMISSAO DO RELATORIO.
       01 WRK-TABELA-CAMPI.
           05 WRK-CAM-ITEM OCCURS 20 TIMES.
               10 WRK-CAM-CODIGO       PIC X(03).
               10 WRK-CAM-ATRIB        PIC 9(03).
               10 WRK-CAM-ALUNOS       PIC 9(05).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           PERFORM 0100-CARREGAR-ATRIBUICOES
           IF WRK-TUR-STATUS = '00'
               CLOSE TURMA-FILE
           END-IF
           IF WRK-QTD-ATRIB > 0
               PERFORM 0200-CONTAR-ALUNOS
               PERFORM 0300-EMITIR-RELATORIO
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG36' TO DDN-PROGRAMA.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'SUBSTIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUBSTIT.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.

       0050-INICIALIZAR.
           DISPLAY 'CAMPUS (EM BRANCO = TODOS): '.
           ACCEPT WRK-CAMPUS-SEL.
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               DISPLAY 'MESTRE DE TURMAS INDISPONIVEL - TURMAS SEM '
                       'CAMPUS: ' WRK-TUR-STATUS
           END-IF.

       0100-CARREGAR-ATRIBUICOES.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               AT END
                   MOVE 'S' TO WRK-FIM-ATR
               NOT AT END
                   PERFORM 0160-CAMPUS-DA-TURMA
                   IF WRK-CAMPUS-SEL NOT = SPACES
                      AND WRK-CAMPUS-TURMA NOT = WRK-CAMPUS-SEL
                       CONTINUE
                   ELSE
                       PERFORM 0170-GUARDAR-ATRIBUICAO
                   END-IF
           END-READ.

       0160-CAMPUS-DA-TURMA.
           MOVE SPACES TO WRK-CAMPUS-TURMA.
           IF WRK-TUR-STATUS = '00'
               MOVE ATR-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE ATR-TURMA        TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-TURMA
               END-READ
           END-IF.

       0170-GUARDAR-ATRIBUICAO.
           IF WRK-QTD-ATRIB < 200
               ADD 1 TO WRK-QTD-ATRIB
               MOVE ATR-PROFESSOR TO
                   WRK-ATR-PROFESSOR(WRK-QTD-ATRIB)
               MOVE ATR-MATERIA TO
                   WRK-ATR-MATERIA(WRK-QTD-ATRIB)
               MOVE ATR-ANO-SEMESTRE TO
                   WRK-ATR-ANO-SEMESTRE(WRK-QTD-ATRIB)
               MOVE ATR-TURMA TO
                   WRK-ATR-TURMA(WRK-QTD-ATRIB)
               MOVE ZEROS TO WRK-ATR-ALUNOS(WRK-QTD-ATRIB)
               MOVE WRK-CAMPUS-TURMA TO
                   WRK-ATR-CAMPUS(WRK-QTD-ATRIB)
           ELSE
               DISPLAY 'AVISO: MAIS DE 200 ATRIBUICOES - '
                       'EXCEDENTE IGNORADO'
               MOVE 'S' TO WRK-FIM-ATR
           END-IF.

       0200-CONTAR-ALUNOS.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
               END-IF
               DISPLAY '  ' WRK-ATR-MATERIA(WRK-IND) ' '
                       WRK-ATR-ANO-SEMESTRE(WRK-IND) ' TURMA '
                       WRK-ATR-TURMA(WRK-IND) ' CAMPUS '
                       WRK-ATR-CAMPUS(WRK-IND) ' - '
                       WRK-ATR-ALUNOS(WRK-IND) ' ALUNOS'
               ADD WRK-ATR-ALUNOS(WRK-IND) TO WRK-TOTAL-PROF
               PERFORM 0370-ACUMULAR-CAMPUS
           END-PERFORM
           PERFORM 0350-FECHAR-PROFESSOR
           IF WRK-PROF-STATUS = '00'
           END-IF
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROFESSORES LISTADOS: ' WRK-QTD-PROFESSORES.
           PERFORM 0380-EMITIR-CAMPI
           PERFORM 0400-LISTAR-SUBSTITUICOES
           DISPLAY '========================================'.

      *    SOMA A ATRIBUICAO CORRENTE (WRK-IND) NO QUADRO DE CAMPI.
       0370-ACUMULAR-CAMPUS.
           MOVE 'N' TO WRK-ACHOU-CAMPUS.
           PERFORM 0375-PROCURAR-CAMPUS
               VARYING WRK-IND-C FROM 1 BY 1
               UNTIL WRK-IND-C > WRK-QTD-CAMPI
                  OR WRK-ACHOU-CAMPUS = 'S'.
           IF WRK-ACHOU-CAMPUS = 'N'
               IF WRK-QTD-CAMPI < 20
                   ADD 1 TO WRK-QTD-CAMPI
                   MOVE WRK-QTD-CAMPI TO WRK-IND-C
                   MOVE WRK-ATR-CAMPUS(WRK-IND)
                       TO WRK-CAM-CODIGO(WRK-IND-C)
                   MOVE ZEROS TO WRK-CAM-ATRIB(WRK-IND-C)
                   MOVE ZEROS TO WRK-CAM-ALUNOS(WRK-IND-C)
                   PERFORM 0376-SOMAR-CAMPUS
               END-IF
           END-IF.

       0375-PROCURAR-CAMPUS.
           IF WRK-CAM-CODIGO(WRK-IND-C) = WRK-ATR-CAMPUS(WRK-IND)
               MOVE 'S' TO WRK-ACHOU-CAMPUS
               PERFORM 0376-SOMAR-CAMPUS
           END-IF.

       0376-SOMAR-CAMPUS.
           ADD 1 TO WRK-CAM-ATRIB(WRK-IND-C).
           ADD WRK-ATR-ALUNOS(WRK-IND) TO WRK-CAM-ALUNOS(WRK-IND-C).

       0380-EMITIR-CAMPI.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CARGA POR CAMPUS:'.
           PERFORM 0385-EMITIR-CAMPUS
               VARYING WRK-IND-C FROM 1 BY 1
               UNTIL WRK-IND-C > WRK-QTD-CAMPI.

       0385-EMITIR-CAMPUS.
           IF WRK-CAM-CODIGO(WRK-IND-C) = SPACES
               DISPLAY '  (SEM CAMPUS) ' WRK-CAM-ATRIB(WRK-IND-C)
                       ' ATRIBUICOES - ' WRK-CAM-ALUNOS(WRK-IND-C)
                       ' ALUNOS'
           ELSE
               DISPLAY '  ' WRK-CAM-CODIGO(WRK-IND-C) '           '
                       WRK-CAM-ATRIB(WRK-IND-C) ' ATRIBUICOES - '
                       WRK-CAM-ALUNOS(WRK-IND-C) ' ALUNOS'
           END-IF.

      *    SUBSTITUICOES VIGENTES (SUBSTIT.DAT, PROG89): TITULAR E
      *    SUBSTITUTO CREDITADOS PELAS SEMANAS REAIS DE CADA UM.
       0400-LISTAR-SUBSTITUICOES.
