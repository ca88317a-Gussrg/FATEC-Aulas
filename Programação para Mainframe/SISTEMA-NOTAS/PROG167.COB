       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG167.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conferencia da lotacao das salas pela norma - calcula
      *          o maximo legal de alunos de cada sala do SALAS.DAT a
      *          partir da area (SALA-LARGURA X SALA-ALTURA, como o
      *          RelatorioSalas) e da area minima por aluno do tipo da
      *          sala (NORMASAL.DAT: sala de aula, laboratorio,
      *          auditorio), e lista:
      *          1) as salas cuja capacidade declarada passa do maximo
      *             legal - o numero que o PROG34 e a fila de espera
      *             usam;
      *          2) as turmas do periodo que ocupam sala menor do que
      *             a turma pela norma: a sala da turma em TURMAS.DAT
      *             contra os alunos distintos da turma em GRADES.DAT
      *             (a contagem do PROG34), e a sala de cada
      *             disciplina no HORARIO.DAT contra as matriculas
      *             ativas da disciplina em MATRICULA.DAT (a contagem
      *             do PROG65).
      *          SALANORM.REL; RC 4 quando ha sala ou turma acima do
      *          maximo legal, RC 8 sem SALAS.DAT.
      *          SYSIN: ano/semestre (em branco = semestre da data).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS-FILE ASSIGN TO WRK-ARQ-SALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT NORMA-FILE ASSIGN TO WRK-ARQ-NORMASAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NRM-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-SALANORM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  SALAS-FILE.
           COPY SALAREC.

       FD  NORMA-FILE.
           COPY NORMAREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    LANCAMENTOS DO PERIODO POR TURMA E MATRICULA PARA CONTAR
      *    ALUNOS DISTINTOS POR TURMA, COMO O PROG34.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-TURMA          PIC X(05).
           05 SRT-MATRICULA      PIC X(10).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-SALAS     PIC X(40) VALUE 'SALAS.DAT'.
       77 WRK-ARQ-NORMASAL  PIC X(40) VALUE 'NORMASAL.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-SALANORM  PIC X(40) VALUE 'SALANORM.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NRM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA       PIC X(01) VALUE 'S'.
       77 WRK-TURMAS-OK      PIC X(01) VALUE 'N'.
       77 WRK-TURMA-ANT      PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA-ANT  PIC X(10) VALUE SPACES.
       77 WRK-QTD-ALUNOS     PIC 9(04) VALUE ZEROS.
       77 WRK-AREA           PIC 9(06) VALUE ZEROS.
       77 WRK-M2             PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MAXIMO         PIC 9(05) VALUE ZEROS.
       77 WRK-EXCESSO        PIC 9(05) VALUE ZEROS.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ORIGEM         PIC X(07) VALUE SPACES.
       77 WRK-TURMA-CAMPUS   PIC X(05) VALUE HIGH-VALUES.
       77 WRK-CAMPUS-TURMA   PIC X(03) VALUE SPACES.
       77 WRK-VISTO-CHAVE    PIC X(25) VALUE SPACES.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-IND-NRM        PIC 9(02) VALUE ZEROS.
       77 WRK-IND-SALA       PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NORMAS     PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-NORMAS     PIC 9(02) VALUE 10.
       77 WRK-QTD-SALAS      PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-SALAS      PIC 9(04) VALUE 500.
       77 WRK-QTD-TUR        PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-TUR        PIC 9(04) VALUE 500.
       77 WRK-QTD-MAT        PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-MAT        PIC 9(04) VALUE 500.
       77 WRK-QTD-VISTOS     PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-VISTOS     PIC 9(04) VALUE 1000.
       77 WRK-QTD-SEM-MEDIDA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SALAS-ACIMA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFERIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TURMAS-ACIMA PIC 9(05) VALUE ZEROS.

      *    NORMA POR TIPO DE SALA: PADRAO DA NORMA, TROCADO PELAS
      *    LINHAS DO NORMASAL.DAT.
       01 WRK-TAB-NORMA.
           05 WRK-NRM-ITEM OCCURS 10 TIMES.
               10 WRK-NRM-TIPO        PIC X(01).
               10 WRK-NRM-M2          PIC 9(03)V99.
               10 WRK-NRM-DESCRICAO   PIC X(20).

      *    SALAS DO SALAS.DAT COM A AREA E O MAXIMO LEGAL.
       01 WRK-TAB-SALAS.
           05 WRK-SAL-ITEM OCCURS 500 TIMES.
               10 WRK-SAL-CODIGO      PIC X(05).
               10 WRK-SAL-CAMPUS      PIC X(03).
               10 WRK-SAL-CAPACIDADE  PIC 9(03).
               10 WRK-SAL-MAXIMO      PIC 9(05).

      *    ALUNOS DISTINTOS POR TURMA EM GRADES.DAT NO PERIODO.
       01 WRK-TAB-TURMAS.
           05 WRK-TUR-ITEM OCCURS 500 TIMES.
               10 WRK-TUR-TURMA       PIC X(05).
               10 WRK-TUR-ALUNOS      PIC 9(04).

      *    MATRICULAS ATIVAS POR DISCIPLINA NO PERIODO.
       01 WRK-TAB-MATERIAS.
           05 WRK-MAT-ITEM OCCURS 500 TIMES.
               10 WRK-MAT-MATERIA     PIC X(15).
               10 WRK-MAT-QTD         PIC 9(04).

      *    TURMA + DISCIPLINA + SALA JA CONFERIDA NO HORARIO (UM
      *    SLOT POR AULA DA SEMANA, UMA CONFERENCIA SO).
       01 WRK-TAB-VISTOS.
           05 WRK-VISTO OCCURS 1000 TIMES PIC X(25).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-SALA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LSA-CODIGO        PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-CAMPUS        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-PREDIO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-TIPO          PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-AREA          PIC ZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-NORMA         PIC ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-CAPACIDADE    PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-MAXIMO        PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LSA-EXCESSO       PIC ZZZZ9.

       01 WRK-LINHA-TURMA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LTU-ORIGEM        PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-TURMA         PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-MATERIA       PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-SALA          PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-CAMPUS        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-ALUNOS        PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-MAXIMO        PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LTU-DECLARADA     PIC ZZZZ9.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           DISPLAY 'PROG167 - LOTACAO DAS SALAS PELA NORMA'.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-CARREGAR-NORMA.
           OPEN OUTPUT RELAT-FILE.
           PERFORM 0700-CABECALHO.
           PERFORM 0200-CONFERIR-SALAS.
           IF WRK-QTD-SALAS > 0
               OPEN INPUT TURMA-FILE
               IF WRK-TUR-STATUS = '00'
                   MOVE 'S' TO WRK-TURMAS-OK
               ELSE
                   DISPLAY 'TURMAS.DAT INDISPONIVEL: ' WRK-TUR-STATUS
               END-IF
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
                   INPUT PROCEDURE IS 0300-CARREGAR-LANCAMENTOS
                   OUTPUT PROCEDURE IS 0350-CONTAR-ALUNOS
               PERFORM 0400-CONTAR-MATRICULAS
               PERFORM 0750-CABECALHO-TURMAS
               IF WRK-TURMAS-OK = 'S'
                   PERFORM 0500-CONFERIR-TURMAS
               END-IF
               PERFORM 0600-CONFERIR-HORARIO
               IF WRK-TURMAS-OK = 'S'
                   CLOSE TURMA-FILE
               END-IF
           END-IF.
           PERFORM 0800-RODAPE.
           CLOSE RELAT-FILE.
           PERFORM 0850-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG167' TO DDN-PROGRAMA.
           MOVE 'SALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALAS.
           MOVE 'NORMASAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NORMASAL.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'SALANORM' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALANORM.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    PERIODO EM BRANCO = SEMESTRE DA DATA DE HOJE.
       0050-LER-PARAMETROS.
           ACCEPT WRK-ANO-SEMESTRE.
           IF WRK-ANO-SEMESTRE = SPACES
               IF WRK-AGORA(5:2) > '06'
                   STRING WRK-AGORA(1:4) '-2'
                       DELIMITED BY SIZE INTO WRK-ANO-SEMESTRE
               ELSE
                   STRING WRK-AGORA(1:4) '-1'
                       DELIMITED BY SIZE INTO WRK-ANO-SEMESTRE
               END-IF
           END-IF.
           DISPLAY 'PERIODO CONFERIDO: ' WRK-ANO-SEMESTRE.

      *    PADRAO DA NORMA E, POR CIMA, AS LINHAS DO NORMASAL.DAT.
       0100-CARREGAR-NORMA.
           MOVE SPACES          TO WRK-NRM-TIPO(1).
           MOVE 1,20            TO WRK-NRM-M2(1).
           MOVE 'SALA DE AULA'  TO WRK-NRM-DESCRICAO(1).
           MOVE 'L'             TO WRK-NRM-TIPO(2).
           MOVE 2,50            TO WRK-NRM-M2(2).
           MOVE 'LABORATORIO'   TO WRK-NRM-DESCRICAO(2).
           MOVE 'A'             TO WRK-NRM-TIPO(3).
           MOVE 0,80            TO WRK-NRM-M2(3).
           MOVE 'AUDITORIO'     TO WRK-NRM-DESCRICAO(3).
           MOVE 3 TO WRK-QTD-NORMAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT NORMA-FILE.
           IF WRK-NRM-STATUS = '00'
               PERFORM 0150-LER-NORMA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE NORMA-FILE
           ELSE
               DISPLAY 'NORMASAL.DAT INDISPONIVEL - NORMA PADRAO.'
           END-IF.

       0150-LER-NORMA.
           READ NORMA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF NRM-M2-ALUNO IS NUMERIC AND NRM-M2-ALUNO > 0
                       PERFORM 0160-GUARDAR-NORMA
                   ELSE
                       DISPLAY 'NORMA SEM AREA POR ALUNO IGNORADA: '
                               'TIPO [' NRM-TIPO ']'
                   END-IF
           END-READ.

       0160-GUARDAR-NORMA.
           MOVE NRM-TIPO TO WRK-TIPO.
           PERFORM 0170-LOCALIZAR-NORMA.
           IF WRK-IND-NRM = 0 AND WRK-QTD-NORMAS < WRK-MAX-NORMAS
               ADD 1 TO WRK-QTD-NORMAS
               MOVE WRK-QTD-NORMAS TO WRK-IND-NRM
               MOVE NRM-TIPO TO WRK-NRM-TIPO(WRK-IND-NRM)
           END-IF.
           IF WRK-IND-NRM > 0
               MOVE NRM-M2-ALUNO  TO WRK-NRM-M2(WRK-IND-NRM)
               MOVE NRM-DESCRICAO TO WRK-NRM-DESCRICAO(WRK-IND-NRM)
           END-IF.

      *    TIPO PROCURADO EM WRK-TIPO; WRK-IND-NRM = 0 SE NAO HA.
       0170-LOCALIZAR-NORMA.
           MOVE ZEROS TO WRK-IND-NRM.
           PERFORM 0180-COMPARAR-NORMA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-NORMAS OR WRK-IND-NRM > 0.

       0180-COMPARAR-NORMA.
           IF WRK-NRM-TIPO(WRK-IND) = WRK-TIPO
               MOVE WRK-IND TO WRK-IND-NRM
           END-IF.

      *    MAXIMO LEGAL = AREA / AREA POR ALUNO DO TIPO, PARA BAIXO.
      *    TIPO SEM NORMA USA A DA SALA DE AULA.
       0200-CONFERIR-SALAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS NOT = '00'
               DISPLAY 'SALAS.DAT INDISPONIVEL: ' WRK-SALAS-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'NAO CONFERIDO: SALAS.DAT INDISPONIVEL.'
                   TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           ELSE
               PERFORM 0250-LER-SALA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SALAS-FILE
               IF WRK-QTD-SALAS-ACIMA = 0
                   MOVE '  NENHUMA SALA ACIMA DA NORMA.' TO WRK-LINHA
                   WRITE RELAT-REC FROM WRK-LINHA
               END-IF
           END-IF.

       0250-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0260-CALCULAR-MAXIMO
           END-READ.

       0260-CALCULAR-MAXIMO.
           MOVE SALA-TIPO TO WRK-TIPO.
           PERFORM 0170-LOCALIZAR-NORMA.
           IF WRK-IND-NRM = 0
               MOVE 1 TO WRK-IND-NRM
           END-IF.
           MOVE WRK-NRM-M2(WRK-IND-NRM) TO WRK-M2.
           MOVE ZEROS TO WRK-AREA WRK-MAXIMO.
           IF SALA-LARGURA IS NUMERIC AND SALA-ALTURA IS NUMERIC
               MULTIPLY SALA-LARGURA BY SALA-ALTURA GIVING WRK-AREA
           END-IF.
           IF WRK-AREA = 0
               ADD 1 TO WRK-QTD-SEM-MEDIDA
               DISPLAY 'SALA ' SALA-CODIGO ' CAMPUS ' SALA-CAMPUS
                       ' SEM LARGURA/ALTURA - MAXIMO NAO CALCULADO'
           ELSE
               COMPUTE WRK-MAXIMO = WRK-AREA / WRK-M2
               IF SALA-CAPACIDADE > WRK-MAXIMO
                   PERFORM 0270-LISTAR-SALA
               END-IF
           END-IF.
           IF WRK-QTD-SALAS < WRK-MAX-SALAS
               ADD 1 TO WRK-QTD-SALAS
               MOVE SALA-CODIGO     TO WRK-SAL-CODIGO(WRK-QTD-SALAS)
               MOVE SALA-CAMPUS     TO WRK-SAL-CAMPUS(WRK-QTD-SALAS)
               MOVE SALA-CAPACIDADE
                   TO WRK-SAL-CAPACIDADE(WRK-QTD-SALAS)
               MOVE WRK-MAXIMO      TO WRK-SAL-MAXIMO(WRK-QTD-SALAS)
           END-IF.

       0270-LISTAR-SALA.
           ADD 1 TO WRK-QTD-SALAS-ACIMA.
           COMPUTE WRK-EXCESSO = SALA-CAPACIDADE - WRK-MAXIMO.
           MOVE SALA-CODIGO     TO LSA-CODIGO.
           MOVE SALA-CAMPUS     TO LSA-CAMPUS.
           MOVE SALA-PREDIO     TO LSA-PREDIO.
           MOVE WRK-NRM-DESCRICAO(WRK-IND-NRM) TO LSA-TIPO.
           MOVE WRK-AREA        TO LSA-AREA.
           MOVE WRK-M2          TO LSA-NORMA.
           MOVE SALA-CAPACIDADE TO LSA-CAPACIDADE.
           MOVE WRK-MAXIMO      TO LSA-MAXIMO.
           MOVE WRK-EXCESSO     TO LSA-EXCESSO.
           WRITE RELAT-REC FROM WRK-LINHA-SALA.
           DISPLAY 'SALA ACIMA DA NORMA: ' SALA-CODIGO ' CAMPUS '
                   SALA-CAMPUS ' DECLARADA ' SALA-CAPACIDADE
                   ' MAXIMO ' WRK-MAXIMO.

       0300-CARREGAR-LANCAMENTOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GRADES.DAT INDISPONIVEL - TURMAS SEM '
                       'CONTAGEM: ' WRK-FILE-STATUS
           ELSE
               PERFORM 0310-LER-LANCAMENTO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE GRADE-FILE
           END-IF.

       0310-LER-LANCAMENTO.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND GR-TURMA NOT = SPACES
                       MOVE GR-TURMA     TO SRT-TURMA
                       MOVE GR-MATRICULA TO SRT-MATRICULA
                       RELEASE SORT-REC
                   END-IF
           END-READ.

       0350-CONTAR-ALUNOS.
           MOVE 'S' TO WRK-PRIMEIRA.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0360-CONTAR-LANCAMENTO UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRA = 'N'
               PERFORM 0370-FECHAR-TURMA
           END-IF.

       0360-CONTAR-LANCAMENTO.
           IF WRK-PRIMEIRA = 'N' AND SRT-TURMA NOT = WRK-TURMA-ANT
               PERFORM 0370-FECHAR-TURMA
           END-IF.
           IF WRK-PRIMEIRA = 'S'
              OR SRT-TURMA NOT = WRK-TURMA-ANT
              OR SRT-MATRICULA NOT = WRK-MATRICULA-ANT
               ADD 1 TO WRK-QTD-ALUNOS
           END-IF.
           MOVE 'N' TO WRK-PRIMEIRA.
           MOVE SRT-TURMA     TO WRK-TURMA-ANT.
           MOVE SRT-MATRICULA TO WRK-MATRICULA-ANT.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0370-FECHAR-TURMA.
           IF WRK-QTD-TUR < WRK-MAX-TUR
               ADD 1 TO WRK-QTD-TUR
               MOVE WRK-TURMA-ANT  TO WRK-TUR-TURMA(WRK-QTD-TUR)
               MOVE WRK-QTD-ALUNOS TO WRK-TUR-ALUNOS(WRK-QTD-TUR)
           END-IF.
           MOVE ZEROS TO WRK-QTD-ALUNOS.

      *    MATRICULAS ATIVAS DE CADA DISCIPLINA NO PERIODO.
       0400-CONTAR-MATRICULAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL - HORARIO SEM '
                       'CONTAGEM: ' WRK-ENROLL-STATUS
           ELSE
               PERFORM 0410-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0410-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                       MOVE ENROLL-MATERIA TO WRK-MATERIA
                       PERFORM 0420-LOCALIZAR-MATERIA
                       IF WRK-IND-ACHOU = 0
                          AND WRK-QTD-MAT < WRK-MAX-MAT
                           ADD 1 TO WRK-QTD-MAT
                           MOVE WRK-QTD-MAT TO WRK-IND-ACHOU
                           MOVE WRK-MATERIA
                               TO WRK-MAT-MATERIA(WRK-IND-ACHOU)
                           MOVE ZEROS TO WRK-MAT-QTD(WRK-IND-ACHOU)
                       END-IF
                       IF WRK-IND-ACHOU > 0
                           ADD 1 TO WRK-MAT-QTD(WRK-IND-ACHOU)
                       END-IF
                   END-IF
           END-READ.

       0420-LOCALIZAR-MATERIA.
           MOVE ZEROS TO WRK-IND-ACHOU.
           PERFORM 0430-COMPARAR-MATERIA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-MAT OR WRK-IND-ACHOU > 0.

       0430-COMPARAR-MATERIA.
           IF WRK-MAT-MATERIA(WRK-IND) = WRK-MATERIA
               MOVE WRK-IND TO WRK-IND-ACHOU
           END-IF.

      *    SALA DA TURMA NO MESTRE CONTRA OS ALUNOS DA TURMA.
       0500-CONFERIR-TURMAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO TUR-TURMA.
           START TURMA-FILE KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0510-LER-TURMA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0510-LER-TURMA.
           READ TURMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF TUR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF TUR-SALA NOT = SPACES
                           PERFORM 0520-CONFERIR-TURMA
                       END-IF
                   END-IF
           END-READ.

       0520-CONFERIR-TURMA.
           ADD 1 TO WRK-QTD-CONFERIDAS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE ZEROS TO WRK-IND-ACHOU.
           PERFORM 0530-COMPARAR-TURMA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-TUR OR WRK-IND-ACHOU > 0.
           IF WRK-IND-ACHOU > 0
               MOVE WRK-TUR-ALUNOS(WRK-IND-ACHOU) TO WRK-QTD-ALUNOS
           END-IF.
           MOVE 'TURMAS'   TO WRK-ORIGEM.
           MOVE TUR-TURMA  TO WRK-TURMA-ANT.
           MOVE SPACES     TO WRK-MATERIA.
           MOVE TUR-SALA   TO WRK-SALA.
           MOVE TUR-CAMPUS TO WRK-CAMPUS.
           PERFORM 0650-CONFRONTAR-SALA.

       0530-COMPARAR-TURMA.
           IF WRK-TUR-TURMA(WRK-IND) = TUR-TURMA
               MOVE WRK-IND TO WRK-IND-ACHOU
           END-IF.

      *    SALA DE CADA DISCIPLINA DO HORARIO CONTRA AS MATRICULAS
      *    ATIVAS DA DISCIPLINA.
       0600-CONFERIR-HORARIO.
           OPEN INPUT HORARIO-FILE.
           IF WRK-HOR-STATUS NOT = '00'
               DISPLAY 'HORARIO.DAT INDISPONIVEL: ' WRK-HOR-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
               MOVE LOW-VALUES       TO HOR-TURMA
               MOVE ZEROS            TO HOR-DIA-SEMANA
               MOVE LOW-VALUES       TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0610-LER-SLOT UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0610-LER-SLOT.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF HOR-SALA NOT = SPACES
                           PERFORM 0620-CONFERIR-SLOT
                       END-IF
                   END-IF
           END-READ.

       0620-CONFERIR-SLOT.
           MOVE SPACES TO WRK-VISTO-CHAVE.
           STRING HOR-TURMA HOR-MATERIA HOR-SALA
               DELIMITED BY SIZE INTO WRK-VISTO-CHAVE.
           MOVE ZEROS TO WRK-IND-ACHOU.
           PERFORM 0630-COMPARAR-VISTO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-VISTOS OR WRK-IND-ACHOU > 0.
           IF WRK-IND-ACHOU = 0
               IF WRK-QTD-VISTOS < WRK-MAX-VISTOS
                   ADD 1 TO WRK-QTD-VISTOS
                   MOVE WRK-VISTO-CHAVE TO WRK-VISTO(WRK-QTD-VISTOS)
               END-IF
               ADD 1 TO WRK-QTD-CONFERIDAS
               IF HOR-TURMA NOT = WRK-TURMA-CAMPUS
                   PERFORM 0640-CAMPUS-DA-TURMA
               END-IF
               MOVE HOR-MATERIA TO WRK-MATERIA
               PERFORM 0420-LOCALIZAR-MATERIA
               MOVE ZEROS TO WRK-QTD-ALUNOS
               IF WRK-IND-ACHOU > 0
                   MOVE WRK-MAT-QTD(WRK-IND-ACHOU) TO WRK-QTD-ALUNOS
               END-IF
               MOVE 'HORARIO'        TO WRK-ORIGEM
               MOVE HOR-TURMA        TO WRK-TURMA-ANT
               MOVE HOR-SALA         TO WRK-SALA
               MOVE WRK-CAMPUS-TURMA TO WRK-CAMPUS
               PERFORM 0650-CONFRONTAR-SALA
           END-IF.

       0630-COMPARAR-VISTO.
           IF WRK-VISTO(WRK-IND) = WRK-VISTO-CHAVE
               MOVE WRK-IND TO WRK-IND-ACHOU
           END-IF.

      *    CAMPUS DA TURMA EM TURMAS.DAT, GUARDADO PARA OS SLOTS
      *    SEGUINTES DA MESMA TURMA.
       0640-CAMPUS-DA-TURMA.
           MOVE HOR-TURMA TO WRK-TURMA-CAMPUS.
           MOVE SPACES    TO WRK-CAMPUS-TURMA.
           IF WRK-TURMAS-OK = 'S'
               MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
               MOVE HOR-TURMA        TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-TURMA
               END-READ
           END-IF.

      *    O CODIGO DA SALA SO E UNICO DENTRO DO CAMPUS; SALA OU
      *    TURMA SEM CAMPUS CASA COM QUALQUER UM. SALA FORA DO
      *    SALAS.DAT OU SEM MEDIDAS NAO E CONFERIDA AQUI.
       0650-CONFRONTAR-SALA.
           MOVE ZEROS TO WRK-IND-SALA.
           PERFORM 0660-COMPARAR-SALA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-SALAS OR WRK-IND-SALA > 0.
           IF WRK-IND-SALA > 0
               IF WRK-SAL-MAXIMO(WRK-IND-SALA) > 0
                  AND WRK-QTD-ALUNOS > WRK-SAL-MAXIMO(WRK-IND-SALA)
                   PERFORM 0670-LISTAR-TURMA
               END-IF
           END-IF.

       0660-COMPARAR-SALA.
           IF WRK-SAL-CODIGO(WRK-IND) = WRK-SALA
              AND (WRK-SAL-CAMPUS(WRK-IND) = WRK-CAMPUS
                   OR WRK-SAL-CAMPUS(WRK-IND) = SPACES
                   OR WRK-CAMPUS = SPACES)
               MOVE WRK-IND TO WRK-IND-SALA
           END-IF.

       0670-LISTAR-TURMA.
           ADD 1 TO WRK-QTD-TURMAS-ACIMA.
           MOVE WRK-ORIGEM     TO LTU-ORIGEM.
           MOVE WRK-TURMA-ANT  TO LTU-TURMA.
           MOVE WRK-MATERIA    TO LTU-MATERIA.
           MOVE WRK-SALA       TO LTU-SALA.
           MOVE WRK-SAL-CAMPUS(WRK-IND-SALA) TO LTU-CAMPUS.
           MOVE WRK-QTD-ALUNOS TO LTU-ALUNOS.
           MOVE WRK-SAL-MAXIMO(WRK-IND-SALA) TO LTU-MAXIMO.
           MOVE WRK-SAL-CAPACIDADE(WRK-IND-SALA) TO LTU-DECLARADA.
           WRITE RELAT-REC FROM WRK-LINHA-TURMA.
           DISPLAY 'TURMA ACIMA DA NORMA: ' WRK-TURMA-ANT ' '
                   WRK-MATERIA ' SALA ' WRK-SALA ' ALUNOS '
                   WRK-QTD-ALUNOS ' MAXIMO '
                   WRK-SAL-MAXIMO(WRK-IND-SALA).

       0700-CABECALHO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOTACAO DAS SALAS PELA NORMA - PERIODO '
                  WRK-ANO-SEMESTRE ' - EM ' WRK-AGORA(7:2) '/'
                  WRK-AGORA(5:2) '/' WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE 'NORMA (M2 POR ALUNO):' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           PERFORM 0710-LINHA-NORMA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-NORMAS.
           MOVE SPACES TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '1) SALAS COM CAPACIDADE ACIMA DO MAXIMO LEGAL'
               TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  SALA  CAM PREDIO     TIPO           AREA  NORMA'
               TO WRK-LINHA.
           MOVE 'DECL. MAXIMO EXCES.' TO WRK-LINHA(57:).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0710-LINHA-NORMA.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-NRM-M2(WRK-IND) TO LSA-NORMA.
           STRING '  [' WRK-NRM-TIPO(WRK-IND) '] '
                  WRK-NRM-DESCRICAO(WRK-IND) ' ' LSA-NORMA
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0750-CABECALHO-TURMAS.
           MOVE SPACES TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '2) TURMAS EM SALA ABAIXO DA NORMA PARA A TURMA'
               TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  ORIGEM  TURMA DISCIPLINA      SALA  CAM ALUNOS'
               TO WRK-LINHA.
           MOVE 'MAXIMO  DECL.' TO WRK-LINHA(51:).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0800-RODAPE.
           IF WRK-QTD-SALAS > 0 AND WRK-QTD-TURMAS-ACIMA = 0
               MOVE '  NENHUMA TURMA ACIMA DO MAXIMO LEGAL DA SALA.'
                   TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           END-IF.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALAS: ' WRK-QTD-SALAS
                  ' - ACIMA DA NORMA: ' WRK-QTD-SALAS-ACIMA
                  ' - SEM MEDIDAS: ' WRK-QTD-SEM-MEDIDA
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMAS/DISCIPLINAS CONFERIDAS: ' WRK-QTD-CONFERIDAS
                  ' - ACIMA DA NORMA: ' WRK-QTD-TURMAS-ACIMA
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0850-FINALIZAR.
           IF RETURN-CODE < 4
              AND (WRK-QTD-SALAS-ACIMA > 0
                   OR WRK-QTD-TURMAS-ACIMA > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG167 - LOTACAO DAS SALAS PELA NORMA'.
           DISPLAY 'SALAS CONFERIDAS.......: ' WRK-QTD-SALAS.
           DISPLAY 'SALAS ACIMA DA NORMA...: ' WRK-QTD-SALAS-ACIMA.
           DISPLAY 'SALAS SEM MEDIDAS......: ' WRK-QTD-SEM-MEDIDA.
           DISPLAY 'TURMAS CONFERIDAS......: ' WRK-QTD-CONFERIDAS.
           DISPLAY 'TURMAS ACIMA DA NORMA..: ' WRK-QTD-TURMAS-ACIMA.
           DISPLAY 'RELATORIO EM SALANORM.REL'.
           DISPLAY 'RETURN-CODE............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG167'          TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8)     TO RS-DATA
           MOVE WRK-HORA-INI       TO RS-HORA-INI
           MOVE WRK-AGORA(9:6)     TO RS-HORA-FIM
           COMPUTE RS-QTD-LIDOS = WRK-QTD-SALAS + WRK-QTD-CONFERIDAS
           MOVE WRK-QTD-TURMAS-ACIMA TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SALAS-ACIMA TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG167.
