       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG149.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Diario de classe oficial de uma materia/turma/periodo
      *          (DIARIO.REL) - capa com disciplina, turma, professor
      *          (ATRIBUIC.DAT) e carga horaria do catalogo; grade
      *          mensal de frequencia por aluno e data de aula a partir
      *          de CHAMADA.DAT (P = presente, F = falta, A = falta
      *          abonada em ABONOS.DAT, . = sem registro); lista do
      *          conteudo ministrado (CONTEUDO.DAT, PROG148) com o
      *          total de horas-aula contra a CAT-CARGA-HORARIA e as
      *          aulas com chamada sem conteudo; notas e situacao
      *          finais de GRADES.DAT com a frequencia calculada como
      *          no PROG15; e o termo de encerramento para as
      *          assinaturas do professor e do coordenador. Alunos da
      *          turma pelo MATRICULA.DAT + TURMAALU, em ordem de nome.
      *          RC 4 quando faltam horas-aula na carga ou ha aula sem
      *          conteudo; RC 8 sem aluno na turma.
      *          SYSIN: materia; ano/semestre; turma.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT ABONO-FILE ASSIGN TO WRK-ARQ-ABONOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-SEQ
               FILE STATUS IS WRK-ABN-STATUS.
           SELECT CONTEUDO-FILE ASSIGN TO WRK-ARQ-CONTEUDO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WRK-CNT-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-GR-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
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
           SELECT DIARIO-REL ASSIGN TO WRK-ARQ-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  ABONO-FILE.
           COPY ABONOREC.

       FD  CONTEUDO-FILE.
           COPY CONTEREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  DIARIO-REL.
       01  DIARIO-LINHA         PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-ABONOS    PIC X(40) VALUE 'ABONOS.DAT'.
       77 WRK-ARQ-CONTEUDO  PIC X(40) VALUE 'CONTEUDO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-DIARIO    PIC X(40) VALUE 'DIARIO.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ABN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CNT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-GR-STATUS      PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-TURMA-ALUNO    PIC X(05) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-CHM-OK         PIC X(01) VALUE 'N'.
       77 WRK-CNT-OK         PIC X(01) VALUE 'N'.
       77 WRK-GR-OK          PIC X(01) VALUE 'N'.
       77 WRK-PROFESSOR      PIC X(06) VALUE SPACES.
       77 WRK-PROF-NOME      PIC X(30) VALUE SPACES.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DATAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ABONOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONTEUDOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTEUDO PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-HORAS    PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-HORAS    PIC 9(04) VALUE ZEROS.
       77 WRK-A              PIC 9(03) VALUE ZEROS.
       77 WRK-D              PIC 9(03) VALUE ZEROS.
       77 WRK-D-INI          PIC 9(03) VALUE ZEROS.
       77 WRK-D-FIM          PIC 9(03) VALUE ZEROS.
       77 WRK-K              PIC 9(03) VALUE ZEROS.
       77 WRK-POS            PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-MES            PIC X(06) VALUE SPACES.
       77 WRK-NOVA-DATA      PIC X(08) VALUE SPACES.
       77 WRK-CELULA         PIC X(01) VALUE SPACES.
       77 WRK-FALTA-ABONADA  PIC X(01) VALUE 'N'.
       77 WRK-TEXTO-NOTA     PIC X(05) VALUE SPACES.
       77 WRK-NOTA-ED        PIC Z9,9.
       77 WRK-FREQ-ED        PIC ZZ9,9.
       77 WRK-FREQUENCIA     PIC 999V9 VALUE ZEROS.
       77 WRK-SITUACAO       PIC X(20) VALUE SPACES.
      *    COLUNAS DE DATA POR BLOCO DA GRADE MENSAL (3 POSICOES
      *    CADA, A PARTIR DA COLUNA 38).
       77 WRK-MAX-COLUNAS    PIC 9(03) VALUE 30.

      *    ALUNOS DA TURMA EM ORDEM DE NOME, COM OS TOTAIS DE
      *    FREQUENCIA ACUMULADOS NA GRADE.
       01 WRK-TABELA-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 150 TIMES.
               10 WRK-ALU-MATRICULA PIC X(10).
               10 WRK-ALU-NOME      PIC X(30).
               10 WRK-ALU-STATUS    PIC X(01).
               10 WRK-ALU-AULAS     PIC 9(03).
               10 WRK-ALU-PRESENCAS PIC 9(03).
               10 WRK-ALU-FALTAS    PIC 9(03).
               10 WRK-ALU-ABONADAS  PIC 9(03).

      *    DATAS DE AULA (CHAMADA OU CONTEUDO) EM ORDEM CRESCENTE.
       01 WRK-TABELA-DATAS.
           05 WRK-DT-ITEM OCCURS 200 TIMES.
               10 WRK-DT-DATA       PIC X(08).
               10 WRK-DT-CHAMADA    PIC X(01).
               10 WRK-DT-CONTEUDO   PIC X(01).

       01 WRK-TABELA-ABONOS.
           05 WRK-ABN-ITEM OCCURS 300 TIMES.
               10 WRK-ABN-MATRICULA   PIC X(10).
               10 WRK-ABN-DATA-INICIO PIC X(08).
               10 WRK-ABN-DATA-FIM    PIC X(08).

       01 WRK-ALUNO-NOVO.
           05 WRK-NOVO-MATRICULA PIC X(10).
           05 WRK-NOVO-NOME      PIC X(30).
           05 WRK-NOVO-STATUS    PIC X(01).

       01 WRK-LINHA-NOTA.
           05 LNT-MATRICULA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LNT-NOME           PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LNT-AULAS          PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LNT-FALTAS         PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LNT-ABONADAS       PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LNT-FREQ           PIC X(06).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LNT-NOTA           PIC X(05).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LNT-SITUACAO       PIC X(20).
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
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-CARREGAR-ALUNOS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0150-CARREGAR-DATAS
               PERFORM 0170-CARREGAR-ABONOS
               PERFORM 0180-CARGA-DA-MATERIA
               PERFORM 0190-PROFESSOR-DA-TURMA
               OPEN OUTPUT DIARIO-REL
               PERFORM 0200-CAPA
               PERFORM 0300-FREQUENCIA
               PERFORM 0400-CONTEUDO
               PERFORM 0500-NOTAS-FINAIS
               PERFORM 0600-TERMO-DE-ENCERRAMENTO
               CLOSE DIARIO-REL
               IF WRK-CHM-OK = 'S'
                   CLOSE CHAMADA-FILE
               END-IF
               IF WRK-CNT-OK = 'S'
                   CLOSE CONTEUDO-FILE
               END-IF
               IF WRK-GR-OK = 'S'
                   CLOSE GRADE-FILE
               END-IF
               IF WRK-TOTAL-HORAS < WRK-CARGA
                  OR WRK-QTD-SEM-CONTEUDO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG149' TO DDN-PROGRAMA.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'ABONOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ABONOS.
           MOVE 'CONTEUDO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONTEUDO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'DIARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIARIO.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-MATERIA.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-TURMA.
           DISPLAY 'DIARIO DE CLASSE - ' WRK-MATERIA ' - TURMA '
                   WRK-TURMA ' - ' WRK-ANO-SEMESTRE.
           IF WRK-MATERIA = SPACES OR WRK-ANO-SEMESTRE = SPACES
              OR WRK-TURMA = SPACES
               DISPLAY 'MATERIA, PERIODO E TURMA SAO OBRIGATORIOS.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT CHAMADA-FILE.
           IF WRK-CHM-STATUS = '00'
               MOVE 'S' TO WRK-CHM-OK
           END-IF.
           OPEN INPUT CONTEUDO-FILE.
           IF WRK-CNT-STATUS = '00'
               MOVE 'S' TO WRK-CNT-OK
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WRK-GR-STATUS = '00'
               MOVE 'S' TO WRK-GR-OK
           END-IF.

      *    ALUNOS MATRICULADOS NA MATERIA NO PERIODO CUJA TURMA
      *    (TURMAALU) E A DO DIARIO. TRANCADO/DESISTENTE TAMBEM SAI,
      *    COM A MARCA NA SITUACAO.
       0100-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       WRK-ENROLL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
               IF WRK-QTD-ALUNOS = 0
                   DISPLAY 'NENHUM ALUNO NA TURMA.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-MATERIA = WRK-MATERIA
                      AND ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       CALL 'TURMAALU' USING ENROLL-MATRICULA
                                             ENROLL-MATERIA
                                             WRK-ANO-SEMESTRE
                                             WRK-TURMA-ALUNO
                       IF WRK-TURMA-ALUNO = WRK-TURMA
                           PERFORM 0120-INCLUIR-ALUNO
                       END-IF
                   END-IF
           END-READ.

      *    INSERCAO EM ORDEM DE NOME: DESLOCA PARA BAIXO OS NOMES
      *    MAIORES E GRAVA NA POSICAO QUE SOBRA.
       0120-INCLUIR-ALUNO.
           IF WRK-QTD-ALUNOS < 150
               MOVE ENROLL-MATRICULA TO WRK-NOVO-MATRICULA
               MOVE ENROLL-NOME      TO WRK-NOVO-NOME
               MOVE ENROLL-STATUS    TO WRK-NOVO-STATUS
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE WRK-QTD-ALUNOS TO WRK-POS
               PERFORM 0125-DESLOCAR-ALUNO
                   UNTIL WRK-POS = 1
                      OR WRK-ALU-NOME(WRK-POS - 1) NOT > WRK-NOVO-NOME
               INITIALIZE WRK-ALU-ITEM(WRK-POS)
               MOVE WRK-NOVO-MATRICULA TO WRK-ALU-MATRICULA(WRK-POS)
               MOVE WRK-NOVO-NOME      TO WRK-ALU-NOME(WRK-POS)
               MOVE WRK-NOVO-STATUS    TO WRK-ALU-STATUS(WRK-POS)
           ELSE
               DISPLAY 'MAIS DE 150 ALUNOS - IGNORADO: '
                       ENROLL-MATRICULA
           END-IF.

       0125-DESLOCAR-ALUNO.
           MOVE WRK-ALU-ITEM(WRK-POS - 1) TO WRK-ALU-ITEM(WRK-POS).
           SUBTRACT 1 FROM WRK-POS.

      *    DATAS DE AULA: AS DA CHAMADA DA TURMA (A CHAVE COMECA PELA
      *    MATRICULA, ENTAO O ARQUIVO E LIDO INTEIRO) E AS DO CONTEUDO
      *    REGISTRADO.
       0150-CARREGAR-DATAS.
           MOVE ZEROS TO WRK-QTD-DATAS.
           IF WRK-CHM-OK = 'S'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO CHM-CHAVE
               START CHAMADA-FILE KEY IS NOT LESS THAN CHM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0155-LER-CHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.
           IF WRK-CNT-OK = 'S'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATERIA      TO CNT-MATERIA
               MOVE WRK-ANO-SEMESTRE TO CNT-ANO-SEMESTRE
               MOVE WRK-TURMA        TO CNT-TURMA
               MOVE LOW-VALUES       TO CNT-DATA
               START CONTEUDO-FILE KEY IS NOT LESS THAN CNT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0160-LER-CONTEUDO UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.

       0155-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CHM-MATERIA = WRK-MATERIA
                      AND CHM-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND CHM-TURMA = WRK-TURMA
                       MOVE CHM-DATA TO WRK-NOVA-DATA
                       PERFORM 0165-INCLUIR-DATA
                       IF WRK-D > 0
                           MOVE 'S' TO WRK-DT-CHAMADA(WRK-D)
                       END-IF
                   END-IF
           END-READ.

       0160-LER-CONTEUDO.
           READ CONTEUDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CNT-MATERIA NOT = WRK-MATERIA
                      OR CNT-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR CNT-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE CNT-DATA TO WRK-NOVA-DATA
                       PERFORM 0165-INCLUIR-DATA
                       IF WRK-D > 0
                           MOVE 'S' TO WRK-DT-CONTEUDO(WRK-D)
                       END-IF
                   END-IF
           END-READ.

      *    DEVOLVE EM WRK-D A POSICAO DA DATA NA TABELA, INCLUINDO-A
      *    EM ORDEM QUANDO AINDA NAO EXISTE (ZERO = TABELA CHEIA).
       0165-INCLUIR-DATA.
           MOVE ZEROS TO WRK-D.
           PERFORM 0166-PROCURAR-DATA
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-QTD-DATAS OR WRK-D > 0.
           IF WRK-D = 0
               IF WRK-QTD-DATAS < 200
                   ADD 1 TO WRK-QTD-DATAS
                   MOVE WRK-QTD-DATAS TO WRK-POS
                   PERFORM 0167-DESLOCAR-DATA
                       UNTIL WRK-POS = 1
                          OR WRK-DT-DATA(WRK-POS - 1) < WRK-NOVA-DATA
                   MOVE WRK-NOVA-DATA TO WRK-DT-DATA(WRK-POS)
                   MOVE 'N' TO WRK-DT-CHAMADA(WRK-POS)
                   MOVE 'N' TO WRK-DT-CONTEUDO(WRK-POS)
                   MOVE WRK-POS TO WRK-D
               ELSE
                   DISPLAY 'MAIS DE 200 DATAS DE AULA - IGNORADA: '
                           WRK-NOVA-DATA
               END-IF
           END-IF.

       0166-PROCURAR-DATA.
           IF WRK-DT-DATA(WRK-K) = WRK-NOVA-DATA
               MOVE WRK-K TO WRK-D
           END-IF.

       0167-DESLOCAR-DATA.
           MOVE WRK-DT-ITEM(WRK-POS - 1) TO WRK-DT-ITEM(WRK-POS).
           SUBTRACT 1 FROM WRK-POS.

      *    ABONOS DO PERIODO PARA A MATERIA OU PARA TODAS (MATERIA EM
      *    ESPACOS), COMO NO PROG15.
       0170-CARREGAR-ABONOS.
           MOVE ZEROS TO WRK-QTD-ABONOS.
           OPEN INPUT ABONO-FILE.
           IF WRK-ABN-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO ABN-SEQ
               START ABONO-FILE KEY IS NOT LESS THAN ABN-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0175-LER-ABONO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ABONO-FILE
           END-IF.

       0175-LER-ABONO.
           READ ABONO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ABN-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ABN-MATERIA = WRK-MATERIA
                           OR ABN-MATERIA = SPACES)
                      AND WRK-QTD-ABONOS < 300
                       ADD 1 TO WRK-QTD-ABONOS
                       MOVE ABN-MATRICULA
                           TO WRK-ABN-MATRICULA(WRK-QTD-ABONOS)
                       MOVE ABN-DATA-INICIO
                           TO WRK-ABN-DATA-INICIO(WRK-QTD-ABONOS)
                       MOVE ABN-DATA-FIM
                           TO WRK-ABN-DATA-FIM(WRK-QTD-ABONOS)
                   END-IF
           END-READ.

      *    CARGA HORARIA DA MATERIA NO CATALOGO CORRENTE (SEM CARGA,
      *    O PADRAO DE 40 HORAS DOS DEMAIS CALCULOS).
       0180-CARGA-DA-MATERIA.
           MOVE 40 TO WRK-CARGA.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0185-LER-CATALOGO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0185-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CAT-DISCIPLINA(1:15) = WRK-MATERIA
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA TO WRK-CARGA
                       END-IF
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    PROFESSOR ATRIBUIDO A MATERIA/TURMA NO PERIODO (A CHAVE DE
      *    ATRIBUIC.DAT COMECA PELO PROFESSOR: LEITURA INTEIRA).
       0190-PROFESSOR-DA-TURMA.
           MOVE SPACES TO WRK-PROFESSOR WRK-PROF-NOME.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO ATR-CHAVE
               START ATRIBUICAO-FILE KEY IS NOT LESS THAN ATR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0195-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.
           IF WRK-PROFESSOR NOT = SPACES
               OPEN INPUT PROFESSOR-FILE
               IF WRK-PROF-STATUS = '00'
                   MOVE WRK-PROFESSOR TO PROF-ID
                   READ PROFESSOR-FILE KEY IS PROF-ID
                       NOT INVALID KEY
                           MOVE PROF-NOME TO WRK-PROF-NOME
                   END-READ
                   CLOSE PROFESSOR-FILE
               END-IF
           END-IF.

       0195-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-MATERIA = WRK-MATERIA
                      AND ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND ATR-TURMA = WRK-TURMA
                       MOVE ATR-PROFESSOR TO WRK-PROFESSOR
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0200-CAPA.
           MOVE ALL '=' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           MOVE 'DIARIO DE CLASSE' TO DIARIO-LINHA(58:16).
           WRITE DIARIO-LINHA.
           MOVE ALL '=' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'DISCIPLINA.......: ' WRK-MATERIA
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'TURMA............: ' WRK-TURMA
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'PERIODO LETIVO...: ' WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'PROFESSOR........: ' WRK-PROFESSOR ' - '
                  WRK-PROF-NOME
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'CARGA HORARIA....: ' WRK-CARGA ' HORAS-AULA'
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'ALUNOS...........: ' WRK-QTD-ALUNOS
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'DATAS DE AULA....: ' WRK-QTD-DATAS
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'EMITIDO EM.......: ' WRK-AGORA(7:2) '/'
                  WRK-AGORA(5:2) '/' WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.

      *    GRADE DE FREQUENCIA: UM BLOCO POR MES (NO MAXIMO
      *    WRK-MAX-COLUNAS DATAS POR BLOCO), UMA LINHA POR ALUNO.
       0300-FREQUENCIA.
           MOVE 1 TO WRK-D-INI.
           PERFORM 0310-BLOCO-DO-MES UNTIL WRK-D-INI > WRK-QTD-DATAS.
           IF WRK-QTD-DATAS = 0
               MOVE SPACES TO DIARIO-LINHA
               MOVE 'NENHUMA AULA REGISTRADA NO PERIODO.'
                   TO DIARIO-LINHA
               WRITE DIARIO-LINHA AFTER ADVANCING PAGE
           END-IF.

       0310-BLOCO-DO-MES.
           MOVE WRK-DT-DATA(WRK-D-INI)(1:6) TO WRK-MES.
           MOVE WRK-D-INI TO WRK-D-FIM.
           PERFORM 0315-ESTENDER-BLOCO
               VARYING WRK-D FROM WRK-D-INI BY 1
               UNTIL WRK-D > WRK-QTD-DATAS
                  OR WRK-DT-DATA(WRK-D)(1:6) NOT = WRK-MES
                  OR WRK-D - WRK-D-INI >= WRK-MAX-COLUNAS.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'FREQUENCIA - ' WRK-MATERIA ' TURMA ' WRK-TURMA
                  ' - MES ' WRK-MES(5:2) '/' WRK-MES(1:4)
                  '   (P = PRESENTE  F = FALTA  A = FALTA ABONADA'
                  '  . = SEM REGISTRO)'
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA AFTER ADVANCING PAGE.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           MOVE 'MATRICULA'  TO DIARIO-LINHA(1:9).
           MOVE 'NOME'       TO DIARIO-LINHA(12:4).
           PERFORM 0320-DIA-NO-CABECALHO
               VARYING WRK-D FROM WRK-D-INI BY 1
               UNTIL WRK-D > WRK-D-FIM.
           WRITE DIARIO-LINHA.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           PERFORM 0330-LINHA-DO-ALUNO
               VARYING WRK-A FROM 1 BY 1
               UNTIL WRK-A > WRK-QTD-ALUNOS.
           COMPUTE WRK-D-INI = WRK-D-FIM + 1.

       0315-ESTENDER-BLOCO.
           MOVE WRK-D TO WRK-D-FIM.

       0320-DIA-NO-CABECALHO.
           COMPUTE WRK-POS = 38 + (WRK-D - WRK-D-INI) * 3 + 1.
           MOVE WRK-DT-DATA(WRK-D)(7:2) TO DIARIO-LINHA(WRK-POS:2).

       0330-LINHA-DO-ALUNO.
           MOVE SPACES TO DIARIO-LINHA.
           MOVE WRK-ALU-MATRICULA(WRK-A)     TO DIARIO-LINHA(1:10).
           MOVE WRK-ALU-NOME(WRK-A)(1:25)    TO DIARIO-LINHA(12:25).
           PERFORM 0340-CELULA
               VARYING WRK-D FROM WRK-D-INI BY 1
               UNTIL WRK-D > WRK-D-FIM.
           WRITE DIARIO-LINHA.

      *    CELULA DA GRADE: CHAMADA DO ALUNO NA DATA. A FALTA ABONADA
      *    SAI DA CONTA (NEM AULA, NEM FALTA), COMO NO PROG15.
       0340-CELULA.
           MOVE '.' TO WRK-CELULA.
           IF WRK-CHM-OK = 'S'
               MOVE WRK-ALU-MATRICULA(WRK-A) TO CHM-MATRICULA
               MOVE WRK-MATERIA              TO CHM-MATERIA
               MOVE WRK-DT-DATA(WRK-D)       TO CHM-DATA
               READ CHAMADA-FILE KEY IS CHM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0345-CONTAR-CHAMADA
               END-READ
           END-IF.
           COMPUTE WRK-POS = 38 + (WRK-D - WRK-D-INI) * 3 + 2.
           MOVE WRK-CELULA TO DIARIO-LINHA(WRK-POS:1).

       0345-CONTAR-CHAMADA.
           IF CHM-PRESENTE = 'S'
               MOVE 'P' TO WRK-CELULA
               ADD 1 TO WRK-ALU-AULAS(WRK-A)
               ADD 1 TO WRK-ALU-PRESENCAS(WRK-A)
           ELSE
               PERFORM 0350-CONFERIR-ABONO
               IF WRK-FALTA-ABONADA = 'S'
                   MOVE 'A' TO WRK-CELULA
                   ADD 1 TO WRK-ALU-ABONADAS(WRK-A)
               ELSE
                   MOVE 'F' TO WRK-CELULA
                   ADD 1 TO WRK-ALU-AULAS(WRK-A)
                   ADD 1 TO WRK-ALU-FALTAS(WRK-A)
               END-IF
           END-IF.

       0350-CONFERIR-ABONO.
           MOVE 'N' TO WRK-FALTA-ABONADA.
           PERFORM 0355-COMPARAR-ABONO
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-QTD-ABONOS OR WRK-FALTA-ABONADA = 'S'.

       0355-COMPARAR-ABONO.
           IF WRK-ABN-MATRICULA(WRK-K) = CHM-MATRICULA
              AND CHM-DATA >= WRK-ABN-DATA-INICIO(WRK-K)
              AND CHM-DATA <= WRK-ABN-DATA-FIM(WRK-K)
               MOVE 'S' TO WRK-FALTA-ABONADA
           END-IF.

      *    CONTEUDO MINISTRADO EM ORDEM DE DATA, COM O TOTAL CONTRA A
      *    CARGA DO CATALOGO E AS AULAS COM CHAMADA SEM CONTEUDO.
       0400-CONTEUDO.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'CONTEUDO MINISTRADO - ' WRK-MATERIA ' TURMA '
                  WRK-TURMA ' - ' WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA AFTER ADVANCING PAGE.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE 'DATA        H-AULA  CONTEUDO' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE ZEROS TO WRK-TOTAL-HORAS WRK-QTD-CONTEUDOS.
           IF WRK-CNT-OK = 'S'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATERIA      TO CNT-MATERIA
               MOVE WRK-ANO-SEMESTRE TO CNT-ANO-SEMESTRE
               MOVE WRK-TURMA        TO CNT-TURMA
               MOVE LOW-VALUES       TO CNT-DATA
               START CONTEUDO-FILE KEY IS NOT LESS THAN CNT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0410-LINHA-CONTEUDO UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'TOTAL MINISTRADO: ' WRK-TOTAL-HORAS
                  ' HORAS-AULA EM ' WRK-QTD-CONTEUDOS
                  ' AULAS - CARGA HORARIA DO CATALOGO: ' WRK-CARGA
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           IF WRK-TOTAL-HORAS < WRK-CARGA
               COMPUTE WRK-SALDO-HORAS = WRK-CARGA - WRK-TOTAL-HORAS
               STRING '*** CARGA NAO CUMPRIDA - FALTAM '
                      WRK-SALDO-HORAS ' HORAS-AULA ***'
                   DELIMITED BY SIZE INTO DIARIO-LINHA
           ELSE
               MOVE 'CARGA HORARIA CUMPRIDA.' TO DIARIO-LINHA
           END-IF.
           WRITE DIARIO-LINHA.
           MOVE ZEROS TO WRK-QTD-SEM-CONTEUDO.
           PERFORM 0420-AULA-SEM-CONTEUDO
               VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QTD-DATAS.

       0410-LINHA-CONTEUDO.
           READ CONTEUDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CNT-MATERIA NOT = WRK-MATERIA
                      OR CNT-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR CNT-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-CONTEUDOS
                       ADD CNT-HORAS-AULA TO WRK-TOTAL-HORAS
                       MOVE SPACES TO DIARIO-LINHA
                       STRING CNT-DATA(7:2) '/' CNT-DATA(5:2) '/'
                              CNT-DATA(1:4) '    ' CNT-HORAS-AULA
                              '      ' CNT-TOPICO
                           DELIMITED BY SIZE INTO DIARIO-LINHA
                       WRITE DIARIO-LINHA
                   END-IF
           END-READ.

       0420-AULA-SEM-CONTEUDO.
           IF WRK-DT-CHAMADA(WRK-D) = 'S'
              AND WRK-DT-CONTEUDO(WRK-D) = 'N'
               ADD 1 TO WRK-QTD-SEM-CONTEUDO
               MOVE SPACES TO DIARIO-LINHA
               STRING '*** AULA COM CHAMADA SEM CONTEUDO REGISTRADO: '
                      WRK-DT-DATA(WRK-D)(7:2) '/'
                      WRK-DT-DATA(WRK-D)(5:2) '/'
                      WRK-DT-DATA(WRK-D)(1:4)
                   DELIMITED BY SIZE INTO DIARIO-LINHA
               WRITE DIARIO-LINHA
           END-IF.

      *    RESULTADO FINAL: NOTA E SITUACAO DE GRADES.DAT E A
      *    FREQUENCIA DA GRADE (PRESENCAS / AULAS SEM AS ABONADAS).
       0500-NOTAS-FINAIS.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'RESULTADO FINAL - ' WRK-MATERIA ' TURMA '
                  WRK-TURMA ' - ' WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA AFTER ADVANCING PAGE.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO WRK-LINHA-NOTA.
           MOVE 'MATRICULA' TO LNT-MATRICULA.
           MOVE 'NOME'      TO LNT-NOME.
           MOVE ' FREQ%'    TO LNT-FREQ.
           MOVE ' NOTA'     TO LNT-NOTA.
           MOVE 'SITUACAO'  TO LNT-SITUACAO.
           MOVE WRK-LINHA-NOTA TO DIARIO-LINHA.
           MOVE 'AULAS FALTAS ABONAD' TO DIARIO-LINHA(45:19).
           WRITE DIARIO-LINHA.
           MOVE ALL '-' TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           PERFORM 0510-NOTA-DO-ALUNO
               VARYING WRK-A FROM 1 BY 1
               UNTIL WRK-A > WRK-QTD-ALUNOS.

       0510-NOTA-DO-ALUNO.
           MOVE SPACES TO WRK-LINHA-NOTA.
           MOVE WRK-ALU-MATRICULA(WRK-A) TO LNT-MATRICULA.
           MOVE WRK-ALU-NOME(WRK-A)      TO LNT-NOME.
           MOVE WRK-ALU-AULAS(WRK-A)     TO LNT-AULAS.
           MOVE WRK-ALU-FALTAS(WRK-A)    TO LNT-FALTAS.
           MOVE WRK-ALU-ABONADAS(WRK-A)  TO LNT-ABONADAS.
           IF WRK-ALU-AULAS(WRK-A) > 0
               COMPUTE WRK-FREQUENCIA ROUNDED =
                   WRK-ALU-PRESENCAS(WRK-A) * 100,0
                   / WRK-ALU-AULAS(WRK-A)
               MOVE WRK-FREQUENCIA TO WRK-FREQ-ED
               MOVE WRK-FREQ-ED TO LNT-FREQ
           ELSE
               MOVE '     -' TO LNT-FREQ
           END-IF.
           MOVE '    -' TO WRK-TEXTO-NOTA.
           MOVE 'SEM NOTA LANCADA' TO WRK-SITUACAO.
           IF WRK-GR-OK = 'S'
               MOVE WRK-ALU-MATRICULA(WRK-A) TO GR-MATRICULA
               MOVE WRK-MATERIA              TO GR-MATERIA
               MOVE WRK-ANO-SEMESTRE         TO GR-ANO-SEMESTRE
               READ GRADE-FILE KEY IS GR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GR-SITUACAO TO WRK-SITUACAO
                       IF GR-MODO-AVALIACAO NOT = 'S'
                           MOVE GR-NOTA TO WRK-NOTA-ED
                           MOVE WRK-NOTA-ED TO WRK-TEXTO-NOTA(2:4)
                       END-IF
               END-READ
           END-IF.
           EVALUATE WRK-ALU-STATUS(WRK-A)
               WHEN 'T'
                   MOVE 'TRANCADO' TO WRK-SITUACAO
               WHEN 'D'
                   MOVE 'DESISTENTE' TO WRK-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WRK-TEXTO-NOTA TO LNT-NOTA.
           MOVE WRK-SITUACAO   TO LNT-SITUACAO.
           MOVE WRK-LINHA-NOTA TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.

      *    TERMO DE ENCERRAMENTO COM AS LINHAS DE ASSINATURA.
       0600-TERMO-DE-ENCERRAMENTO.
           MOVE SPACES TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'TERMO DE ENCERRAMENTO: ESTE DIARIO CONTEM '
                  WRK-QTD-DATAS ' DATAS DE AULA, '
                  WRK-TOTAL-HORAS ' HORAS-AULA DE CONTEUDO E '
                  WRK-QTD-ALUNOS ' ALUNOS.'
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE ALL '_' TO DIARIO-LINHA(1:40).
           MOVE ALL '_' TO DIARIO-LINHA(50:40).
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'PROFESSOR: ' WRK-PROF-NOME
               DELIMITED BY SIZE INTO DIARIO-LINHA.
           MOVE 'COORDENADOR DO CURSO' TO DIARIO-LINHA(50:20).
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE 'DATA: ____/____/________' TO DIARIO-LINHA.
           MOVE 'DATA: ____/____/________' TO DIARIO-LINHA(50:24).
           WRITE DIARIO-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG149 - DIARIO DE CLASSE'.
           DISPLAY 'ALUNOS................: ' WRK-QTD-ALUNOS.
           DISPLAY 'DATAS DE AULA.........: ' WRK-QTD-DATAS.
           DISPLAY 'HORAS-AULA MINISTRADAS: ' WRK-TOTAL-HORAS.
           DISPLAY 'CARGA DO CATALOGO.....: ' WRK-CARGA.
           DISPLAY 'AULAS SEM CONTEUDO....: ' WRK-QTD-SEM-CONTEUDO.
           DISPLAY 'ARQUIVO GERADO........: DIARIO.REL'.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS DA TURMA, GRAVADOS = AULAS COM CONTEUDO,
      *    REJEITADOS = AULAS COM CHAMADA SEM CONTEUDO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG149'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-ALUNOS       TO RS-QTD-LIDOS
           MOVE WRK-QTD-CONTEUDOS    TO RS-QTD-GRAVADOS
           MOVE ZEROS                TO RS-QTD-INCLUIDOS
           MOVE ZEROS                TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-CONTEUDO TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG149.
