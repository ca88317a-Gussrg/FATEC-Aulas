       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG135.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gerador automatico de proposta de horario - monta o
      *          horario do periodo inteiro a partir das atribuicoes
      *          (ATRIBUIC.DAT: professor, materia e turma), da carga
      *          da materia no catalogo (CAT-CARGA-HORARIA dividida
      *          pelas semanas letivas = aulas por semana), do turno e
      *          da sala da turma (TURMAS.DAT), da capacidade das
      *          salas (SALAS.DAT) e dos dias da semana com aula
      *          (DIASLET.DAT, PROG68). Nenhum professor, turma ou
      *          sala fica em dois lugares na mesma hora. A sala da
      *          turma e preferida; sem vaga nela, usa a primeira sala
      *          livre que comporte os alunos. Grava a proposta em
      *          HORPROP.DAT (HORARIO.DAT NAO e alterado), imprime a
      *          grade de cada turma e as aulas que nao couberam, com
      *          o motivo (HORPROP.REL). A coordenacao revisa e
      *          promove a proposta com o PROG136. RC 4 quando sobra
      *          aula sem lugar.
      *          SYSIN: ano/semestre; semanas letivas (em branco = 20).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT SALAS-FILE ASSIGN TO WRK-ARQ-SALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT DIALET-FILE ASSIGN TO WRK-ARQ-DIASLET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT HORPROP-FILE ASSIGN TO WRK-ARQ-HORPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRP-STATUS.
           SELECT HORPROP-REL ASSIGN TO WRK-ARQ-HORPREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  HORPROP-FILE.
           COPY HORPREC.

       FD  HORPROP-REL.
       01  HORPROP-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-SALAS     PIC X(40) VALUE 'SALAS.DAT'.
       77 WRK-ARQ-DIASLET   PIC X(40) VALUE 'DIASLET.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-HORPROP   PIC X(40) VALUE 'HORPROP.DAT'.
       77 WRK-ARQ-HORPREL   PIC X(40) VALUE 'HORPROP.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-SEMANAS        PIC 9(02) VALUE ZEROS.
      *    PERIODO SEM PADRAO SEMANAL NO DIASLET.DAT: SEGUNDA A SEXTA.
       77 WRK-DIAS-LETIVOS   PIC X(06) VALUE 'SSSSSN'.
      *    MATERIA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-FALHOU         PIC X(01) VALUE 'N'.
       77 WRK-JA-NO-DIA      PIC X(01) VALUE 'N'.
       77 WRK-SALA-COMPORTA  PIC X(01) VALUE 'N'.
       77 WRK-PASSADA        PIC 9(01) VALUE ZEROS.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-D              PIC 9(03) VALUE ZEROS.
       77 WRK-T              PIC 9(03) VALUE ZEROS.
       77 WRK-S              PIC 9(03) VALUE ZEROS.
       77 WRK-P              PIC 9(03) VALUE ZEROS.
       77 WRK-DIA            PIC 9(01) VALUE ZEROS.
       77 WRK-PER            PIC 9(02) VALUE ZEROS.
       77 WRK-PER2           PIC 9(02) VALUE ZEROS.
       77 WRK-ALO            PIC 9(04) VALUE ZEROS.
       77 WRK-SALA-ESCOLHIDA PIC 9(03) VALUE ZEROS.
       77 WRK-LIVRE-TURMA    PIC 9(03) VALUE ZEROS.
       77 WRK-LIVRE-AMBOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TURMAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SALAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PROFS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MATERIAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CATALOGO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEMANDAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ALOCACOES  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AULAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-LUGAR  PIC 9(02) VALUE ZEROS.
       77 WRK-M              PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DIAS       PIC 9(01) VALUE ZEROS.

      *    HORARIOS DE INICIO DAS AULAS DE CADA TURNO (AULA DE 50
      *    MINUTOS COM INTERVALO): M = 5, V = 5, N = 4 AULAS.
       01 WRK-PERIODOS-VALORES.
           05 FILLER PIC X(30) VALUE 'M07:30M08:20M09:10M10:10M11:00'.
           05 FILLER PIC X(30) VALUE 'V13:30V14:20V15:10V16:10V17:00'.
           05 FILLER PIC X(24) VALUE 'N19:00N19:50N20:40N21:30'.
       01 WRK-TABELA-PERIODOS REDEFINES WRK-PERIODOS-VALORES.
           05 WRK-PER-ITEM OCCURS 14 TIMES.
               10 WRK-PER-TURNO     PIC X(01).
               10 WRK-PER-HORA      PIC X(05).

       01 WRK-NOMES-DIAS        PIC X(18)
                                VALUE 'SEGTERQUAQUISEXSAB'.
       01 WRK-TABELA-DIAS REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA      PIC X(03) OCCURS 6 TIMES.

       01 WRK-TABELA-TURMAS.
           05 WRK-TUR-ITEM OCCURS 100 TIMES.
               10 WRK-TUR-TURMA     PIC X(05).
               10 WRK-TUR-TURNO     PIC X(01).
               10 WRK-TUR-SALA      PIC X(05).
               10 WRK-TUR-SALA-IND  PIC 9(03).

       01 WRK-TABELA-SALAS.
           05 WRK-SAL-ITEM OCCURS 100 TIMES.
               10 WRK-SAL-CODIGO    PIC X(05).
               10 WRK-SAL-CAPACIDADE PIC 9(03).

       01 WRK-TABELA-PROFS.
           05 WRK-PRF-ID            PIC X(06) OCCURS 150 TIMES.

       01 WRK-TABELA-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 300 TIMES.
               10 WRK-CAT-MATERIA   PIC X(15).
               10 WRK-CAT-CURSO     PIC X(10).
               10 WRK-CAT-CARGA     PIC 9(03).

      *    ALUNOS MATRICULADOS POR MATERIA E QUANTAS TURMAS A MATERIA
      *    TEM NO PERIODO: TAMANHO ESTIMADO DE CADA TURMA.
       01 WRK-TABELA-MATERIAS.
           05 WRK-MAT-ITEM OCCURS 200 TIMES.
               10 WRK-MAT-MATERIA   PIC X(15).
               10 WRK-MAT-ALUNOS    PIC 9(05).
               10 WRK-MAT-TURMAS    PIC 9(03).

      *    UMA DEMANDA POR ATRIBUICAO DO PERIODO.
       01 WRK-TABELA-DEMANDAS.
           05 WRK-DEM-ITEM OCCURS 300 TIMES.
               10 WRK-DEM-PROFESSOR PIC X(06).
               10 WRK-DEM-PRF-IND   PIC 9(03).
               10 WRK-DEM-MATERIA   PIC X(15).
               10 WRK-DEM-MAT-IND   PIC 9(03).
               10 WRK-DEM-TURMA     PIC X(05).
               10 WRK-DEM-TUR-IND   PIC 9(03).
               10 WRK-DEM-ALUNOS    PIC 9(05).
               10 WRK-DEM-AULAS     PIC 9(02).
               10 WRK-DEM-ALOCADAS  PIC 9(02).
               10 WRK-DEM-MOTIVO    PIC X(50).

       01 WRK-TABELA-ALOCACOES.
           05 WRK-ALO-ITEM OCCURS 2000 TIMES.
               10 WRK-ALO-DEMANDA   PIC 9(03).
               10 WRK-ALO-SALA-IND  PIC 9(03).

      *    OCUPACAO POR DIA (1-6) E AULA (1-14): NA TURMA GUARDA O
      *    NUMERO DA ALOCACAO (ZERO = LIVRE); EM SALA E PROFESSOR,
      *    'S' = OCUPADO.
       01 WRK-OCUPACAO-TURMA.
           05 WRK-OTU-TURMA OCCURS 100 TIMES.
               10 WRK-OTU-DIA OCCURS 6 TIMES.
                   15 WRK-OTU-PER   PIC 9(04) OCCURS 14 TIMES.
       01 WRK-OCUPACAO-SALA.
           05 WRK-OSA-SALA OCCURS 100 TIMES.
               10 WRK-OSA-DIA OCCURS 6 TIMES.
                   15 WRK-OSA-PER   PIC X(01) OCCURS 14 TIMES.
       01 WRK-OCUPACAO-PROF.
           05 WRK-OPR-PROF OCCURS 150 TIMES.
               10 WRK-OPR-DIA OCCURS 6 TIMES.
                   15 WRK-OPR-PER   PIC X(01) OCCURS 14 TIMES.

       01 WRK-LINHA-GRADE.
           05 LGR-HORA           PIC X(05).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LGR-CELULA         OCCURS 6 TIMES.
               10 LGR-MATERIA    PIC X(10).
               10 FILLER         PIC X(01).
               10 LGR-SALA       PIC X(05).
               10 FILLER         PIC X(02).
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
               PERFORM 0100-CARREGAR-DIASLET
               PERFORM 0150-CARREGAR-SALAS
               PERFORM 0200-CARREGAR-TURMAS
               PERFORM 0250-CARREGAR-CATALOGO
               PERFORM 0300-CARREGAR-ATRIBUICOES
               PERFORM 0350-CONTAR-ALUNOS
               PERFORM 0400-DIMENSIONAR-DEMANDA
                   VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QTD-DEMANDAS
               PERFORM 0500-ALOCAR-DEMANDA
                   VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QTD-DEMANDAS
               PERFORM 0700-GRAVAR-PROPOSTA
               IF WRK-QTD-DEMANDAS = 0
                   DISPLAY 'NENHUMA ATRIBUICAO NO PERIODO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-QTD-PENDENTES > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG135' TO DDN-PROGRAMA.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'SALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALAS.
           MOVE 'DIASLET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIASLET.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'HORPROP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORPROP.
           MOVE 'HORPREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORPREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-SEMANAS.
           IF WRK-SEMANAS IS NOT NUMERIC OR WRK-SEMANAS = 0
               MOVE 20 TO WRK-SEMANAS
           END-IF.
           DISPLAY 'PROPOSTA DE HORARIO - ' WRK-ANO-SEMESTRE
                   ' - ' WRK-SEMANAS ' SEMANAS LETIVAS'.
           INITIALIZE WRK-OCUPACAO-TURMA WRK-OCUPACAO-SALA
                      WRK-OCUPACAO-PROF.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               DISPLAY 'ATRIBUIC.DAT INDISPONIVEL: ' WRK-ATR-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TURMA-FILE
               IF WRK-TUR-STATUS NOT = '00'
                   DISPLAY 'TURMAS.DAT INDISPONIVEL: ' WRK-TUR-STATUS
                   CLOSE ATRIBUICAO-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT SALAS-FILE
                   IF WRK-SALAS-STATUS NOT = '00'
                       DISPLAY 'SALAS.DAT INDISPONIVEL: '
                               WRK-SALAS-STATUS
                       CLOSE ATRIBUICAO-FILE TURMA-FILE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    PADRAO SEMANAL DO PERIODO: S/N POR DIA DA SEMANA.
       0100-CARREGAR-DIASLET.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-DIASLET UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           ELSE
               DISPLAY 'DIASLET.DAT INDISPONIVEL - SEGUNDA A SEXTA.'
           END-IF.
           MOVE ZEROS TO WRK-QTD-DIAS.
           INSPECT WRK-DIAS-LETIVOS TALLYING WRK-QTD-DIAS FOR ALL 'S'.

       0110-LER-DIASLET.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND DLE-TIPO = 'P'
                       MOVE DLE-DIAS-SEMANA TO WRK-DIAS-LETIVOS
                   END-IF
           END-READ.

       0150-CARREGAR-SALAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0160-LER-SALA UNTIL WRK-FIM-ARQUIVO = 'S'.
           CLOSE SALAS-FILE.

       0160-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-SALAS < 100
                       ADD 1 TO WRK-QTD-SALAS
                       MOVE SALA-CODIGO
                           TO WRK-SAL-CODIGO(WRK-QTD-SALAS)
                       MOVE SALA-CAPACIDADE
                           TO WRK-SAL-CAPACIDADE(WRK-QTD-SALAS)
                   ELSE
                       DISPLAY 'MAIS DE 100 SALAS - DEMAIS IGNORADAS.'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0200-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO TUR-TURMA.
           START TURMA-FILE KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0210-LER-TURMA UNTIL WRK-FIM-ARQUIVO = 'S'.
           CLOSE TURMA-FILE.

       0210-LER-TURMA.
           READ TURMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF TUR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF WRK-QTD-TURMAS < 100
                           ADD 1 TO WRK-QTD-TURMAS
                           MOVE TUR-TURMA
                               TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
                           MOVE TUR-TURNO
                               TO WRK-TUR-TURNO(WRK-QTD-TURMAS)
                           MOVE TUR-SALA
                               TO WRK-TUR-SALA(WRK-QTD-TURMAS)
                           MOVE ZEROS
                               TO WRK-TUR-SALA-IND(WRK-QTD-TURMAS)
                           PERFORM 0220-LOCALIZAR-SALA-TURMA
                               VARYING WRK-S FROM 1 BY 1
                               UNTIL WRK-S > WRK-QTD-SALAS
                       ELSE
                           DISPLAY 'MAIS DE 100 TURMAS NO PERIODO - '
                                   'DEMAIS IGNORADAS.'
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

       0220-LOCALIZAR-SALA-TURMA.
           IF WRK-SAL-CODIGO(WRK-S) = TUR-SALA
               MOVE WRK-S TO WRK-TUR-SALA-IND(WRK-QTD-TURMAS)
           END-IF.

       0250-CARREGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOGO INDISPONIVEL - CARGA PADRAO DE '
                       WRK-CARGA-PADRAO ' HORAS.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0260-LER-CATALOGO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0260-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-CATALOGO < 300
                       ADD 1 TO WRK-QTD-CATALOGO
                       MOVE CAT-DISCIPLINA(1:15)
                           TO WRK-CAT-MATERIA(WRK-QTD-CATALOGO)
                       MOVE CAT-CURSO
                           TO WRK-CAT-CURSO(WRK-QTD-CATALOGO)
                       IF CAT-CARGA-HORARIA = 0
                           MOVE WRK-CARGA-PADRAO
                               TO WRK-CAT-CARGA(WRK-QTD-CATALOGO)
                       ELSE
                           MOVE CAT-CARGA-HORARIA
                               TO WRK-CAT-CARGA(WRK-QTD-CATALOGO)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    ATRIBUIC.DAT E CHAVEADO POR PROFESSOR: VARRE TUDO E FICA
      *    COM AS ATRIBUICOES DO PERIODO.
       0300-CARREGAR-ATRIBUICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO ATR-CHAVE.
           START ATRIBUICAO-FILE KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0310-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'.
           CLOSE ATRIBUICAO-FILE.

       0310-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF WRK-QTD-DEMANDAS < 300
                           ADD 1 TO WRK-QTD-DEMANDAS
                           MOVE WRK-QTD-DEMANDAS TO WRK-D
                           PERFORM 0320-MONTAR-DEMANDA
                       ELSE
                           DISPLAY 'MAIS DE 300 ATRIBUICOES NO PERIODO'
                                   ' - DEMAIS IGNORADAS.'
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

       0320-MONTAR-DEMANDA.
           MOVE ATR-PROFESSOR TO WRK-DEM-PROFESSOR(WRK-D).
           MOVE ATR-MATERIA   TO WRK-DEM-MATERIA(WRK-D).
           MOVE ATR-TURMA     TO WRK-DEM-TURMA(WRK-D).
           MOVE ZEROS TO WRK-DEM-ALUNOS(WRK-D) WRK-DEM-ALOCADAS(WRK-D).
           MOVE SPACES TO WRK-DEM-MOTIVO(WRK-D).
      *    PROFESSOR
           MOVE ZEROS TO WRK-DEM-PRF-IND(WRK-D).
           PERFORM 0321-PROCURAR-PROFESSOR
               VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PROFS
                  OR WRK-DEM-PRF-IND(WRK-D) > 0.
           IF WRK-DEM-PRF-IND(WRK-D) = 0 AND WRK-QTD-PROFS < 150
               ADD 1 TO WRK-QTD-PROFS
               MOVE ATR-PROFESSOR TO WRK-PRF-ID(WRK-QTD-PROFS)
               MOVE WRK-QTD-PROFS TO WRK-DEM-PRF-IND(WRK-D)
           END-IF.
      *    TURMA
           MOVE ZEROS TO WRK-DEM-TUR-IND(WRK-D).
           PERFORM 0322-PROCURAR-TURMA
               VARYING WRK-T FROM 1 BY 1
               UNTIL WRK-T > WRK-QTD-TURMAS.
      *    MATERIA (CONTA AS TURMAS DA MATERIA NO PERIODO)
           MOVE ZEROS TO WRK-DEM-MAT-IND(WRK-D).
           PERFORM 0323-PROCURAR-MATERIA
               VARYING WRK-M FROM 1 BY 1
               UNTIL WRK-M > WRK-QTD-MATERIAS
                  OR WRK-DEM-MAT-IND(WRK-D) > 0.
           IF WRK-DEM-MAT-IND(WRK-D) = 0 AND WRK-QTD-MATERIAS < 200
               ADD 1 TO WRK-QTD-MATERIAS
               MOVE ATR-MATERIA TO WRK-MAT-MATERIA(WRK-QTD-MATERIAS)
               MOVE ZEROS       TO WRK-MAT-ALUNOS(WRK-QTD-MATERIAS)
                                   WRK-MAT-TURMAS(WRK-QTD-MATERIAS)
               MOVE WRK-QTD-MATERIAS TO WRK-DEM-MAT-IND(WRK-D)
           END-IF.
           IF WRK-DEM-MAT-IND(WRK-D) > 0
               MOVE WRK-DEM-MAT-IND(WRK-D) TO WRK-M
               ADD 1 TO WRK-MAT-TURMAS(WRK-M)
           END-IF.
      *    CARGA: MATERIA + CURSO DA ATRIBUICAO, SENAO SO A MATERIA
           MOVE ZEROS TO WRK-CARGA.
           PERFORM 0324-CARGA-DO-CURSO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CATALOGO OR WRK-CARGA > 0.
           IF WRK-CARGA = 0
               PERFORM 0325-CARGA-DA-MATERIA
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CATALOGO OR WRK-CARGA > 0
           END-IF.
           IF WRK-CARGA = 0
               MOVE WRK-CARGA-PADRAO TO WRK-CARGA
           END-IF.
           COMPUTE WRK-DEM-AULAS(WRK-D) =
                   (WRK-CARGA + WRK-SEMANAS - 1) / WRK-SEMANAS.
           ADD WRK-DEM-AULAS(WRK-D) TO WRK-QTD-AULAS.

       0321-PROCURAR-PROFESSOR.
           IF WRK-PRF-ID(WRK-P) = ATR-PROFESSOR
               MOVE WRK-P TO WRK-DEM-PRF-IND(WRK-D)
           END-IF.

       0322-PROCURAR-TURMA.
           IF WRK-TUR-TURMA(WRK-T) = ATR-TURMA
               MOVE WRK-T TO WRK-DEM-TUR-IND(WRK-D)
           END-IF.

       0323-PROCURAR-MATERIA.
           IF WRK-MAT-MATERIA(WRK-M) = ATR-MATERIA
               MOVE WRK-M TO WRK-DEM-MAT-IND(WRK-D)
           END-IF.

       0324-CARGA-DO-CURSO.
           IF WRK-CAT-MATERIA(WRK-IND) = ATR-MATERIA
              AND WRK-CAT-CURSO(WRK-IND) = ATR-CURSO
               MOVE WRK-CAT-CARGA(WRK-IND) TO WRK-CARGA
           END-IF.

       0325-CARGA-DA-MATERIA.
           IF WRK-CAT-MATERIA(WRK-IND) = ATR-MATERIA
               MOVE WRK-CAT-CARGA(WRK-IND) TO WRK-CARGA
           END-IF.

      *    MATRICULAS ATIVAS DO PERIODO POR MATERIA, COMO A CONFERENCIA
      *    DE CAPACIDADE DO PROG65.
       0350-CONTAR-ALUNOS.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENR-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL - CAPACIDADE DAS '
                       'SALAS NAO CONSIDERADA.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0360-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0360-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                       PERFORM 0370-SOMAR-ALUNO
                           VARYING WRK-M FROM 1 BY 1
                           UNTIL WRK-M > WRK-QTD-MATERIAS
                   END-IF
           END-READ.

       0370-SOMAR-ALUNO.
           IF WRK-MAT-MATERIA(WRK-M) = ENROLL-MATERIA
               ADD 1 TO WRK-MAT-ALUNOS(WRK-M)
           END-IF.

      *    ALUNOS DA MATERIA DIVIDIDOS PELAS SUAS TURMAS NO PERIODO,
      *    ARREDONDADO PARA CIMA.
       0400-DIMENSIONAR-DEMANDA.
           IF WRK-DEM-MAT-IND(WRK-D) > 0
               MOVE WRK-DEM-MAT-IND(WRK-D) TO WRK-M
               COMPUTE WRK-DEM-ALUNOS(WRK-D) =
                       (WRK-MAT-ALUNOS(WRK-M) + WRK-MAT-TURMAS(WRK-M)
                        - 1) / WRK-MAT-TURMAS(WRK-M)
           END-IF.

      *    ALOCACAO GULOSA, NA ORDEM DAS ATRIBUICOES: PRIMEIRO TENTA
      *    UM DIA EM QUE A TURMA AINDA NAO TEM AQUELA MATERIA, DEPOIS
      *    ACEITA AULA DUPLA NO MESMO DIA.
       0500-ALOCAR-DEMANDA.
           MOVE WRK-DEM-TUR-IND(WRK-D) TO WRK-T.
           MOVE WRK-DEM-PRF-IND(WRK-D) TO WRK-P.
           MOVE 'N' TO WRK-SALA-COMPORTA.
           PERFORM 0505-CONFERIR-CAPACIDADE
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > WRK-QTD-SALAS OR WRK-SALA-COMPORTA = 'S'.
           EVALUATE TRUE
               WHEN WRK-T = 0
                   MOVE 'TURMA NAO CADASTRADA NO PERIODO (TURMAS.DAT)'
                       TO WRK-DEM-MOTIVO(WRK-D)
               WHEN WRK-P = 0
                   MOVE 'TABELA DE PROFESSORES CHEIA (150)'
                       TO WRK-DEM-MOTIVO(WRK-D)
               WHEN WRK-TUR-TURNO(WRK-T) NOT = 'M'
                AND WRK-TUR-TURNO(WRK-T) NOT = 'V'
                AND WRK-TUR-TURNO(WRK-T) NOT = 'N'
                   MOVE 'TURNO DA TURMA INVALIDO (TURMAS.DAT)'
                       TO WRK-DEM-MOTIVO(WRK-D)
               WHEN WRK-QTD-DIAS = 0
                   MOVE 'NENHUM DIA LETIVO NO PERIODO (DIASLET.DAT)'
                       TO WRK-DEM-MOTIVO(WRK-D)
               WHEN WRK-SALA-COMPORTA = 'N'
                   MOVE 'NENHUMA SALA COMPORTA OS ALUNOS DA TURMA'
                       TO WRK-DEM-MOTIVO(WRK-D)
               WHEN OTHER
                   MOVE 'N' TO WRK-FALHOU
                   PERFORM 0510-ALOCAR-AULA
                       UNTIL WRK-DEM-ALOCADAS(WRK-D)
                             >= WRK-DEM-AULAS(WRK-D)
                          OR WRK-FALHOU = 'S'
           END-EVALUATE.
           IF WRK-DEM-ALOCADAS(WRK-D) < WRK-DEM-AULAS(WRK-D)
               COMPUTE WRK-QTD-PENDENTES = WRK-QTD-PENDENTES
                       + WRK-DEM-AULAS(WRK-D) - WRK-DEM-ALOCADAS(WRK-D)
           END-IF.

       0505-CONFERIR-CAPACIDADE.
           IF WRK-SAL-CAPACIDADE(WRK-S) = 0
              OR WRK-SAL-CAPACIDADE(WRK-S) >= WRK-DEM-ALUNOS(WRK-D)
               MOVE 'S' TO WRK-SALA-COMPORTA
           END-IF.

       0510-ALOCAR-AULA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 1 TO WRK-PASSADA.
           PERFORM 0520-TENTAR-DIA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > 6 OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N'
               MOVE 2 TO WRK-PASSADA
               PERFORM 0520-TENTAR-DIA
                   VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > 6 OR WRK-ACHOU = 'S'
           END-IF.
           IF WRK-ACHOU = 'N'
               MOVE 'S' TO WRK-FALHOU
               PERFORM 0580-DIAGNOSTICAR
           END-IF.

       0520-TENTAR-DIA.
           IF WRK-DIAS-LETIVOS(WRK-DIA:1) = 'S'
               MOVE 'N' TO WRK-JA-NO-DIA
               IF WRK-PASSADA = 1
                   PERFORM 0525-CONFERIR-DIA
                       VARYING WRK-PER2 FROM 1 BY 1
                       UNTIL WRK-PER2 > 14
               END-IF
               IF WRK-JA-NO-DIA = 'N'
                   PERFORM 0530-TENTAR-PERIODO
                       VARYING WRK-PER FROM 1 BY 1
                       UNTIL WRK-PER > 14 OR WRK-ACHOU = 'S'
               END-IF
           END-IF.

       0525-CONFERIR-DIA.
           MOVE WRK-OTU-PER(WRK-T WRK-DIA WRK-PER2) TO WRK-ALO.
           IF WRK-ALO > 0
               IF WRK-ALO-DEMANDA(WRK-ALO) = WRK-D
                   MOVE 'S' TO WRK-JA-NO-DIA
               END-IF
           END-IF.

       0530-TENTAR-PERIODO.
           IF WRK-PER-TURNO(WRK-PER) = WRK-TUR-TURNO(WRK-T)
              AND WRK-OTU-PER(WRK-T WRK-DIA WRK-PER) = 0
              AND WRK-OPR-PER(WRK-P WRK-DIA WRK-PER) NOT = 'S'
               PERFORM 0540-ESCOLHER-SALA
               IF WRK-SALA-ESCOLHIDA > 0
                   PERFORM 0550-REGISTRAR-AULA
               END-IF
           END-IF.

      *    SALA DA TURMA PRIMEIRO; DEPOIS A PRIMEIRA SALA LIVRE QUE
      *    COMPORTE OS ALUNOS (CAPACIDADE ZERO = NAO INFORMADA).
       0540-ESCOLHER-SALA.
           MOVE ZEROS TO WRK-SALA-ESCOLHIDA.
           MOVE WRK-TUR-SALA-IND(WRK-T) TO WRK-S.
           IF WRK-S > 0
               PERFORM 0545-AVALIAR-SALA
           END-IF.
           IF WRK-SALA-ESCOLHIDA = 0
               PERFORM 0545-AVALIAR-SALA
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > WRK-QTD-SALAS
                      OR WRK-SALA-ESCOLHIDA > 0
           END-IF.

       0545-AVALIAR-SALA.
           IF WRK-OSA-PER(WRK-S WRK-DIA WRK-PER) NOT = 'S'
              AND (WRK-SAL-CAPACIDADE(WRK-S) = 0
                   OR WRK-SAL-CAPACIDADE(WRK-S)
                      >= WRK-DEM-ALUNOS(WRK-D))
               MOVE WRK-S TO WRK-SALA-ESCOLHIDA
           END-IF.

       0550-REGISTRAR-AULA.
           IF WRK-QTD-ALOCACOES < 2000
               ADD 1 TO WRK-QTD-ALOCACOES
               MOVE WRK-D TO WRK-ALO-DEMANDA(WRK-QTD-ALOCACOES)
               MOVE WRK-SALA-ESCOLHIDA
                   TO WRK-ALO-SALA-IND(WRK-QTD-ALOCACOES)
               MOVE WRK-QTD-ALOCACOES
                   TO WRK-OTU-PER(WRK-T WRK-DIA WRK-PER)
               MOVE 'S' TO WRK-OSA-PER(WRK-SALA-ESCOLHIDA WRK-DIA
                                       WRK-PER)
               MOVE 'S' TO WRK-OPR-PER(WRK-P WRK-DIA WRK-PER)
               ADD 1 TO WRK-DEM-ALOCADAS(WRK-D)
               MOVE 'S' TO WRK-ACHOU
           ELSE
               MOVE 'TABELA DE ALOCACOES CHEIA (2000)'
                   TO WRK-DEM-MOTIVO(WRK-D)
           END-IF.

      *    MOTIVO DA AULA SEM LUGAR: GRADE DA TURMA CHEIA NO TURNO,
      *    PROFESSOR OCUPADO EM TODOS OS HORARIOS LIVRES DA TURMA OU,
      *    HAVENDO HORARIO COMUM, FALTA DE SALA LIVRE QUE COMPORTE.
       0580-DIAGNOSTICAR.
           IF WRK-DEM-MOTIVO(WRK-D) = SPACES
               MOVE ZEROS TO WRK-LIVRE-TURMA WRK-LIVRE-AMBOS
               PERFORM 0585-CONTAR-LIVRES-DIA
                   VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
               EVALUATE TRUE
                   WHEN WRK-LIVRE-TURMA = 0
                       MOVE 'GRADE DA TURMA LOTADA NO TURNO'
                           TO WRK-DEM-MOTIVO(WRK-D)
                   WHEN WRK-LIVRE-AMBOS = 0
                       MOVE 'PROFESSOR OCUPADO NOS HORARIOS DA TURMA'
                           TO WRK-DEM-MOTIVO(WRK-D)
                   WHEN OTHER
                       MOVE 'SEM SALA LIVRE QUE COMPORTE A TURMA'
                           TO WRK-DEM-MOTIVO(WRK-D)
               END-EVALUATE
           END-IF.

       0585-CONTAR-LIVRES-DIA.
           IF WRK-DIAS-LETIVOS(WRK-DIA:1) = 'S'
               PERFORM 0590-CONTAR-LIVRES-PERIODO
                   VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 14
           END-IF.

       0590-CONTAR-LIVRES-PERIODO.
           IF WRK-PER-TURNO(WRK-PER) = WRK-TUR-TURNO(WRK-T)
              AND WRK-OTU-PER(WRK-T WRK-DIA WRK-PER) = 0
               ADD 1 TO WRK-LIVRE-TURMA
               IF WRK-OPR-PER(WRK-P WRK-DIA WRK-PER) NOT = 'S'
                   ADD 1 TO WRK-LIVRE-AMBOS
               END-IF
           END-IF.

      *    PROPOSTA NA ORDEM DA CHAVE DE HORARIO.DAT E GRADE DE CADA
      *    TURMA NO RELATORIO.
       0700-GRAVAR-PROPOSTA.
           OPEN OUTPUT HORPROP-FILE.
           OPEN OUTPUT HORPROP-REL.
           MOVE SPACES TO HORPROP-LINHA.
           STRING 'PROPOSTA DE HORARIO - ' WRK-ANO-SEMESTRE
                  ' - EMITIDA EM ' WRK-AGORA(7:2) '/'
                  WRK-AGORA(5:2) '/' WRK-AGORA(1:4)
                  ' - DIAS LETIVOS (SEG A SAB): ' WRK-DIAS-LETIVOS
               DELIMITED BY SIZE INTO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE SPACES TO HORPROP-LINHA.
           STRING 'ATRIBUICOES: ' WRK-QTD-DEMANDAS
                  '   AULAS SEMANAIS: ' WRK-QTD-AULAS
                  '   ALOCADAS: ' WRK-QTD-ALOCACOES
                  '   SEM LUGAR: ' WRK-QTD-PENDENTES
               DELIMITED BY SIZE INTO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           PERFORM 0710-TURMA-NA-PROPOSTA
               VARYING WRK-T FROM 1 BY 1
               UNTIL WRK-T > WRK-QTD-TURMAS.
           PERFORM 0800-LISTAR-PENDENCIAS.
           CLOSE HORPROP-FILE HORPROP-REL.

       0710-TURMA-NA-PROPOSTA.
           PERFORM 0720-GRAVAR-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6.
           MOVE SPACES TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE SPACES TO HORPROP-LINHA.
           STRING 'TURMA ' WRK-TUR-TURMA(WRK-T)
                  '  TURNO ' WRK-TUR-TURNO(WRK-T)
                  '  SALA DA TURMA ' WRK-TUR-SALA(WRK-T)
               DELIMITED BY SIZE INTO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE SPACES TO WRK-LINHA-GRADE.
           MOVE 'HORA' TO LGR-HORA.
           PERFORM 0730-CABECALHO-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6.
           MOVE WRK-LINHA-GRADE TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           PERFORM 0740-LINHA-PERIODO
               VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 14.

       0720-GRAVAR-DIA.
           PERFORM 0725-GRAVAR-SLOT
               VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 14.

       0725-GRAVAR-SLOT.
           MOVE WRK-OTU-PER(WRK-T WRK-DIA WRK-PER) TO WRK-ALO.
           IF WRK-ALO > 0
               MOVE WRK-ALO-DEMANDA(WRK-ALO)  TO WRK-D
               MOVE WRK-ALO-SALA-IND(WRK-ALO) TO WRK-S
               MOVE WRK-ANO-SEMESTRE       TO PRP-ANO-SEMESTRE
               MOVE WRK-TUR-TURMA(WRK-T)   TO PRP-TURMA
               MOVE WRK-DIA                TO PRP-DIA-SEMANA
               MOVE WRK-PER-HORA(WRK-PER)  TO PRP-HORA
               MOVE WRK-DEM-MATERIA(WRK-D) TO PRP-MATERIA
               MOVE WRK-SAL-CODIGO(WRK-S)  TO PRP-SALA
               MOVE WRK-DEM-PROFESSOR(WRK-D) TO PRP-PROFESSOR
               WRITE HORPROP-REC
           END-IF.

       0730-CABECALHO-DIA.
           IF WRK-DIAS-LETIVOS(WRK-DIA:1) = 'S'
               MOVE WRK-NOME-DIA(WRK-DIA) TO LGR-MATERIA(WRK-DIA)
           END-IF.

       0740-LINHA-PERIODO.
           IF WRK-PER-TURNO(WRK-PER) = WRK-TUR-TURNO(WRK-T)
               MOVE SPACES TO WRK-LINHA-GRADE
               MOVE WRK-PER-HORA(WRK-PER) TO LGR-HORA
               PERFORM 0745-CELULA-GRADE
                   VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
               MOVE WRK-LINHA-GRADE TO HORPROP-LINHA
               WRITE HORPROP-LINHA
           END-IF.

       0745-CELULA-GRADE.
           MOVE WRK-OTU-PER(WRK-T WRK-DIA WRK-PER) TO WRK-ALO.
           IF WRK-ALO > 0
               MOVE WRK-ALO-DEMANDA(WRK-ALO)  TO WRK-D
               MOVE WRK-ALO-SALA-IND(WRK-ALO) TO WRK-S
               MOVE WRK-DEM-MATERIA(WRK-D)(1:10)
                   TO LGR-MATERIA(WRK-DIA)
               MOVE WRK-SAL-CODIGO(WRK-S) TO LGR-SALA(WRK-DIA)
           ELSE
               IF WRK-DIAS-LETIVOS(WRK-DIA:1) = 'S'
                   MOVE '-' TO LGR-MATERIA(WRK-DIA)
               END-IF
           END-IF.

       0800-LISTAR-PENDENCIAS.
           MOVE SPACES TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE ALL '=' TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE 'AULAS NAO ALOCADAS' TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           MOVE ALL '-' TO HORPROP-LINHA.
           WRITE HORPROP-LINHA.
           PERFORM 0810-LINHA-PENDENCIA
               VARYING WRK-D FROM 1 BY 1
               UNTIL WRK-D > WRK-QTD-DEMANDAS.
           IF WRK-QTD-PENDENTES = 0
               MOVE 'NENHUMA - TODAS AS AULAS FORAM ALOCADAS.'
                   TO HORPROP-LINHA
               WRITE HORPROP-LINHA
           END-IF.

       0810-LINHA-PENDENCIA.
           IF WRK-DEM-ALOCADAS(WRK-D) < WRK-DEM-AULAS(WRK-D)
               COMPUTE WRK-QTD-SEM-LUGAR =
                       WRK-DEM-AULAS(WRK-D) - WRK-DEM-ALOCADAS(WRK-D)
               MOVE SPACES TO HORPROP-LINHA
               STRING 'TURMA ' WRK-DEM-TURMA(WRK-D)
                      ' ' WRK-DEM-MATERIA(WRK-D)
                      ' PROF ' WRK-DEM-PROFESSOR(WRK-D)
                      ': ' WRK-QTD-SEM-LUGAR ' DE '
                      WRK-DEM-AULAS(WRK-D) ' AULAS - '
                      WRK-DEM-MOTIVO(WRK-D)
                   DELIMITED BY SIZE INTO HORPROP-LINHA
               WRITE HORPROP-LINHA
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG135 - PROPOSTA DE HORARIO'.
           DISPLAY 'ATRIBUICOES DO PERIODO: ' WRK-QTD-DEMANDAS.
           DISPLAY 'AULAS SEMANAIS........: ' WRK-QTD-AULAS.
           DISPLAY 'AULAS ALOCADAS........: ' WRK-QTD-ALOCACOES.
           DISPLAY 'AULAS SEM LUGAR.......: ' WRK-QTD-PENDENTES.
           DISPLAY 'PROPOSTA..............: HORPROP.DAT'.
           DISPLAY 'RELATORIO.............: HORPROP.REL'.
           DISPLAY '========================================'.

      *    LIDOS = ATRIBUICOES DO PERIODO, GRAVADOS = AULAS ALOCADAS,
      *    REJEITADOS = AULAS SEM LUGAR.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG135'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-DEMANDAS  TO RS-QTD-LIDOS
           MOVE WRK-QTD-ALOCACOES TO RS-QTD-GRAVADOS
           MOVE ZEROS             TO RS-QTD-INCLUIDOS
           MOVE ZEROS             TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-PENDENTES TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG135.
