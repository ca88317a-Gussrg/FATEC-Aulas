       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG134.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resultado da avaliacao docente do semestre - le as
      *          respostas anonimas (AVALRESP.DAT, PROG133) do periodo
      *          e imprime, por professor + materia + curso, a media e
      *          a distribuicao das notas de cada questao do
      *          questionario (QUESTAVA.DAT) e a taxa de resposta
      *          (formularios / alunos com matricula ativa nas turmas
      *          consideradas). Turma com menos de 5 respostas e
      *          suprimida para nao identificar quem respondeu: entra
      *          so como linha de aviso, sem somar no resultado
      *          (AVALDOC.REL). RC 4 quando ha turma suprimida.
      *          SYSIN: ano/semestre.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTAO-FILE ASSIGN TO WRK-ARQ-QUESTAVA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QST-CHAVE
               FILE STATUS IS WRK-QST-STATUS.
           SELECT RESPOSTA-FILE ASSIGN TO WRK-ARQ-AVALRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT AVALDOC-REL ASSIGN TO WRK-ARQ-AVALDOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  QUESTAO-FILE.
           COPY QUESTREC.

       FD  RESPOSTA-FILE.
           COPY AVRESREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  AVALDOC-REL.
       01  AVALDOC-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    FORMULARIOS EM ORDEM DE PROFESSOR + MATERIA + CURSO (GRUPO
      *    DO RELATORIO) E TURMA (UNIDADE DA SUPRESSAO).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-PROFESSOR      PIC X(06).
           05 SRT-MATERIA        PIC X(15).
           05 SRT-CURSO          PIC X(10).
           05 SRT-TURMA          PIC X(05).
           05 SRT-RESPOSTA       PIC 9(01) OCCURS 30 TIMES.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-QUESTAVA  PIC X(40) VALUE 'QUESTAVA.DAT'.
       77 WRK-ARQ-AVALRESP  PIC X(40) VALUE 'AVALRESP.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-AVALDOC   PIC X(40) VALUE 'AVALDOC.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-QST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AVR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-MINIMO-RESP    PIC 9(02) VALUE 5.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO       PIC X(01) VALUE 'S'.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-PROF-NOME      PIC X(30) VALUE SPACES.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-PONTO          PIC 9(01) VALUE ZEROS.
       77 WRK-IND-ELEG       PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-QTD-QUESTOES   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ELEGIVEIS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRUPOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUPRIMIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TUR-FORMS      PIC 9(05) VALUE ZEROS.
       77 WRK-TUR-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-FORMS      PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-RESPOSTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA           PIC 9(07) VALUE ZEROS.
       77 WRK-MEDIA          PIC 9V99 VALUE ZEROS.
       77 WRK-TAXA           PIC 9(03)V9 VALUE ZEROS.
       77 WRK-ED-QTD         PIC ZZZZ9.
       77 WRK-ED-MEDIA       PIC 9,99.
       77 WRK-ED-TAXA        PIC ZZ9,9.

       01 WRK-GRUPO-ATUAL.
           05 WRK-GRP-PROFESSOR  PIC X(06).
           05 WRK-GRP-MATERIA    PIC X(15).
           05 WRK-GRP-CURSO      PIC X(10).

       01 WRK-GRUPO-NOVO.
           05 WRK-NOV-PROFESSOR  PIC X(06).
           05 WRK-NOV-MATERIA    PIC X(15).
           05 WRK-NOV-CURSO      PIC X(10).

      *    QUESTIONARIO DO PERIODO, NA MESMA ORDEM DA APLICACAO.
       01 WRK-QUESTIONARIO.
           05 WRK-QST-ITEM OCCURS 30 TIMES.
               10 WRK-QST-TEXTO     PIC X(60).
               10 WRK-QST-ESCALA    PIC 9(01).

      *    ALUNOS COM MATRICULA ATIVA POR MATERIA + TURMA + CURSO.
       01 WRK-ELEGIVEIS.
           05 WRK-ELG-ITEM OCCURS 500 TIMES.
               10 WRK-ELG-MATERIA   PIC X(15).
               10 WRK-ELG-TURMA     PIC X(05).
               10 WRK-ELG-CURSO     PIC X(10).
               10 WRK-ELG-ALUNOS    PIC 9(05).

      *    DISTRIBUICAO POR QUESTAO E PONTO DA ESCALA: DA TURMA EM
      *    LEITURA E DO GRUPO (SO TURMAS NAO SUPRIMIDAS).
       01 WRK-DIST-TURMA.
           05 WRK-DTU-QUESTAO OCCURS 30 TIMES.
               10 WRK-DTU-PONTO     PIC 9(05) OCCURS 7 TIMES.
       01 WRK-DIST-GRUPO.
           05 WRK-DGR-QUESTAO OCCURS 30 TIMES.
               10 WRK-DGR-PONTO     PIC 9(05) OCCURS 7 TIMES.

       01 WRK-LINHA-QUESTAO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LQT-QUESTAO        PIC Z9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LQT-RESPOSTAS      PIC ZZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LQT-MEDIA          PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LQT-PONTO          OCCURS 7 TIMES.
               10 FILLER         PIC X(02).
               10 LQT-QTD        PIC X(05).
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
               PERFORM 0100-CONTAR-ELEGIVEIS
               OPEN OUTPUT AVALDOC-REL
               PERFORM 0250-CABECALHO
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PROFESSOR SRT-MATERIA
                                    SRT-CURSO SRT-TURMA
                   INPUT PROCEDURE IS 0300-CARREGAR-RESPOSTAS
                   OUTPUT PROCEDURE IS 0400-TOTALIZAR
               PERFORM 0700-RODAPE
               CLOSE AVALDOC-REL RESPOSTA-FILE
               IF WRK-PROF-STATUS = '00'
                   CLOSE PROFESSOR-FILE
               END-IF
               IF WRK-QTD-LIDOS = 0
                   DISPLAY 'NENHUMA RESPOSTA NO PERIODO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-QTD-SUPRIMIDAS > 0
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
           MOVE 'PROG134' TO DDN-PROGRAMA.
           MOVE 'QUESTAVA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-QUESTAVA.
           MOVE 'AVALRESP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AVALRESP.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'AVALDOC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AVALDOC.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'AVALIACAO DOCENTE - ' WRK-ANO-SEMESTRE.
           INITIALIZE WRK-QUESTIONARIO.
           OPEN INPUT QUESTAO-FILE.
           IF WRK-QST-STATUS = '00'
               MOVE WRK-ANO-SEMESTRE TO QST-ANO-SEMESTRE
               MOVE ZEROS            TO QST-NUMERO
               START QUESTAO-FILE KEY IS NOT LESS THAN QST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0060-LER-QUESTAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE QUESTAO-FILE
           END-IF.
           IF WRK-QTD-QUESTOES = 0
               DISPLAY 'QUESTIONARIO DO PERIODO NAO CADASTRADO '
                       '(PROG133).'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPOSTA-FILE
               IF WRK-AVR-STATUS NOT = '00'
                   DISPLAY 'AVALRESP.DAT INDISPONIVEL: ' WRK-AVR-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT PROFESSOR-FILE
               END-IF
           END-IF.

       0060-LER-QUESTAO.
           READ QUESTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF QST-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR WRK-QTD-QUESTOES >= 30
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-QUESTOES
                       MOVE QST-TEXTO
                           TO WRK-QST-TEXTO(WRK-QTD-QUESTOES)
                       MOVE QST-ESCALA
                           TO WRK-QST-ESCALA(WRK-QTD-QUESTOES)
                   END-IF
           END-READ.

      *    BASE DA TAXA DE RESPOSTA: MATRICULAS ATIVAS DO PERIODO
      *    POR MATERIA, TURMA (TURMAALU) E CURSO DO ALUNO.
       0100-CONTAR-ELEGIVEIS.
           MOVE ZEROS TO WRK-QTD-ELEGIVEIS.
           OPEN INPUT ENROLL-FILE.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ENR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0150-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           ELSE
               DISPLAY 'MATRICULA.DAT INDISPONIVEL - TAXA DE RESPOSTA '
                       'NAO CALCULADA.'
           END-IF.
           IF WRK-ALUNO-STATUS = '00'
               CLOSE ALUNO-FILE
           END-IF.

       0150-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                       PERFORM 0160-SOMAR-ELEGIVEL
                   END-IF
           END-READ.

       0160-SOMAR-ELEGIVEL.
           MOVE SPACES TO WRK-CURSO.
           IF WRK-ALUNO-STATUS = '00'
               MOVE ENROLL-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-CURSO TO WRK-CURSO
               END-READ
           END-IF.
           CALL 'TURMAALU' USING ENROLL-MATRICULA ENROLL-MATERIA
                                 WRK-ANO-SEMESTRE WRK-TURMA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0170-PROCURAR-ELEGIVEL
               VARYING WRK-IND-ELEG FROM 1 BY 1
               UNTIL WRK-IND-ELEG > WRK-QTD-ELEGIVEIS
                  OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-ELEGIVEIS < 500
                   ADD 1 TO WRK-QTD-ELEGIVEIS
                   MOVE WRK-QTD-ELEGIVEIS TO WRK-IND-ELEG
                   MOVE ENROLL-MATERIA TO WRK-ELG-MATERIA(WRK-IND-ELEG)
                   MOVE WRK-TURMA      TO WRK-ELG-TURMA(WRK-IND-ELEG)
                   MOVE WRK-CURSO      TO WRK-ELG-CURSO(WRK-IND-ELEG)
                   MOVE 1              TO WRK-ELG-ALUNOS(WRK-IND-ELEG)
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA (500) - '
                           ENROLL-MATERIA ' ' WRK-TURMA
               END-IF
           END-IF.

       0170-PROCURAR-ELEGIVEL.
           IF WRK-ELG-MATERIA(WRK-IND-ELEG) = ENROLL-MATERIA
              AND WRK-ELG-TURMA(WRK-IND-ELEG) = WRK-TURMA
              AND WRK-ELG-CURSO(WRK-IND-ELEG) = WRK-CURSO
               ADD 1 TO WRK-ELG-ALUNOS(WRK-IND-ELEG)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0250-CABECALHO.
           MOVE SPACES TO AVALDOC-LINHA.
           STRING 'AVALIACAO DOCENTE PELOS ALUNOS - ' WRK-ANO-SEMESTRE
                  ' - EMITIDA EM ' WRK-AGORA(7:2) '/'
                  WRK-AGORA(5:2) '/' WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE ALL '=' TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE 'QUESTIONARIO:' TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           PERFORM 0260-LISTAR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-QUESTOES.
           MOVE SPACES TO AVALDOC-LINHA.
           STRING 'TURMAS COM MENOS DE ' WRK-MINIMO-RESP
                  ' RESPOSTAS SAO SUPRIMIDAS E NAO ENTRAM NO RESULTADO.'
               DELIMITED BY SIZE INTO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.

       0260-LISTAR-QUESTAO.
           MOVE SPACES TO AVALDOC-LINHA.
           STRING '  ' WRK-IND ') ' WRK-QST-TEXTO(WRK-IND)
                  ' (ESCALA 1-' WRK-QST-ESCALA(WRK-IND) ')'
               DELIMITED BY SIZE INTO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.

       0300-CARREGAR-RESPOSTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0350-LER-RESPOSTA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0350-LER-RESPOSTA.
           READ RESPOSTA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AVR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE AVR-PROFESSOR TO SRT-PROFESSOR
                       MOVE AVR-MATERIA   TO SRT-MATERIA
                       MOVE AVR-CURSO     TO SRT-CURSO
                       MOVE AVR-TURMA     TO SRT-TURMA
                       PERFORM 0360-COPIAR-RESPOSTA
                           VARYING WRK-IND FROM 1 BY 1
                           UNTIL WRK-IND > 30
                       RELEASE SORT-REC
                   END-IF
           END-READ.

       0360-COPIAR-RESPOSTA.
           MOVE AVR-RESPOSTA(WRK-IND) TO SRT-RESPOSTA(WRK-IND).

      *    QUEBRA POR GRUPO (PROFESSOR + MATERIA + CURSO) E POR TURMA.
       0400-TOTALIZAR.
           MOVE 'S' TO WRK-PRIMEIRO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0450-PROCESSAR-FORMULARIO UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRO = 'N'
               PERFORM 0500-FECHAR-TURMA
               PERFORM 0600-FECHAR-GRUPO
           END-IF.

       0450-PROCESSAR-FORMULARIO.
           MOVE SRT-PROFESSOR TO WRK-NOV-PROFESSOR.
           MOVE SRT-MATERIA   TO WRK-NOV-MATERIA.
           MOVE SRT-CURSO     TO WRK-NOV-CURSO.
           EVALUATE TRUE
               WHEN WRK-PRIMEIRO = 'S'
                   MOVE 'N' TO WRK-PRIMEIRO
                   PERFORM 0550-ABRIR-GRUPO
               WHEN WRK-GRUPO-NOVO NOT = WRK-GRUPO-ATUAL
                   PERFORM 0500-FECHAR-TURMA
                   PERFORM 0600-FECHAR-GRUPO
                   PERFORM 0550-ABRIR-GRUPO
               WHEN SRT-TURMA NOT = WRK-TURMA
                   PERFORM 0500-FECHAR-TURMA
                   PERFORM 0560-ABRIR-TURMA
           END-EVALUATE.
           ADD 1 TO WRK-TUR-FORMS.
           PERFORM 0460-SOMAR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-QUESTOES.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0460-SOMAR-QUESTAO.
           MOVE SRT-RESPOSTA(WRK-IND) TO WRK-PONTO.
           IF WRK-PONTO > 0 AND WRK-PONTO NOT > 7
               ADD 1 TO WRK-DTU-PONTO(WRK-IND WRK-PONTO)
           END-IF.

      *    TURMA COM MENOS RESPOSTAS QUE O MINIMO NAO SOMA NO GRUPO.
       0500-FECHAR-TURMA.
           MOVE ZEROS TO WRK-TUR-ALUNOS.
           PERFORM 0510-BUSCAR-ELEGIVEL
               VARYING WRK-IND-ELEG FROM 1 BY 1
               UNTIL WRK-IND-ELEG > WRK-QTD-ELEGIVEIS.
           MOVE SPACES TO AVALDOC-LINHA.
           MOVE WRK-TUR-FORMS TO WRK-ED-QTD.
           IF WRK-TUR-FORMS < WRK-MINIMO-RESP
               ADD 1 TO WRK-QTD-SUPRIMIDAS
               STRING '  TURMA ' WRK-TURMA ': TURMA SUPRIMIDA ('
                      'MENOS DE ' WRK-MINIMO-RESP ' RESPOSTAS)'
                   DELIMITED BY SIZE INTO AVALDOC-LINHA
           ELSE
               ADD WRK-TUR-FORMS  TO WRK-GRP-FORMS
               ADD WRK-TUR-ALUNOS TO WRK-GRP-ALUNOS
               PERFORM 0520-SOMAR-TURMA-NO-GRUPO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-QUESTOES
               STRING '  TURMA ' WRK-TURMA ': ' WRK-ED-QTD
                      ' FORMULARIOS DE ' WRK-TUR-ALUNOS
                      ' ALUNOS MATRICULADOS'
                   DELIMITED BY SIZE INTO AVALDOC-LINHA
           END-IF.
           WRITE AVALDOC-LINHA.

       0510-BUSCAR-ELEGIVEL.
           IF WRK-ELG-MATERIA(WRK-IND-ELEG) = WRK-GRP-MATERIA
              AND WRK-ELG-TURMA(WRK-IND-ELEG) = WRK-TURMA
              AND WRK-ELG-CURSO(WRK-IND-ELEG) = WRK-GRP-CURSO
               MOVE WRK-ELG-ALUNOS(WRK-IND-ELEG) TO WRK-TUR-ALUNOS
           END-IF.

       0520-SOMAR-TURMA-NO-GRUPO.
           PERFORM 0525-SOMAR-PONTO
               VARYING WRK-PONTO FROM 1 BY 1 UNTIL WRK-PONTO > 7.

       0525-SOMAR-PONTO.
           ADD WRK-DTU-PONTO(WRK-IND WRK-PONTO)
               TO WRK-DGR-PONTO(WRK-IND WRK-PONTO).

       0550-ABRIR-GRUPO.
           MOVE WRK-GRUPO-NOVO TO WRK-GRUPO-ATUAL.
           MOVE ZEROS TO WRK-GRP-FORMS WRK-GRP-ALUNOS.
           INITIALIZE WRK-DIST-GRUPO.
           MOVE SPACES TO WRK-PROF-NOME.
           IF WRK-PROF-STATUS = '00'
               MOVE WRK-GRP-PROFESSOR TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WRK-PROF-NOME
               END-READ
           END-IF.
           MOVE SPACES TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE ALL '-' TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE SPACES TO AVALDOC-LINHA.
           STRING 'PROFESSOR: ' WRK-GRP-PROFESSOR ' ' WRK-PROF-NOME
                  '  MATERIA: ' WRK-GRP-MATERIA
                  '  CURSO: ' WRK-GRP-CURSO
               DELIMITED BY SIZE INTO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           PERFORM 0560-ABRIR-TURMA.

       0560-ABRIR-TURMA.
           MOVE SRT-TURMA TO WRK-TURMA.
           MOVE ZEROS TO WRK-TUR-FORMS.
           INITIALIZE WRK-DIST-TURMA.

      *    MEDIA E DISTRIBUICAO POR QUESTAO E TAXA DE RESPOSTA DO
      *    GRUPO. RESPOSTA 0 (SEM RESPOSTA) NAO ENTRA NA MEDIA.
       0600-FECHAR-GRUPO.
           MOVE SPACES TO AVALDOC-LINHA.
           IF WRK-GRP-FORMS = 0
               MOVE '  SEM RESULTADO - TODAS AS TURMAS SUPRIMIDAS.'
                   TO AVALDOC-LINHA
               WRITE AVALDOC-LINHA
           ELSE
               ADD 1 TO WRK-QTD-GRUPOS
               MOVE WRK-GRP-FORMS TO WRK-ED-QTD
               IF WRK-GRP-ALUNOS > 0
                   COMPUTE WRK-TAXA ROUNDED =
                           WRK-GRP-FORMS * 100 / WRK-GRP-ALUNOS
                   MOVE WRK-TAXA TO WRK-ED-TAXA
                   STRING '  FORMULARIOS: ' WRK-ED-QTD
                          '  ALUNOS MATRICULADOS: ' WRK-GRP-ALUNOS
                          '  TAXA DE RESPOSTA: ' WRK-ED-TAXA '%'
                       DELIMITED BY SIZE INTO AVALDOC-LINHA
               ELSE
                   STRING '  FORMULARIOS: ' WRK-ED-QTD
                          '  TAXA DE RESPOSTA: SEM BASE DE MATRICULA'
                       DELIMITED BY SIZE INTO AVALDOC-LINHA
               END-IF
               WRITE AVALDOC-LINHA
               MOVE '  QUESTAO  RESP  MEDIA   QTD POR PONTO DA ESCALA'
                   TO AVALDOC-LINHA
               WRITE AVALDOC-LINHA
               PERFORM 0650-IMPRIMIR-QUESTAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-QUESTOES
           END-IF.

       0650-IMPRIMIR-QUESTAO.
           MOVE ZEROS TO WRK-RESPOSTAS WRK-SOMA.
           MOVE SPACES TO WRK-LINHA-QUESTAO.
           MOVE WRK-IND TO LQT-QUESTAO.
           PERFORM 0660-DISTRIBUIR-PONTO
               VARYING WRK-PONTO FROM 1 BY 1
               UNTIL WRK-PONTO > WRK-QST-ESCALA(WRK-IND).
           MOVE WRK-RESPOSTAS TO LQT-RESPOSTAS.
           IF WRK-RESPOSTAS > 0
               COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA / WRK-RESPOSTAS
               MOVE WRK-MEDIA TO WRK-ED-MEDIA
               MOVE WRK-ED-MEDIA TO LQT-MEDIA
           ELSE
               MOVE ' -  ' TO LQT-MEDIA
           END-IF.
           MOVE WRK-LINHA-QUESTAO TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.

       0660-DISTRIBUIR-PONTO.
           ADD WRK-DGR-PONTO(WRK-IND WRK-PONTO) TO WRK-RESPOSTAS.
           COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DGR-PONTO(WRK-IND WRK-PONTO) * WRK-PONTO.
           MOVE WRK-DGR-PONTO(WRK-IND WRK-PONTO) TO WRK-ED-QTD.
           MOVE WRK-ED-QTD TO LQT-QTD(WRK-PONTO).

       0700-RODAPE.
           MOVE SPACES TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE ALL '=' TO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.
           MOVE SPACES TO AVALDOC-LINHA.
           STRING 'FORMULARIOS LIDOS: ' WRK-QTD-LIDOS
                  '   GRUPOS COM RESULTADO: ' WRK-QTD-GRUPOS
                  '   TURMAS SUPRIMIDAS: ' WRK-QTD-SUPRIMIDAS
               DELIMITED BY SIZE INTO AVALDOC-LINHA.
           WRITE AVALDOC-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG134 - AVALIACAO DOCENTE'.
           DISPLAY 'FORMULARIOS LIDOS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'GRUPOS COM RESULTADO..: ' WRK-QTD-GRUPOS.
           DISPLAY 'TURMAS SUPRIMIDAS.....: ' WRK-QTD-SUPRIMIDAS.
           DISPLAY 'RELATORIO.............: AVALDOC.REL'.
           DISPLAY '========================================'.

      *    LIDOS = FORMULARIOS DO PERIODO, GRAVADOS = GRUPOS COM
      *    RESULTADO, REJEITADOS = TURMAS SUPRIMIDAS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG134'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRUPOS     TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SUPRIMIDAS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG134.
