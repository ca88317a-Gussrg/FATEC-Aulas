       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG132.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Analise de itens da prova objetiva - a partir das
      *          respostas gravadas pela correcao da leitora otica
      *          (RESPOTIC.DAT, PROG131) e do gabarito (GABARITO.DAT),
      *          imprime por questao o percentual de alunos que marcou
      *          cada alternativa (e em branco/dupla marcacao), o
      *          indice de dificuldade (acertos / folhas) e o indice
      *          de discriminacao (acertos dos 27% de maior pontuacao
      *          menos acertos dos 27% de menor pontuacao, sobre o
      *          tamanho do grupo). Aponta a questao em que algum
      *          distrator teve mais marcacoes que a alternativa do
      *          gabarito ou cuja discriminacao e negativa, para a
      *          banca decidir a anulacao no PROG130 e a nova correcao
      *          no PROG131 (ITEMANAL.REL). RC 4 quando ha questao
      *          apontada.
      *          SYSIN: materia; ano/semestre; prova (P1 ou P2).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GABARITO-FILE ASSIGN TO WRK-ARQ-GABARITO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAB-CHAVE
               FILE STATUS IS WRK-GAB-STATUS.
           SELECT RESPOSTA-FILE ASSIGN TO WRK-ARQ-RESPOTIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.
           SELECT ANALISE-REL ASSIGN TO WRK-ARQ-ITEMANAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  GABARITO-FILE.
           COPY GABAREC.

       FD  RESPOSTA-FILE.
           COPY RESPREC.

       FD  ANALISE-REL.
       01  ANALISE-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    FOLHAS EM ORDEM DECRESCENTE DE PONTOS PARA SEPARAR OS
      *    GRUPOS SUPERIOR E INFERIOR.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-PONTOS         PIC 9(03)V99.
           05 SRT-MATRICULA      PIC X(10).
           05 SRT-MARCACAO       PIC X(01) OCCURS 100 TIMES.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GABARITO  PIC X(40) VALUE 'GABARITO.DAT'.
       77 WRK-ARQ-RESPOTIC  PIC X(40) VALUE 'RESPOTIC.DAT'.
       77 WRK-ARQ-ITEMANAL  PIC X(40) VALUE 'ITEMANAL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-GAB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-PROVA          PIC X(02) VALUE SPACES.
       77 WRK-FIM-RESPOSTAS  PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-ALT            PIC 9(01) VALUE ZEROS.
       77 WRK-ALT-GABARITO   PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-FOLHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TAM-GRUPO      PIC 9(05) VALUE ZEROS.
       77 WRK-LIMITE-INF     PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APONTADAS  PIC 9(03) VALUE ZEROS.
       77 WRK-DISTRATOR      PIC X(01) VALUE 'N'.
       77 WRK-DIFICULDADE    PIC 9V999 VALUE ZEROS.
       77 WRK-DISCRIMINACAO  PIC S9V999 VALUE ZEROS.
       77 WRK-PERCENTUAL     PIC 9(03)V9 VALUE ZEROS.

      *    CONTAGENS POR QUESTAO: ALTERNATIVAS A-E, BRANCO/DUPLA,
      *    ACERTOS NO TOTAL, NO GRUPO SUPERIOR E NO INFERIOR.
       01 WRK-CONTAGENS.
           05 WRK-CNT-QUESTAO    OCCURS 100 TIMES.
               10 WRK-CNT-ALT    PIC 9(05) OCCURS 5 TIMES.
               10 WRK-CNT-OUTRAS PIC 9(05).
               10 WRK-CNT-CERTO  PIC 9(05).
               10 WRK-CNT-SUP    PIC 9(05).
               10 WRK-CNT-INF    PIC 9(05).

       01 WRK-ALTERNATIVAS      PIC X(05) VALUE 'ABCDE'.
       01 WRK-ALTERNATIVA REDEFINES WRK-ALTERNATIVAS
                                PIC X(01) OCCURS 5 TIMES.

       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(09) VALUE 'QUESTAO'.
           05 FILLER             PIC X(05) VALUE 'GAB'.
           05 FILLER             PIC X(08) VALUE '    % A'.
           05 FILLER             PIC X(08) VALUE '    % B'.
           05 FILLER             PIC X(08) VALUE '    % C'.
           05 FILLER             PIC X(08) VALUE '    % D'.
           05 FILLER             PIC X(08) VALUE '    % E'.
           05 FILLER             PIC X(08) VALUE ' % BR/DP'.
           05 FILLER             PIC X(08) VALUE '  DIFIC'.
           05 FILLER             PIC X(08) VALUE '  DISCR'.
           05 FILLER             PIC X(30) VALUE '  OBSERVACAO'.

       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-QUESTAO        PIC ZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 LDT-GABARITO       PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-PERC-ALT       PIC ZZZ9,9 OCCURS 5 TIMES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-PERC-OUTRAS    PIC ZZZ9,9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-DIFICULDADE    PIC 9,999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-DISCRIMINACAO  PIC -9,999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-OBSERVACAO     PIC X(45).
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
               SORT SORT-FILE
                   ON DESCENDING KEY SRT-PONTOS
                   ON ASCENDING KEY SRT-MATRICULA
                   INPUT PROCEDURE IS 0100-CARREGAR-FOLHAS
                   OUTPUT PROCEDURE IS 0300-CONTAR-MARCACOES
               CLOSE GABARITO-FILE RESPOSTA-FILE
               IF WRK-QTD-FOLHAS = 0
                   DISPLAY 'NENHUMA FOLHA CORRIGIDA PARA A PROVA.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0500-EMITIR-RELATORIO
                   IF WRK-QTD-APONTADAS > 0
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
           MOVE 'PROG132' TO DDN-PROGRAMA.
           MOVE 'GABARITO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GABARITO.
           MOVE 'RESPOTIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESPOTIC.
           MOVE 'ITEMANAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ITEMANAL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-MATERIA.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-PROVA.
           DISPLAY 'ANALISE DE ITENS - ' WRK-MATERIA ' '
                   WRK-ANO-SEMESTRE ' ' WRK-PROVA
           INITIALIZE WRK-CONTAGENS.
           OPEN INPUT GABARITO-FILE.
           IF WRK-GAB-STATUS = '00'
               MOVE WRK-MATERIA      TO GAB-MATERIA
               MOVE WRK-ANO-SEMESTRE TO GAB-ANO-SEMESTRE
               MOVE WRK-PROVA        TO GAB-PROVA
               READ GABARITO-FILE KEY IS GAB-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-GAB-STATUS
                       CLOSE GABARITO-FILE
               END-READ
           END-IF.
           IF WRK-GAB-STATUS NOT = '00'
               DISPLAY 'GABARITO NAO CADASTRADO (PROG130): '
                       WRK-GAB-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPOSTA-FILE
               IF WRK-RSP-STATUS NOT = '00'
                   DISPLAY 'RESPOTIC.DAT INDISPONIVEL: ' WRK-RSP-STATUS
                           ' - RODE A CORRECAO (PROG131).'
                   CLOSE GABARITO-FILE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0100-CARREGAR-FOLHAS.
           MOVE WRK-MATERIA      TO RSP-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO RSP-ANO-SEMESTRE.
           MOVE WRK-PROVA        TO RSP-PROVA.
           MOVE LOW-VALUES       TO RSP-MATRICULA.
           START RESPOSTA-FILE KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RESPOSTAS
           END-START.
           PERFORM 0150-LER-FOLHA UNTIL WRK-FIM-RESPOSTAS = 'S'.

       0150-LER-FOLHA.
           READ RESPOSTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RESPOSTAS
               NOT AT END
                   IF RSP-MATERIA NOT = WRK-MATERIA
                      OR RSP-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR RSP-PROVA NOT = WRK-PROVA
                       MOVE 'S' TO WRK-FIM-RESPOSTAS
                   ELSE
                       ADD 1 TO WRK-QTD-FOLHAS
                       MOVE RSP-PONTOS    TO SRT-PONTOS
                       MOVE RSP-MATRICULA TO SRT-MATRICULA
                       PERFORM 0160-COPIAR-MARCACAO
                           VARYING WRK-IND FROM 1 BY 1
                           UNTIL WRK-IND > 100
                       RELEASE SORT-REC
                   END-IF
           END-READ.

       0160-COPIAR-MARCACAO.
           MOVE RSP-MARCACAO(WRK-IND) TO SRT-MARCACAO(WRK-IND).

      *    GRUPOS DE 27%: OS PRIMEIROS TAM-GRUPO DA ORDEM DECRESCENTE
      *    SAO O SUPERIOR, OS ULTIMOS TAM-GRUPO O INFERIOR.
       0300-CONTAR-MARCACOES.
           COMPUTE WRK-TAM-GRUPO ROUNDED = WRK-QTD-FOLHAS * 0,27.
           IF WRK-TAM-GRUPO = 0 AND WRK-QTD-FOLHAS > 0
               MOVE 1 TO WRK-TAM-GRUPO
           END-IF.
           COMPUTE WRK-LIMITE-INF = WRK-QTD-FOLHAS - WRK-TAM-GRUPO.
           MOVE ZEROS TO WRK-POSICAO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0350-CONTAR-FOLHA UNTIL WRK-FIM-SORT = 'S'.

       0350-CONTAR-FOLHA.
           ADD 1 TO WRK-POSICAO.
           PERFORM 0360-CONTAR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > GAB-QTD-QUESTOES.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0360-CONTAR-QUESTAO.
           PERFORM 0370-INDICE-ALTERNATIVA.
           IF WRK-ALT = 0
               ADD 1 TO WRK-CNT-OUTRAS(WRK-IND)
           ELSE
               ADD 1 TO WRK-CNT-ALT(WRK-IND WRK-ALT)
           END-IF.
           IF SRT-MARCACAO(WRK-IND) = GAB-RESPOSTA(WRK-IND)
               ADD 1 TO WRK-CNT-CERTO(WRK-IND)
               IF WRK-POSICAO NOT > WRK-TAM-GRUPO
                   ADD 1 TO WRK-CNT-SUP(WRK-IND)
               END-IF
               IF WRK-POSICAO > WRK-LIMITE-INF
                   ADD 1 TO WRK-CNT-INF(WRK-IND)
               END-IF
           END-IF.

       0370-INDICE-ALTERNATIVA.
           EVALUATE SRT-MARCACAO(WRK-IND)
               WHEN 'A'
                   MOVE 1 TO WRK-ALT
               WHEN 'B'
                   MOVE 2 TO WRK-ALT
               WHEN 'C'
                   MOVE 3 TO WRK-ALT
               WHEN 'D'
                   MOVE 4 TO WRK-ALT
               WHEN 'E'
                   MOVE 5 TO WRK-ALT
               WHEN OTHER
                   MOVE 0 TO WRK-ALT
           END-EVALUATE.

       0500-EMITIR-RELATORIO.
           OPEN OUTPUT ANALISE-REL.
           MOVE SPACES TO ANALISE-LINHA.
           STRING 'ANALISE DE ITENS - ' WRK-MATERIA ' '
                  WRK-ANO-SEMESTRE ' PROVA ' WRK-PROVA
                  ' - EMITIDA EM ' WRK-AGORA(7:2) '/'
                  WRK-AGORA(5:2) '/' WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE SPACES TO ANALISE-LINHA.
           STRING 'FOLHAS CORRIGIDAS: ' WRK-QTD-FOLHAS
                  '   QUESTOES: ' GAB-QTD-QUESTOES
                  '   GRUPOS SUPERIOR/INFERIOR (27%): '
                  WRK-TAM-GRUPO ' FOLHAS CADA'
               DELIMITED BY SIZE INTO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE ALL '=' TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE WRK-LINHA-CABECALHO TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE ALL '-' TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           PERFORM 0550-IMPRIMIR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > GAB-QTD-QUESTOES.
           MOVE ALL '-' TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE SPACES TO ANALISE-LINHA.
           STRING 'QUESTOES APONTADAS PARA A BANCA: '
                  WRK-QTD-APONTADAS
               DELIMITED BY SIZE INTO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE 'DIFIC = ACERTOS / FOLHAS.  DISCR = (ACERTOS SUPERIOR '
               TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           MOVE '        - ACERTOS INFERIOR) / TAMANHO DO GRUPO.'
               TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.
           CLOSE ANALISE-REL.

      *    APONTAMENTO: DISTRATOR MAIS MARCADO QUE O GABARITO OU
      *    DISCRIMINACAO NEGATIVA. QUESTAO JA ANULADA SO E LISTADA.
       0550-IMPRIMIR-QUESTAO.
           MOVE WRK-IND               TO LDT-QUESTAO.
           MOVE GAB-RESPOSTA(WRK-IND) TO LDT-GABARITO.
           PERFORM 0560-PERCENTUAL-ALTERNATIVA
               VARYING WRK-ALT FROM 1 BY 1 UNTIL WRK-ALT > 5.
           COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-CNT-OUTRAS(WRK-IND) * 100 / WRK-QTD-FOLHAS.
           MOVE WRK-PERCENTUAL TO LDT-PERC-OUTRAS.
           COMPUTE WRK-DIFICULDADE ROUNDED =
                   WRK-CNT-CERTO(WRK-IND) / WRK-QTD-FOLHAS.
           COMPUTE WRK-DISCRIMINACAO ROUNDED =
                   (WRK-CNT-SUP(WRK-IND) - WRK-CNT-INF(WRK-IND))
                   / WRK-TAM-GRUPO.
           MOVE WRK-DIFICULDADE   TO LDT-DIFICULDADE.
           MOVE WRK-DISCRIMINACAO TO LDT-DISCRIMINACAO.
           MOVE 'N' TO WRK-DISTRATOR.
           MOVE ZEROS TO WRK-ALT-GABARITO.
           PERFORM 0570-LOCALIZAR-GABARITO
               VARYING WRK-ALT FROM 1 BY 1 UNTIL WRK-ALT > 5.
           IF WRK-ALT-GABARITO > 0
               PERFORM 0580-CONFERIR-DISTRATOR
                   VARYING WRK-ALT FROM 1 BY 1 UNTIL WRK-ALT > 5
           END-IF.
           EVALUATE TRUE
               WHEN GAB-ANULADA(WRK-IND) = 'S'
                   MOVE 'ANULADA' TO LDT-OBSERVACAO
               WHEN WRK-DISTRATOR = 'S' AND WRK-DISCRIMINACAO < 0
                   MOVE '*** DISTRATOR > GABARITO E DISCR. NEGATIVA'
                       TO LDT-OBSERVACAO
                   ADD 1 TO WRK-QTD-APONTADAS
               WHEN WRK-DISTRATOR = 'S'
                   MOVE '*** DISTRATOR MAIS MARCADO QUE O GABARITO'
                       TO LDT-OBSERVACAO
                   ADD 1 TO WRK-QTD-APONTADAS
               WHEN WRK-DISCRIMINACAO < 0
                   MOVE '*** DISCRIMINACAO NEGATIVA'
                       TO LDT-OBSERVACAO
                   ADD 1 TO WRK-QTD-APONTADAS
               WHEN OTHER
                   MOVE SPACES TO LDT-OBSERVACAO
           END-EVALUATE.
           MOVE WRK-LINHA-DETALHE TO ANALISE-LINHA.
           WRITE ANALISE-LINHA.

       0560-PERCENTUAL-ALTERNATIVA.
           COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-CNT-ALT(WRK-IND WRK-ALT) * 100
                   / WRK-QTD-FOLHAS.
           MOVE WRK-PERCENTUAL TO LDT-PERC-ALT(WRK-ALT).

       0570-LOCALIZAR-GABARITO.
           IF WRK-ALTERNATIVA(WRK-ALT) = GAB-RESPOSTA(WRK-IND)
               MOVE WRK-ALT TO WRK-ALT-GABARITO
           END-IF.

       0580-CONFERIR-DISTRATOR.
           IF WRK-ALT NOT = WRK-ALT-GABARITO
              AND WRK-CNT-ALT(WRK-IND WRK-ALT) >
                  WRK-CNT-ALT(WRK-IND WRK-ALT-GABARITO)
               MOVE 'S' TO WRK-DISTRATOR
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG132 - ANALISE DE ITENS'.
           DISPLAY 'FOLHAS ANALISADAS.....: ' WRK-QTD-FOLHAS.
           DISPLAY 'TAMANHO DOS GRUPOS....: ' WRK-TAM-GRUPO.
           DISPLAY 'QUESTOES APONTADAS....: ' WRK-QTD-APONTADAS.
           DISPLAY 'RELATORIO.............: ITEMANAL.REL'.
           DISPLAY '========================================'.

      *    LIDOS = FOLHAS ANALISADAS, REJEITADOS = QUESTOES APONTADAS
      *    PARA A BANCA.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG132'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-FOLHAS    TO RS-QTD-LIDOS
           MOVE ZEROS             TO RS-QTD-GRAVADOS
           MOVE ZEROS             TO RS-QTD-INCLUIDOS
           MOVE ZEROS             TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-APONTADAS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG132.
