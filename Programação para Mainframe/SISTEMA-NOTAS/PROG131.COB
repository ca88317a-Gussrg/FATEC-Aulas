       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG131.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correcao das folhas de resposta da leitora otica -
      *          le o arquivo da leitora (LEITORA.DAT: matricula e a
      *          marcacao de cada questao da folha), corrige cada
      *          folha contra o gabarito da materia/ano-semestre/prova
      *          cadastrado no PROG130 (GABARITO.DAT) e lanca a nota
      *          na prova correspondente de COMPNOTA.DAT (CMP-NOTA-P1
      *          ou CMP-NOTA-P2). Questao anulada vale para todos;
      *          questao em branco ou com dupla marcacao ('*') nao
      *          pontua. Folha com digito verificador da matricula
      *          errado (MATRDV) ou sem matricula ativa na disciplina
      *          no periodo (MATRICULA.DAT) e rejeitada. Imprime a
      *          listagem por turma (turma de GRADES.DAT ou, antes da
      *          nota final, da chamada em CHAMADA.DAT) com a linha
      *          de assinatura do professor e a relacao das folhas
      *          rejeitadas (GABARITO.REL). A marcacao de cada folha
      *          aceita fica em RESPOTIC.DAT para a analise de itens
      *          do PROG132. RC 4 quando ha rejeicao.
      *          SYSIN: materia; ano/semestre; prova (P1 ou P2).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEITORA-FILE ASSIGN TO WRK-ARQ-LEITORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEI-STATUS.
           SELECT GABARITO-FILE ASSIGN TO WRK-ARQ-GABARITO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAB-CHAVE
               FILE STATUS IS WRK-GAB-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT RESPOSTA-FILE ASSIGN TO WRK-ARQ-RESPOTIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT LISTAGEM-REL ASSIGN TO WRK-ARQ-GABAREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
      *    UMA FOLHA POR REGISTRO: MATRICULA E A MARCACAO DE CADA
      *    QUESTAO (A-E; ESPACO = EM BRANCO; '*' = DUPLA MARCACAO).
       FD  LEITORA-FILE.
       01  LEITORA-REC.
           05 LEI-MATRICULA      PIC X(10).
           05 LEI-RESPOSTA       PIC X(01) OCCURS 100 TIMES.

       FD  GABARITO-FILE.
           COPY GABAREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  RESPOSTA-FILE.
           COPY RESPREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  LISTAGEM-REL.
       01  LISTAGEM-LINHA       PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    FOLHAS CORRIGIDAS (TIPO 1) POR TURMA E MATRICULA, SEGUIDAS
      *    DAS REJEITADAS (TIPO 2).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-TIPO           PIC X(01).
           05 SRT-TURMA          PIC X(05).
           05 SRT-MATRICULA      PIC X(10).
           05 SRT-NOME           PIC X(30).
           05 SRT-ACERTOS        PIC 9(03).
           05 SRT-BRANCOS        PIC 9(03).
           05 SRT-NOTA           PIC 99V9.
           05 SRT-MOTIVO         PIC X(30).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-LEITORA   PIC X(40) VALUE 'LEITORA.DAT'.
       77 WRK-ARQ-GABARITO  PIC X(40) VALUE 'GABARITO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-RESPOTIC  PIC X(40) VALUE 'RESPOTIC.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-GABAREL   PIC X(40) VALUE 'GABARITO.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-LEI-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-GAB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RSP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-PROVA          PIC X(02) VALUE SPACES.
       77 WRK-FIM-LEITORA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-FIM-CHAMADA    PIC X(01) VALUE 'N'.
       77 WRK-GRADE-OK       PIC X(01) VALUE 'N'.
       77 WRK-CHAMADA-OK     PIC X(01) VALUE 'N'.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-COMP-EXISTE    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA       PIC X(01) VALUE 'S'.
       77 WRK-TIPO-ANT       PIC X(01) VALUE SPACES.
       77 WRK-TURMA-ANT      PIC X(05) VALUE SPACES.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-ACERTOS        PIC 9(03) VALUE ZEROS.
       77 WRK-BRANCOS        PIC 9(03) VALUE ZEROS.
       77 WRK-PONTOS         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA           PIC 99V9  VALUE ZEROS.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CORRIGIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TURMA      PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-TURMA     PIC 9(07)V9 VALUE ZEROS.
       77 WRK-MEDIA-TURMA    PIC 99V99 VALUE ZEROS.
       77 WRK-MEDIA-EDITADA  PIC Z9,99.

       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(12) VALUE 'MATRICULA'.
           05 FILLER             PIC X(32) VALUE 'NOME'.
           05 FILLER             PIC X(09) VALUE 'ACERTOS'.
           05 FILLER             PIC X(09) VALUE 'BRANCOS'.
           05 FILLER             PIC X(06) VALUE 'NOTA'.

       01 WRK-LINHA-DETALHE.
           05 LDT-MATRICULA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-NOME           PIC X(30).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 LDT-ACERTOS        PIC ZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 LDT-BRANCOS        PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 LDT-NOTA           PIC Z9,9.

       01 WRK-LINHA-REJEICAO.
           05 LRJ-MATRICULA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LRJ-NOME           PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LRJ-MOTIVO         PIC X(30).
       COPY ARQDDREC.
       COPY RESATREC.

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
                   ON ASCENDING KEY SRT-TIPO SRT-TURMA SRT-MATRICULA
                   INPUT PROCEDURE IS 0100-CORRIGIR-FOLHAS
                   OUTPUT PROCEDURE IS 0400-EMITIR-LISTAGEM
               PERFORM 0800-FECHAR-ARQUIVOS
               PERFORM 0930-GRAVAR-RESUMO
               IF WRK-QTD-REJEITADAS > 0
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
           MOVE 'PROG131' TO DDN-PROGRAMA.
           MOVE 'LEITORA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LEITORA.
           MOVE 'GABARITO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GABARITO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'RESPOTIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESPOTIC.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'GABAREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GABAREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-MATERIA.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-PROVA.
           DISPLAY 'CORRECAO DA LEITORA OTICA - ' WRK-MATERIA ' '
                   WRK-ANO-SEMESTRE ' ' WRK-PROVA
           IF WRK-PROVA NOT = 'P1' AND WRK-PROVA NOT = 'P2'
               DISPLAY 'PROVA INVALIDA (P1 OU P2) - NADA CORRIGIDO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN I-O GABARITO-FILE.
           IF WRK-GAB-STATUS = '00'
               MOVE WRK-MATERIA      TO GAB-MATERIA
               MOVE WRK-ANO-SEMESTRE TO GAB-ANO-SEMESTRE
               MOVE WRK-PROVA        TO GAB-PROVA
               READ GABARITO-FILE KEY IS GAB-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-GAB-STATUS
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WRK-GAB-STATUS NOT = '00'
                   DISPLAY 'GABARITO NAO CADASTRADO (PROG130): '
                           WRK-GAB-STATUS
                   MOVE 8 TO RETURN-CODE
                   IF WRK-GAB-STATUS = '23'
                       CLOSE GABARITO-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT LEITORA-FILE
                   OPEN INPUT ENROLL-FILE
                   OPEN I-O COMP-FILE
                   IF WRK-COMP-STATUS = '35' OR WRK-COMP-STATUS = '05'
                       OPEN OUTPUT COMP-FILE
                       CLOSE COMP-FILE
                       OPEN I-O COMP-FILE
                   END-IF
                   OPEN I-O RESPOSTA-FILE
                   IF WRK-RSP-STATUS = '35' OR WRK-RSP-STATUS = '05'
                       OPEN OUTPUT RESPOSTA-FILE
                       CLOSE RESPOSTA-FILE
                       OPEN I-O RESPOSTA-FILE
                   END-IF
                   IF WRK-LEI-STATUS NOT = '00'
                      OR WRK-ENR-STATUS NOT = '00'
                      OR WRK-COMP-STATUS NOT = '00'
                      OR WRK-RSP-STATUS NOT = '00'
                       DISPLAY 'ARQUIVOS INDISPONIVEIS - LEITORA '
                               WRK-LEI-STATUS ' MATRICULA '
                               WRK-ENR-STATUS ' COMPNOTA '
                               WRK-COMP-STATUS ' RESPOTIC '
                               WRK-RSP-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN INPUT GRADE-FILE
                       IF WRK-FILE-STATUS = '00'
                           MOVE 'S' TO WRK-GRADE-OK
                       END-IF
                       OPEN INPUT CHAMADA-FILE
                       IF WRK-CHM-STATUS = '00'
                           MOVE 'S' TO WRK-CHAMADA-OK
                       END-IF
                   END-IF
           END-EVALUATE.

       0100-CORRIGIR-FOLHAS.
           PERFORM 0110-LER-FOLHA.
           PERFORM 0150-CORRIGIR-FOLHA UNTIL WRK-FIM-LEITORA = 'S'.

       0110-LER-FOLHA.
           READ LEITORA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LEITORA
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
           END-READ.

      *    REJEICOES: DIGITO VERIFICADOR DA MATRICULA E MATRICULA
      *    ATIVA NA DISCIPLINA NO PERIODO (STATUS 'A' OU ESPACOS).
       0150-CORRIGIR-FOLHA.
           MOVE SPACES        TO SORT-REC.
           MOVE LEI-MATRICULA TO SRT-MATRICULA.
           MOVE ZEROS         TO SRT-ACERTOS SRT-BRANCOS SRT-NOTA.
           CALL 'MATRDV' USING LEI-MATRICULA WRK-DV-OK.
           IF WRK-DV-OK = 'N'
               MOVE 'DIGITO DA MATRICULA INVALIDO' TO SRT-MOTIVO
           ELSE
               MOVE LEI-MATRICULA    TO ENROLL-MATRICULA
               MOVE WRK-MATERIA      TO ENROLL-MATERIA
               MOVE WRK-ANO-SEMESTRE TO ENROLL-ANO-SEMESTRE
               READ ENROLL-FILE KEY IS ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'SEM MATRICULA NA DISCIPLINA'
                           TO SRT-MOTIVO
                   NOT INVALID KEY
                       MOVE ENROLL-NOME TO SRT-NOME
                       IF ENROLL-STATUS NOT = 'A'
                          AND ENROLL-STATUS NOT = SPACES
                           MOVE 'MATRICULA NAO ATIVA' TO SRT-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF SRT-MOTIVO NOT = SPACES
               MOVE '2' TO SRT-TIPO
               ADD 1 TO WRK-QTD-REJEITADAS
           ELSE
               MOVE '1' TO SRT-TIPO
               PERFORM 0200-PONTUAR-FOLHA
               PERFORM 0250-LANCAR-COMPONENTE
               PERFORM 0300-BUSCAR-TURMA
               PERFORM 0350-GRAVAR-RESPOSTAS
               MOVE WRK-TURMA   TO SRT-TURMA
               MOVE WRK-ACERTOS TO SRT-ACERTOS
               MOVE WRK-BRANCOS TO SRT-BRANCOS
               MOVE WRK-NOTA    TO SRT-NOTA
               ADD 1 TO WRK-QTD-CORRIGIDAS
           END-IF.
           RELEASE SORT-REC.
           PERFORM 0110-LER-FOLHA.

       0200-PONTUAR-FOLHA.
           MOVE ZEROS TO WRK-ACERTOS WRK-BRANCOS WRK-PONTOS.
           PERFORM 0210-PONTUAR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > GAB-QTD-QUESTOES.
           IF WRK-PONTOS > 10
               MOVE 10 TO WRK-PONTOS
           END-IF.
           COMPUTE WRK-NOTA ROUNDED = WRK-PONTOS.

       0210-PONTUAR-QUESTAO.
           EVALUATE TRUE
               WHEN GAB-ANULADA(WRK-IND) = 'S'
                   ADD GAB-PONTOS(WRK-IND) TO WRK-PONTOS
               WHEN LEI-RESPOSTA(WRK-IND) = SPACE
                   ADD 1 TO WRK-BRANCOS
               WHEN LEI-RESPOSTA(WRK-IND) = GAB-RESPOSTA(WRK-IND)
                   ADD GAB-PONTOS(WRK-IND) TO WRK-PONTOS
                   ADD 1 TO WRK-ACERTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    COMPONENTE AINDA INEXISTENTE NASCE COM OS PESOS FIXOS DO
      *    LANCAMENTO (3,3 / 3,3 / 3,4), COMO NA CARGA DO PROG15.
       0250-LANCAR-COMPONENTE.
           MOVE LEI-MATRICULA    TO CMP-MATRICULA.
           MOVE WRK-MATERIA      TO CMP-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO CMP-ANO-SEMESTRE.
           MOVE 'N' TO WRK-COMP-EXISTE.
           READ COMP-FILE KEY IS CMP-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CMP-NOTA-P1 CMP-NOTA-P2
                                 CMP-NOTA-ATIV CMP-FREQUENCIA
                                 CMP-NOTA-C4 CMP-NOTA-C5
                                 CMP-NOTA-C6 CMP-PESO-C4
                                 CMP-PESO-C5 CMP-PESO-C6
                   MOVE 3,3 TO CMP-PESO-P1
                   MOVE 3,3 TO CMP-PESO-P2
                   MOVE 3,4 TO CMP-PESO-ATIV
               NOT INVALID KEY
                   MOVE 'S' TO WRK-COMP-EXISTE
           END-READ.
           MOVE LEI-MATRICULA    TO CMP-MATRICULA.
           MOVE WRK-MATERIA      TO CMP-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO CMP-ANO-SEMESTRE.
           IF WRK-PROVA = 'P1'
               MOVE WRK-NOTA TO CMP-NOTA-P1
           ELSE
               MOVE WRK-NOTA TO CMP-NOTA-P2
           END-IF.
           IF WRK-COMP-EXISTE = 'S'
               REWRITE COMPONENTE-REC
           ELSE
               WRITE COMPONENTE-REC
               PERFORM 0925-MARCAR-RESUMO
           END-IF.

      *    TURMA DA LISTAGEM: A DO LANCAMENTO EM GRADES.DAT OU, SE A
      *    NOTA FINAL AINDA NAO EXISTE, A DA CHAMADA DO PERIODO.
       0300-BUSCAR-TURMA.
           MOVE SPACES TO WRK-TURMA.
           IF WRK-GRADE-OK = 'S'
               MOVE LEI-MATRICULA    TO GR-MATRICULA
               MOVE WRK-MATERIA      TO GR-MATERIA
               MOVE WRK-ANO-SEMESTRE TO GR-ANO-SEMESTRE
               READ GRADE-FILE KEY IS GR-CHAVE
                   NOT INVALID KEY
                       MOVE GR-TURMA TO WRK-TURMA
               END-READ
           END-IF.
           IF WRK-TURMA = SPACES AND WRK-CHAMADA-OK = 'S'
               MOVE 'N' TO WRK-FIM-CHAMADA
               MOVE LEI-MATRICULA TO CHM-MATRICULA
               MOVE WRK-MATERIA   TO CHM-MATERIA
               MOVE LOW-VALUES    TO CHM-DATA
               START CHAMADA-FILE KEY IS NOT LESS THAN CHM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CHAMADA
               END-START
               PERFORM 0310-LER-CHAMADA UNTIL WRK-FIM-CHAMADA = 'S'
           END-IF.
           IF WRK-TURMA = SPACES
               MOVE 'S/TUR' TO WRK-TURMA
           END-IF.

       0310-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CHAMADA
               NOT AT END
                   IF CHM-MATRICULA NOT = LEI-MATRICULA
                      OR CHM-MATERIA NOT = WRK-MATERIA
                       MOVE 'S' TO WRK-FIM-CHAMADA
                   ELSE
                       IF CHM-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND CHM-TURMA NOT = SPACES
                           MOVE CHM-TURMA TO WRK-TURMA
                           MOVE 'S' TO WRK-FIM-CHAMADA
                       END-IF
                   END-IF
           END-READ.

      *    MARCACAO DA FOLHA ACEITA, REGRAVADA A CADA CORRECAO (A
      *    FOLHA LIDA DE NOVO SUBSTITUI A ANTERIOR).
       0350-GRAVAR-RESPOSTAS.
           MOVE WRK-MATERIA      TO RSP-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO RSP-ANO-SEMESTRE.
           MOVE WRK-PROVA        TO RSP-PROVA.
           MOVE LEI-MATRICULA    TO RSP-MATRICULA.
           READ RESPOSTA-FILE KEY IS RSP-CHAVE
               INVALID KEY
                   MOVE '23' TO WRK-RSP-STATUS
           END-READ.
           MOVE WRK-TURMA        TO RSP-TURMA.
           MOVE WRK-PONTOS       TO RSP-PONTOS.
           MOVE WRK-NOTA         TO RSP-NOTA.
           MOVE WRK-AGORA(1:8)   TO RSP-DATA-CORRECAO.
           PERFORM 0355-COPIAR-MARCACAO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           IF WRK-RSP-STATUS = '23'
               WRITE RESPOSTA-REC
           ELSE
               REWRITE RESPOSTA-REC
           END-IF.

       0355-COPIAR-MARCACAO.
           MOVE LEI-RESPOSTA(WRK-IND) TO RSP-MARCACAO(WRK-IND).

       0400-EMITIR-LISTAGEM.
           OPEN OUTPUT LISTAGEM-REL.
           MOVE SPACES TO LISTAGEM-LINHA.
           STRING 'CORRECAO DA LEITORA OTICA - ' WRK-MATERIA ' '
                  WRK-ANO-SEMESTRE ' PROVA ' WRK-PROVA ' - '
                  GAB-QTD-QUESTOES ' QUESTOES - EMITIDA EM '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE ALL '=' TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0450-IMPRIMIR-FOLHA UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRA = 'N' AND WRK-TIPO-ANT = '1'
               PERFORM 0500-FECHAR-TURMA
           END-IF.
           MOVE SPACES TO LISTAGEM-LINHA.
           STRING 'FOLHAS LIDAS: ' WRK-QTD-LIDAS
                  '  CORRIGIDAS: ' WRK-QTD-CORRIGIDAS
                  '  REJEITADAS: ' WRK-QTD-REJEITADAS
               DELIMITED BY SIZE INTO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           CLOSE LISTAGEM-REL.

       0450-IMPRIMIR-FOLHA.
           IF WRK-PRIMEIRA = 'N' AND WRK-TIPO-ANT = '1'
              AND (SRT-TIPO NOT = WRK-TIPO-ANT
                   OR SRT-TURMA NOT = WRK-TURMA-ANT)
               PERFORM 0500-FECHAR-TURMA
           END-IF.
           IF WRK-PRIMEIRA = 'S' OR SRT-TIPO NOT = WRK-TIPO-ANT
              OR (SRT-TIPO = '1' AND SRT-TURMA NOT = WRK-TURMA-ANT)
               PERFORM 0460-ABRIR-GRUPO
           END-IF.
           MOVE 'N' TO WRK-PRIMEIRA.
           MOVE SRT-TIPO  TO WRK-TIPO-ANT.
           MOVE SRT-TURMA TO WRK-TURMA-ANT.
           IF SRT-TIPO = '1'
               MOVE SRT-MATRICULA TO LDT-MATRICULA
               MOVE SRT-NOME      TO LDT-NOME
               MOVE SRT-ACERTOS   TO LDT-ACERTOS
               MOVE SRT-BRANCOS   TO LDT-BRANCOS
               MOVE SRT-NOTA      TO LDT-NOTA
               MOVE WRK-LINHA-DETALHE TO LISTAGEM-LINHA
               ADD 1 TO WRK-QTD-TURMA
               ADD SRT-NOTA TO WRK-SOMA-TURMA
           ELSE
               MOVE SRT-MATRICULA TO LRJ-MATRICULA
               MOVE SRT-NOME      TO LRJ-NOME
               MOVE SRT-MOTIVO    TO LRJ-MOTIVO
               MOVE WRK-LINHA-REJEICAO TO LISTAGEM-LINHA
           END-IF.
           WRITE LISTAGEM-LINHA.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0460-ABRIR-GRUPO.
           MOVE SPACES TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE SPACES TO LISTAGEM-LINHA.
           IF SRT-TIPO = '1'
               STRING 'TURMA ' SRT-TURMA
                   DELIMITED BY SIZE INTO LISTAGEM-LINHA
               WRITE LISTAGEM-LINHA
               MOVE WRK-LINHA-CABECALHO TO LISTAGEM-LINHA
               MOVE ZEROS TO WRK-QTD-TURMA WRK-SOMA-TURMA
           ELSE
               MOVE 'FOLHAS REJEITADAS - NOTA NAO LANCADA'
                   TO LISTAGEM-LINHA
           END-IF.
           WRITE LISTAGEM-LINHA.
           MOVE ALL '-' TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.

       0500-FECHAR-TURMA.
           COMPUTE WRK-MEDIA-TURMA ROUNDED =
                   WRK-SOMA-TURMA / WRK-QTD-TURMA.
           MOVE WRK-MEDIA-TURMA TO WRK-MEDIA-EDITADA.
           MOVE ALL '-' TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE SPACES TO LISTAGEM-LINHA.
           STRING 'FOLHAS DA TURMA: ' WRK-QTD-TURMA
                  '   MEDIA DA TURMA: ' WRK-MEDIA-EDITADA
               DELIMITED BY SIZE INTO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE SPACES TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE 'CONFERIDO POR: ______________________________  DATA:'
               TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           MOVE '               ASSINATURA DO PROFESSOR'
               TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.

      *    O GABARITO GUARDA A DATA DA ULTIMA CORRECAO (O CADASTRO
      *    AVISA QUANDO SE SUBSTITUI UM GABARITO JA USADO).
       0800-FECHAR-ARQUIVOS.
           MOVE WRK-AGORA(1:8) TO GAB-DATA-CORRECAO.
           REWRITE GABARITO-REC.
           CLOSE LEITORA-FILE ENROLL-FILE COMP-FILE GABARITO-FILE
                 RESPOSTA-FILE.
           IF WRK-GRADE-OK = 'S'
               CLOSE GRADE-FILE
           END-IF.
           IF WRK-CHAMADA-OK = 'S'
               CLOSE CHAMADA-FILE
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG131 - CORRECAO DA LEITORA OTICA'.
           DISPLAY 'FOLHAS LIDAS..........: ' WRK-QTD-LIDAS.
           DISPLAY 'NOTAS LANCADAS........: ' WRK-QTD-CORRIGIDAS.
           DISPLAY 'FOLHAS REJEITADAS.....: ' WRK-QTD-REJEITADAS.
           DISPLAY 'LISTAGEM..............: GABARITO.REL'.
           DISPLAY '========================================'.

      *    LIDOS = FOLHAS DA LEITORA, GRAVADOS = NOTAS LANCADAS EM
      *    COMPNOTA.DAT, REJEITADOS = FOLHAS REJEITADAS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG131'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDAS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-CORRIGIDAS TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-REJEITADAS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): O COMPONENTE NOVO
      *    NASCE COM FREQUENCIA ZERO, QUE PASSA A VALER NO RESUMO; A
      *    CHAVE FICA MARCADA NO RESUMATU E E RECALCULADA NO
      *    0930-GRAVAR-RESUMO, DEPOIS QUE OS ARQUIVOS SAO FECHADOS.
       0925-MARCAR-RESUMO.
           MOVE 'M'              TO RAT-FUNCAO
           MOVE 'PROG131'        TO RAT-PROGRAMA
           MOVE CMP-MATRICULA    TO RAT-MATRICULA
           MOVE CMP-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'              TO RAT-FUNCAO
           MOVE 'PROG131'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG131.
