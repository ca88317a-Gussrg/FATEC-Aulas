      *          checkpoint; arquivadas pelo PROG13 = removidas de
      *          GRADES.DAT; e contagem final de GRADES.DAT = contagem
      *          de abertura (descarga do PROG26) + incluidas -
      *          removidas; e a interface contabil do PROG113
      *          (LANCCTB.DAT) precisa ter rodape com as linhas
      *          gravadas e debito = credito, sem tipo de movimento
      *          sem conta; e a importacao de notas da plataforma de
      *          ensino (PROG154) precisa ter linhas lidas = notas
      *          lancadas + rejeitadas; e o conjunto de seguranca dos
      *          mestres do dia (PROG158, catalogo BKPCAT.DAT) precisa
      *          estar completo. Qualquer diferenca termina com
      *          RETURN-CODE 8 para o operador ver no job, em vez de
      *          descobrirmos um arquivo curto semanas depois.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT LANC-FILE ASSIGN TO WRK-ARQ-LANCCTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LNC-STATUS.
           SELECT CATALOGO-BKP ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  LANC-FILE.
           COPY LANCREC.

       FD  CATALOGO-BKP.
           COPY BKCATREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-LANCCTB   PIC X(40) VALUE 'LANCCTB.DAT'.
       77 WRK-ARQ-BKPCAT    PIC X(40) VALUE 'BKPCAT.DAT'.

       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-STATS      PIC X(01) VALUE 'N'.
       77 WRK-QTD-ATUAL      PIC 9(07) VALUE ZEROS.
       77 WRK-ESPERADO       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ERROS      PIC 9(02) VALUE ZEROS.
       77 WRK-LNC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-LANC       PIC X(01) VALUE 'N'.
       77 WRK-LNC-RODAPE     PIC X(01) VALUE 'N'.
       77 WRK-LNC-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-LNC-DEBITO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LNC-CREDITO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ROD-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-ROD-DEBITO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ROD-CREDITO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BKC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-BKC        PIC X(01) VALUE 'N'.

      *    ULTIMO CONJUNTO DE SEGURANCA DO DIA NO CATALOGO (PROG158).
       01 WRK-CONJUNTO-DIA.
           05 WRK-SET-ACHOU      PIC X(01) VALUE 'N'.
           05 WRK-SET-CONJUNTO   PIC X(14) VALUE SPACES.
           05 WRK-SET-SITUACAO   PIC X(01) VALUE SPACES.
           05 WRK-SET-DESCARREGADOS PIC 9(03) VALUE ZEROS.
           05 WRK-SET-REGISTRADOS PIC 9(03) VALUE ZEROS.

      *    ULTIMO REGISTRO DE ESTATISTICA DO DIA DE CADA PROGRAMA DA
      *    CADEIA. O FLAG -ACHOU MARCA SE O STEP RODOU HOJE.
           05 WRK-13-ACHOU      PIC X(01) VALUE 'N'.
           05 WRK-13-ARQUIVADOS PIC 9(07) VALUE ZEROS.
           05 WRK-13-EXCLUIDOS  PIC 9(07) VALUE ZEROS.
       01 WRK-ST-PROG113.
           05 WRK-113-ACHOU     PIC X(01) VALUE 'N'.
           05 WRK-113-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WRK-113-SEM-CONTA PIC 9(07) VALUE ZEROS.
       01 WRK-ST-PROG154.
           05 WRK-154-ACHOU     PIC X(01) VALUE 'N'.
           05 WRK-154-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WRK-154-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WRK-154-REJEITADOS PIC 9(07) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-HOJE
           PERFORM 0100-CARREGAR-ESTATISTICAS
           PERFORM 0200-CONTAR-GRADES
           IF WRK-113-ACHOU = 'S'
               PERFORM 0270-SOMAR-LANCAMENTOS
           END-IF
           PERFORM 0290-CARREGAR-CATALOGO-BKP
           PERFORM 0300-BALANCEAR
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG32' TO DDN-PROGRAMA.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'LANCCTB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LANCCTB.
           MOVE 'BKPCAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BKPCAT.

       0100-CARREGAR-ESTATISTICAS.
           OPEN INPUT STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
                                   TO WRK-13-ARQUIVADOS
                               MOVE RS-QTD-EXCLUIDOS
                                   TO WRK-13-EXCLUIDOS
                           WHEN 'PROG113'
                               MOVE 'S' TO WRK-113-ACHOU
                               MOVE RS-QTD-GRAVADOS
                                   TO WRK-113-GRAVADOS
                               MOVE RS-QTD-REJEITADOS
                                   TO WRK-113-SEM-CONTA
                           WHEN 'PROG154'
                               MOVE 'S' TO WRK-154-ACHOU
                               MOVE RS-QTD-LIDOS TO WRK-154-LIDOS
                               MOVE RS-QTD-GRAVADOS
                                   TO WRK-154-GRAVADOS
                               MOVE RS-QTD-REJEITADOS
                                   TO WRK-154-REJEITADOS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   ADD 1 TO WRK-QTD-ATUAL
           END-READ.

      *    RELE A INTERFACE CONTABIL GERADA HOJE PELO PROG113 E SOMA
      *    AS LINHAS A DEBITO E A CREDITO PARA CONFERIR COM O RODAPE.
       0270-SOMAR-LANCAMENTOS.
           OPEN INPUT LANC-FILE.
           IF WRK-LNC-STATUS NOT = '00'
               MOVE 'S' TO WRK-FIM-LANC
           ELSE
               PERFORM 0280-LER-LANCAMENTO UNTIL WRK-FIM-LANC = 'S'
               CLOSE LANC-FILE
           END-IF.

       0280-LER-LANCAMENTO.
           READ LANC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LANC
               NOT AT END
                   EVALUATE LNC-TIPO
                       WHEN 'HEADER'
                           CONTINUE
                       WHEN 'TRAILER'
                           MOVE 'S' TO WRK-LNC-RODAPE
                           MOVE LROD-TOTAL TO WRK-ROD-LINHAS
                           MOVE LROD-TOTAL-DEBITO TO WRK-ROD-DEBITO
                           MOVE LROD-TOTAL-CREDITO TO WRK-ROD-CREDITO
                       WHEN OTHER
                           ADD 1 TO WRK-LNC-LINHAS
                           IF LNC-NATUREZA = 'D'
                               ADD LNC-VALOR TO WRK-LNC-DEBITO
                           ELSE
                               ADD LNC-VALOR TO WRK-LNC-CREDITO
                           END-IF
                   END-EVALUATE
           END-READ.

       0290-CARREGAR-CATALOGO-BKP.
           OPEN INPUT CATALOGO-BKP.
           IF WRK-BKC-STATUS NOT = '00'
               MOVE 'S' TO WRK-FIM-BKC
           ELSE
               PERFORM 0295-LER-CATALOGO-BKP UNTIL WRK-FIM-BKC = 'S'
               CLOSE CATALOGO-BKP
           END-IF.

       0295-LER-CATALOGO-BKP.
           READ CATALOGO-BKP
               AT END
                   MOVE 'S' TO WRK-FIM-BKC
               NOT AT END
                   IF BKC-TIPO = 'C'
                      AND BKC-DATA-HORA(1:8) = WRK-HOJE
                       MOVE 'S'               TO WRK-SET-ACHOU
                       MOVE BKC-CONJUNTO      TO WRK-SET-CONJUNTO
                       MOVE BKC-SITUACAO      TO WRK-SET-SITUACAO
                       MOVE BKC-QTD-REGISTROS TO WRK-SET-DESCARREGADOS
                       MOVE BKC-QTD-ARQUIVOS  TO WRK-SET-REGISTRADOS
                   END-IF
           END-READ.

       0300-BALANCEAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG32 - BALANCEAMENTO DA NOITE ' WRK-HOJE.
           ELSE
               DISPLAY 'AVISO: SEM DESCARGA OU CARGA DE HOJE - '
                       'MOVIMENTO LIQUIDO NAO CONFERIDO.'
           END-IF
           IF WRK-113-ACHOU = 'S'
               PERFORM 0350-BALANCEAR-CONTABIL
           ELSE
               DISPLAY 'AVISO: PROG113 NAO RODOU HOJE.'
           END-IF
           IF WRK-154-ACHOU = 'S'
               IF WRK-154-LIDOS NOT =
                  WRK-154-GRAVADOS + WRK-154-REJEITADOS
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'FORA DE BALANCO: PROG154 LEU '
                           WRK-154-LIDOS ' MAS LANCOU '
                           WRK-154-GRAVADOS ' E REJEITOU '
                           WRK-154-REJEITADOS
               END-IF
           ELSE
               DISPLAY 'AVISO: PROG154 NAO RODOU HOJE.'
           END-IF
           PERFORM 0360-CONFERIR-CONJUNTO.

       0350-BALANCEAR-CONTABIL.
           IF WRK-113-SEM-CONTA > 0
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'FORA DE BALANCO: PROG113 ACHOU '
                       WRK-113-SEM-CONTA ' TIPO(S) SEM CONTA CONTABIL'
           ELSE
               IF WRK-LNC-RODAPE = 'N'
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'FORA DE BALANCO: LANCCTB.DAT SEM RODAPE'
               ELSE
                   IF WRK-LNC-LINHAS NOT = WRK-ROD-LINHAS
                      OR WRK-LNC-LINHAS NOT = WRK-113-GRAVADOS
                       ADD 1 TO WRK-QTD-ERROS
                       DISPLAY 'FORA DE BALANCO: LANCCTB.DAT TEM '
                               WRK-LNC-LINHAS ' LINHAS, RODAPE '
                               WRK-ROD-LINHAS ', PROG113 GRAVOU '
                               WRK-113-GRAVADOS
                   END-IF
                   IF WRK-LNC-DEBITO NOT = WRK-LNC-CREDITO
                      OR WRK-LNC-DEBITO NOT = WRK-ROD-DEBITO
                      OR WRK-LNC-CREDITO NOT = WRK-ROD-CREDITO
                       ADD 1 TO WRK-QTD-ERROS
                       DISPLAY 'FORA DE BALANCO: LANCCTB.DAT DEBITO '
                               WRK-LNC-DEBITO ' CREDITO '
                               WRK-LNC-CREDITO ' (RODAPE '
                               WRK-ROD-DEBITO ' / ' WRK-ROD-CREDITO
                               ')'
                   END-IF
               END-IF
           END-IF.

      *    SEM CONJUNTO DE SEGURANCA COMPLETO DO DIA NAO HA CAMINHO DE
      *    VOLTA CONSISTENTE PARA OS MESTRES: A NOITE NAO FECHA.
       0360-CONFERIR-CONJUNTO.
           IF WRK-SET-ACHOU = 'N'
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'FORA DE BALANCO: CONJUNTO DE SEGURANCA DOS '
                       'MESTRES NAO GERADO HOJE (PROG158)'
           ELSE
               IF WRK-SET-SITUACAO NOT = 'C'
                  OR WRK-SET-DESCARREGADOS NOT = WRK-SET-REGISTRADOS
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'FORA DE BALANCO: CONJUNTO DE SEGURANCA '
                           WRK-SET-CONJUNTO ' INCOMPLETO - '
                           WRK-SET-DESCARREGADOS ' DE '
                           WRK-SET-REGISTRADOS ' ARQUIVOS'
               END-IF
           END-IF.

       0400-FINALIZAR.
