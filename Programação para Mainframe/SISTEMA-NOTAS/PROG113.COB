       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG113.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interface contabil diaria - le o movimento financeiro
      *          do dia (FINMOV.DAT: cobrancas geradas, descontos de
      *          bolsa, pagamentos, multa e juros e acordos), totaliza
      *          por tipo de movimento e grava o arquivo de lancamentos
      *          do sistema contabil (LANCCTB.DAT) com as contas de
      *          debito e credito de CTBMAP.DAT, uma linha a debito e
      *          uma a credito por tipo, com cabecalho e rodape de
      *          quantidade e totais. A contabilidade para de redigitar
      *          receita, desconto e recebimento dos relatorios
      *          impressos. Tipo de movimento sem conta no mapeamento
      *          impede a geracao (RC 8, nada e gravado). O PROG32
      *          confere o arquivo no balanceamento da noite. Data do
      *          movimento pelo SYSIN (AAAAMMDD; em branco = hoje).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINMOV-FILE ASSIGN TO WRK-ARQ-FINMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FMV-STATUS.
           SELECT CTBMAP-FILE ASSIGN TO WRK-ARQ-CTBMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTM-STATUS.
           SELECT LANC-FILE ASSIGN TO WRK-ARQ-LANCCTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LNC-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FINMOV-FILE.
           COPY FINMVREC.

       FD  CTBMAP-FILE.
           COPY CTBMREC.

       FD  LANC-FILE.
           COPY LANCREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-FINMOV    PIC X(40) VALUE 'FINMOV.DAT'.
       77 WRK-ARQ-CTBMAP    PIC X(40) VALUE 'CTBMAP.DAT'.
       77 WRK-ARQ-LANCCTB   PIC X(40) VALUE 'LANCCTB.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FMV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LNC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVIMENTO PIC X(08) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-QTD-MAPA       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TIPOS      PIC 9(02) VALUE ZEROS.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-IND-MAPA       PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-QTD-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTA  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DEBITO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-LANC     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-DEBITO   PIC X(12) VALUE SPACES.
       77 WRK-CONTA-CREDITO  PIC X(12) VALUE SPACES.

       01 WRK-TABELA-MAPA.
           05 WRK-MAP-ITEM OCCURS 30 TIMES.
               10 WRK-MAP-TIPO       PIC X(10).
               10 WRK-MAP-DEBITO     PIC X(12).
               10 WRK-MAP-CREDITO    PIC X(12).
               10 WRK-MAP-HISTORICO  PIC X(30).

      *    TOTAL DO DIA POR TIPO DE MOVIMENTO; SALDO NEGATIVO (ESTORNO)
      *    E LANCADO COM AS CONTAS TROCADAS.
       01 WRK-TABELA-TIPOS.
           05 WRK-TIP-ITEM OCCURS 30 TIMES.
               10 WRK-TIP-TIPO       PIC X(10).
               10 WRK-TIP-VALOR      PIC S9(11)V99.
               10 WRK-TIP-MAPA       PIC 9(02).
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
           ACCEPT WRK-DATA-MOVIMENTO
           IF WRK-DATA-MOVIMENTO = SPACES
               MOVE WRK-AGORA(1:8) TO WRK-DATA-MOVIMENTO
           END-IF
           DISPLAY 'INTERFACE CONTABIL - MOVIMENTO DE '
                   WRK-DATA-MOVIMENTO
           PERFORM 0100-CARREGAR-MAPA
           IF RETURN-CODE = 0
               PERFORM 0200-TOTALIZAR-MOVIMENTO
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0300-CONFERIR-CONTAS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0400-GRAVAR-LANCAMENTOS
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG113' TO DDN-PROGRAMA.
           MOVE 'FINMOV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FINMOV.
           MOVE 'CTBMAP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CTBMAP.
           MOVE 'LANCCTB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LANCCTB.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0100-CARREGAR-MAPA.
           OPEN INPUT CTBMAP-FILE.
           IF WRK-CTM-STATUS NOT = '00'
               DISPLAY 'CTBMAP.DAT INDISPONIVEL: ' WRK-CTM-STATUS
                       ' - NADA FOI GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0150-LER-MAPA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CTBMAP-FILE
           END-IF.

       0150-LER-MAPA.
           READ CTBMAP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-MAPA < 30
                       ADD 1 TO WRK-QTD-MAPA
                       MOVE CTM-TIPO
                           TO WRK-MAP-TIPO(WRK-QTD-MAPA)
                       MOVE CTM-CONTA-DEBITO
                           TO WRK-MAP-DEBITO(WRK-QTD-MAPA)
                       MOVE CTM-CONTA-CREDITO
                           TO WRK-MAP-CREDITO(WRK-QTD-MAPA)
                       MOVE CTM-HISTORICO
                           TO WRK-MAP-HISTORICO(WRK-QTD-MAPA)
                   END-IF
           END-READ.

       0200-TOTALIZAR-MOVIMENTO.
           OPEN INPUT FINMOV-FILE.
           IF WRK-FMV-STATUS NOT = '00'
               DISPLAY 'SEM MOVIMENTO FINANCEIRO (FINMOV.DAT '
                       WRK-FMV-STATUS ').'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0250-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FINMOV-FILE
           END-IF.

       0250-LER-MOVIMENTO.
           READ FINMOV-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FMV-DATA = WRK-DATA-MOVIMENTO
                       ADD 1 TO WRK-QTD-MOVIMENTOS
                       PERFORM 0260-ACUMULAR-TIPO
                   END-IF
           END-READ.

       0260-ACUMULAR-TIPO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0265-PROCURAR-TIPO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-TIPOS OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-TIPOS < 30
                   ADD 1 TO WRK-QTD-TIPOS
                   MOVE FMV-TIPO  TO WRK-TIP-TIPO(WRK-QTD-TIPOS)
                   MOVE FMV-VALOR TO WRK-TIP-VALOR(WRK-QTD-TIPOS)
                   MOVE ZEROS     TO WRK-TIP-MAPA(WRK-QTD-TIPOS)
               ELSE
                   DISPLAY 'MAIS DE 30 TIPOS DE MOVIMENTO - NADA FOI '
                           'GERADO.'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

       0265-PROCURAR-TIPO.
           IF WRK-TIP-TIPO(WRK-IND) = FMV-TIPO
               ADD FMV-VALOR TO WRK-TIP-VALOR(WRK-IND)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0300-CONFERIR-CONTAS.
           PERFORM 0310-CONFERIR-TIPO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-TIPOS.
           IF WRK-QTD-SEM-CONTA > 0
               DISPLAY 'ERRO: ' WRK-QTD-SEM-CONTA ' TIPO(S) DE '
                       'MOVIMENTO SEM CONTA EM CTBMAP.DAT - NADA FOI '
                       'GERADO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0310-CONFERIR-TIPO.
           PERFORM 0315-PROCURAR-MAPA
               VARYING WRK-IND-MAPA FROM 1 BY 1
               UNTIL WRK-IND-MAPA > WRK-QTD-MAPA.
           IF WRK-TIP-MAPA(WRK-IND) = ZEROS
               ADD 1 TO WRK-QTD-SEM-CONTA
               DISPLAY 'SEM CONTA CONTABIL: ' WRK-TIP-TIPO(WRK-IND)
           END-IF.

       0315-PROCURAR-MAPA.
           IF WRK-MAP-TIPO(WRK-IND-MAPA) = WRK-TIP-TIPO(WRK-IND)
               MOVE WRK-IND-MAPA TO WRK-TIP-MAPA(WRK-IND)
           END-IF.

       0400-GRAVAR-LANCAMENTOS.
           OPEN OUTPUT LANC-FILE.
           IF WRK-LNC-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL CRIAR LANCCTB.DAT: '
                       WRK-LNC-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO LANC-REC
               MOVE 'HEADER'           TO LNC-TIPO
               MOVE WRK-DATA-MOVIMENTO TO LCAB-DATA-MOVIMENTO
               MOVE WRK-AGORA          TO LCAB-DATA-HORA
               MOVE 'SISNOTAS'         TO LCAB-ORIGEM
               WRITE LANC-REC
               PERFORM 0450-LANCAR-TIPO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-TIPOS
               MOVE SPACES TO LANC-REC
               MOVE 'TRAILER'          TO LNC-TIPO
               MOVE WRK-QTD-LINHAS     TO LROD-TOTAL
               MOVE WRK-TOTAL-DEBITO   TO LROD-TOTAL-DEBITO
               MOVE WRK-TOTAL-CREDITO  TO LROD-TOTAL-CREDITO
               WRITE LANC-REC
               CLOSE LANC-FILE
           END-IF.

       0450-LANCAR-TIPO.
           MOVE WRK-TIP-MAPA(WRK-IND) TO WRK-IND-MAPA.
           IF WRK-TIP-VALOR(WRK-IND) < 0
               COMPUTE WRK-VALOR-LANC = 0 - WRK-TIP-VALOR(WRK-IND)
               MOVE WRK-MAP-CREDITO(WRK-IND-MAPA) TO WRK-CONTA-DEBITO
               MOVE WRK-MAP-DEBITO(WRK-IND-MAPA)  TO WRK-CONTA-CREDITO
           ELSE
               MOVE WRK-TIP-VALOR(WRK-IND) TO WRK-VALOR-LANC
               MOVE WRK-MAP-DEBITO(WRK-IND-MAPA)  TO WRK-CONTA-DEBITO
               MOVE WRK-MAP-CREDITO(WRK-IND-MAPA) TO WRK-CONTA-CREDITO
           END-IF
           IF WRK-VALOR-LANC > 0
               MOVE WRK-CONTA-DEBITO TO LNC-CONTA
               MOVE 'D'              TO LNC-NATUREZA
               PERFORM 0460-GRAVAR-LINHA
               ADD WRK-VALOR-LANC TO WRK-TOTAL-DEBITO
               MOVE WRK-CONTA-CREDITO TO LNC-CONTA
               MOVE 'C'               TO LNC-NATUREZA
               PERFORM 0460-GRAVAR-LINHA
               ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITO
           END-IF.

       0460-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE 'LANCAMENTO'       TO LNC-TIPO.
           MOVE WRK-QTD-LINHAS     TO LNC-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO LNC-DATA.
           MOVE WRK-VALOR-LANC     TO LNC-VALOR.
           MOVE WRK-MAP-HISTORICO(WRK-IND-MAPA) TO LNC-HISTORICO.
           WRITE LANC-REC.

       0500-FINALIZAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MOVIMENTOS DO DIA....: ' WRK-QTD-MOVIMENTOS.
           DISPLAY 'TIPOS DE MOVIMENTO...: ' WRK-QTD-TIPOS.
           DISPLAY 'LINHAS DE LANCAMENTO.: ' WRK-QTD-LINHAS.
           DISPLAY 'TOTAL A DEBITO.......: ' WRK-TOTAL-DEBITO.
           DISPLAY 'TOTAL A CREDITO......: ' WRK-TOTAL-CREDITO.
           DISPLAY '----------------------------------------'.

      *    LIDOS = MOVIMENTOS DO DIA, GRAVADOS = LINHAS DE LANCAMENTO,
      *    REJEITADOS = TIPOS SEM CONTA CONTABIL.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG113'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-MOVIMENTOS TO RS-QTD-LIDOS
           MOVE WRK-QTD-LINHAS     TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-CONTA  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG113.
