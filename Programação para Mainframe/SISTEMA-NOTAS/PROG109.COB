       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG109.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Baixa automatica do arquivo retorno do banco - le o
      *          retorno de cobranca (RETBANCO.DAT, layout fixo com
      *          cabecalho e rodape de contagem e valor conferidos
      *          ANTES de aplicar qualquer coisa, como no PROG44),
      *          casa cada liquidacao com a parcela de MENSALID.DAT
      *          pela matricula + competencia e grava MEN-STATUS,
      *          MEN-DATA-PAGAMENTO e MEN-VALOR-PAGO. Liquidacao sem
      *          parcela, de parcela ja paga ou cancelada, ou paga
      *          por valor diferente do devido (so a parcela ate o
      *          vencimento; parcela mais multa e juros ate a data do
      *          pagamento depois dele, pela regra do PROG111 no
      *          CALCENC) vai para o relatorio de pendencias
      *          (SUSPENSO.REL) que o financeiro acerta a mao no
      *          PROG71 - acaba com os dois dias de
      *          digitacao pagamento a pagamento depois de cada
      *          vencimento. O numero sequencial do arquivo do banco
      *          fica em RETCTL.DAT: o mesmo retorno nao e baixado
      *          duas vezes. Liquidacao de taxa de protocolo (parcela
      *          tipo T do PROTNUM) tambem libera o pedido em
      *          PROTOCOL.DAT.
      *          Percentuais pelo SYSIN, os mesmos do PROG111: multa
      *          (ex: 02,00) e juros ao dia (ex: 0,033); linha em
      *          branco ou zero assume 2% de multa e 0,033% ao dia. A
      *          diferenca entre o encargo cobrado e o da ultima
      *          rodada do PROG111 vai ao FINMOV como ENCARGO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO WRK-ARQ-RETBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT RETCTL-FILE ASSIGN TO WRK-ARQ-RETCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT SUSPENSO-REL ASSIGN TO WRK-ARQ-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    RETORNO DE COBRANCA DO BANCO. RET-OCORRENCIA '06' =
      *    LIQUIDACAO; AS DEMAIS OCORRENCIAS (ENTRADA CONFIRMADA,
      *    BAIXA, TARIFA) SO SAO CONTADAS.
       FD  RETORNO-FILE.
       01  RET-REC.
           05 RET-TIPO            PIC X(10).
           05 RET-DETALHE.
               10 RET-OCORRENCIA     PIC X(02).
               10 RET-MATRICULA      PIC X(10).
               10 RET-COMPETENCIA    PIC X(06).
               10 RET-VALOR-PAGO     PIC 9(05)V99.
               10 RET-DATA-PAGAMENTO PIC X(08).
               10 RET-DATA-CREDITO   PIC X(08).
       01  RET-CABECALHO REDEFINES RET-REC.
           05 FILLER              PIC X(10).
           05 RCAB-BANCO          PIC X(03).
           05 RCAB-DATA-GERACAO   PIC X(08).
           05 RCAB-SEQ-ARQUIVO    PIC 9(06).
       01  RET-RODAPE REDEFINES RET-REC.
           05 FILLER              PIC X(10).
           05 RROD-TOTAL          PIC 9(05).
           05 RROD-VALOR-TOTAL    PIC 9(09)V99.

       FD  MENSAL-FILE.
           COPY MENSREC.

      *    ULTIMO ARQUIVO RETORNO BAIXADO (SEQUENCIAL DO BANCO).
       FD  RETCTL-FILE.
       01  RETCTL-REC.
           05 RTC-SEQ-ARQUIVO     PIC 9(06).
           05 RTC-DATA-BAIXA      PIC X(08).

       FD  SUSPENSO-REL.
       01  SUSP-REC               PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RETBANCO  PIC X(40) VALUE 'RETBANCO.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-RETCTL    PIC X(40) VALUE 'RETCTL.DAT'.
       77 WRK-ARQ-SUSPENSO  PIC X(40) VALUE 'SUSPENSO.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FASE           PIC X(01) VALUE '1'.
       77 WRK-TEM-CABECALHO  PIC X(01) VALUE 'N'.
       77 WRK-TEM-RODAPE     PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-RODAPE   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-RODAPE   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEQ-ARQUIVO    PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-ANTERIOR   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-DETALHES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-LIQUIDACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUSPENSAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IGNORADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-BAIXADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-SUSPENSO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO         PIC X(24) VALUE SPACES.
       77 WRK-VALOR-DEVIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARM-MULTA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PARM-JUROS     PIC 9(01)V999 VALUE ZEROS.
       77 WRK-ENCARGO-NOVO   PIC X(01) VALUE 'N'.
       77 WRK-FMV-TIPO       PIC X(10) VALUE SPACES.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROG109'.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE 'G'.
       77 WRK-PSI-TIPO       PIC X(12) VALUE SPACES.
       77 WRK-PSI-REF-SEQ    PIC 9(05) VALUE ZEROS.
       77 WRK-PSI-REF-TEXTO  PIC X(21) VALUE SPACES.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE 'P'.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.

       01 WRK-LINHA-SUSPENSO.
           05 LIN-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-COMPETENCIA   PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-DATA-PGTO     PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-VALOR-PAGO    PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-VALOR-COBRADO PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-MOTIVO        PIC X(24).

       01 WRK-LINHA-TOTAL.
           05 LTT-ROTULO        PIC X(30).
           05 LTT-QTD           PIC ZZ.ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LTT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
       COPY ARQDDREC.
       COPY ENCGREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0050-LER-PARAMETROS
           PERFORM 0100-CONFERIR-RODAPE
           IF WRK-FASE = '2'
               PERFORM 0150-CONFERIR-SEQUENCIA
           END-IF
           IF WRK-FASE = '2'
               PERFORM 0200-APLICAR-RETORNO
           END-IF
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG109' TO DDN-PROGRAMA.
           MOVE 'RETBANCO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RETBANCO.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'RETCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RETCTL.
           MOVE 'SUSPENSO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUSPENSO.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-LER-PARAMETROS.
           ACCEPT WRK-PARM-MULTA.
           ACCEPT WRK-PARM-JUROS.
           IF WRK-PARM-MULTA > 0
               MOVE WRK-PARM-MULTA TO ENC-PERC-MULTA
           END-IF
           IF WRK-PARM-JUROS > 0
               MOVE WRK-PARM-JUROS TO ENC-PERC-JUROS
           END-IF
           DISPLAY 'MULTA: ' ENC-PERC-MULTA '% - JUROS AO DIA: '
                   ENC-PERC-JUROS '%'.

      *    FASE 1: SO CONTA E SOMA. NENHUMA PARCELA E BAIXADA ENQUANTO
      *    O RODAPE NAO CONFERIR EM QUANTIDADE E EM VALOR.
       0100-CONFERIR-RODAPE.
           OPEN INPUT RETORNO-FILE.
           IF WRK-RET-STATUS NOT = '00'
               DISPLAY 'ARQUIVO RETORNO INDISPONIVEL: '
                       WRK-RET-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0120-LER-RETORNO
               PERFORM 0130-CONTAR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RETORNO-FILE
               EVALUATE TRUE
                   WHEN WRK-TEM-CABECALHO = 'N'
                       DISPLAY 'ERRO: RETORNO SEM CABECALHO - NADA '
                               'FOI BAIXADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TEM-RODAPE = 'N'
                       DISPLAY 'ERRO: RETORNO SEM RODAPE - NADA FOI '
                               'BAIXADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TOTAL-RODAPE NOT = WRK-QTD-DETALHES
                       DISPLAY 'ERRO: RODAPE INFORMA '
                               WRK-TOTAL-RODAPE ' REGISTROS, LIDOS '
                               WRK-QTD-DETALHES ' - NADA FOI '
                               'BAIXADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-VALOR-RODAPE NOT = WRK-VALOR-DETALHES
                       DISPLAY 'ERRO: RODAPE INFORMA VALOR '
                               WRK-VALOR-RODAPE ', SOMADO '
                               WRK-VALOR-DETALHES ' - NADA FOI '
                               'BAIXADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE '2' TO WRK-FASE
               END-EVALUATE
           END-IF.

       0120-LER-RETORNO.
           READ RETORNO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0130-CONTAR.
           EVALUATE RET-TIPO
               WHEN 'HEADER'
                   MOVE 'S' TO WRK-TEM-CABECALHO
                   MOVE RCAB-SEQ-ARQUIVO TO WRK-SEQ-ARQUIVO
                   DISPLAY 'RETORNO DO BANCO ' RCAB-BANCO
                           ' GERADO EM ' RCAB-DATA-GERACAO
                           ' - ARQUIVO ' RCAB-SEQ-ARQUIVO
               WHEN 'TRAILER'
                   MOVE 'S' TO WRK-TEM-RODAPE
                   MOVE RROD-TOTAL TO WRK-TOTAL-RODAPE
                   MOVE RROD-VALOR-TOTAL TO WRK-VALOR-RODAPE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-DETALHES
                   ADD RET-VALOR-PAGO TO WRK-VALOR-DETALHES
           END-EVALUATE
           PERFORM 0120-LER-RETORNO.

      *    O BANCO NUMERA OS ARQUIVOS EM SEQUENCIA; RETORNO COM NUMERO
      *    JA BAIXADO E REENVIO E NAO PODE PAGAR A PARCELA DE NOVO.
       0150-CONFERIR-SEQUENCIA.
           MOVE ZEROS TO WRK-SEQ-ANTERIOR.
           OPEN INPUT RETCTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ RETCTL-FILE
                   NOT AT END
                       MOVE RTC-SEQ-ARQUIVO TO WRK-SEQ-ANTERIOR
               END-READ
               CLOSE RETCTL-FILE
           END-IF
           IF WRK-SEQ-ARQUIVO NOT > WRK-SEQ-ANTERIOR
               DISPLAY 'ERRO: ARQUIVO ' WRK-SEQ-ARQUIVO
                       ' JA BAIXADO (ULTIMO ' WRK-SEQ-ANTERIOR
                       ') - NADA FOI BAIXADO.'
               MOVE '1' TO WRK-FASE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-APLICAR-RETORNO.
           OPEN I-O MENSAL-FILE.
           IF WRK-MEN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL: '
                       WRK-MEN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SUSPENSO-REL
               PERFORM 0210-CABECALHO-SUSPENSO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT RETORNO-FILE
               PERFORM 0120-LER-RETORNO
               PERFORM 0250-APLICAR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RETORNO-FILE
               PERFORM 0450-TOTAIS-SUSPENSO
               CLOSE SUSPENSO-REL
               CLOSE MENSAL-FILE
               OPEN OUTPUT RETCTL-FILE
               MOVE WRK-SEQ-ARQUIVO TO RTC-SEQ-ARQUIVO
               MOVE WRK-DATA-HOJE   TO RTC-DATA-BAIXA
               WRITE RETCTL-REC
               CLOSE RETCTL-FILE
           END-IF.

       0210-CABECALHO-SUSPENSO.
           MOVE SPACES TO SUSP-REC.
           STRING 'PENDENCIAS DO RETORNO BANCARIO - ARQUIVO '
                  WRK-SEQ-ARQUIVO ' - BAIXA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO SUSP-REC.
           WRITE SUSP-REC.
           MOVE ALL '-' TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE 'MATRICULA  COMPET DATA PGT      PAGO    COBRADO MOTIVO'
               TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE ALL '-' TO SUSP-REC.
           WRITE SUSP-REC.

       0250-APLICAR.
           IF RET-TIPO NOT = 'HEADER' AND RET-TIPO NOT = 'TRAILER'
               IF RET-OCORRENCIA = '06'
                   ADD 1 TO WRK-QTD-LIQUIDACOES
                   PERFORM 0300-BAIXAR-PARCELA
               ELSE
                   ADD 1 TO WRK-QTD-IGNORADAS
               END-IF
           END-IF
           PERFORM 0120-LER-RETORNO.

      *    A LIQUIDACAO SO BAIXA A PARCELA ABERTA PAGA PELO VALOR
      *    EXATO DEVIDO; QUALQUER OUTRA SITUACAO VAI PARA O
      *    RELATORIO DE PENDENCIAS SEM TOCAR A PARCELA.
       0300-BAIXAR-PARCELA.
           MOVE RET-MATRICULA   TO MEN-MATRICULA.
           MOVE RET-COMPETENCIA TO MEN-COMPETENCIA.
           READ MENSAL-FILE KEY IS MEN-CHAVE
               INVALID KEY
                   MOVE ZEROS TO WRK-VALOR-DEVIDO
                   MOVE 'PARCELA NAO ENCONTRADA' TO WRK-MOTIVO
                   PERFORM 0400-GRAVAR-SUSPENSO
               NOT INVALID KEY
                   PERFORM 0350-CALCULAR-DEVIDO
                   EVALUATE TRUE
                       WHEN MEN-STATUS = 'P'
                           MOVE 'PARCELA JA PAGA' TO WRK-MOTIVO
                           PERFORM 0400-GRAVAR-SUSPENSO
                       WHEN MEN-STATUS NOT = 'A'
                           MOVE 'PARCELA NAO ESTA ABERTA'
                               TO WRK-MOTIVO
                           PERFORM 0400-GRAVAR-SUSPENSO
                       WHEN RET-VALOR-PAGO NOT = WRK-VALOR-DEVIDO
                           MOVE 'VALOR DIVERGENTE' TO WRK-MOTIVO
                           PERFORM 0400-GRAVAR-SUSPENSO
                       WHEN OTHER
                           PERFORM 0360-ACERTAR-ENCARGO
                           MOVE 'P'                TO MEN-STATUS
                           MOVE RET-DATA-PAGAMENTO
                               TO MEN-DATA-PAGAMENTO
                           MOVE RET-VALOR-PAGO     TO MEN-VALOR-PAGO
                           REWRITE MENSAL-REC
                           MOVE 'PAGAMENTO'    TO WRK-FMV-TIPO
                           MOVE RET-VALOR-PAGO TO WRK-FMV-VALOR
                           CALL 'FINMOV' USING WRK-FMV-TIPO
                               MEN-MATRICULA MEN-COMPETENCIA
                               WRK-FMV-VALOR WRK-FMV-PROGRAMA
                           ADD 1 TO WRK-QTD-BAIXADAS
                           ADD RET-VALOR-PAGO TO WRK-VALOR-BAIXADO
                           IF MEN-TIPO = 'T' AND MEN-PROTOCOLO > 0
                               CALL 'PROTSIT' USING WRK-PSI-FUNCAO
                                   WRK-PSI-TIPO MEN-MATRICULA
                                   WRK-PSI-REF-SEQ WRK-PSI-REF-TEXTO
                                   MEN-PROTOCOLO WRK-PSI-SITUACAO
                           END-IF
                   END-EVALUATE
           END-READ.

      *    PAGA ATE O VENCIMENTO: SO O VALOR DA PARCELA. PAGA DEPOIS:
      *    VALOR + MULTA + JUROS ATE A DATA DO PAGAMENTO, PELA MESMA
      *    REGRA DA RODADA DE ENCARGOS (PROG111). TAXA DE PROTOCOLO
      *    (TIPO T) NAO TEM ENCARGO; DATA INVALIDA FICA COM O ENCARGO
      *    DA ULTIMA RODADA.
       0350-CALCULAR-DEVIDO.
           MOVE 'N' TO WRK-ENCARGO-NOVO.
           MOVE MEN-VALOR          TO ENC-VALOR.
           MOVE MEN-VENCIMENTO     TO ENC-VENCIMENTO.
           MOVE RET-DATA-PAGAMENTO TO ENC-DATA-BASE.
           CALL 'CALCENC' USING ENC-PARM.
           EVALUATE TRUE
               WHEN MEN-TIPO = 'T'
                   MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
               WHEN ENC-RETORNO = 'S'
                   MOVE 'S' TO WRK-ENCARGO-NOVO
                   COMPUTE WRK-VALOR-DEVIDO =
                       MEN-VALOR + ENC-MULTA + ENC-JUROS
               WHEN RET-DATA-PAGAMENTO > MEN-VENCIMENTO
                   COMPUTE WRK-VALOR-DEVIDO =
                       MEN-VALOR + MEN-MULTA + MEN-JUROS
               WHEN OTHER
                   MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
           END-EVALUATE.

      *    A PARCELA BAIXADA GUARDA O ENCARGO EFETIVAMENTE COBRADO; SO
      *    A DIFERENCA PARA A ULTIMA RODADA DO PROG111 E MOVIMENTO NOVO
      *    (NEGATIVA QUANDO A RODADA CONTOU DIAS ALEM DO PAGAMENTO).
       0360-ACERTAR-ENCARGO.
           IF WRK-ENCARGO-NOVO = 'S'
               COMPUTE WRK-FMV-VALOR = ENC-MULTA + ENC-JUROS
                                     - MEN-MULTA - MEN-JUROS
               IF WRK-FMV-VALOR NOT = ZEROS
                   MOVE ENC-MULTA          TO MEN-MULTA
                   MOVE ENC-JUROS          TO MEN-JUROS
                   MOVE RET-DATA-PAGAMENTO TO MEN-DATA-ENCARGO
                   MOVE 'ENCARGO'          TO WRK-FMV-TIPO
                   CALL 'FINMOV' USING WRK-FMV-TIPO
                       MEN-MATRICULA MEN-COMPETENCIA
                       WRK-FMV-VALOR WRK-FMV-PROGRAMA
               END-IF
           END-IF.

       0400-GRAVAR-SUSPENSO.
           ADD 1 TO WRK-QTD-SUSPENSAS.
           ADD RET-VALOR-PAGO TO WRK-VALOR-SUSPENSO.
           MOVE RET-MATRICULA      TO LIN-MATRICULA.
           MOVE RET-COMPETENCIA    TO LIN-COMPETENCIA.
           MOVE RET-DATA-PAGAMENTO TO LIN-DATA-PGTO.
           MOVE RET-VALOR-PAGO     TO LIN-VALOR-PAGO.
           MOVE WRK-VALOR-DEVIDO   TO LIN-VALOR-COBRADO.
           MOVE WRK-MOTIVO         TO LIN-MOTIVO.
           MOVE WRK-LINHA-SUSPENSO TO SUSP-REC.
           WRITE SUSP-REC.

       0450-TOTAIS-SUSPENSO.
           MOVE ALL '-' TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE 'LIQUIDACOES NO RETORNO' TO LTT-ROTULO.
           MOVE WRK-QTD-LIQUIDACOES TO LTT-QTD.
           MOVE WRK-VALOR-DETALHES  TO LTT-VALOR.
           MOVE WRK-LINHA-TOTAL TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE 'BAIXADAS AUTOMATICAMENTE' TO LTT-ROTULO.
           MOVE WRK-QTD-BAIXADAS  TO LTT-QTD.
           MOVE WRK-VALOR-BAIXADO TO LTT-VALOR.
           MOVE WRK-LINHA-TOTAL TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE 'EM PENDENCIA (ACERTO MANUAL)' TO LTT-ROTULO.
           MOVE WRK-QTD-SUSPENSAS  TO LTT-QTD.
           MOVE WRK-VALOR-SUSPENSO TO LTT-VALOR.
           MOVE WRK-LINHA-TOTAL TO SUSP-REC.
           WRITE SUSP-REC.

       0500-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG109 - BAIXA DO ARQUIVO RETORNO'.
           DISPLAY 'DETALHES NO RETORNO..: ' WRK-QTD-DETALHES.
           DISPLAY 'LIQUIDACOES..........: ' WRK-QTD-LIQUIDACOES.
           DISPLAY 'OUTRAS OCORRENCIAS...: ' WRK-QTD-IGNORADAS.
           DISPLAY 'PARCELAS BAIXADAS....: ' WRK-QTD-BAIXADAS.
           DISPLAY 'EM PENDENCIA.........: ' WRK-QTD-SUSPENSAS.
           IF WRK-QTD-SUSPENSAS > 0
               DISPLAY 'PENDENCIAS EM SUSPENSO.REL PARA O FINANCEIRO.'
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '----------------------------------------'.

      *    LIDOS = LIQUIDACOES, GRAVADOS = BAIXADAS, REJEITADOS =
      *    PENDENCIAS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG109'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIQUIDACOES TO RS-QTD-LIDOS
           MOVE WRK-QTD-BAIXADAS    TO RS-QTD-GRAVADOS
           MOVE ZEROS               TO RS-QTD-INCLUIDOS
           MOVE ZEROS               TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SUSPENSAS   TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG109.
