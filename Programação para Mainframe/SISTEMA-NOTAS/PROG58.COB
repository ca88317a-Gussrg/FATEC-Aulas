      *          sai da cobranca do PROG14 e deixa de aceitar
      *          lancamento novo - metade do ruido da lista de
      *          fechamento era aluno que ja tinha ido embora.
      *          Trancamento ou desistencia do periodo inteiro ajusta
      *          tambem a cobranca (MENSALID.DAT): parcela de
      *          mensalidade com vencimento depois do evento e
      *          cancelada, a do mes do evento e rateada pela regra de
      *          PRORATA.DAT, e o valor ja pago alem do devido vira
      *          credito (trancamento) ou pedido de devolucao
      *          (desistencia). Cada ajuste fica em AJUSTES.DAT para o
      *          financeiro conferir e aprovar no PROG115.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT MENSAL-FILE ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT AJUSTE-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-SEQ
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT PRORATA-FILE ASSIGN TO "PRORATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  AJUSTE-FILE.
           COPY AJUSTREC.

       FD  PRORATA-FILE.
           COPY PRORREC.

       WORKING-STORAGE SECTION.
       77 WRK-PROT-TIPO      PIC X(12) VALUE SPACES.
       77 WRK-PROT-REF-SEQ   PIC 9(05) VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-CONTINUA       PIC X(01) VALUE SPACES.
       77 WRK-QTD-APLICADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AJU-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-MENSAL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-AJUSTE     PIC X(01) VALUE 'N'.
       77 WRK-REGRA          PIC X(01) VALUE 'D'.
       77 WRK-DIAS-BASE      PIC 9(02) VALUE 30.
       77 WRK-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-EVENTO     PIC 9(02) VALUE ZEROS.
       77 WRK-MES-EVENTO     PIC X(06) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INICIO     PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-FIM        PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-DEVIDO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-EXCESSO  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ULTIMO-AJUSTE  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RATEADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEVOLUCOES PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-REDUZIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVOLVER PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-FMV-TIPO       PIC X(10) VALUE 'COBRANCA'.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROG58'.

       01 WRK-DATA-CALC.
           05 WRK-DC-ANO         PIC 9(04).
           05 WRK-DC-MES         PIC 9(02).
           05 WRK-DC-DIA         PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           WRK-QTD-APLICADOS
                   IF WRK-QTD-APLICADOS > 0
                       PERFORM 0380-REGISTRAR-PROTOCOLO
                       IF WRK-EVENTO NOT = 'A'
                          AND WRK-MATERIA = SPACES
                           PERFORM 0400-AJUSTAR-COBRANCA
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ.

      *    AJUSTE DA COBRANCA DO ALUNO QUE SAIU: SO MENSALIDADE (TIPO M)
      *    - PARCELA DE ACORDO E TAXA DE PROTOCOLO SAO DIVIDA JA
      *    CONSTITUIDA E FICAM COMO ESTAO.
       0400-AJUSTAR-COBRANCA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           PERFORM 0410-LER-REGRA.
           IF WRK-DATA-EVENTO IS NOT NUMERIC
               DISPLAY 'DATA DE EFEITO INVALIDA - COBRANCA NAO '
                       'AJUSTADA.'
           ELSE
               OPEN I-O MENSAL-FILE
               IF WRK-MEN-STATUS NOT = '00'
                   DISPLAY 'MENSALIDADES INDISPONIVEL - COBRANCA NAO '
                           'AJUSTADA: ' WRK-MEN-STATUS
               ELSE
                   PERFORM 0420-ABRIR-AJUSTES
                   IF WRK-AJU-STATUS NOT = '00'
                       DISPLAY 'AJUSTES.DAT INDISPONIVEL - COBRANCA '
                               'NAO AJUSTADA: ' WRK-AJU-STATUS
                   ELSE
                       PERFORM 0440-PERCORRER-PARCELAS
                       CLOSE AJUSTE-FILE
                       PERFORM 0480-RESUMO-AJUSTE
                   END-IF
                   CLOSE MENSAL-FILE
               END-IF
           END-IF.

       0410-LER-REGRA.
           OPEN INPUT PRORATA-FILE.
           IF WRK-PRR-STATUS = '00'
               READ PRORATA-FILE
                   NOT AT END
                       MOVE PRR-REGRA     TO WRK-REGRA
                       MOVE PRR-DIAS-BASE TO WRK-DIAS-BASE
               END-READ
               CLOSE PRORATA-FILE
           END-IF.

       0420-ABRIR-AJUSTES.
           OPEN I-O AJUSTE-FILE.
           IF WRK-AJU-STATUS = '35' OR WRK-AJU-STATUS = '05'
               OPEN OUTPUT AJUSTE-FILE
               CLOSE AJUSTE-FILE
               OPEN I-O AJUSTE-FILE
           END-IF
           IF WRK-AJU-STATUS = '00'
               MOVE ZEROS TO WRK-ULTIMO-AJUSTE
               MOVE 'N' TO WRK-FIM-AJUSTE
               MOVE ZEROS TO AJU-SEQ
               START AJUSTE-FILE KEY IS NOT LESS THAN AJU-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-AJUSTE
               END-START
               PERFORM 0425-LER-AJUSTE UNTIL WRK-FIM-AJUSTE = 'S'
           END-IF.

       0425-LER-AJUSTE.
           READ AJUSTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AJUSTE
               NOT AT END
                   MOVE AJU-SEQ TO WRK-ULTIMO-AJUSTE
           END-READ.

      *    DIAS DO MES DO EVENTO PARA A REGRA D: O DIVISOR FIXO DO
      *    PARAMETRO OU, COM ZERO, OS DIAS REAIS DO MES.
       0430-CALCULAR-DIAS-MES.
           MOVE WRK-DATA-EVENTO(1:6) TO WRK-MES-EVENTO.
           MOVE WRK-DATA-EVENTO(7:2) TO WRK-DIA-EVENTO.
           IF WRK-DIAS-BASE > 0
               MOVE WRK-DIAS-BASE TO WRK-DIAS-MES
           ELSE
               MOVE WRK-DATA-EVENTO TO WRK-DATA-CALC
               MOVE 1 TO WRK-DC-DIA
               MOVE WRK-DATA-CALC TO WRK-DATA-NUM
               COMPUTE WRK-DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               ADD 1 TO WRK-DC-MES
               IF WRK-DC-MES > 12
                   MOVE 1 TO WRK-DC-MES
                   ADD 1 TO WRK-DC-ANO
               END-IF
               MOVE WRK-DATA-CALC TO WRK-DATA-NUM
               COMPUTE WRK-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               COMPUTE WRK-DIAS-MES = WRK-DIA-FIM - WRK-DIA-INICIO
           END-IF.

       0440-PERCORRER-PARCELAS.
           MOVE ZEROS TO WRK-QTD-CANCELADAS WRK-QTD-RATEADAS
                         WRK-QTD-DEVOLUCOES WRK-TOTAL-REDUZIDO
                         WRK-TOTAL-DEVOLVER.
           PERFORM 0430-CALCULAR-DIAS-MES.
           MOVE 'N' TO WRK-FIM-MENSAL.
           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           MOVE LOW-VALUES    TO MEN-COMPETENCIA.
           START MENSAL-FILE KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MENSAL
           END-START.
           PERFORM 0450-AJUSTAR-PARCELA UNTIL WRK-FIM-MENSAL = 'S'.

      *    MES DO EVENTO: RATEIO. MES POSTERIOR COM VENCIMENTO DEPOIS
      *    DO EVENTO: CANCELAMENTO. MESES ANTERIORES CONTINUAM
      *    DEVIDOS COMO ESTAO.
       0450-AJUSTAR-PARCELA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   IF MEN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-MENSAL
                   ELSE
                       IF (MEN-TIPO = 'M' OR MEN-TIPO = SPACE)
                          AND (MEN-STATUS = 'A' OR MEN-STATUS = 'P')
                           EVALUATE TRUE
                               WHEN MEN-COMPETENCIA = WRK-MES-EVENTO
                                   PERFORM 0500-RATEAR-PARCELA
                               WHEN MEN-COMPETENCIA > WRK-MES-EVENTO
                                AND MEN-VENCIMENTO > WRK-DATA-EVENTO
                                   PERFORM 0550-CANCELAR-PARCELA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       0480-RESUMO-AJUSTE.
           DISPLAY 'AJUSTE DA COBRANCA (REGRA ' WRK-REGRA ')'.
           DISPLAY 'PARCELAS CANCELADAS..: ' WRK-QTD-CANCELADAS.
           DISPLAY 'PARCELAS RATEADAS....: ' WRK-QTD-RATEADAS.
           DISPLAY 'VALOR REDUZIDO.......: ' WRK-TOTAL-REDUZIDO.
           DISPLAY 'CREDITO/DEVOLUCAO....: ' WRK-QTD-DEVOLUCOES
                   ' - VALOR ' WRK-TOTAL-DEVOLVER.
           IF WRK-QTD-DEVOLUCOES > 0
               DISPLAY 'PENDENTE DE APROVACAO DO FINANCEIRO (PROG115).'
           END-IF.

       0500-RATEAR-PARCELA.
           EVALUATE WRK-REGRA
               WHEN 'I'
                   MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
               WHEN 'Q'
                   IF WRK-DIA-EVENTO > 15
                       MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
                   ELSE
                       COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                           MEN-VALOR / 2
                   END-IF
               WHEN OTHER
                   IF WRK-DIA-EVENTO NOT < WRK-DIAS-MES
                       MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
                   ELSE
                       COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                           MEN-VALOR * WRK-DIA-EVENTO / WRK-DIAS-MES
                   END-IF
           END-EVALUATE.
           IF WRK-VALOR-DEVIDO < MEN-VALOR
               PERFORM 0520-INICIAR-AJUSTE
               MOVE WRK-VALOR-DEVIDO TO AJU-VALOR-AJUSTADO
               IF MEN-STATUS = 'P'
                   COMPUTE WRK-VALOR-EXCESSO =
                       MEN-VALOR - WRK-VALOR-DEVIDO
                   PERFORM 0530-DEVOLVER-EXCESSO
               ELSE
                   MOVE 'P' TO AJU-ACAO
                   ADD 1 TO WRK-QTD-RATEADAS
               END-IF
               COMPUTE WRK-FMV-VALOR =
                   WRK-VALOR-DEVIDO - MEN-VALOR
               ADD MEN-VALOR TO WRK-TOTAL-REDUZIDO
               SUBTRACT WRK-VALOR-DEVIDO FROM WRK-TOTAL-REDUZIDO
               MOVE WRK-VALOR-DEVIDO TO MEN-VALOR
               REWRITE MENSAL-REC
               PERFORM 0950-REGISTRAR-MOVIMENTO
               PERFORM 0600-GRAVAR-AJUSTE
           END-IF.

       0520-INICIAR-AJUSTE.
           MOVE MEN-MATRICULA   TO AJU-MATRICULA.
           MOVE MEN-COMPETENCIA TO AJU-COMPETENCIA.
           MOVE WRK-EVENTO      TO AJU-EVENTO.
           MOVE WRK-DATA-EVENTO TO AJU-DATA-EVENTO.
           MOVE MEN-VALOR       TO AJU-VALOR-ORIGINAL.
           MOVE ZEROS           TO AJU-VALOR-AJUSTADO
                                   AJU-VALOR-DEVOLVER.
           MOVE SPACES          TO AJU-STATUS AJU-DATA-DECISAO
                                   AJU-OPERADOR-DECISAO.
           IF MEN-STATUS = 'P'
               MOVE MEN-VALOR-PAGO TO AJU-VALOR-PAGO
           ELSE
               MOVE ZEROS          TO AJU-VALOR-PAGO
           END-IF.
           MOVE WRK-PROT-NUMERO TO AJU-PROTOCOLO.
           MOVE WRK-DATA-HOJE   TO AJU-DATA-AJUSTE.

      *    O PAGO A MAIOR NUNCA PASSA DO QUE FOI PAGO. TRANCAMENTO
      *    (ALUNO PODE VOLTAR) VIRA CREDITO; DESISTENCIA VIRA PEDIDO
      *    DE DEVOLUCAO.
       0530-DEVOLVER-EXCESSO.
           IF WRK-VALOR-EXCESSO > MEN-VALOR-PAGO
               MOVE MEN-VALOR-PAGO TO WRK-VALOR-EXCESSO
           END-IF.
           IF WRK-EVENTO = 'T'
               MOVE 'K' TO AJU-ACAO
           ELSE
               MOVE 'R' TO AJU-ACAO
           END-IF.
           MOVE WRK-VALOR-EXCESSO TO AJU-VALOR-DEVOLVER.
           IF WRK-VALOR-EXCESSO > 0
               MOVE 'P' TO AJU-STATUS
               ADD 1 TO WRK-QTD-DEVOLUCOES
               ADD WRK-VALOR-EXCESSO TO WRK-TOTAL-DEVOLVER
           END-IF.

       0550-CANCELAR-PARCELA.
           PERFORM 0520-INICIAR-AJUSTE.
           IF MEN-STATUS = 'P'
               MOVE MEN-VALOR TO WRK-VALOR-EXCESSO
               PERFORM 0530-DEVOLVER-EXCESSO
           ELSE
               MOVE 'C' TO AJU-ACAO
           END-IF.
           ADD 1 TO WRK-QTD-CANCELADAS.
           ADD MEN-VALOR TO WRK-TOTAL-REDUZIDO.
           COMPUTE WRK-FMV-VALOR = ZEROS - MEN-VALOR.
           MOVE 'C' TO MEN-STATUS.
           REWRITE MENSAL-REC.
           PERFORM 0950-REGISTRAR-MOVIMENTO.
           PERFORM 0600-GRAVAR-AJUSTE.

       0600-GRAVAR-AJUSTE.
           ADD 1 TO WRK-ULTIMO-AJUSTE.
           MOVE WRK-ULTIMO-AJUSTE TO AJU-SEQ.
           WRITE AJUSTE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR AJUSTE ' AJU-SEQ ': '
                           WRK-AJU-STATUS
           END-WRITE.

      *    ESTORNO DA COBRANCA NO MOVIMENTO FINANCEIRO DO DIA (FMV-VALOR
      *    NEGATIVO) PARA A INTERFACE CONTABIL DO PROG113.
       0950-REGISTRAR-MOVIMENTO.
           CALL 'FINMOV' USING WRK-FMV-TIPO MEN-MATRICULA
                               MEN-COMPETENCIA WRK-FMV-VALOR
                               WRK-FMV-PROGRAMA.

       END PROGRAM PROG58.
