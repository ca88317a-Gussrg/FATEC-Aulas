      * Purpose: Atribuicao do numero de protocolo unificado -
      *          subprograma CALLado por todo ponto que registra um
      *          pedido de aluno (PROG11, PROG49, PROG58, PROG69,
      *          PROG79, PROG83, PROG127): pega o proximo numero de
      *          PROTOCOL.DAT, grava o registro com o tipo, a
      *          matricula e a referencia cruzada ao arquivo de
      *          origem, e devolve o numero para o chamador exibir ao
      *          aluno. O balcao consulta a trilha pelo PROG102.
      *          Tipo de pedido com taxa na tabela TAXAS.DAT (PROG114)
      *          gera na hora a cobranca em MENSALID.DAT (competencia
      *          'T' + sequencia do aluno, amarrada ao numero do
      *          protocolo), registra o movimento TAXA para a
      *          contabilidade e deixa o protocolo aguardando
      *          pagamento; a baixa da parcela libera o pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOCOLO-FILE ASSIGN TO WRK-ARQ-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WRK-PRT-STATUS.
           SELECT TAXA-FILE ASSIGN TO WRK-ARQ-TAXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-TIPO
               FILE STATUS IS WRK-TAX-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROTOCOLO-FILE.
           COPY PROTREC.

       FD  TAXA-FILE.
           COPY TAXAREC.

       FD  MENSAL-FILE.
           COPY MENSREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PROTOCOL  PIC X(40) VALUE 'PROTOCOL.DAT'.
       77 WRK-ARQ-TAXAS     PIC X(40) VALUE 'TAXAS.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-PRT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-PRT        PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-NUMERO  PIC 9(07) VALUE ZEROS.
       77 WRK-TAX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-MENSAL     PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-TAXA    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-VENC       PIC 9(07) VALUE ZEROS.
       77 WRK-FMV-TIPO       PIC X(10) VALUE 'TAXA'.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROTNUM'.

       01 WRK-COMPET-TAXA.
           05 FILLER             PIC X(01) VALUE 'T'.
           05 WRK-CT-SEQ         PIC 9(05).
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-TIPO          PIC X(12).
       PROCEDURE DIVISION USING LK-TIPO LK-MATRICULA LK-REF-SEQ
                                LK-REF-TEXTO LK-OPERADOR LK-NUMERO.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE ZEROS TO LK-NUMERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO LK-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           OPEN I-O PROTOCOLO-FILE
           IF WRK-PRT-STATUS = '35' OR WRK-PRT-STATUS = '05'
               OPEN OUTPUT PROTOCOLO-FILE
               MOVE LK-MATRICULA      TO PRT-MATRICULA
               MOVE LK-REF-SEQ        TO PRT-REF-SEQ
               MOVE LK-REF-TEXTO      TO PRT-REF-TEXTO
               MOVE WRK-DATA-HOJE     TO PRT-DATA-ABERTURA
               MOVE LK-OPERADOR       TO PRT-OPERADOR
               MOVE SPACES            TO PRT-SITUACAO
                                         PRT-TAXA-COMPET
               MOVE ZEROS             TO PRT-TAXA-VALOR
               MOVE WRK-DATA-HOJE     TO PRT-DATA-SITUACAO
               WRITE PROTOCOLO-REC
               MOVE PRT-NUMERO TO LK-NUMERO
               PERFORM 0200-COBRAR-TAXA
               CLOSE PROTOCOLO-FILE
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROTNUM' TO DDN-PROGRAMA.
           MOVE 'PROTOCOL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROTOCOL.
           MOVE 'TAXAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TAXAS.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.

       0100-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-PRT.
                   MOVE PRT-NUMERO TO WRK-ULTIMO-NUMERO
           END-READ.

      *    TAXA DO TIPO DE PEDIDO: SEM TABELA, SEM LINHA OU VALOR ZERO
      *    O PROTOCOLO FICA COMO ESTA (SEM TAXA).
       0200-COBRAR-TAXA.
           OPEN INPUT TAXA-FILE.
           IF WRK-TAX-STATUS = '00'
               MOVE LK-TIPO TO TAX-TIPO
               READ TAXA-FILE KEY IS TAX-TIPO
                   INVALID KEY
                       MOVE ZEROS TO TAX-VALOR
               END-READ
               CLOSE TAXA-FILE
               IF TAX-VALOR > 0
                   PERFORM 0250-GERAR-COBRANCA
               END-IF
           END-IF.

       0250-GERAR-COBRANCA.
           OPEN I-O MENSAL-FILE.
           IF WRK-MEN-STATUS = '35' OR WRK-MEN-STATUS = '05'
               OPEN OUTPUT MENSAL-FILE
               CLOSE MENSAL-FILE
               OPEN I-O MENSAL-FILE
           END-IF
           IF WRK-MEN-STATUS NOT = '00'
               DISPLAY 'MENSALIDADES INDISPONIVEL - TAXA DO PROTOCOLO '
                       PRT-NUMERO ' NAO GERADA: ' WRK-MEN-STATUS
           ELSE
               PERFORM 0300-PROXIMA-TAXA
               MOVE LK-MATRICULA    TO MEN-MATRICULA
               MOVE WRK-COMPET-TAXA TO MEN-COMPETENCIA
               MOVE TAX-VALOR       TO MEN-VALOR
               MOVE WRK-DATA-HOJE   TO WRK-DATA-NUM
               COMPUTE WRK-DIA-VENC =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   + TAX-DIAS-VENC
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-VENC)
               MOVE WRK-DATA-NUM    TO MEN-VENCIMENTO
               MOVE 'A'             TO MEN-STATUS
               MOVE SPACES          TO MEN-DATA-PAGAMENTO
                                       MEN-DATA-ENCARGO
               MOVE ZEROS           TO MEN-VALOR-PAGO MEN-MULTA
                                       MEN-JUROS MEN-ACORDO
               MOVE 'T'             TO MEN-TIPO
               MOVE PRT-NUMERO      TO MEN-PROTOCOLO
               WRITE MENSAL-REC
                   INVALID KEY
                       DISPLAY 'TAXA DO PROTOCOLO ' PRT-NUMERO
                               ' NAO GRAVADA: ' WRK-MEN-STATUS
                   NOT INVALID KEY
                       MOVE TAX-VALOR TO WRK-FMV-VALOR
                       CALL 'FINMOV' USING WRK-FMV-TIPO
                                           MEN-MATRICULA
                                           MEN-COMPETENCIA
                                           WRK-FMV-VALOR
                                           WRK-FMV-PROGRAMA
                       MOVE 'A'             TO PRT-SITUACAO
                       MOVE WRK-COMPET-TAXA TO PRT-TAXA-COMPET
                       MOVE TAX-VALOR       TO PRT-TAXA-VALOR
                       REWRITE PROTOCOLO-REC
                       DISPLAY 'PROTOCOLO ' PRT-NUMERO
                               ' AGUARDANDO PAGAMENTO DA TAXA DE '
                               TAX-VALOR ' (PARCELA '
                               WRK-COMPET-TAXA ' VENC '
                               MEN-VENCIMENTO ')'
               END-WRITE
               CLOSE MENSAL-FILE
           END-IF.

      *    PROXIMA SEQUENCIA DE TAXA DO ALUNO: AS COMPETENCIAS 'T'
      *    FICAM DEPOIS DAS AAAAMM E DAS 'A' DE ACORDO NA CHAVE.
       0300-PROXIMA-TAXA.
           MOVE ZEROS TO WRK-ULTIMA-TAXA.
           MOVE 'N' TO WRK-FIM-MENSAL.
           MOVE LK-MATRICULA TO MEN-MATRICULA.
           MOVE 'T00000'     TO MEN-COMPETENCIA.
           START MENSAL-FILE KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MENSAL
           END-START.
           PERFORM 0350-LER-TAXA UNTIL WRK-FIM-MENSAL = 'S'.
           COMPUTE WRK-CT-SEQ = WRK-ULTIMA-TAXA + 1.

       0350-LER-TAXA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   IF MEN-MATRICULA NOT = LK-MATRICULA
                      OR MEN-COMPETENCIA(1:1) NOT = 'T'
                      OR MEN-COMPETENCIA(2:5) IS NOT NUMERIC
                       MOVE 'S' TO WRK-FIM-MENSAL
                   ELSE
                       MOVE MEN-COMPETENCIA(2:5) TO WRK-ULTIMA-TAXA
                   END-IF
           END-READ.

       END PROGRAM PROTNUM.
