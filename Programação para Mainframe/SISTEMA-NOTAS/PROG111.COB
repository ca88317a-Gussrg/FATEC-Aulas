       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG111.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rodada mensal de encargos de atraso - percorre
      *          MENSALID.DAT e, em toda parcela aberta com vencimento
      *          passado, grava a multa contratual (percentual sobre o
      *          valor, cobrada uma vez) e os juros de mora por dia de
      *          atraso ate a data da rodada. Os encargos sao sempre
      *          recalculados do zero a partir do valor e do
      *          vencimento, entao a rodada pode ser repetida sem
      *          acumular em dobro. Percentuais pelo SYSIN: multa (ex:
      *          02,00) e juros ao dia (ex: 0,033); linha em branco
      *          ou zero assume 2% de multa e 0,033% ao dia (1% ao
      *          mes). O calculo fica no CALCENC, o mesmo que a baixa
      *          do retorno bancario (PROG109) usa ate a data do
      *          pagamento.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-MENSAL     PIC X(01) VALUE 'N'.
       77 WRK-PARM-MULTA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PARM-JUROS     PIC 9(01)V999 VALUE ZEROS.
       77 WRK-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CALCULADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DATA-RUIM  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-MULTA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-JUROS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ENCARGO-ANT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FMV-TIPO       PIC X(10) VALUE SPACES.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROG111'.
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
           OPEN I-O MENSAL-FILE
           IF WRK-MEN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL: '
                       WRK-MEN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO MEN-CHAVE
               START MENSAL-FILE KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MENSAL
               END-START
               PERFORM 0200-CALCULAR-PARCELA
                   UNTIL WRK-FIM-MENSAL = 'S'
               CLOSE MENSAL-FILE
               PERFORM 0950-GRAVAR-ESTATISTICA
           END-IF
           PERFORM 0500-RESUMO
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG111' TO DDN-PROGRAMA.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
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

      *    ENCARGO SO EM PARCELA ABERTA E VENCIDA; PARCELA PAGA,
      *    CANCELADA OU RENEGOCIADA GUARDA O ENCARGO QUE TINHA. TAXA
      *    DE PROTOCOLO (TIPO T) NAO TEM ENCARGO.
       0200-CALCULAR-PARCELA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF MEN-STATUS = 'A'
                      AND MEN-VENCIMENTO < WRK-DATA-HOJE
                      AND MEN-TIPO NOT = 'T'
                       PERFORM 0250-APLICAR-ENCARGO
                   END-IF
           END-READ.

       0250-APLICAR-ENCARGO.
           IF MEN-VENCIMENTO IS NOT NUMERIC
               ADD 1 TO WRK-QTD-DATA-RUIM
               DISPLAY 'VENCIMENTO INVALIDO: ' MEN-MATRICULA ' '
                       MEN-COMPETENCIA ' [' MEN-VENCIMENTO ']'
           ELSE
               COMPUTE WRK-ENCARGO-ANT = MEN-MULTA + MEN-JUROS
               MOVE MEN-VALOR      TO ENC-VALOR
               MOVE MEN-VENCIMENTO TO ENC-VENCIMENTO
               MOVE WRK-DATA-HOJE  TO ENC-DATA-BASE
               CALL 'CALCENC' USING ENC-PARM
               MOVE ENC-MULTA      TO MEN-MULTA
               MOVE ENC-JUROS      TO MEN-JUROS
               MOVE WRK-DATA-HOJE TO MEN-DATA-ENCARGO
               REWRITE MENSAL-REC
      *        SO A DIFERENCA PARA A RODADA ANTERIOR E MOVIMENTO NOVO
               MOVE 'ENCARGO' TO WRK-FMV-TIPO
               COMPUTE WRK-FMV-VALOR =
                   MEN-MULTA + MEN-JUROS - WRK-ENCARGO-ANT
               CALL 'FINMOV' USING WRK-FMV-TIPO MEN-MATRICULA
                                   MEN-COMPETENCIA WRK-FMV-VALOR
                                   WRK-FMV-PROGRAMA
               ADD 1 TO WRK-QTD-CALCULADAS
               ADD MEN-MULTA TO WRK-TOTAL-MULTA
               ADD MEN-JUROS TO WRK-TOTAL-JUROS
           END-IF.

       0500-RESUMO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG111 - ENCARGOS DE ATRASO EM ' WRK-DATA-HOJE.
           DISPLAY 'PARCELAS LIDAS.......: ' WRK-QTD-LIDAS.
           DISPLAY 'PARCELAS COM ENCARGO.: ' WRK-QTD-CALCULADAS.
           DISPLAY 'VENCIMENTO INVALIDO..: ' WRK-QTD-DATA-RUIM.
           DISPLAY 'TOTAL DE MULTA.......: ' WRK-TOTAL-MULTA.
           DISPLAY 'TOTAL DE JUROS.......: ' WRK-TOTAL-JUROS.
           DISPLAY '----------------------------------------'.
           IF WRK-QTD-DATA-RUIM > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    LIDOS = PARCELAS LIDAS, GRAVADOS = PARCELAS COM ENCARGO,
      *    REJEITADOS = VENCIMENTO INVALIDO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG111'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDAS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-CALCULADAS TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-DATA-RUIM  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG111.
