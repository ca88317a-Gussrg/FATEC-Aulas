       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG115.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ajustes de cobranca por trancamento/desistencia
      *          (AJUSTES.DAT, gravados pelo PROG58) - emite o
      *          relatorio de todos os ajustes (AJUSTE.REL: parcelas
      *          canceladas e rateadas, creditos e devolucoes) para o
      *          financeiro conferir e registra a decisao sobre cada
      *          credito ou devolucao pendente. Devolucao aprovada vai
      *          para o movimento financeiro do dia (DEVOLUCAO) da
      *          interface contabil do PROG113; credito aprovado fica
      *          como saldo do aluno.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJUSTE-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-SEQ
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT AJUSTE-REL ASSIGN TO "AJUSTE.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTE-FILE.
           COPY AJUSTREC.

       FD  AJUSTE-REL.
       01  AJUSTE-LINHA           PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-AJU-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SO-PENDENTES   PIC X(01) VALUE 'N'.
       77 WRK-FIM-AJUSTE     PIC X(01) VALUE 'N'.
       77 WRK-SEQ-ESCOLHIDO  PIC 9(07) VALUE ZEROS.
       77 WRK-DECISAO        PIC X(01) VALUE SPACES.
       77 WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-REDUZIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-FMV-TIPO       PIC X(10) VALUE 'DEVOLUCAO'.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROG115'.

       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(19) VALUE 'SEQ     MATRICULA'.
           05 FILLER             PIC X(20) VALUE 'COMPET EV EFEITO'.
           05 FILLER             PIC X(13) VALUE 'ACAO'.
           05 FILLER             PIC X(10) VALUE '  ORIGINAL'.
           05 FILLER             PIC X(10) VALUE '  AJUSTADO'.
           05 FILLER             PIC X(10) VALUE '      PAGO'.
           05 FILLER             PIC X(10) VALUE '  DEVOLVER'.
           05 FILLER             PIC X(32)
                                 VALUE ' ST PROTOC.  DECISAO  OPERADOR'.

       01 WRK-LINHA-DETALHE.
           05 LDT-SEQ            PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-MATRICULA      PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-COMPETENCIA    PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-EVENTO         PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-DATA-EVENTO    PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-ACAO           PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-ORIGINAL       PIC ZZZ.ZZ9,99.
           05 LDT-AJUSTADO       PIC ZZZ.ZZ9,99.
           05 LDT-PAGO           PIC ZZZ.ZZ9,99.
           05 LDT-DEVOLVER       PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-STATUS         PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-PROTOCOLO      PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LDT-DATA-DECISAO   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-OPERADOR       PIC X(10).

       01 WRK-LINHA-RESUMO.
           05 LRS-ROTULO         PIC X(40).
           05 LRS-QTD            PIC ZZ.ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LRS-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           OPEN I-O AJUSTE-FILE
           IF WRK-AJU-STATUS NOT = '00'
               DISPLAY 'AJUSTES.DAT INDISPONIVEL OU VAZIO: '
                       WRK-AJU-STATUS
           ELSE
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE AJUSTE-FILE
           END-IF
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'AJUSTES DE COBRANCA POR TRANCAMENTO/DESISTENCIA'.
           DISPLAY '1 - RELATORIO DE AJUSTES (AJUSTE.REL)'.
           DISPLAY '2 - DECIDIR CREDITO/DEVOLUCAO PENDENTE'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-EMITIR-RELATORIO
               WHEN '2'
                   PERFORM 0500-DECIDIR
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-EMITIR-RELATORIO.
           DISPLAY 'SO OS PENDENTES DE APROVACAO? S/N: '.
           ACCEPT WRK-SO-PENDENTES.
           IF WRK-SO-PENDENTES = 's'
               MOVE 'S' TO WRK-SO-PENDENTES
           END-IF
           MOVE ZEROS TO WRK-QTD-LISTADOS WRK-QTD-PENDENTES
                         WRK-TOTAL-PENDENTE WRK-TOTAL-REDUZIDO.
           OPEN OUTPUT AJUSTE-REL.
           MOVE SPACES TO AJUSTE-LINHA.
           STRING 'AJUSTES DE COBRANCA POR TRANCAMENTO/DESISTENCIA EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE ALL '=' TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE WRK-LINHA-CABECALHO TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE ALL '-' TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE 'N' TO WRK-FIM-AJUSTE.
           MOVE ZEROS TO AJU-SEQ.
           START AJUSTE-FILE KEY IS NOT LESS THAN AJU-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AJUSTE
           END-START.
           PERFORM 0350-LISTAR-AJUSTE UNTIL WRK-FIM-AJUSTE = 'S'.
           PERFORM 0400-IMPRIMIR-TOTAIS.
           CLOSE AJUSTE-REL.
           DISPLAY 'AJUSTES LISTADOS: ' WRK-QTD-LISTADOS
                   ' - RELATORIO EM AJUSTE.REL'.

       0350-LISTAR-AJUSTE.
           READ AJUSTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AJUSTE
               NOT AT END
                   IF WRK-SO-PENDENTES NOT = 'S'
                      OR AJU-STATUS = 'P'
                       PERFORM 0360-IMPRIMIR-AJUSTE
                   END-IF
           END-READ.

       0360-IMPRIMIR-AJUSTE.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE AJU-SEQ            TO LDT-SEQ.
           MOVE AJU-MATRICULA      TO LDT-MATRICULA.
           MOVE AJU-COMPETENCIA    TO LDT-COMPETENCIA.
           MOVE AJU-EVENTO         TO LDT-EVENTO.
           MOVE AJU-DATA-EVENTO    TO LDT-DATA-EVENTO.
           EVALUATE AJU-ACAO
               WHEN 'C'
                   MOVE 'CANCELADA'    TO LDT-ACAO
               WHEN 'P'
                   MOVE 'RATEADA'      TO LDT-ACAO
               WHEN 'K'
                   MOVE 'CREDITO'      TO LDT-ACAO
               WHEN 'R'
                   MOVE 'DEVOLUCAO'    TO LDT-ACAO
               WHEN OTHER
                   MOVE AJU-ACAO       TO LDT-ACAO
           END-EVALUATE.
           MOVE AJU-VALOR-ORIGINAL TO LDT-ORIGINAL.
           MOVE AJU-VALOR-AJUSTADO TO LDT-AJUSTADO.
           MOVE AJU-VALOR-PAGO     TO LDT-PAGO.
           MOVE AJU-VALOR-DEVOLVER TO LDT-DEVOLVER.
           MOVE AJU-STATUS         TO LDT-STATUS.
           MOVE AJU-PROTOCOLO      TO LDT-PROTOCOLO.
           MOVE AJU-DATA-DECISAO   TO LDT-DATA-DECISAO.
           MOVE AJU-OPERADOR-DECISAO TO LDT-OPERADOR.
           MOVE WRK-LINHA-DETALHE  TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           ADD AJU-VALOR-ORIGINAL TO WRK-TOTAL-REDUZIDO.
           SUBTRACT AJU-VALOR-AJUSTADO FROM WRK-TOTAL-REDUZIDO.
           IF AJU-STATUS = 'P'
               ADD 1 TO WRK-QTD-PENDENTES
               ADD AJU-VALOR-DEVOLVER TO WRK-TOTAL-PENDENTE
           END-IF.

       0400-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE 'AJUSTES LISTADOS / COBRANCA REDUZIDA' TO LRS-ROTULO.
           MOVE WRK-QTD-LISTADOS   TO LRS-QTD.
           MOVE WRK-TOTAL-REDUZIDO TO LRS-VALOR.
           MOVE WRK-LINHA-RESUMO   TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.
           MOVE 'PENDENTES DE APROVACAO / A DEVOLVER' TO LRS-ROTULO.
           MOVE WRK-QTD-PENDENTES  TO LRS-QTD.
           MOVE WRK-TOTAL-PENDENTE TO LRS-VALOR.
           MOVE WRK-LINHA-RESUMO   TO AJUSTE-LINHA.
           WRITE AJUSTE-LINHA.

      *    SO CREDITO OU DEVOLUCAO PENDENTE RECEBE DECISAO; CANCELAMENTO
      *    E RATEIO DE PARCELA ABERTA NAO MOVIMENTAM DINHEIRO.
       0500-DECIDIR.
           DISPLAY 'SEQUENCIA DO AJUSTE: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           MOVE WRK-SEQ-ESCOLHIDO TO AJU-SEQ.
           READ AJUSTE-FILE KEY IS AJU-SEQ
               INVALID KEY
                   DISPLAY 'AJUSTE NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0550-AVALIAR-AJUSTE
           END-READ.

       0550-AVALIAR-AJUSTE.
           IF AJU-STATUS NOT = 'P'
               DISPLAY 'AJUSTE SEM DECISAO PENDENTE (STATUS ['
                       AJU-STATUS ']).'
           ELSE
               DISPLAY 'ALUNO........: ' AJU-MATRICULA ' PARCELA '
                       AJU-COMPETENCIA
               DISPLAY 'EVENTO.......: ' AJU-EVENTO ' EM '
                       AJU-DATA-EVENTO ' - PROTOCOLO ' AJU-PROTOCOLO
               DISPLAY 'PAGO.........: ' AJU-VALOR-PAGO
                       ' - DEVIDO ' AJU-VALOR-AJUSTADO
               IF AJU-ACAO = 'R'
                   DISPLAY 'DEVOLUCAO....: ' AJU-VALOR-DEVOLVER
               ELSE
                   DISPLAY 'CREDITO......: ' AJU-VALOR-DEVOLVER
               END-IF
               DISPLAY 'APROVAR (A) OU NEGAR (N)? '
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO AJU-STATUS
                       PERFORM 0560-FECHAR-DECISAO
                       IF AJU-ACAO = 'R'
                           MOVE AJU-VALOR-DEVOLVER TO WRK-FMV-VALOR
                           CALL 'FINMOV' USING WRK-FMV-TIPO
                                               AJU-MATRICULA
                                               AJU-COMPETENCIA
                                               WRK-FMV-VALOR
                                               WRK-FMV-PROGRAMA
                       END-IF
                       DISPLAY 'AJUSTE APROVADO.'
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO AJU-STATUS
                       PERFORM 0560-FECHAR-DECISAO
                       DISPLAY 'AJUSTE NEGADO.'
                   WHEN OTHER
                       DISPLAY 'DECISAO NAO RECONHECIDA - AJUSTE '
                               'MANTIDO PENDENTE.'
               END-EVALUATE
           END-IF.

       0560-FECHAR-DECISAO.
           MOVE WRK-DATA-HOJE TO AJU-DATA-DECISAO.
           MOVE WRK-OPERADOR  TO AJU-OPERADOR-DECISAO.
           REWRITE AJUSTE-REC.

       END PROGRAM PROG115.
