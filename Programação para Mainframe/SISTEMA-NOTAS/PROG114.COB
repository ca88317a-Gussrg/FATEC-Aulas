       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG114.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabela de taxas de servico (TAXAS.DAT) - cadastra por
      *          tipo de protocolo (PRT-TIPO) o valor que o regimento
      *          cobra pelo pedido e o prazo do boleto em dias. Ao
      *          abrir protocolo de tipo com valor maior que zero o
      *          PROTNUM gera a cobranca em MENSALID.DAT e o pedido
      *          aguarda o pagamento. Valor zero suspende a cobranca
      *          do tipo sem apagar a linha.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXA-FILE ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-TIPO
               FILE STATUS IS WRK-TAX-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXA-FILE.
           COPY TAXAREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-TAX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-TIPO           PIC X(12) VALUE SPACES.
       77 WRK-DESCRICAO      PIC X(30) VALUE SPACES.
       77 WRK-VALOR          PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIAS-VENC      PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-TAXA       PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-OK        PIC X(01) VALUE 'N'.

      *    TIPOS DE PEDIDO NUMERADOS PELO PROTNUM (PROTREC.CPY).
       01 WRK-TIPOS-TAB.
           05 FILLER            PIC X(12) VALUE 'RECURSO     '.
           05 FILLER            PIC X(12) VALUE 'CORRECAO    '.
           05 FILLER            PIC X(12) VALUE 'SEGCHAMADA  '.
           05 FILLER            PIC X(12) VALUE 'TRANCAMENTO '.
           05 FILLER            PIC X(12) VALUE 'DESISTENCIA '.
           05 FILLER            PIC X(12) VALUE 'REATIVACAO  '.
           05 FILLER            PIC X(12) VALUE 'TRANSFER    '.
           05 FILLER            PIC X(12) VALUE '2VIADIPLOMA '.
           05 FILLER            PIC X(12) VALUE 'PROFICIENCIA'.
       01 WRK-TIPOS-RED REDEFINES WRK-TIPOS-TAB.
           05 WRK-TIPO-VALIDO   OCCURS 9 TIMES PIC X(12).

       01 WRK-VALOR-EDITADO      PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-TAX-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE TAXA-FILE
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

       0100-ABRIR-ARQUIVO.
           OPEN I-O TAXA-FILE.
           IF WRK-TAX-STATUS = '35' OR WRK-TAX-STATUS = '05'
               OPEN OUTPUT TAXA-FILE
               CLOSE TAXA-FILE
               OPEN I-O TAXA-FILE
           END-IF
           IF WRK-TAX-STATUS NOT = '00'
               DISPLAY 'TABELA DE TAXAS INDISPONIVEL: '
                       WRK-TAX-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'TABELA DE TAXAS DE SERVICO'.
           DISPLAY '1 - INCLUIR/ALTERAR TAXA'.
           DISPLAY '2 - LISTAR TABELA'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-MANTER-TAXA
               WHEN '2'
                   PERFORM 0400-LISTAR-TABELA
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    SO SE ACEITA TIPO QUE O PROTNUM REALMENTE NUMERA - TAXA DE
      *    TIPO DIGITADO ERRADO NUNCA SERIA COBRADA.
       0300-MANTER-TAXA.
           DISPLAY 'TIPO DO PROTOCOLO (EX: 2VIADIPLOMA): '.
           ACCEPT WRK-TIPO.
           MOVE 'N' TO WRK-TIPO-OK.
           PERFORM 0310-CONFERIR-TIPO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9.
           IF WRK-TIPO-OK = 'N'
               DISPLAY 'TIPO DE PROTOCOLO DESCONHECIDO.'
           ELSE
               DISPLAY 'DESCRICAO: '
               ACCEPT WRK-DESCRICAO
               DISPLAY 'VALOR DA TAXA (EX: 00080,00 - ZERO = ISENTO): '
               ACCEPT WRK-VALOR
               DISPLAY 'PRAZO DO BOLETO EM DIAS (EX: 05): '
               ACCEPT WRK-DIAS-VENC
               MOVE WRK-TIPO TO TAX-TIPO
               READ TAXA-FILE KEY IS TAX-TIPO
                   INVALID KEY
                       PERFORM 0350-MONTAR-TAXA
                       WRITE TAXA-REC
                       DISPLAY 'TAXA INCLUIDA.'
                   NOT INVALID KEY
                       PERFORM 0350-MONTAR-TAXA
                       REWRITE TAXA-REC
                       DISPLAY 'TAXA ALTERADA.'
               END-READ
           END-IF.

       0310-CONFERIR-TIPO.
           IF WRK-TIPO-VALIDO(WRK-IND) = WRK-TIPO
               MOVE 'S' TO WRK-TIPO-OK
           END-IF.

       0350-MONTAR-TAXA.
           MOVE WRK-TIPO         TO TAX-TIPO.
           MOVE WRK-DESCRICAO    TO TAX-DESCRICAO.
           MOVE WRK-VALOR        TO TAX-VALOR.
           MOVE WRK-DIAS-VENC    TO TAX-DIAS-VENC.
           MOVE WRK-DATA-HOJE    TO TAX-DATA-INCLUSAO.
           MOVE WRK-OPERADOR     TO TAX-OPERADOR.

       0400-LISTAR-TABELA.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE 'N' TO WRK-FIM-TAXA.
           MOVE LOW-VALUES TO TAX-TIPO.
           START TAXA-FILE KEY IS NOT LESS THAN TAX-TIPO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TAXA
           END-START.
           PERFORM 0450-LISTAR-LINHA UNTIL WRK-FIM-TAXA = 'S'.
           IF WRK-QTD-LISTADAS = 0
               DISPLAY 'TABELA DE TAXAS VAZIA.'
           ELSE
               DISPLAY 'LINHAS LISTADAS......: ' WRK-QTD-LISTADAS
           END-IF.

       0450-LISTAR-LINHA.
           READ TAXA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TAXA
               NOT AT END
                   ADD 1 TO WRK-QTD-LISTADAS
                   MOVE TAX-VALOR TO WRK-VALOR-EDITADO
                   DISPLAY TAX-TIPO ' ' TAX-DESCRICAO ' '
                           WRK-VALOR-EDITADO ' PRAZO '
                           TAX-DIAS-VENC ' DIAS'
           END-READ.

       END PROGRAM PROG114.
