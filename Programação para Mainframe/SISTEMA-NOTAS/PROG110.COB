       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG110.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabela de precos de mensalidade (PRECOS.DAT) - cadastra
      *          por curso, turno e ano/semestre de vigencia a taxa
      *          basica e o valor por hora de carga horaria que o
      *          PROG71 usa para cobrar cada aluno, lista a tabela de
      *          um periodo e aplica o reajuste anual aprovado: o
      *          percentual e aplicado sobre a tabela de um periodo e
      *          gera a tabela do periodo seguinte, sem alterar a
      *          antiga, que fica para auditoria.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-FILE ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-PRC-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-FILE.
           COPY PRECOREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-PRC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-TURNO          PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-ORIGEM         PIC X(06) VALUE SPACES.
       77 WRK-DESTINO        PIC X(06) VALUE SPACES.
       77 WRK-PERCENTUAL     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-BASE     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-HORA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-FIM-PRECO      PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GERADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JA-EXISTIAM PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TAB        PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

      *    LINHAS DO PERIODO DE ORIGEM, CARREGADAS ANTES DE GRAVAR AS
      *    DO PERIODO NOVO PARA NAO LER DE VOLTA O QUE SE ACABOU DE
      *    INCLUIR.
       01 WRK-TABELA-ORIGEM.
           05 WRK-ORG-ITEM OCCURS 300 TIMES.
               10 WRK-ORG-CURSO      PIC X(10).
               10 WRK-ORG-TURNO      PIC X(01).
               10 WRK-ORG-BASE       PIC 9(05)V99.
               10 WRK-ORG-HORA       PIC 9(03)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-PRC-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
               CLOSE PRECO-FILE
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
           OPEN I-O PRECO-FILE.
           IF WRK-PRC-STATUS = '35' OR WRK-PRC-STATUS = '05'
               OPEN OUTPUT PRECO-FILE
               CLOSE PRECO-FILE
               OPEN I-O PRECO-FILE
           END-IF
           IF WRK-PRC-STATUS NOT = '00'
               DISPLAY 'TABELA DE PRECOS INDISPONIVEL: '
                       WRK-PRC-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'TABELA DE PRECOS DE MENSALIDADE'.
           DISPLAY '1 - INCLUIR/ALTERAR PRECO'.
           DISPLAY '2 - LISTAR TABELA DE UM PERIODO'.
           DISPLAY '3 - REAJUSTE ANUAL (GERAR TABELA NOVA)'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-MANTER-PRECO
               WHEN '2'
                   PERFORM 0400-LISTAR-TABELA
               WHEN '3'
                   PERFORM 0500-REAJUSTAR
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    SO SE ALTERA A LINHA DIGITADA PARA O PROPRIO PERIODO; PARA
      *    MUDAR O PRECO DE OUTRO PERIODO, INCLUI-SE UMA LINHA NOVA
      *    COM A VIGENCIA NOVA.
       0300-MANTER-PRECO.
           DISPLAY 'CURSO: '.
           ACCEPT WRK-CURSO.
           DISPLAY 'TURNO (M/V/N OU ESPACO = QUALQUER): '.
           ACCEPT WRK-TURNO.
           DISPLAY 'VIGENCIA - ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           IF WRK-TURNO NOT = 'M' AND WRK-TURNO NOT = 'V'
              AND WRK-TURNO NOT = 'N' AND WRK-TURNO NOT = SPACE
               DISPLAY 'TURNO INVALIDO.'
           ELSE
               DISPLAY 'TAXA BASICA MENSAL (EX: 00350,00): '
               ACCEPT WRK-VALOR-BASE
               DISPLAY 'VALOR POR HORA DE CARGA (EX: 004,50): '
               ACCEPT WRK-VALOR-HORA
               MOVE WRK-CURSO        TO PRC-CURSO
               MOVE WRK-TURNO        TO PRC-TURNO
               MOVE WRK-ANO-SEMESTRE TO PRC-ANO-SEMESTRE
               READ PRECO-FILE KEY IS PRC-CHAVE
                   INVALID KEY
                       PERFORM 0350-MONTAR-PRECO
                       MOVE SPACES TO PRC-ORIGEM
                       MOVE ZEROS  TO PRC-PERCENTUAL
                       WRITE PRECO-REC
                       DISPLAY 'PRECO INCLUIDO.'
                   NOT INVALID KEY
                       PERFORM 0350-MONTAR-PRECO
                       REWRITE PRECO-REC
                       DISPLAY 'PRECO ALTERADO.'
               END-READ
           END-IF.

       0350-MONTAR-PRECO.
           MOVE WRK-CURSO        TO PRC-CURSO.
           MOVE WRK-TURNO        TO PRC-TURNO.
           MOVE WRK-ANO-SEMESTRE TO PRC-ANO-SEMESTRE.
           MOVE WRK-VALOR-BASE   TO PRC-VALOR-BASE.
           MOVE WRK-VALOR-HORA   TO PRC-VALOR-HORA.
           MOVE WRK-DATA-HOJE    TO PRC-DATA-INCLUSAO.
           MOVE WRK-OPERADOR     TO PRC-OPERADOR.

       0400-LISTAR-TABELA.
           DISPLAY 'ANO/SEMESTRE DE VIGENCIA: '.
           ACCEPT WRK-ANO-SEMESTRE.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM 0420-POSICIONAR-INICIO.
           PERFORM 0450-LISTAR-LINHA UNTIL WRK-FIM-PRECO = 'S'.
           IF WRK-QTD-LISTADAS = 0
               DISPLAY 'NENHUM PRECO COM VIGENCIA ' WRK-ANO-SEMESTRE
           ELSE
               DISPLAY 'LINHAS LISTADAS......: ' WRK-QTD-LISTADAS
           END-IF.

       0420-POSICIONAR-INICIO.
           MOVE 'N' TO WRK-FIM-PRECO.
           MOVE LOW-VALUES TO PRC-CHAVE.
           START PRECO-FILE KEY IS NOT LESS THAN PRC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRECO
           END-START.

       0450-LISTAR-LINHA.
           READ PRECO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PRECO
               NOT AT END
                   IF PRC-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       ADD 1 TO WRK-QTD-LISTADAS
                       DISPLAY PRC-CURSO ' [' PRC-TURNO '] BASE '
                               PRC-VALOR-BASE ' HORA '
                               PRC-VALOR-HORA ' ORIGEM '
                               PRC-ORIGEM ' +' PRC-PERCENTUAL '%'
                   END-IF
           END-READ.

      *    REAJUSTE: CADA LINHA DO PERIODO DE ORIGEM GERA A LINHA DO
      *    PERIODO NOVO COM OS DOIS VALORES CORRIGIDOS PELO PERCENTUAL.
      *    LINHA JA EXISTENTE NO PERIODO NOVO NAO E SOBRESCRITA, ENTAO O
      *    REAJUSTE PODE SER RERODADO SEM PERDER AJUSTE MANUAL.
       0500-REAJUSTAR.
           DISPLAY 'TABELA DE ORIGEM - ANO/SEMESTRE: '.
           ACCEPT WRK-ORIGEM.
           DISPLAY 'NOVA VIGENCIA - ANO/SEMESTRE: '.
           ACCEPT WRK-DESTINO.
           DISPLAY 'PERCENTUAL APROVADO (EX: 06,50): '.
           ACCEPT WRK-PERCENTUAL.
           IF WRK-DESTINO NOT > WRK-ORIGEM
               DISPLAY 'NOVA VIGENCIA DEVE SER POSTERIOR A ORIGEM.'
           ELSE
               DISPLAY 'CONFIRMA REAJUSTE DE ' WRK-PERCENTUAL
                       '% DE ' WRK-ORIGEM ' PARA ' WRK-DESTINO
                       ' (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 0520-CARREGAR-ORIGEM
                   MOVE ZEROS TO WRK-QTD-GERADAS WRK-QTD-JA-EXISTIAM
                   PERFORM 0550-GERAR-LINHA
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-TAB
                   DISPLAY 'LINHAS NA ORIGEM.....: ' WRK-QTD-TAB
                   DISPLAY 'LINHAS GERADAS.......: ' WRK-QTD-GERADAS
                   DISPLAY 'JA EXISTIAM..........: '
                           WRK-QTD-JA-EXISTIAM
               ELSE
                   DISPLAY 'REAJUSTE CANCELADO.'
               END-IF
           END-IF.

       0520-CARREGAR-ORIGEM.
           MOVE ZEROS TO WRK-QTD-TAB.
           PERFORM 0420-POSICIONAR-INICIO.
           PERFORM 0530-LER-ORIGEM UNTIL WRK-FIM-PRECO = 'S'.

       0530-LER-ORIGEM.
           READ PRECO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PRECO
               NOT AT END
                   IF PRC-ANO-SEMESTRE = WRK-ORIGEM
                       IF WRK-QTD-TAB < 300
                           ADD 1 TO WRK-QTD-TAB
                           MOVE PRC-CURSO
                               TO WRK-ORG-CURSO(WRK-QTD-TAB)
                           MOVE PRC-TURNO
                               TO WRK-ORG-TURNO(WRK-QTD-TAB)
                           MOVE PRC-VALOR-BASE
                               TO WRK-ORG-BASE(WRK-QTD-TAB)
                           MOVE PRC-VALOR-HORA
                               TO WRK-ORG-HORA(WRK-QTD-TAB)
                       ELSE
                           DISPLAY 'TABELA DE ORIGEM EXCEDE 300 '
                                   'LINHAS - REAJUSTE PARCIAL.'
                           MOVE 'S' TO WRK-FIM-PRECO
                       END-IF
                   END-IF
           END-READ.

       0550-GERAR-LINHA.
           MOVE WRK-ORG-CURSO(WRK-IND) TO PRC-CURSO.
           MOVE WRK-ORG-TURNO(WRK-IND) TO PRC-TURNO.
           MOVE WRK-DESTINO            TO PRC-ANO-SEMESTRE.
           READ PRECO-FILE KEY IS PRC-CHAVE
               INVALID KEY
                   MOVE WRK-ORG-CURSO(WRK-IND) TO PRC-CURSO
                   MOVE WRK-ORG-TURNO(WRK-IND) TO PRC-TURNO
                   MOVE WRK-DESTINO            TO PRC-ANO-SEMESTRE
                   COMPUTE PRC-VALOR-BASE ROUNDED =
                       WRK-ORG-BASE(WRK-IND)
                       * (100 + WRK-PERCENTUAL) / 100
                   COMPUTE PRC-VALOR-HORA ROUNDED =
                       WRK-ORG-HORA(WRK-IND)
                       * (100 + WRK-PERCENTUAL) / 100
                   MOVE WRK-ORIGEM             TO PRC-ORIGEM
                   MOVE WRK-PERCENTUAL         TO PRC-PERCENTUAL
                   MOVE WRK-DATA-HOJE          TO PRC-DATA-INCLUSAO
                   MOVE WRK-OPERADOR           TO PRC-OPERADOR
                   WRITE PRECO-REC
                   ADD 1 TO WRK-QTD-GERADAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-EXISTIAM
           END-READ.

       END PROGRAM PROG110.
