       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG130.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro de gabaritos das provas objetivas
      *          (GABARITO.DAT) - por materia, ano/semestre e prova
      *          (P1 ou P2) registra a quantidade de questoes e, para
      *          cada uma, a alternativa correta (A a E) e o valor em
      *          pontos; com valores iguais o total de 10,00 e
      *          dividido entre as questoes e a sobra do arredondamento
      *          vai para a ultima. A soma dos valores tem de fechar
      *          10,00. Anulacao de questao depois da prova: a questao
      *          passa a valer para todas as folhas e a anulacao vai
      *          para o MANUT.LOG (a correcao do PROG131 deve ser
      *          rodada de novo). Acaba com o gabarito em papel ao
      *          lado do professor corrigindo folha por folha.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GABARITO-FILE ASSIGN TO "GABARITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAB-CHAVE
               FILE STATUS IS WRK-GAB-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO "LOGSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GABARITO-FILE.
           COPY GABAREC.

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-GAB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-PONTOS-IGUAIS  PIC X(01) VALUE SPACES.
       77 WRK-EXISTE         PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA-OK    PIC X(01) VALUE 'N'.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-PROVA          PIC X(02) VALUE SPACES.
       77 WRK-QTD-QUESTOES   PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-QUESTAO        PIC 9(03) VALUE ZEROS.
       77 WRK-PONTOS-CADA    PIC 9V99  VALUE ZEROS.
       77 WRK-PONTOS-ULTIMA  PIC 99V99 VALUE ZEROS.
       77 WRK-SOMA-PONTOS    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PONTOS-EDITADO PIC ZZ9,99.
       77 WRK-DETALHE-LOG    PIC X(40) VALUE SPACES.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-GAB-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
               CLOSE GABARITO-FILE
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

       0100-ABRIR-ARQUIVOS.
           OPEN I-O GABARITO-FILE.
           IF WRK-GAB-STATUS = '35' OR WRK-GAB-STATUS = '05'
               OPEN OUTPUT GABARITO-FILE
               CLOSE GABARITO-FILE
               OPEN I-O GABARITO-FILE
           END-IF
           IF WRK-GAB-STATUS NOT = '00'
               DISPLAY 'GABARITO.DAT INDISPONIVEL: ' WRK-GAB-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'GABARITOS DAS PROVAS OBJETIVAS'.
           DISPLAY '1 - CADASTRAR OU SUBSTITUIR GABARITO'.
           DISPLAY '2 - ANULAR QUESTAO'.
           DISPLAY '3 - CONSULTAR GABARITO'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-CADASTRAR-GABARITO
               WHEN '2'
                   PERFORM 0500-ANULAR-QUESTAO
               WHEN '3'
                   PERFORM 0600-CONSULTAR-GABARITO
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0250-OBTER-CHAVE.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'PROVA (P1 OU P2): '.
           ACCEPT WRK-PROVA.
           MOVE 'N' TO WRK-EXISTE.
           IF WRK-PROVA = 'P1' OR WRK-PROVA = 'P2'
               MOVE WRK-MATERIA      TO GAB-MATERIA
               MOVE WRK-ANO-SEMESTRE TO GAB-ANO-SEMESTRE
               MOVE WRK-PROVA        TO GAB-PROVA
               READ GABARITO-FILE KEY IS GAB-CHAVE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-EXISTE
               END-READ
           ELSE
               DISPLAY 'PROVA INVALIDA - USE P1 OU P2.'
               MOVE SPACES TO WRK-PROVA
           END-IF.

      *    CADASTRO: SUBSTITUIR UM GABARITO JA USADO NA CORRECAO PEDE
      *    CONFIRMACAO; A SOMA DOS VALORES TEM DE FECHAR 10,00.
       0300-CADASTRAR-GABARITO.
           PERFORM 0250-OBTER-CHAVE.
           MOVE 'S' TO WRK-CONFIRMA.
           IF WRK-PROVA NOT = SPACES AND WRK-EXISTE = 'S'
               DISPLAY 'GABARITO JA CADASTRADO EM ' GAB-DATA-CADASTRO
                       ' POR ' GAB-OPERADOR '.'
               IF GAB-DATA-CORRECAO NOT = SPACES
                   DISPLAY 'ATENCAO: JA USADO NA CORRECAO DE '
                           GAB-DATA-CORRECAO ' - RODE A CORRECAO '
                           'DE NOVO.'
               END-IF
               DISPLAY 'SUBSTITUIR? S/N: '
               ACCEPT WRK-CONFIRMA
           END-IF.
           IF WRK-PROVA NOT = SPACES
              AND (WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's')
               DISPLAY 'QUANTIDADE DE QUESTOES (002 A 100): '
               ACCEPT WRK-QTD-QUESTOES
               IF WRK-QTD-QUESTOES < 2 OR WRK-QTD-QUESTOES > 100
                   DISPLAY 'QUANTIDADE INVALIDA - NADA GRAVADO.'
               ELSE
                   PERFORM 0310-MONTAR-GABARITO
               END-IF
           END-IF.

       0310-MONTAR-GABARITO.
           MOVE WRK-MATERIA      TO GAB-MATERIA.
           MOVE WRK-ANO-SEMESTRE TO GAB-ANO-SEMESTRE.
           MOVE WRK-PROVA        TO GAB-PROVA.
           MOVE WRK-QTD-QUESTOES TO GAB-QTD-QUESTOES.
           MOVE WRK-OPERADOR     TO GAB-OPERADOR.
           MOVE WRK-DATA-HORA(1:8) TO GAB-DATA-CADASTRO.
           MOVE SPACES           TO GAB-DATA-CORRECAO.
           PERFORM 0315-LIMPAR-QUESTAO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           DISPLAY 'QUESTOES COM VALORES IGUAIS? S/N: '.
           ACCEPT WRK-PONTOS-IGUAIS.
           IF WRK-PONTOS-IGUAIS = 'S' OR WRK-PONTOS-IGUAIS = 's'
               COMPUTE WRK-PONTOS-CADA = 10 / WRK-QTD-QUESTOES
               COMPUTE WRK-PONTOS-ULTIMA = 10 - WRK-PONTOS-CADA *
                       (WRK-QTD-QUESTOES - 1)
           END-IF.
           MOVE ZEROS TO WRK-SOMA-PONTOS.
           PERFORM 0320-LER-QUESTAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-QUESTOES.
           MOVE WRK-SOMA-PONTOS TO WRK-PONTOS-EDITADO.
           IF WRK-SOMA-PONTOS NOT = 10
               DISPLAY 'SOMA DOS VALORES = ' WRK-PONTOS-EDITADO
                       ' - TEM DE SER 10,00. NADA GRAVADO.'
           ELSE
               PERFORM 0350-GRAVAR-GABARITO
           END-IF.

       0315-LIMPAR-QUESTAO.
           MOVE SPACES TO GAB-RESPOSTA(WRK-IND).
           MOVE ZEROS  TO GAB-PONTOS(WRK-IND).
           MOVE 'N'    TO GAB-ANULADA(WRK-IND).

       0320-LER-QUESTAO.
           MOVE 'N' TO WRK-RESPOSTA-OK.
           PERFORM 0325-LER-RESPOSTA UNTIL WRK-RESPOSTA-OK = 'S'.
           IF WRK-PONTOS-IGUAIS = 'S' OR WRK-PONTOS-IGUAIS = 's'
               IF WRK-IND = WRK-QTD-QUESTOES
                   MOVE WRK-PONTOS-ULTIMA TO GAB-PONTOS(WRK-IND)
               ELSE
                   MOVE WRK-PONTOS-CADA TO GAB-PONTOS(WRK-IND)
               END-IF
           ELSE
               DISPLAY 'VALOR DA QUESTAO ' WRK-IND ' (EX: 0,50): '
               ACCEPT GAB-PONTOS(WRK-IND)
           END-IF.
           ADD GAB-PONTOS(WRK-IND) TO WRK-SOMA-PONTOS.

       0325-LER-RESPOSTA.
           DISPLAY 'QUESTAO ' WRK-IND ' - ALTERNATIVA CORRETA (A-E): '.
           ACCEPT GAB-RESPOSTA(WRK-IND).
           EVALUATE GAB-RESPOSTA(WRK-IND)
               WHEN 'A'
               WHEN 'B'
               WHEN 'C'
               WHEN 'D'
               WHEN 'E'
                   MOVE 'S' TO WRK-RESPOSTA-OK
               WHEN OTHER
                   DISPLAY 'ALTERNATIVA INVALIDA - DIGITE A, B, C, D '
                           'OU E.'
           END-EVALUATE.

       0350-GRAVAR-GABARITO.
           IF WRK-EXISTE = 'S'
               REWRITE GABARITO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR: ' WRK-GAB-STATUS
               END-REWRITE
           ELSE
               WRITE GABARITO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR: ' WRK-GAB-STATUS
               END-WRITE
           END-IF.
           IF WRK-GAB-STATUS = '00'
               DISPLAY 'GABARITO GRAVADO - ' GAB-QTD-QUESTOES
                       ' QUESTOES.'
               MOVE SPACES TO WRK-DETALHE-LOG
               STRING 'GABARITO ' GAB-PROVA ' GRAVADO '
                      GAB-QTD-QUESTOES ' QUESTOES'
                   DELIMITED BY SIZE INTO WRK-DETALHE-LOG
               PERFORM 0900-GRAVAR-LOG
           END-IF.

      *    ANULACAO: A QUESTAO VALE PARA TODAS AS FOLHAS NA PROXIMA
      *    CORRECAO; FICA REGISTRADA NO MANUT.LOG.
       0500-ANULAR-QUESTAO.
           PERFORM 0250-OBTER-CHAVE.
           IF WRK-PROVA NOT = SPACES AND WRK-EXISTE = 'N'
               DISPLAY 'GABARITO NAO CADASTRADO.'
           END-IF.
           IF WRK-PROVA NOT = SPACES AND WRK-EXISTE = 'S'
               DISPLAY 'NUMERO DA QUESTAO A ANULAR: '
               ACCEPT WRK-QUESTAO
               EVALUATE TRUE
                   WHEN WRK-QUESTAO = 0
                     OR WRK-QUESTAO > GAB-QTD-QUESTOES
                       DISPLAY 'QUESTAO FORA DO GABARITO.'
                   WHEN GAB-ANULADA(WRK-QUESTAO) = 'S'
                       DISPLAY 'QUESTAO JA ANULADA.'
                   WHEN OTHER
                       MOVE 'S' TO GAB-ANULADA(WRK-QUESTAO)
                       REWRITE GABARITO-REC
                       DISPLAY 'QUESTAO ' WRK-QUESTAO ' ANULADA - '
                               'RODE A CORRECAO DE NOVO.'
                       MOVE SPACES TO WRK-DETALHE-LOG
                       STRING 'GABARITO ' GAB-PROVA
                              ' QUESTAO ' WRK-QUESTAO ' ANULADA'
                           DELIMITED BY SIZE INTO WRK-DETALHE-LOG
                       PERFORM 0900-GRAVAR-LOG
               END-EVALUATE
           END-IF.

       0600-CONSULTAR-GABARITO.
           PERFORM 0250-OBTER-CHAVE.
           IF WRK-PROVA NOT = SPACES AND WRK-EXISTE = 'N'
               DISPLAY 'GABARITO NAO CADASTRADO.'
           END-IF.
           IF WRK-PROVA NOT = SPACES AND WRK-EXISTE = 'S'
               DISPLAY 'GABARITO ' GAB-MATERIA ' ' GAB-ANO-SEMESTRE
                       ' ' GAB-PROVA ' - ' GAB-QTD-QUESTOES
                       ' QUESTOES'
               DISPLAY 'CADASTRADO EM ' GAB-DATA-CADASTRO ' POR '
                       GAB-OPERADOR ' - ULTIMA CORRECAO: '
                       GAB-DATA-CORRECAO
               PERFORM 0650-EXIBIR-QUESTAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > GAB-QTD-QUESTOES
           END-IF.

       0650-EXIBIR-QUESTAO.
           MOVE GAB-PONTOS(WRK-IND) TO WRK-PONTOS-EDITADO.
           IF GAB-ANULADA(WRK-IND) = 'S'
               DISPLAY '  ' WRK-IND ' ' GAB-RESPOSTA(WRK-IND) ' '
                       WRK-PONTOS-EDITADO ' ANULADA'
           ELSE
               DISPLAY '  ' WRK-IND ' ' GAB-RESPOSTA(WRK-IND) ' '
                       WRK-PONTOS-EDITADO
           END-IF.

       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA    TO LOG-DATA-HORA
           MOVE 'GABARITO'       TO LOG-TIPO
           MOVE WRK-OPERADOR     TO LOG-OPERADOR
           MOVE SPACES           TO LOG-MATRICULA
           MOVE GAB-MATERIA      TO LOG-MATERIA
           MOVE ZEROS            TO LOG-VALOR-ANTIGO
           MOVE ZEROS            TO LOG-VALOR-NOVO
           MOVE WRK-DETALHE-LOG  TO LOG-DETALHE
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT).
       0905-ENCADEAR-LOG.
           MOVE 0 TO WRK-SEQ-ANTERIOR WRK-CHECK-ANTERIOR
           OPEN INPUT SEQCTL-FILE
           IF WRK-SEQCTL-STATUS = '00'
               READ SEQCTL-FILE
                   NOT AT END
                       MOVE LSQ-SEQ   TO WRK-SEQ-ANTERIOR
                       MOVE LSQ-CHECK TO WRK-CHECK-ANTERIOR
               END-READ
               CLOSE SEQCTL-FILE
           END-IF
           COMPUTE LOG-SEQ = WRK-SEQ-ANTERIOR + 1
           CALL 'LOGCHK' USING LOG-CONTEUDO WRK-CHECK-ANTERIOR
                               LOG-CHECK
           OPEN OUTPUT SEQCTL-FILE
           MOVE LOG-SEQ   TO LSQ-SEQ
           MOVE LOG-CHECK TO LSQ-CHECK
           WRITE SEQCTL-REC
           CLOSE SEQCTL-FILE.

       END PROGRAM PROG130.
