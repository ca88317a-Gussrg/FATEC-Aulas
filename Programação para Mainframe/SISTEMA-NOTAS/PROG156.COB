       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corte e distribuicao dos relatorios impressos - em
      *          vez de a operacao separar na mao o BOLETINS.REL, o
      *          CARTAS.REL, o GRADEHOR.REL, o HORPROF.REL e o
      *          LIVRORES.REL e mandar paginas para a pessoa errada.
      *          Pela tabela DISTRIB.DAT (DISTREC: regra de corte do
      *          relatorio e destinatarios por chave - turma,
      *          professor, curso...) corta o relatorio nas quebras
      *          de pagina e grava uma saida por destinatario
      *          (<relatorio>-<codigo>.REL); pagina sem destinatario
      *          vai para a peca NAODISTR do balcao de operacoes (RC
      *          4). Cada peca sai no manifesto MANIFEST.DAT
      *          (MANIFREC) e na listagem DISTMANI.REL, com paginas,
      *          meio de entrega e vias. A reimpressao controlada (modo
      *          R) refaz so a peca de um destinatario que consta do
      *          manifesto, em <relatorio>-<codigo>-2V.REL, e grava no
      *          manifesto quem pediu e o motivo - sem solicitante ou
      *          motivo nao e aceita.
      *          SYSIN: relatorio (ex: BOLETINS.REL); modo (B = corte,
      *          padrao; R = reimpressao); no modo R: codigo do
      *          destinatario; solicitante; motivo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO WRK-ARQ-DISTRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DST-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT PECA-FILE ASSIGN TO WRK-NOME-PECA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PECA-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WRK-ARQ-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAN-STATUS.
           SELECT LISTA-REL ASSIGN TO WRK-ARQ-DISTMANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTA-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
           COPY DISTREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(132).

       FD  PECA-FILE.
       01  PECA-REC             PIC X(132).

       FD  MANIFEST-FILE.
           COPY MANIFREC.

       FD  LISTA-REL.
       01  LISTA-REC            PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-DISTRIB   PIC X(40) VALUE 'DISTRIB.DAT'.
       77 WRK-ARQ-MANIFEST  PIC X(40) VALUE 'MANIFEST.DAT'.
       77 WRK-ARQ-DISTMANI  PIC X(40) VALUE 'DISTMANI.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-DST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PECA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MAN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LISTA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-RELATORIO      PIC X(12) VALUE SPACES.
       77 WRK-RADICAL        PIC X(12) VALUE SPACES.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-CODIGO-2V      PIC X(08) VALUE SPACES.
       77 WRK-SOLICITANTE    PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77 WRK-NOME-PECA      PIC X(40) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-TEM-REGRA      PIC X(01) VALUE 'N'.
       77 WRK-INICIO-PAGINA  PIC X(01) VALUE 'N'.
       77 WRK-DISTRIBUIDA    PIC X(01) VALUE 'N'.
       77 WRK-NO-MANIFESTO   PIC X(01) VALUE 'N'.
       77 WRK-MARCA          PIC X(30) VALUE SPACES.
       77 WRK-ROTULO         PIC X(30) VALUE SPACES.
       77 WRK-INVERTIDO      PIC X(30) VALUE SPACES.
       77 WRK-QTD-BRANCOS    PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-MARCA      PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-ROTULO     PIC 9(02) VALUE ZEROS.
       77 WRK-COLUNA         PIC 9(03) VALUE ZEROS.
       77 WRK-TAMANHO        PIC 9(02) VALUE ZEROS.
       77 WRK-TEXTO          PIC X(132) VALUE SPACES.
       77 WRK-CHAVE-PAGINA   PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-ATUAL    PIC X(20) VALUE SPACES.
       77 WRK-IND-ENT        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PECA       PIC 9(03) VALUE ZEROS.
       77 WRK-IND-BUF        PIC 9(03) VALUE ZEROS.
       77 WRK-PECA-2V        PIC 9(03) VALUE ZEROS.
       77 WRK-PECA-SEM-DESTINO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ENTRADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PECAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-BUF        PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-PECA       PIC 9(03) VALUE ZEROS.
       77 WRK-PAGINAS-MANIF  PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-MANIF     PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PAGINAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENTREGUES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-DESTINO PIC 9(05) VALUE ZEROS.
       77 WRK-MEIO-DESCR     PIC X(10) VALUE SPACES.

       01 WRK-DESTINO.
           05 WRK-DES-CODIGO     PIC X(08).
           05 WRK-DES-NOME       PIC X(30).
           05 WRK-DES-MEIO       PIC X(01).
           05 WRK-DES-COPIAS     PIC 9(02).

      *    DESTINATARIOS DA TABELA PARA O RELATORIO: CHAVE -> PECA.
       01 WRK-TABELA-ENTRADAS.
           05 WRK-ENT-ITEM OCCURS 300 TIMES.
               10 WRK-ENT-CHAVE      PIC X(20).
               10 WRK-ENT-PECA       PIC 9(03).

      *    UMA PECA (SAIDA) POR CODIGO DE DESTINATARIO.
       01 WRK-TABELA-PECAS.
           05 WRK-PEC-ITEM OCCURS 100 TIMES.
               10 WRK-PEC-CODIGO     PIC X(08).
               10 WRK-PEC-NOME       PIC X(30).
               10 WRK-PEC-MEIO       PIC X(01).
               10 WRK-PEC-COPIAS     PIC 9(02).
               10 WRK-PEC-PAGINAS    PIC 9(05).
               10 WRK-PEC-ULT-PAGINA PIC 9(05).
               10 WRK-PEC-ABERTA     PIC X(01).
               10 WRK-PEC-ARQUIVO    PIC X(40).

      *    PAGINA EM MONTAGEM: A CHAVE PODE VIR DEPOIS DA PRIMEIRA
      *    LINHA, ENTAO A PAGINA SO SAI QUANDO FECHA.
       01 WRK-PAGINA-BUFFER.
           05 WRK-BUF-LINHA OCCURS 300 TIMES PIC X(132).

       01 WRK-LISTA-LINHA.
           05 LIS-PECA           PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LIS-CODIGO         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LIS-NOME           PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LIS-MEIO           PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LIS-COPIAS         PIC Z9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LIS-PAGINAS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LIS-ARQUIVO        PIC X(40).
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
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-CARREGAR-DISTRIBUICAO
           END-IF
           IF RETURN-CODE = 0 AND WRK-MODO = 'R'
               PERFORM 0150-CONFERIR-MANIFESTO
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0200-CORTAR-RELATORIO
           END-IF
           IF RETURN-CODE < 8
               PERFORM 0600-GRAVAR-MANIFESTO
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG156' TO DDN-PROGRAMA.
           MOVE 'DISTRIB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DISTRIB.
           MOVE 'MANIFEST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANIFEST.
           MOVE 'DISTMANI' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DISTMANI.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-RELATORIO.
           ACCEPT WRK-MODO.
           IF WRK-MODO = SPACES
               MOVE 'B' TO WRK-MODO
           END-IF.
           IF WRK-MODO = 'R'
               ACCEPT WRK-CODIGO-2V
               ACCEPT WRK-SOLICITANTE
               ACCEPT WRK-MOTIVO
           END-IF.
           DISPLAY 'CORTE E DISTRIBUICAO DE RELATORIO - '
                   WRK-RELATORIO ' - MODO ' WRK-MODO.
           IF WRK-RELATORIO = SPACES
               DISPLAY 'RELATORIO NAO INFORMADO - NADA CORTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-MODO NOT = 'B' AND WRK-MODO NOT = 'R'
                   DISPLAY 'MODO INVALIDO (B OU R) - NADA CORTADO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-MODO = 'R'
                      AND (WRK-CODIGO-2V = SPACES
                           OR WRK-SOLICITANTE = SPACES
                           OR WRK-MOTIVO = SPACES)
                       DISPLAY 'REIMPRESSAO SEM DESTINATARIO, '
                               'SOLICITANTE OU MOTIVO NAO E ACEITA.'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           UNSTRING WRK-RELATORIO DELIMITED BY '.'
               INTO WRK-RADICAL.

      *    SO AS LINHAS DO RELATORIO PEDIDO; NO FIM ENTRA A PECA
      *    NAODISTR, QUE RECEBE O QUE NAO TEM DESTINATARIO.
       0100-CARREGAR-DISTRIBUICAO.
           OPEN INPUT DISTRIB-FILE.
           IF WRK-DST-STATUS NOT = '00'
               DISPLAY 'TABELA DE DISTRIBUICAO AUSENTE (DISTRIB.DAT) '
                       '- NADA CORTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-DISTRIBUICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DISTRIB-FILE
               MOVE 'NAODISTR' TO WRK-DES-CODIGO
               MOVE 'SEM DESTINATARIO - BALCAO DE OPERACOES'
                   TO WRK-DES-NOME
               MOVE 'B' TO WRK-DES-MEIO
               MOVE 1   TO WRK-DES-COPIAS
               PERFORM 0125-PROCURAR-PECA
               MOVE WRK-IND-PECA TO WRK-PECA-SEM-DESTINO
               IF WRK-TEM-REGRA = 'N'
                   DISPLAY 'SEM REGRA DE CORTE PARA ' WRK-RELATORIO
                           ' EM DISTRIB.DAT - NADA CORTADO.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0 AND WRK-MODO = 'R'
               MOVE ZEROS TO WRK-PECA-2V
               PERFORM 0128-CONFERIR-PECA-2V
                   VARYING WRK-IND-PECA FROM 1 BY 1
                   UNTIL WRK-IND-PECA > WRK-QTD-PECAS
               IF WRK-PECA-2V = 0
                   DISPLAY 'DESTINATARIO ' WRK-CODIGO-2V ' NAO '
                           'CADASTRADO PARA ' WRK-RELATORIO '.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-LER-DISTRIBUICAO.
           READ DISTRIB-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DST-RELATORIO = WRK-RELATORIO
                       EVALUATE DST-TIPO
                           WHEN 'R'
                               PERFORM 0115-GUARDAR-REGRA
                           WHEN 'D'
                               PERFORM 0120-INCLUIR-DESTINO
                       END-EVALUATE
                   END-IF
           END-READ.

      *    TAMANHO UTIL DE MARCA E ROTULO: SO O TEXTO INFORMADO E
      *    COMPARADO COM O INICIO DA LINHA.
       0115-GUARDAR-REGRA.
           MOVE 'S'         TO WRK-TEM-REGRA.
           MOVE DST-MARCA   TO WRK-MARCA.
           MOVE DST-ROTULO  TO WRK-ROTULO.
           MOVE ZEROS       TO WRK-COLUNA WRK-TAMANHO.
           IF DST-COLUNA IS NUMERIC
               MOVE DST-COLUNA TO WRK-COLUNA
           END-IF.
           IF DST-TAMANHO IS NUMERIC
               MOVE DST-TAMANHO TO WRK-TAMANHO
           END-IF.
           MOVE FUNCTION REVERSE(WRK-MARCA) TO WRK-INVERTIDO.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-INVERTIDO TALLYING WRK-QTD-BRANCOS
               FOR LEADING SPACES.
           COMPUTE WRK-TAM-MARCA = 30 - WRK-QTD-BRANCOS.
           MOVE FUNCTION REVERSE(WRK-ROTULO) TO WRK-INVERTIDO.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-INVERTIDO TALLYING WRK-QTD-BRANCOS
               FOR LEADING SPACES.
           COMPUTE WRK-TAM-ROTULO = 30 - WRK-QTD-BRANCOS.
           IF WRK-TAM-ROTULO > 0
              AND (WRK-COLUNA = 0 OR WRK-TAMANHO = 0
                   OR WRK-COLUNA + WRK-TAMANHO > 133
                   OR WRK-TAMANHO > 20)
               DISPLAY 'AVISO: POSICAO DA CHAVE INVALIDA NA REGRA DE '
                       WRK-RELATORIO ' - CORTE SEM CHAVE.'
               MOVE ZEROS TO WRK-TAM-ROTULO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0120-INCLUIR-DESTINO.
           MOVE DST-CODIGO TO WRK-DES-CODIGO.
           MOVE DST-NOME   TO WRK-DES-NOME.
           MOVE DST-MEIO   TO WRK-DES-MEIO.
           MOVE 1          TO WRK-DES-COPIAS.
           IF DST-COPIAS IS NUMERIC AND DST-COPIAS > 0
               MOVE DST-COPIAS TO WRK-DES-COPIAS
           END-IF.
           PERFORM 0125-PROCURAR-PECA.
           IF WRK-IND-PECA > 0
               IF WRK-QTD-ENTRADAS < 300
                   ADD 1 TO WRK-QTD-ENTRADAS
                   MOVE DST-CHAVE    TO WRK-ENT-CHAVE(WRK-QTD-ENTRADAS)
                   MOVE WRK-IND-PECA TO WRK-ENT-PECA(WRK-QTD-ENTRADAS)
               ELSE
                   DISPLAY 'AVISO: TABELA DE DESTINATARIOS CHEIA - '
                           'CHAVE ' DST-CHAVE ' IGNORADA.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    PECA DO CODIGO EM WRK-DES-CODIGO (CRIADA SE AINDA NAO HA);
      *    WRK-IND-PECA = 0 SE A TABELA DE PECAS ESTA CHEIA.
       0125-PROCURAR-PECA.
           MOVE ZEROS TO WRK-IND-PECA.
           PERFORM 0126-COMPARAR-PECA
               VARYING WRK-IND-BUF FROM 1 BY 1
               UNTIL WRK-IND-BUF > WRK-QTD-PECAS
                  OR WRK-IND-PECA > 0.
           IF WRK-IND-PECA = 0
               IF WRK-QTD-PECAS < 100
                   ADD 1 TO WRK-QTD-PECAS
                   MOVE WRK-QTD-PECAS TO WRK-IND-PECA
                   MOVE WRK-DES-CODIGO
                       TO WRK-PEC-CODIGO(WRK-IND-PECA)
                   MOVE WRK-DES-NOME   TO WRK-PEC-NOME(WRK-IND-PECA)
                   MOVE WRK-DES-MEIO   TO WRK-PEC-MEIO(WRK-IND-PECA)
                   MOVE WRK-DES-COPIAS
                       TO WRK-PEC-COPIAS(WRK-IND-PECA)
                   MOVE ZEROS TO WRK-PEC-PAGINAS(WRK-IND-PECA)
                                 WRK-PEC-ULT-PAGINA(WRK-IND-PECA)
                   MOVE 'N'   TO WRK-PEC-ABERTA(WRK-IND-PECA)
                   MOVE SPACES TO WRK-PEC-ARQUIVO(WRK-IND-PECA)
                   IF WRK-MODO = 'R'
                       STRING WRK-RADICAL DELIMITED BY SPACE
                              '-' DELIMITED BY SIZE
                              WRK-DES-CODIGO DELIMITED BY SPACE
                              '-2V.REL' DELIMITED BY SIZE
                           INTO WRK-PEC-ARQUIVO(WRK-IND-PECA)
                   ELSE
                       STRING WRK-RADICAL DELIMITED BY SPACE
                              '-' DELIMITED BY SIZE
                              WRK-DES-CODIGO DELIMITED BY SPACE
                              '.REL' DELIMITED BY SIZE
                           INTO WRK-PEC-ARQUIVO(WRK-IND-PECA)
                   END-IF
               ELSE
                   DISPLAY 'AVISO: TABELA DE PECAS CHEIA - '
                           'DESTINATARIO ' WRK-DES-CODIGO
                           ' IGNORADO.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0126-COMPARAR-PECA.
           IF WRK-PEC-CODIGO(WRK-IND-BUF) = WRK-DES-CODIGO
               MOVE WRK-IND-BUF TO WRK-IND-PECA
           END-IF.

       0128-CONFERIR-PECA-2V.
           IF WRK-PEC-CODIGO(WRK-IND-PECA) = WRK-CODIGO-2V
               MOVE WRK-IND-PECA TO WRK-PECA-2V
           END-IF.

      *    REIMPRESSAO SO DE PECA JA DISTRIBUIDA: A ULTIMA LINHA 'O'
      *    DO MANIFESTO PARA O RELATORIO E O DESTINATARIO.
       0150-CONFERIR-MANIFESTO.
           MOVE 'N' TO WRK-NO-MANIFESTO.
           OPEN INPUT MANIFEST-FILE.
           IF WRK-MAN-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-MANIFESTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE MANIFEST-FILE
           END-IF.
           IF WRK-NO-MANIFESTO = 'N'
               DISPLAY 'PECA ' WRK-CODIGO-2V ' DE ' WRK-RELATORIO
                       ' NAO CONSTA DO MANIFESTO - REIMPRESSAO '
                       'RECUSADA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'PECA DISTRIBUIDA EM ' WRK-DATA-MANIF
                       ' COM ' WRK-PAGINAS-MANIF ' PAGINAS.'
           END-IF.

       0160-LER-MANIFESTO.
           READ MANIFEST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF MAN-TIPO = 'O'
                      AND MAN-RELATORIO = WRK-RELATORIO
                      AND MAN-CODIGO = WRK-CODIGO-2V
                       MOVE 'S'         TO WRK-NO-MANIFESTO
                       MOVE MAN-PAGINAS TO WRK-PAGINAS-MANIF
                       MOVE MAN-DATA    TO WRK-DATA-MANIF
                   END-IF
           END-READ.

       0200-CORTAR-RELATORIO.
           OPEN INPUT RELAT-FILE.
           IF WRK-REL-STATUS NOT = '00'
               DISPLAY 'RELATORIO ' WRK-RELATORIO ' NAO ENCONTRADO ('
                       WRK-REL-STATUS ') - NADA CORTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N'    TO WRK-FIM-ARQUIVO
               MOVE SPACES TO WRK-CHAVE-PAGINA WRK-CHAVE-ATUAL
               MOVE ZEROS  TO WRK-QTD-BUF
               PERFORM 0210-LER-LINHA UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-QTD-BUF > 0
                   PERFORM 0300-FECHAR-PAGINA
               END-IF
               CLOSE RELAT-FILE
               IF WRK-QTD-SEM-DESTINO > 0 AND WRK-MODO = 'B'
                   DISPLAY 'AVISO: ' WRK-QTD-SEM-DESTINO ' PAGINAS '
                           'SEM DESTINATARIO NA PECA NAODISTR.'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WRK-MODO = 'R'
                  AND WRK-PEC-PAGINAS(WRK-PECA-2V)
                      NOT = WRK-PAGINAS-MANIF
                   DISPLAY 'AVISO: A 2A VIA SAIU COM '
                           WRK-PEC-PAGINAS(WRK-PECA-2V)
                           ' PAGINAS - O RELATORIO MUDOU DESDE A '
                           'DISTRIBUICAO.'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0210-LER-LINHA.
           READ RELAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0220-TRATAR-LINHA
           END-READ.

      *    ABRE PAGINA O SALTO (X'0C' NA COLUNA 1) OU A MARCA DA
      *    REGRA; PAGINA ACIMA DE 300 LINHAS E FECHADA NO LIMITE E
      *    CONTINUA COM A MESMA CHAVE.
       0220-TRATAR-LINHA.
           IF RELAT-REC(1:1) = X'0C'
               MOVE RELAT-REC(2:131) TO WRK-TEXTO
               MOVE 'S' TO WRK-INICIO-PAGINA
           ELSE
               MOVE RELAT-REC TO WRK-TEXTO
               MOVE 'N' TO WRK-INICIO-PAGINA
           END-IF.
           IF WRK-TAM-MARCA > 0
               IF WRK-TEXTO(1:WRK-TAM-MARCA)
                  = WRK-MARCA(1:WRK-TAM-MARCA)
                   MOVE 'S' TO WRK-INICIO-PAGINA
               END-IF
           END-IF.
           IF (WRK-INICIO-PAGINA = 'S' AND WRK-QTD-BUF > 0)
              OR WRK-QTD-BUF = 300
               PERFORM 0300-FECHAR-PAGINA
           END-IF.
           ADD 1 TO WRK-QTD-BUF.
           MOVE RELAT-REC TO WRK-BUF-LINHA(WRK-QTD-BUF).
           IF WRK-TAM-ROTULO > 0 AND WRK-CHAVE-PAGINA = SPACES
               IF WRK-TEXTO(1:WRK-TAM-ROTULO)
                  = WRK-ROTULO(1:WRK-TAM-ROTULO)
                   MOVE WRK-TEXTO(WRK-COLUNA:WRK-TAMANHO)
                       TO WRK-CHAVE-PAGINA
               END-IF
           END-IF.

      *    PAGINA PRONTA: VAI PARA TODA PECA CUJA CHAVE CONFERE; SEM
      *    NENHUMA, PARA AS DE CHAVE '*'; SEM ESSAS, PARA A NAODISTR.
       0300-FECHAR-PAGINA.
           ADD 1 TO WRK-QTD-PAGINAS.
           IF WRK-CHAVE-PAGINA NOT = SPACES
               MOVE WRK-CHAVE-PAGINA TO WRK-CHAVE-ATUAL
           END-IF.
           MOVE 'N' TO WRK-DISTRIBUIDA.
           IF WRK-CHAVE-ATUAL NOT = SPACES
               PERFORM 0310-CONFERIR-ENTRADA
                   VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QTD-ENTRADAS
           END-IF.
           IF WRK-DISTRIBUIDA = 'N'
               PERFORM 0315-CONFERIR-PADRAO
                   VARYING WRK-IND-ENT FROM 1 BY 1
                   UNTIL WRK-IND-ENT > WRK-QTD-ENTRADAS
           END-IF.
           IF WRK-DISTRIBUIDA = 'N'
               ADD 1 TO WRK-QTD-SEM-DESTINO
               MOVE WRK-PECA-SEM-DESTINO TO WRK-IND-PECA
               PERFORM 0350-ENTREGAR-PAGINA
           END-IF.
           MOVE ZEROS  TO WRK-QTD-BUF.
           MOVE SPACES TO WRK-CHAVE-PAGINA.

       0310-CONFERIR-ENTRADA.
           IF WRK-ENT-CHAVE(WRK-IND-ENT) = WRK-CHAVE-ATUAL
               MOVE 'S' TO WRK-DISTRIBUIDA
               MOVE WRK-ENT-PECA(WRK-IND-ENT) TO WRK-IND-PECA
               PERFORM 0350-ENTREGAR-PAGINA
           END-IF.

       0315-CONFERIR-PADRAO.
           IF WRK-ENT-CHAVE(WRK-IND-ENT) = '*'
               MOVE 'S' TO WRK-DISTRIBUIDA
               MOVE WRK-ENT-PECA(WRK-IND-ENT) TO WRK-IND-PECA
               PERFORM 0350-ENTREGAR-PAGINA
           END-IF.

      *    NO MODO R SO A PECA DA 2A VIA E GRAVADA. A MESMA PAGINA NAO
      *    ENTRA DUAS VEZES NA MESMA PECA.
       0350-ENTREGAR-PAGINA.
           IF (WRK-MODO = 'B' OR WRK-IND-PECA = WRK-PECA-2V)
              AND WRK-PEC-ULT-PAGINA(WRK-IND-PECA)
                  NOT = WRK-QTD-PAGINAS
               MOVE WRK-QTD-PAGINAS
                   TO WRK-PEC-ULT-PAGINA(WRK-IND-PECA)
               MOVE WRK-PEC-ARQUIVO(WRK-IND-PECA) TO WRK-NOME-PECA
               IF WRK-PEC-ABERTA(WRK-IND-PECA) = 'S'
                   OPEN EXTEND PECA-FILE
               ELSE
                   OPEN OUTPUT PECA-FILE
                   MOVE 'S' TO WRK-PEC-ABERTA(WRK-IND-PECA)
               END-IF
               IF WRK-PECA-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ' WRK-NOME-PECA ' ('
                           WRK-PECA-STATUS ').'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-PEC-PAGINAS(WRK-IND-PECA)
                   ADD 1 TO WRK-QTD-ENTREGUES
                   PERFORM 0360-GRAVAR-LINHA-PECA
                       VARYING WRK-IND-BUF FROM 1 BY 1
                       UNTIL WRK-IND-BUF > WRK-QTD-BUF
                   CLOSE PECA-FILE
               END-IF
           END-IF.

      *    O SALTO DE PAGINA DO ORIGINAL E REFEITO NA PECA.
       0360-GRAVAR-LINHA-PECA.
           IF WRK-BUF-LINHA(WRK-IND-BUF)(1:1) = X'0C'
               MOVE WRK-BUF-LINHA(WRK-IND-BUF)(2:131) TO PECA-REC
               WRITE PECA-REC AFTER ADVANCING PAGE
           ELSE
               MOVE WRK-BUF-LINHA(WRK-IND-BUF) TO PECA-REC
               WRITE PECA-REC
           END-IF.

      *    MANIFESTO: UMA LINHA POR PECA COM PAGINA. NO CORTE SAI
      *    TAMBEM A LISTAGEM DISTMANI.REL PARA O BALCAO; NA 2A VIA SO
      *    A LINHA 'R' COM QUEM PEDIU.
       0600-GRAVAR-MANIFESTO.
           OPEN EXTEND MANIFEST-FILE.
           IF WRK-MAN-STATUS NOT = '00'
               CLOSE MANIFEST-FILE
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           IF WRK-MODO = 'B'
               OPEN OUTPUT LISTA-REL
               MOVE SPACES TO LISTA-REC
               STRING 'MANIFESTO DE DISTRIBUICAO - ' WRK-RELATORIO
                      ' - CORTADO EM ' WRK-AGORA(1:8) ' '
                      WRK-AGORA(9:6)
                   DELIMITED BY SIZE INTO LISTA-REC
               WRITE LISTA-REC
               MOVE SPACES TO LISTA-REC
               STRING 'PECA DESTINAT. NOME' DELIMITED BY SIZE
                      '                           ' DELIMITED BY SIZE
                      'MEIO       VIAS  PAGS  ARQUIVO'
                          DELIMITED BY SIZE
                   INTO LISTA-REC
               WRITE LISTA-REC
               MOVE ALL '-' TO LISTA-REC
               WRITE LISTA-REC
           END-IF.
           MOVE ZEROS TO WRK-NUM-PECA.
           PERFORM 0610-GRAVAR-PECA-MANIFESTO
               VARYING WRK-IND-PECA FROM 1 BY 1
               UNTIL WRK-IND-PECA > WRK-QTD-PECAS.
           CLOSE MANIFEST-FILE.
           IF WRK-MODO = 'B'
               MOVE ALL '-' TO LISTA-REC
               WRITE LISTA-REC
               MOVE SPACES TO LISTA-REC
               STRING 'PECAS: ' WRK-NUM-PECA
                      ' - PAGINAS DO RELATORIO: ' WRK-QTD-PAGINAS
                      ' - SEM DESTINATARIO: ' WRK-QTD-SEM-DESTINO
                   DELIMITED BY SIZE INTO LISTA-REC
               WRITE LISTA-REC
               CLOSE LISTA-REL
           END-IF.

       0610-GRAVAR-PECA-MANIFESTO.
           IF WRK-PEC-PAGINAS(WRK-IND-PECA) > 0
               ADD 1 TO WRK-NUM-PECA
               IF WRK-MODO = 'B'
                   MOVE 'O' TO MAN-TIPO
               ELSE
                   MOVE 'R' TO MAN-TIPO
               END-IF
               MOVE WRK-AGORA(1:8)  TO MAN-DATA
               MOVE WRK-AGORA(9:6)  TO MAN-HORA
               MOVE WRK-RELATORIO   TO MAN-RELATORIO
               MOVE WRK-NUM-PECA    TO MAN-PECA
               MOVE WRK-PEC-CODIGO(WRK-IND-PECA)  TO MAN-CODIGO
               MOVE WRK-PEC-NOME(WRK-IND-PECA)    TO MAN-NOME
               MOVE WRK-PEC-MEIO(WRK-IND-PECA)    TO MAN-MEIO
               MOVE WRK-PEC-COPIAS(WRK-IND-PECA)  TO MAN-COPIAS
               MOVE WRK-PEC-PAGINAS(WRK-IND-PECA) TO MAN-PAGINAS
               MOVE WRK-PEC-ARQUIVO(WRK-IND-PECA) TO MAN-ARQUIVO
               MOVE WRK-SOLICITANTE TO MAN-SOLICITANTE
               MOVE WRK-MOTIVO      TO MAN-MOTIVO
               WRITE MANIFEST-REC
               EVALUATE MAN-MEIO
                   WHEN 'I'
                       MOVE 'IMPRESSO'   TO WRK-MEIO-DESCR
                   WHEN 'E'
                       MOVE 'E-MAIL'     TO WRK-MEIO-DESCR
                   WHEN 'B'
                       MOVE 'BALCAO'     TO WRK-MEIO-DESCR
                   WHEN OTHER
                       MOVE 'A DEFINIR'  TO WRK-MEIO-DESCR
               END-EVALUATE
               IF WRK-MODO = 'B'
                   MOVE WRK-NUM-PECA   TO LIS-PECA
                   MOVE MAN-CODIGO     TO LIS-CODIGO
                   MOVE MAN-NOME       TO LIS-NOME
                   MOVE WRK-MEIO-DESCR TO LIS-MEIO
                   MOVE MAN-COPIAS     TO LIS-COPIAS
                   MOVE MAN-PAGINAS    TO LIS-PAGINAS
                   MOVE MAN-ARQUIVO    TO LIS-ARQUIVO
                   MOVE WRK-LISTA-LINHA TO LISTA-REC
                   WRITE LISTA-REC
               ELSE
                   DISPLAY '2A VIA EMITIDA EM ' MAN-ARQUIVO ' - '
                           MAN-PAGINAS ' PAGINAS, PEDIDA POR '
                           WRK-SOLICITANTE
               END-IF
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG156 - CORTE E DISTRIBUICAO DE RELATORIO'.
           DISPLAY 'RELATORIO.............: ' WRK-RELATORIO.
           DISPLAY 'LINHAS LIDAS..........: ' WRK-QTD-LIDOS.
           DISPLAY 'PAGINAS DO RELATORIO..: ' WRK-QTD-PAGINAS.
           DISPLAY 'PAGINAS ENTREGUES.....: ' WRK-QTD-ENTREGUES.
           DISPLAY 'PECAS GRAVADAS........: ' WRK-NUM-PECA.
           DISPLAY 'SEM DESTINATARIO......: ' WRK-QTD-SEM-DESTINO.
           DISPLAY 'RETURN-CODE...........: ' RETURN-CODE.
           DISPLAY '========================================'.

      *    LIDOS = LINHAS DO RELATORIO, GRAVADOS = PAGINAS ENTREGUES,
      *    INCLUIDOS = PECAS, REJEITADOS = PAGINAS SEM DESTINATARIO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG156'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS       TO RS-QTD-LIDOS
           MOVE WRK-QTD-ENTREGUES   TO RS-QTD-GRAVADOS
           MOVE WRK-NUM-PECA        TO RS-QTD-INCLUIDOS
           MOVE ZEROS               TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-DESTINO TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG156.
