       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lote de carteirinhas de estudante para a grafica -
      *          todo aluno com ao menos uma linha ativa em
      *          MATRICULA.DAT no ano/semestre que ainda nao recebeu
      *          carteirinha neste ciclo de validade (CARTEIRA.DAT)
      *          vai para o arquivo da grafica CARTVEND.DAT com o
      *          nome do cartao (nome social quando preenchido), o
      *          curso, a matricula com DV e a validade. Quem nao tem
      *          o documento FOTO valido em DOCALUNO.DAT, ou tem
      *          matricula com DV invalido, fica de fora e sai listado
      *          em CARTEIRA.REL. Os pedidos de 2a via por perda
      *          (CARTREIM.DAT) saem no mesmo lote como reimpressao,
      *          contados a parte; o arquivo de pedidos e esvaziado
      *          depois de lido. O numero do lote vem de CARTCTL.DAT
      *          e fica gravado em cada registro de emissao.
      *          SYSIN: ano/semestre (ex: 2026-1) e validade
      *          AAAAMMDD (em branco: 31/08 para o 1o semestre e
      *          28/02 do ano seguinte para o 2o).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO WRK-ARQ-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-DOC-STATUS.
           SELECT CARTEIRA-FILE ASSIGN TO WRK-ARQ-CARTEIRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-CRT-STATUS.
           SELECT CARTCTL-FILE ASSIGN TO WRK-ARQ-CARTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT REIMP-FILE ASSIGN TO WRK-ARQ-CARTREIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RIM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO WRK-ARQ-CARTVEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VND-STATUS.
           SELECT CARTEIRA-REL ASSIGN TO WRK-ARQ-CARTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  DOCUMENTO-FILE.
           COPY DOCREC.

       FD  CARTEIRA-FILE.
           COPY CARTIREC.

      *    CONTROLE SEQUENCIAL DO NUMERO DO LOTE DA GRAFICA.
       FD  CARTCTL-FILE.
       01  CARTCTL-REC.
           05 CCT-ULT-LOTE      PIC 9(05).

      *    PEDIDOS DE 2A VIA POR PERDA, DIGITADOS PELA SECRETARIA.
       FD  REIMP-FILE.
       01  REIMP-REC.
           05 RIM-MATRICULA     PIC X(10).
           05 RIM-MOTIVO        PIC X(30).

       FD  VENDOR-FILE.
       01  VENDOR-REC           PIC X(100).

       FD  CARTEIRA-REL.
       01  CARTEIRA-LINHA       PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-DOCALUNO  PIC X(40) VALUE 'DOCALUNO.DAT'.
       77 WRK-ARQ-CARTEIRA  PIC X(40) VALUE 'CARTEIRA.DAT'.
       77 WRK-ARQ-CARTCTL   PIC X(40) VALUE 'CARTCTL.DAT'.
       77 WRK-ARQ-CARTREIM  PIC X(40) VALUE 'CARTREIM.DAT'.
       77 WRK-ARQ-CARTVEND  PIC X(40) VALUE 'CARTVEND.DAT'.
       77 WRK-ARQ-CARTREL   PIC X(40) VALUE 'CARTEIRA.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DOC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CRT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RIM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-VND-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-VALIDADE       PIC X(08) VALUE SPACES.
       77 WRK-ANO-VALIDADE   PIC 9(04) VALUE ZEROS.
       77 WRK-LOTE           PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ENROLL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-REIMP      PIC X(01) VALUE 'N'.
       77 WRK-ULT-AVALIADA   PIC X(10) VALUE SPACES.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-PULO    PIC X(40) VALUE SPACES.
       77 WRK-NOME-CARTAO    PIC X(30) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-QTD-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOVAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-EMITIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PULADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REIMPRESSAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS  PIC 9(05) VALUE ZEROS.

      *    REGISTRO DO ARQUIVO DA GRAFICA (100 POSICOES).
       01 WRK-REG-CARTAO.
           05 VND-TIPO          PIC X(01).
      *        'N' = carteirinha nova do ciclo, 'R' = reimpressao
           05 VND-LOTE          PIC 9(05).
           05 VND-MATRICULA-DV.
               10 VND-MATR-CORPO PIC X(09).
               10 FILLER         PIC X(01) VALUE '-'.
               10 VND-MATR-DV    PIC X(01).
           05 VND-NOME          PIC X(30).
           05 VND-CURSO         PIC X(10).
           05 VND-VALIDADE      PIC X(10).
           05 VND-VIA           PIC 9(02).
           05 FILLER            PIC X(31) VALUE SPACES.

       01 WRK-LINHA-DETALHE.
           05 LDT-MATRICULA     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-NOME          PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-SITUACAO      PIC X(14).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-OBSERVACAO    PIC X(40).
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
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0200-PERCORRER-MATRICULAS
               PERFORM 0500-PROCESSAR-REIMPRESSOES
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-QTD-PULADOS > 0 OR WRK-QTD-RECUSADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG120' TO DDN-PROGRAMA.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'DOCALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DOCALUNO.
           MOVE 'CARTEIRA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTEIRA.
           MOVE 'CARTCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTCTL.
           MOVE 'CARTREIM' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTREIM.
           MOVE 'CARTVEND' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTVEND.
           MOVE 'CARTREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-VALIDADE.
           IF WRK-ANO-SEMESTRE = SPACES
              OR WRK-ANO-SEMESTRE(1:4) NOT NUMERIC
               DISPLAY 'ANO/SEMESTRE NAO INFORMADO - NADA FOI GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-VALIDADE = SPACES
                   PERFORM 0055-VALIDADE-PADRAO
               END-IF
               DISPLAY 'LOTE DE CARTEIRINHAS - CICLO '
                       WRK-ANO-SEMESTRE ' - VALIDADE '
                       WRK-VALIDADE(7:2) '/' WRK-VALIDADE(5:2) '/'
                       WRK-VALIDADE(1:4)
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

      *    CARTEIRINHA VALE ATE O FIM DO MES SEGUINTE AO TERMINO DO
      *    SEMESTRE, PARA COBRIR A REMATRICULA.
       0055-VALIDADE-PADRAO.
           MOVE WRK-ANO-SEMESTRE(1:4) TO WRK-ANO-VALIDADE.
           IF WRK-ANO-SEMESTRE(6:1) = '2'
               ADD 1 TO WRK-ANO-VALIDADE
               STRING WRK-ANO-VALIDADE '0228' DELIMITED BY SIZE
                   INTO WRK-VALIDADE
           ELSE
               STRING WRK-ANO-VALIDADE '0831' DELIMITED BY SIZE
                   INTO WRK-VALIDADE
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT DOCUMENTO-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               DISPLAY 'CHECKLIST DE DOCUMENTOS INDISPONIVEL ('
                       WRK-DOC-STATUS ') - SEM CONFERENCIA DA FOTO '
                       'O LOTE NAO E GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O CARTEIRA-FILE
               IF WRK-CRT-STATUS = '35' OR WRK-CRT-STATUS = '05'
                   OPEN OUTPUT CARTEIRA-FILE
                   CLOSE CARTEIRA-FILE
                   OPEN I-O CARTEIRA-FILE
               END-IF
               IF WRK-CRT-STATUS NOT = '00'
                   DISPLAY 'CARTEIRA.DAT INDISPONIVEL: '
                           WRK-CRT-STATUS
                   CLOSE DOCUMENTO-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ALUNO-FILE
                   OPEN INPUT ENROLL-FILE
                   OPEN OUTPUT VENDOR-FILE
                   OPEN OUTPUT CARTEIRA-REL
                   MOVE SPACES TO CARTEIRA-LINHA
                   STRING 'LOTE DE CARTEIRINHAS - CICLO '
                          WRK-ANO-SEMESTRE ' - EMITIDO EM '
                          WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2)
                          '/' WRK-DATA-HOJE(1:4)
                       DELIMITED BY SIZE INTO CARTEIRA-LINHA
                   WRITE CARTEIRA-LINHA
                   MOVE ALL '=' TO CARTEIRA-LINHA
                   WRITE CARTEIRA-LINHA
               END-IF
           END-IF.

      *    O NUMERO DO LOTE SO E TOMADO QUANDO SAI O PRIMEIRO CARTAO,
      *    PARA UMA EXECUCAO VAZIA NAO PULAR NUMERO.
       0150-OBTER-LOTE.
           MOVE ZEROS TO WRK-LOTE.
           OPEN INPUT CARTCTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ CARTCTL-FILE
                   NOT AT END
                       MOVE CCT-ULT-LOTE TO WRK-LOTE
               END-READ
               CLOSE CARTCTL-FILE
           END-IF
           ADD 1 TO WRK-LOTE.
           OPEN OUTPUT CARTCTL-FILE.
           MOVE WRK-LOTE TO CCT-ULT-LOTE.
           WRITE CARTCTL-REC.
           CLOSE CARTCTL-FILE.

       0200-PERCORRER-MATRICULAS.
           MOVE 'N' TO WRK-FIM-ENROLL.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       WRK-ENROLL-STATUS
               MOVE 'S' TO WRK-FIM-ENROLL
           ELSE
               MOVE LOW-VALUES TO ENROLL-CHAVE
               START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ENROLL
               END-START
           END-IF
           PERFORM 0210-LER-MATRICULA UNTIL WRK-FIM-ENROLL = 'S'.

      *    O ARQUIVO VEM EM ORDEM DE MATRICULA: A PRIMEIRA LINHA ATIVA
      *    DO PERIODO DECIDE O ALUNO, AS DEMAIS SAO IGNORADAS.
       0210-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ENROLL
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                      AND ENROLL-MATRICULA NOT = WRK-ULT-AVALIADA
                       MOVE ENROLL-MATRICULA TO WRK-ULT-AVALIADA
                       PERFORM 0300-AVALIAR-ALUNO
                   END-IF
           END-READ.

       0300-AVALIAR-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE SPACES TO WRK-MOTIVO-PULO WRK-NOME-CARTAO WRK-CURSO.
           MOVE ENROLL-MATRICULA TO CRT-MATRICULA.
           MOVE WRK-ANO-SEMESTRE TO CRT-CICLO.
           READ CARTEIRA-FILE KEY IS CRT-CHAVE
               INVALID KEY
                   PERFORM 0310-CONFERIR-ALUNO
                   IF WRK-MOTIVO-PULO = SPACES
                       PERFORM 0400-EMITIR-NOVA
                   ELSE
                       ADD 1 TO WRK-QTD-PULADOS
                       MOVE ENROLL-MATRICULA TO LDT-MATRICULA
                       MOVE WRK-NOME-CARTAO  TO LDT-NOME
                       MOVE 'FORA DO LOTE'   TO LDT-SITUACAO
                       MOVE WRK-MOTIVO-PULO  TO LDT-OBSERVACAO
                       WRITE CARTEIRA-LINHA FROM WRK-LINHA-DETALHE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-EMITIDAS
           END-READ.

      *    DV, CADASTRO E FOTO VALIDA NO CHECKLIST (PROG80).
       0310-CONFERIR-ALUNO.
           CALL 'MATRDV' USING ENROLL-MATRICULA WRK-DV-OK.
           MOVE ENROLL-MATRICULA TO AL-MATRICULA.
           READ ALUNO-FILE KEY IS AL-MATRICULA
               INVALID KEY
                   MOVE ENROLL-NOME TO WRK-NOME-CARTAO
                   MOVE 'ALUNO FORA DO CADASTRO' TO WRK-MOTIVO-PULO
               NOT INVALID KEY
                   MOVE AL-CURSO TO WRK-CURSO
                   IF AL-NOME-SOCIAL NOT = SPACES
                       MOVE AL-NOME-SOCIAL TO WRK-NOME-CARTAO
                   ELSE
                       MOVE AL-NOME TO WRK-NOME-CARTAO
                   END-IF
           END-READ.
           IF WRK-DV-OK NOT = 'S' AND WRK-MOTIVO-PULO = SPACES
               MOVE 'MATRICULA COM DV INVALIDO' TO WRK-MOTIVO-PULO
           END-IF
           IF WRK-MOTIVO-PULO = SPACES
               MOVE ENROLL-MATRICULA TO DOC-MATRICULA
               MOVE 'FOTO'           TO DOC-TIPO
               READ DOCUMENTO-FILE KEY IS DOC-CHAVE
                   INVALID KEY
                       MOVE 'SEM FOTO NO CHECKLIST DE DOCUMENTOS'
                           TO WRK-MOTIVO-PULO
                   NOT INVALID KEY
                       IF DOC-DATA-VALIDADE NOT = SPACES
                          AND DOC-DATA-VALIDADE < WRK-DATA-HOJE
                           MOVE 'FOTO VENCIDA NO CHECKLIST'
                               TO WRK-MOTIVO-PULO
                       END-IF
               END-READ
           END-IF.

       0400-EMITIR-NOVA.
           IF WRK-LOTE = 0
               PERFORM 0150-OBTER-LOTE
           END-IF
           MOVE ENROLL-MATRICULA TO CRT-MATRICULA.
           MOVE WRK-ANO-SEMESTRE TO CRT-CICLO.
           MOVE WRK-NOME-CARTAO  TO CRT-NOME-CARTAO.
           MOVE WRK-CURSO        TO CRT-CURSO.
           MOVE WRK-VALIDADE     TO CRT-VALIDADE.
           MOVE WRK-LOTE         TO CRT-LOTE.
           MOVE WRK-DATA-HOJE    TO CRT-DATA-EMISSAO.
           MOVE 1                TO CRT-VIA.
           MOVE ZEROS            TO CRT-QTD-REIMPRESSOES
                                    CRT-LOTE-REIMPRESSAO.
           MOVE SPACES           TO CRT-DATA-REIMPRESSAO
                                    CRT-MOTIVO-REIMP.
           WRITE CARTEIRA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CARTEIRA.DAT: '
                           WRK-CRT-STATUS ' - ' CRT-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-NOVAS
                   MOVE 'N' TO VND-TIPO
                   PERFORM 0450-GRAVAR-CARTAO
           END-WRITE.

      *    MONTA O REGISTRO DA GRAFICA A PARTIR DO REGISTRO DE EMISSAO.
       0450-GRAVAR-CARTAO.
           MOVE WRK-LOTE              TO VND-LOTE.
           MOVE CRT-MATRICULA(1:9)    TO VND-MATR-CORPO.
           MOVE CRT-MATRICULA(10:1)   TO VND-MATR-DV.
           MOVE CRT-NOME-CARTAO       TO VND-NOME.
           MOVE CRT-CURSO             TO VND-CURSO.
           MOVE SPACES                TO VND-VALIDADE.
           STRING CRT-VALIDADE(7:2) '/' CRT-VALIDADE(5:2) '/'
                  CRT-VALIDADE(1:4)
               DELIMITED BY SIZE INTO VND-VALIDADE.
           MOVE CRT-VIA               TO VND-VIA.
           WRITE VENDOR-REC FROM WRK-REG-CARTAO.

      *    2A VIA SO PARA QUEM JA TEM CARTEIRINHA DO CICLO; O PEDIDO
      *    NAO CONSOME A EMISSAO NOVA, SO SOMA A VIA E A REIMPRESSAO.
       0500-PROCESSAR-REIMPRESSOES.
           MOVE 'N' TO WRK-FIM-REIMP.
           OPEN INPUT REIMP-FILE.
           IF WRK-RIM-STATUS = '00'
               PERFORM 0510-LER-PEDIDO UNTIL WRK-FIM-REIMP = 'S'
               CLOSE REIMP-FILE
               IF WRK-QTD-PEDIDOS > 0
                   OPEN OUTPUT REIMP-FILE
                   CLOSE REIMP-FILE
               END-IF
           END-IF.

       0510-LER-PEDIDO.
           READ REIMP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-REIMP
               NOT AT END
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE RIM-MATRICULA    TO CRT-MATRICULA
                   MOVE WRK-ANO-SEMESTRE TO CRT-CICLO
                   READ CARTEIRA-FILE KEY IS CRT-CHAVE
                       INVALID KEY
                           ADD 1 TO WRK-QTD-RECUSADAS
                           MOVE RIM-MATRICULA TO LDT-MATRICULA
                           MOVE SPACES        TO LDT-NOME
                           MOVE '2A VIA RECUSADA' TO LDT-SITUACAO
                           MOVE 'SEM CARTEIRINHA EMITIDA NO CICLO'
                               TO LDT-OBSERVACAO
                           WRITE CARTEIRA-LINHA
                               FROM WRK-LINHA-DETALHE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 0520-EMITIR-REIMPRESSAO
                   END-READ
           END-READ.

       0520-EMITIR-REIMPRESSAO.
           IF WRK-LOTE = 0
               PERFORM 0150-OBTER-LOTE
           END-IF
           ADD 1 TO CRT-VIA.
           ADD 1 TO CRT-QTD-REIMPRESSOES.
           MOVE WRK-LOTE      TO CRT-LOTE-REIMPRESSAO.
           MOVE WRK-DATA-HOJE TO CRT-DATA-REIMPRESSAO.
           MOVE RIM-MOTIVO    TO CRT-MOTIVO-REIMP.
           REWRITE CARTEIRA-REC.
           ADD 1 TO WRK-QTD-REIMPRESSAS.
           MOVE 'R' TO VND-TIPO.
           PERFORM 0450-GRAVAR-CARTAO.
           MOVE CRT-MATRICULA   TO LDT-MATRICULA.
           MOVE CRT-NOME-CARTAO TO LDT-NOME.
           MOVE 'REIMPRESSAO'   TO LDT-SITUACAO.
           MOVE RIM-MOTIVO      TO LDT-OBSERVACAO.
           WRITE CARTEIRA-LINHA FROM WRK-LINHA-DETALHE.

       0800-FECHAR-ARQUIVOS.
           MOVE ALL '-' TO CARTEIRA-LINHA.
           WRITE CARTEIRA-LINHA.
           MOVE SPACES TO CARTEIRA-LINHA.
           STRING 'LOTE ' WRK-LOTE ' - NOVAS: ' WRK-QTD-NOVAS
                  '  REIMPRESSOES: ' WRK-QTD-REIMPRESSAS
                  '  FORA DO LOTE: ' WRK-QTD-PULADOS
                  '  2A VIA RECUSADA: ' WRK-QTD-RECUSADAS
                  '  JA EMITIDAS NO CICLO: ' WRK-QTD-JA-EMITIDAS
               DELIMITED BY SIZE INTO CARTEIRA-LINHA.
           WRITE CARTEIRA-LINHA.
           CLOSE ENROLL-FILE ALUNO-FILE DOCUMENTO-FILE CARTEIRA-FILE
                 VENDOR-FILE CARTEIRA-REL.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'LOTE DE CARTEIRINHAS - CICLO ' WRK-ANO-SEMESTRE.
           DISPLAY 'NUMERO DO LOTE........: ' WRK-LOTE.
           DISPLAY 'ALUNOS COM MATRICULA..: ' WRK-QTD-ALUNOS.
           DISPLAY 'JA EMITIDAS NO CICLO..: ' WRK-QTD-JA-EMITIDAS.
           DISPLAY 'CARTEIRINHAS NOVAS....: ' WRK-QTD-NOVAS.
           DISPLAY 'FORA DO LOTE..........: ' WRK-QTD-PULADOS.
           DISPLAY 'REIMPRESSOES (2A VIA).: ' WRK-QTD-REIMPRESSAS.
           DISPLAY '2A VIA RECUSADA.......: ' WRK-QTD-RECUSADAS.
           DISPLAY 'ARQUIVO DA GRAFICA....: CARTVEND.DAT'.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS COM MATRICULA ATIVA NO PERIODO, GRAVADOS =
      *    CARTEIRINHAS NOVAS, INCLUIDOS = REIMPRESSOES, REJEITADOS =
      *    FORA DO LOTE + 2A VIA RECUSADA.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG120'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-ALUNOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-NOVAS       TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-REIMPRESSAS TO RS-QTD-INCLUIDOS
           MOVE ZEROS               TO RS-QTD-EXCLUIDOS
           COMPUTE RS-QTD-REJEITADOS =
               WRK-QTD-PULADOS + WRK-QTD-RECUSADAS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG120.
