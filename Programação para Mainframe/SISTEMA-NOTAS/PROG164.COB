       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG164.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recertificacao trimestral de acessos e operadores
      *          dormentes. Roda todo dia na cadeia noturna:
      *          1) aplica as revogacoes decididas pela coordenacao
      *             na opcao 15 do MENU (RECERT.DAT, decisao R):
      *             programa sai da matriz PERMISSO.DAT, nivel 3 volta
      *             a 1, delegacao e cancelada, conta e suspensa - cada
      *             uma com registro RECERT-REV no MANUT.LOG;
      *          2) linha ainda pendente depois do prazo vira V e o
      *             operador e suspenso (OP-SITUACAO S, RECERT-SUS no
      *             MANUT.LOG) - o MENU recusa o sign-on ate o
      *             cadastro de operadores reativar;
      *          3) no primeiro dia do trimestre sem campanha, abre a
      *             campanha AAAATn com uma linha por acesso de cada
      *             operador ativo: a conta, o nivel 3, cada programa
      *             da matriz (com quem concedeu e quando) e cada
      *             delegacao ativa recebida, com o ultimo uso visto
      *             no ACESSO.LOG, no OPERSESS.LOG (MENU) e no
      *             MANUT.LOG/MANUTHIS.LOG. Conta sem atividade ha mais
      *             de N dias sai como DORMENTE; programa ou delegacao
      *             sem uso no mesmo limite, como SEM USO.
      *          RECERT.REL lista a campanha do trimestre com a
      *          situacao de cada linha. Operador suspenso por prazo
      *          na execucao termina com RC 4; arquivo indisponivel,
      *          RC 8.
      *          SYSIN: dias sem atividade para dormente (padrao 90)
      *          e dias de prazo para a decisao (padrao 30).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT PERMISSAO-FILE ASSIGN TO WRK-ARQ-PERMISSO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-PRM-STATUS.
           SELECT DELEGACAO-FILE ASSIGN TO WRK-ARQ-DELEGAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-SEQ
               FILE STATUS IS WRK-DLG-STATUS.
           SELECT RECERT-FILE ASSIGN TO WRK-ARQ-RECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-RCT-STATUS.
           SELECT ACESSO-FILE ASSIGN TO WRK-ARQ-ACESSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACS-STATUS.
           SELECT SESSLOG-FILE ASSIGN TO WRK-ARQ-OPERSESS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT LOGHIS-FILE ASSIGN TO WRK-ARQ-MANUTHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGHIS-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-RECERREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  PERMISSAO-FILE.
           COPY PERMREC.

       FD  DELEGACAO-FILE.
           COPY DELEGREC.

       FD  RECERT-FILE.
           COPY RECERREC.

       FD  ACESSO-FILE.
           COPY ACESSREC.

       FD  SESSLOG-FILE.
           COPY SESLGREC.

       FD  LOG-FILE.
           COPY LOGREC.

      *    GERACAO ACUMULADA DO PROG28: IMAGEM CRUA DO MANUT.LOG,
      *    PRECEDIDA DO MARCADOR GERACAO. DATA NAS POSICOES 1-8 E
      *    OPERADOR NAS 32-41, COMO NO LOGREC.
       FD  LOGHIS-FILE.
       01  LOGHIS-REC           PIC X(160).

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-OPERADOR  PIC X(40) VALUE 'OPERADOR.DAT'.
       77 WRK-ARQ-PERMISSO  PIC X(40) VALUE 'PERMISSO.DAT'.
       77 WRK-ARQ-DELEGAC   PIC X(40) VALUE 'DELEGAC.DAT'.
       77 WRK-ARQ-RECERT    PIC X(40) VALUE 'RECERT.DAT'.
       77 WRK-ARQ-ACESSO    PIC X(40) VALUE 'ACESSO.LOG'.
       77 WRK-ARQ-OPERSESS  PIC X(40) VALUE 'OPERSESS.LOG'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-MANUTHIS  PIC X(40) VALUE 'MANUTHIS.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-RECERREL  PIC X(40) VALUE 'RECERT.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RCT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ACS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SLG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOGHIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-PARM-DORMENTE  PIC X(03) VALUE SPACES.
       77 WRK-PARM-PRAZO     PIC X(03) VALUE SPACES.
       77 WRK-DIAS-DORMENTE  PIC 9(03) VALUE 90.
       77 WRK-DIAS-PRAZO     PIC 9(03) VALUE 30.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-USO       PIC 9(07) VALUE ZEROS.
       77 WRK-PRAZO          PIC X(08) VALUE SPACES.
       77 WRK-MES            PIC 9(02) VALUE ZEROS.
       77 WRK-TRIMESTRE      PIC 9(01) VALUE ZEROS.
       77 WRK-CAMPANHA       PIC X(06) VALUE SPACES.
       77 WRK-CAMPANHA-NOVA  PIC X(01) VALUE 'N'.
       77 WRK-OPERADOR-LOTE  PIC X(10) VALUE 'LOTE-PR164'.
       77 WRK-LOG-TIPO       PIC X(10) VALUE SPACES.
       77 WRK-LOG-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-LOG-DETALHE    PIC X(40) VALUE SPACES.
       77 WRK-FIM-RCT        PIC X(01) VALUE 'N'.
       77 WRK-FIM-OPER       PIC X(01) VALUE 'N'.
       77 WRK-FIM-PRM        PIC X(01) VALUE 'N'.
       77 WRK-FIM-DLG        PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOG        PIC X(01) VALUE 'N'.
       77 WRK-OPER-ATUAL     PIC X(10) VALUE SPACES.
       77 WRK-SEQ-LINHA      PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-USO     PIC X(08) VALUE SPACES.
       77 WRK-USO-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-USO-PROGRAMA   PIC X(08) VALUE SPACES.
       77 WRK-USO-DATA       PIC X(08) VALUE SPACES.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-OPERADORES PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-OPERADORES PIC 9(04) VALUE 500.
       77 WRK-QTD-USOS       PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-USOS       PIC 9(04) VALUE 3000.
       77 WRK-TABELA-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-SEM-USO        PIC X(01) VALUE 'N'.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REVOGADAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VENCIDAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SUSPENSOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GERADAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LOGS-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-REL-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-REL-OPERADORES PIC 9(05) VALUE ZEROS.
       77 WRK-REL-DORMENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-REL-SEM-USO    PIC 9(05) VALUE ZEROS.
       77 WRK-REL-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-REL-MANTIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-REL-REVOGADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-REL-VENCIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-REL-OPER       PIC X(10) VALUE SPACES.
       77 WRK-REL-PRAZO      PIC X(08) VALUE SPACES.

      *    ULTIMA ATIVIDADE DE CADA OPERADOR (QUALQUER LOG OU
      *    SIGN-ON) E ULTIMO USO DE CADA OPERADOR + PROGRAMA.
       01 WRK-TAB-OPERADORES.
           05 WRK-OPE-ITEM OCCURS 500 TIMES.
               10 WRK-OPE-ID          PIC X(10).
               10 WRK-OPE-ULTIMO      PIC X(08).

       01 WRK-TAB-USOS.
           05 WRK-USO-ITEM OCCURS 3000 TIMES.
               10 WRK-USO-CHAVE.
                   15 WRK-USO-OPER     PIC X(10).
                   15 WRK-USO-PROG     PIC X(08).
               10 WRK-USO-ULTIMO      PIC X(08).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-OPER.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'OPERADOR: '.
           05 LOP-ID            PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LOP-NOME          PIC X(30).
           05 FILLER            PIC X(08) VALUE ' NIVEL: '.
           05 LOP-NIVEL         PIC 9(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LOP-SITUACAO      PIC X(09).

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-SEQ           PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-TIPO          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-OBJETO        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-POR           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-DATA          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-USO           PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ALERTA        PIC X(09).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-DECISAO       PIC X(10).

       01 WRK-LINHA-TOT.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-TEXTO         PIC X(30).
           05 TOT-VALOR         PIC Z.ZZZ.ZZ9.
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
           ACCEPT WRK-PARM-DORMENTE.
           ACCEPT WRK-PARM-PRAZO.
           PERFORM 0050-PREPARAR-DATAS.
           DISPLAY 'PROG164 - RECERTIFICACAO DE ACESSOS - CAMPANHA '
                   WRK-CAMPANHA.
           PERFORM 0100-ABRIR-ARQUIVOS.
           IF RETURN-CODE = 0
               PERFORM 0200-PROCESSAR-DECISOES
               PERFORM 0400-VERIFICAR-CAMPANHA
               IF WRK-CAMPANHA-NOVA = 'S'
                   PERFORM 0500-CARREGAR-ATIVIDADE
                   PERFORM 0600-GERAR-CAMPANHA
               END-IF
               PERFORM 0700-EMITIR-RELATORIO
               PERFORM 0800-FECHAR-ARQUIVOS
           END-IF.
           PERFORM 0850-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG164' TO DDN-PROGRAMA.
           MOVE 'OPERADOR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERADOR.
           MOVE 'PERMISSO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERMISSO.
           MOVE 'DELEGAC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DELEGAC.
           MOVE 'RECERT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECERT.
           MOVE 'ACESSO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ACESSO.
           MOVE 'OPERSESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERSESS.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'MANUTHIS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUTHIS.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'RECERREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECERREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    CAMPANHA DO TRIMESTRE (AAAATn) E PRAZO DA DECISAO CONTADO
      *    A PARTIR DE HOJE; SYSIN EM BRANCO OU INVALIDO FICA NO
      *    PADRAO.
       0050-PREPARAR-DATAS.
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE.
           IF WRK-PARM-DORMENTE NUMERIC AND WRK-PARM-DORMENTE > '000'
               MOVE WRK-PARM-DORMENTE TO WRK-DIAS-DORMENTE
           END-IF.
           IF WRK-PARM-PRAZO NUMERIC AND WRK-PARM-PRAZO > '000'
               MOVE WRK-PARM-PRAZO TO WRK-DIAS-PRAZO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE + WRK-DIAS-PRAZO).
           MOVE WRK-DATA-NUM TO WRK-PRAZO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1.
           STRING WRK-DATA-HOJE(1:4) 'T' WRK-TRIMESTRE
               DELIMITED BY SIZE INTO WRK-CAMPANHA.

      *    RECERT.DAT E CRIADO NA PRIMEIRA EXECUCAO; A MATRIZ E AS
      *    DELEGACOES PODEM AINDA NAO EXISTIR (OPERADORES SO POR
      *    NIVEL), E SAO CRIADAS VAZIAS COMO NO MENU.
       0100-ABRIR-ARQUIVOS.
           OPEN I-O OPERADOR-FILE.
           IF WRK-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADOR.DAT INDISPONIVEL: ' WRK-OPER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O PERMISSAO-FILE
               IF WRK-PRM-STATUS = '35' OR WRK-PRM-STATUS = '05'
                   OPEN OUTPUT PERMISSAO-FILE
                   CLOSE PERMISSAO-FILE
                   OPEN I-O PERMISSAO-FILE
               END-IF
               OPEN I-O DELEGACAO-FILE
               IF WRK-DLG-STATUS = '35' OR WRK-DLG-STATUS = '05'
                   OPEN OUTPUT DELEGACAO-FILE
                   CLOSE DELEGACAO-FILE
                   OPEN I-O DELEGACAO-FILE
               END-IF
               OPEN I-O RECERT-FILE
               IF WRK-RCT-STATUS = '35' OR WRK-RCT-STATUS = '05'
                   OPEN OUTPUT RECERT-FILE
                   CLOSE RECERT-FILE
                   OPEN I-O RECERT-FILE
               END-IF
               IF WRK-PRM-STATUS NOT = '00'
                  OR WRK-DLG-STATUS NOT = '00'
                  OR WRK-RCT-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO INDISPONIVEL - PERMISSO: '
                           WRK-PRM-STATUS ' DELEGAC: '
                           WRK-DLG-STATUS ' RECERT: ' WRK-RCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    PASSADA EM TODAS AS CAMPANHAS: REVOGACAO DECIDIDA E AINDA
      *    NAO APLICADA E APLICADA; LINHA PENDENTE VENCIDA SUSPENDE O
      *    OPERADOR.
       0200-PROCESSAR-DECISOES.
           MOVE 'N' TO WRK-FIM-RCT.
           MOVE LOW-VALUES TO RCT-CHAVE.
           START RECERT-FILE KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RCT
           END-START.
           PERFORM 0210-LER-DECISAO UNTIL WRK-FIM-RCT = 'S'.

       0210-LER-DECISAO.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RCT
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF RCT-DECISAO = 'R' AND RCT-APLICADO = SPACES
                       PERFORM 0300-APLICAR-REVOGACAO
                   END-IF
                   IF RCT-DECISAO = SPACES AND RCT-PRAZO < WRK-DATA-HOJE
                       PERFORM 0350-VENCER-LINHA
                   END-IF
           END-READ.

      *    CADA REVOGACAO FICA NO MANUT.LOG EM NOME DE QUEM DECIDIU.
      *    ACESSO QUE JA NAO EXISTE (REVOGADO A MAO NO MENU, DELEGACAO
      *    EXPIRADA) SO E DADO COMO APLICADO.
       0300-APLICAR-REVOGACAO.
           MOVE SPACES TO WRK-LOG-DETALHE.
           EVALUATE RCT-TIPO
               WHEN 'C'
                   PERFORM 0310-REVOGAR-CONTA
               WHEN 'N'
                   PERFORM 0320-REVOGAR-NIVEL
               WHEN 'P'
                   PERFORM 0330-REVOGAR-PROGRAMA
               WHEN 'D'
                   PERFORM 0340-REVOGAR-DELEGACAO
           END-EVALUATE.
           IF WRK-LOG-DETALHE NOT = SPACES
               MOVE 'RECERT-REV'     TO WRK-LOG-TIPO
               MOVE RCT-DECIDIDO-POR TO WRK-LOG-OPERADOR
               PERFORM 0900-GRAVAR-LOG
               ADD 1 TO WRK-QTD-REVOGADAS
           END-IF.
           MOVE 'S'           TO RCT-APLICADO.
           MOVE WRK-DATA-HOJE TO RCT-DATA-APLICACAO.
           REWRITE RECERT-REC.

       0310-REVOGAR-CONTA.
           MOVE RCT-OPERADOR TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-SITUACAO NOT = 'S'
                       MOVE 'S' TO OP-SITUACAO
                       REWRITE OPERADOR-REC
                       STRING 'CONTA ' RCT-OPERADOR ' SUSPENSA'
                           DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   END-IF
           END-READ.

       0320-REVOGAR-NIVEL.
           MOVE RCT-OPERADOR TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-NIVEL = 3
                       MOVE 1 TO OP-NIVEL
                       REWRITE OPERADOR-REC
                       STRING 'NIVEL 3 DE ' RCT-OPERADOR
                              ' VOLTA A 1'
                           DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   END-IF
           END-READ.

       0330-REVOGAR-PROGRAMA.
           MOVE RCT-OPERADOR TO PRM-OPERADOR.
           MOVE RCT-PROGRAMA TO PRM-PROGRAMA.
           READ PERMISSAO-FILE KEY IS PRM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PERMISSAO-FILE
                   STRING RCT-PROGRAMA ' DE ' RCT-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-DETALHE
           END-READ.

       0340-REVOGAR-DELEGACAO.
           MOVE RCT-DLG-SEQ TO DLG-SEQ.
           READ DELEGACAO-FILE KEY IS DLG-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DLG-STATUS = 'A'
                       MOVE 'C' TO DLG-STATUS
                       REWRITE DELEGACAO-REC
                       STRING 'DELEGACAO ' DLG-SEQ ' CANCELADA'
                           DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   END-IF
           END-READ.

      *    PRAZO VENCIDO SEM DECISAO: A LINHA FICA V E O OPERADOR E
      *    SUSPENSO UMA VEZ SO (AS DEMAIS LINHAS JA O ACHAM SUSPENSO).
       0350-VENCER-LINHA.
           MOVE 'V' TO RCT-DECISAO.
           MOVE WRK-OPERADOR-LOTE TO RCT-DECIDIDO-POR.
           MOVE WRK-DATA-HOJE TO RCT-DATA-DECISAO.
           REWRITE RECERT-REC.
           ADD 1 TO WRK-QTD-VENCIDAS.
           MOVE RCT-OPERADOR TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-SITUACAO NOT = 'S'
                       MOVE 'S' TO OP-SITUACAO
                       REWRITE OPERADOR-REC
                       ADD 1 TO WRK-QTD-SUSPENSOS
                       DISPLAY 'OPERADOR ' RCT-OPERADOR
                               ' SUSPENSO - RECERTIFICACAO '
                               RCT-CAMPANHA ' VENCIDA EM ' RCT-PRAZO
                       MOVE 'RECERT-SUS' TO WRK-LOG-TIPO
                       MOVE WRK-OPERADOR-LOTE TO WRK-LOG-OPERADOR
                       MOVE SPACES TO WRK-LOG-DETALHE
                       STRING RCT-OPERADOR ' SUSPENSO - CAMPANHA '
                              RCT-CAMPANHA
                           DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                       PERFORM 0900-GRAVAR-LOG
                   END-IF
           END-READ.

       0400-VERIFICAR-CAMPANHA.
           MOVE 'S' TO WRK-CAMPANHA-NOVA.
           MOVE WRK-CAMPANHA TO RCT-CAMPANHA.
           MOVE LOW-VALUES   TO RCT-OPERADOR.
           MOVE ZEROS        TO RCT-SEQ.
           START RECERT-FILE KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RCT-CAMPANHA = WRK-CAMPANHA
                               MOVE 'N' TO WRK-CAMPANHA-NOVA
                           END-IF
                   END-READ
           END-START.

      *    ULTIMA ATIVIDADE: SIGN-ON GRAVADO NO OPERADOR, HISTORICO
      *    DE SESSOES DO MENU, CONSULTAS (ACESSO.LOG) E ALTERACOES
      *    (MANUT.LOG DO DIA E A GERACAO ACUMULADA MANUTHIS.LOG).
       0500-CARREGAR-ATIVIDADE.
           MOVE 'N' TO WRK-FIM-OPER.
           MOVE LOW-VALUES TO OP-ID.
           START OPERADOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-OPER
           END-START.
           PERFORM 0505-CARREGAR-OPERADOR UNTIL WRK-FIM-OPER = 'S'.
           OPEN INPUT ACESSO-FILE.
           IF WRK-ACS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LOG
               PERFORM 0510-LER-ACESSO UNTIL WRK-FIM-LOG = 'S'
               CLOSE ACESSO-FILE
           END-IF.
           OPEN INPUT SESSLOG-FILE.
           IF WRK-SLG-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LOG
               PERFORM 0520-LER-SESSAO UNTIL WRK-FIM-LOG = 'S'
               CLOSE SESSLOG-FILE
           END-IF.
           OPEN INPUT LOG-FILE.
           IF WRK-LOG-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LOG
               PERFORM 0530-LER-MANUT UNTIL WRK-FIM-LOG = 'S'
               CLOSE LOG-FILE
           END-IF.
           OPEN INPUT LOGHIS-FILE.
           IF WRK-LOGHIS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LOG
               PERFORM 0540-LER-MANUTHIS UNTIL WRK-FIM-LOG = 'S'
               CLOSE LOGHIS-FILE
           END-IF.
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'TABELA DE USO CHEIA (' WRK-MAX-USOS
                       ') - PARTE DOS ACESSOS SAI SEM ULTIMO USO.'
           END-IF.

       0505-CARREGAR-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-OPER
               NOT AT END
                   IF WRK-QTD-OPERADORES < WRK-MAX-OPERADORES
                       ADD 1 TO WRK-QTD-OPERADORES
                       MOVE OP-ID TO WRK-OPE-ID(WRK-QTD-OPERADORES)
                       MOVE OP-ULTIMO-SIGNON
                           TO WRK-OPE-ULTIMO(WRK-QTD-OPERADORES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

       0510-LER-ACESSO.
           READ ACESSO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOG
               NOT AT END
                   MOVE ACS-OPERADOR       TO WRK-USO-OPERADOR
                   MOVE ACS-PROGRAMA       TO WRK-USO-PROGRAMA
                   MOVE ACS-DATA-HORA(1:8) TO WRK-USO-DATA
                   PERFORM 0560-REGISTRAR-USO
           END-READ.

       0520-LER-SESSAO.
           READ SESSLOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOG
               NOT AT END
                   MOVE SLG-OPERADOR       TO WRK-USO-OPERADOR
                   MOVE SPACES             TO WRK-USO-PROGRAMA
                   IF SLG-EVENTO = 'P'
                       MOVE SLG-PROGRAMA   TO WRK-USO-PROGRAMA
                   END-IF
                   MOVE SLG-DATA-HORA(1:8) TO WRK-USO-DATA
                   PERFORM 0560-REGISTRAR-USO
           END-READ.

       0530-LER-MANUT.
           READ LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOG
               NOT AT END
                   MOVE LOG-OPERADOR       TO WRK-USO-OPERADOR
                   MOVE SPACES             TO WRK-USO-PROGRAMA
                   MOVE LOG-DATA-HORA(1:8) TO WRK-USO-DATA
                   PERFORM 0560-REGISTRAR-USO
           END-READ.

       0540-LER-MANUTHIS.
           READ LOGHIS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-LOG
               NOT AT END
                   IF LOGHIS-REC(1:8) NOT = 'GERACAO '
                       MOVE LOGHIS-REC(32:10) TO WRK-USO-OPERADOR
                       MOVE SPACES            TO WRK-USO-PROGRAMA
                       MOVE LOGHIS-REC(1:8)   TO WRK-USO-DATA
                       PERFORM 0560-REGISTRAR-USO
                   END-IF
           END-READ.

      *    ATIVIDADE DA CONTA SEMPRE; USO DO PROGRAMA QUANDO O LOG
      *    DIZ QUAL FOI (ACESSO.LOG E EVENTO P DO MENU).
       0560-REGISTRAR-USO.
           ADD 1 TO WRK-QTD-LOGS-LIDOS.
           IF WRK-USO-DATA NUMERIC
               PERFORM 0570-BUSCAR-OPERADOR
               IF WRK-IND-ACHADO > 0
                   IF WRK-USO-DATA > WRK-OPE-ULTIMO(WRK-IND-ACHADO)
                      OR WRK-OPE-ULTIMO(WRK-IND-ACHADO) = SPACES
                       MOVE WRK-USO-DATA
                           TO WRK-OPE-ULTIMO(WRK-IND-ACHADO)
                   END-IF
                   IF WRK-USO-PROGRAMA NOT = SPACES
                       PERFORM 0580-REGISTRAR-PROGRAMA
                   END-IF
               END-IF
           END-IF.

       0570-BUSCAR-OPERADOR.
           MOVE 0 TO WRK-IND-ACHADO.
           PERFORM 0575-COMPARAR-OPERADOR
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-OPERADORES
                  OR WRK-IND-ACHADO > 0.

       0575-COMPARAR-OPERADOR.
           IF WRK-OPE-ID(WRK-IND) = WRK-USO-OPERADOR
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

       0580-REGISTRAR-PROGRAMA.
           PERFORM 0590-BUSCAR-USO.
           IF WRK-IND-ACHADO = 0
               IF WRK-QTD-USOS < WRK-MAX-USOS
                   ADD 1 TO WRK-QTD-USOS
                   MOVE WRK-USO-OPERADOR TO WRK-USO-OPER(WRK-QTD-USOS)
                   MOVE WRK-USO-PROGRAMA TO WRK-USO-PROG(WRK-QTD-USOS)
                   MOVE WRK-USO-DATA TO WRK-USO-ULTIMO(WRK-QTD-USOS)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           ELSE
               IF WRK-USO-DATA > WRK-USO-ULTIMO(WRK-IND-ACHADO)
                   MOVE WRK-USO-DATA TO WRK-USO-ULTIMO(WRK-IND-ACHADO)
               END-IF
           END-IF.

       0590-BUSCAR-USO.
           MOVE 0 TO WRK-IND-ACHADO.
           PERFORM 0595-COMPARAR-USO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-USOS
                  OR WRK-IND-ACHADO > 0.

       0595-COMPARAR-USO.
           IF WRK-USO-OPER(WRK-IND) = WRK-USO-OPERADOR
              AND WRK-USO-PROG(WRK-IND) = WRK-USO-PROGRAMA
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

      *    UMA LINHA POR ACESSO DE CADA OPERADOR ATIVO. SUSPENSO NAO
      *    ENTRA: JA ESTA SEM ACESSO ATE SER REATIVADO.
       0600-GERAR-CAMPANHA.
           MOVE 'N' TO WRK-FIM-OPER.
           MOVE LOW-VALUES TO OP-ID.
           START OPERADOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-OPER
           END-START.
           PERFORM 0610-GERAR-OPERADOR UNTIL WRK-FIM-OPER = 'S'.
           DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ABERTA: ' WRK-QTD-GERADAS
                   ' LINHAS, PRAZO ' WRK-PRAZO.

       0610-GERAR-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-OPER
               NOT AT END
                   IF OP-SITUACAO NOT = 'S'
                       PERFORM 0620-GERAR-LINHAS
                   END-IF
           END-READ.

       0620-GERAR-LINHAS.
           MOVE OP-ID TO WRK-OPER-ATUAL WRK-USO-OPERADOR.
           MOVE ZEROS TO WRK-SEQ-LINHA.
           PERFORM 0570-BUSCAR-OPERADOR.
           IF WRK-IND-ACHADO > 0
               MOVE WRK-OPE-ULTIMO(WRK-IND-ACHADO) TO WRK-ULTIMO-USO
           ELSE
               MOVE SPACES TO WRK-ULTIMO-USO
           END-IF.
           PERFORM 0660-INICIAR-LINHA.
           MOVE 'C' TO RCT-TIPO.
           PERFORM 0670-GRAVAR-LINHA.
           IF OP-NIVEL = 3
               PERFORM 0660-INICIAR-LINHA
               MOVE 'N' TO RCT-TIPO
               PERFORM 0670-GRAVAR-LINHA
           END-IF.
           MOVE 'N' TO WRK-FIM-PRM.
           MOVE WRK-OPER-ATUAL TO PRM-OPERADOR.
           MOVE LOW-VALUES     TO PRM-PROGRAMA.
           START PERMISSAO-FILE KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRM
           END-START.
           PERFORM 0630-GERAR-PROGRAMA UNTIL WRK-FIM-PRM = 'S'.
           MOVE 'N' TO WRK-FIM-DLG.
           MOVE ZEROS TO DLG-SEQ.
           START DELEGACAO-FILE KEY IS NOT LESS THAN DLG-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DLG
           END-START.
           PERFORM 0640-GERAR-DELEGACAO UNTIL WRK-FIM-DLG = 'S'.

       0630-GERAR-PROGRAMA.
           READ PERMISSAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PRM
               NOT AT END
                   IF PRM-OPERADOR NOT = WRK-OPER-ATUAL
                       MOVE 'S' TO WRK-FIM-PRM
                   ELSE
                       MOVE PRM-PROGRAMA TO WRK-USO-PROGRAMA
                       PERFORM 0650-ULTIMO-USO-PROGRAMA
                       PERFORM 0660-INICIAR-LINHA
                       MOVE 'P'                TO RCT-TIPO
                       MOVE PRM-PROGRAMA       TO RCT-PROGRAMA
                       MOVE PRM-CONCEDIDO-POR  TO RCT-CONCEDIDO-POR
                       MOVE PRM-DATA-CONCESSAO TO RCT-DATA-REF
                       PERFORM 0670-GRAVAR-LINHA
                   END-IF
           END-READ.

      *    DELEGACAO ATIVA RECEBIDA: O USO E O DOS PROGRAMAS RESTRITOS
      *    PELO MENU NO PERIODO - FICA A ULTIMA ATIVIDADE DA CONTA.
       0640-GERAR-DELEGACAO.
           READ DELEGACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-DLG
               NOT AT END
                   IF DLG-STATUS = 'A'
                      AND DLG-PARA = WRK-OPER-ATUAL
                      AND DLG-DATA-FIM NOT < WRK-DATA-HOJE
                       MOVE WRK-OPER-ATUAL TO WRK-USO-OPERADOR
                       PERFORM 0570-BUSCAR-OPERADOR
                       IF WRK-IND-ACHADO > 0
                           MOVE WRK-OPE-ULTIMO(WRK-IND-ACHADO)
                               TO WRK-ULTIMO-USO
                       ELSE
                           MOVE SPACES TO WRK-ULTIMO-USO
                       END-IF
                       PERFORM 0660-INICIAR-LINHA
                       MOVE 'D'          TO RCT-TIPO
                       MOVE DLG-SEQ      TO RCT-DLG-SEQ
                       MOVE DLG-DE       TO RCT-CONCEDIDO-POR
                       MOVE DLG-DATA-FIM TO RCT-DATA-REF
                       PERFORM 0670-GRAVAR-LINHA
                   END-IF
           END-READ.

       0650-ULTIMO-USO-PROGRAMA.
           MOVE WRK-OPER-ATUAL TO WRK-USO-OPERADOR.
           PERFORM 0590-BUSCAR-USO.
           IF WRK-IND-ACHADO > 0
               MOVE WRK-USO-ULTIMO(WRK-IND-ACHADO) TO WRK-ULTIMO-USO
           ELSE
               MOVE SPACES TO WRK-ULTIMO-USO
           END-IF.

       0660-INICIAR-LINHA.
           MOVE SPACES TO RECERT-REC.
           MOVE ZEROS  TO RCT-DLG-SEQ.
           ADD 1 TO WRK-SEQ-LINHA.
           MOVE WRK-CAMPANHA   TO RCT-CAMPANHA.
           MOVE WRK-OPER-ATUAL TO RCT-OPERADOR.
           MOVE WRK-SEQ-LINHA  TO RCT-SEQ.
           MOVE WRK-ULTIMO-USO TO RCT-ULTIMO-USO.
           MOVE WRK-PRAZO      TO RCT-PRAZO.

      *    SEM USO HA MAIS DE N DIAS (OU NUNCA VISTO NOS LOGS): CONTA
      *    E NIVEL SAEM DORMENTES; PROGRAMA E DELEGACAO, SEM USO.
       0670-GRAVAR-LINHA.
           MOVE 'N' TO WRK-SEM-USO.
           IF RCT-ULTIMO-USO NOT NUMERIC
               MOVE 'S' TO WRK-SEM-USO
           ELSE
               MOVE RCT-ULTIMO-USO TO WRK-DATA-NUM
               COMPUTE WRK-DIAS-USO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DIAS-HOJE - WRK-DIAS-USO > WRK-DIAS-DORMENTE
                   MOVE 'S' TO WRK-SEM-USO
               END-IF
           END-IF.
           IF WRK-SEM-USO = 'S'
               IF RCT-TIPO = 'C' OR RCT-TIPO = 'N'
                   MOVE 'D' TO RCT-ALERTA
               ELSE
                   MOVE 'U' TO RCT-ALERTA
               END-IF
           END-IF.
           WRITE RECERT-REC
               INVALID KEY
                   DISPLAY 'LINHA JA EXISTE: ' RCT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GERADAS
           END-WRITE.

      *    RELATORIO DA CAMPANHA DO TRIMESTRE, REFEITO TODO DIA COM A
      *    SITUACAO ATUAL DE CADA LINHA.
       0700-EMITIR-RELATORIO.
           OPEN OUTPUT RELAT-FILE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECERTIFICACAO DE ACESSOS - CAMPANHA ' WRK-CAMPANHA
                  ' - ' WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DORMENTE/SEM USO: MAIS DE ' WRK-DIAS-DORMENTE
                  ' DIAS SEM ATIVIDADE. DECIDIR NA OPCAO 15 DO MENU.'
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  SEQ TIPO       ACESSO   POR        DATA     ULT.USO'
               TO WRK-LINHA.
           MOVE 'ALERTA    DECISAO' TO WRK-LINHA(56:).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-REL-OPER.
           MOVE 'N' TO WRK-FIM-RCT.
           MOVE WRK-CAMPANHA TO RCT-CAMPANHA.
           MOVE LOW-VALUES   TO RCT-OPERADOR.
           MOVE ZEROS        TO RCT-SEQ.
           START RECERT-FILE KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RCT
           END-START.
           PERFORM 0710-LER-LINHA-REL UNTIL WRK-FIM-RCT = 'S'.
           PERFORM 0750-TOTAIS-RELATORIO.
           CLOSE RELAT-FILE.

       0710-LER-LINHA-REL.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RCT
               NOT AT END
                   IF RCT-CAMPANHA NOT = WRK-CAMPANHA
                       MOVE 'S' TO WRK-FIM-RCT
                   ELSE
                       IF RCT-OPERADOR NOT = WRK-REL-OPER
                           PERFORM 0720-CABECALHO-OPERADOR
                       END-IF
                       PERFORM 0730-DETALHE-LINHA
                   END-IF
           END-READ.

       0720-CABECALHO-OPERADOR.
           MOVE RCT-OPERADOR TO WRK-REL-OPER LOP-ID OP-ID.
           ADD 1 TO WRK-REL-OPERADORES.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO LOP-NOME
                   MOVE ZEROS            TO LOP-NIVEL
                   MOVE SPACES           TO LOP-SITUACAO
               NOT INVALID KEY
                   MOVE OP-NOME  TO LOP-NOME
                   MOVE OP-NIVEL TO LOP-NIVEL
                   IF OP-SITUACAO = 'S'
                       MOVE 'SUSPENSO' TO LOP-SITUACAO
                   ELSE
                       MOVE 'ATIVO'    TO LOP-SITUACAO
                   END-IF
           END-READ.
           MOVE SPACES TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA-OPER.

       0730-DETALHE-LINHA.
           ADD 1 TO WRK-REL-LINHAS.
           MOVE RCT-PRAZO      TO WRK-REL-PRAZO.
           MOVE RCT-SEQ        TO LIN-SEQ.
           MOVE SPACES         TO LIN-OBJETO LIN-POR LIN-DATA.
           EVALUATE RCT-TIPO
               WHEN 'C'
                   MOVE 'CONTA'      TO LIN-TIPO
               WHEN 'N'
                   MOVE 'NIVEL 3'    TO LIN-TIPO
               WHEN 'P'
                   MOVE 'PROGRAMA'   TO LIN-TIPO
                   MOVE RCT-PROGRAMA TO LIN-OBJETO
                   MOVE RCT-CONCEDIDO-POR TO LIN-POR
                   MOVE RCT-DATA-REF TO LIN-DATA
               WHEN OTHER
                   MOVE 'DELEGACAO'  TO LIN-TIPO
                   MOVE RCT-DLG-SEQ  TO LIN-OBJETO
                   MOVE RCT-CONCEDIDO-POR TO LIN-POR
                   MOVE RCT-DATA-REF TO LIN-DATA
           END-EVALUATE.
           IF RCT-ULTIMO-USO = SPACES
               MOVE 'NUNCA' TO LIN-USO
           ELSE
               MOVE RCT-ULTIMO-USO TO LIN-USO
           END-IF.
           EVALUATE RCT-ALERTA
               WHEN 'D'
                   MOVE 'DORMENTE'  TO LIN-ALERTA
                   ADD 1 TO WRK-REL-DORMENTES
               WHEN 'U'
                   MOVE 'SEM USO'   TO LIN-ALERTA
                   ADD 1 TO WRK-REL-SEM-USO
               WHEN OTHER
                   MOVE SPACES      TO LIN-ALERTA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RCT-DECISAO = 'M'
                   MOVE 'MANTER'    TO LIN-DECISAO
                   ADD 1 TO WRK-REL-MANTIDAS
               WHEN RCT-DECISAO = 'R' AND RCT-APLICADO = 'S'
                   MOVE 'REVOGADO'  TO LIN-DECISAO
                   ADD 1 TO WRK-REL-REVOGADAS
               WHEN RCT-DECISAO = 'R'
                   MOVE 'REVOGAR'   TO LIN-DECISAO
                   ADD 1 TO WRK-REL-REVOGADAS
               WHEN RCT-DECISAO = 'V'
                   MOVE 'VENCIDO'   TO LIN-DECISAO
                   ADD 1 TO WRK-REL-VENCIDAS
               WHEN OTHER
                   MOVE 'PENDENTE'  TO LIN-DECISAO
                   ADD 1 TO WRK-REL-PENDENTES
           END-EVALUATE.
           WRITE RELAT-REC FROM WRK-LINHA-DET.

       0750-TOTAIS-RELATORIO.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-REL-LINHAS = 0
               MOVE 'NENHUMA LINHA NA CAMPANHA DO TRIMESTRE.'
                   TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRAZO PARA DECISAO: ' WRK-REL-PRAZO(7:2) '/'
                  WRK-REL-PRAZO(5:2) '/' WRK-REL-PRAZO(1:4)
                  ' - PENDENTE DEPOIS DISSO SUSPENDE O OPERADOR.'
               DELIMITED BY SIZE INTO WRK-LINHA.
           IF WRK-REL-LINHAS > 0
               WRITE RELAT-REC FROM WRK-LINHA
           END-IF.
           MOVE 'OPERADORES..................:' TO TOT-TEXTO.
           MOVE WRK-REL-OPERADORES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'LINHAS DE ACESSO............:' TO TOT-TEXTO.
           MOVE WRK-REL-LINHAS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE '  DORMENTES.................:' TO TOT-TEXTO.
           MOVE WRK-REL-DORMENTES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE '  SEM USO...................:' TO TOT-TEXTO.
           MOVE WRK-REL-SEM-USO TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'MANTIDAS....................:' TO TOT-TEXTO.
           MOVE WRK-REL-MANTIDAS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'REVOGADAS...................:' TO TOT-TEXTO.
           MOVE WRK-REL-REVOGADAS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'VENCIDAS (OPERADOR SUSPENSO):' TO TOT-TEXTO.
           MOVE WRK-REL-VENCIDAS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'PENDENTES...................:' TO TOT-TEXTO.
           MOVE WRK-REL-PENDENTES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.

       0800-FECHAR-ARQUIVOS.
           CLOSE RECERT-FILE.
           CLOSE DELEGACAO-FILE.
           CLOSE PERMISSAO-FILE.
           CLOSE OPERADOR-FILE.

       0850-FINALIZAR.
           IF WRK-QTD-SUSPENSOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG164 - RECERTIFICACAO DE ACESSOS'.
           DISPLAY 'CAMPANHA DO TRIMESTRE....: ' WRK-CAMPANHA.
           DISPLAY 'LINHAS EXAMINADAS........: ' WRK-QTD-LIDAS.
           DISPLAY 'REVOGACOES APLICADAS.....: ' WRK-QTD-REVOGADAS.
           DISPLAY 'LINHAS VENCIDAS..........: ' WRK-QTD-VENCIDAS.
           DISPLAY 'OPERADORES SUSPENSOS.....: ' WRK-QTD-SUSPENSOS.
           IF WRK-CAMPANHA-NOVA = 'S' AND RETURN-CODE < 8
               DISPLAY 'REGISTROS DE LOG LIDOS...: ' WRK-QTD-LOGS-LIDOS
               DISPLAY 'LINHAS DA NOVA CAMPANHA..: ' WRK-QTD-GERADAS
           END-IF.
           IF RETURN-CODE < 8
               DISPLAY 'RELATORIO EM RECERT.REL'
           END-IF.
           DISPLAY 'RETURN-CODE..............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0900-GRAVAR-LOG.
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA
           MOVE WRK-LOG-TIPO     TO LOG-TIPO
           MOVE WRK-LOG-OPERADOR TO LOG-OPERADOR
           MOVE SPACES           TO LOG-MATRICULA LOG-MATERIA
           MOVE ZEROS            TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO
           MOVE WRK-LOG-DETALHE  TO LOG-DETALHE
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT); O PROG63 REFAZ A CADEIA E
      *    APONTA LACUNA, REORDENACAO OU ALTERACAO.
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

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG164'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDAS  TO RS-QTD-LIDOS
           MOVE WRK-QTD-GERADAS TO RS-QTD-GRAVADOS
           MOVE ZEROS          TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-REVOGADAS TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SUSPENSOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG164.
