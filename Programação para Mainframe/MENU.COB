      *          permitidas pelo nivel de autorizacao; o ID validado e
      *          gravado em OPERSESS.DAT para que PROG06/PROG11/
      *          PROG16/PROG18 usem esse ID no LOG-OPERADOR em vez de
      *          um valor digitado livre. Cada sign-on, programa
      *          despachado e saida fica no OPERSESS.LOG; operador
      *          suspenso (OP-SITUACAO S) nao entra. A opcao 15 grava
      *          a decisao manter/revogar da recertificacao trimestral
      *          de acessos (RECERT.DAT), aplicada pelo PROG164. A
      *          opcao 16 mantem o titular e o substituto de cada
      *          curso (COORDENA.DAT), donos das filas da coordenacao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-SEQ
               FILE STATUS IS WRK-DLG-STATUS.
           SELECT SESSLOG-FILE ASSIGN TO "OPERSESS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-RCT-STATUS.
           SELECT COORD-FILE ASSIGN TO "COORDENA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CURSO
               FILE STATUS IS WRK-CRD-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
       FD  DELEGACAO-FILE.
           COPY DELEGREC.

       FD  SESSLOG-FILE.
           COPY SESLGREC.

       FD  RECERT-FILE.
           COPY RECERREC.

       FD  COORD-FILE.
           COPY COORDREC.

       FD  LOG-FILE.
           COPY LOGREC.

       77 WRK-SEQ-ANTERIOR  PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-BUSCA-OPER    PIC X(10) VALUE SPACES.
       77 WRK-SLG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SLG-EVENTO    PIC X(01) VALUE SPACES.
       77 WRK-RCT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-RCT       PIC X(01) VALUE 'N'.
       77 WRK-RCT-OPER      PIC X(10) VALUE SPACES.
       77 WRK-CAMPANHA      PIC X(06) VALUE SPACES.
       77 WRK-TRIMESTRE     PIC 9(01) VALUE ZEROS.
       77 WRK-MES           PIC 9(02) VALUE ZEROS.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DECIDIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-ANT  PIC X(01) VALUE SPACES.
       77 WRK-REATIVAR      PIC X(01) VALUE SPACES.
       77 WRK-CRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRD-EXISTE    PIC X(01) VALUE 'N'.
       77 WRK-CRD-VALIDO    PIC X(01) VALUE 'S'.
       77 WRK-CRD-CURSO     PIC X(10) VALUE SPACES.
       77 WRK-CRD-TITULAR   PIC X(10) VALUE SPACES.
       77 WRK-CRD-TIT-INI   PIC X(08) VALUE SPACES.
       77 WRK-CRD-TIT-FIM   PIC X(08) VALUE SPACES.
       77 WRK-CRD-SUBST     PIC X(10) VALUE SPACES.
       77 WRK-CRD-SUB-INI   PIC X(08) VALUE SPACES.
       77 WRK-CRD-SUB-FIM   PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               PERFORM 0080-GRAVAR-SESSAO
               PERFORM 0100-EXIBIR-MENU UNTIL WRK-OPCAO = 99
               PERFORM 0090-LIMPAR-SESSAO
               MOVE 'S'    TO WRK-SLG-EVENTO
               MOVE SPACES TO WRK-PROGRAMA-ALVO
               PERFORM 0950-GRAVAR-HIST-SESSAO
           ELSE
               DISPLAY "SIGN-ON RECUSADO - TENTATIVAS ESGOTADAS."
           END-IF.
               MOVE 3           TO OP-NIVEL
               MOVE 'OPERADOR INICIAL' TO OP-NOME
               MOVE SPACES      TO OP-PROF-ID
               MOVE 'A'         TO OP-SITUACAO
               MOVE SPACES      TO OP-ULTIMO-SIGNON
               WRITE OPERADOR-REC
               CLOSE OPERADOR-FILE
               OPEN I-O OPERADOR-FILE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS."
               NOT INVALID KEY
                   IF OP-SENHA = WRK-SENHA
                       IF OP-SITUACAO = 'S'
                           DISPLAY "OPERADOR SUSPENSO - PROCURE A "
                                   "COORDENACAO."
                       ELSE
                           PERFORM 0070-ACEITAR-SIGN-ON
                       END-IF
                   ELSE
                       DISPLAY "OPERADOR OU SENHA INVALIDOS."
                   END-IF
           END-READ.

      *    SIGN-ON ACEITO: A DATA FICA NO OPERADOR E O EVENTO NO
      *    HISTORICO DE SESSOES, PARA A RECERTIFICACAO DE ACESSOS.
       0070-ACEITAR-SIGN-ON.
           MOVE 'S' TO WRK-AUTENTICADO.
           MOVE OP-NIVEL TO WRK-NIVEL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OP-ULTIMO-SIGNON.
           REWRITE OPERADOR-REC.
           DISPLAY "BEM-VINDO, " OP-NOME.
           MOVE 'E'    TO WRK-SLG-EVENTO.
           MOVE SPACES TO WRK-PROGRAMA-ALVO.
           PERFORM 0950-GRAVAR-HIST-SESSAO.

       0080-GRAVAR-SESSAO.
           OPEN OUTPUT SESSAO-FILE.
           MOVE WRK-OPERADOR-ID TO SESS-OPERADOR.
           DISPLAY "12. CADASTRO DE OPERADORES [NIVEL 3]".
           DISPLAY "13. PERMISSOES POR PROGRAMA [NIVEL 3]".
           DISPLAY "14. DELEGACAO TEMPORARIA DE ACESSOS [NIVEL 3]".
           DISPLAY "15. RECERTIFICACAO DE ACESSOS [NIVEL 3]".
           DISPLAY "16. COORDENACAO DE CURSOS [NIVEL 3]".
           DISPLAY "99. ENCERRAR".
           DISPLAY "DIGITE A OPCAO DESEJADA: ".
           ACCEPT WRK-OPCAO.
                       WRK-PROGRAMA-ALVO " (MATRIZ OU NIVEL "
                       WRK-NIVEL-EXIGIDO ")."
           ELSE
               IF WRK-OPCAO NOT = 99
                   MOVE 'P' TO WRK-SLG-EVENTO
                   PERFORM 0950-GRAVAR-HIST-SESSAO
               END-IF
               EVALUATE WRK-OPCAO
                   WHEN 1
                       CALL "PROG04"
                       PERFORM 0400-MANTER-PERMISSOES
                   WHEN 14
                       PERFORM 0500-MANTER-DELEGACOES
                   WHEN 15
                       PERFORM 0600-RECERTIFICAR-ACESSOS
                   WHEN 16
                       PERFORM 0700-MANTER-COORDENACAO
                   WHEN 99
                       CONTINUE
                   WHEN OTHER
               WHEN 12
               WHEN 13
               WHEN 14
               WHEN 15
               WHEN 16
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 1 TO WRK-NIVEL-EXIGIDO
                   MOVE 'PERMADM' TO WRK-PROGRAMA-ALVO
               WHEN 14
                   MOVE 'DELEGADM' TO WRK-PROGRAMA-ALVO
               WHEN 15
                   MOVE 'RECERADM' TO WRK-PROGRAMA-ALVO
               WHEN 16
                   MOVE 'COORDADM' TO WRK-PROGRAMA-ALVO
               WHEN OTHER
                   MOVE 'GERAL' TO WRK-PROGRAMA-ALVO
           END-EVALUATE.
                   MOVE DLG-SEQ TO WRK-ULTIMO-SEQ
           END-READ.

      *    RECERTIFICACAO: A COORDENACAO DECIDE CADA LINHA PENDENTE
      *    DA CAMPANHA DO TRIMESTRE PARA UM OPERADOR - M MANTEM, R
      *    REVOGA (APLICADO PELO PROG164 NA NOITE), EM BRANCO DEIXA
      *    PENDENTE. NINGUEM RECERTIFICA OS PROPRIOS ACESSOS.
       0600-RECERTIFICAR-ACESSOS.
           DISPLAY "RECERTIFICACAO DE ACESSOS".
           DISPLAY "OPERADOR A RECERTIFICAR: ".
           ACCEPT WRK-RCT-OPER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1.
           MOVE SPACES TO WRK-CAMPANHA.
           STRING WRK-DATA-HOJE(1:4) 'T' WRK-TRIMESTRE
               DELIMITED BY SIZE INTO WRK-CAMPANHA.
           MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-DECIDIDAS.
           IF WRK-RCT-OPER = WRK-OPERADOR-ID
               DISPLAY "OS PROPRIOS ACESSOS SAO RECERTIFICADOS POR "
                       "OUTRO OPERADOR DE NIVEL 3."
           ELSE
               OPEN I-O RECERT-FILE
               IF WRK-RCT-STATUS NOT = '00'
                   DISPLAY "NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA: "
                           WRK-RCT-STATUS
               ELSE
                   MOVE 'N'           TO WRK-FIM-RCT
                   MOVE WRK-CAMPANHA  TO RCT-CAMPANHA
                   MOVE WRK-RCT-OPER  TO RCT-OPERADOR
                   MOVE ZEROS         TO RCT-SEQ
                   START RECERT-FILE KEY IS NOT LESS THAN RCT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-RCT
                   END-START
                   PERFORM 0610-LER-LINHA-RECERT UNTIL WRK-FIM-RCT = 'S'
                   CLOSE RECERT-FILE
                   DISPLAY "CAMPANHA " WRK-CAMPANHA ": "
                           WRK-QTD-DECIDIDAS " DECIDIDAS, "
                           WRK-QTD-PENDENTES " AINDA PENDENTES."
               END-IF
           END-IF.

       0610-LER-LINHA-RECERT.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RCT
               NOT AT END
                   IF RCT-CAMPANHA NOT = WRK-CAMPANHA
                      OR RCT-OPERADOR NOT = WRK-RCT-OPER
                       MOVE 'S' TO WRK-FIM-RCT
                   ELSE
                       IF RCT-DECISAO = SPACES
                           PERFORM 0620-DECIDIR-LINHA
                       END-IF
                   END-IF
           END-READ.

       0620-DECIDIR-LINHA.
           EVALUATE RCT-TIPO
               WHEN 'C'
                   DISPLAY RCT-SEQ " CONTA DO OPERADOR"
               WHEN 'N'
                   DISPLAY RCT-SEQ " NIVEL 3 (COORDENACAO)"
               WHEN 'P'
                   DISPLAY RCT-SEQ " PROGRAMA " RCT-PROGRAMA
                           " CONCEDIDO POR " RCT-CONCEDIDO-POR
                           " EM " RCT-DATA-REF
               WHEN OTHER
                   DISPLAY RCT-SEQ " DELEGACAO " RCT-DLG-SEQ
                           " DE " RCT-CONCEDIDO-POR
                           " ATE " RCT-DATA-REF
           END-EVALUATE.
           EVALUATE RCT-ALERTA
               WHEN 'D'
                   DISPLAY "    ULTIMA ATIVIDADE: " RCT-ULTIMO-USO
                           " - CONTA DORMENTE"
               WHEN 'U'
                   DISPLAY "    ULTIMO USO: " RCT-ULTIMO-USO
                           " - ACESSO SEM USO"
               WHEN OTHER
                   DISPLAY "    ULTIMO USO: " RCT-ULTIMO-USO
           END-EVALUATE.
           DISPLAY "    MANTER (M), REVOGAR (R) OU EM BRANCO: ".
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO = 'm'
               MOVE 'M' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO = 'r'
               MOVE 'R' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO = 'M' OR WRK-DECISAO = 'R'
               MOVE WRK-DECISAO     TO RCT-DECISAO
               MOVE WRK-OPERADOR-ID TO RCT-DECIDIDO-POR
               MOVE WRK-DATA-HOJE   TO RCT-DATA-DECISAO
               REWRITE RECERT-REC
               ADD 1 TO WRK-QTD-DECIDIDAS
               MOVE 'RECERT-DEC' TO LOG-TIPO
               MOVE SPACES TO LOG-DETALHE
               STRING WRK-CAMPANHA ' ' WRK-RCT-OPER ' '
                      RCT-SEQ ' ' RCT-TIPO ' ' RCT-PROGRAMA
                      ' ' WRK-DECISAO
                   DELIMITED BY SIZE INTO LOG-DETALHE
               PERFORM 0900-GRAVAR-LOG
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

      *    COORDENACAO DE CURSO: TITULAR E SUBSTITUTO COM VIGENCIA,
      *    AMBOS OPERADORES DE NIVEL 3 ATIVOS EM OPERADOR.DAT. FIM EM
      *    BRANCO = SEM TERMINO; SUBSTITUTO EM BRANCO = NAO HA.
       0700-MANTER-COORDENACAO.
           DISPLAY "COORDENACAO DE CURSOS".
           DISPLAY "CURSO: ".
           ACCEPT WRK-CRD-CURSO.
           OPEN I-O COORD-FILE.
           IF WRK-CRD-STATUS = '35' OR WRK-CRD-STATUS = '05'
               OPEN OUTPUT COORD-FILE
               CLOSE COORD-FILE
               OPEN I-O COORD-FILE
           END-IF
           IF WRK-CRD-STATUS NOT = '00'
               DISPLAY "MESTRE DE COORDENACAO INDISPONIVEL: "
                       WRK-CRD-STATUS
           ELSE
               MOVE 'N' TO WRK-CRD-EXISTE
               MOVE WRK-CRD-CURSO TO CRD-CURSO
               READ COORD-FILE KEY IS CRD-CURSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CRD-EXISTE
                       DISPLAY "TITULAR ATUAL...: " CRD-TITULAR
                               " DE " CRD-TIT-INICIO
                               " ATE " CRD-TIT-FIM
                       DISPLAY "SUBSTITUTO ATUAL: " CRD-SUBSTITUTO
                               " DE " CRD-SUB-INICIO
                               " ATE " CRD-SUB-FIM
               END-READ
               PERFORM 0710-ACEITAR-COORDENACAO
               PERFORM 0720-VALIDAR-COORDENACAO
               IF WRK-CRD-VALIDO = 'S'
                   PERFORM 0740-GRAVAR-COORDENACAO
               END-IF
               CLOSE COORD-FILE
           END-IF.

       0710-ACEITAR-COORDENACAO.
           DISPLAY "OPERADOR TITULAR: ".
           ACCEPT WRK-CRD-TITULAR.
           DISPLAY "TITULAR DE (AAAAMMDD): ".
           ACCEPT WRK-CRD-TIT-INI.
           DISPLAY "TITULAR ATE (AAAAMMDD, EM BRANCO = SEM TERMINO): ".
           ACCEPT WRK-CRD-TIT-FIM.
           DISPLAY "OPERADOR SUBSTITUTO (EM BRANCO = NENHUM): ".
           ACCEPT WRK-CRD-SUBST.
           MOVE SPACES TO WRK-CRD-SUB-INI WRK-CRD-SUB-FIM.
           IF WRK-CRD-SUBST NOT = SPACES
               DISPLAY "SUBSTITUTO DE (AAAAMMDD): "
               ACCEPT WRK-CRD-SUB-INI
               DISPLAY "SUBSTITUTO ATE (AAAAMMDD, EM BRANCO = SEM "
                       "TERMINO): "
               ACCEPT WRK-CRD-SUB-FIM
           END-IF.

       0720-VALIDAR-COORDENACAO.
           MOVE 'S' TO WRK-CRD-VALIDO.
           IF WRK-CRD-CURSO = SPACES OR WRK-CRD-TITULAR = SPACES
              OR WRK-CRD-TIT-INI = SPACES
               DISPLAY "CURSO, TITULAR E INICIO SAO OBRIGATORIOS."
               MOVE 'N' TO WRK-CRD-VALIDO
           END-IF.
           IF WRK-CRD-TIT-FIM NOT = SPACES
              AND WRK-CRD-TIT-FIM < WRK-CRD-TIT-INI
               DISPLAY "VIGENCIA DO TITULAR INVALIDA."
               MOVE 'N' TO WRK-CRD-VALIDO
           END-IF.
           IF WRK-CRD-SUBST NOT = SPACES
               IF WRK-CRD-SUBST = WRK-CRD-TITULAR
                  OR WRK-CRD-SUB-INI = SPACES
                  OR (WRK-CRD-SUB-FIM NOT = SPACES
                      AND WRK-CRD-SUB-FIM < WRK-CRD-SUB-INI)
                   DISPLAY "SUBSTITUTO IGUAL AO TITULAR OU VIGENCIA "
                           "DO SUBSTITUTO INVALIDA."
                   MOVE 'N' TO WRK-CRD-VALIDO
               END-IF
           END-IF.
           IF WRK-CRD-VALIDO = 'S'
               MOVE WRK-CRD-TITULAR TO WRK-BUSCA-OPER
               PERFORM 0730-CONFERIR-COORDENADOR
           END-IF.
           IF WRK-CRD-VALIDO = 'S' AND WRK-CRD-SUBST NOT = SPACES
               MOVE WRK-CRD-SUBST TO WRK-BUSCA-OPER
               PERFORM 0730-CONFERIR-COORDENADOR
           END-IF.
           IF WRK-CRD-VALIDO = 'N'
               DISPLAY "COORDENACAO NAO GRAVADA."
           END-IF.

      *    O COORDENADOR PRECISA EXISTIR EM OPERADOR.DAT, COM NIVEL 3
      *    E SEM SUSPENSAO.
       0730-CONFERIR-COORDENADOR.
           MOVE WRK-BUSCA-OPER TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   DISPLAY "OPERADOR " WRK-BUSCA-OPER
                           " NAO CADASTRADO."
                   MOVE 'N' TO WRK-CRD-VALIDO
               NOT INVALID KEY
                   IF OP-NIVEL NOT = 3 OR OP-SITUACAO = 'S'
                       DISPLAY "OPERADOR " WRK-BUSCA-OPER
                               " SEM NIVEL 3 OU SUSPENSO."
                       MOVE 'N' TO WRK-CRD-VALIDO
                   END-IF
           END-READ.

       0740-GRAVAR-COORDENACAO.
           MOVE WRK-CRD-CURSO   TO CRD-CURSO.
           MOVE WRK-CRD-TITULAR TO CRD-TITULAR.
           MOVE WRK-CRD-TIT-INI TO CRD-TIT-INICIO.
           MOVE WRK-CRD-TIT-FIM TO CRD-TIT-FIM.
           MOVE WRK-CRD-SUBST   TO CRD-SUBSTITUTO.
           MOVE WRK-CRD-SUB-INI TO CRD-SUB-INICIO.
           MOVE WRK-CRD-SUB-FIM TO CRD-SUB-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRD-DATA-ATUALIZACAO.
           MOVE WRK-OPERADOR-ID TO CRD-ATUALIZADO-POR.
           IF WRK-CRD-EXISTE = 'S'
               REWRITE COORD-REC
           ELSE
               WRITE COORD-REC
           END-IF.
           MOVE 'COORD-ALT' TO LOG-TIPO.
           MOVE SPACES TO LOG-DETALHE.
           STRING WRK-CRD-CURSO ' T ' WRK-CRD-TITULAR ' S '
                  WRK-CRD-SUBST
               DELIMITED BY SIZE INTO LOG-DETALHE.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY "COORDENACAO DO CURSO " WRK-CRD-CURSO " GRAVADA.".

      *    MANUT.LOG ENCADEADO, COMO NOS DEMAIS PROGRAMAS QUE
      *    ESCREVEM O LOG (VIA LOGCHK/LOGSEQ.DAT).
       0900-GRAVAR-LOG.
           WRITE SEQCTL-REC.
           CLOSE SEQCTL-FILE.

      *    HISTORICO DE SESSOES (OPERSESS.LOG): SIGN-ON, PROGRAMA
      *    DESPACHADO E SAIDA, LIDO PELA RECERTIFICACAO (PROG164).
       0950-GRAVAR-HIST-SESSAO.
           OPEN EXTEND SESSLOG-FILE.
           IF WRK-SLG-STATUS NOT = '00'
               CLOSE SESSLOG-FILE
               OPEN OUTPUT SESSLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SLG-DATA-HORA.
           MOVE WRK-OPERADOR-ID   TO SLG-OPERADOR.
           MOVE WRK-SLG-EVENTO    TO SLG-EVENTO.
           MOVE WRK-PROGRAMA-ALVO TO SLG-PROGRAMA.
           WRITE SESSLOG-REC.
           CLOSE SESSLOG-FILE.

       0300-CADASTRAR-OPERADOR.
           DISPLAY "CADASTRO DE OPERADORES".
           DISPLAY "ID DO NOVO OPERADOR: ".
           ACCEPT WRK-NOVO-ID.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE SPACES TO WRK-SITUACAO-ANT WRK-REATIVAR.
           MOVE WRK-NOVO-ID TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   MOVE 'A'    TO OP-SITUACAO
                   MOVE SPACES TO OP-ULTIMO-SIGNON
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
                   MOVE OP-SITUACAO TO WRK-SITUACAO-ANT
                   DISPLAY "OPERADOR JA CADASTRADO - OS DADOS SERAO "
                           "ATUALIZADOS."
           END-READ.
           IF WRK-SITUACAO-ANT = 'S'
               DISPLAY "OPERADOR SUSPENSO - REATIVAR (S/N)? "
               ACCEPT WRK-REATIVAR
           END-IF.
           DISPLAY "SENHA: ".
           ACCEPT WRK-NOVA-SENHA.
           DISPLAY "NIVEL (1=DIGITACAO, 3=COORDENACAO): ".
           MOVE WRK-NOVO-NIVEL TO OP-NIVEL.
           MOVE WRK-NOVO-NOME  TO OP-NOME.
           MOVE WRK-NOVO-PROF  TO OP-PROF-ID.
           IF WRK-REATIVAR = 'S' OR WRK-REATIVAR = 's'
               MOVE 'A' TO OP-SITUACAO
           END-IF.
           IF WRK-JA-EXISTE = 'S'
               REWRITE OPERADOR-REC
           ELSE
               WRITE OPERADOR-REC
           END-IF.
           DISPLAY "OPERADOR GRAVADO.".
      *    A REATIVACAO DE SUSPENSO (RECERTIFICACAO VENCIDA OU CONTA
      *    REVOGADA) FICA NO MANUT.LOG COM QUEM REATIVOU.
           IF WRK-SITUACAO-ANT = 'S' AND OP-SITUACAO = 'A'
               MOVE 'OPER-REATV' TO LOG-TIPO
               MOVE SPACES TO LOG-DETALHE
               STRING 'OPERADOR ' WRK-NOVO-ID ' REATIVADO'
                   DELIMITED BY SIZE INTO LOG-DETALHE
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       END PROGRAM MENU.
