       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG147.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro de atendimento a necessidades educacionais
      *          especiais (NEE.DAT) - por matricula, o tipo de
      *          necessidade, o percentual de tempo adicional de
      *          prova, sala separada, ledor e material ampliado, a
      *          validade, o laudo comprobatorio (que tem de constar
      *          em DOCALUNO.DAT e estar no prazo) e quem aprovou. O
      *          ensalamento (PROG138) leva esses alunos para uma sala
      *          de atendimento especial com o termino estendido, o
      *          comprovante (PROG67) mostra o atendimento e o boletim
      *          (PROG42) sai ampliado. Dado sensivel: toda inclusao,
      *          consulta ou listagem grava ACESSO.LOG por matricula,
      *          como as demais consultas de dados de aluno.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEE-FILE ASSIGN TO "NEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEE-MATRICULA
               FILE STATUS IS WRK-NEE-STATUS.
           SELECT DOC-FILE ASSIGN TO "DOCALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-DOC-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ACESSO-FILE ASSIGN TO "ACESSO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACS-STATUS.
           SELECT SESSACS-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SACS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEE-FILE.
           COPY NEEREC.

       FD  DOC-FILE.
           COPY DOCREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ACESSO-FILE.
           COPY ACESSREC.

       FD  SESSACS-FILE.
       01  SESSACS-REC.
           05 SACS-OPERADOR     PIC X(10).
           05 SACS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-NEE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DOC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SACS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ACS-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-DOC-OK         PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-OK       PIC X(01) VALUE 'N'.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-HOJE           PIC X(08) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-VALIDO         PIC X(01) VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-PCT-ENTRADA    PIC X(03) VALUE SPACES.
       77 WRK-PCT            PIC 9(03) VALUE ZEROS.
       77 WRK-SALA-SEPARADA  PIC X(01) VALUE SPACES.
       77 WRK-LEDOR          PIC X(01) VALUE SPACES.
       77 WRK-AMPLIADO       PIC X(01) VALUE SPACES.
       77 WRK-VALID-INI      PIC X(08) VALUE SPACES.
       77 WRK-VALID-FIM      PIC X(08) VALUE SPACES.
       77 WRK-DOC-TIPO       PIC X(12) VALUE SPACES.
       77 WRK-APROVADOR      PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO       PIC X(01) VALUE SPACES.
       77 WRK-OBSERVACAO     PIC X(40) VALUE SPACES.
      *    PERCENTUAL MAXIMO DE TEMPO ADICIONAL ACEITO (O DOBRO DO
      *    TEMPO DA PROVA).
       77 WRK-PCT-MAXIMO     PIC 9(03) VALUE 100.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-NEE-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
               CLOSE NEE-FILE
               IF WRK-DOC-OK = 'S'
                   CLOSE DOC-FILE
               END-IF
               IF WRK-ALUNO-OK = 'S'
                   CLOSE ALUNO-FILE
               END-IF
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA.
           MOVE WRK-AGORA(1:8) TO WRK-HOJE.
           OPEN I-O NEE-FILE.
           IF WRK-NEE-STATUS = '35' OR WRK-NEE-STATUS = '05'
               OPEN OUTPUT NEE-FILE
               CLOSE NEE-FILE
               OPEN I-O NEE-FILE
           END-IF
           IF WRK-NEE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE NEE INDISPONIVEL: '
                       WRK-NEE-STATUS
           END-IF
           OPEN INPUT DOC-FILE.
           IF WRK-DOC-STATUS = '00'
               MOVE 'S' TO WRK-DOC-OK
           END-IF
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE 'S' TO WRK-ALUNO-OK
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ATENDIMENTO A NECESSIDADES ESPECIAIS (NEE)'.
           DISPLAY '1 - INCLUIR/ATUALIZAR ATENDIMENTO'.
           DISPLAY '2 - CONSULTAR ALUNO'.
           DISPLAY '3 - LISTAR ATENDIMENTOS VIGENTES'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-INCLUIR-ATUALIZAR
               WHEN '2'
                   PERFORM 0500-CONSULTAR
               WHEN '3'
                   PERFORM 0600-LISTAR
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-INCLUIR-ATUALIZAR.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0700-NOME-DO-ALUNO.
           IF WRK-NOME = SPACES
               DISPLAY 'MATRICULA NAO CADASTRADA - NADA GRAVADO.'
           ELSE
               PERFORM 0310-CAPTURAR-ATENDIMENTO
           END-IF.

       0310-CAPTURAR-ATENDIMENTO.
           DISPLAY 'ALUNO: ' WRK-NOME.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-MATRICULA TO NEE-MATRICULA.
           READ NEE-FILE KEY IS NEE-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
                   DISPLAY 'ATENDIMENTO JA CADASTRADO - OS DADOS SERAO '
                           'ATUALIZADOS.'
                   PERFORM 0520-EXIBIR-ATENDIMENTO
           END-READ.
           PERFORM 0900-REGISTRAR-ACESSO.
           MOVE 'S' TO WRK-VALIDO.
           DISPLAY 'TIPO (F=FISICA V=VISUAL A=AUDITIVA I=INTELECTUAL '
                   'T=TRANSTORNO O=OUTRA): '.
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT = 'F' AND NOT = 'V' AND NOT = 'A'
              AND NOT = 'I' AND NOT = 'T' AND NOT = 'O'
               DISPLAY 'TIPO INVALIDO.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'TEMPO ADICIONAL DE PROVA, EM % (EX: 050; EM '
                   'BRANCO = NENHUM): '.
           ACCEPT WRK-PCT-ENTRADA.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-PCT-ENTRADA NOT = SPACES
               IF WRK-PCT-ENTRADA IS NUMERIC
                  AND WRK-PCT-ENTRADA NOT > WRK-PCT-MAXIMO
                   MOVE WRK-PCT-ENTRADA TO WRK-PCT
               ELSE
                   DISPLAY 'PERCENTUAL INVALIDO (000 A '
                           WRK-PCT-MAXIMO ').'
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.
           DISPLAY 'SALA SEPARADA (S/N): '.
           ACCEPT WRK-SALA-SEPARADA.
           IF WRK-SALA-SEPARADA NOT = 'S'
               MOVE 'N' TO WRK-SALA-SEPARADA
           END-IF.
           DISPLAY 'LEDOR/TRANSCRITOR (S/N): '.
           ACCEPT WRK-LEDOR.
           IF WRK-LEDOR NOT = 'S'
               MOVE 'N' TO WRK-LEDOR
           END-IF.
           DISPLAY 'PROVA E MATERIAL AMPLIADOS (S/N): '.
           ACCEPT WRK-AMPLIADO.
           IF WRK-AMPLIADO NOT = 'S'
               MOVE 'N' TO WRK-AMPLIADO
           END-IF.
           IF WRK-PCT = 0 AND WRK-SALA-SEPARADA = 'N'
              AND WRK-LEDOR = 'N' AND WRK-AMPLIADO = 'N'
               DISPLAY 'NENHUM ATENDIMENTO INFORMADO.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'S'
               PERFORM 0320-CAPTURAR-VALIDADE
           END-IF.
           IF WRK-VALIDO = 'S'
               PERFORM 0330-CAPTURAR-LAUDO
           END-IF.
           IF WRK-VALIDO = 'S'
               PERFORM 0340-GRAVAR-ATENDIMENTO
           ELSE
               DISPLAY 'ATENDIMENTO NAO GRAVADO.'
           END-IF.

       0320-CAPTURAR-VALIDADE.
           DISPLAY 'INICIO DA VALIDADE (AAAAMMDD; EM BRANCO = HOJE): '.
           ACCEPT WRK-VALID-INI.
           IF WRK-VALID-INI = SPACES
               MOVE WRK-HOJE TO WRK-VALID-INI
           END-IF.
           DISPLAY 'FIM DA VALIDADE (AAAAMMDD; EM BRANCO = SEM '
                   'PRAZO): '.
           ACCEPT WRK-VALID-FIM.
           IF WRK-VALID-INI IS NOT NUMERIC
               DISPLAY 'INICIO DA VALIDADE INVALIDO.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALID-FIM NOT = SPACES
               IF WRK-VALID-FIM IS NOT NUMERIC
                  OR WRK-VALID-FIM < WRK-VALID-INI
                   DISPLAY 'FIM DA VALIDADE INVALIDO.'
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVO, C=CANCELADO): '.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO NOT = 'C'
               MOVE 'A' TO WRK-SITUACAO
           END-IF.

      *    O LAUDO TEM DE ESTAR ENTREGUE NO CHECKLIST DE DOCUMENTOS
      *    (DOCALUNO.DAT, PROG80) E NAO PODE ESTAR VENCIDO; QUEM
      *    APROVA O ATENDIMENTO E OBRIGATORIO.
       0330-CAPTURAR-LAUDO.
           DISPLAY 'TIPO DO DOCUMENTO COMPROBATORIO EM DOCALUNO '
                   '(EX: LAUDO): '.
           ACCEPT WRK-DOC-TIPO.
           IF WRK-DOC-OK = 'N'
               DISPLAY 'DOCALUNO.DAT INDISPONIVEL - LAUDO NAO '
                       'CONFERIDO.'
               MOVE 'N' TO WRK-VALIDO
           ELSE
               MOVE WRK-MATRICULA TO DOC-MATRICULA
               MOVE WRK-DOC-TIPO  TO DOC-TIPO
               READ DOC-FILE KEY IS DOC-CHAVE
                   INVALID KEY
                       DISPLAY 'DOCUMENTO NAO ENTREGUE: ' WRK-DOC-TIPO
                       MOVE 'N' TO WRK-VALIDO
                   NOT INVALID KEY
                       IF DOC-DATA-VALIDADE NOT = SPACES
                          AND DOC-DATA-VALIDADE < WRK-HOJE
                           DISPLAY 'DOCUMENTO VENCIDO EM '
                                   DOC-DATA-VALIDADE
                           MOVE 'N' TO WRK-VALIDO
                       END-IF
               END-READ
           END-IF.
           IF WRK-VALIDO = 'S'
               DISPLAY 'APROVADO POR (USUARIO DO COORDENADOR/NAPNE): '
               ACCEPT WRK-APROVADOR
               IF WRK-APROVADOR = SPACES
                   DISPLAY 'APROVADOR OBRIGATORIO.'
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.
           IF WRK-VALIDO = 'S'
               DISPLAY 'OBSERVACAO: '
               ACCEPT WRK-OBSERVACAO
           END-IF.

       0340-GRAVAR-ATENDIMENTO.
           MOVE WRK-MATRICULA     TO NEE-MATRICULA.
           MOVE WRK-TIPO          TO NEE-TIPO.
           MOVE WRK-PCT           TO NEE-TEMPO-EXTRA.
           MOVE WRK-SALA-SEPARADA TO NEE-SALA-SEPARADA.
           MOVE WRK-LEDOR         TO NEE-LEDOR.
           MOVE WRK-AMPLIADO      TO NEE-AMPLIADO.
           MOVE WRK-VALID-INI     TO NEE-VALIDADE-INI.
           MOVE WRK-VALID-FIM     TO NEE-VALIDADE-FIM.
           MOVE WRK-DOC-TIPO      TO NEE-DOC-TIPO.
           MOVE WRK-APROVADOR     TO NEE-APROVADOR.
           MOVE WRK-HOJE          TO NEE-DATA-APROVACAO.
           MOVE WRK-SITUACAO      TO NEE-SITUACAO.
           MOVE WRK-OBSERVACAO    TO NEE-OBSERVACAO.
           IF WRK-JA-EXISTE = 'S'
               REWRITE NEE-REC
           ELSE
               WRITE NEE-REC
           END-IF.
           IF WRK-NEE-STATUS = '00'
               DISPLAY 'ATENDIMENTO GRAVADO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR NEE.DAT: ' WRK-NEE-STATUS
           END-IF.

       0500-CONSULTAR.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO NEE-MATRICULA.
           READ NEE-FILE KEY IS NEE-MATRICULA
               INVALID KEY
                   DISPLAY 'SEM ATENDIMENTO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM 0700-NOME-DO-ALUNO
                   DISPLAY 'ALUNO: ' WRK-NOME
                   PERFORM 0520-EXIBIR-ATENDIMENTO
           END-READ.
           PERFORM 0900-REGISTRAR-ACESSO.

       0520-EXIBIR-ATENDIMENTO.
           DISPLAY '  TIPO ' NEE-TIPO ' - TEMPO ADICIONAL '
                   NEE-TEMPO-EXTRA '% - SALA SEPARADA '
                   NEE-SALA-SEPARADA ' - LEDOR ' NEE-LEDOR
                   ' - AMPLIADO ' NEE-AMPLIADO.
           DISPLAY '  VALIDADE ' NEE-VALIDADE-INI ' A '
                   NEE-VALIDADE-FIM ' - SITUACAO ' NEE-SITUACAO.
           DISPLAY '  LAUDO ' NEE-DOC-TIPO ' - APROVADO POR '
                   NEE-APROVADOR ' EM ' NEE-DATA-APROVACAO.
           IF NEE-OBSERVACAO NOT = SPACES
               DISPLAY '  OBS: ' NEE-OBSERVACAO
           END-IF.

      *    SO OS ATENDIMENTOS ATIVOS E NO PRAZO HOJE; CADA MATRICULA
      *    EXIBIDA GRAVA SEU PROPRIO REGISTRO DE ACESSO.
       0600-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO NEE-MATRICULA.
           START NEE-FILE KEY IS NOT LESS THAN NEE-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0610-LER-ATENDIMENTO UNTIL WRK-FIM-ARQUIVO = 'S'.
           DISPLAY 'ATENDIMENTOS VIGENTES: ' WRK-QTD-LISTADOS.

       0610-LER-ATENDIMENTO.
           READ NEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF NEE-SITUACAO = 'A'
                      AND NEE-VALIDADE-INI NOT > WRK-HOJE
                      AND (NEE-VALIDADE-FIM = SPACES
                           OR NEE-VALIDADE-FIM NOT < WRK-HOJE)
                       ADD 1 TO WRK-QTD-LISTADOS
                       MOVE NEE-MATRICULA TO WRK-MATRICULA
                       PERFORM 0700-NOME-DO-ALUNO
                       DISPLAY NEE-MATRICULA ' ' WRK-NOME
                       PERFORM 0520-EXIBIR-ATENDIMENTO
                       PERFORM 0900-REGISTRAR-ACESSO
                   END-IF
           END-READ.

       0700-NOME-DO-ALUNO.
           MOVE SPACES TO WRK-NOME.
           IF WRK-ALUNO-OK = 'S'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WRK-NOME
                       ELSE
                           MOVE AL-NOME TO WRK-NOME
                       END-IF
               END-READ
           END-IF.

      *    LOG DE CONSULTA (ACESSO.LOG): O CADASTRO DE NEE E DADO
      *    SENSIVEL (LGPD). O OPERADOR VEM DA SESSAO DO MENU
      *    (OPERSESS.DAT).
       0900-REGISTRAR-ACESSO.
           IF WRK-ACS-OPERADOR = SPACES
               OPEN INPUT SESSACS-FILE
               IF WRK-SACS-STATUS = '00'
                   READ SESSACS-FILE
                       NOT AT END
                           MOVE SACS-OPERADOR TO WRK-ACS-OPERADOR
                   END-READ
                   CLOSE SESSACS-FILE
               END-IF
               IF WRK-ACS-OPERADOR = SPACES
                   MOVE '(ANONIMO)' TO WRK-ACS-OPERADOR
               END-IF
           END-IF
           OPEN EXTEND ACESSO-FILE
           IF WRK-ACS-STATUS NOT = '00'
               CLOSE ACESSO-FILE
               OPEN OUTPUT ACESSO-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ACS-DATA-HORA
           MOVE WRK-ACS-OPERADOR TO ACS-OPERADOR
           MOVE WRK-MATRICULA    TO ACS-MATRICULA
           MOVE 'PROG147'        TO ACS-PROGRAMA
           WRITE ACESSO-REC
           CLOSE ACESSO-FILE.

       END PROGRAM PROG147.
