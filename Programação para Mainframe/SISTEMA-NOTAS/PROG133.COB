       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG133.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avaliacao docente pelos alunos (CPA) - a comissao
      *          cadastra o questionario do semestre (QUESTAVA.DAT:
      *          ate 30 questoes, cada uma com escala Likert de 3 a 7
      *          pontos) e o aluno, identificado pela matricula (DV
      *          conferido pelo MATRDV) e pelo PIN do terminal
      *          (ALUNOPIN.DAT), avalia cada professor de cada
      *          disciplina em que esta com matricula ativa no periodo
      *          (MATRICULA.DAT). A turma vem do TURMAALU; o professor
      *          da turma vem de ATRIBUIC.DAT e cada substituto que
      *          deu aulas na turma no periodo (SUBSTIT.DAT) tambem e
      *          avaliado. A resposta vai para AVALRESP.DAT SEM a
      *          matricula; so a participacao do aluno fica registrada
      *          em AVALPART.DAT, o que impede a segunda resposta. O
      *          questionario fica travado depois da primeira resposta
      *          do semestre. O resultado sai no PROG134. Acaba com o
      *          formulario de papel.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTAO-FILE ASSIGN TO "QUESTAVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QST-CHAVE
               FILE STATUS IS WRK-QST-STATUS.
           SELECT RESPOSTA-FILE ASSIGN TO "AVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVR-STATUS.
           SELECT PARTICIPA-FILE ASSIGN TO "AVALPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS WRK-AVP-STATUS.
           SELECT PIN-FILE ASSIGN TO "ALUNOPIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-MATRICULA
               FILE STATUS IS WRK-PIN-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO "ATRIBUIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT SUBST-FILE ASSIGN TO "SUBSTIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUESTAO-FILE.
           COPY QUESTREC.

       FD  RESPOSTA-FILE.
           COPY AVRESREC.

       FD  PARTICIPA-FILE.
           COPY AVPARREC.

       FD  PIN-FILE.
           COPY PINREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-QST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AVR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AVP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PIN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(06) VALUE SPACES.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-AUTENTICADO    PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS     PIC 9(01) VALUE ZEROS.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-PROF-AVAL      PIC X(06) VALUE SPACES.
       77 WRK-PROF-NOME      PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-MATRICULA  PIC X(01) VALUE 'N'.
       77 WRK-FIM-ATRIBUICAO PIC X(01) VALUE 'N'.
       77 WRK-FIM-SUBST      PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA-OK    PIC X(01) VALUE 'N'.
       77 WRK-COM-RESPOSTAS  PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-QUESTOES   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-AVALIADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA-RESPOSTA  PIC 9(01) VALUE ZEROS.
       77 WRK-NUMERO         PIC 9(02) VALUE ZEROS.
       77 WRK-TEXTO          PIC X(60) VALUE SPACES.
       77 WRK-ESCALA         PIC 9(01) VALUE ZEROS.
       77 WRK-ROTULO-MIN     PIC X(15) VALUE SPACES.
       77 WRK-ROTULO-MAX     PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

      *    QUESTIONARIO DO PERIODO CARREGADO PARA A APLICACAO.
       01 WRK-QUESTIONARIO.
           05 WRK-QST-ITEM OCCURS 30 TIMES.
               10 WRK-QST-TEXTO     PIC X(60).
               10 WRK-QST-ESCALA    PIC 9(01).
               10 WRK-QST-MIN       PIC X(15).
               10 WRK-QST-MAX       PIC X(15).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
           GOBACK.

       0200-MENU.
           DISPLAY '========================================'.
           DISPLAY ' AVALIACAO DOCENTE - CPA'.
           DISPLAY '========================================'.
           DISPLAY '1 - RESPONDER A AVALIACAO (ALUNO)'.
           DISPLAY '2 - CADASTRAR QUESTAO DO SEMESTRE (CPA)'.
           DISPLAY '3 - LISTAR QUESTIONARIO DO SEMESTRE'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-RESPONDER-AVALIACAO
               WHEN '2'
                   PERFORM 0800-CADASTRAR-QUESTAO
               WHEN '3'
                   PERFORM 0850-LISTAR-QUESTIONARIO
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-RESPONDER-AVALIACAO.
           MOVE 'N' TO WRK-AUTENTICADO.
           MOVE 0 TO WRK-TENTATIVAS.
           PERFORM 0350-AUTENTICAR
               UNTIL WRK-AUTENTICADO = 'S'
                  OR WRK-TENTATIVAS >= 3.
           IF WRK-AUTENTICADO = 'N'
               DISPLAY 'ACESSO RECUSADO - PROCURE A SECRETARIA.'
           ELSE
               DISPLAY 'ANO/SEMESTRE DA AVALIACAO (EX: 2026-1): '
               ACCEPT WRK-ANO-SEMESTRE
               PERFORM 0400-CARREGAR-QUESTIONARIO
               IF WRK-QTD-QUESTOES = 0
                   DISPLAY 'NAO HA QUESTIONARIO CADASTRADO PARA O '
                           'PERIODO.'
               ELSE
                   PERFORM 0420-APLICAR-AVALIACAO
               END-IF
           END-IF.

       0350-AUTENTICAR.
           ADD 1 TO WRK-TENTATIVAS.
           DISPLAY 'SUA MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           CALL 'MATRDV' USING WRK-MATRICULA WRK-DV-OK.
           IF WRK-DV-OK = 'N'
               DISPLAY 'MATRICULA INVALIDA.'
           ELSE
               DISPLAY 'SEU PIN: '
               ACCEPT WRK-SENHA
               OPEN INPUT PIN-FILE
               IF WRK-PIN-STATUS NOT = '00'
                   DISPLAY 'TERMINAL SEM CREDENCIAIS CADASTRADAS.'
                   MOVE 3 TO WRK-TENTATIVAS
               ELSE
                   MOVE WRK-MATRICULA TO PIN-MATRICULA
                   READ PIN-FILE KEY IS PIN-MATRICULA
                       INVALID KEY
                           DISPLAY 'MATRICULA OU PIN INVALIDOS.'
                       NOT INVALID KEY
                           IF PIN-ATIVO = 'S'
                              AND PIN-SENHA = WRK-SENHA
                               MOVE 'S' TO WRK-AUTENTICADO
                           ELSE
                               DISPLAY 'MATRICULA OU PIN '
                                       'INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE PIN-FILE
               END-IF
           END-IF.

       0400-CARREGAR-QUESTIONARIO.
           MOVE ZEROS TO WRK-QTD-QUESTOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT QUESTAO-FILE.
           IF WRK-QST-STATUS = '00'
               MOVE WRK-ANO-SEMESTRE TO QST-ANO-SEMESTRE
               MOVE ZEROS            TO QST-NUMERO
               START QUESTAO-FILE KEY IS NOT LESS THAN QST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0410-LER-QUESTAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE QUESTAO-FILE
           END-IF.

       0410-LER-QUESTAO.
           READ QUESTAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF QST-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR WRK-QTD-QUESTOES >= 30
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-QUESTOES
                       MOVE QST-TEXTO
                           TO WRK-QST-TEXTO(WRK-QTD-QUESTOES)
                       MOVE QST-ESCALA
                           TO WRK-QST-ESCALA(WRK-QTD-QUESTOES)
                       MOVE QST-ROTULO-MIN
                           TO WRK-QST-MIN(WRK-QTD-QUESTOES)
                       MOVE QST-ROTULO-MAX
                           TO WRK-QST-MAX(WRK-QTD-QUESTOES)
                   END-IF
           END-READ.

      *    PERCORRE AS DISCIPLINAS COM MATRICULA ATIVA NO PERIODO
      *    (STATUS 'A' OU ESPACOS NOS REGISTROS ANTIGOS).
       0420-APLICAR-AVALIACAO.
           MOVE SPACES TO WRK-CURSO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-CURSO TO WRK-CURSO
               END-READ
               CLOSE ALUNO-FILE
           END-IF.
           OPEN INPUT ENROLL-FILE ATRIBUICAO-FILE SUBST-FILE
                      PROFESSOR-FILE.
           OPEN I-O PARTICIPA-FILE.
           IF WRK-AVP-STATUS = '35' OR WRK-AVP-STATUS = '05'
               OPEN OUTPUT PARTICIPA-FILE
               CLOSE PARTICIPA-FILE
               OPEN I-O PARTICIPA-FILE
           END-IF.
           IF WRK-ENR-STATUS NOT = '00' OR WRK-ATR-STATUS NOT = '00'
              OR WRK-AVP-STATUS NOT = '00'
               DISPLAY 'AVALIACAO INDISPONIVEL NO MOMENTO - '
                       'PROCURE A SECRETARIA.'
           ELSE
               MOVE ZEROS TO WRK-QTD-AVALIADOS WRK-QTD-DISCIPLINAS
               MOVE 'N' TO WRK-FIM-MATRICULA
               MOVE WRK-MATRICULA TO ENROLL-MATRICULA
               MOVE LOW-VALUES    TO ENROLL-MATERIA
                                     ENROLL-ANO-SEMESTRE
               START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MATRICULA
               END-START
               PERFORM 0450-LER-MATRICULA
                   UNTIL WRK-FIM-MATRICULA = 'S'
               IF WRK-QTD-DISCIPLINAS = 0
                   DISPLAY 'NENHUMA DISCIPLINA ATIVA NO PERIODO.'
               ELSE
                   DISPLAY 'OBRIGADO - ' WRK-QTD-AVALIADOS
                           ' AVALIACAO(OES) REGISTRADA(S) NESTA '
                           'SESSAO.'
               END-IF
           END-IF.
           CLOSE ENROLL-FILE ATRIBUICAO-FILE SUBST-FILE
                 PROFESSOR-FILE PARTICIPA-FILE.

       0450-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MATRICULA
               NOT AT END
                   IF ENROLL-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-MATRICULA
                   ELSE
                       IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND (ENROLL-STATUS = 'A'
                               OR ENROLL-STATUS = SPACES)
                           ADD 1 TO WRK-QTD-DISCIPLINAS
                           PERFORM 0500-AVALIAR-DISCIPLINA
                       END-IF
                   END-IF
           END-READ.

      *    PROFESSORES DA TURMA: O DA ATRIBUICAO E CADA SUBSTITUTO
      *    QUE RESPONDEU PELA TURMA NO PERIODO.
       0500-AVALIAR-DISCIPLINA.
           CALL 'TURMAALU' USING WRK-MATRICULA ENROLL-MATERIA
                                 WRK-ANO-SEMESTRE WRK-TURMA.
           IF WRK-TURMA = SPACES
               DISPLAY ENROLL-MATERIA ': TURMA NAO IDENTIFICADA - '
                       'AVALIACAO NAO DISPONIVEL.'
           ELSE
               MOVE 'N' TO WRK-FIM-ATRIBUICAO
               MOVE LOW-VALUES TO ATR-CHAVE
               START ATRIBUICAO-FILE KEY IS NOT LESS THAN ATR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ATRIBUICAO
               END-START
               PERFORM 0520-LER-ATRIBUICAO
                   UNTIL WRK-FIM-ATRIBUICAO = 'S'
           END-IF.

       0520-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ATRIBUICAO
               NOT AT END
                   IF ATR-MATERIA = ENROLL-MATERIA
                      AND ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND ATR-TURMA = WRK-TURMA
                       MOVE ATR-PROFESSOR TO WRK-PROF-AVAL
                       PERFORM 0600-AVALIAR-PROFESSOR
                       PERFORM 0540-BUSCAR-SUBSTITUTOS
                   END-IF
           END-READ.

       0540-BUSCAR-SUBSTITUTOS.
           IF WRK-SUB-STATUS = '00'
               MOVE 'N' TO WRK-FIM-SUBST
               MOVE ZEROS TO SUB-SEQ
               START SUBST-FILE KEY IS NOT LESS THAN SUB-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SUBST
               END-START
               PERFORM 0550-LER-SUBSTITUICAO UNTIL WRK-FIM-SUBST = 'S'
           END-IF.

       0550-LER-SUBSTITUICAO.
           READ SUBST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SUBST
               NOT AT END
                   IF SUB-STATUS = 'A'
                      AND SUB-TITULAR = ATR-PROFESSOR
                      AND SUB-MATERIA = ATR-MATERIA
                      AND SUB-ANO-SEMESTRE = ATR-ANO-SEMESTRE
                      AND SUB-TURMA = ATR-TURMA
                      AND SUB-DATA-INICIO <= WRK-DATA-HOJE
                       MOVE SUB-SUBSTITUTO TO WRK-PROF-AVAL
                       PERFORM 0600-AVALIAR-PROFESSOR
                   END-IF
           END-READ.

       0600-AVALIAR-PROFESSOR.
           MOVE WRK-ANO-SEMESTRE TO AVP-ANO-SEMESTRE.
           MOVE WRK-MATRICULA    TO AVP-MATRICULA.
           MOVE ENROLL-MATERIA   TO AVP-MATERIA.
           MOVE WRK-PROF-AVAL    TO AVP-PROFESSOR.
           READ PARTICIPA-FILE KEY IS AVP-CHAVE
               INVALID KEY
                   PERFORM 0620-CONVIDAR-AVALIACAO
               NOT INVALID KEY
                   DISPLAY ENROLL-MATERIA ' - PROFESSOR '
                           WRK-PROF-AVAL ': JA AVALIADO.'
           END-READ.

       0620-CONVIDAR-AVALIACAO.
           MOVE SPACES TO WRK-PROF-NOME.
           IF WRK-PROF-STATUS = '00'
               MOVE WRK-PROF-AVAL TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WRK-PROF-NOME
               END-READ
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY ENROLL-MATERIA ' TURMA ' WRK-TURMA.
           DISPLAY 'PROFESSOR: ' WRK-PROF-NOME.
           DISPLAY 'AVALIAR AGORA? S/N: '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE WRK-ANO-SEMESTRE TO AVR-ANO-SEMESTRE
               MOVE WRK-PROF-AVAL    TO AVR-PROFESSOR
               MOVE ENROLL-MATERIA   TO AVR-MATERIA
               MOVE WRK-TURMA        TO AVR-TURMA
               MOVE WRK-CURSO        TO AVR-CURSO
               MOVE WRK-QTD-QUESTOES TO AVR-QTD-QUESTOES
               PERFORM 0640-LIMPAR-RESPOSTA
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 30
               PERFORM 0650-RESPONDER-QUESTAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-QUESTOES
               PERFORM 0700-GRAVAR-AVALIACAO
           END-IF.

       0640-LIMPAR-RESPOSTA.
           MOVE ZEROS TO AVR-RESPOSTA(WRK-IND).

       0650-RESPONDER-QUESTAO.
           DISPLAY WRK-IND ') ' WRK-QST-TEXTO(WRK-IND).
           DISPLAY '    1 = ' WRK-QST-MIN(WRK-IND) '  '
                   WRK-QST-ESCALA(WRK-IND) ' = ' WRK-QST-MAX(WRK-IND)
                   '  0 = SEM RESPOSTA'.
           MOVE 'N' TO WRK-RESPOSTA-OK.
           PERFORM 0655-LER-NOTA UNTIL WRK-RESPOSTA-OK = 'S'.
           MOVE WRK-NOTA-RESPOSTA TO AVR-RESPOSTA(WRK-IND).

       0655-LER-NOTA.
           DISPLAY '    SUA NOTA: '.
           ACCEPT WRK-NOTA-RESPOSTA.
           IF WRK-NOTA-RESPOSTA IS NUMERIC
              AND WRK-NOTA-RESPOSTA NOT > WRK-QST-ESCALA(WRK-IND)
               MOVE 'S' TO WRK-RESPOSTA-OK
           ELSE
               DISPLAY '    VALOR FORA DA ESCALA.'
           END-IF.

      *    A RESPOSTA (SEM MATRICULA) E A PARTICIPACAO (SEM RESPOSTA)
      *    SAO GRAVADAS EM ARQUIVOS SEPARADOS.
       0700-GRAVAR-AVALIACAO.
           OPEN EXTEND RESPOSTA-FILE.
           IF WRK-AVR-STATUS NOT = '00'
               CLOSE RESPOSTA-FILE
               OPEN OUTPUT RESPOSTA-FILE
           END-IF.
           WRITE AVALRESP-REC.
           CLOSE RESPOSTA-FILE.
           MOVE WRK-ANO-SEMESTRE TO AVP-ANO-SEMESTRE.
           MOVE WRK-MATRICULA    TO AVP-MATRICULA.
           MOVE ENROLL-MATERIA   TO AVP-MATERIA.
           MOVE WRK-PROF-AVAL    TO AVP-PROFESSOR.
           MOVE WRK-TURMA        TO AVP-TURMA.
           MOVE WRK-CURSO        TO AVP-CURSO.
           MOVE WRK-DATA-HOJE    TO AVP-DATA.
           WRITE AVALPART-REC
               INVALID KEY
                   DISPLAY 'PARTICIPACAO JA REGISTRADA.'
           END-WRITE.
           ADD 1 TO WRK-QTD-AVALIADOS.
           DISPLAY 'AVALIACAO REGISTRADA.'.

      *    CADASTRO DO QUESTIONARIO PELA CPA: FECHADO DEPOIS DA
      *    PRIMEIRA RESPOSTA DO SEMESTRE.
       0800-CADASTRAR-QUESTAO.
           IF WRK-OPERADOR = SPACES
               PERFORM 0890-IDENTIFICAR-OPERADOR
           END-IF.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           PERFORM 0820-VERIFICAR-RESPOSTAS.
           IF WRK-COM-RESPOSTAS = 'S'
               DISPLAY 'O SEMESTRE JA TEM RESPOSTAS - QUESTIONARIO '
                       'FECHADO.'
           ELSE
               DISPLAY 'NUMERO DA QUESTAO (01 A 30): '
               ACCEPT WRK-NUMERO
               DISPLAY 'TEXTO DA QUESTAO: '
               ACCEPT WRK-TEXTO
               DISPLAY 'PONTOS DA ESCALA (3 A 7, EM BRANCO = 5): '
               ACCEPT WRK-ESCALA
               DISPLAY 'ROTULO DO PONTO 1 (EX: DISCORDO): '
               ACCEPT WRK-ROTULO-MIN
               DISPLAY 'ROTULO DO ULTIMO PONTO (EX: CONCORDO): '
               ACCEPT WRK-ROTULO-MAX
               IF WRK-ESCALA IS NOT NUMERIC OR WRK-ESCALA = 0
                   MOVE 5 TO WRK-ESCALA
               END-IF
               EVALUATE TRUE
                   WHEN WRK-NUMERO = 0 OR WRK-NUMERO > 30
                       DISPLAY 'NUMERO DA QUESTAO INVALIDO.'
                   WHEN WRK-TEXTO = SPACES
                       DISPLAY 'TEXTO OBRIGATORIO.'
                   WHEN WRK-ESCALA < 3 OR WRK-ESCALA > 7
                       DISPLAY 'A ESCALA VAI DE 3 A 7 PONTOS.'
                   WHEN OTHER
                       PERFORM 0830-GRAVAR-QUESTAO
               END-EVALUATE
           END-IF.

       0820-VERIFICAR-RESPOSTAS.
           MOVE 'N' TO WRK-COM-RESPOSTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RESPOSTA-FILE.
           IF WRK-AVR-STATUS = '00'
               PERFORM 0825-LER-RESPOSTA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RESPOSTA-FILE
           END-IF.

       0825-LER-RESPOSTA.
           READ RESPOSTA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AVR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-COM-RESPOSTAS
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0830-GRAVAR-QUESTAO.
           OPEN I-O QUESTAO-FILE.
           IF WRK-QST-STATUS = '35' OR WRK-QST-STATUS = '05'
               OPEN OUTPUT QUESTAO-FILE
               CLOSE QUESTAO-FILE
               OPEN I-O QUESTAO-FILE
           END-IF.
           IF WRK-QST-STATUS NOT = '00'
               DISPLAY 'QUESTAVA.DAT INDISPONIVEL: ' WRK-QST-STATUS
           ELSE
               MOVE WRK-ANO-SEMESTRE TO QST-ANO-SEMESTRE
               MOVE WRK-NUMERO       TO QST-NUMERO
               MOVE WRK-TEXTO        TO QST-TEXTO
               MOVE WRK-ESCALA       TO QST-ESCALA
               MOVE WRK-ROTULO-MIN   TO QST-ROTULO-MIN
               MOVE WRK-ROTULO-MAX   TO QST-ROTULO-MAX
               WRITE QUESTAO-REC
                   INVALID KEY
                       REWRITE QUESTAO-REC
                       DISPLAY 'QUESTAO ' WRK-NUMERO ' SUBSTITUIDA.'
                   NOT INVALID KEY
                       DISPLAY 'QUESTAO ' WRK-NUMERO ' INCLUIDA.'
               END-WRITE
               CLOSE QUESTAO-FILE
           END-IF.

       0850-LISTAR-QUESTIONARIO.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           PERFORM 0400-CARREGAR-QUESTIONARIO.
           IF WRK-QTD-QUESTOES = 0
               DISPLAY 'NAO HA QUESTIONARIO CADASTRADO PARA O PERIODO.'
           ELSE
               PERFORM 0860-EXIBIR-QUESTAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-QUESTOES
           END-IF.

       0860-EXIBIR-QUESTAO.
           DISPLAY WRK-IND ') ' WRK-QST-TEXTO(WRK-IND).
           DISPLAY '    ESCALA 1-' WRK-QST-ESCALA(WRK-IND) ' ('
                   WRK-QST-MIN(WRK-IND) ' A ' WRK-QST-MAX(WRK-IND)
                   ')'.

       0890-IDENTIFICAR-OPERADOR.
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

       END PROGRAM PROG133.
