       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracoes do aluno com codigo de autenticacao -
      *          emite no balcao a declaracao de matricula no
      *          periodo (MATRICULA.DAT), de frequencia no periodo
      *          (CHAMADA.DAT) ou de carga horaria cumprida no curso
      *          (GRADES.DAT + GRADES.HIST com a carga do catalogo),
      *          com o nome civil de CADALUNO.DAT, numero sequencial
      *          do controle DECLCTL.DAT e codigo de autenticacao
      *          sorteado, registradas no livro DECLARA.DAT e
      *          impressas em DECLARA.REL. A consulta de autenticidade
      *          recebe o codigo impresso e confirma titular, tipo,
      *          data de emissao e resumo do conteudo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARA-FILE ASSIGN TO "DECLARA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-NUMERO
               ALTERNATE RECORD KEY IS DCL-CODIGO
               FILE STATUS IS WRK-DCL-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "GRADES.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT DECLCTL-FILE ASSIGN TO "DECLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT DECLARA-REL ASSIGN TO "DECLARA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECLARA-FILE.
           COPY DECLREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-TIPO          PIC X(10).
           05 HIST-DETALHE.
               10 HIST-MATRICULA     PIC X(10).
               10 HIST-MATERIA       PIC X(15).
               10 HIST-ANO-SEMESTRE  PIC X(06).
               10 HIST-NOME          PIC X(30).
               10 HIST-TURMA         PIC X(05).
               10 HIST-NOTA          PIC 99V9.
               10 HIST-SITUACAO      PIC X(20).

       FD  CATALOGO-FILE.
           COPY CATALOGO.

      *    CONTROLE SEQUENCIAL DO NUMERO DA DECLARACAO EMITIDA.
       FD  DECLCTL-FILE.
       01  DECLCTL-REC.
           05 DCT-ULT-NUMERO    PIC 9(07).

       FD  DECLARA-REL.
       01  DECLARA-LINHA        PIC X(80).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-DCL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-CODIGO         PIC X(14) VALUE SPACES.
       77 WRK-NUMERO         PIC 9(07) VALUE ZEROS.
       77 WRK-RESUMO         PIC X(60) VALUE SPACES.
       77 WRK-PODE-EMITIR    PIC X(01) VALUE 'N'.
       77 WRK-GRAVOU         PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS     PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ENROLL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-CHAMADA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST       PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-MATERIA-ANT    PIC X(15) VALUE SPACES.
       77 WRK-MATERIA-ATUAL  PIC X(15) VALUE SPACES.
       77 WRK-QTD-AULAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRESENCAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AULAS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PRESENCAS  PIC 9(05) VALUE ZEROS.
       77 WRK-FREQUENCIA     PIC 999V9 VALUE ZEROS.
       77 WRK-QTD-DISC       PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-HORAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CATALOGO   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CAT        PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
      *    DISCIPLINA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
       77 WRK-QTD-LINHAS     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LINHA      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-COD        PIC 9(02) VALUE ZEROS.
       77 WRK-POS-COD        PIC 9(02) VALUE ZEROS.
       77 WRK-GRUPO          PIC 9(02) VALUE ZEROS.
       77 WRK-SORTEIO        PIC 9(02) VALUE ZEROS.
       77 WRK-SEMENTE        PIC 9(08) VALUE ZEROS.
       77 WRK-ALEATORIO      PIC 9V9(08) VALUE ZEROS.

      *    CARACTERES DO CODIGO DE AUTENTICACAO - SEM I, O, 0 E 1,
      *    QUE SE CONFUNDEM NA DIGITACAO DE QUEM CONFERE.
       01 WRK-CARACTERES-TAB.
           05 FILLER            PIC X(32)
              VALUE 'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01 WRK-CARACTERES-RED REDEFINES WRK-CARACTERES-TAB.
           05 WRK-CARACTER      OCCURS 32 TIMES PIC X(01).

      *    LINHAS DE DETALHE DA DECLARACAO, APURADAS ANTES DO REGISTRO
      *    PARA QUE SO SE NUMERE DECLARACAO QUE PODE SER EMITIDA.
       01 WRK-TABELA-LINHAS.
           05 WRK-LINHA-DET      OCCURS 30 TIMES PIC X(76).

       01 WRK-TABELA-CARGAS.
           05 WRK-CRG-ITEM OCCURS 200 TIMES.
               10 WRK-CRG-MATERIA  PIC X(15).
               10 WRK-CRG-HORAS    PIC 9(03).

       01 WRK-FREQ-EDITADA       PIC ZZ9,9.
       01 WRK-HORAS-EDITADAS     PIC ZZZZ9.
       01 WRK-QTD-EDITADA        PIC ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           MOVE WRK-AGORA(9:8) TO WRK-SEMENTE
           COMPUTE WRK-ALEATORIO = FUNCTION RANDOM(WRK-SEMENTE)
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-DCL-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE DECLARA-FILE
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
           OPEN I-O DECLARA-FILE.
           IF WRK-DCL-STATUS = '35' OR WRK-DCL-STATUS = '05'
               OPEN OUTPUT DECLARA-FILE
               CLOSE DECLARA-FILE
               OPEN I-O DECLARA-FILE
           END-IF
           IF WRK-DCL-STATUS NOT = '00'
               DISPLAY 'LIVRO DE DECLARACOES INDISPONIVEL: '
                       WRK-DCL-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'DECLARACOES DO ALUNO'.
           DISPLAY '1 - EMITIR DECLARACAO'.
           DISPLAY '2 - CONFERIR AUTENTICIDADE (CODIGO)'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-EMITIR
               WHEN '2'
                   PERFORM 0800-CONFERIR-CODIGO
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-EMITIR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0310-IDENTIFICAR-ALUNO.
           IF WRK-NOME NOT = SPACES
               DISPLAY 'TIPO (M = MATRICULA, F = FREQUENCIA, '
                       'C = CARGA HORARIA CUMPRIDA): '
               ACCEPT WRK-TIPO
               MOVE SPACES TO WRK-ANO-SEMESTRE
               IF WRK-TIPO = 'M' OR WRK-TIPO = 'F'
                   DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '
                   ACCEPT WRK-ANO-SEMESTRE
               END-IF
               MOVE 'N' TO WRK-PODE-EMITIR
               MOVE ZEROS TO WRK-QTD-LINHAS
               MOVE SPACES TO WRK-RESUMO
               EVALUATE WRK-TIPO
                   WHEN 'M'
                       PERFORM 0400-APURAR-MATRICULA
                   WHEN 'F'
                       PERFORM 0450-APURAR-FREQUENCIA
                   WHEN 'C'
                       PERFORM 0500-APURAR-CARGA
                   WHEN OTHER
                       DISPLAY 'TIPO DE DECLARACAO INVALIDO.'
               END-EVALUATE
               IF WRK-PODE-EMITIR = 'S'
                   PERFORM 0600-REGISTRAR-DECLARACAO
                   IF WRK-GRAVOU = 'S'
                       PERFORM 0700-IMPRIMIR-DECLARACAO
                   END-IF
               END-IF
           END-IF.

      *    DECLARACAO E DOCUMENTO LEGAL: SEMPRE O NOME CIVIL.
       0310-IDENTIFICAR-ALUNO.
           MOVE SPACES TO WRK-NOME WRK-CURSO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADASTRO INDISPONIVEL: ' WRK-ALUNO-STATUS
           ELSE
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO.'
                   NOT INVALID KEY
                       MOVE AL-NOME  TO WRK-NOME
                       MOVE AL-CURSO TO WRK-CURSO
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

      *    MATRICULA: SO AS DISCIPLINAS ATIVAS DO PERIODO; SEM NENHUMA
      *    ATIVA NAO HA O QUE DECLARAR.
       0400-APURAR-MATRICULA.
           MOVE ZEROS TO WRK-QTD-DISC.
           MOVE 'N' TO WRK-FIM-ENROLL.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       WRK-ENROLL-STATUS
           ELSE
               MOVE WRK-MATRICULA TO ENROLL-MATRICULA
               MOVE LOW-VALUES    TO ENROLL-MATERIA
               MOVE LOW-VALUES    TO ENROLL-ANO-SEMESTRE
               START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ENROLL
               END-START
               PERFORM 0420-LER-MATRICULA UNTIL WRK-FIM-ENROLL = 'S'
               CLOSE ENROLL-FILE
               IF WRK-QTD-DISC = 0
                   DISPLAY 'ALUNO SEM MATRICULA ATIVA EM '
                           WRK-ANO-SEMESTRE ' - DECLARACAO NAO '
                           'EMITIDA.'
               ELSE
                   MOVE 'S' TO WRK-PODE-EMITIR
                   MOVE WRK-QTD-DISC TO WRK-QTD-EDITADA
                   STRING 'MATRICULADO EM ' WRK-ANO-SEMESTRE
                          ' - ' WRK-QTD-EDITADA ' DISCIPLINA(S)'
                       DELIMITED BY SIZE INTO WRK-RESUMO
               END-IF
           END-IF.

       0420-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ENROLL
               NOT AT END
                   IF ENROLL-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ENROLL
                   ELSE
                       IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND (ENROLL-STATUS = 'A'
                               OR ENROLL-STATUS = SPACES)
                           ADD 1 TO WRK-QTD-DISC
                           IF WRK-QTD-LINHAS < 30
                               ADD 1 TO WRK-QTD-LINHAS
                               MOVE SPACES
                                   TO WRK-LINHA-DET(WRK-QTD-LINHAS)
                               STRING '  - ' ENROLL-MATERIA
                                   DELIMITED BY SIZE
                                   INTO WRK-LINHA-DET(WRK-QTD-LINHAS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    FREQUENCIA DO PERIODO PELA CHAMADA DIARIA, MATERIA A
      *    MATERIA, COMO O RESUMO DA GUIA DE TRANSFERENCIA (PROG83).
       0450-APURAR-FREQUENCIA.
           MOVE SPACES TO WRK-MATERIA-ANT.
           MOVE ZEROS TO WRK-QTD-AULAS WRK-QTD-PRESENCAS
                         WRK-TOT-AULAS WRK-TOT-PRESENCAS WRK-QTD-DISC.
           MOVE 'N' TO WRK-FIM-CHAMADA.
           OPEN INPUT CHAMADA-FILE.
           IF WRK-CHM-STATUS NOT = '00'
               DISPLAY 'CHAMADA.DAT INDISPONIVEL: ' WRK-CHM-STATUS
           ELSE
               MOVE WRK-MATRICULA TO CHM-MATRICULA
               MOVE LOW-VALUES    TO CHM-MATERIA
               MOVE LOW-VALUES    TO CHM-DATA
               START CHAMADA-FILE KEY IS NOT LESS THAN CHM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CHAMADA
               END-START
               PERFORM 0460-LER-CHAMADA UNTIL WRK-FIM-CHAMADA = 'S'
               IF WRK-QTD-AULAS > 0
                   PERFORM 0480-FECHAR-MATERIA
               END-IF
               CLOSE CHAMADA-FILE
               IF WRK-TOT-AULAS = 0
                   DISPLAY 'SEM CHAMADA REGISTRADA EM '
                           WRK-ANO-SEMESTRE ' - DECLARACAO NAO '
                           'EMITIDA.'
               ELSE
                   MOVE 'S' TO WRK-PODE-EMITIR
                   COMPUTE WRK-FREQUENCIA ROUNDED =
                       WRK-TOT-PRESENCAS * 100,0 / WRK-TOT-AULAS
                   MOVE WRK-FREQUENCIA TO WRK-FREQ-EDITADA
                   MOVE WRK-QTD-DISC   TO WRK-QTD-EDITADA
                   STRING 'FREQUENCIA EM ' WRK-ANO-SEMESTRE ' - '
                          WRK-FREQ-EDITADA '% EM ' WRK-QTD-EDITADA
                          ' DISCIPLINA(S)'
                       DELIMITED BY SIZE INTO WRK-RESUMO
               END-IF
           END-IF.

       0460-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CHAMADA
               NOT AT END
                   IF CHM-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-CHAMADA
                   ELSE
                       IF CHM-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                           PERFORM 0470-CONTAR-AULA
                       END-IF
                   END-IF
           END-READ.

       0470-CONTAR-AULA.
           IF CHM-MATERIA NOT = WRK-MATERIA-ANT
               IF WRK-QTD-AULAS > 0
                   PERFORM 0480-FECHAR-MATERIA
               END-IF
               MOVE CHM-MATERIA TO WRK-MATERIA-ANT
               MOVE ZEROS TO WRK-QTD-AULAS WRK-QTD-PRESENCAS
           END-IF
           ADD 1 TO WRK-QTD-AULAS.
           IF CHM-PRESENTE = 'S'
               ADD 1 TO WRK-QTD-PRESENCAS
           END-IF.

       0480-FECHAR-MATERIA.
           ADD 1 TO WRK-QTD-DISC.
           ADD WRK-QTD-AULAS     TO WRK-TOT-AULAS.
           ADD WRK-QTD-PRESENCAS TO WRK-TOT-PRESENCAS.
           COMPUTE WRK-FREQUENCIA ROUNDED =
               WRK-QTD-PRESENCAS * 100,0 / WRK-QTD-AULAS.
           MOVE WRK-FREQUENCIA TO WRK-FREQ-EDITADA.
           IF WRK-QTD-LINHAS < 30
               ADD 1 TO WRK-QTD-LINHAS
               MOVE SPACES TO WRK-LINHA-DET(WRK-QTD-LINHAS)
               STRING '  - ' WRK-MATERIA-ANT ' - '
                      WRK-QTD-PRESENCAS ' PRESENCAS EM '
                      WRK-QTD-AULAS ' AULAS (' WRK-FREQ-EDITADA '%)'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-DET(WRK-QTD-LINHAS)
           END-IF.

      *    CARGA CUMPRIDA: DISCIPLINAS APROVADAS DO PERIODO CORRENTE E
      *    DOS PERIODOS ARQUIVADOS, PELA CARGA DO CATALOGO.
       0500-APURAR-CARGA.
           MOVE ZEROS TO WRK-QTD-DISC WRK-SOMA-HORAS.
           PERFORM 0510-CARREGAR-CARGAS.
           MOVE 'N' TO WRK-FIM-ALUNO.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE WRK-MATRICULA TO GR-MATRICULA
               MOVE LOW-VALUES    TO GR-MATERIA
               MOVE LOW-VALUES    TO GR-ANO-SEMESTRE
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START
               PERFORM 0530-LER-ATUAL UNTIL WRK-FIM-ALUNO = 'S'
               CLOSE GRADE-FILE
           END-IF
           MOVE 'N' TO WRK-FIM-HIST.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0540-LER-HISTORICO UNTIL WRK-FIM-HIST = 'S'
               CLOSE HIST-FILE
           END-IF
           IF WRK-QTD-DISC = 0
               DISPLAY 'ALUNO SEM DISCIPLINA APROVADA - DECLARACAO '
                       'NAO EMITIDA.'
           ELSE
               MOVE 'S' TO WRK-PODE-EMITIR
               MOVE WRK-SOMA-HORAS TO WRK-HORAS-EDITADAS
               MOVE WRK-QTD-DISC   TO WRK-QTD-EDITADA
               STRING 'CARGA CUMPRIDA ' WRK-HORAS-EDITADAS
                      ' HORAS EM ' WRK-QTD-EDITADA
                      ' DISCIPLINA(S) APROVADA(S)'
                   DELIMITED BY SIZE INTO WRK-RESUMO
           END-IF.

       0510-CARREGAR-CARGAS.
           MOVE ZEROS TO WRK-QTD-CATALOGO.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0520-LER-CARGA UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0520-LER-CARGA.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF WRK-QTD-CATALOGO < 200
                       ADD 1 TO WRK-QTD-CATALOGO
                       MOVE CAT-DISCIPLINA(1:15)
                           TO WRK-CRG-MATERIA(WRK-QTD-CATALOGO)
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA
                               TO WRK-CRG-HORAS(WRK-QTD-CATALOGO)
                       ELSE
                           MOVE WRK-CARGA-PADRAO
                               TO WRK-CRG-HORAS(WRK-QTD-CATALOGO)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   END-IF
           END-READ.

       0530-LER-ATUAL.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF GR-SITUACAO = 'APROVADO'
                           MOVE GR-MATERIA TO WRK-MATERIA-ATUAL
                           PERFORM 0550-SOMAR-CARGA
                       END-IF
                   END-IF
           END-READ.

       0540-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                      AND HIST-SITUACAO = 'APROVADO'
                       MOVE HIST-MATERIA TO WRK-MATERIA-ATUAL
                       PERFORM 0550-SOMAR-CARGA
                   END-IF
           END-READ.

       0550-SOMAR-CARGA.
           MOVE WRK-CARGA-PADRAO TO WRK-CARGA.
           PERFORM 0560-CONFERIR-CARGA
               VARYING WRK-IND-CAT FROM 1 BY 1
               UNTIL WRK-IND-CAT > WRK-QTD-CATALOGO.
           ADD 1 TO WRK-QTD-DISC.
           ADD WRK-CARGA TO WRK-SOMA-HORAS.

       0560-CONFERIR-CARGA.
           IF WRK-CRG-MATERIA(WRK-IND-CAT) = WRK-MATERIA-ATUAL
               MOVE WRK-CRG-HORAS(WRK-IND-CAT) TO WRK-CARGA
           END-IF.

      *    NUMERO DO CONTROLE E CODIGO SORTEADO; CODIGO REPETIDO NO
      *    LIVRO (CHAVE ALTERNADA) E SORTEADO DE NOVO.
       0600-REGISTRAR-DECLARACAO.
           PERFORM 0610-PROXIMO-NUMERO.
           MOVE 'N' TO WRK-GRAVOU.
           MOVE ZEROS TO WRK-TENTATIVAS.
           PERFORM 0640-GRAVAR-REGISTRO
               UNTIL WRK-GRAVOU = 'S' OR WRK-TENTATIVAS > 9.
           IF WRK-GRAVOU = 'N'
               DISPLAY 'NAO FOI POSSIVEL REGISTRAR A DECLARACAO: '
                       WRK-DCL-STATUS
           END-IF.

       0610-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT DECLCTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ DECLCTL-FILE
                   NOT AT END
                       MOVE DCT-ULT-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE DECLCTL-FILE
           END-IF
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT DECLCTL-FILE.
           MOVE WRK-NUMERO TO DCT-ULT-NUMERO.
           WRITE DECLCTL-REC.
           CLOSE DECLCTL-FILE.

       0620-SORTEAR-CODIGO.
           MOVE ALL '-' TO WRK-CODIGO.
           PERFORM 0630-SORTEAR-CARACTER
               VARYING WRK-IND-COD FROM 1 BY 1
               UNTIL WRK-IND-COD > 12.

      *    12 CARACTERES EM TRES GRUPOS DE QUATRO (POSICOES 1-4, 6-9
      *    E 11-14), SEPARADOS POR HIFEN.
       0630-SORTEAR-CARACTER.
           COMPUTE WRK-ALEATORIO = FUNCTION RANDOM.
           COMPUTE WRK-SORTEIO = WRK-ALEATORIO * 32.
           ADD 1 TO WRK-SORTEIO.
           SUBTRACT 1 FROM WRK-IND-COD GIVING WRK-GRUPO.
           DIVIDE 4 INTO WRK-GRUPO.
           ADD WRK-IND-COD WRK-GRUPO GIVING WRK-POS-COD.
           MOVE WRK-CARACTER(WRK-SORTEIO) TO WRK-CODIGO(WRK-POS-COD:1).

       0640-GRAVAR-REGISTRO.
           ADD 1 TO WRK-TENTATIVAS.
           PERFORM 0620-SORTEAR-CODIGO.
           MOVE WRK-NUMERO        TO DCL-NUMERO.
           MOVE WRK-CODIGO        TO DCL-CODIGO.
           MOVE WRK-MATRICULA     TO DCL-MATRICULA.
           MOVE WRK-NOME          TO DCL-NOME.
           MOVE WRK-CURSO         TO DCL-CURSO.
           MOVE WRK-TIPO          TO DCL-TIPO.
           MOVE WRK-ANO-SEMESTRE  TO DCL-ANO-SEMESTRE.
           MOVE WRK-DATA-HOJE     TO DCL-DATA-EMISSAO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO DCL-HORA-EMISSAO.
           MOVE WRK-OPERADOR      TO DCL-OPERADOR.
           MOVE WRK-RESUMO        TO DCL-RESUMO.
           WRITE DECLARACAO-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVOU
           END-WRITE.

       0700-IMPRIMIR-DECLARACAO.
           OPEN OUTPUT DECLARA-REL.
           MOVE ALL '=' TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   MOVE 'DECLARACAO DE MATRICULA' TO DECLARA-LINHA
               WHEN 'F'
                   MOVE 'DECLARACAO DE FREQUENCIA' TO DECLARA-LINHA
               WHEN OTHER
                   MOVE 'DECLARACAO DE CARGA HORARIA CUMPRIDA'
                       TO DECLARA-LINHA
           END-EVALUATE
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           STRING 'N. ' WRK-NUMERO ' - EMITIDA EM '
                  WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE ALL '=' TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE ' WRK-NOME
               DELIMITED BY SIZE INTO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   STRING 'MATRICULA ' WRK-MATRICULA ', ESTA '
                          'REGULARMENTE MATRICULADO(A) NO CURSO '
                          WRK-CURSO
                       DELIMITED BY SIZE INTO DECLARA-LINHA
                   WRITE DECLARA-LINHA
                   MOVE SPACES TO DECLARA-LINHA
                   STRING 'NO PERIODO ' WRK-ANO-SEMESTRE
                          ', NAS DISCIPLINAS:'
                       DELIMITED BY SIZE INTO DECLARA-LINHA
               WHEN 'F'
                   STRING 'MATRICULA ' WRK-MATRICULA ', FREQUENTA O '
                          'CURSO ' WRK-CURSO ' NO PERIODO '
                          WRK-ANO-SEMESTRE ','
                       DELIMITED BY SIZE INTO DECLARA-LINHA
                   WRITE DECLARA-LINHA
                   MOVE SPACES TO DECLARA-LINHA
                   STRING 'COM A FREQUENCIA ABAIXO, APURADA NA '
                          'CHAMADA DIARIA:'
                       DELIMITED BY SIZE INTO DECLARA-LINHA
               WHEN OTHER
                   STRING 'MATRICULA ' WRK-MATRICULA ', CUMPRIU NO '
                          'CURSO ' WRK-CURSO ' A CARGA HORARIA'
                       DELIMITED BY SIZE INTO DECLARA-LINHA
                   WRITE DECLARA-LINHA
                   MOVE SPACES TO DECLARA-LINHA
                   STRING 'ABAIXO, EM DISCIPLINAS COM APROVACAO:'
                       DELIMITED BY SIZE INTO DECLARA-LINHA
           END-EVALUATE
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           PERFORM 0720-IMPRIMIR-LINHA
               VARYING WRK-IND-LINHA FROM 1 BY 1
               UNTIL WRK-IND-LINHA > WRK-QTD-LINHAS.
           MOVE SPACES TO DECLARA-LINHA.
           STRING '  ' WRK-RESUMO DELIMITED BY SIZE
               INTO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE 'SECRETARIA ACADEMICA: ________________________'
               TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE ALL '-' TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE SPACES TO DECLARA-LINHA.
           STRING 'CODIGO DE AUTENTICACAO: ' WRK-CODIGO
               DELIMITED BY SIZE INTO DECLARA-LINHA.
           WRITE DECLARA-LINHA.
           MOVE 'A AUTENTICIDADE PODE SER CONFERIDA NA SECRETARIA PELO '
               TO DECLARA-LINHA.
           MOVE 'CODIGO ACIMA.' TO DECLARA-LINHA(55:13).
           WRITE DECLARA-LINHA.
           CLOSE DECLARA-REL.
           DISPLAY 'DECLARACAO N. ' WRK-NUMERO ' GERADA EM '
                   'DECLARA.REL - CODIGO ' WRK-CODIGO.

       0720-IMPRIMIR-LINHA.
           MOVE WRK-LINHA-DET(WRK-IND-LINHA) TO DECLARA-LINHA.
           WRITE DECLARA-LINHA.

      *    CONSULTA DE AUTENTICIDADE: O CODIGO E DIGITADO COMO
      *    IMPRESSO (COM OS HIFENS).
       0800-CONFERIR-CODIGO.
           DISPLAY 'CODIGO DE AUTENTICACAO (XXXX-XXXX-XXXX): '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO DCL-CODIGO.
           READ DECLARA-FILE KEY IS DCL-CODIGO
               INVALID KEY
                   DISPLAY 'CODIGO NAO CONSTA NO LIVRO DE '
                           'DECLARACOES - DOCUMENTO NAO AUTENTICO.'
               NOT INVALID KEY
                   DISPLAY 'DECLARACAO AUTENTICA - N. ' DCL-NUMERO
                   DISPLAY 'TITULAR..: ' DCL-NOME ' (' DCL-MATRICULA
                           ') CURSO ' DCL-CURSO
                   EVALUATE DCL-TIPO
                       WHEN 'M'
                           DISPLAY 'TIPO.....: MATRICULA NO PERIODO '
                                   DCL-ANO-SEMESTRE
                       WHEN 'F'
                           DISPLAY 'TIPO.....: FREQUENCIA NO PERIODO '
                                   DCL-ANO-SEMESTRE
                       WHEN OTHER
                           DISPLAY 'TIPO.....: CARGA HORARIA CUMPRIDA'
                   END-EVALUATE
                   DISPLAY 'EMISSAO..: ' DCL-DATA-EMISSAO(7:2) '/'
                           DCL-DATA-EMISSAO(5:2) '/'
                           DCL-DATA-EMISSAO(1:4)
                   DISPLAY 'CONTEUDO.: ' DCL-RESUMO
                   PERFORM 0810-CONFERIR-NOME-ATUAL
           END-READ.

      *    A DECLARACAO VALE COM O NOME COM QUE FOI EMITIDA; SE O NOME
      *    CIVIL MUDOU DEPOIS (PROG125), A CONSULTA INFORMA O ATUAL.
       0810-CONFERIR-NOME-ATUAL.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE DCL-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-NOME NOT = DCL-NOME
                           DISPLAY 'NOME CIVIL ALTERADO APOS A '
                                   'EMISSAO - ATUAL: ' AL-NOME
                       END-IF
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

       END PROGRAM PROG118.
