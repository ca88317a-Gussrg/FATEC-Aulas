       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Habilitacao e inscricao no ENADE - para o curso e o
      *          ano do exame informados, percorre os alunos do curso
      *          com matricula ativa no ano (MATRICULA.DAT) e apura o
      *          percentual da carga horaria das disciplinas
      *          obrigatorias do curriculo (versao do aluno em
      *          CATVERS.DAT ou CATALOGO.DAT corrente) ja cumprida
      *          com APROVADO em GRADES.DAT, GRADES.HIST e
      *          GRADESA.HIST, valendo as equivalencias de EQUIV.DAT.
      *          Classifica cada um como ingressante (iniciou o curso
      *          no ano e cumpriu ate 25%), concluinte (cumpriu 80% ou
      *          mais) ou nao habilitado, inscreve os habilitados em
      *          ENADE.DAT, gera o arquivo de inscricao do INEP
      *          (ENADEINE.DAT) e imprime a lista de conferencia
      *          (ENADE.REL). Antes da apuracao aplica o retorno da
      *          participacao (ENADERET.DAT: presente, dispensado ou
      *          faltoso), que e esvaziado depois de lido.
      *          SYSIN: curso e ano do exame (AAAA).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
           SELECT ENADE-FILE ASSIGN TO WRK-ARQ-ENADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENA-CHAVE
               FILE STATUS IS WRK-ENA-STATUS.
           SELECT RETORNO-FILE ASSIGN TO WRK-ARQ-ENADERET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT INEP-FILE ASSIGN TO WRK-ARQ-ENADEINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INE-STATUS.
           SELECT ENADE-REL ASSIGN TO WRK-ARQ-ENADEREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

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

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

       FD  EQUIV-FILE.
           COPY EQUIVREC.

       FD  ENADE-FILE.
           COPY ENADEREC.

      *    RETORNO DA PARTICIPACAO NO EXAME, DIGITADO PELA SECRETARIA
      *    A PARTIR DO RELATORIO DO INEP: 'P' = PRESENTE, 'D' =
      *    DISPENSADO, 'F' = FALTOU SEM DISPENSA.
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RET-MATRICULA     PIC X(10).
           05 RET-CURSO         PIC X(10).
           05 RET-ANO           PIC X(04).
           05 RET-SITUACAO      PIC X(01).
           05 RET-MOTIVO        PIC X(30).

       FD  INEP-FILE.
       01  INEP-REC             PIC X(100).

       FD  ENADE-REL.
       01  ENADE-LINHA          PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.
       77 WRK-ARQ-ENADE     PIC X(40) VALUE 'ENADE.DAT'.
       77 WRK-ARQ-ENADERET  PIC X(40) VALUE 'ENADERET.DAT'.
       77 WRK-ARQ-ENADEINE  PIC X(40) VALUE 'ENADEINE.DAT'.
       77 WRK-ARQ-ENADEREL  PIC X(40) VALUE 'ENADE.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-EQV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENA-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-INE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-COD-INSTITUICAO PIC X(08) VALUE 'FATEC001'.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-ANO-ENADE      PIC X(04) VALUE SPACES.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-ENROLL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRADES     PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ANUAL      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-VERSAO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-EQUIV      PIC X(01) VALUE 'N'.
       77 WRK-FIM-RETORNO    PIC X(01) VALUE 'N'.
       77 WRK-ATIVO          PIC X(01) VALUE 'N'.
       77 WRK-QTD-EQUIV      PIC 9(02) VALUE ZEROS.
       77 WRK-EQV-IND        PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ALU        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CUR        PIC 9(01) VALUE ZEROS.
       77 WRK-IND-LIN        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-MATERIA-CURTA  PIC X(15) VALUE SPACES.
       77 WRK-CARGA-LINHA    PIC 9(03) VALUE ZEROS.
      *    DISCIPLINA SEM CARGA INFORMADA PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
      *    LIMITES DE HABILITACAO DO INEP, EM PERCENTUAL DA CARGA
      *    HORARIA DO CURRICULO.
       77 WRK-PERC-INGRESSANTE PIC 9(03) VALUE 25.
       77 WRK-PERC-CONCLUINTE  PIC 9(03) VALUE 80.
       77 WRK-HORAS-CUMPRIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-PERCENTUAL     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-CATEGORIA      PIC X(01) VALUE SPACES.
       77 WRK-MAT-RESULTADO  PIC X(10) VALUE SPACES.
       77 WRK-MATERIA-RES    PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEM-RES    PIC X(06) VALUE SPACES.
       77 WRK-SITUACAO-RES   PIC X(20) VALUE SPACES.
       77 WRK-QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCEDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INGRESSANTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONCLUINTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-HABIL  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INSCRICOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INEP       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETORNOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RET-OK     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RET-RECUSA PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO         PIC X(40) VALUE SPACES.

      *    Tabela de equivalencia (EQUIV.DAT): aprovacao gravada sob
      *    o nome antigo satisfaz a linha do curriculo sob o nome
      *    novo e vice-versa, como no PROG25.
       01 WRK-TABELA-EQUIV.
           05 WRK-EQV-ITEM OCCURS 20 TIMES.
               10 WRK-EQV-ANTIGA  PIC X(15).
               10 WRK-EQV-ATUAL   PIC X(15).

      *    Curriculos usados na apuracao: o 1o e o catalogo corrente;
      *    os demais sao as versoes de CATVERS.DAT a que os alunos do
      *    curso estao presos, carregadas na primeira vez que
      *    aparecem. So as obrigatorias entram na conta.
       77 WRK-QTD-CURRICULOS PIC 9(01) VALUE ZEROS.
       01 WRK-CURRICULOS.
           05 WRK-CUR-ITEM OCCURS 6 TIMES.
               10 WRK-CUR-VERSAO      PIC X(04).
               10 WRK-CUR-QTD         PIC 9(03).
               10 WRK-CUR-TOTAL       PIC 9(05).
               10 WRK-CUR-LINHA OCCURS 80 TIMES.
                   15 WRK-CUR-MATERIA PIC X(15).
                   15 WRK-CUR-EQUIV   PIC X(15).
                   15 WRK-CUR-CARGA   PIC 9(03).

      *    Alunos ativos do curso no ano, na ordem da matricula, com
      *    o curriculo de cada um, o primeiro periodo cursado e a
      *    marca de aprovacao de cada linha do curriculo.
       01 WRK-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 500 TIMES.
               10 WRK-ALU-MATRICULA   PIC X(10).
               10 WRK-ALU-NOME        PIC X(30).
               10 WRK-ALU-CUR         PIC 9(01).
               10 WRK-ALU-PRIMEIRO    PIC X(06).
               10 WRK-ALU-APROV       PIC X(80).

      *    REGISTRO DO ARQUIVO DE INSCRICAO DO INEP (100 POSICOES).
       01 WRK-REG-INEP.
           05 INE-CATEGORIA     PIC X(01).
           05 INE-ANO           PIC X(04).
           05 INE-COD-IES       PIC X(08).
           05 INE-CURSO         PIC X(10).
           05 INE-MATRICULA     PIC X(10).
           05 INE-NOME          PIC X(30).
           05 INE-PERCENTUAL    PIC 9(03)V9.
           05 INE-HORAS-CUMPRIDAS PIC 9(05).
           05 INE-HORAS-CURRICULO PIC 9(05).
           05 FILLER            PIC X(23) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
           05 FILLER            PIC X(12) VALUE 'MATRICULA'.
           05 FILLER            PIC X(32) VALUE 'NOME'.
           05 FILLER            PIC X(08) VALUE '  PERC.'.
           05 FILLER            PIC X(14) VALUE '   HORAS'.
           05 FILLER            PIC X(16) VALUE 'CATEGORIA'.
           05 FILLER            PIC X(40) VALUE 'SITUACAO NO ENADE'.

       01 WRK-LINHA-DETALHE.
           05 LDT-MATRICULA     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-NOME          PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-PERCENTUAL    PIC ZZ9,9.
           05 FILLER            PIC X(03) VALUE '%  '.
           05 LDT-HORAS         PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 LDT-TOTAL         PIC ZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LDT-CATEGORIA     PIC X(14).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-SITUACAO      PIC X(40).
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
               PERFORM 0040-CARREGAR-EQUIVALENCIAS
               PERFORM 0100-APLICAR-RETORNOS
               PERFORM 0150-CARREGAR-CATALOGO
               PERFORM 0200-SELECIONAR-ALUNOS
               PERFORM 0300-APURAR-APROVACOES
               PERFORM 0500-CLASSIFICAR-ALUNOS
               PERFORM 0800-FECHAR-ARQUIVOS
               IF (WRK-QTD-RET-RECUSA > 0 OR WRK-QTD-EXCEDENTES > 0)
                  AND RETURN-CODE = 0
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
           MOVE 'PROG122' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.
           MOVE 'ENADE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADE.
           MOVE 'ENADERET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADERET.
           MOVE 'ENADEINE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADEINE.
           MOVE 'ENADEREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADEREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0040-CARREGAR-EQUIVALENCIAS.
           MOVE 'N' TO WRK-FIM-EQUIV.
           OPEN INPUT EQUIV-FILE.
           IF WRK-EQV-STATUS = '00'
               PERFORM 0045-LER-EQUIVALENCIA
                   UNTIL WRK-FIM-EQUIV = 'S'
               CLOSE EQUIV-FILE
           END-IF.

       0045-LER-EQUIVALENCIA.
           READ EQUIV-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EQUIV
               NOT AT END
                   IF WRK-QTD-EQUIV < 20
                       ADD 1 TO WRK-QTD-EQUIV
                       MOVE EQV-MATERIA-ANTIGA
                           TO WRK-EQV-ANTIGA(WRK-QTD-EQUIV)
                       MOVE EQV-MATERIA-ATUAL
                           TO WRK-EQV-ATUAL(WRK-QTD-EQUIV)
                   ELSE
                       MOVE 'S' TO WRK-FIM-EQUIV
                   END-IF
           END-READ.

       0050-INICIALIZAR.
           ACCEPT WRK-CURSO.
           ACCEPT WRK-ANO-ENADE.
           IF WRK-CURSO = SPACES OR WRK-ANO-ENADE NOT NUMERIC
               DISPLAY 'CURSO OU ANO DO ENADE NAO INFORMADO - NADA '
                       'FOI APURADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'HABILITACAO AO ENADE ' WRK-ANO-ENADE
                       ' - CURSO ' WRK-CURSO
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL: '
                       WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ENADE-FILE
               IF WRK-ENA-STATUS = '35' OR WRK-ENA-STATUS = '05'
                   OPEN OUTPUT ENADE-FILE
                   CLOSE ENADE-FILE
                   OPEN I-O ENADE-FILE
               END-IF
               IF WRK-ENA-STATUS NOT = '00'
                   DISPLAY 'ENADE.DAT INDISPONIVEL: ' WRK-ENA-STATUS
                   CLOSE ALUNO-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ENROLL-FILE
                   OPEN OUTPUT INEP-FILE
                   OPEN OUTPUT ENADE-REL
                   MOVE SPACES TO ENADE-LINHA
                   STRING 'HABILITACAO AO ENADE ' WRK-ANO-ENADE
                          ' - CURSO ' WRK-CURSO ' - EMITIDO EM '
                          WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2)
                          '/' WRK-DATA-HOJE(1:4)
                       DELIMITED BY SIZE INTO ENADE-LINHA
                   WRITE ENADE-LINHA
                   MOVE ALL '=' TO ENADE-LINHA
                   WRITE ENADE-LINHA
               END-IF
           END-IF.

      *    O RETORNO SO VALE PARA INSCRICAO EXISTENTE; DEPOIS DE
      *    APLICADO O ARQUIVO E ESVAZIADO PARA NAO SER REAPLICADO.
       0100-APLICAR-RETORNOS.
           MOVE 'N' TO WRK-FIM-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WRK-RET-STATUS = '00'
               MOVE 'RETORNO DA PARTICIPACAO (ENADERET.DAT)'
                   TO ENADE-LINHA
               WRITE ENADE-LINHA
               PERFORM 0120-LER-RETORNO UNTIL WRK-FIM-RETORNO = 'S'
               CLOSE RETORNO-FILE
               IF WRK-QTD-RETORNOS > 0
                   OPEN OUTPUT RETORNO-FILE
                   CLOSE RETORNO-FILE
               END-IF
               MOVE ALL '-' TO ENADE-LINHA
               WRITE ENADE-LINHA
           END-IF.

       0120-LER-RETORNO.
           READ RETORNO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-RETORNO
               NOT AT END
                   ADD 1 TO WRK-QTD-RETORNOS
                   MOVE RET-MATRICULA TO ENA-MATRICULA
                   MOVE RET-CURSO     TO ENA-CURSO
                   MOVE RET-ANO       TO ENA-ANO
                   READ ENADE-FILE KEY IS ENA-CHAVE
                       INVALID KEY
                           MOVE 'RECUSADO - ALUNO NAO INSCRITO NO ANO'
                               TO WRK-MOTIVO
                           ADD 1 TO WRK-QTD-RET-RECUSA
                       NOT INVALID KEY
                           PERFORM 0130-ATUALIZAR-SITUACAO
                   END-READ
                   MOVE SPACES TO ENADE-LINHA
                   STRING RET-MATRICULA ' ' RET-CURSO ' ' RET-ANO
                          ' ' RET-SITUACAO ' - ' WRK-MOTIVO
                       DELIMITED BY SIZE INTO ENADE-LINHA
                   WRITE ENADE-LINHA
           END-READ.

       0130-ATUALIZAR-SITUACAO.
           IF RET-SITUACAO NOT = 'P' AND RET-SITUACAO NOT = 'D'
              AND RET-SITUACAO NOT = 'F'
               MOVE 'RECUSADO - SITUACAO DEVE SER P, D OU F'
                   TO WRK-MOTIVO
               ADD 1 TO WRK-QTD-RET-RECUSA
           ELSE
               IF RET-SITUACAO = 'D' AND RET-MOTIVO = SPACES
                   MOVE 'RECUSADO - DISPENSA SEM MOTIVO'
                       TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-RET-RECUSA
               ELSE
                   MOVE RET-SITUACAO  TO ENA-SITUACAO
                   MOVE WRK-DATA-HOJE TO ENA-DATA-SITUACAO
                   MOVE RET-MOTIVO    TO ENA-MOTIVO
                   REWRITE ENADE-REC
                   ADD 1 TO WRK-QTD-RET-OK
                   MOVE 'SITUACAO REGISTRADA' TO WRK-MOTIVO
               END-IF
           END-IF.

      *    O 1O CURRICULO DA TABELA E O CATALOGO CORRENTE DO CURSO.
       0150-CARREGAR-CATALOGO.
           MOVE 1 TO WRK-QTD-CURRICULOS WRK-IND-CUR.
           MOVE SPACES TO WRK-CUR-VERSAO(1).
           MOVE ZEROS  TO WRK-CUR-QTD(1) WRK-CUR-TOTAL(1).
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOGO INDISPONIVEL: ' WRK-CAT-STATUS
           ELSE
               MOVE WRK-CURSO TO CAT-CURSO
               MOVE ZEROS     TO CAT-SEQ
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0160-LER-CATALOGO UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0160-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF CAT-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   ELSE
                       IF CAT-TIPO NOT = 'E'
                           MOVE CAT-DISCIPLINA(1:15)
                               TO WRK-MATERIA-CURTA
                           IF CAT-CARGA-HORARIA IS NUMERIC
                              AND CAT-CARGA-HORARIA > 0
                               MOVE CAT-CARGA-HORARIA
                                   TO WRK-CARGA-LINHA
                           ELSE
                               MOVE WRK-CARGA-PADRAO
                                   TO WRK-CARGA-LINHA
                           END-IF
                           PERFORM 0180-GUARDAR-LINHA
                       END-IF
                   END-IF
           END-READ.

      *    VERSAO AINDA NAO CARREGADA ENTRA NA PROXIMA POSICAO LIVRE;
      *    SEM POSICAO OU SEM A VERSAO EM CATVERS.DAT, O ALUNO E
      *    APURADO PELO CATALOGO CORRENTE.
       0170-CARREGAR-VERSAO.
           MOVE 1 TO WRK-IND-CUR.
           IF AL-VERSAO-CATALOGO NOT = SPACES
               MOVE 'N' TO WRK-ACHOU
               PERFORM 0172-PROCURAR-VERSAO
                   VARYING WRK-IND-LIN FROM 2 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-CURRICULOS
                      OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'N' AND WRK-QTD-CURRICULOS < 6
                   PERFORM 0174-LER-VERSAO
               END-IF
           END-IF.

       0172-PROCURAR-VERSAO.
           IF WRK-CUR-VERSAO(WRK-IND-LIN) = AL-VERSAO-CATALOGO
               MOVE WRK-IND-LIN TO WRK-IND-CUR
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0174-LER-VERSAO.
           OPEN INPUT CATVERS-FILE.
           IF WRK-CTV-STATUS = '00'
               ADD 1 TO WRK-QTD-CURRICULOS
               MOVE WRK-QTD-CURRICULOS TO WRK-IND-CUR
               MOVE AL-VERSAO-CATALOGO TO WRK-CUR-VERSAO(WRK-IND-CUR)
               MOVE ZEROS TO WRK-CUR-QTD(WRK-IND-CUR)
                             WRK-CUR-TOTAL(WRK-IND-CUR)
               MOVE 'N' TO WRK-FIM-VERSAO
               MOVE WRK-CURSO          TO CTV-CURSO
               MOVE AL-VERSAO-CATALOGO TO CTV-VERSAO
               MOVE ZEROS              TO CTV-SEQ
               START CATVERS-FILE KEY IS NOT LESS THAN CTV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-VERSAO
               END-START
               PERFORM 0176-LER-LINHA-VERSAO
                   UNTIL WRK-FIM-VERSAO = 'S'
               CLOSE CATVERS-FILE
               IF WRK-CUR-QTD(WRK-IND-CUR) = 0
                   SUBTRACT 1 FROM WRK-QTD-CURRICULOS
                   MOVE 1 TO WRK-IND-CUR
               END-IF
           END-IF.

       0176-LER-LINHA-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-VERSAO
               NOT AT END
                   IF CTV-CURSO NOT = WRK-CURSO
                      OR CTV-VERSAO NOT = AL-VERSAO-CATALOGO
                       MOVE 'S' TO WRK-FIM-VERSAO
                   ELSE
                       IF CTV-TIPO NOT = 'E'
                           MOVE CTV-DISCIPLINA(1:15)
                               TO WRK-MATERIA-CURTA
                           IF CTV-CARGA-HORARIA > 0
                               MOVE CTV-CARGA-HORARIA
                                   TO WRK-CARGA-LINHA
                           ELSE
                               MOVE WRK-CARGA-PADRAO
                                   TO WRK-CARGA-LINHA
                           END-IF
                           PERFORM 0180-GUARDAR-LINHA
                       END-IF
                   END-IF
           END-READ.

      *    GUARDA A LINHA NO CURRICULO WRK-IND-CUR, COM O OUTRO NOME
      *    DA DISCIPLINA NA TABELA DE EQUIVALENCIA.
       0180-GUARDAR-LINHA.
           IF WRK-CUR-QTD(WRK-IND-CUR) < 80
               ADD 1 TO WRK-CUR-QTD(WRK-IND-CUR)
               MOVE WRK-CUR-QTD(WRK-IND-CUR) TO WRK-IND-LIN
               MOVE WRK-MATERIA-CURTA
                   TO WRK-CUR-MATERIA(WRK-IND-CUR, WRK-IND-LIN)
               MOVE SPACES TO WRK-CUR-EQUIV(WRK-IND-CUR, WRK-IND-LIN)
               MOVE WRK-CARGA-LINHA
                   TO WRK-CUR-CARGA(WRK-IND-CUR, WRK-IND-LIN)
               ADD WRK-CARGA-LINHA TO WRK-CUR-TOTAL(WRK-IND-CUR)
               PERFORM 0185-PROCURAR-EQUIVALENTE
                   VARYING WRK-EQV-IND FROM 1 BY 1
                   UNTIL WRK-EQV-IND > WRK-QTD-EQUIV
           END-IF.

       0185-PROCURAR-EQUIVALENTE.
           IF WRK-EQV-ATUAL(WRK-EQV-IND) = WRK-MATERIA-CURTA
               MOVE WRK-EQV-ANTIGA(WRK-EQV-IND)
                   TO WRK-CUR-EQUIV(WRK-IND-CUR, WRK-IND-LIN)
           END-IF
           IF WRK-EQV-ANTIGA(WRK-EQV-IND) = WRK-MATERIA-CURTA
               MOVE WRK-EQV-ATUAL(WRK-EQV-IND)
                   TO WRK-CUR-EQUIV(WRK-IND-CUR, WRK-IND-LIN)
           END-IF.

      *    ALUNOS DO CURSO (PRIMEIRO OU SEGUNDO CURSO DA DUPLA
      *    GRADUACAO) COM MATRICULA ATIVA EM ALGUM PERIODO DO ANO.
       0200-SELECIONAR-ALUNOS.
           MOVE 'N' TO WRK-FIM-ALUNO.
           MOVE LOW-VALUES TO AL-MATRICULA.
           START ALUNO-FILE KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START.
           PERFORM 0210-LER-ALUNO UNTIL WRK-FIM-ALUNO = 'S'.
           IF WRK-QTD-EXCEDENTES > 0
               DISPLAY 'ATENCAO: ' WRK-QTD-EXCEDENTES ' ALUNO(S) '
                       'ALEM DO LIMITE DE 500 NAO FORAM APURADOS.'
           END-IF.

       0210-LER-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF AL-CURSO = WRK-CURSO OR AL-CURSO2 = WRK-CURSO
                       PERFORM 0220-CONFERIR-ATIVO
                       IF WRK-ATIVO = 'S'
                           PERFORM 0240-GUARDAR-ALUNO
                       END-IF
                   END-IF
           END-READ.

       0220-CONFERIR-ATIVO.
           MOVE 'N' TO WRK-ATIVO WRK-FIM-ENROLL.
           MOVE AL-MATRICULA TO ENROLL-MATRICULA.
           MOVE LOW-VALUES   TO ENROLL-MATERIA ENROLL-ANO-SEMESTRE.
           START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENROLL
           END-START.
           PERFORM 0230-LER-MATRICULA
               UNTIL WRK-FIM-ENROLL = 'S' OR WRK-ATIVO = 'S'.

       0230-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ENROLL
               NOT AT END
                   IF ENROLL-MATRICULA NOT = AL-MATRICULA
                       MOVE 'S' TO WRK-FIM-ENROLL
                   ELSE
                       IF ENROLL-ANO-SEMESTRE(1:4) = WRK-ANO-ENADE
                          AND (ENROLL-STATUS = 'A'
                               OR ENROLL-STATUS = SPACES)
                           MOVE 'S' TO WRK-ATIVO
                       END-IF
                   END-IF
           END-READ.

       0240-GUARDAR-ALUNO.
           IF WRK-QTD-ALUNOS < 500
               PERFORM 0170-CARREGAR-VERSAO
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE AL-MATRICULA TO WRK-ALU-MATRICULA(WRK-QTD-ALUNOS)
               MOVE AL-NOME      TO WRK-ALU-NOME(WRK-QTD-ALUNOS)
               MOVE WRK-IND-CUR  TO WRK-ALU-CUR(WRK-QTD-ALUNOS)
               MOVE SPACES       TO WRK-ALU-PRIMEIRO(WRK-QTD-ALUNOS)
                                    WRK-ALU-APROV(WRK-QTD-ALUNOS)
           ELSE
               ADD 1 TO WRK-QTD-EXCEDENTES
           END-IF.

      *    UMA PASSADA EM CADA ARQUIVO DE NOTAS MARCA, PARA OS ALUNOS
      *    SELECIONADOS, AS LINHAS DO CURRICULO JA APROVADAS E O
      *    PRIMEIRO PERIODO CURSADO.
       0300-APURAR-APROVACOES.
           IF WRK-QTD-ALUNOS > 0
               PERFORM 0310-VARRER-GRADES
               PERFORM 0330-VARRER-HISTORICO
               PERFORM 0350-VARRER-ANUAL
           END-IF.

       0310-VARRER-GRADES.
           MOVE 'N' TO WRK-FIM-GRADES.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE LOW-VALUES TO GR-CHAVE
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRADES
               END-START
               PERFORM 0320-LER-GRADE UNTIL WRK-FIM-GRADES = 'S'
               CLOSE GRADE-FILE
           END-IF.

       0320-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-GRADES
               NOT AT END
                   MOVE GR-MATRICULA    TO WRK-MAT-RESULTADO
                   MOVE GR-MATERIA      TO WRK-MATERIA-RES
                   MOVE GR-ANO-SEMESTRE TO WRK-ANO-SEM-RES
                   MOVE GR-SITUACAO     TO WRK-SITUACAO-RES
                   PERFORM 0400-REGISTRAR-RESULTADO
           END-READ.

       0330-VARRER-HISTORICO.
           MOVE 'N' TO WRK-FIM-HIST.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0340-LER-HISTORICO UNTIL WRK-FIM-HIST = 'S'
               CLOSE HIST-FILE
           END-IF.

       0340-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                       MOVE HIST-MATRICULA    TO WRK-MAT-RESULTADO
                       MOVE HIST-MATERIA      TO WRK-MATERIA-RES
                       MOVE HIST-ANO-SEMESTRE TO WRK-ANO-SEM-RES
                       MOVE HIST-SITUACAO     TO WRK-SITUACAO-RES
                       PERFORM 0400-REGISTRAR-RESULTADO
                   END-IF
           END-READ.

       0350-VARRER-ANUAL.
           MOVE 'N' TO WRK-FIM-ANUAL.
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0360-LER-ANUAL UNTIL WRK-FIM-ANUAL = 'S'
               CLOSE ANUAL-FILE
           END-IF.

       0360-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ANUAL
               NOT AT END
                   MOVE ANUAL-REC TO HIST-REC
                   IF HIST-TIPO = 'DETALHE'
                       MOVE HIST-MATRICULA    TO WRK-MAT-RESULTADO
                       MOVE HIST-MATERIA      TO WRK-MATERIA-RES
                       MOVE HIST-ANO-SEMESTRE TO WRK-ANO-SEM-RES
                       MOVE HIST-SITUACAO     TO WRK-SITUACAO-RES
                       PERFORM 0400-REGISTRAR-RESULTADO
                   END-IF
           END-READ.

      *    A TABELA DE ALUNOS ESTA NA ORDEM DA MATRICULA: A BUSCA
      *    PARA NA PRIMEIRA MATRICULA MAIOR QUE A DO RESULTADO.
       0400-REGISTRAR-RESULTADO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0410-PROCURAR-ALUNO
               VARYING WRK-IND-ALU FROM 1 BY 1
               UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                  OR WRK-ACHOU NOT = 'N'.
           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IND-ALU
               IF WRK-ALU-PRIMEIRO(WRK-IND-ALU) = SPACES
                  OR WRK-ANO-SEM-RES < WRK-ALU-PRIMEIRO(WRK-IND-ALU)
                   MOVE WRK-ANO-SEM-RES
                       TO WRK-ALU-PRIMEIRO(WRK-IND-ALU)
               END-IF
               IF WRK-SITUACAO-RES = 'APROVADO'
                   MOVE WRK-ALU-CUR(WRK-IND-ALU) TO WRK-IND-CUR
                   PERFORM 0420-MARCAR-LINHA
                       VARYING WRK-IND-LIN FROM 1 BY 1
                       UNTIL WRK-IND-LIN > WRK-CUR-QTD(WRK-IND-CUR)
               END-IF
           END-IF.

       0410-PROCURAR-ALUNO.
           IF WRK-ALU-MATRICULA(WRK-IND-ALU) = WRK-MAT-RESULTADO
               MOVE 'S' TO WRK-ACHOU
           ELSE
               IF WRK-ALU-MATRICULA(WRK-IND-ALU) > WRK-MAT-RESULTADO
                   MOVE 'X' TO WRK-ACHOU
               END-IF
           END-IF.

       0420-MARCAR-LINHA.
           IF WRK-CUR-MATERIA(WRK-IND-CUR, WRK-IND-LIN)
                  = WRK-MATERIA-RES
              OR (WRK-CUR-EQUIV(WRK-IND-CUR, WRK-IND-LIN) NOT = SPACES
                  AND WRK-CUR-EQUIV(WRK-IND-CUR, WRK-IND-LIN)
                      = WRK-MATERIA-RES)
               MOVE 'S' TO WRK-ALU-APROV(WRK-IND-ALU)(WRK-IND-LIN:1)
           END-IF.

      *    INGRESSANTE: PRIMEIRO PERIODO NO ANO DO EXAME (OU AINDA
      *    SEM NOTA) E ATE 25% DA CARGA; CONCLUINTE: 80% OU MAIS.
       0500-CLASSIFICAR-ALUNOS.
           WRITE ENADE-LINHA FROM WRK-LINHA-CABECALHO.
           PERFORM 0510-CLASSIFICAR-ALUNO
               VARYING WRK-IND-ALU FROM 1 BY 1
               UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS.

       0510-CLASSIFICAR-ALUNO.
           MOVE WRK-ALU-CUR(WRK-IND-ALU) TO WRK-IND-CUR.
           MOVE ZEROS TO WRK-HORAS-CUMPRIDAS WRK-PERCENTUAL.
           PERFORM 0520-SOMAR-LINHA
               VARYING WRK-IND-LIN FROM 1 BY 1
               UNTIL WRK-IND-LIN > WRK-CUR-QTD(WRK-IND-CUR).
           IF WRK-CUR-TOTAL(WRK-IND-CUR) > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-HORAS-CUMPRIDAS * 100
                   / WRK-CUR-TOTAL(WRK-IND-CUR)
           END-IF
           EVALUATE TRUE
               WHEN WRK-CUR-TOTAL(WRK-IND-CUR) > 0
                AND WRK-PERCENTUAL NOT < WRK-PERC-CONCLUINTE
                   MOVE 'C' TO WRK-CATEGORIA
                   ADD 1 TO WRK-QTD-CONCLUINTES
               WHEN (WRK-ALU-PRIMEIRO(WRK-IND-ALU) = SPACES
                 OR WRK-ALU-PRIMEIRO(WRK-IND-ALU)(1:4) = WRK-ANO-ENADE)
                AND WRK-PERCENTUAL NOT > WRK-PERC-INGRESSANTE
                   MOVE 'I' TO WRK-CATEGORIA
                   ADD 1 TO WRK-QTD-INGRESSANTES
               WHEN OTHER
                   MOVE 'N' TO WRK-CATEGORIA
                   ADD 1 TO WRK-QTD-NAO-HABIL
           END-EVALUATE
           MOVE WRK-ALU-MATRICULA(WRK-IND-ALU) TO LDT-MATRICULA.
           MOVE WRK-ALU-NOME(WRK-IND-ALU)      TO LDT-NOME.
           MOVE WRK-PERCENTUAL                 TO LDT-PERCENTUAL.
           MOVE WRK-HORAS-CUMPRIDAS            TO LDT-HORAS.
           MOVE WRK-CUR-TOTAL(WRK-IND-CUR)     TO LDT-TOTAL.
           MOVE SPACES TO LDT-SITUACAO.
           EVALUATE WRK-CATEGORIA
               WHEN 'C'
                   MOVE 'CONCLUINTE'     TO LDT-CATEGORIA
                   PERFORM 0530-INSCREVER-ALUNO
               WHEN 'I'
                   MOVE 'INGRESSANTE'    TO LDT-CATEGORIA
                   PERFORM 0530-INSCREVER-ALUNO
               WHEN OTHER
                   MOVE 'NAO HABILITADO' TO LDT-CATEGORIA
           END-EVALUATE
           WRITE ENADE-LINHA FROM WRK-LINHA-DETALHE.

       0520-SOMAR-LINHA.
           IF WRK-ALU-APROV(WRK-IND-ALU)(WRK-IND-LIN:1) = 'S'
               ADD WRK-CUR-CARGA(WRK-IND-CUR, WRK-IND-LIN)
                   TO WRK-HORAS-CUMPRIDAS
           END-IF.

      *    INSCRICAO NOVA ENTRA COMO INSCRITO; INSCRICAO JA EXISTENTE
      *    SO E RECLASSIFICADA ENQUANTO AINDA AGUARDA O EXAME.
       0530-INSCREVER-ALUNO.
           MOVE WRK-ALU-MATRICULA(WRK-IND-ALU) TO ENA-MATRICULA.
           MOVE WRK-CURSO                      TO ENA-CURSO.
           MOVE WRK-ANO-ENADE                  TO ENA-ANO.
           READ ENADE-FILE KEY IS ENA-CHAVE
               INVALID KEY
                   PERFORM 0540-MONTAR-INSCRICAO
                   MOVE 'I'           TO ENA-SITUACAO
                   MOVE WRK-DATA-HOJE TO ENA-DATA-INSCRICAO
                                         ENA-DATA-SITUACAO
                   MOVE SPACES        TO ENA-MOTIVO
                   WRITE ENADE-REC
                       INVALID KEY
                           MOVE 'ERRO AO GRAVAR ENADE.DAT'
                               TO LDT-SITUACAO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-INSCRICOES
                           MOVE 'INSCRITO NESTA EXECUCAO'
                               TO LDT-SITUACAO
                   END-WRITE
               NOT INVALID KEY
                   IF ENA-SITUACAO = 'I'
                       PERFORM 0540-MONTAR-INSCRICAO
                       REWRITE ENADE-REC
                   END-IF
                   PERFORM 0550-DESCREVER-SITUACAO
           END-READ.
           MOVE WRK-CATEGORIA                  TO INE-CATEGORIA.
           MOVE WRK-ANO-ENADE                  TO INE-ANO.
           MOVE WRK-COD-INSTITUICAO            TO INE-COD-IES.
           MOVE WRK-CURSO                      TO INE-CURSO.
           MOVE WRK-ALU-MATRICULA(WRK-IND-ALU) TO INE-MATRICULA.
           MOVE WRK-ALU-NOME(WRK-IND-ALU)      TO INE-NOME.
           MOVE WRK-PERCENTUAL                 TO INE-PERCENTUAL.
           MOVE WRK-HORAS-CUMPRIDAS            TO INE-HORAS-CUMPRIDAS.
           MOVE WRK-CUR-TOTAL(WRK-IND-CUR)     TO INE-HORAS-CURRICULO.
           WRITE INEP-REC FROM WRK-REG-INEP.
           ADD 1 TO WRK-QTD-INEP.

       0540-MONTAR-INSCRICAO.
           MOVE WRK-ALU-NOME(WRK-IND-ALU)  TO ENA-NOME.
           MOVE WRK-CATEGORIA              TO ENA-CATEGORIA.
           MOVE WRK-PERCENTUAL             TO ENA-PERCENTUAL.
           MOVE WRK-HORAS-CUMPRIDAS        TO ENA-HORAS-CUMPRIDAS.
           MOVE WRK-CUR-TOTAL(WRK-IND-CUR) TO ENA-HORAS-CURRICULO.

       0550-DESCREVER-SITUACAO.
           EVALUATE ENA-SITUACAO
               WHEN 'I'
                   MOVE 'INSCRITO - AGUARDANDO O EXAME'
                       TO LDT-SITUACAO
               WHEN 'P'
                   MOVE 'PARTICIPOU' TO LDT-SITUACAO
               WHEN 'D'
                   MOVE 'DISPENSADO' TO LDT-SITUACAO
               WHEN 'F'
                   MOVE 'FALTOU SEM DISPENSA - IRREGULAR'
                       TO LDT-SITUACAO
           END-EVALUATE.

       0800-FECHAR-ARQUIVOS.
           MOVE ALL '-' TO ENADE-LINHA.
           WRITE ENADE-LINHA.
           MOVE SPACES TO ENADE-LINHA.
           STRING 'ALUNOS ATIVOS: ' WRK-QTD-ALUNOS
                  '  INGRESSANTES: ' WRK-QTD-INGRESSANTES
                  '  CONCLUINTES: ' WRK-QTD-CONCLUINTES
                  '  NAO HABILITADOS: ' WRK-QTD-NAO-HABIL
                  '  INSCRICOES NOVAS: ' WRK-QTD-INSCRICOES
               DELIMITED BY SIZE INTO ENADE-LINHA.
           WRITE ENADE-LINHA.
           CLOSE ALUNO-FILE ENROLL-FILE ENADE-FILE INEP-FILE
                 ENADE-REL.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'HABILITACAO AO ENADE ' WRK-ANO-ENADE
                   ' - CURSO ' WRK-CURSO.
           DISPLAY 'ALUNOS ATIVOS NO ANO..: ' WRK-QTD-ALUNOS.
           DISPLAY 'INGRESSANTES..........: ' WRK-QTD-INGRESSANTES.
           DISPLAY 'CONCLUINTES...........: ' WRK-QTD-CONCLUINTES.
           DISPLAY 'NAO HABILITADOS.......: ' WRK-QTD-NAO-HABIL.
           DISPLAY 'INSCRICOES NOVAS......: ' WRK-QTD-INSCRICOES.
           DISPLAY 'LINHAS PARA O INEP....: ' WRK-QTD-INEP.
           DISPLAY 'RETORNOS APLICADOS....: ' WRK-QTD-RET-OK.
           DISPLAY 'RETORNOS RECUSADOS....: ' WRK-QTD-RET-RECUSA.
           DISPLAY 'ARQUIVO DO INEP.......: ENADEINE.DAT'.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS ATIVOS DO CURSO NO ANO, GRAVADOS = LINHAS
      *    DO ARQUIVO DO INEP, INCLUIDOS = INSCRICOES NOVAS,
      *    REJEITADOS = RETORNOS RECUSADOS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG122'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-ALUNOS     TO RS-QTD-LIDOS
           MOVE WRK-QTD-INEP       TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-INSCRICOES TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-RET-RECUSA TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG122.
