       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG153.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envio noturno de turmas e participantes para a
      *          plataforma de ensino online (LMSFEED.DAT, layout do
      *          LMSREC) - em vez de criar as turmas a mao na
      *          plataforma. Para o ano/semestre informado gera uma
      *          sala por materia/turma com os participantes e o papel
      *          de cada um: professores atribuidos (ATRIBUIC.DAT),
      *          substitutos vigentes na data (SUBSTIT.DAT, com a
      *          janela de datas) e alunos com matricula ativa
      *          (MATRICULA.DAT, turma pelo TURMAALU, e-mail do
      *          CADALUNO.DAT). Envia tambem os desligamentos desde o
      *          envio anterior (matricula trancada ou desistente e
      *          substituicao encerrada), lidos da data gravada em
      *          LMSCTL.DAT, que e atualizada ao final. Aluno sem
      *          turma conhecida nao vai para a plataforma e da RC 4.
      *          As notas de atividade voltam pelo PROG154.
      *          SYSIN: ano/semestre.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT SUBSTITUICAO-FILE ASSIGN TO WRK-ARQ-SUBSTIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO WRK-ARQ-LMSCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT FEED-FILE ASSIGN TO WRK-ARQ-LMSFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FEED-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  SUBSTITUICAO-FILE.
           COPY SUBSTREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

      *    DATA E HORA DO ULTIMO ENVIO BEM-SUCEDIDO.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05 CTL-ULTIMO-ENVIO   PIC X(08).
           05 CTL-ULTIMA-HORA    PIC X(06).

       FD  FEED-FILE.
           COPY LMSREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    PARTICIPANTES POR MATERIA/TURMA: PROFESSOR (1), SUBSTITUTO
      *    (2), ALUNO (3) E DESLIGAMENTO (4).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-MATERIA        PIC X(15).
           05 SRT-TURMA          PIC X(05).
           05 SRT-ORDEM          PIC X(01).
           05 SRT-ID             PIC X(10).
           05 SRT-PAPEL          PIC X(10).
           05 SRT-NOME           PIC X(40).
           05 SRT-EMAIL          PIC X(40).
           05 SRT-DATA-INICIO    PIC X(08).
           05 SRT-DATA-FIM       PIC X(08).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-SUBSTIT   PIC X(40) VALUE 'SUBSTIT.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-LMSCTL    PIC X(40) VALUE 'LMSCTL.DAT'.
       77 WRK-ARQ-LMSFEED   PIC X(40) VALUE 'LMSFEED.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FEED-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HOJE           PIC X(08) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DESDE          PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-PROF-OK        PIC X(01) VALUE 'N'.
       77 WRK-SUB-OK         PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-OK       PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA       PIC X(01) VALUE 'S'.
       77 WRK-MATERIA-ANT    PIC X(15) VALUE SPACES.
       77 WRK-TURMA-ANT      PIC X(05) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-ORDEM          PIC X(01) VALUE SPACES.
       77 WRK-QTD-MATRICULAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CURSOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PARTICIP   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DESLIGA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-TURMA  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DETALHES   PIC 9(07) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-HOJE
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-MATERIA SRT-TURMA SRT-ORDEM
                                    SRT-ID
                   INPUT PROCEDURE IS 0100-SELECIONAR-PARTICIPANTES
                   OUTPUT PROCEDURE IS 0500-GRAVAR-ENVIO
               PERFORM 0800-FECHAR-ARQUIVOS
               PERFORM 0850-ATUALIZAR-CONTROLE
               IF WRK-QTD-SEM-TURMA > 0
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
           MOVE 'PROG153' TO DDN-PROGRAMA.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'SUBSTIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUBSTIT.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'LMSCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LMSCTL.
           MOVE 'LMSFEED' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LMSFEED.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    SEM LMSCTL.DAT (PRIMEIRO ENVIO) VAO TODOS OS DESLIGAMENTOS
      *    DO PERIODO.
       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           OPEN INPUT CONTROLE-FILE.
           IF WRK-CTL-STATUS = '00'
               READ CONTROLE-FILE
                   NOT AT END
                       MOVE CTL-ULTIMO-ENVIO TO WRK-DESDE
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.
           IF WRK-DESDE = SPACES
               MOVE '00000000' TO WRK-DESDE
           END-IF.
           DISPLAY 'ENVIO PARA A PLATAFORMA DE ENSINO - '
                   WRK-ANO-SEMESTRE ' - DESLIGAMENTOS DESDE '
                   WRK-DESDE.
           IF WRK-ANO-SEMESTRE = SPACES
               DISPLAY 'ANO/SEMESTRE NAO INFORMADO - NADA ENVIADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT ATRIBUICAO-FILE.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ATR-STATUS NOT = '00'
              OR WRK-ENR-STATUS NOT = '00'
               DISPLAY 'ARQUIVOS INDISPONIVEIS - ATRIBUIC '
                       WRK-ATR-STATUS ' MATRICULA ' WRK-ENR-STATUS
               MOVE 8 TO RETURN-CODE
               IF WRK-ATR-STATUS = '00'
                   CLOSE ATRIBUICAO-FILE
               END-IF
               IF WRK-ENR-STATUS = '00'
                   CLOSE ENROLL-FILE
               END-IF
           ELSE
               OPEN INPUT PROFESSOR-FILE
               IF WRK-PROF-STATUS = '00'
                   MOVE 'S' TO WRK-PROF-OK
               END-IF
               OPEN INPUT SUBSTITUICAO-FILE
               IF WRK-SUB-STATUS = '00'
                   MOVE 'S' TO WRK-SUB-OK
               END-IF
               OPEN INPUT ALUNO-FILE
               IF WRK-ALU-STATUS = '00'
                   MOVE 'S' TO WRK-ALUNO-OK
               END-IF
           END-IF.

       0100-SELECIONAR-PARTICIPANTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0200-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'.
           IF WRK-SUB-OK = 'S'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0300-LER-SUBSTITUICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0400-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'.

      *    ATRIBUIC.DAT E CHAVEADO POR PROFESSOR: VARRE TUDO E FICA
      *    COM AS ATRIBUICOES DO PERIODO.
       0200-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       MOVE SPACES         TO SORT-REC
                       MOVE ATR-MATERIA    TO SRT-MATERIA
                       MOVE ATR-TURMA      TO SRT-TURMA
                       MOVE '1'            TO SRT-ORDEM
                       MOVE ATR-PROFESSOR  TO SRT-ID
                       MOVE 'PROFESSOR'    TO SRT-PAPEL
                       MOVE ATR-PROFESSOR  TO PROF-ID
                       PERFORM 0250-NOME-PROFESSOR
                       RELEASE SORT-REC
                   END-IF
           END-READ.

       0250-NOME-PROFESSOR.
           IF WRK-PROF-OK = 'S'
               READ PROFESSOR-FILE KEY IS PROF-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOME TO SRT-NOME
               END-READ
           END-IF.

      *    SUBSTITUICAO ATIVA: VIGENTE HOJE ENTRA COMO SUBSTITUTO COM
      *    A JANELA; ENCERRADA DESDE O ENVIO ANTERIOR SAI COMO
      *    DESLIGAMENTO.
       0300-LER-SUBSTITUICAO.
           READ SUBSTITUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SUB-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND SUB-STATUS = 'A'
                       EVALUATE TRUE
                           WHEN SUB-DATA-INICIO <= WRK-HOJE
                                AND SUB-DATA-FIM >= WRK-HOJE
                               MOVE '2' TO WRK-ORDEM
                               PERFORM 0350-LIBERAR-SUBSTITUTO
                           WHEN SUB-DATA-FIM < WRK-HOJE
                                AND SUB-DATA-FIM >= WRK-DESDE
                               MOVE '4' TO WRK-ORDEM
                               PERFORM 0350-LIBERAR-SUBSTITUTO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0350-LIBERAR-SUBSTITUTO.
           MOVE SPACES           TO SORT-REC.
           MOVE WRK-ORDEM        TO SRT-ORDEM.
           MOVE SUB-MATERIA      TO SRT-MATERIA.
           MOVE SUB-TURMA        TO SRT-TURMA.
           MOVE SUB-SUBSTITUTO   TO SRT-ID.
           MOVE 'SUBSTITUTO'     TO SRT-PAPEL.
           MOVE SUB-DATA-INICIO  TO SRT-DATA-INICIO.
           MOVE SUB-DATA-FIM     TO SRT-DATA-FIM.
           MOVE SUB-SUBSTITUTO   TO PROF-ID.
           PERFORM 0250-NOME-PROFESSOR.
           RELEASE SORT-REC.

      *    MATRICULA ATIVA (STATUS 'A' OU ESPACOS) ENTRA COMO ALUNO;
      *    TRANCADA OU DESISTENTE COM EVENTO DESDE O ENVIO ANTERIOR
      *    SAI COMO DESLIGAMENTO.
       0400-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       ADD 1 TO WRK-QTD-MATRICULAS
                       EVALUATE TRUE
                           WHEN ENROLL-STATUS = 'A'
                                OR ENROLL-STATUS = SPACES
                               MOVE '3' TO WRK-ORDEM
                               PERFORM 0450-LIBERAR-ALUNO
                           WHEN ENROLL-DATA-EVENTO >= WRK-DESDE
                               MOVE '4' TO WRK-ORDEM
                               PERFORM 0450-LIBERAR-ALUNO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0450-LIBERAR-ALUNO.
           MOVE SPACES    TO SORT-REC.
           MOVE WRK-ORDEM TO SRT-ORDEM.
           CALL 'TURMAALU' USING ENROLL-MATRICULA ENROLL-MATERIA
                                 ENROLL-ANO-SEMESTRE WRK-TURMA.
           IF WRK-TURMA = SPACES
               ADD 1 TO WRK-QTD-SEM-TURMA
               DISPLAY 'ALUNO SEM TURMA - NAO ENVIADO: '
                       ENROLL-MATRICULA ' ' ENROLL-MATERIA
           ELSE
               MOVE ENROLL-MATERIA   TO SRT-MATERIA
               MOVE WRK-TURMA        TO SRT-TURMA
               MOVE ENROLL-MATRICULA TO SRT-ID
               MOVE 'ALUNO'          TO SRT-PAPEL
               MOVE ENROLL-NOME      TO SRT-NOME
               IF WRK-ALUNO-OK = 'S'
                   MOVE ENROLL-MATRICULA TO AL-MATRICULA
                   READ ALUNO-FILE KEY IS AL-MATRICULA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AL-NOME-SOCIAL NOT = SPACES
                               MOVE AL-NOME-SOCIAL TO SRT-NOME
                           END-IF
                           MOVE AL-EMAIL TO SRT-EMAIL
                   END-READ
               END-IF
               RELEASE SORT-REC
           END-IF.

       0500-GRAVAR-ENVIO.
           OPEN OUTPUT FEED-FILE.
           MOVE SPACES           TO LMS-REC.
           MOVE 'HEADER'         TO LMS-TIPO.
           MOVE WRK-ANO-SEMESTRE TO LMCAB-ANO-SEMESTRE.
           MOVE WRK-AGORA        TO LMCAB-DATA-HORA.
           MOVE WRK-DESDE        TO LMCAB-DESDE.
           MOVE 'PROG153'        TO LMCAB-ORIGEM.
           WRITE LMS-REC.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0550-GRAVAR-PARTICIPANTE UNTIL WRK-FIM-SORT = 'S'.
           MOVE SPACES              TO LMS-REC.
           MOVE 'TRAILER'           TO LMS-TIPO.
           MOVE WRK-QTD-DETALHES    TO LMROD-TOTAL.
           MOVE WRK-QTD-CURSOS      TO LMROD-CURSOS.
           MOVE WRK-QTD-PARTICIP    TO LMROD-PARTICIPANTES.
           MOVE WRK-QTD-DESLIGA     TO LMROD-DESLIGAMENTOS.
           WRITE LMS-REC.
           CLOSE FEED-FILE.

       0550-GRAVAR-PARTICIPANTE.
           IF WRK-PRIMEIRA = 'S'
              OR SRT-MATERIA NOT = WRK-MATERIA-ANT
              OR SRT-TURMA NOT = WRK-TURMA-ANT
               PERFORM 0600-GRAVAR-CURSO
           END-IF.
           MOVE 'N'              TO WRK-PRIMEIRA.
           MOVE SRT-MATERIA      TO WRK-MATERIA-ANT.
           MOVE SRT-TURMA        TO WRK-TURMA-ANT.
           MOVE SPACES           TO LMS-REC.
           IF SRT-ORDEM = '4'
               MOVE 'DESLIGA'    TO LMS-TIPO
               ADD 1 TO WRK-QTD-DESLIGA
           ELSE
               MOVE 'PARTICIP'   TO LMS-TIPO
               ADD 1 TO WRK-QTD-PARTICIP
           END-IF.
           MOVE SRT-MATERIA      TO LMS-MATERIA.
           MOVE SRT-TURMA        TO LMS-TURMA.
           MOVE WRK-ANO-SEMESTRE TO LMS-ANO-SEMESTRE.
           MOVE SRT-PAPEL        TO LMS-PAPEL.
           MOVE SRT-ID           TO LMS-ID.
           MOVE SRT-NOME         TO LMS-NOME.
           MOVE SRT-EMAIL        TO LMS-EMAIL.
           MOVE SRT-DATA-INICIO  TO LMS-DATA-INICIO.
           MOVE SRT-DATA-FIM     TO LMS-DATA-FIM.
           WRITE LMS-REC.
           ADD 1 TO WRK-QTD-DETALHES.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *    NOME DA SALA NA PLATAFORMA: MATERIA, TURMA E PERIODO.
       0600-GRAVAR-CURSO.
           MOVE SPACES           TO LMS-REC.
           MOVE 'CURSO'          TO LMS-TIPO.
           MOVE SRT-MATERIA      TO LMS-MATERIA.
           MOVE SRT-TURMA        TO LMS-TURMA.
           MOVE WRK-ANO-SEMESTRE TO LMS-ANO-SEMESTRE.
           STRING SRT-MATERIA ' ' SRT-TURMA ' ' WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO LMS-NOME.
           WRITE LMS-REC.
           ADD 1 TO WRK-QTD-CURSOS.
           ADD 1 TO WRK-QTD-DETALHES.

       0800-FECHAR-ARQUIVOS.
           CLOSE ATRIBUICAO-FILE ENROLL-FILE.
           IF WRK-PROF-OK = 'S'
               CLOSE PROFESSOR-FILE
           END-IF.
           IF WRK-SUB-OK = 'S'
               CLOSE SUBSTITUICAO-FILE
           END-IF.
           IF WRK-ALUNO-OK = 'S'
               CLOSE ALUNO-FILE
           END-IF.

      *    O PROXIMO ENVIO MANDA OS DESLIGAMENTOS A PARTIR DE HOJE.
       0850-ATUALIZAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           IF WRK-CTL-STATUS = '00'
               MOVE WRK-HOJE     TO CTL-ULTIMO-ENVIO
               MOVE WRK-HORA-INI TO CTL-ULTIMA-HORA
               WRITE CONTROLE-REC
               CLOSE CONTROLE-FILE
           ELSE
               DISPLAY 'AVISO: LMSCTL.DAT NAO ATUALIZADO ('
                       WRK-CTL-STATUS ') - PROXIMO ENVIO REPETE OS '
                       'DESLIGAMENTOS.'
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG153 - ENVIO PARA A PLATAFORMA DE ENSINO'.
           DISPLAY 'MATRICULAS DO PERIODO.: ' WRK-QTD-MATRICULAS.
           DISPLAY 'TURMAS ENVIADAS.......: ' WRK-QTD-CURSOS.
           DISPLAY 'PARTICIPANTES.........: ' WRK-QTD-PARTICIP.
           DISPLAY 'DESLIGAMENTOS.........: ' WRK-QTD-DESLIGA.
           DISPLAY 'ALUNOS SEM TURMA......: ' WRK-QTD-SEM-TURMA.
           DISPLAY 'ARQUIVO...............: LMSFEED.DAT'.
           DISPLAY '========================================'.

      *    LIDOS = MATRICULAS DO PERIODO, GRAVADOS = PARTICIPANTES,
      *    INCLUIDOS = TURMAS, EXCLUIDOS = DESLIGAMENTOS, REJEITADOS =
      *    ALUNOS SEM TURMA.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG153'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-MATRICULAS TO RS-QTD-LIDOS
           MOVE WRK-QTD-PARTICIP   TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-CURSOS     TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-DESLIGA    TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-TURMA  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG153.
