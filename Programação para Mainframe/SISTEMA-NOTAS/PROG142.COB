       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG142.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio semanal de reposicoes para as coordenacoes -
      *          lista, das faltas de professor do periodo registradas
      *          pelo PROG141 (AUSENCIA.DAT), as reposicoes pendentes e
      *          as agendadas que ainda vao acontecer, agrupadas por
      *          curso (coordenacao) e professor. Marca ATRASADA a
      *          pendente com prazo vencido na data de referencia e
      *          FORA DO PRAZO a agendada depois do prazo (estas
      *          aparecem mesmo ja realizadas). Reposicao agendada e
      *          realizada dentro do prazo nao entra. Grava REPOSIC.REL.
      *          RC 4 quando ha reposicao atrasada ou fora do prazo.
      *          SYSIN: ano/semestre; data de referencia (AAAAMMDD, em
      *          branco = data do dia).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIA-FILE ASSIGN TO WRK-ARQ-AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUS-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT REPOSIC-REL ASSIGN TO WRK-ARQ-REPOSIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA-FILE.
           COPY AUSENREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  REPOSIC-REL.
       01  REPOSIC-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    REPOSICOES EM ORDEM DE CURSO, PROFESSOR, DATA E HORA DA
      *    FALTA.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CURSO          PIC X(10).
           05 SRT-PROFESSOR      PIC X(06).
           05 SRT-DATA           PIC X(08).
           05 SRT-HORA           PIC X(05).
           05 SRT-TURMA          PIC X(05).
           05 SRT-MATERIA        PIC X(15).
           05 SRT-REP-STATUS     PIC X(01).
           05 SRT-REP-PRAZO      PIC X(08).
           05 SRT-REP-DATA       PIC X(08).
           05 SRT-REP-HORA       PIC X(05).
           05 SRT-REP-SALA       PIC X(05).
           05 SRT-SITUACAO       PIC X(15).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-AUSENCIA  PIC X(40) VALUE 'AUSENCIA.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-REPOSIC   PIC X(40) VALUE 'REPOSIC.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-AUS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DATA-REF       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-PROF-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-SELECIONAR     PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO       PIC X(15) VALUE SPACES.
       77 WRK-NOME-PROF      PIC X(30) VALUE SPACES.
       77 WRK-CURSO-ANT      PIC X(10) VALUE SPACES.
       77 WRK-PROF-ANT       PIC X(06) VALUE SPACES.
       77 WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AGENDADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CURSO      PIC 9(05) VALUE ZEROS.
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
               OPEN OUTPUT REPOSIC-REL
               PERFORM 0150-CABECALHO
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CURSO SRT-PROFESSOR
                                    SRT-DATA SRT-HORA SRT-TURMA
                   INPUT PROCEDURE IS 0200-SELECIONAR-FALTAS
                   OUTPUT PROCEDURE IS 0300-LISTAR-REPOSICOES
               PERFORM 0400-RESUMO
               CLOSE REPOSIC-REL
               CLOSE AUSENCIA-FILE
               IF WRK-PROF-ABERTO = 'S'
                   CLOSE PROFESSOR-FILE
               END-IF
               IF WRK-QTD-ATRASADAS > 0
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
           MOVE 'PROG142' TO DDN-PROGRAMA.
           MOVE 'AUSENCIA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AUSENCIA.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'REPOSIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-REPOSIC.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = SPACES
               MOVE WRK-AGORA(1:8) TO WRK-DATA-REF
           END-IF.
           DISPLAY 'REPOSICOES DE AULA - ' WRK-ANO-SEMESTRE
                   ' - REFERENCIA ' WRK-DATA-REF.
           IF WRK-DATA-REF IS NOT NUMERIC
               DISPLAY 'DATA DE REFERENCIA INVALIDA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT AUSENCIA-FILE
               IF WRK-AUS-STATUS NOT = '00'
                   DISPLAY 'AUSENCIA.DAT INDISPONIVEL: ' WRK-AUS-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT PROFESSOR-FILE
                   IF WRK-PROF-STATUS = '00'
                       MOVE 'S' TO WRK-PROF-ABERTO
                   END-IF
               END-IF
           END-IF.

       0150-CABECALHO.
           MOVE ALL '=' TO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.
           MOVE SPACES TO REPOSIC-LINHA.
           STRING 'REPOSICOES DE AULA POR COORDENACAO - PERIODO '
                  WRK-ANO-SEMESTRE ' - REFERENCIA '
                  WRK-DATA-REF(7:2) '/' WRK-DATA-REF(5:2) '/'
                  WRK-DATA-REF(1:4)
               DELIMITED BY SIZE INTO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.
           MOVE ALL '=' TO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.

       0200-SELECIONAR-FALTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO AUS-TURMA AUS-DATA AUS-HORA.
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0210-LER-FALTA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0210-LER-FALTA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0220-CLASSIFICAR-FALTA
                       IF WRK-SELECIONAR = 'S'
                           PERFORM 0230-LIBERAR-FALTA
                       END-IF
                   END-IF
           END-READ.

      *    PENDENTE: SEMPRE LISTADA, ATRASADA COM O PRAZO VENCIDO.
      *    AGENDADA: LISTADA SE DEPOIS DO PRAZO OU AINDA POR ACONTECER.
       0220-CLASSIFICAR-FALTA.
           MOVE 'N' TO WRK-SELECIONAR.
           MOVE SPACES TO WRK-SITUACAO.
           IF AUS-REP-STATUS = 'A'
               IF AUS-REP-DATA > AUS-REP-PRAZO
                   MOVE 'S' TO WRK-SELECIONAR
                   MOVE 'FORA DO PRAZO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ATRASADAS
                   ADD 1 TO WRK-QTD-AGENDADAS
               ELSE
                   IF AUS-REP-DATA >= WRK-DATA-REF
                       MOVE 'S' TO WRK-SELECIONAR
                       MOVE 'AGENDADA' TO WRK-SITUACAO
                       ADD 1 TO WRK-QTD-AGENDADAS
                   END-IF
               END-IF
           ELSE
               MOVE 'S' TO WRK-SELECIONAR
               ADD 1 TO WRK-QTD-PENDENTES
               IF AUS-REP-PRAZO < WRK-DATA-REF
                   MOVE 'ATRASADA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ATRASADAS
               ELSE
                   MOVE 'PENDENTE' TO WRK-SITUACAO
               END-IF
           END-IF.

       0230-LIBERAR-FALTA.
           MOVE AUS-CURSO      TO SRT-CURSO.
           MOVE AUS-PROFESSOR  TO SRT-PROFESSOR.
           MOVE AUS-DATA       TO SRT-DATA.
           MOVE AUS-HORA       TO SRT-HORA.
           MOVE AUS-TURMA      TO SRT-TURMA.
           MOVE AUS-MATERIA    TO SRT-MATERIA.
           MOVE AUS-REP-STATUS TO SRT-REP-STATUS.
           MOVE AUS-REP-PRAZO  TO SRT-REP-PRAZO.
           MOVE AUS-REP-DATA   TO SRT-REP-DATA.
           MOVE AUS-REP-HORA   TO SRT-REP-HORA.
           MOVE AUS-REP-SALA   TO SRT-REP-SALA.
           MOVE WRK-SITUACAO   TO SRT-SITUACAO.
           RELEASE SORT-REC.

       0300-LISTAR-REPOSICOES.
           MOVE HIGH-VALUES TO WRK-CURSO-ANT WRK-PROF-ANT.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0310-LISTAR-FALTA UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-QTD-LISTADAS > 0
               PERFORM 0330-TOTAL-CURSO
           END-IF.

       0310-LISTAR-FALTA.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF SRT-CURSO NOT = WRK-CURSO-ANT
                       IF WRK-QTD-LISTADAS > 0
                           PERFORM 0330-TOTAL-CURSO
                       END-IF
                       MOVE SRT-CURSO TO WRK-CURSO-ANT
                       MOVE HIGH-VALUES TO WRK-PROF-ANT
                       MOVE ZEROS TO WRK-QTD-CURSO
                       MOVE SPACES TO REPOSIC-LINHA
                       WRITE REPOSIC-LINHA
                       MOVE SPACES TO REPOSIC-LINHA
                       IF SRT-CURSO = SPACES
                           MOVE 'COORDENACAO: (SEM CURSO ATRIBUIDO)'
                               TO REPOSIC-LINHA
                       ELSE
                           STRING 'COORDENACAO DO CURSO ' SRT-CURSO
                               DELIMITED BY SIZE INTO REPOSIC-LINHA
                       END-IF
                       WRITE REPOSIC-LINHA
                   END-IF
                   IF SRT-PROFESSOR NOT = WRK-PROF-ANT
                       MOVE SRT-PROFESSOR TO WRK-PROF-ANT
                       PERFORM 0320-NOME-PROFESSOR
                       MOVE ALL '-' TO REPOSIC-LINHA
                       WRITE REPOSIC-LINHA
                       MOVE SPACES TO REPOSIC-LINHA
                       STRING '  PROFESSOR ' SRT-PROFESSOR ' - '
                              WRK-NOME-PROF
                           DELIMITED BY SIZE INTO REPOSIC-LINHA
                       WRITE REPOSIC-LINHA
                   END-IF
                   ADD 1 TO WRK-QTD-LISTADAS
                   ADD 1 TO WRK-QTD-CURSO
                   MOVE SPACES TO REPOSIC-LINHA
                   IF SRT-REP-STATUS = 'A'
                       STRING '    FALTA ' SRT-DATA(7:2) '/'
                              SRT-DATA(5:2) '/' SRT-DATA(1:4) ' '
                              SRT-HORA ' TURMA ' SRT-TURMA ' '
                              SRT-MATERIA ' PRAZO '
                              SRT-REP-PRAZO(7:2) '/'
                              SRT-REP-PRAZO(5:2) ' REPOSICAO '
                              SRT-REP-DATA(7:2) '/' SRT-REP-DATA(5:2)
                              '/' SRT-REP-DATA(1:4) ' ' SRT-REP-HORA
                              ' SALA ' SRT-REP-SALA '  ' SRT-SITUACAO
                           DELIMITED BY SIZE INTO REPOSIC-LINHA
                   ELSE
                       STRING '    FALTA ' SRT-DATA(7:2) '/'
                              SRT-DATA(5:2) '/' SRT-DATA(1:4) ' '
                              SRT-HORA ' TURMA ' SRT-TURMA ' '
                              SRT-MATERIA ' PRAZO '
                              SRT-REP-PRAZO(7:2) '/'
                              SRT-REP-PRAZO(5:2) ' SEM REPOSICAO'
                              '              ' '  ' SRT-SITUACAO
                           DELIMITED BY SIZE INTO REPOSIC-LINHA
                   END-IF
                   WRITE REPOSIC-LINHA
           END-RETURN.

       0320-NOME-PROFESSOR.
           MOVE '(NAO CADASTRADO)' TO WRK-NOME-PROF.
           IF WRK-PROF-ABERTO = 'S'
               MOVE SRT-PROFESSOR TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WRK-NOME-PROF
               END-READ
           END-IF.

       0330-TOTAL-CURSO.
           MOVE SPACES TO REPOSIC-LINHA.
           STRING '  REPOSICOES DA COORDENACAO: ' WRK-QTD-CURSO
               DELIMITED BY SIZE INTO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.

       0400-RESUMO.
           MOVE SPACES TO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.
           MOVE ALL '=' TO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.
           IF WRK-QTD-LISTADAS = 0
               MOVE 'NENHUMA REPOSICAO PENDENTE OU ATRASADA.'
                   TO REPOSIC-LINHA
               WRITE REPOSIC-LINHA
           END-IF.
           MOVE SPACES TO REPOSIC-LINHA.
           STRING 'FALTAS NO PERIODO: ' WRK-QTD-LIDOS
                  '  PENDENTES: ' WRK-QTD-PENDENTES
                  '  AGENDADAS LISTADAS: ' WRK-QTD-AGENDADAS
                  '  ATRASADAS/FORA DO PRAZO: ' WRK-QTD-ATRASADAS
               DELIMITED BY SIZE INTO REPOSIC-LINHA.
           WRITE REPOSIC-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG142 - REPOSICOES DE AULA'.
           DISPLAY 'FALTAS NO PERIODO.....: ' WRK-QTD-LIDOS.
           DISPLAY 'REPOSICOES LISTADAS...: ' WRK-QTD-LISTADAS.
           DISPLAY 'PENDENTES.............: ' WRK-QTD-PENDENTES.
           DISPLAY 'ATRASADAS/FORA PRAZO..: ' WRK-QTD-ATRASADAS.
           DISPLAY '========================================'.

      *    LIDOS = FALTAS DO PERIODO, GRAVADOS = LINHAS DE REPOSICAO NO
      *    RELATORIO, REJEITADOS = ATRASADAS OU FORA DO PRAZO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG142'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-LISTADAS   TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-ATRASADAS  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG142.
