      *          entrada/saida para a coordenacao e solta evento de
      *          notificacao para as cartas do PROG43. A semeadura
      *          do PROG62 reduz o teto de disciplinas de quem esta
      *          em observacao. As contagens de cada periodo vem do
      *          resumo por aluno e periodo (RESUMO.DAT); GRADES.DAT e
      *          o historico so sao varridos para o aluno com duas ou
      *          mais reprovacoes, o unico que pode ser reincidente.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT RESUMO-FILE ASSIGN TO WRK-ARQ-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-RSM-STATUS.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
       DATA DIVISION.
               10 HIST-NOTA          PIC 99V9.
               10 HIST-SITUACAO      PIC X(20).

       FD  RESUMO-FILE.
           COPY RESUMREC.

       FD  NOTIF-FILE.
           COPY NOTIFREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-NOTIF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-RESUMO     PIC X(01) VALUE 'N'.
       77 WRK-REP-TOTAL      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-FECHANDO   PIC X(06) VALUE SPACES.
       77 WRK-ANO-ANTERIOR   PIC X(06) VALUE SPACES.
       77 WRK-FIM-CADASTRO   PIC X(01) VALUE 'N'.
               10 WRK-RES-MATERIA      PIC X(15).
               10 WRK-RES-ANO-SEMESTRE PIC X(06).
               10 WRK-RES-SITUACAO     PIC X(20).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY 'MOTOR DE OBSERVACAO ACADEMICA'.
           DISPLAY 'ANO/SEMESTRE QUE FECHA (EX: 2026-1): '.
           ACCEPT WRK-ANO-FECHANDO.
           DISPLAY 'ANO/SEMESTRE ANTERIOR (EX: 2025-2): '.
           ACCEPT WRK-ANO-ANTERIOR.
           OPEN INPUT RESUMO-FILE.
           IF WRK-RSM-STATUS NOT = '00'
               DISPLAY 'RESUMO.DAT INDISPONIVEL: ' WRK-RSM-STATUS
                       ' - RODAR PROG162 R.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADASTRO INDISPONIVEL: ' WRK-ALUNO-STATUS
               CLOSE ALUNO-FILE
               PERFORM 0800-RESUMO
           END-IF
           CLOSE RESUMO-FILE
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG108' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.

       0200-PROCESSAR-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
               NOT AT END
                   MOVE AL-MATRICULA TO WRK-MATRICULA
                   PERFORM 0250-SOMAR-RESUMOS
                   MOVE ZEROS TO WRK-QTD-RESULTADOS
                   IF WRK-REP-TOTAL >= 2
                       PERFORM 0300-CARREGAR-RESULTADOS
                   END-IF
                   PERFORM 0400-AVALIAR-REGRAS
                   PERFORM 0500-APLICAR-DECISAO
           END-READ.

      *    CONTAGENS DA REGRA 2 DIRETO DOS RESUMOS DO ALUNO; O TOTAL
      *    DE REPROVACOES DE TODOS OS PERIODOS DIZ SE A REGRA 1 PODE
      *    VALER.
       0250-SOMAR-RESUMOS.
           MOVE ZEROS TO WRK-TOT-FECHANDO WRK-REP-FECHANDO
                         WRK-TOT-ANTERIOR WRK-REP-ANTERIOR
                         WRK-REP-TOTAL.
           MOVE 'N' TO WRK-FIM-RESUMO.
           MOVE WRK-MATRICULA TO RSM-MATRICULA.
           MOVE LOW-VALUES    TO RSM-ANO-SEMESTRE.
           START RESUMO-FILE KEY IS NOT LESS THAN RSM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-START.
           PERFORM 0260-LER-RESUMO UNTIL WRK-FIM-RESUMO = 'S'.

       0260-LER-RESUMO.
           READ RESUMO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
               NOT AT END
                   IF RSM-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-RESUMO
                   ELSE
                       ADD RSM-QTD-REPROVADAS TO WRK-REP-TOTAL
                       IF RSM-ANO-SEMESTRE = WRK-ANO-FECHANDO
                           MOVE RSM-QTD-CURSADAS   TO WRK-TOT-FECHANDO
                           MOVE RSM-QTD-REPROVADAS TO WRK-REP-FECHANDO
                       END-IF
                       IF RSM-ANO-SEMESTRE = WRK-ANO-ANTERIOR
                           MOVE RSM-QTD-CURSADAS   TO WRK-TOT-ANTERIOR
                           MOVE RSM-QTD-REPROVADAS TO WRK-REP-ANTERIOR
                       END-IF
                   END-IF
           END-READ.

       0300-CARREGAR-RESULTADOS.
           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      *    REGRA 1: REPROVADO DUAS VEZES NA MESMA MATERIA (QUALQUER
      *    EPOCA). REGRA 2: MAIS DA METADE DA CARGA REPROVADA NO
      *    PERIODO QUE FECHA E TAMBEM NO ANTERIOR (CONTAGENS DO
      *    0250-SOMAR-RESUMOS).
       0400-AVALIAR-REGRAS.
           MOVE 'N' TO WRK-REINCIDENTE.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-RESULTADOS
               IF WRK-RES-SITUACAO(WRK-IND)(1:9) = 'REPROVADO'
                       MOVE 'S' TO WRK-REINCIDENTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-META-FECHANDO.
           IF WRK-TOT-FECHANDO > 0
