      *          dias letivos (DIASLET.DAT, PROG68): chamada datada em
      *          feriado/recesso ou em dia da semana sem aula e
      *          recusada; periodo sem calendario segue sem validacao.
      *          Aula que nao houve por falta do professor
      *          (AUSENCIA.DAT, PROG141) tambem nao aceita chamada.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUS-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  AUSENCIA-FILE.
           COPY AUSENREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
       77 WRK-FIM-SUB-ESC    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE-ESC  PIC X(08) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AUS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-AUSENCIA   PIC X(01) VALUE 'N'.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
           ELSE
               PERFORM 0320-VALIDAR-DIA-LETIVO
           END-IF.
           IF WRK-DIA-OK = 'S'
               PERFORM 0345-CONFERIR-FALTA-PROFESSOR
           END-IF.
           IF WRK-DIA-OK = 'N'
               DISPLAY 'CHAMADA NAO REGISTRADA.'
           ELSE
               MOVE 'S' TO WRK-FIM-DIALET
           END-IF.

      *    FALTA DO PROFESSOR REGISTRADA NA MATERIA/TURMA NA DATA:
      *    NAO HOUVE AULA, A CHAMADA FICA PARA A REPOSICAO.
       0345-CONFERIR-FALTA-PROFESSOR.
           OPEN INPUT AUSENCIA-FILE.
           IF WRK-AUS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-AUSENCIA
               MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE
               MOVE WRK-TURMA        TO AUS-TURMA
               MOVE WRK-DATA-AULA    TO AUS-DATA
               MOVE LOW-VALUES       TO AUS-HORA
               START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-AUSENCIA
               END-START
               PERFORM 0347-LER-AUSENCIA
                   UNTIL WRK-FIM-AUSENCIA = 'S'
               CLOSE AUSENCIA-FILE
           END-IF.

       0347-LER-AUSENCIA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AUSENCIA
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR AUS-TURMA NOT = WRK-TURMA
                      OR AUS-DATA NOT = WRK-DATA-AULA
                       MOVE 'S' TO WRK-FIM-AUSENCIA
                   ELSE
                       IF AUS-MATERIA = WRK-MATERIA
                           MOVE 'N' TO WRK-DIA-OK
                           DISPLAY 'FALTA DO PROFESSOR REGISTRADA '
                                   'NESTA DATA - AULA SERA REPOSTA.'
                           MOVE 'S' TO WRK-FIM-AUSENCIA
                       END-IF
                   END-IF
           END-READ.

       0350-REGISTRAR-ALUNO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
