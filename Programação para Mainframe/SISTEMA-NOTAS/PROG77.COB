      *          frente ao minimo do curso (CURSOREQ.DAT). O total e
      *          conferido pela auditoria de colacao do PROG25 - a
      *          pasta fisica por aluno deixa de ser a unica fonte.
      *          Curso com coordenacao cadastrada (COORDENA.DAT) passa
      *          pelo COORDRT: so o coordenador do curso do aluno
      *          valida a atividade.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-CURSO-ALUNO    PIC X(10) VALUE SPACES.
       77 WRK-NOME-ALUNO     PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       COPY CRDRTREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-ATIV.
           DISPLAY 'HORAS VALIDADAS (EX: 008): '.
           ACCEPT WRK-HORAS.
           PERFORM 0380-ROTEAR-COORDENACAO.
           IF WRK-HORAS = 0
               DISPLAY 'HORAS ZERADAS - ATIVIDADE NAO GRAVADA.'
           ELSE
             IF CRT-RETORNO = 'N'
               DISPLAY 'ALUNO DO CURSO ' CRT-CURSO ' - VALIDACAO CABE '
                       'A ' CRT-RESPONSAVEL ' - NAO GRAVADA.'
             ELSE
               PERFORM 0360-PROXIMO-SEQ
               MOVE WRK-ULTIMO-SEQ TO ATV-SEQ
               MOVE WRK-MATRICULA  TO ATV-MATRICULA
                       DISPLAY 'ATIVIDADE ' ATV-SEQ ' REGISTRADA ('
                               WRK-HORAS ' HORAS).'
               END-WRITE
             END-IF
           END-IF.

      *    DONO DA FILA PELO CURSO DO ALUNO (COORDRT).
       0380-ROTEAR-COORDENACAO.
           MOVE WRK-OPERADOR  TO CRT-OPERADOR.
           MOVE WRK-MATRICULA TO CRT-MATRICULA.
           MOVE WRK-DATA-HOJE TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.

       0360-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-ULTIMO-SEQ.
           MOVE 'N' TO WRK-FIM-ATV.
