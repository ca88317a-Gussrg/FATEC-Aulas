           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO WRK-ARQ-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
       DATA DIVISION.
           COPY NOTIFREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CALENDAR  PIC X(40) VALUE 'CALENDAR.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.

       77 WRK-CAL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
           05 WRK-MAT-ITEM OCCURS 200 TIMES.
               10 WRK-MAT-MATERIA PIC X(15).
               10 WRK-MAT-QTD     PIC 9(05).
       COPY ARQDDREC.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY 'FECHAMENTO DE MATRICULAS SEM LANCAMENTO'.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG105' TO DDN-PROGRAMA.
           MOVE 'CALENDAR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CALENDAR.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.

       0100-DATA-DE-FECHO.
           MOVE SPACES TO WRK-DATA-FECHO.
           MOVE 'N' TO WRK-FIM-CALENDARIO.
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE GRADE-FILE
                   CLOSE ENROLL-FILE
                   PERFORM 0930-GRAVAR-RESUMO
                   PERFORM 0600-RELATORIO
               END-IF
           END-IF.
                   ADD 1 TO WRK-QTD-FECHADAS
                   PERFORM 0450-CONTAR-MATERIA
                   PERFORM 0920-GRAVAR-JORNAL
                   PERFORM 0925-MARCAR-RESUMO
                   PERFORM 0900-GRAVAR-LOG
                   PERFORM 0910-GRAVAR-NOTIFICACAO
           END-WRITE.
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA.
           MOVE 'PROG105'  TO JRN-PROGRAMA.
           MOVE 'I'        TO JRN-OPERACAO.
           WRITE JORNAL-REC.
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG105'       TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG105'       TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG105.
