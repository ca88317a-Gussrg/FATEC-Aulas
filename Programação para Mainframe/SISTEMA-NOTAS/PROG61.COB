           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT SUBST-FILE ASSIGN TO WRK-ARQ-SUBSTIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
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
           SELECT GRADED-FILE ASSIGN TO WRK-ARQ-NOTASLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADED-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WRK-ARQ-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.
       DATA DIVISION.
           COPY CALENREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-SUBSTIT   PIC X(40) VALUE 'SUBSTIT.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-NOTASLAN  PIC X(40) VALUE 'NOTASLAN.DAT'.
       77 WRK-ARQ-CALENDAR  PIC X(40) VALUE 'CALENDAR.DAT'.

       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-SUB        PIC X(01) VALUE 'N'.
           05 WRK-LAN-ITEM OCCURS 500 TIMES.
               10 WRK-LAN-MATRICULA PIC X(10).
               10 WRK-LAN-MATERIA   PIC X(15).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'COBRANCA DE LANCAMENTOS POR PROFESSOR'.
           DISPLAY 'ANO/SEMESTRE CORRENTE (EX: 2026-1): '.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG61' TO DDN-PROGRAMA.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'SUBSTIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUBSTIT.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'NOTASLAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTASLAN.
           MOVE 'CALENDAR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CALENDAR.

       0050-CALCULAR-PRAZO.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-CAL-STATUS = '00'
