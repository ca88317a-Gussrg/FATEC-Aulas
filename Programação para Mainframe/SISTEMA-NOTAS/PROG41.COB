           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO WRK-ARQ-THRESH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
       DATA DIVISION.
           COPY THRESHOLD.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-THRESH    PIC X(40) VALUE 'THRESH.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PARM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           05 WRK-RISCO-ITEM OCCURS 20 TIMES.
               10 WRK-RISCO-MATERIA PIC X(15).
               10 WRK-RISCO-NOTA    PIC 99V9.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG41' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'THRESH' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-THRESH.

       0050-INICIALIZAR.
           DISPLAY 'ALERTA PRECOCE DE ALUNOS EM RISCO'.
           DISPLAY 'ANO/SEMESTRE CORRENTE (EX: 2026-1): '.
