           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPEND-FILE ASSIGN TO WRK-ARQ-DEPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEP-STATUS.
           SELECT SEED-FILE ASSIGN TO WRK-ARQ-SEEDLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEED-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
           COPY ENROLLREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-DEPEND    PIC X(40) VALUE 'DEPEND.DAT'.
       77 WRK-ARQ-SEEDLOAD  PIC X(40) VALUE 'SEEDLOAD.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.

       77 WRK-DEP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEED-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
               10 WRK-MAT-SEED      PIC 9(05).
               10 WRK-MAT-MATR-ANT  PIC 9(05).
               10 WRK-MAT-EVAS-ANT  PIC 9(05).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PROJECAO DE DEMANDA POR MATERIA'.
           DISPLAY 'ANO/SEMESTRE NOVO (EX: 2026-2): '.
           ACCEPT WRK-ANO-NOVO.
           PERFORM 0500-EMITIR-PROJECAO
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG93' TO DDN-PROGRAMA.
           MOVE 'DEPEND' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DEPEND.
           MOVE 'SEEDLOAD' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SEEDLOAD.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.

       0050-ACHAR-MATERIA.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
