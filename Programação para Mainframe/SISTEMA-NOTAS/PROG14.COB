           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT GRADED-FILE ASSIGN TO WRK-ARQ-NOTASLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADED-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT FILTRO-FILE ASSIGN TO WRK-ARQ-CONF14
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILTRO-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
       DATA DIVISION.
           05 FIL-ANO-SEMESTRE  PIC X(06).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-NOTASLAN  PIC X(40) VALUE 'NOTASLAN.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-CONF14    PIC X(40) VALUE 'CONF14.REQ'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.

       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GRADED-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-GRADED     PIC X(01) VALUE 'N'.

       77 WRK-FILTRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FILTRO-PERIODO PIC X(06) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0080-LER-FILTRO
           PERFORM 0870-CARREGAR-EQUIVALENCIAS
           PERFORM 0860-CARREGAR-DISPENSAS
           PERFORM 0500-FINALIZAR
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG14' TO DDN-PROGRAMA.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'NOTASLAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTASLAN.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'CONF14' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONF14.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.

       0080-LER-FILTRO.
           OPEN INPUT FILTRO-FILE.
           IF WRK-FILTRO-STATUS = '00'
