           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
       DATA DIVISION.
           COPY EQUIVREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.

       77 WRK-FILE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MATRICULA       PIC X(10) VALUE SPACES.
       77 WRK-MATERIA         PIC X(15) VALUE SPACES.
               10 WRK-EQV-ANTIGA  PIC X(15).
               10 WRK-EQV-ATUAL   PIC X(15).
       77 WRK-MATERIA-BUSCA PIC X(15) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0870-CARREGAR-EQUIVALENCIAS
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-FILE-STATUS = '00'
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG19' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.

       0100-ABRIR-ARQUIVO.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
