           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT DEPEND-FILE ASSIGN TO WRK-ARQ-DEPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEP-STATUS.
       DATA DIVISION.
               10 DEP-NOME           PIC X(30).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-DEPEND    PIC X(40) VALUE 'DEPEND.DAT'.

       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
               10 WRK-CUR-ESTADO    PIC X(01).
               10 WRK-CUR-SEMESTRE  PIC 9(02).
               10 WRK-CUR-PROFUND   PIC 9(02).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PLANEJADOR DE CONCLUSAO (CAMINHO CRITICO)'.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG107' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'DEPEND' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DEPEND.

       0050-IDENTIFICAR-ALUNO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
