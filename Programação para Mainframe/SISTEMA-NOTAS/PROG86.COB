           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSO-FILE ASSIGN TO WRK-ARQ-ACESSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACS-STATUS.
       DATA DIVISION.
           COPY ACESSREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ACESSO    PIC X(40) VALUE 'ACESSO.LOG'.

       77 WRK-ACS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FILTRO-OPER    PIC X(10) VALUE SPACES.
               10 WRK-OPR-CONSULTAS PIC 9(06).
               10 WRK-OPR-DISTINTAS PIC 9(03).
               10 WRK-OPR-MATR OCCURS 50 TIMES PIC X(10).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RELATORIO DE CONSULTAS A DADOS DE ALUNO'.
           DISPLAY 'FILTRAR POR OPERADOR (EM BRANCO = TODOS): '.
           ACCEPT WRK-FILTRO-OPER.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG86' TO DDN-PROGRAMA.
           MOVE 'ACESSO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ACESSO.

       0200-LER-EVENTO.
           READ ACESSO-FILE
               AT END
