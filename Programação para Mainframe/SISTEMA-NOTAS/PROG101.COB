           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO WRK-ARQ-PROFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CSV-STATUS.
           SELECT TRANSACAO-FILE ASSIGN TO WRK-ARQ-TRANSAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
           SELECT REJEITO-FILE ASSIGN TO WRK-ARQ-PLANREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT RECIBO-REL ASSIGN TO WRK-ARQ-RECIBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REC-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
           COPY ALUNOREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PROFPLAN  PIC X(40) VALUE 'PROFPLAN.CSV'.
       77 WRK-ARQ-TRANSAC   PIC X(40) VALUE 'TRANSACOES.DAT'.
       77 WRK-ARQ-PLANREJ   PIC X(40) VALUE 'PLANREJ.CSV'.
       77 WRK-ARQ-RECIBO    PIC X(40) VALUE 'RECIBO.REL'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.

       77 WRK-CSV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TRANS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS     PIC X(02) VALUE SPACES.
           05 WRK-C-ANO-SEM     PIC X(06).
           05 WRK-C-TURMA       PIC X(05).
           05 WRK-C-NOTA        PIC X(06).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY 'CONVERSOR DE PLANILHA DO PROFESSOR'.
           DISPLAY 'PROF-ID DO PROFESSOR DO LOTE (EX: P00001): '.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG101' TO DDN-PROGRAMA.
           MOVE 'PROFPLAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFPLAN.
           MOVE 'TRANSAC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSAC.
           MOVE 'PLANREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PLANREJ.
           MOVE 'RECIBO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECIBO.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.

       0200-TRATAR-LINHA.
           READ CSV-FILE
               AT END
