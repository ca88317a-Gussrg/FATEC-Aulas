           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACAO-FILE ASSIGN TO WRK-ARQ-TRANSAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
           SELECT ACEITAS-FILE ASSIGN TO WRK-ARQ-TRANSOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACEITAS-STATUS.
           SELECT REJEITADAS-FILE ASSIGN TO WRK-ARQ-TRANSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-TRANSAC   PIC X(40) VALUE 'TRANSACOES.DAT'.
       77 WRK-ARQ-TRANSOK   PIC X(40) VALUE 'TRANSACOK.DAT'.
       77 WRK-ARQ-TRANSREJ  PIC X(40) VALUE 'TRANSREJ.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-TRANS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACEITAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AGORA         PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI      PIC X(06) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG30' TO DDN-PROGRAMA.
           MOVE 'TRANSAC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSAC.
           MOVE 'TRANSOK' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSOK.
           MOVE 'TRANSREJ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSREJ.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0100-ABRIR-ARQUIVOS.
           PERFORM 0110-APURAR-IDENTIDADE
           OPEN INPUT TRANSACAO-FILE.
