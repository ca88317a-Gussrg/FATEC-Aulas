           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-APROVADO   PIC 9(05) VALUE ZEROS.
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
           PERFORM 0100-INICIALIZAR
           PERFORM 0300-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG09' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0100-INICIALIZAR.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
