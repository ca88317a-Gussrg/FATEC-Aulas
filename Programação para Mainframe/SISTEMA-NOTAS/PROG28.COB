           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT LOGHIS-FILE ASSIGN TO WRK-ARQ-MANUTHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGHIS-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
       DATA DIVISION.
           05 LSQ-CHECK         PIC 9(09).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-MANUTHIS  PIC X(40) VALUE 'MANUTHIS.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.

       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOGHIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'GERACAO '.
           05 MARC-DATA-HORA     PIC X(21).
           05 FILLER             PIC X(131) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'
           PERFORM 0300-EMITIR-RESUMO
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG28' TO DDN-PROGRAMA.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'MANUTHIS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUTHIS.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.

       0100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN INPUT LOG-FILE.
