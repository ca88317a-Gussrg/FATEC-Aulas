           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT LOGHIS-FILE ASSIGN TO WRK-ARQ-MANUTHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGHIS-STATUS.
       DATA DIVISION.
       01  LOGHIS-REC           PIC X(160).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-MANUTHIS  PIC X(40) VALUE 'MANUTHIS.LOG'.

       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-REGISTROS  PIC 9(05) VALUE ZEROS.
       77 WRK-LOGHIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-HIST       PIC X(01) VALUE 'N'.
       77 WRK-QTD-GERACOES   PIC 9(05) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '========================================'.
           DISPLAY 'PROG63 - VERIFICACAO DA CADEIA DO LOG DE '
                   'MANUTENCAO'.
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG63' TO DDN-PROGRAMA.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'MANUTHIS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUTHIS.

      *    GERACOES JA ROTACIONADAS: CADA MARCADOR GERACAO ABRE UMA
      *    CADEIA NOVA (SEQUENCIA 1, ENCADEAMENTO ZERADO), POIS A
      *    ROTACAO REINICIA O MANUT.LOG E O LOGSEQ.DAT.
