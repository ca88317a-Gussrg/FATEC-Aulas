           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT LOGHIS-FILE ASSIGN TO WRK-ARQ-MANUTHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGHIS-STATUS.
           SELECT PARM-FILE ASSIGN TO WRK-ARQ-THRESH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
       DATA DIVISION.
       01  LOGHIS-REC           PIC X(160).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-MANUTHIS  PIC X(40) VALUE 'MANUTHIS.LOG'.
       77 WRK-ARQ-THRESH    PIC X(40) VALUE 'THRESH.DAT'.

       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PARM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
               10 WRK-OPR-CORRECOES  PIC 9(05).
               10 WRK-OPR-SUBIU      PIC 9(05).
               10 WRK-OPR-CRUZOU     PIC 9(05).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-LER-PARAMETROS
      *    AS GERACOES JA ROTACIONADAS ENTRAM NA MINERACAO ANTES DO
      *    LOG DO DIA: OS PADROES NAO SE ESCONDEM ATRAS DA ROTACAO.
           PERFORM 0300-EMITIR-RELATORIO
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG38' TO DDN-PROGRAMA.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'MANUTHIS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUTHIS.
           MOVE 'THRESH' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-THRESH.

       0050-LER-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WRK-PARM-STATUS = '00'
