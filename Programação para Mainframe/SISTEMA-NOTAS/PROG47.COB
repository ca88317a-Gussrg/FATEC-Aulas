           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO WRK-ARQ-PERCLOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-STATUS.
           SELECT FILTRO-FILE ASSIGN TO WRK-ARQ-CONF14
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILTRO-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
       DATA DIVISION.
           05 FIL-ANO-SEMESTRE  PIC X(06).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-PERCLOSE  PIC X(40) VALUE 'PERCLOSE.REQ'.
       77 WRK-ARQ-CONF14    PIC X(40) VALUE 'CONF14.REQ'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PEDIDO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.

       77 WRK-FILTRO-STATUS  PIC X(02) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'FECHAMENTO FORMAL DE PERIODO'.
           DISPLAY 'ANO/SEMESTRE A FECHAR (EX: 2026-1): '.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG47' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'PERCLOSE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERCLOSE.
           MOVE 'CONF14' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONF14.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.

       0050-VERIFICAR-JA-FECHADO.
           OPEN INPUT PERSTAT-FILE.
           IF WRK-PERSTAT-STATUS = '00'
