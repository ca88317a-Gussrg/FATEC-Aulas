           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA-FILE ASSIGN TO WRK-ARQ-ESCALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESC-STATUS.
       DATA DIVISION.
           COPY ESCALREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-ESCALAS   PIC X(40) VALUE 'ESCALAS.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-ESC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CARREGADO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ESCALAS   PIC X(01) VALUE 'N'.
           05 WRK-ESC-ITEM OCCURS 50 TIMES.
               10 WRK-ESC-CURSO PIC X(10).
               10 WRK-ESC-TIPO  PIC X(01).
       COPY ARQDDREC.

       LINKAGE SECTION.
       01  LK-SENTIDO       PIC X(01).
       PROCEDURE DIVISION USING LK-SENTIDO LK-CURSO LK-TEXTO
                                LK-NOTA LK-OK.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE 'N' TO LK-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGAR-ESCALAS
               MOVE 'S' TO WRK-CARREGADO
           END-EVALUATE
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'NOTACONV' TO DDN-PROGRAMA.
           MOVE 'ESCALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ESCALAS.

       0100-CARREGAR-ESCALAS.
           OPEN INPUT ESCALA-FILE.
           IF WRK-ESC-STATUS = '00'
