           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT PUBLICA-FILE ASSIGN TO WRK-ARQ-PUBNOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-CHAVE
               FILE STATUS IS WRK-PUB-STATUS.
           SELECT CSV-FILE ASSIGN TO WRK-ARQ-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CSV-STATUS.
       DATA DIVISION.
           COPY PUBLREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-PUBNOTAS  PIC X(40) VALUE 'PUBNOTAS.DAT'.
       77 WRK-ARQ-ROSTER    PIC X(40) VALUE 'ROSTER.CSV'.

       77 WRK-PUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PUB-OK         PIC X(01) VALUE 'N'.
       77 WRK-PUB-TENTOU     PIC X(01) VALUE 'N'.
           05 CSV-NOTA          PIC Z9,9.
           05 FILLER            PIC X(01) VALUE ';'.
           05 CSV-SITUACAO      PIC X(20).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-FILE-STATUS = '00' AND WRK-CSV-STATUS = '00'
               PERFORM 0200-GRAVAR-CABECALHO-CSV
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG17' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'PUBNOTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PUBNOTAS.
           MOVE 'ROSTER' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ROSTER.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
