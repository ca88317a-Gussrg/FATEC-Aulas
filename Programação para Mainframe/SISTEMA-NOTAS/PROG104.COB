           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT LIVROCTL-FILE ASSIGN TO WRK-ARQ-LIVROCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT LIVROREG-FILE ASSIGN TO WRK-ARQ-LIVROREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-CHAVE
               FILE STATUS IS WRK-REG-STATUS.
           SELECT LIVRO-REL ASSIGN TO WRK-ARQ-LIVRORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       DATA DIVISION.
       01  LIVRO-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-LIVROCTL  PIC X(40) VALUE 'LIVROCTL.DAT'.
       77 WRK-ARQ-LIVROREG  PIC X(40) VALUE 'LIVROREG.DAT'.
       77 WRK-ARQ-LIVRORES  PIC X(40) VALUE 'LIVRORES.REL'.

       77 WRK-PER-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
           05 LIN-NOTA          PIC Z9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-SITUACAO      PIC X(15).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY 'LIVRO DE REGISTRO DE RESULTADOS FINAIS'.
           DISPLAY 'TURMA: '.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG104' TO DDN-PROGRAMA.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'LIVROCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LIVROCTL.
           MOVE 'LIVROREG' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LIVROREG.
           MOVE 'LIVRORES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LIVRORES.

       0100-CONFERIR-FECHAMENTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PERSTAT-FILE.
