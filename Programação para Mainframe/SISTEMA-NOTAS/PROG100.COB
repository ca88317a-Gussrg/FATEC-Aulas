           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO WRK-ARQ-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT CKPT10-FILE ASSIGN TO WRK-ARQ-CKPT10
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CK10-STATUS.
           SELECT CKPT15-FILE ASSIGN TO WRK-ARQ-CKPT15
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CK15-STATUS.
           SELECT TRANSACOK-FILE ASSIGN TO WRK-ARQ-TRANSOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TOK-STATUS.
       DATA DIVISION.
       01  TOK-REC              PIC X(132).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RUNCTL    PIC X(40) VALUE 'RUNCTL.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.
       77 WRK-ARQ-CKPT10    PIC X(40) VALUE 'CKPT10.DAT'.
       77 WRK-ARQ-CKPT15    PIC X(40) VALUE 'CKPT15.DAT'.
       77 WRK-ARQ-TRANSOK   PIC X(40) VALUE 'TRANSACOK.DAT'.

       77 WRK-RUNCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CK10-STATUS    PIC X(02) VALUE SPACES.
               10 WRK-STEP-NOME     PIC X(07).
       01 WRK-STEPS-HOJE.
           05 WRK-STEP-FECHOU OCCURS 8 TIMES PIC X(01).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           DISPLAY '================================================'
           DISPLAY 'COCKPIT DE RERUN DO GRADEJOB - ' WRK-DATA-HOJE
           PERFORM 0500-DIAGNOSTICO
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG100' TO DDN-PROGRAMA.
           MOVE 'RUNCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNCTL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.
           MOVE 'CKPT10' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CKPT10.
           MOVE 'CKPT15' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CKPT15.
           MOVE 'TRANSOK' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TRANSOK.

       0100-LER-RUNSTATS.
           OPEN INPUT STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
