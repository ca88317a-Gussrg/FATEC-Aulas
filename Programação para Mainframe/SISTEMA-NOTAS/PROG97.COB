           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-FILE ASSIGN TO WRK-ARQ-RETENCAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT LIMPCTL-FILE ASSIGN TO WRK-ARQ-LIMPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT ALVO-FILE ASSIGN TO WRK-NOME-ALVO
           SELECT ARQV-FILE ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQV-STATUS.
           SELECT FAXINA-REL ASSIGN TO WRK-ARQ-FAXINA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-RETENCAO  PIC X(40) VALUE 'RETENCAO.DAT'.
       77 WRK-ARQ-LIMPCTL   PIC X(40) VALUE 'LIMPCTL.DAT'.
       77 WRK-ARQ-FAXINA    PIC X(40) VALUE 'FAXINA.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALVO-STATUS    PIC X(02) VALUE SPACES.
           05 WRK-CTL-ITEM OCCURS 50 TIMES.
               10 WRK-CTL-ARQUIVO PIC X(12).
               10 WRK-CTL-DATA    PIC X(08).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HORA-INI
           COMPUTE WRK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
                   'FAXINA.REL'
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG97' TO DDN-PROGRAMA.
           MOVE 'RETENCAO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RETENCAO.
           MOVE 'LIMPCTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LIMPCTL.
           MOVE 'FAXINA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FAXINA.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0100-CARREGAR-CONTROLE.
           MOVE 'N' TO WRK-FIM-CONTROLE.
           OPEN INPUT LIMPCTL-FILE.
