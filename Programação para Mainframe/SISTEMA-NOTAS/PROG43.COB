           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
           SELECT CARTAS-FILE ASSIGN TO WRK-ARQ-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARTAS-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT PUBLICA-FILE ASSIGN TO WRK-ARQ-PUBNOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-CHAVE
               FILE STATUS IS WRK-PUB-STATUS.
           SELECT CONTATO-FILE ASSIGN TO WRK-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-MATRICULA
               FILE STATUS IS WRK-CON-STATUS.
           SELECT CARTSTAT-FILE ASSIGN TO WRK-ARQ-CARTSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-SEQ
               FILE STATUS IS WRK-CST-STATUS.
           SELECT RETIDOS-FILE ASSIGN TO WRK-ARQ-NOTIFRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-FILE.
       FD  RETIDOS-FILE.
       01  RET-REC              PIC X(79).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.
       77 WRK-ARQ-CARTAS    PIC X(40) VALUE 'CARTAS.REL'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-PUBNOTAS  PIC X(40) VALUE 'PUBNOTAS.DAT'.
       77 WRK-ARQ-CONTATOS  PIC X(40) VALUE 'CONTATOS.DAT'.
       77 WRK-ARQ-CARTSTAT  PIC X(40) VALUE 'CARTSTAT.DAT'.
       77 WRK-ARQ-NOTIFRET  PIC X(40) VALUE 'NOTIFRET.TMP'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-PUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PUB-OK         PIC X(01) VALUE 'N'.
       77 WRK-PUB-TENTOU     PIC X(01) VALUE 'N'.
       77 WRK-TEM-ENDERECO   PIC X(01) VALUE 'N'.
       77 WRK-NOME-ALUNO     PIC X(30) VALUE SPACES.

       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.

       01 WRK-LINHA-EVENTO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-MATERIA       PIC X(15).
           05 LIN-SIT-NOVA      PIC X(14).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-DATA          PIC X(08).
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
           PERFORM 0050-ABRIR-ARQUIVOS
           IF WRK-FIM-ARQUIVO NOT = 'S'
               SORT SORT-FILE
                   INPUT PROCEDURE IS 0100-CARREGAR-EVENTOS
                   OUTPUT PROCEDURE IS 0300-EMITIR-CARTAS
               PERFORM 0500-FINALIZAR
               PERFORM 0950-GRAVAR-ESTATISTICA
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG43' TO DDN-PROGRAMA.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.
           MOVE 'CARTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTAS.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'PUBNOTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PUBNOTAS.
           MOVE 'CONTATOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONTATOS.
           MOVE 'CARTSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CARTSTAT.
           MOVE 'NOTIFRET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFRET.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT NOTIF-FILE.
           IF WRK-NOTIF-STATUS NOT = '00'
           END-READ.


       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG43'       TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-EVENTOS    TO RS-QTD-LIDOS
           MOVE WRK-QTD-CARTAS     TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-RETIDOS-PUB TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

      *    TRAVA DE PUBLICACAO (PUBNOTAS.DAT, PROG85): SO VALE PARA
      *    EVENTO DE MUDANCA DE SITUACAO DE NOTA. EVENTO SEM MATERIA
      *    (OBSERVACAO ACADEMICA DO PROG108) OU DE PROMOCAO DA FILA
