                   WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-NSC-ALUNO-STATUS.
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
       DATA DIVISION.
           05 CRT-DATA-HORA     PIC X(14).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.

       77 WRK-ARQ-NOTAS      PIC X(40) VALUE 'GRADESRPT.DAT'.
      *    O RELATORIO LE A REPLICA PUBLICADA PELO PROG99; SEM
      *    REPLICA, CAI PARA O ARQUIVO VIVO E AVISA.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MATERIA       PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE  PIC X(06) VALUE SPACES.
       77 WRK-POSICAO       PIC 9(05) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           SORT SORT-FILE
               ON DESCENDING KEY SRT-NOTA
               OUTPUT PROCEDURE IS 0200-EMITIR-RANKING
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG20' TO DDN-PROGRAMA.
           MOVE 'GRADRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTAS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.

       0050-INICIALIZAR.
           DISPLAY 'RANKING DE TURMA POR MEDIA'.
           DISPLAY 'MATERIA: '.
       0100-CARREGAR-NOTAS.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               MOVE WRK-ARQ-GRADES TO WRK-ARQ-NOTAS
               OPEN INPUT GRADE-FILE
           END-IF
           PERFORM 0995-EXIBIR-CORTE
       0995-EXIBIR-CORTE.
           IF WRK-CORTE-EXIBIDO = 'N'
               MOVE 'S' TO WRK-CORTE-EXIBIDO
               IF WRK-ARQ-NOTAS = WRK-ARQ-GRADES
                   DISPLAY '*** DADOS AO VIVO (REPLICA AUSENTE - '
                           'RODAR PROG99) ***'
               ELSE
