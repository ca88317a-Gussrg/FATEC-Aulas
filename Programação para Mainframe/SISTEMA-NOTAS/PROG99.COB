      *          de brigar pelo arquivo que os operadores de
      *          digitacao estao atualizando; o carimbo sai no
      *          cabecalho de cada relatorio para ninguem confundir
      *          com dado ao vivo. Copia junto o resumo por aluno
      *          e periodo (RESUMO.DAT para RESUMRPT.DAT), no mesmo
      *          corte, para o PROG12 ler o resumo da replica.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT REPLICA-FILE ASSIGN TO WRK-ARQ-GRADRPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPT-CHAVE
               ALTERNATE RECORD KEY IS RPT-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-RPT-STATUS.
           SELECT RESUMO-FILE ASSIGN TO WRK-ARQ-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-RSM-STATUS.
           SELECT RESUMRPT-FILE ASSIGN TO WRK-ARQ-RESUMRPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RRP-CHAVE
               FILE STATUS IS WRK-RRP-STATUS.
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
               10 RPT-MATERIA-PERIODO  PIC X(21).
           05 RPT-RESTO                PIC X(73).

       FD  RESUMO-FILE.
           COPY RESUMREC.

      *    MESMA GEOMETRIA DE RESUMREC.
       FD  RESUMRPT-FILE.
       01  RRP-REC.
           05 RRP-CHAVE                PIC X(16).
           05 RRP-RESTO                PIC X(103).

       FD  CORTE-FILE.
       01  CORTE-REC.
           05 CRT-DATA-HORA     PIC X(14).
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-GRADRPT   PIC X(40) VALUE 'GRADESRPT.DAT'.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.
       77 WRK-ARQ-RESUMRPT  PIC X(40) VALUE 'RESUMRPT.DAT'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RPT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RRP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-RESUMO     PIC X(01) VALUE 'N'.
       77 WRK-QTD-RESUMOS    PIC 9(07) VALUE ZEROS.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HORA-INI
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE REPLICA-FILE
                   CLOSE GRADE-FILE
                   PERFORM 0250-COPIAR-RESUMO
                   PERFORM 0300-CARIMBAR-CORTE
                   PERFORM 0400-FINALIZAR
               END-IF
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG99' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'GRADRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADRPT.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.
           MOVE 'RESUMRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMRPT.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0200-COPIAR-REGISTRO.
           READ GRADE-FILE NEXT RECORD
               AT END
                   END-WRITE
           END-READ.

      *    SEM RESUMO.DAT (PROG162 R AINDA NAO RODOU) A REPLICA DO
      *    RESUMO NAO SAI E O PROG12 LE O RESUMO VIVO.
       0250-COPIAR-RESUMO.
           OPEN INPUT RESUMO-FILE.
           IF WRK-RSM-STATUS NOT = '00'
               DISPLAY 'RESUMO.DAT INDISPONIVEL: ' WRK-RSM-STATUS
                       ' - RESUMRPT.DAT NAO PUBLICADO.'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RESUMRPT-FILE
               IF WRK-RRP-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL CRIAR RESUMRPT.DAT: '
                           WRK-RRP-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0260-COPIAR-RESUMO-REG
                       UNTIL WRK-FIM-RESUMO = 'S'
                   CLOSE RESUMRPT-FILE
               END-IF
               CLOSE RESUMO-FILE
           END-IF.

       0260-COPIAR-RESUMO-REG.
           READ RESUMO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
               NOT AT END
                   MOVE RESUMO-REC TO RRP-REC
                   WRITE RRP-REC
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NO RESUMRPT: '
                                   RSM-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-RESUMOS
                   END-WRITE
           END-READ.

       0300-CARIMBAR-CORTE.
           OPEN OUTPUT CORTE-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CRT-DATA-HORA.
           DISPLAY 'PROG99 - REPLICA DE RELATORIO PUBLICADA'.
           DISPLAY 'LIDOS DO VIVO....: ' WRK-QTD-LIDOS.
           DISPLAY 'GRAVADOS NA COPIA: ' WRK-QTD-GRAVADOS.
           DISPLAY 'RESUMOS COPIADOS.: ' WRK-QTD-RESUMOS.
           IF WRK-QTD-LIDOS NOT = WRK-QTD-GRAVADOS
               DISPLAY 'CONTAGENS NAO FECHAM - REPLICA SUSPEITA.'
               MOVE 4 TO RETURN-CODE
