           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT CSV-FILE ASSIGN TO WRK-ARQ-ROSTDELT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CSV-STATUS.
           SELECT HWM-FILE ASSIGN TO WRK-ARQ-EXTHWM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HWM-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
       01  HWM-REC.
           05 HWM-CARIMBO       PIC X(14).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-ROSTDELT  PIC X(40) VALUE 'ROSTDELT.CSV'.
       77 WRK-ARQ-EXTHWM    PIC X(40) VALUE 'EXTHWM.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CSV-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HWM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-MARCA-ANTIGA  PIC X(14) VALUE SPACES.
       77 WRK-MARCA-NOVA    PIC X(14) VALUE SPACES.

       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       01 WRK-LINHA-CSV.
           05 CSV-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE ';'.
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
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
      *    A MARCA NOVA E CAPTURADA ANTES DA VARREDURA: ALTERACAO
      *    FEITA DURANTE A EXTRACAO SAI DE NOVO NA PROXIMA RODADA EM
      *    VEZ DE SE PERDER.
               PERFORM 0400-EXPORTAR-ALTERADOS
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               PERFORM 0500-FINALIZAR
               PERFORM 0950-GRAVAR-ESTATISTICA
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG60' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'ROSTDELT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ROSTDELT.
           MOVE 'EXTHWM' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EXTHWM.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-LER-MARCA.
           OPEN INPUT HWM-FILE.
           IF WRK-HWM-STATUS = '00'
           WRITE HWM-REC
           CLOSE HWM-FILE.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG60'       TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-EXPORTADOS TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE ZEROS              TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG60.
