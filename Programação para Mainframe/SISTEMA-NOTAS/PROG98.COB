           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT NOVO-FILE ASSIGN TO WRK-ARQ-GRADNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CHAVE
               ALTERNATE RECORD KEY IS NOV-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-NOVO-STATUS.
           SELECT SAUDE-FILE ASSIGN TO WRK-ARQ-SAUDECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           05 SAU-DATA          PIC X(08).
           05 SAU-QTD           PIC 9(07).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-GRADNEW   PIC X(40) VALUE 'GRADES.NEW'.
       77 WRK-ARQ-SAUDECTL  PIC X(40) VALUE 'SAUDECTL.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-NOVO-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-QTD-COPIADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RELIDOS    PIC 9(07) VALUE ZEROS.

       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.

       01 WRK-TABELA-PERIODOS.
           05 WRK-PER-ITEM OCCURS 30 TIMES.
               10 WRK-PER-ANO-SEMESTRE PIC X(06).
      *    MATRICULA (FAIXAS 0-9).
       01 WRK-FAIXAS-CHAVE.
           05 WRK-FAIXA-QTD OCCURS 10 TIMES PIC 9(06).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG98' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'GRADNEW' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADNEW.
           MOVE 'SAUDECTL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SAUDECTL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'SAUDE DE GRADES.DAT'.
           END-EVALUATE.

       0300-RELATORIO-SAUDE.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           MOVE ZEROS TO WRK-QTD-TOTAL WRK-QTD-PERIODOS
                         WRK-QTD-MATERIAS.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10
               PERFORM 0400-LER-MEDICAO-ANTERIOR
               PERFORM 0450-IMPRIMIR-SAUDE
               PERFORM 0500-GRAVAR-MEDICAO
               PERFORM 0950-GRAVAR-ESTATISTICA
           END-IF.

       0350-LER-GRADE.
                   ADD 1 TO WRK-QTD-RELIDOS
           END-READ.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG98'       TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-TOTAL      TO RS-QTD-LIDOS
           MOVE ZEROS              TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE ZEROS              TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG98.
