           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKP-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
           COPY GRADEREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-BACKUP    PIC X(40) VALUE 'GRADES.BKP'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.

       77 WRK-BKP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-RECARREGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-RECARREGOU    PIC X(01) VALUE 'N'.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM-ARQUIVO = 'S'
           PERFORM 0400-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG27' TO DDN-PROGRAMA.
           MOVE 'BACKUP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BACKUP.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.

       0100-INICIALIZAR.
           DISPLAY 'RECARGA DE GRADES.DAT A PARTIR DE GRADES.BKP'.
           DISPLAY 'ATENCAO: O CONTEUDO ATUAL DE GRADES.DAT SERA '
               DISPLAY 'PROG27 - RECARGA DE GRADES.DAT'
               DISPLAY 'REGISTROS RECARREGADOS: ' WRK-QTD-RECARREGADOS
               PERFORM 0450-CONFERIR-RODAPE
      *    O RESUMO POR ALUNO E PERIODO NAO ACOMPANHA A RECARGA.
               DISPLAY 'RESUMO.DAT DESATUALIZADO - RODAR PROG162 R.'
               DISPLAY '----------------------------------------'
           END-IF.

