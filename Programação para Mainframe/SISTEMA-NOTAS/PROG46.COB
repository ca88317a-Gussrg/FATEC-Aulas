           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT TEMP-FILE ASSIGN TO WRK-ARQ-HISTTMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TEMP-STATUS.
           SELECT HOLD-FILE ASSIGN TO WRK-ARQ-HOLDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLD-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           05 SRT-DETALHE       PIC X(89).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-HISTTMP   PIC X(40) VALUE 'HISTTMP.DAT'.
       77 WRK-ARQ-HOLDLIST  PIC X(40) VALUE 'HOLDLIST.DAT'.

       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TEMP-STATUS    PIC X(02) VALUE SPACES.
       01 WRK-ROD-SAIDA REDEFINES WRK-REC-SAIDA.
           05 FILLER             PIC X(10).
           05 SROD-TOTAL         PIC 9(05).
       COPY ARQDDREC.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           IF WRK-FIM-ARQUIVO NOT = 'S'
               SORT SORT-FILE
                   INPUT PROCEDURE IS 0100-SEPARAR-HISTORICO
                   OUTPUT PROCEDURE IS 0300-GRAVAR-ANUAL
               PERFORM 0400-RECONSTRUIR-HISTORICO
               PERFORM 0460-GRAVAR-RESUMO
               PERFORM 0500-FINALIZAR
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG46' TO DDN-PROGRAMA.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'HISTTMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HISTTMP.
           MOVE 'HOLDLIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HOLDLIST.

       0050-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           DISPLAY 'CONSOLIDACAO ANUAL DO ARQUIVO HISTORICO'.
                   IF WRK-ANO-REGISTRO < WRK-ANO-CORTE
                      AND WRK-EM-HOLD = 'N'
                       ADD 1 TO WRK-QTD-PURGADOS
                       PERFORM 0260-DESCONTAR-RESUMO
                   ELSE
                       MOVE HIST-REC TO TEMP-REC
                       WRITE TEMP-REC
               END-IF
           END-PERFORM.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): SO O EXPURGO MUDA
      *    O QUE CONTA - O CONSOLIDADO SEGUE CONTANDO EM GRADESA.HIST
      *    E O DESCARTADO (COBERTO POR MARCADOR) JA NAO CONTAVA.
       0260-DESCONTAR-RESUMO.
           MOVE 'R'               TO RAT-FUNCAO
           MOVE 'PROG46'          TO RAT-PROGRAMA
           MOVE HIST-MATRICULA    TO RAT-MATRICULA
           MOVE HIST-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           MOVE HIST-MATERIA      TO RAT-MATERIA
           MOVE HIST-NOTA         TO RAT-NOTA
           MOVE HIST-SITUACAO     TO RAT-SITUACAO
           CALL 'RESUMATU' USING RESATU-AREA.

       0300-GRAVAR-ANUAL.
           MOVE SPACES         TO WRK-REC-SAIDA
           MOVE 'HEADER'       TO SAI-TIPO
                   WRITE HIST-REC
           END-READ.

      *    O HISTORICO JA FOI REESCRITO: GRAVA OS RESUMOS DOS
      *    EXPURGADOS SEM TOCAR EM GRADES.DAT.
       0460-GRAVAR-RESUMO.
           MOVE 'F'      TO RAT-FUNCAO
           MOVE 'PROG46' TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       0500-FINALIZAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG46 - CONSOLIDACAO ANUAL CONCLUIDA'.
