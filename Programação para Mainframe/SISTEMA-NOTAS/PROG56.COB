       77 WRK-SEQCTL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEQ-ANTERIOR  PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               PERFORM 0100-IMPORTAR-CREDITO
           END-PERFORM
           DISPLAY 'DISCIPLINAS IMPORTADAS: ' WRK-QTD-IMPORTADAS
           PERFORM 0930-GRAVAR-RESUMO
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           MOVE 'APROVADO'        TO HIST-SITUACAO
           WRITE HIST-REC
           CLOSE HIST-FILE
           PERFORM 0925-ACUMULAR-RESUMO
           ADD 1 TO WRK-QTD-IMPORTADAS
           PERFORM 0900-GRAVAR-LOG
           DISPLAY 'APROVEITAMENTO GRAVADO NO ARQUIVO HISTORICO.'.
           WRITE SEQCTL-REC
           CLOSE SEQCTL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): O DETALHE DO
      *    APROVEITAMENTO ENTRA NA PARTE ARQUIVADA E O 'F' GRAVA OS
      *    RESUMOS NA SAIDA - GRADES.DAT NAO MUDA.
       0925-ACUMULAR-RESUMO.
           MOVE 'H'               TO RAT-FUNCAO
           MOVE 'PROG56'          TO RAT-PROGRAMA
           MOVE WRK-MATRICULA     TO RAT-MATRICULA
           MOVE WRK-ANO-SEMESTRE  TO RAT-ANO-SEMESTRE
           MOVE WRK-MATERIA       TO RAT-MATERIA
           MOVE WRK-NOTA-FINAL    TO RAT-NOTA
           MOVE 'APROVADO'        TO RAT-SITUACAO
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'F'             TO RAT-FUNCAO
           MOVE 'PROG56'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG56.
