       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0300-FINALIZAR.
           CLOSE GRADE-FILE.
           PERFORM 0930-GRAVAR-RESUMO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG16 - AJUSTE DE CURVA CONCLUIDO'.
           DISPLAY 'REGISTROS LIDOS....: ' WRK-QTD-LIDOS.
           END-PERFORM
           IF WRK-GRAVOU = 'S'
               PERFORM 0920-GRAVAR-JORNAL
               PERFORM 0925-MARCAR-RESUMO
           END-IF.

       0865-TENTAR-REGRAVAR.
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG16'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG16'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG16'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG16.
