
       01 WRK-NOTAS-LANCADAS.
           05 WRK-NOTA-AVAL OCCURS 6 TIMES PIC 99V9.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           'LANCAMENTO NAO APLICADO.'
               ELSE
                   PERFORM 0920-GRAVAR-JORNAL
                   PERFORM 0925-MARCAR-RESUMO
                   MOVE 'PLANOAVAL' TO LOG-TIPO
                   MOVE 'LANCAMENTO PELO PLANO (PROG84)'
                       TO LOG-DETALHE
                           GR-SITUACAO
               END-IF
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF.

      *    GRAVACAO COM RETENTATIVA DE LOCK, COMO NO PROG50/PROG69:
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG84'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
                   END-IF
           END-READ.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG84'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG84'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG84.
