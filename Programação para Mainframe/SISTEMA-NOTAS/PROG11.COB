       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.

       COPY RESATREC.

       SCREEN SECTION.
      *    PAINEIS DE MANUTENCAO: A CHAVE E OS CAMPOS DO REGISTRO
      *    APARECEM DE UMA SO VEZ, COM REEDICAO ANTES DE CONFIRMAR,
           IF WRK-FILE-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF
           GOBACK.

                               ELSE
                                   MOVE 'E' TO WRK-JRN-OPERACAO
                                   PERFORM 0920-GRAVAR-JORNAL
                                   PERFORM 0925-MARCAR-RESUMO
                                   MOVE 'EXCLUSAO' TO LOG-TIPO
                                   MOVE SPACES TO LOG-DETALHE
                                   MOVE WRK-NOTA-ANTIGA
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG11'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG11'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG11'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG11.
