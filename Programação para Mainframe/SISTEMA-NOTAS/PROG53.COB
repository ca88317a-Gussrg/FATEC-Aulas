       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF WRK-JA-COBERTO = 'S'
               ADD 1 TO WRK-QTD-JA-RESTAURADOS
           ELSE
               PERFORM 0925-MARCAR-RESUMO
               MOVE HIST-MATRICULA    TO GR-MATRICULA
               MOVE HIST-MATERIA      TO GR-MATERIA
               MOVE HIST-ANO-SEMESTRE TO GR-ANO-SEMESTRE
           IF WRK-QTD-RESTAURADOS > 0
               PERFORM 0450-GRAVAR-MARCADOR
               PERFORM 0500-REABRIR-PERIODO
               PERFORM 0930-GRAVAR-RESUMO
           ELSE
               PERFORM 0935-DESCARTAR-RESUMO
           END-IF
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG53 - RESTAURACAO CONCLUIDA'.
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG53'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): TODO DETALHE
      *    SELECIONADO AINDA NAO COBERTO FICA COBERTO PELO MARCADOR
      *    DESTA RESTAURACAO (MESMO O QUE JA EXISTIA EM GRADES.DAT) E
      *    SAI DA PARTE ARQUIVADA; O 0930-GRAVAR-RESUMO RECALCULA A
      *    PARTE VIVA DEPOIS DO MARCADOR GRAVADO. SEM NENHUM
      *    RESTAURADO NAO HA MARCADOR E O ACUMULADO E DESCARTADO.
       0925-MARCAR-RESUMO.
           MOVE 'R'               TO RAT-FUNCAO
           MOVE 'PROG53'          TO RAT-PROGRAMA
           MOVE HIST-MATRICULA    TO RAT-MATRICULA
           MOVE HIST-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           MOVE HIST-MATERIA      TO RAT-MATERIA
           MOVE HIST-NOTA         TO RAT-NOTA
           MOVE HIST-SITUACAO     TO RAT-SITUACAO
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG53'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       0935-DESCARTAR-RESUMO.
           MOVE 'L'             TO RAT-FUNCAO
           MOVE 'PROG53'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG53.
