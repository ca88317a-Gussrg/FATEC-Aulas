      *          e na consulta do PROG33, em vez do conserto de nota
      *          na mao que se fazia ate aqui. A opcao de auditoria
      *          lista todos os abonos concedidos em um periodo, para
      *          a coordenacao conferir quem abonou o que. Curso com
      *          coordenacao cadastrada (COORDENA.DAT) passa pelo
      *          COORDRT: so o coordenador do curso do aluno concede
      *          o abono, e a auditoria mostra a cada coordenador os
      *          abonos dos seus cursos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-ULTIMO-SEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-QTD-OUTROS     PIC 9(05) VALUE ZEROS.
       COPY CRDRTREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-FIM.
           DISPLAY 'DOCUMENTO COMPROBATORIO (REFERENCIA): '.
           ACCEPT WRK-DOCUMENTO.
           MOVE WRK-MATRICULA TO CRT-MATRICULA.
           PERFORM 0380-ROTEAR-COORDENACAO.
           IF WRK-DATA-FIM < WRK-DATA-INICIO
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL - ABONO NAO '
                       'GRAVADO.'
           ELSE
             IF CRT-RETORNO = 'N'
               DISPLAY 'ALUNO DO CURSO ' CRT-CURSO ' - ABONO CABE A '
                       CRT-RESPONSAVEL ' - NAO GRAVADO.'
             ELSE
               PERFORM 0360-PROXIMO-SEQ
               MOVE WRK-ULTIMO-SEQ   TO ABN-SEQ
               MOVE WRK-MATRICULA    TO ABN-MATRICULA
                   NOT INVALID KEY
                       DISPLAY 'ABONO ' ABN-SEQ ' CONCEDIDO.'
               END-WRITE
             END-IF
           END-IF.

      *    DONO DA FILA PELO CURSO DO ALUNO (COORDRT); A MATRICULA
      *    JA VEM EM CRT-MATRICULA.
       0380-ROTEAR-COORDENACAO.
           MOVE WRK-OPERADOR  TO CRT-OPERADOR.
           MOVE WRK-DATA-HOJE TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.

       0360-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-ULTIMO-SEQ.
           MOVE 'N' TO WRK-FIM-ABN.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'AUDITORIA DE ABONOS - ' WRK-ANO-SEMESTRE.
           MOVE ZEROS TO WRK-QTD-LISTADOS WRK-QTD-OUTROS.
           MOVE 'N' TO WRK-FIM-ABN.
           MOVE ZEROS TO ABN-SEQ.
           START ABONO-FILE KEY IS NOT LESS THAN ABN-SEQ
           PERFORM 0650-LER-DO-PERIODO UNTIL WRK-FIM-ABN = 'S'.
           DISPLAY 'ABONOS CONCEDIDOS NO PERIODO: '
                   WRK-QTD-LISTADOS.
           IF WRK-QTD-OUTROS > 0
               DISPLAY 'ABONOS DE CURSOS DE OUTRA COORDENACAO: '
                       WRK-QTD-OUTROS
           END-IF.

       0650-LER-DO-PERIODO.
           READ ABONO-FILE NEXT RECORD
                   MOVE 'S' TO WRK-FIM-ABN
               NOT AT END
                   IF ABN-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       MOVE ABN-MATRICULA TO CRT-MATRICULA
                       PERFORM 0380-ROTEAR-COORDENACAO
                       IF CRT-RETORNO = 'N'
                           ADD 1 TO WRK-QTD-OUTROS
                       ELSE
                           PERFORM 0660-EXIBIR-DO-PERIODO
                       END-IF
                   END-IF
           END-READ.

       0660-EXIBIR-DO-PERIODO.
           ADD 1 TO WRK-QTD-LISTADOS.
           DISPLAY ABN-SEQ ' ' ABN-MATRICULA ' '
                   ABN-MATERIA ' ' ABN-DATA-INICIO
                   ' A ' ABN-DATA-FIM ' DOC '
                   ABN-DOCUMENTO ' APROVADO POR '
                   ABN-APROVADOR ' EM '
                   ABN-DATA-CONCESSAO.

       END PROGRAM PROG70.
