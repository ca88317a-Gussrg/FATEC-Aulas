      *          recalcula a situacao com as mesmas faixas do PROG11 e
      *          tanto a aplicacao quanto a rejeicao vao para o
      *          MANUT.LOG. Rejeitada, a correcao nao toca GRADES.DAT.
      *          Curso com coordenacao cadastrada (COORDENA.DAT) tem a
      *          fila roteada pelo COORDRT: cada coordenador ve e
      *          decide so as solicitacoes dos alunos dos seus cursos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.

       77 WRK-QTD-OUTROS    PIC 9(05) VALUE ZEROS.
       COPY RESATREC.
       COPY CRDRTREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0007-IDENTIFICAR-OPERADOR
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE PEND-FILE
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF
           GOBACK.

           END-EVALUATE.

       0300-LISTAR-PENDENTES.
           MOVE 0 TO WRK-QTD-PENDENTES WRK-QTD-OUTROS
           MOVE 'N' TO WRK-FIM-PEND
           MOVE ZEROS TO PEND-SEQ
           START PEND-FILE KEY IS NOT LESS THAN PEND-SEQ
               DISPLAY 'NENHUMA SOLICITACAO PENDENTE.'
           ELSE
               DISPLAY 'TOTAL PENDENTE: ' WRK-QTD-PENDENTES
           END-IF
           IF WRK-QTD-OUTROS > 0
               DISPLAY 'PENDENTES DE CURSOS DE OUTRA COORDENACAO: '
                       WRK-QTD-OUTROS
           END-IF.

       0350-LER-PENDENTE.
                   MOVE 'S' TO WRK-FIM-PEND
               NOT AT END
                   IF PEND-STATUS = 'P'
                       PERFORM 0380-ROTEAR-COORDENACAO
                       IF CRT-RETORNO = 'N'
                           ADD 1 TO WRK-QTD-OUTROS
                       ELSE
                           PERFORM 0360-EXIBIR-PENDENTE
                       END-IF
                   END-IF
           END-READ.

       0360-EXIBIR-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES.
           IF PEND-MODO = 'S'
               DISPLAY PEND-SEQ ' ' PEND-MATRICULA ' '
                   PEND-MATERIA ' ' PEND-ANO-SEMESTRE
                   ' NOVO RESULTADO: ' PEND-SITUACAO-NOVA
                   ' (POR ' PEND-OPERADOR ')'
           ELSE
               DISPLAY PEND-SEQ ' ' PEND-MATRICULA ' '
                   PEND-MATERIA ' ' PEND-ANO-SEMESTRE
                   ' DE ' PEND-NOTA-ANTIGA ' PARA '
                   PEND-NOTA-NOVA ' (POR ' PEND-OPERADOR
                   ')'
           END-IF.

      *    DONO DA FILA PELO CURSO DO ALUNO (COORDRT).
       0380-ROTEAR-COORDENACAO.
           MOVE WRK-OPERADOR   TO CRT-OPERADOR.
           MOVE PEND-MATRICULA TO CRT-MATRICULA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.

       0400-DECIDIR.
           DISPLAY 'NUMERO DA SOLICITACAO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           END-READ.

       0420-AVALIAR-SOLICITACAO.
           PERFORM 0380-ROTEAR-COORDENACAO.
           IF PEND-STATUS NOT = 'P'
               DISPLAY 'SOLICITACAO JA DECIDIDA (STATUS '
                       PEND-STATUS ').'
           ELSE
               IF CRT-RETORNO = 'N'
                   DISPLAY 'SOLICITACAO DO CURSO ' CRT-CURSO
                           ' - FILA DE ' CRT-RESPONSAVEL
                           ' - DECISAO NAO PERMITIDA.'
               ELSE
                   IF PEND-OPERADOR = WRK-OPERADOR
                       DISPLAY 'DECISAO RECUSADA: O APROVADOR DEVE SER '
                               'DIFERENTE DO SOLICITANTE.'
                   ELSE
                       DISPLAY 'SOLICITACAO..: ' PEND-SEQ
                       DISPLAY 'REGISTRO.....: ' PEND-MATRICULA ' '
                               PEND-MATERIA ' ' PEND-ANO-SEMESTRE
                       DISPLAY 'SOLICITANTE..: ' PEND-OPERADOR
                       IF PEND-MODO = 'S'
                           DISPLAY 'NOVO RESULTADO: ' PEND-SITUACAO-NOVA
                       ELSE
                           DISPLAY 'NOTA ANTIGA..: ' PEND-NOTA-ANTIGA
                           DISPLAY 'NOTA NOVA....: ' PEND-NOTA-NOVA
                       END-IF
                       DISPLAY 'APLICAR (A) OU REJEITAR (R)? '
                       ACCEPT WRK-DECISAO
                       EVALUATE WRK-DECISAO
                           WHEN 'A'
                           WHEN 'a'
                               PERFORM 0500-APLICAR
                           WHEN 'R'
                           WHEN 'r'
                               PERFORM 0600-REJEITAR
                           WHEN OTHER
                               DISPLAY 'DECISAO NAO RECONHECIDA - '
                                       'SOLICITACAO MANTIDA PENDENTE.'
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

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
           MOVE 'PROG29'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG29'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG29'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG29.
