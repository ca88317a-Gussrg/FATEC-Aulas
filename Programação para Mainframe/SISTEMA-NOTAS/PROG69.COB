      *          caminho auditado do PROG50 (MANUT.LOG encadeado,
      *          jornal de imagens e evento de notificacao). Acaba com
      *          o componente sobrescrito na mao sem registro de que
      *          foi segunda chamada. Pedido cujo protocolo ainda
      *          aguarda o pagamento da taxa (TAXAS.DAT) nao vai para
      *          decisao. Curso com coordenacao cadastrada
      *          (COORDENA.DAT) tem a fila roteada pelo COORDRT: cada
      *          coordenador ve e decide so os pedidos dos alunos dos
      *          seus cursos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-PROT-REF-SEQ   PIC 9(05) VALUE ZEROS.
       77 WRK-PROT-REF-TEXTO PIC X(21) VALUE SPACES.
       77 WRK-PROT-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE 'C'.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-QTD-OUTROS     PIC 9(05) VALUE ZEROS.
       COPY RESATREC.
       COPY CRDRTREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-READ.

       0400-LISTAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-LISTADOS WRK-QTD-OUTROS.
           MOVE 'N' TO WRK-FIM-SGC.
           MOVE ZEROS TO SGC-SEQ.
           START SEGCH-FILE KEY IS NOT LESS THAN SGC-SEQ
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM PEDIDO PENDENTE.'
           END-IF.
           IF WRK-QTD-OUTROS > 0
               DISPLAY 'PENDENTES DE CURSOS DE OUTRA COORDENACAO: '
                       WRK-QTD-OUTROS
           END-IF.

       0450-LER-PENDENTE.
           READ SEGCH-FILE NEXT RECORD
                   MOVE 'S' TO WRK-FIM-SGC
               NOT AT END
                   IF SGC-STATUS = 'S' OR SGC-STATUS = 'A'
                       PERFORM 0480-ROTEAR-COORDENACAO
                       IF CRT-RETORNO = 'N'
                           ADD 1 TO WRK-QTD-OUTROS
                       ELSE
                           PERFORM 0460-EXIBIR-PENDENTE
                       END-IF
                   END-IF
           END-READ.

       0460-EXIBIR-PENDENTE.
           ADD 1 TO WRK-QTD-LISTADOS.
           DISPLAY SGC-SEQ ' [' SGC-STATUS '] '
                   SGC-MATRICULA ' ' SGC-MATERIA ' '
                   SGC-ANO-SEMESTRE ' ' SGC-COMPONENTE
                   ' PEDIDO EM ' SGC-DATA-PEDIDO.

      *    DONO DA FILA PELO CURSO DO ALUNO (COORDRT).
       0480-ROTEAR-COORDENACAO.
           MOVE WRK-OPERADOR       TO CRT-OPERADOR.
           MOVE SGC-MATRICULA      TO CRT-MATRICULA.
           MOVE WRK-DATA-HORA(1:8) TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.

       0500-DECIDIR.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           END-READ.

       0550-AVALIAR-PEDIDO.
           PERFORM 0540-VERIFICAR-TAXA.
           PERFORM 0480-ROTEAR-COORDENACAO.
           IF SGC-STATUS NOT = 'S'
               DISPLAY 'PEDIDO JA DECIDIDO (STATUS ' SGC-STATUS ').'
           ELSE
               IF CRT-RETORNO = 'N'
                   DISPLAY 'PEDIDO DO CURSO ' CRT-CURSO
                           ' - FILA DE ' CRT-RESPONSAVEL
                           ' - DECISAO NAO PERMITIDA.'
               ELSE
                   IF WRK-PSI-SITUACAO = 'A'
                       DISPLAY 'PEDIDO ' SGC-SEQ ' - PROTOCOLO '
                               WRK-PROT-NUMERO ' AGUARDANDO PAGAMENTO'
                               ' DA TAXA - DECISAO NAO PERMITIDA.'
                   ELSE
                       DISPLAY 'PEDIDO.......: ' SGC-SEQ
                       DISPLAY 'REGISTRO.....: ' SGC-MATRICULA ' '
                               SGC-MATERIA ' ' SGC-ANO-SEMESTRE ' '
                               SGC-COMPONENTE
                       DISPLAY 'MOTIVO.......: ' SGC-MOTIVO
                       DISPLAY 'DOCUMENTO....: ' SGC-DOCUMENTO
                       DISPLAY 'APROVAR (A) OU NEGAR (N)? '
                       ACCEPT WRK-DECISAO
                       EVALUATE WRK-DECISAO
                           WHEN 'A'
                           WHEN 'a'
                               MOVE 'A' TO SGC-STATUS
                               PERFORM 0560-FECHAR-DECISAO
                               DISPLAY 'PEDIDO APROVADO - APLIQUE A '
                                       'NOTA SUBSTITUTIVA PELA OPCAO 4.'
                           WHEN 'N'
                           WHEN 'n'
                               MOVE 'N' TO SGC-STATUS
                               PERFORM 0560-FECHAR-DECISAO
                               DISPLAY 'PEDIDO NEGADO.'
                           WHEN OTHER
                               DISPLAY 'DECISAO NAO RECONHECIDA - '
                                       'PEDIDO MANTIDO.'
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *    SITUACAO DA TAXA NO PROTOCOLO DO PEDIDO (PROTSIT).
       0540-VERIFICAR-TAXA.
           MOVE 'SEGCHAMADA' TO WRK-PROT-TIPO.
           MOVE SGC-SEQ      TO WRK-PROT-REF-SEQ.
           MOVE SPACES       TO WRK-PROT-REF-TEXTO WRK-PSI-SITUACAO.
           MOVE ZEROS        TO WRK-PROT-NUMERO.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                SGC-MATRICULA WRK-PROT-REF-SEQ
                                WRK-PROT-REF-TEXTO WRK-PROT-NUMERO
                                WRK-PSI-SITUACAO.

       0560-FECHAR-DECISAO.
           MOVE WRK-DATA-HORA(1:8) TO SGC-DATA-DECISAO.
           MOVE WRK-OPERADOR       TO SGC-OPERADOR-DECISAO.
                           PERFORM 0620-APLICAR-NO-COMPONENTE
                   END-READ
                   CLOSE COMP-FILE
                   PERFORM 0930-GRAVAR-RESUMO
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
           MOVE 'PROG69'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG69'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG69'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG69.
