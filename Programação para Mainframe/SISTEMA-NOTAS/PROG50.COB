      *          em GRADES.DAT pelo mesmo caminho auditado das
      *          correcoes (recalculo de situacao pelas faixas,
      *          MANUT.LOG e evento de notificacao); INDEFERIDO apenas
      *          encerra o recurso sem tocar a nota. Recurso cujo
      *          protocolo ainda aguarda o pagamento da taxa
      *          (TAXAS.DAT) nao entra em decisao. Curso com
      *          coordenacao cadastrada (COORDENA.DAT) tem a fila
      *          roteada pelo COORDRT: cada coordenador ve e decide so
      *          os recursos dos alunos dos seus cursos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-JRN-OPERACAO  PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PIC X(120) VALUE SPACES.

       77 WRK-PSI-FUNCAO    PIC X(01) VALUE 'C'.
       77 WRK-PSI-TIPO      PIC X(12) VALUE 'RECURSO'.
       77 WRK-PSI-REF-TEXTO PIC X(21) VALUE SPACES.
       77 WRK-PSI-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-PSI-SITUACAO  PIC X(01) VALUE SPACES.
       77 WRK-QTD-OUTROS    PIC 9(05) VALUE ZEROS.
       COPY RESATREC.
       COPY CRDRTREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE RECURSO-FILE
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF
           GOBACK.

           END-EVALUATE.

       0300-LISTAR-ABERTOS.
           MOVE 0 TO WRK-QTD-ABERTOS WRK-QTD-OUTROS
           MOVE 'N' TO WRK-FIM-REC
           MOVE ZEROS TO REC-SEQ
           START RECURSO-FILE KEY IS NOT LESS THAN REC-SEQ
               DISPLAY 'NENHUM RECURSO ABERTO.'
           ELSE
               DISPLAY 'RECURSOS ABERTOS: ' WRK-QTD-ABERTOS
           END-IF
           IF WRK-QTD-OUTROS > 0
               DISPLAY 'ABERTOS DE CURSOS DE OUTRA COORDENACAO: '
                       WRK-QTD-OUTROS
           END-IF.

       0350-LER-ABERTO.
                   MOVE 'S' TO WRK-FIM-REC
               NOT AT END
                   IF REC-STATUS = 'A'
                       PERFORM 0380-ROTEAR-COORDENACAO
                       IF CRT-RETORNO = 'N'
                           ADD 1 TO WRK-QTD-OUTROS
                       ELSE
                           PERFORM 0360-EXIBIR-ABERTO
                       END-IF
                   END-IF
           END-READ.

       0360-EXIBIR-ABERTO.
           ADD 1 TO WRK-QTD-ABERTOS.
           COMPUTE WRK-DIAS-FILA =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WRK-DATA-HORA(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(REC-DATA-ABERTURA)).
           DISPLAY REC-SEQ ' ' REC-MATRICULA ' '
                   REC-MATERIA ' ' REC-ANO-SEMESTRE
                   ' NOTA ' REC-NOTA-CONTESTADA
                   ' - NA FILA HA ' WRK-DIAS-FILA ' DIAS'.

      *    DONO DA FILA PELO CURSO DO ALUNO (COORDRT).
       0380-ROTEAR-COORDENACAO.
           MOVE WRK-OPERADOR       TO CRT-OPERADOR.
           MOVE REC-MATRICULA      TO CRT-MATRICULA.
           MOVE WRK-DATA-HORA(1:8) TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.

       0400-DECIDIR.
           DISPLAY 'NUMERO DO RECURSO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           END-READ.

       0420-AVALIAR-RECURSO.
           PERFORM 0410-VERIFICAR-TAXA.
           PERFORM 0380-ROTEAR-COORDENACAO.
           IF REC-STATUS NOT = 'A'
               DISPLAY 'RECURSO JA DECIDIDO (STATUS ' REC-STATUS ').'
           ELSE
               IF CRT-RETORNO = 'N'
                   DISPLAY 'RECURSO DO CURSO ' CRT-CURSO
                           ' - FILA DE ' CRT-RESPONSAVEL
                           ' - DECISAO NAO PERMITIDA.'
               ELSE
                   IF WRK-PSI-SITUACAO = 'A'
                       DISPLAY 'RECURSO ' REC-SEQ ' - PROTOCOLO '
                               WRK-PSI-NUMERO ' AGUARDANDO PAGAMENTO'
                               ' DA TAXA - DECISAO NAO PERMITIDA.'
                   ELSE
                       DISPLAY 'RECURSO......: ' REC-SEQ
                       DISPLAY 'REGISTRO.....: ' REC-MATRICULA ' '
                               REC-MATERIA ' ' REC-ANO-SEMESTRE
                       DISPLAY 'NOTA ATUAL...: ' REC-NOTA-CONTESTADA
                       DISPLAY 'JUSTIFICATIVA: ' REC-JUSTIFICATIVA
                       DISPLAY 'DEFERIR (D) OU INDEFERIR (I)? '
                       ACCEPT WRK-DECISAO
                       EVALUATE WRK-DECISAO
                           WHEN 'D'
                           WHEN 'd'
                               PERFORM 0500-DEFERIR
                           WHEN 'I'
                           WHEN 'i'
                               PERFORM 0600-INDEFERIR
                           WHEN OTHER
                               DISPLAY 'DECISAO NAO RECONHECIDA - '
                                       'RECURSO MANTIDO ABERTO.'
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *    SITUACAO DA TAXA NO PROTOCOLO DO RECURSO (PROTSIT).
       0410-VERIFICAR-TAXA.
           MOVE ZEROS TO WRK-PSI-NUMERO.
           MOVE SPACES TO WRK-PSI-SITUACAO.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PSI-TIPO
                                REC-MATRICULA REC-SEQ
                                WRK-PSI-REF-TEXTO WRK-PSI-NUMERO
                                WRK-PSI-SITUACAO.

       0500-DEFERIR.
           DISPLAY 'NOVA NOTA DEFERIDA: '.
           ACCEPT REC-NOTA-NOVA.
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
           MOVE 'PROG50'        TO JRN-PROGRAMA
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG50'        TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG50'        TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG50.
