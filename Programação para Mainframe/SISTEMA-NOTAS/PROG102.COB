      *          para correcao, SEGCHAM.DAT para segunda chamada, e
      *          a referencia textual dos eventos de ciclo de vida e
      *          das guias de transferencia. Acaba a cavacao em tres
      *          arquivos para responder "e o meu pedido?". Pedido
      *          de tipo com taxa (TAXAS.DAT) mostra tambem se a taxa
      *          ja foi paga ou se ainda aguarda pagamento.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DISPLAY 'PROTOCOLO ' PRT-NUMERO ' - ' PRT-TIPO.
           DISPLAY 'MATRICULA ' PRT-MATRICULA ' - ABERTO EM '
                   PRT-DATA-ABERTURA ' POR ' PRT-OPERADOR.
           PERFORM 0410-EXIBIR-TAXA.
           EVALUATE PRT-TIPO
               WHEN 'RECURSO'
                   PERFORM 0420-TRILHA-RECURSO
                           'PROTOCOLO - SEM FILA DE DECISAO.'
           END-EVALUATE.

       0410-EXIBIR-TAXA.
           EVALUATE PRT-SITUACAO
               WHEN 'A'
                   DISPLAY 'TAXA ' PRT-TAXA-VALOR ' (PARCELA '
                           PRT-TAXA-COMPET ') - AGUARDANDO '
                           'PAGAMENTO: O PEDIDO NAO ANDA ATE A BAIXA.'
               WHEN 'P'
                   DISPLAY 'TAXA ' PRT-TAXA-VALOR ' (PARCELA '
                           PRT-TAXA-COMPET ') - PAGA, LIBERADA EM '
                           PRT-DATA-SITUACAO
               WHEN 'E'
                   DISPLAY 'PEDIDO ATENDIDO EM ' PRT-DATA-SITUACAO
               WHEN OTHER
                   DISPLAY 'PEDIDO SEM TAXA.'
           END-EVALUATE.

       0420-TRILHA-RECURSO.
           OPEN INPUT RECURSO-FILE.
           IF WRK-REC-STATUS NOT = '00'
                   IF PRT-MATRICULA = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY PRT-NUMERO ' ' PRT-TIPO ' ABERTO EM '
                               PRT-DATA-ABERTURA ' TAXA ['
                               PRT-SITUACAO ']'
                   END-IF
           END-READ.

