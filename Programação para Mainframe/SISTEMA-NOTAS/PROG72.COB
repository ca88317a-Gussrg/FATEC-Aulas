      *          recalculo de elegibilidade no fim do periodo: a
      *          media ponderada pela carga horaria do catalogo
      *          (mesma conta do coeficiente de rendimento) e a
      *          frequencia media das disciplinas, lidas do resumo
      *          do aluno no periodo (RESUMO.DAT - vale tambem para
      *          periodo ja arquivado), sao conferidas contra os
      *          minimos da bolsa, renovando ou suspendendo cada uma
      *          e imprimindo a lista de
      *          decisoes para a coordenacao. O PROG71 aplica o
      *          percentual da bolsa ativa na geracao da mensalidade.
      * Tectonics: cobc
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-MATRICULA
               FILE STATUS IS WRK-BOL-STATUS.
           SELECT RESUMO-FILE ASSIGN TO "RESUMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-RSM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-FILE.
           COPY BOLSAREC.

       FD  RESUMO-FILE.
           COPY RESUMREC.

       WORKING-STORAGE SECTION.
       77 WRK-BOL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-TIPO           PIC X(10) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-FIM-BOLSAS     PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RENOVADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SUSPENSAS  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-QTD-DISC       PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA          PIC 99V9  VALUE ZEROS.
       77 WRK-FREQ-MEDIA     PIC 999V9 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
       0500-RECALCULAR.
           DISPLAY 'ANO/SEMESTRE ENCERRADO (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           OPEN INPUT RESUMO-FILE.
           IF WRK-RSM-STATUS NOT = '00'
               DISPLAY 'RESUMO.DAT INDISPONIVEL: ' WRK-RSM-STATUS
           ELSE
               MOVE ZEROS TO WRK-QTD-RENOVADAS WRK-QTD-SUSPENSAS
               MOVE 'N' TO WRK-FIM-BOLSAS
               MOVE LOW-VALUES TO BOL-MATRICULA
               PERFORM 0550-REVISAR-BOLSA UNTIL WRK-FIM-BOLSAS = 'S'
               DISPLAY 'RENOVADAS: ' WRK-QTD-RENOVADAS
                       ' - SUSPENSAS: ' WRK-QTD-SUSPENSAS
               CLOSE RESUMO-FILE
           END-IF.

       0550-REVISAR-BOLSA.
           READ BOLSA-FILE NEXT RECORD
               AT END
                   END-IF
           END-READ.

      *    SO CONTAM AS DISCIPLINAS AVALIADAS (AS QUE ENTRAM NA
      *    MEDIA PONDERADA DO RESUMO).
       0600-APURAR-PERIODO.
           MOVE BOL-MATRICULA    TO RSM-MATRICULA.
           MOVE WRK-ANO-SEMESTRE TO RSM-ANO-SEMESTRE.
           READ RESUMO-FILE KEY IS RSM-CHAVE
               INVALID KEY
                   MOVE ZEROS TO WRK-QTD-DISC WRK-MEDIA
                   MOVE 100,0 TO WRK-FREQ-MEDIA
               NOT INVALID KEY
                   MOVE RSM-QTD-PONDERADAS  TO WRK-QTD-DISC
                   MOVE RSM-MEDIA-PONDERADA TO WRK-MEDIA
                   MOVE RSM-FREQ-MEDIA      TO WRK-FREQ-MEDIA
           END-READ.

       0650-DECIDIR-BOLSA.
           IF WRK-QTD-DISC = 0
               DISPLAY BOL-MATRICULA ' ' BOL-TIPO
