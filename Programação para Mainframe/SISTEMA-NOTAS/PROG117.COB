       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Confirmacao de matricula dos convocados do vestibular
      *          (CANDIDAT.DAT) - a secretaria registra aqui o
      *          comparecimento do candidato convocado na carga ou em
      *          chamada posterior do PROG73, dentro do prazo da
      *          chamada. Quem nao for confirmado ate o prazo e
      *          expirado na proxima chamada e a vaga passa ao
      *          proximo classificado. Lista tambem a situacao dos
      *          candidatos de um curso (convocados, confirmados,
      *          expirados e lista de espera).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATO-FILE ASSIGN TO "CANDIDAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-CND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATO-FILE.
           COPY CANDREC.

       WORKING-STORAGE SECTION.
       77 WRK-CND-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-CLASSIFICACAO  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-FIM-CANDIDATO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-DESC-SITUACAO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           OPEN I-O CANDIDATO-FILE
           IF WRK-CND-STATUS NOT = '00'
               DISPLAY 'CANDIDATOS DO VESTIBULAR INDISPONIVEIS: '
                       WRK-CND-STATUS
           ELSE
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE CANDIDATO-FILE
           END-IF
           GOBACK.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MATRICULA DOS CONVOCADOS DO VESTIBULAR'.
           DISPLAY '1 - CONFIRMAR COMPARECIMENTO'.
           DISPLAY '2 - LISTAR CANDIDATOS DO CURSO'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-CONFIRMAR
               WHEN '2'
                   PERFORM 0400-LISTAR
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    SO O CONVOCADO DENTRO DO PRAZO PODE SER CONFIRMADO; DEPOIS
      *    DO PRAZO A VAGA JA PERTENCE A PROXIMA CHAMADA.
       0300-CONFIRMAR.
           DISPLAY 'ANO/SEMESTRE DE INGRESSO (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'CURSO: '.
           ACCEPT WRK-CURSO.
           DISPLAY 'CLASSIFICACAO (EX: 0042): '.
           ACCEPT WRK-CLASSIFICACAO.
           MOVE WRK-ANO-SEMESTRE  TO CND-ANO-SEMESTRE.
           MOVE WRK-CURSO         TO CND-CURSO.
           MOVE WRK-CLASSIFICACAO TO CND-CLASSIFICACAO.
           READ CANDIDATO-FILE KEY IS CND-CHAVE
               INVALID KEY
                   DISPLAY 'CANDIDATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0350-REGISTRAR-COMPARECIMENTO
           END-READ.

       0350-REGISTRAR-COMPARECIMENTO.
           EVALUATE TRUE
               WHEN CND-SITUACAO = 'M'
                   DISPLAY 'MATRICULA JA CONFIRMADA EM '
                           CND-DATA-SITUACAO ': ' CND-MATRICULA
               WHEN CND-SITUACAO = 'L'
                   DISPLAY 'CANDIDATO NA LISTA DE ESPERA - AINDA NAO '
                           'FOI CONVOCADO.'
               WHEN CND-SITUACAO = 'E'
                   DISPLAY 'CONVOCACAO EXPIRADA EM ' CND-DATA-SITUACAO
                           ' - VAGA JA REPASSADA.'
               WHEN CND-PRAZO < WRK-DATA-HOJE
                   DISPLAY 'PRAZO DA ' CND-CHAMADA 'a CHAMADA '
                           'ENCERRADO EM ' CND-PRAZO
                           ' - MATRICULA NAO CONFIRMADA.'
               WHEN OTHER
                   MOVE 'M'           TO CND-SITUACAO
                   MOVE WRK-DATA-HOJE TO CND-DATA-SITUACAO
                   REWRITE CANDIDATO-REC
                   DISPLAY 'MATRICULA CONFIRMADA: ' CND-MATRICULA ' '
                           CND-NOME
           END-EVALUATE.

       0400-LISTAR.
           DISPLAY 'ANO/SEMESTRE DE INGRESSO (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'CURSO: '.
           ACCEPT WRK-CURSO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-CANDIDATO.
           MOVE WRK-ANO-SEMESTRE TO CND-ANO-SEMESTRE.
           MOVE WRK-CURSO        TO CND-CURSO.
           MOVE ZEROS            TO CND-CLASSIFICACAO.
           START CANDIDATO-FILE KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CANDIDATO
           END-START.
           PERFORM 0450-LISTAR-CANDIDATO
               UNTIL WRK-FIM-CANDIDATO = 'S'.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM CANDIDATO DO CURSO NO PERIODO.'
           END-IF.

       0450-LISTAR-CANDIDATO.
           READ CANDIDATO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CANDIDATO
               NOT AT END
                   IF CND-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR CND-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-CANDIDATO
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       EVALUATE CND-SITUACAO
                           WHEN 'L'
                               MOVE 'LISTA DE ESPERA'
                                   TO WRK-DESC-SITUACAO
                           WHEN 'C'
                               MOVE 'CONVOCADO ATE'
                                   TO WRK-DESC-SITUACAO
                           WHEN 'M'
                               MOVE 'MATRICULADO'
                                   TO WRK-DESC-SITUACAO
                           WHEN 'E'
                               MOVE 'EXPIRADO'
                                   TO WRK-DESC-SITUACAO
                           WHEN OTHER
                               MOVE SPACES TO WRK-DESC-SITUACAO
                       END-EVALUATE
                       DISPLAY CND-CLASSIFICACAO ' ' CND-NOME ' '
                               CND-CHAMADA 'a ' WRK-DESC-SITUACAO ' '
                               CND-PRAZO ' ' CND-MATRICULA
                   END-IF
           END-READ.

       END PROGRAM PROG117.
