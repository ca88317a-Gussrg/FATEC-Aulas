       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG140.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Trocas na escala de fiscais de prova (FISCAL.DAT,
      *          gerada pelo PROG139). A troca substitui o professor de
      *          um posto (data + hora + sala) por outro do mestre
      *          PROFESSOR.DAT que nao esteja fiscalizando outra sala
      *          no mesmo horario; o posto guarda quem estava escalado,
      *          a data da troca e o operador. Lista tambem a escala de
      *          um professor a partir de uma data.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-CHAVE
               FILE STATUS IS WRK-FIS-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
           COPY FISCREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-FIS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-HORA           PIC X(05) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-SEQ            PIC 9(01) VALUE ZEROS.
       77 WRK-PROFESSOR      PIC X(06) VALUE SPACES.
       77 WRK-NOVO-PROF      PIC X(06) VALUE SPACES.
       77 WRK-NOME-NOVO      PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-CHOQUE         PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0007-IDENTIFICAR-OPERADOR
           OPEN I-O FISCAL-FILE
           IF WRK-FIS-STATUS NOT = '00'
               DISPLAY 'ESCALA DE FISCAIS INDISPONIVEL: '
                       WRK-FIS-STATUS ' - RODE O PROG139.'
           ELSE
               OPEN INPUT PROFESSOR-FILE
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               IF WRK-PROF-STATUS NOT = '35'
                   CLOSE PROFESSOR-FILE
               END-IF
               CLOSE FISCAL-FILE
           END-IF
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ESCALA DE FISCAIS DE PROVA'.
           DISPLAY '1 - REGISTRAR TROCA DE FISCAL'.
           DISPLAY '2 - LISTAR ESCALA DE UM PROFESSOR'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-REGISTRAR-TROCA
               WHEN '2'
                   PERFORM 0500-LISTAR-PROFESSOR
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-REGISTRAR-TROCA.
           DISPLAY 'DATA DA PROVA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           DISPLAY 'HORA (HH:MM): '.
           ACCEPT WRK-HORA.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           PERFORM 0310-LISTAR-POSTO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'POSTO SEM FISCAL ESCALADO.'
           ELSE
               DISPLAY 'SEQUENCIA DO FISCAL A TROCAR: '
               ACCEPT WRK-SEQ
               MOVE WRK-DATA TO FIS-DATA
               MOVE WRK-HORA TO FIS-HORA
               MOVE WRK-SALA TO FIS-SALA
               MOVE WRK-SEQ  TO FIS-SEQ
               READ FISCAL-FILE KEY IS FIS-CHAVE
                   INVALID KEY
                       DISPLAY 'SEQUENCIA NAO ENCONTRADA NO POSTO.'
                   NOT INVALID KEY
                       PERFORM 0330-INFORMAR-SUBSTITUTO
               END-READ
           END-IF.

       0310-LISTAR-POSTO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA TO FIS-DATA.
           MOVE WRK-HORA TO FIS-HORA.
           MOVE WRK-SALA TO FIS-SALA.
           MOVE ZEROS    TO FIS-SEQ.
           START FISCAL-FILE KEY IS NOT LESS THAN FIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0320-LER-POSTO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0320-LER-POSTO.
           READ FISCAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FIS-DATA NOT = WRK-DATA
                      OR FIS-HORA NOT = WRK-HORA
                      OR FIS-SALA NOT = WRK-SALA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE 'S' TO WRK-ACHOU
                       DISPLAY FIS-SEQ ' - ' FIS-PROFESSOR ' PROVA '
                               FIS-TIPO ' ' FIS-MATERIA ' ORIGEM '
                               FIS-ORIGEM
                   END-IF
           END-READ.

      *    O NOVO FISCAL TEM DE EXISTIR NO MESTRE E NAO PODE ESTAR EM
      *    OUTRO POSTO NA MESMA DATA E HORA.
       0330-INFORMAR-SUBSTITUTO.
           MOVE FIS-PROFESSOR TO WRK-PROFESSOR.
           DISPLAY 'FISCAL ATUAL: ' WRK-PROFESSOR.
           DISPLAY 'NOVO FISCAL (ID DO PROFESSOR): '.
           ACCEPT WRK-NOVO-PROF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-PROF-STATUS NOT = '35'
               MOVE WRK-NOVO-PROF TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE PROF-NOME TO WRK-NOME-NOVO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WRK-NOVO-PROF = WRK-PROFESSOR
                   DISPLAY 'O NOVO FISCAL E O MESMO DO POSTO.'
               WHEN WRK-ACHOU = 'N'
                   DISPLAY 'PROFESSOR NAO CADASTRADO - TROCA RECUSADA.'
               WHEN OTHER
                   PERFORM 0340-CONFERIR-HORARIO
                   IF WRK-CHOQUE = 'S'
                       DISPLAY 'PROFESSOR JA FISCALIZA OUTRA SALA NO '
                               'HORARIO - TROCA RECUSADA.'
                   ELSE
                       PERFORM 0360-GRAVAR-TROCA
                   END-IF
           END-EVALUATE.

       0340-CONFERIR-HORARIO.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA   TO FIS-DATA.
           MOVE WRK-HORA   TO FIS-HORA.
           MOVE LOW-VALUES TO FIS-SALA.
           MOVE ZEROS      TO FIS-SEQ.
           START FISCAL-FILE KEY IS NOT LESS THAN FIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0350-LER-HORARIO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0350-LER-HORARIO.
           READ FISCAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FIS-DATA NOT = WRK-DATA
                      OR FIS-HORA NOT = WRK-HORA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF FIS-PROFESSOR = WRK-NOVO-PROF
                           MOVE 'S' TO WRK-CHOQUE
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

       0360-GRAVAR-TROCA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA.
           MOVE WRK-DATA TO FIS-DATA.
           MOVE WRK-HORA TO FIS-HORA.
           MOVE WRK-SALA TO FIS-SALA.
           MOVE WRK-SEQ  TO FIS-SEQ.
           READ FISCAL-FILE KEY IS FIS-CHAVE
               INVALID KEY
                   DISPLAY 'POSTO NAO ENCONTRADO - TROCA NAO GRAVADA.'
               NOT INVALID KEY
                   MOVE WRK-PROFESSOR  TO FIS-PROF-ANTERIOR
                   MOVE WRK-NOVO-PROF  TO FIS-PROFESSOR
                   MOVE 'T'            TO FIS-ORIGEM
                   MOVE WRK-AGORA(1:8) TO FIS-DATA-TROCA
                   MOVE WRK-OPERADOR   TO FIS-OPERADOR
                   REWRITE FISCAL-REC
                   DISPLAY 'TROCA REGISTRADA: ' WRK-PROFESSOR ' -> '
                           WRK-NOVO-PROF ' ' WRK-NOME-NOVO
           END-READ.

       0500-LISTAR-PROFESSOR.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROFESSOR.
           DISPLAY 'A PARTIR DA DATA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA   TO FIS-DATA.
           MOVE LOW-VALUES TO FIS-HORA FIS-SALA.
           MOVE ZEROS      TO FIS-SEQ.
           START FISCAL-FILE KEY IS NOT LESS THAN FIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0510-LER-ESCALA UNTIL WRK-FIM-ARQUIVO = 'S'.
           DISPLAY 'SESSOES DE FISCALIZACAO: ' WRK-QTD-LISTADOS.

       0510-LER-ESCALA.
           READ FISCAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FIS-PROFESSOR = WRK-PROFESSOR
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY FIS-DATA(7:2) '/' FIS-DATA(5:2) '/'
                               FIS-DATA(1:4) ' ' FIS-HORA ' SALA '
                               FIS-SALA ' PROVA ' FIS-TIPO ' '
                               FIS-MATERIA
                   END-IF
           END-READ.

       END PROGRAM PROG140.
