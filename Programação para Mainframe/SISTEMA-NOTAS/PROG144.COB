       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG144.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do mestre de campi (CAMPUS.DAT) - cadastra
      *          o codigo, nome, cidade e o tempo minimo de
      *          deslocamento de cada campus, e lista os campi com as
      *          salas de SALAS.DAT de cada um. Salas e turmas passam
      *          a apontar para um campus, e os relatorios deixam de
      *          misturar as unidades.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS WRK-CAM-STATUS.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPUS-FILE.
           COPY CAMPUSREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       WORKING-STORAGE SECTION.
       77 WRK-CAM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-CIDADE         PIC X(20) VALUE SPACES.
       77 WRK-DESLOC-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-DESLOCAMENTO   PIC 9(03) VALUE ZEROS.
       77 WRK-STATUS-CAMPUS  PIC X(01) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALAS      PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SALAS      PIC 9(03) VALUE ZEROS.
       77 WRK-CAPAC-TOTAL    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-CAM-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
               CLOSE CAMPUS-FILE
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVO.
           OPEN I-O CAMPUS-FILE.
           IF WRK-CAM-STATUS = '35' OR WRK-CAM-STATUS = '05'
               OPEN OUTPUT CAMPUS-FILE
               CLOSE CAMPUS-FILE
               OPEN I-O CAMPUS-FILE
           END-IF
           IF WRK-CAM-STATUS NOT = '00'
               DISPLAY 'MESTRE DE CAMPI INDISPONIVEL: '
                       WRK-CAM-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CADASTRO DE CAMPI'.
           DISPLAY '1 - INCLUIR/ATUALIZAR CAMPUS'.
           DISPLAY '2 - LISTAR CAMPI E SALAS'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-INCLUIR-ATUALIZAR
               WHEN '2'
                   PERFORM 0500-LISTAR
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-INCLUIR-ATUALIZAR.
           DISPLAY 'CODIGO DO CAMPUS (3 POSICOES): '.
           ACCEPT WRK-CAMPUS.
           IF WRK-CAMPUS = SPACES
               DISPLAY 'CODIGO OBRIGATORIO - NADA GRAVADO.'
           ELSE
               PERFORM 0310-CAPTURAR-CAMPUS
           END-IF.

       0310-CAPTURAR-CAMPUS.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-CAMPUS TO CAM-CODIGO.
           READ CAMPUS-FILE KEY IS CAM-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
                   DISPLAY 'CAMPUS JA CADASTRADO (' CAM-NOME
                           ') - OS DADOS SERAO ATUALIZADOS.'
           END-READ.
           DISPLAY 'NOME DO CAMPUS: '.
           ACCEPT WRK-NOME.
           DISPLAY 'CIDADE: '.
           ACCEPT WRK-CIDADE.
           DISPLAY 'DESLOCAMENTO MINIMO DE/PARA OUTRO CAMPUS, EM '
                   'MINUTOS (EX: 060; EM BRANCO = PADRAO): '.
           ACCEPT WRK-DESLOC-ENTRADA.
           MOVE ZEROS TO WRK-DESLOCAMENTO.
           IF WRK-DESLOC-ENTRADA NOT = SPACES
               IF WRK-DESLOC-ENTRADA IS NUMERIC
                   MOVE WRK-DESLOC-ENTRADA TO WRK-DESLOCAMENTO
               ELSE
                   DISPLAY 'DESLOCAMENTO INVALIDO - GRAVADO O PADRAO.'
               END-IF
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVO, I=INATIVO): '.
           ACCEPT WRK-STATUS-CAMPUS.
           IF WRK-STATUS-CAMPUS NOT = 'I'
               MOVE 'A' TO WRK-STATUS-CAMPUS
           END-IF.
           MOVE WRK-CAMPUS        TO CAM-CODIGO.
           MOVE WRK-NOME          TO CAM-NOME.
           MOVE WRK-CIDADE        TO CAM-CIDADE.
           MOVE WRK-DESLOCAMENTO  TO CAM-DESLOCAMENTO.
           MOVE WRK-STATUS-CAMPUS TO CAM-STATUS.
           IF WRK-JA-EXISTE = 'S'
               REWRITE CAMPUS-REC
           ELSE
               WRITE CAMPUS-REC
           END-IF.
           DISPLAY 'CAMPUS GRAVADO.'.

       0500-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CAM-CODIGO.
           START CAMPUS-FILE KEY IS NOT LESS THAN CAM-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0510-LER-CAMPUS UNTIL WRK-FIM-ARQUIVO = 'S'.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM CAMPUS CADASTRADO.'
           END-IF.
           MOVE SPACES TO WRK-CAMPUS.
           PERFORM 0520-CONTAR-SALAS.
           IF WRK-QTD-SALAS > 0
               DISPLAY 'SALAS SEM CAMPUS: ' WRK-QTD-SALAS
                       ' - CORRIGIR SALAS.DAT.'
           END-IF.

       0510-LER-CAMPUS.
           READ CAMPUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LISTADOS
                   MOVE CAM-CODIGO TO WRK-CAMPUS
                   PERFORM 0520-CONTAR-SALAS
                   DISPLAY CAM-CODIGO ' ' CAM-NOME ' ' CAM-CIDADE
                           ' SITUACAO ' CAM-STATUS
                   DISPLAY '    DESLOCAMENTO ' CAM-DESLOCAMENTO
                           ' MIN - SALAS ' WRK-QTD-SALAS
                           ' - ASSENTOS ' WRK-CAPAC-TOTAL
           END-READ.

       0520-CONTAR-SALAS.
           MOVE ZEROS TO WRK-QTD-SALAS WRK-CAPAC-TOTAL.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-SALAS
               PERFORM 0530-LER-SALA UNTIL WRK-FIM-SALAS = 'S'
               CLOSE SALAS-FILE
           END-IF.

       0530-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SALAS
               NOT AT END
                   IF SALA-CAMPUS = WRK-CAMPUS
                       ADD 1 TO WRK-QTD-SALAS
                       ADD SALA-CAPACIDADE TO WRK-CAPAC-TOTAL
                   END-IF
           END-READ.

       END PROGRAM PROG144.
