       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG141.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Faltas de professor e reposicao obrigatoria - registra
      *          a aula do horario (HORARIO.DAT) que nao foi dada numa
      *          data, quando a turma nao tem substituto vigente em
      *          SUBSTIT.DAT (com substituto a aula aconteceu). Cada
      *          falta grava em AUSENCIA.DAT uma reposicao pendente com
      *          prazo de 30 dias e tira da CHAMADA.DAT as presencas e
      *          ausencias ja lancadas da materia/turma naquela data. O
      *          agendamento da reposicao exige dia letivo no
      *          DIASLET.DAT, sala de SALAS.DAT livre no horario (sem
      *          aula, prova ou outra reposicao) e nenhum choque para a
      *          turma.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUS-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO "ATRIBUIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT SUBST-FILE ASSIGN TO "SUBSTIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT DIALET-FILE ASSIGN TO "DIASLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT PROVA-FILE ASSIGN TO "EXAMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WRK-PRV-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA-FILE.
           COPY AUSENREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-AUS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-DATA-FALTA     PIC X(08) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-SALA-AULA      PIC X(05) VALUE SPACES.
       77 WRK-PROFESSOR      PIC X(06) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-REP-DATA       PIC X(08) VALUE SPACES.
       77 WRK-REP-SALA       PIC X(05) VALUE SPACES.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-FALTA      PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-LETIVOS   PIC X(06) VALUE SPACES.
      *    PRAZO PARA A REPOSICAO, EM DIAS CORRIDOS A PARTIR DA FALTA.
       77 WRK-DIAS-PRAZO     PIC 9(03) VALUE 30.
       77 WRK-PRAZO          PIC X(08) VALUE SPACES.
      *    DURACAO DE UMA AULA DO HORARIO E DE UMA PROVA, EM MINUTOS.
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.
       77 WRK-MIN-REP        PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRO      PIC 9(04) VALUE ZEROS.
       77 WRK-DURACAO-OUTRO  PIC 9(03) VALUE ZEROS.
       77 WRK-SOBREPOE       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-DIA-OK         PIC X(01) VALUE 'S'.
       77 WRK-REP-OK         PIC X(01) VALUE 'S'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-COBERTA        PIC X(01) VALUE 'N'.
       77 WRK-QTD-SLOTS      PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-FALTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CHAMADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-CHAVE-FALTA    PIC X(24) VALUE SPACES.

       01 WRK-HORA           PIC X(05) VALUE SPACES.
       01 WRK-HORA-R REDEFINES WRK-HORA.
           05 WRK-HORA-HH        PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-MM        PIC 9(02).

       01 WRK-REP-HORA       PIC X(05) VALUE SPACES.
       01 WRK-REP-HORA-R REDEFINES WRK-REP-HORA.
           05 WRK-REP-HH         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-REP-MM         PIC 9(02).

       01 WRK-HORA-OUTRO     PIC X(05) VALUE SPACES.
       01 WRK-HORA-OUTRO-R REDEFINES WRK-HORA-OUTRO.
           05 WRK-OUT-HH         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-OUT-MM         PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-AUS-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
               CLOSE AUSENCIA-FILE
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

       0100-ABRIR-ARQUIVO.
           OPEN I-O AUSENCIA-FILE.
           IF WRK-AUS-STATUS = '35' OR WRK-AUS-STATUS = '05'
               OPEN OUTPUT AUSENCIA-FILE
               CLOSE AUSENCIA-FILE
               OPEN I-O AUSENCIA-FILE
           END-IF
           IF WRK-AUS-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE FALTAS INDISPONIVEL: '
                       WRK-AUS-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'FALTAS DE PROFESSOR E REPOSICOES'.
           DISPLAY '1 - REGISTRAR FALTA DO PROFESSOR'.
           DISPLAY '2 - AGENDAR REPOSICAO'.
           DISPLAY '3 - LISTAR FALTAS DE UMA TURMA'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-REGISTRAR-FALTA
               WHEN '2'
                   PERFORM 0400-AGENDAR-REPOSICAO
               WHEN '3'
                   PERFORM 0600-LISTAR-FALTAS
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    FALTA: AS AULAS DA TURMA NO DIA DA SEMANA DA DATA SAO
      *    LISTADAS E O OPERADOR INFORMA A HORA DE CADA AULA PERDIDA.
       0300-REGISTRAR-FALTA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           DISPLAY 'DATA DA FALTA (AAAAMMDD): '.
           ACCEPT WRK-DATA-FALTA.
           MOVE WRK-DATA-FALTA TO WRK-DATA.
           PERFORM 0800-DIA-DA-SEMANA.
           MOVE WRK-DIA-SEMANA TO WRK-DIA-FALTA.
           IF WRK-DIA-FALTA = 0 OR WRK-DIA-FALTA = 7
               DISPLAY 'DATA INVALIDA OU DOMINGO - SEM AULA.'
           ELSE
               PERFORM 0810-CONFERIR-DIA-LETIVO
               IF WRK-DIA-OK = 'S'
                   PERFORM 0310-LISTAR-AULAS-DO-DIA
                   IF WRK-QTD-SLOTS = 0
                       DISPLAY 'TURMA SEM AULA NESTE DIA DA SEMANA.'
                   ELSE
                       DISPLAY 'MOTIVO DA FALTA: '
                       ACCEPT WRK-MOTIVO
                       MOVE ZEROS TO WRK-QTD-FALTAS
                       MOVE 'X' TO WRK-HORA
                       PERFORM 0320-FALTA-NA-AULA
                           UNTIL WRK-HORA = SPACES
                       DISPLAY 'FALTAS REGISTRADAS: ' WRK-QTD-FALTAS
                   END-IF
               END-IF
           END-IF.

       0310-LISTAR-AULAS-DO-DIA.
           MOVE ZEROS TO WRK-QTD-SLOTS.
           OPEN INPUT HORARIO-FILE.
           IF WRK-HOR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
               MOVE WRK-TURMA        TO HOR-TURMA
               MOVE WRK-DIA-FALTA    TO HOR-DIA-SEMANA
               MOVE LOW-VALUES       TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0315-LER-AULA-DO-DIA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0315-LER-AULA-DO-DIA.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR HOR-TURMA NOT = WRK-TURMA
                      OR HOR-DIA-SEMANA NOT = WRK-DIA-FALTA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-SLOTS
                       DISPLAY '  ' HOR-HORA ' ' HOR-MATERIA
                               ' SALA ' HOR-SALA
                   END-IF
           END-READ.

       0320-FALTA-NA-AULA.
           DISPLAY 'HORA DA AULA NAO DADA (EM BRANCO ENCERRA): '.
           ACCEPT WRK-HORA.
           IF WRK-HORA NOT = SPACES
               MOVE 'N' TO WRK-ACHOU
               OPEN INPUT HORARIO-FILE
               IF WRK-HOR-STATUS = '00'
                   MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
                   MOVE WRK-TURMA        TO HOR-TURMA
                   MOVE WRK-DIA-FALTA    TO HOR-DIA-SEMANA
                   MOVE WRK-HORA         TO HOR-HORA
                   READ HORARIO-FILE KEY IS HOR-CHAVE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ACHOU
                           MOVE HOR-MATERIA TO WRK-MATERIA
                           MOVE HOR-SALA    TO WRK-SALA-AULA
                   END-READ
                   CLOSE HORARIO-FILE
               END-IF
               IF WRK-ACHOU = 'N'
                   DISPLAY 'NAO HA AULA DA TURMA NESTA HORA.'
               ELSE
                   PERFORM 0330-DOCENTE-DA-AULA
                   IF WRK-COBERTA = 'S'
                       DISPLAY 'TURMA COM SUBSTITUTO VIGENTE NA DATA '
                               '- AULA DADA, FALTA NAO REGISTRADA.'
                   ELSE
                       PERFORM 0350-GRAVAR-FALTA
                   END-IF
               END-IF
           END-IF.

      *    TITULAR PELA ATRIBUICAO DA MATERIA/TURMA; SUBSTITUTO ATIVO
      *    COM A DATA NA VIGENCIA COBRE A AULA.
       0330-DOCENTE-DA-AULA.
           MOVE SPACES TO WRK-PROFESSOR WRK-CURSO.
           MOVE 'N' TO WRK-COBERTA.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0335-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.
           OPEN INPUT SUBST-FILE.
           IF WRK-SUB-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0340-LER-SUBSTITUICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SUBST-FILE
           END-IF.

       0335-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-MATERIA = WRK-MATERIA
                      AND ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND ATR-TURMA = WRK-TURMA
                       MOVE ATR-PROFESSOR TO WRK-PROFESSOR
                       MOVE ATR-CURSO     TO WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0340-LER-SUBSTITUICAO.
           READ SUBST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SUB-STATUS = 'A'
                      AND SUB-MATERIA = WRK-MATERIA
                      AND SUB-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND SUB-TURMA = WRK-TURMA
                      AND SUB-DATA-INICIO <= WRK-DATA-FALTA
                      AND SUB-DATA-FIM >= WRK-DATA-FALTA
                       MOVE 'S' TO WRK-COBERTA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0350-GRAVAR-FALTA.
           MOVE WRK-DATA-FALTA TO WRK-DATA-NUM.
           COMPUTE WRK-DATA-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                    + WRK-DIAS-PRAZO).
           MOVE WRK-DATA-NUM TO WRK-PRAZO.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO AUS-TURMA.
           MOVE WRK-DATA-FALTA   TO AUS-DATA.
           MOVE WRK-HORA         TO AUS-HORA.
           MOVE WRK-MATERIA      TO AUS-MATERIA.
           MOVE WRK-PROFESSOR    TO AUS-PROFESSOR.
           MOVE WRK-CURSO        TO AUS-CURSO.
           MOVE WRK-SALA-AULA    TO AUS-SALA.
           MOVE WRK-MOTIVO       TO AUS-MOTIVO.
           MOVE WRK-AGORA(1:8)   TO AUS-DATA-REGISTRO.
           MOVE WRK-OPERADOR     TO AUS-OPERADOR.
           MOVE 'P'              TO AUS-REP-STATUS.
           MOVE WRK-PRAZO        TO AUS-REP-PRAZO.
           MOVE SPACES           TO AUS-REP-DATA AUS-REP-HORA
                                    AUS-REP-SALA.
           WRITE AUSENCIA-REC
               INVALID KEY
                   DISPLAY 'FALTA JA REGISTRADA PARA ESTA AULA.'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-FALTAS
                   DISPLAY 'FALTA REGISTRADA - ' WRK-MATERIA
                           ' - REPOSICAO ATE ' WRK-PRAZO
                   PERFORM 0360-RETIRAR-CHAMADA
           END-WRITE.

      *    AULA QUE NAO HOUVE NAO CONTA NA FREQUENCIA: A CHAMADA JA
      *    LANCADA DA MATERIA/TURMA NA DATA SAI DO ARQUIVO.
       0360-RETIRAR-CHAMADA.
           MOVE ZEROS TO WRK-QTD-CHAMADAS.
           OPEN I-O CHAMADA-FILE.
           IF WRK-CHM-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0365-LER-CHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CHAMADA-FILE
           END-IF.
           IF WRK-QTD-CHAMADAS > 0
               DISPLAY 'REGISTROS DE CHAMADA RETIRADOS: '
                       WRK-QTD-CHAMADAS
           END-IF.

       0365-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CHM-MATERIA = WRK-MATERIA
                      AND CHM-DATA = WRK-DATA-FALTA
                      AND CHM-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND CHM-TURMA = WRK-TURMA
                       DELETE CHAMADA-FILE RECORD
                       ADD 1 TO WRK-QTD-CHAMADAS
                   END-IF
           END-READ.

       0400-AGENDAR-REPOSICAO.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           DISPLAY 'DATA DA FALTA (AAAAMMDD): '.
           ACCEPT WRK-DATA-FALTA.
           DISPLAY 'HORA DA AULA PERDIDA (HH:MM): '.
           ACCEPT WRK-HORA.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO AUS-TURMA.
           MOVE WRK-DATA-FALTA   TO AUS-DATA.
           MOVE WRK-HORA         TO AUS-HORA.
           READ AUSENCIA-FILE KEY IS AUS-CHAVE
               INVALID KEY
                   DISPLAY 'FALTA NAO REGISTRADA PARA ESTA AULA.'
               NOT INVALID KEY
                   PERFORM 0410-INFORMAR-REPOSICAO
           END-READ.

       0410-INFORMAR-REPOSICAO.
           MOVE AUS-CHAVE TO WRK-CHAVE-FALTA.
           IF AUS-REP-STATUS = 'A'
               DISPLAY 'REPOSICAO JA AGENDADA PARA ' AUS-REP-DATA ' '
                       AUS-REP-HORA ' SALA ' AUS-REP-SALA
                       ' - SERA REAGENDADA.'
           END-IF.
           DISPLAY 'MATERIA ' AUS-MATERIA ' - PRAZO ' AUS-REP-PRAZO.
           DISPLAY 'DATA DA REPOSICAO (AAAAMMDD): '.
           ACCEPT WRK-REP-DATA.
           DISPLAY 'HORA (HH:MM): '.
           ACCEPT WRK-REP-HORA.
           DISPLAY 'SALA: '.
           ACCEPT WRK-REP-SALA.
           PERFORM 0420-VALIDAR-REPOSICAO.
           IF WRK-REP-OK = 'N'
               DISPLAY 'REPOSICAO NAO AGENDADA.'
           ELSE
               MOVE WRK-CHAVE-FALTA TO AUS-CHAVE
               READ AUSENCIA-FILE KEY IS AUS-CHAVE
                   INVALID KEY
                       DISPLAY 'FALTA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE 'A'          TO AUS-REP-STATUS
                       MOVE WRK-REP-DATA TO AUS-REP-DATA
                       MOVE WRK-REP-HORA TO AUS-REP-HORA
                       MOVE WRK-REP-SALA TO AUS-REP-SALA
                       REWRITE AUSENCIA-REC
                       DISPLAY 'REPOSICAO AGENDADA.'
                       IF WRK-REP-DATA > AUS-REP-PRAZO
                           DISPLAY 'ATENCAO: REPOSICAO DEPOIS DO '
                                   'PRAZO.'
                       END-IF
               END-READ
           END-IF.

      *    REPOSICAO: DEPOIS DA FALTA, EM DIA LETIVO, SALA EXISTENTE
      *    E LIVRE, SEM CHOQUE PARA A TURMA.
       0420-VALIDAR-REPOSICAO.
           MOVE 'S' TO WRK-REP-OK.
           MOVE WRK-REP-DATA TO WRK-DATA.
           PERFORM 0800-DIA-DA-SEMANA.
           EVALUATE TRUE
               WHEN WRK-DIA-SEMANA = 0
                   DISPLAY 'DATA DA REPOSICAO INVALIDA.'
                   MOVE 'N' TO WRK-REP-OK
               WHEN WRK-REP-DATA NOT > WRK-DATA-FALTA
                   DISPLAY 'REPOSICAO TEM DE SER DEPOIS DA FALTA.'
                   MOVE 'N' TO WRK-REP-OK
               WHEN WRK-REP-HH IS NOT NUMERIC
                 OR WRK-REP-MM IS NOT NUMERIC
                   DISPLAY 'HORA DA REPOSICAO INVALIDA.'
                   MOVE 'N' TO WRK-REP-OK
               WHEN WRK-DIA-SEMANA = 7
                   DISPLAY 'DOMINGO NAO E DIA LETIVO.'
                   MOVE 'N' TO WRK-REP-OK
               WHEN OTHER
                   COMPUTE WRK-MIN-REP = WRK-REP-HH * 60 + WRK-REP-MM
                   PERFORM 0810-CONFERIR-DIA-LETIVO
                   IF WRK-DIA-OK = 'N'
                       MOVE 'N' TO WRK-REP-OK
                   ELSE
                       PERFORM 0430-CONFERIR-SALA
                   END-IF
           END-EVALUATE.
           IF WRK-REP-OK = 'S'
               PERFORM 0440-CONFERIR-HORARIO
           END-IF.
           IF WRK-REP-OK = 'S'
               PERFORM 0460-CONFERIR-PROVAS
           END-IF.
           IF WRK-REP-OK = 'S'
               PERFORM 0480-CONFERIR-REPOSICOES
           END-IF.

       0430-CONFERIR-SALA.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               MOVE 'N' TO WRK-ACHOU
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0435-LER-SALA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SALAS-FILE
               IF WRK-ACHOU = 'N'
                   DISPLAY 'SALA NAO ENCONTRADA EM SALAS.DAT.'
                   MOVE 'N' TO WRK-REP-OK
               END-IF
           END-IF.

       0435-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SALA-CODIGO = WRK-REP-SALA
                       MOVE 'S' TO WRK-ACHOU
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0440-CONFERIR-HORARIO.
           OPEN INPUT HORARIO-FILE.
           IF WRK-HOR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
               MOVE LOW-VALUES       TO HOR-TURMA
               MOVE ZEROS            TO HOR-DIA-SEMANA
               MOVE LOW-VALUES       TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0445-LER-HORARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0445-LER-HORARIO.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF HOR-DIA-SEMANA = WRK-DIA-SEMANA
                          AND (HOR-SALA = WRK-REP-SALA
                               OR HOR-TURMA = WRK-TURMA)
                           MOVE HOR-HORA TO WRK-HORA-OUTRO
                           MOVE WRK-DURACAO-AULA TO WRK-DURACAO-OUTRO
                           PERFORM 0850-CONFERIR-SOBREPOSICAO
                           IF WRK-SOBREPOE = 'S'
                               MOVE 'N' TO WRK-REP-OK
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                               IF HOR-TURMA = WRK-TURMA
                                   DISPLAY 'TURMA TEM AULA NO HORARIO: '
                                           HOR-HORA ' ' HOR-MATERIA
                               ELSE
                                   DISPLAY 'SALA OCUPADA PELA TURMA '
                                           HOR-TURMA ' AS ' HOR-HORA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0460-CONFERIR-PROVAS.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0465-LER-PROVA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROVA-FILE
           END-IF.

       0465-LER-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-DATA = WRK-REP-DATA
                      AND (PRV-SALA = WRK-REP-SALA
                           OR (PRV-TURMA = WRK-TURMA
                               AND PRV-ANO-SEMESTRE
                                   = WRK-ANO-SEMESTRE))
                       MOVE PRV-HORA TO WRK-HORA-OUTRO
                       MOVE WRK-DURACAO-PROVA TO WRK-DURACAO-OUTRO
                       PERFORM 0850-CONFERIR-SOBREPOSICAO
                       IF WRK-SOBREPOE = 'S'
                           MOVE 'N' TO WRK-REP-OK
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                           DISPLAY 'PROVA NO HORARIO: ' PRV-MATERIA
                                   ' TURMA ' PRV-TURMA ' SALA '
                                   PRV-SALA ' AS ' PRV-HORA
                       END-IF
                   END-IF
           END-READ.

      *    OUTRA REPOSICAO JA AGENDADA NA MESMA SALA OU PARA A MESMA
      *    TURMA NO HORARIO (A PROPRIA FALTA, EM REAGENDAMENTO, NAO
      *    CONTA).
       0480-CONFERIR-REPOSICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO AUS-TURMA AUS-DATA AUS-HORA.
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0485-LER-REPOSICAO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0485-LER-REPOSICAO.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF AUS-REP-STATUS = 'A'
                          AND AUS-CHAVE NOT = WRK-CHAVE-FALTA
                          AND AUS-REP-DATA = WRK-REP-DATA
                          AND (AUS-REP-SALA = WRK-REP-SALA
                               OR AUS-TURMA = WRK-TURMA)
                           MOVE AUS-REP-HORA TO WRK-HORA-OUTRO
                           MOVE WRK-DURACAO-AULA TO WRK-DURACAO-OUTRO
                           PERFORM 0850-CONFERIR-SOBREPOSICAO
                           IF WRK-SOBREPOE = 'S'
                               MOVE 'N' TO WRK-REP-OK
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                               DISPLAY 'OUTRA REPOSICAO NO HORARIO: '
                                       AUS-TURMA ' ' AUS-MATERIA
                                       ' SALA ' AUS-REP-SALA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0600-LISTAR-FALTAS.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE WRK-TURMA        TO AUS-TURMA.
           MOVE LOW-VALUES       TO AUS-DATA AUS-HORA.
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0610-LER-FALTA UNTIL WRK-FIM-ARQUIVO = 'S'.
           DISPLAY 'FALTAS LISTADAS: ' WRK-QTD-LISTADAS.

       0610-LER-FALTA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR AUS-TURMA NOT = WRK-TURMA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADAS
                       IF AUS-REP-STATUS = 'A'
                           DISPLAY AUS-DATA ' ' AUS-HORA ' '
                                   AUS-MATERIA ' PROF ' AUS-PROFESSOR
                                   ' REPOSICAO ' AUS-REP-DATA ' '
                                   AUS-REP-HORA ' SALA ' AUS-REP-SALA
                       ELSE
                           DISPLAY AUS-DATA ' ' AUS-HORA ' '
                                   AUS-MATERIA ' PROF ' AUS-PROFESSOR
                                   ' PENDENTE - PRAZO ' AUS-REP-PRAZO
                       END-IF
                   END-IF
           END-READ.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE), COMO NO PROG33: 1 = SEGUNDA ... 7 =
      *    DOMINGO; ZERO PARA DATA INVALIDA.
       0800-DIA-DA-SEMANA.
           MOVE ZEROS TO WRK-DIA-SEMANA.
           IF WRK-DATA IS NUMERIC
               MOVE WRK-DATA TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = 0
                   COMPUTE WRK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   COMPUTE WRK-DIA-SEMANA =
                       FUNCTION MOD(WRK-DIAS-CORRIDOS - 1, 7) + 1
               END-IF
           END-IF.

      *    DATA EM WRK-DATA, DIA DA SEMANA EM WRK-DIA-SEMANA: RECUSA
      *    FERIADO/RECESSO E DIA FORA DO PADRAO SEMANAL DO PERIODO
      *    (SEM PADRAO, SEGUNDA A SEXTA).
       0810-CONFERIR-DIA-LETIVO.
           MOVE 'S' TO WRK-DIA-OK.
           MOVE 'SSSSSN' TO WRK-DIAS-LETIVOS.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0815-LER-DIALET UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           END-IF.
           IF WRK-DIA-OK = 'S'
              AND WRK-DIAS-LETIVOS(WRK-DIA-SEMANA:1) NOT = 'S'
               MOVE 'N' TO WRK-DIA-OK
               DISPLAY 'DIA DA SEMANA SEM AULA NO PADRAO DO PERIODO.'
           END-IF.

       0815-LER-DIALET.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF DLE-TIPO = 'P'
                           MOVE DLE-DIAS-SEMANA TO WRK-DIAS-LETIVOS
                       END-IF
                       IF DLE-TIPO = 'F'
                          AND WRK-DATA >= DLE-DATA-INICIO
                          AND WRK-DATA <= DLE-DATA-FIM
                           MOVE 'N' TO WRK-DIA-OK
                           DISPLAY 'DATA EM FERIADO/RECESSO: '
                                   DLE-DESCRICAO
                       END-IF
                   END-IF
           END-READ.

      *    O OUTRO EVENTO (INICIO WRK-HORA-OUTRO, DURACAO EM
      *    WRK-DURACAO-OUTRO) CHOCA COM A REPOSICAO QUANDO COMECA
      *    ANTES DE ELA TERMINAR E TERMINA DEPOIS DE ELA COMECAR.
       0850-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOE.
           IF WRK-OUT-HH IS NUMERIC AND WRK-OUT-MM IS NUMERIC
               COMPUTE WRK-MIN-OUTRO = WRK-OUT-HH * 60 + WRK-OUT-MM
               IF WRK-MIN-OUTRO < WRK-MIN-REP + WRK-DURACAO-AULA
                  AND WRK-MIN-OUTRO + WRK-DURACAO-OUTRO > WRK-MIN-REP
                   MOVE 'S' TO WRK-SOBREPOE
               END-IF
           END-IF.

       END PROGRAM PROG141.
