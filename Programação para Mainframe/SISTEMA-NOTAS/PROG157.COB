       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reserva de laboratorios e equipamentos - no lugar do
      *          caderno da recepcao, que deixava passar reserva
      *          dobrada toda semana. Recursos: salas do tipo
      *          laboratorio (SALA-TIPO 'L' no SALAS.DAT) e
      *          equipamentos do EQUIPAM.DAT (projetores, kits). A
      *          reserva (RESERVA.DAT: recurso, data, faixa de hora,
      *          professor, materia/turma) e recusada em domingo,
      *          feriado/recesso do DIASLET.DAT, choque com outra
      *          reserva ativa do recurso e, para laboratorio, choque
      *          com aula do HORARIO.DAT (50 min) ou prova do
      *          EXAMES.DAT (120 min) na mesma sala e campus.
      *          Equipamento em manutencao nao e reservado e precisa
      *          da sala de entrega. Relatorios: lista de separacao do
      *          dia (PICKLIST.REL - equipamentos a entregar em cada
      *          sala, por hora) e uso mensal por recurso e por curso
      *          da turma (USORECUR.REL).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT EQUIPAM-FILE ASSIGN TO "EQUIPAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQP-STATUS.
           SELECT RESERVA-FILE ASSIGN TO "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-RSV-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT PROVA-FILE ASSIGN TO "EXAMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WRK-PRV-STATUS.
           SELECT DIALET-FILE ASSIGN TO "DIASLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT LISTA-REL ASSIGN TO "PICKLIST.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT USO-REL ASSIGN TO "USORECUR.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALAS-FILE.
           COPY SALAREC.

       FD  EQUIPAM-FILE.
           COPY EQUIPREC.

       FD  RESERVA-FILE.
           COPY RESERVREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CAMPUS         PIC X(03).
           05 SRT-SALA           PIC X(05).
           05 SRT-HORA-INICIO    PIC X(05).
           05 SRT-HORA-FIM       PIC X(05).
           05 SRT-EQUIPAMENTO    PIC X(05).
           05 SRT-PROFESSOR      PIC X(06).
           05 SRT-MATERIA        PIC X(15).
           05 SRT-TURMA          PIC X(05).

       FD  LISTA-REL.
       01  LISTA-LINHA          PIC X(132).

       FD  USO-REL.
       01  USO-LINHA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EQP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-RESERVA-OK     PIC X(01) VALUE 'S'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-SALA-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-EQP-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-TIPO-RECURSO   PIC X(01) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-RECURSO        PIC X(05) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-MES            PIC X(06) VALUE SPACES.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-PROFESSOR      PIC X(06) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-SALA-ENTREGA   PIC X(05) VALUE SPACES.
       77 WRK-SALA-BUSCA     PIC X(05) VALUE SPACES.
       77 WRK-BUSCA-ANO      PIC X(06) VALUE SPACES.
       77 WRK-BUSCA-TURMA    PIC X(05) VALUE SPACES.
       77 WRK-CAMPUS-ACHADO  PIC X(03) VALUE SPACES.
       77 WRK-CURSO-ACHADO   PIC X(10) VALUE SPACES.
       77 WRK-MIN-INI        PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-FIM        PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRO-INI  PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRO-FIM  PIC 9(04) VALUE ZEROS.
       77 WRK-MINUTOS        PIC 9(04) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-POS            PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EQUIP      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECURSOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CURSOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ITENS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RESERVAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MINUTOS    PIC 9(07) VALUE ZEROS.
       77 WRK-HORAS          PIC 9(05)V9 VALUE ZEROS.
       77 WRK-ED-HORAS       PIC ZZZZ9,9.
       77 WRK-SALA-ANT       PIC X(08) VALUE SPACES.
      *    DURACAO DE UMA AULA DO HORARIO E DE UMA PROVA, EM MINUTOS
      *    (AS MESMAS DO LOCALIZADOR DE SALA LIVRE DO PROG137).
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.

       01 WRK-HORA-INICIO    PIC X(05) VALUE SPACES.
       01 WRK-HORA-INICIO-R REDEFINES WRK-HORA-INICIO.
           05 WRK-HORA-INI-HH    PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-INI-MM    PIC 9(02).

       01 WRK-HORA-FIM       PIC X(05) VALUE SPACES.
       01 WRK-HORA-FIM-R REDEFINES WRK-HORA-FIM.
           05 WRK-HORA-FIM-HH    PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-FIM-MM    PIC 9(02).

       01 WRK-HORA-OUTRA     PIC X(05) VALUE SPACES.
       01 WRK-HORA-OUTRA-R REDEFINES WRK-HORA-OUTRA.
           05 WRK-HORA-OUT-HH    PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-OUT-MM    PIC 9(02).

       01 WRK-TABELA-EQUIP.
           05 WRK-EQT-ITEM OCCURS 200 TIMES.
               10 WRK-EQT-CAMPUS     PIC X(03).
               10 WRK-EQT-CODIGO     PIC X(05).
               10 WRK-EQT-DESCRICAO  PIC X(30).
               10 WRK-EQT-GUARDA     PIC X(05).

      *    USO MENSAL: POR RECURSO (TIPO + CAMPUS + CODIGO) E POR
      *    CURSO DA TURMA DA RESERVA.
       01 WRK-TABELA-RECURSOS.
           05 WRK-REC-ITEM OCCURS 300 TIMES.
               10 WRK-REC-CHAVE      PIC X(09).
               10 WRK-REC-QTD        PIC 9(05).
               10 WRK-REC-MINUTOS    PIC 9(07).

       01 WRK-TABELA-CURSOS.
           05 WRK-CUR-ITEM OCCURS 50 TIMES.
               10 WRK-CUR-CODIGO     PIC X(10).
               10 WRK-CUR-QTD        PIC 9(05).
               10 WRK-CUR-MINUTOS    PIC 9(07).

       01 WRK-LINHA-LISTA.
           05 LLI-HORA-INICIO    PIC X(05).
           05 FILLER             PIC X(01) VALUE '-'.
           05 LLI-HORA-FIM       PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LLI-EQUIPAMENTO    PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LLI-DESCRICAO      PIC X(30).
           05 FILLER             PIC X(08) VALUE ' GUARDA '.
           05 LLI-GUARDA         PIC X(05).
           05 FILLER             PIC X(07) VALUE ' PROF. '.
           05 LLI-PROFESSOR      PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LLI-MATERIA        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LLI-TURMA          PIC X(05).

       01 WRK-LINHA-USO.
           05 LUS-DESCRICAO      PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LUS-QTD            PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE ' RESERVAS - '.
           05 LUS-HORAS          PIC ZZZZ9,9.
           05 FILLER             PIC X(06) VALUE ' HORAS'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0200-MENU UNTIL WRK-OPCAO = '5'
           GOBACK.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'RESERVA DE LABORATORIOS E EQUIPAMENTOS'.
           DISPLAY '1 - RESERVAR'.
           DISPLAY '2 - CANCELAR RESERVA'.
           DISPLAY '3 - LISTA DE SEPARACAO DO DIA'.
           DISPLAY '4 - USO MENSAL POR RECURSO E POR CURSO'.
           DISPLAY '5 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-RESERVAR
               WHEN '2'
                   PERFORM 0400-CANCELAR-RESERVA
               WHEN '3'
                   PERFORM 0500-LISTA-SEPARACAO
               WHEN '4'
                   PERFORM 0600-USO-MENSAL
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    CADA CONFERENCIA SO RODA SE A ANTERIOR PASSOU; A PRIMEIRA
      *    RECUSA E MOSTRADA E A RESERVA NAO E GRAVADA.
       0300-RESERVAR.
           DISPLAY 'RECURSO (S = LABORATORIO, E = EQUIPAMENTO): '.
           ACCEPT WRK-TIPO-RECURSO.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS.
           DISPLAY 'CODIGO DA SALA / DO EQUIPAMENTO: '.
           ACCEPT WRK-RECURSO.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'DATA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           DISPLAY 'HORA DE INICIO (HH:MM): '.
           ACCEPT WRK-HORA-INICIO.
           DISPLAY 'HORA DE TERMINO (HH:MM): '.
           ACCEPT WRK-HORA-FIM.
           DISPLAY 'PROFESSOR SOLICITANTE: '.
           ACCEPT WRK-PROFESSOR.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA.
           DISPLAY 'TURMA (EM BRANCO = SEM TURMA): '.
           ACCEPT WRK-TURMA.
           MOVE SPACES TO WRK-SALA-ENTREGA.
           IF WRK-TIPO-RECURSO = 'E'
               DISPLAY 'SALA DE ENTREGA: '
               ACCEPT WRK-SALA-ENTREGA
           END-IF.
           MOVE 'S' TO WRK-RESERVA-OK.
           PERFORM 0310-VALIDAR-ENTRADA.
           IF WRK-RESERVA-OK = 'S'
               PERFORM 0320-VALIDAR-RECURSO
           END-IF.
           IF WRK-RESERVA-OK = 'S'
               PERFORM 0330-CONFERIR-CALENDARIO
           END-IF.
           IF WRK-RESERVA-OK = 'S'
               OPEN INPUT TURMA-FILE
               IF WRK-TIPO-RECURSO = 'S'
                   PERFORM 0340-CONFERIR-HORARIO
                   IF WRK-RESERVA-OK = 'S'
                       PERFORM 0350-CONFERIR-PROVAS
                   END-IF
               END-IF
               IF WRK-TUR-STATUS = '00'
                   CLOSE TURMA-FILE
               END-IF
           END-IF.
           IF WRK-RESERVA-OK = 'S'
               PERFORM 0360-CONFERIR-RESERVAS
           END-IF.
           IF WRK-RESERVA-OK = 'S'
               PERFORM 0390-GRAVAR-RESERVA
           END-IF.

       0310-VALIDAR-ENTRADA.
           MOVE WRK-DATA TO WRK-DATA-NUM.
           PERFORM 0700-DIA-DA-SEMANA.
           EVALUATE TRUE
               WHEN WRK-TIPO-RECURSO NOT = 'S'
                AND WRK-TIPO-RECURSO NOT = 'E'
                   DISPLAY 'TIPO DE RECURSO INVALIDO (S OU E).'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-RECURSO = SPACES OR WRK-PROFESSOR = SPACES
                   DISPLAY 'RECURSO E PROFESSOR SAO OBRIGATORIOS.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-DIA-SEMANA = 0
                   DISPLAY 'DATA INVALIDA.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-DATA < WRK-DATA-HOJE
                   DISPLAY 'DATA JA PASSOU - RESERVA RECUSADA.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-DIA-SEMANA = 7
                   DISPLAY 'DOMINGO - SEM EXPEDIENTE.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-HORA-INI-HH IS NOT NUMERIC
                 OR WRK-HORA-INI-MM IS NOT NUMERIC
                 OR WRK-HORA-FIM-HH IS NOT NUMERIC
                 OR WRK-HORA-FIM-MM IS NOT NUMERIC
                 OR WRK-HORA-INI-HH > 23 OR WRK-HORA-INI-MM > 59
                 OR WRK-HORA-FIM-HH > 23 OR WRK-HORA-FIM-MM > 59
                   DISPLAY 'HORA INVALIDA (HH:MM).'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-HORA-FIM NOT > WRK-HORA-INICIO
                   DISPLAY 'TERMINO DEVE SER DEPOIS DO INICIO.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN WRK-TIPO-RECURSO = 'E'
                AND WRK-SALA-ENTREGA = SPACES
                   DISPLAY 'EQUIPAMENTO SEM SALA DE ENTREGA.'
                   MOVE 'N' TO WRK-RESERVA-OK
               WHEN OTHER
                   COMPUTE WRK-MIN-INI =
                           WRK-HORA-INI-HH * 60 + WRK-HORA-INI-MM
                   COMPUTE WRK-MIN-FIM =
                           WRK-HORA-FIM-HH * 60 + WRK-HORA-FIM-MM
           END-EVALUATE.

      *    SO SALA DO TIPO LABORATORIO E RESERVADA AQUI; SALA COMUM
      *    CONTINUA NO HORARIO DE AULAS. O CODIGO DA SALA SO E UNICO
      *    DENTRO DO CAMPUS, COMO NO PROG65.
       0320-VALIDAR-RECURSO.
           IF WRK-TIPO-RECURSO = 'S'
               MOVE WRK-RECURSO TO WRK-SALA-BUSCA
               PERFORM 0325-PROCURAR-SALA
               IF WRK-ACHOU = 'N'
                   DISPLAY 'SALA ' WRK-RECURSO ' NAO CADASTRADA NO '
                           'CAMPUS ' WRK-CAMPUS '.'
                   MOVE 'N' TO WRK-RESERVA-OK
               ELSE
                   IF WRK-SALA-TIPO NOT = 'L'
                       DISPLAY 'SALA ' WRK-RECURSO ' NAO E '
                               'LABORATORIO - RESERVA RECUSADA.'
                       MOVE 'N' TO WRK-RESERVA-OK
                   END-IF
               END-IF
           ELSE
               PERFORM 0328-PROCURAR-EQUIPAMENTO
               IF WRK-ACHOU = 'N'
                   DISPLAY 'EQUIPAMENTO ' WRK-RECURSO ' NAO '
                           'CADASTRADO NO CAMPUS ' WRK-CAMPUS '.'
                   MOVE 'N' TO WRK-RESERVA-OK
               ELSE
                   IF WRK-EQP-SITUACAO NOT = 'A'
                       DISPLAY 'EQUIPAMENTO ' WRK-RECURSO
                               ' INDISPONIVEL (STATUS '
                               WRK-EQP-SITUACAO
                               ').'
                       MOVE 'N' TO WRK-RESERVA-OK
                   ELSE
                       MOVE WRK-SALA-ENTREGA TO WRK-SALA-BUSCA
                       PERFORM 0325-PROCURAR-SALA
                       IF WRK-ACHOU = 'N'
                           DISPLAY 'SALA DE ENTREGA '
                                   WRK-SALA-ENTREGA
                                   ' NAO CADASTRADA.'
                           MOVE 'N' TO WRK-RESERVA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-RESERVA-OK = 'S'
               OPEN INPUT PROFESSOR-FILE
               MOVE WRK-PROFESSOR TO PROF-ID
               IF WRK-PROF-STATUS = '00'
                   READ PROFESSOR-FILE KEY IS PROF-ID
                       INVALID KEY
                           DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                                   ' NAO CADASTRADO.'
                           MOVE 'N' TO WRK-RESERVA-OK
                   END-READ
                   CLOSE PROFESSOR-FILE
               END-IF
           END-IF.

       0325-PROCURAR-SALA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               PERFORM 0326-LER-SALA
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-ACHOU = 'S'
               CLOSE SALAS-FILE
           END-IF.

       0326-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA-BUSCA
                      AND (SALA-CAMPUS = WRK-CAMPUS
                           OR SALA-CAMPUS = SPACES
                           OR WRK-CAMPUS = SPACES)
                       MOVE 'S' TO WRK-ACHOU
                       MOVE SALA-TIPO TO WRK-SALA-TIPO
                   END-IF
           END-READ.

       0328-PROCURAR-EQUIPAMENTO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EQUIPAM-FILE.
           IF WRK-EQP-STATUS = '00'
               PERFORM 0329-LER-EQUIPAMENTO
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-ACHOU = 'S'
               CLOSE EQUIPAM-FILE
           END-IF.

       0329-LER-EQUIPAMENTO.
           READ EQUIPAM-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EQP-CODIGO = WRK-RECURSO
                      AND (EQP-CAMPUS = WRK-CAMPUS
                           OR EQP-CAMPUS = SPACES
                           OR WRK-CAMPUS = SPACES)
                       MOVE 'S' TO WRK-ACHOU
                       MOVE EQP-STATUS TO WRK-EQP-SITUACAO
                   END-IF
           END-READ.

      *    FERIADO/RECESSO DE QUALQUER PERIODO VALE: NAO HA EXPEDIENTE.
       0330-CONFERIR-CALENDARIO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               PERFORM 0335-LER-CALENDARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           END-IF.

       0335-LER-CALENDARIO.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-TIPO = 'F'
                      AND WRK-DATA >= DLE-DATA-INICIO
                      AND WRK-DATA <= DLE-DATA-FIM
                       DISPLAY 'DATA EM FERIADO/RECESSO: '
                               DLE-DESCRICAO
                       MOVE 'N' TO WRK-RESERVA-OK
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    AULAS DO HORARIO SEMANAL DO PERIODO NO MESMO DIA DA SEMANA,
      *    NA MESMA SALA E NO MESMO CAMPUS (CAMPUS DA TURMA).
       0340-CONFERIR-HORARIO.
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
               PERFORM 0345-LER-HORARIO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
                      OR WRK-RESERVA-OK = 'N'
               CLOSE HORARIO-FILE
           END-IF.

       0345-LER-HORARIO.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF HOR-DIA-SEMANA = WRK-DIA-SEMANA
                          AND HOR-SALA = WRK-RECURSO
                           MOVE HOR-HORA TO WRK-HORA-OUTRA
                           MOVE WRK-DURACAO-AULA TO WRK-MINUTOS
                           MOVE HOR-ANO-SEMESTRE TO WRK-BUSCA-ANO
                           MOVE HOR-TURMA        TO WRK-BUSCA-TURMA
                           PERFORM 0370-CONFERIR-CHOQUE
                           IF WRK-RESERVA-OK = 'N'
                               DISPLAY 'CHOQUE COM AULA DE '
                                       HOR-MATERIA ' TURMA '
                                       HOR-TURMA ' AS ' HOR-HORA '.'
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0350-CONFERIR-PROVAS.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0355-LER-PROVA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
                      OR WRK-RESERVA-OK = 'N'
               CLOSE PROVA-FILE
           END-IF.

       0355-LER-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-DATA = WRK-DATA AND PRV-SALA = WRK-RECURSO
                       MOVE PRV-HORA TO WRK-HORA-OUTRA
                       MOVE WRK-DURACAO-PROVA TO WRK-MINUTOS
                       MOVE PRV-ANO-SEMESTRE TO WRK-BUSCA-ANO
                       MOVE PRV-TURMA        TO WRK-BUSCA-TURMA
                       PERFORM 0370-CONFERIR-CHOQUE
                       IF WRK-RESERVA-OK = 'N'
                           DISPLAY 'CHOQUE COM PROVA ' PRV-TIPO
                                   ' DE ' PRV-MATERIA ' AS '
                                   PRV-HORA '.'
                       END-IF
                   END-IF
           END-READ.

      *    OUTRAS RESERVAS ATIVAS DO MESMO RECURSO NA DATA: A CHAVE
      *    COMECA POR RECURSO + DATA, ENTAO O START JA POSICIONA.
       0360-CONFERIR-RESERVAS.
           OPEN I-O RESERVA-FILE.
           IF WRK-RSV-STATUS = '35' OR WRK-RSV-STATUS = '05'
               OPEN OUTPUT RESERVA-FILE
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE
           END-IF.
           IF WRK-RSV-STATUS NOT = '00'
               DISPLAY 'RESERVA.DAT INDISPONIVEL: ' WRK-RSV-STATUS
               MOVE 'N' TO WRK-RESERVA-OK
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-TIPO-RECURSO TO RSV-TIPO-RECURSO
               MOVE WRK-CAMPUS       TO RSV-CAMPUS
               MOVE WRK-RECURSO      TO RSV-RECURSO
               MOVE WRK-DATA         TO RSV-DATA
               MOVE LOW-VALUES       TO RSV-HORA-INICIO
               START RESERVA-FILE KEY IS NOT LESS THAN RSV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0365-LER-RESERVA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
                      OR WRK-RESERVA-OK = 'N'
               IF WRK-RESERVA-OK = 'N'
                   CLOSE RESERVA-FILE
               END-IF
           END-IF.

       0365-LER-RESERVA.
           READ RESERVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RSV-TIPO-RECURSO NOT = WRK-TIPO-RECURSO
                      OR RSV-CAMPUS NOT = WRK-CAMPUS
                      OR RSV-RECURSO NOT = WRK-RECURSO
                      OR RSV-DATA NOT = WRK-DATA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF RSV-STATUS = 'A'
                          AND RSV-HORA-INICIO < WRK-HORA-FIM
                          AND WRK-HORA-INICIO < RSV-HORA-FIM
                           DISPLAY 'JA RESERVADO DAS '
                                   RSV-HORA-INICIO ' AS '
                                   RSV-HORA-FIM ' PARA O PROFESSOR '
                                   RSV-PROFESSOR '.'
                           MOVE 'N' TO WRK-RESERVA-OK
                       END-IF
                   END-IF
           END-READ.

      *    CHOQUE: [INICIO, INICIO + WRK-MINUTOS) DA AULA/PROVA CRUZA
      *    A FAIXA PEDIDA, NO MESMO CAMPUS (OU CAMPUS NAO INFORMADO).
       0370-CONFERIR-CHOQUE.
           IF WRK-HORA-OUT-HH IS NUMERIC AND WRK-HORA-OUT-MM IS NUMERIC
               COMPUTE WRK-MIN-OUTRO-INI =
                       WRK-HORA-OUT-HH * 60 + WRK-HORA-OUT-MM
               COMPUTE WRK-MIN-OUTRO-FIM =
                       WRK-MIN-OUTRO-INI + WRK-MINUTOS
               IF WRK-MIN-OUTRO-INI < WRK-MIN-FIM
                  AND WRK-MIN-INI < WRK-MIN-OUTRO-FIM
                   PERFORM 0800-CAMPUS-DA-TURMA
                   IF WRK-CAMPUS-ACHADO = WRK-CAMPUS
                      OR WRK-CAMPUS-ACHADO = SPACES
                      OR WRK-CAMPUS = SPACES
                       MOVE 'N' TO WRK-RESERVA-OK
                   END-IF
               END-IF
           END-IF.

      *    CHAVE JA USADA SO POR RESERVA CANCELADA (A ATIVA TERIA
      *    DADO CHOQUE): A NOVA OCUPA O LUGAR DELA.
       0390-GRAVAR-RESERVA.
           MOVE WRK-TIPO-RECURSO TO RSV-TIPO-RECURSO.
           MOVE WRK-CAMPUS       TO RSV-CAMPUS.
           MOVE WRK-RECURSO      TO RSV-RECURSO.
           MOVE WRK-DATA         TO RSV-DATA.
           MOVE WRK-HORA-INICIO  TO RSV-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO RSV-HORA-FIM.
           MOVE WRK-PROFESSOR    TO RSV-PROFESSOR.
           MOVE WRK-ANO-SEMESTRE TO RSV-ANO-SEMESTRE.
           MOVE WRK-MATERIA      TO RSV-MATERIA.
           MOVE WRK-TURMA        TO RSV-TURMA.
           MOVE WRK-SALA-ENTREGA TO RSV-SALA-ENTREGA.
           MOVE 'A'              TO RSV-STATUS.
           MOVE WRK-DATA-HOJE    TO RSV-DATA-REGISTRO.
           WRITE RESERVA-REC
               INVALID KEY
                   REWRITE RESERVA-REC
           END-WRITE.
           CLOSE RESERVA-FILE.
           DISPLAY 'RESERVA GRAVADA: ' WRK-RECURSO ' EM '
                   WRK-DATA(7:2) '/' WRK-DATA(5:2) '/' WRK-DATA(1:4)
                   ' DAS ' WRK-HORA-INICIO ' AS ' WRK-HORA-FIM '.'.

       0400-CANCELAR-RESERVA.
           DISPLAY 'RECURSO (S = LABORATORIO, E = EQUIPAMENTO): '.
           ACCEPT WRK-TIPO-RECURSO.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS.
           DISPLAY 'CODIGO DA SALA / DO EQUIPAMENTO: '.
           ACCEPT WRK-RECURSO.
           DISPLAY 'DATA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           DISPLAY 'HORA DE INICIO (HH:MM): '.
           ACCEPT WRK-HORA-INICIO.
           OPEN I-O RESERVA-FILE.
           IF WRK-RSV-STATUS NOT = '00'
               DISPLAY 'RESERVA.DAT INDISPONIVEL: ' WRK-RSV-STATUS
           ELSE
               MOVE WRK-TIPO-RECURSO TO RSV-TIPO-RECURSO
               MOVE WRK-CAMPUS       TO RSV-CAMPUS
               MOVE WRK-RECURSO      TO RSV-RECURSO
               MOVE WRK-DATA         TO RSV-DATA
               MOVE WRK-HORA-INICIO  TO RSV-HORA-INICIO
               READ RESERVA-FILE KEY IS RSV-CHAVE
                   INVALID KEY
                       DISPLAY 'RESERVA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       PERFORM 0410-CONFIRMAR-CANCELAMENTO
               END-READ
               CLOSE RESERVA-FILE
           END-IF.

       0410-CONFIRMAR-CANCELAMENTO.
           IF RSV-STATUS = 'C'
               DISPLAY 'RESERVA JA CANCELADA.'
           ELSE
               DISPLAY 'RESERVA DAS ' RSV-HORA-INICIO ' AS '
                       RSV-HORA-FIM ' - PROFESSOR ' RSV-PROFESSOR
                       ' - ' RSV-MATERIA ' ' RSV-TURMA
               DISPLAY 'CONFIRMA O CANCELAMENTO? S/N: '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE 'C' TO RSV-STATUS
                   REWRITE RESERVA-REC
                   DISPLAY 'RESERVA CANCELADA.'
               ELSE
                   DISPLAY 'CANCELAMENTO DESISTIDO.'
               END-IF
           END-IF.

      *    LISTA DE SEPARACAO: EQUIPAMENTOS RESERVADOS NA DATA, POR
      *    CAMPUS, SALA DE ENTREGA E HORA, COM A SALA DE GUARDA.
       0500-LISTA-SEPARACAO.
           DISPLAY 'DATA DA ENTREGA (AAAAMMDD, EM BRANCO = HOJE): '.
           ACCEPT WRK-DATA.
           IF WRK-DATA = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA
           END-IF.
           OPEN INPUT RESERVA-FILE.
           IF WRK-RSV-STATUS NOT = '00'
               DISPLAY 'RESERVA.DAT INDISPONIVEL: ' WRK-RSV-STATUS
           ELSE
               PERFORM 0720-CARREGAR-EQUIPAMENTOS
               MOVE ZEROS TO WRK-QTD-ITENS
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CAMPUS SRT-SALA
                                    SRT-HORA-INICIO
                   INPUT PROCEDURE IS 0510-SELECIONAR-ENTREGAS
                   OUTPUT PROCEDURE IS 0530-EMITIR-LISTA
               CLOSE RESERVA-FILE
               DISPLAY 'LISTA GRAVADA EM PICKLIST.REL - '
                       WRK-QTD-ITENS ' ENTREGAS.'
           END-IF.

       0510-SELECIONAR-ENTREGAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO RSV-CHAVE.
           MOVE 'E' TO RSV-TIPO-RECURSO.
           START RESERVA-FILE KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0520-LER-ENTREGA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0520-LER-ENTREGA.
           READ RESERVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RSV-TIPO-RECURSO NOT = 'E'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF RSV-DATA = WRK-DATA AND RSV-STATUS = 'A'
                           MOVE RSV-CAMPUS       TO SRT-CAMPUS
                           MOVE RSV-SALA-ENTREGA TO SRT-SALA
                           MOVE RSV-HORA-INICIO  TO SRT-HORA-INICIO
                           MOVE RSV-HORA-FIM     TO SRT-HORA-FIM
                           MOVE RSV-RECURSO      TO SRT-EQUIPAMENTO
                           MOVE RSV-PROFESSOR    TO SRT-PROFESSOR
                           MOVE RSV-MATERIA      TO SRT-MATERIA
                           MOVE RSV-TURMA        TO SRT-TURMA
                           RELEASE SORT-REC
                       END-IF
                   END-IF
           END-READ.

       0530-EMITIR-LISTA.
           OPEN OUTPUT LISTA-REL.
           MOVE SPACES TO LISTA-LINHA.
           STRING 'LISTA DE SEPARACAO DE EQUIPAMENTOS - ENTREGA EM '
                  WRK-DATA(7:2) '/' WRK-DATA(5:2) '/' WRK-DATA(1:4)
               DELIMITED BY SIZE INTO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE ALL '=' TO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE SPACES TO WRK-SALA-ANT.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0540-RETORNAR-ENTREGA UNTIL WRK-FIM-SORT = 'S'.
           MOVE ALL '-' TO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE SPACES TO LISTA-LINHA.
           STRING 'EQUIPAMENTOS A ENTREGAR: ' WRK-QTD-ITENS
               DELIMITED BY SIZE INTO LISTA-LINHA.
           WRITE LISTA-LINHA.
           CLOSE LISTA-REL.

       0540-RETORNAR-ENTREGA.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF SRT-CAMPUS NOT = WRK-SALA-ANT(1:3)
                      OR SRT-SALA NOT = WRK-SALA-ANT(4:5)
                       MOVE SPACES TO LISTA-LINHA
                       WRITE LISTA-LINHA
                       MOVE SPACES TO LISTA-LINHA
                       STRING 'SALA ' SRT-SALA ' - CAMPUS '
                              SRT-CAMPUS
                           DELIMITED BY SIZE INTO LISTA-LINHA
                       WRITE LISTA-LINHA
                       MOVE SRT-CAMPUS TO WRK-SALA-ANT(1:3)
                       MOVE SRT-SALA   TO WRK-SALA-ANT(4:5)
                   END-IF
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE SRT-HORA-INICIO TO LLI-HORA-INICIO
                   MOVE SRT-HORA-FIM    TO LLI-HORA-FIM
                   MOVE SRT-EQUIPAMENTO TO LLI-EQUIPAMENTO
                   MOVE SPACES TO LLI-DESCRICAO LLI-GUARDA
                   PERFORM 0545-DADOS-DO-EQUIPAMENTO
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-EQUIP
                   MOVE SRT-PROFESSOR   TO LLI-PROFESSOR
                   MOVE SRT-MATERIA     TO LLI-MATERIA
                   MOVE SRT-TURMA       TO LLI-TURMA
                   MOVE WRK-LINHA-LISTA TO LISTA-LINHA
                   WRITE LISTA-LINHA
           END-RETURN.

       0545-DADOS-DO-EQUIPAMENTO.
           IF WRK-EQT-CODIGO(WRK-IND) = SRT-EQUIPAMENTO
              AND (WRK-EQT-CAMPUS(WRK-IND) = SRT-CAMPUS
                   OR WRK-EQT-CAMPUS(WRK-IND) = SPACES)
               MOVE WRK-EQT-DESCRICAO(WRK-IND) TO LLI-DESCRICAO
               MOVE WRK-EQT-GUARDA(WRK-IND)    TO LLI-GUARDA
           END-IF.

      *    USO MENSAL: RESERVAS ATIVAS DO MES, EM QUANTIDADE E HORAS,
      *    POR RECURSO E POR CURSO DA TURMA (SEM TURMA A PARTE).
       0600-USO-MENSAL.
           DISPLAY 'MES (AAAAMM): '.
           ACCEPT WRK-MES.
           OPEN INPUT RESERVA-FILE.
           IF WRK-RSV-STATUS NOT = '00'
               DISPLAY 'RESERVA.DAT INDISPONIVEL: ' WRK-RSV-STATUS
           ELSE
               INITIALIZE WRK-TABELA-RECURSOS WRK-TABELA-CURSOS
               MOVE ZEROS TO WRK-QTD-RECURSOS WRK-QTD-CURSOS
                             WRK-QTD-RESERVAS WRK-TOT-MINUTOS
               OPEN INPUT TURMA-FILE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0610-SOMAR-RESERVA UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-TUR-STATUS = '00'
                   CLOSE TURMA-FILE
               END-IF
               CLOSE RESERVA-FILE
               PERFORM 0650-EMITIR-USO
               DISPLAY 'RELATORIO GRAVADO EM USORECUR.REL - '
                       WRK-QTD-RESERVAS ' RESERVAS NO MES.'
           END-IF.

       0610-SOMAR-RESERVA.
           READ RESERVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RSV-DATA(1:6) = WRK-MES AND RSV-STATUS = 'A'
                       PERFORM 0620-ACUMULAR-RESERVA
                   END-IF
           END-READ.

       0620-ACUMULAR-RESERVA.
           MOVE RSV-HORA-INICIO TO WRK-HORA-INICIO.
           MOVE RSV-HORA-FIM    TO WRK-HORA-FIM.
           MOVE ZEROS TO WRK-MINUTOS.
           IF WRK-HORA-INI-HH IS NUMERIC AND WRK-HORA-INI-MM IS NUMERIC
              AND WRK-HORA-FIM-HH IS NUMERIC
              AND WRK-HORA-FIM-MM IS NUMERIC
               COMPUTE WRK-MINUTOS =
                       (WRK-HORA-FIM-HH * 60 + WRK-HORA-FIM-MM)
                     - (WRK-HORA-INI-HH * 60 + WRK-HORA-INI-MM)
           END-IF.
           ADD 1 TO WRK-QTD-RESERVAS.
           ADD WRK-MINUTOS TO WRK-TOT-MINUTOS.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0625-PROCURAR-RECURSO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-RECURSOS OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N' AND WRK-QTD-RECURSOS < 300
               ADD 1 TO WRK-QTD-RECURSOS
               MOVE RSV-CHAVE(1:9) TO WRK-REC-CHAVE(WRK-QTD-RECURSOS)
               MOVE 1 TO WRK-REC-QTD(WRK-QTD-RECURSOS)
               MOVE WRK-MINUTOS TO WRK-REC-MINUTOS(WRK-QTD-RECURSOS)
           END-IF.
           MOVE SPACES TO WRK-CURSO-ACHADO.
           IF RSV-TURMA NOT = SPACES
               MOVE RSV-ANO-SEMESTRE TO WRK-BUSCA-ANO
               MOVE RSV-TURMA        TO WRK-BUSCA-TURMA
               PERFORM 0800-CAMPUS-DA-TURMA
           END-IF.
           IF WRK-CURSO-ACHADO = SPACES
               MOVE '(SEM CURSO)' TO WRK-CURSO-ACHADO
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0630-PROCURAR-CURSO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CURSOS OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'N' AND WRK-QTD-CURSOS < 50
               ADD 1 TO WRK-QTD-CURSOS
               MOVE WRK-CURSO-ACHADO TO WRK-CUR-CODIGO(WRK-QTD-CURSOS)
               MOVE 1 TO WRK-CUR-QTD(WRK-QTD-CURSOS)
               MOVE WRK-MINUTOS TO WRK-CUR-MINUTOS(WRK-QTD-CURSOS)
           END-IF.

       0625-PROCURAR-RECURSO.
           IF WRK-REC-CHAVE(WRK-IND) = RSV-CHAVE(1:9)
               MOVE 'S' TO WRK-ACHOU
               ADD 1 TO WRK-REC-QTD(WRK-IND)
               ADD WRK-MINUTOS TO WRK-REC-MINUTOS(WRK-IND)
           END-IF.

       0630-PROCURAR-CURSO.
           IF WRK-CUR-CODIGO(WRK-IND) = WRK-CURSO-ACHADO
               MOVE 'S' TO WRK-ACHOU
               ADD 1 TO WRK-CUR-QTD(WRK-IND)
               ADD WRK-MINUTOS TO WRK-CUR-MINUTOS(WRK-IND)
           END-IF.

       0650-EMITIR-USO.
           OPEN OUTPUT USO-REL.
           MOVE SPACES TO USO-LINHA.
           STRING 'USO DE LABORATORIOS E EQUIPAMENTOS - MES '
                  WRK-MES(5:2) '/' WRK-MES(1:4)
               DELIMITED BY SIZE INTO USO-LINHA.
           WRITE USO-LINHA.
           MOVE ALL '=' TO USO-LINHA.
           WRITE USO-LINHA.
           MOVE 'POR RECURSO (S = LABORATORIO, E = EQUIPAMENTO)'
               TO USO-LINHA.
           WRITE USO-LINHA.
           PERFORM 0660-LINHA-RECURSO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-RECURSOS.
           MOVE ALL '-' TO USO-LINHA.
           WRITE USO-LINHA.
           MOVE 'POR CURSO DA TURMA' TO USO-LINHA.
           WRITE USO-LINHA.
           PERFORM 0670-LINHA-CURSO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CURSOS.
           MOVE ALL '-' TO USO-LINHA.
           WRITE USO-LINHA.
           MOVE SPACES TO WRK-LINHA-USO.
           MOVE 'TOTAL DO MES' TO LUS-DESCRICAO.
           MOVE WRK-QTD-RESERVAS TO LUS-QTD.
           COMPUTE WRK-HORAS ROUNDED = WRK-TOT-MINUTOS / 60.
           MOVE WRK-HORAS TO LUS-HORAS.
           MOVE ' RESERVAS - ' TO WRK-LINHA-USO(38:12).
           MOVE ' HORAS' TO WRK-LINHA-USO(57:6).
           MOVE WRK-LINHA-USO TO USO-LINHA.
           WRITE USO-LINHA.
           CLOSE USO-REL.

       0660-LINHA-RECURSO.
           MOVE SPACES TO WRK-LINHA-USO.
           STRING WRK-REC-CHAVE(WRK-IND)(1:1) ' '
                  WRK-REC-CHAVE(WRK-IND)(2:3) ' '
                  WRK-REC-CHAVE(WRK-IND)(5:5)
               DELIMITED BY SIZE INTO LUS-DESCRICAO.
           MOVE WRK-REC-QTD(WRK-IND) TO LUS-QTD.
           COMPUTE WRK-HORAS ROUNDED = WRK-REC-MINUTOS(WRK-IND) / 60.
           MOVE WRK-HORAS TO LUS-HORAS.
           MOVE ' RESERVAS - ' TO WRK-LINHA-USO(38:12).
           MOVE ' HORAS' TO WRK-LINHA-USO(57:6).
           MOVE WRK-LINHA-USO TO USO-LINHA.
           WRITE USO-LINHA.

       0670-LINHA-CURSO.
           MOVE SPACES TO WRK-LINHA-USO.
           MOVE WRK-CUR-CODIGO(WRK-IND) TO LUS-DESCRICAO.
           MOVE WRK-CUR-QTD(WRK-IND) TO LUS-QTD.
           COMPUTE WRK-HORAS ROUNDED = WRK-CUR-MINUTOS(WRK-IND) / 60.
           MOVE WRK-HORAS TO LUS-HORAS.
           MOVE ' RESERVAS - ' TO WRK-LINHA-USO(38:12).
           MOVE ' HORAS' TO WRK-LINHA-USO(57:6).
           MOVE WRK-LINHA-USO TO USO-LINHA.
           WRITE USO-LINHA.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE), COMO NO PROG137: 1 = SEGUNDA ... 7 =
      *    DOMINGO; ZERO PARA DATA INVALIDA.
       0700-DIA-DA-SEMANA.
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

       0720-CARREGAR-EQUIPAMENTOS.
           MOVE ZEROS TO WRK-QTD-EQUIP.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EQUIPAM-FILE.
           IF WRK-EQP-STATUS = '00'
               PERFORM 0725-LER-EQUIPAMENTO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EQUIPAM-FILE
           END-IF.

       0725-LER-EQUIPAMENTO.
           READ EQUIPAM-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-EQUIP < 200
                       ADD 1 TO WRK-QTD-EQUIP
                       MOVE EQP-CAMPUS
                           TO WRK-EQT-CAMPUS(WRK-QTD-EQUIP)
                       MOVE EQP-CODIGO
                           TO WRK-EQT-CODIGO(WRK-QTD-EQUIP)
                       MOVE EQP-DESCRICAO
                           TO WRK-EQT-DESCRICAO(WRK-QTD-EQUIP)
                       MOVE EQP-GUARDA
                           TO WRK-EQT-GUARDA(WRK-QTD-EQUIP)
                   END-IF
           END-READ.

      *    CAMPUS E CURSO DA TURMA WRK-BUSCA-TURMA NO PERIODO
      *    WRK-BUSCA-ANO; ESPACOS SE A TURMA NAO ESTA NO MESTRE.
       0800-CAMPUS-DA-TURMA.
           MOVE SPACES TO WRK-CAMPUS-ACHADO WRK-CURSO-ACHADO.
           IF WRK-TUR-STATUS = '00'
               MOVE WRK-BUSCA-ANO   TO TUR-ANO-SEMESTRE
               MOVE WRK-BUSCA-TURMA TO TUR-TURMA
               READ TURMA-FILE KEY IS TUR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-CAMPUS TO WRK-CAMPUS-ACHADO
                       MOVE TUR-CURSO  TO WRK-CURSO-ACHADO
               END-READ
           END-IF.

       END PROGRAM PROG157.
