       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG137.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Utilizacao de salas e localizador de sala livre.
      *          O relatorio (SALAUTIL.REL) mostra, por sala e predio
      *          (SALAS.DAT), quantos horarios de aula de cada dia da
      *          semana e turno estao ocupados no horario do periodo
      *          (HORARIO.DAT) contra os disponiveis (dias letivos do
      *          DIASLET.DAT x aulas do turno: M = 5, V = 5, N = 4),
      *          o percentual de utilizacao e as provas do calendario
      *          (EXAMES.DAT) marcadas na sala naquele dia/turno. A
      *          consulta recebe data, hora e capacidade minima e lista
      *          as salas livres naquele momento - sem aula no horario
      *          semanal, sem prova na data e sem reserva de
      *          laboratorio (RESERVA.DAT, PROG157) cobrindo a hora.
      *          Data em feriado/recesso
      *          do DIASLET.DAT e recusada: nao ha reposicao em dia sem
      *          expediente.
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
           SELECT RESERVA-FILE ASSIGN TO "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-RSV-STATUS.
           SELECT UTIL-REL ASSIGN TO "SALAUTIL.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALAS-FILE.
           COPY SALAREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  RESERVA-FILE.
           COPY RESERVREC.

       FD  UTIL-REL.
       01  UTIL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DIAS-LETIVOS   PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-DIA-OK         PIC X(01) VALUE 'S'.
       77 WRK-OCUPADA        PIC X(01) VALUE 'N'.
       77 WRK-QTD-SALAS      PIC 9(03) VALUE ZEROS.
       77 WRK-S              PIC 9(03) VALUE ZEROS.
       77 WRK-IND-SALA       PIC 9(03) VALUE ZEROS.
       77 WRK-SALA-BUSCA     PIC X(05) VALUE SPACES.
       77 WRK-POS            PIC 9(03) VALUE ZEROS.
       77 WRK-DURACAO        PIC 9(03) VALUE ZEROS.
       77 WRK-DIA            PIC 9(01) VALUE ZEROS.
       77 WRK-TURNO-IND      PIC 9(01) VALUE ZEROS.
       77 WRK-TURNO          PIC X(01) VALUE SPACES.
       77 WRK-DISP-TURNO     PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-OCUPADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-DISPONIVEIS PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PROVAS     PIC 9(04) VALUE ZEROS.
       77 WRK-GER-OCUPADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-GER-DISPONIVEIS PIC 9(05) VALUE ZEROS.
       77 WRK-PERCENTUAL     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-ED-PERCENTUAL  PIC ZZ9,9.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-CAPAC-MINIMA   PIC 9(03) VALUE ZEROS.
       77 WRK-MIN-CONSULTA   PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-INICIO     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIVRES     PIC 9(03) VALUE ZEROS.
      *    DURACAO DE UMA AULA DO HORARIO E DE UMA PROVA, EM MINUTOS.
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.

       01 WRK-HORA           PIC X(05) VALUE SPACES.
       01 WRK-HORA-R REDEFINES WRK-HORA.
           05 WRK-HORA-HH        PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-MM        PIC 9(02).

       01 WRK-HORA-INICIO    PIC X(05) VALUE SPACES.
       01 WRK-HORA-INICIO-R REDEFINES WRK-HORA-INICIO.
           05 WRK-HORA-INI-HH    PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-INI-MM    PIC 9(02).

       01 WRK-NOMES-DIAS        PIC X(18)
                                VALUE 'SEGTERQUAQUISEXSAB'.
       01 WRK-TABELA-DIAS REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA      PIC X(03) OCCURS 6 TIMES.

      *    TURNOS NA ORDEM DO RELATORIO E QUANTAS AULAS CADA UM TEM
      *    POR DIA (MESMA GRADE DA PROPOSTA DE HORARIO DO PROG135).
       01 WRK-TURNOS-VALORES    PIC X(09) VALUE 'M05V05N04'.
       01 WRK-TABELA-TURNOS REDEFINES WRK-TURNOS-VALORES.
           05 WRK-TRN-ITEM OCCURS 3 TIMES.
               10 WRK-TRN-CODIGO    PIC X(01).
               10 WRK-TRN-AULAS     PIC 9(02).

       01 WRK-TABELA-SALAS.
           05 WRK-SAL-ITEM OCCURS 100 TIMES.
               10 WRK-SAL-CODIGO    PIC X(05).
               10 WRK-SAL-PREDIO    PIC X(10).
               10 WRK-SAL-CAPACIDADE PIC 9(03).
               10 WRK-SAL-OCUPADA   PIC X(01).
               10 WRK-SAL-DIA OCCURS 6 TIMES.
                   15 WRK-SAL-TURNO OCCURS 3 TIMES.
                       20 WRK-SAL-AULAS  PIC 9(02).
                       20 WRK-SAL-PROVAS PIC 9(02).

       01 WRK-LINHA-UTIL.
           05 LUT-SALA           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LUT-PREDIO         PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LUT-TURNO          PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LUT-DIA            OCCURS 6 TIMES.
               10 LUT-OCUPADOS   PIC Z9.
               10 LUT-BARRA      PIC X(01).
               10 LUT-DISPONIVEIS PIC Z9.
               10 FILLER         PIC X(01).
               10 LUT-PROVAS     PIC X(03).
               10 FILLER         PIC X(02).
           05 LUT-TOT-OCUPADOS   PIC ZZ9.
           05 FILLER             PIC X(01) VALUE '/'.
           05 LUT-TOT-DISPONIVEIS PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LUT-PERCENTUAL     PIC ZZ9,9.
           05 FILLER             PIC X(01) VALUE '%'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = '3'
           GOBACK.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'UTILIZACAO DE SALAS'.
           DISPLAY '1 - RELATORIO DE UTILIZACAO DO PERIODO'.
           DISPLAY '2 - LOCALIZAR SALA LIVRE (DATA/HORA)'.
           DISPLAY '3 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-RELATORIO-UTILIZACAO
               WHEN '2'
                   PERFORM 0600-LOCALIZAR-SALA-LIVRE
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0100-CARREGAR-SALAS.
           MOVE ZEROS TO WRK-QTD-SALAS.
           INITIALIZE WRK-TABELA-SALAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               PERFORM 0110-LER-SALA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SALAS-FILE
           END-IF.

       0110-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-SALAS < 100
                       ADD 1 TO WRK-QTD-SALAS
                       MOVE SALA-CODIGO
                           TO WRK-SAL-CODIGO(WRK-QTD-SALAS)
                       MOVE SALA-PREDIO
                           TO WRK-SAL-PREDIO(WRK-QTD-SALAS)
                       MOVE SALA-CAPACIDADE
                           TO WRK-SAL-CAPACIDADE(WRK-QTD-SALAS)
                   ELSE
                       DISPLAY 'MAIS DE 100 SALAS - DEMAIS IGNORADAS.'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0120-LOCALIZAR-SALA.
           MOVE ZEROS TO WRK-S.
           PERFORM 0125-COMPARAR-SALA
               VARYING WRK-IND-SALA FROM 1 BY 1
               UNTIL WRK-IND-SALA > WRK-QTD-SALAS OR WRK-S > 0.

       0125-COMPARAR-SALA.
           IF WRK-SAL-CODIGO(WRK-IND-SALA) = WRK-SALA-BUSCA
               MOVE WRK-IND-SALA TO WRK-S
           END-IF.

      *    TURNO PELA HORA DE INICIO: ANTES DAS 12:00 MATUTINO, ANTES
      *    DAS 18:00 VESPERTINO, DEPOIS NOTURNO.
       0130-TURNO-DA-HORA.
           EVALUATE TRUE
               WHEN WRK-HORA < '12:00'
                   MOVE 1 TO WRK-TURNO-IND
               WHEN WRK-HORA < '18:00'
                   MOVE 2 TO WRK-TURNO-IND
               WHEN OTHER
                   MOVE 3 TO WRK-TURNO-IND
           END-EVALUATE.

      *    PADRAO SEMANAL DO PERIODO; SEM PADRAO, SEGUNDA A SEXTA.
       0150-CARREGAR-PADRAO.
           MOVE 'SSSSSN' TO WRK-DIAS-LETIVOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               PERFORM 0160-LER-PADRAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           END-IF.

       0160-LER-PADRAO.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND DLE-TIPO = 'P'
                       MOVE DLE-DIAS-SEMANA TO WRK-DIAS-LETIVOS
                   END-IF
           END-READ.

      *    RELATORIO: OCUPACAO SEMANAL PELO HORARIO E PROVAS DO
      *    PERIODO POR DIA DA SEMANA E TURNO.
       0300-RELATORIO-UTILIZACAO.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           PERFORM 0100-CARREGAR-SALAS.
           IF WRK-QTD-SALAS = 0
               DISPLAY 'MESTRE DE SALAS VAZIO OU INDISPONIVEL.'
           ELSE
               PERFORM 0150-CARREGAR-PADRAO
               PERFORM 0320-SOMAR-HORARIO
               PERFORM 0350-SOMAR-PROVAS
               PERFORM 0400-EMITIR-RELATORIO
           END-IF.

       0320-SOMAR-HORARIO.
           OPEN INPUT HORARIO-FILE.
           IF WRK-HOR-STATUS NOT = '00'
               DISPLAY 'HORARIO.DAT INDISPONIVEL: ' WRK-HOR-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-ANO-SEMESTRE TO HOR-ANO-SEMESTRE
               MOVE LOW-VALUES       TO HOR-TURMA
               MOVE ZEROS            TO HOR-DIA-SEMANA
               MOVE LOW-VALUES       TO HOR-HORA
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0330-LER-HORARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0330-LER-HORARIO.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE HOR-SALA TO WRK-SALA-BUSCA
                       PERFORM 0120-LOCALIZAR-SALA
                       IF WRK-S > 0 AND HOR-DIA-SEMANA >= 1
                          AND HOR-DIA-SEMANA <= 6
                           MOVE HOR-HORA TO WRK-HORA
                           PERFORM 0130-TURNO-DA-HORA
                           ADD 1 TO WRK-SAL-AULAS(WRK-S HOR-DIA-SEMANA
                                                  WRK-TURNO-IND)
                       END-IF
                   END-IF
           END-READ.

       0350-SOMAR-PROVAS.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0360-LER-PROVA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROVA-FILE
           END-IF.

       0360-LER-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND PRV-SALA NOT = SPACES
                       MOVE PRV-SALA TO WRK-SALA-BUSCA
                       PERFORM 0120-LOCALIZAR-SALA
                       MOVE PRV-DATA TO WRK-DATA
                       PERFORM 0700-DIA-DA-SEMANA
                       IF WRK-S > 0 AND WRK-DIA-SEMANA >= 1
                          AND WRK-DIA-SEMANA <= 6
                           MOVE PRV-HORA TO WRK-HORA
                           PERFORM 0130-TURNO-DA-HORA
                           ADD 1 TO WRK-SAL-PROVAS(WRK-S WRK-DIA-SEMANA
                                                   WRK-TURNO-IND)
                       END-IF
                   END-IF
           END-READ.

       0400-EMITIR-RELATORIO.
           MOVE ZEROS TO WRK-GER-OCUPADOS WRK-GER-DISPONIVEIS.
           OPEN OUTPUT UTIL-REL.
           MOVE SPACES TO UTIL-LINHA.
           STRING 'UTILIZACAO DE SALAS - ' WRK-ANO-SEMESTRE
                  ' - DIAS LETIVOS (SEG A SAB): ' WRK-DIAS-LETIVOS
               DELIMITED BY SIZE INTO UTIL-LINHA.
           WRITE UTIL-LINHA.
           MOVE 'CELULA = AULAS OCUPADAS/DISPONIVEIS NO DIA E, EM P, A'
               TO UTIL-LINHA.
           WRITE UTIL-LINHA.
           MOVE '         QUANTIDADE DE PROVAS MARCADAS NO SEMESTRE.'
               TO UTIL-LINHA.
           WRITE UTIL-LINHA.
           MOVE ALL '=' TO UTIL-LINHA.
           WRITE UTIL-LINHA.
           MOVE SPACES TO WRK-LINHA-UTIL.
           MOVE 'SALA'   TO LUT-SALA.
           MOVE 'PREDIO' TO LUT-PREDIO.
           MOVE 'T'      TO LUT-TURNO.
           PERFORM 0410-CABECALHO-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6.
           MOVE WRK-LINHA-UTIL TO UTIL-LINHA.
           MOVE 'TOTAL     UTIL' TO UTIL-LINHA(87:14).
           WRITE UTIL-LINHA.
           MOVE ALL '-' TO UTIL-LINHA.
           WRITE UTIL-LINHA.
           PERFORM 0420-EMITIR-SALA
               VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > WRK-QTD-SALAS.
           MOVE ALL '-' TO UTIL-LINHA.
           WRITE UTIL-LINHA.
           IF WRK-GER-DISPONIVEIS > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-GER-OCUPADOS * 100 / WRK-GER-DISPONIVEIS
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-ED-PERCENTUAL.
           MOVE SPACES TO UTIL-LINHA.
           STRING 'TOTAL GERAL: ' WRK-GER-OCUPADOS ' DE '
                  WRK-GER-DISPONIVEIS ' AULAS OCUPADAS - '
                  WRK-ED-PERCENTUAL '% DE UTILIZACAO'
               DELIMITED BY SIZE INTO UTIL-LINHA.
           WRITE UTIL-LINHA.
           CLOSE UTIL-REL.
           DISPLAY 'RELATORIO GRAVADO EM SALAUTIL.REL - UTILIZACAO '
                   'GERAL ' WRK-ED-PERCENTUAL '%'.

       0410-CABECALHO-DIA.
           COMPUTE WRK-POS = 21 + (WRK-DIA - 1) * 11.
           MOVE WRK-NOME-DIA(WRK-DIA) TO WRK-LINHA-UTIL(WRK-POS:3).

       0420-EMITIR-SALA.
           PERFORM 0430-EMITIR-TURNO
               VARYING WRK-TURNO-IND FROM 1 BY 1
               UNTIL WRK-TURNO-IND > 3.

       0430-EMITIR-TURNO.
           MOVE ZEROS TO WRK-TOT-OCUPADOS WRK-TOT-DISPONIVEIS
                         WRK-TOT-PROVAS.
           MOVE SPACES TO WRK-LINHA-UTIL.
           MOVE WRK-SAL-CODIGO(WRK-S) TO LUT-SALA.
           MOVE WRK-SAL-PREDIO(WRK-S) TO LUT-PREDIO.
           MOVE WRK-TRN-CODIGO(WRK-TURNO-IND) TO LUT-TURNO.
           PERFORM 0440-CELULA-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6.
           MOVE '/' TO WRK-LINHA-UTIL(90:1).
           MOVE WRK-TOT-OCUPADOS    TO LUT-TOT-OCUPADOS.
           MOVE WRK-TOT-DISPONIVEIS TO LUT-TOT-DISPONIVEIS.
           IF WRK-TOT-DISPONIVEIS > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-TOT-OCUPADOS * 100 / WRK-TOT-DISPONIVEIS
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.
           MOVE WRK-PERCENTUAL TO LUT-PERCENTUAL.
           MOVE '%' TO WRK-LINHA-UTIL(101:1).
           ADD WRK-TOT-OCUPADOS    TO WRK-GER-OCUPADOS.
           ADD WRK-TOT-DISPONIVEIS TO WRK-GER-DISPONIVEIS.
           MOVE WRK-LINHA-UTIL TO UTIL-LINHA.
           WRITE UTIL-LINHA.

      *    DIA SEM AULA NO PADRAO NAO TEM HORARIO DISPONIVEL, MAS
      *    OCUPACAO LANCADA NELE APARECE MESMO ASSIM.
       0440-CELULA-DIA.
           IF WRK-DIAS-LETIVOS(WRK-DIA:1) = 'S'
               MOVE WRK-TRN-AULAS(WRK-TURNO-IND) TO WRK-DISP-TURNO
           ELSE
               MOVE ZEROS TO WRK-DISP-TURNO
           END-IF.
           MOVE WRK-SAL-AULAS(WRK-S WRK-DIA WRK-TURNO-IND)
               TO LUT-OCUPADOS(WRK-DIA).
           MOVE '/' TO LUT-BARRA(WRK-DIA).
           MOVE WRK-DISP-TURNO TO LUT-DISPONIVEIS(WRK-DIA).
           IF WRK-SAL-PROVAS(WRK-S WRK-DIA WRK-TURNO-IND) > 0
               MOVE SPACES TO LUT-PROVAS(WRK-DIA)
               STRING 'P' WRK-SAL-PROVAS(WRK-S WRK-DIA WRK-TURNO-IND)
                   DELIMITED BY SIZE INTO LUT-PROVAS(WRK-DIA)
           END-IF.
           ADD WRK-SAL-AULAS(WRK-S WRK-DIA WRK-TURNO-IND)
               TO WRK-TOT-OCUPADOS.
           ADD WRK-DISP-TURNO TO WRK-TOT-DISPONIVEIS.
           ADD WRK-SAL-PROVAS(WRK-S WRK-DIA WRK-TURNO-IND)
               TO WRK-TOT-PROVAS.

      *    CONSULTA DE SALA LIVRE: DATA EM FERIADO/RECESSO OU DOMINGO
      *    E RECUSADA; DIA FORA DO PADRAO SEMANAL SO E AVISADO.
       0600-LOCALIZAR-SALA-LIVRE.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'DATA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           DISPLAY 'HORA (HH:MM): '.
           ACCEPT WRK-HORA.
           DISPLAY 'CAPACIDADE MINIMA: '.
           ACCEPT WRK-CAPAC-MINIMA.
           PERFORM 0700-DIA-DA-SEMANA.
           EVALUATE TRUE
               WHEN WRK-DIA-SEMANA = 0
                   DISPLAY 'DATA INVALIDA.'
               WHEN WRK-HORA-HH IS NOT NUMERIC
                 OR WRK-HORA-MM IS NOT NUMERIC
                   DISPLAY 'HORA INVALIDA.'
               WHEN WRK-DIA-SEMANA = 7
                   DISPLAY 'DOMINGO - SEM EXPEDIENTE.'
               WHEN OTHER
                   PERFORM 0610-CONFERIR-CALENDARIO
                   IF WRK-DIA-OK = 'S'
                       PERFORM 0620-APURAR-SALAS-LIVRES
                   END-IF
           END-EVALUATE.

       0610-CONFERIR-CALENDARIO.
           MOVE 'S' TO WRK-DIA-OK.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               PERFORM 0615-LER-CALENDARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           END-IF.

       0615-LER-CALENDARIO.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF DLE-TIPO = 'F'
                          AND WRK-DATA >= DLE-DATA-INICIO
                          AND WRK-DATA <= DLE-DATA-FIM
                           MOVE 'N' TO WRK-DIA-OK
                           DISPLAY 'DATA EM FERIADO/RECESSO: '
                                   DLE-DESCRICAO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
                       IF DLE-TIPO = 'P'
                          AND DLE-DIAS-SEMANA(WRK-DIA-SEMANA:1)
                              NOT = 'S'
                           DISPLAY 'ATENCAO: DIA DA SEMANA SEM AULA NO '
                                   'PADRAO DO PERIODO.'
                       END-IF
                   END-IF
           END-READ.

       0620-APURAR-SALAS-LIVRES.
           PERFORM 0100-CARREGAR-SALAS.
           COMPUTE WRK-MIN-CONSULTA = WRK-HORA-HH * 60 + WRK-HORA-MM.
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
               PERFORM 0630-MARCAR-AULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0640-MARCAR-PROVA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROVA-FILE
           END-IF.
           OPEN INPUT RESERVA-FILE.
           IF WRK-RSV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO RSV-CHAVE
               MOVE 'S'        TO RSV-TIPO-RECURSO
               START RESERVA-FILE KEY IS NOT LESS THAN RSV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0645-MARCAR-RESERVA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RESERVA-FILE
           END-IF.
           MOVE ZEROS TO WRK-QTD-LIVRES.
           DISPLAY 'SALAS LIVRES EM ' WRK-DATA(7:2) '/' WRK-DATA(5:2)
                   '/' WRK-DATA(1:4) ' AS ' WRK-HORA
                   ' COM CAPACIDADE MINIMA ' WRK-CAPAC-MINIMA ':'.
           PERFORM 0650-LISTAR-LIVRE
               VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > WRK-QTD-SALAS.
           DISPLAY 'SALAS LIVRES: ' WRK-QTD-LIVRES.

       0630-MARCAR-AULA.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF HOR-DIA-SEMANA = WRK-DIA-SEMANA
                           MOVE HOR-HORA TO WRK-HORA-INICIO
                           MOVE WRK-DURACAO-AULA TO WRK-DURACAO
                           MOVE HOR-SALA TO WRK-SALA-BUSCA
                           PERFORM 0660-CONFERIR-CHOQUE
                       END-IF
                   END-IF
           END-READ.

       0640-MARCAR-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-DATA = WRK-DATA
                       MOVE PRV-HORA TO WRK-HORA-INICIO
                       MOVE WRK-DURACAO-PROVA TO WRK-DURACAO
                       MOVE PRV-SALA TO WRK-SALA-BUSCA
                       PERFORM 0660-CONFERIR-CHOQUE
                   END-IF
           END-READ.

      *    RESERVA ATIVA DE LABORATORIO NA DATA: A SALA FICA OCUPADA
      *    DO INICIO ATE O TERMINO RESERVADO.
       0645-MARCAR-RESERVA.
           READ RESERVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RSV-TIPO-RECURSO NOT = 'S'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF RSV-DATA = WRK-DATA AND RSV-STATUS = 'A'
                          AND WRK-HORA >= RSV-HORA-INICIO
                          AND WRK-HORA < RSV-HORA-FIM
                           MOVE RSV-RECURSO TO WRK-SALA-BUSCA
                           PERFORM 0120-LOCALIZAR-SALA
                           IF WRK-S > 0
                               MOVE 'S' TO WRK-SAL-OCUPADA(WRK-S)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    SALA SEM CAPACIDADE NO MESTRE (ZERO) ENTRA NA LISTA.
       0650-LISTAR-LIVRE.
           IF WRK-SAL-OCUPADA(WRK-S) NOT = 'S'
              AND (WRK-SAL-CAPACIDADE(WRK-S) >= WRK-CAPAC-MINIMA
                   OR WRK-SAL-CAPACIDADE(WRK-S) = 0)
               ADD 1 TO WRK-QTD-LIVRES
               DISPLAY '  SALA ' WRK-SAL-CODIGO(WRK-S)
                       '  PREDIO ' WRK-SAL-PREDIO(WRK-S)
                       '  CAPACIDADE ' WRK-SAL-CAPACIDADE(WRK-S)
           END-IF.

      *    A SALA ESTA OCUPADA SE A HORA CONSULTADA CAI ENTRE O INICIO
      *    DA AULA/PROVA E O INICIO MAIS A DURACAO.
       0660-CONFERIR-CHOQUE.
           PERFORM 0120-LOCALIZAR-SALA.
           IF WRK-S > 0 AND WRK-HORA-INI-HH IS NUMERIC
              AND WRK-HORA-INI-MM IS NUMERIC
               COMPUTE WRK-MIN-INICIO =
                       WRK-HORA-INI-HH * 60 + WRK-HORA-INI-MM
               IF WRK-MIN-CONSULTA >= WRK-MIN-INICIO
                  AND WRK-MIN-CONSULTA < WRK-MIN-INICIO + WRK-DURACAO
                   MOVE 'S' TO WRK-SAL-OCUPADA(WRK-S)
               END-IF
           END-IF.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE), COMO NO PROG33: 1 = SEGUNDA ... 7 =
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

       END PROGRAM PROG137.
