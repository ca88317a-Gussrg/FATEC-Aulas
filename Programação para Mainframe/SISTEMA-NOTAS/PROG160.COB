       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG160.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Agenda da cadeia noturna. O GRADEJOB rodava os mesmos
      *          steps toda noite e os processos de fim de mes e de
      *          periodo (cartas do PROG43, dependencias do PROG59,
      *          extrato delta do PROG60, saude do PROG98, encargos do
      *          PROG111) saiam na mao por checklist - esquecidos ou
      *          rodados duas vezes. A tabela SCHEDTAB.DAT (SCHEDREC)
      *          traz a regra de cada programa (diario, semanal no dia
      *          N, ultimo dia do mes, N-esimo dia util, eventos do
      *          CALENDAR.DAT/PERSTAT.DAT) e seus predecessores.
      *          Modo P (planejar, STEPSCH no topo do GRADEJOB): monta
      *          a lista da noite em RUNLIST.DAT - cada programa com
      *          EXECUTAR ou PULAR e o motivo; programa periodico que
      *          ja rodou no mes/dia pelo RUNSTATS.DAT e pulado para
      *          nao rodar em dobro. O PROG161 abre ou fecha cada step
      *          periodico conforme a lista.
      *          Modo C (conferir, ultimo step do GRADEJOB): cruza a
      *          lista com o RUNSTATS.DAT e emite o relatorio da manha
      *          SCHEDREL.REL - o que rodou, o que foi pulado e por
      *          que, e o que era devido e nao deixou registro (RC 8).
      *          SYSIN: modo (P/C) e data de referencia AAAAMMDD
      *          (branco = hoje no modo P, ultima lista no modo C).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO WRK-ARQ-SCHEDTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCH-STATUS.
           SELECT RUNLIST-FILE ASSIGN TO WRK-ARQ-RUNLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WRK-ARQ-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.
           SELECT DIALET-FILE ASSIGN TO WRK-ARQ-DIASLET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-SCHEDREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE.
           COPY SCHEDREC.

       FD  RUNLIST-FILE.
           COPY RUNLREC.

       FD  CALENDAR-FILE.
           COPY CALENREC.

       FD  PERSTAT-FILE.
           COPY PERSTREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-SCHEDTAB  PIC X(40) VALUE 'SCHEDTAB.DAT'.
       77 WRK-ARQ-RUNLIST   PIC X(40) VALUE 'RUNLIST.DAT'.
       77 WRK-ARQ-CALENDAR  PIC X(40) VALUE 'CALENDAR.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-DIASLET   PIC X(40) VALUE 'DIASLET.DAT'.
       77 WRK-ARQ-SCHEDREL  PIC X(40) VALUE 'SCHEDREL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-SCH-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RUL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PER-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-DATA-PARM      PIC X(08) VALUE SPACES.
       77 WRK-DATA-REF       PIC X(08) VALUE SPACES.
       77 WRK-DATA-TESTE     PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-REF       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-AUX       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA-AUX PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-REF        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-UTIL       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-UTEIS      PIC 9(02) VALUE ZEROS.
       77 WRK-UTIL           PIC X(01) VALUE 'N'.
       77 WRK-FIM-MES        PIC X(01) VALUE 'N'.
       77 WRK-EVT-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-EVT-FECHO      PIC X(01) VALUE 'N'.
       77 WRK-EVT-PERIODO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IND2           PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FER        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-P              PIC 9(01) VALUE ZEROS.
       77 WRK-PROGRAMA-BUSCA PIC X(08) VALUE SPACES.
       77 WRK-DEVIDO         PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77 WRK-DATA-LISTA     PIC X(08) VALUE SPACES.
       77 WRK-SECAO          PIC X(01) VALUE SPACES.
       77 WRK-QTD-SECAO      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REGRAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXECUTAR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PULAR      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXECUTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALTANTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-AGENDA     PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-AGENDA     PIC 9(03) VALUE 60.

      *    FERIADOS E RECESSOS DE TODOS OS PERIODOS DO DIASLET.DAT,
      *    PARA A CONTAGEM DE DIAS UTEIS DO MES.
       01 WRK-TABELA-FERIADOS.
           05 WRK-FER-ITEM OCCURS 100 TIMES.
               10 WRK-FER-INICIO     PIC X(08).
               10 WRK-FER-FIM        PIC X(08).

      *    AGENDA NA ORDEM DA CADEIA: NO MODO P VEM DA SCHEDTAB.DAT E
      *    RECEBE A DECISAO DA NOITE; NO MODO C VEM DA RUNLIST.DAT.
      *    WRK-AGE-ULT-DATA/HORAS: ULTIMA EXECUCAO NO RUNSTATS.DAT.
       01 WRK-TABELA-AGENDA.
           05 WRK-AGE-ITEM OCCURS 60 TIMES.
               10 WRK-AGE-PROGRAMA   PIC X(08).
               10 WRK-AGE-STEP       PIC X(08).
               10 WRK-AGE-FREQUENCIA PIC X(01).
               10 WRK-AGE-DIA        PIC 9(02).
               10 WRK-AGE-EVENTO     PIC X(01).
               10 WRK-AGE-PREDECESSOR PIC X(08) OCCURS 3 TIMES.
               10 WRK-AGE-SITUACAO   PIC X(01).
               10 WRK-AGE-MOTIVO     PIC X(40).
               10 WRK-AGE-ULT-DATA   PIC X(08).
               10 WRK-AGE-HORA-INI   PIC X(06).
               10 WRK-AGE-HORA-FIM   PIC X(06).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-PROGRAMA      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-STEP          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-FREQUENCIA    PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-TEXTO         PIC X(57).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               IF WRK-MODO = 'P'
                   PERFORM 0100-CARREGAR-AGENDA
                   IF RETURN-CODE = 0
                       PERFORM 0150-CARREGAR-EXECUCOES
                       PERFORM 0200-CARREGAR-CALENDARIO
                       PERFORM 0250-POSICIONAR-DATA
                       PERFORM 0300-PLANEJAR-NOITE
                   END-IF
               ELSE
                   PERFORM 0500-CARREGAR-LISTA
                   IF RETURN-CODE = 0
                       PERFORM 0150-CARREGAR-EXECUCOES
                       PERFORM 0600-EMITIR-RELATORIO
                   END-IF
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG160' TO DDN-PROGRAMA.
           MOVE 'SCHEDTAB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SCHEDTAB.
           MOVE 'RUNLIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNLIST.
           MOVE 'CALENDAR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CALENDAR.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'DIASLET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIASLET.
           MOVE 'SCHEDREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SCHEDREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-MODO.
           ACCEPT WRK-DATA-PARM.
           INITIALIZE WRK-TABELA-AGENDA WRK-TABELA-FERIADOS.
           IF WRK-MODO NOT = 'P' AND WRK-MODO NOT = 'C'
               DISPLAY 'MODO INVALIDO: ' WRK-MODO
                       ' (P = PLANEJAR, C = CONFERIR)'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-DATA-PARM = SPACES
               IF WRK-MODO = 'P'
                   MOVE WRK-AGORA(1:8) TO WRK-DATA-REF
               END-IF
           ELSE
               MOVE WRK-DATA-PARM TO WRK-DATA-REF
               MOVE WRK-DATA-REF TO WRK-DATA-TESTE
               PERFORM 0700-DIA-DA-SEMANA
               IF WRK-DIA-SEMANA-AUX = ZEROS
                   DISPLAY 'DATA DE REFERENCIA INVALIDA: '
                           WRK-DATA-PARM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    TABELA NA ORDEM DA CADEIA; LINHA SEM PROGRAMA E IGNORADA.
       0100-CARREGAR-AGENDA.
           OPEN INPUT SCHED-FILE.
           IF WRK-SCH-STATUS NOT = '00'
               DISPLAY 'SCHEDTAB.DAT INDISPONIVEL: ' WRK-SCH-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-AGENDA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SCHED-FILE
               IF WRK-QTD-AGENDA = ZEROS
                   DISPLAY 'SCHEDTAB.DAT SEM PROGRAMAS.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-LER-AGENDA.
           READ SCHED-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SCH-PROGRAMA NOT = SPACES
                       ADD 1 TO WRK-QTD-REGRAS
                       IF WRK-QTD-AGENDA < WRK-MAX-AGENDA
                           ADD 1 TO WRK-QTD-AGENDA
                           PERFORM 0120-GUARDAR-REGRA
                       ELSE
                           DISPLAY 'AGENDA CHEIA - IGNORADO: '
                                   SCH-PROGRAMA
                       END-IF
                   END-IF
           END-READ.

       0120-GUARDAR-REGRA.
           MOVE SCH-PROGRAMA   TO WRK-AGE-PROGRAMA(WRK-QTD-AGENDA).
           MOVE SCH-STEP       TO WRK-AGE-STEP(WRK-QTD-AGENDA).
           MOVE SCH-FREQUENCIA TO WRK-AGE-FREQUENCIA(WRK-QTD-AGENDA).
           IF SCH-DIA IS NUMERIC
               MOVE SCH-DIA TO WRK-AGE-DIA(WRK-QTD-AGENDA)
           END-IF.
           MOVE SCH-EVENTO     TO WRK-AGE-EVENTO(WRK-QTD-AGENDA).
           MOVE SCH-PREDECESSOR(1)
             TO WRK-AGE-PREDECESSOR(WRK-QTD-AGENDA, 1).
           MOVE SCH-PREDECESSOR(2)
             TO WRK-AGE-PREDECESSOR(WRK-QTD-AGENDA, 2).
           MOVE SCH-PREDECESSOR(3)
             TO WRK-AGE-PREDECESSOR(WRK-QTD-AGENDA, 3).

      *    ULTIMA EXECUCAO DE CADA PROGRAMA DA AGENDA NO RUNSTATS.DAT.
      *    NO MODO C SO CONTA EXECUCAO A PARTIR DA DATA DA LISTA (A
      *    CADEIA PODE PASSAR DA MEIA-NOITE).
       0150-CARREGAR-EXECUCOES.
           OPEN INPUT STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
               DISPLAY 'RUNSTATS.DAT INDISPONIVEL: ' WRK-STATS-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-EXECUCAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE STATS-FILE
           END-IF.

       0160-LER-EXECUCAO.
           READ STATS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-MODO = 'P' OR RS-DATA NOT < WRK-DATA-LISTA
                       MOVE RS-PROGRAMA TO WRK-PROGRAMA-BUSCA
                       MOVE WRK-QTD-AGENDA TO WRK-IND2
                       PERFORM 0800-PROCURAR-PROGRAMA
                       IF WRK-IND-ACHADO > ZEROS
                           PERFORM 0170-GUARDAR-EXECUCAO
                       END-IF
                   END-IF
           END-READ.

       0170-GUARDAR-EXECUCAO.
           IF RS-DATA NOT < WRK-AGE-ULT-DATA(WRK-IND-ACHADO)
               MOVE RS-DATA     TO WRK-AGE-ULT-DATA(WRK-IND-ACHADO)
               MOVE RS-HORA-INI TO WRK-AGE-HORA-INI(WRK-IND-ACHADO)
               MOVE RS-HORA-FIM TO WRK-AGE-HORA-FIM(WRK-IND-ACHADO)
           END-IF.

      *    FERIADOS (DIASLET.DAT), JANELAS DO CALENDARIO E PERIODOS
      *    FECHADOS NA DATA. ARQUIVO AUSENTE = NENHUM EVENTO/FERIADO.
       0200-CARREGAR-CALENDARIO.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-DIASLET UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           ELSE
               DISPLAY 'DIASLET.DAT INDISPONIVEL - SEM FERIADOS.'
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-CAL-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0220-LER-CALENDARIO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'CALENDAR.DAT INDISPONIVEL - SEM EVENTOS '
                       'DE JANELA.'
           END-IF.
           OPEN INPUT PERSTAT-FILE.
           IF WRK-PER-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0230-LER-PERSTAT UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PERSTAT-FILE
           END-IF.

       0210-LER-DIASLET.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-TIPO = 'F' AND WRK-QTD-FERIADOS < 100
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE DLE-DATA-INICIO
                         TO WRK-FER-INICIO(WRK-QTD-FERIADOS)
                       MOVE DLE-DATA-FIM
                         TO WRK-FER-FIM(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

       0220-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CAL-DATA-ABERTURA = WRK-DATA-REF
                       MOVE 'S' TO WRK-EVT-ABERTURA
                   END-IF
                   IF CAL-DATA-FECHO = WRK-DATA-REF
                       MOVE 'S' TO WRK-EVT-FECHO
                   END-IF
           END-READ.

       0230-LER-PERSTAT.
           READ PERSTAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PER-STATUS = 'FECHADO'
                      AND PER-DATA = WRK-DATA-REF
                       MOVE 'S' TO WRK-EVT-PERIODO
                   END-IF
           END-READ.

      *    DIA DA SEMANA, ULTIMO DIA DO MES E ORDEM DO DIA UTIL DA
      *    DATA DE REFERENCIA (ZERO QUANDO NAO E DIA UTIL).
       0250-POSICIONAR-DATA.
           MOVE WRK-DATA-REF TO WRK-DATA-TESTE.
           PERFORM 0700-DIA-DA-SEMANA.
           MOVE WRK-DIA-SEMANA-AUX TO WRK-DIA-SEMANA.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-REF.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-REF + 1).
           MOVE WRK-DATA-NUM TO WRK-DATA-TESTE.
           IF WRK-DATA-TESTE(5:2) NOT = WRK-DATA-REF(5:2)
               MOVE 'S' TO WRK-FIM-MES
           END-IF.
           MOVE WRK-DATA-REF(7:2) TO WRK-DIA-REF.
           MOVE ZEROS TO WRK-QTD-UTEIS.
           PERFORM 0260-CONTAR-DIA-UTIL
               VARYING WRK-DIA-MES FROM 1 BY 1
               UNTIL WRK-DIA-MES > WRK-DIA-REF.
           MOVE WRK-DATA-REF TO WRK-DATA-TESTE.
           PERFORM 0710-DIA-UTIL.
           IF WRK-UTIL = 'S'
               MOVE WRK-QTD-UTEIS TO WRK-DIA-UTIL
           ELSE
               MOVE ZEROS TO WRK-DIA-UTIL
           END-IF.
           DISPLAY 'NOITE DE ' WRK-DATA-REF ' - DIA DA SEMANA '
                   WRK-DIA-SEMANA ', DIA UTIL ' WRK-DIA-UTIL
                   ', FIM DE MES ' WRK-FIM-MES.

       0260-CONTAR-DIA-UTIL.
           MOVE WRK-DATA-REF(1:6) TO WRK-DATA-TESTE(1:6).
           MOVE WRK-DIA-MES TO WRK-DATA-TESTE(7:2).
           PERFORM 0710-DIA-UTIL.
           IF WRK-UTIL = 'S'
               ADD 1 TO WRK-QTD-UTEIS
           END-IF.

      *    DECISAO DA NOITE PARA CADA PROGRAMA, NA ORDEM DA TABELA,
      *    GRAVADA NA RUNLIST.DAT (ACUMULATIVA).
       0300-PLANEJAR-NOITE.
           OPEN EXTEND RUNLIST-FILE.
           IF WRK-RUL-STATUS NOT = '00'
               CLOSE RUNLIST-FILE
               OPEN OUTPUT RUNLIST-FILE
           END-IF.
           IF WRK-RUL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR RUNLIST.DAT: '
                       WRK-RUL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'LISTA DA NOITE:'
               PERFORM 0310-DECIDIR-PROGRAMA
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-AGENDA
               CLOSE RUNLIST-FILE
           END-IF.

       0310-DECIDIR-PROGRAMA.
           PERFORM 0320-AVALIAR-REGRA.
           IF WRK-DEVIDO = 'S'
              AND WRK-AGE-FREQUENCIA(WRK-IND) NOT = 'D'
               PERFORM 0330-CONFERIR-JA-EXECUTADO
           END-IF.
           IF WRK-DEVIDO = 'S'
               PERFORM 0340-CONFERIR-PREDECESSOR
                   VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > 3
           END-IF.
           IF WRK-DEVIDO = 'S'
               MOVE 'R' TO WRK-AGE-SITUACAO(WRK-IND)
               ADD 1 TO WRK-QTD-EXECUTAR
           ELSE
               MOVE 'P' TO WRK-AGE-SITUACAO(WRK-IND)
               ADD 1 TO WRK-QTD-PULAR
           END-IF.
           MOVE WRK-MOTIVO TO WRK-AGE-MOTIVO(WRK-IND).
           MOVE SPACES TO RUNLIST-REC.
           MOVE WRK-DATA-REF   TO RUL-DATA.
           MOVE WRK-HORA-INI   TO RUL-HORA.
           MOVE WRK-AGE-PROGRAMA(WRK-IND)   TO RUL-PROGRAMA.
           MOVE WRK-AGE-STEP(WRK-IND)       TO RUL-STEP.
           MOVE WRK-AGE-FREQUENCIA(WRK-IND) TO RUL-FREQUENCIA.
           MOVE WRK-AGE-SITUACAO(WRK-IND)   TO RUL-SITUACAO.
           MOVE WRK-MOTIVO                  TO RUL-MOTIVO.
           WRITE RUNLIST-REC.
           IF RUL-SITUACAO = 'R'
               DISPLAY '  ' RUL-PROGRAMA ' ' RUL-STEP ' EXECUTAR '
                       RUL-MOTIVO
           ELSE
               DISPLAY '  ' RUL-PROGRAMA ' ' RUL-STEP ' PULAR    '
                       RUL-MOTIVO
           END-IF.

      *    O N-ESIMO DIA UTIL QUE PASSOU SEM EXECUCAO NO MES CONTINUA
      *    DEVIDO NOS DIAS UTEIS SEGUINTES ATE RODAR.
       0320-AVALIAR-REGRA.
           MOVE 'N' TO WRK-DEVIDO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE WRK-AGE-FREQUENCIA(WRK-IND)
               WHEN 'D'
                   MOVE 'S' TO WRK-DEVIDO
                   MOVE 'DIARIO' TO WRK-MOTIVO
               WHEN 'S'
                   IF WRK-AGE-DIA(WRK-IND) = WRK-DIA-SEMANA
                       MOVE 'S' TO WRK-DEVIDO
                       STRING 'SEMANAL - DIA DA SEMANA '
                              WRK-DIA-SEMANA
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   ELSE
                       STRING 'SEMANAL - SO NO DIA DA SEMANA '
                              WRK-AGE-DIA(WRK-IND)
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               WHEN 'M'
                   IF WRK-FIM-MES = 'S'
                       MOVE 'S' TO WRK-DEVIDO
                       MOVE 'ULTIMO DIA DO MES' TO WRK-MOTIVO
                   ELSE
                       MOVE 'NAO E O ULTIMO DIA DO MES' TO WRK-MOTIVO
                   END-IF
               WHEN 'U'
                   EVALUATE TRUE
                       WHEN WRK-DIA-UTIL = ZEROS
                           MOVE 'NAO E DIA UTIL' TO WRK-MOTIVO
                       WHEN WRK-DIA-UTIL = WRK-AGE-DIA(WRK-IND)
                           MOVE 'S' TO WRK-DEVIDO
                           STRING 'DIA UTIL ' WRK-DIA-UTIL ' DO MES'
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN WRK-DIA-UTIL > WRK-AGE-DIA(WRK-IND)
                           MOVE 'S' TO WRK-DEVIDO
                           STRING 'DIA UTIL ' WRK-AGE-DIA(WRK-IND)
                                  ' PASSOU SEM EXECUCAO'
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN OTHER
                           STRING 'ANTES DO DIA UTIL '
                                  WRK-AGE-DIA(WRK-IND)
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-EVALUATE
               WHEN 'E'
                   PERFORM 0325-AVALIAR-EVENTO
               WHEN OTHER
                   MOVE 'FREQUENCIA INVALIDA NA SCHEDTAB' TO WRK-MOTIVO
           END-EVALUATE.

       0325-AVALIAR-EVENTO.
           EVALUATE WRK-AGE-EVENTO(WRK-IND)
               WHEN 'A'
                   IF WRK-EVT-ABERTURA = 'S'
                       MOVE 'S' TO WRK-DEVIDO
                       MOVE 'ABERTURA DA JANELA DE NOTAS' TO WRK-MOTIVO
                   ELSE
                       MOVE 'SEM ABERTURA DE JANELA NA DATA'
                         TO WRK-MOTIVO
                   END-IF
               WHEN 'F'
                   IF WRK-EVT-FECHO = 'S'
                       MOVE 'S' TO WRK-DEVIDO
                       MOVE 'FECHAMENTO DA JANELA DE NOTAS'
                         TO WRK-MOTIVO
                   ELSE
                       MOVE 'SEM FECHAMENTO DE JANELA NA DATA'
                         TO WRK-MOTIVO
                   END-IF
               WHEN 'P'
                   IF WRK-EVT-PERIODO = 'S'
                       MOVE 'S' TO WRK-DEVIDO
                       MOVE 'PERIODO FECHADO NA DATA' TO WRK-MOTIVO
                   ELSE
                       MOVE 'SEM FECHAMENTO DE PERIODO NA DATA'
                         TO WRK-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'EVENTO INVALIDO NA SCHEDTAB' TO WRK-MOTIVO
           END-EVALUATE.

      *    PERIODICO NAO RODA DUAS VEZES: MENSAL/DIA UTIL UMA VEZ NO
      *    MES, SEMANAL/EVENTO UMA VEZ NA DATA.
       0330-CONFERIR-JA-EXECUTADO.
           IF WRK-AGE-ULT-DATA(WRK-IND) NOT = SPACES
               IF WRK-AGE-FREQUENCIA(WRK-IND) = 'M' OR 'U'
                   IF WRK-AGE-ULT-DATA(WRK-IND)(1:6) =
                      WRK-DATA-REF(1:6)
                       MOVE 'N' TO WRK-DEVIDO
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'JA EXECUTADO NO MES EM '
                              WRK-AGE-ULT-DATA(WRK-IND)
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               ELSE
                   IF WRK-AGE-ULT-DATA(WRK-IND) = WRK-DATA-REF
                       MOVE 'N' TO WRK-DEVIDO
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'JA EXECUTADO EM '
                              WRK-AGE-ULT-DATA(WRK-IND)
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    PREDECESSOR TEM DE ESTAR ANTES NA TABELA E MARCADO PARA
      *    EXECUTAR NESTA NOITE.
       0340-CONFERIR-PREDECESSOR.
           IF WRK-DEVIDO = 'S'
              AND WRK-AGE-PREDECESSOR(WRK-IND, WRK-P) NOT = SPACES
               MOVE WRK-AGE-PREDECESSOR(WRK-IND, WRK-P)
                 TO WRK-PROGRAMA-BUSCA
               COMPUTE WRK-IND2 = WRK-IND - 1
               PERFORM 0800-PROCURAR-PROGRAMA
               IF WRK-IND-ACHADO = ZEROS
                   MOVE 'N' TO WRK-DEVIDO
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'PREDECESSOR ' WRK-PROGRAMA-BUSCA
                          ' FORA DA LISTA'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               ELSE
                   IF WRK-AGE-SITUACAO(WRK-IND-ACHADO) = 'P'
                       MOVE 'N' TO WRK-DEVIDO
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'PREDECESSOR ' WRK-PROGRAMA-BUSCA
                              ' PULADO'
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    CONFERENCIA: LISTA DA DATA INFORMADA OU, EM BRANCO, A MAIS
      *    RECENTE DA RUNLIST.DAT. PROGRAMA REPETIDO NA MESMA DATA
      *    (LISTA REFEITA) FICA COM A ULTIMA DECISAO.
       0500-CARREGAR-LISTA.
           OPEN INPUT RUNLIST-FILE.
           IF WRK-RUL-STATUS NOT = '00'
               DISPLAY 'RUNLIST.DAT INDISPONIVEL: ' WRK-RUL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-DATA-REF = SPACES
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0510-LER-DATA-LISTA
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE RUNLIST-FILE
                   OPEN INPUT RUNLIST-FILE
               ELSE
                   MOVE WRK-DATA-REF TO WRK-DATA-LISTA
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0520-LER-LISTA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RUNLIST-FILE
               IF WRK-QTD-AGENDA = ZEROS
                   DISPLAY 'NENHUMA LISTA DA NOITE PARA CONFERIR '
                           WRK-DATA-LISTA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-DATA-LISTA TO WRK-DATA-REF.

       0510-LER-DATA-LISTA.
           READ RUNLIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RUL-DATA > WRK-DATA-LISTA
                       MOVE RUL-DATA TO WRK-DATA-LISTA
                   END-IF
           END-READ.

       0520-LER-LISTA.
           READ RUNLIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF RUL-DATA = WRK-DATA-LISTA
                       PERFORM 0530-GUARDAR-DECISAO
                   END-IF
           END-READ.

       0530-GUARDAR-DECISAO.
           MOVE RUL-PROGRAMA TO WRK-PROGRAMA-BUSCA.
           MOVE WRK-QTD-AGENDA TO WRK-IND2.
           PERFORM 0800-PROCURAR-PROGRAMA.
           IF WRK-IND-ACHADO = ZEROS
               IF WRK-QTD-AGENDA < WRK-MAX-AGENDA
                   ADD 1 TO WRK-QTD-AGENDA
                   MOVE WRK-QTD-AGENDA TO WRK-IND-ACHADO
               END-IF
           END-IF.
           IF WRK-IND-ACHADO > ZEROS
               MOVE RUL-PROGRAMA   TO WRK-AGE-PROGRAMA(WRK-IND-ACHADO)
               MOVE RUL-STEP       TO WRK-AGE-STEP(WRK-IND-ACHADO)
               MOVE RUL-FREQUENCIA
                 TO WRK-AGE-FREQUENCIA(WRK-IND-ACHADO)
               MOVE RUL-SITUACAO   TO WRK-AGE-SITUACAO(WRK-IND-ACHADO)
               MOVE RUL-MOTIVO     TO WRK-AGE-MOTIVO(WRK-IND-ACHADO)
           END-IF.

      *    RELATORIO DA MANHA: EXECUTADOS, PULADOS E DEVIDOS SEM
      *    REGISTRO NO RUNSTATS.DAT (ESTES DERRUBAM O STEP COM RC 8).
       0600-EMITIR-RELATORIO.
           OPEN OUTPUT RELAT-FILE.
           IF WRK-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL CRIAR SCHEDREL.REL: '
                       WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'RELATORIO DA MANHA - CADEIA NOTURNA GRADEJOB'
                 TO RELAT-REC
               WRITE RELAT-REC
               MOVE SPACES TO WRK-LINHA
               STRING 'LISTA DA NOITE DE ' WRK-DATA-LISTA(7:2) '/'
                      WRK-DATA-LISTA(5:2) '/' WRK-DATA-LISTA(1:4)
                      ' - CONFERIDA EM ' WRK-AGORA(7:2) '/'
                      WRK-AGORA(5:2) '/' WRK-AGORA(1:4) ' '
                      WRK-AGORA(9:2) ':' WRK-AGORA(11:2)
                   DELIMITED BY SIZE INTO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
               MOVE 'E' TO WRK-SECAO
               MOVE '1. EXECUTADOS (INICIO/FIM PELO RUNSTATS.DAT)'
                 TO WRK-LINHA
               PERFORM 0610-EMITIR-SECAO
               MOVE 'P' TO WRK-SECAO
               MOVE '2. PULADOS NESTA NOITE (MOTIVO DA AGENDA)'
                 TO WRK-LINHA
               PERFORM 0610-EMITIR-SECAO
               MOVE 'F' TO WRK-SECAO
               MOVE '3. DEVIDOS E NAO EXECUTADOS (SEM RUNSTATS.DAT)'
                 TO WRK-LINHA
               PERFORM 0610-EMITIR-SECAO
               MOVE SPACES TO RELAT-REC
               WRITE RELAT-REC
               IF WRK-QTD-FALTANTES = ZEROS
                   MOVE 'SITUACAO: TODOS OS STEPS DEVIDOS RODARAM.'
                     TO RELAT-REC
               ELSE
                   MOVE SPACES TO RELAT-REC
                   STRING 'ATENCAO: ' WRK-QTD-FALTANTES
                          ' STEP(S) DEVIDO(S) SEM EXECUCAO - '
                          'RODAR MANUALMENTE.'
                       DELIMITED BY SIZE INTO RELAT-REC
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE RELAT-REC
               CLOSE RELAT-FILE
           END-IF.

       0610-EMITIR-SECAO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  PROGRAMA STEP     F  SITUACAO' TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE ZEROS TO WRK-QTD-SECAO.
           PERFORM 0620-EMITIR-ITEM
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AGENDA.
           IF WRK-QTD-SECAO = ZEROS
               MOVE '  (NENHUM)' TO RELAT-REC
               WRITE RELAT-REC
           END-IF.

       0620-EMITIR-ITEM.
           MOVE SPACES TO LIN-TEXTO.
           EVALUATE TRUE
               WHEN WRK-SECAO = 'E'
                AND WRK-AGE-SITUACAO(WRK-IND) = 'R'
                AND WRK-AGE-ULT-DATA(WRK-IND) NOT = SPACES
                   ADD 1 TO WRK-QTD-EXECUTADOS
                   STRING 'EM ' WRK-AGE-ULT-DATA(WRK-IND)
                          ' DE ' WRK-AGE-HORA-INI(WRK-IND)
                          ' A ' WRK-AGE-HORA-FIM(WRK-IND)
                       DELIMITED BY SIZE INTO LIN-TEXTO
                   PERFORM 0630-GRAVAR-ITEM
               WHEN WRK-SECAO = 'P'
                AND WRK-AGE-SITUACAO(WRK-IND) = 'P'
                   ADD 1 TO WRK-QTD-PULAR
                   MOVE WRK-AGE-MOTIVO(WRK-IND) TO LIN-TEXTO
                   PERFORM 0630-GRAVAR-ITEM
               WHEN WRK-SECAO = 'F'
                AND WRK-AGE-SITUACAO(WRK-IND) = 'R'
                AND WRK-AGE-ULT-DATA(WRK-IND) = SPACES
                   ADD 1 TO WRK-QTD-FALTANTES
                   STRING 'DEVIDO: ' WRK-AGE-MOTIVO(WRK-IND)
                       DELIMITED BY SIZE INTO LIN-TEXTO
                   PERFORM 0630-GRAVAR-ITEM
                   DISPLAY 'DEVIDO E NAO EXECUTADO: '
                           WRK-AGE-PROGRAMA(WRK-IND) ' '
                           WRK-AGE-STEP(WRK-IND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0630-GRAVAR-ITEM.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE WRK-AGE-PROGRAMA(WRK-IND)   TO LIN-PROGRAMA.
           MOVE WRK-AGE-STEP(WRK-IND)       TO LIN-STEP.
           MOVE WRK-AGE-FREQUENCIA(WRK-IND) TO LIN-FREQUENCIA.
           WRITE RELAT-REC FROM WRK-LINHA-DET.

      *    DIA DA SEMANA DE WRK-DATA-TESTE PELA CONTAGEM DE DIAS
      *    DESDE 31/12/1600 (INTEGER-OF-DATE), COMO NO PROG137:
      *    1 = SEGUNDA ... 7 = DOMINGO; ZERO PARA DATA INVALIDA.
       0700-DIA-DA-SEMANA.
           MOVE ZEROS TO WRK-DIA-SEMANA-AUX WRK-DIAS-AUX.
           IF WRK-DATA-TESTE IS NUMERIC
               MOVE WRK-DATA-TESTE TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = 0
                   COMPUTE WRK-DIAS-AUX =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   COMPUTE WRK-DIA-SEMANA-AUX =
                       FUNCTION MOD(WRK-DIAS-AUX - 1, 7) + 1
               END-IF
           END-IF.

      *    DIA UTIL: SEGUNDA A SEXTA FORA DE FERIADO/RECESSO.
       0710-DIA-UTIL.
           PERFORM 0700-DIA-DA-SEMANA.
           IF WRK-DIA-SEMANA-AUX > ZEROS AND WRK-DIA-SEMANA-AUX < 6
               MOVE 'S' TO WRK-UTIL
               PERFORM 0720-CONFERIR-FERIADO
                   VARYING WRK-IND-FER FROM 1 BY 1
                   UNTIL WRK-IND-FER > WRK-QTD-FERIADOS
           ELSE
               MOVE 'N' TO WRK-UTIL
           END-IF.

       0720-CONFERIR-FERIADO.
           IF WRK-DATA-TESTE NOT < WRK-FER-INICIO(WRK-IND-FER)
              AND WRK-DATA-TESTE NOT > WRK-FER-FIM(WRK-IND-FER)
               MOVE 'N' TO WRK-UTIL
           END-IF.

      *    PROCURA WRK-PROGRAMA-BUSCA NAS POSICOES 1 A WRK-IND2 DA
      *    AGENDA; WRK-IND-ACHADO ZERO QUANDO NAO ACHA.
       0800-PROCURAR-PROGRAMA.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM 0810-COMPARAR-PROGRAMA
               VARYING WRK-IND-FER FROM 1 BY 1
               UNTIL WRK-IND-FER > WRK-IND2
                  OR WRK-IND-ACHADO > ZEROS.

       0810-COMPARAR-PROGRAMA.
           IF WRK-AGE-PROGRAMA(WRK-IND-FER) = WRK-PROGRAMA-BUSCA
               MOVE WRK-IND-FER TO WRK-IND-ACHADO
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           IF WRK-MODO = 'P'
               DISPLAY 'PROG160 - AGENDA DA CADEIA NOTURNA'
               DISPLAY 'NOITE.................: ' WRK-DATA-REF
               DISPLAY 'PROGRAMAS NA AGENDA...: ' WRK-QTD-REGRAS
               DISPLAY 'STEPS A EXECUTAR......: ' WRK-QTD-EXECUTAR
               DISPLAY 'STEPS PULADOS.........: ' WRK-QTD-PULAR
               DISPLAY 'LISTA GRAVADA.........: RUNLIST.DAT'
           ELSE
               DISPLAY 'PROG160 - CONFERENCIA DA CADEIA NOTURNA'
               DISPLAY 'NOITE.................: ' WRK-DATA-LISTA
               DISPLAY 'STEPS NA LISTA........: ' WRK-QTD-AGENDA
               DISPLAY 'EXECUTADOS............: ' WRK-QTD-EXECUTADOS
               DISPLAY 'PULADOS...............: ' WRK-QTD-PULAR
               DISPLAY 'DEVIDOS NAO EXECUTADOS: ' WRK-QTD-FALTANTES
               DISPLAY 'RELATORIO GERADO......: SCHEDREL.REL'
           END-IF.
           DISPLAY 'RETURN-CODE...........: ' RETURN-CODE.
           DISPLAY '========================================'.

      *    MODO P: LIDOS = PROGRAMAS DA AGENDA, GRAVADOS = STEPS A
      *    EXECUTAR, EXCLUIDOS = STEPS PULADOS. MODO C: LIDOS = STEPS
      *    DA LISTA, GRAVADOS = EXECUTADOS, EXCLUIDOS = PULADOS,
      *    REJEITADOS = DEVIDOS SEM EXECUCAO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG160'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           IF WRK-MODO = 'P'
               MOVE WRK-QTD-REGRAS     TO RS-QTD-LIDOS
               MOVE WRK-QTD-EXECUTAR   TO RS-QTD-GRAVADOS
           ELSE
               MOVE WRK-QTD-AGENDA     TO RS-QTD-LIDOS
               MOVE WRK-QTD-EXECUTADOS TO RS-QTD-GRAVADOS
           END-IF
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-PULAR      TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-FALTANTES  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG160.
