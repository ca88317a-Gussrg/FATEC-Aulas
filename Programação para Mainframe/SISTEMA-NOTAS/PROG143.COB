       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG143.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Horas-aula do mes para a folha de pagamento - expande
      *          os slots de HORARIO.DAT do periodo pelos dias letivos
      *          do mes (padrao semanal e feriados de DIASLET.DAT) e
      *          credita cada aula ao titular da ATRIBUIC.DAT, ou ao
      *          substituto quando a data cai numa substituicao ativa
      *          de SUBSTIT.DAT. Aula com falta do professor registrada
      *          em AUSENCIA.DAT nao e paga; reposicao agendada no mes
      *          e ja dada (data ate o dia da rodada) e paga, assim
      *          como cada sessao de fiscalizacao de FISCAL.DAT no mes.
      *          Grava o arquivo de horas da folha (HORASFOL.DAT,
      *          layout fixo com cabecalho e rodape) e o extrato por
      *          professor (HORASPRF.REL), aula por aula, para
      *          conferencia antes do fechamento da folha. RC 4 quando
      *          ha slot sem professor atribuido (aula nao paga a
      *          ninguem).
      *          SYSIN: competencia (AAAAMM); ano/semestre do horario.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT SUBST-FILE ASSIGN TO WRK-ARQ-SUBSTIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-SEQ
               FILE STATUS IS WRK-SUB-STATUS.
           SELECT DIALET-FILE ASSIGN TO WRK-ARQ-DIASLET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLE-STATUS.
           SELECT AUSENCIA-FILE ASSIGN TO WRK-ARQ-AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUS-STATUS.
           SELECT FISCAL-FILE ASSIGN TO WRK-ARQ-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-CHAVE
               FILE STATUS IS WRK-FIS-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT FOLHA-FILE ASSIGN TO WRK-ARQ-HORASFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOL-STATUS.
           SELECT EXTRATO-REL ASSIGN TO WRK-ARQ-HORASPRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  AUSENCIA-FILE.
           COPY AUSENREC.

       FD  FISCAL-FILE.
           COPY FISCREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  FOLHA-FILE.
           COPY FOLHAREC.

       FD  EXTRATO-REL.
       01  EXTRATO-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    UM REGISTRO POR EVENTO PAGO OU DESCONTADO, EM ORDEM DE
      *    PROFESSOR, DATA E HORA.
      *    SRT-EVENTO: 'T' = aula como titular, 'S' = aula como
      *    substituto (SRT-OUTRO = titular), 'F' = falta (nao paga),
      *    'R' = reposicao dada, 'P' = fiscalizacao de prova.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-PROFESSOR      PIC X(06).
           05 SRT-DATA           PIC X(08).
           05 SRT-HORA           PIC X(05).
           05 SRT-EVENTO         PIC X(01).
           05 SRT-TURMA          PIC X(05).
           05 SRT-MATERIA        PIC X(15).
           05 SRT-SALA           PIC X(05).
           05 SRT-OUTRO          PIC X(06).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-SUBSTIT   PIC X(40) VALUE 'SUBSTIT.DAT'.
       77 WRK-ARQ-DIASLET   PIC X(40) VALUE 'DIASLET.DAT'.
       77 WRK-ARQ-AUSENCIA  PIC X(40) VALUE 'AUSENCIA.DAT'.
       77 WRK-ARQ-FISCAL    PIC X(40) VALUE 'FISCAL.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-HORASFOL  PIC X(40) VALUE 'HORASFOL.DAT'.
       77 WRK-ARQ-HORASPRF  PIC X(40) VALUE 'HORASPRF.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DLE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AUS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FOL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DATA-INICIAL   PIC X(08) VALUE SPACES.
       77 WRK-DATA-FINAL     PIC X(08) VALUE SPACES.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-INT-INICIAL    PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FINAL      PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DIA        PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-LETIVOS   PIC X(06) VALUE 'SSSSSN'.
       77 WRK-DIA-OK         PIC X(01) VALUE 'S'.
      *    SESSAO DE FISCALIZACAO (PROVA DE 120 MINUTOS) PAGA COMO
      *    DUAS HORAS-AULA.
       77 WRK-HA-FISCAL      PIC 9(01) VALUE 2.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-AUS-ABERTO     PIC X(01) VALUE 'N'.
       77 WRK-PROF-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-TITULAR        PIC X(06) VALUE SPACES.
       77 WRK-SUBSTITUTO     PIC X(06) VALUE SPACES.
       77 WRK-NOME-PROF      PIC X(30) VALUE SPACES.
       77 WRK-PROF-ANT       PIC X(06) VALUE SPACES.
       77 WRK-DESC-EVENTO    PIC X(16) VALUE SPACES.
       77 WRK-QTD-ATR        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SUB        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-HOR        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FER        PIC 9(02) VALUE ZEROS.
       77 WRK-I              PIC 9(04) VALUE ZEROS.
       77 WRK-J              PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DIAS-LET   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-EVENTOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PROF   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROFS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-HORAS    PIC 9(07) VALUE ZEROS.
       77 WRK-P-TITULAR      PIC 9(04) VALUE ZEROS.
       77 WRK-P-SUBST        PIC 9(04) VALUE ZEROS.
       77 WRK-P-FALTAS       PIC 9(04) VALUE ZEROS.
       77 WRK-P-REPOSICOES   PIC 9(04) VALUE ZEROS.
       77 WRK-P-FISCAL       PIC 9(03) VALUE ZEROS.
       77 WRK-P-HORAS        PIC 9(05) VALUE ZEROS.

       01 WRK-COMPETENCIA    PIC X(06) VALUE SPACES.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO       PIC 9(04).
           05 WRK-COMP-MES       PIC 9(02).

       01 WRK-PROX-MES.
           05 WRK-PROX-ANO       PIC 9(04).
           05 WRK-PROX-MM        PIC 9(02).
           05 WRK-PROX-DD        PIC 9(02) VALUE 01.
       01 WRK-PROX-MES-N REDEFINES WRK-PROX-MES PIC 9(08).

       01 WRK-TABELA-ATR.
           05 WRK-ATR-ITEM OCCURS 500 TIMES.
               10 WRK-ATR-MATERIA   PIC X(15).
               10 WRK-ATR-TURMA     PIC X(05).
               10 WRK-ATR-PROFESSOR PIC X(06).

       01 WRK-TABELA-SUB.
           05 WRK-SUB-ITEM OCCURS 200 TIMES.
               10 WRK-SUB-SUBSTITUTO PIC X(06).
               10 WRK-SUB-MATERIA   PIC X(15).
               10 WRK-SUB-TURMA     PIC X(05).
               10 WRK-SUB-INICIO    PIC X(08).
               10 WRK-SUB-FIM       PIC X(08).

       01 WRK-TABELA-HOR.
           05 WRK-HOR-ITEM OCCURS 2000 TIMES.
               10 WRK-HOR-DIA       PIC 9(01).
               10 WRK-HOR-HORA      PIC X(05).
               10 WRK-HOR-MATERIA   PIC X(15).
               10 WRK-HOR-TURMA     PIC X(05).
               10 WRK-HOR-SALA      PIC X(05).

       01 WRK-TABELA-FER.
           05 WRK-FER-ITEM OCCURS 50 TIMES.
               10 WRK-FER-INICIO    PIC X(08).
               10 WRK-FER-FIM       PIC X(08).
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
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-CARREGAR-ATRIBUICOES
               PERFORM 0120-CARREGAR-SUBSTITUICOES
               PERFORM 0140-CARREGAR-HORARIO
               PERFORM 0160-CARREGAR-CALENDARIO
               IF WRK-QTD-HOR = 0
                   DISPLAY 'PERIODO SEM HORARIO DE AULAS.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT AUSENCIA-FILE
                   IF WRK-AUS-STATUS = '00'
                       MOVE 'S' TO WRK-AUS-ABERTO
                   END-IF
                   OPEN INPUT PROFESSOR-FILE
                   IF WRK-PROF-STATUS = '00'
                       MOVE 'S' TO WRK-PROF-ABERTO
                   END-IF
                   OPEN OUTPUT FOLHA-FILE
                   OPEN OUTPUT EXTRATO-REL
                   PERFORM 0180-CABECALHOS
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-PROFESSOR SRT-DATA
                                        SRT-HORA SRT-EVENTO
                       INPUT PROCEDURE IS 0200-GERAR-EVENTOS
                       OUTPUT PROCEDURE IS 0500-EXTRATO-PROFESSOR
                   PERFORM 0600-RODAPES
                   CLOSE FOLHA-FILE
                   CLOSE EXTRATO-REL
                   IF WRK-AUS-ABERTO = 'S'
                       CLOSE AUSENCIA-FILE
                   END-IF
                   IF WRK-PROF-ABERTO = 'S'
                       CLOSE PROFESSOR-FILE
                   END-IF
                   IF WRK-QTD-SEM-PROF > 0
                       MOVE 4 TO RETURN-CODE
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
           MOVE 'PROG143' TO DDN-PROGRAMA.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'SUBSTIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUBSTIT.
           MOVE 'DIASLET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIASLET.
           MOVE 'AUSENCIA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AUSENCIA.
           MOVE 'FISCAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FISCAL.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'HORASFOL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORASFOL.
           MOVE 'HORASPRF' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORASPRF.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    COMPETENCIA AAAAMM: DO DIA 1 AO ULTIMO DIA DO MES (VESPERA
      *    DO DIA 1 DO MES SEGUINTE).
       0050-INICIALIZAR.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'HORAS-AULA PARA A FOLHA - COMPETENCIA '
                   WRK-COMPETENCIA ' - PERIODO ' WRK-ANO-SEMESTRE.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA (AAAAMM).'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-COMPETENCIA TO WRK-DATA-INICIAL(1:6)
               MOVE '01' TO WRK-DATA-INICIAL(7:2)
               MOVE WRK-DATA-INICIAL TO WRK-DATA-NUM
               COMPUTE WRK-INT-INICIAL =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-COMP-MES = 12
                   COMPUTE WRK-PROX-ANO = WRK-COMP-ANO + 1
                   MOVE 1 TO WRK-PROX-MM
               ELSE
                   MOVE WRK-COMP-ANO TO WRK-PROX-ANO
                   COMPUTE WRK-PROX-MM = WRK-COMP-MES + 1
               END-IF
               COMPUTE WRK-INT-FINAL =
                   FUNCTION INTEGER-OF-DATE(WRK-PROX-MES-N) - 1
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-FINAL)
               MOVE WRK-DATA-NUM TO WRK-DATA-FINAL
           END-IF.

       0100-CARREGAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTD-ATR.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.

       0110-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ATR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND WRK-QTD-ATR < 500
                       ADD 1 TO WRK-QTD-ATR
                       MOVE WRK-QTD-ATR   TO WRK-I
                       MOVE ATR-MATERIA   TO WRK-ATR-MATERIA(WRK-I)
                       MOVE ATR-TURMA     TO WRK-ATR-TURMA(WRK-I)
                       MOVE ATR-PROFESSOR TO WRK-ATR-PROFESSOR(WRK-I)
                   END-IF
           END-READ.

       0120-CARREGAR-SUBSTITUICOES.
           MOVE ZEROS TO WRK-QTD-SUB.
           OPEN INPUT SUBST-FILE.
           IF WRK-SUB-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0130-LER-SUBSTITUICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SUBST-FILE
           END-IF.

       0130-LER-SUBSTITUICAO.
           READ SUBST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SUB-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND SUB-STATUS = 'A'
                      AND SUB-DATA-INICIO <= WRK-DATA-FINAL
                      AND SUB-DATA-FIM >= WRK-DATA-INICIAL
                      AND WRK-QTD-SUB < 200
                       ADD 1 TO WRK-QTD-SUB
                       MOVE WRK-QTD-SUB TO WRK-I
                       MOVE SUB-SUBSTITUTO  TO WRK-SUB-SUBSTITUTO(WRK-I)
                       MOVE SUB-MATERIA     TO WRK-SUB-MATERIA(WRK-I)
                       MOVE SUB-TURMA       TO WRK-SUB-TURMA(WRK-I)
                       MOVE SUB-DATA-INICIO TO WRK-SUB-INICIO(WRK-I)
                       MOVE SUB-DATA-FIM    TO WRK-SUB-FIM(WRK-I)
                   END-IF
           END-READ.

       0140-CARREGAR-HORARIO.
           MOVE ZEROS TO WRK-QTD-HOR.
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
               PERFORM 0150-LER-HORARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0150-LER-HORARIO.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF WRK-QTD-HOR < 2000
                           ADD 1 TO WRK-QTD-HOR
                           MOVE WRK-QTD-HOR TO WRK-I
                           MOVE HOR-DIA-SEMANA TO WRK-HOR-DIA(WRK-I)
                           MOVE HOR-HORA       TO WRK-HOR-HORA(WRK-I)
                           MOVE HOR-MATERIA    TO WRK-HOR-MATERIA(WRK-I)
                           MOVE HOR-TURMA      TO WRK-HOR-TURMA(WRK-I)
                           MOVE HOR-SALA       TO WRK-HOR-SALA(WRK-I)
                       END-IF
                   END-IF
           END-READ.

      *    PADRAO SEMANAL (SEM PADRAO, SEGUNDA A SEXTA) E FERIADOS/
      *    RECESSOS DO PERIODO.
       0160-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTD-FER.
           OPEN INPUT DIALET-FILE.
           IF WRK-DLE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0170-LER-DIALET UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DIALET-FILE
           END-IF.

       0170-LER-DIALET.
           READ DIALET-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DLE-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                       IF DLE-TIPO = 'P'
                           MOVE DLE-DIAS-SEMANA TO WRK-DIAS-LETIVOS
                       END-IF
                       IF DLE-TIPO = 'F' AND WRK-QTD-FER < 50
                           ADD 1 TO WRK-QTD-FER
                           MOVE WRK-QTD-FER TO WRK-I
                           MOVE DLE-DATA-INICIO TO WRK-FER-INICIO(WRK-I)
                           MOVE DLE-DATA-FIM    TO WRK-FER-FIM(WRK-I)
                       END-IF
                   END-IF
           END-READ.

       0180-CABECALHOS.
           MOVE SPACES            TO FOLHA-REC.
           MOVE 'HEADER'          TO FOL-TIPO.
           MOVE WRK-COMPETENCIA   TO FCAB-COMPETENCIA.
           MOVE WRK-AGORA         TO FCAB-DATA-HORA.
           MOVE 'SISNOTAS'        TO FCAB-ORIGEM.
           WRITE FOLHA-REC.
           MOVE ALL '=' TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING 'EXTRATO DE HORAS-AULA - COMPETENCIA '
                  WRK-COMP-MES '/' WRK-COMP-ANO ' - PERIODO '
                  WRK-ANO-SEMESTRE ' - EMITIDO EM '
                  WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE 'CONFIRA ANTES DO FECHAMENTO DA FOLHA. DIVERGENCIA: '
             TO EXTRATO-LINHA.
           MOVE 'PROCURE A SECRETARIA ACADEMICA.'
             TO EXTRATO-LINHA(52:31).
           WRITE EXTRATO-LINHA.
           MOVE ALL '=' TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

      *    EVENTOS DO MES: AULAS DO HORARIO DIA A DIA, REPOSICOES
      *    DADAS E FISCALIZACOES.
       0200-GERAR-EVENTOS.
           PERFORM 0210-EXPANDIR-DIA
               VARYING WRK-INT-DIA FROM WRK-INT-INICIAL BY 1
               UNTIL WRK-INT-DIA > WRK-INT-FINAL.
           IF WRK-AUS-ABERTO = 'S'
               PERFORM 0300-REPOSICOES-DADAS
           END-IF.
           PERFORM 0350-FISCALIZACOES.

       0210-EXPANDIR-DIA.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-INT-DIA).
           MOVE WRK-DATA-NUM TO WRK-DATA.
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-INT-DIA - 1, 7) + 1.
           MOVE 'S' TO WRK-DIA-OK.
           IF WRK-DIA-SEMANA = 7
               MOVE 'N' TO WRK-DIA-OK
           ELSE
               IF WRK-DIAS-LETIVOS(WRK-DIA-SEMANA:1) NOT = 'S'
                   MOVE 'N' TO WRK-DIA-OK
               END-IF
           END-IF.
           IF WRK-DIA-OK = 'S'
               PERFORM 0215-CONFERIR-FERIADO
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-FER
           END-IF.
           IF WRK-DIA-OK = 'S'
               ADD 1 TO WRK-QTD-DIAS-LET
               PERFORM 0220-EXPANDIR-SLOT
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR
           END-IF.

       0215-CONFERIR-FERIADO.
           IF WRK-DATA >= WRK-FER-INICIO(WRK-J)
              AND WRK-DATA <= WRK-FER-FIM(WRK-J)
               MOVE 'N' TO WRK-DIA-OK
           END-IF.

      *    SUBSTITUICAO VIGENTE PAGA O SUBSTITUTO; SEM ELA, O TITULAR,
      *    A MENOS QUE TENHA FALTADO NA AULA.
       0220-EXPANDIR-SLOT.
           IF WRK-HOR-DIA(WRK-I) = WRK-DIA-SEMANA
               MOVE SPACES TO WRK-TITULAR WRK-SUBSTITUTO
               PERFORM 0225-PROCURAR-TITULAR
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-ATR
               PERFORM 0230-PROCURAR-SUBSTITUTO
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-SUB
               MOVE WRK-DATA               TO SRT-DATA
               MOVE WRK-HOR-HORA(WRK-I)    TO SRT-HORA
               MOVE WRK-HOR-TURMA(WRK-I)   TO SRT-TURMA
               MOVE WRK-HOR-MATERIA(WRK-I) TO SRT-MATERIA
               MOVE WRK-HOR-SALA(WRK-I)    TO SRT-SALA
               EVALUATE TRUE
                   WHEN WRK-SUBSTITUTO NOT = SPACES
                       MOVE WRK-SUBSTITUTO TO SRT-PROFESSOR
                       MOVE 'S'            TO SRT-EVENTO
                       MOVE WRK-TITULAR    TO SRT-OUTRO
                       PERFORM 0250-LIBERAR-EVENTO
                   WHEN WRK-TITULAR = SPACES
                       ADD 1 TO WRK-QTD-SEM-PROF
                   WHEN OTHER
                       MOVE WRK-TITULAR TO SRT-PROFESSOR
                       MOVE SPACES      TO SRT-OUTRO
                       MOVE 'T'         TO SRT-EVENTO
                       PERFORM 0240-CONFERIR-FALTA
                       PERFORM 0250-LIBERAR-EVENTO
               END-EVALUATE
           END-IF.

       0225-PROCURAR-TITULAR.
           IF WRK-ATR-MATERIA(WRK-J) = WRK-HOR-MATERIA(WRK-I)
              AND WRK-ATR-TURMA(WRK-J) = WRK-HOR-TURMA(WRK-I)
              AND WRK-TITULAR = SPACES
               MOVE WRK-ATR-PROFESSOR(WRK-J) TO WRK-TITULAR
           END-IF.

       0230-PROCURAR-SUBSTITUTO.
           IF WRK-SUB-MATERIA(WRK-J) = WRK-HOR-MATERIA(WRK-I)
              AND WRK-SUB-TURMA(WRK-J) = WRK-HOR-TURMA(WRK-I)
              AND WRK-SUB-INICIO(WRK-J) <= WRK-DATA
              AND WRK-SUB-FIM(WRK-J) >= WRK-DATA
               MOVE WRK-SUB-SUBSTITUTO(WRK-J) TO WRK-SUBSTITUTO
           END-IF.

       0240-CONFERIR-FALTA.
           IF WRK-AUS-ABERTO = 'S'
               MOVE WRK-ANO-SEMESTRE     TO AUS-ANO-SEMESTRE
               MOVE WRK-HOR-TURMA(WRK-I) TO AUS-TURMA
               MOVE WRK-DATA             TO AUS-DATA
               MOVE WRK-HOR-HORA(WRK-I)  TO AUS-HORA
               READ AUSENCIA-FILE KEY IS AUS-CHAVE
                   NOT INVALID KEY
                       MOVE 'F' TO SRT-EVENTO
               END-READ
           END-IF.

       0250-LIBERAR-EVENTO.
           ADD 1 TO WRK-QTD-EVENTOS.
           RELEASE SORT-REC.

      *    REPOSICAO PAGA QUANDO AGENDADA NO MES E JA DADA (DATA NAO
      *    POSTERIOR AO DIA DA RODADA).
       0300-REPOSICOES-DADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE TO AUS-ANO-SEMESTRE.
           MOVE LOW-VALUES       TO AUS-TURMA AUS-DATA AUS-HORA.
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0310-LER-REPOSICAO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0310-LER-REPOSICAO.
           READ AUSENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AUS-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF AUS-REP-STATUS = 'A'
                          AND AUS-REP-DATA >= WRK-DATA-INICIAL
                          AND AUS-REP-DATA <= WRK-DATA-FINAL
                          AND AUS-REP-DATA <= WRK-DATA-HOJE
                          AND AUS-PROFESSOR NOT = SPACES
                           MOVE AUS-PROFESSOR TO SRT-PROFESSOR
                           MOVE AUS-REP-DATA  TO SRT-DATA
                           MOVE AUS-REP-HORA  TO SRT-HORA
                           MOVE 'R'           TO SRT-EVENTO
                           MOVE AUS-TURMA     TO SRT-TURMA
                           MOVE AUS-MATERIA   TO SRT-MATERIA
                           MOVE AUS-REP-SALA  TO SRT-SALA
                           MOVE SPACES        TO SRT-OUTRO
                           PERFORM 0250-LIBERAR-EVENTO
                       END-IF
                   END-IF
           END-READ.

       0350-FISCALIZACOES.
           OPEN INPUT FISCAL-FILE.
           IF WRK-FIS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-DATA-INICIAL TO FIS-DATA
               MOVE LOW-VALUES       TO FIS-HORA FIS-SALA
               MOVE ZEROS            TO FIS-SEQ
               START FISCAL-FILE KEY IS NOT LESS THAN FIS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0360-LER-FISCAL UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FISCAL-FILE
           END-IF.

       0360-LER-FISCAL.
           READ FISCAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FIS-DATA > WRK-DATA-FINAL
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF FIS-PROFESSOR NOT = SPACES
                           MOVE FIS-PROFESSOR TO SRT-PROFESSOR
                           MOVE FIS-DATA      TO SRT-DATA
                           MOVE FIS-HORA      TO SRT-HORA
                           MOVE 'P'           TO SRT-EVENTO
                           MOVE FIS-TURMA     TO SRT-TURMA
                           MOVE FIS-MATERIA   TO SRT-MATERIA
                           MOVE FIS-SALA      TO SRT-SALA
                           MOVE SPACES        TO SRT-OUTRO
                           PERFORM 0250-LIBERAR-EVENTO
                       END-IF
                   END-IF
           END-READ.

      *    EXTRATO: UMA SECAO POR PROFESSOR COM OS EVENTOS DO MES E OS
      *    TOTAIS, QUE SAO A LINHA DELE NO ARQUIVO DA FOLHA.
       0500-EXTRATO-PROFESSOR.
           MOVE SPACES TO WRK-PROF-ANT.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0510-LISTAR-EVENTO UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PROF-ANT NOT = SPACES
               PERFORM 0540-FECHAR-PROFESSOR
           END-IF.

       0510-LISTAR-EVENTO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF SRT-PROFESSOR NOT = WRK-PROF-ANT
                       IF WRK-PROF-ANT NOT = SPACES
                           PERFORM 0540-FECHAR-PROFESSOR
                       END-IF
                       PERFORM 0520-ABRIR-PROFESSOR
                   END-IF
                   PERFORM 0530-LINHA-EVENTO
           END-RETURN.

       0520-ABRIR-PROFESSOR.
           MOVE SRT-PROFESSOR TO WRK-PROF-ANT.
           MOVE ZEROS TO WRK-P-TITULAR WRK-P-SUBST WRK-P-FALTAS
                         WRK-P-REPOSICOES WRK-P-FISCAL.
           MOVE '(NAO CADASTRADO)' TO WRK-NOME-PROF.
           IF WRK-PROF-ABERTO = 'S'
               MOVE SRT-PROFESSOR TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WRK-NOME-PROF
               END-READ
           END-IF.
           MOVE SPACES TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING 'PROFESSOR ' SRT-PROFESSOR ' - ' WRK-NOME-PROF
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE ALL '-' TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

       0530-LINHA-EVENTO.
           EVALUATE SRT-EVENTO
               WHEN 'T'
                   ADD 1 TO WRK-P-TITULAR
                   MOVE 'AULA'             TO WRK-DESC-EVENTO
               WHEN 'S'
                   ADD 1 TO WRK-P-SUBST
                   MOVE 'AULA SUBSTITUTO'  TO WRK-DESC-EVENTO
               WHEN 'F'
                   ADD 1 TO WRK-P-FALTAS
                   MOVE 'FALTA - NAO PAGA' TO WRK-DESC-EVENTO
               WHEN 'R'
                   ADD 1 TO WRK-P-REPOSICOES
                   MOVE 'REPOSICAO'        TO WRK-DESC-EVENTO
               WHEN OTHER
                   ADD 1 TO WRK-P-FISCAL
                   MOVE 'FISCALIZACAO'     TO WRK-DESC-EVENTO
           END-EVALUATE.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING '  ' SRT-DATA(7:2) '/' SRT-DATA(5:2) '/'
                  SRT-DATA(1:4) ' ' SRT-HORA '  ' WRK-DESC-EVENTO
                  '  TURMA ' SRT-TURMA ' ' SRT-MATERIA ' SALA '
                  SRT-SALA
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           IF SRT-EVENTO = 'S' AND SRT-OUTRO NOT = SPACES
               MOVE 'NO LUGAR DE' TO EXTRATO-LINHA(80:11)
               MOVE SRT-OUTRO     TO EXTRATO-LINHA(92:6)
           END-IF.
           WRITE EXTRATO-LINHA.

       0540-FECHAR-PROFESSOR.
           COMPUTE WRK-P-HORAS = WRK-P-TITULAR + WRK-P-SUBST
                               + WRK-P-REPOSICOES
                               + WRK-P-FISCAL * WRK-HA-FISCAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING '  AULAS ' WRK-P-TITULAR '  SUBSTITUICOES '
                  WRK-P-SUBST '  FALTAS ' WRK-P-FALTAS
                  '  REPOSICOES ' WRK-P-REPOSICOES
                  '  FISCALIZACOES ' WRK-P-FISCAL
                  '  TOTAL DE HORAS-AULA ' WRK-P-HORAS
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES             TO FOLHA-REC.
           MOVE 'HORAS'            TO FOL-TIPO.
           MOVE WRK-PROF-ANT       TO FOL-PROFESSOR.
           MOVE WRK-COMPETENCIA    TO FOL-COMPETENCIA.
           MOVE WRK-P-TITULAR      TO FOL-AULAS-TITULAR.
           MOVE WRK-P-SUBST        TO FOL-AULAS-SUBST.
           MOVE WRK-P-FALTAS       TO FOL-FALTAS.
           MOVE WRK-P-REPOSICOES   TO FOL-REPOSICOES.
           MOVE WRK-P-FISCAL       TO FOL-FISCALIZACOES.
           MOVE WRK-P-HORAS        TO FOL-HORAS-AULA.
           WRITE FOLHA-REC.
           ADD 1 TO WRK-QTD-PROFS.
           ADD WRK-P-HORAS TO WRK-TOTAL-HORAS.

       0600-RODAPES.
           MOVE SPACES            TO FOLHA-REC.
           MOVE 'TRAILER'         TO FOL-TIPO.
           MOVE WRK-QTD-PROFS     TO FROD-TOTAL.
           MOVE WRK-TOTAL-HORAS   TO FROD-TOTAL-HORAS.
           WRITE FOLHA-REC.
           MOVE SPACES TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE ALL '=' TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING 'DIAS LETIVOS NO MES: ' WRK-QTD-DIAS-LET
                  '  PROFESSORES: ' WRK-QTD-PROFS
                  '  TOTAL DE HORAS-AULA: ' WRK-TOTAL-HORAS
                  '  AULAS SEM PROFESSOR ATRIBUIDO: ' WRK-QTD-SEM-PROF
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG143 - HORAS-AULA PARA A FOLHA'.
           DISPLAY 'DIAS LETIVOS NO MES...: ' WRK-QTD-DIAS-LET.
           DISPLAY 'EVENTOS APURADOS......: ' WRK-QTD-EVENTOS.
           DISPLAY 'PROFESSORES NA FOLHA..: ' WRK-QTD-PROFS.
           DISPLAY 'TOTAL DE HORAS-AULA...: ' WRK-TOTAL-HORAS.
           DISPLAY 'AULAS SEM PROFESSOR...: ' WRK-QTD-SEM-PROF.
           DISPLAY '========================================'.

      *    LIDOS = EVENTOS APURADOS (AULAS, FALTAS, REPOSICOES E
      *    FISCALIZACOES), GRAVADOS = PROFESSORES NO ARQUIVO DA FOLHA,
      *    REJEITADOS = AULAS SEM PROFESSOR ATRIBUIDO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG143'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-EVENTOS    TO RS-QTD-LIDOS
           MOVE WRK-QTD-PROFS      TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-PROF   TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG143.
