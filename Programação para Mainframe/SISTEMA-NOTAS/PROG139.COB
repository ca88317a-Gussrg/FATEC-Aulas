       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG139.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Escala de fiscais de prova da semana - monta os postos
      *          de fiscalizacao (data + hora + sala) das provas do
      *          periodo na janela de datas (EXAMES.DAT, com as salas
      *          de transbordo do ensalamento em ASSENTO.DAT) e escala
      *          em cada posto o numero pedido de professores de
      *          PROFESSOR.DAT. Nao escala quem, no horario da prova,
      *          da aula (HORARIO.DAT x ATRIBUIC.DAT, ou substituto
      *          vigente em SUBSTIT.DAT), tem prova propria, esta de
      *          licenca (titular substituido na data) ou ja fiscaliza
      *          outra sala. Escolhe sempre o professor livre com menos
      *          sessoes na semana, sem passar do maximo. A escala fica
      *          em FISCAL.DAT (trocas pelo PROG140); postos ja
      *          escalados sao mantidos e so o que falta e completado.
      *          FISCAL.REL traz os fiscais por sala e a escala de cada
      *          professor. RC 4 quando sobra posto sem fiscal.
      *          SYSIN: ano/semestre; data inicial e final (AAAAMMDD);
      *          fiscais por sala (1 a 9, padrao 2); maximo de sessoes
      *          por professor na semana (padrao 5).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVA-FILE ASSIGN TO WRK-ARQ-EXAMES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WRK-PRV-STATUS.
           SELECT ASSENTO-FILE ASSIGN TO WRK-ARQ-ASSENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-CHAVE
               FILE STATUS IS WRK-ASN-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
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
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT FISCAL-FILE ASSIGN TO WRK-ARQ-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-CHAVE
               FILE STATUS IS WRK-FIS-STATUS.
           SELECT FISCAL-REL ASSIGN TO WRK-ARQ-FISCREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  ASSENTO-FILE.
           COPY ASSENREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  SUBST-FILE.
           COPY SUBSTREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  FISCAL-FILE.
           COPY FISCREC.

       FD  FISCAL-REL.
       01  FISCAL-LINHA         PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    ESCALA EM ORDEM DE PROFESSOR, DATA E HORA PARA A SEGUNDA
      *    PARTE DO RELATORIO.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-PROFESSOR      PIC X(06).
           05 SRT-DATA           PIC X(08).
           05 SRT-HORA           PIC X(05).
           05 SRT-SALA           PIC X(05).
           05 SRT-MATERIA        PIC X(15).
           05 SRT-TIPO           PIC X(02).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-EXAMES    PIC X(40) VALUE 'EXAMES.DAT'.
       77 WRK-ARQ-ASSENTO   PIC X(40) VALUE 'ASSENTO.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-SUBSTIT   PIC X(40) VALUE 'SUBSTIT.DAT'.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-FISCAL    PIC X(40) VALUE 'FISCAL.DAT'.
       77 WRK-ARQ-FISCREL   PIC X(40) VALUE 'FISCAL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-PRV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ASN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SUB-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DATA-INICIAL   PIC X(08) VALUE SPACES.
       77 WRK-DATA-FINAL     PIC X(08) VALUE SPACES.
       77 WRK-FISCAIS-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-FISCAIS-SALA   PIC 9(01) VALUE 2.
       77 WRK-MAXIMO-ENTRADA PIC X(02) VALUE SPACES.
       77 WRK-MAXIMO-SESSOES PIC 9(02) VALUE 5.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ASSENTO    PIC X(01) VALUE 'N'.
       77 WRK-ASN-ABERTO     PIC X(01) VALUE 'N'.
       77 WRK-NOME-PROF      PIC X(30) VALUE SPACES.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-MIN-POSTO      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRO      PIC 9(04) VALUE ZEROS.
       77 WRK-DURACAO-OUTRO  PIC 9(03) VALUE ZEROS.
      *    DURACAO DE UMA AULA DO HORARIO E DE UMA PROVA, EM MINUTOS.
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.
       77 WRK-SOBREPOE       PIC X(01) VALUE 'N'.
       77 WRK-BUSCA-MATERIA  PIC X(15) VALUE SPACES.
       77 WRK-BUSCA-TURMA    PIC X(05) VALUE SPACES.
       77 WRK-BUSCA-PROF     PIC X(06) VALUE SPACES.
       77 WRK-SALA-ANT       PIC X(05) VALUE SPACES.
       77 WRK-PROF-ANT       PIC X(06) VALUE SPACES.
       77 WRK-QTD-PROF       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ATR        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SUB        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-HOR        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRV        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-POSTOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ESC        PIC 9(04) VALUE ZEROS.
       77 WRK-I              PIC 9(04) VALUE ZEROS.
       77 WRK-J              PIC 9(04) VALUE ZEROS.
       77 WRK-K              PIC 9(04) VALUE ZEROS.
       77 WRK-Q              PIC 9(03) VALUE ZEROS.
       77 WRK-P              PIC 9(03) VALUE ZEROS.
       77 WRK-POS            PIC 9(03) VALUE ZEROS.
       77 WRK-ESCOLHIDO      PIC 9(03) VALUE ZEROS.
       77 WRK-MENOR-CARGA    PIC 9(02) VALUE ZEROS.
       77 WRK-JA-ESCALADOS   PIC 9(01) VALUE ZEROS.
       77 WRK-MAIOR-SEQ      PIC 9(01) VALUE ZEROS.
       77 WRK-FALTAM         PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-EXISTENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-FISCAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS     PIC 9(03) VALUE ZEROS.

       01 WRK-HORA           PIC X(05) VALUE SPACES.
       01 WRK-HORA-R REDEFINES WRK-HORA.
           05 WRK-HORA-HH        PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-HORA-MM        PIC 9(02).

       01 WRK-HORA-OUTRO     PIC X(05) VALUE SPACES.
       01 WRK-HORA-OUTRO-R REDEFINES WRK-HORA-OUTRO.
           05 WRK-OUT-HH         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WRK-OUT-MM         PIC 9(02).

      *    PROFESSORES COM AS SESSOES DA SEMANA (CARGA) E A MARCA DE
      *    IMPEDIDO NO POSTO EM ANALISE.
       01 WRK-TABELA-PROF.
           05 WRK-PRF-ITEM OCCURS 300 TIMES.
               10 WRK-PRF-ID        PIC X(06).
               10 WRK-PRF-NOME      PIC X(30).
               10 WRK-PRF-CARGA     PIC 9(02).
               10 WRK-PRF-IMPEDIDO  PIC X(01).

       01 WRK-TABELA-ATR.
           05 WRK-ATR-ITEM OCCURS 500 TIMES.
               10 WRK-ATR-MATERIA   PIC X(15).
               10 WRK-ATR-TURMA     PIC X(05).
               10 WRK-ATR-PROFESSOR PIC X(06).

       01 WRK-TABELA-SUB.
           05 WRK-SUB-ITEM OCCURS 200 TIMES.
               10 WRK-SUB-TITULAR   PIC X(06).
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

       01 WRK-TABELA-PRV.
           05 WRK-PRV-ITEM OCCURS 300 TIMES.
               10 WRK-PRV-DATA      PIC X(08).
               10 WRK-PRV-HORA      PIC X(05).
               10 WRK-PRV-MATERIA   PIC X(15).
               10 WRK-PRV-TURMA     PIC X(05).
               10 WRK-PRV-TIPO      PIC X(02).

      *    POSTOS EM ORDEM DE DATA E HORA.
       01 WRK-TABELA-POSTOS.
           05 WRK-PST-ITEM OCCURS 500 TIMES.
               10 WRK-PST-DATA      PIC X(08).
               10 WRK-PST-HORA      PIC X(05).
               10 WRK-PST-SALA      PIC X(05).
               10 WRK-PST-PROVA     PIC 9(03).
       01 WRK-POSTO-NOVO.
           05 WRK-PSN-DATA          PIC X(08).
           05 WRK-PSN-HORA          PIC X(05).
           05 WRK-PSN-SALA          PIC X(05).
           05 WRK-PSN-PROVA         PIC 9(03).

      *    ESCALA: POSTOS JA GRAVADOS EM FISCAL.DAT NA JANELA (NOVO =
      *    'N') E OS ESCALADOS NESTA RODADA (NOVO = 'S').
       01 WRK-TABELA-ESC.
           05 WRK-ESC-ITEM OCCURS 1500 TIMES.
               10 WRK-ESC-DATA      PIC X(08).
               10 WRK-ESC-HORA      PIC X(05).
               10 WRK-ESC-SALA      PIC X(05).
               10 WRK-ESC-SEQ       PIC 9(01).
               10 WRK-ESC-PROFESSOR PIC X(06).
               10 WRK-ESC-MATERIA   PIC X(15).
               10 WRK-ESC-TIPO      PIC X(02).
               10 WRK-ESC-NOVO      PIC X(01).
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
               PERFORM 0100-CARREGAR-PROFESSORES
               PERFORM 0120-CARREGAR-ATRIBUICOES
               PERFORM 0140-CARREGAR-SUBSTITUICOES
               PERFORM 0160-CARREGAR-HORARIO
               PERFORM 0200-CARREGAR-PROVAS
               PERFORM 0300-CARREGAR-ESCALA
               IF WRK-QTD-POSTOS = 0
                   DISPLAY 'NENHUMA PROVA DO PERIODO NA JANELA.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0400-ESCALAR-POSTO
                       VARYING WRK-Q FROM 1 BY 1
                       UNTIL WRK-Q > WRK-QTD-POSTOS
                   OPEN OUTPUT FISCAL-REL
                   PERFORM 0700-FISCAIS-POR-SALA
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-PROFESSOR SRT-DATA
                                        SRT-HORA SRT-SALA
                       INPUT PROCEDURE IS 0800-SEPARAR-ESCALA
                       OUTPUT PROCEDURE IS 0820-ESCALA-PROFESSOR
                   CLOSE FISCAL-REL
                   IF WRK-QTD-SEM-FISCAL > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE FISCAL-FILE
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG139' TO DDN-PROGRAMA.
           MOVE 'EXAMES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EXAMES.
           MOVE 'ASSENTO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ASSENTO.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'SUBSTIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SUBSTIT.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'FISCAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FISCAL.
           MOVE 'FISCREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FISCREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-DATA-INICIAL.
           ACCEPT WRK-DATA-FINAL.
           ACCEPT WRK-FISCAIS-ENTRADA.
           ACCEPT WRK-MAXIMO-ENTRADA.
           IF WRK-FISCAIS-ENTRADA IS NUMERIC
              AND WRK-FISCAIS-ENTRADA NOT = '0'
               MOVE WRK-FISCAIS-ENTRADA TO WRK-FISCAIS-SALA
           END-IF.
           IF WRK-MAXIMO-ENTRADA IS NUMERIC
              AND WRK-MAXIMO-ENTRADA NOT = '00'
               MOVE WRK-MAXIMO-ENTRADA TO WRK-MAXIMO-SESSOES
           END-IF.
           DISPLAY 'ESCALA DE FISCAIS - ' WRK-ANO-SEMESTRE ' - '
                   WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL.
           DISPLAY 'FISCAIS POR SALA: ' WRK-FISCAIS-SALA
                   ' - MAXIMO DE SESSOES: ' WRK-MAXIMO-SESSOES.
           IF WRK-DATA-INICIAL IS NOT NUMERIC
              OR WRK-DATA-FINAL IS NOT NUMERIC
              OR WRK-DATA-FINAL < WRK-DATA-INICIAL
               DISPLAY 'JANELA DE DATAS INVALIDA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O FISCAL-FILE
               IF WRK-FIS-STATUS = '35' OR WRK-FIS-STATUS = '05'
                   OPEN OUTPUT FISCAL-FILE
                   CLOSE FISCAL-FILE
                   OPEN I-O FISCAL-FILE
               END-IF
               IF WRK-FIS-STATUS NOT = '00'
                   DISPLAY 'FISCAL.DAT INDISPONIVEL: ' WRK-FIS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0100-CARREGAR-PROFESSORES.
           MOVE ZEROS TO WRK-QTD-PROF.
           OPEN INPUT PROFESSOR-FILE.
           IF WRK-PROF-STATUS NOT = '00'
               DISPLAY 'PROFESSOR.DAT INDISPONIVEL: ' WRK-PROF-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-PROFESSOR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROFESSOR-FILE
           END-IF.

       0110-LER-PROFESSOR.
           READ PROFESSOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-PROF < 300
                       ADD 1 TO WRK-QTD-PROF
                       MOVE PROF-ID   TO WRK-PRF-ID(WRK-QTD-PROF)
                       MOVE PROF-NOME TO WRK-PRF-NOME(WRK-QTD-PROF)
                       MOVE ZEROS     TO WRK-PRF-CARGA(WRK-QTD-PROF)
                   ELSE
                       DISPLAY 'MAIS DE 300 PROFESSORES - DEMAIS '
                               'IGNORADOS.'
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0120-CARREGAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTD-ATR.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0130-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.

       0130-LER-ATRIBUICAO.
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

       0140-CARREGAR-SUBSTITUICOES.
           MOVE ZEROS TO WRK-QTD-SUB.
           OPEN INPUT SUBST-FILE.
           IF WRK-SUB-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0150-LER-SUBSTITUICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SUBST-FILE
           END-IF.

       0150-LER-SUBSTITUICAO.
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
                       MOVE SUB-TITULAR     TO WRK-SUB-TITULAR(WRK-I)
                       MOVE SUB-SUBSTITUTO  TO WRK-SUB-SUBSTITUTO(WRK-I)
                       MOVE SUB-MATERIA     TO WRK-SUB-MATERIA(WRK-I)
                       MOVE SUB-TURMA       TO WRK-SUB-TURMA(WRK-I)
                       MOVE SUB-DATA-INICIO TO WRK-SUB-INICIO(WRK-I)
                       MOVE SUB-DATA-FIM    TO WRK-SUB-FIM(WRK-I)
                   END-IF
           END-READ.

       0160-CARREGAR-HORARIO.
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
               PERFORM 0170-LER-HORARIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0170-LER-HORARIO.
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
                       END-IF
                   END-IF
           END-READ.

      *    PROVAS DO PERIODO NA JANELA E SEUS POSTOS: AS SALAS DO
      *    ENSALAMENTO, QUANDO HOUVER, OU A SALA AGENDADA.
       0200-CARREGAR-PROVAS.
           MOVE ZEROS TO WRK-QTD-PRV WRK-QTD-POSTOS.
           MOVE 'N' TO WRK-ASN-ABERTO.
           OPEN INPUT ASSENTO-FILE.
           IF WRK-ASN-STATUS = '00'
               MOVE 'S' TO WRK-ASN-ABERTO
           END-IF.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS NOT = '00'
               DISPLAY 'EXAMES.DAT INDISPONIVEL: ' WRK-PRV-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-PROVA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROVA-FILE
           END-IF.
           IF WRK-ASN-ABERTO = 'S'
               CLOSE ASSENTO-FILE
           END-IF.

       0210-LER-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND PRV-DATA >= WRK-DATA-INICIAL
                      AND PRV-DATA <= WRK-DATA-FINAL
                      AND WRK-QTD-PRV < 300
                       ADD 1 TO WRK-QTD-PRV
                       MOVE WRK-QTD-PRV TO WRK-P
                       MOVE PRV-DATA    TO WRK-PRV-DATA(WRK-P)
                       MOVE PRV-HORA    TO WRK-PRV-HORA(WRK-P)
                       MOVE PRV-MATERIA TO WRK-PRV-MATERIA(WRK-P)
                       MOVE PRV-TURMA   TO WRK-PRV-TURMA(WRK-P)
                       MOVE PRV-TIPO    TO WRK-PRV-TIPO(WRK-P)
                       PERFORM 0220-POSTOS-DA-PROVA
                   END-IF
           END-READ.

       0220-POSTOS-DA-PROVA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE PRV-DATA TO WRK-PSN-DATA.
           MOVE PRV-HORA TO WRK-PSN-HORA.
           MOVE WRK-P    TO WRK-PSN-PROVA.
           IF WRK-ASN-ABERTO = 'S'
               MOVE SPACES TO WRK-SALA-ANT
               MOVE PRV-ANO-SEMESTRE TO ASN-ANO-SEMESTRE
               MOVE PRV-MATERIA      TO ASN-MATERIA
               MOVE PRV-TURMA        TO ASN-TURMA
               MOVE PRV-TIPO         TO ASN-TIPO
               MOVE LOW-VALUES       TO ASN-MATRICULA
               MOVE 'N' TO WRK-FIM-ASSENTO
               START ASSENTO-FILE KEY IS NOT LESS THAN ASN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ASSENTO
               END-START
               PERFORM 0230-SALA-DO-ENSALAMENTO
                   UNTIL WRK-FIM-ASSENTO = 'S'
           END-IF.
           IF WRK-ACHOU = 'N' AND PRV-SALA NOT = SPACES
               MOVE PRV-SALA TO WRK-PSN-SALA
               PERFORM 0250-INCLUIR-POSTO
           END-IF.

       0230-SALA-DO-ENSALAMENTO.
           READ ASSENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ASSENTO
               NOT AT END
                   IF ASN-ANO-SEMESTRE NOT = PRV-ANO-SEMESTRE
                      OR ASN-MATERIA NOT = PRV-MATERIA
                      OR ASN-TURMA NOT = PRV-TURMA
                      OR ASN-TIPO NOT = PRV-TIPO
                       MOVE 'S' TO WRK-FIM-ASSENTO
                   ELSE
                       MOVE 'S' TO WRK-ACHOU
                       IF ASN-SALA NOT = WRK-SALA-ANT
                           MOVE ASN-SALA TO WRK-SALA-ANT
                           MOVE ASN-SALA TO WRK-PSN-SALA
                           PERFORM 0250-INCLUIR-POSTO
                       END-IF
                   END-IF
           END-READ.

      *    INCLUSAO EM ORDEM DE DATA + HORA; POSTO REPETIDO (DUAS
      *    PROVAS NA MESMA SALA E HORA) ENTRA UMA VEZ SO.
       0250-INCLUIR-POSTO.
           MOVE 'N' TO WRK-SOBREPOE.
           PERFORM 0255-CONFERIR-REPETIDO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-POSTOS OR WRK-SOBREPOE = 'S'.
           IF WRK-SOBREPOE = 'N'
               IF WRK-QTD-POSTOS < 500
                   MOVE ZEROS TO WRK-POS
                   PERFORM 0260-PROCURAR-POSICAO
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QTD-POSTOS OR WRK-POS > 0
                   IF WRK-POS = 0
                       COMPUTE WRK-POS = WRK-QTD-POSTOS + 1
                   ELSE
                       PERFORM 0265-DESLOCAR-POSTO
                           VARYING WRK-I FROM WRK-QTD-POSTOS BY -1
                           UNTIL WRK-I < WRK-POS
                   END-IF
                   ADD 1 TO WRK-QTD-POSTOS
                   MOVE WRK-POSTO-NOVO TO WRK-PST-ITEM(WRK-POS)
               ELSE
                   DISPLAY 'MAIS DE 500 POSTOS - IGNORADO: '
                           WRK-PSN-DATA ' ' WRK-PSN-HORA ' '
                           WRK-PSN-SALA
               END-IF
           END-IF.

       0255-CONFERIR-REPETIDO.
           IF WRK-PST-DATA(WRK-I) = WRK-PSN-DATA
              AND WRK-PST-HORA(WRK-I) = WRK-PSN-HORA
              AND WRK-PST-SALA(WRK-I) = WRK-PSN-SALA
               MOVE 'S' TO WRK-SOBREPOE
           END-IF.

       0260-PROCURAR-POSICAO.
           IF WRK-PST-DATA(WRK-I) > WRK-PSN-DATA
              OR (WRK-PST-DATA(WRK-I) = WRK-PSN-DATA
                  AND WRK-PST-HORA(WRK-I) > WRK-PSN-HORA)
               MOVE WRK-I TO WRK-POS
           END-IF.

       0265-DESLOCAR-POSTO.
           COMPUTE WRK-J = WRK-I + 1.
           MOVE WRK-PST-ITEM(WRK-I) TO WRK-PST-ITEM(WRK-J).

      *    ESCALA JA GRAVADA NA JANELA: MANTIDA COMO ESTA (INCLUSIVE
      *    AS TROCAS) E CONTADA NA CARGA DE CADA PROFESSOR.
       0300-CARREGAR-ESCALA.
           MOVE ZEROS TO WRK-QTD-ESC.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA-INICIAL TO FIS-DATA.
           MOVE LOW-VALUES       TO FIS-HORA FIS-SALA.
           MOVE ZEROS            TO FIS-SEQ.
           START FISCAL-FILE KEY IS NOT LESS THAN FIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0310-LER-ESCALA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0310-LER-ESCALA.
           READ FISCAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FIS-DATA > WRK-DATA-FINAL
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF WRK-QTD-ESC < 1500
                           ADD 1 TO WRK-QTD-ESC
                           ADD 1 TO WRK-QTD-EXISTENTES
                           MOVE WRK-QTD-ESC TO WRK-K
                           MOVE FIS-DATA      TO WRK-ESC-DATA(WRK-K)
                           MOVE FIS-HORA      TO WRK-ESC-HORA(WRK-K)
                           MOVE FIS-SALA      TO WRK-ESC-SALA(WRK-K)
                           MOVE FIS-SEQ       TO WRK-ESC-SEQ(WRK-K)
                           MOVE FIS-PROFESSOR
                               TO WRK-ESC-PROFESSOR(WRK-K)
                           MOVE FIS-MATERIA   TO WRK-ESC-MATERIA(WRK-K)
                           MOVE FIS-TIPO      TO WRK-ESC-TIPO(WRK-K)
                           MOVE 'N'           TO WRK-ESC-NOVO(WRK-K)
                           MOVE FIS-PROFESSOR TO WRK-BUSCA-PROF
                           PERFORM 0320-SOMAR-CARGA
                       END-IF
                   END-IF
           END-READ.

       0320-SOMAR-CARGA.
           PERFORM 0325-SOMAR-CARGA-PROF
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-PROF.

       0325-SOMAR-CARGA-PROF.
           IF WRK-PRF-ID(WRK-I) = WRK-BUSCA-PROF
               ADD 1 TO WRK-PRF-CARGA(WRK-I)
           END-IF.

      *    POSTO A POSTO: MARCA QUEM ESTA IMPEDIDO NO HORARIO E ESCALA
      *    O QUE FALTA, SEMPRE O PROFESSOR LIVRE DE MENOR CARGA.
       0400-ESCALAR-POSTO.
           MOVE ZEROS TO WRK-JA-ESCALADOS WRK-MAIOR-SEQ.
           PERFORM 0405-CONTAR-ESCALADOS
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-QTD-ESC.
           IF WRK-JA-ESCALADOS < WRK-FISCAIS-SALA
               COMPUTE WRK-FALTAM = WRK-FISCAIS-SALA - WRK-JA-ESCALADOS
               PERFORM 0410-MARCAR-IMPEDIDOS
               PERFORM 0450-ESCOLHER-FISCAL WRK-FALTAM TIMES
           END-IF.

       0405-CONTAR-ESCALADOS.
           IF WRK-ESC-DATA(WRK-K) = WRK-PST-DATA(WRK-Q)
              AND WRK-ESC-HORA(WRK-K) = WRK-PST-HORA(WRK-Q)
              AND WRK-ESC-SALA(WRK-K) = WRK-PST-SALA(WRK-Q)
               ADD 1 TO WRK-JA-ESCALADOS
               IF WRK-ESC-SEQ(WRK-K) > WRK-MAIOR-SEQ
                   MOVE WRK-ESC-SEQ(WRK-K) TO WRK-MAIOR-SEQ
               END-IF
           END-IF.

       0410-MARCAR-IMPEDIDOS.
           PERFORM 0412-LIMPAR-IMPEDIDO
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-PROF.
           MOVE WRK-PST-DATA(WRK-Q) TO WRK-DATA.
           PERFORM 0600-DIA-DA-SEMANA.
           MOVE WRK-PST-HORA(WRK-Q) TO WRK-HORA.
           IF WRK-HORA-HH IS NUMERIC AND WRK-HORA-MM IS NUMERIC
               COMPUTE WRK-MIN-POSTO = WRK-HORA-HH * 60 + WRK-HORA-MM
           ELSE
               MOVE ZEROS TO WRK-MIN-POSTO
           END-IF.
           PERFORM 0415-AULA-NO-HORARIO
               VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QTD-HOR.
           PERFORM 0420-PROVA-PROPRIA
               VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-PRV.
           PERFORM 0425-LICENCA
               VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QTD-SUB.
           PERFORM 0430-OUTRO-POSTO
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-QTD-ESC.

       0412-LIMPAR-IMPEDIDO.
           MOVE 'N' TO WRK-PRF-IMPEDIDO(WRK-I).
           IF WRK-PRF-CARGA(WRK-I) >= WRK-MAXIMO-SESSOES
               MOVE 'S' TO WRK-PRF-IMPEDIDO(WRK-I)
           END-IF.

       0415-AULA-NO-HORARIO.
           IF WRK-HOR-DIA(WRK-J) = WRK-DIA-SEMANA
               MOVE WRK-HOR-HORA(WRK-J) TO WRK-HORA-OUTRO
               MOVE WRK-DURACAO-AULA TO WRK-DURACAO-OUTRO
               PERFORM 0440-CONFERIR-SOBREPOSICAO
               IF WRK-SOBREPOE = 'S'
                   MOVE WRK-HOR-MATERIA(WRK-J) TO WRK-BUSCA-MATERIA
                   MOVE WRK-HOR-TURMA(WRK-J)   TO WRK-BUSCA-TURMA
                   PERFORM 0500-MARCAR-DOCENTES
               END-IF
           END-IF.

       0420-PROVA-PROPRIA.
           IF WRK-PRV-DATA(WRK-P) = WRK-PST-DATA(WRK-Q)
               MOVE WRK-PRV-HORA(WRK-P) TO WRK-HORA-OUTRO
               MOVE WRK-DURACAO-PROVA TO WRK-DURACAO-OUTRO
               PERFORM 0440-CONFERIR-SOBREPOSICAO
               IF WRK-SOBREPOE = 'S'
                   MOVE WRK-PRV-MATERIA(WRK-P) TO WRK-BUSCA-MATERIA
                   MOVE WRK-PRV-TURMA(WRK-P)   TO WRK-BUSCA-TURMA
                   PERFORM 0500-MARCAR-DOCENTES
               END-IF
           END-IF.

      *    TITULAR SUBSTITUIDO NA DATA ESTA DE LICENCA.
       0425-LICENCA.
           IF WRK-SUB-INICIO(WRK-J) <= WRK-PST-DATA(WRK-Q)
              AND WRK-SUB-FIM(WRK-J) >= WRK-PST-DATA(WRK-Q)
               MOVE WRK-SUB-TITULAR(WRK-J) TO WRK-BUSCA-PROF
               PERFORM 0520-MARCAR-PROFESSOR
           END-IF.

       0430-OUTRO-POSTO.
           IF WRK-ESC-DATA(WRK-K) = WRK-PST-DATA(WRK-Q)
               MOVE WRK-ESC-HORA(WRK-K) TO WRK-HORA-OUTRO
               MOVE WRK-DURACAO-PROVA TO WRK-DURACAO-OUTRO
               PERFORM 0440-CONFERIR-SOBREPOSICAO
               IF WRK-SOBREPOE = 'S'
                   MOVE WRK-ESC-PROFESSOR(WRK-K) TO WRK-BUSCA-PROF
                   PERFORM 0520-MARCAR-PROFESSOR
               END-IF
           END-IF.

      *    O OUTRO EVENTO SE SOBREPOE A PROVA DO POSTO QUANDO COMECA
      *    ANTES DE ELA TERMINAR E TERMINA DEPOIS DE ELA COMECAR.
       0440-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOE.
           IF WRK-OUT-HH IS NUMERIC AND WRK-OUT-MM IS NUMERIC
               COMPUTE WRK-MIN-OUTRO = WRK-OUT-HH * 60 + WRK-OUT-MM
               IF WRK-MIN-OUTRO < WRK-MIN-POSTO + WRK-DURACAO-PROVA
                  AND WRK-MIN-OUTRO + WRK-DURACAO-OUTRO > WRK-MIN-POSTO
                   MOVE 'S' TO WRK-SOBREPOE
               END-IF
           END-IF.

       0450-ESCOLHER-FISCAL.
           MOVE ZEROS TO WRK-ESCOLHIDO.
           MOVE 99 TO WRK-MENOR-CARGA.
           PERFORM 0455-COMPARAR-CARGA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-PROF.
           ADD 1 TO WRK-MAIOR-SEQ.
           MOVE WRK-PST-PROVA(WRK-Q) TO WRK-P.
           IF WRK-ESCOLHIDO = 0
               ADD 1 TO WRK-QTD-SEM-FISCAL
               DISPLAY 'POSTO SEM FISCAL: ' WRK-PST-DATA(WRK-Q) ' '
                       WRK-PST-HORA(WRK-Q) ' SALA ' WRK-PST-SALA(WRK-Q)
           ELSE
               IF WRK-QTD-ESC < 1500
                   ADD 1 TO WRK-QTD-ESC
                   MOVE WRK-QTD-ESC TO WRK-K
                   MOVE WRK-PST-DATA(WRK-Q) TO WRK-ESC-DATA(WRK-K)
                   MOVE WRK-PST-HORA(WRK-Q) TO WRK-ESC-HORA(WRK-K)
                   MOVE WRK-PST-SALA(WRK-Q) TO WRK-ESC-SALA(WRK-K)
                   MOVE WRK-MAIOR-SEQ       TO WRK-ESC-SEQ(WRK-K)
                   MOVE WRK-PRF-ID(WRK-ESCOLHIDO)
                       TO WRK-ESC-PROFESSOR(WRK-K)
                   MOVE WRK-PRV-MATERIA(WRK-P) TO WRK-ESC-MATERIA(WRK-K)
                   MOVE WRK-PRV-TIPO(WRK-P)    TO WRK-ESC-TIPO(WRK-K)
                   MOVE 'S'                 TO WRK-ESC-NOVO(WRK-K)
                   ADD 1 TO WRK-PRF-CARGA(WRK-ESCOLHIDO)
                   MOVE 'S' TO WRK-PRF-IMPEDIDO(WRK-ESCOLHIDO)
                   PERFORM 0460-GRAVAR-FISCAL
               END-IF
           END-IF.

       0455-COMPARAR-CARGA.
           IF WRK-PRF-IMPEDIDO(WRK-I) = 'N'
              AND WRK-PRF-CARGA(WRK-I) < WRK-MENOR-CARGA
               MOVE WRK-I TO WRK-ESCOLHIDO
               MOVE WRK-PRF-CARGA(WRK-I) TO WRK-MENOR-CARGA
           END-IF.

       0460-GRAVAR-FISCAL.
           MOVE WRK-ESC-DATA(WRK-K)      TO FIS-DATA.
           MOVE WRK-ESC-HORA(WRK-K)      TO FIS-HORA.
           MOVE WRK-ESC-SALA(WRK-K)      TO FIS-SALA.
           MOVE WRK-ESC-SEQ(WRK-K)       TO FIS-SEQ.
           MOVE WRK-ESC-PROFESSOR(WRK-K) TO FIS-PROFESSOR.
           MOVE WRK-ANO-SEMESTRE         TO FIS-ANO-SEMESTRE.
           MOVE WRK-PRV-MATERIA(WRK-P)   TO FIS-MATERIA.
           MOVE WRK-PRV-TURMA(WRK-P)     TO FIS-TURMA.
           MOVE WRK-PRV-TIPO(WRK-P)      TO FIS-TIPO.
           MOVE 'A'                      TO FIS-ORIGEM.
           MOVE SPACES                   TO FIS-PROF-ANTERIOR
                                            FIS-DATA-TROCA
                                            FIS-OPERADOR.
           WRITE FISCAL-REC
               INVALID KEY
                   DISPLAY 'POSTO JA GRAVADO EM FISCAL.DAT: '
                           FIS-DATA ' ' FIS-HORA ' ' FIS-SALA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.

      *    QUEM DA A AULA (OU APLICA A PROVA) DA MATERIA/TURMA NA DATA:
      *    OS ATRIBUIDOS E O SUBSTITUTO VIGENTE.
       0500-MARCAR-DOCENTES.
           PERFORM 0505-DOCENTE-ATRIBUIDO
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-ATR.
           PERFORM 0510-DOCENTE-SUBSTITUTO
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-SUB.

       0505-DOCENTE-ATRIBUIDO.
           IF WRK-ATR-MATERIA(WRK-I) = WRK-BUSCA-MATERIA
              AND WRK-ATR-TURMA(WRK-I) = WRK-BUSCA-TURMA
               MOVE WRK-ATR-PROFESSOR(WRK-I) TO WRK-BUSCA-PROF
               PERFORM 0520-MARCAR-PROFESSOR
           END-IF.

       0510-DOCENTE-SUBSTITUTO.
           IF WRK-SUB-MATERIA(WRK-I) = WRK-BUSCA-MATERIA
              AND WRK-SUB-TURMA(WRK-I) = WRK-BUSCA-TURMA
              AND WRK-SUB-INICIO(WRK-I) <= WRK-PST-DATA(WRK-Q)
              AND WRK-SUB-FIM(WRK-I) >= WRK-PST-DATA(WRK-Q)
               MOVE WRK-SUB-SUBSTITUTO(WRK-I) TO WRK-BUSCA-PROF
               PERFORM 0520-MARCAR-PROFESSOR
           END-IF.

       0520-MARCAR-PROFESSOR.
           PERFORM 0525-MARCAR-SE-FOR
               VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > WRK-QTD-PROF.

       0525-MARCAR-SE-FOR.
           IF WRK-PRF-ID(WRK-POS) = WRK-BUSCA-PROF
               MOVE 'S' TO WRK-PRF-IMPEDIDO(WRK-POS)
           END-IF.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE), COMO NO PROG33: 1 = SEGUNDA ... 7 =
      *    DOMINGO; ZERO PARA DATA INVALIDA.
       0600-DIA-DA-SEMANA.
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

      *    PRIMEIRA PARTE: LISTA DE FISCAIS DE CADA POSTO.
       0700-FISCAIS-POR-SALA.
           MOVE SPACES TO FISCAL-LINHA.
           STRING 'ESCALA DE FISCAIS DE PROVA - ' WRK-ANO-SEMESTRE
                  ' - ' WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE ALL '=' TO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE 'FISCAIS POR SALA' TO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           PERFORM 0710-LISTAR-POSTO
               VARYING WRK-Q FROM 1 BY 1 UNTIL WRK-Q > WRK-QTD-POSTOS.

       0710-LISTAR-POSTO.
           MOVE WRK-PST-PROVA(WRK-Q) TO WRK-P.
           MOVE ALL '-' TO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE SPACES TO FISCAL-LINHA.
           STRING WRK-PST-DATA(WRK-Q)(7:2) '/' WRK-PST-DATA(WRK-Q)(5:2)
                  '/' WRK-PST-DATA(WRK-Q)(1:4) ' ' WRK-PST-HORA(WRK-Q)
                  '  SALA ' WRK-PST-SALA(WRK-Q)
                  '  PROVA ' WRK-PRV-TIPO(WRK-P) ' '
                  WRK-PRV-MATERIA(WRK-P) ' TURMA ' WRK-PRV-TURMA(WRK-P)
               DELIMITED BY SIZE INTO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           PERFORM 0720-LISTAR-FISCAL
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-QTD-ESC.
           IF WRK-QTD-LINHAS < WRK-FISCAIS-SALA
               MOVE '    ** POSTO INCOMPLETO - FALTA FISCAL **'
                   TO FISCAL-LINHA
               WRITE FISCAL-LINHA
           END-IF.

       0720-LISTAR-FISCAL.
           IF WRK-ESC-DATA(WRK-K) = WRK-PST-DATA(WRK-Q)
              AND WRK-ESC-HORA(WRK-K) = WRK-PST-HORA(WRK-Q)
              AND WRK-ESC-SALA(WRK-K) = WRK-PST-SALA(WRK-Q)
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-ESC-PROFESSOR(WRK-K) TO WRK-BUSCA-PROF
               PERFORM 0730-NOME-PROFESSOR
               MOVE SPACES TO FISCAL-LINHA
               STRING '    ' WRK-ESC-PROFESSOR(WRK-K) ' '
                      WRK-NOME-PROF
                   DELIMITED BY SIZE INTO FISCAL-LINHA
               IF WRK-ESC-NOVO(WRK-K) = 'N'
                   MOVE '(JA ESCALADO)' TO FISCAL-LINHA(45:13)
               END-IF
               WRITE FISCAL-LINHA
           END-IF.

       0730-NOME-PROFESSOR.
           MOVE SPACES TO WRK-NOME-PROF.
           PERFORM 0735-NOME-SE-FOR
               VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > WRK-QTD-PROF.

       0735-NOME-SE-FOR.
           IF WRK-PRF-ID(WRK-POS) = WRK-BUSCA-PROF
               MOVE WRK-PRF-NOME(WRK-POS) TO WRK-NOME-PROF
           END-IF.

      *    SEGUNDA PARTE: A ESCALA DE CADA PROFESSOR.
       0800-SEPARAR-ESCALA.
           PERFORM 0810-LIBERAR-ESCALA
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-QTD-ESC.

       0810-LIBERAR-ESCALA.
           MOVE WRK-ESC-PROFESSOR(WRK-K) TO SRT-PROFESSOR.
           MOVE WRK-ESC-DATA(WRK-K)      TO SRT-DATA.
           MOVE WRK-ESC-HORA(WRK-K)      TO SRT-HORA.
           MOVE WRK-ESC-SALA(WRK-K)      TO SRT-SALA.
           MOVE WRK-ESC-MATERIA(WRK-K)   TO SRT-MATERIA.
           MOVE WRK-ESC-TIPO(WRK-K)      TO SRT-TIPO.
           RELEASE SORT-REC.

       0820-ESCALA-PROFESSOR.
           MOVE ALL '=' TO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE 'ESCALA POR PROFESSOR' TO FISCAL-LINHA.
           WRITE FISCAL-LINHA.
           MOVE SPACES TO WRK-PROF-ANT.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0830-LISTAR-SESSAO UNTIL WRK-FIM-SORT = 'S'.

       0830-LISTAR-SESSAO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF SRT-PROFESSOR NOT = WRK-PROF-ANT
                       MOVE SRT-PROFESSOR TO WRK-PROF-ANT
                       MOVE SRT-PROFESSOR TO WRK-BUSCA-PROF
                       PERFORM 0730-NOME-PROFESSOR
                       MOVE ALL '-' TO FISCAL-LINHA
                       WRITE FISCAL-LINHA
                       MOVE SPACES TO FISCAL-LINHA
                       STRING 'PROFESSOR ' SRT-PROFESSOR ' - '
                              WRK-NOME-PROF
                           DELIMITED BY SIZE INTO FISCAL-LINHA
                       WRITE FISCAL-LINHA
                   END-IF
                   MOVE SPACES TO FISCAL-LINHA
                   STRING '    ' SRT-DATA(7:2) '/' SRT-DATA(5:2) '/'
                          SRT-DATA(1:4) ' ' SRT-HORA '  SALA '
                          SRT-SALA '  PROVA ' SRT-TIPO ' '
                          SRT-MATERIA
                       DELIMITED BY SIZE INTO FISCAL-LINHA
                   WRITE FISCAL-LINHA
           END-RETURN.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG139 - ESCALA DE FISCAIS DE PROVA'.
           DISPLAY 'PROVAS NA JANELA......: ' WRK-QTD-PRV.
           DISPLAY 'POSTOS DE FISCALIZACAO: ' WRK-QTD-POSTOS.
           DISPLAY 'ESCALAS JA GRAVADAS...: ' WRK-QTD-EXISTENTES.
           DISPLAY 'FISCAIS ESCALADOS.....: ' WRK-QTD-GRAVADOS.
           DISPLAY 'VAGAS SEM FISCAL......: ' WRK-QTD-SEM-FISCAL.
           DISPLAY '========================================'.

      *    LIDOS = POSTOS DE FISCALIZACAO, GRAVADOS = FISCAIS ESCALADOS
      *    NA RODADA, REJEITADOS = VAGAS SEM FISCAL DISPONIVEL.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG139'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-POSTOS     TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADOS   TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-SEM-FISCAL TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG139.
