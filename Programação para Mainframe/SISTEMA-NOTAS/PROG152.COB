       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG152.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de vencimento de convenios de
      *          estagio (CONVENIO.REL) - lista as empresas
      *          concedentes (CONCEDEN.DAT, PROG151) cujo convenio ou
      *          apolice de seguro vence nos proximos dias (60 por
      *          padrao) ou ja venceu, com o contato da empresa e os
      *          estagiarios ativos nela (ESTTCC.DAT com estagio em
      *          andamento, PROG78), para a renovacao antes que o
      *          estagio fique irregular. RC 4 quando ha empresa com
      *          convenio ou seguro ja vencido e estagiario ativo.
      *          SYSIN: data de referencia AAAAMMDD (em branco =
      *          hoje); dias de antecedencia (em branco = 060).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCEDENTE-FILE ASSIGN TO WRK-ARQ-CONCEDEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CNPJ
               FILE STATUS IS WRK-EMP-STATUS.
           SELECT ESTTCC-FILE ASSIGN TO WRK-ARQ-ESTTCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MATRICULA
               FILE STATUS IS WRK-EST-STATUS.
           SELECT CONVENIO-REL ASSIGN TO WRK-ARQ-CONVENIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONCEDENTE-FILE.
           COPY EMPRREC.

       FD  ESTTCC-FILE.
           COPY ESTGREC.

       FD  CONVENIO-REL.
       01  CONVENIO-LINHA       PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CONCEDEN  PIC X(40) VALUE 'CONCEDEN.DAT'.
       77 WRK-ARQ-ESTTCC    PIC X(40) VALUE 'ESTTCC.DAT'.
       77 WRK-ARQ-CONVENIO  PIC X(40) VALUE 'CONVENIO.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-EMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-REF       PIC X(08) VALUE SPACES.
       77 WRK-DIAS-ENTRADA   PIC X(03) VALUE SPACES.
       77 WRK-DIAS           PIC 9(03) VALUE 60.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE    PIC X(08) VALUE SPACES.
       77 WRK-DATA-LIMITE-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-REF        PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-VENC       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FALTAM    PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IRREGULARES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESTAGIARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EST-EMPRESA PIC 9(05) VALUE ZEROS.
       77 WRK-IND            PIC 9(05) VALUE ZEROS.
       77 WRK-VENCIDA        PIC X(01) VALUE 'N'.
       77 WRK-VENCIMENTO     PIC X(08) VALUE SPACES.
       77 WRK-SITUACAO-VENC  PIC X(24) VALUE SPACES.
       77 WRK-DIAS-ED        PIC ZZZZ9.

      *    ESTAGIARIOS ATIVOS (ESTAGIO EM ANDAMENTO) COM EMPRESA DO
      *    CADASTRO, CARREGADOS UMA VEZ.
       01 WRK-TABELA-ESTAGIARIOS.
           05 WRK-EST-ITEM OCCURS 3000 TIMES.
               10 WRK-EST-CNPJ        PIC X(14).
               10 WRK-EST-MATRICULA   PIC X(10).
               10 WRK-EST-SUPERVISOR  PIC X(30).
               10 WRK-EST-CUMPRIDAS   PIC 9(04).
               10 WRK-EST-CONTRATO    PIC 9(04).
               10 WRK-EST-INICIO      PIC X(08).
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
               PERFORM 0100-CARREGAR-ESTAGIARIOS
               OPEN OUTPUT CONVENIO-REL
               PERFORM 0150-CABECALHO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE LOW-VALUES TO EMP-CNPJ
               START CONCEDENTE-FILE KEY IS NOT LESS THAN EMP-CNPJ
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0200-LER-EMPRESA UNTIL WRK-FIM-ARQUIVO = 'S'
               PERFORM 0400-RESUMO
               CLOSE CONVENIO-REL CONCEDENTE-FILE
               IF WRK-QTD-IRREGULARES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG152' TO DDN-PROGRAMA.
           MOVE 'CONCEDEN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONCEDEN.
           MOVE 'ESTTCC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ESTTCC.
           MOVE 'CONVENIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONVENIO.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-DATA-REF.
           ACCEPT WRK-DIAS-ENTRADA.
           IF WRK-DATA-REF = SPACES
               MOVE WRK-AGORA(1:8) TO WRK-DATA-REF
           END-IF.
           IF WRK-DIAS-ENTRADA NOT = SPACES
               IF WRK-DIAS-ENTRADA IS NUMERIC
                   MOVE WRK-DIAS-ENTRADA TO WRK-DIAS
               ELSE
                   DISPLAY 'DIAS DE ANTECEDENCIA INVALIDOS - '
                           'USANDO ' WRK-DIAS
               END-IF
           END-IF.
           DISPLAY 'VENCIMENTO DE CONVENIOS DE ESTAGIO - REFERENCIA '
                   WRK-DATA-REF ' - ' WRK-DIAS ' DIAS'.
           IF WRK-DATA-REF IS NOT NUMERIC
               DISPLAY 'DATA DE REFERENCIA INVALIDA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-DATA-REF TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) NOT = 0
                   DISPLAY 'DATA DE REFERENCIA INVALIDA.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   COMPUTE WRK-DIA-REF =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   COMPUTE WRK-DATA-LIMITE-NUM =
                       FUNCTION DATE-OF-INTEGER(WRK-DIA-REF + WRK-DIAS)
                   MOVE WRK-DATA-LIMITE-NUM TO WRK-DATA-LIMITE
                   OPEN INPUT CONCEDENTE-FILE
                   IF WRK-EMP-STATUS NOT = '00'
                       DISPLAY 'CONCEDEN.DAT INDISPONIVEL: '
                               WRK-EMP-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0100-CARREGAR-ESTAGIARIOS.
           MOVE ZEROS TO WRK-QTD-ESTAGIARIOS.
           OPEN INPUT ESTTCC-FILE.
           IF WRK-EST-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-ESTAGIO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ESTTCC-FILE
           ELSE
               DISPLAY 'ESTTCC.DAT INDISPONIVEL: ' WRK-EST-STATUS
                       ' - RELATORIO SEM ESTAGIARIOS.'
           END-IF.

       0110-LER-ESTAGIO.
           READ ESTTCC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EST-ESTAGIO-STATUS = 'P'
                      AND EST-EMPRESA-CNPJ NOT = SPACES
                      AND EST-HORAS-CONTRATO > 0
                       IF WRK-QTD-ESTAGIARIOS < 3000
                           ADD 1 TO WRK-QTD-ESTAGIARIOS
                           MOVE WRK-QTD-ESTAGIARIOS TO WRK-IND
                           MOVE EST-EMPRESA-CNPJ
                               TO WRK-EST-CNPJ(WRK-IND)
                           MOVE EST-MATRICULA
                               TO WRK-EST-MATRICULA(WRK-IND)
                           MOVE EST-SUPERVISOR
                               TO WRK-EST-SUPERVISOR(WRK-IND)
                           MOVE EST-HORAS-CUMPRIDAS
                               TO WRK-EST-CUMPRIDAS(WRK-IND)
                           MOVE EST-HORAS-CONTRATO
                               TO WRK-EST-CONTRATO(WRK-IND)
                           MOVE EST-DATA-CONTRATO
                               TO WRK-EST-INICIO(WRK-IND)
                       ELSE
                           DISPLAY 'MAIS DE 3000 ESTAGIARIOS ATIVOS - '
                                   'IGNORADO: ' EST-MATRICULA
                       END-IF
                   END-IF
           END-READ.

       0150-CABECALHO.
           MOVE ALL '=' TO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING 'CONVENIOS DE ESTAGIO A VENCER - REFERENCIA '
                  WRK-DATA-REF(7:2) '/' WRK-DATA-REF(5:2) '/'
                  WRK-DATA-REF(1:4) ' - VENCIMENTOS ATE '
                  WRK-DATA-LIMITE(7:2) '/' WRK-DATA-LIMITE(5:2) '/'
                  WRK-DATA-LIMITE(1:4) ' (' WRK-DIAS ' DIAS)'
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE ALL '=' TO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.

      *    EMPRESA LISTADA QUANDO O CONVENIO OU O SEGURO VENCE ATE A
      *    DATA LIMITE (INCLUSIVE OS JA VENCIDOS). EMPRESA INATIVA SO
      *    E LISTADA SE AINDA TEM ESTAGIARIO ATIVO.
       0200-LER-EMPRESA.
           READ CONCEDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF EMP-CONVENIO-VALIDADE NOT > WRK-DATA-LIMITE
                      OR EMP-SEGURO-VALIDADE NOT > WRK-DATA-LIMITE
                       PERFORM 0210-CONTAR-ESTAGIARIOS
                       IF EMP-SITUACAO = 'A'
                          OR WRK-QTD-EST-EMPRESA > 0
                           PERFORM 0300-LISTAR-EMPRESA
                       END-IF
                   END-IF
           END-READ.

       0210-CONTAR-ESTAGIARIOS.
           MOVE ZEROS TO WRK-QTD-EST-EMPRESA.
           PERFORM 0215-CONFERIR-ESTAGIARIO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESTAGIARIOS.

       0215-CONFERIR-ESTAGIARIO.
           IF WRK-EST-CNPJ(WRK-IND) = EMP-CNPJ
               ADD 1 TO WRK-QTD-EST-EMPRESA
           END-IF.

       0300-LISTAR-EMPRESA.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE 'N' TO WRK-VENCIDA.
           MOVE SPACES TO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING 'EMPRESA ' EMP-CNPJ ' - ' EMP-RAZAO-SOCIAL
                  ' [' EMP-SITUACAO ']'
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE EMP-CONVENIO-VALIDADE TO WRK-VENCIMENTO.
           PERFORM 0310-SITUACAO-VENCIMENTO.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING '  CONVENIO ' EMP-CONVENIO-NUMERO ' VALIDADE '
                  EMP-CONVENIO-VALIDADE(7:2) '/'
                  EMP-CONVENIO-VALIDADE(5:2) '/'
                  EMP-CONVENIO-VALIDADE(1:4) '  ' WRK-SITUACAO-VENC
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE EMP-SEGURO-VALIDADE TO WRK-VENCIMENTO.
           PERFORM 0310-SITUACAO-VENCIMENTO.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING '  SEGURO   ' EMP-SEGURO-APOLICE ' VALIDADE '
                  EMP-SEGURO-VALIDADE(7:2) '/'
                  EMP-SEGURO-VALIDADE(5:2) '/'
                  EMP-SEGURO-VALIDADE(1:4) '  ' WRK-SITUACAO-VENC
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING '  CONTATO  ' EMP-CONTATO-NOME ' '
                  EMP-CONTATO-TELEFONE ' ' EMP-CONTATO-EMAIL
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           IF WRK-QTD-EST-EMPRESA = 0
               MOVE '  SEM ESTAGIARIOS ATIVOS.' TO CONVENIO-LINHA
               WRITE CONVENIO-LINHA
           ELSE
               MOVE SPACES TO CONVENIO-LINHA
               STRING '  ESTAGIARIOS ATIVOS: ' WRK-QTD-EST-EMPRESA
                   DELIMITED BY SIZE INTO CONVENIO-LINHA
               WRITE CONVENIO-LINHA
               PERFORM 0320-LISTAR-ESTAGIARIO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-ESTAGIARIOS
           END-IF.
           IF WRK-VENCIDA = 'S'
               ADD 1 TO WRK-QTD-VENCIDAS
               IF WRK-QTD-EST-EMPRESA > 0
                   ADD 1 TO WRK-QTD-IRREGULARES
                   MOVE '  *** ESTAGIO IRREGULAR: CONVENIO OU SEGURO VE'
                       TO CONVENIO-LINHA
                   MOVE 'NCIDO COM ESTAGIARIO ATIVO ***'
                       TO CONVENIO-LINHA(48:30)
                   WRITE CONVENIO-LINHA
               END-IF
           END-IF.

       0310-SITUACAO-VENCIMENTO.
           MOVE SPACES TO WRK-SITUACAO-VENC.
           IF WRK-VENCIMENTO < WRK-DATA-REF
               MOVE 'S' TO WRK-VENCIDA
               MOVE '*** VENCIDO ***' TO WRK-SITUACAO-VENC
           ELSE
               IF WRK-VENCIMENTO NOT > WRK-DATA-LIMITE
                   MOVE WRK-VENCIMENTO TO WRK-DATA-NUM
                   COMPUTE WRK-DIA-VENC =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   COMPUTE WRK-DIAS-FALTAM = WRK-DIA-VENC - WRK-DIA-REF
                   MOVE WRK-DIAS-FALTAM TO WRK-DIAS-ED
                   STRING 'VENCE EM ' WRK-DIAS-ED ' DIAS'
                       DELIMITED BY SIZE INTO WRK-SITUACAO-VENC
               END-IF
           END-IF.

       0320-LISTAR-ESTAGIARIO.
           IF WRK-EST-CNPJ(WRK-IND) = EMP-CNPJ
               MOVE SPACES TO CONVENIO-LINHA
               STRING '    ' WRK-EST-MATRICULA(WRK-IND)
                      '  SUPERVISOR ' WRK-EST-SUPERVISOR(WRK-IND)
                      '  HORAS ' WRK-EST-CUMPRIDAS(WRK-IND) ' DE '
                      WRK-EST-CONTRATO(WRK-IND) '  CONTRATO DE '
                      WRK-EST-INICIO(WRK-IND)(7:2) '/'
                      WRK-EST-INICIO(WRK-IND)(5:2) '/'
                      WRK-EST-INICIO(WRK-IND)(1:4)
                   DELIMITED BY SIZE INTO CONVENIO-LINHA
               WRITE CONVENIO-LINHA
           END-IF.

       0400-RESUMO.
           MOVE SPACES TO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           MOVE ALL '=' TO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.
           IF WRK-QTD-LISTADAS = 0
               MOVE 'NENHUM CONVENIO OU SEGURO A VENCER NO PRAZO.'
                   TO CONVENIO-LINHA
               WRITE CONVENIO-LINHA
           END-IF.
           MOVE SPACES TO CONVENIO-LINHA.
           STRING 'EMPRESAS NO CADASTRO: ' WRK-QTD-LIDAS
                  '  LISTADAS: ' WRK-QTD-LISTADAS
                  '  JA VENCIDAS: ' WRK-QTD-VENCIDAS
                  '  VENCIDAS COM ESTAGIARIO ATIVO: '
                  WRK-QTD-IRREGULARES
               DELIMITED BY SIZE INTO CONVENIO-LINHA.
           WRITE CONVENIO-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG152 - VENCIMENTO DE CONVENIOS DE ESTAGIO'.
           DISPLAY 'EMPRESAS LIDAS........: ' WRK-QTD-LIDAS.
           DISPLAY 'EMPRESAS LISTADAS.....: ' WRK-QTD-LISTADAS.
           DISPLAY 'JA VENCIDAS...........: ' WRK-QTD-VENCIDAS.
           DISPLAY 'VENCIDAS C/ ESTAGIARIO: ' WRK-QTD-IRREGULARES.
           DISPLAY 'ARQUIVO GERADO........: CONVENIO.REL'.
           DISPLAY '========================================'.

      *    LIDOS = EMPRESAS DO CADASTRO, GRAVADOS = EMPRESAS LISTADAS,
      *    REJEITADOS = CONVENIO/SEGURO VENCIDO COM ESTAGIARIO ATIVO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG152'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDAS        TO RS-QTD-LIDOS
           MOVE WRK-QTD-LISTADAS     TO RS-QTD-GRAVADOS
           MOVE ZEROS                TO RS-QTD-INCLUIDOS
           MOVE ZEROS                TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-IRREGULARES  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG152.
