       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG129.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arquivo mensal da bolsa de monitoria para o
      *          financeiro - soma, por monitor, as horas lancadas no
      *          PROG128 (MONHORAS.DAT) nas semanas que comecam no mes
      *          de competencia informado, valoriza pelo valor da hora
      *          da vaga (MONVAGA.DAT) e grava MONBOLSA.DAT no layout
      *          de largura fixa da casa: registro 10 de cabecalho da
      *          instituicao, um registro 20 por monitor e registro 99
      *          de totais. Horas de vaga inexistente ou de aluno que
      *          nao esta selecionado na vaga sao rejeitadas. RC 4
      *          quando nao ha nada a pagar na competencia.
      *          SYSIN: competencia (AAAAMM).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORAS-FILE ASSIGN TO WRK-ARQ-MONHORAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MHR-CHAVE
               FILE STATUS IS WRK-MHR-STATUS.
           SELECT VAGA-FILE ASSIGN TO WRK-ARQ-MONVAGA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVG-SEQ
               FILE STATUS IS WRK-MVG-STATUS.
           SELECT CAND-FILE ASSIGN TO WRK-ARQ-MONCAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCD-CHAVE
               FILE STATUS IS WRK-MCD-STATUS.
           SELECT BOLSA-FILE ASSIGN TO WRK-ARQ-MONBOLSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLSA-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HORAS-FILE.
           COPY MONHREC.

       FD  VAGA-FILE.
           COPY MONVREC.

       FD  CAND-FILE.
           COPY MONCREC.

       FD  BOLSA-FILE.
       01  BOLSA-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MONHORAS  PIC X(40) VALUE 'MONHORAS.DAT'.
       77 WRK-ARQ-MONVAGA   PIC X(40) VALUE 'MONVAGA.DAT'.
       77 WRK-ARQ-MONCAND   PIC X(40) VALUE 'MONCAND.DAT'.
       77 WRK-ARQ-MONBOLSA  PIC X(40) VALUE 'MONBOLSA.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-MHR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MVG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MCD-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-BOLSA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA    PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-MONITOR-OK     PIC X(01) VALUE 'N'.
      *    CODIGO DA INSTITUICAO (MESMO DOS ARQUIVOS DO MINISTERIO).
       77 WRK-COD-INSTITUICAO PIC X(08) VALUE 'FATEC001'.
       77 WRK-VAGA-ATUAL     PIC 9(05) VALUE ZEROS.
       77 WRK-MATRICULA-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-HORAS-MONITOR  PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-MONITOR  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PAGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-HORAS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO  PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-REG-10.
           05 FILLER            PIC X(02) VALUE '10'.
           05 R10-INSTITUICAO   PIC X(08).
           05 R10-COMPETENCIA   PIC X(06).
           05 R10-DATA-GERACAO  PIC X(08).
           05 FILLER            PIC X(56) VALUE SPACES.

       01 WRK-REG-20.
           05 FILLER            PIC X(02) VALUE '20'.
           05 R20-MATRICULA     PIC X(10).
           05 R20-NOME          PIC X(30).
           05 R20-MATERIA       PIC X(15).
           05 R20-HORAS         PIC 9(03).
           05 R20-VALOR-HORA    PIC 9(03)V99.
           05 R20-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X(06) VALUE SPACES.

       01 WRK-REG-99.
           05 FILLER            PIC X(02) VALUE '99'.
           05 R99-QTD-MONITORES PIC 9(05).
           05 R99-TOTAL-HORAS   PIC 9(06).
           05 R99-TOTAL-VALOR   PIC 9(09)V99.
           05 FILLER            PIC X(56) VALUE SPACES.
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
               PERFORM 0100-LER-HORAS
               PERFORM 0200-PROCESSAR-HORAS
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               PERFORM 0300-FECHAR-MONITOR
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-QTD-PAGOS = 0
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
           MOVE 'PROG129' TO DDN-PROGRAMA.
           MOVE 'MONHORAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MONHORAS.
           MOVE 'MONVAGA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MONVAGA.
           MOVE 'MONCAND' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MONCAND.
           MOVE 'MONBOLSA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MONBOLSA.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-COMPETENCIA.
           DISPLAY 'BOLSA DE MONITORIA - COMPETENCIA ' WRK-COMPETENCIA
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMPETENCIA(5:2) < '01'
              OR WRK-COMPETENCIA(5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA - NADA FOI GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT HORAS-FILE.
           OPEN INPUT VAGA-FILE.
           OPEN INPUT CAND-FILE.
           IF WRK-MHR-STATUS NOT = '00' OR WRK-MVG-STATUS NOT = '00'
              OR WRK-MCD-STATUS NOT = '00'
               DISPLAY 'ARQUIVOS DE MONITORIA INDISPONIVEIS: '
                       WRK-MHR-STATUS ' ' WRK-MVG-STATUS ' '
                       WRK-MCD-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BOLSA-FILE
               IF WRK-BOLSA-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL CRIAR MONBOLSA.DAT: '
                           WRK-BOLSA-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WRK-COD-INSTITUICAO TO R10-INSTITUICAO
                   MOVE WRK-COMPETENCIA     TO R10-COMPETENCIA
                   MOVE WRK-AGORA(1:8)      TO R10-DATA-GERACAO
                   WRITE BOLSA-REC FROM WRK-REG-10
               END-IF
           END-IF.

       0100-LER-HORAS.
           READ HORAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *    QUEBRA POR VAGA + MATRICULA (ORDEM DA CHAVE DO MONHORAS);
      *    SO CONTAM AS SEMANAS QUE COMECAM NO MES DE COMPETENCIA.
       0200-PROCESSAR-HORAS.
           IF MHR-SEMANA(1:6) = WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-LIDOS
               IF MHR-VAGA NOT = WRK-VAGA-ATUAL
                  OR MHR-MATRICULA NOT = WRK-MATRICULA-ATUAL
                   PERFORM 0300-FECHAR-MONITOR
                   PERFORM 0250-INICIAR-MONITOR
               END-IF
               IF WRK-MONITOR-OK = 'S'
                   ADD MHR-HORAS TO WRK-HORAS-MONITOR
               ELSE
                   ADD 1 TO WRK-QTD-REJEITADOS
               END-IF
           END-IF.
           PERFORM 0100-LER-HORAS.

       0250-INICIAR-MONITOR.
           MOVE MHR-VAGA      TO WRK-VAGA-ATUAL.
           MOVE MHR-MATRICULA TO WRK-MATRICULA-ATUAL.
           MOVE ZEROS         TO WRK-HORAS-MONITOR.
           MOVE 'N'           TO WRK-MONITOR-OK.
           MOVE MHR-VAGA      TO MVG-SEQ.
           READ VAGA-FILE KEY IS MVG-SEQ
               INVALID KEY
                   DISPLAY 'VAGA ' MHR-VAGA ' INEXISTENTE - HORAS DE '
                           MHR-MATRICULA ' REJEITADAS.'
               NOT INVALID KEY
                   MOVE MHR-VAGA      TO MCD-VAGA
                   MOVE MHR-MATRICULA TO MCD-MATRICULA
                   READ CAND-FILE KEY IS MCD-CHAVE
                       INVALID KEY
                           MOVE SPACES TO MCD-STATUS
                   END-READ
                   IF MCD-STATUS = 'S'
                       MOVE 'S' TO WRK-MONITOR-OK
                   ELSE
                       DISPLAY MHR-MATRICULA ' NAO E MONITOR DA VAGA '
                               MHR-VAGA ' - HORAS REJEITADAS.'
                   END-IF
           END-READ.

       0300-FECHAR-MONITOR.
           IF WRK-MONITOR-OK = 'S' AND WRK-HORAS-MONITOR > 0
               COMPUTE WRK-VALOR-MONITOR ROUNDED =
                       WRK-HORAS-MONITOR * MVG-VALOR-HORA
               MOVE MCD-MATRICULA     TO R20-MATRICULA
               MOVE MCD-NOME          TO R20-NOME
               MOVE MVG-MATERIA       TO R20-MATERIA
               MOVE WRK-HORAS-MONITOR TO R20-HORAS
               MOVE MVG-VALOR-HORA    TO R20-VALOR-HORA
               MOVE WRK-VALOR-MONITOR TO R20-VALOR
               WRITE BOLSA-REC FROM WRK-REG-20
               ADD 1 TO WRK-QTD-PAGOS
               ADD WRK-HORAS-MONITOR TO WRK-TOTAL-HORAS
               ADD WRK-VALOR-MONITOR TO WRK-TOTAL-VALOR
           END-IF.
           MOVE 'N' TO WRK-MONITOR-OK.
           MOVE ZEROS TO WRK-HORAS-MONITOR.

       0800-FECHAR-ARQUIVOS.
           MOVE WRK-QTD-PAGOS   TO R99-QTD-MONITORES.
           MOVE WRK-TOTAL-HORAS TO R99-TOTAL-HORAS.
           MOVE WRK-TOTAL-VALOR TO R99-TOTAL-VALOR.
           WRITE BOLSA-REC FROM WRK-REG-99.
           CLOSE HORAS-FILE VAGA-FILE CAND-FILE BOLSA-FILE.

       0900-FINALIZAR.
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY '========================================'.
           DISPLAY 'PROG129 - BOLSA DE MONITORIA'.
           DISPLAY 'COMPETENCIA...........: ' WRK-COMPETENCIA.
           DISPLAY 'LANCAMENTOS DO MES....: ' WRK-QTD-LIDOS.
           DISPLAY 'MONITORES PAGOS.......: ' WRK-QTD-PAGOS.
           DISPLAY 'HORAS.................: ' WRK-TOTAL-HORAS.
           DISPLAY 'VALOR TOTAL...........: ' WRK-VALOR-EDITADO.
           DISPLAY 'LANCAMENTOS REJEITADOS: ' WRK-QTD-REJEITADOS.
           DISPLAY 'ARQUIVO...............: MONBOLSA.DAT'.
           DISPLAY '========================================'.

      *    LIDOS = LANCAMENTOS DE HORAS DA COMPETENCIA, GRAVADOS =
      *    MONITORES PAGOS, REJEITADOS = HORAS SEM VAGA OU SEM MONITOR
      *    SELECIONADO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG129'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-PAGOS      TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-REJEITADOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG129.
