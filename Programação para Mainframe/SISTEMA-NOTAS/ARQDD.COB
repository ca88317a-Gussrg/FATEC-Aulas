       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQDD.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resolucao do arquivo fisico pelo nome logico do step -
      *          subprograma CALLado por todo programa de lote antes
      *          de abrir qualquer arquivo. Recebe o nome da DD e o
      *          nome de sempre do arquivo; se o step informou a DD
      *          (variavel de ambiente DD_<nome>), devolve o arquivo
      *          informado, senao devolve o padrao. Assim a mesma
      *          cadeia roda contra a copia de treinamento do PROG88,
      *          um backup restaurado ou uma geracao anterior sem
      *          recompilar. Arquivo de dados de aluno com .TRN no
      *          nome e de treinamento; os mestres de aluno (e as
      *          copias derivadas deles) com qualquer outro nome sao
      *          de producao. A primeira resolucao fixa o ambiente da
      *          execucao; um arquivo do outro ambiente recusa a
      *          execucao (DDN-RETORNO 8) e toda resolucao seguinte
      *          tambem volta 8, para o programa nao abrir nada.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-VARIAVEL       PIC X(11) VALUE SPACES.
       77 WRK-VALOR          PIC X(40) VALUE SPACES.
       77 WRK-PADRAO         PIC X(40) VALUE SPACES.
       77 WRK-CLASSE         PIC X(01) VALUE SPACES.
       77 WRK-QTD-TRN        PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-AMBIENTE       PIC X(01) VALUE SPACES.
       77 WRK-MISTURA        PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO-DD    PIC X(08) VALUE SPACES.
       77 WRK-PRIMEIRO-ARQ   PIC X(40) VALUE SPACES.

      *    MESTRES DE DADOS DE ALUNO COPIADOS PELO PROG88 E AS COPIAS
      *    DERIVADAS DELES PELA CADEIA (BACKUP, HISTORICO, ARQUIVO
      *    MORTO, EXTRATO DO RELATORIO, RESUMO POR PERIODO).
       01  WRK-TAB-MESTRES.
           05 FILLER             PIC X(13) VALUE 'GRADES.DAT'.
           05 FILLER             PIC X(13) VALUE 'CADALUNO.DAT'.
           05 FILLER             PIC X(13) VALUE 'MATRICULA.DAT'.
           05 FILLER             PIC X(13) VALUE 'COMPNOTA.DAT'.
           05 FILLER             PIC X(13) VALUE 'GRADES.BKP'.
           05 FILLER             PIC X(13) VALUE 'GRADES.HIST'.
           05 FILLER             PIC X(13) VALUE 'GRADESA.HIST'.
           05 FILLER             PIC X(13) VALUE 'GRADESRPT.DAT'.
           05 FILLER             PIC X(13) VALUE 'RESUMO.DAT'.
           05 FILLER             PIC X(13) VALUE 'RESUMRPT.DAT'.
       01  WRK-TAB-MESTRES-R REDEFINES WRK-TAB-MESTRES.
           05 WRK-MESTRE         PIC X(13) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-NOME           PIC X(08).
           05 LK-PROGRAMA       PIC X(08).
           05 LK-RETORNO        PIC 9(02).
           05 LK-AMBIENTE       PIC X(01).
       01  LK-ARQUIVO           PIC X(40).

       PROCEDURE DIVISION USING LK-PARM LK-ARQUIVO.
       0001-PRINCIPAL.
           MOVE LK-ARQUIVO TO WRK-PADRAO
           MOVE SPACES TO WRK-VARIAVEL WRK-VALOR
           STRING 'DD_' LK-NOME DELIMITED BY SPACE
               INTO WRK-VARIAVEL
           DISPLAY WRK-VARIAVEL UPON ENVIRONMENT-NAME
           ACCEPT WRK-VALOR FROM ENVIRONMENT-VALUE
           IF WRK-VALOR NOT = SPACES
               MOVE WRK-VALOR TO LK-ARQUIVO
               DISPLAY LK-PROGRAMA ': DD ' LK-NOME ' = '
                       LK-ARQUIVO
           END-IF
           PERFORM 0100-CLASSIFICAR
           IF WRK-CLASSE NOT = SPACES
               IF WRK-AMBIENTE = SPACES
                   MOVE WRK-CLASSE TO WRK-AMBIENTE
                   MOVE LK-NOME    TO WRK-PRIMEIRO-DD
                   MOVE LK-ARQUIVO TO WRK-PRIMEIRO-ARQ
               ELSE
                   IF WRK-CLASSE NOT = WRK-AMBIENTE
                      AND WRK-MISTURA = 'N'
                       PERFORM 0200-RECUSAR
                   END-IF
               END-IF
           END-IF
           IF WRK-MISTURA = 'S'
               MOVE 8 TO LK-RETORNO
           END-IF
           MOVE WRK-AMBIENTE TO LK-AMBIENTE
           GOBACK.

      *    .TRN EM QUALQUER PONTO DO NOME E TREINAMENTO; SEM .TRN, SO
      *    OS ARQUIVOS DE DADOS DE ALUNO CONTAM COMO PRODUCAO. TABELAS,
      *    LOGS E RELATORIOS NAO DEFINEM AMBIENTE.
       0100-CLASSIFICAR.
           MOVE SPACES TO WRK-CLASSE.
           MOVE ZEROS TO WRK-QTD-TRN.
           INSPECT LK-ARQUIVO TALLYING WRK-QTD-TRN FOR ALL '.TRN'.
           IF WRK-QTD-TRN > 0
               MOVE 'T' TO WRK-CLASSE
           ELSE
               PERFORM 0110-PROCURAR-MESTRE
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 10 OR WRK-CLASSE NOT = SPACES
           END-IF.

       0110-PROCURAR-MESTRE.
           IF WRK-PADRAO = WRK-MESTRE(WRK-IND)
               MOVE 'P' TO WRK-CLASSE
           END-IF.

       0200-RECUSAR.
           MOVE 'S' TO WRK-MISTURA.
           DISPLAY '================================================'.
           DISPLAY LK-PROGRAMA ': ARQUIVOS DE PRODUCAO E DE '
                   'TREINAMENTO NA MESMA EXECUCAO - RECUSADA.'.
           DISPLAY '  DD ' WRK-PRIMEIRO-DD ' = ' WRK-PRIMEIRO-ARQ.
           DISPLAY '  DD ' LK-NOME ' = ' LK-ARQUIVO.
           DISPLAY '  INFORMAR TODAS AS DD DE DADOS DE ALUNO DO MESMO '
                   'AMBIENTE.'.
           DISPLAY '================================================'.

       END PROGRAM ARQDD.
