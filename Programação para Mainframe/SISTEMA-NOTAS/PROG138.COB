       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG138.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ensalamento de provas por sessao (data + hora) - para
      *          cada prova do calendario (EXAMES.DAT) na sessao, pega
      *          os alunos ativos da disciplina (MATRICULA.DAT, turma
      *          pelo TURMAALU) e distribui em ordem alfabetica pela
      *          sala agendada e, quando ela enche, por salas de
      *          transbordo livres no horario (sem aula em HORARIO.DAT
      *          nem outra prova), de preferencia no mesmo predio. A
      *          capacidade de prova de cada sala e a SALA-CAPACIDADE
      *          dividida pelo fator de espacamento (2 = uma cadeira
      *          sim, outra nao); o assento ja sai com o espacamento.
      *          Grava sala/assento em ASSENTO.DAT (o PROG67 imprime no
      *          comprovante) e a lista de porta por sala em
      *          ENSALA.REL. Sala com capacidade zero no mestre nao tem
      *          limite conhecido e nao serve de transbordo. Aluno sem
      *          turma conhecida so e ensalado quando a disciplina tem
      *          uma unica prova daquele tipo no periodo. RC 4 quando
      *          sobra aluno sem sala; RC 8 sem prova na sessao.
      *          Aluno com atendimento vigente no cadastro de NEE
      *          (NEE.DAT, PROG147) com tempo adicional, sala separada
      *          ou ledor vai para uma sala de atendimento especial
      *          livre durante todo o tempo estendido, com o termino
      *          proprio em ASSENTO.DAT; a lista de porta da sala
      *          regular aponta o aluno para ela e a sala especial
      *          ganha lista propria. Prova ampliada fica na sala
      *          regular, marcada na lista. Sem sala especial livre o
      *          aluno fica na sala regular com aviso e RC 4.
      *          SYSIN: ano/semestre; data (AAAAMMDD); hora (HH:MM);
      *          fator de espacamento (1 a 9, padrao 2).
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
           SELECT SALAS-FILE ASSIGN TO WRK-ARQ-SALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT ASSENTO-FILE ASSIGN TO WRK-ARQ-ASSENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-CHAVE
               FILE STATUS IS WRK-ASN-STATUS.
           SELECT ENSALA-REL ASSIGN TO WRK-ARQ-ENSALA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT NEE-FILE ASSIGN TO WRK-ARQ-NEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEE-MATRICULA
               FILE STATUS IS WRK-NEE-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ASSENTO-FILE.
           COPY ASSENREC.

       FD  ENSALA-REL.
       01  ENSALA-LINHA         PIC X(132).

       FD  NEE-FILE.
           COPY NEEREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-PROVA          PIC 9(02).
           05 SRT-NOME           PIC X(30).
           05 SRT-MATRICULA      PIC X(10).
           05 SRT-NEE-PCT        PIC 9(03).
           05 SRT-NEE-SALA       PIC X(01).
           05 SRT-NEE-LEDOR      PIC X(01).
           05 SRT-NEE-AMPLIADO   PIC X(01).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-EXAMES    PIC X(40) VALUE 'EXAMES.DAT'.
       77 WRK-ARQ-SALAS     PIC X(40) VALUE 'SALAS.DAT'.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-ASSENTO   PIC X(40) VALUE 'ASSENTO.DAT'.
       77 WRK-ARQ-ENSALA    PIC X(40) VALUE 'ENSALA.REL'.
       77 WRK-ARQ-NEE       PIC X(40) VALUE 'NEE.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-PRV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ASN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NEE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-NEE-OK         PIC X(01) VALUE 'N'.
       77 WRK-NEE-VIGENTE    PIC X(01) VALUE 'N'.
       77 WRK-NEE-PCT-MAX    PIC 9(03) VALUE ZEROS.
       77 WRK-NEE-PROCURADA  PIC X(01) VALUE 'N'.
       77 WRK-NEE-CABE       PIC X(01) VALUE 'N'.
       77 WRK-SALA-NEE       PIC 9(03) VALUE ZEROS.
       77 WRK-SALA-REGULAR   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NEE        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NEE-SEM-SALA PIC 9(03) VALUE ZEROS.
       77 WRK-N              PIC 9(03) VALUE ZEROS.
       77 WRK-MIN-FIM        PIC 9(04) VALUE ZEROS.
       77 WRK-NEE-RECURSOS   PIC X(20) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-DATA           PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-FATOR-ENTRADA  PIC X(01) VALUE SPACES.
       77 WRK-FATOR          PIC 9(01) VALUE 2.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-SEM-LUGAR      PIC X(01) VALUE 'N'.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-SALA-BUSCA     PIC X(05) VALUE SPACES.
       77 WRK-PREDIO-BUSCA   PIC X(10) VALUE SPACES.
       77 WRK-QTD-SALAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SESSAO     PIC 9(02) VALUE ZEROS.
       77 WRK-S              PIC 9(03) VALUE ZEROS.
       77 WRK-IND-SALA       PIC 9(03) VALUE ZEROS.
       77 WRK-P              PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PROVA      PIC 9(02) VALUE ZEROS.
       77 WRK-PROVA-ATUAL    PIC 9(02) VALUE ZEROS.
       77 WRK-SALA-ATUAL     PIC 9(03) VALUE ZEROS.
       77 WRK-PASSO          PIC 9(01) VALUE ZEROS.
       77 WRK-ASSENTO        PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-SEM-MESTRE PIC 9(03) VALUE ZEROS.
       77 WRK-MIN-PROVA      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-OUTRO      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-SALA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INDEFINIDA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TRANSBORDO PIC 9(03) VALUE ZEROS.
      *    DURACAO DE UMA AULA DO HORARIO E DE UMA PROVA, EM MINUTOS.
       77 WRK-DURACAO-AULA   PIC 9(03) VALUE 50.
       77 WRK-DURACAO-PROVA  PIC 9(03) VALUE 120.
      *    DURACAO COM O MAIOR TEMPO ADICIONAL VIGENTE NO CADASTRO DE
      *    NEE: A SALA DE ATENDIMENTO ESPECIAL TEM DE FICAR LIVRE ATE O
      *    FIM DELA.
       77 WRK-DURACAO-NEE    PIC 9(03) VALUE 120.

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

       01 WRK-HORA-FIM       PIC X(05) VALUE SPACES.
       01 WRK-HORA-FIM-R REDEFINES WRK-HORA-FIM.
           05 WRK-FIM-HH         PIC 9(02).
           05 WRK-FIM-SEP        PIC X(01).
           05 WRK-FIM-MM         PIC 9(02).

      *    SALAS DO MESTRE COM A SITUACAO NA SESSAO: ' ' = LIVRE,
      *    'P' = EM USO POR PROVA DA SESSAO (DONO), 'A' = OCUPADA POR
      *    AULA OU POR OUTRA PROVA NO HORARIO. OCUP-NEE = 'S' QUANDO
      *    HA AULA OU PROVA DENTRO DO TEMPO ESTENDIDO DE NEE.
       01 WRK-TABELA-SALAS.
           05 WRK-SAL-ITEM OCCURS 100 TIMES.
               10 WRK-SAL-CODIGO    PIC X(05).
               10 WRK-SAL-PREDIO    PIC X(10).
               10 WRK-SAL-CAPACIDADE PIC 9(03).
               10 WRK-SAL-CAP-PROVA PIC 9(03).
               10 WRK-SAL-USO       PIC X(01).
               10 WRK-SAL-DONO      PIC 9(02).
               10 WRK-SAL-USADOS    PIC 9(03).
               10 WRK-SAL-OCUP-NEE  PIC X(01).

      *    ALUNOS ENSALADOS NA SALA DE ATENDIMENTO ESPECIAL, PARA A
      *    LISTA DE PORTA DELA NO FIM DO RELATORIO.
       01 WRK-TABELA-NEE.
           05 WRK-NEE-ITEM OCCURS 100 TIMES.
               10 WRK-NEE-PROVA     PIC 9(02).
               10 WRK-NEE-MATRICULA PIC X(10).
               10 WRK-NEE-NOME      PIC X(30).
               10 WRK-NEE-ASSENTO   PIC 9(03).
               10 WRK-NEE-HORA-FIM  PIC X(05).
               10 WRK-NEE-PCT       PIC 9(03).
               10 WRK-NEE-LEDOR     PIC X(01).
               10 WRK-NEE-AMPLIADO  PIC X(01).

      *    PROVAS DA SESSAO. OUTRAS = PROVAS DA MESMA DISCIPLINA E
      *    TIPO NO PERIODO FORA DESTA SESSAO (OUTRAS TURMAS).
       01 WRK-TABELA-SESSAO.
           05 WRK-SES-ITEM OCCURS 50 TIMES.
               10 WRK-SES-MATERIA   PIC X(15).
               10 WRK-SES-TURMA     PIC X(05).
               10 WRK-SES-TIPO      PIC X(02).
               10 WRK-SES-SALA      PIC X(05).
               10 WRK-SES-OUTRAS    PIC 9(02).
               10 WRK-SES-ALUNOS    PIC 9(04).
               10 WRK-SES-SALAS     PIC 9(02).

       01 WRK-LINHA-ALUNO.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 LAL-ASSENTO        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LAL-MATRICULA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LAL-NOME           PIC X(30).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 LAL-ASSINATURA     PIC X(30).
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
               PERFORM 0250-MARCAR-AULAS
               PERFORM 0300-EXCLUIR-ANTERIOR
               OPEN OUTPUT ENSALA-REL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PROVA SRT-NOME SRT-MATRICULA
                   INPUT PROCEDURE IS 0400-SELECIONAR-ALUNOS
                   OUTPUT PROCEDURE IS 0500-ENSALAR
               PERFORM 0650-LISTA-SALA-NEE
               PERFORM 0700-RESUMO
               CLOSE ENSALA-REL ASSENTO-FILE
               IF WRK-NEE-OK = 'S'
                   CLOSE NEE-FILE
               END-IF
               IF WRK-QTD-SEM-SALA > 0 OR WRK-QTD-INDEFINIDA > 0
                  OR WRK-QTD-NEE-SEM-SALA > 0
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
           MOVE 'PROG138' TO DDN-PROGRAMA.
           MOVE 'EXAMES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EXAMES.
           MOVE 'SALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALAS.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'ASSENTO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ASSENTO.
           MOVE 'ENSALA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENSALA.
           MOVE 'NEE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NEE.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-DATA.
           ACCEPT WRK-HORA.
           ACCEPT WRK-FATOR-ENTRADA.
           IF WRK-FATOR-ENTRADA IS NUMERIC
              AND WRK-FATOR-ENTRADA NOT = '0'
               MOVE WRK-FATOR-ENTRADA TO WRK-FATOR
           END-IF.
           DISPLAY 'ENSALAMENTO DE PROVAS - ' WRK-ANO-SEMESTRE
                   ' - ' WRK-DATA ' ' WRK-HORA ' - FATOR ' WRK-FATOR.
           PERFORM 0060-DIA-DA-SEMANA.
           EVALUATE TRUE
               WHEN WRK-DIA-SEMANA = 0
                   DISPLAY 'DATA DA SESSAO INVALIDA: ' WRK-DATA
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-HORA-HH IS NOT NUMERIC
                 OR WRK-HORA-MM IS NOT NUMERIC
                   DISPLAY 'HORA DA SESSAO INVALIDA: ' WRK-HORA
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   COMPUTE WRK-MIN-PROVA =
                           WRK-HORA-HH * 60 + WRK-HORA-MM
                   PERFORM 0100-CARREGAR-SALAS
                   PERFORM 0150-CARREGAR-NEE
                   PERFORM 0200-CARREGAR-SESSAO
           END-EVALUATE.
           IF RETURN-CODE = 0
               OPEN I-O ASSENTO-FILE
               IF WRK-ASN-STATUS = '35' OR WRK-ASN-STATUS = '05'
                   OPEN OUTPUT ASSENTO-FILE
                   CLOSE ASSENTO-FILE
                   OPEN I-O ASSENTO-FILE
               END-IF
               IF WRK-ASN-STATUS NOT = '00'
                   DISPLAY 'ASSENTO.DAT INDISPONIVEL: ' WRK-ASN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    DIA DA SEMANA PELA CONTAGEM DE DIAS DESDE 31/12/1600
      *    (INTEGER-OF-DATE), COMO NO PROG33: 1 = SEGUNDA ... 7 =
      *    DOMINGO; ZERO PARA DATA INVALIDA.
       0060-DIA-DA-SEMANA.
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

       0100-CARREGAR-SALAS.
           MOVE ZEROS TO WRK-QTD-SALAS.
           INITIALIZE WRK-TABELA-SALAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS NOT = '00'
               DISPLAY 'SALAS.DAT INDISPONIVEL: ' WRK-SALAS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-LER-SALA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SALAS-FILE
           END-IF.

      *    CAPACIDADE DE PROVA: UMA CADEIRA A CADA FATOR, CONTANDO A
      *    PRIMEIRA (40 CADEIRAS COM FATOR 2 = 20 ALUNOS).
       0110-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-SALAS < 100
                       ADD 1 TO WRK-QTD-SALAS
                       MOVE WRK-QTD-SALAS TO WRK-S
                       MOVE SALA-CODIGO     TO WRK-SAL-CODIGO(WRK-S)
                       MOVE SALA-PREDIO     TO WRK-SAL-PREDIO(WRK-S)
                       MOVE SALA-CAPACIDADE TO WRK-SAL-CAPACIDADE(WRK-S)
                       COMPUTE WRK-SAL-CAP-PROVA(WRK-S) =
                           (SALA-CAPACIDADE + WRK-FATOR - 1) / WRK-FATOR
                       MOVE SPACE           TO WRK-SAL-USO(WRK-S)
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

      *    MAIOR TEMPO ADICIONAL ENTRE OS ATENDIMENTOS VIGENTES NA
      *    DATA QUE LEVAM A SALA ESPECIAL. O ARQUIVO FICA ABERTO PARA
      *    A CONSULTA POR ALUNO NA SELECAO.
       0150-CARREGAR-NEE.
           MOVE ZEROS TO WRK-NEE-PCT-MAX.
           OPEN INPUT NEE-FILE.
           IF WRK-NEE-STATUS = '00'
               MOVE 'S' TO WRK-NEE-OK
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-NEE UNTIL WRK-FIM-ARQUIVO = 'S'
           END-IF.
           COMPUTE WRK-DURACAO-NEE = WRK-DURACAO-PROVA
                 + WRK-DURACAO-PROVA * WRK-NEE-PCT-MAX / 100.

       0160-LER-NEE.
           READ NEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   PERFORM 0445-CONFERIR-VIGENCIA
                   IF WRK-NEE-VIGENTE = 'S'
                      AND NEE-TEMPO-EXTRA IS NUMERIC
                      AND NEE-TEMPO-EXTRA > WRK-NEE-PCT-MAX
                       MOVE NEE-TEMPO-EXTRA TO WRK-NEE-PCT-MAX
                   END-IF
           END-READ.

      *    PRIMEIRA PASSADA: PROVAS DA SESSAO E SALAS TOMADAS POR
      *    OUTRAS PROVAS QUE SE SOBREPOEM NO DIA. SEGUNDA PASSADA:
      *    QUANTAS PROVAS DE CADA DISCIPLINA/TIPO DA SESSAO EXISTEM
      *    NO PERIODO FORA DELA.
       0200-CARREGAR-SESSAO.
           INITIALIZE WRK-TABELA-SESSAO.
           MOVE ZEROS TO WRK-QTD-SESSAO.
           OPEN INPUT PROVA-FILE.
           IF WRK-PRV-STATUS NOT = '00'
               DISPLAY 'EXAMES.DAT INDISPONIVEL: ' WRK-PRV-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-PROVA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROVA-FILE
               IF WRK-QTD-SESSAO = 0
                   DISPLAY 'NENHUMA PROVA AGENDADA NA SESSAO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT PROVA-FILE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0230-CONTAR-OUTRAS
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE PROVA-FILE
               END-IF
           END-IF.

       0210-LER-PROVA.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND PRV-DATA = WRK-DATA
                       MOVE PRV-SALA TO WRK-SALA-BUSCA
                       PERFORM 0120-LOCALIZAR-SALA
                       IF PRV-HORA = WRK-HORA
                           PERFORM 0220-INCLUIR-NA-SESSAO
                       ELSE
                           MOVE PRV-HORA TO WRK-HORA-OUTRO
                           MOVE WRK-DURACAO-PROVA TO WRK-MIN-OUTRO
                           PERFORM 0260-CONFERIR-SOBREPOSICAO
                       END-IF
                   END-IF
           END-READ.

       0220-INCLUIR-NA-SESSAO.
           IF WRK-QTD-SESSAO < 50
               ADD 1 TO WRK-QTD-SESSAO
               MOVE WRK-QTD-SESSAO TO WRK-P
               MOVE PRV-MATERIA TO WRK-SES-MATERIA(WRK-P)
               MOVE PRV-TURMA   TO WRK-SES-TURMA(WRK-P)
               MOVE PRV-TIPO    TO WRK-SES-TIPO(WRK-P)
               MOVE PRV-SALA    TO WRK-SES-SALA(WRK-P)
               IF WRK-S > 0
                   MOVE 'P'   TO WRK-SAL-USO(WRK-S)
                   MOVE WRK-P TO WRK-SAL-DONO(WRK-S)
               END-IF
           ELSE
               DISPLAY 'MAIS DE 50 PROVAS NA SESSAO - IGNORADA: '
                       PRV-MATERIA ' ' PRV-TURMA
           END-IF.

       0230-CONTAR-OUTRAS.
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PRV-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (PRV-DATA NOT = WRK-DATA
                           OR PRV-HORA NOT = WRK-HORA)
                       PERFORM 0235-CONTAR-OUTRA
                           VARYING WRK-P FROM 1 BY 1
                           UNTIL WRK-P > WRK-QTD-SESSAO
                   END-IF
           END-READ.

       0235-CONTAR-OUTRA.
           IF WRK-SES-MATERIA(WRK-P) = PRV-MATERIA
              AND WRK-SES-TIPO(WRK-P) = PRV-TIPO
               ADD 1 TO WRK-SES-OUTRAS(WRK-P)
           END-IF.

      *    SALAS COM AULA NO DIA DA SEMANA DA SESSAO QUE SE SOBREPOE
      *    AO HORARIO DA PROVA NAO SERVEM DE TRANSBORDO.
       0250-MARCAR-AULAS.
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
               PERFORM 0255-LER-AULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO-FILE
           END-IF.

       0255-LER-AULA.
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HOR-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF HOR-DIA-SEMANA = WRK-DIA-SEMANA
                           MOVE HOR-SALA TO WRK-SALA-BUSCA
                           PERFORM 0120-LOCALIZAR-SALA
                           MOVE HOR-HORA TO WRK-HORA-OUTRO
                           MOVE WRK-DURACAO-AULA TO WRK-MIN-OUTRO
                           PERFORM 0260-CONFERIR-SOBREPOSICAO
                       END-IF
                   END-IF
           END-READ.

      *    O OUTRO EVENTO (INICIO WRK-HORA-OUTRO, DURACAO EM
      *    WRK-MIN-OUTRO) SE SOBREPOE A PROVA QUANDO COMECA ANTES DE
      *    ELA TERMINAR E TERMINA DEPOIS DE ELA COMECAR. A MESMA CONTA
      *    COM A DURACAO ESTENDIDA DE NEE MARCA AS SALAS QUE NAO SERVEM
      *    DE SALA DE ATENDIMENTO ESPECIAL.
       0260-CONFERIR-SOBREPOSICAO.
           IF WRK-S > 0 AND WRK-OUT-HH IS NUMERIC
              AND WRK-OUT-MM IS NUMERIC
               IF WRK-OUT-HH * 60 + WRK-OUT-MM
                  < WRK-MIN-PROVA + WRK-DURACAO-NEE
                  AND WRK-OUT-HH * 60 + WRK-OUT-MM + WRK-MIN-OUTRO
                  > WRK-MIN-PROVA
                   MOVE 'S' TO WRK-SAL-OCUP-NEE(WRK-S)
               END-IF
               IF WRK-SAL-USO(WRK-S) = SPACE
                  AND WRK-OUT-HH * 60 + WRK-OUT-MM
                  < WRK-MIN-PROVA + WRK-DURACAO-PROVA
                  AND WRK-OUT-HH * 60 + WRK-OUT-MM + WRK-MIN-OUTRO
                  > WRK-MIN-PROVA
                   MOVE 'A' TO WRK-SAL-USO(WRK-S)
               END-IF
           END-IF.

      *    RODADA REPETIDA PARA A MESMA SESSAO REFAZ O ENSALAMENTO:
      *    OS ASSENTOS ANTERIORES DAS PROVAS DA SESSAO SAO REMOVIDOS.
       0300-EXCLUIR-ANTERIOR.
           PERFORM 0310-EXCLUIR-DA-PROVA
               VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-SESSAO.

       0310-EXCLUIR-DA-PROVA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-SEMESTRE       TO ASN-ANO-SEMESTRE.
           MOVE WRK-SES-MATERIA(WRK-P) TO ASN-MATERIA.
           MOVE WRK-SES-TURMA(WRK-P)   TO ASN-TURMA.
           MOVE WRK-SES-TIPO(WRK-P)    TO ASN-TIPO.
           MOVE LOW-VALUES             TO ASN-MATRICULA.
           START ASSENTO-FILE KEY IS NOT LESS THAN ASN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0320-EXCLUIR-ASSENTO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0320-EXCLUIR-ASSENTO.
           READ ASSENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ASN-ANO-SEMESTRE NOT = WRK-ANO-SEMESTRE
                      OR ASN-MATERIA NOT = WRK-SES-MATERIA(WRK-P)
                      OR ASN-TURMA NOT = WRK-SES-TURMA(WRK-P)
                      OR ASN-TIPO NOT = WRK-SES-TIPO(WRK-P)
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       DELETE ASSENTO-FILE RECORD
                       ADD 1 TO WRK-QTD-EXCLUIDOS
                   END-IF
           END-READ.

      *    ALUNO ATIVO DO PERIODO EM DISCIPLINA COM PROVA NA SESSAO:
      *    VAI PARA A PROVA DA SUA TURMA; SEM TURMA CONHECIDA, PARA A
      *    UNICA PROVA DA DISCIPLINA/TIPO NO PERIODO.
       0400-SELECIONAR-ALUNOS.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       WRK-ENROLL-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0410-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0410-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                       PERFORM 0420-CONFERIR-DISCIPLINA
                   END-IF
           END-READ.

       0420-CONFERIR-DISCIPLINA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0425-PROCURAR-DISCIPLINA
               VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-SESSAO OR WRK-ACHOU = 'S'.
           IF WRK-ACHOU = 'S'
               CALL 'TURMAALU' USING ENROLL-MATRICULA ENROLL-MATERIA
                                     WRK-ANO-SEMESTRE WRK-TURMA
               MOVE ZEROS TO WRK-IND-PROVA
               PERFORM 0430-PROCURAR-PROVA
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTD-SESSAO OR WRK-IND-PROVA > 0
               IF WRK-IND-PROVA > 0
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE WRK-IND-PROVA    TO SRT-PROVA
                   MOVE ENROLL-NOME      TO SRT-NOME
                   MOVE ENROLL-MATRICULA TO SRT-MATRICULA
                   PERFORM 0440-CONSULTAR-NEE
                   RELEASE SORT-REC
               ELSE
                   IF WRK-TURMA = SPACES
                       ADD 1 TO WRK-QTD-INDEFINIDA
                       DISPLAY 'TURMA INDEFINIDA - ENSALAR A MAO: '
                               ENROLL-MATRICULA ' ' ENROLL-MATERIA
                   END-IF
               END-IF
           END-IF.

      *    ATENDIMENTO VIGENTE NA DATA DA SESSAO: TEMPO ADICIONAL,
      *    SALA SEPARADA OU LEDOR LEVAM A SALA ESPECIAL.
       0440-CONSULTAR-NEE.
           MOVE ZEROS TO SRT-NEE-PCT.
           MOVE 'N' TO SRT-NEE-SALA SRT-NEE-LEDOR SRT-NEE-AMPLIADO.
           IF WRK-NEE-OK = 'S'
               MOVE ENROLL-MATRICULA TO NEE-MATRICULA
               READ NEE-FILE KEY IS NEE-MATRICULA
                   INVALID KEY
                       MOVE 'N' TO WRK-NEE-VIGENTE
                   NOT INVALID KEY
                       PERFORM 0445-CONFERIR-VIGENCIA
               END-READ
               IF WRK-NEE-VIGENTE = 'S'
                   IF NEE-TEMPO-EXTRA IS NUMERIC
                       MOVE NEE-TEMPO-EXTRA TO SRT-NEE-PCT
                   END-IF
                   MOVE NEE-LEDOR    TO SRT-NEE-LEDOR
                   MOVE NEE-AMPLIADO TO SRT-NEE-AMPLIADO
                   IF SRT-NEE-PCT > 0 OR NEE-SALA-SEPARADA = 'S'
                      OR NEE-LEDOR = 'S'
                       MOVE 'S' TO SRT-NEE-SALA
                   END-IF
               END-IF
           END-IF.

       0445-CONFERIR-VIGENCIA.
           MOVE 'N' TO WRK-NEE-VIGENTE.
           IF NEE-SITUACAO = 'A'
              AND NEE-VALIDADE-INI NOT > WRK-DATA
              AND (NEE-VALIDADE-FIM = SPACES
                   OR NEE-VALIDADE-FIM NOT < WRK-DATA)
               MOVE 'S' TO WRK-NEE-VIGENTE
           END-IF.

       0425-PROCURAR-DISCIPLINA.
           IF WRK-SES-MATERIA(WRK-P) = ENROLL-MATERIA
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0430-PROCURAR-PROVA.
           IF WRK-SES-MATERIA(WRK-P) = ENROLL-MATERIA
               IF WRK-SES-TURMA(WRK-P) = WRK-TURMA
                  OR (WRK-TURMA = SPACES
                      AND WRK-SES-OUTRAS(WRK-P) = 0)
                   MOVE WRK-P TO WRK-IND-PROVA
               END-IF
           END-IF.

      *    ALUNOS CHEGAM POR PROVA E NOME. A SALA AGENDADA ENCHE
      *    PRIMEIRO; DEPOIS, SALA DE TRANSBORDO LIVRE, DO MESMO PREDIO
      *    SE HOUVER.
       0500-ENSALAR.
           MOVE ZEROS TO WRK-PROVA-ATUAL.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0510-RECEBER-ALUNO UNTIL WRK-FIM-SORT = 'S'.

       0510-RECEBER-ALUNO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF SRT-PROVA NOT = WRK-PROVA-ATUAL
                       PERFORM 0520-ABRIR-PROVA
                   END-IF
                   PERFORM 0540-SENTAR-ALUNO
           END-RETURN.

       0520-ABRIR-PROVA.
           MOVE SRT-PROVA TO WRK-PROVA-ATUAL.
           MOVE ZEROS TO WRK-SEQ-SEM-MESTRE.
           MOVE 'N' TO WRK-SEM-LUGAR.
           MOVE WRK-SES-SALA(WRK-PROVA-ATUAL) TO WRK-SALA-BUSCA.
           PERFORM 0120-LOCALIZAR-SALA.
           MOVE WRK-S TO WRK-SALA-ATUAL.
           IF WRK-S > 0
               MOVE WRK-SAL-PREDIO(WRK-S) TO WRK-PREDIO-BUSCA
           ELSE
               MOVE SPACES TO WRK-PREDIO-BUSCA
           END-IF.
           ADD 1 TO WRK-SES-SALAS(WRK-PROVA-ATUAL).
           PERFORM 0600-CABECALHO-SALA.

       0540-SENTAR-ALUNO.
           IF SRT-NEE-SALA = 'S'
               PERFORM 0590-SENTAR-NEE
           ELSE
               PERFORM 0545-SENTAR-REGULAR
           END-IF.

       0545-SENTAR-REGULAR.
           IF WRK-SALA-ATUAL > 0
               IF WRK-SAL-CAP-PROVA(WRK-SALA-ATUAL) > 0
                  AND WRK-SAL-USADOS(WRK-SALA-ATUAL)
                      >= WRK-SAL-CAP-PROVA(WRK-SALA-ATUAL)
                   PERFORM 0560-PROCURAR-TRANSBORDO
               END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-ALUNO.
           MOVE SRT-MATRICULA TO LAL-MATRICULA.
           MOVE SRT-NOME      TO LAL-NOME.
           IF WRK-SEM-LUGAR = 'S'
               ADD 1 TO WRK-QTD-SEM-SALA
               MOVE 'SEM SALA' TO LAL-ASSENTO
           ELSE
               IF WRK-SALA-ATUAL > 0
                   COMPUTE WRK-ASSENTO =
                       WRK-SAL-USADOS(WRK-SALA-ATUAL) * WRK-FATOR + 1
                   ADD 1 TO WRK-SAL-USADOS(WRK-SALA-ATUAL)
               ELSE
                   COMPUTE WRK-ASSENTO =
                       WRK-SEQ-SEM-MESTRE * WRK-FATOR + 1
                   ADD 1 TO WRK-SEQ-SEM-MESTRE
               END-IF
               MOVE WRK-ASSENTO TO LAL-ASSENTO
               MOVE ALL '_' TO LAL-ASSINATURA
               PERFORM 0595-CALCULAR-TERMINO
               PERFORM 0580-GRAVAR-ASSENTO
           END-IF.
           ADD 1 TO WRK-SES-ALUNOS(WRK-PROVA-ATUAL).
           MOVE WRK-LINHA-ALUNO TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           IF SRT-NEE-SALA = 'S' OR SRT-NEE-AMPLIADO = 'S'
               PERFORM 0548-NOTA-NEE
           END-IF.

      *    MARCA NA LISTA DO PROFESSOR O ALUNO DE NEE QUE FICA NA SALA
      *    REGULAR (PROVA AMPLIADA, OU SEM SALA ESPECIAL LIVRE).
       0548-NOTA-NEE.
           PERFORM 0595-CALCULAR-TERMINO.
           PERFORM 0598-MONTAR-RECURSOS.
           MOVE SPACES TO ENSALA-LINHA.
           IF SRT-NEE-SALA = 'S'
               STRING '              ^ NEE SEM SALA ESPECIAL - '
                      'TERMINO ' WRK-HORA-FIM ' ' WRK-NEE-RECURSOS
                   DELIMITED BY SIZE INTO ENSALA-LINHA
           ELSE
               STRING '              ^ NEE: ' WRK-NEE-RECURSOS
                   DELIMITED BY SIZE INTO ENSALA-LINHA
           END-IF.
           WRITE ENSALA-LINHA.

      *    PASSO 1: SALA LIVRE DO MESMO PREDIO; PASSO 2: QUALQUER SALA
      *    LIVRE. SALA SEM CAPACIDADE NO MESTRE NAO ENTRA. SEM SALA
      *    LIVRE, OS ALUNOS QUE SOBRAM SAO LISTADOS SEM ASSENTO.
       0560-PROCURAR-TRANSBORDO.
           MOVE ZEROS TO WRK-S.
           PERFORM 0565-PASSO-TRANSBORDO
               VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > 2 OR WRK-S > 0.
           MOVE WRK-S TO WRK-SALA-ATUAL.
           IF WRK-S > 0
               MOVE 'P'             TO WRK-SAL-USO(WRK-S)
               MOVE WRK-PROVA-ATUAL TO WRK-SAL-DONO(WRK-S)
               ADD 1 TO WRK-QTD-TRANSBORDO
               ADD 1 TO WRK-SES-SALAS(WRK-PROVA-ATUAL)
               PERFORM 0600-CABECALHO-SALA
           ELSE
               MOVE 'S' TO WRK-SEM-LUGAR
               MOVE '    FALTA SALA LIVRE NO HORARIO - ALUNOS ABAIXO '
                    TO ENSALA-LINHA
               MOVE 'SEM ASSENTO.' TO ENSALA-LINHA(50:12)
               WRITE ENSALA-LINHA
           END-IF.

       0565-PASSO-TRANSBORDO.
           PERFORM 0570-CONFERIR-LIVRE
               VARYING WRK-IND-SALA FROM 1 BY 1
               UNTIL WRK-IND-SALA > WRK-QTD-SALAS OR WRK-S > 0.

       0570-CONFERIR-LIVRE.
           IF WRK-SAL-USO(WRK-IND-SALA) = SPACE
              AND WRK-SAL-CAP-PROVA(WRK-IND-SALA) > 0
              AND (WRK-PASSO = 2
                   OR WRK-SAL-PREDIO(WRK-IND-SALA) = WRK-PREDIO-BUSCA)
               MOVE WRK-IND-SALA TO WRK-S
           END-IF.

       0580-GRAVAR-ASSENTO.
           MOVE WRK-ANO-SEMESTRE                 TO ASN-ANO-SEMESTRE.
           MOVE WRK-SES-MATERIA(WRK-PROVA-ATUAL) TO ASN-MATERIA.
           MOVE WRK-SES-TURMA(WRK-PROVA-ATUAL)   TO ASN-TURMA.
           MOVE WRK-SES-TIPO(WRK-PROVA-ATUAL)    TO ASN-TIPO.
           MOVE SRT-MATRICULA                    TO ASN-MATRICULA.
           MOVE SRT-NOME                         TO ASN-NOME.
           MOVE WRK-DATA                         TO ASN-DATA.
           MOVE WRK-HORA                         TO ASN-HORA.
           MOVE WRK-ASSENTO                      TO ASN-ASSENTO.
           MOVE WRK-HORA-FIM                     TO ASN-HORA-FIM.
           EVALUATE TRUE
               WHEN SRT-NEE-SALA = 'S'
                   MOVE 'E'   TO ASN-ATENDIMENTO
               WHEN SRT-NEE-AMPLIADO = 'S'
                   MOVE 'A'   TO ASN-ATENDIMENTO
               WHEN OTHER
                   MOVE SPACE TO ASN-ATENDIMENTO
           END-EVALUATE.
           IF WRK-SALA-ATUAL > 0
               MOVE WRK-SAL-CODIGO(WRK-SALA-ATUAL) TO ASN-SALA
           ELSE
               MOVE WRK-SES-SALA(WRK-PROVA-ATUAL)  TO ASN-SALA
           END-IF.
           WRITE ASSENTO-REC
               INVALID KEY
                   REWRITE ASSENTO-REC
           END-WRITE.
           ADD 1 TO WRK-QTD-GRAVADOS.

      *    SALA DE ATENDIMENTO ESPECIAL: UMA POR SESSAO, ESCOLHIDA NO
      *    PRIMEIRO ALUNO DE NEE, LIVRE DURANTE O TEMPO ESTENDIDO (DO
      *    MESMO PREDIO DA PROVA SE HOUVER). NA LISTA DA SALA REGULAR
      *    O ALUNO APARECE APONTANDO PARA ELA.
       0590-SENTAR-NEE.
           IF WRK-NEE-PROCURADA = 'N'
               MOVE 'S' TO WRK-NEE-PROCURADA
               PERFORM 0592-PROCURAR-SALA-NEE
           END-IF.
           MOVE 'N' TO WRK-NEE-CABE.
           IF WRK-SALA-NEE > 0
               IF WRK-SAL-USADOS(WRK-SALA-NEE)
                  < WRK-SAL-CAP-PROVA(WRK-SALA-NEE)
                   MOVE 'S' TO WRK-NEE-CABE
               END-IF
           END-IF.
           IF WRK-NEE-CABE = 'S'
               PERFORM 0594-ASSENTO-NEE
           ELSE
               ADD 1 TO WRK-QTD-NEE-SEM-SALA
               DISPLAY 'NEE SEM SALA ESPECIAL LIVRE - PROVIDENCIAR: '
                       SRT-MATRICULA
               PERFORM 0545-SENTAR-REGULAR
           END-IF.

       0592-PROCURAR-SALA-NEE.
           MOVE ZEROS TO WRK-S.
           PERFORM 0593-PASSO-SALA-NEE
               VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > 2 OR WRK-S > 0.
           MOVE WRK-S TO WRK-SALA-NEE.
           IF WRK-S > 0
               MOVE 'P'             TO WRK-SAL-USO(WRK-S)
               MOVE WRK-PROVA-ATUAL TO WRK-SAL-DONO(WRK-S)
           END-IF.

       0593-PASSO-SALA-NEE.
           PERFORM 0596-CONFERIR-LIVRE-NEE
               VARYING WRK-IND-SALA FROM 1 BY 1
               UNTIL WRK-IND-SALA > WRK-QTD-SALAS OR WRK-S > 0.

       0596-CONFERIR-LIVRE-NEE.
           IF WRK-SAL-USO(WRK-IND-SALA) = SPACE
              AND WRK-SAL-OCUP-NEE(WRK-IND-SALA) NOT = 'S'
              AND WRK-SAL-CAP-PROVA(WRK-IND-SALA) > 0
              AND (WRK-PASSO = 2
                   OR WRK-SAL-PREDIO(WRK-IND-SALA) = WRK-PREDIO-BUSCA)
               MOVE WRK-IND-SALA TO WRK-S
           END-IF.

       0594-ASSENTO-NEE.
           MOVE WRK-SALA-ATUAL TO WRK-SALA-REGULAR.
           MOVE WRK-SALA-NEE   TO WRK-SALA-ATUAL.
           COMPUTE WRK-ASSENTO =
               WRK-SAL-USADOS(WRK-SALA-NEE) * WRK-FATOR + 1.
           ADD 1 TO WRK-SAL-USADOS(WRK-SALA-NEE).
           PERFORM 0595-CALCULAR-TERMINO.
           PERFORM 0580-GRAVAR-ASSENTO.
           MOVE WRK-SALA-REGULAR TO WRK-SALA-ATUAL.
           ADD 1 TO WRK-QTD-NEE.
           ADD 1 TO WRK-SES-ALUNOS(WRK-PROVA-ATUAL).
           IF WRK-QTD-NEE NOT > 100
               MOVE WRK-QTD-NEE TO WRK-N
               MOVE WRK-PROVA-ATUAL  TO WRK-NEE-PROVA(WRK-N)
               MOVE SRT-MATRICULA    TO WRK-NEE-MATRICULA(WRK-N)
               MOVE SRT-NOME         TO WRK-NEE-NOME(WRK-N)
               MOVE WRK-ASSENTO      TO WRK-NEE-ASSENTO(WRK-N)
               MOVE WRK-HORA-FIM     TO WRK-NEE-HORA-FIM(WRK-N)
               MOVE SRT-NEE-PCT      TO WRK-NEE-PCT(WRK-N)
               MOVE SRT-NEE-LEDOR    TO WRK-NEE-LEDOR(WRK-N)
               MOVE SRT-NEE-AMPLIADO TO WRK-NEE-AMPLIADO(WRK-N)
           END-IF.
           MOVE SPACES TO WRK-LINHA-ALUNO.
           MOVE 'NEE'         TO LAL-ASSENTO.
           MOVE SRT-MATRICULA TO LAL-MATRICULA.
           MOVE SRT-NOME      TO LAL-NOME.
           STRING 'SALA ' WRK-SAL-CODIGO(WRK-SALA-NEE)
                  ' ATE ' WRK-HORA-FIM
               DELIMITED BY SIZE INTO LAL-ASSINATURA.
           MOVE WRK-LINHA-ALUNO TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.

      *    TERMINO DA PROVA PARA O ALUNO: DURACAO ACRESCIDA DO TEMPO
      *    ADICIONAL DE NEE (ZERO PARA OS DEMAIS).
       0595-CALCULAR-TERMINO.
           COMPUTE WRK-MIN-FIM = WRK-MIN-PROVA + WRK-DURACAO-PROVA
                 + WRK-DURACAO-PROVA * SRT-NEE-PCT / 100.
           DIVIDE WRK-MIN-FIM BY 60 GIVING WRK-FIM-HH
               REMAINDER WRK-FIM-MM.
           MOVE ':' TO WRK-FIM-SEP.

       0598-MONTAR-RECURSOS.
           MOVE SPACES TO WRK-NEE-RECURSOS.
           IF SRT-NEE-LEDOR = 'S'
               MOVE 'LEDOR' TO WRK-NEE-RECURSOS(1:5)
           END-IF.
           IF SRT-NEE-AMPLIADO = 'S'
               MOVE 'PROVA AMPLIADA' TO WRK-NEE-RECURSOS(7:14)
           END-IF.

      *    LISTA DE PORTA: UMA POR SALA USADA PELA PROVA.
       0600-CABECALHO-SALA.
           MOVE ALL '=' TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           MOVE SPACES TO ENSALA-LINHA.
           STRING 'PROVA ' WRK-SES-TIPO(WRK-PROVA-ATUAL)
                  ' - ' WRK-SES-MATERIA(WRK-PROVA-ATUAL)
                  ' TURMA ' WRK-SES-TURMA(WRK-PROVA-ATUAL)
                  ' - ' WRK-DATA(7:2) '/' WRK-DATA(5:2) '/'
                  WRK-DATA(1:4) ' AS ' WRK-HORA
               DELIMITED BY SIZE INTO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           MOVE SPACES TO ENSALA-LINHA.
           IF WRK-SALA-ATUAL > 0
               STRING 'SALA ' WRK-SAL-CODIGO(WRK-SALA-ATUAL)
                      ' - PREDIO ' WRK-SAL-PREDIO(WRK-SALA-ATUAL)
                      ' - CAPACIDADE DE PROVA '
                      WRK-SAL-CAP-PROVA(WRK-SALA-ATUAL)
                   DELIMITED BY SIZE INTO ENSALA-LINHA
               IF WRK-SAL-CODIGO(WRK-SALA-ATUAL)
                  NOT = WRK-SES-SALA(WRK-PROVA-ATUAL)
                   MOVE '(TRANSBORDO)' TO ENSALA-LINHA(60:12)
               END-IF
           ELSE
               STRING 'SALA ' WRK-SES-SALA(WRK-PROVA-ATUAL)
                      ' - FORA DO MESTRE DE SALAS, SEM LIMITE'
                   DELIMITED BY SIZE INTO ENSALA-LINHA
           END-IF.
           WRITE ENSALA-LINHA.
           MOVE SPACES TO WRK-LINHA-ALUNO.
           MOVE 'ASSENTO'   TO LAL-ASSENTO.
           MOVE 'MATRICULA' TO LAL-MATRICULA.
           MOVE 'NOME'      TO LAL-NOME.
           MOVE 'ASSINATURA' TO LAL-ASSINATURA.
           MOVE WRK-LINHA-ALUNO TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           MOVE ALL '-' TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.

      *    LISTA DE PORTA DA SALA DE ATENDIMENTO ESPECIAL, COM A PROVA
      *    E O TERMINO DE CADA ALUNO.
       0650-LISTA-SALA-NEE.
           IF WRK-QTD-NEE > 0 AND WRK-SALA-NEE > 0
               MOVE ALL '=' TO ENSALA-LINHA
               WRITE ENSALA-LINHA
               MOVE SPACES TO ENSALA-LINHA
               STRING 'ATENDIMENTO ESPECIAL (NEE) - '
                      WRK-DATA(7:2) '/' WRK-DATA(5:2) '/'
                      WRK-DATA(1:4) ' AS ' WRK-HORA
                   DELIMITED BY SIZE INTO ENSALA-LINHA
               WRITE ENSALA-LINHA
               MOVE SPACES TO ENSALA-LINHA
               STRING 'SALA ' WRK-SAL-CODIGO(WRK-SALA-NEE)
                      ' - PREDIO ' WRK-SAL-PREDIO(WRK-SALA-NEE)
                      ' - CAPACIDADE DE PROVA '
                      WRK-SAL-CAP-PROVA(WRK-SALA-NEE)
                   DELIMITED BY SIZE INTO ENSALA-LINHA
               WRITE ENSALA-LINHA
               MOVE SPACES TO WRK-LINHA-ALUNO
               MOVE 'ASSENTO'    TO LAL-ASSENTO
               MOVE 'MATRICULA'  TO LAL-MATRICULA
               MOVE 'NOME'       TO LAL-NOME
               MOVE 'ASSINATURA' TO LAL-ASSINATURA
               MOVE WRK-LINHA-ALUNO TO ENSALA-LINHA
               WRITE ENSALA-LINHA
               MOVE ALL '-' TO ENSALA-LINHA
               WRITE ENSALA-LINHA
               PERFORM 0655-LINHA-NEE
                   VARYING WRK-N FROM 1 BY 1
                   UNTIL WRK-N > WRK-QTD-NEE OR WRK-N > 100
           END-IF.

       0655-LINHA-NEE.
           MOVE SPACES TO WRK-LINHA-ALUNO.
           MOVE WRK-NEE-ASSENTO(WRK-N)   TO LAL-ASSENTO.
           MOVE WRK-NEE-MATRICULA(WRK-N) TO LAL-MATRICULA.
           MOVE WRK-NEE-NOME(WRK-N)      TO LAL-NOME.
           MOVE ALL '_' TO LAL-ASSINATURA.
           MOVE WRK-LINHA-ALUNO TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           MOVE WRK-NEE-PROVA(WRK-N) TO WRK-P.
           MOVE WRK-NEE-LEDOR(WRK-N)    TO SRT-NEE-LEDOR.
           MOVE WRK-NEE-AMPLIADO(WRK-N) TO SRT-NEE-AMPLIADO.
           PERFORM 0598-MONTAR-RECURSOS.
           MOVE SPACES TO ENSALA-LINHA.
           STRING '              ' WRK-SES-TIPO(WRK-P) ' '
                  WRK-SES-MATERIA(WRK-P) ' TURMA '
                  WRK-SES-TURMA(WRK-P) ' - TERMINO '
                  WRK-NEE-HORA-FIM(WRK-N) ' - TEMPO +'
                  WRK-NEE-PCT(WRK-N) '% ' WRK-NEE-RECURSOS
               DELIMITED BY SIZE INTO ENSALA-LINHA.
           WRITE ENSALA-LINHA.

       0700-RESUMO.
           MOVE ALL '=' TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           MOVE 'RESUMO DA SESSAO' TO ENSALA-LINHA.
           WRITE ENSALA-LINHA.
           PERFORM 0710-RESUMO-PROVA
               VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-SESSAO.
           MOVE SPACES TO ENSALA-LINHA.
           STRING '  ATENDIMENTO ESPECIAL (NEE): ' WRK-QTD-NEE
                  ' ALUNOS - SEM SALA ESPECIAL: ' WRK-QTD-NEE-SEM-SALA
               DELIMITED BY SIZE INTO ENSALA-LINHA.
           WRITE ENSALA-LINHA.

       0710-RESUMO-PROVA.
           MOVE SPACES TO ENSALA-LINHA.
           STRING '  ' WRK-SES-TIPO(WRK-P) ' ' WRK-SES-MATERIA(WRK-P)
                  ' TURMA ' WRK-SES-TURMA(WRK-P)
                  ' SALA ' WRK-SES-SALA(WRK-P)
                  ' - ALUNOS ' WRK-SES-ALUNOS(WRK-P)
                  ' - SALAS USADAS ' WRK-SES-SALAS(WRK-P)
               DELIMITED BY SIZE INTO ENSALA-LINHA.
           WRITE ENSALA-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG138 - ENSALAMENTO DE PROVAS'.
           DISPLAY 'PROVAS NA SESSAO......: ' WRK-QTD-SESSAO.
           DISPLAY 'ALUNOS ENSALADOS......: ' WRK-QTD-GRAVADOS.
           DISPLAY 'SALAS DE TRANSBORDO...: ' WRK-QTD-TRANSBORDO.
           DISPLAY 'ALUNOS SEM SALA.......: ' WRK-QTD-SEM-SALA.
           DISPLAY 'ATENDIMENTO NEE.......: ' WRK-QTD-NEE.
           DISPLAY 'NEE SEM SALA ESPECIAL.: ' WRK-QTD-NEE-SEM-SALA.
           DISPLAY 'TURMA INDEFINIDA......: ' WRK-QTD-INDEFINIDA.
           DISPLAY 'ASSENTOS ANTERIORES...: ' WRK-QTD-EXCLUIDOS.
           DISPLAY '========================================'.

      *    LIDOS = ALUNOS DAS PROVAS DA SESSAO, GRAVADOS = ASSENTOS,
      *    EXCLUIDOS = ASSENTOS DE RODADA ANTERIOR, REJEITADOS = SEM
      *    SALA + TURMA INDEFINIDA.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG138'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS     TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADOS  TO RS-QTD-GRAVADOS
           MOVE ZEROS             TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-EXCLUIDOS TO RS-QTD-EXCLUIDOS
           COMPUTE RS-QTD-REJEITADOS =
                   WRK-QTD-SEM-SALA + WRK-QTD-INDEFINIDA
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG138.
