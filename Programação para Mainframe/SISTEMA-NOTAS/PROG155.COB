       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG155.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato analitico periodico para o BI (data mart) -
      *          em vez de o planejamento ler o ROSTER.CSV e adivinhar
      *          as juncoes. Gera as dimensoes conformadas aluno
      *          (CADALUNO.DAT), disciplina (CATALOGO.DAT), professor
      *          (PROFESSOR.DAT), turma (TURMAS.DAT), periodo e campus
      *          (CAMPUS.DAT) e os fatos nota (GRADES.DAT e
      *          GRADES.HIST com os componentes de COMPNOTA.DAT),
      *          frequencia mensal (CHAMADA.DAT, com os abonos),
      *          matricula e ciclo de vida (MATRICULA.DAT), financeiro
      *          (MENSALID.DAT) e atribuicao de professor
      *          (ATRIBUIC.DAT). Layouts no BIDWREC, um arquivo por
      *          dimensao/fato, cada um com cabecalho e rodape com a
      *          quantidade. As juncoes usam chaves substitutas
      *          guardadas em BICHAVES.DAT, que persistem entre as
      *          execucoes (chave nova so para chave natural nova).
      *          Aluno anonimizado pelo PROG87 sai sem matricula, nome
      *          nem nascimento. Fonte opcional indisponivel gera o
      *          arquivo vazio e RC 4; sem CADALUNO.DAT, GRADES.DAT ou
      *          BICHAVES.DAT nada e gerado (RC 8).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO WRK-ARQ-CAMPUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS WRK-CAM-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT ABONO-FILE ASSIGN TO WRK-ARQ-ABONOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABN-SEQ
               FILE STATUS IS WRK-ABN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT BICHAVE-FILE ASSIGN TO WRK-ARQ-BICHAVES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIK-CHAVE
               FILE STATUS IS WRK-BIK-STATUS.
           SELECT DIMALUNO-FILE ASSIGN TO WRK-ARQ-DIMALUNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT DIMDISCI-FILE ASSIGN TO WRK-ARQ-DIMDISCI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT DIMPROFE-FILE ASSIGN TO WRK-ARQ-DIMPROFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT DIMTURMA-FILE ASSIGN TO WRK-ARQ-DIMTURMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT DIMPERIO-FILE ASSIGN TO WRK-ARQ-DIMPERIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT DIMCAMPU-FILE ASSIGN TO WRK-ARQ-DIMCAMPU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FATNOTAS-FILE ASSIGN TO WRK-ARQ-FATNOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FATFREQU-FILE ASSIGN TO WRK-ARQ-FATFREQU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FATMATRI-FILE ASSIGN TO WRK-ARQ-FATMATRI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FATFINAN-FILE ASSIGN TO WRK-ARQ-FATFINAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FATATRIB-FILE ASSIGN TO WRK-ARQ-FATATRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  CAMPUS-FILE.
           COPY CAMPUSREC.

       FD  PERSTAT-FILE.
           COPY PERSTREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-TIPO          PIC X(10).
           05 HIST-DETALHE.
               10 HIST-MATRICULA     PIC X(10).
               10 HIST-MATERIA       PIC X(15).
               10 HIST-ANO-SEMESTRE  PIC X(06).
               10 HIST-NOME          PIC X(30).
               10 HIST-TURMA         PIC X(05).
               10 HIST-NOTA          PIC 99V9.
               10 HIST-SITUACAO      PIC X(20).

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  ABONO-FILE.
           COPY ABONOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  BICHAVE-FILE.
           COPY BIKEYREC.

       FD  DIMALUNO-FILE.
       01  DIMALUNO-LINHA        PIC X(200).

       FD  DIMDISCI-FILE.
       01  DIMDISCI-LINHA        PIC X(200).

       FD  DIMPROFE-FILE.
       01  DIMPROFE-LINHA        PIC X(200).

       FD  DIMTURMA-FILE.
       01  DIMTURMA-LINHA        PIC X(200).

       FD  DIMPERIO-FILE.
       01  DIMPERIO-LINHA        PIC X(200).

       FD  DIMCAMPU-FILE.
       01  DIMCAMPU-LINHA        PIC X(200).

       FD  FATNOTAS-FILE.
       01  FATNOTAS-LINHA        PIC X(200).

       FD  FATFREQU-FILE.
       01  FATFREQU-LINHA        PIC X(200).

       FD  FATMATRI-FILE.
       01  FATMATRI-LINHA        PIC X(200).

       FD  FATFINAN-FILE.
       01  FATFINAN-LINHA        PIC X(200).

       FD  FATATRIB-FILE.
       01  FATATRIB-LINHA        PIC X(200).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-CAMPUS    PIC X(40) VALUE 'CAMPUS.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-ABONOS    PIC X(40) VALUE 'ABONOS.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-BICHAVES  PIC X(40) VALUE 'BICHAVES.DAT'.
       77 WRK-ARQ-DIMALUNO  PIC X(40) VALUE 'DIMALUNO.DAT'.
       77 WRK-ARQ-DIMDISCI  PIC X(40) VALUE 'DIMDISCI.DAT'.
       77 WRK-ARQ-DIMPROFE  PIC X(40) VALUE 'DIMPROFE.DAT'.
       77 WRK-ARQ-DIMTURMA  PIC X(40) VALUE 'DIMTURMA.DAT'.
       77 WRK-ARQ-DIMPERIO  PIC X(40) VALUE 'DIMPERIO.DAT'.
       77 WRK-ARQ-DIMCAMPU  PIC X(40) VALUE 'DIMCAMPU.DAT'.
       77 WRK-ARQ-FATNOTAS  PIC X(40) VALUE 'FATNOTAS.DAT'.
       77 WRK-ARQ-FATFREQU  PIC X(40) VALUE 'FATFREQU.DAT'.
       77 WRK-ARQ-FATMATRI  PIC X(40) VALUE 'FATMATRI.DAT'.
       77 WRK-ARQ-FATFINAN  PIC X(40) VALUE 'FATFINAN.DAT'.
       77 WRK-ARQ-FATATRIB  PIC X(40) VALUE 'FATATRIB.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ALU-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ABN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-BIK-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SAIDA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HOJE           PIC X(08) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-COMP-OK        PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-FALTA-ABONADA  PIC X(01) VALUE 'N'.
       77 WRK-DIMENSAO       PIC X(03) VALUE SPACES.
       77 WRK-NATURAL        PIC X(40) VALUE SPACES.
       77 WRK-SK             PIC 9(09) VALUE ZEROS.
       77 WRK-ULTIMA-SK      PIC 9(09) VALUE ZEROS.
       77 WRK-CONTADOR-EXISTE PIC X(01) VALUE 'N'.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-PERIODO        PIC X(06) VALUE SPACES.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-POS            PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ABN        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ABONOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FECHADOS   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PERIODOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MATERIAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DETALHES   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CHAVES-NOVAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FONTES-FORA PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIMALUNO   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIMDISCI   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIMPROFE   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIMTURMA   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIMPERIO   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIMCAMPU   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATNOTAS   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATFREQU   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATMATRI   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATFINAN   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATATRIB   PIC 9(09) VALUE ZEROS.

           COPY BIDWREC.

      *    ABONOS DE FALTA (PROG70): FALTA EM DATA COBERTA SAI DA
      *    CONTA DE AULAS, COMO NA FREQUENCIA DO PROG15.
       01 WRK-TABELA-ABONOS.
           05 WRK-ABN-ITEM OCCURS 500 TIMES.
               10 WRK-ABN-MATRICULA   PIC X(10).
               10 WRK-ABN-MATERIA     PIC X(15).
               10 WRK-ABN-DATA-INICIO PIC X(08).
               10 WRK-ABN-DATA-FIM    PIC X(08).

       01 WRK-TABELA-FECHADOS.
           05 WRK-FEC-ITEM OCCURS 60 TIMES.
               10 WRK-FEC-PERIODO     PIC X(06).
               10 WRK-FEC-DATA        PIC X(08).

      *    PERIODOS VISTOS NO EXTRATO (DIMENSAO PERIODO NO FIM).
       01 WRK-TABELA-PERIODOS.
           05 WRK-PER-ITEM OCCURS 200 TIMES.
               10 WRK-PER-CODIGO      PIC X(06).

      *    MATERIAS JA NA DIMENSAO DISCIPLINA: 'S' = DO CATALOGO,
      *    'N' = SO NOS FATOS (LINHA SEM NOME GRAVADA NO FIM).
       01 WRK-TABELA-MATERIAS.
           05 WRK-MAT-ITEM OCCURS 2000 TIMES.
               10 WRK-MAT-CODIGO      PIC X(15).
               10 WRK-MAT-CATALOGO    PIC X(01).

      *    QUEBRA DA FREQUENCIA MENSAL: ALUNO, MATERIA, PERIODO, TURMA
      *    E MES DA AULA.
       01 WRK-FRQ-CHAVE.
           05 WRK-FRQ-MATRICULA  PIC X(10).
           05 WRK-FRQ-MATERIA    PIC X(15).
           05 WRK-FRQ-PERIODO    PIC X(06).
           05 WRK-FRQ-TURMA      PIC X(05).
           05 WRK-FRQ-MES        PIC X(06).
       01 WRK-FRQ-CHAVE-ANT      PIC X(42) VALUE SPACES.
       01 WRK-FRQ-CONTADORES.
           05 WRK-FRQ-AULAS      PIC 9(05) VALUE ZEROS.
           05 WRK-FRQ-PRESENCAS  PIC 9(05) VALUE ZEROS.
           05 WRK-FRQ-FALTAS     PIC 9(05) VALUE ZEROS.
           05 WRK-FRQ-ABONADAS   PIC 9(05) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-HOJE
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0080-ABRIR-SAIDAS
               PERFORM 0100-DIMENSAO-CAMPUS
               PERFORM 0150-DIMENSAO-PROFESSOR
               PERFORM 0200-DIMENSAO-ALUNO
               PERFORM 0250-DIMENSAO-DISCIPLINA
               PERFORM 0300-DIMENSAO-TURMA
               PERFORM 0350-FATO-ATRIBUICAO
               PERFORM 0400-FATO-NOTA
               PERFORM 0500-FATO-FREQUENCIA
               PERFORM 0600-FATO-MATRICULA
               PERFORM 0650-FATO-FINANCEIRO
               PERFORM 0680-DISCIPLINAS-FORA-CATALOGO
               PERFORM 0690-DIMENSAO-PERIODO
               PERFORM 0880-FECHAR-SAIDAS
               CLOSE ALUNO-FILE GRADE-FILE BICHAVE-FILE
               IF WRK-COMP-OK = 'S'
                   CLOSE COMP-FILE
               END-IF
               IF WRK-QTD-FONTES-FORA > 0
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
           MOVE 'PROG155' TO DDN-PROGRAMA.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'CAMPUS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CAMPUS.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'ABONOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ABONOS.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'BICHAVES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BICHAVES.
           MOVE 'DIMALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMALUNO.
           MOVE 'DIMDISCI' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMDISCI.
           MOVE 'DIMPROFE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMPROFE.
           MOVE 'DIMTURMA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMTURMA.
           MOVE 'DIMPERIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMPERIO.
           MOVE 'DIMCAMPU' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIMCAMPU.
           MOVE 'FATNOTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FATNOTAS.
           MOVE 'FATFREQU' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FATFREQU.
           MOVE 'FATMATRI' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FATMATRI.
           MOVE 'FATFINAN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FATFINAN.
           MOVE 'FATATRIB' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-FATATRIB.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           DISPLAY 'EXTRATO ANALITICO PARA O BI - ' WRK-HOJE.
           OPEN INPUT ALUNO-FILE.
           OPEN INPUT GRADE-FILE.
           OPEN I-O BICHAVE-FILE.
           IF WRK-BIK-STATUS = '35' OR WRK-BIK-STATUS = '05'
               OPEN OUTPUT BICHAVE-FILE
               CLOSE BICHAVE-FILE
               OPEN I-O BICHAVE-FILE
           END-IF.
           IF WRK-ALU-STATUS NOT = '00'
              OR WRK-FILE-STATUS NOT = '00'
              OR WRK-BIK-STATUS NOT = '00'
               DISPLAY 'ARQUIVOS INDISPONIVEIS - CADALUNO '
                       WRK-ALU-STATUS ' GRADES ' WRK-FILE-STATUS
                       ' BICHAVES ' WRK-BIK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT COMP-FILE
               IF WRK-COMP-STATUS = '00'
                   MOVE 'S' TO WRK-COMP-OK
               END-IF
               PERFORM 0060-CARREGAR-FECHADOS
               PERFORM 0070-CARREGAR-ABONOS
           END-IF.

       0060-CARREGAR-FECHADOS.
           OPEN INPUT PERSTAT-FILE.
           IF WRK-PERSTAT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0065-LER-FECHADO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PERSTAT-FILE
           END-IF.

       0065-LER-FECHADO.
           READ PERSTAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PER-STATUS = 'FECHADO'
                      AND WRK-QTD-FECHADOS < 60
                       ADD 1 TO WRK-QTD-FECHADOS
                       MOVE PER-ANO-SEMESTRE
                           TO WRK-FEC-PERIODO(WRK-QTD-FECHADOS)
                       MOVE PER-DATA
                           TO WRK-FEC-DATA(WRK-QTD-FECHADOS)
                   END-IF
           END-READ.

       0070-CARREGAR-ABONOS.
           OPEN INPUT ABONO-FILE.
           IF WRK-ABN-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0075-LER-ABONO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ABONO-FILE
           END-IF.

       0075-LER-ABONO.
           READ ABONO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-ABONOS < 500
                       ADD 1 TO WRK-QTD-ABONOS
                       MOVE ABN-MATRICULA
                           TO WRK-ABN-MATRICULA(WRK-QTD-ABONOS)
                       MOVE ABN-MATERIA
                           TO WRK-ABN-MATERIA(WRK-QTD-ABONOS)
                       MOVE ABN-DATA-INICIO
                           TO WRK-ABN-DATA-INICIO(WRK-QTD-ABONOS)
                       MOVE ABN-DATA-FIM
                           TO WRK-ABN-DATA-FIM(WRK-QTD-ABONOS)
                   END-IF
           END-READ.

       0080-ABRIR-SAIDAS.
           MOVE WRK-AGORA(1:14) TO BIC-DATA-HORA.
           OPEN OUTPUT DIMALUNO-FILE.
           MOVE 'DIMALUNO' TO BIC-ARQUIVO.
           WRITE DIMALUNO-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT DIMDISCI-FILE.
           MOVE 'DIMDISCI' TO BIC-ARQUIVO.
           WRITE DIMDISCI-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT DIMPROFE-FILE.
           MOVE 'DIMPROFE' TO BIC-ARQUIVO.
           WRITE DIMPROFE-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT DIMTURMA-FILE.
           MOVE 'DIMTURMA' TO BIC-ARQUIVO.
           WRITE DIMTURMA-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT DIMPERIO-FILE.
           MOVE 'DIMPERIO' TO BIC-ARQUIVO.
           WRITE DIMPERIO-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT DIMCAMPU-FILE.
           MOVE 'DIMCAMPU' TO BIC-ARQUIVO.
           WRITE DIMCAMPU-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT FATNOTAS-FILE.
           MOVE 'FATNOTAS' TO BIC-ARQUIVO.
           WRITE FATNOTAS-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT FATFREQU-FILE.
           MOVE 'FATFREQU' TO BIC-ARQUIVO.
           WRITE FATFREQU-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT FATMATRI-FILE.
           MOVE 'FATMATRI' TO BIC-ARQUIVO.
           WRITE FATMATRI-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT FATFINAN-FILE.
           MOVE 'FATFINAN' TO BIC-ARQUIVO.
           WRITE FATFINAN-LINHA FROM BI-CABECALHO.
           OPEN OUTPUT FATATRIB-FILE.
           MOVE 'FATATRIB' TO BIC-ARQUIVO.
           WRITE FATATRIB-LINHA FROM BI-CABECALHO.

      *    FONTE OPCIONAL FORA DO AR: O ARQUIVO SAI SO COM CABECALHO E
      *    RODAPE ZERADO E A EXECUCAO TERMINA COM AVISO.
       0090-FONTE-INDISPONIVEL.
           ADD 1 TO WRK-QTD-FONTES-FORA.
           DISPLAY 'AVISO: ' WRK-NATURAL(1:12) ' INDISPONIVEL ('
                   WRK-SAIDA-STATUS ') - ARQUIVO DO BI VAZIO.'.

       0100-DIMENSAO-CAMPUS.
           OPEN INPUT CAMPUS-FILE.
           IF WRK-CAM-STATUS NOT = '00'
               MOVE 'CAMPUS.DAT' TO WRK-NATURAL
               MOVE WRK-CAM-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-CAMPUS UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CAMPUS-FILE
           END-IF.

       0110-LER-CAMPUS.
           READ CAMPUS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'CAM'      TO WRK-DIMENSAO
                   MOVE CAM-CODIGO TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK     TO DCA-SK
                   MOVE CAM-CODIGO TO DCA-CODIGO
                   MOVE CAM-NOME   TO DCA-NOME
                   MOVE CAM-CIDADE TO DCA-CIDADE
                   MOVE CAM-STATUS TO DCA-STATUS
                   WRITE DIMCAMPU-LINHA FROM BI-DIM-CAMPUS
                   ADD 1 TO WRK-QTD-DIMCAMPU
           END-READ.

       0150-DIMENSAO-PROFESSOR.
           OPEN INPUT PROFESSOR-FILE.
           IF WRK-PROF-STATUS NOT = '00'
               MOVE 'PROFESSOR.DAT' TO WRK-NATURAL
               MOVE WRK-PROF-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-PROFESSOR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PROFESSOR-FILE
           END-IF.

       0160-LER-PROFESSOR.
           READ PROFESSOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'PRO'     TO WRK-DIMENSAO
                   MOVE PROF-ID   TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK    TO DPR-SK
                   MOVE PROF-ID   TO DPR-ID
                   MOVE PROF-NOME TO DPR-NOME
                   WRITE DIMPROFE-LINHA FROM BI-DIM-PROFESSOR
                   ADD 1 TO WRK-QTD-DIMPROFE
           END-READ.

      *    ALUNO ANONIMIZADO (PROG87) SAI SO COM A CHAVE SUBSTITUTA E
      *    OS DADOS ACADEMICOS; A MATRICULA CONTINUA SENDO A CHAVE
      *    NATURAL NO MAPA, QUE NAO SAI DO SISTEMA.
       0200-DIMENSAO-ALUNO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-ALUNO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0210-LER-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'ALU'        TO WRK-DIMENSAO
                   MOVE AL-MATRICULA TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK       TO DAL-SK
                   MOVE AL-CURSO     TO DAL-CURSO
                   MOVE AL-CURSO2    TO DAL-CURSO2
                   MOVE AL-VERSAO-CATALOGO TO DAL-VERSAO-CATALOGO
                   MOVE AL-PROBATION TO DAL-PROBATION
                   IF AL-NOME = 'ANONIMIZADO'
                       MOVE 'S'    TO DAL-ANONIMIZADO
                       MOVE SPACES TO DAL-MATRICULA DAL-NOME
                                      DAL-NOME-SOCIAL DAL-NASCIMENTO
                   ELSE
                       MOVE 'N'            TO DAL-ANONIMIZADO
                       MOVE AL-MATRICULA   TO DAL-MATRICULA
                       MOVE AL-NOME        TO DAL-NOME
                       MOVE AL-NOME-SOCIAL TO DAL-NOME-SOCIAL
                       MOVE AL-DATA-NASCIMENTO TO DAL-NASCIMENTO
                   END-IF
                   WRITE DIMALUNO-LINHA FROM BI-DIM-ALUNO
                   ADD 1 TO WRK-QTD-DIMALUNO
           END-READ.

      *    A MESMA MATERIA APARECE NO CATALOGO DE VARIOS CURSOS: SAI
      *    UMA VEZ SO, COM O PRIMEIRO CURSO EM QUE FOI ACHADA.
       0250-DIMENSAO-DISCIPLINA.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               MOVE 'CATALOGO.DAT' TO WRK-NATURAL
               MOVE WRK-CAT-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0260-LER-CATALOGO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0260-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE CAT-DISCIPLINA(1:15) TO WRK-MATERIA
                   PERFORM 0750-PROCURAR-MATERIA
                   IF WRK-ACHOU = 'N' AND WRK-QTD-MATERIAS < 2000
                       ADD 1 TO WRK-QTD-MATERIAS
                       MOVE WRK-MATERIA
                           TO WRK-MAT-CODIGO(WRK-QTD-MATERIAS)
                       MOVE 'S' TO WRK-MAT-CATALOGO(WRK-QTD-MATERIAS)
                       MOVE 'DIS'       TO WRK-DIMENSAO
                       MOVE WRK-MATERIA TO WRK-NATURAL
                       PERFORM 0700-OBTER-CHAVE
                       MOVE WRK-SK            TO DDI-SK
                       MOVE WRK-MATERIA       TO DDI-MATERIA
                       MOVE CAT-DISCIPLINA    TO DDI-NOME
                       MOVE CAT-CURSO         TO DDI-CURSO
                       MOVE CAT-CARGA-HORARIA TO DDI-CARGA-HORARIA
                       MOVE CAT-TIPO          TO DDI-TIPO-DISCIPLINA
                       MOVE 'S'               TO DDI-NO-CATALOGO
                       WRITE DIMDISCI-LINHA FROM BI-DIM-DISCIPLINA
                       ADD 1 TO WRK-QTD-DIMDISCI
                   END-IF
           END-READ.

       0300-DIMENSAO-TURMA.
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               MOVE 'TURMAS.DAT' TO WRK-NATURAL
               MOVE WRK-TUR-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0310-LER-TURMA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE TURMA-FILE
           END-IF.

       0310-LER-TURMA.
           READ TURMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE TUR-ANO-SEMESTRE TO WRK-PERIODO
                   MOVE TUR-TURMA        TO WRK-TURMA
                   PERFORM 0720-CHAVE-TURMA
                   MOVE WRK-SK           TO DTU-SK
                   PERFORM 0730-CHAVE-PERIODO
                   MOVE WRK-SK           TO DTU-SK-PERIODO
                   MOVE 'CAM'            TO WRK-DIMENSAO
                   MOVE TUR-CAMPUS       TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK           TO DTU-SK-CAMPUS
                   MOVE TUR-ANO-SEMESTRE TO DTU-ANO-SEMESTRE
                   MOVE TUR-TURMA        TO DTU-TURMA
                   MOVE TUR-CURSO        TO DTU-CURSO
                   MOVE TUR-TURNO        TO DTU-TURNO
                   MOVE TUR-SALA         TO DTU-SALA
                   WRITE DIMTURMA-LINHA FROM BI-DIM-TURMA
                   ADD 1 TO WRK-QTD-DIMTURMA
           END-READ.

       0350-FATO-ATRIBUICAO.
           OPEN INPUT ATRIBUICAO-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               MOVE 'ATRIBUIC.DAT' TO WRK-NATURAL
               MOVE WRK-ATR-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0360-LER-ATRIBUICAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ATRIBUICAO-FILE
           END-IF.

       0360-LER-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'PRO'            TO WRK-DIMENSAO
                   MOVE ATR-PROFESSOR    TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK           TO FAT-SK-PROFESSOR
                   MOVE ATR-MATERIA      TO WRK-MATERIA
                   PERFORM 0740-CHAVE-DISCIPLINA
                   MOVE WRK-SK           TO FAT-SK-DISCIPLINA
                   MOVE ATR-ANO-SEMESTRE TO WRK-PERIODO
                   PERFORM 0730-CHAVE-PERIODO
                   MOVE WRK-SK           TO FAT-SK-PERIODO
                   MOVE ATR-TURMA        TO WRK-TURMA
                   PERFORM 0720-CHAVE-TURMA
                   MOVE WRK-SK           TO FAT-SK-TURMA
                   WRITE FATATRIB-LINHA FROM BI-FAT-ATRIBUICAO
                   ADD 1 TO WRK-QTD-FATATRIB
           END-READ.

      *    NOTAS CORRENTES DE GRADES.DAT E ARQUIVADAS DE GRADES.HIST
      *    (SO OS DETALHES; CABECALHO E RODAPE DO HISTORICO FICAM DE
      *    FORA).
       0400-FATO-NOTA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0410-LER-GRADE UNTIL WRK-FIM-ARQUIVO = 'S'.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS NOT = '00'
               MOVE 'GRADES.HIST' TO WRK-NATURAL
               MOVE WRK-HIST-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0420-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HIST-FILE
           END-IF.

       0410-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE GR-MATRICULA      TO WRK-MATRICULA
                   MOVE GR-MATERIA        TO WRK-MATERIA
                   MOVE GR-ANO-SEMESTRE   TO WRK-PERIODO
                   MOVE GR-TURMA          TO WRK-TURMA
                   MOVE 'A'               TO FNO-ORIGEM
                   MOVE GR-NOTA           TO FNO-NOTA
                   MOVE GR-SITUACAO       TO FNO-SITUACAO
                   MOVE GR-MODO-AVALIACAO TO FNO-MODO-AVALIACAO
                   PERFORM 0450-GRAVAR-FATO-NOTA
           END-READ.

       0420-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE HIST-MATRICULA    TO WRK-MATRICULA
                       MOVE HIST-MATERIA      TO WRK-MATERIA
                       MOVE HIST-ANO-SEMESTRE TO WRK-PERIODO
                       MOVE HIST-TURMA        TO WRK-TURMA
                       MOVE 'H'               TO FNO-ORIGEM
                       MOVE HIST-NOTA         TO FNO-NOTA
                       MOVE HIST-SITUACAO     TO FNO-SITUACAO
                       MOVE SPACES            TO FNO-MODO-AVALIACAO
                       PERFORM 0450-GRAVAR-FATO-NOTA
                   END-IF
           END-READ.

       0450-GRAVAR-FATO-NOTA.
           MOVE 'ALU'         TO WRK-DIMENSAO.
           MOVE WRK-MATRICULA TO WRK-NATURAL.
           PERFORM 0700-OBTER-CHAVE.
           MOVE WRK-SK        TO FNO-SK-ALUNO.
           PERFORM 0740-CHAVE-DISCIPLINA.
           MOVE WRK-SK        TO FNO-SK-DISCIPLINA.
           PERFORM 0730-CHAVE-PERIODO.
           MOVE WRK-SK        TO FNO-SK-PERIODO.
           PERFORM 0720-CHAVE-TURMA.
           MOVE WRK-SK        TO FNO-SK-TURMA.
           MOVE 'N'           TO FNO-TEM-COMPONENTE.
           MOVE ZEROS         TO FNO-NOTA-P1 FNO-NOTA-P2
                                 FNO-NOTA-ATIV FNO-FREQUENCIA.
           IF WRK-COMP-OK = 'S'
               MOVE WRK-MATRICULA TO CMP-MATRICULA
               MOVE WRK-MATERIA   TO CMP-MATERIA
               MOVE WRK-PERIODO   TO CMP-ANO-SEMESTRE
               READ COMP-FILE KEY IS CMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'            TO FNO-TEM-COMPONENTE
                       MOVE CMP-NOTA-P1    TO FNO-NOTA-P1
                       MOVE CMP-NOTA-P2    TO FNO-NOTA-P2
                       MOVE CMP-NOTA-ATIV  TO FNO-NOTA-ATIV
                       MOVE CMP-FREQUENCIA TO FNO-FREQUENCIA
               END-READ
           END-IF.
           WRITE FATNOTAS-LINHA FROM BI-FAT-NOTA.
           ADD 1 TO WRK-QTD-FATNOTAS.

      *    CHAMADA.DAT VEM POR MATRICULA + MATERIA + DATA: A QUEBRA
      *    POR MES SAI NA ORDEM DA CHAVE, SEM CLASSIFICACAO.
       0500-FATO-FREQUENCIA.
           OPEN INPUT CHAMADA-FILE.
           IF WRK-CHM-STATUS NOT = '00'
               MOVE 'CHAMADA.DAT' TO WRK-NATURAL
               MOVE WRK-CHM-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE SPACES TO WRK-FRQ-CHAVE-ANT
               PERFORM 0510-LER-CHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-FRQ-CHAVE-ANT NOT = SPACES
                   PERFORM 0550-GRAVAR-FATO-FREQUENCIA
               END-IF
               CLOSE CHAMADA-FILE
           END-IF.

       0510-LER-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE CHM-MATRICULA    TO WRK-FRQ-MATRICULA
                   MOVE CHM-MATERIA      TO WRK-FRQ-MATERIA
                   MOVE CHM-ANO-SEMESTRE TO WRK-FRQ-PERIODO
                   MOVE CHM-TURMA        TO WRK-FRQ-TURMA
                   MOVE CHM-DATA(1:6)    TO WRK-FRQ-MES
                   IF WRK-FRQ-CHAVE NOT = WRK-FRQ-CHAVE-ANT
                       IF WRK-FRQ-CHAVE-ANT NOT = SPACES
                           PERFORM 0550-GRAVAR-FATO-FREQUENCIA
                       END-IF
                       MOVE WRK-FRQ-CHAVE TO WRK-FRQ-CHAVE-ANT
                       MOVE ZEROS TO WRK-FRQ-AULAS WRK-FRQ-PRESENCAS
                                     WRK-FRQ-FALTAS WRK-FRQ-ABONADAS
                   END-IF
                   IF CHM-PRESENTE = 'S'
                       ADD 1 TO WRK-FRQ-AULAS
                       ADD 1 TO WRK-FRQ-PRESENCAS
                   ELSE
                       PERFORM 0520-CONFERIR-ABONO
                       IF WRK-FALTA-ABONADA = 'S'
                           ADD 1 TO WRK-FRQ-ABONADAS
                       ELSE
                           ADD 1 TO WRK-FRQ-AULAS
                           ADD 1 TO WRK-FRQ-FALTAS
                       END-IF
                   END-IF
           END-READ.

       0520-CONFERIR-ABONO.
           MOVE 'N' TO WRK-FALTA-ABONADA.
           PERFORM 0525-COMPARAR-ABONO
               VARYING WRK-IND-ABN FROM 1 BY 1
               UNTIL WRK-IND-ABN > WRK-QTD-ABONOS
                  OR WRK-FALTA-ABONADA = 'S'.

       0525-COMPARAR-ABONO.
           IF WRK-ABN-MATRICULA(WRK-IND-ABN) = CHM-MATRICULA
              AND (WRK-ABN-MATERIA(WRK-IND-ABN) = SPACES
                   OR WRK-ABN-MATERIA(WRK-IND-ABN) = CHM-MATERIA)
              AND CHM-DATA >= WRK-ABN-DATA-INICIO(WRK-IND-ABN)
              AND CHM-DATA <= WRK-ABN-DATA-FIM(WRK-IND-ABN)
               MOVE 'S' TO WRK-FALTA-ABONADA
           END-IF.

      *    GRAVA O MES ACUMULADO DA CHAVE ANTERIOR (WRK-FRQ-CHAVE-ANT).
       0550-GRAVAR-FATO-FREQUENCIA.
           MOVE 'ALU'                    TO WRK-DIMENSAO.
           MOVE WRK-FRQ-CHAVE-ANT(1:10)  TO WRK-NATURAL.
           PERFORM 0700-OBTER-CHAVE.
           MOVE WRK-SK                   TO FFR-SK-ALUNO.
           MOVE WRK-FRQ-CHAVE-ANT(11:15) TO WRK-MATERIA.
           PERFORM 0740-CHAVE-DISCIPLINA.
           MOVE WRK-SK                   TO FFR-SK-DISCIPLINA.
           MOVE WRK-FRQ-CHAVE-ANT(26:6)  TO WRK-PERIODO.
           PERFORM 0730-CHAVE-PERIODO.
           MOVE WRK-SK                   TO FFR-SK-PERIODO.
           MOVE WRK-FRQ-CHAVE-ANT(32:5)  TO WRK-TURMA.
           PERFORM 0720-CHAVE-TURMA.
           MOVE WRK-SK                   TO FFR-SK-TURMA.
           MOVE WRK-FRQ-CHAVE-ANT(37:6)  TO FFR-MES.
           MOVE WRK-FRQ-AULAS            TO FFR-AULAS.
           MOVE WRK-FRQ-PRESENCAS        TO FFR-PRESENCAS.
           MOVE WRK-FRQ-FALTAS           TO FFR-FALTAS.
           MOVE WRK-FRQ-ABONADAS         TO FFR-ABONADAS.
           WRITE FATFREQU-LINHA FROM BI-FAT-FREQUENCIA.
           ADD 1 TO WRK-QTD-FATFREQU.

      *    EVENTO DO CICLO DE VIDA PELO STATUS (PROG58): ESPACOS NOS
      *    REGISTROS ANTIGOS = ATIVA.
       0600-FATO-MATRICULA.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENR-STATUS NOT = '00'
               MOVE 'MATRICULA.DAT' TO WRK-NATURAL
               MOVE WRK-ENR-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0610-LER-MATRICULA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0610-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'ALU'               TO WRK-DIMENSAO
                   MOVE ENROLL-MATRICULA    TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK              TO FMA-SK-ALUNO
                   MOVE ENROLL-MATERIA      TO WRK-MATERIA
                   PERFORM 0740-CHAVE-DISCIPLINA
                   MOVE WRK-SK              TO FMA-SK-DISCIPLINA
                   MOVE ENROLL-ANO-SEMESTRE TO WRK-PERIODO
                   PERFORM 0730-CHAVE-PERIODO
                   MOVE WRK-SK              TO FMA-SK-PERIODO
                   MOVE ENROLL-DATA-EVENTO  TO FMA-DATA-EVENTO
                   MOVE ENROLL-GRADED       TO FMA-AVALIADA
                   EVALUATE ENROLL-STATUS
                       WHEN 'T'
                           MOVE 'T'           TO FMA-STATUS
                           MOVE 'TRANCAMENTO' TO FMA-EVENTO
                       WHEN 'D'
                           MOVE 'D'           TO FMA-STATUS
                           MOVE 'DESISTENCIA' TO FMA-EVENTO
                       WHEN OTHER
                           MOVE 'A'           TO FMA-STATUS
                           MOVE 'MATRICULA'   TO FMA-EVENTO
                   END-EVALUATE
                   WRITE FATMATRI-LINHA FROM BI-FAT-MATRICULA
                   ADD 1 TO WRK-QTD-FATMATRI
           END-READ.

       0650-FATO-FINANCEIRO.
           OPEN INPUT MENSAL-FILE.
           IF WRK-MEN-STATUS NOT = '00'
               MOVE 'MENSALID.DAT' TO WRK-NATURAL
               MOVE WRK-MEN-STATUS TO WRK-SAIDA-STATUS
               PERFORM 0090-FONTE-INDISPONIVEL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0660-LER-MENSALIDADE UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE MENSAL-FILE
           END-IF.

       0660-LER-MENSALIDADE.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE 'ALU'              TO WRK-DIMENSAO
                   MOVE MEN-MATRICULA      TO WRK-NATURAL
                   PERFORM 0700-OBTER-CHAVE
                   MOVE WRK-SK             TO FFI-SK-ALUNO
                   MOVE MEN-COMPETENCIA    TO FFI-COMPETENCIA
                   IF MEN-TIPO = SPACES
                       MOVE 'M'            TO FFI-TIPO-COBRANCA
                   ELSE
                       MOVE MEN-TIPO       TO FFI-TIPO-COBRANCA
                   END-IF
                   MOVE MEN-VALOR          TO FFI-VALOR
                   MOVE MEN-VENCIMENTO     TO FFI-VENCIMENTO
                   MOVE MEN-STATUS         TO FFI-STATUS
                   MOVE MEN-DATA-PAGAMENTO TO FFI-DATA-PAGAMENTO
                   MOVE MEN-VALOR-PAGO     TO FFI-VALOR-PAGO
                   MOVE MEN-MULTA          TO FFI-MULTA
                   MOVE MEN-JUROS          TO FFI-JUROS
                   WRITE FATFINAN-LINHA FROM BI-FAT-FINANCEIRO
                   ADD 1 TO WRK-QTD-FATFINAN
           END-READ.

      *    MATERIA COM FATO MAS SEM LINHA NO CATALOGO: A DIMENSAO
      *    RECEBE A CHAVE SEM NOME, PARA A JUNCAO NAO PERDER O FATO.
       0680-DISCIPLINAS-FORA-CATALOGO.
           PERFORM 0685-GRAVAR-FORA-CATALOGO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-MATERIAS.

       0685-GRAVAR-FORA-CATALOGO.
           IF WRK-MAT-CATALOGO(WRK-IND) = 'N'
               MOVE 'DIS'                   TO WRK-DIMENSAO
               MOVE WRK-MAT-CODIGO(WRK-IND) TO WRK-NATURAL
               PERFORM 0700-OBTER-CHAVE
               MOVE WRK-SK                  TO DDI-SK
               MOVE WRK-MAT-CODIGO(WRK-IND) TO DDI-MATERIA
               MOVE SPACES                  TO DDI-NOME DDI-CURSO
                                               DDI-TIPO-DISCIPLINA
               MOVE ZEROS                   TO DDI-CARGA-HORARIA
               MOVE 'N'                     TO DDI-NO-CATALOGO
               WRITE DIMDISCI-LINHA FROM BI-DIM-DISCIPLINA
               ADD 1 TO WRK-QTD-DIMDISCI
           END-IF.

       0690-DIMENSAO-PERIODO.
           PERFORM 0695-GRAVAR-PERIODO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-PERIODOS.

       0695-GRAVAR-PERIODO.
           MOVE 'PER'                   TO WRK-DIMENSAO.
           MOVE WRK-PER-CODIGO(WRK-IND) TO WRK-NATURAL.
           PERFORM 0700-OBTER-CHAVE.
           MOVE WRK-SK                  TO DPE-SK.
           MOVE WRK-PER-CODIGO(WRK-IND) TO DPE-ANO-SEMESTRE.
           MOVE 'ABERTO'                TO DPE-SITUACAO.
           MOVE SPACES                  TO DPE-DATA-FECHAMENTO.
           PERFORM 0697-CONFERIR-FECHADO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-QTD-FECHADOS.
           WRITE DIMPERIO-LINHA FROM BI-DIM-PERIODO.
           ADD 1 TO WRK-QTD-DIMPERIO.

       0697-CONFERIR-FECHADO.
           IF WRK-FEC-PERIODO(WRK-POS) = WRK-PER-CODIGO(WRK-IND)
               MOVE 'FECHADO'              TO DPE-SITUACAO
               MOVE WRK-FEC-DATA(WRK-POS)  TO DPE-DATA-FECHAMENTO
           END-IF.

      *    CHAVE SUBSTITUTA DA CHAVE NATURAL WRK-DIMENSAO +
      *    WRK-NATURAL; CHAVE NATURAL EM BRANCO = ZERO (NAO INFORMADO).
       0700-OBTER-CHAVE.
           MOVE ZEROS TO WRK-SK.
           IF WRK-NATURAL NOT = SPACES
               MOVE WRK-DIMENSAO TO BIK-DIMENSAO
               MOVE WRK-NATURAL  TO BIK-NATURAL
               READ BICHAVE-FILE KEY IS BIK-CHAVE
                   INVALID KEY
                       PERFORM 0710-NOVA-CHAVE
                   NOT INVALID KEY
                       MOVE BIK-SURROGATE TO WRK-SK
               END-READ
           END-IF.
           MOVE SPACES TO WRK-NATURAL.

      *    O CONTADOR DA DIMENSAO (CHAVE NATURAL EM ESPACOS) GUARDA A
      *    ULTIMA CHAVE ATRIBUIDA; CHAVE NUNCA E REAPROVEITADA.
       0710-NOVA-CHAVE.
           MOVE WRK-DIMENSAO TO BIK-DIMENSAO.
           MOVE SPACES       TO BIK-NATURAL.
           MOVE 'S'          TO WRK-CONTADOR-EXISTE.
           READ BICHAVE-FILE KEY IS BIK-CHAVE
               INVALID KEY
                   MOVE 'N'   TO WRK-CONTADOR-EXISTE
                   MOVE ZEROS TO BIK-SURROGATE
           END-READ.
           ADD 1 TO BIK-SURROGATE GIVING WRK-ULTIMA-SK.
           MOVE WRK-ULTIMA-SK TO BIK-SURROGATE.
           MOVE WRK-HOJE      TO BIK-DATA-CRIACAO.
           IF WRK-CONTADOR-EXISTE = 'S'
               REWRITE BICHAVE-REC
           ELSE
               WRITE BICHAVE-REC
           END-IF.
           MOVE WRK-DIMENSAO  TO BIK-DIMENSAO.
           MOVE WRK-NATURAL   TO BIK-NATURAL.
           MOVE WRK-ULTIMA-SK TO BIK-SURROGATE.
           MOVE WRK-HOJE      TO BIK-DATA-CRIACAO.
           WRITE BICHAVE-REC.
           MOVE WRK-ULTIMA-SK TO WRK-SK.
           ADD 1 TO WRK-QTD-CHAVES-NOVAS.

      *    TURMA: CHAVE NATURAL ANO/SEMESTRE + CODIGO DA TURMA.
       0720-CHAVE-TURMA.
           MOVE ZEROS TO WRK-SK.
           IF WRK-TURMA NOT = SPACES
               MOVE 'TUR' TO WRK-DIMENSAO
               MOVE SPACES TO WRK-NATURAL
               STRING WRK-PERIODO WRK-TURMA
                   DELIMITED BY SIZE INTO WRK-NATURAL
               PERFORM 0700-OBTER-CHAVE
           END-IF.

      *    PERIODO: ANOTADO NA TABELA PARA A DIMENSAO DO FIM.
       0730-CHAVE-PERIODO.
           MOVE ZEROS TO WRK-SK.
           IF WRK-PERIODO NOT = SPACES
               MOVE 'N' TO WRK-ACHOU
               PERFORM 0735-PROCURAR-PERIODO
                   VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-QTD-PERIODOS
                      OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'N' AND WRK-QTD-PERIODOS < 200
                   ADD 1 TO WRK-QTD-PERIODOS
                   MOVE WRK-PERIODO
                       TO WRK-PER-CODIGO(WRK-QTD-PERIODOS)
               END-IF
               MOVE 'PER'       TO WRK-DIMENSAO
               MOVE WRK-PERIODO TO WRK-NATURAL
               PERFORM 0700-OBTER-CHAVE
           END-IF.

       0735-PROCURAR-PERIODO.
           IF WRK-PER-CODIGO(WRK-POS) = WRK-PERIODO
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *    DISCIPLINA: MATERIA FORA DO CATALOGO E ANOTADA COM 'N' PARA
      *    GANHAR LINHA NA DIMENSAO NO FIM.
       0740-CHAVE-DISCIPLINA.
           MOVE ZEROS TO WRK-SK.
           IF WRK-MATERIA NOT = SPACES
               PERFORM 0750-PROCURAR-MATERIA
               IF WRK-ACHOU = 'N' AND WRK-QTD-MATERIAS < 2000
                   ADD 1 TO WRK-QTD-MATERIAS
                   MOVE WRK-MATERIA
                       TO WRK-MAT-CODIGO(WRK-QTD-MATERIAS)
                   MOVE 'N' TO WRK-MAT-CATALOGO(WRK-QTD-MATERIAS)
               END-IF
               MOVE 'DIS'       TO WRK-DIMENSAO
               MOVE WRK-MATERIA TO WRK-NATURAL
               PERFORM 0700-OBTER-CHAVE
           END-IF.

       0750-PROCURAR-MATERIA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0755-COMPARAR-MATERIA
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-QTD-MATERIAS
                  OR WRK-ACHOU = 'S'.

       0755-COMPARAR-MATERIA.
           IF WRK-MAT-CODIGO(WRK-POS) = WRK-MATERIA
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       0880-FECHAR-SAIDAS.
           MOVE 'DIMALUNO' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMALUNO TO BIR-QTD.
           WRITE DIMALUNO-LINHA FROM BI-RODAPE.
           CLOSE DIMALUNO-FILE.
           MOVE 'DIMDISCI' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMDISCI TO BIR-QTD.
           WRITE DIMDISCI-LINHA FROM BI-RODAPE.
           CLOSE DIMDISCI-FILE.
           MOVE 'DIMPROFE' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMPROFE TO BIR-QTD.
           WRITE DIMPROFE-LINHA FROM BI-RODAPE.
           CLOSE DIMPROFE-FILE.
           MOVE 'DIMTURMA' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMTURMA TO BIR-QTD.
           WRITE DIMTURMA-LINHA FROM BI-RODAPE.
           CLOSE DIMTURMA-FILE.
           MOVE 'DIMPERIO' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMPERIO TO BIR-QTD.
           WRITE DIMPERIO-LINHA FROM BI-RODAPE.
           CLOSE DIMPERIO-FILE.
           MOVE 'DIMCAMPU' TO BIR-ARQUIVO.
           MOVE WRK-QTD-DIMCAMPU TO BIR-QTD.
           WRITE DIMCAMPU-LINHA FROM BI-RODAPE.
           CLOSE DIMCAMPU-FILE.
           MOVE 'FATNOTAS' TO BIR-ARQUIVO.
           MOVE WRK-QTD-FATNOTAS TO BIR-QTD.
           WRITE FATNOTAS-LINHA FROM BI-RODAPE.
           CLOSE FATNOTAS-FILE.
           MOVE 'FATFREQU' TO BIR-ARQUIVO.
           MOVE WRK-QTD-FATFREQU TO BIR-QTD.
           WRITE FATFREQU-LINHA FROM BI-RODAPE.
           CLOSE FATFREQU-FILE.
           MOVE 'FATMATRI' TO BIR-ARQUIVO.
           MOVE WRK-QTD-FATMATRI TO BIR-QTD.
           WRITE FATMATRI-LINHA FROM BI-RODAPE.
           CLOSE FATMATRI-FILE.
           MOVE 'FATFINAN' TO BIR-ARQUIVO.
           MOVE WRK-QTD-FATFINAN TO BIR-QTD.
           WRITE FATFINAN-LINHA FROM BI-RODAPE.
           CLOSE FATFINAN-FILE.
           MOVE 'FATATRIB' TO BIR-ARQUIVO.
           MOVE WRK-QTD-FATATRIB TO BIR-QTD.
           WRITE FATATRIB-LINHA FROM BI-RODAPE.
           CLOSE FATATRIB-FILE.
           COMPUTE WRK-QTD-DETALHES = WRK-QTD-DIMALUNO
               + WRK-QTD-DIMDISCI + WRK-QTD-DIMPROFE
               + WRK-QTD-DIMTURMA + WRK-QTD-DIMPERIO
               + WRK-QTD-DIMCAMPU + WRK-QTD-FATNOTAS
               + WRK-QTD-FATFREQU + WRK-QTD-FATMATRI
               + WRK-QTD-FATFINAN + WRK-QTD-FATATRIB.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG155 - EXTRATO ANALITICO PARA O BI'.
           DISPLAY 'REGISTROS DE ORIGEM...: ' WRK-QTD-LIDOS.
           DISPLAY 'DIM. ALUNO............: ' WRK-QTD-DIMALUNO.
           DISPLAY 'DIM. DISCIPLINA.......: ' WRK-QTD-DIMDISCI.
           DISPLAY 'DIM. PROFESSOR........: ' WRK-QTD-DIMPROFE.
           DISPLAY 'DIM. TURMA............: ' WRK-QTD-DIMTURMA.
           DISPLAY 'DIM. PERIODO..........: ' WRK-QTD-DIMPERIO.
           DISPLAY 'DIM. CAMPUS...........: ' WRK-QTD-DIMCAMPU.
           DISPLAY 'FATO NOTA.............: ' WRK-QTD-FATNOTAS.
           DISPLAY 'FATO FREQUENCIA.......: ' WRK-QTD-FATFREQU.
           DISPLAY 'FATO MATRICULA........: ' WRK-QTD-FATMATRI.
           DISPLAY 'FATO FINANCEIRO.......: ' WRK-QTD-FATFINAN.
           DISPLAY 'FATO ATRIBUICAO.......: ' WRK-QTD-FATATRIB.
           DISPLAY 'CHAVES NOVAS..........: ' WRK-QTD-CHAVES-NOVAS.
           DISPLAY 'FONTES INDISPONIVEIS..: ' WRK-QTD-FONTES-FORA.
           DISPLAY '========================================'.

      *    LIDOS = REGISTROS DE ORIGEM, GRAVADOS = LINHAS DE DETALHE
      *    DE TODOS OS ARQUIVOS, INCLUIDOS = CHAVES SUBSTITUTAS NOVAS,
      *    REJEITADOS = FONTES INDISPONIVEIS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG155'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS        TO RS-QTD-LIDOS
           MOVE WRK-QTD-DETALHES     TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-CHAVES-NOVAS TO RS-QTD-INCLUIDOS
           MOVE ZEROS                TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-FONTES-FORA  TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG155.
