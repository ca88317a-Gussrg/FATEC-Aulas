      ******************************************************************
      * Copybook: BIDWREC.CPY
      * Layouts das linhas do extrato analitico para o BI (PROG155),
      * um arquivo line sequential por dimensao ou fato. Segue o
      * padrao das interfaces com cabecalho e rodape: BI-TIPO
      * 'HEADER' / 'TRAILER' / 'DETALHE'; o rodape leva a quantidade
      * de detalhes do arquivo. As juncoes sao sempre pelas chaves
      * substitutas (-SK-) de BICHAVES.DAT; fato nao carrega nome nem
      * dado pessoal. Aluno anonimizado (PROG87) sai na dimensao so
      * com a chave substituta e os dados academicos, sem matricula,
      * nome nem nascimento.
      * Valores com decimais implicitos (PIC 9V9), sem sinal.
      ******************************************************************
       01  BI-CABECALHO.
           05 BIC-TIPO             PIC X(10) VALUE 'HEADER'.
           05 BIC-ARQUIVO          PIC X(08).
           05 BIC-DATA-HORA        PIC X(14).
           05 BIC-ORIGEM           PIC X(08) VALUE 'PROG155'.
       01  BI-RODAPE.
           05 BIR-TIPO             PIC X(10) VALUE 'TRAILER'.
           05 BIR-ARQUIVO          PIC X(08).
           05 BIR-QTD              PIC 9(09).
      *    DIMENSAO ALUNO (DIMALUNO.DAT), DE CADALUNO.DAT.
       01  BI-DIM-ALUNO.
           05 DAL-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DAL-SK               PIC 9(09).
           05 DAL-MATRICULA        PIC X(10).
           05 DAL-NOME             PIC X(30).
           05 DAL-NOME-SOCIAL      PIC X(30).
           05 DAL-NASCIMENTO       PIC X(08).
           05 DAL-CURSO            PIC X(10).
           05 DAL-CURSO2           PIC X(10).
           05 DAL-VERSAO-CATALOGO  PIC X(04).
           05 DAL-PROBATION        PIC X(01).
           05 DAL-ANONIMIZADO      PIC X(01).
      *    DIMENSAO DISCIPLINA (DIMDISCI.DAT), DE CATALOGO.DAT; MATERIA
      *    COM NOTA OU MATRICULA MAS FORA DO CATALOGO SAI COM
      *    DDI-NO-CATALOGO 'N' E SEM NOME.
       01  BI-DIM-DISCIPLINA.
           05 DDI-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DDI-SK               PIC 9(09).
           05 DDI-MATERIA          PIC X(15).
           05 DDI-NOME             PIC X(40).
           05 DDI-CURSO            PIC X(10).
           05 DDI-CARGA-HORARIA    PIC 9(03).
           05 DDI-TIPO-DISCIPLINA  PIC X(01).
           05 DDI-NO-CATALOGO      PIC X(01).
      *    DIMENSAO PROFESSOR (DIMPROFE.DAT), DE PROFESSOR.DAT.
       01  BI-DIM-PROFESSOR.
           05 DPR-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DPR-SK               PIC 9(09).
           05 DPR-ID               PIC X(06).
           05 DPR-NOME             PIC X(30).
      *    DIMENSAO TURMA (DIMTURMA.DAT), DE TURMAS.DAT.
       01  BI-DIM-TURMA.
           05 DTU-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DTU-SK               PIC 9(09).
           05 DTU-ANO-SEMESTRE     PIC X(06).
           05 DTU-TURMA            PIC X(05).
           05 DTU-CURSO            PIC X(10).
           05 DTU-TURNO            PIC X(01).
           05 DTU-SALA             PIC X(05).
           05 DTU-SK-CAMPUS        PIC 9(09).
           05 DTU-SK-PERIODO       PIC 9(09).
      *    DIMENSAO PERIODO (DIMPERIO.DAT): TODO ANO/SEMESTRE VISTO NO
      *    EXTRATO, COM A SITUACAO DO FECHAMENTO (PERSTAT.DAT).
       01  BI-DIM-PERIODO.
           05 DPE-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DPE-SK               PIC 9(09).
           05 DPE-ANO-SEMESTRE     PIC X(06).
           05 DPE-SITUACAO         PIC X(07).
           05 DPE-DATA-FECHAMENTO  PIC X(08).
      *    DIMENSAO CAMPUS (DIMCAMPU.DAT), DE CAMPUS.DAT.
       01  BI-DIM-CAMPUS.
           05 DCA-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 DCA-SK               PIC 9(09).
           05 DCA-CODIGO           PIC X(03).
           05 DCA-NOME             PIC X(30).
           05 DCA-CIDADE           PIC X(20).
           05 DCA-STATUS           PIC X(01).
      *    FATO NOTA (FATNOTAS.DAT): RESULTADO POR ALUNO, DISCIPLINA E
      *    PERIODO, DE GRADES.DAT (ORIGEM 'A') E GRADES.HIST ('H'),
      *    COM OS COMPONENTES DE COMPNOTA.DAT QUANDO HA.
       01  BI-FAT-NOTA.
           05 FNO-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 FNO-SK-ALUNO         PIC 9(09).
           05 FNO-SK-DISCIPLINA    PIC 9(09).
           05 FNO-SK-PERIODO       PIC 9(09).
           05 FNO-SK-TURMA         PIC 9(09).
           05 FNO-ORIGEM           PIC X(01).
           05 FNO-NOTA             PIC 99V9.
           05 FNO-SITUACAO         PIC X(20).
           05 FNO-MODO-AVALIACAO   PIC X(01).
           05 FNO-TEM-COMPONENTE   PIC X(01).
           05 FNO-NOTA-P1          PIC 99V9.
           05 FNO-NOTA-P2          PIC 99V9.
           05 FNO-NOTA-ATIV        PIC 99V9.
           05 FNO-FREQUENCIA       PIC 999V9.
      *    FATO FREQUENCIA MENSAL (FATFREQU.DAT), DE CHAMADA.DAT; FALTA
      *    ABONADA (ABONOS.DAT) NAO CONTA COMO AULA, COMO NO PROG15.
       01  BI-FAT-FREQUENCIA.
           05 FFR-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 FFR-SK-ALUNO         PIC 9(09).
           05 FFR-SK-DISCIPLINA    PIC 9(09).
           05 FFR-SK-PERIODO       PIC 9(09).
           05 FFR-SK-TURMA         PIC 9(09).
           05 FFR-MES              PIC X(06).
           05 FFR-AULAS            PIC 9(05).
           05 FFR-PRESENCAS        PIC 9(05).
           05 FFR-FALTAS           PIC 9(05).
           05 FFR-ABONADAS         PIC 9(05).
      *    FATO MATRICULA (FATMATRI.DAT), DE MATRICULA.DAT: SITUACAO
      *    DA MATRICULA E O ULTIMO EVENTO DO CICLO DE VIDA.
       01  BI-FAT-MATRICULA.
           05 FMA-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 FMA-SK-ALUNO         PIC 9(09).
           05 FMA-SK-DISCIPLINA    PIC 9(09).
           05 FMA-SK-PERIODO       PIC 9(09).
           05 FMA-STATUS           PIC X(01).
           05 FMA-EVENTO           PIC X(12).
           05 FMA-DATA-EVENTO      PIC X(08).
           05 FMA-AVALIADA         PIC X(01).
      *    FATO FINANCEIRO (FATFINAN.DAT), DE MENSALID.DAT.
       01  BI-FAT-FINANCEIRO.
           05 FFI-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 FFI-SK-ALUNO         PIC 9(09).
           05 FFI-COMPETENCIA      PIC X(06).
           05 FFI-TIPO-COBRANCA    PIC X(01).
           05 FFI-VALOR            PIC 9(05)V99.
           05 FFI-VENCIMENTO       PIC X(08).
           05 FFI-STATUS           PIC X(01).
           05 FFI-DATA-PAGAMENTO   PIC X(08).
           05 FFI-VALOR-PAGO       PIC 9(05)V99.
           05 FFI-MULTA            PIC 9(05)V99.
           05 FFI-JUROS            PIC 9(05)V99.
      *    FATO ATRIBUICAO (FATATRIB.DAT), DE ATRIBUIC.DAT: LIGA A
      *    DIMENSAO PROFESSOR A DISCIPLINA, TURMA E PERIODO.
       01  BI-FAT-ATRIBUICAO.
           05 FAT-TIPO             PIC X(10) VALUE 'DETALHE'.
           05 FAT-SK-PROFESSOR     PIC 9(09).
           05 FAT-SK-DISCIPLINA    PIC 9(09).
           05 FAT-SK-PERIODO       PIC 9(09).
           05 FAT-SK-TURMA         PIC 9(09).
