      ******************************************************************
      * Copybook: PROFIREC.CPY
      * Layout do registro do arquivo indexado de pedidos de
      * aproveitamento extraordinario (exame de proficiencia,
      * PROFIC.DAT). O aluno com conhecimento comprovado pede para
      * fazer a prova especial e ser dispensado da disciplina; o
      * PROG127 numera o pedido pelo PROTNUM, confere a elegibilidade
      * (nunca reprovado na disciplina, nao matriculado nela no
      * periodo), agenda a prova com a banca de dois professores do
      * PROFESSOR.DAT e registra o resultado. Aprovado, o pedido gera
      * em GRADES.DAT o registro com a situacao propria
      * 'DISPENSADO PROFIC.' - conta na auditoria de colacao (PROG25)
      * e fica fora da distribuicao de notas (PROG39) e da tendencia
      * de aprovacao (PROG40). Acaba com a nota falsa lancada pelo
      * PROG11 a partir do papel.
      * PFC-STATUS: S = solicitado, A = prova agendada,
      *             D = dispensado (aprovado na prova),
      *             R = reprovado na prova.
      ******************************************************************
       01  PROFIC-REC.
           05 PFC-SEQ              PIC 9(05).
           05 PFC-STATUS           PIC X(01).
           05 PFC-MATRICULA        PIC X(10).
           05 PFC-MATERIA          PIC X(15).
           05 PFC-ANO-SEMESTRE     PIC X(06).
      *        Periodo do pedido - e nele que a dispensa e lancada.
           05 PFC-PROTOCOLO        PIC 9(07).
           05 PFC-JUSTIFICATIVA    PIC X(60).
      *        Como o aluno comprova o conhecimento (curso, experiencia
      *        profissional, certificacao).
           05 PFC-DATA-PEDIDO      PIC X(08).
           05 PFC-OPERADOR-PEDIDO  PIC X(10).
           05 PFC-DATA-PROVA       PIC X(08).
           05 PFC-HORA-PROVA       PIC X(05).
           05 PFC-SALA             PIC X(05).
           05 PFC-BANCA-1          PIC X(06).
           05 PFC-BANCA-2          PIC X(06).
      *        PROF-ID dos dois professores da banca examinadora.
           05 PFC-NOTA             PIC 99V9.
           05 PFC-DATA-RESULTADO   PIC X(08).
           05 PFC-OPERADOR-RESULTADO PIC X(10).
