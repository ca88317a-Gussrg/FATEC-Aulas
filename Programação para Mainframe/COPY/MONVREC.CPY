      ******************************************************************
      * Copybook: MONVREC.CPY
      * Layout do registro do arquivo indexado de vagas de monitoria
      * (MONVAGA.DAT, indexado por sequencia). A coordenacao abre a
      * vaga por materia/turma no ano/semestre com a quantidade de
      * monitores, a nota minima exigida na disciplina, a carga
      * semanal maxima e o valor da hora da bolsa; o PROG128 recebe
      * as inscricoes (MONCAND.DAT), classifica, registra a selecao,
      * recebe as horas semanais (MONHORAS.DAT) e no fim do semestre
      * credita a monitoria em ATIVCOMP.DAT. O PROG129 gera o arquivo
      * mensal da bolsa para o financeiro.
      * MVG-STATUS: A = inscricoes abertas, S = selecao feita
      *             (monitores em atividade), E = encerrada e
      *             creditada.
      ******************************************************************
       01  MONVAGA-REC.
           05 MVG-SEQ              PIC 9(05).
           05 MVG-STATUS           PIC X(01).
           05 MVG-ANO-SEMESTRE     PIC X(06).
           05 MVG-MATERIA          PIC X(15).
           05 MVG-TURMA            PIC X(05).
           05 MVG-QTD-VAGAS        PIC 9(02).
           05 MVG-NOTA-MINIMA      PIC 99V9.
           05 MVG-HORAS-SEMANA     PIC 9(02).
           05 MVG-VALOR-HORA       PIC 9(03)V99.
           05 MVG-COORDENADOR      PIC X(10).
           05 MVG-DATA-ABERTURA    PIC X(08).
           05 MVG-DATA-SELECAO     PIC X(08).
           05 MVG-DATA-ENCERRAMENTO PIC X(08).
