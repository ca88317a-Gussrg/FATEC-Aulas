      ******************************************************************
      * Copybook: MODALREC.CPY
      * Area de chamada do MODALDIS (modalidade de uma disciplina). O
      * programa move a matricula do aluno (ou espacos), o curso (ou
      * espacos) e a materia (15 primeiras posicoes do nome da
      * disciplina); o MODALDIS procura a linha na versao do catalogo
      * do aluno (CATVERS.DAT, pelo AL-VERSAO-CATALOGO), senao no
      * catalogo corrente do curso do aluno (ou do curso informado),
      * senao em qualquer curso do catalogo, como o PROG23 faz com o
      * pre-requisito.
      * MDL-MODALIDADE: P = presencial (tambem a disciplina fora do
      *                 catalogo); E = a distancia; H = hibrida.
      * MDL-HORAS-EAD:  horas a distancia (a carga inteira na EAD).
      * MDL-RETORNO:    S = disciplina achada no catalogo;
      *                 N = fora do catalogo (vale presencial);
      *                 E = erro na resolucao dos arquivos (ARQDD).
      ******************************************************************
       01  MDL-PARM.
           05 MDL-MATRICULA        PIC X(10) VALUE SPACES.
           05 MDL-CURSO            PIC X(10) VALUE SPACES.
           05 MDL-MATERIA          PIC X(15) VALUE SPACES.
           05 MDL-MODALIDADE       PIC X(01) VALUE SPACES.
           05 MDL-CARGA-HORARIA    PIC 9(03) VALUE ZEROS.
           05 MDL-HORAS-EAD        PIC 9(03) VALUE ZEROS.
           05 MDL-RETORNO          PIC X(01) VALUE SPACES.
