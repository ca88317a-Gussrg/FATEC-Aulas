      * nome oficial do aluno pela matricula, em vez de aceitar o nome
      * redigitado a cada lancamento (o que acabava arquivando o mesmo
      * aluno com varias grafias diferentes em GRADES.DAT).
      * Os dados pessoais (CPF, nascimento, e-mail e telefone) vem da
      * carga do vestibular (PROG73) e do mesmo dialogo de cadastro;
      * o CPF e sempre conferido pelo CPFDV.
      ******************************************************************
       01  ALUNO-REC.
           05 AL-MATRICULA      PIC X(10).
           05 AL-PROB-INICIO    PIC X(06).
      *        Ano/semestre em que a observacao comecou.
           05 AL-PROB-MOTIVO    PIC X(30).
           05 AL-CPF            PIC X(11).
      *        CPF do aluno, so digitos, conferido pelo CPFDV onde e
      *        digitado ou carregado (espacos = nao informado; a
      *        varredura do PROG124 lista os faltantes e invalidos).
      *        O PROG81 trata o mesmo CPF em duas matriculas como
      *        duplicidade certa.
           05 AL-DATA-NASCIMENTO PIC X(08).
      *        Data de nascimento AAAAMMDD (espacos = nao informada).
           05 AL-EMAIL          PIC X(40).
           05 AL-TELEFONE       PIC X(15).
