      ******************************************************************
      * Copybook: CANDREC.CPY
      * Layout do registro do arquivo indexado de candidatos do
      * vestibular (CANDIDAT.DAT), por periodo de ingresso + curso +
      * classificacao. A carga do PROG73 grava aqui todo classificado
      * do arquivo da comissao: o aprovado ja sai convocado na 1a
      * chamada (e admitido), o classificado excedente fica na lista
      * de espera na ordem da classificacao. A secretaria confirma o
      * comparecimento no PROG117; a rodada de proxima chamada do
      * PROG73 expira quem nao compareceu ate o prazo, apura as vagas
      * abertas do curso contra as vagas planejadas (VAGASVES.DAT) e
      * convoca os proximos da lista - acabou a chamada por telefone
      * a partir da lista impressa.
      * CND-SITUACAO: L = lista de espera (classificado nao chamado),
      *               C = convocado, aguardando matricula,
      *               M = matricula confirmada (compareceu),
      *               E = expirado (nao compareceu ate o prazo).
      ******************************************************************
       01  CANDIDATO-REC.
           05 CND-CHAVE.
               10 CND-ANO-SEMESTRE     PIC X(06).
               10 CND-CURSO            PIC X(10).
               10 CND-CLASSIFICACAO    PIC 9(04).
           05 CND-NOME             PIC X(30).
           05 CND-SITUACAO         PIC X(01).
           05 CND-CHAMADA          PIC 9(02).
      *        Numero da chamada que convocou (1 = carga; zeros =
      *        ainda na lista de espera).
           05 CND-DATA-CHAMADA     PIC X(08).
           05 CND-PRAZO            PIC X(08).
      *        Ultimo dia para a matricula (AAAAMMDD).
           05 CND-MATRICULA        PIC X(10).
      *        Matricula atribuida na convocacao (espacos na lista de
      *        espera).
           05 CND-DATA-SITUACAO    PIC X(08).
           05 CND-CPF              PIC X(11).
           05 CND-DATA-NASC        PIC X(08).
           05 CND-EMAIL            PIC X(40).
           05 CND-TELEFONE         PIC X(15).
      *        Dados pessoais do arquivo da comissao, levados ao
      *        cadastro de alunos quando o candidato e admitido.
