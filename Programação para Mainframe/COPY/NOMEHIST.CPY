      ******************************************************************
      * Copybook: NOMEHIST.CPY
      * Layout do historico de mudancas do nome civil (NOMEHIST.DAT,
      * indexado por matricula + sequencia). O PROG125 grava um
      * registro por mudanca (casamento, divorcio, decisao judicial),
      * com o documento que a comprova, a data de vigencia e o
      * operador, troca AL-NOME no cadastro e propaga o nome novo a
      * GRADES.DAT, MATRICULA.DAT, GRADES.HIST e CONTATOS.DAT numa
      * rodada controlada, guardando aqui quantos registros de cada
      * arquivo foram atualizados. Documentos ja emitidos (diplomas,
      * declaracoes) continuam com o nome com que sairam.
      * NHI-SITUACAO: P = propagacao pendente (algum arquivo estava
      *               indisponivel), C = propagacao concluida.
      ******************************************************************
       01  NOMEHIST-REC.
           05 NHI-CHAVE.
               10 NHI-MATRICULA    PIC X(10).
               10 NHI-SEQ          PIC 9(03).
           05 NHI-NOME-ANTERIOR    PIC X(30).
           05 NHI-NOME-NOVO        PIC X(30).
           05 NHI-DATA-VIGENCIA    PIC X(08).
      *        Data a partir da qual vale o nome novo (AAAAMMDD).
           05 NHI-DOCUMENTO        PIC X(40).
      *        Documento comprobatorio (tipo e numero da certidao ou
      *        do mandado judicial) - obrigatorio.
           05 NHI-OPERADOR         PIC X(10).
           05 NHI-DATA-REGISTRO    PIC X(08).
           05 NHI-SITUACAO         PIC X(01).
           05 NHI-DATA-PROPAGACAO  PIC X(08).
           05 NHI-QTD-GRADES       PIC 9(05).
           05 NHI-QTD-MATRICULA    PIC 9(05).
           05 NHI-QTD-HISTORICO    PIC 9(05).
           05 NHI-QTD-CONTATOS     PIC 9(05).
