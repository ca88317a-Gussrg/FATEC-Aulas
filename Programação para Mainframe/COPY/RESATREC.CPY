      ******************************************************************
      * Copybook: RESATREC.CPY
      * Area de comunicacao do subprograma RESUMATU (manutencao do
      * resumo por aluno e periodo, RESUMO.DAT). RAT-FUNCAO:
      *   'M' - marca a chave RAT-MATRICULA + RAT-ANO-SEMESTRE, que
      *         teve registro gravado, alterado ou excluido em
      *         GRADES.DAT (chamado logo apos cada gravacao);
      *   'G' - recalcula a parte viva de toda chave marcada a partir
      *         de GRADES.DAT e grava o resumo. Chamado depois que o
      *         programa FECHOU GRADES.DAT e COMPNOTA.DAT;
      *   'H' - um registro entrou no historico (arquivamento do
      *         PROG13, aproveitamento do PROG56, fusao do PROG81):
      *         acumula na parte arquivada da chave RAT-MATERIA,
      *         RAT-NOTA e RAT-SITUACAO;
      *   'R' - um registro deixou de contar no historico (trecho
      *         restaurado pelo PROG53, expurgo do PROG46, fusao do
      *         PROG81): desconta da parte arquivada;
      *         depois de 'H'/'R' o chamador pede o 'G' (ou o 'F');
      *   'F' - como o 'G', mas sem abrir GRADES.DAT: so o
      *         historico mudou (expurgo do PROG46, aproveitamento do
      *         PROG56) e a parte viva gravada no resumo e mantida;
      *   'L' - descarta as marcas e o acumulado sem gravar.
      * RAT-RETORNO: 00 ok; 04 tabela de chaves cheia ou RESUMO.DAT
      * indisponivel (resumo desatualizado - rodar PROG162 R);
      * 08 recusa do ARQDD ou funcao invalida.
      * RAT-QTD-GRAVADOS: resumos gravados pelo 'G'/'F'.
      ******************************************************************
       01  RESATU-AREA.
           05 RAT-FUNCAO           PIC X(01).
           05 RAT-PROGRAMA         PIC X(08).
           05 RAT-MATRICULA        PIC X(10).
           05 RAT-ANO-SEMESTRE     PIC X(06).
           05 RAT-MATERIA          PIC X(15).
           05 RAT-NOTA             PIC 99V9.
           05 RAT-SITUACAO         PIC X(20).
           05 RAT-RETORNO          PIC 9(02).
           05 RAT-QTD-GRAVADOS     PIC 9(05).
