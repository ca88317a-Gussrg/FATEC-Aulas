      ******************************************************************
      * Copybook: ORFAOREC.CPY
      * Layout da lista de referencias orfas da ultima varredura
      * (ORFAOS.DAT, line sequential, regravado a cada execucao do
      * PROG165). Uma linha por registro que aponta para aluno,
      * turma ou professor que nao existe mais no mestre; a execucao
      * seguinte compara a sua lista com esta para separar o orfao
      * NOVO do que ja era conhecido.
      *   ORF-REGRA: R01 a R10 (ver o cabecalho do PROG165).
      *   ORF-CHAVE: chave do registro orfao no arquivo de origem,
      *              campos separados por um espaco.
      ******************************************************************
       01  ORFAO-REC.
           05 ORF-REGRA            PIC X(03).
           05 ORF-CHAVE            PIC X(40).
