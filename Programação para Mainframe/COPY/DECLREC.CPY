      ******************************************************************
      * Copybook: DECLREC.CPY
      * Layout do registro do livro de declaracoes emitidas
      * (DECLARA.DAT, indexado pelo numero da declaracao, com o
      * codigo de autenticacao como chave alternada). O PROG118 grava
      * um registro por declaracao impressa (matricula, frequencia ou
      * carga horaria cumprida), com numero sequencial do controle
      * DECLCTL.DAT e codigo de autenticacao sorteado; a consulta de
      * autenticidade do mesmo programa recebe o codigo impresso no
      * documento e devolve titular, tipo, data e resumo do conteudo
      * - bancos e empregadores deixam de depender de telefonema para
      * saber se a declaracao e verdadeira.
      * DCL-TIPO: M = matricula no periodo, F = frequencia no periodo,
      *           C = carga horaria cumprida no curso.
      ******************************************************************
       01  DECLARACAO-REC.
           05 DCL-NUMERO           PIC 9(07).
           05 DCL-CODIGO           PIC X(14).
      *        Codigo de autenticacao no formato XXXX-XXXX-XXXX.
           05 DCL-MATRICULA        PIC X(10).
           05 DCL-NOME             PIC X(30).
           05 DCL-CURSO            PIC X(10).
           05 DCL-TIPO             PIC X(01).
           05 DCL-ANO-SEMESTRE     PIC X(06).
      *        Periodo declarado (espacos no tipo C).
           05 DCL-DATA-EMISSAO     PIC X(08).
           05 DCL-HORA-EMISSAO     PIC X(06).
           05 DCL-OPERADOR         PIC X(10).
           05 DCL-RESUMO           PIC X(60).
