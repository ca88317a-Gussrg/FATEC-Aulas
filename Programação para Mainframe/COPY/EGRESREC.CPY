      ******************************************************************
      * Copybook: EGRESREC.CPY
      * Layout do cadastro de egressos (EGRESSOS.DAT, indexado por
      * matricula + curso). O PROG123 semeia um registro para cada
      * diploma do livro DIPLOMAS.DAT, com o ano de formatura (ano da
      * colacao de grau em COLACAO.DAT, ou da emissao do diploma),
      * mantem os dados de contato e grava a resposta mais recente da
      * pesquisa de acompanhamento, usada no relatorio de
      * empregabilidade por curso e ano de formatura.
      ******************************************************************
       01  EGRESSO-REC.
           05 EGR-CHAVE.
               10 EGR-MATRICULA    PIC X(10).
               10 EGR-CURSO        PIC X(10).
           05 EGR-NOME             PIC X(30).
           05 EGR-ANO-FORMATURA    PIC X(04).
           05 EGR-EMAIL            PIC X(40).
           05 EGR-TELEFONE         PIC X(15).
           05 EGR-DATA-CONTATO     PIC X(08).
      *        data da ultima atualizacao do contato
           05 EGR-DATA-PESQUISA    PIC X(08).
      *        data da resposta (espacos = ainda nao respondeu)
           05 EGR-SIT-TRABALHO     PIC X(01).
      *        'E' = empregado, 'A' = autonomo ou empresario,
      *        'D' = desempregado procurando trabalho,
      *        'F' = fora do mercado (so estudando ou outro motivo)
           05 EGR-NA-AREA          PIC X(01).
      *        'S' = trabalha na area do curso, 'N' = fora da area
           05 EGR-FAIXA-SALARIAL   PIC X(01).
      *        '1' = ate 2 salarios minimos, '2' = de 2 a 4,
      *        '3' = de 4 a 6, '4' = de 6 a 10, '5' = acima de 10,
      *        espaco = nao informada
           05 EGR-ESTUDOS          PIC X(01).
      *        'N' = nao estuda, 'E' = especializacao, 'M' =
      *        mestrado, 'D' = doutorado, 'G' = outra graduacao
