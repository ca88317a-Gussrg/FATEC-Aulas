      ******************************************************************
      * Copybook: ENADEREC.CPY
      * Layout do registro de inscricao no ENADE (ENADE.DAT, indexado
      * por matricula + curso + ano do exame). O PROG122 apura, para
      * o curso e o ano informados, o percentual da carga horaria do
      * curriculo que cada aluno ativo ja cumpriu e inscreve aqui os
      * ingressantes e os concluintes habilitados, gerando o arquivo
      * de inscricao do INEP. O retorno da participacao
      * (ENADERET.DAT) registra presente, dispensado ou faltoso. O
      * PROG25 nao aprova a colacao de concluinte inscrito cuja
      * situacao nao esta regular (sem participacao nem dispensa).
      ******************************************************************
       01  ENADE-REC.
           05 ENA-CHAVE.
               10 ENA-MATRICULA    PIC X(10).
               10 ENA-CURSO        PIC X(10).
               10 ENA-ANO          PIC X(04).
           05 ENA-NOME             PIC X(30).
           05 ENA-CATEGORIA        PIC X(01).
      *        'I' = ingressante, 'C' = concluinte
           05 ENA-PERCENTUAL       PIC 9(03)V9.
           05 ENA-HORAS-CUMPRIDAS  PIC 9(05).
           05 ENA-HORAS-CURRICULO  PIC 9(05).
           05 ENA-SITUACAO         PIC X(01).
      *        'I' = inscrito, aguardando o exame
      *        'P' = participou (presente no exame)
      *        'D' = dispensado (dispensa oficial registrada)
      *        'F' = faltou sem dispensa (situacao irregular)
           05 ENA-DATA-INSCRICAO   PIC X(08).
           05 ENA-DATA-SITUACAO    PIC X(08).
           05 ENA-MOTIVO           PIC X(30).
