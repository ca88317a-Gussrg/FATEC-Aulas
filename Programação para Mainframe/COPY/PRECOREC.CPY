      ******************************************************************
      * Copybook: PRECOREC.CPY
      * Layout do registro da tabela de precos de mensalidade
      * (PRECOS.DAT), chaveado por curso + turno + ano/semestre de
      * vigencia. Mantido e reajustado pelo PROG110 e lido pelo PROG71
      * na geracao da cobranca: a mensalidade do aluno e a taxa basica
      * mais o valor por hora vezes a soma de CAT-CARGA-HORARIA das
      * suas linhas ativas de MATRICULA.DAT no periodo, antes do
      * desconto de BOLSAS.DAT. Vale a linha de maior vigencia nao
      * posterior ao periodo cobrado; turno em espacos vale para
      * qualquer turno do curso que nao tenha linha propria. Linhas
      * de periodos anteriores nunca sao alteradas pelo reajuste -
      * ficam para auditoria.
      ******************************************************************
       01  PRECO-REC.
           05 PRC-CHAVE.
               10 PRC-CURSO         PIC X(10).
               10 PRC-TURNO         PIC X(01).
      *            'M', 'V', 'N' (TUR-TURNO) ou espacos = qualquer
               10 PRC-ANO-SEMESTRE  PIC X(06).
      *            Inicio da vigencia (ex: 2026-1)
           05 PRC-VALOR-BASE        PIC 9(05)V99.
      *        Taxa basica mensal, cobrada de todo aluno ativo
           05 PRC-VALOR-HORA        PIC 9(03)V99.
      *        Valor mensal por hora de carga horaria matriculada
           05 PRC-ORIGEM            PIC X(06).
      *        Periodo da tabela que originou esta linha no reajuste
      *        (espacos = linha digitada)
           05 PRC-PERCENTUAL        PIC 9(02)V99.
      *        Percentual de reajuste aplicado sobre a origem
           05 PRC-DATA-INCLUSAO     PIC X(08).
           05 PRC-OPERADOR          PIC X(10).
