      ******************************************************************
      * Copybook: NEEREC.CPY
      * Layout do registro de atendimento a necessidades educacionais
      * especiais (NEE.DAT, indexado pela matricula), mantido pelo
      * PROG147. Cada consulta ao cadastro deixa rastro em ACESSO.LOG.
      * NEE-TIPO: 'F' = fisica, 'V' = visual, 'A' = auditiva,
      *   'I' = intelectual, 'T' = transtorno (TEA, TDAH, dislexia),
      *   'O' = outra.
      * NEE-TEMPO-EXTRA: percentual de tempo adicional de prova
      *   (050 = meia vez a mais); zero = sem tempo adicional.
      * NEE-SALA-SEPARADA / NEE-LEDOR / NEE-AMPLIADO: 'S' ou 'N'.
      *   Tempo adicional, sala separada ou ledor levam o aluno para a
      *   sala de atendimento especial no ensalamento (PROG138);
      *   material ampliado sai no comprovante (PROG67) e faz o
      *   boletim do PROG42 sair em formato ampliado.
      * NEE-VALIDADE-INI / NEE-VALIDADE-FIM: AAAAMMDD; fim em branco =
      *   sem prazo. NEE-DOC-TIPO: documento comprobatorio (laudo) que
      *   tem de constar em DOCALUNO.DAT para a matricula.
      * NEE-SITUACAO: 'A' = ativo, 'C' = cancelado.
      ******************************************************************
       01  NEE-REC.
           05 NEE-MATRICULA        PIC X(10).
           05 NEE-TIPO             PIC X(01).
           05 NEE-TEMPO-EXTRA      PIC 9(03).
           05 NEE-SALA-SEPARADA    PIC X(01).
           05 NEE-LEDOR            PIC X(01).
           05 NEE-AMPLIADO         PIC X(01).
           05 NEE-VALIDADE-INI     PIC X(08).
           05 NEE-VALIDADE-FIM     PIC X(08).
           05 NEE-DOC-TIPO         PIC X(12).
           05 NEE-APROVADOR        PIC X(10).
           05 NEE-DATA-APROVACAO   PIC X(08).
           05 NEE-SITUACAO         PIC X(01).
           05 NEE-OBSERVACAO       PIC X(40).
