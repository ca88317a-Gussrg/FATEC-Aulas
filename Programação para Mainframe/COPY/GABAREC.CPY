      ******************************************************************
      * Copybook: GABAREC.CPY
      * Layout do registro do arquivo indexado de gabaritos das provas
      * objetivas (GABARITO.DAT), uma chave por materia + ano/semestre
      * + prova. Guarda a quantidade de questoes e, por questao, a
      * alternativa correta, o valor em pontos e a marca de questao
      * anulada. Mantido pelo PROG130; o PROG131 corrige as folhas de
      * resposta da leitora otica contra ele e lanca a nota na prova
      * correspondente de COMPNOTA.DAT; a analise de itens (PROG132)
      * aponta as questoes candidatas a anulacao.
      * GAB-PROVA: 'P1' ou 'P2' (mesmos tipos do calendario de provas).
      * Questao anulada vale os pontos para todas as folhas.
      ******************************************************************
       01  GABARITO-REC.
           05 GAB-CHAVE.
               10 GAB-MATERIA      PIC X(15).
               10 GAB-ANO-SEMESTRE PIC X(06).
               10 GAB-PROVA        PIC X(02).
           05 GAB-QTD-QUESTOES     PIC 9(03).
           05 GAB-OPERADOR         PIC X(10).
           05 GAB-DATA-CADASTRO    PIC X(08).
           05 GAB-DATA-CORRECAO    PIC X(08).
      *        Data da ultima correcao em lote (PROG131); espacos =
      *        gabarito ainda nao usado.
           05 GAB-QUESTAO          OCCURS 100 TIMES.
               10 GAB-RESPOSTA     PIC X(01).
               10 GAB-PONTOS       PIC 9V99.
               10 GAB-ANULADA      PIC X(01).
