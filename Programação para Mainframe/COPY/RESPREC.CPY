      ******************************************************************
      * Copybook: RESPREC.CPY
      * Layout do registro do arquivo indexado de respostas corrigidas
      * da leitora otica (RESPOTIC.DAT): uma folha aceita por materia +
      * ano/semestre + prova + matricula, com a marcacao de cada
      * questao e os pontos obtidos na correcao. Gravado (e regravado
      * a cada nova correcao) pelo PROG131; e a base da analise de
      * itens do PROG132, que aponta as questoes mal formuladas para
      * a banca decidir a anulacao no PROG130.
      ******************************************************************
       01  RESPOSTA-REC.
           05 RSP-CHAVE.
               10 RSP-MATERIA      PIC X(15).
               10 RSP-ANO-SEMESTRE PIC X(06).
               10 RSP-PROVA        PIC X(02).
               10 RSP-MATRICULA    PIC X(10).
           05 RSP-TURMA            PIC X(05).
           05 RSP-PONTOS           PIC 9(03)V99.
           05 RSP-NOTA             PIC 99V9.
           05 RSP-DATA-CORRECAO    PIC X(08).
           05 RSP-MARCACAO         PIC X(01) OCCURS 100 TIMES.
      *        A-E; espaco = em branco; '*' = dupla marcacao.
