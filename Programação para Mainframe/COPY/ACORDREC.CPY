      ******************************************************************
      * Copybook: ACORDREC.CPY
      * Layout do registro de acordos de renegociacao de mensalidades
      * (ACORDOS.DAT), chaveado por matricula + numero do acordo. Cada
      * acordo junta as parcelas vencidas do aluno (valor + multa +
      * juros) e as substitui por ACD-QTD-PARCELAS parcelas novas de
      * MENSALID.DAT (tipo A, competencia 'A' + numero + parcela); as
      * originais ficam com status R. Gravado pelo PROG71, que imprime
      * os termos do acordo (ACORDO.REL) para assinatura do aluno.
      ******************************************************************
       01  ACORDO-REC.
           05 ACD-CHAVE.
               10 ACD-MATRICULA      PIC X(10).
               10 ACD-NUMERO         PIC 9(03).
           05 ACD-DATA               PIC X(08).
           05 ACD-QTD-ORIGINAIS      PIC 9(03).
           05 ACD-VALOR-ORIGINAL     PIC 9(07)V99.
      *        Soma de valor + multa + juros das parcelas renegociadas
           05 ACD-QTD-PARCELAS       PIC 9(02).
           05 ACD-VALOR-PARCELA      PIC 9(05)V99.
           05 ACD-PRIMEIRO-VENC      PIC X(08).
           05 ACD-OPERADOR           PIC X(10).
           05 ACD-STATUS             PIC X(01).
      *        'A' = ativo, 'Q' = quitado, 'C' = cancelado
