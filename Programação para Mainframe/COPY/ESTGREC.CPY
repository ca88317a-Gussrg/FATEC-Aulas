      *                     D = dispensado pelo curso.
      * EST-TCC-RESULTADO:  espacos = sem defesa, A = aprovado,
      *                     R = reprovado, D = dispensado pelo curso.
      * EST-EMPRESA-CNPJ: empresa concedente do mestre CONCEDEN.DAT
      * (PROG151); EST-EMPRESA guarda a razao social do cadastro no
      * momento do contrato. Contratos anteriores ao mestre ficam com
      * o CNPJ em espacos e o nome digitado.
      ******************************************************************
       01  ESTTCC-REC.
           05 EST-MATRICULA        PIC X(10).
           05 EST-TCC-ACEITE       PIC X(01).
      *        'S' quando o orientador deu o aceite final do TCC.
           05 EST-TCC-DATA-ACEITE  PIC X(08).
           05 EST-EMPRESA-CNPJ     PIC X(14).
           05 EST-DATA-CONTRATO    PIC X(08).
