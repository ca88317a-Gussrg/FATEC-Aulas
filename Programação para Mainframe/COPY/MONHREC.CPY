      ******************************************************************
      * Copybook: MONHREC.CPY
      * Layout do registro do arquivo indexado de horas semanais de
      * monitoria (MONHORAS.DAT, chave vaga + matricula + semana). Um
      * lancamento por monitor por semana (MHR-SEMANA = data do
      * primeiro dia da semana, AAAAMMDD), limitado a carga semanal
      * da vaga; lancado pelo PROG128 e somado por mes pelo PROG129
      * para a bolsa.
      ******************************************************************
       01  MONHORAS-REC.
           05 MHR-CHAVE.
               10 MHR-VAGA         PIC 9(05).
               10 MHR-MATRICULA    PIC X(10).
               10 MHR-SEMANA       PIC X(08).
           05 MHR-HORAS            PIC 9(02).
           05 MHR-ATIVIDADE        PIC X(40).
           05 MHR-OPERADOR         PIC X(10).
           05 MHR-DATA-LANCAMENTO  PIC X(08).
