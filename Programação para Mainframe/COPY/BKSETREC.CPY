      ******************************************************************
      * Copybook: BKSETREC.CPY
      * Layout do conjunto de seguranca dos arquivos mestres
      * (BKS<conjunto>.SET, line sequential), gravado pelo PROG158 e
      * relido pelo PROG159. Um conjunto traz todos os mestres do
      * registro (BKARQTAB.CPY) descarregados no mesmo corte:
      *   'CONJUNTO' - abre o conjunto: identificacao e corte;
      *   'HEADER'   - abre um arquivo (BKS-ARQUIVO);
      *   'DETALHE'  - imagem crua de um registro do arquivo;
      *   'TRAILER'  - fecha o arquivo com a contagem de registros;
      *   'FIMCONJ'  - fecha o conjunto com a contagem de arquivos.
      * Como no GRADES.BKP do PROG26, a imagem e copiada crua para que
      * campo novo num mestre nao obrigue a mexer na descarga.
      ******************************************************************
       01  BKSET-REC.
           05 BKS-TIPO             PIC X(10).
           05 BKS-ARQUIVO          PIC X(13).
           05 BKS-IMAGEM           PIC X(250).
       01  BKS-CONTROLE REDEFINES BKSET-REC.
           05 FILLER               PIC X(23).
           05 BKS-CONJUNTO         PIC X(14).
           05 BKS-DATA-HORA        PIC X(21).
           05 BKS-PROGRAMA         PIC X(08).
           05 BKS-QTD              PIC 9(07).
           05 FILLER               PIC X(200).
