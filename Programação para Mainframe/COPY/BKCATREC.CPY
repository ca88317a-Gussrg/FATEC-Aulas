      ******************************************************************
      * Copybook: BKCATREC.CPY
      * Layout do catalogo dos conjuntos de seguranca (BKPCAT.DAT,
      * line sequential, acumulativo), gravado pelo PROG158. Para cada
      * conjunto, uma linha 'A' por arquivo do registro e, por ultimo,
      * a linha 'C' do conjunto:
      *   'A' - BKC-ARQUIVO, registros descarregados e situacao
      *         ('C' descarregado, 'I' arquivo indisponivel);
      *   'C' - nome do arquivo do conjunto, arquivos registrados,
      *         arquivos descarregados (em BKC-QTD-REGISTROS) e
      *         situacao ('C' completo, 'I' incompleto).
      * O PROG159 confere a recarga contra as contagens daqui e o
      * PROG32 derruba a noite se o conjunto do dia nao esta completo.
      ******************************************************************
       01  BKPCAT-REC.
           05 BKC-CONJUNTO         PIC X(14).
           05 BKC-TIPO             PIC X(01).
           05 BKC-ARQUIVO          PIC X(13).
           05 BKC-DATA-HORA        PIC X(21).
           05 BKC-QTD-REGISTROS    PIC 9(07).
           05 BKC-QTD-ARQUIVOS     PIC 9(03).
           05 BKC-SITUACAO         PIC X(01).
           05 BKC-NOME-CONJUNTO    PIC X(30).
