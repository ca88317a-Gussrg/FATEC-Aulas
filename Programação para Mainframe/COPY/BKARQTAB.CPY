      ******************************************************************
      * Copybook: BKARQTAB.CPY
      * Registro dos arquivos mestres que entram no conjunto de
      * seguranca (PROG158) e podem ser recarregados dele (PROG159).
      * A posicao na tabela e o numero do arquivo nos EVALUATE de
      * abertura, leitura, gravacao e fechamento dos dois programas:
      * mestre novo entra no fim da lista, com SELECT/FD nos dois.
      ******************************************************************
       01  BKA-VALORES.
           05 FILLER               PIC X(13) VALUE 'GRADES.DAT'.
           05 FILLER               PIC X(13) VALUE 'CADALUNO.DAT'.
           05 FILLER               PIC X(13) VALUE 'MATRICULA.DAT'.
           05 FILLER               PIC X(13) VALUE 'COMPNOTA.DAT'.
           05 FILLER               PIC X(13) VALUE 'CATALOGO.DAT'.
           05 FILLER               PIC X(13) VALUE 'CHAMADA.DAT'.
           05 FILLER               PIC X(13) VALUE 'MENSALID.DAT'.
           05 FILLER               PIC X(13) VALUE 'TURMAS.DAT'.
           05 FILLER               PIC X(13) VALUE 'PROFESSOR.DAT'.
           05 FILLER               PIC X(13) VALUE 'CAMPUS.DAT'.
           05 FILLER               PIC X(13) VALUE 'ATRIBUIC.DAT'.
           05 FILLER               PIC X(13) VALUE 'HORARIO.DAT'.
           05 FILLER               PIC X(13) VALUE 'EXAMES.DAT'.
           05 FILLER               PIC X(13) VALUE 'OPERADOR.DAT'.
           05 FILLER               PIC X(13) VALUE 'SALAS.DAT'.
           05 FILLER               PIC X(13) VALUE 'DIASLET.DAT'.
           05 FILLER               PIC X(13) VALUE 'BOLSAS.DAT'.
           05 FILLER               PIC X(13) VALUE 'PROTOCOL.DAT'.
           05 FILLER               PIC X(13) VALUE 'DIPLOMAS.DAT'.
           05 FILLER               PIC X(13) VALUE 'CATVERS.DAT'.
           05 FILLER               PIC X(13) VALUE 'CURSOREQ.DAT'.
           05 FILLER               PIC X(13) VALUE 'DOCALUNO.DAT'.
           05 FILLER               PIC X(13) VALUE 'GRADES.HIST'.
           05 FILLER               PIC X(13) VALUE 'PRECOS.DAT'.
           05 FILLER               PIC X(13) VALUE 'TAXAS.DAT'.
           05 FILLER               PIC X(13) VALUE 'ACORDOS.DAT'.
           05 FILLER               PIC X(13) VALUE 'AJUSTES.DAT'.
           05 FILLER               PIC X(13) VALUE 'COLACAO.DAT'.
           05 FILLER               PIC X(13) VALUE 'CERIMON.DAT'.
           05 FILLER               PIC X(13) VALUE 'ENADE.DAT'.
           05 FILLER               PIC X(13) VALUE 'NEE.DAT'.
           05 FILLER               PIC X(13) VALUE 'COORDENA.DAT'.
           05 FILLER               PIC X(13) VALUE 'CONCEDEN.DAT'.
           05 FILLER               PIC X(13) VALUE 'RECERT.DAT'.
           05 FILLER               PIC X(13) VALUE 'PARTEAD.DAT'.
           05 FILLER               PIC X(13) VALUE 'NOMEHIST.DAT'.
           05 FILLER               PIC X(13) VALUE 'CANDIDAT.DAT'.
       01  BKA-TABELA REDEFINES BKA-VALORES.
           05 BKA-ARQUIVO          PIC X(13) OCCURS 37 TIMES.
       01  BKA-QTD-ARQUIVOS        PIC 9(03) VALUE 37.
