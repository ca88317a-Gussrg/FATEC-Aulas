      ******************************************************************
      * Copybook: FEXTREC.CPY
      * Layout do registro de frequencia dos cursos de extensao
      * (FREQEXT.DAT, indexado por curso + data da sessao + sequencia
      * do participante). O PROG150 grava a chamada de cada sessao; as
      * sessoes do curso sao as datas distintas do arquivo e a
      * frequencia do participante e presencas / sessoes.
      ******************************************************************
       01  FREQEXT-REC.
           05 FEX-CHAVE.
               10 FEX-CURSO        PIC X(06).
               10 FEX-DATA         PIC X(08).
               10 FEX-SEQ          PIC 9(03).
           05 FEX-PRESENTE         PIC X(01).
           05 FEX-OPERADOR         PIC X(10).
