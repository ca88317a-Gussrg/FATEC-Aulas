      ******************************************************************
      * Copybook: PEXTREC.CPY
      * Layout do registro de participantes dos cursos de extensao
      * (PARTEXT.DAT, indexado por curso + sequencia da inscricao,
      * com o codigo de verificacao do certificado como chave
      * alternada). O participante e aluno da casa (matricula em
      * CADALUNO.DAT) ou externo, so com nome e CPF (conferido pelo
      * CPFDV). No encerramento do curso o PROG150 grava o numero do
      * certificado (controle CERTCTL.DAT), o codigo de verificacao e,
      * para aluno da casa, a sequencia da atividade complementar
      * creditada em ATIVCOMP.DAT.
      * PEX-TIPO  : A = aluno da casa, E = participante externo.
      * PEX-STATUS: I = inscrito, C = inscricao cancelada,
      *             F = certificado emitido, R = sem a frequencia
      *             minima no encerramento.
      ******************************************************************
       01  PARTEXT-REC.
           05 PEX-CHAVE.
               10 PEX-CURSO        PIC X(06).
               10 PEX-SEQ          PIC 9(03).
           05 PEX-TIPO             PIC X(01).
           05 PEX-MATRICULA        PIC X(10).
           05 PEX-CPF              PIC X(11).
           05 PEX-NOME             PIC X(30).
           05 PEX-DATA-INSCRICAO   PIC X(08).
           05 PEX-STATUS           PIC X(01).
           05 PEX-PRESENCAS        PIC 9(03).
           05 PEX-FREQUENCIA       PIC 999V9.
           05 PEX-CERT-NUMERO      PIC 9(07).
           05 PEX-CERT-CODIGO      PIC X(14).
      *        Codigo de verificacao no formato XXXX-XXXX-XXXX
      *        (espacos enquanto nao ha certificado).
           05 PEX-CERT-DATA        PIC X(08).
           05 PEX-ATIV-SEQ         PIC 9(05).
