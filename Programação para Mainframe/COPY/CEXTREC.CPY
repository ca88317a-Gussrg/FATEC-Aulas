      ******************************************************************
      * Copybook: CEXTREC.CPY
      * Layout do registro do mestre de cursos de extensao (cursos
      * livres abertos a comunidade - CURSOEXT.DAT, indexado pelo
      * codigo do curso). O setor de extensao cadastra titulo, carga
      * horaria, periodo, professor (PROFESSOR.DAT), sala (SALAS.DAT)
      * e vagas; o PROG150 recebe as inscricoes (PARTEXT.DAT), a
      * frequencia por sessao (FREQEXT.DAT) e emite os certificados
      * numerados para quem atinge a frequencia minima.
      * CEX-STATUS: A = aberto (inscricoes e frequencia), E =
      *             encerrado com os certificados emitidos.
      ******************************************************************
       01  CURSOEXT-REC.
           05 CEX-CODIGO           PIC X(06).
           05 CEX-TITULO           PIC X(40).
           05 CEX-CARGA-HORARIA    PIC 9(03).
           05 CEX-DATA-INICIO      PIC X(08).
           05 CEX-DATA-FIM         PIC X(08).
           05 CEX-PROFESSOR        PIC X(06).
           05 CEX-SALA             PIC X(05).
           05 CEX-CAMPUS           PIC X(03).
           05 CEX-VAGAS            PIC 9(03).
           05 CEX-QTD-INSCRITOS    PIC 9(03).
      *        Inscricoes ativas (canceladas nao ocupam vaga).
           05 CEX-FREQ-MINIMA      PIC 9(03).
      *        Percentual minimo de presenca nas sessoes para o
      *        certificado.
           05 CEX-STATUS           PIC X(01).
           05 CEX-DATA-CADASTRO    PIC X(08).
           05 CEX-DATA-ENCERRAMENTO PIC X(08).
