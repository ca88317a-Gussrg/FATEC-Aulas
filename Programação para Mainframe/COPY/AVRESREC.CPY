      ******************************************************************
      * Copybook: AVRESREC.CPY
      * Layout do registro de resposta da avaliacao docente
      * (AVALRESP.DAT, sequencial, so acrescido). Um registro por
      * formulario respondido: professor, materia, turma e curso do
      * aluno, com a nota de cada questao do questionario do periodo.
      * NAO leva matricula - a resposta e anonima; quem respondeu fica
      * so em AVALPART.DAT (AVPARREC), sem as respostas.
      * AVR-RESPOSTA: ponto da escala escolhido; 0 = sem resposta.
      ******************************************************************
       01  AVALRESP-REC.
           05 AVR-ANO-SEMESTRE     PIC X(06).
           05 AVR-PROFESSOR        PIC X(06).
           05 AVR-MATERIA          PIC X(15).
           05 AVR-TURMA            PIC X(05).
           05 AVR-CURSO            PIC X(10).
           05 AVR-QTD-QUESTOES     PIC 9(02).
           05 AVR-RESPOSTA         PIC 9(01) OCCURS 30 TIMES.
