      ******************************************************************
      * Copybook: VAGAREC.CPY
      * Layout do registro de vagas planejadas de ingresso por curso
      * (VAGASVES.DAT, line sequential, uma linha por periodo de
      * ingresso + curso, mantido pela secretaria como o PRORATA.DAT).
      * Lido pela rodada de proxima chamada do PROG73: vagas abertas
      * do curso = planejadas - convocados aguardando - matriculas
      * confirmadas. Curso sem linha no arquivo usa como planejadas
      * a quantidade convocada na 1a chamada.
      ******************************************************************
       01  VAGAS-REC.
           05 VAG-ANO-SEMESTRE     PIC X(06).
           05 VAG-CURSO            PIC X(10).
           05 VAG-PLANEJADAS       PIC 9(04).
