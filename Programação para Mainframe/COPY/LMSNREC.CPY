      ******************************************************************
      * Copybook: LMSNREC.CPY
      * Layout do arquivo de notas de atividade devolvido pela
      * plataforma de ensino online (LMSNOTAS.DAT, line sequential),
      * lido pelo PROG154. Uma linha por aluno e turma com a nota
      * consolidada das atividades do livro de notas da plataforma,
      * em texto na escala nativa do curso (numero com virgula ou
      * conceito A-E), convertida pelo NOTACONV antes de ir para
      * CMP-NOTA-ATIV em COMPNOTA.DAT. Nas disciplinas a distancia e
      * hibridas a plataforma manda tambem a participacao do aluno
      * (atividades previstas e concluidas no periodo), que o PROG154
      * grava em PARTEAD.DAT para a frequencia; linha exportada antes
      * desses campos chega com eles em branco e so traz a nota.
      ******************************************************************
       01  LMSNOTA-REC.
           05 LMN-MATRICULA        PIC X(10).
           05 LMN-MATERIA          PIC X(15).
           05 LMN-TURMA            PIC X(05).
           05 LMN-ANO-SEMESTRE     PIC X(06).
           05 LMN-NOTA-TEXTO       PIC X(06).
           05 LMN-PARTICIPACAO.
               10 LMN-ATIV-PREVISTAS   PIC 9(03).
               10 LMN-ATIV-CONCLUIDAS  PIC 9(03).
