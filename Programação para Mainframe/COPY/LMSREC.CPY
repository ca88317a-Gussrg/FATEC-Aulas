      ******************************************************************
      * Copybook: LMSREC.CPY
      * Layout do arquivo de turmas e participantes enviado toda noite
      * para a plataforma de ensino online (LMSFEED.DAT, line
      * sequential, layout fixo), gerado pelo PROG153. Segue o padrao
      * das interfaces com cabecalho e rodape (LMS-TIPO 'HEADER' /
      * 'TRAILER'). Detalhes:
      *   'CURSO'    = uma materia/turma/ano-semestre (a sala da
      *                plataforma), sempre antes dos participantes;
      *   'PARTICIP' = participante da turma com o papel (ALUNO,
      *                PROFESSOR ou SUBSTITUTO; o substituto leva a
      *                janela de datas em que responde pela turma);
      *   'DESLIGA'  = participante que saiu desde o envio anterior
      *                (matricula trancada/desistente ou substituicao
      *                encerrada), para a plataforma remover o acesso.
      * O rodape leva a quantidade de detalhes e a contagem de cada
      * tipo, para a plataforma conferir o arquivo recebido.
      ******************************************************************
       01  LMS-REC.
           05 LMS-TIPO             PIC X(10).
           05 LMS-DETALHE.
               10 LMS-MATERIA         PIC X(15).
               10 LMS-TURMA           PIC X(05).
               10 LMS-ANO-SEMESTRE    PIC X(06).
               10 LMS-PAPEL           PIC X(10).
               10 LMS-ID              PIC X(10).
      *            Matricula do aluno ou codigo do professor
               10 LMS-NOME            PIC X(40).
      *            Nome do participante; no CURSO, nome da disciplina
               10 LMS-EMAIL           PIC X(40).
               10 LMS-DATA-INICIO     PIC X(08).
               10 LMS-DATA-FIM        PIC X(08).
       01  LMS-CABECALHO REDEFINES LMS-REC.
           05 FILLER               PIC X(10).
           05 LMCAB-ANO-SEMESTRE   PIC X(06).
           05 LMCAB-DATA-HORA      PIC X(21).
           05 LMCAB-DESDE          PIC X(08).
      *        Data do envio anterior (desligamentos a partir dela)
           05 LMCAB-ORIGEM         PIC X(10).
       01  LMS-RODAPE REDEFINES LMS-REC.
           05 FILLER               PIC X(10).
           05 LMROD-TOTAL          PIC 9(07).
           05 LMROD-CURSOS         PIC 9(07).
           05 LMROD-PARTICIPANTES  PIC 9(07).
           05 LMROD-DESLIGAMENTOS  PIC 9(07).
