      ******************************************************************
      * Copybook: FOLHAREC.CPY
      * Layout do arquivo de horas-aula para o sistema de folha de
      * pagamento (HORASFOL.DAT, line sequential, layout fixo), gerado
      * pelo PROG143 para a competencia (mes) a partir do horario, das
      * substituicoes, das faltas de professor com reposicao e da
      * escala de fiscais. Segue o padrao das interfaces com cabecalho
      * e rodape (FOL-TIPO 'HEADER' / 'TRAILER'; 'HORAS' = uma linha
      * por professor). FOL-AULAS-TITULAR ja vem sem as faltas, que
      * aparecem em FOL-FALTAS so para conferencia; FOL-HORAS-AULA e o
      * total a pagar (aulas como titular + como substituto +
      * reposicoes dadas + sessoes de fiscalizacao convertidas em
      * horas-aula). O rodape leva a quantidade de linhas e a soma de
      * FOL-HORAS-AULA.
      ******************************************************************
       01  FOLHA-REC.
           05 FOL-TIPO             PIC X(10).
           05 FOL-DETALHE.
               10 FOL-PROFESSOR       PIC X(06).
               10 FOL-COMPETENCIA     PIC X(06).
      *            AAAAMM
               10 FOL-AULAS-TITULAR   PIC 9(04).
               10 FOL-AULAS-SUBST     PIC 9(04).
               10 FOL-FALTAS          PIC 9(04).
               10 FOL-REPOSICOES      PIC 9(04).
               10 FOL-FISCALIZACOES   PIC 9(03).
               10 FOL-HORAS-AULA      PIC 9(05).
       01  FOLHA-CABECALHO REDEFINES FOLHA-REC.
           05 FILLER               PIC X(10).
           05 FCAB-COMPETENCIA     PIC X(06).
           05 FCAB-DATA-HORA       PIC X(21).
           05 FCAB-ORIGEM          PIC X(09).
       01  FOLHA-RODAPE REDEFINES FOLHA-REC.
           05 FILLER               PIC X(10).
           05 FROD-TOTAL           PIC 9(05).
           05 FROD-TOTAL-HORAS     PIC 9(07).
           05 FILLER               PIC X(24).
