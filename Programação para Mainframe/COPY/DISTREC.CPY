      ******************************************************************
      * Copybook: DISTREC.CPY
      * Layout do registro da tabela de distribuicao dos relatorios
      * impressos (DISTRIB.DAT, line sequential, mantida pela
      * operacao como a RETENCAO.DAT). O PROG156 corta o relatorio
      * combinado (BOLETINS.REL, CARTAS.REL, GRADEHOR.REL,
      * HORPROF.REL, LIVRORES.REL...) nas quebras de pagina e grava
      * uma saida por destinatario.
      * DST-TIPO 'R' - regra de corte do relatorio (uma por
      *   relatorio): DST-MARCA e o texto que abre pagina na coluna 1
      *   (alem do salto de pagina, que sempre abre); DST-ROTULO e o
      *   texto, na coluna 1, da linha que traz a chave de corte, lida
      *   em DST-COLUNA por DST-TAMANHO posicoes. Pagina sem a linha
      *   do rotulo continua com a chave da pagina anterior.
      *   Ex.: BOLETINS.REL - marca em branco, rotulo
      *   'BOLETIM - TURMA', coluna 017, tamanho 05 (TURMA);
      *   HORPROF.REL - marca '----------', rotulo 'QUADRO SEMANAL',
      *   coluna 035, tamanho 06 (PROFESSOR).
      * DST-TIPO 'D' - destinatario de uma chave: DST-CHAVE e o valor
      *   da chave ('*' = paginas sem destinatario proprio),
      *   DST-CODIGO identifica o destinatario e nomeia a saida
      *   (<relatorio>-<codigo>.REL), DST-MEIO 'I' impresso (malote),
      *   'E' e-mail, 'B' retirada no balcao; DST-COPIAS vias.
      *   O mesmo codigo em varias chaves junta as paginas numa saida
      *   so; a mesma chave em varios codigos sai para todos.
      ******************************************************************
       01  DISTRIB-REC.
           05 DST-TIPO             PIC X(01).
           05 DST-RELATORIO        PIC X(12).
           05 DST-DADOS            PIC X(100).
           05 DST-REGRA REDEFINES DST-DADOS.
               10 DST-MARCA        PIC X(30).
               10 DST-ROTULO       PIC X(30).
               10 DST-COLUNA       PIC 9(03).
               10 DST-TAMANHO      PIC 9(02).
               10 DST-TIPO-CHAVE   PIC X(10).
               10 FILLER           PIC X(25).
           05 DST-DESTINO REDEFINES DST-DADOS.
               10 DST-CHAVE        PIC X(20).
               10 DST-CODIGO       PIC X(08).
               10 DST-NOME         PIC X(30).
               10 DST-MEIO         PIC X(01).
               10 DST-COPIAS       PIC 9(02).
               10 FILLER           PIC X(39).
