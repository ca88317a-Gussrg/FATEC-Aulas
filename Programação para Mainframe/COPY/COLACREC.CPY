      ******************************************************************
      * Copybook: COLACREC.CPY
      * Layout do registro de colacao de grau do formando
      * (COLACAO.DAT, indexado por matricula + curso). O PROG25 grava
      * o formando aqui quando a auditoria conclui APTO A COLAR GRAU
      * (e desmarca se uma auditoria posterior nao confirmar); o
      * PROG121 designa o formando a uma cerimonia (CERIMON.DAT),
      * numera a ordem de chamada, registra a presenca e, no
      * encerramento, grava a data da colacao de quem recebeu o grau.
      * Ausente na cerimonia fica marcado para colacao em gabinete.
      * O PROG79 so registra o diploma de quem tem colacao gravada.
      ******************************************************************
       01  COLACAO-REC.
           05 COL-CHAVE.
               10 COL-MATRICULA    PIC X(10).
               10 COL-CURSO        PIC X(10).
           05 COL-NOME             PIC X(30).
           05 COL-APTO             PIC X(01).
      *        'S' = apto pela auditoria do PROG25, 'N' = desmarcado
           05 COL-DATA-APTO        PIC X(08).
           05 COL-CERIMONIA        PIC 9(05).
      *        cerimonia designada (zero = aguardando designacao)
           05 COL-ORDEM            PIC 9(04).
           05 COL-PRESENCA         PIC X(01).
      *        'S' = presente, 'N' = ausente, espaco = nao registrada
           05 COL-GABINETE         PIC X(01).
      *        'S' = ausente em cerimonia, aguarda colacao em gabinete
           05 COL-DATA-COLACAO     PIC X(08).
      *        data em que recebeu o grau (espacos = nao colou grau)
           05 COL-CERIMONIA-GRAU   PIC 9(05).
