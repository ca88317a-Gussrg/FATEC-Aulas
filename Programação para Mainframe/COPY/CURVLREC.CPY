      ******************************************************************
      * Copybook: CURVLREC.CPY
      * Area de comunicacao do subprograma CURRVAL (validacao de
      * integridade do curriculo de um curso). O chamador informa
      * CVL-CURSO e CVL-VERSAO (espacos = CATALOGO.DAT corrente; senao
      * a versao congelada em CATVERS.DAT) e recebe os totais de horas
      * e a lista de achados, um texto pronto por linha. Todo achado e
      * erro: ciclo de pre-requisitos, pre-requisito inexistente ou de
      * outro curso, disciplina repetida, disciplina sem carga
      * horaria, eletivas que nao alcancam o minimo de CURSOREQ.DAT e
      * carga total abaixo da exigida para o curso e horas a distancia
      * (disciplinas EAD e parte a distancia das hibridas) acima do
      * limite legal do ministerio sobre a carga total do curriculo
      * (CVL-LIMITE-EAD, em percentual). Usada pelo PROG145
      * (relatorio) e pelo PROG75 (que nao congela versao com erro).
      * CVL-RETORNO: '0' = sem erros, '1' = com erros,
      *              '9' = curriculo sem linhas ou arquivo indisponivel.
      ******************************************************************
       01  CURVAL-AREA.
           05 CVL-CURSO            PIC X(10).
           05 CVL-VERSAO           PIC X(04).
           05 CVL-RETORNO          PIC X(01).
           05 CVL-QTD-DISC         PIC 9(03).
           05 CVL-QTD-ERROS        PIC 9(03).
           05 CVL-HORAS-OBRIG      PIC 9(05).
           05 CVL-HORAS-ELETIVAS   PIC 9(05).
           05 CVL-MIN-ELETIVAS     PIC 9(04).
           05 CVL-CARGA-EXIGIDA    PIC 9(05).
           05 CVL-HORAS-EAD        PIC 9(05).
           05 CVL-LIMITE-EAD       PIC 9(02).
           05 CVL-QTD-ACHADOS      PIC 9(03).
           05 CVL-ACHADO OCCURS 100 TIMES PIC X(70).
