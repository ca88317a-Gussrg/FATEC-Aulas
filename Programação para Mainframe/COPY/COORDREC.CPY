      ******************************************************************
      * Copybook: COORDREC.CPY
      * Layout do mestre de coordenacao de curso (COORDENA.DAT,
      * indexado pelo curso). Cada curso (AL-CURSO) tem um titular e
      * um substituto, ambos operadores de OPERADOR.DAT, cada um com
      * a sua vigencia. As filas decididas pela coordenacao (PROG29
      * correcoes, PROG50 recursos, PROG69 segunda chamada, PROG70
      * abonos, PROG77 atividades complementares) passam pelo
      * COORDRT: o coordenador ve e decide so os pedidos dos alunos
      * dos proprios cursos; durante ausencia do titular registrada
      * em DELEGAC.DAT a fila vai para o substituto. Mantido pela
      * opcao 16 do MENU; o PROG166 lista semanalmente a fila de cada
      * coordenador com o tempo de espera.
      * Datas AAAAMMDD; fim em espacos = vigencia sem termino.
      * Curso sem registro aqui fica sem dono: a fila segue aberta a
      * qualquer operador da coordenacao, como antes.
      ******************************************************************
       01  COORD-REC.
           05 CRD-CURSO            PIC X(10).
           05 CRD-TITULAR          PIC X(10).
           05 CRD-TIT-INICIO       PIC X(08).
           05 CRD-TIT-FIM          PIC X(08).
           05 CRD-SUBSTITUTO       PIC X(10).
           05 CRD-SUB-INICIO       PIC X(08).
           05 CRD-SUB-FIM          PIC X(08).
           05 CRD-DATA-ATUALIZACAO PIC X(08).
           05 CRD-ATUALIZADO-POR   PIC X(10).
