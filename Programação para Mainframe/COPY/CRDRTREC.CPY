      ******************************************************************
      * Copybook: CRDRTREC.CPY
      * Area de chamada do COORDRT (roteamento das filas da
      * coordenacao pelo curso do aluno). O programa move o operador
      * da sessao (ou espacos, quando so quer saber o dono da fila),
      * a matricula do aluno do pedido e a data de referencia; o
      * COORDRT devolve o curso do aluno, o coordenador responsavel
      * na data e se o operador pode decidir.
      * CRT-PAPEL: T = titular; S = substituto (titular ausente ou
      *            fora da vigencia); D = operador que recebeu a
      *            delegacao do titular ausente, sem substituto
      *            vigente; espaco = curso sem dono.
      * CRT-RETORNO: S = o operador e o responsavel;
      *              N = o pedido e de curso de outro coordenador;
      *              L = curso sem coordenacao cadastrada (ou aluno
      *                  fora do CADALUNO) - fila aberta como antes.
      ******************************************************************
       01  CRT-PARM.
           05 CRT-OPERADOR         PIC X(10) VALUE SPACES.
           05 CRT-MATRICULA        PIC X(10) VALUE SPACES.
           05 CRT-DATA             PIC X(08) VALUE SPACES.
           05 CRT-CURSO            PIC X(10) VALUE SPACES.
           05 CRT-RESPONSAVEL      PIC X(10) VALUE SPACES.
           05 CRT-PAPEL            PIC X(01) VALUE SPACES.
           05 CRT-RETORNO          PIC X(01) VALUE SPACES.
