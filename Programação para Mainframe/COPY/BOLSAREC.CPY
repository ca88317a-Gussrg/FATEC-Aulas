      * imprimindo a lista de decisoes para a coordenacao - antes a
      * perda da bolsa dependia de alguem lembrar de conferir. O
      * PROG71 aplica o percentual da bolsa ATIVA ao gerar a
      * cobranca da mensalidade. Bolsas de tipo PROUNI e FIES vao
      * todo semestre para o extrato do ministerio (PROG116).
      * BOL-STATUS: A = ativa, S = suspensa, C = cancelada.
      ******************************************************************
       01  BOLSA-REC.
