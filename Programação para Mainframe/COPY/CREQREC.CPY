      * complementares exigidos para a colacao de grau. Mantido pelo
      * PROG76 e conferido pela auditoria do PROG25. Curso sem
      * registro aqui nao tem minimo imposto.
      * CREQ-CARGA-TOTAL e a carga horaria total exigida do curso
      * (obrigatorias mais eletivas), conferida contra o curriculo
      * pelo CURRVAL; zeros ou espacos (registros antigos) = nao
      * informada.
      ******************************************************************
       01  CURSOREQ-REC.
           05 CREQ-CURSO           PIC X(10).
           05 CREQ-MIN-ELETIVAS    PIC 9(04).
           05 CREQ-MIN-ATIVCOMP    PIC 9(04).
           05 CREQ-CARGA-TOTAL     PIC 9(05).
