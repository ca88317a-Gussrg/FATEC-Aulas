      *        materias/turmas que ATRIBUIC.DAT atribui a ele
      *        (PROG33/PROG84); o LOG-OPERADOR ja dava a
      *        responsabilizacao, faltava o escopo.
           05 OP-SITUACAO       PIC X(01).
      *        Espacos/A = ativo; S = suspenso (recertificacao de
      *        acessos vencida ou conta revogada pelo PROG164). O
      *        MENU recusa o sign-on do suspenso; o cadastro de
      *        operadores reativa.
           05 OP-ULTIMO-SIGNON  PIC X(08).
      *        Data (AAAAMMDD) do ultimo sign-on aceito pelo MENU.
