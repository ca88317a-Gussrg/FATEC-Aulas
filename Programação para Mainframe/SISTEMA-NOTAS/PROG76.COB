      *          eletiva ('E'). A auditoria do PROG25 exige aprovacao
      *          linha a linha so das obrigatorias e confere as horas
      *          de eletivas contra o minimo daqui - ate agora tudo
      *          no catalogo era tratado como obrigatorio. Guarda
      *          tambem a carga horaria total exigida do curriculo,
      *          conferida pelo CURRVAL (PROG145 e PROG75). A
      *          classificacao marca tambem a modalidade da linha
      *          (presencial, a distancia ou hibrida) e as horas a
      *          distancia da hibrida.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-SEQ            PIC 99    VALUE ZEROS.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-MODALIDADE     PIC X(01) VALUE SPACES.
       77 WRK-HORAS-EAD      PIC 9(03) VALUE ZEROS.
       77 WRK-MIN-ELETIVAS   PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-ATIVCOMP   PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA-TOTAL    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CURSOS     PIC 9(02) VALUE ZEROS.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ACHADO     PIC 9(02) VALUE ZEROS.
               10 WRK-CRQ-CURSO        PIC X(10).
               10 WRK-CRQ-MIN-ELETIVAS PIC 9(04).
               10 WRK-CRQ-MIN-ATIVCOMP PIC 9(04).
               10 WRK-CRQ-CARGA-TOTAL  PIC 9(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           TO WRK-CRQ-MIN-ELETIVAS(WRK-QTD-CURSOS)
                       MOVE CREQ-MIN-ATIVCOMP
                           TO WRK-CRQ-MIN-ATIVCOMP(WRK-QTD-CURSOS)
                       IF CREQ-CARGA-TOTAL IS NUMERIC
                           MOVE CREQ-CARGA-TOTAL
                               TO WRK-CRQ-CARGA-TOTAL(WRK-QTD-CURSOS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-CRQ-CARGA-TOTAL(WRK-QTD-CURSOS)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           DISPLAY 'REQUISITOS DE CONCLUSAO POR CURSO'.
           DISPLAY '1 - DEFINIR MINIMOS DE UM CURSO'.
           DISPLAY '2 - LISTAR REQUISITOS'.
           DISPLAY '3 - CLASSIFICAR DISCIPLINA DO CATALOGO (O/E, '
                   'MODALIDADE)'.
           DISPLAY '4 - DEFINIR ESCALA DE NOTAS DO CURSO'.
           DISPLAY '5 - SAIR'.
           ACCEPT WRK-OPCAO.
           DISPLAY 'MINIMO DE HORAS DE ATIVIDADES COMPLEMENTARES '
                   '(EX: 0100): '.
           ACCEPT WRK-MIN-ATIVCOMP.
           DISPLAY 'CARGA HORARIA TOTAL EXIGIDA DO CURRICULO '
                   '(EX: 02400; 00000 = NAO CONFERIR): '.
           ACCEPT WRK-CARGA-TOTAL.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CURSOS
                   TO WRK-CRQ-MIN-ELETIVAS(WRK-IND-ACHADO)
               MOVE WRK-MIN-ATIVCOMP
                   TO WRK-CRQ-MIN-ATIVCOMP(WRK-IND-ACHADO)
               MOVE WRK-CARGA-TOTAL
                   TO WRK-CRQ-CARGA-TOTAL(WRK-IND-ACHADO)
               PERFORM 0400-REGRAVAR-REQUISITOS
               DISPLAY 'REQUISITOS GRAVADOS.'
           END-IF.
                   TO CREQ-MIN-ELETIVAS
               MOVE WRK-CRQ-MIN-ATIVCOMP(WRK-IND)
                   TO CREQ-MIN-ATIVCOMP
               MOVE WRK-CRQ-CARGA-TOTAL(WRK-IND)
                   TO CREQ-CARGA-TOTAL
               WRITE CURSOREQ-REC
           END-PERFORM.
           CLOSE CURSOREQ-FILE.
                           ' ELETIVAS MIN '
                           WRK-CRQ-MIN-ELETIVAS(WRK-IND)
                           'H - ATIV COMPL MIN '
                           WRK-CRQ-MIN-ATIVCOMP(WRK-IND)
                           'H - CARGA TOTAL '
                           WRK-CRQ-CARGA-TOTAL(WRK-IND) 'H'
               END-PERFORM
           END-IF.

           ACCEPT WRK-SEQ.
           DISPLAY 'TIPO (O = OBRIGATORIA, E = ELETIVA): '.
           ACCEPT WRK-TIPO.
           DISPLAY 'MODALIDADE (P = PRESENCIAL, E = A DISTANCIA, '
                   'H = HIBRIDA): '.
           ACCEPT WRK-MODALIDADE.
           IF WRK-MODALIDADE = SPACES
               MOVE 'P' TO WRK-MODALIDADE
           END-IF.
           MOVE ZEROS TO WRK-HORAS-EAD.
           IF WRK-MODALIDADE = 'H'
               DISPLAY 'HORAS A DISTANCIA (EX: 040): '
               ACCEPT WRK-HORAS-EAD
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TIPO NOT = 'O' AND WRK-TIPO NOT = 'E'
                   DISPLAY 'TIPO INVALIDO - NADA ALTERADO.'
               WHEN WRK-MODALIDADE NOT = 'P'
                AND WRK-MODALIDADE NOT = 'E'
                AND WRK-MODALIDADE NOT = 'H'
                   DISPLAY 'MODALIDADE INVALIDA - NADA ALTERADO.'
               WHEN OTHER
                   PERFORM 0605-REGRAVAR-CLASSIFICACAO
           END-EVALUATE.

       0605-REGRAVAR-CLASSIFICACAO.
           OPEN I-O CATALOGO-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOGO INDISPONIVEL: ' WRK-CAT-STATUS
           ELSE
               MOVE WRK-CURSO TO CAT-CURSO
               MOVE WRK-SEQ   TO CAT-SEQ
               READ CATALOGO-FILE KEY IS CAT-CHAVE
                   INVALID KEY
                       DISPLAY 'LINHA NAO ENCONTRADA NO CATALOGO.'
                   NOT INVALID KEY
                       PERFORM 0610-AJUSTAR-HORAS-EAD
                       MOVE WRK-TIPO       TO CAT-TIPO
                       MOVE WRK-MODALIDADE TO CAT-MODALIDADE
                       MOVE WRK-HORAS-EAD  TO CAT-HORAS-EAD
                       REWRITE CATALOGO-REC
                       DISPLAY CAT-DISCIPLINA(1:30)
                               ' CLASSIFICADA COMO [' WRK-TIPO
                               '] MODALIDADE [' WRK-MODALIDADE '].'
               END-READ
               CLOSE CATALOGO-FILE
           END-IF.

      *    A DISTANCIA CONTA A CARGA INTEIRA; A PARTE A DISTANCIA DA
      *    HIBRIDA NAO PASSA DA CARGA DA DISCIPLINA.
       0610-AJUSTAR-HORAS-EAD.
           IF WRK-MODALIDADE = 'E'
               MOVE CAT-CARGA-HORARIA TO WRK-HORAS-EAD
           END-IF.
           IF WRK-MODALIDADE = 'H'
              AND WRK-HORAS-EAD > CAT-CARGA-HORARIA
               DISPLAY 'HORAS A DISTANCIA ACIMA DA CARGA - '
                       'LIMITADAS A ' CAT-CARGA-HORARIA '.'
               MOVE CAT-CARGA-HORARIA TO WRK-HORAS-EAD
           END-IF.

       0700-DEFINIR-ESCALA.
