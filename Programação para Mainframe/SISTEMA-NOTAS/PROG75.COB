      *          A tabela de equivalencia (EQUIV.DAT) continua
      *          mapeando disciplinas renomeadas; o que ela nao
      *          expressa - um curriculo inteiro diferente - passa a
      *          viver aqui. Antes de congelar, o curriculo corrente
      *          do curso passa pelo CURRVAL (ciclo de pre-requisitos,
      *          pre-requisito inexistente ou de outro curso,
      *          disciplina repetida ou sem carga, horas abaixo dos
      *          minimos do curso, horas a distancia acima do limite
      *          legal); com erro a versao nao e gravada. Cada linha
      *          leva a modalidade (presencial, a distancia ou
      *          hibrida) e as horas a distancia da hibrida.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-PRE-REQ        PIC X(40) VALUE SPACES.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-MODALIDADE     PIC X(01) VALUE SPACES.
       77 WRK-HORAS-EAD      PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-VERSAO     PIC X(01) VALUE 'N'.
       77 WRK-QTD-COPIADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-A              PIC 9(03) VALUE ZEROS.

           COPY CURVLREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-CURSO.
           DISPLAY 'NOME DA VERSAO NOVA (EX: 2026): '.
           ACCEPT WRK-VERSAO.
           MOVE WRK-CURSO TO CVL-CURSO.
           MOVE SPACES    TO CVL-VERSAO.
           CALL 'CURRVAL' USING CURVAL-AREA.
           EVALUATE CVL-RETORNO
               WHEN '0'
                   PERFORM 0320-COPIAR-CATALOGO
               WHEN '9'
                   DISPLAY 'CURSO SEM LINHAS NO CATALOGO - NADA '
                           'CONGELADO.'
               WHEN OTHER
                   DISPLAY 'CURRICULO COM ' CVL-QTD-ERROS
                           ' ERRO(S) - VERSAO NAO CONGELADA:'
                   PERFORM 0310-MOSTRAR-ACHADO
                       VARYING WRK-A FROM 1 BY 1
                       UNTIL WRK-A > CVL-QTD-ACHADOS
           END-EVALUATE.

       0310-MOSTRAR-ACHADO.
           DISPLAY '  ' CVL-ACHADO(WRK-A).

       0320-COPIAR-CATALOGO.
           MOVE ZEROS TO WRK-QTD-COPIADAS.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
                       MOVE CAT-PRE-REQ        TO CTV-PRE-REQ
                       MOVE CAT-CARGA-HORARIA  TO CTV-CARGA-HORARIA
                       MOVE CAT-TIPO           TO CTV-TIPO
                       MOVE CAT-MODALIDADE     TO CTV-MODALIDADE
                       MOVE CAT-HORAS-EAD      TO CTV-HORAS-EAD
                       WRITE CATVERS-REC
                           INVALID KEY
                               REWRITE CATVERS-REC
               MOVE 'O' TO WRK-TIPO
           END-IF.
           MOVE WRK-TIPO        TO CTV-TIPO.
           PERFORM 0510-CAPTURAR-MODALIDADE.
           MOVE WRK-MODALIDADE  TO CTV-MODALIDADE.
           MOVE WRK-HORAS-EAD   TO CTV-HORAS-EAD.
           IF WRK-JA-EXISTE = 'S'
               REWRITE CATVERS-REC
           ELSE
           END-IF
           DISPLAY 'LINHA DA VERSAO GRAVADA.'.

      *    A DISTANCIA CONTA A CARGA INTEIRA; A HIBRIDA INFORMA A
      *    PARTE A DISTANCIA, QUE NAO PASSA DA CARGA DA DISCIPLINA.
       0510-CAPTURAR-MODALIDADE.
           DISPLAY 'MODALIDADE (P = PRESENCIAL, E = A DISTANCIA, '
                   'H = HIBRIDA): '.
           ACCEPT WRK-MODALIDADE.
           MOVE ZEROS TO WRK-HORAS-EAD.
           EVALUATE WRK-MODALIDADE
               WHEN 'E'
                   MOVE WRK-CARGA TO WRK-HORAS-EAD
               WHEN 'H'
                   DISPLAY 'HORAS A DISTANCIA (EX: 040): '
                   ACCEPT WRK-HORAS-EAD
                   IF WRK-HORAS-EAD > WRK-CARGA
                       DISPLAY 'HORAS A DISTANCIA ACIMA DA CARGA - '
                               'LIMITADAS A ' WRK-CARGA '.'
                       MOVE WRK-CARGA TO WRK-HORAS-EAD
                   END-IF
               WHEN OTHER
                   MOVE 'P' TO WRK-MODALIDADE
           END-EVALUATE.

       0600-LISTAR-VERSAO.
           DISPLAY 'CURSO: '.
           ACCEPT WRK-CURSO.
                       ADD 1 TO WRK-QTD-LISTADAS
                       DISPLAY CTV-SEQ ' ' CTV-DISCIPLINA(1:30)
                               ' CARGA ' CTV-CARGA-HORARIA
                               ' MODALIDADE ' CTV-MODALIDADE
                   END-IF
           END-READ.

