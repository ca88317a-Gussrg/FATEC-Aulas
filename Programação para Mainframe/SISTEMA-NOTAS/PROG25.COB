      *          ou INC) ou se nunca a cursou, consultando GRADES.DAT
      *          e o historico GRADES.HIST, para responder de uma vez
      *          "este aluno pode colar grau?" sem conferencia manual.
      *          O formando APTO fica gravado em COLACAO.DAT para a
      *          designacao a uma cerimonia de colacao (PROG121);
      *          auditoria posterior NAO APTO desmarca quem ainda nao
      *          colou grau. Concluinte inscrito no ENADE (ENADE.DAT,
      *          PROG122) sem participacao ou dispensa registrada esta
      *          em situacao irregular e nao cola grau. A dispensa
      *          por prova de proficiencia (DISPENSADO PROFIC., PROG127)
      *          conta como aprovacao na disciplina.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
           SELECT CURSOREQ-FILE ASSIGN TO WRK-ARQ-CURSOREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREQ-STATUS.
           SELECT ATIVIDADE-FILE ASSIGN TO WRK-ARQ-ATIVCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-SEQ
               FILE STATUS IS WRK-ATV-STATUS.
           SELECT ESTTCC-FILE ASSIGN TO WRK-ARQ-ESTTCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MATRICULA
               FILE STATUS IS WRK-EST-STATUS.
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
           SELECT ENADE-FILE ASSIGN TO WRK-ARQ-ENADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENA-CHAVE
               FILE STATUS IS WRK-ENA-STATUS.
           SELECT COLACAO-FILE ASSIGN TO WRK-ARQ-COLACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       FD  EQUIV-FILE.
           COPY EQUIVREC.

       FD  COLACAO-FILE.
           COPY COLACREC.

       FD  ENADE-FILE.
           COPY ENADEREC.

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-CURSOREQ  PIC X(40) VALUE 'CURSOREQ.DAT'.
       77 WRK-ARQ-ATIVCOMP  PIC X(40) VALUE 'ATIVCOMP.DAT'.
       77 WRK-ARQ-ESTTCC    PIC X(40) VALUE 'ESTTCC.DAT'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.
       77 WRK-ARQ-ENADE     PIC X(40) VALUE 'ENADE.DAT'.
       77 WRK-ARQ-COLACAO   PIC X(40) VALUE 'COLACAO.DAT'.

       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
      *    DISCIPLINA SEM CARGA INFORMADA PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO  PIC 9(03) VALUE 40.
       77 WRK-COL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-APTO          PIC X(01) VALUE 'N'.
       77 WRK-ENA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ENADE     PIC X(01) VALUE 'N'.
       77 WRK-ENADE-OK      PIC X(01) VALUE 'S'.
       77 WRK-ENADE-TEXTO   PIC X(30) VALUE SPACES.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0040-CARREGAR-EQUIVALENCIAS
           PERFORM 0050-IDENTIFICAR-ALUNO
           IF WRK-CURSO NOT = SPACES
               PERFORM 0200-AUDITAR-CURRICULO
               PERFORM 0350-SOMAR-ATIVIDADES
               PERFORM 0380-CONFERIR-ESTAGIO-TCC
               PERFORM 0390-CONFERIR-ENADE
               PERFORM 0400-FINALIZAR
               PERFORM 0450-REGISTRAR-APTIDAO
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG25' TO DDN-PROGRAMA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'CURSOREQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CURSOREQ.
           MOVE 'ATIVCOMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATIVCOMP.
           MOVE 'ESTTCC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ESTTCC.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.
           MOVE 'ENADE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADE.
           MOVE 'COLACAO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COLACAO.

       0040-CARREGAR-EQUIVALENCIAS.
           MOVE 'N' TO WRK-FIM-EQUIV.
           OPEN INPUT EQUIV-FILE.
                   OR (WRK-MATERIA-EQUIV NOT = SPACES
                       AND WRK-RES-MATERIA(WRK-IND)
                           = WRK-MATERIA-EQUIV))
                  AND (WRK-RES-SITUACAO(WRK-IND) = 'APROVADO'
                   OR WRK-RES-SITUACAO(WRK-IND) = 'DISPENSADO PROFIC.')
                   MOVE WRK-IND TO WRK-IND-APROV
               END-IF
           END-PERFORM
                          = WRK-MATERIA-EQUIV)
                   MOVE WRK-IND TO WRK-IND-ULTIMO
                   IF WRK-RES-SITUACAO(WRK-IND) = 'APROVADO'
                      OR WRK-RES-SITUACAO(WRK-IND)
                         = 'DISPENSADO PROFIC.'
                       MOVE WRK-IND TO WRK-IND-APROV
                   END-IF
               END-IF
               CLOSE ESTTCC-FILE
           END-IF.

      *    ENADE (ENADE.DAT, PROG122): INSCRICAO COMO CONCLUINTE
      *    AINDA SEM PARTICIPACAO, OU FALTA SEM DISPENSA, E SITUACAO
      *    IRREGULAR; SEM INSCRICAO COMO CONCLUINTE NAO HA PENDENCIA.
       0390-CONFERIR-ENADE.
           MOVE 'S' TO WRK-ENADE-OK.
           MOVE 'SEM INSCRICAO COMO CONCLUINTE' TO WRK-ENADE-TEXTO.
           MOVE 'N' TO WRK-FIM-ENADE.
           OPEN INPUT ENADE-FILE.
           IF WRK-ENA-STATUS = '00'
               MOVE WRK-MATRICULA TO ENA-MATRICULA
               MOVE WRK-CURSO     TO ENA-CURSO
               MOVE LOW-VALUES    TO ENA-ANO
               START ENADE-FILE KEY IS NOT LESS THAN ENA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ENADE
               END-START
               PERFORM 0395-LER-ENADE UNTIL WRK-FIM-ENADE = 'S'
               CLOSE ENADE-FILE
           END-IF.

       0395-LER-ENADE.
           READ ENADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ENADE
               NOT AT END
                   IF ENA-MATRICULA NOT = WRK-MATRICULA
                      OR ENA-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ENADE
                   ELSE
                       IF ENA-CATEGORIA = 'C'
                           IF ENA-SITUACAO = 'P' OR ENA-SITUACAO = 'D'
                               IF WRK-ENADE-OK = 'S'
                                   MOVE SPACES TO WRK-ENADE-TEXTO
                                   STRING 'REGULAR (' ENA-ANO ')'
                                       DELIMITED BY SIZE
                                       INTO WRK-ENADE-TEXTO
                               END-IF
                           ELSE
                               MOVE 'N' TO WRK-ENADE-OK
                               MOVE SPACES TO WRK-ENADE-TEXTO
                               STRING 'IRREGULAR (' ENA-ANO ')'
                                   DELIMITED BY SIZE
                                   INTO WRK-ENADE-TEXTO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0400-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'OBRIGATORIAS DO CURRICULO: ' WRK-QTD-CURRICULO.
           DISPLAY 'ESTAGIO CONCLUIDO.......: ' WRK-ESTAGIO-OK
                   ' ' WRK-ESTTCC-TEXTO.
           DISPLAY 'TCC APROVADO/ACEITO.....: ' WRK-TCC-OK.
           DISPLAY 'ENADE REGULAR...........: ' WRK-ENADE-OK
                   ' ' WRK-ENADE-TEXTO.
           EVALUATE TRUE
               WHEN WRK-QTD-CURRICULO = 0
                OR WRK-QTD-APROVADAS NOT = WRK-QTD-CURRICULO
               WHEN WRK-TCC-OK = 'N'
                   DISPLAY 'SITUACAO: NAO APTO - TCC SEM APROVACAO '
                           'OU SEM ACEITE DO ORIENTADOR.'
               WHEN WRK-ENADE-OK = 'N'
                   DISPLAY 'SITUACAO: NAO APTO - SITUACAO IRREGULAR '
                           'NO ENADE.'
               WHEN OTHER
                   MOVE 'S' TO WRK-APTO
                   DISPLAY 'SITUACAO: APTO A COLAR GRAU.'
           END-EVALUATE
           DISPLAY '========================================'.

      *    APTO ENTRA (OU VOLTA) NA FILA DE COLACAO; NAO APTO SO
      *    DESMARCA QUEM AINDA NAO RECEBEU O GRAU, E SAI DA CERIMONIA
      *    A QUE ESTAVA DESIGNADO.
       0450-REGISTRAR-APTIDAO.
           OPEN I-O COLACAO-FILE.
           IF WRK-COL-STATUS = '35' OR WRK-COL-STATUS = '05'
               OPEN OUTPUT COLACAO-FILE
               CLOSE COLACAO-FILE
               OPEN I-O COLACAO-FILE
           END-IF
           IF WRK-COL-STATUS NOT = '00'
               DISPLAY 'COLACAO.DAT INDISPONIVEL (' WRK-COL-STATUS
                       ') - RESULTADO NAO REGISTRADO.'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WRK-MATRICULA TO COL-MATRICULA
               MOVE WRK-CURSO     TO COL-CURSO
               READ COLACAO-FILE KEY IS COL-CHAVE
                   INVALID KEY
                       IF WRK-APTO = 'S'
                           PERFORM 0460-INCLUIR-FORMANDO
                       END-IF
                   NOT INVALID KEY
                       IF COL-DATA-COLACAO = SPACES
                           PERFORM 0470-ATUALIZAR-FORMANDO
                       END-IF
               END-READ
               CLOSE COLACAO-FILE
           END-IF.

       0460-INCLUIR-FORMANDO.
           MOVE WRK-MATRICULA  TO COL-MATRICULA.
           MOVE WRK-CURSO      TO COL-CURSO.
           MOVE WRK-NOME-ALUNO TO COL-NOME.
           MOVE 'S'            TO COL-APTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO COL-DATA-APTO.
           MOVE ZEROS          TO COL-CERIMONIA COL-ORDEM
                                  COL-CERIMONIA-GRAU.
           MOVE SPACES         TO COL-PRESENCA COL-GABINETE
                                  COL-DATA-COLACAO.
           WRITE COLACAO-REC.
           DISPLAY 'FORMANDO REGISTRADO PARA COLACAO DE GRAU.'.

       0470-ATUALIZAR-FORMANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO COL-DATA-APTO.
           IF WRK-APTO = 'S'
               MOVE 'S' TO COL-APTO
           ELSE
               MOVE 'N' TO COL-APTO
               MOVE ZEROS TO COL-CERIMONIA COL-ORDEM
               MOVE SPACES TO COL-PRESENCA
               DISPLAY 'FORMANDO RETIRADO DA FILA DE COLACAO.'
           END-IF
           REWRITE COLACAO-REC.

       END PROGRAM PROG25.
