       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG127.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aproveitamento extraordinario (exame de proficiencia)
      *          - o aluno com conhecimento comprovado pede a prova
      *          especial para ser dispensado de uma disciplina. O
      *          pedido e gravado em PROFIC.DAT e numerado pelo
      *          PROTNUM (tipo PROFICIENCIA), depois de conferida a
      *          elegibilidade: nunca reprovado na disciplina (GRADES.
      *          DAT, GRADES.HIST e GRADESA.HIST), sem aprovacao
      *          anterior nela, nao matriculado nela no periodo
      *          (MATRICULA.DAT) e sem outro pedido em andamento. A
      *          prova e agendada com data, hora, sala e a banca de
      *          dois professores do PROFESSOR.DAT (protocolo com taxa
      *          em aberto nao agenda); o resultado, pela nota de
      *          aprovacao do THRESH.DAT, fecha o pedido e o
      *          protocolo. Aprovado, grava em GRADES.DAT o registro
      *          com a situacao propria DISPENSADO PROFIC. (jornal
      *          GRADEJRN.DAT e MANUT.LOG encadeado), que a auditoria
      *          de colacao do PROG25 conta e a distribuicao de notas
      *          (PROG39) e a tendencia de aprovacao (PROG40) deixam
      *          de fora - no lugar da nota falsa lancada pelo PROG11.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIC-FILE ASSIGN TO "PROFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFC-SEQ
               FILE STATUS IS WRK-PFC-STATUS.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENROLL-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT HIST-FILE ASSIGN TO "GRADES.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO "GRADESA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT PARM-FILE ASSIGN TO "THRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO "LOGSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "GRADEJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFIC-FILE.
           COPY PROFIREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-TIPO          PIC X(10).
           05 HIST-DETALHE.
               10 HIST-MATRICULA     PIC X(10).
               10 HIST-MATERIA       PIC X(15).
               10 HIST-ANO-SEMESTRE  PIC X(06).
               10 HIST-NOME          PIC X(30).
               10 HIST-TURMA         PIC X(05).
               10 HIST-NOTA          PIC 99V9.
               10 HIST-SITUACAO      PIC X(20).

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       FD  PARM-FILE.
           COPY THRESHOLD.

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  JORNAL-FILE.
           COPY JRNLREC.

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-PFC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PARM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-TH-APROV-NOTAS PIC 99V9 VALUE 07,0.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-MATERIA        PIC X(15) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-JUSTIFICATIVA  PIC X(60) VALUE SPACES.
       77 WRK-DV-OK          PIC X(01) VALUE 'N'.
       77 WRK-ELEGIVEL       PIC X(01) VALUE 'S'.
       77 WRK-MOTIVO         PIC X(50) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-PFC        PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-SEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ-ESCOLHIDO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-PROVA     PIC X(08) VALUE SPACES.
       77 WRK-HORA-PROVA     PIC X(05) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-BANCA-1        PIC X(06) VALUE SPACES.
       77 WRK-BANCA-2        PIC X(06) VALUE SPACES.
       77 WRK-BANCA-OK       PIC X(01) VALUE 'N'.
       77 WRK-NOTA-PROVA     PIC 99V9  VALUE ZEROS.
       77 WRK-GRAVOU         PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-AVAL  PIC X(20) VALUE SPACES.
       77 WRK-PERIODO-AVAL   PIC X(06) VALUE SPACES.
       77 WRK-DETALHE-LOG    PIC X(40) VALUE SPACES.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-PROT-TIPO      PIC X(12) VALUE 'PROFICIENCIA'.
       77 WRK-PROT-REF-SEQ   PIC 9(05) VALUE ZEROS.
       77 WRK-PROT-REF-TEXTO PIC X(21) VALUE SPACES.
       77 WRK-PROT-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE 'C'.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE SPACES.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0050-LER-PARAMETROS
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-PFC-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '6'
               CLOSE PROFIC-FILE
           END-IF
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0050-LER-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       MOVE TH-APROV-NOTAS TO WRK-TH-APROV-NOTAS
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O PROFIC-FILE.
           IF WRK-PFC-STATUS = '35' OR WRK-PFC-STATUS = '05'
               OPEN OUTPUT PROFIC-FILE
               CLOSE PROFIC-FILE
               OPEN I-O PROFIC-FILE
           END-IF
           IF WRK-PFC-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE PROFICIENCIA INDISPONIVEL: '
                       WRK-PFC-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'APROVEITAMENTO EXTRAORDINARIO (PROFICIENCIA)'.
           DISPLAY '1 - REGISTRAR PEDIDO'.
           DISPLAY '2 - LISTAR PEDIDOS EM ANDAMENTO'.
           DISPLAY '3 - AGENDAR PROVA E BANCA'.
           DISPLAY '4 - REGISTRAR RESULTADO DA PROVA'.
           DISPLAY '5 - CONSULTAR PEDIDO'.
           DISPLAY '6 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-REGISTRAR-PEDIDO
               WHEN '2'
                   PERFORM 0400-LISTAR-ANDAMENTO
               WHEN '3'
                   PERFORM 0500-AGENDAR-PROVA
               WHEN '4'
                   PERFORM 0600-REGISTRAR-RESULTADO
               WHEN '5'
                   PERFORM 0800-CONSULTAR-PEDIDO
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-REGISTRAR-PEDIDO.
           MOVE 'N' TO WRK-DV-OK.
           PERFORM 0305-OBTER-MATRICULA UNTIL WRK-DV-OK = 'S'.
           MOVE SPACES TO WRK-NOME.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-NOME TO WRK-NOME
               END-READ
               CLOSE ALUNO-FILE
           END-IF.
           IF WRK-NOME = SPACES
               DISPLAY 'ALUNO NAO CADASTRADO EM CADALUNO.DAT - '
                       'PEDIDO NAO GRAVADO.'
           ELSE
               DISPLAY 'ALUNO: ' WRK-NOME
               DISPLAY 'DISCIPLINA (COMO NO CATALOGO): '
               ACCEPT WRK-MATERIA
               DISPLAY 'ANO/SEMESTRE DO PEDIDO (EX: 2026-1): '
               ACCEPT WRK-ANO-SEMESTRE
               PERFORM 0320-CONFERIR-ELEGIBILIDADE
               IF WRK-ELEGIVEL = 'N'
                   DISPLAY 'PEDIDO NAO ACEITO: ' WRK-MOTIVO
               ELSE
                   PERFORM 0350-GRAVAR-PEDIDO
               END-IF
           END-IF.

       0305-OBTER-MATRICULA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           CALL 'MATRDV' USING WRK-MATRICULA WRK-DV-OK.
           IF WRK-DV-OK = 'N'
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO - '
                       'DIGITE NOVAMENTE.'
           END-IF.

      *    ELEGIBILIDADE PELO REGIMENTO: NUNCA REPROVADO NA DISCIPLINA,
      *    SEM APROVACAO OU DISPENSA ANTERIOR NELA, NAO MATRICULADO
      *    NELA NO PERIODO E SEM OUTRO PEDIDO EM ANDAMENTO. O PRIMEIRO
      *    IMPEDIMENTO ENCONTRADO E O MOTIVO MOSTRADO.
       0320-CONFERIR-ELEGIBILIDADE.
           MOVE 'S' TO WRK-ELEGIVEL.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0330-CONFERIR-GRADES.
           IF WRK-ELEGIVEL = 'S'
               PERFORM 0340-CONFERIR-HISTORICO
           END-IF.
           IF WRK-ELEGIVEL = 'S'
               PERFORM 0345-CONFERIR-MATRICULA
           END-IF.
           IF WRK-ELEGIVEL = 'S'
               PERFORM 0347-CONFERIR-DUPLICIDADE
           END-IF.

       0330-CONFERIR-GRADES.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO GR-MATRICULA
               MOVE WRK-MATERIA   TO GR-MATERIA
               MOVE LOW-VALUES    TO GR-ANO-SEMESTRE
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0335-LER-GRADE
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-ELEGIVEL = 'N'
               CLOSE GRADE-FILE
           END-IF.

       0335-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                      OR GR-MATERIA NOT = WRK-MATERIA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                           MOVE 'N' TO WRK-ELEGIVEL
                           MOVE 'ALUNO CURSANDO A DISCIPLINA NO PERIODO'
                             TO WRK-MOTIVO
                       ELSE
                           MOVE GR-SITUACAO     TO WRK-SITUACAO-AVAL
                           MOVE GR-ANO-SEMESTRE TO WRK-PERIODO-AVAL
                           PERFORM 0338-AVALIAR-SITUACAO
                       END-IF
                   END-IF
           END-READ.

       0338-AVALIAR-SITUACAO.
           EVALUATE WRK-SITUACAO-AVAL
               WHEN 'REPROVADO'
               WHEN 'REPROVADO POR FALTA'
                   MOVE 'N' TO WRK-ELEGIVEL
                   STRING 'JA REPROVADO NA DISCIPLINA EM '
                          WRK-PERIODO-AVAL
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN 'APROVADO'
               WHEN 'DISPENSADO PROFIC.'
                   MOVE 'N' TO WRK-ELEGIVEL
                   STRING 'DISCIPLINA JA CONCLUIDA EM '
                          WRK-PERIODO-AVAL
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0340-CONFERIR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0342-LER-HISTORICO
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-ELEGIVEL = 'N'
               CLOSE HIST-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0344-LER-ANUAL
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-ELEGIVEL = 'N'
               CLOSE ANUAL-FILE
           END-IF.

       0342-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                      AND HIST-MATERIA = WRK-MATERIA
                       MOVE HIST-SITUACAO     TO WRK-SITUACAO-AVAL
                       MOVE HIST-ANO-SEMESTRE TO WRK-PERIODO-AVAL
                       PERFORM 0338-AVALIAR-SITUACAO
                   END-IF
           END-READ.

       0344-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE ANUAL-REC TO HIST-REC
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                      AND HIST-MATERIA = WRK-MATERIA
                       MOVE HIST-SITUACAO     TO WRK-SITUACAO-AVAL
                       MOVE HIST-ANO-SEMESTRE TO WRK-PERIODO-AVAL
                       PERFORM 0338-AVALIAR-SITUACAO
                   END-IF
           END-READ.

      *    MATRICULA ATIVA (STATUS 'A' OU ESPACOS) NA DISCIPLINA NO
      *    PERIODO DO PEDIDO IMPEDE A PROVA.
       0345-CONFERIR-MATRICULA.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS = '00'
               MOVE WRK-MATRICULA    TO ENROLL-MATRICULA
               MOVE WRK-MATERIA      TO ENROLL-MATERIA
               MOVE WRK-ANO-SEMESTRE TO ENROLL-ANO-SEMESTRE
               READ ENROLL-FILE KEY IS ENROLL-CHAVE
                   NOT INVALID KEY
                       IF ENROLL-STATUS = 'A' OR ENROLL-STATUS = SPACE
                           MOVE 'N' TO WRK-ELEGIVEL
                           MOVE 'MATRICULADO NA DISCIPLINA NO PERIODO'
                             TO WRK-MOTIVO
                       END-IF
               END-READ
               CLOSE ENROLL-FILE
           END-IF.

       0347-CONFERIR-DUPLICIDADE.
           MOVE 'N' TO WRK-FIM-PFC.
           MOVE ZEROS TO PFC-SEQ.
           START PROFIC-FILE KEY IS NOT LESS THAN PFC-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PFC
           END-START.
           PERFORM 0348-LER-DUPLICIDADE
               UNTIL WRK-FIM-PFC = 'S' OR WRK-ELEGIVEL = 'N'.

       0348-LER-DUPLICIDADE.
           READ PROFIC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PFC
               NOT AT END
                   IF PFC-MATRICULA = WRK-MATRICULA
                      AND PFC-MATERIA = WRK-MATERIA
                      AND (PFC-STATUS = 'S' OR PFC-STATUS = 'A')
                       MOVE 'N' TO WRK-ELEGIVEL
                       STRING 'JA HA O PEDIDO ' PFC-SEQ
                              ' EM ANDAMENTO'
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
           END-READ.

       0350-GRAVAR-PEDIDO.
           DISPLAY 'COMPROVACAO DO CONHECIMENTO (CURSO, EXPERIENCIA): '.
           ACCEPT WRK-JUSTIFICATIVA.
           PERFORM 0360-PROXIMO-SEQ.
           MOVE WRK-ULTIMO-SEQ     TO PFC-SEQ.
           MOVE 'S'                TO PFC-STATUS.
           MOVE WRK-MATRICULA      TO PFC-MATRICULA.
           MOVE WRK-MATERIA        TO PFC-MATERIA.
           MOVE WRK-ANO-SEMESTRE   TO PFC-ANO-SEMESTRE.
           MOVE ZEROS              TO PFC-PROTOCOLO.
           MOVE WRK-JUSTIFICATIVA  TO PFC-JUSTIFICATIVA.
           MOVE WRK-DATA-HORA(1:8) TO PFC-DATA-PEDIDO.
           MOVE WRK-OPERADOR       TO PFC-OPERADOR-PEDIDO.
           MOVE SPACES             TO PFC-DATA-PROVA PFC-HORA-PROVA
                                      PFC-SALA PFC-BANCA-1 PFC-BANCA-2
                                      PFC-DATA-RESULTADO
                                      PFC-OPERADOR-RESULTADO.
           MOVE ZEROS              TO PFC-NOTA.
           WRITE PROFIC-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO: ' WRK-PFC-STATUS
               NOT INVALID KEY
                   MOVE PFC-SEQ TO WRK-PROT-REF-SEQ
                   MOVE SPACES TO WRK-PROT-REF-TEXTO
                   CALL 'PROTNUM' USING WRK-PROT-TIPO
                                        WRK-MATRICULA
                                        WRK-PROT-REF-SEQ
                                        WRK-PROT-REF-TEXTO
                                        WRK-OPERADOR
                                        WRK-PROT-NUMERO
                   MOVE WRK-PROT-NUMERO TO PFC-PROTOCOLO
                   REWRITE PROFIC-REC
                   DISPLAY 'PEDIDO REGISTRADO COM O NUMERO '
                           PFC-SEQ ' (PROTOCOLO ' WRK-PROT-NUMERO
                           ')'
           END-WRITE.

       0360-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-ULTIMO-SEQ.
           MOVE 'N' TO WRK-FIM-PFC.
           MOVE ZEROS TO PFC-SEQ.
           START PROFIC-FILE KEY IS NOT LESS THAN PFC-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PFC
           END-START.
           PERFORM 0370-LER-SEQ UNTIL WRK-FIM-PFC = 'S'.
           ADD 1 TO WRK-ULTIMO-SEQ.

       0370-LER-SEQ.
           READ PROFIC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PFC
               NOT AT END
                   MOVE PFC-SEQ TO WRK-ULTIMO-SEQ
           END-READ.

       0400-LISTAR-ANDAMENTO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-PFC.
           MOVE ZEROS TO PFC-SEQ.
           START PROFIC-FILE KEY IS NOT LESS THAN PFC-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PFC
           END-START.
           PERFORM 0450-LER-ANDAMENTO UNTIL WRK-FIM-PFC = 'S'.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM PEDIDO EM ANDAMENTO.'
           END-IF.

       0450-LER-ANDAMENTO.
           READ PROFIC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PFC
               NOT AT END
                   IF PFC-STATUS = 'S' OR PFC-STATUS = 'A'
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY PFC-SEQ ' [' PFC-STATUS '] '
                               PFC-MATRICULA ' ' PFC-MATERIA ' '
                               PFC-ANO-SEMESTRE ' PROVA '
                               PFC-DATA-PROVA ' ' PFC-HORA-PROVA
                   END-IF
           END-READ.

      *    AGENDAMENTO (OU REAGENDAMENTO) DA PROVA: SO PEDIDO AINDA SEM
      *    RESULTADO E COM A TAXA DO PROTOCOLO QUITADA; BANCA DE DOIS
      *    PROFESSORES DIFERENTES, AMBOS CADASTRADOS.
       0500-AGENDAR-PROVA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           MOVE WRK-SEQ-ESCOLHIDO TO PFC-SEQ.
           READ PROFIC-FILE KEY IS PFC-SEQ
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF PFC-STATUS NOT = 'S' AND PFC-STATUS NOT = 'A'
                       DISPLAY 'PEDIDO JA ENCERRADO (STATUS '
                               PFC-STATUS ').'
                   ELSE
                       PERFORM 0540-VERIFICAR-TAXA
                       IF WRK-PSI-SITUACAO = 'A'
                           DISPLAY 'PROTOCOLO ' WRK-PROT-NUMERO
                                   ' AGUARDANDO PAGAMENTO DA TAXA - '
                                   'PROVA NAO AGENDADA.'
                       ELSE
                           PERFORM 0550-OBTER-AGENDA
                       END-IF
                   END-IF
           END-READ.

      *    SITUACAO DA TAXA NO PROTOCOLO DO PEDIDO (PROTSIT).
       0540-VERIFICAR-TAXA.
           MOVE 'C'          TO WRK-PSI-FUNCAO.
           MOVE PFC-SEQ      TO WRK-PROT-REF-SEQ.
           MOVE SPACES       TO WRK-PROT-REF-TEXTO WRK-PSI-SITUACAO.
           MOVE PFC-PROTOCOLO TO WRK-PROT-NUMERO.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                PFC-MATRICULA WRK-PROT-REF-SEQ
                                WRK-PROT-REF-TEXTO WRK-PROT-NUMERO
                                WRK-PSI-SITUACAO.

       0550-OBTER-AGENDA.
           DISPLAY 'DATA DA PROVA (AAAAMMDD): '.
           ACCEPT WRK-DATA-PROVA.
           DISPLAY 'HORA DA PROVA (HH:MM): '.
           ACCEPT WRK-HORA-PROVA.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           DISPLAY 'PROFESSOR DA BANCA 1 (ID): '.
           ACCEPT WRK-BANCA-1.
           DISPLAY 'PROFESSOR DA BANCA 2 (ID): '.
           ACCEPT WRK-BANCA-2.
           PERFORM 0560-CONFERIR-BANCA.
           EVALUATE TRUE
               WHEN WRK-DATA-PROVA IS NOT NUMERIC
                   DISPLAY 'DATA DA PROVA INVALIDA - NADA GRAVADO.'
               WHEN WRK-DATA-PROVA < WRK-DATA-HORA(1:8)
                   DISPLAY 'DATA DA PROVA JA PASSOU - NADA GRAVADO.'
               WHEN WRK-BANCA-OK = 'N'
                   DISPLAY 'BANCA INVALIDA - NADA GRAVADO.'
               WHEN OTHER
                   MOVE 'A'            TO PFC-STATUS
                   MOVE WRK-DATA-PROVA TO PFC-DATA-PROVA
                   MOVE WRK-HORA-PROVA TO PFC-HORA-PROVA
                   MOVE WRK-SALA       TO PFC-SALA
                   MOVE WRK-BANCA-1    TO PFC-BANCA-1
                   MOVE WRK-BANCA-2    TO PFC-BANCA-2
                   REWRITE PROFIC-REC
                   DISPLAY 'PROVA DO PEDIDO ' PFC-SEQ ' AGENDADA PARA '
                           PFC-DATA-PROVA ' AS ' PFC-HORA-PROVA
                           ' NA SALA ' PFC-SALA '.'
           END-EVALUATE.

       0560-CONFERIR-BANCA.
           MOVE 'N' TO WRK-BANCA-OK.
           IF WRK-BANCA-1 = WRK-BANCA-2
               DISPLAY 'A BANCA PRECISA DE DOIS PROFESSORES DIFERENTES.'
           ELSE
               OPEN INPUT PROFESSOR-FILE
               IF WRK-PROF-STATUS NOT = '00'
                   DISPLAY 'PROFESSOR.DAT INDISPONIVEL: '
                           WRK-PROF-STATUS
               ELSE
                   MOVE 'S' TO WRK-BANCA-OK
                   MOVE WRK-BANCA-1 TO PROF-ID
                   PERFORM 0565-LER-PROFESSOR
                   MOVE WRK-BANCA-2 TO PROF-ID
                   PERFORM 0565-LER-PROFESSOR
                   CLOSE PROFESSOR-FILE
               END-IF
           END-IF.

       0565-LER-PROFESSOR.
           READ PROFESSOR-FILE KEY IS PROF-ID
               INVALID KEY
                   MOVE 'N' TO WRK-BANCA-OK
                   DISPLAY 'PROFESSOR ' PROF-ID
                           ' NAO CADASTRADO EM PROFESSOR.DAT.'
               NOT INVALID KEY
                   DISPLAY 'BANCA: ' PROF-ID ' ' PROF-NOME
           END-READ.

      *    RESULTADO: NOTA IGUAL OU ACIMA DA APROVACAO DISPENSA O ALUNO
      *    (REGISTRO NOVO EM GRADES.DAT); ABAIXO, O PEDIDO FECHA COMO
      *    REPROVADO NA PROVA, SEM NOTA NO HISTORICO. NOS DOIS CASOS O
      *    PROTOCOLO E ENCERRADO.
       0600-REGISTRAR-RESULTADO.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           MOVE WRK-SEQ-ESCOLHIDO TO PFC-SEQ.
           READ PROFIC-FILE KEY IS PFC-SEQ
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF PFC-STATUS NOT = 'A'
                       DISPLAY 'PEDIDO SEM PROVA AGENDADA (STATUS '
                               PFC-STATUS ').'
                   ELSE
                       PERFORM 0610-OBTER-NOTA
                   END-IF
           END-READ.

       0610-OBTER-NOTA.
           DISPLAY 'NOTA DA PROVA DE PROFICIENCIA (0 A 10): '.
           ACCEPT WRK-NOTA-PROVA.
           IF WRK-NOTA-PROVA > 10
               DISPLAY 'NOTA INVALIDA - NADA GRAVADO.'
           ELSE
               IF WRK-NOTA-PROVA < WRK-TH-APROV-NOTAS
                   MOVE 'R' TO PFC-STATUS
                   MOVE 'S' TO WRK-GRAVOU
                   MOVE 'PROVA DE PROFICIENCIA - REPROVADO'
                       TO WRK-DETALHE-LOG
               ELSE
                   PERFORM 0650-LANCAR-DISPENSA
                   MOVE 'D' TO PFC-STATUS
                   MOVE 'DISPENSADO POR PROFICIENCIA (PROG127)'
                       TO WRK-DETALHE-LOG
               END-IF
               IF WRK-GRAVOU = 'S'
                   MOVE WRK-NOTA-PROVA     TO PFC-NOTA
                   MOVE WRK-DATA-HORA(1:8) TO PFC-DATA-RESULTADO
                   MOVE WRK-OPERADOR       TO PFC-OPERADOR-RESULTADO
                   REWRITE PROFIC-REC
                   PERFORM 0900-GRAVAR-LOG
                   PERFORM 0670-ENCERRAR-PROTOCOLO
                   IF PFC-STATUS = 'D'
                       DISPLAY 'ALUNO DISPENSADO DE ' PFC-MATERIA
                               ' COM NOTA ' WRK-NOTA-PROVA '.'
                   ELSE
                       DISPLAY 'ALUNO NAO ATINGIU A NOTA MINIMA - '
                               'PEDIDO ENCERRADO.'
                   END-IF
               END-IF
           END-IF.

      *    A DISPENSA ENTRA NO PERIODO DO PEDIDO COM A SITUACAO
      *    PROPRIA; SE JA EXISTE REGISTRO DA DISCIPLINA NO PERIODO (O
      *    ALUNO FOI MATRICULADO DEPOIS DO PEDIDO), NADA E GRAVADO E
      *    O PEDIDO CONTINUA AGENDADO PARA A SECRETARIA RESOLVER.
       0650-LANCAR-DISPENSA.
           MOVE 'N' TO WRK-GRAVOU.
           MOVE SPACES TO WRK-NOME.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE PFC-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   NOT INVALID KEY
                       MOVE AL-NOME TO WRK-NOME
               END-READ
               CLOSE ALUNO-FILE
           END-IF.
           OPEN I-O GRADE-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF.
           IF WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GRADES.DAT INDISPONIVEL: ' WRK-FILE-STATUS
           ELSE
               MOVE PFC-MATRICULA      TO GR-MATRICULA
               MOVE PFC-MATERIA        TO GR-MATERIA
               MOVE PFC-ANO-SEMESTRE   TO GR-ANO-SEMESTRE
               MOVE WRK-NOME           TO GR-NOME
               MOVE 'PROFI'            TO GR-TURMA
               MOVE WRK-NOTA-PROVA     TO GR-NOTA
               MOVE 'DISPENSADO PROFIC.' TO GR-SITUACAO
               MOVE 'N'                TO GR-MODO-AVALIACAO
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO GR-DATA-ATUALIZACAO
               WRITE GRADE-REC
                   INVALID KEY
                       DISPLAY 'JA EXISTE REGISTRO DE ' PFC-MATERIA
                               ' EM ' PFC-ANO-SEMESTRE
                               ' PARA O ALUNO - DISPENSA NAO LANCADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRAVOU
                       PERFORM 0920-GRAVAR-JORNAL
                       PERFORM 0925-MARCAR-RESUMO
               END-WRITE
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF.

       0670-ENCERRAR-PROTOCOLO.
           IF PFC-PROTOCOLO > 0
               MOVE 'G'           TO WRK-PSI-FUNCAO
               MOVE 'E'           TO WRK-PSI-SITUACAO
               MOVE PFC-SEQ       TO WRK-PROT-REF-SEQ
               MOVE SPACES        TO WRK-PROT-REF-TEXTO
               MOVE PFC-PROTOCOLO TO WRK-PROT-NUMERO
               CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PROT-TIPO
                                    PFC-MATRICULA WRK-PROT-REF-SEQ
                                    WRK-PROT-REF-TEXTO WRK-PROT-NUMERO
                                    WRK-PSI-SITUACAO
           END-IF.

       0800-CONSULTAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-SEQ-ESCOLHIDO.
           MOVE WRK-SEQ-ESCOLHIDO TO PFC-SEQ.
           READ PROFIC-FILE KEY IS PFC-SEQ
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'PEDIDO.......: ' PFC-SEQ ' [STATUS '
                           PFC-STATUS '] PROTOCOLO ' PFC-PROTOCOLO
                   DISPLAY 'REGISTRO.....: ' PFC-MATRICULA ' '
                           PFC-MATERIA ' ' PFC-ANO-SEMESTRE
                   DISPLAY 'COMPROVACAO..: ' PFC-JUSTIFICATIVA
                   DISPLAY 'PEDIDO EM....: ' PFC-DATA-PEDIDO
                           ' POR ' PFC-OPERADOR-PEDIDO
                   IF PFC-DATA-PROVA NOT = SPACES
                       DISPLAY 'PROVA........: ' PFC-DATA-PROVA ' '
                               PFC-HORA-PROVA ' SALA ' PFC-SALA
                       DISPLAY 'BANCA........: ' PFC-BANCA-1 ' E '
                               PFC-BANCA-2
                   END-IF
                   IF PFC-STATUS = 'D' OR PFC-STATUS = 'R'
                       DISPLAY 'RESULTADO EM.: ' PFC-DATA-RESULTADO
                               ' NOTA ' PFC-NOTA ' POR '
                               PFC-OPERADOR-RESULTADO
                   END-IF
           END-READ.

       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA    TO LOG-DATA-HORA
           MOVE 'PROFICIEN'      TO LOG-TIPO
           MOVE WRK-OPERADOR     TO LOG-OPERADOR
           MOVE PFC-MATRICULA    TO LOG-MATRICULA
           MOVE PFC-MATERIA      TO LOG-MATERIA
           MOVE ZEROS            TO LOG-VALOR-ANTIGO
           MOVE WRK-NOTA-PROVA   TO LOG-VALOR-NOVO
           MOVE WRK-DETALHE-LOG  TO LOG-DETALHE
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT).
       0905-ENCADEAR-LOG.
           MOVE 0 TO WRK-SEQ-ANTERIOR WRK-CHECK-ANTERIOR
           OPEN INPUT SEQCTL-FILE
           IF WRK-SEQCTL-STATUS = '00'
               READ SEQCTL-FILE
                   NOT AT END
                       MOVE LSQ-SEQ   TO WRK-SEQ-ANTERIOR
                       MOVE LSQ-CHECK TO WRK-CHECK-ANTERIOR
               END-READ
               CLOSE SEQCTL-FILE
           END-IF
           COMPUTE LOG-SEQ = WRK-SEQ-ANTERIOR + 1
           CALL 'LOGCHK' USING LOG-CONTEUDO WRK-CHECK-ANTERIOR
                               LOG-CHECK
           OPEN OUTPUT SEQCTL-FILE
           MOVE LOG-SEQ   TO LSQ-SEQ
           MOVE LOG-CHECK TO LSQ-CHECK
           WRITE SEQCTL-REC
           CLOSE SEQCTL-FILE.

       0920-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WRK-JRN-STATUS NOT = '00'
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG127'       TO JRN-PROGRAMA
           MOVE 'I'             TO JRN-OPERACAO
           MOVE SPACES          TO JRN-ANTES
           MOVE GRADE-REC       TO JRN-DEPOIS
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG127'       TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG127'       TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG127.
