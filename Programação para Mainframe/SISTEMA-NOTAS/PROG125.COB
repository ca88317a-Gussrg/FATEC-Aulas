       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG125.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mudanca do nome civil do aluno - a transacao exige o
      *          documento comprobatorio (certidao de casamento ou de
      *          divorcio, mandado judicial) e a data de vigencia,
      *          grava o historico em NOMEHIST.DAT (nome anterior,
      *          nome novo, vigencia, documento e operador), troca
      *          AL-NOME em CADALUNO.DAT com registro no MANUT.LOG
      *          encadeado e, na mesma rodada, propaga o nome novo a
      *          GRADES.DAT, MATRICULA.DAT, GRADES.HIST e ao
      *          responsavel de CONTATOS.DAT quando o proprio aluno e
      *          o responsavel, contando os registros atualizados de
      *          cada arquivo. Se algum arquivo estiver indisponivel a
      *          mudanca fica pendente e a opcao de propagacao refaz a
      *          rodada. Diplomas e declaracoes ja emitidos mantem o
      *          nome com que sairam; a 2a via do PROG79 sai com o
      *          nome em vigor. Antes disso a secretaria editava
      *          AL-NOME a mao e o PROG22 acusava as grafias antigas
      *          que ficavam nas notas e matriculas.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT NOMEHIST-FILE ASSIGN TO "NOMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NHI-CHAVE
               FILE STATUS IS WRK-NHI-STATUS.
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
           SELECT CONTATO-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-MATRICULA
               FILE STATUS IS WRK-CON-STATUS.
           SELECT HIST-FILE ASSIGN TO "GRADES.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT HISTTMP-FILE ASSIGN TO "GRADESH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TMP-STATUS.
           SELECT LOG-FILE ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO "LOGSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "GRADEJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  NOMEHIST-FILE.
           COPY NOMEHIST.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  CONTATO-FILE.
           COPY CONTAREC.

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

       FD  HISTTMP-FILE.
       01  HISTTMP-REC          PIC X(99).

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       FD  JORNAL-FILE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NHI-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CON-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-IMAGEM-ANTES   PIC X(120) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-NOME-ANTERIOR  PIC X(30) VALUE SPACES.
       77 WRK-NOME-NOVO      PIC X(30) VALUE SPACES.
       77 WRK-VIGENCIA       PIC X(08) VALUE SPACES.
       77 WRK-DOCUMENTO      PIC X(40) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-ULTIMA-SEQ     PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMA-VIGENCIA PIC X(08) VALUE SPACES.
       77 WRK-TEM-PENDENTE   PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-NHI        PIC X(01) VALUE 'N'.
       77 WRK-PROPAGOU       PIC X(01) VALUE 'N'.
       77 WRK-QTD-GRADES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENROLL     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-HIST       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTATOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-NHI-STATUS = '00' AND WRK-ALUNO-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '4'
           END-IF
           IF WRK-NHI-STATUS = '00'
               CLOSE NOMEHIST-FILE
           END-IF
           IF WRK-ALUNO-STATUS = '00'
               CLOSE ALUNO-FILE
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

       0100-ABRIR-ARQUIVOS.
           OPEN I-O NOMEHIST-FILE.
           IF WRK-NHI-STATUS = '35' OR WRK-NHI-STATUS = '05'
               OPEN OUTPUT NOMEHIST-FILE
               CLOSE NOMEHIST-FILE
               OPEN I-O NOMEHIST-FILE
           END-IF
           IF WRK-NHI-STATUS NOT = '00'
               DISPLAY 'NOMEHIST.DAT INDISPONIVEL: ' WRK-NHI-STATUS
           END-IF
           OPEN I-O ALUNO-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL: '
                       WRK-ALUNO-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MUDANCA DE NOME CIVIL'.
           DISPLAY '1 - REGISTRAR MUDANCA DE NOME'.
           DISPLAY '2 - PROPAGAR MUDANCAS PENDENTES'.
           DISPLAY '3 - CONSULTAR HISTORICO DE NOMES DO ALUNO'.
           DISPLAY '4 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-REGISTRAR-MUDANCA
               WHEN '2'
                   PERFORM 0600-PROPAGAR-PENDENTES
               WHEN '3'
                   PERFORM 0700-CONSULTAR
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-REGISTRAR-MUDANCA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO AL-MATRICULA.
           READ ALUNO-FILE KEY IS AL-MATRICULA
               INVALID KEY
                   DISPLAY 'MATRICULA FORA DO CADASTRO.'
               NOT INVALID KEY
                   PERFORM 0310-ULTIMA-MUDANCA
                   IF WRK-TEM-PENDENTE = 'S'
                       DISPLAY 'HA MUDANCA DE NOME AINDA NAO '
                               'PROPAGADA - USE A OPCAO 2 ANTES.'
                   ELSE
                       MOVE AL-NOME TO WRK-NOME-ANTERIOR
                       DISPLAY 'NOME CIVIL ATUAL: ' AL-NOME
                       PERFORM 0320-OBTER-DADOS
                       IF WRK-DADOS-OK = 'S'
                           PERFORM 0350-CONFIRMAR-MUDANCA
                       END-IF
                   END-IF
           END-READ.

      *    ULTIMA SEQUENCIA E ULTIMA VIGENCIA DO ALUNO NO HISTORICO;
      *    MUDANCA PENDENTE BLOQUEIA UMA NOVA ATE SER PROPAGADA.
       0310-ULTIMA-MUDANCA.
           MOVE ZEROS  TO WRK-ULTIMA-SEQ.
           MOVE SPACES TO WRK-ULTIMA-VIGENCIA.
           MOVE 'N'    TO WRK-TEM-PENDENTE WRK-FIM-NHI.
           MOVE WRK-MATRICULA TO NHI-MATRICULA.
           MOVE ZEROS         TO NHI-SEQ.
           START NOMEHIST-FILE KEY IS NOT LESS THAN NHI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NHI
           END-START.
           PERFORM 0315-LER-MUDANCA UNTIL WRK-FIM-NHI = 'S'.

       0315-LER-MUDANCA.
           READ NOMEHIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-NHI
               NOT AT END
                   IF NHI-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-NHI
                   ELSE
                       MOVE NHI-SEQ           TO WRK-ULTIMA-SEQ
                       MOVE NHI-DATA-VIGENCIA TO WRK-ULTIMA-VIGENCIA
                       IF NHI-SITUACAO = 'P'
                           MOVE 'S' TO WRK-TEM-PENDENTE
                       END-IF
                   END-IF
           END-READ.

      *    NOME NOVO DIFERENTE DO ATUAL; VIGENCIA NAO FUTURA E NAO
      *    ANTERIOR A ULTIMA MUDANCA; DOCUMENTO OBRIGATORIO.
       0320-OBTER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'NOVO NOME CIVIL: '.
           MOVE SPACES TO WRK-NOME-NOVO.
           ACCEPT WRK-NOME-NOVO.
           DISPLAY 'DATA DE VIGENCIA AAAAMMDD (EM BRANCO = HOJE): '.
           MOVE SPACES TO WRK-VIGENCIA.
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA = SPACES
               MOVE WRK-DATA-HOJE TO WRK-VIGENCIA
           END-IF.
           DISPLAY 'DOCUMENTO COMPROBATORIO (TIPO E NUMERO): '.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO.
           EVALUATE TRUE
               WHEN WRK-NOME-NOVO = SPACES
                   DISPLAY 'O NOVO NOME NAO PODE FICAR EM BRANCO.'
               WHEN WRK-NOME-NOVO = WRK-NOME-ANTERIOR
                   DISPLAY 'NOME NOVO IGUAL AO ATUAL - NADA A MUDAR.'
               WHEN WRK-VIGENCIA IS NOT NUMERIC
                   DISPLAY 'DATA DE VIGENCIA INVALIDA.'
               WHEN WRK-VIGENCIA > WRK-DATA-HOJE
                   DISPLAY 'VIGENCIA FUTURA NAO E ACEITA - REGISTRE '
                           'NA DATA DO DOCUMENTO.'
               WHEN WRK-ULTIMA-VIGENCIA NOT = SPACES
                    AND WRK-VIGENCIA < WRK-ULTIMA-VIGENCIA
                   DISPLAY 'VIGENCIA ANTERIOR A ULTIMA MUDANCA ('
                           WRK-ULTIMA-VIGENCIA ').'
               WHEN WRK-DOCUMENTO = SPACES
                   DISPLAY 'MUDANCA SEM DOCUMENTO COMPROBATORIO NAO '
                           'E ACEITA.'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
           END-EVALUATE.

       0350-CONFIRMAR-MUDANCA.
           DISPLAY 'DE....: ' WRK-NOME-ANTERIOR.
           DISPLAY 'PARA..: ' WRK-NOME-NOVO.
           DISPLAY 'VIGENCIA ' WRK-VIGENCIA(7:2) '/'
                   WRK-VIGENCIA(5:2) '/' WRK-VIGENCIA(1:4)
                   ' - DOCUMENTO: ' WRK-DOCUMENTO.
           DISPLAY 'CONFIRMA A MUDANCA E A PROPAGACAO? S/N: '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'MUDANCA CANCELADA.'
           ELSE
               PERFORM 0400-GRAVAR-MUDANCA
               PERFORM 0500-PROPAGAR-MUDANCA
           END-IF.

      *    HISTORICO PRIMEIRO (PENDENTE), DEPOIS O CADASTRO: SE A
      *    PROPAGACAO FOR INTERROMPIDA A OPCAO 2 A RETOMA.
       0400-GRAVAR-MUDANCA.
           MOVE WRK-MATRICULA     TO NHI-MATRICULA.
           COMPUTE NHI-SEQ = WRK-ULTIMA-SEQ + 1.
           MOVE WRK-NOME-ANTERIOR TO NHI-NOME-ANTERIOR.
           MOVE WRK-NOME-NOVO     TO NHI-NOME-NOVO.
           MOVE WRK-VIGENCIA      TO NHI-DATA-VIGENCIA.
           MOVE WRK-DOCUMENTO     TO NHI-DOCUMENTO.
           MOVE WRK-OPERADOR      TO NHI-OPERADOR.
           MOVE WRK-DATA-HOJE     TO NHI-DATA-REGISTRO.
           MOVE 'P'               TO NHI-SITUACAO.
           MOVE SPACES            TO NHI-DATA-PROPAGACAO.
           MOVE ZEROS TO NHI-QTD-GRADES NHI-QTD-MATRICULA
                         NHI-QTD-HISTORICO NHI-QTD-CONTATOS.
           WRITE NOMEHIST-REC.
           MOVE WRK-NOME-NOVO TO AL-NOME.
           REWRITE ALUNO-REC.
           MOVE 'NOMECIVIL'   TO LOG-TIPO.
           MOVE SPACES        TO LOG-MATERIA.
           MOVE ZEROS         TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE SPACES        TO LOG-DETALHE.
           STRING 'DE ' WRK-NOME-ANTERIOR
               DELIMITED BY SIZE INTO LOG-DETALHE.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY 'CADASTRO ATUALIZADO - MUDANCA N. ' NHI-SEQ
                   ' GRAVADA NO HISTORICO.'.

      *    RODADA CONTROLADA SOBRE O REGISTRO DE HISTORICO CORRENTE:
      *    CADA ARQUIVO E ABERTO, ATUALIZADO E FECHADO; SO COM TODOS
      *    DISPONIVEIS A MUDANCA PASSA A CONCLUIDA.
       0500-PROPAGAR-MUDANCA.
           MOVE NHI-MATRICULA TO WRK-MATRICULA.
           MOVE NHI-NOME-ANTERIOR TO WRK-NOME-ANTERIOR.
           MOVE NHI-NOME-NOVO TO WRK-NOME-NOVO.
           MOVE 'S' TO WRK-PROPAGOU.
           MOVE ZEROS TO WRK-QTD-GRADES WRK-QTD-ENROLL
                         WRK-QTD-HIST WRK-QTD-CONTATOS.
           PERFORM 0520-PROPAGAR-GRADES.
           PERFORM 0540-PROPAGAR-MATRICULA.
           PERFORM 0560-PROPAGAR-HISTORICO.
           PERFORM 0580-PROPAGAR-CONTATO.
           ADD WRK-QTD-GRADES   TO NHI-QTD-GRADES.
           ADD WRK-QTD-ENROLL   TO NHI-QTD-MATRICULA.
           ADD WRK-QTD-HIST     TO NHI-QTD-HISTORICO.
           ADD WRK-QTD-CONTATOS TO NHI-QTD-CONTATOS.
           IF WRK-PROPAGOU = 'S'
               MOVE 'C'           TO NHI-SITUACAO
               MOVE WRK-DATA-HOJE TO NHI-DATA-PROPAGACAO
           END-IF.
           REWRITE NOMEHIST-REC.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROPAGACAO DE ' NHI-MATRICULA ' - ' NHI-NOME-NOVO.
           DISPLAY 'GRADES.DAT....: ' WRK-QTD-GRADES.
           DISPLAY 'MATRICULA.DAT.: ' WRK-QTD-ENROLL.
           DISPLAY 'GRADES.HIST...: ' WRK-QTD-HIST.
           DISPLAY 'CONTATOS.DAT..: ' WRK-QTD-CONTATOS.
           IF WRK-PROPAGOU = 'S'
               DISPLAY 'PROPAGACAO CONCLUIDA.'
           ELSE
               DISPLAY 'PROPAGACAO INCOMPLETA - MUDANCA PENDENTE, '
                       'REFACA PELA OPCAO 2.'
           END-IF.

       0520-PROPAGAR-GRADES.
           OPEN I-O GRADE-FILE.
           IF WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GRADES.DAT INDISPONIVEL: ' WRK-FILE-STATUS
               MOVE 'N' TO WRK-PROPAGOU
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO GR-MATRICULA
               MOVE LOW-VALUES    TO GR-MATERIA-PERIODO
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0525-ATUALIZAR-GRADE
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE GRADE-FILE
               PERFORM 0930-GRAVAR-RESUMO
           END-IF.

       0525-ATUALIZAR-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF GR-NOME NOT = WRK-NOME-NOVO
                           MOVE GRADE-REC TO WRK-IMAGEM-ANTES
                           MOVE WRK-NOME-NOVO TO GR-NOME
                           MOVE FUNCTION CURRENT-DATE(1:14)
                               TO GR-DATA-ATUALIZACAO
                           REWRITE GRADE-REC
                           PERFORM 0920-GRAVAR-JORNAL
                           PERFORM 0925-MARCAR-RESUMO
                           ADD 1 TO WRK-QTD-GRADES
                       END-IF
                   END-IF
           END-READ.

       0540-PROPAGAR-MATRICULA.
           OPEN I-O ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       WRK-ENROLL-STATUS
               MOVE 'N' TO WRK-PROPAGOU
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO ENROLL-MATRICULA
               MOVE LOW-VALUES    TO ENROLL-MATERIA
                                     ENROLL-ANO-SEMESTRE
               START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0545-ATUALIZAR-MATRICULA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ENROLL-FILE
           END-IF.

       0545-ATUALIZAR-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ENROLL-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF ENROLL-NOME NOT = WRK-NOME-NOVO
                           MOVE WRK-NOME-NOVO TO ENROLL-NOME
                           REWRITE ENROLL-REC
                           ADD 1 TO WRK-QTD-ENROLL
                       END-IF
                   END-IF
           END-READ.

      *    HISTORICO (LINE SEQUENTIAL): COPIA PARA GRADESH.TMP COM O
      *    NOME TROCADO E REGRAVA GRADES.HIST DA COPIA, COMO NA FUSAO
      *    DO PROG81. SEM GRADES.HIST NAO HA O QUE ATUALIZAR.
       0560-PROPAGAR-HISTORICO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS NOT = '00'
               IF WRK-HIST-STATUS NOT = '35'
                   DISPLAY 'GRADES.HIST INDISPONIVEL: '
                           WRK-HIST-STATUS
                   MOVE 'N' TO WRK-PROPAGOU
               END-IF
           ELSE
               OPEN OUTPUT HISTTMP-FILE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0565-COPIAR-HISTORICO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HISTTMP-FILE
               CLOSE HIST-FILE
               IF WRK-QTD-HIST > 0
                   OPEN INPUT HISTTMP-FILE
                   OPEN OUTPUT HIST-FILE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0570-DEVOLVER-HISTORICO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE HIST-FILE
                   CLOSE HISTTMP-FILE
               END-IF
           END-IF.

       0565-COPIAR-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                      AND HIST-NOME NOT = WRK-NOME-NOVO
                       MOVE WRK-NOME-NOVO TO HIST-NOME
                       ADD 1 TO WRK-QTD-HIST
                   END-IF
                   MOVE HIST-REC TO HISTTMP-REC
                   WRITE HISTTMP-REC
           END-READ.

       0570-DEVOLVER-HISTORICO.
           READ HISTTMP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE HISTTMP-REC TO HIST-REC
                   WRITE HIST-REC
           END-READ.

      *    CONTATOS.DAT GUARDA O RESPONSAVEL, NAO O ALUNO: SO MUDA
      *    QUANDO O RESPONSAVEL CADASTRADO E O PROPRIO ALUNO (NOME
      *    ANTERIOR). SEM CONTATOS.DAT NAO HA O QUE ATUALIZAR.
       0580-PROPAGAR-CONTATO.
           OPEN I-O CONTATO-FILE.
           IF WRK-CON-STATUS NOT = '00'
               IF WRK-CON-STATUS NOT = '35'
                   DISPLAY 'CONTATOS.DAT INDISPONIVEL: '
                           WRK-CON-STATUS
                   MOVE 'N' TO WRK-PROPAGOU
               END-IF
           ELSE
               MOVE WRK-MATRICULA TO CON-MATRICULA
               READ CONTATO-FILE KEY IS CON-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-RESPONSAVEL = WRK-NOME-ANTERIOR
                           MOVE WRK-NOME-NOVO TO CON-RESPONSAVEL
                           REWRITE CONTATO-REC
                           ADD 1 TO WRK-QTD-CONTATOS
                       END-IF
               END-READ
               CLOSE CONTATO-FILE
           END-IF.

       0600-PROPAGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE 'N' TO WRK-FIM-NHI.
           MOVE LOW-VALUES TO NHI-CHAVE.
           START NOMEHIST-FILE KEY IS NOT LESS THAN NHI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NHI
           END-START.
           PERFORM 0610-PROPAGAR-PENDENTE UNTIL WRK-FIM-NHI = 'S'.
           DISPLAY 'MUDANCAS PENDENTES TRATADAS: ' WRK-QTD-PENDENTES.

       0610-PROPAGAR-PENDENTE.
           READ NOMEHIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-NHI
               NOT AT END
                   IF NHI-SITUACAO = 'P'
                       ADD 1 TO WRK-QTD-PENDENTES
                       PERFORM 0500-PROPAGAR-MUDANCA
                   END-IF
           END-READ.

       0700-CONSULTAR.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-NHI.
           MOVE WRK-MATRICULA TO NHI-MATRICULA.
           MOVE ZEROS         TO NHI-SEQ.
           START NOMEHIST-FILE KEY IS NOT LESS THAN NHI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NHI
           END-START.
           PERFORM 0750-LISTAR-MUDANCA UNTIL WRK-FIM-NHI = 'S'.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUMA MUDANCA DE NOME REGISTRADA.'
           END-IF.

       0750-LISTAR-MUDANCA.
           READ NOMEHIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-NHI
               NOT AT END
                   IF NHI-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-NHI
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       PERFORM 0760-EXIBIR-MUDANCA
                   END-IF
           END-READ.

       0760-EXIBIR-MUDANCA.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MUDANCA ' NHI-SEQ ' - VIGENTE DESDE '
                   NHI-DATA-VIGENCIA(7:2) '/' NHI-DATA-VIGENCIA(5:2)
                   '/' NHI-DATA-VIGENCIA(1:4).
           DISPLAY 'DE......: ' NHI-NOME-ANTERIOR.
           DISPLAY 'PARA....: ' NHI-NOME-NOVO.
           DISPLAY 'DOCUMENTO: ' NHI-DOCUMENTO.
           DISPLAY 'REGISTRO: ' NHI-DATA-REGISTRO ' POR '
                   NHI-OPERADOR.
           IF NHI-SITUACAO = 'C'
               DISPLAY 'PROPAGADA EM ' NHI-DATA-PROPAGACAO
                       ' - NOTAS ' NHI-QTD-GRADES
                       ' MATRICULAS ' NHI-QTD-MATRICULA
                       ' HISTORICO ' NHI-QTD-HISTORICO
                       ' CONTATOS ' NHI-QTD-CONTATOS
           ELSE
               DISPLAY 'PROPAGACAO PENDENTE.'
           END-IF.

      *    MANUT.LOG ENCADEADO COMO NO PROG50: A MUDANCA DO CADASTRO
      *    VIRA UM REGISTRO COM O NOME ANTERIOR NO DETALHE.
       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA     TO LOG-DATA-HORA
           MOVE WRK-OPERADOR      TO LOG-OPERADOR
           MOVE WRK-MATRICULA     TO LOG-MATRICULA
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

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
           MOVE 'PROG125'       TO JRN-PROGRAMA
           MOVE 'A'             TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           MOVE GRADE-REC       TO JRN-DEPOIS
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO GRAVADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG125'       TO RAT-PROGRAMA
           MOVE GR-MATRICULA    TO RAT-MATRICULA
           MOVE GR-ANO-SEMESTRE TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG125'       TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       END PROGRAM PROG125.
