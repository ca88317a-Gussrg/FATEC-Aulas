      *          consultado pelo PROG62 antes de semear o periodo
      *          seguinte e pelo PROG42 antes de imprimir o boletim,
      *          substituindo a planilha do financeiro que nunca
      *          conversou com este sistema. O valor de cada aluno
      *          vem da tabela de precos (PRECOS.DAT, PROG110) pelo
      *          curso do aluno, turno da turma e vigencia: taxa
      *          basica mais valor por hora vezes a carga horaria das
      *          disciplinas ativas no periodo; o valor digitado so
      *          vale para curso sem tabela. O acordo de
      *          renegociacao junta as parcelas vencidas do aluno (com
      *          multa e juros calculados pelo PROG111) em parcelas
      *          novas, marca as originais como renegociadas e imprime
      *          os termos (ACORDO.REL) para assinatura; parcela de
      *          acordo em dia nao bloqueia rematricula nem boletim.
      *          Taxa de servico de protocolo (tipo T, gerada pelo
      *          PROTNUM) e paga pela mesma opcao de pagamento, que
      *          libera o pedido em PROTOCOL.DAT; ela nao conta como
      *          inadimplencia nem entra em acordo. Parcela paga com
      *          atraso no caixa tem multa e juros recalculados ate a
      *          data do pagamento pelo CALCENC, como na baixa do
      *          retorno bancario (PROG109); parcela cancelada nao
      *          recebe pagamento.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-MATRICULA
               FILE STATUS IS WRK-BOL-STATUS.
           SELECT PRECO-FILE ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-PRC-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CHAVE
               FILE STATUS IS WRK-ACD-STATUS.
           SELECT ACORDO-REL ASSIGN TO "ACORDO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
       FD  BOLSA-FILE.
           COPY BOLSAREC.

       FD  PRECO-FILE.
           COPY PRECOREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  ACORDO-FILE.
           COPY ACORDREC.

       FD  ACORDO-REL.
       01  ACORDO-LINHA           PIC X(80).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ENROLL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BOL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-BOLSA-OK       PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ALUNO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-GRADE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRECO-OK       PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-OK       PIC X(01) VALUE 'N'.
       77 WRK-GRADE-OK       PIC X(01) VALUE 'N'.
       77 WRK-TURMA-OK       PIC X(01) VALUE 'N'.
       77 WRK-FIM-PRECO      PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-PRECO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-VALOR-CHEIO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CURSO-ALUNO    PIC X(10) VALUE SPACES.
       77 WRK-TURNO-ALUNO    PIC X(01) VALUE SPACES.
       77 WRK-TURNO-BUSCA    PIC X(01) VALUE SPACES.
       77 WRK-HORAS-ALUNO    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
       77 WRK-CATALOGO-OK    PIC X(01) VALUE 'N'.
      *    DISCIPLINA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DE CARGA HORARIA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.

       77 WRK-ACD-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-FIM-ACORDO     PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-VALOR-DEVIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NUM-ACORDO     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PARCELAS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PARC       PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRIMEIRO-VENC  PIC X(08) VALUE SPACES.
       77 WRK-FMV-TIPO       PIC X(10) VALUE SPACES.
       77 WRK-FMV-VALOR      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FMV-PROGRAMA   PIC X(08) VALUE 'PROG71'.
       77 WRK-PSI-FUNCAO     PIC X(01) VALUE SPACES.
       77 WRK-PSI-TIPO       PIC X(12) VALUE SPACES.
       77 WRK-PSI-REF-SEQ    PIC 9(05) VALUE ZEROS.
       77 WRK-PSI-REF-TEXTO  PIC X(21) VALUE SPACES.
       77 WRK-PSI-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-ENCARGO-NOVO   PIC X(01) VALUE 'N'.
       COPY ENCGREC.

       01 WRK-VENC-PARCELA.
           05 WRK-VP-ANO         PIC 9(04).
           05 WRK-VP-MES         PIC 9(02).
           05 WRK-VP-DIA         PIC 9(02).

       01 WRK-COMPET-ACORDO.
           05 FILLER             PIC X(01) VALUE 'A'.
           05 WRK-CA-NUMERO      PIC 9(03).
           05 WRK-CA-PARCELA     PIC 9(02).

       01 WRK-LINHA-TERMO.
           05 LTR-ROTULO         PIC X(30).
           05 LTR-TEXTO          PIC X(50).

       01 WRK-LINHA-PARCELA.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 LPC-COMPETENCIA    PIC X(06).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LPC-VENCIMENTO     PIC X(08).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LPC-VALOR          PIC ZZ.ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LPC-MULTA          PIC ZZ.ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LPC-JUROS          PIC ZZ.ZZ9,99.

       01 WRK-VALOR-EDITADO      PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-MEN-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '6'
               CLOSE MENSAL-FILE
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

       0100-ABRIR-ARQUIVO.
           OPEN I-O MENSAL-FILE.
           IF WRK-MEN-STATUS = '35' OR WRK-MEN-STATUS = '05'
           DISPLAY '2 - REGISTRAR PAGAMENTO'.
           DISPLAY '3 - CONSULTAR SITUACAO DE UM ALUNO'.
           DISPLAY '4 - RELATORIO DE INADIMPLENTES'.
           DISPLAY '5 - ACORDO DE RENEGOCIACAO'.
           DISPLAY '6 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
               WHEN '4'
                   PERFORM 0700-RELATORIO-INADIMPLENTES
               WHEN '5'
                   PERFORM 0800-ACORDO
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'

      *    UMA PARCELA POR ALUNO COM MATRICULA ATIVA NO PERIODO
      *    INFORMADO; ALUNO JA COBRADO NA COMPETENCIA E PULADO, ENTAO
      *    A GERACAO PODE SER RERODADA SEM DUPLICAR. AS LINHAS DO
      *    ALUNO SAO CONTIGUAS EM MATRICULA.DAT: A CARGA HORARIA E
      *    SOMADA ATE MUDAR A MATRICULA E SO ENTAO A PARCELA E GRAVADA.
       0300-GERAR-COBRANCA.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'VENCIMENTO (AAAAMMDD): '.
           ACCEPT WRK-VENCIMENTO.
           DISPLAY 'VALOR PARA CURSO SEM TABELA (EX: 00850,00): '.
           ACCEPT WRK-VALOR.
           MOVE ZEROS TO WRK-QTD-GERADAS WRK-QTD-JA-EXISTIAM
                         WRK-QTD-SEM-TABELA.
           MOVE SPACES TO WRK-MATRICULA-ANT.
           MOVE 'N' TO WRK-FIM-ENROLL.
           MOVE 'N' TO WRK-BOLSA-OK.
           IF WRK-BOL-STATUS = '00'
               MOVE 'S' TO WRK-BOLSA-OK
           END-IF
           PERFORM 0310-ABRIR-PRECIFICACAO.
           OPEN INPUT ENROLL-FILE.
           IF WRK-ENROLL-STATUS NOT = '00'
               DISPLAY 'MATRICULA.DAT INDISPONIVEL: '
                       MOVE 'S' TO WRK-FIM-ENROLL
               END-START
               PERFORM 0350-COBRAR-ALUNO UNTIL WRK-FIM-ENROLL = 'S'
               IF WRK-MATRICULA-ANT NOT = SPACES
                   PERFORM 0400-GRAVAR-PARCELA
               END-IF
               CLOSE ENROLL-FILE
               DISPLAY 'PARCELAS GERADAS.....: ' WRK-QTD-GERADAS
               DISPLAY 'JA EXISTIAM..........: ' WRK-QTD-JA-EXISTIAM
               DISPLAY 'SEM TABELA DE PRECO..: ' WRK-QTD-SEM-TABELA
           END-IF
           IF WRK-BOLSA-OK = 'S'
               CLOSE BOLSA-FILE
           END-IF
           PERFORM 0330-FECHAR-PRECIFICACAO.

       0310-ABRIR-PRECIFICACAO.
           MOVE 'N' TO WRK-PRECO-OK WRK-ALUNO-OK WRK-GRADE-OK
                       WRK-TURMA-OK WRK-CATALOGO-OK.
           OPEN INPUT PRECO-FILE.
           IF WRK-PRC-STATUS = '00'
               MOVE 'S' TO WRK-PRECO-OK
           ELSE
               DISPLAY 'TABELA DE PRECOS INDISPONIVEL - TODOS OS '
                       'ALUNOS PELO VALOR DIGITADO.'
           END-IF
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE 'S' TO WRK-ALUNO-OK
           END-IF
           OPEN INPUT GRADE-FILE.
           IF WRK-GRADE-STATUS = '00'
               MOVE 'S' TO WRK-GRADE-OK
           END-IF
           OPEN INPUT TURMA-FILE.
           IF WRK-TUR-STATUS = '00'
               MOVE 'S' TO WRK-TURMA-OK
           END-IF
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE 'S' TO WRK-CATALOGO-OK
           END-IF.

       0330-FECHAR-PRECIFICACAO.
           IF WRK-PRECO-OK = 'S'
               CLOSE PRECO-FILE
           END-IF
           IF WRK-ALUNO-OK = 'S'
               CLOSE ALUNO-FILE
           END-IF
           IF WRK-GRADE-OK = 'S'
               CLOSE GRADE-FILE
           END-IF
           IF WRK-TURMA-OK = 'S'
               CLOSE TURMA-FILE
           END-IF
           IF WRK-CATALOGO-OK = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0350-COBRAR-ALUNO.
                   IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                      AND (ENROLL-STATUS = 'A'
                           OR ENROLL-STATUS = SPACES)
                       IF ENROLL-MATRICULA NOT = WRK-MATRICULA-ANT
                           IF WRK-MATRICULA-ANT NOT = SPACES
                               PERFORM 0400-GRAVAR-PARCELA
                           END-IF
                           MOVE ENROLL-MATRICULA TO WRK-MATRICULA-ANT
                           MOVE ZEROS  TO WRK-HORAS-ALUNO
                           MOVE SPACES TO WRK-TURNO-ALUNO
                           PERFORM 0355-IDENTIFICAR-CURSO
                       END-IF
                       PERFORM 0360-SOMAR-DISCIPLINA
                   END-IF
           END-READ.

      *    O CURSO DO ALUNO DECIDE A CARGA DE CADA DISCIPLINA E A
      *    LINHA DE PRECOS.DAT; ALUNO FORA DO CADASTRO FICA SEM CURSO.
       0355-IDENTIFICAR-CURSO.
           MOVE SPACES TO WRK-CURSO-ALUNO.
           IF WRK-ALUNO-OK = 'S'
               MOVE ENROLL-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-CURSO TO WRK-CURSO-ALUNO
               END-READ
           END-IF.

      *    CARGA DA DISCIPLINA PELO CATALOGO DO CURSO DO ALUNO (O MESMO
      *    NOME PODE TER CARGA DIFERENTE EM OUTRO CURSO); O TURNO DO
      *    ALUNO E O DA TURMA (TURMAS.DAT) EM QUE A PRIMEIRA DISCIPLINA
      *    COM TURMA CONHECIDA FOI LANCADA EM GRADES.DAT.
       0360-SOMAR-DISCIPLINA.
           MOVE WRK-CARGA-PADRAO TO WRK-CARGA.
           IF WRK-CATALOGO-OK = 'S' AND WRK-CURSO-ALUNO NOT = SPACES
               PERFORM 0365-PROCURAR-CARGA
           END-IF.
           ADD WRK-CARGA TO WRK-HORAS-ALUNO.
           IF WRK-TURNO-ALUNO = SPACES
              AND WRK-GRADE-OK = 'S' AND WRK-TURMA-OK = 'S'
               MOVE ENROLL-CHAVE TO GR-CHAVE
               READ GRADE-FILE KEY IS GR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-ANO-SEMESTRE TO TUR-ANO-SEMESTRE
                       MOVE GR-TURMA         TO TUR-TURMA
                       READ TURMA-FILE KEY IS TUR-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TUR-TURNO TO WRK-TURNO-ALUNO
                       END-READ
               END-READ
           END-IF.

      *    AS LINHAS DO CURSO SAO CONTIGUAS NA CHAVE DO CATALOGO.
       0365-PROCURAR-CARGA.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           MOVE WRK-CURSO-ALUNO TO CAT-CURSO.
           MOVE ZEROS           TO CAT-SEQ.
           START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CATALOGO
           END-START.
           PERFORM 0367-LER-CARGA UNTIL WRK-FIM-CATALOGO = 'S'.

       0367-LER-CARGA.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF CAT-CURSO NOT = WRK-CURSO-ALUNO
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   ELSE
                       IF CAT-DISCIPLINA(1:15) = ENROLL-MATERIA
                           MOVE 'S' TO WRK-FIM-CATALOGO
                           IF CAT-CARGA-HORARIA IS NUMERIC
                              AND CAT-CARGA-HORARIA > 0
                               MOVE CAT-CARGA-HORARIA TO WRK-CARGA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0400-GRAVAR-PARCELA.
           PERFORM 0410-PRECIFICAR-ALUNO.
           PERFORM 0420-APLICAR-BOLSA.
           MOVE WRK-MATRICULA-ANT TO MEN-MATRICULA.
           MOVE WRK-COMPETENCIA  TO MEN-COMPETENCIA.
           READ MENSAL-FILE KEY IS MEN-CHAVE
               INVALID KEY
                   MOVE WRK-MATRICULA-ANT TO MEN-MATRICULA
                   MOVE WRK-COMPETENCIA  TO MEN-COMPETENCIA
                   MOVE WRK-VALOR-ALUNO  TO MEN-VALOR
                   MOVE WRK-VENCIMENTO   TO MEN-VENCIMENTO
                   MOVE 'A'              TO MEN-STATUS
                   MOVE SPACES           TO MEN-DATA-PAGAMENTO
                   MOVE ZEROS            TO MEN-VALOR-PAGO
                   MOVE ZEROS            TO MEN-MULTA MEN-JUROS
                                            MEN-ACORDO MEN-PROTOCOLO
                   MOVE SPACES           TO MEN-DATA-ENCARGO
                   MOVE 'M'              TO MEN-TIPO
                   WRITE MENSAL-REC
                   ADD 1 TO WRK-QTD-GERADAS
                   MOVE 'COBRANCA'      TO WRK-FMV-TIPO
                   MOVE WRK-VALOR-CHEIO TO WRK-FMV-VALOR
                   PERFORM 0950-REGISTRAR-MOVIMENTO
                   MOVE 'DESCONTO'      TO WRK-FMV-TIPO
                   COMPUTE WRK-FMV-VALOR =
                       WRK-VALOR-CHEIO - WRK-VALOR-ALUNO
                   PERFORM 0950-REGISTRAR-MOVIMENTO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-EXISTIAM
           END-READ.

      *    VALOR CHEIO DO ALUNO: LINHA DE PRECOS.DAT DO CURSO E TURNO
      *    COM A MAIOR VIGENCIA ATE O PERIODO COBRADO; SEM LINHA DO
      *    TURNO VALE A DO CURSO COM TURNO EM ESPACOS, E SEM NENHUMA
      *    VALE O VALOR DIGITADO NA GERACAO.
       0410-PRECIFICAR-ALUNO.
           MOVE 'N' TO WRK-ACHOU-PRECO.
           IF WRK-PRECO-OK = 'S' AND WRK-CURSO-ALUNO NOT = SPACES
               MOVE WRK-TURNO-ALUNO TO WRK-TURNO-BUSCA
               PERFORM 0412-BUSCAR-PRECO
               IF WRK-ACHOU-PRECO = 'N' AND WRK-TURNO-ALUNO NOT = SPACE
                   MOVE SPACE TO WRK-TURNO-BUSCA
                   PERFORM 0412-BUSCAR-PRECO
               END-IF
           END-IF
           IF WRK-ACHOU-PRECO = 'N'
               MOVE WRK-VALOR TO WRK-VALOR-CHEIO
               ADD 1 TO WRK-QTD-SEM-TABELA
           END-IF.

       0412-BUSCAR-PRECO.
           MOVE 'N' TO WRK-FIM-PRECO.
           MOVE WRK-CURSO-ALUNO TO PRC-CURSO.
           MOVE WRK-TURNO-BUSCA TO PRC-TURNO.
           MOVE LOW-VALUES      TO PRC-ANO-SEMESTRE.
           START PRECO-FILE KEY IS NOT LESS THAN PRC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRECO
           END-START.
           PERFORM 0414-LER-PRECO UNTIL WRK-FIM-PRECO = 'S'.

       0414-LER-PRECO.
           READ PRECO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PRECO
               NOT AT END
                   IF PRC-CURSO NOT = WRK-CURSO-ALUNO
                      OR PRC-TURNO NOT = WRK-TURNO-BUSCA
                      OR PRC-ANO-SEMESTRE > WRK-ANO-SEMESTRE
                       MOVE 'S' TO WRK-FIM-PRECO
                   ELSE
                       MOVE 'S' TO WRK-ACHOU-PRECO
                       COMPUTE WRK-VALOR-CHEIO ROUNDED =
                           PRC-VALOR-BASE
                           + PRC-VALOR-HORA * WRK-HORAS-ALUNO
                   END-IF
           END-READ.

      *    BOLSA ATIVA (BOLSAS.DAT, PROG72) ABATE O PERCENTUAL DE
      *    DESCONTO DO VALOR CHEIO DA COMPETENCIA.
       0420-APLICAR-BOLSA.
           MOVE WRK-VALOR-CHEIO TO WRK-VALOR-ALUNO.
           IF WRK-BOLSA-OK = 'S'
               MOVE WRK-MATRICULA-ANT TO BOL-MATRICULA
               READ BOLSA-FILE KEY IS BOL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOL-STATUS = 'A'
                           COMPUTE WRK-VALOR-ALUNO ROUNDED =
                               WRK-VALOR-CHEIO
                               * (100 - BOL-PERCENTUAL) / 100
                       END-IF
               END-READ
       0500-REGISTRAR-PAGAMENTO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'COMPETENCIA (AAAAMM, ANNNPP OU TNNNNN): '.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-MATRICULA   TO MEN-MATRICULA.
           MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA.
               INVALID KEY
                   DISPLAY 'PARCELA NAO ENCONTRADA.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MEN-STATUS = 'P'
                           DISPLAY 'PARCELA JA PAGA EM '
                                   MEN-DATA-PAGAMENTO '.'
                       WHEN MEN-STATUS = 'R'
                           DISPLAY 'PARCELA RENEGOCIADA NO ACORDO '
                                   MEN-ACORDO '.'
                       WHEN MEN-STATUS = 'C'
                           DISPLAY 'PARCELA CANCELADA - NAO RECEBE '
                                   'PAGAMENTO.'
                       WHEN OTHER
                           PERFORM 0510-CALCULAR-DEVIDO
                           DISPLAY 'VALOR ' MEN-VALOR ' MULTA '
                                   ENC-MULTA ' JUROS ' ENC-JUROS
                                   ' TOTAL ' WRK-VALOR-DEVIDO
                           DISPLAY 'VALOR PAGO (EX: 00850,00): '
                           ACCEPT WRK-VALOR-PAGO
                           PERFORM 0520-ACERTAR-ENCARGO
                           MOVE 'P'            TO MEN-STATUS
                           MOVE WRK-DATA-HOJE  TO MEN-DATA-PAGAMENTO
                           MOVE WRK-VALOR-PAGO TO MEN-VALOR-PAGO
                           REWRITE MENSAL-REC
                           MOVE 'PAGAMENTO'    TO WRK-FMV-TIPO
                           MOVE WRK-VALOR-PAGO TO WRK-FMV-VALOR
                           PERFORM 0950-REGISTRAR-MOVIMENTO
                           DISPLAY 'PAGAMENTO REGISTRADO.'
                           IF MEN-TIPO = 'T' AND MEN-PROTOCOLO > 0
                               PERFORM 0960-LIBERAR-PROTOCOLO
                           END-IF
                   END-EVALUATE
           END-READ.

      *    PAGA ATE O VENCIMENTO: SO O VALOR DA PARCELA. PAGA DEPOIS:
      *    VALOR + MULTA + JUROS ATE A DATA DO PAGAMENTO (HOJE), PELA
      *    MESMA REGRA DA RODADA DE ENCARGOS (PROG111), COM OS
      *    PERCENTUAIS DO CONTRATO. TAXA DE PROTOCOLO (TIPO T) NAO TEM
      *    ENCARGO; DATA INVALIDA FICA COM O ENCARGO DA ULTIMA RODADA.
       0510-CALCULAR-DEVIDO.
           MOVE 'N' TO WRK-ENCARGO-NOVO.
           MOVE MEN-VALOR      TO ENC-VALOR.
           MOVE MEN-VENCIMENTO TO ENC-VENCIMENTO.
           MOVE WRK-DATA-HOJE  TO ENC-DATA-BASE.
           CALL 'CALCENC' USING ENC-PARM.
           EVALUATE TRUE
               WHEN MEN-TIPO = 'T'
                   MOVE ZEROS TO ENC-MULTA ENC-JUROS
                   MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
               WHEN ENC-RETORNO = 'S'
                   MOVE 'S' TO WRK-ENCARGO-NOVO
                   COMPUTE WRK-VALOR-DEVIDO =
                       MEN-VALOR + ENC-MULTA + ENC-JUROS
               WHEN OTHER
                   MOVE MEN-MULTA TO ENC-MULTA
                   MOVE MEN-JUROS TO ENC-JUROS
                   COMPUTE WRK-VALOR-DEVIDO =
                       MEN-VALOR + MEN-MULTA + MEN-JUROS
           END-EVALUATE.

      *    A PARCELA PAGA GUARDA O ENCARGO EFETIVAMENTE COBRADO; SO A
      *    DIFERENCA PARA A ULTIMA RODADA DO PROG111 E MOVIMENTO NOVO
      *    (NEGATIVA QUANDO A RODADA CONTOU DIAS ALEM DO PAGAMENTO).
       0520-ACERTAR-ENCARGO.
           IF WRK-ENCARGO-NOVO = 'S'
               COMPUTE WRK-FMV-VALOR = ENC-MULTA + ENC-JUROS
                                     - MEN-MULTA - MEN-JUROS
               IF WRK-FMV-VALOR NOT = ZEROS
                   MOVE ENC-MULTA     TO MEN-MULTA
                   MOVE ENC-JUROS     TO MEN-JUROS
                   MOVE WRK-DATA-HOJE TO MEN-DATA-ENCARGO
                   MOVE 'ENCARGO'     TO WRK-FMV-TIPO
                   PERFORM 0950-REGISTRAR-MOVIMENTO
               END-IF
           END-IF.

       0600-CONSULTAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
                               ' [' MEN-STATUS ']'
                       IF MEN-STATUS = 'A'
                           ADD 1 TO WRK-QTD-ABERTAS
                           ADD MEN-VALOR MEN-MULTA MEN-JUROS
                               TO WRK-VALOR-ABERTO
                           IF MEN-VENCIMENTO < WRK-DATA-HOJE
                              AND MEN-TIPO NOT = 'T'
                               ADD 1 TO WRK-QTD-VENCIDAS
                           END-IF
                       END-IF
                   END-IF
                   IF MEN-STATUS = 'A'
                      AND MEN-VENCIMENTO < WRK-DATA-HOJE
                      AND MEN-TIPO NOT = 'T'
                       ADD 1 TO WRK-QTD-VENCIDAS
                       ADD MEN-VALOR MEN-MULTA MEN-JUROS
                           TO WRK-VALOR-ABERTO
                   END-IF
           END-READ.

           DISPLAY WRK-MATRICULA-ANT ' - ' WRK-QTD-VENCIDAS
                   ' PARCELAS VENCIDAS - VALOR ' WRK-VALOR-ABERTO.

      *    ACORDO: AS PARCELAS VENCIDAS DO ALUNO (VALOR + MULTA +
      *    JUROS) VIRAM N PARCELAS NOVAS DE VENCIMENTO MENSAL A PARTIR
      *    DO PRIMEIRO VENCIMENTO INFORMADO; AS ORIGINAIS FICAM COM
      *    STATUS R E DEIXAM DE CONTAR COMO ABERTAS. A ULTIMA PARCELA
      *    ABSORVE A DIFERENCA DE CENTAVOS DA DIVISAO.
       0800-ACORDO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QTD-VENCIDAS WRK-VALOR-ABERTO.
           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           MOVE LOW-VALUES    TO MEN-COMPETENCIA.
           PERFORM 0810-POSICIONAR-ALUNO.
           PERFORM 0815-SOMAR-VENCIDA UNTIL WRK-FIM-MENSAL = 'S'.
           IF WRK-QTD-VENCIDAS = 0
               DISPLAY 'NENHUMA PARCELA VENCIDA PARA ESTA MATRICULA.'
           ELSE
               DISPLAY 'PARCELAS VENCIDAS....: ' WRK-QTD-VENCIDAS
               DISPLAY 'TOTAL COM ENCARGOS...: ' WRK-VALOR-ABERTO
               DISPLAY 'QUANTIDADE DE PARCELAS DO ACORDO (01-24): '
               ACCEPT WRK-QTD-PARCELAS
               DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD): '
               ACCEPT WRK-PRIMEIRO-VENC
               MOVE WRK-PRIMEIRO-VENC TO WRK-VENC-PARCELA
               IF WRK-QTD-PARCELAS < 1 OR WRK-QTD-PARCELAS > 24
                   DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA.'
               ELSE
                 IF WRK-PRIMEIRO-VENC IS NOT NUMERIC
                    OR WRK-PRIMEIRO-VENC < WRK-DATA-HOJE
                    OR WRK-VP-MES < 1 OR WRK-VP-MES > 12
                    OR WRK-VP-DIA < 1 OR WRK-VP-DIA > 28
                   DISPLAY 'PRIMEIRO VENCIMENTO INVALIDO (DIA ATE 28, '
                           'NAO ANTERIOR A HOJE).'
                 ELSE
                   COMPUTE WRK-VALOR-PARCELA =
                       WRK-VALOR-ABERTO / WRK-QTD-PARCELAS
                   COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-ABERTO
                       - WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)
                   DISPLAY WRK-QTD-PARCELAS ' PARCELAS DE '
                           WRK-VALOR-PARCELA ' (ULTIMA '
                           WRK-VALOR-ULTIMA ')'
                   DISPLAY 'CONFIRMA O ACORDO (S/N)? '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 0820-GRAVAR-ACORDO
                   ELSE
                       DISPLAY 'ACORDO CANCELADO.'
                   END-IF
                 END-IF
               END-IF
           END-IF.

       0810-POSICIONAR-ALUNO.
           MOVE 'N' TO WRK-FIM-MENSAL.
           START MENSAL-FILE KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MENSAL
           END-START.

       0815-SOMAR-VENCIDA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   IF MEN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-MENSAL
                   ELSE
                       IF MEN-STATUS = 'A'
                          AND MEN-VENCIMENTO < WRK-DATA-HOJE
                          AND MEN-TIPO NOT = 'T'
                           ADD 1 TO WRK-QTD-VENCIDAS
                           ADD MEN-VALOR MEN-MULTA MEN-JUROS
                               TO WRK-VALOR-ABERTO
                       END-IF
                   END-IF
           END-READ.

       0820-GRAVAR-ACORDO.
           OPEN I-O ACORDO-FILE.
           IF WRK-ACD-STATUS = '35' OR WRK-ACD-STATUS = '05'
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF
           IF WRK-ACD-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL: '
                       WRK-ACD-STATUS ' - NADA FOI GRAVADO.'
           ELSE
               PERFORM 0825-PROXIMO-ACORDO
               MOVE WRK-MATRICULA     TO ACD-MATRICULA
               MOVE WRK-NUM-ACORDO    TO ACD-NUMERO
               MOVE WRK-DATA-HOJE     TO ACD-DATA
               MOVE WRK-QTD-VENCIDAS  TO ACD-QTD-ORIGINAIS
               MOVE WRK-VALOR-ABERTO  TO ACD-VALOR-ORIGINAL
               MOVE WRK-QTD-PARCELAS  TO ACD-QTD-PARCELAS
               MOVE WRK-VALOR-PARCELA TO ACD-VALOR-PARCELA
               MOVE WRK-PRIMEIRO-VENC TO ACD-PRIMEIRO-VENC
               MOVE WRK-OPERADOR      TO ACD-OPERADOR
               MOVE 'A'               TO ACD-STATUS
               WRITE ACORDO-REC
               CLOSE ACORDO-FILE
               OPEN OUTPUT ACORDO-REL
               PERFORM 0850-IMPRIMIR-CABECALHO-TERMO
               MOVE WRK-MATRICULA TO MEN-MATRICULA
               MOVE LOW-VALUES    TO MEN-COMPETENCIA
               PERFORM 0810-POSICIONAR-ALUNO
               PERFORM 0830-RENEGOCIAR-PARCELA
                   UNTIL WRK-FIM-MENSAL = 'S'
               PERFORM 0855-IMPRIMIR-NOVAS-PARCELAS
               PERFORM 0840-GERAR-PARCELA-ACORDO
                   VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > WRK-QTD-PARCELAS
               PERFORM 0860-IMPRIMIR-ASSINATURA
               CLOSE ACORDO-REL
               DISPLAY 'ACORDO ' WRK-NUM-ACORDO
                       ' GRAVADO - TERMOS EM ACORDO.REL.'
           END-IF.

       0825-PROXIMO-ACORDO.
           MOVE ZEROS TO WRK-NUM-ACORDO.
           MOVE 'N' TO WRK-FIM-ACORDO.
           MOVE WRK-MATRICULA TO ACD-MATRICULA.
           MOVE ZEROS         TO ACD-NUMERO.
           START ACORDO-FILE KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACORDO
           END-START.
           PERFORM 0826-LER-ACORDO UNTIL WRK-FIM-ACORDO = 'S'.
           ADD 1 TO WRK-NUM-ACORDO.

       0826-LER-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACORDO
               NOT AT END
                   IF ACD-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ACORDO
                   ELSE
                       MOVE ACD-NUMERO TO WRK-NUM-ACORDO
                   END-IF
           END-READ.

       0830-RENEGOCIAR-PARCELA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   IF MEN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-MENSAL
                   ELSE
                       IF MEN-STATUS = 'A'
                          AND MEN-VENCIMENTO < WRK-DATA-HOJE
                          AND MEN-TIPO NOT = 'T'
                           MOVE MEN-COMPETENCIA TO LPC-COMPETENCIA
                           MOVE MEN-VENCIMENTO  TO LPC-VENCIMENTO
                           MOVE MEN-VALOR       TO LPC-VALOR
                           MOVE MEN-MULTA       TO LPC-MULTA
                           MOVE MEN-JUROS       TO LPC-JUROS
                           MOVE WRK-LINHA-PARCELA TO ACORDO-LINHA
                           WRITE ACORDO-LINHA
                           MOVE 'R'            TO MEN-STATUS
                           MOVE WRK-NUM-ACORDO TO MEN-ACORDO
                           REWRITE MENSAL-REC
                           MOVE 'ACORDO'       TO WRK-FMV-TIPO
                           COMPUTE WRK-FMV-VALOR =
                               MEN-VALOR + MEN-MULTA + MEN-JUROS
                           PERFORM 0950-REGISTRAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

      *    PARCELA N VENCE N-1 MESES DEPOIS DA PRIMEIRA, NO MESMO DIA
      *    (LIMITADO A 28 PARA EXISTIR EM TODO MES).
       0840-GERAR-PARCELA-ACORDO.
           MOVE WRK-NUM-ACORDO TO WRK-CA-NUMERO.
           MOVE WRK-IND-PARC   TO WRK-CA-PARCELA.
           MOVE WRK-MATRICULA     TO MEN-MATRICULA.
           MOVE WRK-COMPET-ACORDO TO MEN-COMPETENCIA.
           IF WRK-IND-PARC = WRK-QTD-PARCELAS
               MOVE WRK-VALOR-ULTIMA  TO MEN-VALOR
           ELSE
               MOVE WRK-VALOR-PARCELA TO MEN-VALOR
           END-IF
           MOVE WRK-VENC-PARCELA  TO MEN-VENCIMENTO.
           MOVE 'A'               TO MEN-STATUS.
           MOVE SPACES            TO MEN-DATA-PAGAMENTO.
           MOVE ZEROS             TO MEN-VALOR-PAGO MEN-MULTA
                                     MEN-JUROS.
           MOVE SPACES            TO MEN-DATA-ENCARGO.
           MOVE 'A'               TO MEN-TIPO.
           MOVE WRK-NUM-ACORDO    TO MEN-ACORDO.
           MOVE ZEROS             TO MEN-PROTOCOLO.
           WRITE MENSAL-REC
               INVALID KEY
                   DISPLAY 'PARCELA ' WRK-COMPET-ACORDO
                           ' JA EXISTE - NAO GRAVADA.'
           END-WRITE.
           MOVE MEN-COMPETENCIA TO LPC-COMPETENCIA.
           MOVE MEN-VENCIMENTO  TO LPC-VENCIMENTO.
           MOVE MEN-VALOR       TO LPC-VALOR.
           MOVE ZEROS           TO LPC-MULTA LPC-JUROS.
           MOVE WRK-LINHA-PARCELA TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           ADD 1 TO WRK-VP-MES.
           IF WRK-VP-MES > 12
               MOVE 1 TO WRK-VP-MES
               ADD 1 TO WRK-VP-ANO
           END-IF.

       0850-IMPRIMIR-CABECALHO-TERMO.
           MOVE 'TERMO DE ACORDO DE RENEGOCIACAO DE MENSALIDADES'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE ALL '=' TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'MATRICULA:' TO LTR-ROTULO.
           MOVE WRK-MATRICULA TO LTR-TEXTO.
           PERFORM 0870-IMPRIMIR-TERMO.
           MOVE 'NUMERO DO ACORDO:' TO LTR-ROTULO.
           MOVE SPACES TO LTR-TEXTO.
           MOVE WRK-NUM-ACORDO TO LTR-TEXTO(1:3).
           PERFORM 0870-IMPRIMIR-TERMO.
           MOVE 'DATA:' TO LTR-ROTULO.
           MOVE WRK-DATA-HOJE TO LTR-TEXTO.
           PERFORM 0870-IMPRIMIR-TERMO.
           MOVE 'OPERADOR:' TO LTR-ROTULO.
           MOVE WRK-OPERADOR TO LTR-TEXTO.
           PERFORM 0870-IMPRIMIR-TERMO.
           MOVE SPACES TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'PARCELAS RENEGOCIADAS (VALOR, MULTA E JUROS):'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE '    COMPET   VENCIMENTO     VALOR     MULTA     JUROS'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.

       0855-IMPRIMIR-NOVAS-PARCELAS.
           MOVE SPACES TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'TOTAL RENEGOCIADO:' TO LTR-ROTULO.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO LTR-TEXTO.
           PERFORM 0870-IMPRIMIR-TERMO.
           MOVE SPACES TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'NOVAS PARCELAS DO ACORDO:' TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.

       0860-IMPRIMIR-ASSINATURA.
           MOVE SPACES TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'O ATRASO DE PARCELA DO ACORDO SUJEITA O ALUNO A MULTA '
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'E JUROS CONTRATUAIS E AO BLOQUEIO DE REMATRICULA.'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE SPACES TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE '______________________________    ____________________'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.
           MOVE 'ALUNO/RESPONSAVEL                   FINANCEIRO'
               TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.

       0870-IMPRIMIR-TERMO.
           MOVE WRK-LINHA-TERMO TO ACORDO-LINHA.
           WRITE ACORDO-LINHA.

      *    MOVIMENTO FINANCEIRO DO DIA PARA A INTERFACE CONTABIL
      *    (FINMOV.DAT, PROG113), SEMPRE DA PARCELA EM MENSAL-REC.
       0950-REGISTRAR-MOVIMENTO.
           CALL 'FINMOV' USING WRK-FMV-TIPO MEN-MATRICULA
                               MEN-COMPETENCIA WRK-FMV-VALOR
                               WRK-FMV-PROGRAMA.

      *    TAXA DE PROTOCOLO PAGA: O PEDIDO SAI DE AGUARDANDO PAGAMENTO.
       0960-LIBERAR-PROTOCOLO.
           MOVE 'G'           TO WRK-PSI-FUNCAO.
           MOVE 'P'           TO WRK-PSI-SITUACAO.
           CALL 'PROTSIT' USING WRK-PSI-FUNCAO WRK-PSI-TIPO
                                MEN-MATRICULA WRK-PSI-REF-SEQ
                                WRK-PSI-REF-TEXTO MEN-PROTOCOLO
                                WRK-PSI-SITUACAO.
           IF MEN-PROTOCOLO = 0
               DISPLAY 'PROTOCOLO DA TAXA NAO LOCALIZADO.'
           ELSE
               DISPLAY 'PROTOCOLO ' MEN-PROTOCOLO
                       ' LIBERADO - TAXA PAGA.'
           END-IF.

       END PROGRAM PROG71.
