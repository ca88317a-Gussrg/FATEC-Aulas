       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG163.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estorno seletivo de uma carga pelo jornal de imagens
      *          (GRADEJRN.DAT). Toda execucao do PROG10 e do PROG15
      *          carimba o lote no jornal (JRN-LOTE, impresso no fim
      *          da carga); este programa recebe o lote e desfaz so o
      *          que aquela carga gravou, sem voltar o backup e perder
      *          o resto da noite: chave alterada volta a imagem
      *          anterior a carga, chave incluida pela carga e
      *          excluida, e as notas componentes gravadas pela mesma
      *          carga em COMPNOTA.DAT voltam junto.
      *          Chave alterada de novo depois da carga (outro
      *          programa no jornal, ou registro que nao bate com a
      *          ultima imagem da carga) NAO e sobrescrita: fica no
      *          relatorio para a secretaria decidir, e o componente
      *          da mesma chave fica retido com ela. Periodo fechado
      *          (PROG47) tambem nao e tocado. Cada estorno vai ao
      *          jornal (lote proprio), ao MANUT.LOG (ESTORNO) e, se a
      *          situacao muda, ao NOTIFEVT.DAT para a carta do aluno.
      *          Modo S (simular): so lista o que seria feito.
      *          Modo E (estornar): aplica. Rodar de novo o mesmo lote
      *          nao refaz nada - as chaves saem como JA ESTORNADO.
      *          Lista em ESTORNO.REL; alterado depois termina com
      *          RC 4; lote inexistente ou arquivo indisponivel, RC 8.
      *          SYSIN: lote (PROGxx-AAAAMMDDHHMMSS) e modo (S/E).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               ALTERNATE RECORD KEY IS GR-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT LOG-FILE ASSIGN TO WRK-ARQ-MANUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT SEQCTL-FILE ASSIGN TO WRK-ARQ-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQCTL-STATUS.
           SELECT NOTIF-FILE ASSIGN TO WRK-ARQ-NOTIFEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIF-STATUS.
           SELECT PERSTAT-FILE ASSIGN TO WRK-ARQ-PERSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-ESTORREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-FILE.
           COPY JRNLREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  LOG-FILE.
           COPY LOGREC.

       FD  SEQCTL-FILE.
       01  SEQCTL-REC.
           05 LSQ-SEQ           PIC 9(07).
           05 LSQ-CHECK         PIC 9(09).

       FD  NOTIF-FILE.
           COPY NOTIFREC.

       FD  PERSTAT-FILE.
           COPY PERSTREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-MANUT     PIC X(40) VALUE 'MANUT.LOG'.
       77 WRK-ARQ-LOGSEQ    PIC X(40) VALUE 'LOGSEQ.DAT'.
       77 WRK-ARQ-NOTIFEVT  PIC X(40) VALUE 'NOTIFEVT.DAT'.
       77 WRK-ARQ-PERSTAT   PIC X(40) VALUE 'PERSTAT.DAT'.
       77 WRK-ARQ-ESTORREL  PIC X(40) VALUE 'ESTORNO.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-JRN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SEQCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-NOTIF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-LOTE-ALVO      PIC X(22) VALUE SPACES.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
      *    LOTE DO PROPRIO ESTORNO NO JORNAL.
       77 WRK-LOTE           PIC X(22) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE 'LOTE-PR163'.
       77 WRK-FIM-JORNAL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-PERSTAT    PIC X(01) VALUE 'N'.
       77 WRK-TABELA-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-GRADES-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-COMP-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-PERIODO-ABERTO PIC X(01) VALUE 'S'.
       77 WRK-CHAVE-ENTRADA  PIC X(31) VALUE SPACES.
       77 WRK-IMAGEM-ATUAL   PIC X(120) VALUE SPACES.
       77 WRK-IMAGEM-ANTES   PIC X(120) VALUE SPACES.
       77 WRK-JRN-OPERACAO   PIC X(01) VALUE SPACES.
       77 WRK-SIT-ANTERIOR   PIC X(20) VALUE SPACES.
       77 WRK-SIT-NOVA       PIC X(20) VALUE SPACES.
       77 WRK-NOTA-ANTIGA    PIC 99V9  VALUE ZEROS.
       77 WRK-NOTA-NOVA      PIC 99V9  VALUE ZEROS.
       77 WRK-SEQ-ANTERIOR   PIC 9(07) VALUE ZEROS.
       77 WRK-CHECK-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DO-LOTE    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CHAVES     PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-CHAVES     PIC 9(04) VALUE 3000.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PAR        PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FECHADOS   PIC 9(02) VALUE ZEROS.
       77 WRK-FEC-IND        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ESTORNADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-COMP-ESTORNADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-JA-ESTORNADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FALHAS     PIC 9(07) VALUE ZEROS.

      *    UMA LINHA POR ARQUIVO + CHAVE TOCADA PELO LOTE.
      *    CHV-SITUACAO (DO JORNAL): BRANCO = SO O LOTE MEXEU DEPOIS,
      *    P = OUTRO PROGRAMA MEXEU DEPOIS, E = JA ESTORNADA.
      *    CHV-RESULTADO: R = ESTORNAR, J = JA ESTORNADA, P = ALTERADA
      *    DEPOIS, D = DIFERE DA ULTIMA IMAGEM DO LOTE, N = COMPONENTE
      *    RETIDO COM A NOTA, H = PERIODO FECHADO, F = FALHA.
       01 WRK-TAB-CHAVES.
           05 WRK-CHV-ITEM OCCURS 3000 TIMES.
               10 WRK-CHV-ARQUIVO     PIC X(01).
               10 WRK-CHV-CHAVE.
                   15 WRK-CHV-MATRICULA    PIC X(10).
                   15 WRK-CHV-MATERIA      PIC X(15).
                   15 WRK-CHV-ANO-SEMESTRE PIC X(06).
               10 WRK-CHV-SITUACAO    PIC X(01).
               10 WRK-CHV-RESULTADO   PIC X(01).
               10 WRK-CHV-POSTERIOR   PIC X(22).
               10 WRK-CHV-DATA-POST   PIC X(14).
               10 WRK-CHV-ANTES       PIC X(120).
               10 WRK-CHV-DEPOIS      PIC X(120).

       01 WRK-TABELA-FECHADOS.
           05 WRK-FEC-PERIODO OCCURS 60 TIMES PIC X(06).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-ARQUIVO       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-MATERIA       PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ANO-SEMESTRE  PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-TEXTO         PIC X(35).

       01 WRK-LINHA-POST.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
              'ALTERADO DEPOIS POR '.
           05 LPO-POSTERIOR     PIC X(22).
           05 FILLER            PIC X(04) VALUE ' EM '.
           05 LPO-DATA          PIC X(14).

       01 WRK-LINHA-TOT.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-TEXTO         PIC X(30).
           05 TOT-VALOR         PIC Z.ZZZ.ZZ9.
       COPY ARQDDREC.
       COPY RESATREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           STRING 'PROG163-' WRK-AGORA(1:14) DELIMITED BY SIZE
               INTO WRK-LOTE
           ACCEPT WRK-LOTE-ALVO.
           ACCEPT WRK-MODO.
           DISPLAY 'PROG163 - ESTORNO DO LOTE ' WRK-LOTE-ALVO
                   ' - MODO ' WRK-MODO.
           IF WRK-LOTE-ALVO = SPACES
              OR (WRK-MODO NOT = 'S' AND WRK-MODO NOT = 'E')
               DISPLAY 'SYSIN INVALIDO: INFORMAR O LOTE E O MODO '
                       '(S = SIMULAR, E = ESTORNAR).'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-LER-JORNAL
               IF RETURN-CODE = 0
                   PERFORM 0150-CARREGAR-FECHADOS
                   PERFORM 0200-ABRIR-ARQUIVOS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 0700-ABRIR-RELATORIO
                   PERFORM 0300-ESTORNAR-GRADE
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-CHAVES
                   PERFORM 0400-ESTORNAR-COMPONENTE
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-CHAVES
                   PERFORM 0750-FECHAR-RELATORIO
                   PERFORM 0800-FECHAR-ARQUIVOS
               END-IF
               PERFORM 0850-FINALIZAR
               PERFORM 0950-GRAVAR-ESTATISTICA
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG163' TO DDN-PROGRAMA.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'MANUT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MANUT.
           MOVE 'LOGSEQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-LOGSEQ.
           MOVE 'NOTIFEVT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTIFEVT.
           MOVE 'PERSTAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PERSTAT.
           MOVE 'ESTORREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ESTORREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

      *    PRIMEIRA PASSADA NO JORNAL: JUNTA AS CHAVES DO LOTE (PRIMEIRA
      *    IMAGEM ANTES E ULTIMA IMAGEM DEPOIS) E MARCA AS QUE OUTRO
      *    PROGRAMA TOCOU DEPOIS. NADA E ALTERADO ANTES DE O JORNAL
      *    SER LIDO INTEIRO.
       0100-LER-JORNAL.
           OPEN INPUT JORNAL-FILE.
           IF WRK-JRN-STATUS NOT = '00'
               DISPLAY 'JORNAL INDISPONIVEL: ' WRK-JRN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-LER-ENTRADA UNTIL WRK-FIM-JORNAL = 'S'
               CLOSE JORNAL-FILE
               EVALUATE TRUE
                   WHEN WRK-QTD-DO-LOTE = 0
                       DISPLAY 'LOTE ' WRK-LOTE-ALVO
                               ' NAO ENCONTRADO NO JORNAL.'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TABELA-CHEIA = 'S'
                       DISPLAY 'LOTE COM MAIS DE ' WRK-MAX-CHAVES
                               ' CHAVES - NADA FOI ESTORNADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ENTRADAS DO LOTE NO JORNAL: '
                               WRK-QTD-DO-LOTE ' EM '
                               WRK-QTD-CHAVES ' CHAVES'
               END-EVALUATE
           END-IF.

       0110-LER-ENTRADA.
           READ JORNAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0120-EXAMINAR-ENTRADA
           END-READ.

       0120-EXAMINAR-ENTRADA.
           IF JRN-ANTES NOT = SPACES
               MOVE JRN-ANTES(1:31)  TO WRK-CHAVE-ENTRADA
           ELSE
               MOVE JRN-DEPOIS(1:31) TO WRK-CHAVE-ENTRADA
           END-IF
           MOVE 0 TO WRK-IND-ACHADO
           IF WRK-QTD-CHAVES > 0
               PERFORM 0125-COMPARAR-CHAVE
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CHAVES
                      OR WRK-IND-ACHADO > 0
           END-IF
           IF JRN-LOTE = WRK-LOTE-ALVO
               ADD 1 TO WRK-QTD-DO-LOTE
               PERFORM 0130-REGISTRAR-DO-LOTE
           ELSE
               IF WRK-IND-ACHADO > 0
                   PERFORM 0140-REGISTRAR-POSTERIOR
               END-IF
           END-IF.

       0125-COMPARAR-CHAVE.
           IF WRK-CHV-ARQUIVO(WRK-IND) = JRN-ARQUIVO
              AND WRK-CHV-CHAVE(WRK-IND) = WRK-CHAVE-ENTRADA
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

      *    CHAVE TOCADA MAIS DE UMA VEZ PELO LOTE: VALE A PRIMEIRA
      *    IMAGEM ANTES E A ULTIMA IMAGEM DEPOIS.
       0130-REGISTRAR-DO-LOTE.
           IF WRK-IND-ACHADO = 0
               IF WRK-QTD-CHAVES < WRK-MAX-CHAVES
                   ADD 1 TO WRK-QTD-CHAVES
                   MOVE WRK-QTD-CHAVES TO WRK-IND-ACHADO
                   MOVE JRN-ARQUIVO
                       TO WRK-CHV-ARQUIVO(WRK-IND-ACHADO)
                   MOVE WRK-CHAVE-ENTRADA
                       TO WRK-CHV-CHAVE(WRK-IND-ACHADO)
                   MOVE SPACES TO WRK-CHV-SITUACAO(WRK-IND-ACHADO)
                                  WRK-CHV-RESULTADO(WRK-IND-ACHADO)
                                  WRK-CHV-POSTERIOR(WRK-IND-ACHADO)
                                  WRK-CHV-DATA-POST(WRK-IND-ACHADO)
                   MOVE JRN-ANTES TO WRK-CHV-ANTES(WRK-IND-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           END-IF
           IF WRK-IND-ACHADO > 0
               MOVE JRN-DEPOIS TO WRK-CHV-DEPOIS(WRK-IND-ACHADO)
           END-IF.

      *    ENTRADA DE OUTRO LOTE OU PROGRAMA NUMA CHAVE DO LOTE, DEPOIS
      *    DELE. O ESTORNO FEITO POR ESTE PROGRAMA (ANTES = ULTIMA
      *    IMAGEM DO LOTE) MARCA A CHAVE COMO JA ESTORNADA; QUALQUER
      *    OUTRA ALTERACAO SEGURA A CHAVE.
       0140-REGISTRAR-POSTERIOR.
           EVALUATE TRUE
               WHEN WRK-CHV-SITUACAO(WRK-IND-ACHADO) NOT = SPACES
                   CONTINUE
               WHEN JRN-PROGRAMA = 'PROG163'
                    AND JRN-ANTES = WRK-CHV-DEPOIS(WRK-IND-ACHADO)
                   MOVE 'E' TO WRK-CHV-SITUACAO(WRK-IND-ACHADO)
               WHEN OTHER
                   MOVE 'P' TO WRK-CHV-SITUACAO(WRK-IND-ACHADO)
                   IF JRN-LOTE NOT = SPACES
                       MOVE JRN-LOTE
                           TO WRK-CHV-POSTERIOR(WRK-IND-ACHADO)
                   ELSE
                       MOVE JRN-PROGRAMA
                           TO WRK-CHV-POSTERIOR(WRK-IND-ACHADO)
                   END-IF
                   MOVE JRN-DATA-HORA
                       TO WRK-CHV-DATA-POST(WRK-IND-ACHADO)
           END-EVALUATE.

      *    PERIODO FECHADO PELO FECHAMENTO FORMAL (PROG47) NAO ACEITA
      *    ALTERACAO NENHUMA, NEM DE ESTORNO.
       0150-CARREGAR-FECHADOS.
           OPEN INPUT PERSTAT-FILE
           IF WRK-PERSTAT-STATUS = '00'
               PERFORM 0155-LER-FECHADO
                   UNTIL WRK-FIM-PERSTAT = 'S'
               CLOSE PERSTAT-FILE
           END-IF.

       0155-LER-FECHADO.
           READ PERSTAT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-PERSTAT
               NOT AT END
                   IF PER-STATUS = 'FECHADO'
                       IF WRK-QTD-FECHADOS < 60
                           ADD 1 TO WRK-QTD-FECHADOS
                           MOVE PER-ANO-SEMESTRE TO
                               WRK-FEC-PERIODO(WRK-QTD-FECHADOS)
                       ELSE
                           DISPLAY '*** AVISO: TABELA DE PERIODOS '
                                   'FECHADOS CHEIA - '
                                   PER-ANO-SEMESTRE ' NAO SERA '
                                   'PROTEGIDO. ***'
                       END-IF
                   END-IF
           END-READ.

       0160-VERIFICAR-FECHADO.
           MOVE 'S' TO WRK-PERIODO-ABERTO
           PERFORM 0165-COMPARAR-FECHADO
               VARYING WRK-FEC-IND FROM 1 BY 1
               UNTIL WRK-FEC-IND > WRK-QTD-FECHADOS.

       0165-COMPARAR-FECHADO.
           IF WRK-FEC-PERIODO(WRK-FEC-IND) =
              WRK-CHV-ANO-SEMESTRE(WRK-IND)
               MOVE 'N' TO WRK-PERIODO-ABERTO
           END-IF.

      *    SIMULACAO SO LE; COMPNOTA.DAT INDISPONIVEL SO SEGURA OS
      *    COMPONENTES.
       0200-ABRIR-ARQUIVOS.
           IF WRK-MODO = 'E'
               OPEN I-O GRADE-FILE
           ELSE
               OPEN INPUT GRADE-FILE
           END-IF
           IF WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GRADES.DAT INDISPONIVEL: ' WRK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-GRADES-ABERTO
               IF WRK-MODO = 'E'
                   OPEN I-O COMP-FILE
               ELSE
                   OPEN INPUT COMP-FILE
               END-IF
               IF WRK-COMP-STATUS = '00'
                   MOVE 'S' TO WRK-COMP-ABERTO
               ELSE
                   DISPLAY 'AVISO: COMPNOTA.DAT INDISPONIVEL ('
                           WRK-COMP-STATUS ') - COMPONENTES DO LOTE '
                           'NAO SERAO ESTORNADOS.'
               END-IF
           END-IF.

      *    NOTAS (GRADES.DAT) PRIMEIRO: O RESULTADO DE CADA CHAVE
      *    DECIDE SE O COMPONENTE DA MESMA CHAVE PODE VOLTAR.
       0300-ESTORNAR-GRADE.
           IF WRK-CHV-ARQUIVO(WRK-IND) = SPACE
               MOVE WRK-CHV-CHAVE(WRK-IND) TO GR-CHAVE
               MOVE SPACES TO WRK-IMAGEM-ATUAL
               READ GRADE-FILE KEY IS GR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRADE-REC TO WRK-IMAGEM-ATUAL
               END-READ
               PERFORM 0500-CLASSIFICAR-CHAVE
               IF WRK-CHV-RESULTADO(WRK-IND) = 'R'
                  AND WRK-MODO = 'E'
                   PERFORM 0310-RESTAURAR-GRADE
               END-IF
               PERFORM 0600-LISTAR-CHAVE
           END-IF.

      *    A IMAGEM ANTERIOR VOLTA COM O CARIMBO DE AGORA, PARA O
      *    EXTRATO DE ALTERADOS (PROG60) LEVAR O ESTORNO.
       0310-RESTAURAR-GRADE.
           MOVE WRK-IMAGEM-ATUAL TO WRK-IMAGEM-ANTES
           MOVE SPACES TO WRK-SIT-ANTERIOR WRK-SIT-NOVA
           MOVE ZEROS TO WRK-NOTA-ANTIGA WRK-NOTA-NOVA
           IF WRK-IMAGEM-ATUAL NOT = SPACES
               MOVE GR-SITUACAO TO WRK-SIT-ANTERIOR
               MOVE GR-NOTA     TO WRK-NOTA-ANTIGA
           END-IF
           EVALUATE TRUE
               WHEN WRK-CHV-ANTES(WRK-IND) = SPACES
      *    A CARGA INCLUIU A CHAVE: O ESTORNO EXCLUI.
                   DELETE GRADE-FILE
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   MOVE 'LANCAMENTO ESTORNADO' TO WRK-SIT-NOVA
               WHEN WRK-IMAGEM-ATUAL = SPACES
      *    A CARGA EXCLUIU A CHAVE: O ESTORNO INCLUI DE VOLTA.
                   MOVE WRK-CHV-ANTES(WRK-IND) TO GRADE-REC
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO GR-DATA-ATUALIZACAO
                   WRITE GRADE-REC
                   MOVE 'I' TO WRK-JRN-OPERACAO
               WHEN OTHER
                   MOVE WRK-CHV-ANTES(WRK-IND) TO GRADE-REC
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO GR-DATA-ATUALIZACAO
                   REWRITE GRADE-REC
                   MOVE 'A' TO WRK-JRN-OPERACAO
           END-EVALUATE
           IF WRK-FILE-STATUS = '00'
               IF WRK-JRN-OPERACAO NOT = 'E'
                   MOVE GR-SITUACAO TO WRK-SIT-NOVA
                   MOVE GR-NOTA     TO WRK-NOTA-NOVA
               ELSE
                   ADD 1 TO WRK-QTD-EXCLUIDOS
               END-IF
               ADD 1 TO WRK-QTD-ESTORNADOS
               PERFORM 0920-GRAVAR-JORNAL
               PERFORM 0925-MARCAR-RESUMO
               MOVE WRK-CHV-MATRICULA(WRK-IND) TO LOG-MATRICULA
               MOVE WRK-CHV-MATERIA(WRK-IND)   TO LOG-MATERIA
               MOVE WRK-NOTA-ANTIGA  TO LOG-VALOR-ANTIGO
               MOVE WRK-NOTA-NOVA    TO LOG-VALOR-NOVO
               MOVE SPACES TO LOG-DETALHE
               STRING 'ESTORNO DO LOTE ' WRK-LOTE-ALVO
                   DELIMITED BY SIZE INTO LOG-DETALHE
               PERFORM 0900-GRAVAR-LOG
               PERFORM 0910-GRAVAR-NOTIFICACAO
           ELSE
               DISPLAY 'FALHA AO ESTORNAR ' WRK-CHV-CHAVE(WRK-IND)
                       ' EM GRADES.DAT: ' WRK-FILE-STATUS
               MOVE 'F' TO WRK-CHV-RESULTADO(WRK-IND)
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    COMPONENTES (COMPNOTA.DAT) GRAVADOS PELO LOTE: MESMA REGRA;
      *    SE A NOTA DA MESMA CHAVE FICOU RETIDA, O COMPONENTE TAMBEM
      *    FICA, PARA OS DOIS ARQUIVOS NAO SE CONTRADIZEREM.
       0400-ESTORNAR-COMPONENTE.
           IF WRK-CHV-ARQUIVO(WRK-IND) = 'C'
               IF WRK-COMP-ABERTO = 'S'
                   MOVE WRK-CHV-CHAVE(WRK-IND) TO CMP-CHAVE
                   MOVE SPACES TO WRK-IMAGEM-ATUAL
                   READ COMP-FILE KEY IS CMP-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE COMPONENTE-REC TO WRK-IMAGEM-ATUAL
                   END-READ
                   PERFORM 0500-CLASSIFICAR-CHAVE
                   IF WRK-CHV-RESULTADO(WRK-IND) = 'R'
                       PERFORM 0420-VERIFICAR-NOTA
                   END-IF
                   IF WRK-CHV-RESULTADO(WRK-IND) = 'R'
                      AND WRK-MODO = 'E'
                       PERFORM 0410-RESTAURAR-COMPONENTE
                   END-IF
               ELSE
                   MOVE 'F' TO WRK-CHV-RESULTADO(WRK-IND)
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0600-LISTAR-CHAVE
           END-IF.

       0410-RESTAURAR-COMPONENTE.
           MOVE WRK-IMAGEM-ATUAL TO WRK-IMAGEM-ANTES
           EVALUATE TRUE
               WHEN WRK-CHV-ANTES(WRK-IND) = SPACES
                   DELETE COMP-FILE
                   MOVE 'E' TO WRK-JRN-OPERACAO
               WHEN WRK-IMAGEM-ATUAL = SPACES
                   MOVE WRK-CHV-ANTES(WRK-IND) TO COMPONENTE-REC
                   WRITE COMPONENTE-REC
                   MOVE 'I' TO WRK-JRN-OPERACAO
               WHEN OTHER
                   MOVE WRK-CHV-ANTES(WRK-IND) TO COMPONENTE-REC
                   REWRITE COMPONENTE-REC
                   MOVE 'A' TO WRK-JRN-OPERACAO
           END-EVALUATE
           IF WRK-COMP-STATUS = '00'
               ADD 1 TO WRK-QTD-COMP-ESTORNADOS
               PERFORM 0921-GRAVAR-JORNAL-COMP
               MOVE WRK-CHV-MATRICULA(WRK-IND) TO LOG-MATRICULA
               MOVE WRK-CHV-MATERIA(WRK-IND)   TO LOG-MATERIA
               MOVE ZEROS TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO
               MOVE SPACES TO LOG-DETALHE
               STRING 'COMPNOTA ESTORNO ' WRK-LOTE-ALVO
                   DELIMITED BY SIZE INTO LOG-DETALHE
               PERFORM 0900-GRAVAR-LOG
           ELSE
               DISPLAY 'FALHA AO ESTORNAR ' WRK-CHV-CHAVE(WRK-IND)
                       ' EM COMPNOTA.DAT: ' WRK-COMP-STATUS
               MOVE 'F' TO WRK-CHV-RESULTADO(WRK-IND)
               MOVE 8 TO RETURN-CODE
           END-IF.

       0420-VERIFICAR-NOTA.
           MOVE 0 TO WRK-IND-ACHADO
           PERFORM 0425-COMPARAR-NOTA
               VARYING WRK-IND-PAR FROM 1 BY 1
               UNTIL WRK-IND-PAR > WRK-QTD-CHAVES
                  OR WRK-IND-ACHADO > 0
           IF WRK-IND-ACHADO > 0
               IF WRK-CHV-RESULTADO(WRK-IND-ACHADO) NOT = 'R'
                  AND WRK-CHV-RESULTADO(WRK-IND-ACHADO) NOT = 'J'
                   MOVE 'N' TO WRK-CHV-RESULTADO(WRK-IND)
               END-IF
           END-IF.

       0425-COMPARAR-NOTA.
           IF WRK-CHV-ARQUIVO(WRK-IND-PAR) = SPACE
              AND WRK-CHV-CHAVE(WRK-IND-PAR) = WRK-CHV-CHAVE(WRK-IND)
               MOVE WRK-IND-PAR TO WRK-IND-ACHADO
           END-IF.

      *    O REGISTRO ATUAL TEM DE SER A ULTIMA IMAGEM QUE O LOTE
      *    GRAVOU; SE JA E A IMAGEM ANTERIOR, NAO HA O QUE FAZER.
       0500-CLASSIFICAR-CHAVE.
           PERFORM 0160-VERIFICAR-FECHADO
           EVALUATE TRUE
               WHEN WRK-CHV-SITUACAO(WRK-IND) = 'E'
                 OR WRK-IMAGEM-ATUAL = WRK-CHV-ANTES(WRK-IND)
                   MOVE 'J' TO WRK-CHV-RESULTADO(WRK-IND)
               WHEN WRK-CHV-SITUACAO(WRK-IND) = 'P'
                   MOVE 'P' TO WRK-CHV-RESULTADO(WRK-IND)
               WHEN WRK-IMAGEM-ATUAL NOT = WRK-CHV-DEPOIS(WRK-IND)
                   MOVE 'D' TO WRK-CHV-RESULTADO(WRK-IND)
               WHEN WRK-PERIODO-ABERTO = 'N'
                   MOVE 'H' TO WRK-CHV-RESULTADO(WRK-IND)
               WHEN OTHER
                   MOVE 'R' TO WRK-CHV-RESULTADO(WRK-IND)
           END-EVALUATE.

       0600-LISTAR-CHAVE.
           IF WRK-CHV-ARQUIVO(WRK-IND) = 'C'
               MOVE 'COMPNOTA' TO LIN-ARQUIVO
           ELSE
               MOVE 'GRADES'   TO LIN-ARQUIVO
           END-IF
           MOVE WRK-CHV-MATRICULA(WRK-IND)    TO LIN-MATRICULA
           MOVE WRK-CHV-MATERIA(WRK-IND)      TO LIN-MATERIA
           MOVE WRK-CHV-ANO-SEMESTRE(WRK-IND) TO LIN-ANO-SEMESTRE
           EVALUATE WRK-CHV-RESULTADO(WRK-IND)
               WHEN 'R'
                   PERFORM 0610-TEXTO-ESTORNO
               WHEN 'J'
                   ADD 1 TO WRK-QTD-JA-ESTORNADOS
                   MOVE 'JA ESTORNADO - NADA A FAZER' TO LIN-TEXTO
               WHEN 'P'
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE 'NAO ESTORNADO - ALTERADO DEPOIS'
                       TO LIN-TEXTO
               WHEN 'D'
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE 'NAO ESTORNADO - DIFERE DO LOTE'
                       TO LIN-TEXTO
               WHEN 'N'
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE 'NAO ESTORNADO - NOTA RETIDA'
                       TO LIN-TEXTO
               WHEN 'H'
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE 'NAO ESTORNADO - PERIODO FECHADO'
                       TO LIN-TEXTO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FALHAS
                   MOVE 'NAO ESTORNADO - FALHA NO ARQUIVO'
                       TO LIN-TEXTO
           END-EVALUATE
           WRITE RELAT-REC FROM WRK-LINHA-DET
           IF WRK-CHV-RESULTADO(WRK-IND) = 'P'
               MOVE WRK-CHV-POSTERIOR(WRK-IND) TO LPO-POSTERIOR
               MOVE WRK-CHV-DATA-POST(WRK-IND) TO LPO-DATA
               WRITE RELAT-REC FROM WRK-LINHA-POST
           END-IF.

       0610-TEXTO-ESTORNO.
           IF WRK-MODO = 'S'
               IF WRK-CHV-ARQUIVO(WRK-IND) = SPACE
                   ADD 1 TO WRK-QTD-ESTORNADOS
                   IF WRK-CHV-ANTES(WRK-IND) = SPACES
                       ADD 1 TO WRK-QTD-EXCLUIDOS
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-COMP-ESTORNADOS
               END-IF
               IF WRK-CHV-ANTES(WRK-IND) = SPACES
                   MOVE 'A EXCLUIR (INCLUIDO PELO LOTE)'
                       TO LIN-TEXTO
               ELSE
                   MOVE 'A VOLTAR A IMAGEM ANTERIOR' TO LIN-TEXTO
               END-IF
           ELSE
               IF WRK-CHV-ANTES(WRK-IND) = SPACES
                   MOVE 'EXCLUIDO (INCLUIDO PELO LOTE)'
                       TO LIN-TEXTO
               ELSE
                   MOVE 'ESTORNADO - IMAGEM ANTERIOR' TO LIN-TEXTO
               END-IF
           END-IF.

       0700-ABRIR-RELATORIO.
           OPEN OUTPUT RELAT-FILE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ESTORNO DO LOTE ' WRK-LOTE-ALVO ' - '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-MODO = 'S'
               MOVE 'SIMULACAO - NENHUM ARQUIVO FOI ALTERADO.'
                   TO WRK-LINHA
           ELSE
               MOVE 'EXECUCAO - ESTORNO APLICADO.' TO WRK-LINHA
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0750-FECHAR-RELATORIO.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE 'CHAVES DO LOTE..............:' TO TOT-TEXTO.
           MOVE WRK-QTD-CHAVES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'NOTAS ESTORNADAS............:' TO TOT-TEXTO.
           MOVE WRK-QTD-ESTORNADOS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE '  INCLUSOES EXCLUIDAS.......:' TO TOT-TEXTO.
           MOVE WRK-QTD-EXCLUIDOS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'COMPONENTES ESTORNADOS......:' TO TOT-TEXTO.
           MOVE WRK-QTD-COMP-ESTORNADOS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'JA ESTORNADOS...............:' TO TOT-TEXTO.
           MOVE WRK-QTD-JA-ESTORNADOS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'NAO ESTORNADOS (RETIDOS)....:' TO TOT-TEXTO.
           MOVE WRK-QTD-ALTERADOS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'FALHAS......................:' TO TOT-TEXTO.
           MOVE WRK-QTD-FALHAS TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           IF WRK-QTD-ALTERADOS > 0
               MOVE 'CHAVES RETIDAS: CORRIGIR PELO PROG11.'
                   TO WRK-LINHA
           ELSE
               MOVE 'LOTE ESTORNADO POR INTEIRO.' TO WRK-LINHA
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA.
           CLOSE RELAT-FILE.

       0800-FECHAR-ARQUIVOS.
           IF WRK-COMP-ABERTO = 'S'
               CLOSE COMP-FILE
           END-IF.
           IF WRK-GRADES-ABERTO = 'S'
               CLOSE GRADE-FILE
           END-IF.
           IF WRK-MODO = 'E' AND WRK-QTD-ESTORNADOS > 0
               PERFORM 0930-GRAVAR-RESUMO
           END-IF.

       0850-FINALIZAR.
           IF WRK-QTD-ALTERADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG163 - ESTORNO DE LOTE PELO JORNAL'.
           DISPLAY 'LOTE ESTORNADO.........: ' WRK-LOTE-ALVO.
           DISPLAY 'ENTRADAS DO JORNAL LIDAS: ' WRK-QTD-LIDOS.
           DISPLAY 'CHAVES DO LOTE.........: ' WRK-QTD-CHAVES.
           IF WRK-MODO = 'S'
               DISPLAY 'SIMULACAO - NADA FOI ALTERADO.'
           END-IF.
           DISPLAY 'NOTAS ESTORNADAS.......: ' WRK-QTD-ESTORNADOS.
           DISPLAY '  INCLUSOES EXCLUIDAS..: ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'COMPONENTES ESTORNADOS.: '
                   WRK-QTD-COMP-ESTORNADOS.
           DISPLAY 'JA ESTORNADOS..........: ' WRK-QTD-JA-ESTORNADOS.
           DISPLAY 'NAO ESTORNADOS.........: ' WRK-QTD-ALTERADOS.
           IF WRK-QTD-FALHAS > 0
               DISPLAY 'FALHAS.................: ' WRK-QTD-FALHAS
           END-IF.
           IF WRK-MODO = 'E'
               DISPLAY 'LOTE DO ESTORNO NO JORNAL: ' WRK-LOTE
           END-IF.
           IF WRK-QTD-CHAVES > 0
               DISPLAY 'RELATORIO EM ESTORNO.REL'
           END-IF.
           DISPLAY 'RETURN-CODE............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0900-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND LOG-FILE
           IF WRK-LOG-STATUS NOT = '00'
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WRK-DATA-HORA    TO LOG-DATA-HORA
           MOVE 'ESTORNO'        TO LOG-TIPO
           MOVE WRK-OPERADOR     TO LOG-OPERADOR
           PERFORM 0905-ENCADEAR-LOG
           WRITE LOG-REC
           CLOSE LOG-FILE.

      *    CADEIA ANTIFRAUDE DO LOG: NUMERA O REGISTRO EM SEQUENCIA
      *    CONTINUA E CALCULA O CHECK ENCADEADO (LOGCHK) A PARTIR DO
      *    REGISTRO ANTERIOR (LOGSEQ.DAT); O PROG63 REFAZ A CADEIA E
      *    APONTA LACUNA, REORDENACAO OU ALTERACAO.
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

      *    EVENTO DE NOTIFICACAO: A SITUACAO VOLTOU (OU O LANCAMENTO
      *    SUMIU) - O PROG43 AVISA O ALUNO NA CARTA.
       0910-GRAVAR-NOTIFICACAO.
           IF WRK-SIT-ANTERIOR NOT = WRK-SIT-NOVA
               OPEN EXTEND NOTIF-FILE
               IF WRK-NOTIF-STATUS NOT = '00'
                   CLOSE NOTIF-FILE
                   OPEN OUTPUT NOTIF-FILE
               END-IF
               MOVE WRK-CHV-MATRICULA(WRK-IND)    TO NEV-MATRICULA
               MOVE WRK-CHV-MATERIA(WRK-IND)      TO NEV-MATERIA
               MOVE WRK-CHV-ANO-SEMESTRE(WRK-IND) TO NEV-ANO-SEMESTRE
               MOVE WRK-SIT-ANTERIOR TO NEV-SITUACAO-ANTIGA
               MOVE WRK-SIT-NOVA     TO NEV-SITUACAO-NOVA
               MOVE FUNCTION CURRENT-DATE(1:8) TO NEV-DATA
               WRITE NOTIF-REC
               CLOSE NOTIF-FILE
           END-IF.

      *    JORNAL DE IMAGENS: O ESTORNO TAMBEM E OPERACAO EM GRADES.DAT
      *    E DEIXA A IMAGEM ANTES/DEPOIS, COM O LOTE DO PROPRIO
      *    ESTORNO - O PROG64 O REAPLICA COMO QUALQUER OUTRA.
       0920-GRAVAR-JORNAL.
           OPEN EXTEND JORNAL-FILE
           IF WRK-JRN-STATUS NOT = '00'
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG163'       TO JRN-PROGRAMA
           MOVE WRK-LOTE        TO JRN-LOTE
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           IF WRK-JRN-OPERACAO = 'E'
               MOVE SPACES      TO JRN-DEPOIS
           ELSE
               MOVE GRADE-REC   TO JRN-DEPOIS
           END-IF
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

       0921-GRAVAR-JORNAL-COMP.
           OPEN EXTEND JORNAL-FILE
           IF WRK-JRN-STATUS NOT = '00'
               CLOSE JORNAL-FILE
               OPEN OUTPUT JORNAL-FILE
           END-IF
           MOVE SPACES TO JORNAL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-DATA-HORA
           MOVE 'PROG163'       TO JRN-PROGRAMA
           MOVE WRK-LOTE        TO JRN-LOTE
           MOVE 'C'             TO JRN-ARQUIVO
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES
           IF WRK-JRN-OPERACAO = 'E'
               MOVE SPACES         TO JRN-DEPOIS
           ELSE
               MOVE COMPONENTE-REC TO JRN-DEPOIS
           END-IF
           WRITE JORNAL-REC
           CLOSE JORNAL-FILE.

      *    RESUMO POR ALUNO E PERIODO (RESUMO.DAT): A CHAVE DO
      *    REGISTRO ESTORNADO FICA MARCADA NO RESUMATU E E RECALCULADA
      *    NO 0930-GRAVAR-RESUMO, DEPOIS QUE GRADES.DAT E FECHADO.
       0925-MARCAR-RESUMO.
           MOVE 'M'             TO RAT-FUNCAO
           MOVE 'PROG163'       TO RAT-PROGRAMA
           MOVE WRK-CHV-MATRICULA(WRK-IND)    TO RAT-MATRICULA
           MOVE WRK-CHV-ANO-SEMESTRE(WRK-IND) TO RAT-ANO-SEMESTRE
           CALL 'RESUMATU' USING RESATU-AREA.

       0930-GRAVAR-RESUMO.
           MOVE 'G'             TO RAT-FUNCAO
           MOVE 'PROG163'       TO RAT-PROGRAMA
           CALL 'RESUMATU' USING RESATU-AREA.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG163'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-DO-LOTE TO RS-QTD-LIDOS
           COMPUTE RS-QTD-GRAVADOS =
               WRK-QTD-ESTORNADOS + WRK-QTD-COMP-ESTORNADOS
           MOVE ZEROS          TO RS-QTD-INCLUIDOS
           MOVE WRK-QTD-EXCLUIDOS TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-ALTERADOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG163.
