       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG116.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato semestral dos bolsistas de programa do governo
      *          (PROUNI e FIES) - para cada bolsa nao cancelada de
      *          BOLSAS.DAT com tipo de programa do governo apura, no
      *          ano/semestre informado, a situacao da matricula
      *          (MATRICULA.DAT), a carga horaria cursada (catalogo), a
      *          frequencia media (COMPNOTA.DAT) e o aproveitamento
      *          (disciplinas aprovadas sobre disciplinas com
      *          resultado final em GRADES.DAT). Imprime a previa
      *          GOVPREV.REL marcando quem fica abaixo do
      *          aproveitamento minimo do programa (75% se nao
      *          informado) e, no modo G, grava o arquivo do
      *          ministerio no layout de largura fixa (GOVBENEF.DAT):
      *          registro 10 de cabecalho da instituicao, um registro
      *          20 por bolsista e registro 99 de totais. RC 4 quando
      *          algum bolsista fica abaixo da regra.
      *          SYSIN: ano/semestre; modo (P = so previa, padrao;
      *          G = previa e arquivo); aproveitamento minimo (999,
      *          em branco = 075).
      *          SITUACAO DA MATRICULA NO REGISTRO 20:
      *            A = ativa    T = trancada   D = desistente
      *            N = sem matricula no periodo
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA-FILE ASSIGN TO WRK-ARQ-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOL-MATRICULA
               FILE STATUS IS WRK-BOL-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ENR-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT GOV-FILE ASSIGN TO WRK-ARQ-GOVBENEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GOV-STATUS.
           SELECT PREVIA-REL ASSIGN TO WRK-ARQ-GOVPREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-FILE.
           COPY BOLSAREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  GOV-FILE.
       01  GOV-REC              PIC X(80).

       FD  PREVIA-REL.
       01  PREVIA-LINHA         PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-BOLSAS    PIC X(40) VALUE 'BOLSAS.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-GOVBENEF  PIC X(40) VALUE 'GOVBENEF.DAT'.
       77 WRK-ARQ-GOVPREV   PIC X(40) VALUE 'GOVPREV.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-BOL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ENR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-COMP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-GOV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-PERC-MINIMO    PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-BOLSAS     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-GOVERNO        PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CAT        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CATALOGO   PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA          PIC 9(03) VALUE ZEROS.
      *    DISCIPLINA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DE CARGA HORARIA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
      *    CODIGO DA INSTITUICAO JUNTO AO MINISTERIO (MESMO DO CENSO).
       77 WRK-COD-INSTITUICAO PIC X(08) VALUE 'FATEC001'.
       77 WRK-SIT-MATRICULA  PIC X(01) VALUE SPACES.
       77 WRK-QTD-ATIVAS     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TRANCADAS  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DESIST     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-HORAS     PIC 9(04) VALUE ZEROS.
       77 WRK-SOMA-FREQ      PIC 9(05)V9 VALUE ZEROS.
       77 WRK-QTD-DISC       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-FINAIS     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-APROVADAS  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(02) VALUE ZEROS.
       77 WRK-FREQ-MEDIA     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PERC-APROV     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CUMPRE         PIC X(01) VALUE 'S'.
       77 WRK-QTD-BOLSAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GOVERNO    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA-REGRA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-RESULT PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(05) VALUE ZEROS.

      *    TIPOS DE BOLSA (BOL-TIPO) FINANCIADOS POR PROGRAMA DO
      *    GOVERNO E SUJEITOS AO EXTRATO.
       01 WRK-PROGRAMAS-TAB.
           05 FILLER            PIC X(10) VALUE 'PROUNI    '.
           05 FILLER            PIC X(10) VALUE 'FIES      '.
       01 WRK-PROGRAMAS-RED REDEFINES WRK-PROGRAMAS-TAB.
           05 WRK-PROGRAMA      OCCURS 2 TIMES PIC X(10).

       01 WRK-TABELA-CARGAS.
           05 WRK-CRG-ITEM OCCURS 200 TIMES.
               10 WRK-CRG-MATERIA  PIC X(15).
               10 WRK-CRG-HORAS    PIC 9(03).

       01 WRK-REG-10.
           05 FILLER            PIC X(02) VALUE '10'.
           05 R10-INSTITUICAO   PIC X(08).
           05 R10-ANO-SEMESTRE  PIC X(06).
           05 R10-DATA-GERACAO  PIC X(08).
           05 R10-PERC-MINIMO   PIC 9(03).
           05 FILLER            PIC X(53) VALUE SPACES.

       01 WRK-REG-20.
           05 FILLER            PIC X(02) VALUE '20'.
           05 R20-PROGRAMA      PIC X(10).
           05 R20-MATRICULA     PIC X(10).
           05 R20-NOME          PIC X(30).
           05 R20-SIT-MATRICULA PIC X(01).
           05 R20-CARGA-HORARIA PIC 9(04).
           05 R20-QTD-FINAIS    PIC 9(02).
           05 R20-QTD-APROVADAS PIC 9(02).
           05 R20-PERC-APROV    PIC 9(03)V99.
           05 R20-FREQUENCIA    PIC 9(03)V9.
           05 R20-CUMPRE        PIC X(01).
      *        'S' = aproveitamento dentro da regra, 'N' = abaixo
           05 R20-PERCENTUAL    PIC 9(03).
           05 FILLER            PIC X(06) VALUE SPACES.

       01 WRK-REG-99.
           05 FILLER            PIC X(02) VALUE '99'.
           05 R99-QTD-BOLSISTAS PIC 9(05).
           05 R99-QTD-FORA      PIC 9(05).
           05 FILLER            PIC X(68) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
           05 FILLER            PIC X(11) VALUE 'PROGRAMA'.
           05 FILLER            PIC X(11) VALUE 'MATRICULA'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(05) VALUE 'SIT'.
           05 FILLER            PIC X(07) VALUE ' HORAS'.
           05 FILLER            PIC X(07) VALUE ' FINAIS'.
           05 FILLER            PIC X(07) VALUE '  APROV'.
           05 FILLER            PIC X(09) VALUE '  APROV %'.
           05 FILLER            PIC X(08) VALUE '  FREQ %'.
           05 FILLER            PIC X(08) VALUE '  PEND.'.
           05 FILLER            PIC X(25) VALUE ' OBSERVACAO'.

       01 WRK-LINHA-DETALHE.
           05 LDT-PROGRAMA      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-NOME          PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-SITUACAO      PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LDT-HORAS         PIC ZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LDT-FINAIS        PIC Z9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 LDT-APROVADAS     PIC Z9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LDT-PERC-APROV    PIC ZZ9,99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LDT-FREQUENCIA    PIC ZZ9,9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 LDT-PENDENTES     PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-OBSERVACAO    PIC X(30).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(9:6) TO WRK-HORA-INI
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0100-CARREGAR-CATALOGO
               PERFORM 0200-PROCESSAR-BOLSAS
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-QTD-FORA-REGRA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG116' TO DDN-PROGRAMA.
           MOVE 'BOLSAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BOLSAS.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'GOVBENEF' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GOVBENEF.
           MOVE 'GOVPREV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GOVPREV.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-ANO-SEMESTRE.
           ACCEPT WRK-MODO.
           ACCEPT WRK-PERC-MINIMO.
           IF WRK-MODO NOT = 'G'
               MOVE 'P' TO WRK-MODO
           END-IF
           IF WRK-PERC-MINIMO NOT NUMERIC OR WRK-PERC-MINIMO = 0
               MOVE 75 TO WRK-PERC-MINIMO
           END-IF
           DISPLAY 'EXTRATO DE BOLSISTAS PROUNI/FIES - '
                   WRK-ANO-SEMESTRE ' MODO ' WRK-MODO
                   ' - APROVEITAMENTO MINIMO ' WRK-PERC-MINIMO '%'
           IF WRK-ANO-SEMESTRE = SPACES
               DISPLAY 'ANO/SEMESTRE NAO INFORMADO - NADA FOI GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0060-ABRIR-ARQUIVOS
           END-IF.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT BOLSA-FILE.
           IF WRK-BOL-STATUS NOT = '00'
               DISPLAY 'BOLSAS.DAT INDISPONIVEL: ' WRK-BOL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ALUNO-FILE
               OPEN INPUT ENROLL-FILE
               OPEN INPUT GRADE-FILE
               OPEN INPUT COMP-FILE
               OPEN OUTPUT PREVIA-REL
               IF WRK-MODO = 'G'
                   OPEN OUTPUT GOV-FILE
                   IF WRK-GOV-STATUS NOT = '00'
                       DISPLAY 'NAO FOI POSSIVEL CRIAR GOVBENEF.DAT: '
                               WRK-GOV-STATUS
                       MOVE 'P' TO WRK-MODO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WRK-COD-INSTITUICAO TO R10-INSTITUICAO
                       MOVE WRK-ANO-SEMESTRE    TO R10-ANO-SEMESTRE
                       MOVE WRK-AGORA(1:8)      TO R10-DATA-GERACAO
                       MOVE WRK-PERC-MINIMO     TO R10-PERC-MINIMO
                       WRITE GOV-REC FROM WRK-REG-10
                   END-IF
               END-IF
               MOVE SPACES TO PREVIA-LINHA
               STRING 'PREVIA DO EXTRATO PROUNI/FIES - '
                      WRK-ANO-SEMESTRE ' - APROVEITAMENTO MINIMO '
                      WRK-PERC-MINIMO '% - EMITIDA EM '
                      WRK-AGORA(1:8)
                   DELIMITED BY SIZE INTO PREVIA-LINHA
               WRITE PREVIA-LINHA
               MOVE ALL '=' TO PREVIA-LINHA
               WRITE PREVIA-LINHA
               MOVE WRK-LINHA-CABECALHO TO PREVIA-LINHA
               WRITE PREVIA-LINHA
               MOVE ALL '-' TO PREVIA-LINHA
               WRITE PREVIA-LINHA
           END-IF.

       0100-CARREGAR-CATALOGO.
           MOVE ZEROS TO WRK-QTD-CATALOGO.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0150-LER-CARGA UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0150-LER-CARGA.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF WRK-QTD-CATALOGO < 200
                       ADD 1 TO WRK-QTD-CATALOGO
                       MOVE CAT-DISCIPLINA(1:15)
                           TO WRK-CRG-MATERIA(WRK-QTD-CATALOGO)
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA
                               TO WRK-CRG-HORAS(WRK-QTD-CATALOGO)
                       ELSE
                           MOVE WRK-CARGA-PADRAO
                               TO WRK-CRG-HORAS(WRK-QTD-CATALOGO)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   END-IF
           END-READ.

       0200-PROCESSAR-BOLSAS.
           MOVE 'N' TO WRK-FIM-BOLSAS.
           PERFORM 0250-LER-BOLSA UNTIL WRK-FIM-BOLSAS = 'S'.

      *    BOLSA CANCELADA NAO ENTRA; SUSPENSA ENTRA, POIS O
      *    MINISTERIO ACOMPANHA O BENEFICIARIO ATE O CANCELAMENTO.
       0250-LER-BOLSA.
           READ BOLSA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-BOLSAS
               NOT AT END
                   ADD 1 TO WRK-QTD-BOLSAS
                   MOVE 'N' TO WRK-GOVERNO
                   PERFORM 0260-CONFERIR-PROGRAMA
                       VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 2
                   IF WRK-GOVERNO = 'S'
                      AND BOL-STATUS NOT = 'C'
                       ADD 1 TO WRK-QTD-GOVERNO
                       PERFORM 0300-APURAR-MATRICULA
                       PERFORM 0400-APURAR-RESULTADOS
                       PERFORM 0500-APLICAR-REGRA
                       PERFORM 0600-IMPRIMIR-PREVIA
                       IF WRK-MODO = 'G'
                           PERFORM 0700-GRAVAR-BOLSISTA
                       END-IF
                   END-IF
           END-READ.

       0260-CONFERIR-PROGRAMA.
           IF WRK-PROGRAMA(WRK-IND) = BOL-TIPO
               MOVE 'S' TO WRK-GOVERNO
           END-IF.

      *    SITUACAO DO PERIODO PELAS LINHAS DE MATRICULA: BASTA UMA
      *    DISCIPLINA ATIVA PARA O ALUNO CONTAR COMO ATIVO; SEM
      *    NENHUMA ATIVA, VALE TRANCADA SE HOUVER TRANCAMENTO.
       0300-APURAR-MATRICULA.
           MOVE ZEROS TO WRK-QTD-ATIVAS WRK-QTD-TRANCADAS
                         WRK-QTD-DESIST WRK-SOMA-HORAS.
           MOVE 'N' TO WRK-FIM-ALUNO.
           IF WRK-ENR-STATUS NOT = '00'
               MOVE 'S' TO WRK-FIM-ALUNO
           ELSE
               MOVE BOL-MATRICULA TO ENROLL-MATRICULA
               MOVE LOW-VALUES    TO ENROLL-MATERIA
               MOVE LOW-VALUES    TO ENROLL-ANO-SEMESTRE
               START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START
           END-IF
           PERFORM 0350-LER-MATRICULA UNTIL WRK-FIM-ALUNO = 'S'.
           EVALUATE TRUE
               WHEN WRK-QTD-ATIVAS > 0
                   MOVE 'A' TO WRK-SIT-MATRICULA
               WHEN WRK-QTD-TRANCADAS > 0
                   MOVE 'T' TO WRK-SIT-MATRICULA
               WHEN WRK-QTD-DESIST > 0
                   MOVE 'D' TO WRK-SIT-MATRICULA
               WHEN OTHER
                   MOVE 'N' TO WRK-SIT-MATRICULA
           END-EVALUATE.

       0350-LER-MATRICULA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF ENROLL-MATRICULA NOT = BOL-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF ENROLL-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                           PERFORM 0360-CLASSIFICAR-MATRICULA
                       END-IF
                   END-IF
           END-READ.

       0360-CLASSIFICAR-MATRICULA.
           EVALUATE ENROLL-STATUS
               WHEN 'T'
                   ADD 1 TO WRK-QTD-TRANCADAS
               WHEN 'D'
                   ADD 1 TO WRK-QTD-DESIST
               WHEN OTHER
                   ADD 1 TO WRK-QTD-ATIVAS
                   PERFORM 0370-BUSCAR-CARGA
                   ADD WRK-CARGA TO WRK-SOMA-HORAS
           END-EVALUATE.

       0370-BUSCAR-CARGA.
           MOVE WRK-CARGA-PADRAO TO WRK-CARGA.
           PERFORM 0380-CONFERIR-CARGA
               VARYING WRK-IND-CAT FROM 1 BY 1
               UNTIL WRK-IND-CAT > WRK-QTD-CATALOGO.

       0380-CONFERIR-CARGA.
           IF WRK-CRG-MATERIA(WRK-IND-CAT) = ENROLL-MATERIA
               MOVE WRK-CRG-HORAS(WRK-IND-CAT) TO WRK-CARGA
           END-IF.

      *    APROVEITAMENTO = APROVADAS SOBRE DISCIPLINAS COM RESULTADO
      *    FINAL; EM RECUPERACAO E INC AINDA NAO CONTAM E APARECEM
      *    COMO PENDENTES NA PREVIA. FREQUENCIA MEDIA COMO NO
      *    RECALCULO DE BOLSAS DO PROG72 (SEM COMPNOTA = 100,0).
       0400-APURAR-RESULTADOS.
           MOVE ZEROS TO WRK-SOMA-FREQ WRK-QTD-DISC WRK-QTD-FINAIS
                         WRK-QTD-APROVADAS WRK-QTD-PENDENTES.
           MOVE 'N' TO WRK-FIM-ALUNO.
           IF WRK-FILE-STATUS NOT = '00'
               MOVE 'S' TO WRK-FIM-ALUNO
           ELSE
               MOVE BOL-MATRICULA TO GR-MATRICULA
               MOVE LOW-VALUES    TO GR-MATERIA
               MOVE LOW-VALUES    TO GR-ANO-SEMESTRE
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START
           END-IF
           PERFORM 0450-LER-NOTA UNTIL WRK-FIM-ALUNO = 'S'.
           IF WRK-QTD-DISC > 0
               COMPUTE WRK-FREQ-MEDIA ROUNDED =
                   WRK-SOMA-FREQ / WRK-QTD-DISC
           ELSE
               MOVE 100,0 TO WRK-FREQ-MEDIA
           END-IF
           IF WRK-QTD-FINAIS > 0
               COMPUTE WRK-PERC-APROV ROUNDED =
                   WRK-QTD-APROVADAS * 100 / WRK-QTD-FINAIS
           ELSE
               MOVE ZEROS TO WRK-PERC-APROV
           END-IF.

       0450-LER-NOTA.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF GR-MATRICULA NOT = BOL-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                           PERFORM 0460-ACUMULAR-DISCIPLINA
                       END-IF
                   END-IF
           END-READ.

       0460-ACUMULAR-DISCIPLINA.
           ADD 1 TO WRK-QTD-DISC.
           EVALUATE GR-SITUACAO
               WHEN 'APROVADO'
                   ADD 1 TO WRK-QTD-FINAIS
                   ADD 1 TO WRK-QTD-APROVADAS
               WHEN 'REPROVADO'
               WHEN 'REPROVADO POR FALTA'
                   ADD 1 TO WRK-QTD-FINAIS
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTES
           END-EVALUATE
           IF WRK-COMP-STATUS = '00'
               MOVE GR-MATRICULA    TO CMP-MATRICULA
               MOVE GR-MATERIA      TO CMP-MATERIA
               MOVE GR-ANO-SEMESTRE TO CMP-ANO-SEMESTRE
               READ COMP-FILE KEY IS CMP-CHAVE
                   INVALID KEY
                       ADD 100,0 TO WRK-SOMA-FREQ
                   NOT INVALID KEY
                       ADD CMP-FREQUENCIA TO WRK-SOMA-FREQ
               END-READ
           ELSE
               ADD 100,0 TO WRK-SOMA-FREQ
           END-IF.

      *    SEM RESULTADO FINAL NO PERIODO NAO HA COMO QUEBRAR A REGRA;
      *    O BOLSISTA VAI NO ARQUIVO COMO DENTRO DA REGRA E A PREVIA
      *    AVISA PARA A SECRETARIA CONFERIR ANTES DO ENVIO.
       0500-APLICAR-REGRA.
           MOVE 'S' TO WRK-CUMPRE.
           IF WRK-QTD-FINAIS = 0
               ADD 1 TO WRK-QTD-SEM-RESULT
           ELSE
               IF WRK-PERC-APROV < WRK-PERC-MINIMO
                   MOVE 'N' TO WRK-CUMPRE
                   ADD 1 TO WRK-QTD-FORA-REGRA
               END-IF
           END-IF.

       0600-IMPRIMIR-PREVIA.
           MOVE BOL-MATRICULA TO AL-MATRICULA.
           MOVE SPACES TO AL-NOME.
           IF WRK-ALUNO-STATUS = '00'
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       MOVE SPACES TO AL-NOME
               END-READ
           END-IF
           MOVE BOL-TIPO          TO LDT-PROGRAMA.
           MOVE BOL-MATRICULA     TO LDT-MATRICULA.
           MOVE AL-NOME           TO LDT-NOME.
           MOVE WRK-SIT-MATRICULA TO LDT-SITUACAO.
           MOVE WRK-SOMA-HORAS    TO LDT-HORAS.
           MOVE WRK-QTD-FINAIS    TO LDT-FINAIS.
           MOVE WRK-QTD-APROVADAS TO LDT-APROVADAS.
           MOVE WRK-PERC-APROV    TO LDT-PERC-APROV.
           MOVE WRK-FREQ-MEDIA    TO LDT-FREQUENCIA.
           MOVE WRK-QTD-PENDENTES TO LDT-PENDENTES.
           EVALUATE TRUE
               WHEN WRK-CUMPRE = 'N'
                   MOVE '*** ABAIXO DO APROVEITAMENTO'
                       TO LDT-OBSERVACAO
               WHEN WRK-QTD-FINAIS = 0
                   MOVE 'SEM RESULTADO FINAL - CONFERIR'
                       TO LDT-OBSERVACAO
               WHEN AL-NOME = SPACES
                   MOVE 'SEM CADASTRO EM CADALUNO'
                       TO LDT-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO LDT-OBSERVACAO
           END-EVALUATE
           MOVE WRK-LINHA-DETALHE TO PREVIA-LINHA.
           WRITE PREVIA-LINHA.

      *    O MINISTERIO RECEBE O NOME CIVIL (AL-NOME), COMO NO CENSO.
       0700-GRAVAR-BOLSISTA.
           MOVE BOL-TIPO          TO R20-PROGRAMA.
           MOVE BOL-MATRICULA     TO R20-MATRICULA.
           MOVE AL-NOME           TO R20-NOME.
           MOVE WRK-SIT-MATRICULA TO R20-SIT-MATRICULA.
           MOVE WRK-SOMA-HORAS    TO R20-CARGA-HORARIA.
           MOVE WRK-QTD-FINAIS    TO R20-QTD-FINAIS.
           MOVE WRK-QTD-APROVADAS TO R20-QTD-APROVADAS.
           MOVE WRK-PERC-APROV    TO R20-PERC-APROV.
           MOVE WRK-FREQ-MEDIA    TO R20-FREQUENCIA.
           MOVE WRK-CUMPRE        TO R20-CUMPRE.
           MOVE BOL-PERCENTUAL    TO R20-PERCENTUAL.
           WRITE GOV-REC FROM WRK-REG-20.
           ADD 1 TO WRK-QTD-GRAVADOS.

       0800-FECHAR-ARQUIVOS.
           MOVE ALL '-' TO PREVIA-LINHA.
           WRITE PREVIA-LINHA.
           MOVE SPACES TO PREVIA-LINHA.
           STRING 'BOLSISTAS PROUNI/FIES: ' WRK-QTD-GOVERNO
                  ' - ABAIXO DO APROVEITAMENTO: ' WRK-QTD-FORA-REGRA
                  ' - SEM RESULTADO FINAL: ' WRK-QTD-SEM-RESULT
               DELIMITED BY SIZE INTO PREVIA-LINHA.
           WRITE PREVIA-LINHA.
           IF WRK-MODO = 'G'
               MOVE WRK-QTD-GRAVADOS   TO R99-QTD-BOLSISTAS
               MOVE WRK-QTD-FORA-REGRA TO R99-QTD-FORA
               WRITE GOV-REC FROM WRK-REG-99
               CLOSE GOV-FILE
           END-IF
           CLOSE PREVIA-REL.
           CLOSE BOLSA-FILE.
           IF WRK-ALUNO-STATUS = '00'
               CLOSE ALUNO-FILE
           END-IF
           IF WRK-ENR-STATUS = '00'
               CLOSE ENROLL-FILE
           END-IF
           IF WRK-FILE-STATUS = '00'
               CLOSE GRADE-FILE
           END-IF
           IF WRK-COMP-STATUS = '00'
               CLOSE COMP-FILE
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG116 - EXTRATO PROUNI/FIES ' WRK-ANO-SEMESTRE.
           DISPLAY 'BOLSAS LIDAS..........: ' WRK-QTD-BOLSAS.
           DISPLAY 'BOLSISTAS DO GOVERNO..: ' WRK-QTD-GOVERNO.
           DISPLAY 'ABAIXO DA REGRA.......: ' WRK-QTD-FORA-REGRA.
           DISPLAY 'SEM RESULTADO FINAL...: ' WRK-QTD-SEM-RESULT.
           DISPLAY 'PREVIA EMITIDA........: GOVPREV.REL'.
           IF WRK-MODO = 'G'
               DISPLAY 'ARQUIVO GERADO........: GOVBENEF.DAT ('
                       WRK-QTD-GRAVADOS ' REG 20)'
           ELSE
               DISPLAY 'ARQUIVO DO MINISTERIO NAO GERADO (MODO P).'
           END-IF
           DISPLAY '========================================'.

      *    LIDOS = BOLSAS LIDAS, GRAVADOS = REGISTROS 20 GERADOS,
      *    REJEITADOS = BOLSISTAS ABAIXO DO APROVEITAMENTO MINIMO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG116'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-BOLSAS     TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADOS   TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-FORA-REGRA TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG116.
