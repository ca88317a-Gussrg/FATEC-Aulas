       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG112.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envelhecimento do contas a receber - relatorio mensal
      *          de lote sobre MENSALID.DAT que classifica toda parcela
      *          aberta pelos dias desde MEN-VENCIMENTO (a vencer, 1-30,
      *          31-60, 61-90, 91-120 e mais de 120 dias), com subtotal
      *          por curso (CADALUNO.DAT) e turma (GRADES.DAT do
      *          periodo), total geral, percentual do faturamento do
      *          semestre ainda em aberto e a comparacao com o mes
      *          anterior pela fotografia gravada em AGINGSNP.DAT na
      *          execucao passada. Substitui a planilha montada com a
      *          tela de inadimplentes do PROG71. Valores pelo
      *          principal da parcela (MEN-VALOR), sem multa e juros.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT SNAP-FILE ASSIGN TO WRK-ARQ-AGINGSNP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SNAP-STATUS.
           SELECT AGING-REL ASSIGN TO WRK-ARQ-AGING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

      *    FOTOGRAFIA DA EXECUCAO ANTERIOR, REGRAVADA A CADA EXECUCAO.
       FD  SNAP-FILE.
       01  SNAP-REC.
           05 SNP-DATA            PIC X(08).
           05 SNP-FAIXA           PIC 9(09)V99 OCCURS 6 TIMES.
           05 SNP-TOTAL           PIC 9(09)V99.
           05 SNP-FATURADO        PIC 9(09)V99.

       FD  AGING-REL.
       01  AGING-LINHA            PIC X(132).

      *    UMA PARCELA ABERTA POR REGISTRO, ORDENADA POR CURSO E TURMA
      *    PARA AS QUEBRAS DE SUBTOTAL.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CURSO           PIC X(10).
           05 SRT-TURMA           PIC X(05).
           05 SRT-FAIXA           PIC 9(01).
           05 SRT-VALOR           PIC 9(05)V99.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-AGINGSNP  PIC X(40) VALUE 'AGINGSNP.DAT'.
       77 WRK-ARQ-AGING     PIC X(40) VALUE 'AGING.REL'.

       77 WRK-MEN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-GRADE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SNAP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-OK       PIC X(01) VALUE 'N'.
       77 WRK-GRADE-OK       PIC X(01) VALUE 'N'.
       77 WRK-TEM-ANTERIOR   PIC X(01) VALUE 'N'.
       77 WRK-FIM-MENSAL     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRADE      PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA       PIC X(01) VALUE 'S'.
       77 WRK-ANO-SEMESTRE   PIC X(06) VALUE SPACES.
       77 WRK-COMPET-INI     PIC X(06) VALUE SPACES.
       77 WRK-COMPET-FIM     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA-ANT  PIC X(10) VALUE SPACES.
       77 WRK-CURSO-ALUNO    PIC X(10) VALUE SPACES.
       77 WRK-TURMA-ALUNO    PIC X(05) VALUE SPACES.
       77 WRK-CURSO-ANT      PIC X(10) VALUE SPACES.
       77 WRK-TURMA-ANT      PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-VENC       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WRK-FAIXA          PIC 9(01) VALUE ZEROS.
       77 WRK-IND            PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ABERTAS    PIC 9(07) VALUE ZEROS.
       77 WRK-FATURADO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ABERTO-PERIODO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERC-ABERTO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VARIACAO       PIC S9(09)V99 VALUE ZEROS.

      *    FAIXAS: 1 A VENCER, 2 1-30, 3 31-60, 4 61-90, 5 91-120,
      *    6 MAIS DE 120 DIAS.
       01 WRK-TOTAIS-TURMA.
           05 WRK-TT-FAIXA       PIC 9(09)V99 OCCURS 6 TIMES.
           05 WRK-TT-TOTAL       PIC 9(09)V99.
       01 WRK-TOTAIS-CURSO.
           05 WRK-TC-FAIXA       PIC 9(09)V99 OCCURS 6 TIMES.
           05 WRK-TC-TOTAL       PIC 9(09)V99.
       01 WRK-TOTAIS-GERAL.
           05 WRK-TG-FAIXA       PIC 9(09)V99 OCCURS 6 TIMES.
           05 WRK-TG-TOTAL       PIC 9(09)V99.
       01 WRK-ANTERIOR.
           05 WRK-ANT-DATA       PIC X(08).
           05 WRK-ANT-FAIXA      PIC 9(09)V99 OCCURS 6 TIMES.
           05 WRK-ANT-TOTAL      PIC 9(09)V99.
           05 WRK-ANT-FATURADO   PIC 9(09)V99.

       01 WRK-LINHA-DETALHE.
           05 LDT-CURSO          PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-TURMA          PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-FAIXA          PIC ZZZ.ZZZ.ZZ9,99 OCCURS 6 TIMES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LDT-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(18) VALUE 'CURSO      TURMA'.
           05 FILLER             PIC X(14) VALUE '      A VENCER'.
           05 FILLER             PIC X(14) VALUE '     1-30 DIAS'.
           05 FILLER             PIC X(14) VALUE '    31-60 DIAS'.
           05 FILLER             PIC X(14) VALUE '    61-90 DIAS'.
           05 FILLER             PIC X(14) VALUE '   91-120 DIAS'.
           05 FILLER             PIC X(14) VALUE '    +120 DIAS'.
           05 FILLER             PIC X(15) VALUE '          TOTAL'.

       01 WRK-LINHA-RESUMO.
           05 LRS-ROTULO         PIC X(40).
           05 LRS-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LRS-TEXTO          PIC X(40).

       01 WRK-VALOR-SINAL        PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-PERC-EDITADO       PIC ZZ9,99.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CURSO SRT-TURMA
               INPUT PROCEDURE IS 0100-CARREGAR-PARCELAS
               OUTPUT PROCEDURE IS 0300-EMITIR-RELATORIO
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG112' TO DDN-PROGRAMA.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'AGINGSNP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AGINGSNP.
           MOVE 'AGING' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AGING.

       0050-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           DISPLAY 'ENVELHECIMENTO DO CONTAS A RECEBER'.
           DISPLAY 'ANO/SEMESTRE DE REFERENCIA (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           MOVE WRK-ANO-SEMESTRE(1:4) TO WRK-COMPET-INI(1:4)
                                         WRK-COMPET-FIM(1:4).
           IF WRK-ANO-SEMESTRE(6:1) = '2'
               MOVE '07' TO WRK-COMPET-INI(5:2)
               MOVE '12' TO WRK-COMPET-FIM(5:2)
           ELSE
               MOVE '01' TO WRK-COMPET-INI(5:2)
               MOVE '06' TO WRK-COMPET-FIM(5:2)
           END-IF
           INITIALIZE WRK-TOTAIS-GERAL WRK-ANTERIOR.
           OPEN INPUT SNAP-FILE.
           IF WRK-SNAP-STATUS = '00'
               READ SNAP-FILE
                   NOT AT END
                       MOVE SNAP-REC TO WRK-ANTERIOR
                       MOVE 'S' TO WRK-TEM-ANTERIOR
               END-READ
               CLOSE SNAP-FILE
           END-IF
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE 'S' TO WRK-ALUNO-OK
           END-IF
           OPEN INPUT GRADE-FILE.
           IF WRK-GRADE-STATUS = '00'
               MOVE 'S' TO WRK-GRADE-OK
           END-IF.

       0100-CARREGAR-PARCELAS.
           OPEN INPUT MENSAL-FILE.
           IF WRK-MEN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL: '
                       WRK-MEN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0150-LER-PARCELA UNTIL WRK-FIM-MENSAL = 'S'
               CLOSE MENSAL-FILE
           END-IF.

      *    FATURAMENTO DO SEMESTRE = MENSALIDADES DAS COMPETENCIAS DO
      *    PERIODO QUE NAO FORAM CANCELADAS; PARCELA DE ACORDO NAO
      *    ENTRA (JA ESTA CONTADA NA MENSALIDADE QUE ELA RENEGOCIOU).
       0150-LER-PARCELA.
           READ MENSAL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MENSAL
               NOT AT END
                   IF MEN-COMPETENCIA NOT < WRK-COMPET-INI
                      AND MEN-COMPETENCIA NOT > WRK-COMPET-FIM
                      AND MEN-STATUS NOT = 'C'
                       ADD MEN-VALOR TO WRK-FATURADO
                       IF MEN-STATUS = 'A'
                           ADD MEN-VALOR TO WRK-ABERTO-PERIODO
                       END-IF
                   END-IF
                   IF MEN-STATUS = 'A'
                       PERFORM 0200-CLASSIFICAR-PARCELA
                   END-IF
           END-READ.

       0200-CLASSIFICAR-PARCELA.
           IF MEN-MATRICULA NOT = WRK-MATRICULA-ANT
               MOVE MEN-MATRICULA TO WRK-MATRICULA-ANT
               PERFORM 0220-BUSCAR-CURSO-TURMA
           END-IF
           MOVE 6 TO WRK-FAIXA.
           IF MEN-VENCIMENTO IS NUMERIC
               MOVE MEN-VENCIMENTO TO WRK-DATA-NUM
               COMPUTE WRK-DIA-VENC =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE - WRK-DIA-VENC
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO < 1
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO < 31
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO < 61
                       MOVE 3 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO < 91
                       MOVE 4 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO < 121
                       MOVE 5 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 6 TO WRK-FAIXA
               END-EVALUATE
           END-IF
           ADD 1 TO WRK-QTD-ABERTAS.
           MOVE WRK-CURSO-ALUNO TO SRT-CURSO.
           MOVE WRK-TURMA-ALUNO TO SRT-TURMA.
           MOVE WRK-FAIXA       TO SRT-FAIXA.
           MOVE MEN-VALOR       TO SRT-VALOR.
           RELEASE SORT-REC.

      *    TURMA DO ALUNO = A DO PRIMEIRO LANCAMENTO DELE NO PERIODO DE
      *    REFERENCIA EM GRADES.DAT.
       0220-BUSCAR-CURSO-TURMA.
           MOVE 'SEM CURSO' TO WRK-CURSO-ALUNO.
           MOVE SPACES      TO WRK-TURMA-ALUNO.
           IF WRK-ALUNO-OK = 'S'
               MOVE MEN-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-CURSO TO WRK-CURSO-ALUNO
               END-READ
           END-IF
           IF WRK-GRADE-OK = 'S'
               MOVE 'N' TO WRK-FIM-GRADE
               MOVE MEN-MATRICULA TO GR-MATRICULA
               MOVE LOW-VALUES    TO GR-MATERIA-PERIODO
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRADE
               END-START
               PERFORM 0230-LER-TURMA UNTIL WRK-FIM-GRADE = 'S'
           END-IF.

       0230-LER-TURMA.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-GRADE
               NOT AT END
                   IF GR-MATRICULA NOT = MEN-MATRICULA
                       MOVE 'S' TO WRK-FIM-GRADE
                   ELSE
                       IF GR-ANO-SEMESTRE = WRK-ANO-SEMESTRE
                          AND GR-TURMA NOT = SPACES
                           MOVE GR-TURMA TO WRK-TURMA-ALUNO
                           MOVE 'S' TO WRK-FIM-GRADE
                       END-IF
                   END-IF
           END-READ.

       0300-EMITIR-RELATORIO.
           OPEN OUTPUT AGING-REL.
           MOVE SPACES TO AGING-LINHA.
           STRING 'ENVELHECIMENTO DO CONTAS A RECEBER EM '
                  WRK-DATA-HOJE ' - FATURAMENTO DE REFERENCIA '
                  WRK-ANO-SEMESTRE
               DELIMITED BY SIZE INTO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE ALL '=' TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE WRK-LINHA-CABECALHO TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE ALL '-' TO AGING-LINHA.
           WRITE AGING-LINHA.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0350-ACUMULAR UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRA = 'N'
               PERFORM 0400-FECHAR-TURMA
               PERFORM 0420-FECHAR-CURSO
           END-IF
           PERFORM 0450-IMPRIMIR-TOTAL-GERAL
           CLOSE AGING-REL.

       0350-ACUMULAR.
           IF WRK-PRIMEIRA = 'N'
               IF SRT-CURSO NOT = WRK-CURSO-ANT
                   PERFORM 0400-FECHAR-TURMA
                   PERFORM 0420-FECHAR-CURSO
               ELSE
                   IF SRT-TURMA NOT = WRK-TURMA-ANT
                       PERFORM 0400-FECHAR-TURMA
                   END-IF
               END-IF
           END-IF
           IF WRK-PRIMEIRA = 'S' OR SRT-CURSO NOT = WRK-CURSO-ANT
               INITIALIZE WRK-TOTAIS-CURSO
           END-IF
           IF WRK-PRIMEIRA = 'S' OR SRT-CURSO NOT = WRK-CURSO-ANT
              OR SRT-TURMA NOT = WRK-TURMA-ANT
               INITIALIZE WRK-TOTAIS-TURMA
           END-IF
           MOVE 'N' TO WRK-PRIMEIRA.
           MOVE SRT-CURSO TO WRK-CURSO-ANT.
           MOVE SRT-TURMA TO WRK-TURMA-ANT.
           ADD SRT-VALOR TO WRK-TT-FAIXA(SRT-FAIXA) WRK-TT-TOTAL
                            WRK-TC-FAIXA(SRT-FAIXA) WRK-TC-TOTAL
                            WRK-TG-FAIXA(SRT-FAIXA) WRK-TG-TOTAL.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0400-FECHAR-TURMA.
           MOVE WRK-CURSO-ANT TO LDT-CURSO.
           MOVE WRK-TURMA-ANT TO LDT-TURMA.
           PERFORM 0405-EDITAR-TURMA
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 6.
           MOVE WRK-TT-TOTAL TO LDT-TOTAL.
           MOVE WRK-LINHA-DETALHE TO AGING-LINHA.
           WRITE AGING-LINHA.

       0405-EDITAR-TURMA.
           MOVE WRK-TT-FAIXA(WRK-IND) TO LDT-FAIXA(WRK-IND).

       0420-FECHAR-CURSO.
           MOVE WRK-CURSO-ANT TO LDT-CURSO.
           MOVE 'TOTAL'       TO LDT-TURMA.
           PERFORM 0425-EDITAR-CURSO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 6.
           MOVE WRK-TC-TOTAL TO LDT-TOTAL.
           MOVE WRK-LINHA-DETALHE TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE SPACES TO AGING-LINHA.
           WRITE AGING-LINHA.

       0425-EDITAR-CURSO.
           MOVE WRK-TC-FAIXA(WRK-IND) TO LDT-FAIXA(WRK-IND).

       0450-IMPRIMIR-TOTAL-GERAL.
           MOVE ALL '-' TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE 'GERAL'  TO LDT-CURSO.
           MOVE SPACES   TO LDT-TURMA.
           PERFORM 0455-EDITAR-GERAL
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 6.
           MOVE WRK-TG-TOTAL TO LDT-TOTAL.
           MOVE WRK-LINHA-DETALHE TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE SPACES TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE 'FATURAMENTO DO SEMESTRE' TO LRS-ROTULO.
           MOVE WRK-FATURADO TO LRS-VALOR.
           PERFORM 0470-IMPRIMIR-RESUMO.
           MOVE 'EM ABERTO DO SEMESTRE' TO LRS-ROTULO.
           MOVE WRK-ABERTO-PERIODO TO LRS-VALOR.
           IF WRK-FATURADO > 0
               COMPUTE WRK-PERC-ABERTO ROUNDED =
                   WRK-ABERTO-PERIODO * 100 / WRK-FATURADO
           ELSE
               MOVE ZEROS TO WRK-PERC-ABERTO
           END-IF
           MOVE WRK-PERC-ABERTO TO WRK-PERC-EDITADO.
           STRING WRK-PERC-EDITADO '% DO FATURAMENTO'
               DELIMITED BY SIZE INTO LRS-TEXTO.
           PERFORM 0470-IMPRIMIR-RESUMO.
           IF WRK-TEM-ANTERIOR = 'S'
               MOVE SPACES TO WRK-LINHA-RESUMO
               STRING 'TOTAL ABERTO NA EXECUCAO DE ' WRK-ANT-DATA
                   DELIMITED BY SIZE INTO LRS-ROTULO
               MOVE WRK-ANT-TOTAL TO LRS-VALOR
               COMPUTE WRK-VARIACAO = WRK-TG-TOTAL - WRK-ANT-TOTAL
               MOVE WRK-VARIACAO TO WRK-VALOR-SINAL
               STRING 'VARIACAO ' WRK-VALOR-SINAL
                   DELIMITED BY SIZE INTO LRS-TEXTO
               PERFORM 0470-IMPRIMIR-RESUMO
               MOVE SPACES TO WRK-LINHA-RESUMO
               MOVE 'ACIMA DE 90 DIAS (ATUAL/ANTERIOR)' TO LRS-ROTULO
               COMPUTE LRS-VALOR = WRK-TG-FAIXA(5) + WRK-TG-FAIXA(6)
               COMPUTE WRK-VARIACAO =
                   WRK-ANT-FAIXA(5) + WRK-ANT-FAIXA(6)
               MOVE WRK-VARIACAO TO WRK-VALOR-SINAL
               STRING 'ANTERIOR ' WRK-VALOR-SINAL
                   DELIMITED BY SIZE INTO LRS-TEXTO
               PERFORM 0470-IMPRIMIR-RESUMO
           ELSE
               MOVE SPACES TO AGING-LINHA
               MOVE 'SEM FOTOGRAFIA ANTERIOR PARA COMPARACAO.'
                   TO AGING-LINHA
               WRITE AGING-LINHA
           END-IF.

       0455-EDITAR-GERAL.
           MOVE WRK-TG-FAIXA(WRK-IND) TO LDT-FAIXA(WRK-IND).

       0470-IMPRIMIR-RESUMO.
           MOVE WRK-LINHA-RESUMO TO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE SPACES TO WRK-LINHA-RESUMO.

      *    A FOTOGRAFIA DESTA EXECUCAO SUBSTITUI A ANTERIOR.
       0500-FINALIZAR.
           IF WRK-ALUNO-OK = 'S'
               CLOSE ALUNO-FILE
           END-IF
           IF WRK-GRADE-OK = 'S'
               CLOSE GRADE-FILE
           END-IF
           IF WRK-MEN-STATUS = '00'
               OPEN OUTPUT SNAP-FILE
               MOVE WRK-DATA-HOJE TO SNP-DATA
               PERFORM 0510-COPIAR-FAIXA
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 6
               MOVE WRK-TG-TOTAL TO SNP-TOTAL
               MOVE WRK-FATURADO TO SNP-FATURADO
               WRITE SNAP-REC
               CLOSE SNAP-FILE
           END-IF
           DISPLAY 'PARCELAS ABERTAS.....: ' WRK-QTD-ABERTAS.
           DISPLAY 'TOTAL EM ABERTO......: ' WRK-TG-TOTAL.
           DISPLAY 'RELATORIO EM AGING.REL'.

       0510-COPIAR-FAIXA.
           MOVE WRK-TG-FAIXA(WRK-IND) TO SNP-FAIXA(WRK-IND).

       END PROGRAM PROG112.
