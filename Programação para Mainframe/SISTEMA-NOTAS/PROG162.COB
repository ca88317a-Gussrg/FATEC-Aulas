       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG162.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstrucao e conferencia do resumo por aluno e
      *          periodo (RESUMO.DAT, RESUMREC). Refaz todos os
      *          resumos do zero, independente do RESUMATU: le
      *          GRADES.DAT (parte viva), os DETALHE de GRADES.HIST
      *          nao cobertos por marcador RESTAURADO e os de
      *          GRADESA.HIST (parte arquivada), aplica as regras do
      *          RESUMREC a cada registro e totaliza por matricula e
      *          ano/semestre com SORT.
      *          Modo R (reconstruir): recria RESUMO.DAT com os totais
      *          recalculados - carga inicial do arquivo e correcao
      *          depois de recarga (PROG27/PROG159), recuperacao
      *          (PROG64) ou divergencia apontada pelo modo C.
      *          Modo C (conferir, semanal no GRADEJOB): compara o
      *          RESUMO.DAT gravado com o recalculo e lista em
      *          RESUMREL.REL cada chave divergente, faltante ou
      *          sobrando - e a prova de que a manutencao incremental
      *          continua batendo. Divergencia termina com RC 4.
      *          SYSIN: modo (R/C).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT ANUAL-FILE ASSIGN TO WRK-ARQ-GRADESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANUAL-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-CMP-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT RESUMO-FILE ASSIGN TO WRK-ARQ-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-RSM-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-RESUMREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

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

       FD  ANUAL-FILE.
       01  ANUAL-REC.
           05 ANU-TIPO           PIC X(10).
           05 ANU-DETALHE.
               10 ANU-MATRICULA      PIC X(10).
               10 ANU-MATERIA        PIC X(15).
               10 ANU-ANO-SEMESTRE   PIC X(06).
               10 ANU-NOME           PIC X(30).
               10 ANU-TURMA          PIC X(05).
               10 ANU-NOTA           PIC 99V9.
               10 ANU-SITUACAO       PIC X(20).

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  RESUMO-FILE.
           COPY RESUMREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    UMA CONTRIBUICAO POR REGISTRO DE NOTA; SRT-PARTE 'H' =
      *    HISTORICO (PARTE ARQUIVADA), 'V' = GRADES.DAT (PARTE VIVA).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CHAVE.
               10 SRT-MATRICULA     PIC X(10).
               10 SRT-ANO-SEMESTRE  PIC X(06).
           05 SRT-PARTE             PIC X(01).
           05 SRT-CURSADAS          PIC 9(03).
           05 SRT-APROVADAS         PIC 9(03).
           05 SRT-REPROVADAS        PIC 9(03).
           05 SRT-PONDERADAS        PIC 9(03).
           05 SRT-HORAS             PIC 9(05).
           05 SRT-HORAS-APROV       PIC 9(05).
           05 SRT-SOMA              PIC 9(07)V9.
           05 SRT-FREQUENCIA        PIC 9(06)V9.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.
       77 WRK-ARQ-RESUMREL  PIC X(40) VALUE 'RESUMREL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-FIM-RESUMO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-COMP-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-RESUMO-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-JA-COBERTO     PIC X(01) VALUE 'N'.
       77 WRK-POS-ATUAL      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MARCADORES PIC 9(02) VALUE ZEROS.
       77 WRK-IND-MARC       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-CATALOGO   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CAT        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VIVOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-HISTORICO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ANUAL      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-COBERTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CHAVES     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONFEREM   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FALTANTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SOBRANDO   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ERROS      PIC 9(07) VALUE ZEROS.
      *    DISCIPLINA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.

      *    MARCADORES RESTAURADO DE GRADES.HIST: O DETALHE GRAVADO
      *    ANTES DE UM MARCADOR DO MESMO PERIODO (E DA MESMA
      *    MATRICULA, OU DO PERIODO INTEIRO) NAO CONTA - O TRECHO
      *    VOLTOU A GRADES.DAT (PROG53).
       01 WRK-MARCADORES.
           05 WRK-MARC-ITEM OCCURS 50 TIMES.
               10 WRK-MARC-PERIODO   PIC X(06).
               10 WRK-MARC-MATRICULA PIC X(10).
               10 WRK-MARC-POSICAO   PIC 9(07).

       01 WRK-TABELA-CARGAS.
           05 WRK-CRG-ITEM OCCURS 500 TIMES.
               10 WRK-CRG-MATERIA  PIC X(15).
               10 WRK-CRG-HORAS    PIC 9(03).

      *    UM REGISTRO DE NOTA A ACUMULAR (REGRAS NO RESUMREC).
       01 WRK-AVALIACAO.
           05 WRK-AVL-MATRICULA     PIC X(10).
           05 WRK-AVL-MATERIA       PIC X(15).
           05 WRK-AVL-ANO-SEMESTRE  PIC X(06).
           05 WRK-AVL-NOTA          PIC 99V9.
           05 WRK-AVL-SITUACAO      PIC X(20).
           05 WRK-AVL-PONDERA       PIC X(01).
           05 WRK-AVL-PARTE         PIC X(01).

      *    RESUMO RECALCULADO DA CHAVE CORRENTE, NO MESMO FORMATO DOS
      *    GRUPOS DO RESUMREC.
       01 WRK-CALCULADO.
           05 WRK-CAL-CHAVE.
               10 WRK-CAL-MATRICULA      PIC X(10).
               10 WRK-CAL-ANO-SEMESTRE   PIC X(06).
           05 WRK-CAL-TOTAL.
               10 WRK-CAL-CURSADAS       PIC 9(03).
               10 WRK-CAL-APROVADAS      PIC 9(03).
               10 WRK-CAL-REPROVADAS     PIC 9(03).
               10 WRK-CAL-PONDERADAS     PIC 9(03).
               10 WRK-CAL-HORAS          PIC 9(05).
               10 WRK-CAL-HORAS-APROV    PIC 9(05).
               10 WRK-CAL-SOMA           PIC 9(07)V9.
               10 WRK-CAL-FREQUENCIA     PIC 9(06)V9.
           05 WRK-CAL-MEDIA              PIC 99V9.
           05 WRK-CAL-FREQ-MEDIA         PIC 999V9.
           05 WRK-CAL-ARQUIVADO.
               10 WRK-CAL-ARQ-CURSADAS   PIC 9(03).
               10 WRK-CAL-ARQ-APROVADAS  PIC 9(03).
               10 WRK-CAL-ARQ-REPROVADAS PIC 9(03).
               10 WRK-CAL-ARQ-PONDERADAS PIC 9(03).
               10 WRK-CAL-ARQ-HORAS      PIC 9(05).
               10 WRK-CAL-ARQ-HORAS-APROV PIC 9(05).
               10 WRK-CAL-ARQ-SOMA       PIC 9(07)V9.
               10 WRK-CAL-ARQ-FREQUENCIA PIC 9(06)V9.

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ANO-SEMESTRE  PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-SITUACAO      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-TEXTO         PIC X(49).

       01 WRK-TEXTO-DIV.
           05 FILLER            PIC X(04) VALUE 'GRV '.
           05 TXD-CURS-GRV      PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 TXD-MEDIA-GRV     PIC Z9,9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 TXD-FREQ-GRV      PIC ZZ9,9.
           05 FILLER            PIC X(07) VALUE ' - CALC'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TXD-CURS-CAL      PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 TXD-MEDIA-CAL     PIC Z9,9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 TXD-FREQ-CAL      PIC ZZ9,9.

       01 WRK-LINHA-TOT.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-TEXTO         PIC X(30).
           05 TOT-VALOR         PIC Z.ZZZ.ZZ9.
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
               PERFORM 0060-CARREGAR-CATALOGO
               PERFORM 0080-CARREGAR-MARCADORES
               PERFORM 0090-ABRIR-RESUMO
           END-IF
           IF RETURN-CODE = 0
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CHAVE
                   INPUT PROCEDURE IS 0100-LIBERAR-NOTAS
                   OUTPUT PROCEDURE IS 0400-TOTALIZAR-CHAVES
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-MODO = 'C'
                  AND WRK-QTD-DIVERGENTES + WRK-QTD-FALTANTES
                      + WRK-QTD-SOBRANDO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WRK-QTD-ERROS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG162' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.
           MOVE 'RESUMREL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMREL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-MODO.
           DISPLAY 'PROG162 - RESUMO POR ALUNO E PERIODO - MODO '
                   WRK-MODO.
           IF WRK-MODO NOT = 'R' AND WRK-MODO NOT = 'C'
               DISPLAY 'MODO INVALIDO: ' WRK-MODO
                       ' (R = RECONSTRUIR, C = CONFERIR)'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    MESMA TABELA DE CARGAS DO RESUMATU: A ULTIMA OCORRENCIA
      *    DA DISCIPLINA NO CATALOGO VALE.
       0060-CARREGAR-CATALOGO.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0070-LER-CARGA UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0070-LER-CARGA.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF WRK-QTD-CATALOGO < 500
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

      *    PRIMEIRA PASSADA EM GRADES.HIST, SO PARA OS MARCADORES.
       0080-CARREGAR-MARCADORES.
           MOVE ZEROS TO WRK-POS-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0085-LER-MARCADOR UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HIST-FILE
           END-IF.

       0085-LER-MARCADOR.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-POS-ATUAL
                   IF HIST-TIPO = 'RESTAURADO'
                       IF WRK-QTD-MARCADORES < 50
                           ADD 1 TO WRK-QTD-MARCADORES
                           MOVE HIST-ANO-SEMESTRE TO
                               WRK-MARC-PERIODO(WRK-QTD-MARCADORES)
                           MOVE HIST-MATRICULA TO
                               WRK-MARC-MATRICULA(WRK-QTD-MARCADORES)
                           MOVE WRK-POS-ATUAL TO
                               WRK-MARC-POSICAO(WRK-QTD-MARCADORES)
                       ELSE
                           DISPLAY 'MAIS DE 50 MARCADORES RESTAURADO '
                                   '- IGNORADO O DE '
                                   HIST-ANO-SEMESTRE ' '
                                   HIST-MATRICULA
                       END-IF
                   END-IF
           END-READ.

      *    MODO R RECRIA O ARQUIVO; MODO C O LE NA ORDEM DA CHAVE,
      *    EM PARALELO COM O RECALCULO.
       0090-ABRIR-RESUMO.
           IF WRK-MODO = 'R'
               OPEN OUTPUT RESUMO-FILE
           ELSE
               OPEN INPUT RESUMO-FILE
           END-IF.
           IF WRK-RSM-STATUS NOT = '00'
               DISPLAY 'RESUMO.DAT INDISPONIVEL: ' WRK-RSM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-RESUMO-ABERTO
               IF WRK-MODO = 'C'
                   MOVE LOW-VALUES TO RSM-CHAVE
                   START RESUMO-FILE KEY IS NOT LESS THAN RSM-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-RESUMO
                   END-START
                   PERFORM 0095-LER-RESUMO
               END-IF
           END-IF.

       0095-LER-RESUMO.
           IF WRK-FIM-RESUMO = 'N'
               READ RESUMO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RESUMO
               END-READ
           END-IF.

      *    ENTRADA DO SORT: HISTORICO SEMESTRAL, HISTORICO ANUAL E
      *    GRADES.DAT. ARQUIVO INEXISTENTE CONTA COMO VAZIO.
       0100-LIBERAR-NOTAS.
           OPEN INPUT COMP-FILE.
           IF WRK-CMP-STATUS = '00'
               MOVE 'S' TO WRK-COMP-ABERTO
           END-IF.
           PERFORM 0110-LIBERAR-HISTORICO.
           PERFORM 0130-LIBERAR-ANUAL.
           PERFORM 0150-LIBERAR-GRADES.
           IF WRK-COMP-ABERTO = 'S'
               CLOSE COMP-FILE
               MOVE 'N' TO WRK-COMP-ABERTO
           END-IF.

       0110-LIBERAR-HISTORICO.
           MOVE ZEROS TO WRK-POS-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0115-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HIST-FILE
           END-IF.

       0115-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-POS-ATUAL
                   IF HIST-TIPO = 'DETALHE'
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0120-VERIFICAR-MARCADOR
                           VARYING WRK-IND-MARC FROM 1 BY 1
                           UNTIL WRK-IND-MARC > WRK-QTD-MARCADORES
                       IF WRK-JA-COBERTO = 'S'
                           ADD 1 TO WRK-QTD-COBERTOS
                       ELSE
                           ADD 1 TO WRK-QTD-HISTORICO
                           MOVE HIST-MATRICULA    TO WRK-AVL-MATRICULA
                           MOVE HIST-MATERIA      TO WRK-AVL-MATERIA
                           MOVE HIST-ANO-SEMESTRE
                               TO WRK-AVL-ANO-SEMESTRE
                           MOVE HIST-NOTA         TO WRK-AVL-NOTA
                           MOVE HIST-SITUACAO     TO WRK-AVL-SITUACAO
                           MOVE 'S'               TO WRK-AVL-PONDERA
                           MOVE 'H'               TO WRK-AVL-PARTE
                           PERFORM 0300-LIBERAR-CONTRIBUICAO
                       END-IF
                   END-IF
           END-READ.

       0120-VERIFICAR-MARCADOR.
           IF WRK-IND-MARC = 1
               MOVE 'N' TO WRK-JA-COBERTO
           END-IF.
           IF WRK-MARC-PERIODO(WRK-IND-MARC) = HIST-ANO-SEMESTRE
              AND (WRK-MARC-MATRICULA(WRK-IND-MARC) = SPACES
                   OR WRK-MARC-MATRICULA(WRK-IND-MARC) =
                      HIST-MATRICULA)
              AND WRK-POS-ATUAL < WRK-MARC-POSICAO(WRK-IND-MARC)
               MOVE 'S' TO WRK-JA-COBERTO
           END-IF.

      *    GRADESA.HIST SO TEM O CONSOLIDADO VALIDO (O PROG46 JA
      *    DESCARTOU OS TRECHOS COBERTOS): TODO DETALHE CONTA.
       0130-LIBERAR-ANUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0135-LER-ANUAL UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ANUAL-FILE
           END-IF.

       0135-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ANU-TIPO = 'DETALHE'
                       ADD 1 TO WRK-QTD-LIDOS
                       ADD 1 TO WRK-QTD-ANUAL
                       MOVE ANU-MATRICULA    TO WRK-AVL-MATRICULA
                       MOVE ANU-MATERIA      TO WRK-AVL-MATERIA
                       MOVE ANU-ANO-SEMESTRE TO WRK-AVL-ANO-SEMESTRE
                       MOVE ANU-NOTA         TO WRK-AVL-NOTA
                       MOVE ANU-SITUACAO     TO WRK-AVL-SITUACAO
                       MOVE 'S'              TO WRK-AVL-PONDERA
                       MOVE 'H'              TO WRK-AVL-PARTE
                       PERFORM 0300-LIBERAR-CONTRIBUICAO
                   END-IF
           END-READ.

       0150-LIBERAR-GRADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT GRADE-FILE.
           EVALUATE WRK-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO GR-CHAVE
                   START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 0155-LER-GRADE UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE GRADE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GRADES.DAT INDISPONIVEL: ' WRK-FILE-STATUS
                   ADD 1 TO WRK-QTD-ERROS
           END-EVALUATE.

       0155-LER-GRADE.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD 1 TO WRK-QTD-VIVOS
                   MOVE GR-MATRICULA    TO WRK-AVL-MATRICULA
                   MOVE GR-MATERIA      TO WRK-AVL-MATERIA
                   MOVE GR-ANO-SEMESTRE TO WRK-AVL-ANO-SEMESTRE
                   MOVE GR-NOTA         TO WRK-AVL-NOTA
                   MOVE GR-SITUACAO     TO WRK-AVL-SITUACAO
                   IF GR-MODO-AVALIACAO = 'S'
                       MOVE 'N' TO WRK-AVL-PONDERA
                   ELSE
                       MOVE 'S' TO WRK-AVL-PONDERA
                   END-IF
                   MOVE 'V'             TO WRK-AVL-PARTE
                   PERFORM 0300-LIBERAR-CONTRIBUICAO
           END-READ.

      *    CONTRIBUICAO DE UM REGISTRO DE NOTA - AS MESMAS REGRAS DO
      *    0300-CALCULAR-CONTRIBUICAO DO RESUMATU (RESUMREC).
       0300-LIBERAR-CONTRIBUICAO.
           MOVE WRK-AVL-MATRICULA    TO SRT-MATRICULA.
           MOVE WRK-AVL-ANO-SEMESTRE TO SRT-ANO-SEMESTRE.
           MOVE WRK-AVL-PARTE        TO SRT-PARTE.
           MOVE ZEROS TO SRT-APROVADAS SRT-REPROVADAS SRT-PONDERADAS
                         SRT-HORAS SRT-HORAS-APROV SRT-SOMA
                         SRT-FREQUENCIA.
           MOVE 1 TO SRT-CURSADAS.
           IF WRK-AVL-SITUACAO = 'APROVADO'
               MOVE 1 TO SRT-APROVADAS
           END-IF.
           IF WRK-AVL-SITUACAO(1:9) = 'REPROVADO'
               MOVE 1 TO SRT-REPROVADAS
           END-IF.
           IF WRK-AVL-PONDERA = 'S'
               MOVE 1 TO SRT-PONDERADAS
               MOVE WRK-CARGA-PADRAO TO SRT-HORAS
               PERFORM 0310-PROCURAR-CARGA
                   VARYING WRK-IND-CAT FROM 1 BY 1
                   UNTIL WRK-IND-CAT > WRK-QTD-CATALOGO
               COMPUTE SRT-SOMA = WRK-AVL-NOTA * SRT-HORAS
               IF WRK-AVL-SITUACAO = 'APROVADO'
                   MOVE SRT-HORAS TO SRT-HORAS-APROV
               END-IF
               MOVE 100 TO SRT-FREQUENCIA
               IF WRK-COMP-ABERTO = 'S'
                   MOVE WRK-AVL-MATRICULA    TO CMP-MATRICULA
                   MOVE WRK-AVL-MATERIA      TO CMP-MATERIA
                   MOVE WRK-AVL-ANO-SEMESTRE TO CMP-ANO-SEMESTRE
                   READ COMP-FILE
                       NOT INVALID KEY
                           MOVE CMP-FREQUENCIA TO SRT-FREQUENCIA
                   END-READ
               END-IF
           END-IF.
           RELEASE SORT-REC.

       0310-PROCURAR-CARGA.
           IF WRK-CRG-MATERIA(WRK-IND-CAT) = WRK-AVL-MATERIA
               MOVE WRK-CRG-HORAS(WRK-IND-CAT) TO SRT-HORAS
           END-IF.

      *    SAIDA DO SORT: QUEBRA POR MATRICULA + ANO/SEMESTRE.
       0400-TOTALIZAR-CHAVES.
           IF WRK-MODO = 'C'
               PERFORM 0700-ABRIR-RELATORIO
           END-IF.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0410-RETORNAR.
           PERFORM 0420-TOTALIZAR-CHAVE UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-MODO = 'C'
               PERFORM 0620-LISTAR-SOBRA UNTIL WRK-FIM-RESUMO = 'S'
               PERFORM 0750-FECHAR-RELATORIO
           END-IF.

       0410-RETORNAR.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0420-TOTALIZAR-CHAVE.
           MOVE ZEROS     TO WRK-CAL-TOTAL WRK-CAL-ARQUIVADO.
           MOVE SRT-CHAVE TO WRK-CAL-CHAVE.
           PERFORM 0430-ACUMULAR
               UNTIL WRK-FIM-SORT = 'S'
                  OR SRT-CHAVE NOT = WRK-CAL-CHAVE.
           ADD 1 TO WRK-QTD-CHAVES.
           PERFORM 0450-CALCULAR-MEDIAS.
           IF WRK-MODO = 'R'
               PERFORM 0500-GRAVAR-RESUMO
           ELSE
               PERFORM 0600-CONFERIR-RESUMO
           END-IF.

       0430-ACUMULAR.
           ADD SRT-CURSADAS    TO WRK-CAL-CURSADAS.
           ADD SRT-APROVADAS   TO WRK-CAL-APROVADAS.
           ADD SRT-REPROVADAS  TO WRK-CAL-REPROVADAS.
           ADD SRT-PONDERADAS  TO WRK-CAL-PONDERADAS.
           ADD SRT-HORAS       TO WRK-CAL-HORAS.
           ADD SRT-HORAS-APROV TO WRK-CAL-HORAS-APROV.
           ADD SRT-SOMA        TO WRK-CAL-SOMA.
           ADD SRT-FREQUENCIA  TO WRK-CAL-FREQUENCIA.
           IF SRT-PARTE = 'H'
               ADD SRT-CURSADAS    TO WRK-CAL-ARQ-CURSADAS
               ADD SRT-APROVADAS   TO WRK-CAL-ARQ-APROVADAS
               ADD SRT-REPROVADAS  TO WRK-CAL-ARQ-REPROVADAS
               ADD SRT-PONDERADAS  TO WRK-CAL-ARQ-PONDERADAS
               ADD SRT-HORAS       TO WRK-CAL-ARQ-HORAS
               ADD SRT-HORAS-APROV TO WRK-CAL-ARQ-HORAS-APROV
               ADD SRT-SOMA        TO WRK-CAL-ARQ-SOMA
               ADD SRT-FREQUENCIA  TO WRK-CAL-ARQ-FREQUENCIA
           END-IF.
           PERFORM 0410-RETORNAR.

      *    MEDIAS COMO NO 0550-MONTAR-TOTAL DO RESUMATU.
       0450-CALCULAR-MEDIAS.
           IF WRK-CAL-HORAS > 0
               COMPUTE WRK-CAL-MEDIA ROUNDED =
                   WRK-CAL-SOMA / WRK-CAL-HORAS
           ELSE
               MOVE ZEROS TO WRK-CAL-MEDIA
           END-IF.
           IF WRK-CAL-PONDERADAS > 0
               COMPUTE WRK-CAL-FREQ-MEDIA ROUNDED =
                   WRK-CAL-FREQUENCIA / WRK-CAL-PONDERADAS
           ELSE
               MOVE 100 TO WRK-CAL-FREQ-MEDIA
           END-IF.

       0500-GRAVAR-RESUMO.
           MOVE SPACES              TO RESUMO-REC.
           MOVE WRK-CAL-CHAVE       TO RSM-CHAVE.
           MOVE WRK-CAL-TOTAL       TO RSM-TOTAL.
           MOVE WRK-CAL-MEDIA       TO RSM-MEDIA-PONDERADA.
           MOVE WRK-CAL-FREQ-MEDIA  TO RSM-FREQ-MEDIA.
           MOVE WRK-CAL-ARQUIVADO   TO RSM-ARQUIVADO.
           MOVE WRK-AGORA(1:14)     TO RSM-DATA-ATUALIZACAO.
           MOVE 'PROG162'           TO RSM-PROGRAMA.
           WRITE RESUMO-REC
               INVALID KEY
                   DISPLAY 'RESUMO NAO GRAVADO: ' RSM-CHAVE
                           ' - STATUS ' WRK-RSM-STATUS
                   ADD 1 TO WRK-QTD-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.

      *    CONFRONTO COM O RESUMO GRAVADO, OS DOIS NA ORDEM DA CHAVE:
      *    O QUE FICOU PARA TRAS NO RESUMO.DAT SOBRA, O QUE ELE NAO
      *    TEM FALTA. A DATA E O PROGRAMA DA ULTIMA ATUALIZACAO NAO
      *    ENTRAM NA COMPARACAO.
       0600-CONFERIR-RESUMO.
           PERFORM 0620-LISTAR-SOBRA
               UNTIL WRK-FIM-RESUMO = 'S'
                  OR RSM-CHAVE NOT < WRK-CAL-CHAVE.
           IF WRK-FIM-RESUMO = 'S' OR RSM-CHAVE > WRK-CAL-CHAVE
               ADD 1 TO WRK-QTD-FALTANTES
               MOVE 'FALTA' TO LIN-SITUACAO
               MOVE 'CHAVE SEM RESUMO GRAVADO' TO LIN-TEXTO
               PERFORM 0650-LISTAR-CHAVE
           ELSE
               IF RSM-TOTAL NOT = WRK-CAL-TOTAL
                  OR RSM-ARQUIVADO NOT = WRK-CAL-ARQUIVADO
                  OR RSM-MEDIA-PONDERADA NOT = WRK-CAL-MEDIA
                  OR RSM-FREQ-MEDIA NOT = WRK-CAL-FREQ-MEDIA
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   MOVE RSM-QTD-CURSADAS    TO TXD-CURS-GRV
                   MOVE RSM-MEDIA-PONDERADA TO TXD-MEDIA-GRV
                   MOVE RSM-FREQ-MEDIA      TO TXD-FREQ-GRV
                   MOVE WRK-CAL-CURSADAS    TO TXD-CURS-CAL
                   MOVE WRK-CAL-MEDIA       TO TXD-MEDIA-CAL
                   MOVE WRK-CAL-FREQ-MEDIA  TO TXD-FREQ-CAL
                   MOVE 'DIVERGENTE' TO LIN-SITUACAO
                   MOVE WRK-TEXTO-DIV TO LIN-TEXTO
                   PERFORM 0650-LISTAR-CHAVE
               ELSE
                   ADD 1 TO WRK-QTD-CONFEREM
               END-IF
               PERFORM 0095-LER-RESUMO
           END-IF.

       0620-LISTAR-SOBRA.
           ADD 1 TO WRK-QTD-SOBRANDO.
           MOVE RSM-MATRICULA    TO WRK-CAL-MATRICULA.
           MOVE RSM-ANO-SEMESTRE TO WRK-CAL-ANO-SEMESTRE.
           MOVE 'SOBRA' TO LIN-SITUACAO.
           MOVE 'RESUMO GRAVADO SEM NENHUMA NOTA' TO LIN-TEXTO.
           PERFORM 0650-LISTAR-CHAVE.
           PERFORM 0095-LER-RESUMO.

       0650-LISTAR-CHAVE.
           MOVE WRK-CAL-MATRICULA    TO LIN-MATRICULA.
           MOVE WRK-CAL-ANO-SEMESTRE TO LIN-ANO-SEMESTRE.
           WRITE RELAT-REC FROM WRK-LINHA-DET.

       0700-ABRIR-RELATORIO.
           OPEN OUTPUT RELAT-FILE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONFERENCIA DO RESUMO POR ALUNO E PERIODO - '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE 'GRAVADO (GRV) X RECALCULADO (CALC): CURSADAS/MEDIA/'
               TO WRK-LINHA.
           MOVE 'FREQUENCIA' TO WRK-LINHA(52:10).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0750-FECHAR-RELATORIO.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE 'CHAVES RECALCULADAS.........:' TO TOT-TEXTO.
           MOVE WRK-QTD-CHAVES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'CONFEREM....................:' TO TOT-TEXTO.
           MOVE WRK-QTD-CONFEREM TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'DIVERGENTES.................:' TO TOT-TEXTO.
           MOVE WRK-QTD-DIVERGENTES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'FALTANDO NO RESUMO.DAT......:' TO TOT-TEXTO.
           MOVE WRK-QTD-FALTANTES TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           MOVE 'SOBRANDO NO RESUMO.DAT......:' TO TOT-TEXTO.
           MOVE WRK-QTD-SOBRANDO TO TOT-VALOR.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.
           IF WRK-QTD-DIVERGENTES + WRK-QTD-FALTANTES
              + WRK-QTD-SOBRANDO > 0
               MOVE 'RESUMO DIVERGENTE - RODAR PROG162 R.'
                   TO WRK-LINHA
           ELSE
               MOVE 'RESUMO CONFERE COM O RECALCULO.' TO WRK-LINHA
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA.
           CLOSE RELAT-FILE.

       0800-FECHAR-ARQUIVOS.
           IF WRK-RESUMO-ABERTO = 'S'
               CLOSE RESUMO-FILE
               MOVE 'N' TO WRK-RESUMO-ABERTO
           END-IF.

       0900-FINALIZAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG162 - RESUMO POR ALUNO E PERIODO'.
           DISPLAY 'REGISTROS DE NOTA LIDOS: ' WRK-QTD-LIDOS.
           DISPLAY '  GRADES.DAT...........: ' WRK-QTD-VIVOS.
           DISPLAY '  GRADES.HIST..........: ' WRK-QTD-HISTORICO.
           DISPLAY '  GRADESA.HIST.........: ' WRK-QTD-ANUAL.
           DISPLAY '  COBERTOS (RESTAURADO): ' WRK-QTD-COBERTOS.
           DISPLAY 'CHAVES RECALCULADAS....: ' WRK-QTD-CHAVES.
           IF WRK-MODO = 'R'
               DISPLAY 'RESUMOS GRAVADOS.......: ' WRK-QTD-GRAVADOS
           ELSE
               DISPLAY 'CONFEREM...............: ' WRK-QTD-CONFEREM
               DISPLAY 'DIVERGENTES............: '
                       WRK-QTD-DIVERGENTES
               DISPLAY 'FALTANDO NO RESUMO.DAT.: ' WRK-QTD-FALTANTES
               DISPLAY 'SOBRANDO NO RESUMO.DAT.: ' WRK-QTD-SOBRANDO
               DISPLAY 'RELATORIO EM RESUMREL.REL'
           END-IF.
           DISPLAY 'RETURN-CODE............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG162'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS  TO RS-QTD-LIDOS
           IF WRK-MODO = 'R'
               MOVE WRK-QTD-GRAVADOS TO RS-QTD-GRAVADOS
           ELSE
               MOVE WRK-QTD-CONFEREM TO RS-QTD-GRAVADOS
           END-IF
           MOVE ZEROS          TO RS-QTD-INCLUIDOS RS-QTD-EXCLUIDOS
           COMPUTE RS-QTD-REJEITADOS = WRK-QTD-DIVERGENTES
               + WRK-QTD-FALTANTES + WRK-QTD-SOBRANDO + WRK-QTD-ERROS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG162.
