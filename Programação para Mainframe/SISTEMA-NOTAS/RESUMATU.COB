       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMATU.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao incremental do resumo por aluno e periodo
      *          (RESUMO.DAT) - subprograma CALLado por todo programa
      *          que grava GRADES.DAT ou mexe no historico.
      *          Durante a execucao o chamador so marca as chaves
      *          (matricula + ano/semestre) que alterou; ao terminar,
      *          com GRADES.DAT ja fechado, pede a gravacao e cada
      *          chave marcada tem a parte viva recalculada dos
      *          registros daquele aluno e periodo em GRADES.DAT - so
      *          o trecho do aluno, nunca o arquivo inteiro. O total
      *          do resumo e a parte arquivada (que so muda com o
      *          que entra e sai do historico) mais a parte viva;
      *          chave sem nenhuma disciplina e excluida. As regras
      *          de acumulacao estao no RESUMREC
      *          e sao as mesmas do recalculo do PROG162. O catalogo
      *          e carregado uma unica vez e reaproveitado entre
      *          chamadas.
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
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  RESUMO-FILE.
           COPY RESUMREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-RESUMO    PIC X(40) VALUE 'RESUMO.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RSM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-CARREGADO  PIC X(01) VALUE 'N'.
       77 WRK-COMP-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-GRADES-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-RECALCULAR-VIVO PIC X(01) VALUE 'N'.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-EXISTE         PIC X(01) VALUE 'N'.
       77 WRK-ESTOURO        PIC X(01) VALUE 'N'.
       77 WRK-ABERTURA-OK    PIC X(01) VALUE 'N'.
       77 WRK-QTD-CATALOGO   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CAT        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CHAVES     PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA         PIC 9(04) VALUE ZEROS.
       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-POS            PIC 9(04) VALUE ZEROS.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
      *    DISCIPLINA SEM CARGA NO CATALOGO PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.

      *    UM REGISTRO DE NOTA A ACUMULAR E A SUA CONTRIBUICAO PARA
      *    O RESUMO (REGRAS NO RESUMREC).
       01 WRK-AVALIACAO.
           05 WRK-AVL-MATRICULA     PIC X(10).
           05 WRK-AVL-MATERIA       PIC X(15).
           05 WRK-AVL-ANO-SEMESTRE  PIC X(06).
           05 WRK-AVL-NOTA          PIC 99V9.
           05 WRK-AVL-SITUACAO      PIC X(20).
           05 WRK-AVL-PONDERA       PIC X(01).
       01 WRK-CONTRIBUICAO.
           05 WRK-CTB-CURSADAS      PIC 9(03).
           05 WRK-CTB-APROVADAS     PIC 9(03).
           05 WRK-CTB-REPROVADAS    PIC 9(03).
           05 WRK-CTB-PONDERADAS    PIC 9(03).
           05 WRK-CTB-HORAS         PIC 9(05).
           05 WRK-CTB-HORAS-APROV   PIC 9(05).
           05 WRK-CTB-SOMA          PIC 9(07)V9.
           05 WRK-CTB-FREQUENCIA    PIC 9(06)V9.
       01 WRK-VIVO.
           05 WRK-VIV-CURSADAS      PIC 9(03).
           05 WRK-VIV-APROVADAS     PIC 9(03).
           05 WRK-VIV-REPROVADAS    PIC 9(03).
           05 WRK-VIV-PONDERADAS    PIC 9(03).
           05 WRK-VIV-HORAS         PIC 9(05).
           05 WRK-VIV-HORAS-APROV   PIC 9(05).
           05 WRK-VIV-SOMA          PIC 9(07)V9.
           05 WRK-VIV-FREQUENCIA    PIC 9(06)V9.

      *    PARTE ARQUIVADA NOVA, COM SINAL: NEGATIVA SO SE O RESUMO JA
      *    ESTAVA DIVERGENTE DO HISTORICO.
       01 WRK-NOVO-ARQUIVADO.
           05 WRK-NAR-CURSADAS      PIC S9(03).
           05 WRK-NAR-APROVADAS     PIC S9(03).
           05 WRK-NAR-REPROVADAS    PIC S9(03).
           05 WRK-NAR-PONDERADAS    PIC S9(03).
           05 WRK-NAR-HORAS         PIC S9(05).
           05 WRK-NAR-HORAS-APROV   PIC S9(05).
           05 WRK-NAR-SOMA          PIC S9(07)V9.
           05 WRK-NAR-FREQUENCIA    PIC S9(06)V9.

       01 WRK-TABELA-CARGAS.
           05 WRK-CRG-ITEM OCCURS 500 TIMES.
               10 WRK-CRG-MATERIA  PIC X(15).
               10 WRK-CRG-HORAS    PIC 9(03).

      *    CHAVES MARCADAS NA EXECUCAO; QUANDO O HISTORICO MUDA CADA
      *    CHAVE LEVA TAMBEM O QUE ENTRA ('H') OU SAI ('R') DA PARTE
      *    ARQUIVADA.
       01 WRK-TABELA-CHAVES.
           05 WRK-CHV-ITEM OCCURS 9999 TIMES.
               10 WRK-CHV-CHAVE.
                   15 WRK-CHV-MATRICULA    PIC X(10).
                   15 WRK-CHV-ANO-SEMESTRE PIC X(06).
               10 WRK-CHV-ACUMULADO.
                   15 WRK-CHV-CURSADAS     PIC S9(03).
                   15 WRK-CHV-APROVADAS    PIC S9(03).
                   15 WRK-CHV-REPROVADAS   PIC S9(03).
                   15 WRK-CHV-PONDERADAS   PIC S9(03).
                   15 WRK-CHV-HORAS        PIC S9(05).
                   15 WRK-CHV-HORAS-APROV  PIC S9(05).
                   15 WRK-CHV-SOMA         PIC S9(07)V9.
                   15 WRK-CHV-FREQUENCIA   PIC S9(06)V9.
       COPY ARQDDREC.

       LINKAGE SECTION.
           COPY RESATREC.

       PROCEDURE DIVISION USING RESATU-AREA.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           MOVE ZEROS TO RAT-RETORNO RAT-QTD-GRAVADOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RAT-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WRK-CAT-CARREGADO = 'N'
               PERFORM 0050-CARREGAR-CATALOGO
               MOVE 'S' TO WRK-CAT-CARREGADO
           END-IF
           EVALUATE RAT-FUNCAO
               WHEN 'M'
                   PERFORM 0100-MARCAR-CHAVE
               WHEN 'H'
               WHEN 'R'
                   PERFORM 0100-MARCAR-CHAVE
                   IF WRK-POS > 0
                       PERFORM 0200-ACUMULAR-ARQUIVADO
                   END-IF
               WHEN 'G'
                   MOVE 'S' TO WRK-RECALCULAR-VIVO
                   PERFORM 0400-GRAVAR-RESUMOS
               WHEN 'F'
                   MOVE 'N' TO WRK-RECALCULAR-VIVO
                   PERFORM 0400-GRAVAR-RESUMOS
               WHEN 'L'
                   PERFORM 0480-LIMPAR-TABELA
               WHEN OTHER
                   DISPLAY 'RESUMATU: FUNCAO INVALIDA ' RAT-FUNCAO
                           ' CHAMADA POR ' RAT-PROGRAMA
                   MOVE 8 TO RAT-RETORNO
           END-EVALUATE
           IF WRK-ESTOURO = 'S' AND RAT-RETORNO = ZEROS
               MOVE 4 TO RAT-RETORNO
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'RESUMATU' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'RESUMO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RESUMO.

       0050-CARREGAR-CATALOGO.
           MOVE ZEROS TO WRK-QTD-CATALOGO.
           MOVE 'N' TO WRK-FIM-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CATALOGO
               END-START
               PERFORM 0060-LER-CARGA UNTIL WRK-FIM-CATALOGO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0060-LER-CARGA.
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

      *    A MESMA CHAVE COSTUMA VIR EM SEQUENCIA (LOTE ORDENADO POR
      *    ALUNO): CONFERE A ULTIMA ANTES DE PROCURAR NA TABELA.
      *    WRK-POS VOLTA A POSICAO DA CHAVE, OU ZERO COM A TABELA
      *    CHEIA.
       0100-MARCAR-CHAVE.
           MOVE ZEROS TO WRK-POS.
           IF WRK-ULTIMA > 0
               IF WRK-CHV-MATRICULA(WRK-ULTIMA) = RAT-MATRICULA
                  AND WRK-CHV-ANO-SEMESTRE(WRK-ULTIMA)
                      = RAT-ANO-SEMESTRE
                   MOVE WRK-ULTIMA TO WRK-POS
               END-IF
           END-IF.
           IF WRK-POS = 0
               MOVE 'N' TO WRK-ACHOU
               PERFORM 0110-PROCURAR-CHAVE
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CHAVES OR WRK-ACHOU = 'S'
           END-IF.
           IF WRK-POS = 0
               IF WRK-QTD-CHAVES < 9999
                   ADD 1 TO WRK-QTD-CHAVES
                   MOVE WRK-QTD-CHAVES TO WRK-POS
                   MOVE RAT-MATRICULA
                       TO WRK-CHV-MATRICULA(WRK-POS)
                   MOVE RAT-ANO-SEMESTRE
                       TO WRK-CHV-ANO-SEMESTRE(WRK-POS)
                   MOVE ZEROS TO WRK-CHV-CURSADAS(WRK-POS)
                                 WRK-CHV-APROVADAS(WRK-POS)
                                 WRK-CHV-REPROVADAS(WRK-POS)
                                 WRK-CHV-PONDERADAS(WRK-POS)
                                 WRK-CHV-HORAS(WRK-POS)
                                 WRK-CHV-HORAS-APROV(WRK-POS)
                                 WRK-CHV-SOMA(WRK-POS)
                                 WRK-CHV-FREQUENCIA(WRK-POS)
               ELSE
                   IF WRK-ESTOURO = 'N'
                       DISPLAY 'RESUMATU: MAIS DE 9999 ALUNOS/PERIODO '
                               'ALTERADOS POR ' RAT-PROGRAMA
                               ' - O EXCEDENTE FICA FORA DO RESUMO. '
                               'RODAR PROG162 R.'
                       MOVE 'S' TO WRK-ESTOURO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-POS TO WRK-ULTIMA.

       0110-PROCURAR-CHAVE.
           IF WRK-CHV-MATRICULA(WRK-IND) = RAT-MATRICULA
              AND WRK-CHV-ANO-SEMESTRE(WRK-IND) = RAT-ANO-SEMESTRE
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IND TO WRK-POS
           END-IF.

      *    REGISTRO QUE ENTROU NO HISTORICO ('H') OU DEIXOU DE CONTAR
      *    NELE ('R'): SEMPRE AVALIADO (O HISTORICO NAO GUARDA O MODO
      *    DE AVALIACAO). O COMPNOTA FICA ABERTO ATE O 'G'/'F'/'L'.
       0200-ACUMULAR-ARQUIVADO.
           IF WRK-COMP-ABERTO = 'N'
               OPEN INPUT COMP-FILE
               IF WRK-CMP-STATUS = '00'
                   MOVE 'S' TO WRK-COMP-ABERTO
               END-IF
           END-IF.
           MOVE RAT-MATRICULA    TO WRK-AVL-MATRICULA.
           MOVE RAT-MATERIA      TO WRK-AVL-MATERIA.
           MOVE RAT-ANO-SEMESTRE TO WRK-AVL-ANO-SEMESTRE.
           MOVE RAT-NOTA         TO WRK-AVL-NOTA.
           MOVE RAT-SITUACAO     TO WRK-AVL-SITUACAO.
           MOVE 'S'              TO WRK-AVL-PONDERA.
           PERFORM 0300-CALCULAR-CONTRIBUICAO.
           IF RAT-FUNCAO = 'R'
               PERFORM 0220-SUBTRAIR-ARQUIVADO
           ELSE
               PERFORM 0210-SOMAR-ARQUIVADO
           END-IF.

       0210-SOMAR-ARQUIVADO.
           ADD WRK-CTB-CURSADAS    TO WRK-CHV-CURSADAS(WRK-POS).
           ADD WRK-CTB-APROVADAS   TO WRK-CHV-APROVADAS(WRK-POS).
           ADD WRK-CTB-REPROVADAS  TO WRK-CHV-REPROVADAS(WRK-POS).
           ADD WRK-CTB-PONDERADAS  TO WRK-CHV-PONDERADAS(WRK-POS).
           ADD WRK-CTB-HORAS       TO WRK-CHV-HORAS(WRK-POS).
           ADD WRK-CTB-HORAS-APROV TO WRK-CHV-HORAS-APROV(WRK-POS).
           ADD WRK-CTB-SOMA        TO WRK-CHV-SOMA(WRK-POS).
           ADD WRK-CTB-FREQUENCIA  TO WRK-CHV-FREQUENCIA(WRK-POS).

       0220-SUBTRAIR-ARQUIVADO.
           SUBTRACT WRK-CTB-CURSADAS FROM WRK-CHV-CURSADAS(WRK-POS).
           SUBTRACT WRK-CTB-APROVADAS
               FROM WRK-CHV-APROVADAS(WRK-POS).
           SUBTRACT WRK-CTB-REPROVADAS
               FROM WRK-CHV-REPROVADAS(WRK-POS).
           SUBTRACT WRK-CTB-PONDERADAS
               FROM WRK-CHV-PONDERADAS(WRK-POS).
           SUBTRACT WRK-CTB-HORAS FROM WRK-CHV-HORAS(WRK-POS).
           SUBTRACT WRK-CTB-HORAS-APROV
               FROM WRK-CHV-HORAS-APROV(WRK-POS).
           SUBTRACT WRK-CTB-SOMA FROM WRK-CHV-SOMA(WRK-POS).
           SUBTRACT WRK-CTB-FREQUENCIA
               FROM WRK-CHV-FREQUENCIA(WRK-POS).

      *    CONTRIBUICAO DE UM REGISTRO DE NOTA (REGRAS NO RESUMREC).
      *    COM O COMPNOTA FECHADO A FREQUENCIA CONTA 100,0.
       0300-CALCULAR-CONTRIBUICAO.
           MOVE ZEROS TO WRK-CTB-APROVADAS WRK-CTB-REPROVADAS
                         WRK-CTB-PONDERADAS WRK-CTB-HORAS
                         WRK-CTB-HORAS-APROV WRK-CTB-SOMA
                         WRK-CTB-FREQUENCIA.
           MOVE 1 TO WRK-CTB-CURSADAS.
           IF WRK-AVL-SITUACAO = 'APROVADO'
               MOVE 1 TO WRK-CTB-APROVADAS
           END-IF.
           IF WRK-AVL-SITUACAO(1:9) = 'REPROVADO'
               MOVE 1 TO WRK-CTB-REPROVADAS
           END-IF.
           IF WRK-AVL-PONDERA = 'S'
               MOVE 1 TO WRK-CTB-PONDERADAS
               MOVE WRK-CARGA-PADRAO TO WRK-CTB-HORAS
               PERFORM 0310-PROCURAR-CARGA
                   VARYING WRK-IND-CAT FROM 1 BY 1
                   UNTIL WRK-IND-CAT > WRK-QTD-CATALOGO
               COMPUTE WRK-CTB-SOMA = WRK-AVL-NOTA * WRK-CTB-HORAS
               IF WRK-AVL-SITUACAO = 'APROVADO'
                   MOVE WRK-CTB-HORAS TO WRK-CTB-HORAS-APROV
               END-IF
               MOVE 100 TO WRK-CTB-FREQUENCIA
               IF WRK-COMP-ABERTO = 'S'
                   MOVE WRK-AVL-MATRICULA    TO CMP-MATRICULA
                   MOVE WRK-AVL-MATERIA      TO CMP-MATERIA
                   MOVE WRK-AVL-ANO-SEMESTRE TO CMP-ANO-SEMESTRE
                   READ COMP-FILE
                       NOT INVALID KEY
                           MOVE CMP-FREQUENCIA TO WRK-CTB-FREQUENCIA
                   END-READ
               END-IF
           END-IF.

       0310-PROCURAR-CARGA.
           IF WRK-CRG-MATERIA(WRK-IND-CAT) = WRK-AVL-MATERIA
               MOVE WRK-CRG-HORAS(WRK-IND-CAT) TO WRK-CTB-HORAS
           END-IF.

      *    GRAVACAO DAS CHAVES MARCADAS ('G' COM RECALCULO DA PARTE
      *    VIVA, 'F' MANTENDO A PARTE VIVA GRAVADA). A TABELA E
      *    ESVAZIADA NO FIM, GRAVANDO OU NAO.
       0400-GRAVAR-RESUMOS.
           IF WRK-QTD-CHAVES > 0
               PERFORM 0410-ABRIR-ARQUIVOS
               IF WRK-ABERTURA-OK = 'S'
                   PERFORM 0500-ATUALIZAR-CHAVE
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-CHAVES
                   CLOSE RESUMO-FILE
               ELSE
                   DISPLAY 'RESUMATU: ' WRK-QTD-CHAVES
                           ' ALUNOS/PERIODO DE ' RAT-PROGRAMA
                           ' SEM RESUMO. RODAR PROG162 R.'
                   MOVE 4 TO RAT-RETORNO
               END-IF
               IF WRK-GRADES-ABERTO = 'S'
                   CLOSE GRADE-FILE
                   MOVE 'N' TO WRK-GRADES-ABERTO
               END-IF
           END-IF.
           IF WRK-ESTOURO = 'S' AND RAT-RETORNO = ZEROS
               MOVE 4 TO RAT-RETORNO
           END-IF.
           PERFORM 0480-LIMPAR-TABELA.

      *    GRADES.DAT OU COMPNOTA.DAT INEXISTENTE (35) CONTA COMO
      *    VAZIO; QUALQUER OUTRA FALHA DE ABERTURA (ARQUIVO AINDA
      *    ABERTO PELO CHAMADOR) DARIA RESUMO ERRADO E NADA E GRAVADO.
      *    RESUMO.DAT AINDA INEXISTENTE E CRIADO VAZIO; SO TERA AS
      *    CHAVES ALTERADAS ATE O PROG162 R RECONSTRUI-LO.
       0410-ABRIR-ARQUIVOS.
           MOVE 'S' TO WRK-ABERTURA-OK.
           IF WRK-RECALCULAR-VIVO = 'S'
               OPEN INPUT GRADE-FILE
               EVALUATE WRK-FILE-STATUS
                   WHEN '00'
                       MOVE 'S' TO WRK-GRADES-ABERTO
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RESUMATU: GRADES.DAT INDISPONIVEL: '
                               WRK-FILE-STATUS
                       MOVE 'N' TO WRK-ABERTURA-OK
               END-EVALUATE
               IF WRK-COMP-ABERTO = 'N'
                   OPEN INPUT COMP-FILE
                   EVALUATE WRK-CMP-STATUS
                       WHEN '00'
                           MOVE 'S' TO WRK-COMP-ABERTO
                       WHEN '35'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'RESUMATU: COMPNOTA.DAT '
                                   'INDISPONIVEL: ' WRK-CMP-STATUS
                           MOVE 'N' TO WRK-ABERTURA-OK
                   END-EVALUATE
               END-IF
           END-IF.
           IF WRK-ABERTURA-OK = 'S'
               OPEN I-O RESUMO-FILE
               IF WRK-RSM-STATUS = '35'
                   OPEN OUTPUT RESUMO-FILE
                   CLOSE RESUMO-FILE
                   OPEN I-O RESUMO-FILE
                   IF WRK-RSM-STATUS = '00'
                       DISPLAY 'RESUMATU: RESUMO.DAT CRIADO VAZIO - '
                               'RODAR PROG162 R PARA CARREGAR TODOS '
                               'OS ALUNOS.'
                   END-IF
               END-IF
               IF WRK-RSM-STATUS NOT = '00'
                   DISPLAY 'RESUMATU: RESUMO.DAT INDISPONIVEL: '
                           WRK-RSM-STATUS
                   MOVE 'N' TO WRK-ABERTURA-OK
               END-IF
           END-IF.

      *    'L': O CHAMADOR DESISTIU DO QUE MARCOU (NADA MUDOU NO
      *    HISTORICO); A TABELA E DESCARTADA SEM GRAVAR.
       0480-LIMPAR-TABELA.
           IF WRK-COMP-ABERTO = 'S'
               CLOSE COMP-FILE
               MOVE 'N' TO WRK-COMP-ABERTO
           END-IF.
           MOVE ZEROS TO WRK-QTD-CHAVES WRK-ULTIMA.
           MOVE 'N' TO WRK-ESTOURO.

       0500-ATUALIZAR-CHAVE.
           MOVE ZEROS TO WRK-VIV-CURSADAS WRK-VIV-APROVADAS
                         WRK-VIV-REPROVADAS WRK-VIV-PONDERADAS
                         WRK-VIV-HORAS WRK-VIV-HORAS-APROV
                         WRK-VIV-SOMA WRK-VIV-FREQUENCIA.
           IF WRK-GRADES-ABERTO = 'S'
               PERFORM 0510-RECALCULAR-VIVO
           END-IF.
           MOVE WRK-CHV-CHAVE(WRK-IND) TO RSM-CHAVE.
           READ RESUMO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.
           IF WRK-EXISTE = 'N'
               MOVE SPACES TO RESUMO-REC
               MOVE WRK-CHV-CHAVE(WRK-IND) TO RSM-CHAVE
               MOVE ZEROS TO RSM-ARQ-QTD-CURSADAS
                             RSM-ARQ-QTD-APROVADAS
                             RSM-ARQ-QTD-REPROVADAS
                             RSM-ARQ-QTD-PONDERADAS
                             RSM-ARQ-HORAS-PONDERADAS
                             RSM-ARQ-HORAS-APROVADAS
                             RSM-ARQ-SOMA-PONDERADA
                             RSM-ARQ-SOMA-FREQUENCIA
           ELSE
               IF WRK-RECALCULAR-VIVO = 'N'
                   PERFORM 0535-MANTER-VIVO
               END-IF
           END-IF.
           PERFORM 0540-SOMAR-ARQUIVADO.
           PERFORM 0550-MONTAR-TOTAL.
           IF RSM-QTD-CURSADAS = 0
               IF WRK-EXISTE = 'S'
                   DELETE RESUMO-FILE
               END-IF
           ELSE
               IF WRK-EXISTE = 'S'
                   REWRITE RESUMO-REC
               ELSE
                   WRITE RESUMO-REC
               END-IF
               IF WRK-RSM-STATUS = '00'
                   ADD 1 TO RAT-QTD-GRAVADOS
               END-IF
           END-IF.

      *    PARTE VIVA: SO O TRECHO DO ALUNO EM GRADES.DAT, FILTRADO
      *    PELO PERIODO DA CHAVE.
       0510-RECALCULAR-VIVO.
           MOVE 'N' TO WRK-FIM-ALUNO.
           MOVE WRK-CHV-MATRICULA(WRK-IND) TO GR-MATRICULA.
           MOVE LOW-VALUES TO GR-MATERIA.
           MOVE LOW-VALUES TO GR-ANO-SEMESTRE.
           START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START.
           PERFORM 0520-LER-VIVO UNTIL WRK-FIM-ALUNO = 'S'.

       0520-LER-VIVO.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-CHV-MATRICULA(WRK-IND)
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF GR-ANO-SEMESTRE
                          = WRK-CHV-ANO-SEMESTRE(WRK-IND)
                           PERFORM 0530-SOMAR-VIVO
                       END-IF
                   END-IF
           END-READ.

       0530-SOMAR-VIVO.
           MOVE GR-MATRICULA    TO WRK-AVL-MATRICULA.
           MOVE GR-MATERIA      TO WRK-AVL-MATERIA.
           MOVE GR-ANO-SEMESTRE TO WRK-AVL-ANO-SEMESTRE.
           MOVE GR-NOTA         TO WRK-AVL-NOTA.
           MOVE GR-SITUACAO     TO WRK-AVL-SITUACAO.
           IF GR-MODO-AVALIACAO = 'S'
               MOVE 'N' TO WRK-AVL-PONDERA
           ELSE
               MOVE 'S' TO WRK-AVL-PONDERA
           END-IF.
           PERFORM 0300-CALCULAR-CONTRIBUICAO.
           ADD WRK-CTB-CURSADAS    TO WRK-VIV-CURSADAS.
           ADD WRK-CTB-APROVADAS   TO WRK-VIV-APROVADAS.
           ADD WRK-CTB-REPROVADAS  TO WRK-VIV-REPROVADAS.
           ADD WRK-CTB-PONDERADAS  TO WRK-VIV-PONDERADAS.
           ADD WRK-CTB-HORAS       TO WRK-VIV-HORAS.
           ADD WRK-CTB-HORAS-APROV TO WRK-VIV-HORAS-APROV.
           ADD WRK-CTB-SOMA        TO WRK-VIV-SOMA.
           ADD WRK-CTB-FREQUENCIA  TO WRK-VIV-FREQUENCIA.

      *    'F': GRADES.DAT NAO MUDOU, A PARTE VIVA E A DO RESUMO
      *    GRAVADO (TOTAL MENOS ARQUIVADO).
       0535-MANTER-VIVO.
           COMPUTE WRK-VIV-CURSADAS =
               RSM-QTD-CURSADAS - RSM-ARQ-QTD-CURSADAS.
           COMPUTE WRK-VIV-APROVADAS =
               RSM-QTD-APROVADAS - RSM-ARQ-QTD-APROVADAS.
           COMPUTE WRK-VIV-REPROVADAS =
               RSM-QTD-REPROVADAS - RSM-ARQ-QTD-REPROVADAS.
           COMPUTE WRK-VIV-PONDERADAS =
               RSM-QTD-PONDERADAS - RSM-ARQ-QTD-PONDERADAS.
           COMPUTE WRK-VIV-HORAS =
               RSM-HORAS-PONDERADAS - RSM-ARQ-HORAS-PONDERADAS.
           COMPUTE WRK-VIV-HORAS-APROV =
               RSM-HORAS-APROVADAS - RSM-ARQ-HORAS-APROVADAS.
           COMPUTE WRK-VIV-SOMA =
               RSM-SOMA-PONDERADA - RSM-ARQ-SOMA-PONDERADA.
           COMPUTE WRK-VIV-FREQUENCIA =
               RSM-SOMA-FREQUENCIA - RSM-ARQ-SOMA-FREQUENCIA.

      *    PARTE ARQUIVADA GRAVADA + O QUE ENTROU/SAIU NESTA EXECUCAO.
       0540-SOMAR-ARQUIVADO.
           COMPUTE WRK-NAR-CURSADAS = RSM-ARQ-QTD-CURSADAS
               + WRK-CHV-CURSADAS(WRK-IND).
           COMPUTE WRK-NAR-APROVADAS = RSM-ARQ-QTD-APROVADAS
               + WRK-CHV-APROVADAS(WRK-IND).
           COMPUTE WRK-NAR-REPROVADAS = RSM-ARQ-QTD-REPROVADAS
               + WRK-CHV-REPROVADAS(WRK-IND).
           COMPUTE WRK-NAR-PONDERADAS = RSM-ARQ-QTD-PONDERADAS
               + WRK-CHV-PONDERADAS(WRK-IND).
           COMPUTE WRK-NAR-HORAS = RSM-ARQ-HORAS-PONDERADAS
               + WRK-CHV-HORAS(WRK-IND).
           COMPUTE WRK-NAR-HORAS-APROV = RSM-ARQ-HORAS-APROVADAS
               + WRK-CHV-HORAS-APROV(WRK-IND).
           COMPUTE WRK-NAR-SOMA = RSM-ARQ-SOMA-PONDERADA
               + WRK-CHV-SOMA(WRK-IND).
           COMPUTE WRK-NAR-FREQUENCIA = RSM-ARQ-SOMA-FREQUENCIA
               + WRK-CHV-FREQUENCIA(WRK-IND).
      *    SEM NENHUM REGISTRO ARQUIVADO AS SOMAS SAO ZERO (A
      *    FREQUENCIA DESCONTADA PODE SER LIDA DEPOIS DE O COMPONENTE
      *    TER MUDADO, COMO NA FUSAO DO PROG81).
           IF WRK-NAR-CURSADAS = 0
               MOVE ZEROS TO WRK-NOVO-ARQUIVADO
           END-IF.
           IF WRK-NAR-CURSADAS < 0 OR WRK-NAR-APROVADAS < 0
              OR WRK-NAR-REPROVADAS < 0 OR WRK-NAR-PONDERADAS < 0
              OR WRK-NAR-HORAS < 0 OR WRK-NAR-HORAS-APROV < 0
              OR WRK-NAR-SOMA < 0 OR WRK-NAR-FREQUENCIA < 0
               DISPLAY 'RESUMATU: PARTE ARQUIVADA NEGATIVA EM '
                       RSM-MATRICULA ' ' RSM-ANO-SEMESTRE
                       ' - RESUMO JA DIVERGIA. RODAR PROG162 C.'
               MOVE 4 TO RAT-RETORNO
               MOVE ZEROS TO WRK-NOVO-ARQUIVADO
           END-IF.
           MOVE WRK-NAR-CURSADAS    TO RSM-ARQ-QTD-CURSADAS.
           MOVE WRK-NAR-APROVADAS   TO RSM-ARQ-QTD-APROVADAS.
           MOVE WRK-NAR-REPROVADAS  TO RSM-ARQ-QTD-REPROVADAS.
           MOVE WRK-NAR-PONDERADAS  TO RSM-ARQ-QTD-PONDERADAS.
           MOVE WRK-NAR-HORAS       TO RSM-ARQ-HORAS-PONDERADAS.
           MOVE WRK-NAR-HORAS-APROV TO RSM-ARQ-HORAS-APROVADAS.
           MOVE WRK-NAR-SOMA        TO RSM-ARQ-SOMA-PONDERADA.
           MOVE WRK-NAR-FREQUENCIA  TO RSM-ARQ-SOMA-FREQUENCIA.

      *    TOTAL = PARTE ARQUIVADA + PARTE VIVA; MEDIAS DO TOTAL.
       0550-MONTAR-TOTAL.
           COMPUTE RSM-QTD-CURSADAS =
               RSM-ARQ-QTD-CURSADAS + WRK-VIV-CURSADAS.
           COMPUTE RSM-QTD-APROVADAS =
               RSM-ARQ-QTD-APROVADAS + WRK-VIV-APROVADAS.
           COMPUTE RSM-QTD-REPROVADAS =
               RSM-ARQ-QTD-REPROVADAS + WRK-VIV-REPROVADAS.
           COMPUTE RSM-QTD-PONDERADAS =
               RSM-ARQ-QTD-PONDERADAS + WRK-VIV-PONDERADAS.
           COMPUTE RSM-HORAS-PONDERADAS =
               RSM-ARQ-HORAS-PONDERADAS + WRK-VIV-HORAS.
           COMPUTE RSM-HORAS-APROVADAS =
               RSM-ARQ-HORAS-APROVADAS + WRK-VIV-HORAS-APROV.
           COMPUTE RSM-SOMA-PONDERADA =
               RSM-ARQ-SOMA-PONDERADA + WRK-VIV-SOMA.
           COMPUTE RSM-SOMA-FREQUENCIA =
               RSM-ARQ-SOMA-FREQUENCIA + WRK-VIV-FREQUENCIA.
           IF RSM-HORAS-PONDERADAS > 0
               COMPUTE RSM-MEDIA-PONDERADA ROUNDED =
                   RSM-SOMA-PONDERADA / RSM-HORAS-PONDERADAS
           ELSE
               MOVE ZEROS TO RSM-MEDIA-PONDERADA
           END-IF.
           IF RSM-QTD-PONDERADAS > 0
               COMPUTE RSM-FREQ-MEDIA ROUNDED =
                   RSM-SOMA-FREQUENCIA / RSM-QTD-PONDERADAS
           ELSE
               MOVE 100 TO RSM-FREQ-MEDIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA.
           MOVE WRK-AGORA(1:14) TO RSM-DATA-ATUALIZACAO.
           MOVE RAT-PROGRAMA    TO RSM-PROGRAMA.

       END PROGRAM RESUMATU.
