       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRVAL.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integridade do curriculo de um curso - subprograma
      *          CALLado com a area do CURVLREC. Carrega as linhas do
      *          CATALOGO.DAT corrente (CVL-VERSAO em branco) ou da
      *          versao congelada em CATVERS.DAT e aponta: disciplina
      *          repetida, disciplina sem carga horaria, pre-requisito
      *          que nao esta no curriculo (ou que so existe no
      *          curriculo de outro curso), ciclo de pre-requisitos
      *          (A pede B, B pede A - inclusive a disciplina que pede
      *          a si mesma), horas de eletivas ('E') oferecidas abaixo
      *          do minimo do curso em CURSOREQ.DAT e carga total do
      *          curriculo abaixo da exigida para o curso. Confere
      *          tambem a modalidade: horas a distancia (disciplina EAD
      *          inteira e parte EAD da hibrida) acima do limite legal
      *          sobre a carga total do curriculo, modalidade invalida
      *          e hibrida com mais horas a distancia que a carga.
      *          Devolve os totais de horas e um texto por achado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-CTV-STATUS.
           SELECT CURSOREQ-FILE ASSIGN TO WRK-ARQ-CURSOREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

       FD  CURSOREQ-FILE.
           COPY CREQREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-CURSOREQ  PIC X(40) VALUE 'CURSOREQ.DAT'.
       77 WRK-ARQ-RESOLVIDO PIC X(01) VALUE 'N'.

       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CREQ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-I              PIC 9(03) VALUE ZEROS.
       77 WRK-J              PIC 9(03) VALUE ZEROS.
       77 WRK-K              PIC 9(03) VALUE ZEROS.
       77 WRK-MENOR          PIC 9(03) VALUE ZEROS.
       77 WRK-PASSOS         PIC 9(03) VALUE ZEROS.
       77 WRK-CURSO-OUTRO    PIC X(10) VALUE SPACES.
       77 WRK-TEXTO          PIC X(70) VALUE SPACES.
       77 WRK-SEQ-ED         PIC 99    VALUE ZEROS.
       77 WRK-SEQ-ED2        PIC 99    VALUE ZEROS.
       77 WRK-PASSOS-ED      PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS-ED       PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-ED2      PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-TOTAL    PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-ED         PIC 9(03) VALUE ZEROS.
      *    LIMITE LEGAL DO MINISTERIO PARA AS HORAS A DISTANCIA, EM
      *    PERCENTUAL DA CARGA TOTAL DO CURRICULO DO CURSO.
       77 WRK-LIMITE-EAD     PIC 9(02) VALUE 40.

      *    LINHAS DO CURRICULO EM TABELA; WRK-LIN-PRE-IND APONTA A
      *    LINHA DO PRE-REQUISITO (ZERO = SEM OU NAO ENCONTRADO), E O
      *    CICLO E PROCURADO SEGUINDO ESSES PONTEIROS.
       01 WRK-TABELA-LINHAS.
           05 WRK-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
           05 WRK-LIN-ITEM OCCURS 99 TIMES.
               10 WRK-LIN-SEQ        PIC 99.
               10 WRK-LIN-DISC       PIC X(40).
               10 WRK-LIN-PRE        PIC X(40).
               10 WRK-LIN-CARGA      PIC 9(03).
               10 WRK-LIN-TIPO       PIC X(01).
               10 WRK-LIN-PRE-IND    PIC 9(03).
               10 WRK-LIN-MODAL      PIC X(01).
               10 WRK-LIN-HORAS-EAD  PIC 9(03).
       COPY ARQDDREC.

       LINKAGE SECTION.
           COPY CURVLREC.

       PROCEDURE DIVISION USING CURVAL-AREA.
       0001-PRINCIPAL.
           IF WRK-ARQ-RESOLVIDO = 'N'
               PERFORM 0010-RESOLVER-ARQUIVOS
               MOVE 'S' TO WRK-ARQ-RESOLVIDO
           END-IF
           IF DDN-RETORNO NOT = ZEROS
               MOVE '9' TO CVL-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO CVL-QTD-DISC CVL-QTD-ERROS CVL-HORAS-OBRIG
                         CVL-HORAS-ELETIVAS CVL-MIN-ELETIVAS
                         CVL-CARGA-EXIGIDA CVL-QTD-ACHADOS
                         CVL-HORAS-EAD
           MOVE WRK-LIMITE-EAD TO CVL-LIMITE-EAD
           MOVE ZEROS TO WRK-QTD-LINHAS
           IF CVL-VERSAO = SPACES
               PERFORM 0100-CARREGAR-CATALOGO
           ELSE
               PERFORM 0150-CARREGAR-VERSAO
           END-IF
           MOVE WRK-QTD-LINHAS TO CVL-QTD-DISC
           IF WRK-QTD-LINHAS = 0
               MOVE '9' TO CVL-RETORNO
           ELSE
               PERFORM 0200-CARREGAR-REQUISITOS
               PERFORM 0300-CONFERIR-REPETIDAS
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-LINHAS
               PERFORM 0400-CONFERIR-LINHA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-LINHAS
               PERFORM 0500-PROCURAR-CICLO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-LINHAS
               PERFORM 0600-CONFERIR-HORAS
               IF CVL-QTD-ERROS = 0
                   MOVE '0' TO CVL-RETORNO
               ELSE
                   MOVE '1' TO CVL-RETORNO
               END-IF
           END-IF
           GOBACK.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'CURRVAL' TO DDN-PROGRAMA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'CURSOREQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CURSOREQ.

       0100-CARREGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE CVL-CURSO TO CAT-CURSO
               MOVE ZEROS     TO CAT-SEQ
               START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0110-LER-CATALOGO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0110-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CAT-CURSO NOT = CVL-CURSO
                      OR WRK-QTD-LINHAS >= 99
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE CAT-SEQ  TO WRK-LIN-SEQ(WRK-QTD-LINHAS)
                       MOVE CAT-DISCIPLINA
                           TO WRK-LIN-DISC(WRK-QTD-LINHAS)
                       MOVE CAT-PRE-REQ
                           TO WRK-LIN-PRE(WRK-QTD-LINHAS)
                       MOVE CAT-CARGA-HORARIA
                           TO WRK-LIN-CARGA(WRK-QTD-LINHAS)
                       MOVE CAT-TIPO TO WRK-LIN-TIPO(WRK-QTD-LINHAS)
                       MOVE ZEROS TO WRK-LIN-PRE-IND(WRK-QTD-LINHAS)
                       MOVE CAT-MODALIDADE
                           TO WRK-LIN-MODAL(WRK-QTD-LINHAS)
                       MOVE CAT-HORAS-EAD
                           TO WRK-LIN-HORAS-EAD(WRK-QTD-LINHAS)
                       PERFORM 0170-AJUSTAR-MODALIDADE
                   END-IF
           END-READ.

       0150-CARREGAR-VERSAO.
           OPEN INPUT CATVERS-FILE.
           IF WRK-CTV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE CVL-CURSO  TO CTV-CURSO
               MOVE CVL-VERSAO TO CTV-VERSAO
               MOVE ZEROS      TO CTV-SEQ
               START CATVERS-FILE KEY IS NOT LESS THAN CTV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0160-LER-VERSAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATVERS-FILE
           END-IF.

       0160-LER-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CTV-CURSO NOT = CVL-CURSO
                      OR CTV-VERSAO NOT = CVL-VERSAO
                      OR WRK-QTD-LINHAS >= 99
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE CTV-SEQ  TO WRK-LIN-SEQ(WRK-QTD-LINHAS)
                       MOVE CTV-DISCIPLINA
                           TO WRK-LIN-DISC(WRK-QTD-LINHAS)
                       MOVE CTV-PRE-REQ
                           TO WRK-LIN-PRE(WRK-QTD-LINHAS)
                       MOVE CTV-CARGA-HORARIA
                           TO WRK-LIN-CARGA(WRK-QTD-LINHAS)
                       MOVE CTV-TIPO TO WRK-LIN-TIPO(WRK-QTD-LINHAS)
                       MOVE ZEROS TO WRK-LIN-PRE-IND(WRK-QTD-LINHAS)
                       MOVE CTV-MODALIDADE
                           TO WRK-LIN-MODAL(WRK-QTD-LINHAS)
                       MOVE CTV-HORAS-EAD
                           TO WRK-LIN-HORAS-EAD(WRK-QTD-LINHAS)
                       PERFORM 0170-AJUSTAR-MODALIDADE
                   END-IF
           END-READ.

      *    LINHA GRAVADA ANTES DA MODALIDADE CHEGA COM OS CAMPOS EM
      *    BRANCO: VALE PRESENCIAL, SEM HORAS A DISTANCIA.
       0170-AJUSTAR-MODALIDADE.
           IF WRK-LIN-MODAL(WRK-QTD-LINHAS) = SPACES
               MOVE 'P' TO WRK-LIN-MODAL(WRK-QTD-LINHAS)
           END-IF.
           IF WRK-LIN-HORAS-EAD(WRK-QTD-LINHAS) NOT NUMERIC
               MOVE ZEROS TO WRK-LIN-HORAS-EAD(WRK-QTD-LINHAS)
           END-IF.

      *    REGISTRO ANTIGO DO CURSOREQ.DAT SEM A CARGA TOTAL CHEGA COM
      *    ESPACOS NO CAMPO - TRATADO COMO NAO INFORMADA.
       0200-CARREGAR-REQUISITOS.
           OPEN INPUT CURSOREQ-FILE.
           IF WRK-CREQ-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-REQUISITO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CURSOREQ-FILE
           END-IF.

       0210-LER-REQUISITO.
           READ CURSOREQ-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CREQ-CURSO = CVL-CURSO
                       IF CREQ-MIN-ELETIVAS IS NUMERIC
                           MOVE CREQ-MIN-ELETIVAS TO CVL-MIN-ELETIVAS
                       END-IF
                       IF CREQ-CARGA-TOTAL IS NUMERIC
                           MOVE CREQ-CARGA-TOTAL TO CVL-CARGA-EXIGIDA
                       END-IF
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    CADA PAR REPETIDO E APONTADO UMA VEZ, NA PRIMEIRA LINHA.
       0300-CONFERIR-REPETIDAS.
           COMPUTE WRK-J = WRK-I + 1.
           PERFORM 0310-COMPARAR-NOMES
               VARYING WRK-J FROM WRK-J BY 1
               UNTIL WRK-J > WRK-QTD-LINHAS.

       0310-COMPARAR-NOMES.
           IF WRK-LIN-DISC(WRK-J) = WRK-LIN-DISC(WRK-I)
               MOVE WRK-LIN-SEQ(WRK-I) TO WRK-SEQ-ED
               MOVE WRK-LIN-SEQ(WRK-J) TO WRK-SEQ-ED2
               MOVE SPACES TO WRK-TEXTO
               STRING 'DISCIPLINA REPETIDA NAS SEQ ' WRK-SEQ-ED
                      ' E ' WRK-SEQ-ED2 ': '
                      WRK-LIN-DISC(WRK-I)(1:30)
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.

       0400-CONFERIR-LINHA.
           MOVE WRK-LIN-SEQ(WRK-I) TO WRK-SEQ-ED.
           IF WRK-LIN-CARGA(WRK-I) = ZEROS
               MOVE SPACES TO WRK-TEXTO
               STRING 'SEM CARGA HORARIA - SEQ ' WRK-SEQ-ED ': '
                      WRK-LIN-DISC(WRK-I)(1:35)
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.
           IF WRK-LIN-TIPO(WRK-I) = 'E'
               ADD WRK-LIN-CARGA(WRK-I) TO CVL-HORAS-ELETIVAS
           ELSE
               ADD WRK-LIN-CARGA(WRK-I) TO CVL-HORAS-OBRIG
           END-IF.
           PERFORM 0450-CONFERIR-MODALIDADE.
           IF WRK-LIN-PRE(WRK-I) NOT = SPACES
               PERFORM 0410-LOCALIZAR-PRE-REQ
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-LINHAS
                      OR WRK-LIN-PRE-IND(WRK-I) > 0
               IF WRK-LIN-PRE-IND(WRK-I) = 0
                   PERFORM 0420-PRE-REQ-DE-OUTRO-CURSO
                   MOVE SPACES TO WRK-TEXTO
                   IF WRK-CURSO-OUTRO NOT = SPACES
                       STRING 'PRE-REQ DE OUTRO CURSO (' WRK-CURSO-OUTRO
                              ') - SEQ ' WRK-SEQ-ED ': '
                              WRK-LIN-PRE(WRK-I)(1:30)
                           DELIMITED BY SIZE INTO WRK-TEXTO
                   ELSE
                       STRING 'PRE-REQ FORA DO CURRICULO - SEQ '
                              WRK-SEQ-ED ': '
                              WRK-LIN-PRE(WRK-I)(1:30)
                           DELIMITED BY SIZE INTO WRK-TEXTO
                   END-IF
                   PERFORM 0900-REGISTRAR-ACHADO
               END-IF
           END-IF.

       0410-LOCALIZAR-PRE-REQ.
           IF WRK-LIN-DISC(WRK-J) = WRK-LIN-PRE(WRK-I)
               MOVE WRK-J TO WRK-LIN-PRE-IND(WRK-I)
           END-IF.

      *    O PRE-REQUISITO AUSENTE E PROCURADO NOS CURRICULOS DOS
      *    DEMAIS CURSOS DO MESMO ARQUIVO (CORRENTE OU VERSIONADO).
       0420-PRE-REQ-DE-OUTRO-CURSO.
           MOVE SPACES TO WRK-CURSO-OUTRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF CVL-VERSAO = SPACES
               OPEN INPUT CATALOGO-FILE
               IF WRK-CAT-STATUS = '00'
                   PERFORM 0430-VARRER-CATALOGO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CATALOGO-FILE
               END-IF
           ELSE
               OPEN INPUT CATVERS-FILE
               IF WRK-CTV-STATUS = '00'
                   PERFORM 0440-VARRER-VERSOES
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CATVERS-FILE
               END-IF
           END-IF.

       0430-VARRER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CAT-CURSO NOT = CVL-CURSO
                      AND CAT-DISCIPLINA = WRK-LIN-PRE(WRK-I)
                       MOVE CAT-CURSO TO WRK-CURSO-OUTRO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0440-VARRER-VERSOES.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CTV-CURSO NOT = CVL-CURSO
                      AND CTV-DISCIPLINA = WRK-LIN-PRE(WRK-I)
                       MOVE CTV-CURSO TO WRK-CURSO-OUTRO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *    SEGUE A CADEIA DE PRE-REQUISITOS A PARTIR DA LINHA WRK-I;
      *    VOLTAR A ELA E CICLO. O CICLO SO E APONTADO PELA MENOR
      *    LINHA DELE, PARA SAIR UMA VEZ SO.
      *    EAD CONTA A CARGA INTEIRA A DISTANCIA; HIBRIDA SO A PARTE
      *    INFORMADA, QUE NAO PODE PASSAR DA CARGA DA DISCIPLINA.
       0450-CONFERIR-MODALIDADE.
           EVALUATE WRK-LIN-MODAL(WRK-I)
               WHEN 'P'
                   CONTINUE
               WHEN 'E'
                   ADD WRK-LIN-CARGA(WRK-I) TO CVL-HORAS-EAD
               WHEN 'H'
                   IF WRK-LIN-HORAS-EAD(WRK-I) > WRK-LIN-CARGA(WRK-I)
                       MOVE SPACES TO WRK-TEXTO
                       STRING 'HIBRIDA COM HORAS EAD ACIMA DA CARGA - '
                              'SEQ ' WRK-SEQ-ED ': '
                              WRK-LIN-DISC(WRK-I)(1:20)
                           DELIMITED BY SIZE INTO WRK-TEXTO
                       PERFORM 0900-REGISTRAR-ACHADO
                       ADD WRK-LIN-CARGA(WRK-I) TO CVL-HORAS-EAD
                   ELSE
                       ADD WRK-LIN-HORAS-EAD(WRK-I) TO CVL-HORAS-EAD
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-TEXTO
                   STRING 'MODALIDADE INVALIDA (' WRK-LIN-MODAL(WRK-I)
                          ') - SEQ ' WRK-SEQ-ED ': '
                          WRK-LIN-DISC(WRK-I)(1:30)
                       DELIMITED BY SIZE INTO WRK-TEXTO
                   PERFORM 0900-REGISTRAR-ACHADO
           END-EVALUATE.

       0500-PROCURAR-CICLO.
           MOVE WRK-LIN-PRE-IND(WRK-I) TO WRK-J.
           MOVE WRK-I TO WRK-MENOR.
           MOVE 1 TO WRK-PASSOS.
           PERFORM 0510-AVANCAR-CADEIA
               UNTIL WRK-J = 0
                  OR WRK-J = WRK-I
                  OR WRK-PASSOS > WRK-QTD-LINHAS.
           IF WRK-J = WRK-I AND WRK-MENOR = WRK-I
               MOVE WRK-LIN-SEQ(WRK-I) TO WRK-SEQ-ED
               MOVE WRK-PASSOS TO WRK-PASSOS-ED
               MOVE SPACES TO WRK-TEXTO
               STRING 'CICLO DE PRE-REQ (' WRK-PASSOS-ED
                      ' DISC.) DESDE A SEQ ' WRK-SEQ-ED ': '
                      WRK-LIN-DISC(WRK-I)(1:25)
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.

       0510-AVANCAR-CADEIA.
           IF WRK-J < WRK-MENOR
               MOVE WRK-J TO WRK-MENOR
           END-IF.
           MOVE WRK-LIN-PRE-IND(WRK-J) TO WRK-K.
           MOVE WRK-K TO WRK-J.
           IF WRK-J NOT = 0 AND WRK-J NOT = WRK-I
               ADD 1 TO WRK-PASSOS
           END-IF.

       0600-CONFERIR-HORAS.
           IF CVL-HORAS-ELETIVAS < CVL-MIN-ELETIVAS
               MOVE CVL-HORAS-ELETIVAS TO WRK-HORAS-ED
               MOVE CVL-MIN-ELETIVAS   TO WRK-HORAS-ED2
               MOVE SPACES TO WRK-TEXTO
               STRING 'ELETIVAS OFERECIDAS ' WRK-HORAS-ED
                      'H ABAIXO DO MINIMO DO CURSO ' WRK-HORAS-ED2 'H'
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.
           COMPUTE WRK-HORAS-TOTAL = CVL-HORAS-OBRIG
                                   + CVL-HORAS-ELETIVAS.
           IF CVL-CARGA-EXIGIDA > 0
              AND WRK-HORAS-TOTAL < CVL-CARGA-EXIGIDA
               MOVE WRK-HORAS-TOTAL   TO WRK-HORAS-ED
               MOVE CVL-CARGA-EXIGIDA TO WRK-HORAS-ED2
               MOVE SPACES TO WRK-TEXTO
               STRING 'CARGA DO CURRICULO ' WRK-HORAS-ED
                      'H ABAIXO DA EXIGIDA PARA O CURSO '
                      WRK-HORAS-ED2 'H'
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.
           IF WRK-HORAS-TOTAL > 0
              AND CVL-HORAS-EAD * 100 > WRK-LIMITE-EAD * WRK-HORAS-TOTAL
               MOVE CVL-HORAS-EAD TO WRK-HORAS-ED
               COMPUTE WRK-PCT-ED =
                   CVL-HORAS-EAD * 100 / WRK-HORAS-TOTAL
               MOVE SPACES TO WRK-TEXTO
               STRING 'HORAS A DISTANCIA ' WRK-HORAS-ED 'H ('
                      WRK-PCT-ED '%) ACIMA DO LIMITE LEGAL DE '
                      WRK-LIMITE-EAD '% DA CARGA'
                   DELIMITED BY SIZE INTO WRK-TEXTO
               PERFORM 0900-REGISTRAR-ACHADO
           END-IF.

      *    ALEM DE 100 ACHADOS SO A CONTAGEM CONTINUA.
       0900-REGISTRAR-ACHADO.
           ADD 1 TO CVL-QTD-ERROS.
           IF CVL-QTD-ACHADOS < 100
               ADD 1 TO CVL-QTD-ACHADOS
               MOVE WRK-TEXTO TO CVL-ACHADO(CVL-QTD-ACHADOS)
           END-IF.

       END PROGRAM CURRVAL.
