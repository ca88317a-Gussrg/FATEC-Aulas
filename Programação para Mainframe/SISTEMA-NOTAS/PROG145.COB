       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG145.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integridade dos curriculos - passa o CURRVAL no
      *          curriculo corrente (CATALOGO.DAT) de cada curso e em
      *          cada versao congelada de CATVERS.DAT, e grava
      *          CURRVAL.REL com, por curriculo, as horas de
      *          obrigatorias e eletivas contra os minimos do curso e
      *          a lista de achados (ciclo de pre-requisitos,
      *          pre-requisito inexistente ou de outro curso,
      *          disciplina repetida ou sem carga horaria, eletivas
      *          abaixo do minimo, carga total abaixo da exigida,
      *          horas a distancia acima do limite legal). Cada
      *          curriculo traz as horas a distancia (EAD e parte EAD
      *          das hibridas) e o percentual sobre a carga total.
      *          RC 4 quando algum curriculo tem erro.
      *          SYSIN: curso (em branco = todos).
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
           SELECT CURRVAL-REL ASSIGN TO WRK-ARQ-CURRVAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

       FD  CURRVAL-REL.
       01  CURRVAL-LINHA        PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-CURRVAL   PIC X(40) VALUE 'CURRVAL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-CURSO-SEL      PIC X(10) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-I              PIC 9(03) VALUE ZEROS.
       77 WRK-A              PIC 9(03) VALUE ZEROS.
       77 WRK-DESC-VERSAO    PIC X(09) VALUE SPACES.
       77 WRK-HORAS-TOTAL    PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-EAD        PIC ZZ9,9 VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VALIDADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-ERRO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS      PIC 9(05) VALUE ZEROS.

      *    CURRICULOS A VALIDAR (VERSAO EM BRANCO = CORRENTE), JUNTADOS
      *    ANTES DAS CHAMADAS PORQUE O CURRVAL ABRE OS MESMOS ARQUIVOS.
       01 WRK-TABELA-CURRICULOS.
           05 WRK-QTD-CURRIC     PIC 9(03) VALUE ZEROS.
           05 WRK-CUR-ITEM OCCURS 300 TIMES.
               10 WRK-CUR-CURSO      PIC X(10).
               10 WRK-CUR-VERSAO     PIC X(04).

           COPY CURVLREC.
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
           PERFORM 0100-LISTAR-CORRENTES
           PERFORM 0120-LISTAR-VERSOES
           IF WRK-QTD-CURRIC = 0
               DISPLAY 'NENHUM CURRICULO A VALIDAR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CURRVAL-REL
               PERFORM 0150-CABECALHO
               PERFORM 0200-VALIDAR-CURRICULO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-CURRIC
               PERFORM 0400-RESUMO
               CLOSE CURRVAL-REL
               IF WRK-QTD-COM-ERRO > 0
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
           MOVE 'PROG145' TO DDN-PROGRAMA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'CURRVAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CURRVAL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-CURSO-SEL.
           IF WRK-CURSO-SEL = SPACES
               DISPLAY 'INTEGRIDADE DOS CURRICULOS - TODOS OS CURSOS'
           ELSE
               DISPLAY 'INTEGRIDADE DOS CURRICULOS - CURSO '
                       WRK-CURSO-SEL
           END-IF.

       0100-LISTAR-CORRENTES.
           OPEN INPUT CATALOGO-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOGO.DAT INDISPONIVEL: ' WRK-CAT-STATUS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-CATALOGO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-FILE
           END-IF.

       0110-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-CURSO-SEL = SPACES
                      OR CAT-CURSO = WRK-CURSO-SEL
                       MOVE CAT-CURSO TO CVL-CURSO
                       MOVE SPACES    TO CVL-VERSAO
                       PERFORM 0140-GUARDAR-CURRICULO
                   END-IF
           END-READ.

       0120-LISTAR-VERSOES.
           OPEN INPUT CATVERS-FILE.
           IF WRK-CTV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0130-LER-VERSAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATVERS-FILE
           END-IF.

       0130-LER-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-CURSO-SEL = SPACES
                      OR CTV-CURSO = WRK-CURSO-SEL
                       MOVE CTV-CURSO  TO CVL-CURSO
                       MOVE CTV-VERSAO TO CVL-VERSAO
                       PERFORM 0140-GUARDAR-CURRICULO
                   END-IF
           END-READ.

      *    OS ARQUIVOS VEM EM ORDEM DE CHAVE: BASTA COMPARAR COM O
      *    ULTIMO CURRICULO GUARDADO.
       0140-GUARDAR-CURRICULO.
           IF WRK-QTD-CURRIC = 0
              OR CVL-CURSO  NOT = WRK-CUR-CURSO(WRK-QTD-CURRIC)
              OR CVL-VERSAO NOT = WRK-CUR-VERSAO(WRK-QTD-CURRIC)
               IF WRK-QTD-CURRIC < 300
                   ADD 1 TO WRK-QTD-CURRIC
                   MOVE CVL-CURSO  TO WRK-CUR-CURSO(WRK-QTD-CURRIC)
                   MOVE CVL-VERSAO TO WRK-CUR-VERSAO(WRK-QTD-CURRIC)
               ELSE
                   DISPLAY 'TABELA DE CURRICULOS CHEIA - IGNORADO '
                           CVL-CURSO ' ' CVL-VERSAO
               END-IF
           END-IF.

       0150-CABECALHO.
           MOVE ALL '=' TO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING 'INTEGRIDADE DOS CURRICULOS - EMISSAO '
                  WRK-AGORA(7:2) '/' WRK-AGORA(5:2) '/'
                  WRK-AGORA(1:4)
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE ALL '=' TO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.

       0200-VALIDAR-CURRICULO.
           MOVE WRK-CUR-CURSO(WRK-I)  TO CVL-CURSO.
           MOVE WRK-CUR-VERSAO(WRK-I) TO CVL-VERSAO.
           CALL 'CURRVAL' USING CURVAL-AREA.
           ADD 1 TO WRK-QTD-VALIDADOS.
           ADD CVL-QTD-DISC TO WRK-QTD-LIDOS.
           IF CVL-VERSAO = SPACES
               MOVE 'CORRENTE' TO WRK-DESC-VERSAO
           ELSE
               MOVE SPACES TO WRK-DESC-VERSAO
               STRING 'VERSAO ' CVL-VERSAO
                   DELIMITED BY SIZE INTO WRK-DESC-VERSAO
           END-IF.
           MOVE SPACES TO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING 'CURSO ' CVL-CURSO ' - ' WRK-DESC-VERSAO
                  ' - DISCIPLINAS: ' CVL-QTD-DISC
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           COMPUTE WRK-HORAS-TOTAL = CVL-HORAS-OBRIG
                                   + CVL-HORAS-ELETIVAS.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING '    OBRIGATORIAS ' CVL-HORAS-OBRIG
                  'H  ELETIVAS ' CVL-HORAS-ELETIVAS
                  'H (MINIMO ' CVL-MIN-ELETIVAS
                  'H)  TOTAL ' WRK-HORAS-TOTAL
                  'H (EXIGIDA ' CVL-CARGA-EXIGIDA 'H)'
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE ZEROS TO WRK-PCT-EAD.
           IF WRK-HORAS-TOTAL > 0
               COMPUTE WRK-PCT-EAD ROUNDED =
                   CVL-HORAS-EAD * 100 / WRK-HORAS-TOTAL
           END-IF.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING '    A DISTANCIA ' CVL-HORAS-EAD
                  'H = ' WRK-PCT-EAD '% DA CARGA (LIMITE LEGAL '
                  CVL-LIMITE-EAD '%)'
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           PERFORM 0210-LISTAR-ACHADO
               VARYING WRK-A FROM 1 BY 1
               UNTIL WRK-A > CVL-QTD-ACHADOS.
           MOVE SPACES TO CURRVAL-LINHA.
           EVALUATE CVL-RETORNO
               WHEN '0'
                   MOVE '    SITUACAO: OK' TO CURRVAL-LINHA
               WHEN '9'
                   MOVE '    SITUACAO: CURRICULO SEM LINHAS'
                       TO CURRVAL-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-COM-ERRO
                   ADD CVL-QTD-ERROS TO WRK-QTD-ERROS
                   STRING '    SITUACAO: COM ERRO - ' CVL-QTD-ERROS
                          ' ACHADO(S)'
                       DELIMITED BY SIZE INTO CURRVAL-LINHA
           END-EVALUATE.
           WRITE CURRVAL-LINHA.

       0210-LISTAR-ACHADO.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING '    * ' CVL-ACHADO(WRK-A)
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.

       0400-RESUMO.
           MOVE SPACES TO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE ALL '=' TO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.
           MOVE SPACES TO CURRVAL-LINHA.
           STRING 'CURRICULOS VALIDADOS: ' WRK-QTD-VALIDADOS
                  '  COM ERRO: ' WRK-QTD-COM-ERRO
                  '  ACHADOS: ' WRK-QTD-ERROS
               DELIMITED BY SIZE INTO CURRVAL-LINHA.
           WRITE CURRVAL-LINHA.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG145 - INTEGRIDADE DOS CURRICULOS'.
           DISPLAY 'LINHAS DE CURRICULO...: ' WRK-QTD-LIDOS.
           DISPLAY 'CURRICULOS VALIDADOS..: ' WRK-QTD-VALIDADOS.
           DISPLAY 'CURRICULOS COM ERRO...: ' WRK-QTD-COM-ERRO.
           DISPLAY 'ACHADOS...............: ' WRK-QTD-ERROS.
           DISPLAY '========================================'.

      *    LIDOS = LINHAS DE CURRICULO, GRAVADOS = CURRICULOS
      *    VALIDADOS, REJEITADOS = CURRICULOS COM ERRO.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG145'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS      TO RS-QTD-LIDOS
           MOVE WRK-QTD-VALIDADOS  TO RS-QTD-GRAVADOS
           MOVE ZEROS              TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-COM-ERRO   TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG145.
