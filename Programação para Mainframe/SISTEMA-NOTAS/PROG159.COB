       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recarga a partir do conjunto de seguranca dos
      *          mestres (PROG158). Reconstroi do zero o conjunto
      *          inteiro ou so os arquivos pedidos, e confere cada
      *          arquivo recarregado contra o rodape do conjunto e
      *          contra a contagem do catalogo BKPCAT.DAT: qualquer
      *          diferenca, arquivo pedido que nao esta no conjunto ou
      *          conjunto truncado termina com RETURN-CODE 8, como o
      *          PROG27 faz para GRADES.BKP. O conjunto inteiro so e
      *          recarregado se o catalogo o registra como completo.
      *          SYSIN: conjunto (AAAAMMDDHHMMSS; em branco = ultimo
      *          conjunto completo do catalogo); arquivos a recarregar
      *          separados por espaco (em branco ou TODOS = o conjunto
      *          inteiro); confirmacao S.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE
               ALTERNATE RECORD KEY IS GR-MATRICULA WITH DUPLICATES
               ALTERNATE RECORD KEY IS GR-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WRK-ARQ-MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENROLL-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO WRK-ARQ-CHAMADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT TURMA-FILE ASSIGN TO WRK-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO WRK-ARQ-PROFESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO WRK-ARQ-CAMPUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ATRIBUICAO-FILE ASSIGN TO WRK-ARQ-ATRIBUIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT HORARIO-FILE ASSIGN TO WRK-ARQ-HORARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT PROVA-FILE ASSIGN TO WRK-ARQ-EXAMES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT SALAS-FILE ASSIGN TO WRK-ARQ-SALAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT DIALET-FILE ASSIGN TO WRK-ARQ-DIASLET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT BOLSA-FILE ASSIGN TO WRK-ARQ-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOL-MATRICULA
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT PROTOCOLO-FILE ASSIGN TO WRK-ARQ-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO WRK-ARQ-DIPLOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CATVERS-FILE ASSIGN TO WRK-ARQ-CATVERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTV-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CURSOREQ-FILE ASSIGN TO WRK-ARQ-CURSOREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO WRK-ARQ-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT HIST-FILE ASSIGN TO WRK-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT PRECO-FILE ASSIGN TO WRK-ARQ-PRECOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT TAXA-FILE ASSIGN TO WRK-ARQ-TAXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAX-TIPO
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ACORDO-FILE ASSIGN TO WRK-ARQ-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACD-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT AJUSTE-FILE ASSIGN TO WRK-ARQ-AJUSTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJU-SEQ
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT COLACAO-FILE ASSIGN TO WRK-ARQ-COLACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CERIMONIA-FILE ASSIGN TO WRK-ARQ-CERIMON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CER-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ENADE-FILE ASSIGN TO WRK-ARQ-ENADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENA-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT NEE-FILE ASSIGN TO WRK-ARQ-NEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEE-MATRICULA
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT COORD-FILE ASSIGN TO WRK-ARQ-COORDENA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CURSO
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CONCEDENTE-FILE ASSIGN TO WRK-ARQ-CONCEDEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CNPJ
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT RECERT-FILE ASSIGN TO WRK-ARQ-RECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT PARTEAD-FILE ASSIGN TO WRK-ARQ-PARTEAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTE-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT NOMEHIST-FILE ASSIGN TO WRK-ARQ-NOMEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NHI-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CANDIDATO-FILE ASSIGN TO WRK-ARQ-CANDIDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT CONJUNTO-FILE ASSIGN TO WRK-NOME-CONJUNTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SET-STATUS.
           SELECT CATALOGO-BKP ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ENROLL-FILE.
           COPY ENROLLREC.

       FD  COMP-FILE.
           COPY COMPREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CHAMADA-FILE.
           COPY CHAMREC.

       FD  MENSAL-FILE.
           COPY MENSREC.

       FD  TURMA-FILE.
           COPY TURMAREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  CAMPUS-FILE.
           COPY CAMPUSREC.

       FD  ATRIBUICAO-FILE.
           COPY ATRIBREC.

       FD  HORARIO-FILE.
           COPY HORARREC.

       FD  PROVA-FILE.
           COPY PROVAREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  SALAS-FILE.
           COPY SALAREC.

       FD  DIALET-FILE.
           COPY DIALEREC.

       FD  BOLSA-FILE.
           COPY BOLSAREC.

       FD  PROTOCOLO-FILE.
           COPY PROTREC.

       FD  DIPLOMA-FILE.
           COPY DIPLREC.

       FD  CATVERS-FILE.
           COPY CATVREC.

       FD  CURSOREQ-FILE.
           COPY CREQREC.

       FD  DOCUMENTO-FILE.
           COPY DOCREC.

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

       FD  PRECO-FILE.
           COPY PRECOREC.

       FD  TAXA-FILE.
           COPY TAXAREC.

       FD  ACORDO-FILE.
           COPY ACORDREC.

       FD  AJUSTE-FILE.
           COPY AJUSTREC.

       FD  COLACAO-FILE.
           COPY COLACREC.

       FD  CERIMONIA-FILE.
           COPY CERIMREC.

       FD  ENADE-FILE.
           COPY ENADEREC.

       FD  NEE-FILE.
           COPY NEEREC.

       FD  COORD-FILE.
           COPY COORDREC.

       FD  CONCEDENTE-FILE.
           COPY EMPRREC.

       FD  RECERT-FILE.
           COPY RECERREC.

       FD  PARTEAD-FILE.
           COPY PARTREC.

       FD  NOMEHIST-FILE.
           COPY NOMEHIST.

       FD  CANDIDATO-FILE.
           COPY CANDREC.

       FD  CONJUNTO-FILE.
           COPY BKSETREC.

       FD  CATALOGO-BKP.
           COPY BKCATREC.

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-MATRICUL  PIC X(40) VALUE 'MATRICULA.DAT'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CHAMADA   PIC X(40) VALUE 'CHAMADA.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-TURMAS    PIC X(40) VALUE 'TURMAS.DAT'.
       77 WRK-ARQ-PROFESS   PIC X(40) VALUE 'PROFESSOR.DAT'.
       77 WRK-ARQ-CAMPUS    PIC X(40) VALUE 'CAMPUS.DAT'.
       77 WRK-ARQ-ATRIBUIC  PIC X(40) VALUE 'ATRIBUIC.DAT'.
       77 WRK-ARQ-HORARIO   PIC X(40) VALUE 'HORARIO.DAT'.
       77 WRK-ARQ-EXAMES    PIC X(40) VALUE 'EXAMES.DAT'.
       77 WRK-ARQ-OPERADOR  PIC X(40) VALUE 'OPERADOR.DAT'.
       77 WRK-ARQ-SALAS     PIC X(40) VALUE 'SALAS.DAT'.
       77 WRK-ARQ-DIASLET   PIC X(40) VALUE 'DIASLET.DAT'.
       77 WRK-ARQ-BOLSAS    PIC X(40) VALUE 'BOLSAS.DAT'.
       77 WRK-ARQ-PROTOCOL  PIC X(40) VALUE 'PROTOCOL.DAT'.
       77 WRK-ARQ-DIPLOMAS  PIC X(40) VALUE 'DIPLOMAS.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-CURSOREQ  PIC X(40) VALUE 'CURSOREQ.DAT'.
       77 WRK-ARQ-DOCALUNO  PIC X(40) VALUE 'DOCALUNO.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-PRECOS    PIC X(40) VALUE 'PRECOS.DAT'.
       77 WRK-ARQ-TAXAS     PIC X(40) VALUE 'TAXAS.DAT'.
       77 WRK-ARQ-ACORDOS   PIC X(40) VALUE 'ACORDOS.DAT'.
       77 WRK-ARQ-AJUSTES   PIC X(40) VALUE 'AJUSTES.DAT'.
       77 WRK-ARQ-COLACAO   PIC X(40) VALUE 'COLACAO.DAT'.
       77 WRK-ARQ-CERIMON   PIC X(40) VALUE 'CERIMON.DAT'.
       77 WRK-ARQ-ENADE     PIC X(40) VALUE 'ENADE.DAT'.
       77 WRK-ARQ-NEE       PIC X(40) VALUE 'NEE.DAT'.
       77 WRK-ARQ-COORDENA  PIC X(40) VALUE 'COORDENA.DAT'.
       77 WRK-ARQ-CONCEDEN  PIC X(40) VALUE 'CONCEDEN.DAT'.
       77 WRK-ARQ-RECERT    PIC X(40) VALUE 'RECERT.DAT'.
       77 WRK-ARQ-PARTEAD   PIC X(40) VALUE 'PARTEAD.DAT'.
       77 WRK-ARQ-NOMEHIST  PIC X(40) VALUE 'NOMEHIST.DAT'.
       77 WRK-ARQ-CANDIDAT  PIC X(40) VALUE 'CANDIDAT.DAT'.
       77 WRK-ARQ-BKPCAT    PIC X(40) VALUE 'BKPCAT.DAT'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-ARQ-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SET-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-CONJUNTO       PIC X(14) VALUE SPACES.
       77 WRK-CONJUNTO-ACHADO PIC X(14) VALUE SPACES.
       77 WRK-NOME-CONJUNTO  PIC X(30) VALUE SPACES.
       77 WRK-CORTE          PIC X(21) VALUE SPACES.
       77 WRK-SITUACAO-SET   PIC X(01) VALUE SPACES.
       77 WRK-ARQS-NO-SET    PIC 9(03) VALUE ZEROS.
       77 WRK-LISTA          PIC X(200) VALUE SPACES.
       77 WRK-NOME-PEDIDO    PIC X(13) VALUE SPACES.
       77 WRK-PONTEIRO       PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-SET      PIC X(01) VALUE 'N'.
       77 WRK-GRAVANDO       PIC X(01) VALUE 'N'.
       77 WRK-FIM-CONJUNTO   PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IND-BUSCA      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ARQ        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RECARREGADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ERROS      PIC 9(03) VALUE ZEROS.

           COPY BKARQTAB.

      *    POR ARQUIVO DO REGISTRO: PEDIDO NA RECARGA, CONTAGEM E
      *    SITUACAO NO CATALOGO E RESULTADO DA RECARGA ('R' RECARREGADO
      *    E CONFERIDO, 'D' DIVERGENTE).
       01 WRK-TABELA-RECARGA.
           05 WRK-REC-ITEM OCCURS 37 TIMES.
               10 WRK-REC-PEDIDO     PIC X(01).
               10 WRK-REC-CAT-QTD    PIC 9(07).
               10 WRK-REC-CAT-SIT    PIC X(01).
               10 WRK-REC-RESULTADO  PIC X(01).
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
               PERFORM 0100-LOCALIZAR-CONJUNTO
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0150-SELECIONAR-ARQUIVOS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 0200-RECARREGAR
               PERFORM 0400-CONFERIR-RECARGA
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG159' TO DDN-PROGRAMA.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'MATRICUL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MATRICUL.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CHAMADA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CHAMADA.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'TURMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TURMAS.
           MOVE 'PROFESS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROFESS.
           MOVE 'CAMPUS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CAMPUS.
           MOVE 'ATRIBUIC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ATRIBUIC.
           MOVE 'HORARIO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HORARIO.
           MOVE 'EXAMES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EXAMES.
           MOVE 'OPERADOR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERADOR.
           MOVE 'SALAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SALAS.
           MOVE 'DIASLET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIASLET.
           MOVE 'BOLSAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BOLSAS.
           MOVE 'PROTOCOL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PROTOCOL.
           MOVE 'DIPLOMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIPLOMAS.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'CURSOREQ' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CURSOREQ.
           MOVE 'DOCALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DOCALUNO.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'PRECOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PRECOS.
           MOVE 'TAXAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-TAXAS.
           MOVE 'ACORDOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ACORDOS.
           MOVE 'AJUSTES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-AJUSTES.
           MOVE 'COLACAO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COLACAO.
           MOVE 'CERIMON' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CERIMON.
           MOVE 'ENADE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ENADE.
           MOVE 'NEE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NEE.
           MOVE 'COORDENA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COORDENA.
           MOVE 'CONCEDEN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CONCEDEN.
           MOVE 'RECERT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECERT.
           MOVE 'PARTEAD' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PARTEAD.
           MOVE 'NOMEHIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOMEHIST.
           MOVE 'CANDIDAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CANDIDAT.
           MOVE 'BKPCAT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BKPCAT.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-INICIALIZAR.
           ACCEPT WRK-CONJUNTO.
           ACCEPT WRK-LISTA.
           DISPLAY 'RECARGA DO CONJUNTO DE SEGURANCA DOS MESTRES'.
           DISPLAY 'ATENCAO: O CONTEUDO ATUAL DOS ARQUIVOS PEDIDOS '
                   'SERA SUBSTITUIDO. CONFIRMA? S/N: '.
           ACCEPT WRK-CONFIRMA.
           INITIALIZE WRK-TABELA-RECARGA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'OPERACAO CANCELADA.'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    PRIMEIRA PASSADA: ACHA A LINHA 'C' DO CONJUNTO (OU A ULTIMA
      *    COMPLETA); SEGUNDA: CARREGA AS LINHAS 'A' DELE.
       0100-LOCALIZAR-CONJUNTO.
           OPEN INPUT CATALOGO-BKP.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'BKPCAT.DAT INDISPONIVEL: ' WRK-CAT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-CONJUNTO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CATALOGO-BKP
               IF WRK-ACHOU-SET = 'N'
                   DISPLAY 'CONJUNTO NAO ENCONTRADO NO CATALOGO: '
                           WRK-CONJUNTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT CATALOGO-BKP
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0120-LER-ARQUIVO-CATALOGO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CATALOGO-BKP
                   DISPLAY 'CONJUNTO ' WRK-CONJUNTO ' - CORTE '
                           WRK-CORTE(7:2) '/' WRK-CORTE(5:2) '/'
                           WRK-CORTE(1:4) ' ' WRK-CORTE(9:2) ':'
                           WRK-CORTE(11:2) ' - ' WRK-NOME-CONJUNTO
               END-IF
           END-IF.

       0110-LER-CONJUNTO.
           READ CATALOGO-BKP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF BKC-TIPO = 'C'
                       IF WRK-CONJUNTO = SPACES
                           IF BKC-SITUACAO = 'C'
                               PERFORM 0115-GUARDAR-CONJUNTO
                           END-IF
                       ELSE
                           IF BKC-CONJUNTO = WRK-CONJUNTO
                               PERFORM 0115-GUARDAR-CONJUNTO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0115-GUARDAR-CONJUNTO.
           MOVE 'S'               TO WRK-ACHOU-SET.
           MOVE BKC-CONJUNTO      TO WRK-CONJUNTO-ACHADO.
           MOVE BKC-NOME-CONJUNTO TO WRK-NOME-CONJUNTO.
           MOVE BKC-DATA-HORA     TO WRK-CORTE.
           MOVE BKC-SITUACAO      TO WRK-SITUACAO-SET.
           MOVE BKC-QTD-REGISTROS TO WRK-ARQS-NO-SET.

       0120-LER-ARQUIVO-CATALOGO.
           READ CATALOGO-BKP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF BKC-TIPO = 'A'
                      AND BKC-CONJUNTO = WRK-CONJUNTO-ACHADO
                       MOVE BKC-ARQUIVO TO WRK-NOME-PEDIDO
                       PERFORM 0170-LOCALIZAR-REGISTRO
                       IF WRK-IND-BUSCA > 0
                           MOVE BKC-QTD-REGISTROS
                               TO WRK-REC-CAT-QTD(WRK-IND-BUSCA)
                           MOVE BKC-SITUACAO
                               TO WRK-REC-CAT-SIT(WRK-IND-BUSCA)
                       END-IF
                   END-IF
           END-READ.

      *    CONJUNTO INTEIRO SO SE ESTA COMPLETO; SUBCONJUNTO SO COM
      *    ARQUIVOS REGISTRADOS E PRESENTES NO CONJUNTO.
       0150-SELECIONAR-ARQUIVOS.
           MOVE WRK-CONJUNTO-ACHADO TO WRK-CONJUNTO.
           IF WRK-LISTA = SPACES OR WRK-LISTA = 'TODOS'
               IF WRK-SITUACAO-SET NOT = 'C'
                   DISPLAY 'CONJUNTO INCOMPLETO - RECARGA INTEIRA '
                           'RECUSADA; INFORME OS ARQUIVOS.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0155-PEDIR-TODOS
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > BKA-QTD-ARQUIVOS
               END-IF
           ELSE
               MOVE 1 TO WRK-PONTEIRO
               PERFORM 0160-EXTRAIR-NOME UNTIL WRK-PONTEIRO > 200
           END-IF.
           IF RETURN-CODE = 0 AND WRK-QTD-PEDIDOS = 0
               DISPLAY 'NENHUM ARQUIVO A RECARREGAR.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0155-PEDIR-TODOS.
           MOVE 'S' TO WRK-REC-PEDIDO(WRK-IND).
           ADD 1 TO WRK-QTD-PEDIDOS.

       0160-EXTRAIR-NOME.
           MOVE SPACES TO WRK-NOME-PEDIDO.
           UNSTRING WRK-LISTA DELIMITED BY ALL SPACES
               INTO WRK-NOME-PEDIDO
               WITH POINTER WRK-PONTEIRO
           END-UNSTRING.
           IF WRK-NOME-PEDIDO NOT = SPACES
               PERFORM 0170-LOCALIZAR-REGISTRO
               EVALUATE TRUE
                   WHEN WRK-IND-BUSCA = 0
                       DISPLAY 'ARQUIVO NAO REGISTRADO: '
                               WRK-NOME-PEDIDO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-REC-CAT-SIT(WRK-IND-BUSCA) NOT = 'C'
                       DISPLAY 'ARQUIVO FORA DO CONJUNTO: '
                               WRK-NOME-PEDIDO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-REC-PEDIDO(WRK-IND-BUSCA) = 'S'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'S' TO WRK-REC-PEDIDO(WRK-IND-BUSCA)
                       ADD 1 TO WRK-QTD-PEDIDOS
               END-EVALUATE
           END-IF.

       0170-LOCALIZAR-REGISTRO.
           MOVE ZEROS TO WRK-IND-BUSCA.
           PERFORM 0175-COMPARAR-REGISTRO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > BKA-QTD-ARQUIVOS OR WRK-IND-BUSCA > 0.

       0175-COMPARAR-REGISTRO.
           IF BKA-ARQUIVO(WRK-IND) = WRK-NOME-PEDIDO
               MOVE WRK-IND TO WRK-IND-BUSCA
           END-IF.

       0200-RECARREGAR.
           OPEN INPUT CONJUNTO-FILE.
           IF WRK-SET-STATUS NOT = '00'
               DISPLAY 'CONJUNTO INDISPONIVEL: ' WRK-NOME-CONJUNTO
                       ' (STATUS ' WRK-SET-STATUS ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0210-PROCESSAR-CONJUNTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-GRAVANDO = 'S'
                   PERFORM 0240-FECHAR-MESTRE
                   MOVE 'D' TO WRK-REC-RESULTADO(WRK-IND)
                   DISPLAY 'ERRO: ' BKA-ARQUIVO(WRK-IND)
                           ' SEM RODAPE NO CONJUNTO.'
               END-IF
               CLOSE CONJUNTO-FILE
           END-IF.

       0210-PROCESSAR-CONJUNTO.
           READ CONJUNTO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE BKS-TIPO
                       WHEN 'CONJUNTO'
                           IF BKS-CONJUNTO NOT = WRK-CONJUNTO
                               DISPLAY 'ARQUIVO ' WRK-NOME-CONJUNTO
                                       ' E DO CONJUNTO ' BKS-CONJUNTO
                               ADD 1 TO WRK-QTD-ERROS
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           END-IF
                       WHEN 'HEADER'
                           PERFORM 0220-ABRIR-ARQUIVO
                       WHEN 'DETALHE'
                           ADD 1 TO WRK-QTD-LIDOS
                           IF WRK-GRAVANDO = 'S'
                               PERFORM 0230-GRAVAR-REGISTRO
                           END-IF
                       WHEN 'TRAILER'
                           IF WRK-GRAVANDO = 'S'
                               PERFORM 0240-FECHAR-MESTRE
                               PERFORM 0250-CONFERIR-ARQUIVO
                           END-IF
                       WHEN 'FIMCONJ'
                           MOVE 'S' TO WRK-FIM-CONJUNTO
                           IF BKS-QTD NOT = WRK-ARQS-NO-SET
                               DISPLAY 'ERRO: CONJUNTO FECHA COM '
                                       BKS-QTD ' ARQUIVOS, CATALOGO '
                                       WRK-ARQS-NO-SET
                               ADD 1 TO WRK-QTD-ERROS
                           END-IF
                       WHEN OTHER
                           DISPLAY 'REGISTRO DE TIPO DESCONHECIDO '
                                   'IGNORADO: ' BKS-TIPO
                   END-EVALUATE
           END-READ.

       0220-ABRIR-ARQUIVO.
           MOVE 'N' TO WRK-GRAVANDO.
           MOVE BKS-ARQUIVO TO WRK-NOME-PEDIDO.
           PERFORM 0170-LOCALIZAR-REGISTRO.
           IF WRK-IND-BUSCA > 0
               MOVE WRK-IND-BUSCA TO WRK-IND
               IF WRK-REC-PEDIDO(WRK-IND) = 'S'
                   PERFORM 0225-ABRIR-MESTRE
                   IF WRK-ARQ-STATUS NOT = '00'
                       DISPLAY 'NAO FOI POSSIVEL RECRIAR '
                               BKA-ARQUIVO(WRK-IND) ': '
                               WRK-ARQ-STATUS
                       MOVE 'D' TO WRK-REC-RESULTADO(WRK-IND)
                   ELSE
                       MOVE 'S' TO WRK-GRAVANDO
                       MOVE ZEROS TO WRK-QTD-ARQ
                   END-IF
               END-IF
           END-IF.

       0225-ABRIR-MESTRE.
           EVALUATE WRK-IND
               WHEN 1
                   OPEN OUTPUT GRADE-FILE
               WHEN 2
                   OPEN OUTPUT ALUNO-FILE
               WHEN 3
                   OPEN OUTPUT ENROLL-FILE
               WHEN 4
                   OPEN OUTPUT COMP-FILE
               WHEN 5
                   OPEN OUTPUT CATALOGO-FILE
               WHEN 6
                   OPEN OUTPUT CHAMADA-FILE
               WHEN 7
                   OPEN OUTPUT MENSAL-FILE
               WHEN 8
                   OPEN OUTPUT TURMA-FILE
               WHEN 9
                   OPEN OUTPUT PROFESSOR-FILE
               WHEN 10
                   OPEN OUTPUT CAMPUS-FILE
               WHEN 11
                   OPEN OUTPUT ATRIBUICAO-FILE
               WHEN 12
                   OPEN OUTPUT HORARIO-FILE
               WHEN 13
                   OPEN OUTPUT PROVA-FILE
               WHEN 14
                   OPEN OUTPUT OPERADOR-FILE
               WHEN 15
                   OPEN OUTPUT SALAS-FILE
               WHEN 16
                   OPEN OUTPUT DIALET-FILE
               WHEN 17
                   OPEN OUTPUT BOLSA-FILE
               WHEN 18
                   OPEN OUTPUT PROTOCOLO-FILE
               WHEN 19
                   OPEN OUTPUT DIPLOMA-FILE
               WHEN 20
                   OPEN OUTPUT CATVERS-FILE
               WHEN 21
                   OPEN OUTPUT CURSOREQ-FILE
               WHEN 22
                   OPEN OUTPUT DOCUMENTO-FILE
               WHEN 23
                   OPEN OUTPUT HIST-FILE
               WHEN 24
                   OPEN OUTPUT PRECO-FILE
               WHEN 25
                   OPEN OUTPUT TAXA-FILE
               WHEN 26
                   OPEN OUTPUT ACORDO-FILE
               WHEN 27
                   OPEN OUTPUT AJUSTE-FILE
               WHEN 28
                   OPEN OUTPUT COLACAO-FILE
               WHEN 29
                   OPEN OUTPUT CERIMONIA-FILE
               WHEN 30
                   OPEN OUTPUT ENADE-FILE
               WHEN 31
                   OPEN OUTPUT NEE-FILE
               WHEN 32
                   OPEN OUTPUT COORD-FILE
               WHEN 33
                   OPEN OUTPUT CONCEDENTE-FILE
               WHEN 34
                   OPEN OUTPUT RECERT-FILE
               WHEN 35
                   OPEN OUTPUT PARTEAD-FILE
               WHEN 36
                   OPEN OUTPUT NOMEHIST-FILE
               WHEN 37
                   OPEN OUTPUT CANDIDATO-FILE
           END-EVALUATE.

       0230-GRAVAR-REGISTRO.
           EVALUATE WRK-IND
               WHEN 1
                   WRITE GRADE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 2
                   WRITE ALUNO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 3
                   WRITE ENROLL-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 4
                   WRITE COMPONENTE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 5
                   WRITE CATALOGO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 6
                   WRITE CHAMADA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 7
                   WRITE MENSAL-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 8
                   WRITE TURMA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 9
                   WRITE PROFESSOR-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 10
                   WRITE CAMPUS-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 11
                   WRITE ATRIBUICAO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 12
                   WRITE HORARIO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 13
                   WRITE PROVA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 14
                   WRITE OPERADOR-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 15
                   WRITE SALAS-REC FROM BKS-IMAGEM
               WHEN 16
                   WRITE DIALET-REC FROM BKS-IMAGEM
               WHEN 17
                   WRITE BOLSA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 18
                   WRITE PROTOCOLO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 19
                   WRITE DIPLOMA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 20
                   WRITE CATVERS-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 21
                   WRITE CURSOREQ-REC FROM BKS-IMAGEM
               WHEN 22
                   WRITE DOCUMENTO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 23
                   WRITE HIST-REC FROM BKS-IMAGEM
               WHEN 24
                   WRITE PRECO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 25
                   WRITE TAXA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 26
                   WRITE ACORDO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 27
                   WRITE AJUSTE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 28
                   WRITE COLACAO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 29
                   WRITE CERIMONIA-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 30
                   WRITE ENADE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 31
                   WRITE NEE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 32
                   WRITE COORD-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 33
                   WRITE CONCEDENTE-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 34
                   WRITE RECERT-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 35
                   WRITE PARTEAD-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 36
                   WRITE NOMEHIST-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 37
                   WRITE CANDIDATO-REC FROM BKS-IMAGEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE.
           IF WRK-ARQ-STATUS = '00'
               ADD 1 TO WRK-QTD-ARQ
               ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
               DISPLAY 'REGISTRO NAO GRAVADO EM ' BKA-ARQUIVO(WRK-IND)
                       ' (STATUS ' WRK-ARQ-STATUS ')'
           END-IF.

       0240-FECHAR-MESTRE.
           MOVE 'N' TO WRK-GRAVANDO.
           EVALUATE WRK-IND
               WHEN 1
                   CLOSE GRADE-FILE
               WHEN 2
                   CLOSE ALUNO-FILE
               WHEN 3
                   CLOSE ENROLL-FILE
               WHEN 4
                   CLOSE COMP-FILE
               WHEN 5
                   CLOSE CATALOGO-FILE
               WHEN 6
                   CLOSE CHAMADA-FILE
               WHEN 7
                   CLOSE MENSAL-FILE
               WHEN 8
                   CLOSE TURMA-FILE
               WHEN 9
                   CLOSE PROFESSOR-FILE
               WHEN 10
                   CLOSE CAMPUS-FILE
               WHEN 11
                   CLOSE ATRIBUICAO-FILE
               WHEN 12
                   CLOSE HORARIO-FILE
               WHEN 13
                   CLOSE PROVA-FILE
               WHEN 14
                   CLOSE OPERADOR-FILE
               WHEN 15
                   CLOSE SALAS-FILE
               WHEN 16
                   CLOSE DIALET-FILE
               WHEN 17
                   CLOSE BOLSA-FILE
               WHEN 18
                   CLOSE PROTOCOLO-FILE
               WHEN 19
                   CLOSE DIPLOMA-FILE
               WHEN 20
                   CLOSE CATVERS-FILE
               WHEN 21
                   CLOSE CURSOREQ-FILE
               WHEN 22
                   CLOSE DOCUMENTO-FILE
               WHEN 23
                   CLOSE HIST-FILE
               WHEN 24
                   CLOSE PRECO-FILE
               WHEN 25
                   CLOSE TAXA-FILE
               WHEN 26
                   CLOSE ACORDO-FILE
               WHEN 27
                   CLOSE AJUSTE-FILE
               WHEN 28
                   CLOSE COLACAO-FILE
               WHEN 29
                   CLOSE CERIMONIA-FILE
               WHEN 30
                   CLOSE ENADE-FILE
               WHEN 31
                   CLOSE NEE-FILE
               WHEN 32
                   CLOSE COORD-FILE
               WHEN 33
                   CLOSE CONCEDENTE-FILE
               WHEN 34
                   CLOSE RECERT-FILE
               WHEN 35
                   CLOSE PARTEAD-FILE
               WHEN 36
                   CLOSE NOMEHIST-FILE
               WHEN 37
                   CLOSE CANDIDATO-FILE
           END-EVALUATE.

      *    RECARREGADOS = RODAPE DO CONJUNTO = CONTAGEM DO CATALOGO.
       0250-CONFERIR-ARQUIVO.
           IF WRK-QTD-ARQ = BKS-QTD
              AND WRK-QTD-ARQ = WRK-REC-CAT-QTD(WRK-IND)
               MOVE 'R' TO WRK-REC-RESULTADO(WRK-IND)
               ADD 1 TO WRK-QTD-RECARREGADOS
               DISPLAY '  ' BKA-ARQUIVO(WRK-IND) ' ' WRK-QTD-ARQ
                       ' REGISTROS - CONFERIDO'
           ELSE
               MOVE 'D' TO WRK-REC-RESULTADO(WRK-IND)
               DISPLAY 'ERRO: ' BKA-ARQUIVO(WRK-IND) ' RECARREGOU '
                       WRK-QTD-ARQ ', RODAPE ' BKS-QTD ', CATALOGO '
                       WRK-REC-CAT-QTD(WRK-IND) ' - NAO CONFERE.'
           END-IF.

       0400-CONFERIR-RECARGA.
           IF WRK-SET-STATUS = '00' AND WRK-FIM-CONJUNTO = 'N'
               DISPLAY 'ERRO: CONJUNTO SEM FECHAMENTO - ARQUIVO '
                       'TRUNCADO.'
               ADD 1 TO WRK-QTD-ERROS
           END-IF.
           PERFORM 0410-CONFERIR-PEDIDO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > BKA-QTD-ARQUIVOS.
           IF WRK-QTD-ERROS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       0410-CONFERIR-PEDIDO.
           IF WRK-REC-PEDIDO(WRK-IND) = 'S'
               EVALUATE WRK-REC-RESULTADO(WRK-IND)
                   WHEN 'R'
                       CONTINUE
                   WHEN 'D'
                       ADD 1 TO WRK-QTD-ERROS
                   WHEN OTHER
                       DISPLAY 'ERRO: ' BKA-ARQUIVO(WRK-IND)
                               ' NAO ENCONTRADO NO CONJUNTO.'
                       ADD 1 TO WRK-QTD-ERROS
               END-EVALUATE
           END-IF.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG159 - RECARGA DO CONJUNTO DE SEGURANCA'.
           DISPLAY 'CONJUNTO..............: ' WRK-CONJUNTO.
           DISPLAY 'ARQUIVOS PEDIDOS......: ' WRK-QTD-PEDIDOS.
           DISPLAY 'ARQUIVOS RECARREGADOS.: ' WRK-QTD-RECARREGADOS.
           DISPLAY 'REGISTROS GRAVADOS....: ' WRK-QTD-GRAVADOS.
           DISPLAY 'DIVERGENCIAS..........: ' WRK-QTD-ERROS.
           DISPLAY 'RETURN-CODE...........: ' RETURN-CODE.
      *    O RESUMO POR ALUNO E PERIODO E DERIVADO DOS MESTRES E NAO
      *    FAZ PARTE DO CONJUNTO: E RECONSTRUIDO DEPOIS DA RECARGA.
           IF WRK-QTD-RECARREGADOS > 0
               DISPLAY 'RESUMO.DAT DESATUALIZADO - RODAR PROG162 R.'
           END-IF.
           DISPLAY '========================================'.

      *    LIDOS = DETALHES DO CONJUNTO, GRAVADOS = REGISTROS
      *    RECARREGADOS, INCLUIDOS = ARQUIVOS CONFERIDOS,
      *    REJEITADOS = DIVERGENCIAS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG159'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS        TO RS-QTD-LIDOS
           MOVE WRK-QTD-GRAVADOS     TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-RECARREGADOS TO RS-QTD-INCLUIDOS
           MOVE ZEROS                TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-ERROS        TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG159.
