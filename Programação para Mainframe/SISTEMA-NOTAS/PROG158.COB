       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conjunto de seguranca dos arquivos mestres. O PROG26
      *          so descarrega GRADES.DAT; numa perda de disco
      *          voltariamos notas apontando para aluno e matricula que
      *          nao existem mais. Aqui todos os mestres do registro
      *          (BKARQTAB.CPY) sao descarregados no mesmo corte para um
      *          unico conjunto rotulado BKS<conjunto>.SET, com
      *          cabecalho e rodape de contagem por arquivo, e o
      *          catalogo BKPCAT.DAT guarda o conjunto, o corte e a
      *          contagem de cada arquivo. Roda como STEP001 do
      *          GRADEJOB, antes de qualquer programa da cadeia tocar os
      *          mestres, para que o corte seja o mesmo em todos.
      *          Arquivo indisponivel deixa o conjunto incompleto (RC 4)
      *          e o PROG32 derruba a noite. Recarga: PROG159.
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
       77 WRK-CORTE          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-CONJUNTO       PIC X(14) VALUE SPACES.
       77 WRK-NOME-CONJUNTO  PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-IMAGEM         PIC X(250) VALUE SPACES.
       77 WRK-QTD-ARQ        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DESCARREGADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-INDISPONIVEIS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-SET   PIC X(01) VALUE 'C'.

           COPY BKARQTAB.

      *    RESULTADO DE CADA ARQUIVO DO REGISTRO, NA MESMA POSICAO DA
      *    TABELA BKA-ARQUIVO, PARA O CATALOGO.
       01 WRK-TABELA-RESULTADO.
           05 WRK-RES-ITEM OCCURS 37 TIMES.
               10 WRK-RES-QTD        PIC 9(07).
               10 WRK-RES-SITUACAO   PIC X(01).
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
               PERFORM 0200-DESCARREGAR-ARQUIVO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > BKA-QTD-ARQUIVOS
               PERFORM 0300-FECHAR-CONJUNTO
               PERFORM 0400-GRAVAR-CATALOGO
           END-IF
           PERFORM 0950-GRAVAR-ESTATISTICA
           PERFORM 0900-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG158' TO DDN-PROGRAMA.
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

      *    O CORTE DO CONJUNTO E O INSTANTE DE INICIO: TODOS OS
      *    ARQUIVOS LEVAM O MESMO CORTE NO CABECALHO.
       0050-INICIALIZAR.
           MOVE WRK-AGORA TO WRK-CORTE.
           MOVE WRK-AGORA(1:14) TO WRK-CONJUNTO.
           MOVE SPACES TO WRK-NOME-CONJUNTO.
           STRING 'BKS' WRK-CONJUNTO '.SET'
               DELIMITED BY SIZE INTO WRK-NOME-CONJUNTO.
           INITIALIZE WRK-TABELA-RESULTADO.
           DISPLAY 'CONJUNTO DE SEGURANCA ' WRK-CONJUNTO ' - '
                   BKA-QTD-ARQUIVOS ' ARQUIVOS REGISTRADOS'.
           OPEN OUTPUT CONJUNTO-FILE.
           IF WRK-SET-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL CRIAR ' WRK-NOME-CONJUNTO
                       ': ' WRK-SET-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES       TO BKSET-REC
               MOVE 'CONJUNTO'   TO BKS-TIPO
               MOVE WRK-CONJUNTO TO BKS-CONJUNTO
               MOVE WRK-CORTE    TO BKS-DATA-HORA
               MOVE 'PROG158'    TO BKS-PROGRAMA
               MOVE BKA-QTD-ARQUIVOS TO BKS-QTD
               WRITE BKSET-REC
           END-IF.

       0200-DESCARREGAR-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-ARQ.
           PERFORM 0210-ABRIR-MESTRE.
           IF WRK-ARQ-STATUS NOT = '00'
               DISPLAY 'ARQUIVO INDISPONIVEL: ' BKA-ARQUIVO(WRK-IND)
                       ' (STATUS ' WRK-ARQ-STATUS ')'
               MOVE 'I' TO WRK-RES-SITUACAO(WRK-IND)
               ADD 1 TO WRK-QTD-INDISPONIVEIS
           ELSE
               MOVE SPACES       TO BKSET-REC
               MOVE 'HEADER'     TO BKS-TIPO
               MOVE BKA-ARQUIVO(WRK-IND) TO BKS-ARQUIVO
               MOVE WRK-CONJUNTO TO BKS-CONJUNTO
               MOVE WRK-CORTE    TO BKS-DATA-HORA
               MOVE 'PROG158'    TO BKS-PROGRAMA
               WRITE BKSET-REC
               PERFORM 0220-LER-MESTRE
               PERFORM 0230-GRAVAR-DETALHE
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               PERFORM 0240-FECHAR-MESTRE
               MOVE SPACES       TO BKSET-REC
               MOVE 'TRAILER'    TO BKS-TIPO
               MOVE BKA-ARQUIVO(WRK-IND) TO BKS-ARQUIVO
               MOVE WRK-CONJUNTO TO BKS-CONJUNTO
               MOVE WRK-QTD-ARQ  TO BKS-QTD
               WRITE BKSET-REC
               MOVE WRK-QTD-ARQ  TO WRK-RES-QTD(WRK-IND)
               IF WRK-RES-SITUACAO(WRK-IND) = SPACES
                   MOVE 'C' TO WRK-RES-SITUACAO(WRK-IND)
                   ADD 1 TO WRK-QTD-DESCARREGADOS
               ELSE
                   ADD 1 TO WRK-QTD-INDISPONIVEIS
               END-IF
               DISPLAY '  ' BKA-ARQUIVO(WRK-IND) ' ' WRK-QTD-ARQ
                       ' REGISTROS'
           END-IF.

       0210-ABRIR-MESTRE.
           EVALUATE WRK-IND
               WHEN 1
                   OPEN INPUT GRADE-FILE
               WHEN 2
                   OPEN INPUT ALUNO-FILE
               WHEN 3
                   OPEN INPUT ENROLL-FILE
               WHEN 4
                   OPEN INPUT COMP-FILE
               WHEN 5
                   OPEN INPUT CATALOGO-FILE
               WHEN 6
                   OPEN INPUT CHAMADA-FILE
               WHEN 7
                   OPEN INPUT MENSAL-FILE
               WHEN 8
                   OPEN INPUT TURMA-FILE
               WHEN 9
                   OPEN INPUT PROFESSOR-FILE
               WHEN 10
                   OPEN INPUT CAMPUS-FILE
               WHEN 11
                   OPEN INPUT ATRIBUICAO-FILE
               WHEN 12
                   OPEN INPUT HORARIO-FILE
               WHEN 13
                   OPEN INPUT PROVA-FILE
               WHEN 14
                   OPEN INPUT OPERADOR-FILE
               WHEN 15
                   OPEN INPUT SALAS-FILE
               WHEN 16
                   OPEN INPUT DIALET-FILE
               WHEN 17
                   OPEN INPUT BOLSA-FILE
               WHEN 18
                   OPEN INPUT PROTOCOLO-FILE
               WHEN 19
                   OPEN INPUT DIPLOMA-FILE
               WHEN 20
                   OPEN INPUT CATVERS-FILE
               WHEN 21
                   OPEN INPUT CURSOREQ-FILE
               WHEN 22
                   OPEN INPUT DOCUMENTO-FILE
               WHEN 23
                   OPEN INPUT HIST-FILE
               WHEN 24
                   OPEN INPUT PRECO-FILE
               WHEN 25
                   OPEN INPUT TAXA-FILE
               WHEN 26
                   OPEN INPUT ACORDO-FILE
               WHEN 27
                   OPEN INPUT AJUSTE-FILE
               WHEN 28
                   OPEN INPUT COLACAO-FILE
               WHEN 29
                   OPEN INPUT CERIMONIA-FILE
               WHEN 30
                   OPEN INPUT ENADE-FILE
               WHEN 31
                   OPEN INPUT NEE-FILE
               WHEN 32
                   OPEN INPUT COORD-FILE
               WHEN 33
                   OPEN INPUT CONCEDENTE-FILE
               WHEN 34
                   OPEN INPUT RECERT-FILE
               WHEN 35
                   OPEN INPUT PARTEAD-FILE
               WHEN 36
                   OPEN INPUT NOMEHIST-FILE
               WHEN 37
                   OPEN INPUT CANDIDATO-FILE
           END-EVALUATE.

      *    ERRO DE LEITURA NO MEIO DO ARQUIVO TAMBEM DEIXA O ARQUIVO
      *    INCOMPLETO NO CONJUNTO.
       0220-LER-MESTRE.
           MOVE SPACES TO WRK-IMAGEM.
           EVALUATE WRK-IND
               WHEN 1
                   READ GRADE-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 2
                   READ ALUNO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 3
                   READ ENROLL-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 4
                   READ COMP-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 5
                   READ CATALOGO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 6
                   READ CHAMADA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 7
                   READ MENSAL-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 8
                   READ TURMA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 9
                   READ PROFESSOR-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 10
                   READ CAMPUS-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 11
                   READ ATRIBUICAO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 12
                   READ HORARIO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 13
                   READ PROVA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 14
                   READ OPERADOR-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 15
                   READ SALAS-FILE INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 16
                   READ DIALET-FILE INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 17
                   READ BOLSA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 18
                   READ PROTOCOLO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 19
                   READ DIPLOMA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 20
                   READ CATVERS-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 21
                   READ CURSOREQ-FILE INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 22
                   READ DOCUMENTO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 23
                   READ HIST-FILE INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 24
                   READ PRECO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 25
                   READ TAXA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 26
                   READ ACORDO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 27
                   READ AJUSTE-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 28
                   READ COLACAO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 29
                   READ CERIMONIA-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 30
                   READ ENADE-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 31
                   READ NEE-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 32
                   READ COORD-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 33
                   READ CONCEDENTE-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 34
                   READ RECERT-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 35
                   READ PARTEAD-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 36
                   READ NOMEHIST-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
               WHEN 37
                   READ CANDIDATO-FILE NEXT RECORD INTO WRK-IMAGEM
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
           END-EVALUATE.
           IF WRK-FIM-ARQUIVO = 'N' AND WRK-ARQ-STATUS(1:1) > '0'
               DISPLAY 'ERRO DE LEITURA EM ' BKA-ARQUIVO(WRK-IND)
                       ' (STATUS ' WRK-ARQ-STATUS ')'
               MOVE 'I' TO WRK-RES-SITUACAO(WRK-IND)
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

       0230-GRAVAR-DETALHE.
           MOVE SPACES       TO BKSET-REC.
           MOVE 'DETALHE'    TO BKS-TIPO.
           MOVE BKA-ARQUIVO(WRK-IND) TO BKS-ARQUIVO.
           MOVE WRK-IMAGEM   TO BKS-IMAGEM.
           WRITE BKSET-REC.
           ADD 1 TO WRK-QTD-ARQ.
           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0220-LER-MESTRE.

       0240-FECHAR-MESTRE.
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

       0300-FECHAR-CONJUNTO.
           IF WRK-QTD-DESCARREGADOS NOT = BKA-QTD-ARQUIVOS
               MOVE 'I' TO WRK-SITUACAO-SET
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES       TO BKSET-REC.
           MOVE 'FIMCONJ'    TO BKS-TIPO.
           MOVE WRK-CONJUNTO TO BKS-CONJUNTO.
           MOVE WRK-CORTE    TO BKS-DATA-HORA.
           MOVE 'PROG158'    TO BKS-PROGRAMA.
           MOVE WRK-QTD-DESCARREGADOS TO BKS-QTD.
           WRITE BKSET-REC.
           CLOSE CONJUNTO-FILE.

      *    UMA LINHA 'A' POR ARQUIVO DO REGISTRO E A LINHA 'C' DO
      *    CONJUNTO POR ULTIMO: QUEM LE O CATALOGO SO DA O CONJUNTO
      *    POR GRAVADO QUANDO ENCONTRA A LINHA 'C'.
       0400-GRAVAR-CATALOGO.
           OPEN EXTEND CATALOGO-BKP.
           IF WRK-CAT-STATUS NOT = '00'
               CLOSE CATALOGO-BKP
               OPEN OUTPUT CATALOGO-BKP
           END-IF.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR BKPCAT.DAT: '
                       WRK-CAT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0410-GRAVAR-LINHA-ARQUIVO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > BKA-QTD-ARQUIVOS
               MOVE SPACES            TO BKPCAT-REC
               MOVE WRK-CONJUNTO      TO BKC-CONJUNTO
               MOVE 'C'               TO BKC-TIPO
               MOVE WRK-CORTE         TO BKC-DATA-HORA
               MOVE WRK-QTD-DESCARREGADOS TO BKC-QTD-REGISTROS
               MOVE BKA-QTD-ARQUIVOS  TO BKC-QTD-ARQUIVOS
               MOVE WRK-SITUACAO-SET  TO BKC-SITUACAO
               MOVE WRK-NOME-CONJUNTO TO BKC-NOME-CONJUNTO
               WRITE BKPCAT-REC
               CLOSE CATALOGO-BKP
           END-IF.

       0410-GRAVAR-LINHA-ARQUIVO.
           MOVE SPACES               TO BKPCAT-REC.
           MOVE WRK-CONJUNTO         TO BKC-CONJUNTO.
           MOVE 'A'                  TO BKC-TIPO.
           MOVE BKA-ARQUIVO(WRK-IND) TO BKC-ARQUIVO.
           MOVE WRK-CORTE            TO BKC-DATA-HORA.
           MOVE WRK-RES-QTD(WRK-IND) TO BKC-QTD-REGISTROS.
           MOVE ZEROS                TO BKC-QTD-ARQUIVOS.
           MOVE WRK-RES-SITUACAO(WRK-IND) TO BKC-SITUACAO.
           MOVE WRK-NOME-CONJUNTO    TO BKC-NOME-CONJUNTO.
           WRITE BKPCAT-REC.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'PROG158 - CONJUNTO DE SEGURANCA DOS MESTRES'.
           DISPLAY 'CONJUNTO..............: ' WRK-CONJUNTO.
           DISPLAY 'ARQUIVO GERADO........: ' WRK-NOME-CONJUNTO.
           DISPLAY 'ARQUIVOS REGISTRADOS..: ' BKA-QTD-ARQUIVOS.
           DISPLAY 'ARQUIVOS DESCARREGADOS: ' WRK-QTD-DESCARREGADOS.
           DISPLAY 'ARQUIVOS INDISPONIVEIS: ' WRK-QTD-INDISPONIVEIS.
           DISPLAY 'REGISTROS COPIADOS....: ' WRK-QTD-LIDOS.
           IF WRK-SITUACAO-SET = 'I'
               DISPLAY 'ATENCAO: CONJUNTO INCOMPLETO.'
           END-IF.
           DISPLAY 'RETURN-CODE...........: ' RETURN-CODE.
           DISPLAY '========================================'.

      *    LIDOS = GRAVADOS = REGISTROS COPIADOS, INCLUIDOS = ARQUIVOS
      *    DESCARREGADOS, REJEITADOS = ARQUIVOS INDISPONIVEIS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG158'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS         TO RS-QTD-LIDOS
           MOVE WRK-QTD-LIDOS         TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-DESCARREGADOS TO RS-QTD-INCLUIDOS
           MOVE ZEROS                 TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-INDISPONIVEIS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG158.
