       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Diploma digital e historico escolar digital - para
      *          cada diploma do livro DIPLOMAS.DAT (PROG79) gera o
      *          XML do diploma e o XML do historico escolar no
      *          leiaute do ministerio, com o nome civil do livro
      *          (o da emissao, ou o em vigor na 2a via), a grade
      *          congelada da versao do aluno
      *          em CATVERS.DAT (sem versao, o CATALOGO.DAT) e as
      *          aprovacoes de GRADES.DAT, GRADES.HIST e GRADESA.HIST.
      *          Cada documento passa pela conferencia dos campos
      *          obrigatorios antes de ir para a pasta ASSINAR, de
      *          onde a ferramenta de assinatura o recolhe; a
      *          situacao (gerado, assinado, rejeitado) fica em
      *          DOCDIGIT.DAT. O retorno da ferramenta (ASSINRET.DAT)
      *          e aplicado no inicio de cada execucao e o arquivo e
      *          esvaziado. Documento rejeitado, ou de diploma que
      *          ganhou 2a via, e gerado de novo; documento gerado ou
      *          assinado nao e refeito. Relatorio em DIGDOC.REL.
      *          OBS: o XML e aberto por ASSIGN de variavel, um
      *          arquivo por documento, como a ferramenta exige.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIPLOMA-FILE ASSIGN TO WRK-ARQ-DIPLOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-CHAVE
               FILE STATUS IS WRK-DIP-STATUS.
           SELECT DOCDIGIT-FILE ASSIGN TO WRK-ARQ-DOCDIGIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDG-CHAVE
               FILE STATUS IS WRK-DDG-STATUS.
           SELECT RETORNO-FILE ASSIGN TO WRK-ARQ-ASSINRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
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
           SELECT EQUIV-FILE ASSIGN TO WRK-ARQ-EQUIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EQV-STATUS.
           SELECT XML-FILE ASSIGN TO WRK-NOME-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-XML-STATUS.
           SELECT DIGDOC-REL ASSIGN TO WRK-ARQ-DIGDOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMA-FILE.
           COPY DIPLREC.

       FD  DOCDIGIT-FILE.
           COPY DIGDREC.

      *    RETORNO DA FERRAMENTA DE ASSINATURA: UMA LINHA POR
      *    DOCUMENTO PROCESSADO, 'A' = ASSINADO, 'R' = REJEITADO.
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RET-MATRICULA     PIC X(10).
           05 RET-CURSO         PIC X(10).
           05 RET-TIPO-DOC      PIC X(01).
           05 RET-VIA           PIC 9(01).
           05 RET-RESULTADO     PIC X(01).
           05 RET-MOTIVO        PIC X(50).

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  CATALOGO-FILE.
           COPY CATALOGO.

       FD  CATVERS-FILE.
           COPY CATVREC.

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

      *    ARQUIVO ANUAL CONSOLIDADO (PROG46): MESMOS REGISTROS DO
      *    HISTORICO, LIDOS PELA IMAGEM E TRATADOS PELO MESMO LAYOUT.
       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(99).

       FD  EQUIV-FILE.
           COPY EQUIVREC.

       FD  XML-FILE.
       01  XML-LINHA            PIC X(200).

       FD  DIGDOC-REL.
       01  DIGDOC-LINHA         PIC X(132).

       FD  STATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-DIPLOMAS  PIC X(40) VALUE 'DIPLOMAS.DAT'.
       77 WRK-ARQ-DOCDIGIT  PIC X(40) VALUE 'DOCDIGIT.DAT'.
       77 WRK-ARQ-ASSINRET  PIC X(40) VALUE 'ASSINRET.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-CATVERS   PIC X(40) VALUE 'CATVERS.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-HIST      PIC X(40) VALUE 'GRADES.HIST'.
       77 WRK-ARQ-GRADESA   PIC X(40) VALUE 'GRADESA.HIST'.
       77 WRK-ARQ-EQUIV     PIC X(40) VALUE 'EQUIV.DAT'.
       77 WRK-ARQ-DIGDOC    PIC X(40) VALUE 'DIGDOC.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-DIP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DDG-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CTV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ANUAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EQV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-XML-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
      *    CODIGO DA INSTITUICAO NOS ARQUIVOS DO MINISTERIO (PROG48).
       77 WRK-COD-INSTITUICAO PIC X(08) VALUE 'FATEC001'.
       77 WRK-NOME-XML       PIC X(40) VALUE SPACES.
       77 WRK-FIM-DIP        PIC X(01) VALUE 'N'.
       77 WRK-FIM-RETORNO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ALUNO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ANUAL      PIC X(01) VALUE 'N'.
       77 WRK-FIM-CATALOGO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-VERSAO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-EQUIV      PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-NOME-CIVIL     PIC X(30) VALUE SPACES.
       77 WRK-VERSAO         PIC X(04) VALUE SPACES.
       77 WRK-TIPO-DOC       PIC X(01) VALUE SPACES.
       77 WRK-GERAR          PIC X(01) VALUE 'N'.
       77 WRK-GERAR-DIP      PIC X(01) VALUE 'N'.
       77 WRK-GERAR-HIS      PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO       PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(50) VALUE SPACES.
       77 WRK-ERRO-SAIDA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-INVALIDOS  PIC 9(03) VALUE ZEROS.
       77 WRK-TEXTO-CONF     PIC X(120) VALUE SPACES.
       77 WRK-QTD-DIPLOMAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GERADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETORNOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ASSINADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RESULTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CURRICULO  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EQUIV      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-RES        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CUR        PIC 9(03) VALUE ZEROS.
       77 WRK-EQV-IND        PIC 9(02) VALUE ZEROS.
       77 WRK-IND-APROV      PIC 9(03) VALUE ZEROS.
       77 WRK-MATERIA-EQUIV  PIC X(15) VALUE SPACES.
       77 WRK-CARGA-TOTAL    PIC 9(05) VALUE ZEROS.
      *    DISCIPLINA SEM CARGA INFORMADA PESA 40 HORAS, COMO NOS
      *    DEMAIS CALCULOS DO SISTEMA.
       77 WRK-CARGA-PADRAO   PIC 9(03) VALUE 40.
       77 WRK-XML-RECUO      PIC 9(02) VALUE ZEROS.
       77 WRK-XML-TAG        PIC X(30) VALUE SPACES.
       77 WRK-XML-VALOR      PIC X(60) VALUE SPACES.
       77 WRK-BRANCOS        PIC X(20) VALUE SPACES.
       77 WRK-NUM-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WRK-NUM-EDITADO    PIC Z(06)9.
       77 WRK-QTD-BRANCOS    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-ENTRADA   PIC X(08) VALUE SPACES.
       77 WRK-NOTA-TEXTO     PIC X(05) VALUE SPACES.

       01 WRK-NOTA-AUX          PIC 99V9 VALUE ZEROS.
       01 WRK-NOTA-PARTES REDEFINES WRK-NOTA-AUX.
           05 WRK-NOTA-INT      PIC 99.
           05 WRK-NOTA-DEC      PIC 9.

      *    RESULTADOS DO FORMANDO (GRADES.DAT + HISTORICOS), COMO NA
      *    AUDITORIA DE COLACAO DO PROG25.
       01 WRK-RESULTADOS.
           05 WRK-RES-ITEM OCCURS 300 TIMES.
               10 WRK-RES-MATERIA      PIC X(15).
               10 WRK-RES-ANO-SEMESTRE PIC X(06).
               10 WRK-RES-NOTA         PIC 99V9.
               10 WRK-RES-SITUACAO     PIC X(20).

      *    GRADE DO CURSO NA VERSAO DO ALUNO; WRK-CUR-APROV APONTA O
      *    RESULTADO QUE DA A APROVACAO (ZERO = SEM APROVACAO).
       01 WRK-CURRICULO.
           05 WRK-CUR-ITEM OCCURS 100 TIMES.
               10 WRK-CUR-MATERIA      PIC X(15).
               10 WRK-CUR-NOME         PIC X(40).
               10 WRK-CUR-CARGA        PIC 9(03).
               10 WRK-CUR-TIPO         PIC X(01).
               10 WRK-CUR-APROV        PIC 9(03).

       01 WRK-TABELA-EQUIV.
           05 WRK-EQV-ITEM OCCURS 20 TIMES.
               10 WRK-EQV-ANTIGA  PIC X(15).
               10 WRK-EQV-ATUAL   PIC X(15).

       01 WRK-LINHA-CABECALHO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA'.
           05 FILLER            PIC X(11) VALUE 'CURSO'.
           05 FILLER            PIC X(05) VALUE 'DOC'.
           05 FILLER            PIC X(04) VALUE 'VIA'.
           05 FILLER            PIC X(12) VALUE 'SITUACAO'.
           05 FILLER            PIC X(50) VALUE
              'ARQUIVO / MOTIVO'.

       01 WRK-LINHA-DETALHE.
           05 LDT-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-CURSO         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-TIPO-DOC      PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-VIA           PIC 9(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LDT-SITUACAO      PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDT-TEXTO         PIC X(60).
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
           MOVE WRK-AGORA(1:8) TO WRK-DATA-HOJE
           PERFORM 0050-INICIALIZAR
           IF RETURN-CODE = 0
               PERFORM 0040-CARREGAR-EQUIVALENCIAS
               PERFORM 0100-APLICAR-RETORNOS
               PERFORM 0200-PROCESSAR-DIPLOMAS
               PERFORM 0800-FECHAR-ARQUIVOS
               IF WRK-QTD-REJEITADOS > 0 AND RETURN-CODE = 0
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
           MOVE 'PROG119' TO DDN-PROGRAMA.
           MOVE 'DIPLOMAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIPLOMAS.
           MOVE 'DOCDIGIT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DOCDIGIT.
           MOVE 'ASSINRET' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-ASSINRET.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'CATVERS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATVERS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'HIST' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-HIST.
           MOVE 'GRADESA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADESA.
           MOVE 'EQUIV' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-EQUIV.
           MOVE 'DIGDOC' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-DIGDOC.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0040-CARREGAR-EQUIVALENCIAS.
           MOVE 'N' TO WRK-FIM-EQUIV.
           OPEN INPUT EQUIV-FILE.
           IF WRK-EQV-STATUS = '00'
               PERFORM 0045-LER-EQUIVALENCIA
                   UNTIL WRK-FIM-EQUIV = 'S'
               CLOSE EQUIV-FILE
           END-IF.

       0045-LER-EQUIVALENCIA.
           READ EQUIV-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-EQUIV
               NOT AT END
                   IF WRK-QTD-EQUIV < 20
                       ADD 1 TO WRK-QTD-EQUIV
                       MOVE EQV-MATERIA-ANTIGA
                           TO WRK-EQV-ANTIGA(WRK-QTD-EQUIV)
                       MOVE EQV-MATERIA-ATUAL
                           TO WRK-EQV-ATUAL(WRK-QTD-EQUIV)
                   ELSE
                       MOVE 'S' TO WRK-FIM-EQUIV
                   END-IF
           END-READ.

       0050-INICIALIZAR.
           OPEN INPUT DIPLOMA-FILE.
           IF WRK-DIP-STATUS NOT = '00'
               DISPLAY 'LIVRO DE DIPLOMAS INDISPONIVEL: '
                       WRK-DIP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O DOCDIGIT-FILE
               IF WRK-DDG-STATUS = '35' OR WRK-DDG-STATUS = '05'
                   OPEN OUTPUT DOCDIGIT-FILE
                   CLOSE DOCDIGIT-FILE
                   OPEN I-O DOCDIGIT-FILE
               END-IF
               IF WRK-DDG-STATUS NOT = '00'
                   DISPLAY 'DOCDIGIT.DAT INDISPONIVEL: '
                           WRK-DDG-STATUS
                   CLOSE DIPLOMA-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT DIGDOC-REL
                   MOVE SPACES TO DIGDOC-LINHA
                   STRING 'DIPLOMA DIGITAL E HISTORICO DIGITAL - '
                          'GERACAO EM ' WRK-DATA-HOJE(7:2) '/'
                          WRK-DATA-HOJE(5:2) '/' WRK-DATA-HOJE(1:4)
                       DELIMITED BY SIZE INTO DIGDOC-LINHA
                   WRITE DIGDOC-LINHA
                   MOVE ALL '=' TO DIGDOC-LINHA
                   WRITE DIGDOC-LINHA
                   WRITE DIGDOC-LINHA FROM WRK-LINHA-CABECALHO
               END-IF
           END-IF.

      *    O RETORNO SO VALE PARA DOCUMENTO AINDA AGUARDANDO
      *    ASSINATURA NA MESMA VIA; DEPOIS DE APLICADO O ARQUIVO E
      *    ESVAZIADO PARA NAO SER REAPLICADO NA PROXIMA EXECUCAO.
       0100-APLICAR-RETORNOS.
           MOVE 'N' TO WRK-FIM-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WRK-RET-STATUS = '00'
               PERFORM 0120-LER-RETORNO UNTIL WRK-FIM-RETORNO = 'S'
               CLOSE RETORNO-FILE
               IF WRK-QTD-RETORNOS > 0
                   OPEN OUTPUT RETORNO-FILE
                   CLOSE RETORNO-FILE
               END-IF
           END-IF.

       0120-LER-RETORNO.
           READ RETORNO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-RETORNO
               NOT AT END
                   ADD 1 TO WRK-QTD-RETORNOS
                   MOVE RET-MATRICULA TO DDG-MATRICULA
                   MOVE RET-CURSO     TO DDG-CURSO
                   MOVE RET-TIPO-DOC  TO DDG-TIPO-DOC
                   READ DOCDIGIT-FILE KEY IS DDG-CHAVE
                       INVALID KEY
                           MOVE 'RETORNO SEM DOCUMENTO GERADO'
                               TO WRK-MOTIVO
                           PERFORM 0140-LISTAR-RETORNO
                       NOT INVALID KEY
                           PERFORM 0130-ATUALIZAR-SITUACAO
                   END-READ
           END-READ.

       0130-ATUALIZAR-SITUACAO.
           IF DDG-SITUACAO NOT = 'G' OR DDG-VIA NOT = RET-VIA
              OR (RET-RESULTADO NOT = 'A' AND RET-RESULTADO NOT = 'R')
               MOVE 'RETORNO IGNORADO - DOCUMENTO NAO ESTA AGUARDANDO'
                   TO WRK-MOTIVO
               PERFORM 0140-LISTAR-RETORNO
           ELSE
               MOVE RET-RESULTADO TO DDG-SITUACAO
               MOVE WRK-DATA-HOJE TO DDG-DATA-SITUACAO
               IF RET-RESULTADO = 'A'
                   MOVE SPACES TO DDG-MOTIVO
                   ADD 1 TO WRK-QTD-ASSINADOS
               ELSE
                   MOVE RET-MOTIVO TO DDG-MOTIVO
               END-IF
               REWRITE DOCDIGIT-REC
               MOVE DDG-MOTIVO TO WRK-MOTIVO
               IF RET-RESULTADO = 'A'
                   MOVE DDG-ARQUIVO TO WRK-MOTIVO
               END-IF
               PERFORM 0140-LISTAR-RETORNO
           END-IF.

       0140-LISTAR-RETORNO.
           MOVE RET-MATRICULA TO LDT-MATRICULA.
           MOVE RET-CURSO     TO LDT-CURSO.
           MOVE RET-VIA       TO LDT-VIA.
           IF RET-TIPO-DOC = 'D'
               MOVE 'DIPL' TO LDT-TIPO-DOC
           ELSE
               MOVE 'HIST' TO LDT-TIPO-DOC
           END-IF
           EVALUATE TRUE
               WHEN WRK-MOTIVO(1:7) = 'RETORNO'
                   MOVE 'IGNORADO'    TO LDT-SITUACAO
               WHEN RET-RESULTADO = 'A'
                   MOVE 'ASSINADO'    TO LDT-SITUACAO
               WHEN OTHER
                   MOVE 'REJ.ASSIN.'  TO LDT-SITUACAO
           END-EVALUATE
           MOVE WRK-MOTIVO TO LDT-TEXTO.
           WRITE DIGDOC-LINHA FROM WRK-LINHA-DETALHE.

       0200-PROCESSAR-DIPLOMAS.
           MOVE 'N' TO WRK-FIM-DIP.
           MOVE LOW-VALUES TO DIP-CHAVE.
           START DIPLOMA-FILE KEY IS NOT LESS THAN DIP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DIP
           END-START.
           PERFORM 0210-LER-DIPLOMA UNTIL WRK-FIM-DIP = 'S'.

       0210-LER-DIPLOMA.
           READ DIPLOMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-DIP
               NOT AT END
                   ADD 1 TO WRK-QTD-DIPLOMAS
                   PERFORM 0220-AVALIAR-DIPLOMA
           END-READ.

       0220-AVALIAR-DIPLOMA.
           MOVE 'D' TO WRK-TIPO-DOC.
           PERFORM 0230-PRECISA-GERAR.
           MOVE WRK-GERAR TO WRK-GERAR-DIP.
           MOVE 'H' TO WRK-TIPO-DOC.
           PERFORM 0230-PRECISA-GERAR.
           MOVE WRK-GERAR TO WRK-GERAR-HIS.
           IF WRK-GERAR-DIP = 'S' OR WRK-GERAR-HIS = 'S'
               PERFORM 0300-CARREGAR-DADOS
               IF WRK-GERAR-DIP = 'S'
                   PERFORM 0400-DOCUMENTO-DIPLOMA
               END-IF
               IF WRK-GERAR-HIS = 'S'
                   PERFORM 0500-DOCUMENTO-HISTORICO
               END-IF
           END-IF.

      *    SEM REGISTRO, REJEITADO OU VIA ANTERIOR A DO LIVRO: GERA.
       0230-PRECISA-GERAR.
           MOVE DIP-MATRICULA TO DDG-MATRICULA.
           MOVE DIP-CURSO     TO DDG-CURSO.
           MOVE WRK-TIPO-DOC  TO DDG-TIPO-DOC.
           READ DOCDIGIT-FILE KEY IS DDG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-GERAR
               NOT INVALID KEY
                   IF DDG-SITUACAO = 'R' OR DDG-VIA < DIP-VIA
                       MOVE 'S' TO WRK-GERAR
                   ELSE
                       MOVE 'N' TO WRK-GERAR
                   END-IF
           END-READ.

       0300-CARREGAR-DADOS.
           MOVE DIP-MATRICULA TO WRK-MATRICULA.
           MOVE DIP-CURSO     TO WRK-CURSO.
           PERFORM 0310-IDENTIFICAR-ALUNO.
           PERFORM 0320-CARREGAR-RESULTADOS.
           PERFORM 0350-CARREGAR-CURRICULO.

      *    NOME DO LIVRO DE DIPLOMAS: A 1A VIA SAI COM O NOME DA
      *    EMISSAO E A 2A VIA COM O NOME EM VIGOR GRAVADO NELA (2A VIA
      *    ANTIGA, SEM ESSE NOME, USA O DO CADASTRO). A VERSAO DA
      *    GRADE SO VALE PARA O CURSO PRINCIPAL (NA DUPLA GRADUACAO O
      *    SEGUNDO CURSO SEGUE O CATALOGO CORRENTE).
       0310-IDENTIFICAR-ALUNO.
           MOVE DIP-NOME TO WRK-NOME-CIVIL.
           IF DIP-VIA > 1 AND DIP-NOME-2VIA NOT = SPACES
               MOVE DIP-NOME-2VIA TO WRK-NOME-CIVIL
           END-IF.
           MOVE SPACES TO WRK-VERSAO.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIP-VIA > 1 AND DIP-NOME-2VIA = SPACES
                           MOVE AL-NOME TO WRK-NOME-CIVIL
                       END-IF
                       IF AL-CURSO = WRK-CURSO
                           MOVE AL-VERSAO-CATALOGO TO WRK-VERSAO
                       END-IF
               END-READ
               CLOSE ALUNO-FILE
           END-IF.

       0320-CARREGAR-RESULTADOS.
           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           MOVE 'N' TO WRK-FIM-ALUNO WRK-FIM-HIST WRK-FIM-ANUAL.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '00'
               MOVE WRK-MATRICULA TO GR-MATRICULA
               MOVE LOW-VALUES    TO GR-MATERIA-PERIODO
               START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START
               PERFORM 0325-LER-ATUAL UNTIL WRK-FIM-ALUNO = 'S'
               CLOSE GRADE-FILE
           END-IF
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS = '00'
               PERFORM 0330-LER-HISTORICO UNTIL WRK-FIM-HIST = 'S'
               CLOSE HIST-FILE
           END-IF
           OPEN INPUT ANUAL-FILE.
           IF WRK-ANUAL-STATUS = '00'
               PERFORM 0335-LER-ANUAL UNTIL WRK-FIM-ANUAL = 'S'
               CLOSE ANUAL-FILE
           END-IF.

       0325-LER-ATUAL.
           READ GRADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNO
               NOT AT END
                   IF GR-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       MOVE GR-MATERIA      TO HIST-MATERIA
                       MOVE GR-ANO-SEMESTRE TO HIST-ANO-SEMESTRE
                       MOVE GR-NOTA         TO HIST-NOTA
                       MOVE GR-SITUACAO     TO HIST-SITUACAO
                       PERFORM 0340-GUARDAR-RESULTADO
                   END-IF
           END-READ.

       0330-LER-HISTORICO.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                       PERFORM 0340-GUARDAR-RESULTADO
                   END-IF
           END-READ.

       0335-LER-ANUAL.
           READ ANUAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ANUAL
               NOT AT END
                   MOVE ANUAL-REC TO HIST-REC
                   IF HIST-TIPO = 'DETALHE'
                      AND HIST-MATRICULA = WRK-MATRICULA
                       PERFORM 0340-GUARDAR-RESULTADO
                   END-IF
           END-READ.

       0340-GUARDAR-RESULTADO.
           IF WRK-QTD-RESULTADOS < 300
               ADD 1 TO WRK-QTD-RESULTADOS
               MOVE HIST-MATERIA      TO
                   WRK-RES-MATERIA(WRK-QTD-RESULTADOS)
               MOVE HIST-ANO-SEMESTRE TO
                   WRK-RES-ANO-SEMESTRE(WRK-QTD-RESULTADOS)
               MOVE HIST-NOTA         TO
                   WRK-RES-NOTA(WRK-QTD-RESULTADOS)
               MOVE HIST-SITUACAO     TO
                   WRK-RES-SITUACAO(WRK-QTD-RESULTADOS)
           END-IF.

      *    GRADE CONGELADA DA VERSAO DO ALUNO (PROG75); SEM VERSAO,
      *    OU VERSAO AUSENTE DO CATVERS.DAT, VALE O CATALOGO CORRENTE.
       0350-CARREGAR-CURRICULO.
           MOVE ZEROS TO WRK-QTD-CURRICULO.
           IF WRK-VERSAO NOT = SPACES
               MOVE 'N' TO WRK-FIM-VERSAO
               OPEN INPUT CATVERS-FILE
               IF WRK-CTV-STATUS = '00'
                   MOVE WRK-CURSO  TO CTV-CURSO
                   MOVE WRK-VERSAO TO CTV-VERSAO
                   MOVE ZEROS      TO CTV-SEQ
                   START CATVERS-FILE KEY IS NOT LESS THAN CTV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-VERSAO
                   END-START
                   PERFORM 0360-LER-VERSAO UNTIL WRK-FIM-VERSAO = 'S'
                   CLOSE CATVERS-FILE
               END-IF
           END-IF
           IF WRK-QTD-CURRICULO = 0
               MOVE SPACES TO WRK-VERSAO
               MOVE 'N' TO WRK-FIM-CATALOGO
               OPEN INPUT CATALOGO-FILE
               IF WRK-CAT-STATUS = '00'
                   MOVE WRK-CURSO TO CAT-CURSO
                   MOVE ZEROS     TO CAT-SEQ
                   START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-CATALOGO
                   END-START
                   PERFORM 0370-LER-CATALOGO
                       UNTIL WRK-FIM-CATALOGO = 'S'
                   CLOSE CATALOGO-FILE
               END-IF
           END-IF.

       0360-LER-VERSAO.
           READ CATVERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-VERSAO
               NOT AT END
                   IF CTV-CURSO NOT = WRK-CURSO
                      OR CTV-VERSAO NOT = WRK-VERSAO
                      OR WRK-QTD-CURRICULO NOT < 100
                       MOVE 'S' TO WRK-FIM-VERSAO
                   ELSE
                       ADD 1 TO WRK-QTD-CURRICULO
                       MOVE CTV-DISCIPLINA(1:15)
                           TO WRK-CUR-MATERIA(WRK-QTD-CURRICULO)
                       MOVE CTV-DISCIPLINA
                           TO WRK-CUR-NOME(WRK-QTD-CURRICULO)
                       MOVE CTV-TIPO
                           TO WRK-CUR-TIPO(WRK-QTD-CURRICULO)
                       IF CTV-CARGA-HORARIA IS NUMERIC
                          AND CTV-CARGA-HORARIA > 0
                           MOVE CTV-CARGA-HORARIA
                               TO WRK-CUR-CARGA(WRK-QTD-CURRICULO)
                       ELSE
                           MOVE WRK-CARGA-PADRAO
                               TO WRK-CUR-CARGA(WRK-QTD-CURRICULO)
                       END-IF
                   END-IF
           END-READ.

       0370-LER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
               NOT AT END
                   IF CAT-CURSO NOT = WRK-CURSO
                      OR WRK-QTD-CURRICULO NOT < 100
                       MOVE 'S' TO WRK-FIM-CATALOGO
                   ELSE
                       ADD 1 TO WRK-QTD-CURRICULO
                       MOVE CAT-DISCIPLINA(1:15)
                           TO WRK-CUR-MATERIA(WRK-QTD-CURRICULO)
                       MOVE CAT-DISCIPLINA
                           TO WRK-CUR-NOME(WRK-QTD-CURRICULO)
                       MOVE CAT-TIPO
                           TO WRK-CUR-TIPO(WRK-QTD-CURRICULO)
                       IF CAT-CARGA-HORARIA IS NUMERIC
                          AND CAT-CARGA-HORARIA > 0
                           MOVE CAT-CARGA-HORARIA
                               TO WRK-CUR-CARGA(WRK-QTD-CURRICULO)
                       ELSE
                           MOVE WRK-CARGA-PADRAO
                               TO WRK-CUR-CARGA(WRK-QTD-CURRICULO)
                       END-IF
                   END-IF
           END-READ.

      *    CONFERENCIA DOS CAMPOS OBRIGATORIOS DO DIPLOMA; OS
      *    CARACTERES & < > NAO SAO ACEITOS NO TEXTO DO XML.
       0400-DOCUMENTO-DIPLOMA.
           MOVE 'D' TO WRK-TIPO-DOC.
           MOVE SPACES TO WRK-MOTIVO WRK-NOME-XML.
           MOVE ZEROS TO WRK-QTD-INVALIDOS.
           MOVE SPACES TO WRK-TEXTO-CONF.
           STRING WRK-NOME-CIVIL DIP-SIGNATARIO-1 DIP-SIGNATARIO-2
               DELIMITED BY SIZE INTO WRK-TEXTO-CONF.
           INSPECT WRK-TEXTO-CONF TALLYING WRK-QTD-INVALIDOS
               FOR ALL '&' ALL '<' ALL '>'.
           EVALUATE TRUE
               WHEN WRK-NOME-CIVIL = SPACES
                   MOVE 'NOME CIVIL DO DIPLOMADO AUSENTE'
                       TO WRK-MOTIVO
               WHEN DIP-LIVRO = 0 OR DIP-FOLHA = 0 OR DIP-NUMERO = 0
                   MOVE 'LIVRO/FOLHA/NUMERO DO REGISTRO AUSENTE'
                       TO WRK-MOTIVO
               WHEN DIP-DATA-EMISSAO = SPACES
                   MOVE 'DATA DE EXPEDICAO AUSENTE' TO WRK-MOTIVO
               WHEN DIP-SIGNATARIO-1 = SPACES
                 OR DIP-SIGNATARIO-2 = SPACES
                   MOVE 'SIGNATARIO DO DIPLOMA AUSENTE' TO WRK-MOTIVO
               WHEN DIP-VIA > 1 AND DIP-MOTIVO-2VIA = SPACES
                   MOVE 'MOTIVO DA 2A VIA AUSENTE' TO WRK-MOTIVO
               WHEN WRK-QTD-INVALIDOS > 0
                   MOVE 'CARACTERE INVALIDO (& < >) NO NOME/SIGNATARIO'
                       TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WRK-MOTIVO = SPACES
               STRING 'ASSINAR/DIP-' DELIMITED BY SIZE
                      DIP-MATRICULA DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      DIP-CURSO DELIMITED BY SPACE
                      '-V' DIP-VIA '.XML' DELIMITED BY SIZE
                   INTO WRK-NOME-XML
               PERFORM 0420-GRAVAR-XML-DIPLOMA
           END-IF
           PERFORM 0700-REGISTRAR-SITUACAO.

       0420-GRAVAR-XML-DIPLOMA.
           MOVE 'N' TO WRK-ERRO-SAIDA.
           OPEN OUTPUT XML-FILE.
           IF WRK-XML-STATUS NOT = '00'
               MOVE 'S' TO WRK-ERRO-SAIDA
           ELSE
               PERFORM 0850-GRAVAR-PROLOGO
               MOVE '<Diploma versao="1.0">' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '  <DadosDiploma>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '    <Diplomado>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0860-GRAVAR-ALUNO
               MOVE '    </Diplomado>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0865-GRAVAR-CURSO
               MOVE '  </DadosDiploma>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0870-GRAVAR-REGISTRO
               MOVE '  <Assinantes>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE DIP-SIGNATARIO-1 TO WRK-XML-VALOR
               MOVE 'Diretor' TO WRK-XML-TAG
               PERFORM 0440-GRAVAR-ASSINANTE
               MOVE DIP-SIGNATARIO-2 TO WRK-XML-VALOR
               MOVE 'Secretario' TO WRK-XML-TAG
               PERFORM 0440-GRAVAR-ASSINANTE
               MOVE '  </Assinantes>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '</Diploma>' TO XML-LINHA
               WRITE XML-LINHA
               CLOSE XML-FILE
           END-IF.

      *    CHEGA COM O NOME EM WRK-XML-VALOR E O CARGO EM WRK-XML-TAG.
       0440-GRAVAR-ASSINANTE.
           MOVE '    <Assinante>' TO XML-LINHA.
           WRITE XML-LINHA.
           MOVE SPACES TO XML-LINHA.
           STRING '      <Cargo>' DELIMITED BY SIZE
                  WRK-XML-TAG DELIMITED BY SPACE
                  '</Cargo>' DELIMITED BY SIZE
               INTO XML-LINHA.
           WRITE XML-LINHA.
           MOVE 6 TO WRK-XML-RECUO.
           MOVE 'Nome' TO WRK-XML-TAG.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE '    </Assinante>' TO XML-LINHA.
           WRITE XML-LINHA.

      *    O HISTORICO LEVA AS DISCIPLINAS DA GRADE COM APROVACAO
      *    (OBRIGATORIAS E ELETIVAS CURSADAS); OBRIGATORIA SEM
      *    APROVACAO REJEITA O DOCUMENTO.
       0500-DOCUMENTO-HISTORICO.
           MOVE 'H' TO WRK-TIPO-DOC.
           MOVE SPACES TO WRK-MOTIVO WRK-NOME-XML.
           MOVE ZEROS TO WRK-QTD-INVALIDOS WRK-CARGA-TOTAL.
           INSPECT WRK-NOME-CIVIL TALLYING WRK-QTD-INVALIDOS
               FOR ALL '&' ALL '<' ALL '>'.
           EVALUATE TRUE
               WHEN WRK-NOME-CIVIL = SPACES
                   MOVE 'NOME CIVIL DO ALUNO AUSENTE' TO WRK-MOTIVO
               WHEN WRK-QTD-INVALIDOS > 0
                   MOVE 'CARACTERE INVALIDO (& < >) NO NOME CIVIL'
                       TO WRK-MOTIVO
               WHEN WRK-QTD-CURRICULO = 0
                   MOVE 'GRADE DO CURSO NAO ENCONTRADA' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 0510-CASAR-DISCIPLINA
                       VARYING WRK-IND-CUR FROM 1 BY 1
                       UNTIL WRK-IND-CUR > WRK-QTD-CURRICULO
           END-EVALUATE
           IF WRK-MOTIVO = SPACES
               STRING 'ASSINAR/HIS-' DELIMITED BY SIZE
                      DIP-MATRICULA DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      DIP-CURSO DELIMITED BY SPACE
                      '-V' DIP-VIA '.XML' DELIMITED BY SIZE
                   INTO WRK-NOME-XML
               PERFORM 0550-GRAVAR-XML-HISTORICO
           END-IF
           PERFORM 0700-REGISTRAR-SITUACAO.

       0510-CASAR-DISCIPLINA.
           MOVE SPACES TO WRK-MATERIA-EQUIV.
           PERFORM 0515-CONFERIR-EQUIVALENCIA
               VARYING WRK-EQV-IND FROM 1 BY 1
               UNTIL WRK-EQV-IND > WRK-QTD-EQUIV.
           MOVE ZEROS TO WRK-IND-APROV.
           PERFORM 0520-CONFERIR-RESULTADO
               VARYING WRK-IND-RES FROM 1 BY 1
               UNTIL WRK-IND-RES > WRK-QTD-RESULTADOS.
           MOVE WRK-IND-APROV TO WRK-CUR-APROV(WRK-IND-CUR).
           MOVE ZEROS TO WRK-QTD-INVALIDOS.
           INSPECT WRK-CUR-NOME(WRK-IND-CUR) TALLYING WRK-QTD-INVALIDOS
               FOR ALL '&' ALL '<' ALL '>'.
           IF WRK-MOTIVO = SPACES
               IF WRK-IND-APROV = 0
                  AND WRK-CUR-TIPO(WRK-IND-CUR) NOT = 'E'
                   STRING 'OBRIGATORIA SEM APROVACAO: '
                          WRK-CUR-MATERIA(WRK-IND-CUR)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
               IF WRK-IND-APROV > 0 AND WRK-QTD-INVALIDOS > 0
                   STRING 'CARACTERE INVALIDO EM '
                          WRK-CUR-MATERIA(WRK-IND-CUR)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

      *    O OUTRO NOME DA DISCIPLINA (ANTIGO<->ATUAL) TAMBEM CONTA
      *    NA BUSCA DA APROVACAO.
       0515-CONFERIR-EQUIVALENCIA.
           IF WRK-EQV-ATUAL(WRK-EQV-IND) = WRK-CUR-MATERIA(WRK-IND-CUR)
               MOVE WRK-EQV-ANTIGA(WRK-EQV-IND) TO WRK-MATERIA-EQUIV
           END-IF
           IF WRK-EQV-ANTIGA(WRK-EQV-IND) = WRK-CUR-MATERIA(WRK-IND-CUR)
               MOVE WRK-EQV-ATUAL(WRK-EQV-IND) TO WRK-MATERIA-EQUIV
           END-IF.

       0520-CONFERIR-RESULTADO.
           IF (WRK-RES-MATERIA(WRK-IND-RES)
                   = WRK-CUR-MATERIA(WRK-IND-CUR)
               OR (WRK-MATERIA-EQUIV NOT = SPACES
                   AND WRK-RES-MATERIA(WRK-IND-RES)
                       = WRK-MATERIA-EQUIV))
              AND WRK-RES-SITUACAO(WRK-IND-RES) = 'APROVADO'
               MOVE WRK-IND-RES TO WRK-IND-APROV
           END-IF.

       0550-GRAVAR-XML-HISTORICO.
           MOVE 'N' TO WRK-ERRO-SAIDA.
           OPEN OUTPUT XML-FILE.
           IF WRK-XML-STATUS NOT = '00'
               MOVE 'S' TO WRK-ERRO-SAIDA
           ELSE
               PERFORM 0850-GRAVAR-PROLOGO
               MOVE '<HistoricoEscolar versao="1.0">' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '  <DadosHistorico>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '    <Aluno>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0860-GRAVAR-ALUNO
               MOVE '    </Aluno>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0865-GRAVAR-CURSO
               MOVE '  </DadosHistorico>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE '  <ElementosHistorico>' TO XML-LINHA
               WRITE XML-LINHA
               PERFORM 0560-GRAVAR-DISCIPLINA
                   VARYING WRK-IND-CUR FROM 1 BY 1
                   UNTIL WRK-IND-CUR > WRK-QTD-CURRICULO
               MOVE '  </ElementosHistorico>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE 2 TO WRK-XML-RECUO
               MOVE 'CargaHorariaIntegralizada' TO WRK-XML-TAG
               MOVE WRK-CARGA-TOTAL TO WRK-NUM-ENTRADA
               PERFORM 0890-EDITAR-NUMERO
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'DataEmissaoHistorico' TO WRK-XML-TAG
               MOVE WRK-DATA-HOJE TO WRK-DATA-ENTRADA
               PERFORM 0895-EDITAR-DATA
               PERFORM 0880-GRAVAR-ELEMENTO
               PERFORM 0870-GRAVAR-REGISTRO
               MOVE '</HistoricoEscolar>' TO XML-LINHA
               WRITE XML-LINHA
               CLOSE XML-FILE
           END-IF.

       0560-GRAVAR-DISCIPLINA.
           IF WRK-CUR-APROV(WRK-IND-CUR) > 0
               MOVE WRK-CUR-APROV(WRK-IND-CUR) TO WRK-IND-RES
               ADD WRK-CUR-CARGA(WRK-IND-CUR) TO WRK-CARGA-TOTAL
               MOVE '    <Disciplina>' TO XML-LINHA
               WRITE XML-LINHA
               MOVE 6 TO WRK-XML-RECUO
               MOVE 'CodigoDisciplina' TO WRK-XML-TAG
               MOVE WRK-CUR-MATERIA(WRK-IND-CUR) TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'NomeDisciplina' TO WRK-XML-TAG
               MOVE WRK-CUR-NOME(WRK-IND-CUR) TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'CargaHoraria' TO WRK-XML-TAG
               MOVE WRK-CUR-CARGA(WRK-IND-CUR) TO WRK-NUM-ENTRADA
               PERFORM 0890-EDITAR-NUMERO
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'PeriodoLetivo' TO WRK-XML-TAG
               MOVE WRK-RES-ANO-SEMESTRE(WRK-IND-RES) TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'Nota' TO WRK-XML-TAG
               MOVE WRK-RES-NOTA(WRK-IND-RES) TO WRK-NOTA-AUX
               MOVE WRK-NOTA-INT TO WRK-NUM-ENTRADA
               PERFORM 0890-EDITAR-NUMERO
               MOVE SPACES TO WRK-NOTA-TEXTO
               STRING WRK-XML-VALOR DELIMITED BY SPACE
                      '.' WRK-NOTA-DEC DELIMITED BY SIZE
                   INTO WRK-NOTA-TEXTO
               MOVE WRK-NOTA-TEXTO TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'Situacao' TO WRK-XML-TAG
               MOVE 'Aprovado' TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE '    </Disciplina>' TO XML-LINHA
               WRITE XML-LINHA
           END-IF.

      *    A SITUACAO DE CADA DOCUMENTO FICA EM DOCDIGIT.DAT; FALHA
      *    NA PASTA DE SAIDA NAO ALTERA O REGISTRO ANTERIOR.
       0700-REGISTRAR-SITUACAO.
           IF WRK-MOTIVO NOT = SPACES
               MOVE 'R' TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-REJEITADOS
           ELSE
               IF WRK-ERRO-SAIDA = 'S'
                   MOVE 'PASTA ASSINAR INDISPONIVEL - STATUS '
                       TO WRK-MOTIVO
                   MOVE WRK-XML-STATUS TO WRK-MOTIVO(37:2)
                   MOVE SPACES TO WRK-SITUACAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'G' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-GERADOS
               END-IF
           END-IF
           IF WRK-SITUACAO NOT = SPACES
               MOVE DIP-MATRICULA TO DDG-MATRICULA
               MOVE DIP-CURSO     TO DDG-CURSO
               MOVE WRK-TIPO-DOC  TO DDG-TIPO-DOC
               READ DOCDIGIT-FILE KEY IS DDG-CHAVE
                   INVALID KEY
                       PERFORM 0710-MONTAR-SITUACAO
                       WRITE DOCDIGIT-REC
                   NOT INVALID KEY
                       PERFORM 0710-MONTAR-SITUACAO
                       REWRITE DOCDIGIT-REC
               END-READ
           END-IF
           PERFORM 0720-LISTAR-DOCUMENTO.
           MOVE 'N' TO WRK-ERRO-SAIDA.

       0710-MONTAR-SITUACAO.
           MOVE DIP-VIA        TO DDG-VIA.
           MOVE WRK-NOME-XML   TO DDG-ARQUIVO.
           MOVE WRK-SITUACAO   TO DDG-SITUACAO.
           MOVE WRK-DATA-HOJE  TO DDG-DATA-GERACAO.
           MOVE WRK-DATA-HOJE  TO DDG-DATA-SITUACAO.
           MOVE WRK-MOTIVO     TO DDG-MOTIVO.

       0720-LISTAR-DOCUMENTO.
           MOVE DIP-MATRICULA TO LDT-MATRICULA.
           MOVE DIP-CURSO     TO LDT-CURSO.
           MOVE DIP-VIA       TO LDT-VIA.
           IF WRK-TIPO-DOC = 'D'
               MOVE 'DIPL' TO LDT-TIPO-DOC
           ELSE
               MOVE 'HIST' TO LDT-TIPO-DOC
           END-IF
           EVALUATE WRK-SITUACAO
               WHEN 'G'
                   MOVE 'GERADO'     TO LDT-SITUACAO
                   MOVE WRK-NOME-XML TO LDT-TEXTO
               WHEN 'R'
                   MOVE 'REJEITADO'  TO LDT-SITUACAO
                   MOVE WRK-MOTIVO   TO LDT-TEXTO
               WHEN OTHER
                   MOVE 'ERRO'       TO LDT-SITUACAO
                   MOVE WRK-MOTIVO   TO LDT-TEXTO
           END-EVALUATE
           WRITE DIGDOC-LINHA FROM WRK-LINHA-DETALHE.

       0800-FECHAR-ARQUIVOS.
           MOVE ALL '-' TO DIGDOC-LINHA.
           WRITE DIGDOC-LINHA.
           MOVE SPACES TO DIGDOC-LINHA.
           STRING 'DIPLOMAS LIDOS: ' WRK-QTD-DIPLOMAS
                  '  XML GERADOS: ' WRK-QTD-GERADOS
                  '  REJEITADOS: ' WRK-QTD-REJEITADOS
                  '  RETORNOS: ' WRK-QTD-RETORNOS
                  '  ASSINADOS: ' WRK-QTD-ASSINADOS
               DELIMITED BY SIZE INTO DIGDOC-LINHA.
           WRITE DIGDOC-LINHA.
           CLOSE DIPLOMA-FILE DOCDIGIT-FILE DIGDOC-REL.

       0850-GRAVAR-PROLOGO.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XML-LINHA.
           WRITE XML-LINHA.

       0860-GRAVAR-ALUNO.
           MOVE 6 TO WRK-XML-RECUO.
           MOVE 'Matricula' TO WRK-XML-TAG.
           MOVE WRK-MATRICULA TO WRK-XML-VALOR.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'NomeCivil' TO WRK-XML-TAG.
           MOVE WRK-NOME-CIVIL TO WRK-XML-VALOR.
           PERFORM 0880-GRAVAR-ELEMENTO.

       0865-GRAVAR-CURSO.
           MOVE '    <DadosCurso>' TO XML-LINHA.
           WRITE XML-LINHA.
           MOVE 6 TO WRK-XML-RECUO.
           MOVE 'CodigoCurso' TO WRK-XML-TAG.
           MOVE WRK-CURSO TO WRK-XML-VALOR.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'VersaoCurricular' TO WRK-XML-TAG.
           IF WRK-VERSAO = SPACES
               MOVE 'VIGENTE' TO WRK-XML-VALOR
           ELSE
               MOVE WRK-VERSAO TO WRK-XML-VALOR
           END-IF
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE '    </DadosCurso>' TO XML-LINHA.
           WRITE XML-LINHA.
           MOVE '    <IesEmissora>' TO XML-LINHA.
           WRITE XML-LINHA.
           MOVE 'CodigoIes' TO WRK-XML-TAG.
           MOVE WRK-COD-INSTITUICAO TO WRK-XML-VALOR.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE '    </IesEmissora>' TO XML-LINHA.
           WRITE XML-LINHA.

       0870-GRAVAR-REGISTRO.
           MOVE '  <DadosRegistro>' TO XML-LINHA.
           WRITE XML-LINHA.
           MOVE 4 TO WRK-XML-RECUO.
           MOVE 'Livro' TO WRK-XML-TAG.
           MOVE DIP-LIVRO TO WRK-NUM-ENTRADA.
           PERFORM 0890-EDITAR-NUMERO.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'Folha' TO WRK-XML-TAG.
           MOVE DIP-FOLHA TO WRK-NUM-ENTRADA.
           PERFORM 0890-EDITAR-NUMERO.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'NumeroRegistro' TO WRK-XML-TAG.
           MOVE DIP-NUMERO TO WRK-NUM-ENTRADA.
           PERFORM 0890-EDITAR-NUMERO.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'DataExpedicao' TO WRK-XML-TAG.
           MOVE DIP-DATA-EMISSAO TO WRK-DATA-ENTRADA.
           PERFORM 0895-EDITAR-DATA.
           PERFORM 0880-GRAVAR-ELEMENTO.
           MOVE 'Via' TO WRK-XML-TAG.
           MOVE DIP-VIA TO WRK-NUM-ENTRADA.
           PERFORM 0890-EDITAR-NUMERO.
           PERFORM 0880-GRAVAR-ELEMENTO.
           IF DIP-VIA > 1
               MOVE 'MotivoSegundaVia' TO WRK-XML-TAG
               MOVE DIP-MOTIVO-2VIA TO WRK-XML-VALOR
               PERFORM 0880-GRAVAR-ELEMENTO
               MOVE 'DataSegundaVia' TO WRK-XML-TAG
               MOVE DIP-DATA-2VIA TO WRK-DATA-ENTRADA
               PERFORM 0895-EDITAR-DATA
               PERFORM 0880-GRAVAR-ELEMENTO
           END-IF
           MOVE '  </DadosRegistro>' TO XML-LINHA.
           WRITE XML-LINHA.

      *    <TAG>VALOR</TAG> COM O RECUO PEDIDO; O VALOR VAI ATE O
      *    PRIMEIRO PAR DE BRANCOS (NOMES TEM BRANCO SIMPLES).
       0880-GRAVAR-ELEMENTO.
           MOVE SPACES TO XML-LINHA.
           STRING WRK-BRANCOS(1:WRK-XML-RECUO) '<' DELIMITED BY SIZE
                  WRK-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  WRK-XML-VALOR DELIMITED BY '  '
                  '</' DELIMITED BY SIZE
                  WRK-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO XML-LINHA.
           WRITE XML-LINHA.

      *    NUMERO SEM ZEROS A ESQUERDA EM WRK-XML-VALOR.
       0890-EDITAR-NUMERO.
           MOVE WRK-NUM-ENTRADA TO WRK-NUM-EDITADO.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-NUM-EDITADO TALLYING WRK-QTD-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WRK-XML-VALOR.
           MOVE WRK-NUM-EDITADO(WRK-QTD-BRANCOS + 1:) TO WRK-XML-VALOR.

      *    DATA AAAAMMDD NO FORMATO AAAA-MM-DD DO LEIAUTE.
       0895-EDITAR-DATA.
           MOVE SPACES TO WRK-XML-VALOR.
           STRING WRK-DATA-ENTRADA(1:4) '-' WRK-DATA-ENTRADA(5:2) '-'
                  WRK-DATA-ENTRADA(7:2)
               DELIMITED BY SIZE INTO WRK-XML-VALOR.

       0900-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'DIPLOMA DIGITAL / HISTORICO DIGITAL'.
           DISPLAY 'DIPLOMAS LIDOS........: ' WRK-QTD-DIPLOMAS.
           DISPLAY 'RETORNOS APLICADOS....: ' WRK-QTD-RETORNOS
                   ' (ASSINADOS ' WRK-QTD-ASSINADOS ')'.
           DISPLAY 'XML GERADOS...........: ' WRK-QTD-GERADOS.
           DISPLAY 'REJEITADOS NA CONFER..: ' WRK-QTD-REJEITADOS.
           DISPLAY 'RELATORIO.............: DIGDOC.REL'.
           DISPLAY '========================================'.

      *    LIDOS = DIPLOMAS LIDOS, GRAVADOS = XML GERADOS, INCLUIDOS =
      *    RETORNOS DA ASSINATURA, REJEITADOS = REJEITADOS NA
      *    CONFERENCIA DOS CAMPOS OBRIGATORIOS.
       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG119'      TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8) TO RS-DATA
           MOVE WRK-HORA-INI   TO RS-HORA-INI
           MOVE WRK-AGORA(9:6) TO RS-HORA-FIM
           MOVE WRK-QTD-DIPLOMAS   TO RS-QTD-LIDOS
           MOVE WRK-QTD-GERADOS    TO RS-QTD-GRAVADOS
           MOVE WRK-QTD-RETORNOS   TO RS-QTD-INCLUIDOS
           MOVE ZEROS              TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-REJEITADOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG119.
