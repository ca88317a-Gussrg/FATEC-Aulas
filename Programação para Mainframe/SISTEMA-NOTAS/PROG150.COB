       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG150.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cursos de extensao (cursos livres abertos a
      *          comunidade) - cadastro do curso em CURSOEXT.DAT
      *          (titulo, carga horaria, periodo, professor de
      *          PROFESSOR.DAT, sala de SALAS.DAT e vagas), inscricao
      *          de participantes em PARTEXT.DAT (aluno da casa pela
      *          matricula ou externo so com nome e CPF, conferido
      *          pelo CPFDV), chamada por sessao em FREQEXT.DAT e, no
      *          encerramento, certificado para quem atinge a
      *          frequencia minima do curso, com numero sequencial do
      *          controle CERTCTL.DAT e codigo de verificacao sorteado
      *          (como as declaracoes do PROG118), impresso em
      *          CERTEXT.REL. As horas do certificado de aluno da
      *          casa sao creditadas em ATIVCOMP.DAT como atividade
      *          complementar (tipo EXTENSAO), como a monitoria do
      *          PROG128. A conferencia recebe o codigo impresso e
      *          confirma participante, curso e carga.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOEXT-FILE ASSIGN TO "CURSOEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-CODIGO
               FILE STATUS IS WRK-CEX-STATUS.
           SELECT PARTEXT-FILE ASSIGN TO "PARTEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEX-CHAVE
               ALTERNATE RECORD KEY IS PEX-CERT-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WRK-PEX-STATUS.
           SELECT FREQEXT-FILE ASSIGN TO "FREQEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEX-CHAVE
               FILE STATUS IS WRK-FEX-STATUS.
           SELECT PROFESSOR-FILE ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "CADALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-ALUNO-STATUS.
           SELECT ATIVIDADE-FILE ASSIGN TO "ATIVCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-SEQ
               FILE STATUS IS WRK-ATV-STATUS.
           SELECT SALAS-FILE ASSIGN TO "SALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALAS-STATUS.
           SELECT CERTCTL-FILE ASSIGN TO "CERTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT CERTEXT-REL ASSIGN TO "CERTEXT.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SESSAO-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSOEXT-FILE.
           COPY CEXTREC.

       FD  PARTEXT-FILE.
           COPY PEXTREC.

       FD  FREQEXT-FILE.
           COPY FEXTREC.

       FD  PROFESSOR-FILE.
           COPY PROFREC.

       FD  ALUNO-FILE.
           COPY ALUNOREC.

       FD  ATIVIDADE-FILE.
           COPY ATIVREC.

       FD  SALAS-FILE.
           COPY SALAREC.

      *    CONTROLE SEQUENCIAL DO NUMERO DO CERTIFICADO DE EXTENSAO.
       FD  CERTCTL-FILE.
       01  CERTCTL-REC.
           05 CCT-ULT-NUMERO    PIC 9(07).

       FD  CERTEXT-REL.
       01  CERTEXT-LINHA        PIC X(80).

       FD  SESSAO-FILE.
       01  SESSAO-REC.
           05 SESS-OPERADOR     PIC X(10).
           05 SESS-NIVEL        PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WRK-CEX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PEX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FEX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ALUNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATV-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SALAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PROF-OK        PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-OK       PIC X(01) VALUE 'N'.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HOJE           PIC X(08) VALUE SPACES.
       77 WRK-VALIDO         PIC X(01) VALUE 'S'.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-CURSO-OK       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-CURSO          PIC X(06) VALUE SPACES.
       77 WRK-TITULO         PIC X(40) VALUE SPACES.
       77 WRK-CARGA-ENTRADA  PIC X(03) VALUE SPACES.
       77 WRK-DATA-INICIO    PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM       PIC X(08) VALUE SPACES.
       77 WRK-PROFESSOR      PIC X(06) VALUE SPACES.
       77 WRK-PROF-NOME      PIC X(30) VALUE SPACES.
       77 WRK-SALA           PIC X(05) VALUE SPACES.
       77 WRK-CAMPUS         PIC X(03) VALUE SPACES.
       77 WRK-CAMPUS-SALA    PIC X(03) VALUE SPACES.
       77 WRK-SALA-ACHOU     PIC X(01) VALUE 'N'.
       77 WRK-VAGAS-ENTRADA  PIC X(03) VALUE SPACES.
       77 WRK-FREQ-ENTRADA   PIC X(03) VALUE SPACES.
       77 WRK-QTD-INSCRITOS  PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO           PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-CPF            PIC X(11) VALUE SPACES.
       77 WRK-CPF-OK         PIC X(01) VALUE 'N'.
       77 WRK-DUPLICADO      PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-SEQ     PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-ENTRADA    PIC X(03) VALUE SPACES.
       77 WRK-SEQ            PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-SESSAO    PIC X(08) VALUE SPACES.
       77 WRK-DATA-TESTE     PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK        PIC X(01) VALUE 'N'.
       77 WRK-PRESENTE       PIC X(01) VALUE SPACES.
       77 WRK-QTD-PRESENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-AUSENTES   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SESSOES    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR  PIC X(08) VALUE SPACES.
       77 WRK-FREQUENCIA     PIC 999V9 VALUE ZEROS.
       77 WRK-FREQ-ED        PIC ZZ9,9.
       77 WRK-QTD-PART       PIC 9(03) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CERTIFICADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-FREQ   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CREDITADOS PIC 9(03) VALUE ZEROS.
       77 WRK-PROXIMO-ATV    PIC 9(05) VALUE ZEROS.
       77 WRK-ATV-OK         PIC X(01) VALUE 'N'.
       77 WRK-NUMERO         PIC 9(07) VALUE ZEROS.
       77 WRK-CODIGO         PIC X(14) VALUE SPACES.
       77 WRK-CODIGO-LIVRE   PIC X(01) VALUE 'N'.
       77 WRK-IND-COD        PIC 9(02) VALUE ZEROS.
       77 WRK-POS-COD        PIC 9(02) VALUE ZEROS.
       77 WRK-GRUPO          PIC 9(02) VALUE ZEROS.
       77 WRK-SORTEIO        PIC 9(02) VALUE ZEROS.
       77 WRK-SEMENTE        PIC 9(08) VALUE ZEROS.
       77 WRK-ALEATORIO      PIC 9V9(08) VALUE ZEROS.
      *    FREQUENCIA MINIMA QUANDO O CURSO NAO INFORMA OUTRA.
       77 WRK-FREQ-PADRAO    PIC 9(03) VALUE 75.

      *    CARACTERES DO CODIGO DE VERIFICACAO - SEM I, O, 0 E 1,
      *    COMO NAS DECLARACOES.
       01 WRK-CARACTERES-TAB.
           05 FILLER            PIC X(32)
              VALUE 'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01 WRK-CARACTERES-RED REDEFINES WRK-CARACTERES-TAB.
           05 WRK-CARACTER      OCCURS 32 TIMES PIC X(01).

      *    PRESENCAS POR SEQUENCIA DE INSCRICAO, APURADAS NUMA PASSADA
      *    PELA FREQUENCIA DO CURSO.
       01 WRK-TABELA-PRESENCAS.
           05 WRK-PRESENCAS     OCCURS 999 TIMES PIC 9(03).

      *    INSCRITOS A CERTIFICAR, SEPARADOS ANTES DO ENCERRAMENTO
      *    PARA QUE A CONFERENCIA DO CODIGO (CHAVE ALTERNADA) NAO
      *    INTERROMPA A LEITURA DOS PARTICIPANTES.
       01 WRK-TABELA-PART.
           05 WRK-PART-SEQ      OCCURS 999 TIMES PIC 9(03).

       01 WRK-CPF-EDITADO.
           05 WRK-CPF-ED-1       PIC X(03).
           05 FILLER             PIC X(01) VALUE '.'.
           05 WRK-CPF-ED-2       PIC X(03).
           05 FILLER             PIC X(01) VALUE '.'.
           05 WRK-CPF-ED-3       PIC X(03).
           05 FILLER             PIC X(01) VALUE '-'.
           05 WRK-CPF-ED-4       PIC X(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           MOVE WRK-AGORA(1:8) TO WRK-HOJE
           MOVE WRK-AGORA(9:8) TO WRK-SEMENTE
           COMPUTE WRK-ALEATORIO = FUNCTION RANDOM(WRK-SEMENTE)
           PERFORM 0007-IDENTIFICAR-OPERADOR
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-CEX-STATUS = '00' AND WRK-PEX-STATUS = '00'
              AND WRK-FEX-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '8'
               CLOSE CURSOEXT-FILE PARTEXT-FILE FREQEXT-FILE
               IF WRK-PROF-OK = 'S'
                   CLOSE PROFESSOR-FILE
               END-IF
               IF WRK-ALUNO-OK = 'S'
                   CLOSE ALUNO-FILE
               END-IF
           END-IF
           GOBACK.

       0007-IDENTIFICAR-OPERADOR.
           OPEN INPUT SESSAO-FILE.
           IF WRK-SESS-STATUS = '00'
               READ SESSAO-FILE
                   NOT AT END
                       MOVE SESS-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'DIGITE SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR
           END-IF.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O CURSOEXT-FILE.
           IF WRK-CEX-STATUS = '35' OR WRK-CEX-STATUS = '05'
               OPEN OUTPUT CURSOEXT-FILE
               CLOSE CURSOEXT-FILE
               OPEN I-O CURSOEXT-FILE
           END-IF
           IF WRK-CEX-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CURSOS DE EXTENSAO INDISPONIVEL: '
                       WRK-CEX-STATUS
           END-IF
           OPEN I-O PARTEXT-FILE.
           IF WRK-PEX-STATUS = '35' OR WRK-PEX-STATUS = '05'
               OPEN OUTPUT PARTEXT-FILE
               CLOSE PARTEXT-FILE
               OPEN I-O PARTEXT-FILE
           END-IF
           IF WRK-PEX-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE PARTICIPANTES INDISPONIVEL: '
                       WRK-PEX-STATUS
           END-IF
           OPEN I-O FREQEXT-FILE.
           IF WRK-FEX-STATUS = '35' OR WRK-FEX-STATUS = '05'
               OPEN OUTPUT FREQEXT-FILE
               CLOSE FREQEXT-FILE
               OPEN I-O FREQEXT-FILE
           END-IF
           IF WRK-FEX-STATUS NOT = '00'
               DISPLAY 'FREQUENCIA DE EXTENSAO INDISPONIVEL: '
                       WRK-FEX-STATUS
           END-IF
           OPEN INPUT PROFESSOR-FILE.
           IF WRK-PROF-STATUS = '00'
               MOVE 'S' TO WRK-PROF-OK
           END-IF
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALUNO-STATUS = '00'
               MOVE 'S' TO WRK-ALUNO-OK
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CURSOS DE EXTENSAO'.
           DISPLAY '1 - CADASTRAR/ALTERAR CURSO'.
           DISPLAY '2 - INSCREVER PARTICIPANTE'.
           DISPLAY '3 - CANCELAR INSCRICAO'.
           DISPLAY '4 - LANCAR FREQUENCIA DA SESSAO'.
           DISPLAY '5 - LISTAR INSCRITOS E FREQUENCIA'.
           DISPLAY '6 - ENCERRAR CURSO E EMITIR CERTIFICADOS'.
           DISPLAY '7 - CONFERIR CERTIFICADO (CODIGO)'.
           DISPLAY '8 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-CADASTRAR-CURSO
               WHEN '2'
                   PERFORM 0400-INSCREVER
               WHEN '3'
                   PERFORM 0450-CANCELAR-INSCRICAO
               WHEN '4'
                   PERFORM 0500-LANCAR-FREQUENCIA
               WHEN '5'
                   PERFORM 0600-LISTAR-INSCRITOS
               WHEN '6'
                   PERFORM 0700-ENCERRAR-CURSO
               WHEN '7'
                   PERFORM 0800-CONFERIR-CERTIFICADO
               WHEN '8'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    CADASTRO DO CURSO. CURSO ENCERRADO (CERTIFICADOS EMITIDOS)
      *    NAO E MAIS ALTERADO.
       0300-CADASTRAR-CURSO.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           IF WRK-CURSO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
           ELSE
               MOVE 'N' TO WRK-JA-EXISTE
               MOVE ZEROS TO WRK-QTD-INSCRITOS
               MOVE WRK-CURSO TO CEX-CODIGO
               READ CURSOEXT-FILE KEY IS CEX-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-JA-EXISTE
                       MOVE CEX-QTD-INSCRITOS TO WRK-QTD-INSCRITOS
               END-READ
               IF WRK-JA-EXISTE = 'S' AND CEX-STATUS = 'E'
                   DISPLAY 'CURSO ENCERRADO - NAO PODE SER ALTERADO.'
               ELSE
                   IF WRK-JA-EXISTE = 'S'
                       DISPLAY 'CURSO JA CADASTRADO: ' CEX-TITULO
                       DISPLAY 'INSCRITOS: ' CEX-QTD-INSCRITOS
                               ' - OS DADOS SERAO ATUALIZADOS.'
                   END-IF
                   PERFORM 0310-CAPTURAR-CURSO
               END-IF
           END-IF.

       0310-CAPTURAR-CURSO.
           MOVE 'S' TO WRK-VALIDO.
           DISPLAY 'TITULO: '.
           ACCEPT WRK-TITULO.
           IF WRK-TITULO = SPACES
               DISPLAY 'TITULO OBRIGATORIO.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'CARGA HORARIA EM HORAS (EX: 020): '.
           ACCEPT WRK-CARGA-ENTRADA.
           IF WRK-CARGA-ENTRADA IS NOT NUMERIC
              OR WRK-CARGA-ENTRADA = '000'
               DISPLAY 'CARGA HORARIA INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'DATA DE INICIO (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-TESTE.
           PERFORM 0340-CONFERIR-DATA.
           IF WRK-DATA-OK = 'N'
               DISPLAY 'DATA DE INICIO INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'DATA DE TERMINO (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM.
           MOVE WRK-DATA-FIM TO WRK-DATA-TESTE.
           PERFORM 0340-CONFERIR-DATA.
           IF WRK-DATA-OK = 'N' OR WRK-DATA-FIM < WRK-DATA-INICIO
               DISPLAY 'DATA DE TERMINO INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'PROFESSOR (ID): '.
           ACCEPT WRK-PROFESSOR.
           PERFORM 0320-CONFERIR-PROFESSOR.
           IF WRK-PROF-NOME = SPACES
               DISPLAY 'PROFESSOR NAO CADASTRADO.'
               MOVE 'N' TO WRK-VALIDO
           ELSE
               DISPLAY 'PROFESSOR: ' WRK-PROF-NOME
           END-IF.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           DISPLAY 'CAMPUS DA SALA (EM BRANCO = QUALQUER): '.
           ACCEPT WRK-CAMPUS.
           PERFORM 0330-CONFERIR-SALA.
           IF WRK-SALA-ACHOU = 'N'
               DISPLAY 'SALA NAO CADASTRADA EM SALAS.DAT.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'VAGAS (EX: 030): '.
           ACCEPT WRK-VAGAS-ENTRADA.
           IF WRK-VAGAS-ENTRADA IS NOT NUMERIC
              OR WRK-VAGAS-ENTRADA = '000'
               DISPLAY 'QUANTIDADE DE VAGAS INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           ELSE
               IF WRK-VAGAS-ENTRADA < WRK-QTD-INSCRITOS
                   DISPLAY 'VAGAS ABAIXO DOS INSCRITOS ('
                           WRK-QTD-INSCRITOS ').'
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.
           DISPLAY 'FREQUENCIA MINIMA PARA CERTIFICADO, EM % '
                   '(EM BRANCO = ' WRK-FREQ-PADRAO '): '.
           ACCEPT WRK-FREQ-ENTRADA.
           IF WRK-FREQ-ENTRADA = SPACES
               MOVE WRK-FREQ-PADRAO TO WRK-FREQ-ENTRADA
           END-IF.
           IF WRK-FREQ-ENTRADA IS NOT NUMERIC
              OR WRK-FREQ-ENTRADA > '100'
               DISPLAY 'FREQUENCIA MINIMA INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'N'
               DISPLAY 'CURSO NAO GRAVADO.'
           ELSE
               PERFORM 0350-GRAVAR-CURSO
           END-IF.

       0320-CONFERIR-PROFESSOR.
           MOVE SPACES TO WRK-PROF-NOME.
           IF WRK-PROF-OK = 'S'
               MOVE WRK-PROFESSOR TO PROF-ID
               READ PROFESSOR-FILE KEY IS PROF-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WRK-PROF-NOME
               END-READ
           END-IF.

      *    O CODIGO DA SALA SO E UNICO DENTRO DO CAMPUS: SEM CAMPUS
      *    INFORMADO, VALE A PRIMEIRA SALA COM O CODIGO.
       0330-CONFERIR-SALA.
           MOVE 'N' TO WRK-SALA-ACHOU.
           MOVE SPACES TO WRK-CAMPUS-SALA.
           OPEN INPUT SALAS-FILE.
           IF WRK-SALAS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0335-LER-SALA
                   UNTIL WRK-FIM-ARQUIVO = 'S' OR WRK-SALA-ACHOU = 'S'
               CLOSE SALAS-FILE
           END-IF.

       0335-LER-SALA.
           READ SALAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SALA-CODIGO = WRK-SALA
                      AND (WRK-CAMPUS = SPACES
                           OR SALA-CAMPUS = WRK-CAMPUS)
                       MOVE 'S' TO WRK-SALA-ACHOU
                       MOVE SALA-CAMPUS TO WRK-CAMPUS-SALA
                   END-IF
           END-READ.

       0340-CONFERIR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-TESTE IS NUMERIC
               MOVE WRK-DATA-TESTE TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = 0
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.

       0350-GRAVAR-CURSO.
           IF WRK-JA-EXISTE = 'N'
               INITIALIZE CURSOEXT-REC
               MOVE WRK-CURSO TO CEX-CODIGO
               MOVE 'A'       TO CEX-STATUS
               MOVE WRK-HOJE  TO CEX-DATA-CADASTRO
           END-IF.
           MOVE WRK-TITULO        TO CEX-TITULO.
           MOVE WRK-CARGA-ENTRADA TO CEX-CARGA-HORARIA.
           MOVE WRK-DATA-INICIO   TO CEX-DATA-INICIO.
           MOVE WRK-DATA-FIM      TO CEX-DATA-FIM.
           MOVE WRK-PROFESSOR     TO CEX-PROFESSOR.
           MOVE WRK-SALA          TO CEX-SALA.
           MOVE WRK-CAMPUS-SALA   TO CEX-CAMPUS.
           MOVE WRK-VAGAS-ENTRADA TO CEX-VAGAS.
           MOVE WRK-FREQ-ENTRADA  TO CEX-FREQ-MINIMA.
           IF WRK-JA-EXISTE = 'N'
               WRITE CURSOEXT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CURSO: '
                               WRK-CEX-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CURSO ' CEX-CODIGO ' CADASTRADO.'
               END-WRITE
           ELSE
               REWRITE CURSOEXT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR O CURSO: '
                               WRK-CEX-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CURSO ' CEX-CODIGO ' ATUALIZADO.'
               END-REWRITE
           END-IF.

      *    LE O CURSO DIGITADO EM WRK-CURSO; WRK-CURSO-OK = 'S' SO SE
      *    O CURSO EXISTE E AINDA ESTA ABERTO.
       0410-LER-CURSO-ABERTO.
           MOVE 'N' TO WRK-CURSO-OK.
           MOVE WRK-CURSO TO CEX-CODIGO.
           READ CURSOEXT-FILE KEY IS CEX-CODIGO
               INVALID KEY
                   DISPLAY 'CURSO NAO CADASTRADO.'
               NOT INVALID KEY
                   IF CEX-STATUS = 'E'
                       DISPLAY 'CURSO ENCERRADO EM '
                               CEX-DATA-ENCERRAMENTO(7:2) '/'
                               CEX-DATA-ENCERRAMENTO(5:2) '/'
                               CEX-DATA-ENCERRAMENTO(1:4) '.'
                   ELSE
                       MOVE 'S' TO WRK-CURSO-OK
                       DISPLAY 'CURSO: ' CEX-TITULO
                   END-IF
           END-READ.

      *    INSCRICAO: ALUNO DA CASA PELA MATRICULA (NOME E CPF DO
      *    CADASTRO) OU EXTERNO COM NOME E CPF VALIDO. O MESMO CPF OU
      *    MATRICULA NAO SE INSCREVE DUAS VEZES NO CURSO.
       0400-INSCREVER.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           PERFORM 0410-LER-CURSO-ABERTO.
           IF WRK-CURSO-OK = 'S'
               IF CEX-QTD-INSCRITOS NOT < CEX-VAGAS
                   DISPLAY 'CURSO SEM VAGAS (' CEX-VAGAS ').'
               ELSE
                   IF WRK-HOJE > CEX-DATA-FIM
                       DISPLAY 'CURSO JA TERMINOU - INSCRICAO '
                               'FECHADA.'
                   ELSE
                       PERFORM 0420-CAPTURAR-PARTICIPANTE
                   END-IF
               END-IF
           END-IF.

       0420-CAPTURAR-PARTICIPANTE.
           MOVE 'S' TO WRK-VALIDO.
           MOVE SPACES TO WRK-MATRICULA WRK-NOME WRK-CPF.
           DISPLAY 'TIPO (A = ALUNO DA CASA, E = EXTERNO): '.
           ACCEPT WRK-TIPO.
           EVALUATE WRK-TIPO
               WHEN 'A'
                   DISPLAY 'MATRICULA: '
                   ACCEPT WRK-MATRICULA
                   PERFORM 0425-DADOS-DO-ALUNO
                   IF WRK-NOME = SPACES
                       DISPLAY 'MATRICULA NAO CADASTRADA.'
                       MOVE 'N' TO WRK-VALIDO
                   ELSE
                       DISPLAY 'ALUNO: ' WRK-NOME
                   END-IF
               WHEN 'E'
                   DISPLAY 'NOME COMPLETO: '
                   ACCEPT WRK-NOME
                   IF WRK-NOME = SPACES
                       DISPLAY 'NOME OBRIGATORIO.'
                       MOVE 'N' TO WRK-VALIDO
                   END-IF
                   DISPLAY 'CPF (SO DIGITOS): '
                   ACCEPT WRK-CPF
                   CALL 'CPFDV' USING WRK-CPF WRK-CPF-OK
                   IF WRK-CPF-OK NOT = 'S'
                       DISPLAY 'CPF INVALIDO.'
                       MOVE 'N' TO WRK-VALIDO
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO.'
                   MOVE 'N' TO WRK-VALIDO
           END-EVALUATE.
           IF WRK-VALIDO = 'S'
               PERFORM 0430-CONFERIR-DUPLICIDADE
               IF WRK-DUPLICADO = 'S'
                   DISPLAY 'PARTICIPANTE JA INSCRITO NO CURSO.'
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.
           IF WRK-VALIDO = 'N'
               DISPLAY 'INSCRICAO NAO GRAVADA.'
           ELSE
               PERFORM 0440-GRAVAR-INSCRICAO
           END-IF.

       0425-DADOS-DO-ALUNO.
           IF WRK-ALUNO-OK = 'S'
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNO-FILE KEY IS AL-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-NOME-SOCIAL NOT = SPACES
                           MOVE AL-NOME-SOCIAL TO WRK-NOME
                       ELSE
                           MOVE AL-NOME TO WRK-NOME
                       END-IF
                       MOVE AL-CPF TO WRK-CPF
               END-READ
           END-IF.

      *    PERCORRE AS INSCRICOES DO CURSO: DUPLICIDADE POR CPF OU
      *    MATRICULA (INSCRICAO CANCELADA NAO CONTA) E ULTIMA
      *    SEQUENCIA USADA.
       0430-CONFERIR-DUPLICIDADE.
           MOVE 'N' TO WRK-DUPLICADO.
           MOVE ZEROS TO WRK-ULTIMO-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CURSO TO PEX-CURSO.
           MOVE ZEROS TO PEX-SEQ.
           START PARTEXT-FILE KEY IS NOT LESS THAN PEX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0435-LER-INSCRICAO UNTIL WRK-FIM-ARQUIVO = 'S'.

       0435-LER-INSCRICAO.
           READ PARTEXT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PEX-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       MOVE PEX-SEQ TO WRK-ULTIMO-SEQ
                       IF PEX-STATUS NOT = 'C'
                          AND ((WRK-CPF NOT = SPACES
                                AND PEX-CPF = WRK-CPF)
                            OR (WRK-MATRICULA NOT = SPACES
                                AND PEX-MATRICULA = WRK-MATRICULA))
                           MOVE 'S' TO WRK-DUPLICADO
                       END-IF
                   END-IF
           END-READ.

       0440-GRAVAR-INSCRICAO.
           INITIALIZE PARTEXT-REC.
           MOVE WRK-CURSO      TO PEX-CURSO.
           COMPUTE PEX-SEQ = WRK-ULTIMO-SEQ + 1.
           MOVE WRK-TIPO       TO PEX-TIPO.
           MOVE WRK-MATRICULA  TO PEX-MATRICULA.
           MOVE WRK-CPF        TO PEX-CPF.
           MOVE WRK-NOME       TO PEX-NOME.
           MOVE WRK-HOJE       TO PEX-DATA-INSCRICAO.
           MOVE 'I'            TO PEX-STATUS.
           MOVE SPACES         TO PEX-CERT-CODIGO PEX-CERT-DATA.
           WRITE PARTEXT-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A INSCRICAO: '
                           WRK-PEX-STATUS
               NOT INVALID KEY
                   ADD 1 TO CEX-QTD-INSCRITOS
                   REWRITE CURSOEXT-REC
                   DISPLAY 'INSCRICAO ' PEX-SEQ ' GRAVADA - '
                           CEX-QTD-INSCRITOS ' DE ' CEX-VAGAS
                           ' VAGAS OCUPADAS.'
           END-WRITE.

       0450-CANCELAR-INSCRICAO.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           PERFORM 0410-LER-CURSO-ABERTO.
           IF WRK-CURSO-OK = 'S'
               DISPLAY 'SEQUENCIA DA INSCRICAO: '
               ACCEPT WRK-SEQ-ENTRADA
               IF WRK-SEQ-ENTRADA IS NOT NUMERIC
                   DISPLAY 'SEQUENCIA INVALIDA.'
               ELSE
                   MOVE WRK-CURSO        TO PEX-CURSO
                   MOVE WRK-SEQ-ENTRADA  TO PEX-SEQ
                   READ PARTEXT-FILE KEY IS PEX-CHAVE
                       INVALID KEY
                           DISPLAY 'INSCRICAO NAO ENCONTRADA.'
                       NOT INVALID KEY
                           PERFORM 0460-CONFIRMAR-CANCELAMENTO
                   END-READ
               END-IF
           END-IF.

       0460-CONFIRMAR-CANCELAMENTO.
           IF PEX-STATUS NOT = 'I'
               DISPLAY 'INSCRICAO NAO ESTA ATIVA (' PEX-STATUS ').'
           ELSE
               DISPLAY 'PARTICIPANTE: ' PEX-NOME
               DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE 'C' TO PEX-STATUS
                   REWRITE PARTEXT-REC
                   IF CEX-QTD-INSCRITOS > 0
                       SUBTRACT 1 FROM CEX-QTD-INSCRITOS
                   END-IF
                   REWRITE CURSOEXT-REC
                   DISPLAY 'INSCRICAO CANCELADA - VAGA LIBERADA.'
               END-IF
           END-IF.

      *    CHAMADA DA SESSAO: UMA LINHA POR INSCRITO ATIVO, P OU F (EM
      *    BRANCO = PRESENTE). SESSAO JA LANCADA MOSTRA O VALOR
      *    ANTERIOR E E REGRAVADA.
       0500-LANCAR-FREQUENCIA.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           PERFORM 0410-LER-CURSO-ABERTO.
           IF WRK-CURSO-OK = 'S'
               DISPLAY 'DATA DA SESSAO (AAAAMMDD, EM BRANCO = HOJE): '
               ACCEPT WRK-DATA-SESSAO
               IF WRK-DATA-SESSAO = SPACES
                   MOVE WRK-HOJE TO WRK-DATA-SESSAO
               END-IF
               MOVE WRK-DATA-SESSAO TO WRK-DATA-TESTE
               PERFORM 0340-CONFERIR-DATA
               IF WRK-DATA-OK = 'N'
                  OR WRK-DATA-SESSAO < CEX-DATA-INICIO
                  OR WRK-DATA-SESSAO > CEX-DATA-FIM
                  OR WRK-DATA-SESSAO > WRK-HOJE
                   DISPLAY 'DATA FORA DO PERIODO DO CURSO ('
                           CEX-DATA-INICIO ' A ' CEX-DATA-FIM
                           ') OU FUTURA.'
               ELSE
                   MOVE ZEROS TO WRK-QTD-PRESENTES WRK-QTD-AUSENTES
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE WRK-CURSO TO PEX-CURSO
                   MOVE ZEROS TO PEX-SEQ
                   START PARTEXT-FILE KEY IS NOT LESS THAN PEX-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 0510-CHAMAR-PARTICIPANTE
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   DISPLAY 'SESSAO ' WRK-DATA-SESSAO ' - PRESENTES: '
                           WRK-QTD-PRESENTES ' AUSENTES: '
                           WRK-QTD-AUSENTES
               END-IF
           END-IF.

       0510-CHAMAR-PARTICIPANTE.
           READ PARTEXT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PEX-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF PEX-STATUS = 'I'
                           PERFORM 0520-GRAVAR-PRESENCA
                       END-IF
                   END-IF
           END-READ.

       0520-GRAVAR-PRESENCA.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-CURSO       TO FEX-CURSO.
           MOVE WRK-DATA-SESSAO TO FEX-DATA.
           MOVE PEX-SEQ         TO FEX-SEQ.
           READ FREQEXT-FILE KEY IS FEX-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
           END-READ.
           IF WRK-JA-EXISTE = 'S'
               DISPLAY PEX-SEQ ' ' PEX-NOME ' (LANCADO: '
                       FEX-PRESENTE ') P/F: '
           ELSE
               DISPLAY PEX-SEQ ' ' PEX-NOME ' P/F: '
           END-IF.
           ACCEPT WRK-PRESENTE.
           IF WRK-PRESENTE = 'F' OR WRK-PRESENTE = 'f'
               MOVE 'F' TO WRK-PRESENTE
               ADD 1 TO WRK-QTD-AUSENTES
           ELSE
               MOVE 'P' TO WRK-PRESENTE
               ADD 1 TO WRK-QTD-PRESENTES
           END-IF.
           MOVE WRK-CURSO       TO FEX-CURSO.
           MOVE WRK-DATA-SESSAO TO FEX-DATA.
           MOVE PEX-SEQ         TO FEX-SEQ.
           MOVE WRK-PRESENTE    TO FEX-PRESENTE.
           MOVE WRK-OPERADOR    TO FEX-OPERADOR.
           IF WRK-JA-EXISTE = 'S'
               REWRITE FREQEXT-REC
           ELSE
               WRITE FREQEXT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PRESENCA: '
                               WRK-FEX-STATUS
               END-WRITE
           END-IF.

       0600-LISTAR-INSCRITOS.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           MOVE WRK-CURSO TO CEX-CODIGO.
           READ CURSOEXT-FILE KEY IS CEX-CODIGO
               INVALID KEY
                   DISPLAY 'CURSO NAO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM 0610-APURAR-FREQUENCIA
                   DISPLAY 'CURSO: ' CEX-TITULO
                   DISPLAY 'PERIODO: ' CEX-DATA-INICIO ' A '
                           CEX-DATA-FIM ' - CARGA: '
                           CEX-CARGA-HORARIA 'H - SALA: ' CEX-SALA
                   DISPLAY 'INSCRITOS: ' CEX-QTD-INSCRITOS ' DE '
                           CEX-VAGAS ' - SESSOES: ' WRK-QTD-SESSOES
                           ' - MINIMO: ' CEX-FREQ-MINIMA '%'
                   DISPLAY 'SEQ T MATRICULA  NOME                 '
                           '          S PRES  FREQ%'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE WRK-CURSO TO PEX-CURSO
                   MOVE ZEROS TO PEX-SEQ
                   START PARTEXT-FILE KEY IS NOT LESS THAN PEX-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 0630-LISTAR-PARTICIPANTE
                       UNTIL WRK-FIM-ARQUIVO = 'S'
           END-READ.

      *    SESSOES = DATAS DISTINTAS DA FREQUENCIA DO CURSO (A CHAVE E
      *    CURSO + DATA + SEQUENCIA); PRESENCAS POR SEQUENCIA.
       0610-APURAR-FREQUENCIA.
           MOVE ZEROS TO WRK-QTD-SESSOES.
           MOVE SPACES TO WRK-DATA-ANTERIOR.
           INITIALIZE WRK-TABELA-PRESENCAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CURSO TO FEX-CURSO.
           MOVE LOW-VALUES TO FEX-DATA.
           MOVE ZEROS TO FEX-SEQ.
           START FREQEXT-FILE KEY IS NOT LESS THAN FEX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0620-LER-FREQUENCIA UNTIL WRK-FIM-ARQUIVO = 'S'.

       0620-LER-FREQUENCIA.
           READ FREQEXT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FEX-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF FEX-DATA NOT = WRK-DATA-ANTERIOR
                           ADD 1 TO WRK-QTD-SESSOES
                           MOVE FEX-DATA TO WRK-DATA-ANTERIOR
                       END-IF
                       IF FEX-PRESENTE = 'P' AND FEX-SEQ > 0
                           ADD 1 TO WRK-PRESENCAS(FEX-SEQ)
                       END-IF
                   END-IF
           END-READ.

       0630-LISTAR-PARTICIPANTE.
           READ PARTEXT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PEX-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       PERFORM 0640-CALCULAR-FREQUENCIA
                       MOVE WRK-FREQUENCIA TO WRK-FREQ-ED
                       DISPLAY PEX-SEQ ' ' PEX-TIPO ' ' PEX-MATRICULA
                               ' ' PEX-NOME ' ' PEX-STATUS ' '
                               WRK-PRESENCAS(PEX-SEQ) '  '
                               WRK-FREQ-ED
                   END-IF
           END-READ.

       0640-CALCULAR-FREQUENCIA.
           MOVE ZEROS TO WRK-FREQUENCIA.
           IF WRK-QTD-SESSOES > 0
               COMPUTE WRK-FREQUENCIA ROUNDED =
                   WRK-PRESENCAS(PEX-SEQ) * 100,0 / WRK-QTD-SESSOES
           END-IF.

      *    ENCERRAMENTO: SO DEPOIS DO TERMINO DO CURSO E COM SESSAO
      *    LANCADA. QUEM ATINGE A FREQUENCIA MINIMA RECEBE CERTIFICADO
      *    NUMERADO COM CODIGO DE VERIFICACAO; ALUNO DA CASA TEM AS
      *    HORAS CREDITADAS EM ATIVCOMP.DAT.
       0700-ENCERRAR-CURSO.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           PERFORM 0410-LER-CURSO-ABERTO.
           IF WRK-CURSO-OK = 'S'
               PERFORM 0610-APURAR-FREQUENCIA
               IF WRK-HOJE < CEX-DATA-FIM
                   DISPLAY 'CURSO AINDA NAO TERMINOU ('
                           CEX-DATA-FIM ').'
               ELSE
                   IF WRK-QTD-SESSOES = 0
                       DISPLAY 'NENHUMA SESSAO COM FREQUENCIA LANCADA.'
                   ELSE
                       DISPLAY 'SESSOES: ' WRK-QTD-SESSOES
                               ' - MINIMO: ' CEX-FREQ-MINIMA '%'
                       DISPLAY 'CONFIRMA O ENCERRAMENTO E A EMISSAO '
                               'DOS CERTIFICADOS (S/N)? '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S'
                           PERFORM 0710-EMITIR-CERTIFICADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0710-EMITIR-CERTIFICADOS.
           MOVE CEX-PROFESSOR TO WRK-PROFESSOR.
           PERFORM 0320-CONFERIR-PROFESSOR.
           OPEN I-O ATIVIDADE-FILE.
           IF WRK-ATV-STATUS = '35' OR WRK-ATV-STATUS = '05'
               OPEN OUTPUT ATIVIDADE-FILE
               CLOSE ATIVIDADE-FILE
               OPEN I-O ATIVIDADE-FILE
           END-IF.
           MOVE 'N' TO WRK-ATV-OK.
           IF WRK-ATV-STATUS = '00'
               MOVE 'S' TO WRK-ATV-OK
               PERFORM 0810-PROXIMO-ATV
           ELSE
               DISPLAY 'ATIVCOMP.DAT INDISPONIVEL: ' WRK-ATV-STATUS
                       ' - HORAS NAO CREDITADAS.'
           END-IF.
           MOVE ZEROS TO WRK-QTD-PART WRK-QTD-CERTIFICADOS
               WRK-QTD-SEM-FREQ WRK-QTD-CREDITADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CURSO TO PEX-CURSO.
           MOVE ZEROS TO PEX-SEQ.
           START PARTEXT-FILE KEY IS NOT LESS THAN PEX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0720-SEPARAR-INSCRITO UNTIL WRK-FIM-ARQUIVO = 'S'.
           OPEN OUTPUT CERTEXT-REL.
           PERFORM 0730-ENCERRAR-PARTICIPANTE
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-PART.
           CLOSE CERTEXT-REL.
           IF WRK-ATV-OK = 'S'
               CLOSE ATIVIDADE-FILE
           END-IF.
           MOVE WRK-CURSO TO CEX-CODIGO.
           READ CURSOEXT-FILE KEY IS CEX-CODIGO
               NOT INVALID KEY
                   MOVE 'E'      TO CEX-STATUS
                   MOVE WRK-HOJE TO CEX-DATA-ENCERRAMENTO
                   REWRITE CURSOEXT-REC
           END-READ.
           DISPLAY 'CURSO ENCERRADO.'.
           DISPLAY 'CERTIFICADOS EMITIDOS....: ' WRK-QTD-CERTIFICADOS
                   ' (CERTEXT.REL)'.
           DISPLAY 'SEM FREQUENCIA MINIMA....: ' WRK-QTD-SEM-FREQ.
           DISPLAY 'HORAS CREDITADAS (ALUNOS): ' WRK-QTD-CREDITADOS.

       0720-SEPARAR-INSCRITO.
           READ PARTEXT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PEX-CURSO NOT = WRK-CURSO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   ELSE
                       IF PEX-STATUS = 'I'
                           ADD 1 TO WRK-QTD-PART
                           MOVE PEX-SEQ TO WRK-PART-SEQ(WRK-QTD-PART)
                       END-IF
                   END-IF
           END-READ.

       0730-ENCERRAR-PARTICIPANTE.
           MOVE WRK-PART-SEQ(WRK-IND) TO WRK-SEQ.
           IF WRK-PRESENCAS(WRK-SEQ) > 0
               MOVE WRK-SEQ TO PEX-SEQ
               PERFORM 0640-CALCULAR-FREQUENCIA
           ELSE
               MOVE ZEROS TO WRK-FREQUENCIA
           END-IF.
           MOVE SPACES TO WRK-CODIGO.
           IF WRK-FREQUENCIA NOT < CEX-FREQ-MINIMA
               PERFORM 0740-PROXIMO-NUMERO
               MOVE 'N' TO WRK-CODIGO-LIVRE
               PERFORM 0750-SORTEAR-CODIGO
                   UNTIL WRK-CODIGO-LIVRE = 'S'
           END-IF.
           MOVE WRK-CURSO TO PEX-CURSO.
           MOVE WRK-SEQ   TO PEX-SEQ.
           READ PARTEXT-FILE KEY IS PEX-CHAVE
               INVALID KEY
                   DISPLAY 'INSCRICAO ' WRK-SEQ ' NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM 0735-ATUALIZAR-PARTICIPANTE
           END-READ.

       0735-ATUALIZAR-PARTICIPANTE.
           MOVE WRK-PRESENCAS(WRK-SEQ) TO PEX-PRESENCAS.
           MOVE WRK-FREQUENCIA         TO PEX-FREQUENCIA.
           IF WRK-CODIGO = SPACES
               MOVE 'R' TO PEX-STATUS
               ADD 1 TO WRK-QTD-SEM-FREQ
           ELSE
               MOVE 'F'        TO PEX-STATUS
               MOVE WRK-NUMERO TO PEX-CERT-NUMERO
               MOVE WRK-CODIGO TO PEX-CERT-CODIGO
               MOVE WRK-HOJE   TO PEX-CERT-DATA
               ADD 1 TO WRK-QTD-CERTIFICADOS
               IF PEX-TIPO = 'A' AND WRK-ATV-OK = 'S'
                   PERFORM 0820-CREDITAR-ATIVIDADE
               END-IF
               PERFORM 0760-IMPRIMIR-CERTIFICADO
           END-IF.
           REWRITE PARTEXT-REC
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A INSCRICAO '
                           PEX-SEQ ': ' WRK-PEX-STATUS
           END-REWRITE.

       0740-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT CERTCTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ CERTCTL-FILE
                   NOT AT END
                       MOVE CCT-ULT-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE CERTCTL-FILE
           END-IF
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT CERTCTL-FILE.
           MOVE WRK-NUMERO TO CCT-ULT-NUMERO.
           WRITE CERTCTL-REC.
           CLOSE CERTCTL-FILE.

      *    12 CARACTERES EM TRES GRUPOS DE QUATRO SEPARADOS POR HIFEN;
      *    CODIGO JA USADO (CHAVE ALTERNADA) E SORTEADO DE NOVO.
       0750-SORTEAR-CODIGO.
           MOVE ALL '-' TO WRK-CODIGO.
           PERFORM 0755-SORTEAR-CARACTER
               VARYING WRK-IND-COD FROM 1 BY 1
               UNTIL WRK-IND-COD > 12.
           MOVE WRK-CODIGO TO PEX-CERT-CODIGO.
           READ PARTEXT-FILE KEY IS PEX-CERT-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-CODIGO-LIVRE
           END-READ.

       0755-SORTEAR-CARACTER.
           COMPUTE WRK-ALEATORIO = FUNCTION RANDOM.
           COMPUTE WRK-SORTEIO = WRK-ALEATORIO * 32.
           ADD 1 TO WRK-SORTEIO.
           SUBTRACT 1 FROM WRK-IND-COD GIVING WRK-GRUPO.
           DIVIDE 4 INTO WRK-GRUPO.
           ADD WRK-IND-COD WRK-GRUPO GIVING WRK-POS-COD.
           MOVE WRK-CARACTER(WRK-SORTEIO) TO WRK-CODIGO(WRK-POS-COD:1).

       0760-IMPRIMIR-CERTIFICADO.
           IF WRK-QTD-CERTIFICADOS > 1
               MOVE SPACES TO CERTEXT-LINHA
               WRITE CERTEXT-LINHA AFTER ADVANCING PAGE
           END-IF.
           MOVE ALL '=' TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           MOVE 'CERTIFICADO DE CURSO DE EXTENSAO' TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           STRING 'REGISTRO N. ' WRK-NUMERO ' - EMITIDO EM '
                  WRK-HOJE(7:2) '/' WRK-HOJE(5:2) '/' WRK-HOJE(1:4)
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE ALL '=' TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           STRING 'CERTIFICAMOS QUE ' PEX-NOME
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           IF PEX-CPF NOT = SPACES
               MOVE PEX-CPF(1:3)  TO WRK-CPF-ED-1
               MOVE PEX-CPF(4:3)  TO WRK-CPF-ED-2
               MOVE PEX-CPF(7:3)  TO WRK-CPF-ED-3
               MOVE PEX-CPF(10:2) TO WRK-CPF-ED-4
               STRING 'CPF ' WRK-CPF-EDITADO ', '
                   DELIMITED BY SIZE INTO CERTEXT-LINHA
           END-IF.
           MOVE 'PARTICIPOU DO CURSO DE EXTENSAO'
               TO CERTEXT-LINHA(22:31).
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           STRING CEX-TITULO ','
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           STRING 'REALIZADO DE ' CEX-DATA-INICIO(7:2) '/'
                  CEX-DATA-INICIO(5:2) '/' CEX-DATA-INICIO(1:4)
                  ' A ' CEX-DATA-FIM(7:2) '/' CEX-DATA-FIM(5:2) '/'
                  CEX-DATA-FIM(1:4) ', COM CARGA HORARIA DE '
                  CEX-CARGA-HORARIA ' HORAS'
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           MOVE WRK-FREQUENCIA TO WRK-FREQ-ED.
           STRING 'E FREQUENCIA DE ' WRK-FREQ-ED '% NAS '
                  WRK-QTD-SESSOES ' SESSOES.'
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE ALL '_' TO CERTEXT-LINHA(1:30).
           MOVE ALL '_' TO CERTEXT-LINHA(41:30).
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           MOVE WRK-PROF-NOME TO CERTEXT-LINHA(1:30).
           MOVE 'COORDENACAO DE EXTENSAO' TO CERTEXT-LINHA(41:23).
           WRITE CERTEXT-LINHA.
           MOVE ALL '-' TO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE SPACES TO CERTEXT-LINHA.
           STRING 'CODIGO DE VERIFICACAO: ' WRK-CODIGO
               DELIMITED BY SIZE INTO CERTEXT-LINHA.
           WRITE CERTEXT-LINHA.
           MOVE 'A AUTENTICIDADE PODE SER CONFERIDA NA EXTENSAO PELO '
               TO CERTEXT-LINHA.
           MOVE 'CODIGO ACIMA.' TO CERTEXT-LINHA(53:13).
           WRITE CERTEXT-LINHA.

      *    CONFERENCIA DE AUTENTICIDADE PELO CODIGO IMPRESSO (COM OS
      *    HIFENS).
       0800-CONFERIR-CERTIFICADO.
           DISPLAY 'CODIGO DE VERIFICACAO (XXXX-XXXX-XXXX): '.
           ACCEPT WRK-CODIGO.
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO PEX-CERT-CODIGO.
           IF PEX-CERT-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
           ELSE
               READ PARTEXT-FILE KEY IS PEX-CERT-CODIGO
                   INVALID KEY
                       DISPLAY 'CODIGO NAO CONSTA NO REGISTRO DE '
                               'CERTIFICADOS - DOCUMENTO NAO '
                               'AUTENTICO.'
                   NOT INVALID KEY
                       PERFORM 0805-EXIBIR-CERTIFICADO
               END-READ
           END-IF.

       0805-EXIBIR-CERTIFICADO.
           DISPLAY 'CERTIFICADO AUTENTICO - REGISTRO N. '
                   PEX-CERT-NUMERO.
           DISPLAY 'PARTICIPANTE: ' PEX-NOME.
           MOVE PEX-CURSO TO CEX-CODIGO.
           READ CURSOEXT-FILE KEY IS CEX-CODIGO
               INVALID KEY
                   DISPLAY 'CURSO.......: ' PEX-CURSO
               NOT INVALID KEY
                   DISPLAY 'CURSO.......: ' CEX-CODIGO ' - '
                           CEX-TITULO
                   DISPLAY 'CARGA.......: ' CEX-CARGA-HORARIA
                           ' HORAS'
           END-READ.
           MOVE PEX-FREQUENCIA TO WRK-FREQ-ED.
           DISPLAY 'FREQUENCIA..: ' WRK-FREQ-ED '%'.
           DISPLAY 'EMISSAO.....: ' PEX-CERT-DATA(7:2) '/'
                   PEX-CERT-DATA(5:2) '/' PEX-CERT-DATA(1:4).

       0810-PROXIMO-ATV.
           MOVE ZEROS TO WRK-PROXIMO-ATV.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO ATV-SEQ.
           START ATIVIDADE-FILE KEY IS NOT LESS THAN ATV-SEQ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0815-LER-ATV UNTIL WRK-FIM-ARQUIVO = 'S'.
           ADD 1 TO WRK-PROXIMO-ATV.

       0815-LER-ATV.
           READ ATIVIDADE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE ATV-SEQ TO WRK-PROXIMO-ATV
           END-READ.

      *    HORAS DO CERTIFICADO VIRAM ATIVIDADE COMPLEMENTAR DO ALUNO,
      *    VALIDADA PELO OPERADOR QUE ENCERRA O CURSO.
       0820-CREDITAR-ATIVIDADE.
           MOVE WRK-PROXIMO-ATV    TO ATV-SEQ.
           MOVE PEX-MATRICULA      TO ATV-MATRICULA.
           MOVE 'EXTENSAO'         TO ATV-TIPO.
           MOVE CEX-TITULO(1:30)   TO ATV-DESCRICAO.
           MOVE CEX-DATA-FIM       TO ATV-DATA.
           MOVE CEX-CARGA-HORARIA  TO ATV-HORAS.
           MOVE WRK-OPERADOR       TO ATV-VALIDADOR.
           MOVE WRK-HOJE           TO ATV-DATA-VALIDACAO.
           WRITE ATIVIDADE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO CREDITAR ' PEX-MATRICULA ': '
                           WRK-ATV-STATUS
               NOT INVALID KEY
                   MOVE ATV-SEQ TO PEX-ATIV-SEQ
                   ADD 1 TO WRK-PROXIMO-ATV
                   ADD 1 TO WRK-QTD-CREDITADOS
           END-WRITE.

       END PROGRAM PROG150.
