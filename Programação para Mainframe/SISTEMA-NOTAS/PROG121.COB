       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cerimonias de colacao de grau - cadastra a cerimonia
      *          (CERIMON.DAT: data, hora, local, cursos, autoridade
      *          que preside, sessao solene ou gabinete), designa a
      *          ela os formandos aptos pela auditoria do PROG25
      *          (COLACAO.DAT) ainda sem cerimonia, imprime a ordem de
      *          chamada alfabetica (COLCHAM.REL) e a lista de
      *          presenca para assinatura (COLPRES.REL), registra a
      *          presenca de cada formando e, no encerramento, imprime
      *          a ata oficial (COLATA.REL) com todos os que
      *          receberam o grau, gravando a data da colacao. O
      *          ausente fica marcado para colacao em gabinete e
      *          volta a fila das cerimonias de tipo gabinete. Sem
      *          colacao gravada o PROG79 nao registra o diploma.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERIMONIA-FILE ASSIGN TO "CERIMON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-NUMERO
               FILE STATUS IS WRK-CER-STATUS.
           SELECT COLACAO-FILE ASSIGN TO "COLACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COL-STATUS.
           SELECT CHAMADA-REL ASSIGN TO "COLCHAM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHM-STATUS.
           SELECT PRESENCA-REL ASSIGN TO "COLPRES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRS-STATUS.
           SELECT ATA-REL ASSIGN TO "COLATA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATA-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  CERIMONIA-FILE.
           COPY CERIMREC.

       FD  COLACAO-FILE.
           COPY COLACREC.

       FD  CHAMADA-REL.
       01  CHAMADA-LINHA        PIC X(80).

       FD  PRESENCA-REL.
       01  PRESENCA-LINHA       PIC X(80).

       FD  ATA-REL.
       01  ATA-LINHA            PIC X(80).

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-NOME          PIC X(30).
           05 SRT-MATRICULA     PIC X(10).
           05 SRT-CURSO         PIC X(10).

       WORKING-STORAGE SECTION.
       77 WRK-CER-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-COL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-CHM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PRS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-ATA-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WRK-ULT-NUMERO     PIC 9(05) VALUE ZEROS.
       77 WRK-CER-OK         PIC X(01) VALUE 'N'.
       77 WRK-FIM-CER        PIC X(01) VALUE 'N'.
       77 WRK-FIM-COL        PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-IND            PIC 9(01) VALUE ZEROS.
       77 WRK-CURSO-OK       PIC X(01) VALUE 'N'.
       77 WRK-ORDEM          PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DESIGNADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRESENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AUSENTES   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-PRESENCA       PIC X(01) VALUE SPACES.
       77 WRK-FUNCAO-SORT    PIC X(01) VALUE SPACES.
      *        'C' = ordem de chamada, 'A' = ata do encerramento
       77 WRK-DESC-TIPO      PIC X(20) VALUE SPACES.

       01 WRK-DATA-EXTENSO.
           05 WRK-DEX-DIA       PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-DEX-MES       PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-DEX-ANO       PIC X(04).

       01 WRK-LINHA-FORMANDO.
           05 LFO-ORDEM         PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LFO-NOME          PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LFO-MATRICULA     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LFO-CURSO         PIC X(10).
           05 FILLER            PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-ABRIR-ARQUIVOS
           IF WRK-CER-STATUS = '00' AND WRK-COL-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '7'
               CLOSE CERIMONIA-FILE COLACAO-FILE
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O CERIMONIA-FILE.
           IF WRK-CER-STATUS = '35' OR WRK-CER-STATUS = '05'
               OPEN OUTPUT CERIMONIA-FILE
               CLOSE CERIMONIA-FILE
               OPEN I-O CERIMONIA-FILE
           END-IF
           OPEN I-O COLACAO-FILE.
           IF WRK-COL-STATUS = '35' OR WRK-COL-STATUS = '05'
               OPEN OUTPUT COLACAO-FILE
               CLOSE COLACAO-FILE
               OPEN I-O COLACAO-FILE
           END-IF
           IF WRK-CER-STATUS NOT = '00' OR WRK-COL-STATUS NOT = '00'
               DISPLAY 'CERIMON.DAT/COLACAO.DAT INDISPONIVEIS: '
                       WRK-CER-STATUS ' / ' WRK-COL-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'COLACAO DE GRAU'.
           DISPLAY '1 - CADASTRAR CERIMONIA'.
           DISPLAY '2 - DESIGNAR FORMANDOS APTOS A CERIMONIA'.
           DISPLAY '3 - ORDEM DE CHAMADA E LISTA DE PRESENCA'.
           DISPLAY '4 - REGISTRAR PRESENCA'.
           DISPLAY '5 - ENCERRAR CERIMONIA E IMPRIMIR ATA'.
           DISPLAY '6 - PENDENTES DE COLACAO EM GABINETE'.
           DISPLAY '7 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-CADASTRAR-CERIMONIA
               WHEN '2'
                   PERFORM 0400-DESIGNAR-FORMANDOS
               WHEN '3'
                   PERFORM 0500-ORDEM-DE-CHAMADA
               WHEN '4'
                   PERFORM 0600-REGISTRAR-PRESENCA
               WHEN '5'
                   PERFORM 0700-ENCERRAR-CERIMONIA
               WHEN '6'
                   PERFORM 0800-LISTAR-GABINETE
               WHEN '7'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0300-CADASTRAR-CERIMONIA.
           PERFORM 0310-PROXIMO-NUMERO.
           MOVE WRK-NUMERO TO CER-NUMERO.
           DISPLAY 'DATA DA CERIMONIA (AAAAMMDD): '.
           ACCEPT CER-DATA.
           DISPLAY 'HORA (HHMM): '.
           ACCEPT CER-HORA.
           DISPLAY 'LOCAL: '.
           ACCEPT CER-LOCAL.
           DISPLAY 'TIPO (S = SESSAO SOLENE, G = GABINETE): '.
           ACCEPT CER-TIPO.
           IF CER-TIPO NOT = 'G'
               MOVE 'S' TO CER-TIPO
           END-IF
           DISPLAY 'AUTORIDADE QUE PRESIDE: '.
           ACCEPT CER-PRESIDENTE.
           PERFORM 0330-ACEITAR-CURSO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 3.
           MOVE 'P'   TO CER-SITUACAO.
           MOVE ZEROS TO CER-QTD-COLADOS.
           IF CER-DATA = SPACES OR CER-LOCAL = SPACES
              OR CER-PRESIDENTE = SPACES
               DISPLAY 'DATA, LOCAL E AUTORIDADE SAO OBRIGATORIOS - '
                       'CERIMONIA NAO CADASTRADA.'
           ELSE
               WRITE CERIMONIA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CERIMON.DAT: '
                               WRK-CER-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CERIMONIA ' CER-NUMERO ' CADASTRADA.'
               END-WRITE
           END-IF.

      *    NUMERO SEQUENCIAL: O MAIOR JA CADASTRADO MAIS UM.
       0310-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE 'N' TO WRK-FIM-CER.
           MOVE ZEROS TO CER-NUMERO.
           START CERIMONIA-FILE KEY IS NOT LESS THAN CER-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CER
           END-START.
           PERFORM 0320-LER-CERIMONIA UNTIL WRK-FIM-CER = 'S'.
           COMPUTE WRK-NUMERO = WRK-ULT-NUMERO + 1.

       0320-LER-CERIMONIA.
           READ CERIMONIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CER
               NOT AT END
                   MOVE CER-NUMERO TO WRK-ULT-NUMERO
           END-READ.

       0330-ACEITAR-CURSO.
           DISPLAY 'CURSO ' WRK-IND ' (EM BRANCO = NENHUM/TODOS): '.
           ACCEPT CER-CURSO(WRK-IND).

       0350-LER-CERIMONIA-PEDIDA.
           MOVE 'N' TO WRK-CER-OK.
           DISPLAY 'NUMERO DA CERIMONIA: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CER-NUMERO.
           READ CERIMONIA-FILE KEY IS CER-NUMERO
               INVALID KEY
                   DISPLAY 'CERIMONIA NAO CADASTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CER-OK
           END-READ.

      *    SESSAO SOLENE RECEBE OS APTOS SEM CERIMONIA DOS CURSOS DELA;
      *    GABINETE RECEBE SO OS AUSENTES DE CERIMONIA ANTERIOR.
       0400-DESIGNAR-FORMANDOS.
           PERFORM 0350-LER-CERIMONIA-PEDIDA.
           IF WRK-CER-OK = 'S'
               IF CER-SITUACAO NOT = 'P'
                   DISPLAY 'CERIMONIA JA ENCERRADA.'
               ELSE
                   MOVE ZEROS TO WRK-QTD-DESIGNADOS
                   MOVE 'N' TO WRK-FIM-COL
                   MOVE LOW-VALUES TO COL-CHAVE
                   START COLACAO-FILE KEY IS NOT LESS THAN COL-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-COL
                   END-START
                   PERFORM 0410-AVALIAR-FORMANDO
                       UNTIL WRK-FIM-COL = 'S'
                   DISPLAY 'FORMANDOS DESIGNADOS A CERIMONIA '
                           CER-NUMERO ': ' WRK-QTD-DESIGNADOS
               END-IF
           END-IF.

       0410-AVALIAR-FORMANDO.
           READ COLACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-COL
               NOT AT END
                   IF COL-APTO = 'S' AND COL-DATA-COLACAO = SPACES
                      AND COL-CERIMONIA = 0
                       PERFORM 0420-CONFERIR-CURSO
                       IF WRK-CURSO-OK = 'S'
                          AND ((CER-TIPO = 'G' AND COL-GABINETE = 'S')
                            OR (CER-TIPO = 'S'
                                AND COL-GABINETE NOT = 'S'))
                           MOVE CER-NUMERO TO COL-CERIMONIA
                           MOVE ZEROS      TO COL-ORDEM
                           MOVE SPACES     TO COL-PRESENCA
                           REWRITE COLACAO-REC
                           ADD 1 TO WRK-QTD-DESIGNADOS
                       END-IF
                   END-IF
           END-READ.

       0420-CONFERIR-CURSO.
           IF CER-CURSO(1) = SPACES AND CER-CURSO(2) = SPACES
              AND CER-CURSO(3) = SPACES
               MOVE 'S' TO WRK-CURSO-OK
           ELSE
               MOVE 'N' TO WRK-CURSO-OK
               PERFORM 0425-COMPARAR-CURSO
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 3
           END-IF.

       0425-COMPARAR-CURSO.
           IF CER-CURSO(WRK-IND) NOT = SPACES
              AND CER-CURSO(WRK-IND) = COL-CURSO
               MOVE 'S' TO WRK-CURSO-OK
           END-IF.

      *    ORDEM ALFABETICA PELO NOME CIVIL; O NUMERO DE ORDEM FICA
      *    GRAVADO NO FORMANDO PARA A CHAMADA E A PRESENCA.
       0500-ORDEM-DE-CHAMADA.
           PERFORM 0350-LER-CERIMONIA-PEDIDA.
           IF WRK-CER-OK = 'S'
               MOVE 'C' TO WRK-FUNCAO-SORT
               MOVE ZEROS TO WRK-ORDEM
               OPEN OUTPUT CHAMADA-REL PRESENCA-REL
               PERFORM 0510-CABECALHO-CHAMADA
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-NOME SRT-MATRICULA
                   INPUT PROCEDURE IS 0900-SELECIONAR-FORMANDOS
                   OUTPUT PROCEDURE IS 0950-PERCORRER-ORDENADOS
               MOVE ALL '-' TO CHAMADA-LINHA
               WRITE CHAMADA-LINHA
               MOVE SPACES TO CHAMADA-LINHA
               STRING 'FORMANDOS CHAMADOS: ' WRK-ORDEM
                   DELIMITED BY SIZE INTO CHAMADA-LINHA
               WRITE CHAMADA-LINHA
               CLOSE CHAMADA-REL PRESENCA-REL
               DISPLAY 'ORDEM DE CHAMADA EM COLCHAM.REL E LISTA DE '
                       'PRESENCA EM COLPRES.REL (' WRK-ORDEM
                       ' FORMANDOS).'
           END-IF.

       0510-CABECALHO-CHAMADA.
           PERFORM 0980-MONTAR-DATA.
           MOVE SPACES TO CHAMADA-LINHA.
           STRING 'ORDEM DE CHAMADA - COLACAO DE GRAU N. ' CER-NUMERO
               DELIMITED BY SIZE INTO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE SPACES TO CHAMADA-LINHA.
           STRING WRK-DATA-EXTENSO ' AS ' CER-HORA(1:2) ':'
                  CER-HORA(3:2) ' - ' CER-LOCAL
               DELIMITED BY SIZE INTO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE ALL '=' TO CHAMADA-LINHA.
           WRITE CHAMADA-LINHA.
           MOVE SPACES TO PRESENCA-LINHA.
           STRING 'LISTA DE PRESENCA - COLACAO DE GRAU N. ' CER-NUMERO
                  ' - ' WRK-DATA-EXTENSO
               DELIMITED BY SIZE INTO PRESENCA-LINHA.
           WRITE PRESENCA-LINHA.
           MOVE ALL '=' TO PRESENCA-LINHA.
           WRITE PRESENCA-LINHA.

       0520-IMPRIMIR-CHAMADA.
           ADD 1 TO WRK-ORDEM.
           MOVE SRT-MATRICULA TO COL-MATRICULA.
           MOVE SRT-CURSO     TO COL-CURSO.
           READ COLACAO-FILE KEY IS COL-CHAVE
               NOT INVALID KEY
                   MOVE WRK-ORDEM TO COL-ORDEM
                   REWRITE COLACAO-REC
           END-READ.
           MOVE WRK-ORDEM     TO LFO-ORDEM.
           MOVE SRT-NOME      TO LFO-NOME.
           MOVE SRT-MATRICULA TO LFO-MATRICULA.
           MOVE SRT-CURSO     TO LFO-CURSO.
           WRITE CHAMADA-LINHA FROM WRK-LINHA-FORMANDO.
           MOVE SPACES TO PRESENCA-LINHA.
           WRITE PRESENCA-LINHA.
           MOVE SPACES TO PRESENCA-LINHA.
           STRING WRK-LINHA-FORMANDO(1:48)
                  '  ______________________________'
               DELIMITED BY SIZE INTO PRESENCA-LINHA.
           WRITE PRESENCA-LINHA.

      *    A PRESENCA E CHAMADA NA ORDEM DA CHAMADA JA IMPRESSA.
       0600-REGISTRAR-PRESENCA.
           PERFORM 0350-LER-CERIMONIA-PEDIDA.
           IF WRK-CER-OK = 'S'
               IF CER-SITUACAO NOT = 'P'
                   DISPLAY 'CERIMONIA JA ENCERRADA.'
               ELSE
                   MOVE ZEROS TO WRK-QTD-LISTADOS
                   MOVE 'N' TO WRK-FIM-COL
                   MOVE LOW-VALUES TO COL-CHAVE
                   START COLACAO-FILE KEY IS NOT LESS THAN COL-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-COL
                   END-START
                   PERFORM 0610-PERGUNTAR-PRESENCA
                       UNTIL WRK-FIM-COL = 'S'
                   IF WRK-QTD-LISTADOS = 0
                       DISPLAY 'NENHUM FORMANDO DESIGNADO A ESTA '
                               'CERIMONIA.'
                   END-IF
               END-IF
           END-IF.

       0610-PERGUNTAR-PRESENCA.
           READ COLACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-COL
               NOT AT END
                   IF COL-CERIMONIA = CER-NUMERO
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY COL-ORDEM ' ' COL-NOME ' ('
                               COL-MATRICULA ' - ' COL-CURSO
                               ') PRESENTE? S/N: '
                       ACCEPT WRK-PRESENCA
                       IF WRK-PRESENCA = 's'
                           MOVE 'S' TO WRK-PRESENCA
                       END-IF
                       IF WRK-PRESENCA NOT = 'S'
                           MOVE 'N' TO WRK-PRESENCA
                       END-IF
                       MOVE WRK-PRESENCA TO COL-PRESENCA
                       REWRITE COLACAO-REC
                   END-IF
           END-READ.

      *    ENCERRAMENTO: PRESENTE RECEBE O GRAU NA DATA DA CERIMONIA
      *    E ENTRA NA ATA; AUSENTE (OU SEM PRESENCA REGISTRADA) SAI
      *    DA CERIMONIA MARCADO PARA COLACAO EM GABINETE.
       0700-ENCERRAR-CERIMONIA.
           PERFORM 0350-LER-CERIMONIA-PEDIDA.
           IF WRK-CER-OK = 'S'
               IF CER-SITUACAO NOT = 'P'
                   DISPLAY 'CERIMONIA JA ENCERRADA.'
               ELSE
                   DISPLAY 'CONFIRMA O ENCERRAMENTO DA CERIMONIA '
                           CER-NUMERO '? S/N: '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 0710-EMITIR-ATA
                   ELSE
                       DISPLAY 'ENCERRAMENTO CANCELADO.'
                   END-IF
               END-IF
           END-IF.

       0710-EMITIR-ATA.
           MOVE 'A' TO WRK-FUNCAO-SORT.
           MOVE ZEROS TO WRK-ORDEM WRK-QTD-PRESENTES WRK-QTD-AUSENTES.
           OPEN OUTPUT ATA-REL.
           PERFORM 0720-ABERTURA-ATA.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-NOME SRT-MATRICULA
               INPUT PROCEDURE IS 0900-SELECIONAR-FORMANDOS
               OUTPUT PROCEDURE IS 0950-PERCORRER-ORDENADOS.
           PERFORM 0740-FECHO-ATA.
           CLOSE ATA-REL.
           READ CERIMONIA-FILE KEY IS CER-NUMERO
               NOT INVALID KEY
                   MOVE 'E' TO CER-SITUACAO
                   MOVE WRK-QTD-PRESENTES TO CER-QTD-COLADOS
                   REWRITE CERIMONIA-REC
           END-READ.
           DISPLAY 'CERIMONIA ' CER-NUMERO ' ENCERRADA - GRAU '
                   'CONFERIDO A ' WRK-QTD-PRESENTES ' FORMANDO(S); '
                   WRK-QTD-AUSENTES ' AUSENTE(S) PARA GABINETE.'.
           DISPLAY 'ATA EM COLATA.REL.'.

       0720-ABERTURA-ATA.
           PERFORM 0980-MONTAR-DATA.
           IF CER-TIPO = 'G'
               MOVE 'COLACAO DE GRAU EM GABINETE' TO WRK-DESC-TIPO
           ELSE
               MOVE 'SESSAO SOLENE' TO WRK-DESC-TIPO
           END-IF
           MOVE SPACES TO ATA-LINHA.
           STRING 'ATA DA ' WRK-DESC-TIPO ' DE COLACAO DE GRAU N. '
                  CER-NUMERO
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE ALL '=' TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           STRING 'AOS ' WRK-DATA-EXTENSO ', AS ' CER-HORA(1:2) ':'
                  CER-HORA(3:2) ', NO(A) ' CER-LOCAL
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           STRING 'SOB A PRESIDENCIA DE ' CER-PRESIDENTE ','
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE 'FOI CONFERIDO O GRAU AOS FORMANDOS ABAIXO:'
               TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           WRITE ATA-LINHA.

       0730-REGISTRAR-GRAU.
           MOVE SRT-MATRICULA TO COL-MATRICULA.
           MOVE SRT-CURSO     TO COL-CURSO.
           READ COLACAO-FILE KEY IS COL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COL-PRESENCA = 'S'
                       MOVE CER-DATA   TO COL-DATA-COLACAO
                       MOVE CER-NUMERO TO COL-CERIMONIA-GRAU
                       MOVE 'N'        TO COL-GABINETE
                       ADD 1 TO WRK-QTD-PRESENTES
                       MOVE WRK-QTD-PRESENTES TO LFO-ORDEM
                       MOVE SRT-NOME      TO LFO-NOME
                       MOVE SRT-MATRICULA TO LFO-MATRICULA
                       MOVE SRT-CURSO     TO LFO-CURSO
                       WRITE ATA-LINHA FROM WRK-LINHA-FORMANDO
                   ELSE
                       MOVE ZEROS TO COL-CERIMONIA COL-ORDEM
                       MOVE SPACES TO COL-PRESENCA
                       MOVE 'S'   TO COL-GABINETE
                       ADD 1 TO WRK-QTD-AUSENTES
                       DISPLAY 'AUSENTE - GABINETE: ' SRT-NOME ' ('
                               SRT-MATRICULA ')'
                   END-IF
                   REWRITE COLACAO-REC
           END-READ.

       0740-FECHO-ATA.
           MOVE SPACES TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           STRING 'TOTAL DE FORMANDOS QUE RECEBERAM O GRAU: '
                  WRK-QTD-PRESENTES '. NADA MAIS HAVENDO A TRATAR,'
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE 'LAVROU-SE A PRESENTE ATA, QUE VAI ASSINADA PELA'
               TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE 'AUTORIDADE' TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE 'QUE PRESIDIU A SESSAO E PELO SECRETARIO ACADEMICO.'
               TO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           WRITE ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           MOVE ALL '_' TO ATA-LINHA(1:30).
           MOVE ALL '_' TO ATA-LINHA(35:24).
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           STRING CER-PRESIDENTE '    SECRETARIO ACADEMICO'
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.

       0800-LISTAR-GABINETE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-COL.
           MOVE LOW-VALUES TO COL-CHAVE.
           START COLACAO-FILE KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-COL
           END-START.
           PERFORM 0810-LISTAR-PENDENTE UNTIL WRK-FIM-COL = 'S'.
           DISPLAY 'PENDENTES DE COLACAO EM GABINETE: '
                   WRK-QTD-LISTADOS.

       0810-LISTAR-PENDENTE.
           READ COLACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-COL
               NOT AT END
                   IF COL-GABINETE = 'S' AND COL-DATA-COLACAO = SPACES
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY COL-MATRICULA ' ' COL-NOME ' '
                               COL-CURSO ' CERIMONIA ' COL-CERIMONIA
                   END-IF
           END-READ.

      *    ENTRADA DO SORT: OS FORMANDOS DESIGNADOS A CERIMONIA.
       0900-SELECIONAR-FORMANDOS.
           MOVE 'N' TO WRK-FIM-COL.
           MOVE LOW-VALUES TO COL-CHAVE.
           START COLACAO-FILE KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-COL
           END-START.
           PERFORM 0910-LIBERAR-FORMANDO UNTIL WRK-FIM-COL = 'S'.

       0910-LIBERAR-FORMANDO.
           READ COLACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-COL
               NOT AT END
                   IF COL-CERIMONIA = CER-NUMERO
                       MOVE COL-NOME      TO SRT-NOME
                       MOVE COL-MATRICULA TO SRT-MATRICULA
                       MOVE COL-CURSO     TO SRT-CURSO
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      *    SAIDA DO SORT: CHAMADA/PRESENCA OU ATA, CONFORME A FUNCAO.
       0950-PERCORRER-ORDENADOS.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0960-RETORNAR-FORMANDO UNTIL WRK-FIM-SORT = 'S'.

       0960-RETORNAR-FORMANDO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF WRK-FUNCAO-SORT = 'C'
                       PERFORM 0520-IMPRIMIR-CHAMADA
                   ELSE
                       PERFORM 0730-REGISTRAR-GRAU
                   END-IF
           END-RETURN.

       0980-MONTAR-DATA.
           MOVE CER-DATA(7:2) TO WRK-DEX-DIA.
           MOVE CER-DATA(5:2) TO WRK-DEX-MES.
           MOVE CER-DATA(1:4) TO WRK-DEX-ANO.

       END PROGRAM PROG121.
