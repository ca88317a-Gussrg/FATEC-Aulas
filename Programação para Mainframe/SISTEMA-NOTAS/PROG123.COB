       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG123.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acompanhamento de egressos - semeia o cadastro de
      *          egressos (EGRESSOS.DAT) com cada diploma registrado
      *          em DIPLOMAS.DAT, mantem os dados de contato e
      *          registra a pesquisa de acompanhamento (situacao de
      *          trabalho, se atua na area do curso, faixa salarial,
      *          estudos posteriores e data da resposta). O relatorio
      *          de empregabilidade (EGRESSO.REL) sai por curso e ano
      *          de formatura com a taxa de resposta, a taxa de
      *          ocupacao (empregados e autonomos sobre respondentes)
      *          e a taxa de atuacao na area (sobre os ocupados), para
      *          anexar ao material de reconhecimento do curso.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EGRESSO-FILE ASSIGN TO "EGRESSOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EGR-CHAVE
               FILE STATUS IS WRK-EGR-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-CHAVE
               FILE STATUS IS WRK-DIP-STATUS.
           SELECT COLACAO-FILE ASSIGN TO "COLACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COL-STATUS.
           SELECT EGRESSO-REL ASSIGN TO "EGRESSO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  EGRESSO-FILE.
           COPY EGRESREC.

       FD  DIPLOMA-FILE.
           COPY DIPLREC.

       FD  COLACAO-FILE.
           COPY COLACREC.

       FD  EGRESSO-REL.
       01  EGRESSO-LINHA        PIC X(80).

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CURSO         PIC X(10).
           05 SRT-ANO           PIC X(04).
           05 SRT-RESPONDEU     PIC X(01).
           05 SRT-SIT-TRABALHO  PIC X(01).
           05 SRT-NA-AREA       PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-EGR-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-DIP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-COL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-CURSO          PIC X(10) VALUE SPACES.
       77 WRK-ENTRADA        PIC X(40) VALUE SPACES.
       77 WRK-FIM-DIP        PIC X(01) VALUE 'N'.
       77 WRK-FIM-EGR        PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA-OK    PIC X(01) VALUE 'N'.
       77 WRK-QTD-SEMEADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-CURSO-ANT      PIC X(10) VALUE SPACES.
       77 WRK-ANO-ANT        PIC X(04) VALUE SPACES.
       77 WRK-PRIMEIRO       PIC X(01) VALUE 'S'.
       77 WRK-GRP-EGRESSOS   PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-RESPOSTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-OCUPADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-NA-AREA    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EGRESSOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RESPOSTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-OCUPADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-NA-AREA    PIC 9(05) VALUE ZEROS.
       77 WRK-TAXA           PIC 9(03)V9 VALUE ZEROS.

       01 WRK-LINHA-CABECALHO.
           05 FILLER            PIC X(12) VALUE 'CURSO'.
           05 FILLER            PIC X(06) VALUE 'ANO'.
           05 FILLER            PIC X(10) VALUE 'EGRESSOS'.
           05 FILLER            PIC X(15) VALUE 'RESPOSTAS'.
           05 FILLER            PIC X(16) VALUE 'OCUPADOS'.
           05 FILLER            PIC X(21) VALUE 'NA AREA'.

       01 WRK-LINHA-GRUPO.
           05 LGR-CURSO         PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LGR-ANO           PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LGR-EGRESSOS      PIC ZZZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 LGR-RESPOSTAS     PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LGR-TAXA-RESPOSTA PIC ZZ9,9.
           05 FILLER            PIC X(04) VALUE '%   '.
           05 LGR-OCUPADOS      PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LGR-TAXA-OCUPACAO PIC ZZ9,9.
           05 FILLER            PIC X(04) VALUE '%   '.
           05 LGR-NA-AREA       PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LGR-TAXA-AREA     PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE '%'.
           05 FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-EGR-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '6'
               CLOSE EGRESSO-FILE
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVO.
           OPEN I-O EGRESSO-FILE.
           IF WRK-EGR-STATUS = '35' OR WRK-EGR-STATUS = '05'
               OPEN OUTPUT EGRESSO-FILE
               CLOSE EGRESSO-FILE
               OPEN I-O EGRESSO-FILE
           END-IF
           IF WRK-EGR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE EGRESSOS INDISPONIVEL: '
                       WRK-EGR-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ACOMPANHAMENTO DE EGRESSOS'.
           DISPLAY '1 - INCLUIR NOVOS DIPLOMADOS'.
           DISPLAY '2 - ATUALIZAR CONTATO'.
           DISPLAY '3 - REGISTRAR PESQUISA'.
           DISPLAY '4 - CONSULTAR EGRESSO'.
           DISPLAY '5 - RELATORIO DE EMPREGABILIDADE'.
           DISPLAY '6 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-SEMEAR-EGRESSOS
               WHEN '2'
                   PERFORM 0400-ATUALIZAR-CONTATO
               WHEN '3'
                   PERFORM 0500-REGISTRAR-PESQUISA
               WHEN '4'
                   PERFORM 0600-CONSULTAR
               WHEN '5'
                   PERFORM 0700-RELATORIO
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    TODO DIPLOMA DO LIVRO AINDA SEM EGRESSO VIRA UM REGISTRO
      *    NOVO, COM O NOME CIVIL DO REGISTRO E O ANO DA COLACAO.
       0300-SEMEAR-EGRESSOS.
           MOVE ZEROS TO WRK-QTD-SEMEADOS WRK-QTD-LIDOS.
           OPEN INPUT DIPLOMA-FILE.
           IF WRK-DIP-STATUS NOT = '00'
               DISPLAY 'LIVRO DE DIPLOMAS INDISPONIVEL: '
                       WRK-DIP-STATUS
           ELSE
               OPEN INPUT COLACAO-FILE
               MOVE 'N' TO WRK-FIM-DIP
               MOVE LOW-VALUES TO DIP-CHAVE
               START DIPLOMA-FILE KEY IS NOT LESS THAN DIP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-DIP
               END-START
               PERFORM 0310-LER-DIPLOMA UNTIL WRK-FIM-DIP = 'S'
               CLOSE DIPLOMA-FILE
               IF WRK-COL-STATUS = '00'
                   CLOSE COLACAO-FILE
               END-IF
               DISPLAY 'DIPLOMAS LIDOS: ' WRK-QTD-LIDOS
                       ' - EGRESSOS INCLUIDOS: ' WRK-QTD-SEMEADOS
           END-IF.

       0310-LER-DIPLOMA.
           READ DIPLOMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-DIP
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE DIP-MATRICULA TO EGR-MATRICULA
                   MOVE DIP-CURSO     TO EGR-CURSO
                   READ EGRESSO-FILE KEY IS EGR-CHAVE
                       INVALID KEY
                           PERFORM 0320-INCLUIR-EGRESSO
                   END-READ
           END-READ.

       0320-INCLUIR-EGRESSO.
           MOVE DIP-MATRICULA         TO EGR-MATRICULA.
           MOVE DIP-CURSO             TO EGR-CURSO.
           MOVE DIP-NOME              TO EGR-NOME.
           MOVE DIP-DATA-EMISSAO(1:4) TO EGR-ANO-FORMATURA.
           IF WRK-COL-STATUS = '00'
               MOVE DIP-MATRICULA TO COL-MATRICULA
               MOVE DIP-CURSO     TO COL-CURSO
               READ COLACAO-FILE KEY IS COL-CHAVE
                   NOT INVALID KEY
                       IF COL-DATA-COLACAO NOT = SPACES
                           MOVE COL-DATA-COLACAO(1:4)
                               TO EGR-ANO-FORMATURA
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO EGR-EMAIL EGR-TELEFONE EGR-DATA-CONTATO
                          EGR-DATA-PESQUISA EGR-SIT-TRABALHO
                          EGR-NA-AREA EGR-FAIXA-SALARIAL EGR-ESTUDOS.
           WRITE EGRESSO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR EGRESSOS.DAT: '
                           WRK-EGR-STATUS ' - ' EGR-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-SEMEADOS
           END-WRITE.

       0350-LOCALIZAR-EGRESSO.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY 'MATRICULA DO EGRESSO: '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'CURSO: '.
           ACCEPT WRK-CURSO.
           MOVE WRK-MATRICULA TO EGR-MATRICULA.
           MOVE WRK-CURSO     TO EGR-CURSO.
           READ EGRESSO-FILE KEY IS EGR-CHAVE
               INVALID KEY
                   DISPLAY 'EGRESSO NAO CADASTRADO (INCLUA OS NOVOS '
                           'DIPLOMADOS PELA OPCAO 1).'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   DISPLAY EGR-NOME ' - FORMATURA ' EGR-ANO-FORMATURA
           END-READ.

      *    CAMPO DEIXADO EM BRANCO MANTEM O VALOR ANTERIOR.
       0400-ATUALIZAR-CONTATO.
           PERFORM 0350-LOCALIZAR-EGRESSO.
           IF WRK-ACHOU = 'S'
               DISPLAY 'E-MAIL ATUAL: ' EGR-EMAIL
               DISPLAY 'NOVO E-MAIL (BRANCO = MANTER): '
               MOVE SPACES TO WRK-ENTRADA
               ACCEPT WRK-ENTRADA
               IF WRK-ENTRADA NOT = SPACES
                   MOVE WRK-ENTRADA TO EGR-EMAIL
               END-IF
               DISPLAY 'TELEFONE ATUAL: ' EGR-TELEFONE
               DISPLAY 'NOVO TELEFONE (BRANCO = MANTER): '
               MOVE SPACES TO WRK-ENTRADA
               ACCEPT WRK-ENTRADA
               IF WRK-ENTRADA NOT = SPACES
                   MOVE WRK-ENTRADA TO EGR-TELEFONE
               END-IF
               MOVE WRK-DATA-HOJE TO EGR-DATA-CONTATO
               REWRITE EGRESSO-REC
               DISPLAY 'CONTATO ATUALIZADO.'
           END-IF.

      *    A RESPOSTA NOVA SUBSTITUI A ANTERIOR; SO E GRAVADA COM
      *    TODOS OS CODIGOS VALIDOS.
       0500-REGISTRAR-PESQUISA.
           PERFORM 0350-LOCALIZAR-EGRESSO.
           IF WRK-ACHOU = 'S'
               DISPLAY 'SITUACAO DE TRABALHO (E = EMPREGADO, A = '
                       'AUTONOMO/EMPRESARIO, D = DESEMPREGADO, F = '
                       'FORA DO MERCADO): '
               ACCEPT EGR-SIT-TRABALHO
               MOVE 'N' TO EGR-NA-AREA
               MOVE SPACES TO EGR-FAIXA-SALARIAL
               IF EGR-SIT-TRABALHO = 'E' OR EGR-SIT-TRABALHO = 'A'
                   DISPLAY 'TRABALHA NA AREA DO CURSO? S/N: '
                   ACCEPT EGR-NA-AREA
                   DISPLAY 'FAIXA SALARIAL (1 = ATE 2 SM, 2 = 2 A 4, '
                           '3 = 4 A 6, 4 = 6 A 10, 5 = ACIMA DE 10, '
                           'BRANCO = NAO INFORMA): '
                   ACCEPT EGR-FAIXA-SALARIAL
               END-IF
               DISPLAY 'ESTUDOS POSTERIORES (N = NENHUM, E = '
                       'ESPECIALIZACAO, M = MESTRADO, D = DOUTORADO, '
                       'G = OUTRA GRADUACAO): '
               ACCEPT EGR-ESTUDOS
               DISPLAY 'DATA DA RESPOSTA (AAAAMMDD, BRANCO = HOJE): '
               ACCEPT EGR-DATA-PESQUISA
               IF EGR-DATA-PESQUISA = SPACES
                   MOVE WRK-DATA-HOJE TO EGR-DATA-PESQUISA
               END-IF
               PERFORM 0510-VALIDAR-RESPOSTA
               IF WRK-RESPOSTA-OK = 'S'
                   REWRITE EGRESSO-REC
                   DISPLAY 'PESQUISA REGISTRADA.'
               ELSE
                   DISPLAY 'CODIGO INVALIDO - PESQUISA NAO GRAVADA.'
               END-IF
           END-IF.

       0510-VALIDAR-RESPOSTA.
           MOVE 'S' TO WRK-RESPOSTA-OK.
           IF EGR-SIT-TRABALHO NOT = 'E' AND EGR-SIT-TRABALHO NOT = 'A'
              AND EGR-SIT-TRABALHO NOT = 'D'
              AND EGR-SIT-TRABALHO NOT = 'F'
               MOVE 'N' TO WRK-RESPOSTA-OK
           END-IF
           IF EGR-NA-AREA NOT = 'S' AND EGR-NA-AREA NOT = 'N'
               MOVE 'N' TO WRK-RESPOSTA-OK
           END-IF
           IF EGR-FAIXA-SALARIAL NOT = SPACES
              AND (EGR-FAIXA-SALARIAL < '1'
                   OR EGR-FAIXA-SALARIAL > '5')
               MOVE 'N' TO WRK-RESPOSTA-OK
           END-IF
           IF EGR-ESTUDOS NOT = 'N' AND EGR-ESTUDOS NOT = 'E'
              AND EGR-ESTUDOS NOT = 'M' AND EGR-ESTUDOS NOT = 'D'
              AND EGR-ESTUDOS NOT = 'G'
               MOVE 'N' TO WRK-RESPOSTA-OK
           END-IF
           IF EGR-DATA-PESQUISA NOT NUMERIC
               MOVE 'N' TO WRK-RESPOSTA-OK
           END-IF.

       0600-CONSULTAR.
           PERFORM 0350-LOCALIZAR-EGRESSO.
           IF WRK-ACHOU = 'S'
               DISPLAY 'E-MAIL.............: ' EGR-EMAIL
               DISPLAY 'TELEFONE...........: ' EGR-TELEFONE
               DISPLAY 'CONTATO ATUALIZADO.: ' EGR-DATA-CONTATO
               IF EGR-DATA-PESQUISA = SPACES
                   DISPLAY 'PESQUISA...........: NAO RESPONDIDA'
               ELSE
                   DISPLAY 'PESQUISA EM........: ' EGR-DATA-PESQUISA
                   DISPLAY 'SITUACAO/AREA/FAIXA: ' EGR-SIT-TRABALHO
                           ' / ' EGR-NA-AREA ' / '
                           EGR-FAIXA-SALARIAL
                   DISPLAY 'ESTUDOS POSTERIORES: ' EGR-ESTUDOS
               END-IF
           END-IF.

      *    UMA LINHA POR CURSO E ANO DE FORMATURA, NA ORDEM DO CURSO.
       0700-RELATORIO.
           MOVE ZEROS TO WRK-TOT-EGRESSOS WRK-TOT-RESPOSTAS
                         WRK-TOT-OCUPADOS WRK-TOT-NA-AREA.
           MOVE 'S' TO WRK-PRIMEIRO.
           OPEN OUTPUT EGRESSO-REL.
           MOVE SPACES TO EGRESSO-LINHA.
           STRING 'EMPREGABILIDADE DOS EGRESSOS - EMITIDO EM '
                  WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           MOVE ALL '=' TO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           WRITE EGRESSO-LINHA FROM WRK-LINHA-CABECALHO.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CURSO SRT-ANO
               INPUT PROCEDURE IS 0710-SELECIONAR-EGRESSOS
               OUTPUT PROCEDURE IS 0750-TOTALIZAR-GRUPOS.
           MOVE ALL '-' TO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           MOVE 'TOTAL'           TO LGR-CURSO.
           MOVE SPACES            TO LGR-ANO.
           MOVE WRK-TOT-EGRESSOS  TO WRK-GRP-EGRESSOS.
           MOVE WRK-TOT-RESPOSTAS TO WRK-GRP-RESPOSTAS.
           MOVE WRK-TOT-OCUPADOS  TO WRK-GRP-OCUPADOS.
           MOVE WRK-TOT-NA-AREA   TO WRK-GRP-NA-AREA.
           PERFORM 0790-IMPRIMIR-LINHA.
           MOVE SPACES TO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           MOVE 'OCUPADOS = EMPREGADOS + AUTONOMOS, SOBRE RESPOSTAS;'
               TO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           MOVE 'NA AREA = OCUPADOS NA AREA DO CURSO, SOBRE OCUPADOS.'
               TO EGRESSO-LINHA.
           WRITE EGRESSO-LINHA.
           CLOSE EGRESSO-REL.
           DISPLAY 'RELATORIO GRAVADO EM EGRESSO.REL - EGRESSOS: '
                   WRK-TOT-EGRESSOS ' RESPOSTAS: ' WRK-TOT-RESPOSTAS.

       0710-SELECIONAR-EGRESSOS.
           MOVE 'N' TO WRK-FIM-EGR.
           MOVE LOW-VALUES TO EGR-CHAVE.
           START EGRESSO-FILE KEY IS NOT LESS THAN EGR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EGR
           END-START.
           PERFORM 0720-LIBERAR-EGRESSO UNTIL WRK-FIM-EGR = 'S'.

       0720-LIBERAR-EGRESSO.
           READ EGRESSO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-EGR
               NOT AT END
                   MOVE EGR-CURSO         TO SRT-CURSO
                   MOVE EGR-ANO-FORMATURA TO SRT-ANO
                   IF EGR-DATA-PESQUISA = SPACES
                       MOVE 'N' TO SRT-RESPONDEU
                   ELSE
                       MOVE 'S' TO SRT-RESPONDEU
                   END-IF
                   MOVE EGR-SIT-TRABALHO  TO SRT-SIT-TRABALHO
                   MOVE EGR-NA-AREA       TO SRT-NA-AREA
                   RELEASE SORT-REC
           END-READ.

       0750-TOTALIZAR-GRUPOS.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0760-RETORNAR-EGRESSO UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRO = 'N'
               PERFORM 0780-FECHAR-GRUPO
           END-IF.

       0760-RETORNAR-EGRESSO.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   IF WRK-PRIMEIRO = 'S'
                       MOVE 'N' TO WRK-PRIMEIRO
                       PERFORM 0770-ABRIR-GRUPO
                   ELSE
                       IF SRT-CURSO NOT = WRK-CURSO-ANT
                          OR SRT-ANO NOT = WRK-ANO-ANT
                           PERFORM 0780-FECHAR-GRUPO
                           PERFORM 0770-ABRIR-GRUPO
                       END-IF
                   END-IF
                   ADD 1 TO WRK-GRP-EGRESSOS
                   IF SRT-RESPONDEU = 'S'
                       ADD 1 TO WRK-GRP-RESPOSTAS
                       IF SRT-SIT-TRABALHO = 'E'
                          OR SRT-SIT-TRABALHO = 'A'
                           ADD 1 TO WRK-GRP-OCUPADOS
                           IF SRT-NA-AREA = 'S'
                               ADD 1 TO WRK-GRP-NA-AREA
                           END-IF
                       END-IF
                   END-IF
           END-RETURN.

       0770-ABRIR-GRUPO.
           MOVE SRT-CURSO TO WRK-CURSO-ANT.
           MOVE SRT-ANO   TO WRK-ANO-ANT.
           MOVE ZEROS TO WRK-GRP-EGRESSOS WRK-GRP-RESPOSTAS
                         WRK-GRP-OCUPADOS WRK-GRP-NA-AREA.

       0780-FECHAR-GRUPO.
           ADD WRK-GRP-EGRESSOS  TO WRK-TOT-EGRESSOS.
           ADD WRK-GRP-RESPOSTAS TO WRK-TOT-RESPOSTAS.
           ADD WRK-GRP-OCUPADOS  TO WRK-TOT-OCUPADOS.
           ADD WRK-GRP-NA-AREA   TO WRK-TOT-NA-AREA.
           MOVE WRK-CURSO-ANT TO LGR-CURSO.
           MOVE WRK-ANO-ANT   TO LGR-ANO.
           PERFORM 0790-IMPRIMIR-LINHA.

       0790-IMPRIMIR-LINHA.
           MOVE WRK-GRP-EGRESSOS  TO LGR-EGRESSOS.
           MOVE WRK-GRP-RESPOSTAS TO LGR-RESPOSTAS.
           MOVE WRK-GRP-OCUPADOS  TO LGR-OCUPADOS.
           MOVE WRK-GRP-NA-AREA   TO LGR-NA-AREA.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-GRP-EGRESSOS > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-GRP-RESPOSTAS * 100 / WRK-GRP-EGRESSOS
           END-IF
           MOVE WRK-TAXA TO LGR-TAXA-RESPOSTA.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-GRP-RESPOSTAS > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-GRP-OCUPADOS * 100 / WRK-GRP-RESPOSTAS
           END-IF
           MOVE WRK-TAXA TO LGR-TAXA-OCUPACAO.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-GRP-OCUPADOS > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-GRP-NA-AREA * 100 / WRK-GRP-OCUPADOS
           END-IF
           MOVE WRK-TAXA TO LGR-TAXA-AREA.
           WRITE EGRESSO-LINHA FROM WRK-LINHA-GRUPO.

       END PROGRAM PROG123.
