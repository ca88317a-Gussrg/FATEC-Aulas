       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG166.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envelhecimento semanal das filas da coordenacao -
      *          junta os pedidos ainda sem decisao das tres filas
      *          (PENDCORR.DAT correcoes do PROG29, RECURSOS.DAT
      *          recursos do PROG50, SEGCHAM.DAT segunda chamada do
      *          PROG69), descobre pelo COORDRT o coordenador dono de
      *          cada um na data (titular, substituto ou delegado do
      *          titular ausente, pelo curso do aluno) e lista, por
      *          coordenador, cada pedido com os dias de espera. O
      *          pedido que passou do prazo do regimento para a sua
      *          fila sai marcado ESCALADO e volta no resumo final,
      *          que a direcao recebe. Pedido de curso sem coordenacao
      *          cadastrada sai no grupo SEM COORDENADOR. Abonos
      *          (PROG70) e atividades (PROG77) sao decididos no
      *          proprio registro e nao tem fila.
      *          COORDFIL.REL; RC 4 quando ha pedido escalado.
      *          SYSIN: prazo em dias corridos das correcoes, dos
      *          recursos e da segunda chamada (uma linha cada;
      *          zero ou em branco = 10, 15 e 10).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO WRK-ARQ-PENDCORR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-SEQ
               FILE STATUS IS WRK-PEND-STATUS.
           SELECT RECURSO-FILE ASSIGN TO WRK-ARQ-RECURSOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-SEQ
               FILE STATUS IS WRK-REC-STATUS.
           SELECT SEGCH-FILE ASSIGN TO WRK-ARQ-SEGCHAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SGC-SEQ
               FILE STATUS IS WRK-SGC-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT RELAT-FILE ASSIGN TO WRK-ARQ-COORDFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT STATS-FILE ASSIGN TO WRK-ARQ-RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
           COPY PENDREC.

       FD  RECURSO-FILE.
           COPY RECURREC.

       FD  SEGCH-FILE.
           COPY SEGCHREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  RELAT-FILE.
       01  RELAT-REC            PIC X(80).

       FD  STATS-FILE.
           COPY RUNSTATS.

      *    PEDIDOS EM ORDEM DE COORDENADOR E, DENTRO DELE, DO MAIS
      *    ANTIGO PARA O MAIS NOVO.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-COORDENADOR    PIC X(10).
           05 SRT-DIAS           PIC 9(04).
           05 SRT-FILA           PIC X(10).
           05 SRT-SEQ            PIC 9(05).
           05 SRT-MATRICULA      PIC X(10).
           05 SRT-CURSO          PIC X(10).
           05 SRT-PAPEL          PIC X(01).
           05 SRT-ENTRADA        PIC X(08).
           05 SRT-PRAZO          PIC 9(03).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-PENDCORR  PIC X(40) VALUE 'PENDCORR.DAT'.
       77 WRK-ARQ-RECURSOS  PIC X(40) VALUE 'RECURSOS.DAT'.
       77 WRK-ARQ-SEGCHAM   PIC X(40) VALUE 'SEGCHAM.DAT'.
       77 WRK-ARQ-OPERADOR  PIC X(40) VALUE 'OPERADOR.DAT'.
       77 WRK-ARQ-COORDFIL  PIC X(40) VALUE 'COORDFIL.REL'.
       77 WRK-ARQ-RUNSTATS  PIC X(40) VALUE 'RUNSTATS.DAT'.

       77 WRK-PEND-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-SGC-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGORA          PIC X(21) VALUE SPACES.
       77 WRK-HORA-INI       PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO       PIC X(01) VALUE 'S'.
       77 WRK-PARM           PIC X(03) VALUE SPACES.
       77 WRK-PRAZO-CORRECAO PIC 9(03) VALUE 10.
       77 WRK-PRAZO-RECURSO  PIC 9(03) VALUE 15.
       77 WRK-PRAZO-SEGCHAM  PIC 9(03) VALUE 10.
       77 WRK-ENTRADA        PIC X(08) VALUE SPACES.
       77 WRK-COORD-ATUAL    PIC X(10) VALUE SPACES.
       77 WRK-NOME-COORD     PIC X(30) VALUE SPACES.
       77 WRK-GRP-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-ESCALADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-IND            PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-COORD      PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-COORD      PIC 9(03) VALUE 200.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PENDENTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ESCALADOS  PIC 9(07) VALUE ZEROS.

      *    RESUMO POR COORDENADOR, IMPRESSO NO FIM PARA A DIRECAO.
       01 WRK-TAB-RESUMO.
           05 WRK-RES-ITEM OCCURS 200 TIMES.
               10 WRK-RES-COORD       PIC X(10).
               10 WRK-RES-NOME        PIC X(30).
               10 WRK-RES-PENDENTES   PIC 9(05).
               10 WRK-RES-ESCALADOS   PIC 9(05).

       01 WRK-LINHA             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LIN-FILA          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-SEQ           PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-MATRICULA     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-CURSO         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ENTRADA       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-DIAS          PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-PRAZO         PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-PAPEL         PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LIN-ESCALADO      PIC X(08).

       01 WRK-LINHA-TOT.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-COORD         PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-PENDENTES     PIC ZZ.ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 TOT-ESCALADOS     PIC ZZ.ZZ9.
       COPY CRDRTREC.
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
           DISPLAY 'PROG166 - ENVELHECIMENTO DAS FILAS DA COORDENACAO'.
           PERFORM 0050-LER-PARAMETROS.
           INITIALIZE WRK-TAB-RESUMO.
           OPEN INPUT OPERADOR-FILE.
           OPEN OUTPUT RELAT-FILE.
           PERFORM 0700-CABECALHO.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-COORDENADOR
               ON DESCENDING KEY SRT-DIAS
               ON ASCENDING KEY SRT-FILA SRT-SEQ
               INPUT PROCEDURE IS 0100-CARREGAR-FILAS
               OUTPUT PROCEDURE IS 0400-LISTAR-POR-COORDENADOR.
           PERFORM 0750-RESUMO.
           CLOSE RELAT-FILE.
           IF WRK-OPER-STATUS = '00'
               CLOSE OPERADOR-FILE
           END-IF.
           PERFORM 0850-FINALIZAR.
           PERFORM 0950-GRAVAR-ESTATISTICA.
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG166' TO DDN-PROGRAMA.
           MOVE 'PENDCORR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PENDCORR.
           MOVE 'RECURSOS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RECURSOS.
           MOVE 'SEGCHAM' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-SEGCHAM.
           MOVE 'OPERADOR' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-OPERADOR.
           MOVE 'COORDFIL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COORDFIL.
           MOVE 'RUNSTATS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RUNSTATS.

       0050-LER-PARAMETROS.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM IS NUMERIC AND WRK-PARM NOT = '000'
               MOVE WRK-PARM TO WRK-PRAZO-CORRECAO
           END-IF.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM IS NUMERIC AND WRK-PARM NOT = '000'
               MOVE WRK-PARM TO WRK-PRAZO-RECURSO
           END-IF.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM IS NUMERIC AND WRK-PARM NOT = '000'
               MOVE WRK-PARM TO WRK-PRAZO-SEGCHAM
           END-IF.
           DISPLAY 'PRAZOS DO REGIMENTO (DIAS): CORRECAO '
                   WRK-PRAZO-CORRECAO ' RECURSO ' WRK-PRAZO-RECURSO
                   ' SEGUNDA CHAMADA ' WRK-PRAZO-SEGCHAM.

      *    SO O QUE AINDA ESPERA DECISAO DA COORDENACAO: CORRECAO
      *    PENDENTE (P), RECURSO ABERTO (A), SEGUNDA CHAMADA
      *    SOLICITADA (S). ARQUIVO AUSENTE = FILA VAZIA.
       0100-CARREGAR-FILAS.
           OPEN INPUT PEND-FILE.
           IF WRK-PEND-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0150-LER-CORRECAO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PEND-FILE
           ELSE
               DISPLAY 'PENDCORR.DAT INDISPONIVEL: ' WRK-PEND-STATUS
           END-IF.
           OPEN INPUT RECURSO-FILE.
           IF WRK-REC-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0200-LER-RECURSO UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE RECURSO-FILE
           ELSE
               DISPLAY 'RECURSOS.DAT INDISPONIVEL: ' WRK-REC-STATUS
           END-IF.
           OPEN INPUT SEGCH-FILE.
           IF WRK-SGC-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0250-LER-SEGCHAMADA UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SEGCH-FILE
           ELSE
               DISPLAY 'SEGCHAM.DAT INDISPONIVEL: ' WRK-SGC-STATUS
           END-IF.

       0150-LER-CORRECAO.
           READ PEND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF PEND-STATUS = 'P'
                       MOVE 'CORRECAO'         TO SRT-FILA
                       MOVE PEND-SEQ           TO SRT-SEQ
                       MOVE PEND-MATRICULA     TO SRT-MATRICULA
                       MOVE PEND-DATA-HORA(1:8) TO WRK-ENTRADA
                       MOVE WRK-PRAZO-CORRECAO TO SRT-PRAZO
                       PERFORM 0300-LIBERAR-PEDIDO
                   END-IF
           END-READ.

       0200-LER-RECURSO.
           READ RECURSO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF REC-STATUS = 'A'
                       MOVE 'RECURSO'          TO SRT-FILA
                       MOVE REC-SEQ            TO SRT-SEQ
                       MOVE REC-MATRICULA      TO SRT-MATRICULA
                       MOVE REC-DATA-ABERTURA  TO WRK-ENTRADA
                       MOVE WRK-PRAZO-RECURSO  TO SRT-PRAZO
                       PERFORM 0300-LIBERAR-PEDIDO
                   END-IF
           END-READ.

       0250-LER-SEGCHAMADA.
           READ SEGCH-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF SGC-STATUS = 'S'
                       MOVE 'SEGCHAMADA'       TO SRT-FILA
                       MOVE SGC-SEQ            TO SRT-SEQ
                       MOVE SGC-MATRICULA      TO SRT-MATRICULA
                       MOVE SGC-DATA-PEDIDO    TO WRK-ENTRADA
                       MOVE WRK-PRAZO-SEGCHAM  TO SRT-PRAZO
                       PERFORM 0300-LIBERAR-PEDIDO
                   END-IF
           END-READ.

      *    DONO DA FILA NA DATA (COORDRT SEM OPERADOR) E DIAS DE
      *    ESPERA DESDE A ENTRADA DO PEDIDO.
       0300-LIBERAR-PEDIDO.
           MOVE SPACES        TO CRT-OPERADOR.
           MOVE SRT-MATRICULA TO CRT-MATRICULA.
           MOVE WRK-DATA-HOJE TO CRT-DATA.
           CALL 'COORDRT' USING CRT-PARM.
           MOVE CRT-RESPONSAVEL TO SRT-COORDENADOR.
           MOVE CRT-CURSO       TO SRT-CURSO.
           MOVE CRT-PAPEL       TO SRT-PAPEL.
           MOVE WRK-ENTRADA     TO SRT-ENTRADA.
           MOVE ZEROS TO SRT-DIAS.
           IF WRK-ENTRADA IS NUMERIC AND WRK-ENTRADA < WRK-DATA-HOJE
               COMPUTE SRT-DIAS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WRK-DATA-HOJE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WRK-ENTRADA))
           END-IF.
           RELEASE SORT-REC.

      *    QUEBRA POR COORDENADOR.
       0400-LISTAR-POR-COORDENADOR.
           MOVE 'S' TO WRK-PRIMEIRO.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM 0450-PROCESSAR-PEDIDO UNTIL WRK-FIM-SORT = 'S'.
           IF WRK-PRIMEIRO = 'N'
               PERFORM 0600-FECHAR-COORDENADOR
           END-IF.

       0450-PROCESSAR-PEDIDO.
           EVALUATE TRUE
               WHEN WRK-PRIMEIRO = 'S'
                   MOVE 'N' TO WRK-PRIMEIRO
                   PERFORM 0550-ABRIR-COORDENADOR
               WHEN SRT-COORDENADOR NOT = WRK-COORD-ATUAL
                   PERFORM 0600-FECHAR-COORDENADOR
                   PERFORM 0550-ABRIR-COORDENADOR
           END-EVALUATE.
           ADD 1 TO WRK-GRP-PENDENTES WRK-QTD-PENDENTES.
           MOVE SRT-FILA      TO LIN-FILA.
           MOVE SRT-SEQ       TO LIN-SEQ.
           MOVE SRT-MATRICULA TO LIN-MATRICULA.
           MOVE SRT-CURSO     TO LIN-CURSO.
           MOVE SPACES        TO LIN-ENTRADA.
           IF SRT-ENTRADA NOT = SPACES
               STRING SRT-ENTRADA(7:2) '/' SRT-ENTRADA(5:2) '/'
                      SRT-ENTRADA(1:4)
                   DELIMITED BY SIZE INTO LIN-ENTRADA
           END-IF.
           MOVE SRT-DIAS      TO LIN-DIAS.
           MOVE SRT-PRAZO     TO LIN-PRAZO.
           MOVE SRT-PAPEL     TO LIN-PAPEL.
           IF SRT-DIAS > SRT-PRAZO
               MOVE 'ESCALADO' TO LIN-ESCALADO
               ADD 1 TO WRK-GRP-ESCALADOS WRK-QTD-ESCALADOS
               DISPLAY 'ESCALADO: ' SRT-FILA ' ' SRT-SEQ ' '
                       SRT-MATRICULA ' HA ' SRT-DIAS ' DIAS - '
                       'COORDENADOR ' SRT-COORDENADOR
           ELSE
               MOVE SPACES TO LIN-ESCALADO
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA-DET.
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       0550-ABRIR-COORDENADOR.
           MOVE SRT-COORDENADOR TO WRK-COORD-ATUAL.
           MOVE ZEROS TO WRK-GRP-PENDENTES WRK-GRP-ESCALADOS.
           MOVE SPACES TO WRK-NOME-COORD.
           IF WRK-COORD-ATUAL NOT = SPACES AND WRK-OPER-STATUS = '00'
               MOVE WRK-COORD-ATUAL TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   NOT INVALID KEY
                       MOVE OP-NOME TO WRK-NOME-COORD
               END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-COORD-ATUAL = SPACES
               MOVE 'SEM COORDENADOR (CURSO SEM COORDENACAO VIGENTE)'
                   TO WRK-LINHA
           ELSE
               STRING 'COORDENADOR: ' WRK-COORD-ATUAL ' '
                      WRK-NOME-COORD
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE RELAT-REC FROM WRK-LINHA.

       0600-FECHAR-COORDENADOR.
           MOVE SPACES TO WRK-LINHA.
           STRING '  PENDENTES: ' WRK-GRP-PENDENTES
                  '  ESCALADOS: ' WRK-GRP-ESCALADOS
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-QTD-COORD < WRK-MAX-COORD
               ADD 1 TO WRK-QTD-COORD
               MOVE WRK-COORD-ATUAL   TO WRK-RES-COORD(WRK-QTD-COORD)
               MOVE WRK-NOME-COORD    TO WRK-RES-NOME(WRK-QTD-COORD)
               MOVE WRK-GRP-PENDENTES
                   TO WRK-RES-PENDENTES(WRK-QTD-COORD)
               MOVE WRK-GRP-ESCALADOS
                   TO WRK-RES-ESCALADOS(WRK-QTD-COORD)
           END-IF.

       0700-CABECALHO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FILAS DA COORDENACAO - PEDIDOS SEM DECISAO EM '
                  WRK-DATA-HOJE(7:2) '/' WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRAZOS (DIAS): CORRECAO ' WRK-PRAZO-CORRECAO
                  '  RECURSO ' WRK-PRAZO-RECURSO
                  '  SEGUNDA CHAMADA ' WRK-PRAZO-SEGCHAM
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE '  FILA         SEQ MATRICULA  CURSO      ENTRADA'
               TO WRK-LINHA.
           MOVE 'DIAS PRZ P' TO WRK-LINHA(57:).
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

      *    RESUMO PARA A DIRECAO: PENDENTES E ESCALADOS DE CADA
      *    COORDENADOR. P = T TITULAR, S SUBSTITUTO, D DELEGADO DO
      *    TITULAR AUSENTE.
       0750-RESUMO.
           MOVE SPACES TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           IF WRK-QTD-PENDENTES = 0
               MOVE 'NENHUM PEDIDO AGUARDANDO A COORDENACAO.'
                   TO WRK-LINHA
               WRITE RELAT-REC FROM WRK-LINHA
           ELSE
               MOVE 'RESUMO POR COORDENADOR' TO WRK-LINHA
               MOVE 'PENDENTES ESCALADOS' TO WRK-LINHA(51:)
               WRITE RELAT-REC FROM WRK-LINHA
               PERFORM 0760-RESUMO-COORDENADOR
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-COORD
           END-IF.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL PENDENTE: ' WRK-QTD-PENDENTES
                  ' - ESCALADOS: ' WRK-QTD-ESCALADOS
               DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE RELAT-REC FROM WRK-LINHA.

       0760-RESUMO-COORDENADOR.
           IF WRK-RES-COORD(WRK-IND) = SPACES
               MOVE 'SEM COORDENADOR' TO TOT-COORD
           ELSE
               MOVE WRK-RES-COORD(WRK-IND) TO TOT-COORD
           END-IF.
           MOVE WRK-RES-NOME(WRK-IND)      TO TOT-NOME.
           MOVE WRK-RES-PENDENTES(WRK-IND) TO TOT-PENDENTES.
           MOVE WRK-RES-ESCALADOS(WRK-IND) TO TOT-ESCALADOS.
           WRITE RELAT-REC FROM WRK-LINHA-TOT.

       0850-FINALIZAR.
           IF WRK-QTD-ESCALADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG166 - FILAS DA COORDENACAO'.
           DISPLAY 'REGISTROS LIDOS........: ' WRK-QTD-LIDOS.
           DISPLAY 'PEDIDOS SEM DECISAO....: ' WRK-QTD-PENDENTES.
           DISPLAY 'PEDIDOS ESCALADOS......: ' WRK-QTD-ESCALADOS.
           DISPLAY 'COORDENADORES LISTADOS.: ' WRK-QTD-COORD.
           DISPLAY 'RELATORIO EM COORDFIL.REL'.
           DISPLAY 'RETURN-CODE............: ' RETURN-CODE.
           DISPLAY '----------------------------------------'.

       0950-GRAVAR-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AGORA
           OPEN EXTEND STATS-FILE
           IF WRK-STATS-STATUS NOT = '00'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
           END-IF
           MOVE 'PROG166'         TO RS-PROGRAMA
           MOVE WRK-AGORA(1:8)    TO RS-DATA
           MOVE WRK-HORA-INI      TO RS-HORA-INI
           MOVE WRK-AGORA(9:6)    TO RS-HORA-FIM
           MOVE WRK-QTD-LIDOS     TO RS-QTD-LIDOS
           MOVE WRK-QTD-PENDENTES TO RS-QTD-GRAVADOS
           MOVE ZEROS             TO RS-QTD-INCLUIDOS
           MOVE ZEROS             TO RS-QTD-EXCLUIDOS
           MOVE WRK-QTD-ESCALADOS TO RS-QTD-REJEITADOS
           WRITE RUNSTAT-REC
           CLOSE STATS-FILE.

       END PROGRAM PROG166.
