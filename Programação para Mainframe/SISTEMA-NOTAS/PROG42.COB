      *          (turma, periodo, data de emissao) e uma pagina final
      *          de controle com a contagem de boletins emitidos -
      *          em vez de rodar o PROG21 interativo um aluno por vez.
      *          Formato ampliado: o boletim do aluno com material
      *          ampliado vigente no cadastro de NEE (NEE.DAT, PROG147)
      *          - ou de todos, quando pedido na emissao - sai em
      *          BOLETAMP.REL, para a fila de impressao em fonte
      *          ampliada: 40 colunas por linha e espaco duplo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS GR-MATERIA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO WRK-ARQ-BOLETINS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           SELECT COMP-FILE ASSIGN TO WRK-ARQ-COMPNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-COMP-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT MENSAL-FILE ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.
           SELECT ALUNO-FILE ASSIGN TO WRK-ARQ-CADALUNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-NSC-ALUNO-STATUS.
           SELECT PLANO-FILE ASSIGN TO WRK-ARQ-PLANAVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WRK-PLA-STATUS.
           SELECT PUBLICA-FILE ASSIGN TO WRK-ARQ-PUBNOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-CHAVE
               FILE STATUS IS WRK-PUB-STATUS.
           SELECT AMPL-FILE ASSIGN TO WRK-ARQ-BOLETAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AMPL-STATUS.
           SELECT NEE-FILE ASSIGN TO WRK-ARQ-NEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEE-MATRICULA
               FILE STATUS IS WRK-NEE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT CORTE-FILE ASSIGN TO WRK-ARQ-RPTSTAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
       DATA DIVISION.
       FD  REL-FILE.
       01  REL-REC              PIC X(80).

       FD  AMPL-FILE.
       01  AMPL-REC             PIC X(40).

       FD  NEE-FILE.
           COPY NEEREC.

       FD  COMP-FILE.
           COPY COMPREC.

           05 CRT-DATA-HORA     PIC X(14).

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.
       77 WRK-ARQ-BOLETINS  PIC X(40) VALUE 'BOLETINS.REL'.
       77 WRK-ARQ-COMPNOTA  PIC X(40) VALUE 'COMPNOTA.DAT'.
       77 WRK-ARQ-CATALOGO  PIC X(40) VALUE 'CATALOGO.DAT'.
       77 WRK-ARQ-MENSALID  PIC X(40) VALUE 'MENSALID.DAT'.
       77 WRK-ARQ-CADALUNO  PIC X(40) VALUE 'CADALUNO.DAT'.
       77 WRK-ARQ-PLANAVAL  PIC X(40) VALUE 'PLANAVAL.DAT'.
       77 WRK-ARQ-PUBNOTAS  PIC X(40) VALUE 'PUBNOTAS.DAT'.
       77 WRK-ARQ-BOLETAMP  PIC X(40) VALUE 'BOLETAMP.REL'.
       77 WRK-ARQ-NEE       PIC X(40) VALUE 'NEE.DAT'.
       77 WRK-ARQ-RPTSTAMP  PIC X(40) VALUE 'RPTSTAMP.DAT'.

       77 WRK-ARQ-NOTAS      PIC X(40) VALUE 'GRADESRPT.DAT'.
      *    O RELATORIO LE A REPLICA PUBLICADA PELO PROG99; SEM
      *    REPLICA, CAI PARA O ARQUIVO VIVO E AVISA.
       77 WRK-CORTE-STATUS   PIC X(02) VALUE SPACES.
           05 LAVA-PESO         PIC 9,9.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AMPL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AMPL-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-NEE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-NEE-OK         PIC X(01) VALUE 'N'.
       77 WRK-AMPLIAR-TODOS  PIC X(01) VALUE 'N'.
       77 WRK-AMPLIADO       PIC X(01) VALUE 'N'.
       77 WRK-SALTO          PIC X(01) VALUE 'N'.
       77 WRK-QTD-AMPLIADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT       PIC X(01) VALUE 'N'.
       77 WRK-TURMA          PIC X(05) VALUE SPACES.
           05 LIN-NOTA          PIC ZZ,9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LIN-SITUACAO      PIC X(20).
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-INICIALIZAR
           SORT SORT-FILE
               ON ASCENDING KEY SRT-MATRICULA SRT-MATERIA
           PERFORM 0500-FINALIZAR
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG42' TO DDN-PROGRAMA.
           MOVE 'GRADRPT' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NOTAS.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.
           MOVE 'BOLETINS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BOLETINS.
           MOVE 'COMPNOTA' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-COMPNOTA.
           MOVE 'CATALOGO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CATALOGO.
           MOVE 'MENSALID' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-MENSALID.
           MOVE 'CADALUNO' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-CADALUNO.
           MOVE 'PLANAVAL' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PLANAVAL.
           MOVE 'PUBNOTAS' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-PUBNOTAS.
           MOVE 'BOLETAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-BOLETAMP.
           MOVE 'NEE' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-NEE.
           MOVE 'RPTSTAMP' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-RPTSTAMP.

       0050-INICIALIZAR.
           PERFORM 0060-CARREGAR-CARGAS.
           OPEN INPUT COMP-FILE.
           ACCEPT WRK-TURMA.
           DISPLAY 'ANO/SEMESTRE (EX: 2026-1): '.
           ACCEPT WRK-ANO-SEMESTRE.
           DISPLAY 'FORMATO AMPLIADO PARA TODOS (S/N; COM NEE DE '
                   'MATERIAL AMPLIADO SAI SEMPRE AMPLIADO): '.
           ACCEPT WRK-AMPLIAR-TODOS.
           IF WRK-AMPLIAR-TODOS NOT = 'S'
               MOVE 'N' TO WRK-AMPLIAR-TODOS
           END-IF.
           OPEN INPUT NEE-FILE.
           IF WRK-NEE-STATUS = '00'
               MOVE 'S' TO WRK-NEE-OK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN OUTPUT REL-FILE.
           IF WRK-REL-STATUS NOT = '00'
       0110-LER-TURMA.
           OPEN INPUT GRADE-FILE.
           IF WRK-FILE-STATUS = '35' OR WRK-FILE-STATUS = '05'
               MOVE WRK-ARQ-GRADES TO WRK-ARQ-NOTAS
               OPEN INPUT GRADE-FILE
           END-IF
           PERFORM 0995-EXIBIR-CORTE
                   ELSE
                       IF MEN-STATUS = 'A'
                          AND MEN-VENCIMENTO < WRK-DATA-HORA(1:8)
                          AND MEN-TIPO NOT = 'T'
                           MOVE 'S' TO WRK-INADIMPLENTE
                           MOVE 'S' TO WRK-FIM-MENSAL
                       END-IF
           MOVE WRK-TURMA           TO CAB-TURMA
           MOVE WRK-ANO-SEMESTRE    TO CAB-ANO-SEMESTRE
           MOVE WRK-DATA-HORA(1:8)  TO CAB-DATA
           PERFORM 0325-FORMATO-DO-ALUNO
           MOVE WRK-CABECALHO-PAG TO REL-REC
           MOVE 'S' TO WRK-SALTO
           PERFORM 0360-GRAVAR-LINHA
           MOVE SRT-MATRICULA TO CAB-MATRICULA
           MOVE SRT-NOME      TO CAB-NOME
           MOVE WRK-CABECALHO-ALUNO TO REL-REC
           PERFORM 0360-GRAVAR-LINHA
           MOVE ALL '-' TO REL-REC
           PERFORM 0360-GRAVAR-LINHA
           MOVE WRK-CABECALHO-COLS TO REL-REC
           PERFORM 0360-GRAVAR-LINHA.

      *    FORMATO AMPLIADO QUANDO PEDIDO PARA TODOS OU QUANDO O ALUNO
      *    TEM MATERIAL AMPLIADO VIGENTE NO CADASTRO DE NEE.
       0325-FORMATO-DO-ALUNO.
           MOVE WRK-AMPLIAR-TODOS TO WRK-AMPLIADO.
           IF WRK-AMPLIADO = 'N' AND WRK-NEE-OK = 'S'
               MOVE SRT-MATRICULA TO NEE-MATRICULA
               READ NEE-FILE KEY IS NEE-MATRICULA
                   NOT INVALID KEY
                       IF NEE-SITUACAO = 'A' AND NEE-AMPLIADO = 'S'
                          AND NEE-VALIDADE-INI
                              NOT > WRK-DATA-HORA(1:8)
                          AND (NEE-VALIDADE-FIM = SPACES
                               OR NEE-VALIDADE-FIM
                                  NOT < WRK-DATA-HORA(1:8))
                           MOVE 'S' TO WRK-AMPLIADO
                       END-IF
               END-READ
           END-IF.
           IF WRK-AMPLIADO = 'S'
               ADD 1 TO WRK-QTD-AMPLIADOS
               IF WRK-AMPL-ABERTO = 'N'
                   OPEN OUTPUT AMPL-FILE
                   IF WRK-AMPL-STATUS = '00'
                       MOVE 'S' TO WRK-AMPL-ABERTO
                   ELSE
                       DISPLAY 'NAO FOI POSSIVEL CRIAR BOLETAMP.REL: '
                               WRK-AMPL-STATUS
                       MOVE 'E' TO WRK-AMPL-ABERTO
                   END-IF
               END-IF
               IF WRK-AMPL-ABERTO NOT = 'S'
                   MOVE 'N' TO WRK-AMPLIADO
               END-IF
           END-IF.

       0330-IMPRIMIR-DISCIPLINA.
           MOVE SRT-MATERIA  TO LIN-DISCIPLINA
           MOVE SRT-NOTA     TO LIN-NOTA
           MOVE SRT-SITUACAO TO LIN-SITUACAO
           MOVE WRK-LINHA-DISC TO REL-REC
           PERFORM 0360-GRAVAR-LINHA
           PERFORM 0335-NOTA-NA-ESCALA
           PERFORM 0340-IMPRIMIR-COMPONENTES
           IF SRT-MODO NOT = 'S'
                       STRING '    NOTA NA ESCALA DO CURSO: '
                              WRK-CONV-TEXTO
                           DELIMITED BY SIZE INTO REL-REC
                       PERFORM 0360-GRAVAR-LINHA
                   END-IF
               END-IF
           END-IF.
                           MOVE CMP-NOTA-P2     TO LINC-P2
                           MOVE CMP-NOTA-ATIV   TO LINC-ATIV
                           MOVE CMP-FREQUENCIA  TO LINC-FREQ
                           MOVE WRK-LINHA-COMP TO REL-REC
                           PERFORM 0360-GRAVAR-LINHA
                       END-IF
               END-READ
           END-IF.
               MOVE PLA-NOME-AVAL(WRK-IND-AVAL) TO LAVA-NOME
               MOVE WRK-COMP-NOTA(WRK-IND-AVAL) TO LAVA-NOTA
               MOVE PLA-PESO-AVAL(WRK-IND-AVAL) TO LAVA-PESO
               MOVE WRK-LINHA-AVAL TO REL-REC
               PERFORM 0360-GRAVAR-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-REC.
           STRING '    FREQ ' CMP-FREQUENCIA '%'
               DELIMITED BY SIZE INTO REL-REC.
           PERFORM 0360-GRAVAR-LINHA.

       0350-FECHAR-BOLETIM.
           IF WRK-PRIMEIRO = 'N'
               MOVE ALL '-' TO REL-REC
               PERFORM 0360-GRAVAR-LINHA
               IF WRK-SOMA-HORAS > 0
                   COMPUTE WRK-MEDIA-GERAL ROUNDED =
                       WRK-SOMA-MEDIAS / WRK-SOMA-HORAS
                          'H): ' DELIMITED BY SIZE
                          WRK-MEDIA-GERAL DELIMITED BY SIZE
                       INTO REL-REC
                   PERFORM 0360-GRAVAR-LINHA
               END-IF
           END-IF
           MOVE ZEROS TO WRK-SOMA-MEDIAS WRK-QTD-NUMERICAS
               WRK-SOMA-HORAS.

      *    TODA LINHA DO BOLETIM PASSA POR AQUI: NO FORMATO AMPLIADO A
      *    LINHA DE 80 VIRA ATE DUAS DE 40, EM ESPACO DUPLO.
       0360-GRAVAR-LINHA.
           IF WRK-AMPLIADO = 'S'
               PERFORM 0365-GRAVAR-AMPLIADA
           ELSE
               IF WRK-SALTO = 'S'
                   WRITE REL-REC AFTER ADVANCING PAGE
               ELSE
                   WRITE REL-REC
               END-IF
           END-IF.
           MOVE 'N' TO WRK-SALTO.

       0365-GRAVAR-AMPLIADA.
           MOVE REL-REC(1:40) TO AMPL-REC.
           IF WRK-SALTO = 'S'
               WRITE AMPL-REC AFTER ADVANCING PAGE
           ELSE
               WRITE AMPL-REC AFTER ADVANCING 2 LINES
           END-IF.
           IF REL-REC(41:40) NOT = SPACES
              AND REL-REC(41:40) NOT = ALL '-'
               MOVE REL-REC(41:40) TO AMPL-REC
               WRITE AMPL-REC AFTER ADVANCING 2 LINES
           END-IF.

       0380-PAGINA-DE-CONTROLE.
           MOVE SPACES TO REL-REC
           MOVE 'PAGINA DE CONTROLE' TO REL-REC
           STRING 'REGISTROS RETIDOS SEM PUBLICACAO: '
                  WRK-QTD-RETIDOS-PUB
               DELIMITED BY SIZE INTO REL-REC
           WRITE REL-REC
           MOVE SPACES TO REL-REC
           STRING 'BOLETINS EM FORMATO AMPLIADO (BOLETAMP.REL): '
                  WRK-QTD-AMPLIADOS
               DELIMITED BY SIZE INTO REL-REC
           WRITE REL-REC.

       0500-FINALIZAR.
           IF WRK-COMP-OK = 'S'
               CLOSE COMP-FILE
           END-IF
           IF WRK-AMPL-ABERTO = 'S'
               CLOSE AMPL-FILE
           END-IF
           IF WRK-NEE-OK = 'S'
               CLOSE NEE-FILE
           END-IF
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROG42 - EMISSAO DE BOLETINS CONCLUIDA'.
           DISPLAY 'RETIDOS SEM PUBLICACAO: ' WRK-QTD-RETIDOS-PUB.
           DISPLAY 'BOLETINS EMITIDOS: ' WRK-QTD-BOLETINS.
           DISPLAY 'ARQUIVO GERADO...: BOLETINS.REL'.
           IF WRK-QTD-AMPLIADOS > 0
               DISPLAY 'AMPLIADOS........: ' WRK-QTD-AMPLIADOS
                       ' EM BOLETAMP.REL'
           END-IF.
           DISPLAY '----------------------------------------'.


       0995-EXIBIR-CORTE.
           IF WRK-CORTE-EXIBIDO = 'N'
               MOVE 'S' TO WRK-CORTE-EXIBIDO
               IF WRK-ARQ-NOTAS = WRK-ARQ-GRADES
                   DISPLAY '*** DADOS AO VIVO (REPLICA AUSENTE - '
                           'RODAR PROG99) ***'
                   IF WRK-REL-STATUS = '00'
