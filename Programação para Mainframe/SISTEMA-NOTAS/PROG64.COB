           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE ASSIGN TO WRK-ARQ-GRADEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT GRADE-FILE ASSIGN TO WRK-ARQ-GRADES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
           COPY GRADEREC.

       WORKING-STORAGE SECTION.
      *    ARQUIVOS DO PROGRAMA: NOME DE SEMPRE, TROCADO PELA DD
      *    DO STEP NO 0010-RESOLVER-ARQUIVOS.
       77 WRK-ARQ-GRADEJRN  PIC X(40) VALUE 'GRADEJRN.DAT'.
       77 WRK-ARQ-GRADES    PIC X(40) VALUE 'GRADES.DAT'.

       77 WRK-JRN-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FILE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-APLICADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ANTERIORES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COMPONENTES PIC 9(05) VALUE ZEROS.
       COPY ARQDDREC.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0010-RESOLVER-ARQUIVOS
           IF DDN-RETORNO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RECUPERACAO PARA FRENTE DE GRADES.DAT'.
           DISPLAY 'RODE ANTES A RECARGA DA DESCARGA (PROG27).'.
           DISPLAY 'CARIMBO DA DESCARGA RESTAURADA (AAAAMMDDHHMMSS,'.
           END-IF
           STOP RUN.

      *    CADA ARQUIVO PELA DD DO STEP (DD_<NOME>); SEM A DD FICA
      *    O NOME DE SEMPRE. O ARQDD RECUSA MISTURA DE PRODUCAO E
      *    TREINAMENTO.
       0010-RESOLVER-ARQUIVOS.
           MOVE 'PROG64' TO DDN-PROGRAMA.
           MOVE 'GRADEJRN' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADEJRN.
           MOVE 'GRADES' TO DDN-NOME.
           CALL 'ARQDD' USING DDN-PARM WRK-ARQ-GRADES.

       0100-REAPLICAR.
           OPEN INPUT JORNAL-FILE.
           IF WRK-JRN-STATUS NOT = '00'
      *    ARQUIVO RECONSTRUIDO.
               ADD 1 TO WRK-QTD-ANTERIORES
           ELSE
               IF JRN-ARQUIVO = 'C'
      *    IMAGEM DE COMPNOTA.DAT: SO SERVE AO ESTORNO DE LOTE
      *    (PROG163), NAO E REGISTRO DE GRADES.DAT.
                   ADD 1 TO WRK-QTD-COMPONENTES
               ELSE
                   PERFORM 0250-APLICAR-OPERACAO
               END-IF
           END-IF
           PERFORM 0150-LER-JORNAL.

       0250-APLICAR-OPERACAO.
           EVALUATE JRN-OPERACAO
               WHEN 'I'
               WHEN 'A'
                   PERFORM 0300-APLICAR-IMAGEM
               WHEN 'E'
                   PERFORM 0400-APLICAR-EXCLUSAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-AVISOS
                   DISPLAY 'OPERACAO DESCONHECIDA NO JORNAL: '
                           JRN-OPERACAO
           END-EVALUATE.

      *    A IMAGEM DEPOIS E A VERDADE: SE A CHAVE JA EXISTE REGRAVA,
      *    SE NAO EXISTE INCLUI - ASSIM A REAPLICACAO E IDEMPOTENTE.
       0300-APLICAR-IMAGEM.
           DISPLAY 'ENTRADAS DO JORNAL...: ' WRK-QTD-LIDOS.
           DISPLAY 'ANTERIORES A DESCARGA: ' WRK-QTD-ANTERIORES.
           DISPLAY 'APLICADAS............: ' WRK-QTD-APLICADOS.
           IF WRK-QTD-COMPONENTES > 0
               DISPLAY 'IMAGENS DE COMPNOTA..: ' WRK-QTD-COMPONENTES
           END-IF
           IF WRK-QTD-AVISOS > 0
               DISPLAY 'AVISOS...............: ' WRK-QTD-AVISOS
           END-IF
      *    O RESUMO POR ALUNO E PERIODO NAO ACOMPANHA A REAPLICACAO.
           IF WRK-QTD-APLICADOS > 0
               DISPLAY 'RESUMO.DAT DESATUALIZADO - RODAR PROG162 R.'
           END-IF
           DISPLAY '----------------------------------------'.

       END PROGRAM PROG64.
