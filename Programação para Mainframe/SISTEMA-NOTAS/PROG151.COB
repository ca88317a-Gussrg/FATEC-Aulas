       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG151.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro de empresas concedentes de estagio
      *          (CONCEDEN.DAT) - CNPJ conferido pelo CNPJDV, razao
      *          social, numero e validade do convenio de estagio,
      *          apolice e validade do seguro dos estagiarios e
      *          contato. O contrato de estagio do PROG78 so aceita
      *          empresa deste cadastro com convenio e seguro
      *          vigentes. A consulta mostra os estagiarios da
      *          empresa (ESTTCC.DAT) e a vinculacao percorre os
      *          contratos antigos, gravados com o nome da empresa
      *          digitado, para amarra-los ao CNPJ do cadastro.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCEDENTE-FILE ASSIGN TO "CONCEDEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CNPJ
               FILE STATUS IS WRK-EMP-STATUS.
           SELECT ESTTCC-FILE ASSIGN TO "ESTTCC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MATRICULA
               FILE STATUS IS WRK-EST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONCEDENTE-FILE.
           COPY EMPRREC.

       FD  ESTTCC-FILE.
           COPY ESTGREC.

       WORKING-STORAGE SECTION.
       77 WRK-EMP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC X(01) VALUE SPACES.
       77 WRK-HOJE           PIC X(08) VALUE SPACES.
       77 WRK-CNPJ           PIC X(14) VALUE SPACES.
       77 WRK-CNPJ-OK        PIC X(01) VALUE 'N'.
       77 WRK-JA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-VALIDO         PIC X(01) VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-DATA-TESTE     PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK        PIC X(01) VALUE 'N'.
       77 WRK-QTD-ESTAGIARIOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VINCULADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-ALERTA         PIC X(20) VALUE SPACES.

       01 WRK-DADOS-EMPRESA.
           05 WRK-RAZAO-SOCIAL     PIC X(30).
           05 WRK-CONVENIO-NUMERO  PIC X(15).
           05 WRK-CONVENIO-VALIDADE PIC X(08).
           05 WRK-SEGURO-APOLICE   PIC X(15).
           05 WRK-SEGURO-VALIDADE  PIC X(08).
           05 WRK-CONTATO-NOME     PIC X(30).
           05 WRK-CONTATO-TELEFONE PIC X(15).
           05 WRK-CONTATO-EMAIL    PIC X(40).
           05 WRK-SITUACAO         PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE
           PERFORM 0100-ABRIR-ARQUIVO
           IF WRK-EMP-STATUS = '00'
               PERFORM 0200-MENU UNTIL WRK-OPCAO = '5'
               CLOSE CONCEDENTE-FILE
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVO.
           OPEN I-O CONCEDENTE-FILE.
           IF WRK-EMP-STATUS = '35' OR WRK-EMP-STATUS = '05'
               OPEN OUTPUT CONCEDENTE-FILE
               CLOSE CONCEDENTE-FILE
               OPEN I-O CONCEDENTE-FILE
           END-IF
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CONCEDENTES INDISPONIVEL: '
                       WRK-EMP-STATUS
           END-IF.

       0200-MENU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'EMPRESAS CONCEDENTES DE ESTAGIO'.
           DISPLAY '1 - INCLUIR/ALTERAR EMPRESA'.
           DISPLAY '2 - CONSULTAR EMPRESA E ESTAGIARIOS'.
           DISPLAY '3 - VINCULAR CONTRATOS ANTIGOS AO CNPJ'.
           DISPLAY '4 - LISTAR EMPRESAS'.
           DISPLAY '5 - SAIR'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 0300-INCLUIR-ALTERAR
               WHEN '2'
                   PERFORM 0500-CONSULTAR
               WHEN '3'
                   PERFORM 0600-VINCULAR-CONTRATOS
               WHEN '4'
                   PERFORM 0700-LISTAR
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *    LE A EMPRESA DO CNPJ DIGITADO; WRK-JA-EXISTE = 'S' QUANDO
      *    ESTA NO CADASTRO.
       0250-LOCALIZAR-EMPRESA.
           DISPLAY 'CNPJ (SO DIGITOS): '.
           ACCEPT WRK-CNPJ.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE WRK-CNPJ TO EMP-CNPJ.
           READ CONCEDENTE-FILE KEY IS EMP-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-EXISTE
           END-READ.

       0300-INCLUIR-ALTERAR.
           PERFORM 0250-LOCALIZAR-EMPRESA.
           CALL 'CNPJDV' USING WRK-CNPJ WRK-CNPJ-OK.
           IF WRK-CNPJ-OK NOT = 'S'
               DISPLAY 'CNPJ INVALIDO - NADA GRAVADO.'
           ELSE
               IF WRK-JA-EXISTE = 'S'
                   DISPLAY 'EMPRESA JA CADASTRADA - OS DADOS SERAO '
                           'ATUALIZADOS.'
                   PERFORM 0520-EXIBIR-EMPRESA
               END-IF
               PERFORM 0310-CAPTURAR-EMPRESA
           END-IF.

       0310-CAPTURAR-EMPRESA.
           MOVE 'S' TO WRK-VALIDO.
           DISPLAY 'RAZAO SOCIAL: '.
           ACCEPT WRK-RAZAO-SOCIAL.
           IF WRK-RAZAO-SOCIAL = SPACES
               DISPLAY 'RAZAO SOCIAL OBRIGATORIA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'NUMERO DO CONVENIO DE ESTAGIO: '.
           ACCEPT WRK-CONVENIO-NUMERO.
           IF WRK-CONVENIO-NUMERO = SPACES
               DISPLAY 'NUMERO DO CONVENIO OBRIGATORIO.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'VALIDADE DO CONVENIO (AAAAMMDD): '.
           ACCEPT WRK-CONVENIO-VALIDADE.
           MOVE WRK-CONVENIO-VALIDADE TO WRK-DATA-TESTE.
           PERFORM 0340-CONFERIR-DATA.
           IF WRK-DATA-OK = 'N'
               DISPLAY 'VALIDADE DO CONVENIO INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'APOLICE DO SEGURO DOS ESTAGIARIOS: '.
           ACCEPT WRK-SEGURO-APOLICE.
           IF WRK-SEGURO-APOLICE = SPACES
               DISPLAY 'APOLICE DE SEGURO OBRIGATORIA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'VALIDADE DA APOLICE (AAAAMMDD): '.
           ACCEPT WRK-SEGURO-VALIDADE.
           MOVE WRK-SEGURO-VALIDADE TO WRK-DATA-TESTE.
           PERFORM 0340-CONFERIR-DATA.
           IF WRK-DATA-OK = 'N'
               DISPLAY 'VALIDADE DA APOLICE INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           DISPLAY 'CONTATO NA EMPRESA (NOME): '.
           ACCEPT WRK-CONTATO-NOME.
           DISPLAY 'TELEFONE DO CONTATO: '.
           ACCEPT WRK-CONTATO-TELEFONE.
           DISPLAY 'E-MAIL DO CONTATO: '.
           ACCEPT WRK-CONTATO-EMAIL.
           DISPLAY 'SITUACAO (A = ATIVA, I = INATIVA; EM BRANCO = A): '.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO = SPACES
               MOVE 'A' TO WRK-SITUACAO
           END-IF.
           IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'I'
               DISPLAY 'SITUACAO INVALIDA.'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'N'
               DISPLAY 'EMPRESA NAO GRAVADA.'
           ELSE
               PERFORM 0350-GRAVAR-EMPRESA
           END-IF.

       0340-CONFERIR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-TESTE IS NUMERIC
               MOVE WRK-DATA-TESTE TO WRK-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) = 0
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.

       0350-GRAVAR-EMPRESA.
           IF WRK-JA-EXISTE = 'N'
               MOVE WRK-CNPJ TO EMP-CNPJ
               MOVE WRK-HOJE TO EMP-DATA-CADASTRO
           END-IF.
           MOVE WRK-RAZAO-SOCIAL      TO EMP-RAZAO-SOCIAL.
           MOVE WRK-CONVENIO-NUMERO   TO EMP-CONVENIO-NUMERO.
           MOVE WRK-CONVENIO-VALIDADE TO EMP-CONVENIO-VALIDADE.
           MOVE WRK-SEGURO-APOLICE    TO EMP-SEGURO-APOLICE.
           MOVE WRK-SEGURO-VALIDADE   TO EMP-SEGURO-VALIDADE.
           MOVE WRK-CONTATO-NOME      TO EMP-CONTATO-NOME.
           MOVE WRK-CONTATO-TELEFONE  TO EMP-CONTATO-TELEFONE.
           MOVE WRK-CONTATO-EMAIL     TO EMP-CONTATO-EMAIL.
           MOVE WRK-SITUACAO          TO EMP-SITUACAO.
           IF WRK-JA-EXISTE = 'S'
               REWRITE CONCEDENTE-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR: ' WRK-EMP-STATUS
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA ATUALIZADA.'
               END-REWRITE
           ELSE
               WRITE CONCEDENTE-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR: ' WRK-EMP-STATUS
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA CADASTRADA.'
               END-WRITE
           END-IF.
           IF WRK-CONVENIO-VALIDADE < WRK-HOJE
              OR WRK-SEGURO-VALIDADE < WRK-HOJE
               DISPLAY 'ATENCAO: CONVENIO OU SEGURO JA VENCIDO - A '
                       'EMPRESA NAO RECEBE NOVOS CONTRATOS.'
           END-IF.

       0500-CONSULTAR.
           PERFORM 0250-LOCALIZAR-EMPRESA.
           IF WRK-JA-EXISTE = 'N'
               DISPLAY 'EMPRESA NAO CADASTRADA.'
           ELSE
               PERFORM 0520-EXIBIR-EMPRESA
               DISPLAY 'ESTAGIARIOS (P = EM ANDAMENTO, C = CONCLUIDO):'
               MOVE ZEROS TO WRK-QTD-ESTAGIARIOS
               OPEN INPUT ESTTCC-FILE
               IF WRK-EST-STATUS = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0530-LER-ESTAGIARIO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE ESTTCC-FILE
               END-IF
               DISPLAY 'TOTAL DE ESTAGIARIOS: ' WRK-QTD-ESTAGIARIOS
           END-IF.

       0520-EXIBIR-EMPRESA.
           DISPLAY 'CNPJ......: ' EMP-CNPJ ' [' EMP-SITUACAO ']'.
           DISPLAY 'EMPRESA...: ' EMP-RAZAO-SOCIAL.
           DISPLAY 'CONVENIO..: ' EMP-CONVENIO-NUMERO ' VALIDO ATE '
                   EMP-CONVENIO-VALIDADE(7:2) '/'
                   EMP-CONVENIO-VALIDADE(5:2) '/'
                   EMP-CONVENIO-VALIDADE(1:4).
           DISPLAY 'SEGURO....: ' EMP-SEGURO-APOLICE ' VALIDO ATE '
                   EMP-SEGURO-VALIDADE(7:2) '/'
                   EMP-SEGURO-VALIDADE(5:2) '/'
                   EMP-SEGURO-VALIDADE(1:4).
           DISPLAY 'CONTATO...: ' EMP-CONTATO-NOME ' '
                   EMP-CONTATO-TELEFONE.
           DISPLAY 'E-MAIL....: ' EMP-CONTATO-EMAIL.

       0530-LER-ESTAGIARIO.
           READ ESTTCC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EST-EMPRESA-CNPJ = WRK-CNPJ
                       ADD 1 TO WRK-QTD-ESTAGIARIOS
                       DISPLAY EST-MATRICULA ' [' EST-ESTAGIO-STATUS
                               '] ' EST-HORAS-CUMPRIDAS ' DE '
                               EST-HORAS-CONTRATO ' HORAS - '
                               'SUPERVISOR ' EST-SUPERVISOR
                   END-IF
           END-READ.

      *    CONTRATOS GRAVADOS ANTES DO CADASTRO TEM SO O NOME DIGITADO
      *    (ATE CINCO GRAFIAS PARA A MESMA EMPRESA). CADA UM E
      *    MOSTRADO E O OPERADOR CONFIRMA SE E DESTA EMPRESA.
       0600-VINCULAR-CONTRATOS.
           PERFORM 0250-LOCALIZAR-EMPRESA.
           IF WRK-JA-EXISTE = 'N'
               DISPLAY 'EMPRESA NAO CADASTRADA.'
           ELSE
               DISPLAY 'EMPRESA: ' EMP-RAZAO-SOCIAL
               MOVE ZEROS TO WRK-QTD-VINCULADOS
               OPEN I-O ESTTCC-FILE
               IF WRK-EST-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO DE ESTAGIO/TCC INDISPONIVEL: '
                           WRK-EST-STATUS
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0610-CONFERIR-CONTRATO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE ESTTCC-FILE
               END-IF
               DISPLAY 'CONTRATOS VINCULADOS: ' WRK-QTD-VINCULADOS
           END-IF.

       0610-CONFERIR-CONTRATO.
           READ ESTTCC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EST-EMPRESA-CNPJ = SPACES
                      AND EST-EMPRESA NOT = SPACES
                       DISPLAY EST-MATRICULA ' - ' EST-EMPRESA
                               ' - E DESTA EMPRESA (S/N/F = FIM)? '
                       ACCEPT WRK-CONFIRMA
                       EVALUATE WRK-CONFIRMA
                           WHEN 'S'
                               MOVE WRK-CNPJ         TO
                                   EST-EMPRESA-CNPJ
                               MOVE EMP-RAZAO-SOCIAL TO EST-EMPRESA
                               REWRITE ESTTCC-REC
                               ADD 1 TO WRK-QTD-VINCULADOS
                           WHEN 'F'
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0700-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO EMP-CNPJ.
           START CONCEDENTE-FILE KEY IS NOT LESS THAN EMP-CNPJ
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0710-LISTAR-EMPRESA UNTIL WRK-FIM-ARQUIVO = 'S'.
           DISPLAY 'EMPRESAS LISTADAS: ' WRK-QTD-LISTADAS.

       0710-LISTAR-EMPRESA.
           READ CONCEDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LISTADAS
                   MOVE SPACES TO WRK-ALERTA
                   IF EMP-CONVENIO-VALIDADE < WRK-HOJE
                       MOVE 'CONVENIO VENCIDO' TO WRK-ALERTA
                   ELSE
                       IF EMP-SEGURO-VALIDADE < WRK-HOJE
                           MOVE 'SEGURO VENCIDO' TO WRK-ALERTA
                       END-IF
                   END-IF
                   DISPLAY EMP-CNPJ ' ' EMP-RAZAO-SOCIAL ' ['
                           EMP-SITUACAO '] CONV. '
                           EMP-CONVENIO-VALIDADE ' SEG. '
                           EMP-SEGURO-VALIDADE ' ' WRK-ALERTA
           END-READ.

       END PROGRAM PROG151.
