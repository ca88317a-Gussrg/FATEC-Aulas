      ******************************************************************
      * Copybook: RESUMREC.CPY
      * Layout do resumo por aluno e periodo (RESUMO.DAT, indexado por
      * matricula + ano/semestre). Guarda os totais que os leitores
      * pesados (COEFREND, PROG12, PROG72, PROG108) antes refaziam
      * varrendo GRADES.DAT e o historico inteiro a cada aluno.
      * Mantido pelo subprograma RESUMATU: todo programa que grava
      * GRADES.DAT marca a chave alterada e, ao fechar o arquivo, o
      * RESUMATU recalcula a parte viva da chave; quem grava o
      * historico ajusta a parte arquivada. O PROG162 reconstroi o
      * arquivo inteiro (R) ou confere contra um recalculo novo (C).
      * Registros que entram: todo registro de GRADES.DAT (parte
      * viva) e todo DETALHE de GRADES.HIST e GRADESA.HIST (parte
      * arquivada), menos os DETALHE cobertos por marcador RESTAURADO
      * gravado depois deles (PROG53 - o trecho voltou a GRADES.DAT).
      * Regras de cada registro:
      *   - conta em CURSADAS; situacao APROVADO conta em APROVADAS e
      *     REPROVADO* em REPROVADAS;
      *   - registro avaliado (modo diferente de 'S' em GRADES.DAT;
      *     todo DETALHE do historico) entra na media: PONDERADAS +1,
      *     HORAS-PONDERADAS + carga do CATALOGO.DAT (40 sem carga),
      *     SOMA-PONDERADA + nota x carga, SOMA-FREQUENCIA +
      *     frequencia do COMPNOTA.DAT (100,0 sem componente) e, se
      *     APROVADO, HORAS-APROVADAS + carga.
      * RSM-TOTAL = parte arquivada + parte viva (GRADES.DAT).
      * RSM-ARQUIVADO = so a parte vinda do historico (mexida so por
      * quem grava o historico: PROG13, PROG46, PROG53, PROG56 e
      * PROG81); a parte viva e a diferenca entre os dois grupos.
      * RSM-FREQ-MEDIA = 100,0 quando nao ha disciplina avaliada.
      ******************************************************************
       01  RESUMO-REC.
           05 RSM-CHAVE.
               10 RSM-MATRICULA      PIC X(10).
               10 RSM-ANO-SEMESTRE   PIC X(06).
           05 RSM-TOTAL.
               10 RSM-QTD-CURSADAS       PIC 9(03).
               10 RSM-QTD-APROVADAS      PIC 9(03).
               10 RSM-QTD-REPROVADAS     PIC 9(03).
               10 RSM-QTD-PONDERADAS     PIC 9(03).
               10 RSM-HORAS-PONDERADAS   PIC 9(05).
               10 RSM-HORAS-APROVADAS    PIC 9(05).
               10 RSM-SOMA-PONDERADA     PIC 9(07)V9.
               10 RSM-SOMA-FREQUENCIA    PIC 9(06)V9.
           05 RSM-MEDIA-PONDERADA    PIC 99V9.
           05 RSM-FREQ-MEDIA         PIC 999V9.
           05 RSM-ARQUIVADO.
               10 RSM-ARQ-QTD-CURSADAS     PIC 9(03).
               10 RSM-ARQ-QTD-APROVADAS    PIC 9(03).
               10 RSM-ARQ-QTD-REPROVADAS   PIC 9(03).
               10 RSM-ARQ-QTD-PONDERADAS   PIC 9(03).
               10 RSM-ARQ-HORAS-PONDERADAS PIC 9(05).
               10 RSM-ARQ-HORAS-APROVADAS  PIC 9(05).
               10 RSM-ARQ-SOMA-PONDERADA   PIC 9(07)V9.
               10 RSM-ARQ-SOMA-FREQUENCIA  PIC 9(06)V9.
           05 RSM-DATA-ATUALIZACAO   PIC X(14).
           05 RSM-PROGRAMA           PIC X(08).
