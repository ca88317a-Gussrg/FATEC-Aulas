      * dado. O PROG64 reaplica o jornal sobre a ultima descarga
      * (PROG26/PROG27) e reconstroi o arquivo ate o momento da
      * falha. JRN-OPERACAO: I = inclusao, A = alteracao, E =
      * exclusao. JRN-LOTE identifica a execucao que gravou a imagem
      * (PROGxx-AAAAMMDDHHMMSS; cargas PROG10/PROG15 e estorno
      * PROG163) e e o que o PROG163 usa para estornar uma carga.
      * JRN-ARQUIVO: brancos = GRADES.DAT; C = COMPNOTA.DAT (imagem
      * do componente nas mesmas 120 posicoes, ignorada pelo PROG64).
      ******************************************************************
       01  JORNAL-REC.
           05 JRN-DATA-HORA     PIC X(14).
           05 JRN-OPERACAO      PIC X(01).
           05 JRN-ANTES         PIC X(120).
           05 JRN-DEPOIS        PIC X(120).
           05 JRN-LOTE          PIC X(22).
           05 JRN-ARQUIVO       PIC X(01).
