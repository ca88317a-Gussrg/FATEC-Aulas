       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJDV.
      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validacao dos digitos verificadores do CNPJ -
      *          subprograma CALLado onde o CNPJ de empresa e digitado
      *          (cadastro de concedentes de estagio PROG151), como o
      *          CPFDV faz para o CPF. Regra da Receita Federal: 14
      *          digitos, nao todos iguais; o 1o DV usa sobre os 12
      *          primeiros digitos os pesos 2..9 repetidos a partir da
      *          direita e o 2o DV o mesmo sobre os 13 primeiros, em
      *          modulo 11 (resto 0 ou 1 gera DV 0, senao 11 menos o
      *          resto). Devolve 'S' em LK-RESULTADO quando o CNPJ e
      *          valido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-IND           PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIGITOS   PIC 9(02) VALUE ZEROS.
       77 WRK-PESO          PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA          PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77 WRK-DV            PIC 9(01) VALUE ZEROS.
       77 WRK-DIGITO        PIC 9(01) VALUE ZEROS.
       77 WRK-POS-DV        PIC 9(02) VALUE ZEROS.
       77 WRK-DV-OK         PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO      PIC X(01) VALUE SPACE.
       77 WRK-QTD-IGUAIS    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CNPJ          PIC X(14).
       01  LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-CNPJ LK-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-RESULTADO
           MOVE LK-CNPJ(1:1) TO WRK-PRIMEIRO
           MOVE 0 TO WRK-QTD-IGUAIS
           INSPECT LK-CNPJ TALLYING WRK-QTD-IGUAIS
               FOR ALL WRK-PRIMEIRO
           IF LK-CNPJ IS NUMERIC
              AND WRK-QTD-IGUAIS < 14
               MOVE 12 TO WRK-QTD-DIGITOS
               PERFORM 0100-CONFERIR-DV
               IF WRK-DV-OK = 'S'
                   MOVE 13 TO WRK-QTD-DIGITOS
                   PERFORM 0100-CONFERIR-DV
                   IF WRK-DV-OK = 'S'
                       MOVE 'S' TO LK-RESULTADO
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *    CALCULA O DV SOBRE OS WRK-QTD-DIGITOS PRIMEIROS DIGITOS,
      *    DA DIREITA PARA A ESQUERDA COM PESOS 2 A 9 EM CICLO, E
      *    CONFERE COM O DIGITO SEGUINTE.
       0100-CONFERIR-DV.
           MOVE 'N' TO WRK-DV-OK.
           MOVE 0 TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0110-SOMAR-DIGITO
               VARYING WRK-IND FROM WRK-QTD-DIGITOS BY -1
               UNTIL WRK-IND < 1.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.
           COMPUTE WRK-POS-DV = WRK-QTD-DIGITOS + 1.
           MOVE LK-CNPJ(WRK-POS-DV:1) TO WRK-DIGITO.
           IF WRK-DIGITO = WRK-DV
               MOVE 'S' TO WRK-DV-OK
           END-IF.

       0110-SOMAR-DIGITO.
           MOVE LK-CNPJ(WRK-IND:1) TO WRK-DIGITO.
           COMPUTE WRK-SOMA = WRK-SOMA + WRK-DIGITO * WRK-PESO.
           IF WRK-PESO = 9
               MOVE 2 TO WRK-PESO
           ELSE
               ADD 1 TO WRK-PESO
           END-IF.

       END PROGRAM CNPJDV.
