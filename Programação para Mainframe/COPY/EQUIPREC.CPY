      ******************************************************************
      * Copybook: EQUIPREC.CPY
      * Layout do registro do cadastro de equipamentos compartilhados
      * (EQUIPAM.DAT, line sequential como SALAS.DAT): projetores,
      * kits de laboratorio e afins, que o PROG157 reserva e manda
      * entregar na sala da aula.
      * EQP-GUARDA: sala onde o equipamento fica guardado (origem da
      * entrega na lista de separacao do dia).
      * EQP-STATUS: 'A' disponivel, 'M' em manutencao (nao aceita
      * reserva), 'B' baixado.
      ******************************************************************
       01  EQUIPAM-REC.
           05 EQP-CODIGO        PIC X(05).
           05 EQP-DESCRICAO     PIC X(30).
           05 EQP-TIPO          PIC X(10).
           05 EQP-CAMPUS        PIC X(03).
           05 EQP-GUARDA        PIC X(05).
           05 EQP-STATUS        PIC X(01).
