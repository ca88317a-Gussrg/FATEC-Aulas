      ******************************************************************
      * Copybook: RESERVREC.CPY
      * Layout do registro de reservas de laboratorio e equipamento
      * (RESERVA.DAT, indexado), mantido pelo PROG157 no lugar do
      * caderno da recepcao. Uma reserva por recurso + data + hora de
      * inicio; a reserva so entra sem choque com aula do horario
      * (HORARIO.DAT), prova (EXAMES.DAT), outra reserva ativa do
      * mesmo recurso ou feriado/recesso (DIASLET.DAT).
      * RSV-TIPO-RECURSO: 'S' sala do tipo laboratorio (SALAS.DAT),
      *                   'E' equipamento (EQUIPAM.DAT).
      * RSV-HORA-INICIO / RSV-HORA-FIM: HH:MM, fim exclusivo.
      * RSV-SALA-ENTREGA: so equipamento - sala onde entregar.
      * RSV-STATUS: 'A' ativa, 'C' cancelada.
      ******************************************************************
       01  RESERVA-REC.
           05 RSV-CHAVE.
               10 RSV-TIPO-RECURSO PIC X(01).
               10 RSV-CAMPUS       PIC X(03).
               10 RSV-RECURSO      PIC X(05).
               10 RSV-DATA         PIC X(08).
               10 RSV-HORA-INICIO  PIC X(05).
           05 RSV-HORA-FIM         PIC X(05).
           05 RSV-PROFESSOR        PIC X(06).
           05 RSV-ANO-SEMESTRE     PIC X(06).
           05 RSV-MATERIA          PIC X(15).
           05 RSV-TURMA            PIC X(05).
           05 RSV-SALA-ENTREGA     PIC X(05).
           05 RSV-STATUS           PIC X(01).
           05 RSV-DATA-REGISTRO    PIC X(08).
