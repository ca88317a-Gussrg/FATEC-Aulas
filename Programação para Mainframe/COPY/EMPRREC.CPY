      ******************************************************************
      * Copybook: EMPRREC.CPY
      * Layout do registro do mestre de empresas concedentes de
      * estagio (CONCEDEN.DAT, indexado pelo CNPJ). Cada empresa
      * aparece uma vez, com o convenio de estagio e a apolice de
      * seguro dos estagiarios e as respectivas validades - estagio
      * supervisionado sem convenio e seguro vigentes e irregular.
      * Mantido pelo PROG151; o contrato de estagio do PROG78 exige
      * empresa cadastrada, ativa e com convenio e seguro vigentes, e
      * o PROG152 lista todo mes os convenios que vencem nos proximos
      * 60 dias com os estagiarios ativos de cada empresa.
      * EMP-SITUACAO: A = ativa, I = inativa (nao recebe contrato).
      ******************************************************************
       01  CONCEDENTE-REC.
           05 EMP-CNPJ             PIC X(14).
           05 EMP-RAZAO-SOCIAL     PIC X(30).
           05 EMP-CONVENIO-NUMERO  PIC X(15).
           05 EMP-CONVENIO-VALIDADE PIC X(08).
           05 EMP-SEGURO-APOLICE   PIC X(15).
           05 EMP-SEGURO-VALIDADE  PIC X(08).
           05 EMP-CONTATO-NOME     PIC X(30).
           05 EMP-CONTATO-TELEFONE PIC X(15).
           05 EMP-CONTATO-EMAIL    PIC X(40).
           05 EMP-SITUACAO         PIC X(01).
           05 EMP-DATA-CADASTRO    PIC X(08).
