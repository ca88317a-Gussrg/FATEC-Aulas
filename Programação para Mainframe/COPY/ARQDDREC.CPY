      ******************************************************************
      * Copybook: ARQDDREC.CPY
      * Area de chamada do ARQDD (resolucao do arquivo fisico pelo
      * nome logico do step). Antes de cada CALL o programa move o
      * nome da DD para DDN-NOME e o seu PROGRAM-ID para DDN-PROGRAMA;
      * o nome do arquivo vai como segundo parametro, com o nome de
      * sempre como padrao, e volta trocado se o step informou a DD.
      * DDN-RETORNO: 00 ok; 08 mistura de arquivos de producao e de
      * treinamento na mesma execucao - o programa nao abre nada e
      * termina com RC 8. DDN-AMBIENTE: 'P' producao, 'T' treinamento,
      * espaco enquanto nenhum arquivo de dados de aluno foi resolvido.
      ******************************************************************
       01  DDN-PARM.
           05 DDN-NOME             PIC X(08) VALUE SPACES.
           05 DDN-PROGRAMA         PIC X(08) VALUE SPACES.
           05 DDN-RETORNO          PIC 9(02) VALUE ZEROS.
           05 DDN-AMBIENTE         PIC X(01) VALUE SPACES.
