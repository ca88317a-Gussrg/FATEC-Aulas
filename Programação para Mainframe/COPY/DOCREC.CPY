      * (checklist e pendencias por turma) e travam a emissao de
      * diploma (PROG79) e a guia de transferencia (PROG83) enquanto
      * faltarem - hoje essa informacao vive em uma pasta fisica.
      * A FOTO valida tambem e exigida para a carteirinha (PROG120).
      ******************************************************************
       01  DOCUMENTO-REC.
           05 DOC-CHAVE.
