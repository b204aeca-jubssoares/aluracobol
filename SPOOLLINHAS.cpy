      * Layout do arquivo indexado SPOOLLINHAS (chave numero do
      * relatorio no SPOOLINDICE + sequencia da linha), com o texto
      * de cada linha exatamente como foi emitida, para consulta e
      * reimpressao pelo CONSULTARSPOOL.
       01  REG-SPOOLLINHA.
           02  SPL-CHAVE.
               03  SPL-NUMERO      PIC 9(08).
               03  SPL-SEQUENCIA   PIC 9(06).
           02  SPL-TEXTO           PIC X(132).
