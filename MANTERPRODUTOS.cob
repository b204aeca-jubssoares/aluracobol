           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
                 MOVE WRK-DESCRICAO TO PROD-DESCRICAO
                 MOVE WRK-CATEGORIA TO PROD-CATEGORIA
                 MOVE 'A'           TO PROD-SITUACAO
                 MOVE SPACES        TO PROD-CLASSEABC
                 WRITE REG-PRODUTO
                 PERFORM 0240-GRAVAR-AUDITORIA
                 DISPLAY 'PRODUTO INCLUIDO'
