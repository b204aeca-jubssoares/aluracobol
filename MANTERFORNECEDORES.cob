       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERFORNECEDORES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      ***             (INCLUSAO, ALTERACAO E INATIVACAO),
      ***             USADO PELO MANTERPEDIDOS PARA VALIDAR O
      ***             FORNECEDOR DE CADA PEDIDO DE COMPRA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS WRK-FS-FORNECEDORES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FORNECEDORES.
       COPY FORNECEDORES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-CODIGO          PIC 9(05) VALUE ZEROS.
       77  WRK-NOME            PIC X(30) VALUE SPACES.
       77  WRK-CNPJ            PIC X(14) VALUE SPACES.
       77  WRK-TELEFONE        PIC X(11) VALUE SPACES.
       77  WRK-EMAIL           PIC X(40) VALUE SPACES.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERFORNECEDORES'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           OPEN I-O ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES EQUAL '35'
              OPEN OUTPUT ARQ-FORNECEDORES
              CLOSE ARQ-FORNECEDORES
              OPEN I-O ARQ-FORNECEDORES
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' CADASTRO DE FORNECEDORES'.
           DISPLAY ' 1 - INCLUIR'.
           DISPLAY ' 2 - ALTERAR'.
           DISPLAY ' 3 - ATIVAR/INATIVAR'.
           DISPLAY ' 4 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-INCLUIR
              WHEN 2
                 PERFORM 0220-ALTERAR
              WHEN 3
                 PERFORM 0230-MUDAR-SITUACAO
              WHEN 4
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-INCLUIR.
           DISPLAY 'CODIGO DO FORNECEDOR '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
              INVALID KEY
                 DISPLAY 'RAZAO SOCIAL '
                 ACCEPT WRK-NOME
                 DISPLAY 'CNPJ (SOMENTE NUMEROS) '
                 ACCEPT WRK-CNPJ
                 DISPLAY 'TELEFONE '
                 ACCEPT WRK-TELEFONE
                 DISPLAY 'E-MAIL '
                 ACCEPT WRK-EMAIL
                 IF WRK-NOME EQUAL SPACES
                    DISPLAY 'RAZAO SOCIAL OBRIGATORIA - NADA GRAVADO'
                 ELSE
                    MOVE WRK-CODIGO   TO FOR-CODIGO
                    MOVE WRK-NOME     TO FOR-NOME
                    MOVE WRK-CNPJ     TO FOR-CNPJ
                    MOVE WRK-TELEFONE TO FOR-TELEFONE
                    MOVE WRK-EMAIL    TO FOR-EMAIL
                    MOVE 'A'          TO FOR-SITUACAO
                    WRITE REG-FORNECEDOR
                    PERFORM 0240-GRAVAR-AUDITORIA
                    DISPLAY 'FORNECEDOR INCLUIDO'
                 END-IF
              NOT INVALID KEY
                 DISPLAY 'FORNECEDOR JA CADASTRADO: ' FOR-NOME
           END-READ.

       0220-ALTERAR.
           DISPLAY 'CODIGO DO FORNECEDOR '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
              INVALID KEY
                 DISPLAY 'FORNECEDOR NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 DISPLAY 'RAZAO SOCIAL ATUAL: ' FOR-NOME
                 DISPLAY 'NOVA RAZAO SOCIAL (BRANCO MANTEM) '
                 ACCEPT WRK-NOME
                 IF WRK-NOME NOT EQUAL SPACES
                    MOVE WRK-NOME TO FOR-NOME
                 END-IF
                 DISPLAY 'TELEFONE ATUAL: ' FOR-TELEFONE
                 DISPLAY 'NOVO TELEFONE (BRANCO MANTEM) '
                 ACCEPT WRK-TELEFONE
                 IF WRK-TELEFONE NOT EQUAL SPACES
                    MOVE WRK-TELEFONE TO FOR-TELEFONE
                 END-IF
                 DISPLAY 'E-MAIL ATUAL: ' FOR-EMAIL
                 DISPLAY 'NOVO E-MAIL (BRANCO MANTEM) '
                 ACCEPT WRK-EMAIL
                 IF WRK-EMAIL NOT EQUAL SPACES
                    MOVE WRK-EMAIL TO FOR-EMAIL
                 END-IF
                 REWRITE REG-FORNECEDOR
                 PERFORM 0240-GRAVAR-AUDITORIA
                 DISPLAY 'FORNECEDOR ALTERADO'
           END-READ.

       0230-MUDAR-SITUACAO.
           DISPLAY 'CODIGO DO FORNECEDOR '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
              INVALID KEY
                 DISPLAY 'FORNECEDOR NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 IF FORNECEDOR-ATIVO
                    MOVE 'I' TO FOR-SITUACAO
                    DISPLAY 'FORNECEDOR INATIVADO: ' FOR-NOME
                 ELSE
                    MOVE 'A' TO FOR-SITUACAO
                    DISPLAY 'FORNECEDOR REATIVADO: ' FOR-NOME
                 END-IF
                 REWRITE REG-FORNECEDOR
                 PERFORM 0240-GRAVAR-AUDITORIA
           END-READ.

       0240-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'FORNECEDOR ' FOR-CODIGO ' ' FOR-NOME
                  ' SITUACAO ' FOR-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0300-FINALIZAR.
           CLOSE ARQ-FORNECEDORES.
           DISPLAY 'CADASTRO DE FORNECEDORES ENCERRADO'.
