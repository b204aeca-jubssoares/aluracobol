       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERPROMOCOES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MANUTENCAO DO CADASTRO DE PROMOCOES
      ***             (INCLUSAO, ALTERACAO E ATIVACAO/
      ***             INATIVACAO), NOS MOLDES DO MANTERLOJAS.
      ***             CADA PROMOCAO TEM ALVO (PRODUTO,
      ***             CATEGORIA OU TODOS), LOJA (ZERO = TODAS),
      ***             DESCONTO PERCENTUAL OU PRECO FIXO E
      ***             PERIODO DE VALIDADE AAAAMMDD. A PROMOCAO
      ***             NAO E EXCLUIDA, SO INATIVADA, PARA O
      ***             RELATORIOPROMOCOES CONTINUAR APURANDO AS
      ***             VENDAS QUE JA GRAVARAM O CODIGO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROMOCOES ASSIGN TO 'PROMOCOES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRM-CODIGO
             FILE STATUS IS WRK-FS-PROMOCOES.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROMOCOES.
       COPY PROMOCOES.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-LOJAS.
       COPY LOJAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-PROMOCOES    PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-CODIGO          PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
       77  WRK-TIPOALVO        PIC X(01) VALUE SPACES.
       77  WRK-ALVO            PIC X(15) VALUE SPACES.
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-TIPODESCONTO    PIC X(01) VALUE SPACES.
       77  WRK-PERCENTUAL      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PRECOFIXO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DATAINICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATAFIM         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA.
           02  WRK-DATA-ANO    PIC 9(04).
           02  WRK-DATA-MES    PIC 9(02).
           02  WRK-DATA-DIA    PIC 9(02).
       01  WRK-DATA-R REDEFINES WRK-DATA PIC 9(08).
       77  WRK-PERCENTUAL-ED   PIC Z9,99.
       77  WRK-PRECO-ED        PIC ZZZ.ZZ9,99.
       77  WRK-VAL-VALOR       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MINIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MAXIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-VALIDO      PIC X(01)     VALUE 'S'.
           88  VAL-FAIXA-VALIDA              VALUE 'S'.
       77  WRK-DADOS-VALIDOS   PIC X(01) VALUE 'S'.
           88  DADOS-VALIDOS             VALUE 'S'.
       77  WRK-DATA-VALIDA     PIC X(01) VALUE 'S'.
           88  DATA-VALIDA               VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERPROMOCOES'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           OPEN I-O ARQ-PROMOCOES.
           IF WRK-FS-PROMOCOES EQUAL '35'
              OPEN OUTPUT ARQ-PROMOCOES
              CLOSE ARQ-PROMOCOES
              OPEN I-O ARQ-PROMOCOES
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           ELSE
              DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                      'PRODUTO NAO SERA CONFERIDO'
           END-IF.
           OPEN INPUT ARQ-LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
              SET LOJAS-ABERTO TO TRUE
           ELSE
              DISPLAY 'CADASTRO LOJAS NAO DISPONIVEL - '
                      'LOJA NAO SERA CONFERIDA'
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' CADASTRO DE PROMOCOES'.
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
           DISPLAY 'CODIGO DA PROMOCAO '.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL SPACES
              DISPLAY 'CODIGO NAO INFORMADO'
           ELSE
              MOVE WRK-CODIGO TO PRM-CODIGO
              READ ARQ-PROMOCOES
                 INVALID KEY
                    PERFORM 0250-LER-DADOS
                    IF DADOS-VALIDOS
                       MOVE WRK-CODIGO TO PRM-CODIGO
                       PERFORM 0260-MOVER-DADOS
                       MOVE 'A'        TO PRM-SITUACAO
                       WRITE REG-PROMOCAO
                       PERFORM 0240-GRAVAR-AUDITORIA
                       DISPLAY 'PROMOCAO INCLUIDA'
                    ELSE
                       DISPLAY 'PROMOCAO NAO INCLUIDA'
                    END-IF
                 NOT INVALID KEY
                    DISPLAY 'PROMOCAO JA CADASTRADA: ' PRM-DESCRICAO
              END-READ
           END-IF.

       0220-ALTERAR.
           DISPLAY 'CODIGO DA PROMOCAO '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO PRM-CODIGO.
           READ ARQ-PROMOCOES
              INVALID KEY
                 DISPLAY 'PROMOCAO NAO CADASTRADA: ' WRK-CODIGO
              NOT INVALID KEY
                 PERFORM 0270-MOSTRAR-PROMOCAO
                 PERFORM 0250-LER-DADOS
                 IF DADOS-VALIDOS
                    PERFORM 0260-MOVER-DADOS
                    REWRITE REG-PROMOCAO
                    PERFORM 0240-GRAVAR-AUDITORIA
                    DISPLAY 'PROMOCAO ALTERADA'
                 ELSE
                    DISPLAY 'PROMOCAO NAO ALTERADA'
                 END-IF
           END-READ.

       0230-MUDAR-SITUACAO.
           DISPLAY 'CODIGO DA PROMOCAO '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO PRM-CODIGO.
           READ ARQ-PROMOCOES
              INVALID KEY
                 DISPLAY 'PROMOCAO NAO CADASTRADA: ' WRK-CODIGO
              NOT INVALID KEY
                 IF PROMOCAO-ATIVA
                    MOVE 'I' TO PRM-SITUACAO
                    DISPLAY 'PROMOCAO INATIVADA: ' PRM-DESCRICAO
                 ELSE
                    MOVE 'A' TO PRM-SITUACAO
                    DISPLAY 'PROMOCAO REATIVADA: ' PRM-DESCRICAO
                 END-IF
                 REWRITE REG-PROMOCAO
                 PERFORM 0240-GRAVAR-AUDITORIA
           END-READ.

       0240-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PROMOCAO ' PRM-CODIGO
                  ' ALVO ' PRM-TIPOALVO ' ' PRM-ALVO
                  ' LOJA ' PRM-LOJA
                  ' DE ' PRM-DATAINICIO ' A ' PRM-DATAFIM
                  ' SITUACAO ' PRM-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-LER-DADOS.
           MOVE 'S'   TO WRK-DADOS-VALIDOS.
           MOVE ZEROS TO WRK-PERCENTUAL.
           MOVE ZEROS TO WRK-PRECOFIXO.
           DISPLAY 'DESCRICAO '.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'ALVO (P=PRODUTO C=CATEGORIA T=TODOS) '.
           ACCEPT WRK-TIPOALVO.
           EVALUATE WRK-TIPOALVO
              WHEN 'P'
                 DISPLAY 'CODIGO DO PRODUTO '
                 ACCEPT WRK-ALVO
                 PERFORM 0251-VALIDAR-PRODUTO
              WHEN 'C'
                 DISPLAY 'CATEGORIA '
                 ACCEPT WRK-ALVO
                 IF WRK-ALVO EQUAL SPACES
                    DISPLAY 'CATEGORIA NAO INFORMADA'
                    MOVE 'N' TO WRK-DADOS-VALIDOS
                 END-IF
              WHEN 'T'
                 MOVE SPACES TO WRK-ALVO
              WHEN OTHER
                 DISPLAY 'ALVO INVALIDO: ' WRK-TIPOALVO
                 MOVE 'N' TO WRK-DADOS-VALIDOS
           END-EVALUATE.
           IF DADOS-VALIDOS
              DISPLAY 'LOJA (ZERO = TODAS) '
              ACCEPT WRK-LOJA
              IF WRK-LOJA GREATER THAN ZEROS
                 PERFORM 0252-VALIDAR-LOJA
              END-IF
           END-IF.
           IF DADOS-VALIDOS
              DISPLAY 'DESCONTO (P=PERCENTUAL F=PRECO FIXO) '
              ACCEPT WRK-TIPODESCONTO
              EVALUATE WRK-TIPODESCONTO
                 WHEN 'P'
                    DISPLAY 'PERCENTUAL DE DESCONTO '
                    ACCEPT WRK-PERCENTUAL
                    MOVE WRK-PERCENTUAL TO WRK-VAL-VALOR
                    MOVE 0,01           TO WRK-VAL-MINIMO
                    MOVE 99,99          TO WRK-VAL-MAXIMO
                    CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR
                            WRK-VAL-MINIMO WRK-VAL-MAXIMO
                            WRK-VAL-VALIDO
                    IF NOT VAL-FAIXA-VALIDA
                       DISPLAY 'PERCENTUAL INVALIDO'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                    END-IF
                 WHEN 'F'
                    DISPLAY 'PRECO PROMOCIONAL UNITARIO '
                    ACCEPT WRK-PRECOFIXO
                    MOVE WRK-PRECOFIXO  TO WRK-VAL-VALOR
                    MOVE 0,01           TO WRK-VAL-MINIMO
                    MOVE 999999,99      TO WRK-VAL-MAXIMO
                    CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR
                            WRK-VAL-MINIMO WRK-VAL-MAXIMO
                            WRK-VAL-VALIDO
                    IF NOT VAL-FAIXA-VALIDA
                       DISPLAY 'PRECO PROMOCIONAL INVALIDO'
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                    END-IF
                 WHEN OTHER
                    DISPLAY 'TIPO DE DESCONTO INVALIDO: '
                            WRK-TIPODESCONTO
                    MOVE 'N' TO WRK-DADOS-VALIDOS
              END-EVALUATE
           END-IF.
           IF DADOS-VALIDOS
              DISPLAY 'DATA DE INICIO (AAAAMMDD) '
              ACCEPT WRK-DATAINICIO
              MOVE WRK-DATAINICIO TO WRK-DATA-R
              PERFORM 0253-VALIDAR-DATA
              IF DATA-VALIDA
                 DISPLAY 'DATA DE FIM (AAAAMMDD) '
                 ACCEPT WRK-DATAFIM
                 MOVE WRK-DATAFIM TO WRK-DATA-R
                 PERFORM 0253-VALIDAR-DATA
              END-IF
              IF NOT DATA-VALIDA
                 DISPLAY 'DATA INVALIDA: ' WRK-DATA-R
                 MOVE 'N' TO WRK-DADOS-VALIDOS
              ELSE
                 IF WRK-DATAFIM LESS THAN WRK-DATAINICIO
                    DISPLAY 'DATA DE FIM ANTERIOR AO INICIO'
                    MOVE 'N' TO WRK-DADOS-VALIDOS
                 END-IF
              END-IF
           END-IF.

       0251-VALIDAR-PRODUTO.
           IF WRK-ALVO EQUAL SPACES
              DISPLAY 'PRODUTO NAO INFORMADO'
              MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
              IF PRODUTOS-ABERTO
                 MOVE WRK-ALVO TO PROD-CODIGO
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-ALVO
                       MOVE 'N' TO WRK-DADOS-VALIDOS
                    NOT INVALID KEY
                       DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                 END-READ
              END-IF
           END-IF.

       0252-VALIDAR-LOJA.
           IF LOJAS-ABERTO
              MOVE WRK-LOJA TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                    MOVE 'N' TO WRK-DADOS-VALIDOS
                 NOT INVALID KEY
                    DISPLAY 'LOJA: ' LOJ-NOME
              END-READ
           END-IF.

       0253-VALIDAR-DATA.
           MOVE 'S' TO WRK-DATA-VALIDA.
           MOVE WRK-DATA-MES  TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
           CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                   WRK-VAL-MAXIMO WRK-VAL-VALIDO.
           IF NOT VAL-FAIXA-VALIDA
              MOVE 'N' TO WRK-DATA-VALIDA
           ELSE
              MOVE WRK-DATA-DIA  TO WRK-VAL-VALOR
              MOVE 31            TO WRK-VAL-MAXIMO
              CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                      WRK-VAL-MAXIMO WRK-VAL-VALIDO
              IF NOT VAL-FAIXA-VALIDA
                 OR WRK-DATA-ANO LESS THAN 2000
                 MOVE 'N' TO WRK-DATA-VALIDA
              END-IF
           END-IF.

       0260-MOVER-DADOS.
           MOVE WRK-DESCRICAO    TO PRM-DESCRICAO.
           MOVE WRK-TIPOALVO     TO PRM-TIPOALVO.
           MOVE WRK-ALVO         TO PRM-ALVO.
           MOVE WRK-LOJA         TO PRM-LOJA.
           MOVE WRK-TIPODESCONTO TO PRM-TIPODESCONTO.
           MOVE WRK-PERCENTUAL   TO PRM-PERCENTUAL.
           MOVE WRK-PRECOFIXO    TO PRM-PRECOFIXO.
           MOVE WRK-DATAINICIO   TO PRM-DATAINICIO.
           MOVE WRK-DATAFIM      TO PRM-DATAFIM.

       0270-MOSTRAR-PROMOCAO.
           DISPLAY 'DESCRICAO ATUAL: ' PRM-DESCRICAO.
           DISPLAY 'ALVO: ' PRM-TIPOALVO ' ' PRM-ALVO
                   ' LOJA: ' PRM-LOJA.
           IF DESCONTO-PERCENTUAL
              MOVE PRM-PERCENTUAL TO WRK-PERCENTUAL-ED
              DISPLAY 'DESCONTO: ' WRK-PERCENTUAL-ED '%'
           ELSE
              MOVE PRM-PRECOFIXO TO WRK-PRECO-ED
              DISPLAY 'PRECO PROMOCIONAL: R$' WRK-PRECO-ED
           END-IF.
           DISPLAY 'VALIDADE: ' PRM-DATAINICIO ' A ' PRM-DATAFIM
                   ' SITUACAO: ' PRM-SITUACAO.
           DISPLAY 'INFORME OS NOVOS DADOS DA PROMOCAO'.

       0300-FINALIZAR.
           CLOSE ARQ-PROMOCOES.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           DISPLAY 'CADASTRO DE PROMOCOES ENCERRADO'.
