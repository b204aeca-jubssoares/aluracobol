      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MANUTENCAO DO CADASTRO INDEXADO DE
      ***             CLIENTES (INCLUSAO, ALTERACAO E
      ***             INATIVACAO) COM ENDERECO, TELEFONE,
      ***             E-MAIL E LIMITE DE CREDITO PARA VENDA A
      ***             PRAZO, CONFERINDO O CPF PELO
      ***             VALIDARCPF NA ENTRADA, COMO JA SE FAZ
      ***             PARA OS FUNCIONARIOS. CADA MANUTENCAO
      ***             GRAVA A IMAGEM ANTES/DEPOIS NO
      ***             HISTORICOALTERACOES (GRAVARHISTORICO)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
       77  WRK-ENDERECO        PIC X(40) VALUE SPACES.
       77  WRK-TELEFONE        PIC X(11) VALUE SPACES.
       77  WRK-EMAIL           PIC X(40) VALUE SPACES.
       77  WRK-LIMITE          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIMITE-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
       77  WRK-CPF-VALIDO      PIC X(01) VALUE 'S'.
           88  CPF-VALIDO                VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERCLIENTES'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-HIS-CADASTRO    PIC X(01) VALUE 'C'.
       77  WRK-HIS-ANTES       PIC X(160) VALUE SPACES.
       77  WRK-HIS-DEPOIS      PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
                    ACCEPT WRK-TELEFONE
                    DISPLAY 'E-MAIL '
                    ACCEPT WRK-EMAIL
                    DISPLAY 'LIMITE DE CREDITO (ZERO = SEM LIMITE) '
                    ACCEPT WRK-LIMITE
                    MOVE WRK-CODIGO   TO CLI-CODIGO
                    MOVE WRK-NOME     TO CLI-NOME
                    MOVE WRK-CPF      TO CLI-CPF
                    MOVE WRK-TELEFONE TO CLI-TELEFONE
                    MOVE WRK-EMAIL    TO CLI-EMAIL
                    MOVE 'A'          TO CLI-SITUACAO
                    MOVE WRK-LIMITE   TO CLI-LIMITECREDITO
                    MOVE SPACES       TO CLI-CLASSEABC
                    WRITE REG-CLIENTE
                    PERFORM 0240-GRAVAR-AUDITORIA
                    MOVE SPACES      TO WRK-HIS-ANTES
                    MOVE REG-CLIENTE TO WRK-HIS-DEPOIS
                    PERFORM 0245-GRAVAR-HISTORICO
                    DISPLAY 'CLIENTE INCLUIDO'
                 END-IF
              NOT INVALID KEY
              INVALID KEY
                 DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 MOVE REG-CLIENTE TO WRK-HIS-ANTES
                 DISPLAY 'NOME ATUAL: ' CLI-NOME
                 DISPLAY 'NOVO NOME (BRANCO MANTEM) '
                 ACCEPT WRK-NOME
                 IF WRK-EMAIL NOT EQUAL SPACES
                    MOVE WRK-EMAIL TO CLI-EMAIL
                 END-IF
                 MOVE CLI-LIMITECREDITO TO WRK-LIMITE-ED
                 DISPLAY 'LIMITE DE CREDITO ATUAL: ' WRK-LIMITE-ED
                 DISPLAY 'ALTERAR O LIMITE (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL 'S'
                    DISPLAY 'NOVO LIMITE (ZERO = SEM LIMITE) '
                    ACCEPT WRK-LIMITE
                    MOVE WRK-LIMITE TO CLI-LIMITECREDITO
                 END-IF
                 REWRITE REG-CLIENTE
                 PERFORM 0240-GRAVAR-AUDITORIA
                 MOVE REG-CLIENTE TO WRK-HIS-DEPOIS
                 PERFORM 0245-GRAVAR-HISTORICO
                 DISPLAY 'CLIENTE ALTERADO'
           END-READ.

              INVALID KEY
                 DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 MOVE REG-CLIENTE TO WRK-HIS-ANTES
                 IF CLIENTE-ATIVO
                    MOVE 'I' TO CLI-SITUACAO
                    DISPLAY 'CLIENTE INATIVADO: ' CLI-NOME
                 END-IF
                 REWRITE REG-CLIENTE
                 PERFORM 0240-GRAVAR-AUDITORIA
                 MOVE REG-CLIENTE TO WRK-HIS-DEPOIS
                 PERFORM 0245-GRAVAR-HISTORICO
           END-READ.

       0240-GRAVAR-AUDITORIA.
           STRING 'CLIENTE ' CLI-CODIGO ' ' CLI-NOME
                  ' SITUACAO ' CLI-SITUACAO
                  ' LIMITE ' CLI-LIMITECREDITO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0245-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0250-VALIDAR-CPF.
           IF WRK-CPF NOT NUMERIC
              MOVE 'N' TO WRK-CPF-VALIDO
