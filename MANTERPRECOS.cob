      ***             MOLDES DO MANTERMETAS, CONFERINDO O
      ***             PRODUTO NO CATALOGO. O VALORESVENDAS E
      ***             O IMPORTARVENDAS USAM O PRECO VIGENTE
      ***             PARA VALIDAR VALOR = QUANTIDADE X PRECO.
      ***             CADA MANUTENCAO GRAVA A IMAGEM
      ***             ANTES/DEPOIS NO HISTORICOALTERACOES
      ***             (GRAVARHISTORICO)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-TABELAPRECOS PIC X(02) VALUE ZEROS.
           88  CHAVE-VALIDA              VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERPRECOS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-HIS-CADASTRO    PIC X(01) VALUE 'P'.
       77  WRK-HIS-ANTES       PIC X(160) VALUE SPACES.
       77  WRK-HIS-DEPOIS      PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
                       MOVE WRK-PRECO   TO PRE-PRECO
                       WRITE REG-PRECO
                       PERFORM 0260-GRAVAR-AUDITORIA
                       MOVE SPACES    TO WRK-HIS-ANTES
                       MOVE REG-PRECO TO WRK-HIS-DEPOIS
                       PERFORM 0265-GRAVAR-HISTORICO
                       DISPLAY 'PRECO INCLUIDO'
                    ELSE
                       DISPLAY 'PRECO INVALIDO - NAO INCLUIDO'
                 INVALID KEY
                    DISPLAY 'PRECO NAO CADASTRADO'
                 NOT INVALID KEY
                    MOVE REG-PRECO TO WRK-HIS-ANTES
                    MOVE PRE-PRECO TO WRK-PRECO-ED
                    DISPLAY 'PRECO ATUAL: R$' WRK-PRECO-ED
                    PERFORM 0250-LER-VALOR
                       MOVE WRK-PRECO TO PRE-PRECO
                       REWRITE REG-PRECO
                       PERFORM 0260-GRAVAR-AUDITORIA
                       MOVE REG-PRECO TO WRK-HIS-DEPOIS
                       PERFORM 0265-GRAVAR-HISTORICO
                       DISPLAY 'PRECO ALTERADO'
                    ELSE
                       DISPLAY 'PRECO INVALIDO - NAO ALTERADO'
                 INVALID KEY
                    DISPLAY 'PRECO NAO CADASTRADO'
                 NOT INVALID KEY
                    MOVE REG-PRECO TO WRK-HIS-ANTES
                    DELETE ARQ-TABELAPRECOS
                    PERFORM 0260-GRAVAR-AUDITORIA
                    MOVE SPACES    TO WRK-HIS-DEPOIS
                    PERFORM 0265-GRAVAR-HISTORICO
                    DISPLAY 'PRECO EXCLUIDO'
              END-READ
           END-IF.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0265-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0300-FINALIZAR.
           CLOSE ARQ-TABELAPRECOS.
           IF PRODUTOS-ABERTO
