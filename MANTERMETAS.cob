      ***             VENDEDOR (VENDEDOR, ANO, MES, VALOR),
      ***             USADO PELO METASVENDAS PARA COMPARAR
      ***             O REALIZADO DE CADA VENDEDOR COM A
      ***             META DO PERIODO. CADA MANUTENCAO GRAVA A
      ***             IMAGEM ANTES/DEPOIS NO HISTORICOALTERACOES
      ***             (GRAVARHISTORICO). NA INCLUSAO E NA
      ***             ALTERACAO OFERECE COMO META SUGERIDA A
      ***             PREVISAO DO VENDEDOR PARA O PERIODO
      ***             (ARQUIVO PREVISAOVENDAS); INFORMAR ZERO
      ***             ACEITA A SUGESTAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
           SELECT ARQ-PREVISAO ASSIGN TO 'PREVISAOVENDAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRV-CHAVE
             FILE STATUS IS WRK-FS-PREVISAO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-METAS.
           02  META-VALOR          PIC 9(08)V99.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-PREVISAO.
       COPY PREVISAOVENDAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-METAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-VENDEDORES   PIC X(02) VALUE ZEROS.
       77  WRK-SW-VENDEDORES   PIC X(01) VALUE 'N'.
           88  VENDEDORES-ABERTO         VALUE 'S'.
       77  WRK-FS-PREVISAO     PIC X(02) VALUE ZEROS.
       77  WRK-SW-PREVISAO     PIC X(01) VALUE 'N'.
           88  PREVISAO-ABERTO           VALUE 'S'.
       77  WRK-SW-SUGESTAO     PIC X(01) VALUE 'N'.
           88  TEM-SUGESTAO              VALUE 'S'.
       77  WRK-SUGESTAO        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-VENDEDOR        PIC 9(05) VALUE ZEROS.
           88  CHAVE-VALIDA              VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERMETAS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-HIS-CADASTRO    PIC X(01) VALUE 'M'.
       77  WRK-HIS-ANTES       PIC X(160) VALUE SPACES.
       77  WRK-HIS-DEPOIS      PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
              DISPLAY 'ARQUIVO VENDEDORES NAO DISPONIVEL - '
                      'VENDEDOR NAO SERA CONFERIDO'
           END-IF.
           OPEN INPUT ARQ-PREVISAO.
           IF WRK-FS-PREVISAO EQUAL '00'
              SET PREVISAO-ABERTO TO TRUE
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
                       MOVE WRK-META     TO META-VALOR
                       WRITE REG-META
                       PERFORM 0260-GRAVAR-AUDITORIA
                       MOVE SPACES    TO WRK-HIS-ANTES
                       MOVE REG-META  TO WRK-HIS-DEPOIS
                       PERFORM 0265-GRAVAR-HISTORICO
                       DISPLAY 'META INCLUIDA'
                    ELSE
                       DISPLAY 'META INVALIDA - NAO INCLUIDA'
                 INVALID KEY
                    DISPLAY 'META NAO CADASTRADA'
                 NOT INVALID KEY
                    MOVE REG-META TO WRK-HIS-ANTES
                    MOVE META-VALOR TO WRK-META-ED
                    DISPLAY 'META ATUAL: R$' WRK-META-ED
                    PERFORM 0250-LER-VALOR
                       MOVE WRK-META TO META-VALOR
                       REWRITE REG-META
                       PERFORM 0260-GRAVAR-AUDITORIA
                       MOVE REG-META TO WRK-HIS-DEPOIS
                       PERFORM 0265-GRAVAR-HISTORICO
                       DISPLAY 'META ALTERADA'
                    ELSE
                       DISPLAY 'META INVALIDA - NAO ALTERADA'
                 INVALID KEY
                    DISPLAY 'META NAO CADASTRADA'
                 NOT INVALID KEY
                    MOVE REG-META  TO WRK-HIS-ANTES
                    DELETE ARQ-METAS
                    PERFORM 0260-GRAVAR-AUDITORIA
                    MOVE SPACES    TO WRK-HIS-DEPOIS
                    PERFORM 0265-GRAVAR-HISTORICO
                    DISPLAY 'META EXCLUIDA'
              END-READ
           END-IF.
              END-IF
           END-IF.

       0245-BUSCAR-SUGESTAO.
           MOVE 'N'   TO WRK-SW-SUGESTAO.
           MOVE ZEROS TO WRK-SUGESTAO.
           IF PREVISAO-ABERTO
              MOVE 'V'          TO PRV-TIPO
              MOVE WRK-VENDEDOR TO PRV-CODIGO
              MOVE WRK-ANO      TO PRV-ANO
              MOVE WRK-MES      TO PRV-MES
              READ ARQ-PREVISAO
                 NOT INVALID KEY
                    IF PRV-VALOR GREATER THAN ZEROS
                       AND PRV-VALOR NOT GREATER THAN 99999999,99
                       MOVE PRV-VALOR TO WRK-SUGESTAO
                       SET TEM-SUGESTAO TO TRUE
                       MOVE WRK-SUGESTAO TO WRK-META-ED
                       DISPLAY 'META SUGERIDA PELA PREVISAO: R$'
                               WRK-META-ED
                    END-IF
              END-READ
           END-IF.

       0250-LER-VALOR.
           PERFORM 0245-BUSCAR-SUGESTAO.
           IF TEM-SUGESTAO
              DISPLAY 'VALOR DA META (ZERO ACEITA A SUGERIDA) '
           ELSE
              DISPLAY 'VALOR DA META '
           END-IF.
           ACCEPT WRK-META.
           IF WRK-META EQUAL ZEROS
              AND TEM-SUGESTAO
              MOVE WRK-SUGESTAO TO WRK-META
           END-IF.
           MOVE WRK-META      TO WRK-VAL-VALOR.
           MOVE 0,01          TO WRK-VAL-MINIMO.
           MOVE 99999999,99   TO WRK-VAL-MAXIMO.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0265-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0300-FINALIZAR.
           CLOSE ARQ-METAS.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           IF PREVISAO-ABERTO
              CLOSE ARQ-PREVISAO
           END-IF.
           DISPLAY 'CADASTRO DE METAS ENCERRADO'.
