      ***             CAMPOS QUE SO EXISTEM NO LAYOUT NOVO
      ***             (LOJA, CLIENTE, PARCELAS, QTDE, PRECO,
      ***             CARGA E A SITUACAO/MOTIVO DA COMISSAO,
      ***             QUE NASCE PENDENTE E DO VENDEDOR) NASCEM
      ***             ZERADOS OU EM BRANCO, E A FORMA DE
      ***             PAGAMENTO NASCE DINHEIRO (D); CONTRATOS E
      ***             RESUMO
      ***             NASCEM NO
      ***             PRODUTO 001 (CDB REGRESSIVO) DO
      ***             PRODUTOSINVEST, APLICADOS NO DIA 1. CADA
      ***             CONVERSAO IMPRIME CONTAGEM E SOMA
      ***             MONETARIA ANTES/DEPOIS
      ***             PARA PROVAR QUE NADA SE PERDEU. ARQUIVO
      ***             ANTIGO AUSENTE E SO APONTADO E PULADO
      ***   AUTOR: JULIANA SOARES
                       MOVE ZEROS             TO DET-PRECOUNIT
                       MOVE ANT-DET-VALOR     TO DET-VALOR
                       MOVE ZEROS             TO DET-CARGA
                       MOVE ZEROS             TO DET-DIA
                       MOVE SPACES            TO DET-PROMOCAO
                       MOVE 'D'               TO DET-FORMAPAGTO
                       MOVE ZEROS             TO DET-CUSTOUNIT
                       WRITE REG-DETALHE
                       ADD 1 TO WRK-QTDEDEPOIS
                       ADD DET-VALOR TO WRK-SOMADEPOIS
                       MOVE ZEROS             TO SUS-PRECOUNIT
                       MOVE ANT-SUS-VALOR     TO SUS-VALOR
                       MOVE ANT-SUS-MOTIVO    TO SUS-MOTIVO
                       MOVE ZEROS             TO SUS-DIA
                       MOVE SPACES            TO SUS-PROMOCAO
                       MOVE 'D'               TO SUS-FORMAPAGTO
                       WRITE REG-SUSPENSA
                       ADD 1 TO WRK-QTDEDEPOIS
                       ADD SUS-VALOR TO WRK-SOMADEPOIS
                       MOVE ANT-CONT-MESINICIO TO CONT-MESINICIO
                       MOVE ANT-CONT-SITUACAO  TO CONT-SITUACAO
                       MOVE ANT-CONT-CLIENTE   TO CONT-CLIENTE
                       MOVE 1                  TO CONT-PRODUTO
                       MOVE 1                  TO CONT-DIAINICIO
                       WRITE REG-CONTRATO
                       ADD 1 TO WRK-QTDEDEPOIS
                       ADD CONT-PRINCIPAL TO WRK-SOMADEPOIS
                       MOVE ANT-RES-ANOCOMP    TO RES-ANOCOMP
                       MOVE ANT-RES-MESCOMP    TO RES-MESCOMP
                       MOVE ANT-RES-MESES      TO RES-MESES
                       MOVE 1                  TO RES-PRODUTO
                       MOVE 'R'                TO RES-REGIME
                       MOVE ZEROS              TO RES-ALIQUOTA
                       WRITE REG-RESUMOCONTRATO
                       ADD 1 TO WRK-QTDEDEPOIS
                       ADD RES-VALORBRUTO TO WRK-SOMADEPOIS
                       MOVE ANT-COM-VALOR      TO COM-VALOR
                       MOVE 'P'                TO COM-SITUACAO
                       MOVE SPACES             TO COM-MOTIVO
                       MOVE 'V'                TO COM-TIPO
                       WRITE REG-COMISSAO
                       ADD 1 TO WRK-QTDEDEPOIS
                       ADD COM-VALOR TO WRK-SOMADEPOIS
