      ***             INVESTIMENTO, CHAMADO PELO
      ***             INVESTIMENTOFINANCEIRO E PELO
      ***             INVESTIMENTOFINANCEIROLOTE PARA EVITAR
      ***             DUAS COPIAS DA MESMA TABELA DE ALIQUOTAS.
      ***             O REGIME VEM DO PRODUTO DO CONTRATO
      ***             (PRODUTOSINVEST): R=TABELA REGRESSIVA,
      ***             I=ISENTO (LCI/LCA) E F=ALIQUOTA FIXA
      ***             RECEBIDA EM IR-LK-ALIQUOTA. DEVOLVE EM
      ***             IR-LK-ALIQUOTA A ALIQUOTA APLICADA. A
      ***             FAIXA REGRESSIVA USA OS DIAS CORRIDOS
      ***             REAIS DA APLICACAO (CONTARDIASUTEIS)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 09/08/2026
      ******************************************************
       LINKAGE SECTION.
       01  IR-LK-VALORBRUTO    PIC 9(09)V99.
       01  IR-LK-PRINCIPAL     PIC 9(09)V99.
       01  IR-LK-DIAS          PIC 9(05).
       01  IR-LK-IR            PIC 9(09)V99.
       01  IR-LK-VALORLIQUIDO  PIC 9(09)V99.
       01  IR-LK-REGIME        PIC X(01).
           88  IR-REGIME-ISENTO            VALUE 'I'.
           88  IR-REGIME-FIXO              VALUE 'F'.
       01  IR-LK-ALIQUOTA      PIC 9(02)V99.
       PROCEDURE DIVISION USING IR-LK-VALORBRUTO IR-LK-PRINCIPAL
               IR-LK-DIAS IR-LK-IR IR-LK-VALORLIQUIDO
               IR-LK-REGIME IR-LK-ALIQUOTA.
       0000-PRINCIPAL.
            COMPUTE WRK-GANHO = IR-LK-VALORBRUTO - IR-LK-PRINCIPAL.
            EVALUATE TRUE
               WHEN IR-REGIME-ISENTO
                  MOVE ZEROS TO WRK-ALIQUOTAIR
               WHEN IR-REGIME-FIXO
                  MOVE IR-LK-ALIQUOTA TO WRK-ALIQUOTAIR
               WHEN OTHER
                  PERFORM 0100-ALIQUOTA-REGRESSIVA
            END-EVALUATE.
            MOVE WRK-ALIQUOTAIR TO IR-LK-ALIQUOTA.
            IF WRK-GANHO GREATER THAN ZEROS
               COMPUTE IR-LK-IR ROUNDED =
                       (WRK-GANHO * WRK-ALIQUOTAIR) / 100
            END-IF.
            COMPUTE IR-LK-VALORLIQUIDO = IR-LK-VALORBRUTO - IR-LK-IR.
            GOBACK.

       0100-ALIQUOTA-REGRESSIVA.
           MOVE IR-LK-DIAS TO WRK-DIASAPLICACAO.
           EVALUATE TRUE
              WHEN WRK-DIASAPLICACAO <= 180
                 MOVE 22,50 TO WRK-ALIQUOTAIR
              WHEN WRK-DIASAPLICACAO <= 360
                 MOVE 20,00 TO WRK-ALIQUOTAIR
              WHEN WRK-DIASAPLICACAO <= 720
                 MOVE 17,50 TO WRK-ALIQUOTAIR
              WHEN OTHER
                 MOVE 15,00 TO WRK-ALIQUOTAIR
           END-EVALUATE.
