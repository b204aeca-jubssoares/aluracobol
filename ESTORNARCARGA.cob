      ***             (DATA + LOJA DO CONTROLECARGA): SUBTRAI
      ***             DO MESESVENDA, GRAVA LANCAMENTOS DE
      ***             CANCELAMENTO NO DETALHEVENDA, DEVOLVE O
      ***             ESTOQUE DA LOJA E MARCA A CARGA COMO
      ***             ESTORNADA. O CANCELAMENTO LEVA O MESMO
      ***             CUSTO UNITARIO DA VENDA ESTORNADA (O
      ***             CUSTO MEDIO ATUAL QUANDO ELA NAO TEM),
      ***             COM TRILHA DE AUDITORIA DE QUEM
      ***             ESTORNOU. RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-ESTORNOTMP.
       01  REG-ESTORNOTMP          PIC X(76).
       FD  ARQ-MESESVENDA.
       COPY MESESVENDA.
       WORKING-STORAGE SECTION.
       77  WRK-EST-FUNCAO      PIC X(01) VALUE SPACES.
       77  WRK-EST-QTDE        PIC S9(05) VALUE ZEROS.
       77  WRK-EST-SALDO       PIC S9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-OK          PIC X(01) VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'ESTORNARCARGA'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
              MOVE DET-QTDE TO WRK-EST-QTDE
              CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                      DET-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                      WRK-EST-OK WRK-EST-CUSTO DET-LOJA
              IF DET-CUSTOUNIT EQUAL ZEROS
                 MOVE WRK-EST-CUSTO TO DET-CUSTOUNIT
              END-IF
           END-IF.
           MOVE 'C'   TO DET-TIPO.
           MOVE ZEROS TO DET-CARGA.
