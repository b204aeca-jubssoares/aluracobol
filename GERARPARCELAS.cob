      ***             ULTIMA LEVA A DIFERENCA DE
      ***             ARREDONDAMENTO), COM VENCIMENTOS NO
      ***             DIA 10 DOS MESES SEGUINTES A
      ***             COMPETENCIA DA VENDA. CLIENTE COM
      ***             CREDITO BLOQUEADO PELA REGUA DE COBRANCA
      ***             OU SEM LIMITE DE CREDITO PARA O VALOR
      ***             NAO GERA PARCELAS (OK = 'N')
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
       77  WRK-VENCMES         PIC 9(02) VALUE ZEROS.
       77  WRK-SW-GRAVOU       PIC X(01) VALUE 'N'.
           88  PRIMEIRA-GRAVADA          VALUE 'S'.
       77  WRK-CRE-OK          PIC X(01) VALUE 'S'.
           88  CREDITO-OK                VALUE 'S'.
       LINKAGE SECTION.
       01  PAR-LK-CLIENTE      PIC 9(06).
       01  PAR-LK-ANO          PIC 9(04).
               OR PAR-LK-VALOR EQUAL ZEROS
               MOVE 'N' TO PAR-LK-OK
            ELSE
               CALL 'VERIFICARCREDITO' USING PAR-LK-CLIENTE
                       PAR-LK-VALOR WRK-CRE-OK
               IF NOT CREDITO-OK
                  MOVE 'N' TO PAR-LK-OK
               ELSE
                  PERFORM 0100-ABRIR-PARCELAS
                  PERFORM 0200-CALCULAR-PARCELAS
                  PERFORM 0300-GRAVAR-PARCELAS
                  CLOSE ARQ-PARCELAS
               END-IF
            END-IF.
            GOBACK.

              MOVE ZEROS TO PAR-PAGTOANO
              MOVE ZEROS TO PAR-PAGTOMES
              MOVE ZEROS TO PAR-PAGTODIA
              MOVE ZEROS TO PAR-MULTA
              MOVE ZEROS TO PAR-JUROS
              PERFORM 0320-GRAVAR-PARCELA
           END-PERFORM.

