       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICARPROMOCAO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM DE PRECO PROMOCIONAL,
      ***             CHAMADO PELO VALORESVENDAS E PELO
      ***             IMPORTARVENDAS NA CONFERENCIA DO PRECO.
      ***             FUNCAO B: PERCORRE AS PROMOCOES ATIVAS
      ***             CUJA VALIDADE CONTEM A DATA DA VENDA E
      ***             CUJO ALVO (PRODUTO, CATEGORIA OU TODOS)
      ***             E LOJA (ZERO = TODAS) ATENDEM A VENDA,
      ***             DEVOLVENDO O MENOR PRECO UNITARIO E O
      ***             CODIGO DA PROMOCAO (EM BRANCO E PRECO DE
      ***             TABELA QUANDO NENHUMA SE APLICA). O
      ***             DESCONTO PERCENTUAL EXIGE PRECO DE
      ***             TABELA; PRECO FIXO ACIMA DA TABELA E
      ***             IGNORADO. FUNCAO F: FECHA O CADASTRO NO
      ***             FIM DO LOTE. SEM O CADASTRO NENHUMA
      ***             PROMOCAO E APLICADA
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
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROMOCOES.
       COPY PROMOCOES.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROMOCOES    PIC X(02) VALUE ZEROS.
       77  WRK-SW-PROMOCOES    PIC X(01) VALUE 'N'.
           88  PROMOCOES-ABERTO          VALUE 'S'.
       77  WRK-SW-TENTOU       PIC X(01) VALUE 'N'.
           88  ABERTURA-TENTADA          VALUE 'S'.
       77  WRK-FIM-PROMOCOES   PIC X(01) VALUE 'N'.
           88  FIM-PROMOCOES             VALUE 'S'.
       77  WRK-SW-APLICA       PIC X(01) VALUE 'N'.
           88  PROMOCAO-APLICAVEL        VALUE 'S'.
       77  WRK-PRECOCALC       PIC 9(06)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01  PRM-LK-FUNCAO       PIC X(01).
           88  PRM-BUSCAR                VALUE 'B'.
           88  PRM-FECHAR                VALUE 'F'.
       01  PRM-LK-DATA         PIC 9(08).
       01  PRM-LK-LOJA         PIC 9(03).
       01  PRM-LK-PRODUTO      PIC X(06).
       01  PRM-LK-CATEGORIA    PIC X(15).
       01  PRM-LK-PRECOTABELA  PIC 9(06)V99.
       01  PRM-LK-PRECOPROMO   PIC 9(06)V99.
       01  PRM-LK-CODIGO       PIC X(06).
       PROCEDURE DIVISION USING PRM-LK-FUNCAO PRM-LK-DATA
               PRM-LK-LOJA PRM-LK-PRODUTO PRM-LK-CATEGORIA
               PRM-LK-PRECOTABELA PRM-LK-PRECOPROMO PRM-LK-CODIGO.
       0000-PRINCIPAL.
            MOVE PRM-LK-PRECOTABELA TO PRM-LK-PRECOPROMO.
            MOVE SPACES             TO PRM-LK-CODIGO.
            EVALUATE TRUE
               WHEN PRM-FECHAR
                  IF PROMOCOES-ABERTO
                     CLOSE ARQ-PROMOCOES
                  END-IF
                  MOVE 'N' TO WRK-SW-PROMOCOES
                  MOVE 'N' TO WRK-SW-TENTOU
               WHEN OTHER
                  PERFORM 0100-ABRIR-PROMOCOES
                  IF PROMOCOES-ABERTO
                     PERFORM 0200-BUSCAR-PROMOCAO
                  END-IF
            END-EVALUATE.
            GOBACK.

       0100-ABRIR-PROMOCOES.
           IF NOT ABERTURA-TENTADA
              SET ABERTURA-TENTADA TO TRUE
              OPEN INPUT ARQ-PROMOCOES
              IF WRK-FS-PROMOCOES EQUAL '00'
                 SET PROMOCOES-ABERTO TO TRUE
              END-IF
           END-IF.

       0200-BUSCAR-PROMOCAO.
           MOVE 'N'    TO WRK-FIM-PROMOCOES.
           MOVE SPACES TO PRM-CODIGO.
           START ARQ-PROMOCOES
                 KEY GREATER THAN OR EQUAL TO PRM-CODIGO
              INVALID KEY
                 SET FIM-PROMOCOES TO TRUE
           END-START.
           PERFORM UNTIL FIM-PROMOCOES
              READ ARQ-PROMOCOES NEXT RECORD
                 AT END
                    SET FIM-PROMOCOES TO TRUE
                 NOT AT END
                    PERFORM 0210-AVALIAR-PROMOCAO
              END-READ
           END-PERFORM.

       0210-AVALIAR-PROMOCAO.
           MOVE 'S' TO WRK-SW-APLICA.
           IF NOT PROMOCAO-ATIVA
              OR PRM-LK-DATA LESS THAN PRM-DATAINICIO
              OR PRM-LK-DATA GREATER THAN PRM-DATAFIM
              MOVE 'N' TO WRK-SW-APLICA
           END-IF.
           IF PRM-LOJA GREATER THAN ZEROS
              AND PRM-LOJA NOT EQUAL PRM-LK-LOJA
              MOVE 'N' TO WRK-SW-APLICA
           END-IF.
           EVALUATE TRUE
              WHEN ALVO-PRODUTO
                 IF PRM-ALVO NOT EQUAL PRM-LK-PRODUTO
                    MOVE 'N' TO WRK-SW-APLICA
                 END-IF
              WHEN ALVO-CATEGORIA
                 IF PRM-ALVO NOT EQUAL PRM-LK-CATEGORIA
                    MOVE 'N' TO WRK-SW-APLICA
                 END-IF
              WHEN ALVO-TODOS
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WRK-SW-APLICA
           END-EVALUATE.
           IF PROMOCAO-APLICAVEL
              IF DESCONTO-PERCENTUAL
                 IF PRM-LK-PRECOTABELA EQUAL ZEROS
                    MOVE 'N' TO WRK-SW-APLICA
                 ELSE
                    COMPUTE WRK-PRECOCALC ROUNDED =
                            PRM-LK-PRECOTABELA
                          * (100 - PRM-PERCENTUAL) / 100
                 END-IF
              ELSE
                 MOVE PRM-PRECOFIXO TO WRK-PRECOCALC
                 IF PRM-LK-PRECOTABELA GREATER THAN ZEROS
                    AND WRK-PRECOCALC NOT LESS THAN
                        PRM-LK-PRECOTABELA
                    MOVE 'N' TO WRK-SW-APLICA
                 END-IF
              END-IF
           END-IF.
           IF PROMOCAO-APLICAVEL
              IF PRM-LK-CODIGO EQUAL SPACES
                 OR WRK-PRECOCALC LESS THAN PRM-LK-PRECOPROMO
                 MOVE WRK-PRECOCALC TO PRM-LK-PRECOPROMO
                 MOVE PRM-CODIGO    TO PRM-LK-CODIGO
              END-IF
           END-IF.
