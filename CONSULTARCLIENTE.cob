       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARCLIENTE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONSULTA 360 DO CLIENTE: PARA UM
      ***             CLI-CODIGO OU UM CPF E UMA COMPETENCIA
      ***             MOSTRA EM UM SO PAINEL O CADASTRO DO
      ***             CLIENTES, AS COMPRAS DO MES E DO ANO NO
      ***             DETALHEVENDA E NO DETALHEVENDAHIST
      ***             (VENDAS, CANCELAMENTOS, LOJAS E OS TRES
      ***             PRODUTOS MAIS COMPRADOS), AS PARCELAS EM
      ***             ABERTO E VENCIDAS DO PARCELASRECEBER E OS
      ***             CONTRATOS ATIVOS DO RESUMOCONTRATOS COM O
      ***             VALOR LIQUIDO ATUAL. COMPRAS E PARCELAS
      ***             SO APARECEM PARA OS PERFIS S E V E OS
      ***             CONTRATOS PARA OS PERFIS S E I. SOMENTE
      ***             CONSULTA, COM PAGINACAO ENTRE MESES POR
      ***             F7/F8
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA
             CRT STATUS IS WRK-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEVENDA.
           SELECT ARQ-DETALHEHIST ASSIGN TO 'DETALHEVENDAHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEHIST.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-RESUMOCONTRATOS ASSIGN TO 'RESUMOCONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RESUMOCONTRATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-DETALHEHIST.
       COPY DETALHEVENDA REPLACING ==REG-DETALHE== BY ==REG-DETHIST==
            LEADING ==DET-== BY ==DTH-==.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-SW-CLIENTES      PIC X(01)  VALUE 'N'.
           88 CLIENTES-ABERTO             VALUE 'S'.
       77 WRK-SW-PRODUTOS      PIC X(01)  VALUE 'N'.
           88 PRODUTOS-ABERTO             VALUE 'S'.
       77 WRK-SW-PARCELAS      PIC X(01)  VALUE 'N'.
           88 PARCELAS-ABERTO             VALUE 'S'.
       77 WRK-SW-ENCERRAR      PIC X(01)  VALUE 'N'.
           88 CONSULTA-ENCERRADA          VALUE 'S'.
       77 WRK-SW-ENCONTRADO    PIC X(01)  VALUE 'N'.
           88 CLIENTE-ENCONTRADO          VALUE 'S'.
       77 WRK-SW-VERVENDAS     PIC X(01)  VALUE 'N'.
           88 VER-VENDAS                  VALUE 'S'.
       77 WRK-SW-VERINVEST     PIC X(01)  VALUE 'N'.
           88 VER-INVESTIMENTOS           VALUE 'S'.
       77 WRK-FIM-CLIENTES     PIC X(01)  VALUE 'N'.
           88 FIM-CLIENTES                VALUE 'S'.
       77 WRK-FIM-DETALHE      PIC X(01)  VALUE 'N'.
           88 FIM-DETALHE                 VALUE 'S'.
       77 WRK-FIM-PARCELAS     PIC X(01)  VALUE 'N'.
           88 FIM-PARCELAS                VALUE 'S'.
       77 WRK-FIM-RESUMO       PIC X(01)  VALUE 'N'.
           88 FIM-RESUMO                  VALUE 'S'.
       77 WRK-CLIENTE          PIC 9(06)  VALUE ZEROS.
       77 WRK-CPF              PIC X(11)  VALUE SPACES.
       77 WRK-CPF-ANT          PIC X(11)  VALUE SPACES.
       77 WRK-ANO              PIC 9(04)  VALUE ZEROS.
       77 WRK-MES              PIC 9(02)  VALUE ZEROS.
       77 WRK-NOME             PIC X(30)  VALUE SPACES.
       77 WRK-TELEFONE         PIC X(11)  VALUE SPACES.
       77 WRK-EMAIL            PIC X(40)  VALUE SPACES.
       77 WRK-SITUACAO         PIC X(01)  VALUE SPACES.
       77 WRK-LIMITE-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-LIN-TIPO         PIC X(01)  VALUE SPACES.
       77 WRK-LIN-ANO          PIC 9(04)  VALUE ZEROS.
       77 WRK-LIN-MES          PIC 9(02)  VALUE ZEROS.
       77 WRK-LIN-LOJA         PIC 9(03)  VALUE ZEROS.
       77 WRK-LIN-CLIENTE      PIC 9(06)  VALUE ZEROS.
       77 WRK-LIN-PRODUTO      PIC X(06)  VALUE SPACES.
       77 WRK-LIN-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENDAS           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CANCELADO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO          PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ANUAL            PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VENDAS-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CANCELADO-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-LIQUIDO-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-ANUAL-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-TABELA-LOJAS.
           02 WRK-LOJA-TAB      PIC 9(03) OCCURS 8 TIMES.
       77 WRK-NUMLOJAS         PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXLOJA          PIC 9(02)  VALUE ZEROS.
       77 WRK-NUMLOJAS-ED      PIC Z9.
       01 WRK-LISTA-LOJAS.
           02 WRK-LST-LOJA      OCCURS 8 TIMES.
              03 WRK-LST-CODIGO PIC X(03).
              03 FILLER         PIC X(01).
       01 WRK-TABELA-PRODUTOS.
           02 WRK-PRODUTO-TAB   OCCURS 100 TIMES.
              03 WRK-PRD-CODIGO PIC X(06).
              03 WRK-PRD-VALOR  PIC S9(09)V99.
       77 WRK-NUMPRODUTOS      PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXPRD           PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXTROCA         PIC 9(03)  VALUE ZEROS.
       77 WRK-PRD-CODIGOTROCA  PIC X(06)  VALUE SPACES.
       77 WRK-PRD-VALORTROCA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PRD-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-MAIS-COMPRADOS.
           02 WRK-TOPO-1        PIC X(50).
           02 WRK-TOPO-2        PIC X(50).
           02 WRK-TOPO-3        PIC X(50).
       01 WRK-MAIS-COMPRADOS-R REDEFINES WRK-MAIS-COMPRADOS.
           02 WRK-TOPO-LINHA    PIC X(50) OCCURS 3 TIMES.
       77 WRK-IDXTOPO          PIC 9(01)  VALUE ZEROS.
       77 WRK-HOJEDIAS         PIC 9(08)  VALUE ZEROS.
       77 WRK-VENCDIAS         PIC 9(08)  VALUE ZEROS.
       77 WRK-DIASATRASO       PIC S9(05) VALUE ZEROS.
       77 WRK-MAIORATRASO      PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEABERTAS      PIC 9(04)  VALUE ZEROS.
       77 WRK-VALORABERTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDEVENCIDAS     PIC 9(04)  VALUE ZEROS.
       77 WRK-VALORVENCIDO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDEABERTAS-ED   PIC ZZZ9.
       77 WRK-VALORABERTO-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTDEVENCIDAS-ED  PIC ZZZ9.
       77 WRK-VALORVENCIDO-ED  PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-MAIORATRASO-ED   PIC ZZZZ9.
       77 WRK-QTDECONTRATOS    PIC 9(04)  VALUE ZEROS.
       77 WRK-VALORCONTRATOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDECONTRATOS-ED PIC ZZZ9.
       77 WRK-VALORCONTRATOS-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-MSG-VENDAS       PIC X(30)  VALUE SPACES.
       77 WRK-MSG-PARCELAS     PIC X(30)  VALUE SPACES.
       77 WRK-MSG-CONTRATOS    PIC X(30)  VALUE SPACES.
       77 WRK-MSG-GERAL        PIC X(40)  VALUE SPACES.
       77 WRK-CRT-STATUS       PIC 9(04)  VALUE ZEROS.
           88 TECLA-ENTER                 VALUE 0.
           88 TECLA-F3                    VALUE 1003.
           88 TECLA-F7                    VALUE 1007.
           88 TECLA-F8                    VALUE 1008.
       SCREEN SECTION.
       01  TELA-CONSULTA.
           02 BLANK SCREEN.
           02 LINE 01 COL 20 VALUE 'CONSULTA 360 DO CLIENTE'.
           02 LINE 03 COL 03 VALUE 'CLIENTE....:'.
           02 LINE 03 COL 16 PIC 9(06) USING WRK-CLIENTE.
           02 LINE 03 COL 25 VALUE 'CPF:'.
           02 LINE 03 COL 30 PIC X(11) USING WRK-CPF.
           02 LINE 03 COL 44 VALUE 'SITUACAO:'.
           02 LINE 03 COL 54 PIC X(01) FROM WRK-SITUACAO.
           02 LINE 04 COL 03 VALUE 'NOME.......:'.
           02 LINE 04 COL 16 PIC X(30) FROM WRK-NOME.
           02 LINE 05 COL 03 VALUE 'TELEFONE...:'.
           02 LINE 05 COL 16 PIC X(11) FROM WRK-TELEFONE.
           02 LINE 05 COL 30 VALUE 'EMAIL:'.
           02 LINE 05 COL 37 PIC X(40) FROM WRK-EMAIL.
           02 LINE 06 COL 03 VALUE 'LIMITE.....: R$'.
           02 LINE 06 COL 19 PIC X(14) FROM WRK-LIMITE-ED.
           02 LINE 07 COL 03 VALUE 'COMPETENCIA:'.
           02 LINE 07 COL 16 PIC 9(04) USING WRK-ANO.
           02 LINE 07 COL 21 VALUE '/'.
           02 LINE 07 COL 22 PIC 9(02) USING WRK-MES.
           02 LINE 09 COL 03 VALUE 'VENDAS MES.: R$'.
           02 LINE 09 COL 19 PIC X(14) FROM WRK-VENDAS-ED.
           02 LINE 09 COL 35 VALUE 'CANCEL: R$'.
           02 LINE 09 COL 46 PIC X(14) FROM WRK-CANCELADO-ED.
           02 LINE 10 COL 03 VALUE 'LIQUIDO MES: R$'.
           02 LINE 10 COL 19 PIC X(15) FROM WRK-LIQUIDO-ED.
           02 LINE 10 COL 35 VALUE 'NO ANO: R$'.
           02 LINE 10 COL 46 PIC X(15) FROM WRK-ANUAL-ED.
           02 LINE 11 COL 03 VALUE 'LOJAS......:'.
           02 LINE 11 COL 16 PIC X(02) FROM WRK-NUMLOJAS-ED.
           02 LINE 11 COL 19 PIC X(32) FROM WRK-LISTA-LOJAS.
           02 LINE 12 COL 03 VALUE 'MAIS COMPRADOS'.
           02 LINE 12 COL 19 PIC X(50) FROM WRK-TOPO-1.
           02 LINE 13 COL 19 PIC X(50) FROM WRK-TOPO-2.
           02 LINE 14 COL 19 PIC X(50) FROM WRK-TOPO-3.
           02 LINE 15 COL 19 PIC X(30) FROM WRK-MSG-VENDAS.
           02 LINE 16 COL 03 VALUE 'EM ABERTO..:'.
           02 LINE 16 COL 16 PIC X(04) FROM WRK-QTDEABERTAS-ED.
           02 LINE 16 COL 21 VALUE 'R$'.
           02 LINE 16 COL 24 PIC X(14) FROM WRK-VALORABERTO-ED.
           02 LINE 17 COL 03 VALUE 'VENCIDAS...:'.
           02 LINE 17 COL 16 PIC X(04) FROM WRK-QTDEVENCIDAS-ED.
           02 LINE 17 COL 21 VALUE 'R$'.
           02 LINE 17 COL 24 PIC X(14) FROM WRK-VALORVENCIDO-ED.
           02 LINE 17 COL 40 VALUE 'MAIOR ATRASO:'.
           02 LINE 17 COL 54 PIC X(05) FROM WRK-MAIORATRASO-ED.
           02 LINE 17 COL 60 VALUE 'DIAS'.
           02 LINE 18 COL 19 PIC X(30) FROM WRK-MSG-PARCELAS.
           02 LINE 19 COL 03 VALUE 'CONTRATOS..:'.
           02 LINE 19 COL 16 PIC X(04) FROM WRK-QTDECONTRATOS-ED.
           02 LINE 19 COL 21 VALUE 'R$'.
           02 LINE 19 COL 24 PIC X(17) FROM WRK-VALORCONTRATOS-ED.
           02 LINE 19 COL 43 PIC X(30) FROM WRK-MSG-CONTRATOS.
           02 LINE 20 COL 03 PIC X(40) FROM WRK-MSG-GERAL.
           02 LINE 22 COL 03 VALUE 'ENTER=CONSULTA  F7=MES ANT'.
           02 LINE 22 COL 33 VALUE 'F8=MES SEG  F3=MENU'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL CONSULTA-ENCERRADA.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATAANO TO WRK-ANO.
           MOVE WRK-DATAMES TO WRK-MES.
           COMPUTE WRK-HOJEDIAS = WRK-DATAANO * 360
                 + WRK-DATAMES * 30 + WRK-DATADIA.
           IF PERFIL-SUPERVISOR OR PERFIL-VENDAS
              SET VER-VENDAS TO TRUE
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-INVESTIMENTOS
              SET VER-INVESTIMENTOS TO TRUE
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
              SET CLIENTES-ABERTO TO TRUE
           ELSE
              MOVE 'CADASTRO DE CLIENTES NAO DISPONIVEL'
                TO WRK-MSG-GERAL
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS EQUAL '00'
              SET PARCELAS-ABERTO TO TRUE
           END-IF.
           PERFORM 0280-LIMPAR-PAINEL.

       0200-PROCESSAR.
           DISPLAY TELA-CONSULTA.
           ACCEPT TELA-CONSULTA.
           EVALUATE TRUE
              WHEN TECLA-F3
                 SET CONSULTA-ENCERRADA TO TRUE
              WHEN TECLA-F7
                 PERFORM 0210-MES-ANTERIOR
                 PERFORM 0220-CONSULTAR
              WHEN TECLA-F8
                 PERFORM 0215-MES-SEGUINTE
                 PERFORM 0220-CONSULTAR
              WHEN OTHER
                 PERFORM 0220-CONSULTAR
           END-EVALUATE.

       0210-MES-ANTERIOR.
           IF WRK-MES GREATER THAN 1
              SUBTRACT 1 FROM WRK-MES
           ELSE
              MOVE 12 TO WRK-MES
              SUBTRACT 1 FROM WRK-ANO
           END-IF.

       0215-MES-SEGUINTE.
           IF WRK-MES LESS THAN 12
              ADD 1 TO WRK-MES
           ELSE
              MOVE 1 TO WRK-MES
              ADD 1 TO WRK-ANO
           END-IF.

       0220-CONSULTAR.
           PERFORM 0280-LIMPAR-PAINEL.
           MOVE SPACES TO WRK-MSG-GERAL.
           IF NOT CLIENTES-ABERTO
              MOVE 'CADASTRO DE CLIENTES NAO DISPONIVEL'
                TO WRK-MSG-GERAL
           ELSE
              IF WRK-MES LESS THAN 1 OR WRK-MES GREATER THAN 12
                 MOVE 'MES INVALIDO' TO WRK-MSG-GERAL
              ELSE
                 PERFORM 0230-BUSCAR-CLIENTE
                 IF CLIENTE-ENCONTRADO
                    IF VER-VENDAS
                       PERFORM 0240-SOMAR-COMPRAS
                       PERFORM 0260-SOMAR-PARCELAS
                    ELSE
                       MOVE 'RESTRITO AO PERFIL DE VENDAS'
                         TO WRK-MSG-VENDAS
                       MOVE 'RESTRITO AO PERFIL DE VENDAS'
                         TO WRK-MSG-PARCELAS
                    END-IF
                    IF VER-INVESTIMENTOS
                       PERFORM 0270-SOMAR-CONTRATOS
                    ELSE
                       MOVE 'RESTRITO AO PERFIL INVESTIM.'
                         TO WRK-MSG-CONTRATOS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0230-BUSCAR-CLIENTE.
           MOVE 'N' TO WRK-SW-ENCONTRADO.
           IF WRK-CPF NOT EQUAL SPACES
              AND (WRK-CPF NOT EQUAL WRK-CPF-ANT
                   OR WRK-CLIENTE EQUAL ZEROS)
              PERFORM 0235-PROCURAR-CPF
           ELSE
              MOVE WRK-CLIENTE TO CLI-CODIGO
              READ ARQ-CLIENTES
                 INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-GERAL
                 NOT INVALID KEY
                    SET CLIENTE-ENCONTRADO TO TRUE
              END-READ
           END-IF.
           IF CLIENTE-ENCONTRADO
              MOVE CLI-CODIGO        TO WRK-CLIENTE
              MOVE CLI-CPF           TO WRK-CPF
              MOVE CLI-NOME          TO WRK-NOME
              MOVE CLI-TELEFONE      TO WRK-TELEFONE
              MOVE CLI-EMAIL         TO WRK-EMAIL
              MOVE CLI-SITUACAO      TO WRK-SITUACAO
              MOVE CLI-LIMITECREDITO TO WRK-LIMITE-ED
           END-IF.
           MOVE WRK-CPF TO WRK-CPF-ANT.

       0235-PROCURAR-CPF.
           MOVE 'N'   TO WRK-FIM-CLIENTES.
           MOVE ZEROS TO CLI-CODIGO.
           START ARQ-CLIENTES
                 KEY GREATER THAN OR EQUAL TO CLI-CODIGO
              INVALID KEY
                 SET FIM-CLIENTES TO TRUE
           END-START.
           PERFORM UNTIL FIM-CLIENTES
              READ ARQ-CLIENTES NEXT RECORD
                 AT END
                    SET FIM-CLIENTES TO TRUE
                 NOT AT END
                    IF CLI-CPF EQUAL WRK-CPF
                       SET CLIENTE-ENCONTRADO TO TRUE
                       SET FIM-CLIENTES TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT CLIENTE-ENCONTRADO
              MOVE 'CPF NAO CADASTRADO' TO WRK-MSG-GERAL
           END-IF.

       0240-SOMAR-COMPRAS.
           MOVE ZEROS TO WRK-NUMLOJAS.
           MOVE ZEROS TO WRK-NUMPRODUTOS.
           MOVE 'N'   TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEVENDA.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
              SET FIM-DETALHE TO TRUE
           END-IF.
           PERFORM UNTIL FIM-DETALHE
              READ ARQ-DETALHEVENDA
                 AT END
                    SET FIM-DETALHE TO TRUE
                 NOT AT END
                    MOVE DET-TIPO     TO WRK-LIN-TIPO
                    MOVE DET-ANO      TO WRK-LIN-ANO
                    MOVE DET-MES      TO WRK-LIN-MES
                    MOVE DET-LOJA     TO WRK-LIN-LOJA
                    MOVE DET-CLIENTE  TO WRK-LIN-CLIENTE
                    MOVE DET-PRODUTO  TO WRK-LIN-PRODUTO
                    MOVE DET-VALOR    TO WRK-LIN-VALOR
                    PERFORM 0245-ACUMULAR-LINHA
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '35'
              CLOSE ARQ-DETALHEVENDA
           END-IF.
           MOVE 'N' TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEHIST.
           IF WRK-FS-DETALHEHIST NOT EQUAL '00'
              SET FIM-DETALHE TO TRUE
           END-IF.
           PERFORM UNTIL FIM-DETALHE
              READ ARQ-DETALHEHIST
                 AT END
                    SET FIM-DETALHE TO TRUE
                 NOT AT END
                    MOVE DTH-TIPO     TO WRK-LIN-TIPO
                    MOVE DTH-ANO      TO WRK-LIN-ANO
                    MOVE DTH-MES      TO WRK-LIN-MES
                    MOVE DTH-LOJA     TO WRK-LIN-LOJA
                    MOVE DTH-CLIENTE  TO WRK-LIN-CLIENTE
                    MOVE DTH-PRODUTO  TO WRK-LIN-PRODUTO
                    MOVE DTH-VALOR    TO WRK-LIN-VALOR
                    PERFORM 0245-ACUMULAR-LINHA
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEHIST NOT EQUAL '35'
              CLOSE ARQ-DETALHEHIST
           END-IF.
           COMPUTE WRK-LIQUIDO = WRK-VENDAS - WRK-CANCELADO.
           MOVE WRK-VENDAS      TO WRK-VENDAS-ED.
           MOVE WRK-CANCELADO   TO WRK-CANCELADO-ED.
           MOVE WRK-LIQUIDO     TO WRK-LIQUIDO-ED.
           MOVE WRK-ANUAL       TO WRK-ANUAL-ED.
           MOVE WRK-NUMLOJAS    TO WRK-NUMLOJAS-ED.
           PERFORM VARYING WRK-IDXLOJA FROM 1 BY 1
                   UNTIL WRK-IDXLOJA GREATER THAN WRK-NUMLOJAS
              MOVE WRK-LOJA-TAB(WRK-IDXLOJA)
                TO WRK-LST-CODIGO(WRK-IDXLOJA)
           END-PERFORM.
           PERFORM 0255-CLASSIFICAR-PRODUTOS.
           IF WRK-VENDAS EQUAL ZEROS AND WRK-CANCELADO EQUAL ZEROS
              MOVE 'SEM COMPRAS NO MES' TO WRK-MSG-VENDAS
           END-IF.

       0245-ACUMULAR-LINHA.
           IF WRK-LIN-CLIENTE EQUAL WRK-CLIENTE
              AND WRK-LIN-ANO EQUAL WRK-ANO
              IF WRK-LIN-TIPO EQUAL 'C'
                 SUBTRACT WRK-LIN-VALOR FROM WRK-ANUAL
              ELSE
                 ADD WRK-LIN-VALOR TO WRK-ANUAL
              END-IF
              IF WRK-LIN-MES EQUAL WRK-MES
                 IF WRK-LIN-TIPO EQUAL 'C'
                    ADD WRK-LIN-VALOR TO WRK-CANCELADO
                 ELSE
                    ADD WRK-LIN-VALOR TO WRK-VENDAS
                 END-IF
                 PERFORM 0250-ACUMULAR-LOJA
                 PERFORM 0252-ACUMULAR-PRODUTO
              END-IF
           END-IF.

       0250-ACUMULAR-LOJA.
           PERFORM VARYING WRK-IDXLOJA FROM 1 BY 1
                   UNTIL WRK-IDXLOJA GREATER THAN WRK-NUMLOJAS
                      OR WRK-LOJA-TAB(WRK-IDXLOJA) EQUAL WRK-LIN-LOJA
              CONTINUE
           END-PERFORM.
           IF WRK-IDXLOJA GREATER THAN WRK-NUMLOJAS
              AND WRK-NUMLOJAS LESS THAN 8
              ADD 1 TO WRK-NUMLOJAS
              MOVE WRK-LIN-LOJA TO WRK-LOJA-TAB(WRK-NUMLOJAS)
           END-IF.

       0252-ACUMULAR-PRODUTO.
           PERFORM VARYING WRK-IDXPRD FROM 1 BY 1
                   UNTIL WRK-IDXPRD GREATER THAN WRK-NUMPRODUTOS
                      OR WRK-PRD-CODIGO(WRK-IDXPRD)
                         EQUAL WRK-LIN-PRODUTO
              CONTINUE
           END-PERFORM.
           IF WRK-IDXPRD GREATER THAN WRK-NUMPRODUTOS
              IF WRK-NUMPRODUTOS LESS THAN 100
                 ADD 1 TO WRK-NUMPRODUTOS
                 MOVE WRK-LIN-PRODUTO
                   TO WRK-PRD-CODIGO(WRK-NUMPRODUTOS)
                 MOVE ZEROS TO WRK-PRD-VALOR(WRK-NUMPRODUTOS)
              ELSE
                 MOVE ZEROS TO WRK-IDXPRD
              END-IF
           END-IF.
           IF WRK-IDXPRD GREATER THAN ZEROS
              IF WRK-LIN-TIPO EQUAL 'C'
                 SUBTRACT WRK-LIN-VALOR FROM WRK-PRD-VALOR(WRK-IDXPRD)
              ELSE
                 ADD WRK-LIN-VALOR TO WRK-PRD-VALOR(WRK-IDXPRD)
              END-IF
           END-IF.

       0255-CLASSIFICAR-PRODUTOS.
           PERFORM VARYING WRK-IDXTOPO FROM 1 BY 1
                   UNTIL WRK-IDXTOPO GREATER THAN 3
                      OR WRK-IDXTOPO GREATER THAN WRK-NUMPRODUTOS
              PERFORM VARYING WRK-IDXTROCA FROM WRK-IDXTOPO BY 1
                      UNTIL WRK-IDXTROCA GREATER THAN WRK-NUMPRODUTOS
                 IF WRK-PRD-VALOR(WRK-IDXTROCA)
                    GREATER THAN WRK-PRD-VALOR(WRK-IDXTOPO)
                    MOVE WRK-PRD-CODIGO(WRK-IDXTOPO)
                      TO WRK-PRD-CODIGOTROCA
                    MOVE WRK-PRD-VALOR(WRK-IDXTOPO)
                      TO WRK-PRD-VALORTROCA
                    MOVE WRK-PRD-CODIGO(WRK-IDXTROCA)
                      TO WRK-PRD-CODIGO(WRK-IDXTOPO)
                    MOVE WRK-PRD-VALOR(WRK-IDXTROCA)
                      TO WRK-PRD-VALOR(WRK-IDXTOPO)
                    MOVE WRK-PRD-CODIGOTROCA
                      TO WRK-PRD-CODIGO(WRK-IDXTROCA)
                    MOVE WRK-PRD-VALORTROCA
                      TO WRK-PRD-VALOR(WRK-IDXTROCA)
                 END-IF
              END-PERFORM
              IF WRK-PRD-VALOR(WRK-IDXTOPO) GREATER THAN ZEROS
                 PERFORM 0257-MONTAR-PRODUTO
              END-IF
           END-PERFORM.

       0257-MONTAR-PRODUTO.
           MOVE SPACES TO PROD-DESCRICAO.
           IF PRODUTOS-ABERTO
              MOVE WRK-PRD-CODIGO(WRK-IDXTOPO) TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADO ***' TO PROD-DESCRICAO
              END-READ
           END-IF.
           MOVE WRK-PRD-VALOR(WRK-IDXTOPO) TO WRK-PRD-VALOR-ED.
           STRING WRK-PRD-CODIGO(WRK-IDXTOPO) ' '
                  PROD-DESCRICAO(1:25) ' R$' WRK-PRD-VALOR-ED
                  DELIMITED BY SIZE
                  INTO WRK-TOPO-LINHA(WRK-IDXTOPO).

       0260-SOMAR-PARCELAS.
           IF NOT PARCELAS-ABERTO
              MOVE 'SEM ARQUIVO DE PARCELAS' TO WRK-MSG-PARCELAS
           ELSE
              MOVE 'N'         TO WRK-FIM-PARCELAS
              MOVE WRK-CLIENTE TO PAR-CLIENTE
              MOVE ZEROS       TO PAR-ANO
              MOVE ZEROS       TO PAR-MES
              MOVE ZEROS       TO PAR-SEQ
              MOVE ZEROS       TO PAR-PARCELA
              START ARQ-PARCELAS
                    KEY GREATER THAN OR EQUAL TO PAR-CHAVE
                 INVALID KEY
                    SET FIM-PARCELAS TO TRUE
              END-START
              PERFORM 0265-LER-PARCELA UNTIL FIM-PARCELAS
              IF WRK-QTDEABERTAS EQUAL ZEROS
                 MOVE 'SEM PARCELAS EM ABERTO' TO WRK-MSG-PARCELAS
              END-IF
           END-IF.
           MOVE WRK-QTDEABERTAS  TO WRK-QTDEABERTAS-ED.
           MOVE WRK-VALORABERTO  TO WRK-VALORABERTO-ED.
           MOVE WRK-QTDEVENCIDAS TO WRK-QTDEVENCIDAS-ED.
           MOVE WRK-VALORVENCIDO TO WRK-VALORVENCIDO-ED.
           MOVE WRK-MAIORATRASO  TO WRK-MAIORATRASO-ED.

       0265-LER-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PAR-CLIENTE NOT EQUAL WRK-CLIENTE
                    SET FIM-PARCELAS TO TRUE
                 ELSE
                    IF PARCELA-ABERTA
                       ADD 1         TO WRK-QTDEABERTAS
                       ADD PAR-VALOR TO WRK-VALORABERTO
                       COMPUTE WRK-VENCDIAS = PAR-VENCANO * 360
                             + PAR-VENCMES * 30 + PAR-VENCDIA
                       COMPUTE WRK-DIASATRASO =
                               WRK-HOJEDIAS - WRK-VENCDIAS
                       IF WRK-DIASATRASO GREATER THAN ZEROS
                          ADD 1         TO WRK-QTDEVENCIDAS
                          ADD PAR-VALOR TO WRK-VALORVENCIDO
                          IF WRK-DIASATRASO GREATER THAN
                             WRK-MAIORATRASO
                             MOVE WRK-DIASATRASO TO WRK-MAIORATRASO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0270-SOMAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-RESUMO.
           OPEN INPUT ARQ-RESUMOCONTRATOS.
           IF WRK-FS-RESUMOCONTRATOS NOT EQUAL '00'
              SET FIM-RESUMO TO TRUE
              MOVE 'SEM ARQUIVO DE CONTRATOS' TO WRK-MSG-CONTRATOS
           END-IF.
           PERFORM 0275-LER-RESUMO UNTIL FIM-RESUMO.
           IF WRK-FS-RESUMOCONTRATOS NOT EQUAL '35'
              CLOSE ARQ-RESUMOCONTRATOS
           END-IF.
           IF WRK-QTDECONTRATOS EQUAL ZEROS
              AND WRK-MSG-CONTRATOS EQUAL SPACES
              MOVE 'SEM CONTRATOS ATIVOS' TO WRK-MSG-CONTRATOS
           END-IF.
           MOVE WRK-QTDECONTRATOS  TO WRK-QTDECONTRATOS-ED.
           MOVE WRK-VALORCONTRATOS TO WRK-VALORCONTRATOS-ED.

       0275-LER-RESUMO.
           READ ARQ-RESUMOCONTRATOS
              AT END
                 SET FIM-RESUMO TO TRUE
              NOT AT END
                 IF RES-CLIENTE EQUAL WRK-CLIENTE
                    AND RES-SITUACAO NOT EQUAL 'R'
                    ADD 1                TO WRK-QTDECONTRATOS
                    ADD RES-VALORLIQUIDO TO WRK-VALORCONTRATOS
                 END-IF
           END-READ.

       0280-LIMPAR-PAINEL.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TELEFONE.
           MOVE SPACES TO WRK-EMAIL.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE ZEROS  TO WRK-LIMITE-ED.
           MOVE ZEROS  TO WRK-VENDAS.
           MOVE ZEROS  TO WRK-CANCELADO.
           MOVE ZEROS  TO WRK-LIQUIDO.
           MOVE ZEROS  TO WRK-ANUAL.
           MOVE ZEROS  TO WRK-VENDAS-ED.
           MOVE ZEROS  TO WRK-CANCELADO-ED.
           MOVE ZEROS  TO WRK-LIQUIDO-ED.
           MOVE ZEROS  TO WRK-ANUAL-ED.
           MOVE ZEROS  TO WRK-NUMLOJAS-ED.
           MOVE SPACES TO WRK-LISTA-LOJAS.
           MOVE SPACES TO WRK-MAIS-COMPRADOS.
           MOVE ZEROS  TO WRK-QTDEABERTAS.
           MOVE ZEROS  TO WRK-VALORABERTO.
           MOVE ZEROS  TO WRK-QTDEVENCIDAS.
           MOVE ZEROS  TO WRK-VALORVENCIDO.
           MOVE ZEROS  TO WRK-MAIORATRASO.
           MOVE ZEROS  TO WRK-QTDEABERTAS-ED.
           MOVE ZEROS  TO WRK-VALORABERTO-ED.
           MOVE ZEROS  TO WRK-QTDEVENCIDAS-ED.
           MOVE ZEROS  TO WRK-VALORVENCIDO-ED.
           MOVE ZEROS  TO WRK-MAIORATRASO-ED.
           MOVE ZEROS  TO WRK-QTDECONTRATOS.
           MOVE ZEROS  TO WRK-VALORCONTRATOS.
           MOVE ZEROS  TO WRK-QTDECONTRATOS-ED.
           MOVE ZEROS  TO WRK-VALORCONTRATOS-ED.
           MOVE SPACES TO WRK-MSG-VENDAS.
           MOVE SPACES TO WRK-MSG-PARCELAS.
           MOVE SPACES TO WRK-MSG-CONTRATOS.

       0300-FINALIZAR.
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF PARCELAS-ABERTO
              CLOSE ARQ-PARCELAS
           END-IF.
