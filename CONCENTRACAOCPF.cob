       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCENTRACAOCPF.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MONITORAMENTO DA CONCENTRACAO DA
      ***             CARTEIRA DE INVESTIMENTO POR CPF A
      ***             PARTIR DO RESUMOCONTRATOS. AGRUPA PELO
      ***             CLI-CPF (CODIGOS DE CLIENTE DUPLICADOS
      ***             SOMAM NO MESMO CPF; CLIENTE SEM CPF FICA
      ***             SOZINHO) OS CONTRATOS NAO RESGATADOS E
      ***             MOSTRA A POSICAO LIQUIDA, A PARTICIPACAO
      ***             NA CARTEIRA E O VALOR ACIMA DO TETO DO
      ***             FGC (GARANTIAFGC), COM ALERTA PARA CPF
      ***             ACIMA DA PARTICIPACAO MAXIMA E RESUMO
      ***             DA CONCENTRACAO NOS 10 MAIORES CPFS. O
      ***             RELATORIO FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESUMOCONTRATOS ASSIGN TO 'RESUMOCONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RESUMOCONTRATOS.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-GRUPO.
               03  CLAS-CPF        PIC X(11).
               03  CLAS-SEMCPF     PIC 9(06).
           02  CLAS-CLIENTE        PIC 9(06).
           02  CLAS-NOME           PIC X(30).
           02  CLAS-VALORLIQUIDO   PIC 9(09)V99.
       WORKING-STORAGE SECTION.
       COPY GARANTIAFGC.
       COPY DATASISTEMA.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES       PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-RESUMO        PIC X(01)  VALUE 'N'.
           88 FIM-RESUMO                   VALUE 'S'.
       77 WRK-FIM-CLASSIFICA    PIC X(01)  VALUE 'N'.
           88 FIM-CLASSIFICA               VALUE 'S'.
       77 WRK-SW-TEMDADOS       PIC X(01)  VALUE 'N'.
           88 TEM-DADOS                    VALUE 'S'.
       77 WRK-SW-PROCESSAR      PIC X(01)  VALUE 'N'.
           88 PROCESSAR-RELATORIO          VALUE 'S'.
       77 WRK-SW-CLIENTES       PIC X(01)  VALUE 'N'.
           88 CLIENTES-DISPONIVEIS          VALUE 'S'.
       77 WRK-CLIENTE-CACHE     PIC 9(06)  VALUE ZEROS.
       77 WRK-CPF-CACHE         PIC X(11)  VALUE SPACES.
       77 WRK-NOME-CACHE        PIC X(30)  VALUE SPACES.
       01 WRK-GRUPO-ANT.
           02 WRK-GRUPO-CPF     PIC X(11)  VALUE SPACES.
           02 WRK-GRUPO-SEMCPF  PIC 9(06)  VALUE ZEROS.
       77 WRK-GRUPO-NOME        PIC X(30)  VALUE SPACES.
       77 WRK-GRUPO-CLIENTEANT  PIC 9(06)  VALUE ZEROS.
       77 WRK-GRUPO-CODIGOS     PIC 9(03)  VALUE ZEROS.
       77 WRK-GRUPO-CONTRATOS   PIC 9(05)  VALUE ZEROS.
       77 WRK-GRUPO-POSICAO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EXCEDENTE         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PARTICIPACAO      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOT-CARTEIRA      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-EXCEDENTE     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-MAIORES       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDECPF           PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEACIMATETO     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONCENTRADOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEMAIORES       PIC 9(02)  VALUE 10.
       01 WRK-MAIORES.
           02 WRK-MAIOR-VALOR   PIC 9(11)V99 OCCURS 10 TIMES.
       77 WRK-IDXMAIOR          PIC 9(02)  VALUE ZEROS.
       77 WRK-SW-POSICIONADO    PIC X(01)  VALUE 'N'.
           88 MAIOR-POSICIONADO            VALUE 'S'.
       77 WRK-VALORTROCA        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CPF-ED            PIC ZZZ.ZZZ.ZZ9/99.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED           PIC ZZ9,99.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-RELATORIO
               PERFORM 0900-ABRIR-SPOOL
               PERFORM 0200-GERAR-RELATORIO
               PERFORM 0300-FINALIZAR
               PERFORM 0920-FECHAR-SPOOL
            END-IF.
            GOBACK.

       0100-INICIAR.
           MOVE ZEROS TO WRK-MAIORES.
           OPEN INPUT ARQ-RESUMOCONTRATOS.
           IF WRK-FS-RESUMOCONTRATOS NOT EQUAL '00'
              DISPLAY 'ARQUIVO RESUMOCONTRATOS NAO ENCONTRADO'
           ELSE
              CLOSE ARQ-RESUMOCONTRATOS
              PERFORM 0110-ABRIR-CLIENTES
              SET PROCESSAR-RELATORIO TO TRUE
           END-IF.

       0110-ABRIR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
              SET CLIENTES-DISPONIVEIS TO TRUE
           ELSE
              DISPLAY 'CADASTRO CLIENTES NAO DISPONIVEL - '
                      'POSICOES AGRUPADAS POR CODIGO DE CLIENTE'
           END-IF.

       0200-GERAR-RELATORIO.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-CPF CLAS-SEMCPF CLAS-CLIENTE
                INPUT PROCEDURE IS 0210-SELECIONAR-RESUMO
                OUTPUT PROCEDURE IS 0220-AGRUPAR-CPF.

       0210-SELECIONAR-RESUMO.
           MOVE 'N' TO WRK-FIM-RESUMO.
           OPEN INPUT ARQ-RESUMOCONTRATOS.
           PERFORM UNTIL FIM-RESUMO
              READ ARQ-RESUMOCONTRATOS
                 AT END
                    SET FIM-RESUMO TO TRUE
                 NOT AT END
                    IF RES-SITUACAO NOT EQUAL 'R'
                       PERFORM 0215-CLASSIFICAR-CONTRATO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQ-RESUMOCONTRATOS.

       0215-CLASSIFICAR-CONTRATO.
           IF RES-CLIENTE NOT EQUAL WRK-CLIENTE-CACHE
              OR WRK-NOME-CACHE EQUAL SPACES
              PERFORM 0216-BUSCAR-CLIENTE
           END-IF.
           ADD RES-VALORLIQUIDO TO WRK-TOT-CARTEIRA.
           IF WRK-CPF-CACHE EQUAL SPACES
              MOVE SPACES      TO CLAS-CPF
              MOVE RES-CLIENTE TO CLAS-SEMCPF
           ELSE
              MOVE WRK-CPF-CACHE TO CLAS-CPF
              MOVE ZEROS         TO CLAS-SEMCPF
           END-IF.
           MOVE RES-CLIENTE      TO CLAS-CLIENTE.
           MOVE WRK-NOME-CACHE   TO CLAS-NOME.
           MOVE RES-VALORLIQUIDO TO CLAS-VALORLIQUIDO.
           RELEASE REG-CLASSIFICA.

       0216-BUSCAR-CLIENTE.
           MOVE RES-CLIENTE TO WRK-CLIENTE-CACHE.
           MOVE SPACES TO WRK-CPF-CACHE.
           MOVE '*** NAO CADASTRADO ***' TO WRK-NOME-CACHE.
           IF CLIENTES-DISPONIVEIS
              MOVE RES-CLIENTE TO CLI-CODIGO
              READ ARQ-CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CACHE
                    IF CLI-CPF NUMERIC
                       MOVE CLI-CPF TO WRK-CPF-CACHE
                    END-IF
              END-READ
           END-IF.

       0220-AGRUPAR-CPF.
           MOVE 'N' TO WRK-FIM-CLASSIFICA.
           MOVE 'N' TO WRK-SW-TEMDADOS.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'CONCENTRACAO DA CARTEIRA POR CPF' TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-TETOFGC TO WRK-VALOR-ED.
           STRING 'TETO DE GARANTIA FGC POR CPF R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0240-FECHAR-GRUPO
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       SET TEM-DADOS TO TRUE
                       PERFORM 0230-ABRIR-GRUPO
                    END-IF
                    IF CLAS-GRUPO NOT EQUAL WRK-GRUPO-ANT
                       PERFORM 0240-FECHAR-GRUPO
                       PERFORM 0230-ABRIR-GRUPO
                    END-IF
                    PERFORM 0235-SOMAR-CONTRATO
              END-RETURN
           END-PERFORM.

       0230-ABRIR-GRUPO.
           MOVE CLAS-GRUPO   TO WRK-GRUPO-ANT.
           MOVE CLAS-NOME    TO WRK-GRUPO-NOME.
           MOVE ZEROS        TO WRK-GRUPO-CLIENTEANT.
           MOVE ZEROS        TO WRK-GRUPO-CODIGOS.
           MOVE ZEROS        TO WRK-GRUPO-CONTRATOS.
           MOVE ZEROS        TO WRK-GRUPO-POSICAO.

       0235-SOMAR-CONTRATO.
           IF CLAS-CLIENTE NOT EQUAL WRK-GRUPO-CLIENTEANT
              MOVE CLAS-CLIENTE TO WRK-GRUPO-CLIENTEANT
              ADD 1 TO WRK-GRUPO-CODIGOS
           END-IF.
           ADD 1 TO WRK-GRUPO-CONTRATOS.
           ADD CLAS-VALORLIQUIDO TO WRK-GRUPO-POSICAO.

       0240-FECHAR-GRUPO.
           ADD 1 TO WRK-QTDECPF.
           MOVE ZEROS TO WRK-EXCEDENTE.
           MOVE ZEROS TO WRK-PARTICIPACAO.
           IF WRK-TOT-CARTEIRA GREATER THAN ZEROS
              COMPUTE WRK-PARTICIPACAO ROUNDED =
                      WRK-GRUPO-POSICAO * 100 / WRK-TOT-CARTEIRA
           END-IF.
           IF WRK-GRUPO-POSICAO GREATER THAN WRK-TETOFGC
              COMPUTE WRK-EXCEDENTE = WRK-GRUPO-POSICAO - WRK-TETOFGC
              ADD WRK-EXCEDENTE TO WRK-TOT-EXCEDENTE
              ADD 1 TO WRK-QTDEACIMATETO
           END-IF.
           MOVE '----------------------------------------------'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           IF WRK-GRUPO-CPF EQUAL SPACES
              STRING 'SEM CPF - CLIENTE ' WRK-GRUPO-SEMCPF
                     ' ' WRK-GRUPO-NOME
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              MOVE WRK-GRUPO-CPF TO WRK-CPF-ED
              STRING 'CPF ' WRK-CPF-ED ' ' WRK-GRUPO-NOME
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              IF WRK-GRUPO-CODIGOS GREATER THAN 1
                 STRING '  CPF EM ' WRK-GRUPO-CODIGOS
                        ' CODIGOS DE CLIENTE (VER DUPLICADOSCPF)'
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0910-IMPRIMIR-LINHA
              END-IF
           END-IF.
           MOVE WRK-GRUPO-POSICAO TO WRK-VALOR-ED.
           MOVE WRK-PARTICIPACAO  TO WRK-PERC-ED.
           STRING '  CONTRATOS ' WRK-GRUPO-CONTRATOS
                  ' POSICAO LIQUIDA R$' WRK-VALOR-ED
                  ' PARTICIPACAO ' WRK-PERC-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           IF WRK-EXCEDENTE GREATER THAN ZEROS
              MOVE WRK-EXCEDENTE TO WRK-VALOR-ED
              STRING '  *** ACIMA DO TETO FGC EM R$' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.
           IF WRK-PARTICIPACAO GREATER THAN WRK-PARTICIPMAXIMA
              ADD 1 TO WRK-QTDECONCENTRADOS
              MOVE WRK-PARTICIPMAXIMA TO WRK-PERC-ED
              STRING '  *** CONCENTRACAO ACIMA DE ' WRK-PERC-ED
                     '% DA CARTEIRA'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0250-REGISTRAR-MAIOR.

       0250-REGISTRAR-MAIOR.
           IF WRK-GRUPO-POSICAO GREATER THAN
              WRK-MAIOR-VALOR(WRK-QTDEMAIORES)
              MOVE WRK-GRUPO-POSICAO
                TO WRK-MAIOR-VALOR(WRK-QTDEMAIORES)
              MOVE 'N' TO WRK-SW-POSICIONADO
              PERFORM VARYING WRK-IDXMAIOR FROM WRK-QTDEMAIORES BY -1
                      UNTIL WRK-IDXMAIOR LESS THAN 2
                      OR MAIOR-POSICIONADO
                 IF WRK-MAIOR-VALOR(WRK-IDXMAIOR) GREATER THAN
                    WRK-MAIOR-VALOR(WRK-IDXMAIOR - 1)
                    MOVE WRK-MAIOR-VALOR(WRK-IDXMAIOR - 1)
                      TO WRK-VALORTROCA
                    MOVE WRK-MAIOR-VALOR(WRK-IDXMAIOR)
                      TO WRK-MAIOR-VALOR(WRK-IDXMAIOR - 1)
                    MOVE WRK-VALORTROCA
                      TO WRK-MAIOR-VALOR(WRK-IDXMAIOR)
                 ELSE
                    SET MAIOR-POSICIONADO TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       0300-FINALIZAR.
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQ-CLIENTES
           END-IF.
           MOVE ZEROS TO WRK-TOT-MAIORES.
           PERFORM VARYING WRK-IDXMAIOR FROM 1 BY 1
                   UNTIL WRK-IDXMAIOR GREATER THAN WRK-QTDEMAIORES
              ADD WRK-MAIOR-VALOR(WRK-IDXMAIOR) TO WRK-TOT-MAIORES
           END-PERFORM.
           MOVE ZEROS TO WRK-PARTICIPACAO.
           IF WRK-TOT-CARTEIRA GREATER THAN ZEROS
              COMPUTE WRK-PARTICIPACAO ROUNDED =
                      WRK-TOT-MAIORES * 100 / WRK-TOT-CARTEIRA
           END-IF.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-TOT-CARTEIRA TO WRK-TOTAL-ED.
           STRING 'CARTEIRA LIQUIDA TOTAL      R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'CPFS COM POSICAO: ' WRK-QTDECPF
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'CPFS ACIMA DO TETO FGC: ' WRK-QTDEACIMATETO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-TOT-EXCEDENTE TO WRK-TOTAL-ED.
           STRING 'TOTAL ACIMA DO TETO FGC    R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-PARTICIPMAXIMA TO WRK-PERC-ED.
           STRING 'CPFS ACIMA DE ' WRK-PERC-ED '% DA CARTEIRA: '
                  WRK-QTDECONCENTRADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE WRK-PARTICIPACAO TO WRK-PERC-ED.
           STRING 'PARTICIPACAO DOS ' WRK-QTDEMAIORES
                  ' MAIORES CPFS: ' WRK-PERC-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0900-ABRIR-SPOOL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE 'CONCENTRACAO POR CPF' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0910-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0920-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
