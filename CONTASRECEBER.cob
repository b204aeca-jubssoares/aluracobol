      ***             (A VENCER / 30 / 60 / 90+ DIAS) COM
      ***             TOTAIS POR CLIENTE, SOBRE O ARQUIVO
      ***             PARCELASRECEBER GERADO NA POSTAGEM DAS
      ***             VENDAS A PRAZO. PARCELA PAGA EM ATRASO
      ***             COBRA MULTA E JUROS PRO RATA POR DIA
      ***             CONFORME O ENCARGOSATRASO (MANTIDO AQUI
      ***             MESMO, COM AUTORIZACAO DE SUPERVISOR); A
      ***             CONSULTA MOSTRA O VALOR ATUALIZADO PARA
      ***             QUALQUER DATA DE PAGAMENTO, A BAIXA GRAVA
      ***             PRINCIPAL, MULTA E JUROS SEPARADOS E O
      ***             RELATORIO DE ENCARGOS TOTALIZA O QUE FOI
      ***             RECEBIDO DE MULTA E JUROS NO MES. O
      ***             SUPERVISOR LIBERA AQUI O CREDITO DO
      ***             CLIENTE BLOQUEADO PELA REGUA DE COBRANCA
      ***             (COBRANCAATRASO) E ACOMPANHA OS CLIENTES
      ***             QUE JA USAM MAIS DE 80% DO LIMITE DE
      ***             CREDITO DO CADASTRO. O AGING, O RELATORIO
      ***             DE ENCARGOS E O DE CLIENTES ACIMA DE 80%
      ***             DO LIMITE FICAM GUARDADOS NO REPOSITORIO
      ***             DE RELATORIOS (GRAVARSPOOL) PARA
      ***             REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-ENCARGOS ASSIGN TO 'ENCARGOSATRASO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT ARQ-COBRANCA ASSIGN TO 'COBRANCACLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CBR-CLIENTE
             FILE STATUS IS WRK-FS-COBRANCA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-ENCARGOS.
       COPY ENCARGOSATRASO.
       FD  ARQ-COBRANCA.
       COPY COBRANCACLIENTES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-PARCELAS     PIC X(02) VALUE ZEROS.
       77  WRK-FS-CLIENTES     PIC X(02) VALUE ZEROS.
       77  WRK-FS-ENCARGOS     PIC X(02) VALUE ZEROS.
       77  WRK-FS-COBRANCA     PIC X(02) VALUE ZEROS.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-SW-CLIENTES     PIC X(01) VALUE 'N'.
           88  CLIENTES-ABERTO           VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 8.
       77  WRK-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
       77  WRK-ANO             PIC 9(04) VALUE ZEROS.
       77  WRK-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ             PIC 9(04) VALUE ZEROS.
       77  WRK-HOJEDIAS        PIC 9(08) VALUE ZEROS.
       77  WRK-VENCDIAS        PIC 9(08) VALUE ZEROS.
       77  WRK-DIASATRASO      PIC S9(05) VALUE ZEROS.
       77  WRK-MULTAPERC       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-JUROSMES        PIC 9(02)V99 VALUE ZEROS.
       01  WRK-DATAPAGTO.
           02  WRK-PAGTOANO    PIC 9(04).
           02  WRK-PAGTOMES    PIC 9(02).
           02  WRK-PAGTODIA    PIC 9(02).
       01  WRK-DATAPAGTO-NUM REDEFINES WRK-DATAPAGTO PIC 9(08).
       77  WRK-SW-DATAPAGTO    PIC X(01) VALUE 'S'.
           88  DATAPAGTO-VALIDA          VALUE 'S'.
       77  WRK-PAGTODIAS       PIC 9(08) VALUE ZEROS.
       77  WRK-MULTA           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-JUROS           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALORATUAL      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTMULTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTJUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTPRINCIPAL    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-IDXFAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-CLIENTE-ANT     PIC 9(06) VALUE ZEROS.
       77  WRK-SALDOCLIENTE    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-USOPERC         PIC 9(03)V99 VALUE ZEROS.
       77  WRK-SW-TEMDADOS     PIC X(01) VALUE 'N'.
           88  TEM-DADOS                 VALUE 'S'.
       01  WRK-FAIXAS-CLIENTE.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-GERAL-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-MULTA-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-PERC-ED         PIC Z9,99.
       77  WRK-USO-ED          PIC ZZ9,99.
       77  WRK-DIAS-ED         PIC ZZ.ZZ9.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'CONTASRECEBER'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
           IF WRK-FS-CLIENTES EQUAL '00'
              SET CLIENTES-ABERTO TO TRUE
           END-IF.
           PERFORM 0110-LER-ENCARGOS.

       0110-LER-ENCARGOS.
           MOVE ZEROS TO WRK-MULTAPERC.
           MOVE ZEROS TO WRK-JUROSMES.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT EQUAL '00'
              DISPLAY 'ENCARGOSATRASO NAO CADASTRADO - '
                      'ATRASO SEM MULTA E JUROS'
           ELSE
              READ ARQ-ENCARGOS
                 AT END
                    DISPLAY 'ENCARGOSATRASO VAZIO - '
                            'ATRASO SEM MULTA E JUROS'
                 NOT AT END
                    MOVE ENC-MULTAPERC TO WRK-MULTAPERC
                    MOVE ENC-JUROSMES  TO WRK-JUROSMES
              END-READ
              CLOSE ARQ-ENCARGOS
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' 1 - PARCELAS DO CLIENTE'.
           DISPLAY ' 2 - BAIXAR PAGAMENTO'.
           DISPLAY ' 3 - RELATORIO DE AGING'.
           DISPLAY ' 4 - RELATORIO DE ENCARGOS DO MES'.
           DISPLAY ' 5 - PARAMETROS DE MULTA E JUROS'.
           DISPLAY ' 6 - LIBERAR BLOQUEIO DE CREDITO'.
           DISPLAY ' 7 - CLIENTES ACIMA DE 80% DO LIMITE'.
           DISPLAY ' 8 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
              WHEN 3
                 PERFORM 0230-RELATORIO-AGING
              WHEN 4
                 PERFORM 0260-RELATORIO-ENCARGOS
              WHEN 5
                 PERFORM 0270-MANTER-ENCARGOS
              WHEN 6
                 PERFORM 0290-LIBERAR-CREDITO
              WHEN 7
                 PERFORM 0275-RELATORIO-LIMITE
              WHEN 8
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
       0210-LISTAR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE '.
           ACCEPT WRK-CLIENTE.
           PERFORM 0280-LER-DATAPAGTO.
           MOVE 'N'   TO WRK-FIM-PARCELAS.
           MOVE ZEROS TO WRK-QTDELISTADAS.
           MOVE WRK-CLIENTE TO PAR-CLIENTE.
                            PAR-VENCMES '/' PAR-VENCANO
                            ' R$' WRK-VALOR-ED
                            ' SIT ' PAR-SITUACAO
                    IF PARCELA-ABERTA AND DATAPAGTO-VALIDA
                       PERFORM 0285-CALCULAR-ENCARGOS
                       IF WRK-DIASATRASO GREATER THAN ZEROS
                          MOVE WRK-DIASATRASO TO WRK-DIAS-ED
                          MOVE WRK-MULTA      TO WRK-MULTA-ED
                          MOVE WRK-JUROS      TO WRK-JUROS-ED
                          MOVE WRK-VALORATUAL TO WRK-TOTAL-ED
                          DISPLAY '   ATRASO ' WRK-DIAS-ED ' DIAS'
                                  ' MULTA ' WRK-MULTA-ED
                                  ' JUROS ' WRK-JUROS-ED
                                  ' ATUALIZADO R$' WRK-TOTAL-ED
                       END-IF
                    END-IF
                    IF PARCELA-LIQUIDADA
                       AND PAR-MULTA + PAR-JUROS GREATER THAN ZEROS
                       MOVE PAR-MULTA TO WRK-MULTA-ED
                       MOVE PAR-JUROS TO WRK-JUROS-ED
                       DISPLAY '   PAGO COM MULTA ' WRK-MULTA-ED
                               ' JUROS ' WRK-JUROS-ED
                    END-IF
                 END-IF
           END-READ.

           ACCEPT WRK-SEQ.
           DISPLAY 'NUMERO DA PARCELA '.
           ACCEPT WRK-PARCELA.
           PERFORM 0280-LER-DATAPAGTO.
           MOVE WRK-CLIENTE TO PAR-CLIENTE.
           MOVE WRK-ANO     TO PAR-ANO.
           MOVE WRK-MES     TO PAR-MES.
              INVALID KEY
                 DISPLAY 'PARCELA NAO ENCONTRADA'
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN PARCELA-LIQUIDADA
                       DISPLAY 'PARCELA JA LIQUIDADA EM '
                               PAR-PAGTODIA '/' PAR-PAGTOMES '/'
                               PAR-PAGTOANO
                    WHEN NOT DATAPAGTO-VALIDA
                       DISPLAY 'DATA DE PAGAMENTO INVALIDA'
                    WHEN OTHER
                       PERFORM 0285-CALCULAR-ENCARGOS
                       MOVE 'L'          TO PAR-SITUACAO
                       MOVE WRK-PAGTOANO TO PAR-PAGTOANO
                       MOVE WRK-PAGTOMES TO PAR-PAGTOMES
                       MOVE WRK-PAGTODIA TO PAR-PAGTODIA
                       MOVE WRK-MULTA    TO PAR-MULTA
                       MOVE WRK-JUROS    TO PAR-JUROS
                       REWRITE REG-PARCELA
                       MOVE PAR-VALOR      TO WRK-VALOR-ED
                       MOVE WRK-MULTA      TO WRK-MULTA-ED
                       MOVE WRK-JUROS      TO WRK-JUROS-ED
                       MOVE WRK-VALORATUAL TO WRK-TOTAL-ED
                       DISPLAY 'PRINCIPAL R$' WRK-VALOR-ED
                               ' MULTA R$' WRK-MULTA-ED
                               ' JUROS R$' WRK-JUROS-ED
                       DISPLAY 'PAGAMENTO BAIXADO: R$' WRK-TOTAL-ED
                       PERFORM 0225-GRAVAR-AUDITORIA
                 END-EVALUATE
           END-READ.

       0225-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'BAIXA ' PAR-CLIENTE
                  ' ' PAR-ANO '/' PAR-MES '-' PAR-SEQ
                  '-' PAR-PARCELA
                  ' VALOR ' PAR-VALOR
                  ' MULTA ' PAR-MULTA
                  ' JUROS ' PAR-JUROS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0230-RELATORIO-AGING.
           MOVE 'AGING CONTAS A RECEBER' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE 'AGING DO CONTAS A RECEBER (PARCELAS ABERTAS)'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'FAIXAS: 1=A VENCER 2=ATE 30 3=ATE 60'
                  ' 4=ATE 90 5=ACIMA DE 90'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'N'   TO WRK-FIM-PARCELAS.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-FAIXAS-CLIENTE.
           IF TEM-DADOS
              PERFORM 0245-IMPRIMIR-CLIENTE
           END-IF.
           MOVE '-------- TOTAIS GERAIS --------' TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXFAIXA FROM 1 BY 1
                   UNTIL WRK-IDXFAIXA GREATER THAN 5
              MOVE WRK-GER-FAIXA(WRK-IDXFAIXA) TO WRK-GERAL-ED
              STRING 'FAIXA ' WRK-IDXFAIXA
                     ' R$' WRK-GERAL-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM 0920-FECHAR-SPOOL.

       0235-ACUMULAR-AGING.
           READ ARQ-PARCELAS NEXT RECORD

       0245-IMPRIMIR-CLIENTE.
           PERFORM 0250-BUSCAR-CLIENTE.
           STRING 'CLIENTE ' WRK-CLIENTE-ANT ' ' CLI-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXFAIXA FROM 1 BY 1
                   UNTIL WRK-IDXFAIXA GREATER THAN 5
              MOVE WRK-CLI-FAIXA(WRK-IDXFAIXA) TO WRK-TOTAL-ED
              STRING '  FAIXA ' WRK-IDXFAIXA
                     ' R$' WRK-TOTAL-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-PERFORM.

       0250-BUSCAR-CLIENTE.
              END-READ
           END-IF.

       0260-RELATORIO-ENCARGOS.
           DISPLAY 'ANO DO PAGAMENTO '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DO PAGAMENTO '.
           ACCEPT WRK-MES.
           MOVE 'ENCARGOS RECEBIDOS' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           PERFORM 0900-ABRIR-SPOOL.
           STRING 'MULTA E JUROS RECEBIDOS EM ' WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'N'   TO WRK-FIM-PARCELAS.
           MOVE ZEROS TO WRK-QTDELISTADAS.
           MOVE ZEROS TO WRK-TOTPRINCIPAL.
           MOVE ZEROS TO WRK-TOTMULTA.
           MOVE ZEROS TO WRK-TOTJUROS.
           MOVE ZEROS TO PAR-CHAVE.
           START ARQ-PARCELAS
                 KEY GREATER THAN OR EQUAL TO PAR-CHAVE
              INVALID KEY
                 SET FIM-PARCELAS TO TRUE
           END-START.
           PERFORM 0265-LISTAR-ENCARGO UNTIL FIM-PARCELAS.
           MOVE WRK-TOTPRINCIPAL TO WRK-GERAL-ED.
           MOVE WRK-TOTMULTA     TO WRK-MULTA-ED.
           MOVE WRK-TOTJUROS     TO WRK-JUROS-ED.
           STRING 'PARCELAS PAGAS COM ENCARGOS: ' WRK-QTDELISTADAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'PRINCIPAL R$' WRK-GERAL-ED
                  ' MULTA R$' WRK-MULTA-ED
                  ' JUROS R$' WRK-JUROS-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0265-LISTAR-ENCARGO.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PARCELA-LIQUIDADA
                    AND PAR-PAGTOANO EQUAL WRK-ANO
                    AND PAR-PAGTOMES EQUAL WRK-MES
                    AND PAR-MULTA + PAR-JUROS GREATER THAN ZEROS
                    ADD 1 TO WRK-QTDELISTADAS
                    ADD PAR-VALOR TO WRK-TOTPRINCIPAL
                    ADD PAR-MULTA TO WRK-TOTMULTA
                    ADD PAR-JUROS TO WRK-TOTJUROS
                    MOVE PAR-VALOR TO WRK-VALOR-ED
                    MOVE PAR-MULTA TO WRK-MULTA-ED
                    MOVE PAR-JUROS TO WRK-JUROS-ED
                    STRING 'CLIENTE ' PAR-CLIENTE
                           ' DOC ' PAR-ANO '/' PAR-MES '-' PAR-SEQ
                           ' PARC ' PAR-PARCELA
                           ' PAGO ' PAR-PAGTODIA
                           ' R$' WRK-VALOR-ED
                           ' MULTA ' WRK-MULTA-ED
                           ' JUROS ' WRK-JUROS-ED
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                 END-IF
           END-READ.

       0270-MANTER-ENCARGOS.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              MOVE WRK-MULTAPERC TO WRK-PERC-ED
              DISPLAY 'MULTA ATUAL (%): ' WRK-PERC-ED
              MOVE WRK-JUROSMES TO WRK-PERC-ED
              DISPLAY 'JUROS AO MES ATUAL (%): ' WRK-PERC-ED
              DISPLAY 'NOVO PERCENTUAL DE MULTA '
              ACCEPT WRK-MULTAPERC
              DISPLAY 'NOVA TAXA DE JUROS AO MES '
              ACCEPT WRK-JUROSMES
              OPEN OUTPUT ARQ-ENCARGOS
              MOVE WRK-MULTAPERC TO ENC-MULTAPERC
              MOVE WRK-JUROSMES  TO ENC-JUROSMES
              WRITE REG-ENCARGOS
              CLOSE ARQ-ENCARGOS
              DISPLAY 'PARAMETROS DE ENCARGOS GRAVADOS'
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'ENCARGOS MULTA ' WRK-MULTAPERC
                     ' JUROS MES ' WRK-JUROSMES
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0275-RELATORIO-LIMITE.
           MOVE 'CLIENTES ACIMA LIMITE' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
           PERFORM 0900-ABRIR-SPOOL.
           STRING 'CLIENTES COM MAIS DE 80% DO LIMITE DE CREDITO'
                  ' EM USO'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'N'   TO WRK-FIM-PARCELAS.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-SALDOCLIENTE.
           MOVE ZEROS TO WRK-QTDELISTADAS.
           MOVE ZEROS TO PAR-CHAVE.
           START ARQ-PARCELAS
                 KEY GREATER THAN OR EQUAL TO PAR-CHAVE
              INVALID KEY
                 SET FIM-PARCELAS TO TRUE
           END-START.
           PERFORM 0276-ACUMULAR-LIMITE UNTIL FIM-PARCELAS.
           IF TEM-DADOS
              PERFORM 0277-IMPRIMIR-LIMITE
           END-IF.
           STRING 'CLIENTES LISTADOS: ' WRK-QTDELISTADAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0276-ACUMULAR-LIMITE.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PARCELA-ABERTA
                    IF NOT TEM-DADOS
                       MOVE PAR-CLIENTE TO WRK-CLIENTE-ANT
                       SET TEM-DADOS TO TRUE
                    END-IF
                    IF PAR-CLIENTE NOT EQUAL WRK-CLIENTE-ANT
                       PERFORM 0277-IMPRIMIR-LIMITE
                       MOVE PAR-CLIENTE TO WRK-CLIENTE-ANT
                       MOVE ZEROS TO WRK-SALDOCLIENTE
                    END-IF
                    ADD PAR-VALOR TO WRK-SALDOCLIENTE
                 END-IF
           END-READ.

       0277-IMPRIMIR-LIMITE.
           MOVE ZEROS TO CLI-LIMITECREDITO.
           PERFORM 0250-BUSCAR-CLIENTE.
           IF CLI-LIMITECREDITO GREATER THAN ZEROS
              AND WRK-SALDOCLIENTE * 100
                  GREATER THAN CLI-LIMITECREDITO * 80
              ADD 1 TO WRK-QTDELISTADAS
              COMPUTE WRK-USOPERC ROUNDED =
                      WRK-SALDOCLIENTE * 100 / CLI-LIMITECREDITO
                 ON SIZE ERROR
                    MOVE 999,99 TO WRK-USOPERC
              END-COMPUTE
              MOVE CLI-LIMITECREDITO TO WRK-VALOR-ED
              MOVE WRK-SALDOCLIENTE  TO WRK-GERAL-ED
              MOVE WRK-USOPERC       TO WRK-USO-ED
              STRING 'CLIENTE ' WRK-CLIENTE-ANT ' ' CLI-NOME
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING '  LIMITE R$' WRK-VALOR-ED
                     ' EM ABERTO R$' WRK-GERAL-ED
                     ' USO ' WRK-USO-ED '%'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0280-LER-DATAPAGTO.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ZERO = HOJE) '.
           MOVE ZEROS TO WRK-DATAPAGTO-NUM.
           ACCEPT WRK-DATAPAGTO-NUM.
           MOVE 'S' TO WRK-SW-DATAPAGTO.
           IF WRK-DATAPAGTO-NUM EQUAL ZEROS
              MOVE WRK-DATAANO TO WRK-PAGTOANO
              MOVE WRK-DATAMES TO WRK-PAGTOMES
              MOVE WRK-DATADIA TO WRK-PAGTODIA
           END-IF.
           IF WRK-PAGTOMES LESS THAN 1 OR WRK-PAGTOMES GREATER THAN 12
              OR WRK-PAGTODIA LESS THAN 1
              OR WRK-PAGTODIA GREATER THAN 31
              MOVE 'N' TO WRK-SW-DATAPAGTO
           END-IF.
           COMPUTE WRK-PAGTODIAS = WRK-PAGTOANO * 360
                 + WRK-PAGTOMES * 30 + WRK-PAGTODIA.

       0285-CALCULAR-ENCARGOS.
           COMPUTE WRK-VENCDIAS = PAR-VENCANO * 360
                 + PAR-VENCMES * 30 + PAR-VENCDIA.
           COMPUTE WRK-DIASATRASO = WRK-PAGTODIAS - WRK-VENCDIAS.
           IF WRK-DIASATRASO GREATER THAN ZEROS
              COMPUTE WRK-MULTA ROUNDED =
                      PAR-VALOR * WRK-MULTAPERC / 100
              COMPUTE WRK-JUROS ROUNDED =
                      PAR-VALOR * WRK-JUROSMES * WRK-DIASATRASO
                    / 3000
           ELSE
              MOVE ZEROS TO WRK-MULTA
              MOVE ZEROS TO WRK-JUROS
           END-IF.
           COMPUTE WRK-VALORATUAL = PAR-VALOR + WRK-MULTA + WRK-JUROS.

       0290-LIBERAR-CREDITO.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN I-O ARQ-COBRANCA
              IF WRK-FS-COBRANCA NOT EQUAL '00'
                 DISPLAY 'ARQUIVO COBRANCACLIENTES NAO DISPONIVEL - '
                         'NENHUM CLIENTE BLOQUEADO'
              ELSE
                 DISPLAY 'CODIGO DO CLIENTE '
                 ACCEPT WRK-CLIENTE
                 MOVE WRK-CLIENTE TO CBR-CLIENTE
                 READ ARQ-COBRANCA
                    INVALID KEY
                       DISPLAY 'CLIENTE SEM REGISTRO DE COBRANCA: '
                               WRK-CLIENTE
                    NOT INVALID KEY
                       PERFORM 0295-CONFIRMAR-LIBERACAO
                 END-READ
                 CLOSE ARQ-COBRANCA
              END-IF
           END-IF.

       0295-CONFIRMAR-LIBERACAO.
           MOVE CBR-VALORATRASO TO WRK-VALOR-ED.
           MOVE CBR-DIASATRASO  TO WRK-DIAS-ED.
           DISPLAY 'ESTAGIO DA COBRANCA: ' CBR-ESTAGIO
                   ' ATRASO ' WRK-DIAS-ED ' DIAS R$' WRK-VALOR-ED.
           IF NOT CREDITO-BLOQUEADO
              DISPLAY 'CREDITO DO CLIENTE NAO ESTA BLOQUEADO'
           ELSE
              DISPLAY 'CONFIRMA A LIBERACAO DO CREDITO (S/N)? '
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL 'S'
                 MOVE 'N'             TO CBR-BLOQUEIO
                 MOVE WRK-DATAANO     TO CBR-LIBERANO
                 MOVE WRK-DATAMES     TO CBR-LIBERMES
                 MOVE WRK-DATADIA     TO CBR-LIBERDIA
                 MOVE WRK-OPERADOR-ID TO CBR-LIBEROPERADOR
                 REWRITE REG-COBRANCA
                 DISPLAY 'CREDITO LIBERADO PARA O CLIENTE '
                         CBR-CLIENTE
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'LIBERADO CREDITO CLIENTE ' CBR-CLIENTE
                        ' ESTAGIO ' CBR-ESTAGIO
                        ' ATRASO ' CBR-DIASATRASO
                        ' VALOR ' CBR-VALORATRASO
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              ELSE
                 DISPLAY 'LIBERACAO CANCELADA'
              END-IF
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-PARCELAS.
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
           DISPLAY 'CONTAS A RECEBER ENCERRADO'.

       0900-ABRIR-SPOOL.
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
