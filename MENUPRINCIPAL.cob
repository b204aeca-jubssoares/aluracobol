       77  WRK-LINROW         PIC 9(02) VALUE ZEROS.
       77  WRK-LINQUO         PIC 9(02) VALUE ZEROS.
       77  WRK-LINRESTO       PIC 9(02) VALUE ZEROS.
      * CADA PAGINA DO MENU COMPORTA 48 OPCOES (16 LINHAS X 3).
       77  WRK-OPCOESPAGINA   PIC 9(02) VALUE 48.
       77  WRK-PAGINA         PIC 9(01) VALUE 1.
       77  WRK-QTDEPAGINAS    PIC 9(01) VALUE 1.
       77  WRK-PAGINAOPCAO    PIC 9(01) VALUE ZEROS.
       77  WRK-POSICAO        PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA-SIGNON.
           02 BLANK SCREEN.
           02 LINE 16 COL 03 PIC X(77) FROM WRK-LIN-MENU(14).
           02 LINE 17 COL 03 PIC X(77) FROM WRK-LIN-MENU(15).
           02 LINE 18 COL 03 PIC X(77) FROM WRK-LIN-MENU(16).
           02 LINE 20 COL 03 VALUE '98 - PROXIMA PAGINA'.
           02 LINE 20 COL 29 VALUE '99 - ENCERRAR'.
           02 LINE 20 COL 55 VALUE 'PAGINA'.
           02 LINE 20 COL 62 PIC 9(01) FROM WRK-PAGINA.
           02 LINE 20 COL 64 VALUE 'DE'.
           02 LINE 20 COL 67 PIC 9(01) FROM WRK-QTDEPAGINAS.
           02 LINE 21 COL 03 VALUE 'OPCAO:'.
           02 LINE 21 COL 11 PIC 9(02) USING WRK-OPCAO.
           02 LINE 22 COL 03 PIC X(40) FROM WRK-MSG-MENU.
                 PERFORM 0150-CHAMAR-SUPERVISOR
              WHEN 46
                 PERFORM 0150-CHAMAR-SUPERVISOR
              WHEN 47 THRU 52
                 PERFORM 0120-CHAMAR-VENDAS
              WHEN 53 THRU 55
                 PERFORM 0150-CHAMAR-SUPERVISOR
              WHEN 56 THRU 57
                 PERFORM 0130-CHAMAR-FOLHA
              WHEN 58 THRU 59
                 PERFORM 0140-CHAMAR-INVESTIMENTOS
              WHEN 60
                 IF NOT PERFIL-SUPERVISOR AND NOT PERFIL-VENDAS
                    AND NOT PERFIL-INVESTIMENTOS
                    MOVE 'ACESSO NEGADO PARA O SEU PERFIL'
                      TO WRK-MSG-MENU
                 ELSE
                    CALL 'CONSULTARCLIENTE'
                    CANCEL 'CONSULTARCLIENTE'
                 END-IF
              WHEN 61 THRU 68
                 PERFORM 0150-CHAMAR-SUPERVISOR
              WHEN 69 THRU 75
                 PERFORM 0120-CHAMAR-VENDAS
              WHEN 98
                 ADD 1 TO WRK-PAGINA
                 IF WRK-PAGINA GREATER THAN WRK-QTDEPAGINAS
                    MOVE 1 TO WRK-PAGINA
                 END-IF
              WHEN 99
                 CONTINUE
              WHEN OTHER
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '37 - MOVIMENTACAO RH' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '56 - FOLHA DE PAGAMENTO' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '57 - CONTROLE DE FERIAS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-INVESTIMENTOS
              MOVE '18 - EXTRATO CLIENTES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '41 - INFORME RENDIMENTOS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '58 - PRODUTOS INVESTIM.' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '59 - CONCENTRACAO POR CPF' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-VENDAS
              MOVE '25 - TABELA DE PRECOS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '46 - CONTABILIZACAO' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '53 - REMESSA DE COBRANCA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '54 - RETORNO DE COBRANCA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '55 - RETORNO REMESSA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-VENDAS
              MOVE '47 - FORNECEDORES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '48 - PEDIDOS DE COMPRA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '49 - RECEBER MERCADORIA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '50 - PEDIDOS PENDENTES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '51 - MARGEM BRUTA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '52 - INVENTARIO FISICO' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-VENDAS
              OR PERFIL-INVESTIMENTOS
              MOVE '60 - CONSULTA CLIENTE' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR
              MOVE '61 - HISTORICO ALTERACOES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '62 - RELAT. ALTERACOES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '63 - APROVAR ALTERACOES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '64 - DADOS DO TITULAR' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '65 - ANONIMIZAR DADOS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '66 - ETAPAS DA CADEIA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '67 - RELATORIOS GUARDADOS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '68 - EXPURGAR RELATORIOS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.
           IF PERFIL-SUPERVISOR OR PERFIL-VENDAS
              MOVE '69 - PREVISAO DE VENDAS' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '70 - CLASSIFICACAO ABC' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '71 - PROMOCOES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '72 - RESULTADO PROMOCOES' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '73 - TRANSFERIR ESTOQUE' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '74 - REPOSICAO POR LOJA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
              MOVE '75 - FECHAMENTO DE CAIXA' TO WRK-TXT-OPCAO
              PERFORM 0115-ADICIONAR-OPCAO
           END-IF.

       0115-ADICIONAR-OPCAO.
           ADD 1 TO WRK-QTDEOPCOES.
           COMPUTE WRK-PAGINAOPCAO =
                   (WRK-QTDEOPCOES - 1) / WRK-OPCOESPAGINA + 1.
           MOVE WRK-PAGINAOPCAO TO WRK-QTDEPAGINAS.
           COMPUTE WRK-POSICAO = WRK-QTDEOPCOES
                 - (WRK-PAGINAOPCAO - 1) * WRK-OPCOESPAGINA.
           IF WRK-PAGINAOPCAO EQUAL WRK-PAGINA
              COMPUTE WRK-LINROW = (WRK-POSICAO + 2) / 3
              DIVIDE WRK-POSICAO BY 3 GIVING WRK-LINQUO
                     REMAINDER WRK-LINRESTO
              EVALUATE WRK-LINRESTO
                 WHEN 1
                    MOVE WRK-TXT-OPCAO
                      TO WRK-LIN-MENU(WRK-LINROW)(1:25)
                 WHEN 2
                    MOVE WRK-TXT-OPCAO
                      TO WRK-LIN-MENU(WRK-LINROW)(27:25)
                 WHEN OTHER
                    MOVE WRK-TXT-OPCAO
                      TO WRK-LIN-MENU(WRK-LINROW)(53:25)
              END-EVALUATE
           END-IF.

       0120-CHAMAR-VENDAS.
           IF NOT PERFIL-SUPERVISOR AND NOT PERFIL-VENDAS
                 WHEN 27
                    CALL 'MANTERLOJAS'
                    CANCEL 'MANTERLOJAS'
                 WHEN 47
                    CALL 'MANTERFORNECEDORES'
                    CANCEL 'MANTERFORNECEDORES'
                 WHEN 48
                    CALL 'MANTERPEDIDOS'
                    CANCEL 'MANTERPEDIDOS'
                 WHEN 49
                    CALL 'RECEBERMERCADORIA'
                    CANCEL 'RECEBERMERCADORIA'
                 WHEN 50
                    CALL 'RELATORIOPEDIDOS'
                    CANCEL 'RELATORIOPEDIDOS'
                 WHEN 51
                    CALL 'RELATORIOMARGEM'
                    CANCEL 'RELATORIOMARGEM'
                 WHEN 52
                    CALL 'INVENTARIOESTOQUE'
                    CANCEL 'INVENTARIOESTOQUE'
                 WHEN 69
                    CALL 'PREVISAOVENDAS'
                    CANCEL 'PREVISAOVENDAS'
                 WHEN 70
                    CALL 'CLASSIFICARABC'
                    CANCEL 'CLASSIFICARABC'
                 WHEN 71
                    CALL 'MANTERPROMOCOES'
                    CANCEL 'MANTERPROMOCOES'
                 WHEN 72
                    CALL 'RELATORIOPROMOCOES'
                    CANCEL 'RELATORIOPROMOCOES'
                 WHEN 73
                    CALL 'TRANSFERIRESTOQUE'
                    CANCEL 'TRANSFERIRESTOQUE'
                 WHEN 74
                    CALL 'REPOSICAOLOJAS'
                    CANCEL 'REPOSICAOLOJAS'
                 WHEN 75
                    CALL 'FECHARCAIXA'
                    CANCEL 'FECHARCAIXA'
              END-EVALUATE
           END-IF.

                 WHEN 37
                    CALL 'MOVIMENTACAOPESSOAL'
                    CANCEL 'MOVIMENTACAOPESSOAL'
                 WHEN 56
                    CALL 'CALCULARFOLHA'
                    CANCEL 'CALCULARFOLHA'
                 WHEN 57
                    CALL 'CONTROLARFERIAS'
                    CANCEL 'CONTROLARFERIAS'
              END-EVALUATE
           END-IF.

                 WHEN 41
                    CALL 'INFORMERENDIMENTOS'
                    CANCEL 'INFORMERENDIMENTOS'
                 WHEN 58
                    CALL 'MANTERPRODUTOSINV'
                    CANCEL 'MANTERPRODUTOSINV'
                 WHEN 59
                    CALL 'CONCENTRACAOCPF'
                    CANCEL 'CONCENTRACAOCPF'
              END-EVALUATE
           END-IF.

                 WHEN 46
                    CALL 'CONTABILIZAR'
                    CANCEL 'CONTABILIZAR'
                 WHEN 53
                    CALL 'GERARCOBRANCA'
                    CANCEL 'GERARCOBRANCA'
                 WHEN 54
                    CALL 'PROCESSARCOBRANCA'
                    CANCEL 'PROCESSARCOBRANCA'
                 WHEN 55
                    CALL 'RETORNOREMESSA'
                    CANCEL 'RETORNOREMESSA'
                 WHEN 61
                    CALL 'CONSULTARHISTORICO'
                    CANCEL 'CONSULTARHISTORICO'
                 WHEN 62
                    CALL 'RELATORIOALTERACOES'
                    CANCEL 'RELATORIOALTERACOES'
                 WHEN 63
                    CALL 'APROVARALTERACOES'
                    CANCEL 'APROVARALTERACOES'
                 WHEN 64
                    CALL 'EXPORTARTITULAR'
                    CANCEL 'EXPORTARTITULAR'
                 WHEN 65
                    CALL 'ANONIMIZARDADOS'
                    CANCEL 'ANONIMIZARDADOS'
                 WHEN 66
                    CALL 'MANTERETAPAS'
                    CANCEL 'MANTERETAPAS'
                 WHEN 67
                    CALL 'CONSULTARSPOOL'
                    CANCEL 'CONSULTARSPOOL'
                 WHEN 68
                    CALL 'EXPURGARSPOOL'
                    CANCEL 'EXPURGARSPOOL'
              END-EVALUATE
           END-IF.
