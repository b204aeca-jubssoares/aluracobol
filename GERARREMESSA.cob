      ***             COM TOTAIS DE CONFERENCIA) PARA UM
      ***             CICLO DE PAGAMENTO: COMISSOES LIBERADAS
      ***             (LIBERACAOCOMISSAO, DADOS BANCARIOS DO
      ***             VENDEDORES, COMISSAO DE GERENCIA COM
      ***             REFERENCIA AAAAMM01), SALARIOS NOVOS DE UMA
      ***             DATA DE CALCULO (HISTAUMENTO, DADOS
      ***             BANCARIOS DO FUNCIONARIOS) OU LIQUIDO DA
      ***             FOLHA DE UMA COMPETENCIA (FOLHAPAGAMENTO
      ***             DO CALCULARFOLHA) OU PARCELA DO 13O
      ***             SALARIO (DECIMOTERCEIRO), COM LISTA
      ***             DE CONFERENCIA IMPRESSA E TRILHA DE
      ***             AUDITORIA POR REMESSA. CADA PAGAMENTO
      ***             FICA NO PAGAMENTOSREMESSA COM O SEU
      ***             NUMERO DO DETALHE E NAO VOLTA NUMA NOVA
      ***             REMESSA; O RETORNO DO BANCO
      ***             (RETORNOREMESSA) MARCA PAGO OU REJEITADO
      ***             E O CICLO DE REENVIO MANDA DE NOVO SO OS
      ***             REJEITADOS, COM OS DADOS BANCARIOS JA
      ***             CORRIGIDOS NO CADASTRO. FAVORECIDO COM
      ***             ALTERACAO BANCARIA AINDA NAO APROVADA
      ***             (ALTERACOESPENDENTES) FICA FORA DA REMESSA
      ***             E E LISTADO NO EXCECOESREMESSA, LISTA
      ***             GUARDADA TAMBEM NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO.
      ***             RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-FOLHA ASSIGN TO 'FOLHAPAGAMENTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOL-CHAVE
             FILE STATUS IS WRK-FS-FOLHA.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMOTERCEIRO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DEC-CHAVE
             FILE STATUS IS WRK-FS-DECIMO.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOSREMESSA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PGT-CHAVE
             FILE STATUS IS WRK-FS-PAGAMENTOS.
           SELECT ARQ-REMESSA ASSIGN TO 'REMESSABANCO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-REMESSA.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
           SELECT ARQ-EXCECOES ASSIGN TO 'EXCECOESREMESSA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LIBERACAO.
           02  LIB-ANO             PIC 9(04).
           02  LIB-MES             PIC 9(02).
           02  LIB-VALOR           PIC 9(08)V99.
           02  LIB-TIPO            PIC X(01).
               88  LIB-GERENCIA              VALUE 'G'.
       FD  ARQ-HISTAUMENTO.
       01  REG-HISTAUMENTO.
           02  HIST-MATRICULA       PIC 9(05).
       COPY VENDEDORES.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-FOLHA.
       COPY FOLHAPAGAMENTO.
       FD  ARQ-DECIMO.
       COPY DECIMOTERCEIRO.
       FD  ARQ-PAGAMENTOS.
       COPY PAGAMENTOSREMESSA.
       FD  ARQ-REMESSA.
       01  REG-REMESSA             PIC X(100).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           02  REM-HDR-TIPO        PIC X(01).
           02  REM-HDR-DATA        PIC 9(08).
           02  REM-HDR-CICLO       PIC X(01).
           02  FILLER              PIC X(90).
       01  REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           02  REM-DET-TIPO        PIC X(01).
           02  REM-DET-BANCO       PIC 9(03).
           02  REM-DET-CPF         PIC X(11).
           02  REM-DET-NOME        PIC X(30).
           02  REM-DET-VALOR       PIC 9(10)V99.
           02  REM-DET-SEUNUMERO   PIC X(14).
           02  FILLER              PIC X(14).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           02  REM-TRL-TIPO        PIC X(01).
           02  REM-TRL-QTDE        PIC 9(06).
           02  REM-TRL-TOTAL       PIC 9(12)V99.
           02  FILLER              PIC X(79).
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       FD  ARQ-EXCECOES.
       01  REG-EXCECAO             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-LIBERACAO     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-HISTAUMENTO   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-VENDEDORES    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-REMESSA       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FOLHA         PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DECIMO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PENDENTES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-EXCECOES      PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PENDENTES     PIC X(01)  VALUE 'N'.
           88 PENDENTES-ABERTO            VALUE 'S'.
       77 WRK-SW-BLOQUEIO      PIC X(01)  VALUE 'N'.
           88 FAVORECIDO-BLOQUEADO        VALUE 'S'.
       77 WRK-EXC-TIPO         PIC X(11)  VALUE SPACES.
       77 WRK-EXC-NOME         PIC X(30)  VALUE SPACES.
       77 WRK-EXC-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LINHA            PIC X(80)  VALUE SPACES.
       77 WRK-SW-AUTORIZADO    PIC X(01)  VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO       VALUE 'S'.
       77 WRK-SW-GERAR         PIC X(01)  VALUE 'N'.
       77 WRK-CICLO            PIC 9(01)  VALUE ZEROS.
           88 CICLO-COMISSOES             VALUE 1.
           88 CICLO-AUMENTOS              VALUE 2.
           88 CICLO-REENVIO               VALUE 3.
           88 CICLO-FOLHA                 VALUE 4.
           88 CICLO-DECIMO                VALUE 5.
       77 WRK-PARCELA          PIC 9(01)  VALUE ZEROS.
           88 PARCELA-VALIDA              VALUE 1 2.
           88 PRIMEIRA-PARCELA            VALUE 1.
       77 WRK-VALORDECIMO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FOLHAANO         PIC 9(04)  VALUE ZEROS.
       77 WRK-FOLHAMES         PIC 9(02)  VALUE ZEROS.
       77 WRK-SW-PAGAMENTO     PIC X(01)  VALUE 'N'.
           88 PAGAMENTO-NOVO              VALUE 'S'.
       77 WRK-SW-VENDEDORES    PIC X(01)  VALUE 'N'.
           88 VENDEDORES-ABERTO           VALUE 'S'.
       77 WRK-SW-FUNCIONARIOS  PIC X(01)  VALUE 'N'.
           88 FUNCIONARIOS-ABERTO         VALUE 'S'.
       01 WRK-DATAAPLICAR.
           02 WRK-APLICAR-ANO  PIC 9(04).
           02 WRK-APLICAR-MES  PIC 9(02).
           88 FIM-ENTRADA                 VALUE 'S'.
       77 WRK-QTDEGERADOS      PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDESEMBANCO     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEJAREMETIDOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEBLOQUEADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALREMESSA     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              DISPLAY 'CICLO DA REMESSA:'
              DISPLAY ' 1 - COMISSOES LIBERADAS'
              DISPLAY ' 2 - AUMENTOS DE SALARIO'
              DISPLAY ' 3 - REENVIO DE REJEITADOS PELO BANCO'
              DISPLAY ' 4 - FOLHA DE PAGAMENTO (LIQUIDO)'
              DISPLAY ' 5 - 13O SALARIO (PARCELA)'
              DISPLAY 'OPCAO: '
              ACCEPT WRK-CICLO
              EVALUATE TRUE
                    PERFORM 0110-ABRIR-COMISSOES
                 WHEN CICLO-AUMENTOS
                    PERFORM 0120-ABRIR-AUMENTOS
                 WHEN CICLO-REENVIO
                    PERFORM 0130-ABRIR-REENVIO
                 WHEN CICLO-FOLHA
                    PERFORM 0150-ABRIR-FOLHA
                 WHEN CICLO-DECIMO
                    PERFORM 0160-ABRIR-DECIMO
                 WHEN OTHER
                    DISPLAY 'CICLO INVALIDO'
              END-EVALUATE
                 DISPLAY 'CADASTRO VENDEDORES NAO DISPONIVEL'
                 CLOSE ARQ-LIBERACAO
              ELSE
                 PERFORM 0140-ABRIR-PAGAMENTOS
                 SET REMESSA-LIBERADA TO TRUE
              END-IF
           END-IF.
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
                 CLOSE ARQ-HISTAUMENTO
              ELSE
                 PERFORM 0140-ABRIR-PAGAMENTOS
                 SET REMESSA-LIBERADA TO TRUE
              END-IF
           END-IF.

       0130-ABRIR-REENVIO.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '00'
              DISPLAY 'ARQUIVO PAGAMENTOSREMESSA NAO ENCONTRADO - '
                      'NADA A REENVIAR'
           ELSE
              OPEN INPUT ARQ-VENDEDORES
              IF WRK-FS-VENDEDORES EQUAL '00'
                 SET VENDEDORES-ABERTO TO TRUE
              ELSE
                 DISPLAY 'CADASTRO VENDEDORES NAO DISPONIVEL - '
                         'COMISSOES FICAM FORA DO REENVIO'
              END-IF
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS EQUAL '00'
                 SET FUNCIONARIOS-ABERTO TO TRUE
              ELSE
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL - '
                         'AUMENTOS E FOLHA FICAM FORA DO REENVIO'
              END-IF
              SET REMESSA-LIBERADA TO TRUE
           END-IF.

       0140-ABRIR-PAGAMENTOS.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS EQUAL '35'
              OPEN OUTPUT ARQ-PAGAMENTOS
              CLOSE ARQ-PAGAMENTOS
              OPEN I-O ARQ-PAGAMENTOS
           END-IF.

       0150-ABRIR-FOLHA.
           DISPLAY 'ANO DA COMPETENCIA DA FOLHA '.
           ACCEPT WRK-FOLHAANO.
           DISPLAY 'MES DA COMPETENCIA DA FOLHA '.
           ACCEPT WRK-FOLHAMES.
           OPEN I-O ARQ-FOLHA.
           IF WRK-FS-FOLHA NOT EQUAL '00'
              DISPLAY 'ARQUIVO FOLHAPAGAMENTO NAO ENCONTRADO - '
                      'CALCULAR A FOLHA ANTES'
           ELSE
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
                 CLOSE ARQ-FOLHA
              ELSE
                 MOVE WRK-FOLHAANO TO FOL-ANO
                 MOVE WRK-FOLHAMES TO FOL-MES
                 MOVE ZEROS        TO FOL-MATRICULA
                 START ARQ-FOLHA
                       KEY GREATER THAN OR EQUAL TO FOL-CHAVE
                    INVALID KEY
                       SET FIM-ENTRADA TO TRUE
                 END-START
                 PERFORM 0140-ABRIR-PAGAMENTOS
                 SET REMESSA-LIBERADA TO TRUE
              END-IF
           END-IF.

       0160-ABRIR-DECIMO.
           DISPLAY 'ANO DO 13O SALARIO '.
           ACCEPT WRK-FOLHAANO.
           DISPLAY 'PARCELA (1 OU 2) '.
           ACCEPT WRK-PARCELA.
           IF NOT PARCELA-VALIDA
              DISPLAY 'PARCELA INVALIDA'
           ELSE
              OPEN I-O ARQ-DECIMO
              IF WRK-FS-DECIMO NOT EQUAL '00'
                 DISPLAY 'ARQUIVO DECIMOTERCEIRO NAO ENCONTRADO - '
                         'CALCULAR O 13O ANTES'
              ELSE
                 OPEN INPUT ARQ-FUNCIONARIOS
                 IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
                    DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
                    CLOSE ARQ-DECIMO
                 ELSE
                    MOVE WRK-FOLHAANO TO DEC-ANO
                    MOVE ZEROS        TO DEC-MATRICULA
                    START ARQ-DECIMO
                          KEY GREATER THAN OR EQUAL TO DEC-CHAVE
                       INVALID KEY
                          SET FIM-ENTRADA TO TRUE
                    END-START
                    PERFORM 0140-ABRIR-PAGAMENTOS
                    SET REMESSA-LIBERADA TO TRUE
                 END-IF
              END-IF
           END-IF.

       0200-GERAR-REMESSA.
           PERFORM 0205-ABRIR-EXCECOES.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           MOVE 'H' TO REM-HDR-TIPO.
           COMPUTE REM-HDR-DATA = WRK-DATAANO * 10000
                 + WRK-DATAMES * 100 + WRK-DATADIA.
           EVALUATE TRUE
              WHEN CICLO-COMISSOES
                 MOVE 'C' TO REM-HDR-CICLO
              WHEN CICLO-AUMENTOS
                 MOVE 'A' TO REM-HDR-CICLO
              WHEN CICLO-FOLHA
                 MOVE 'F' TO REM-HDR-CICLO
              WHEN CICLO-DECIMO
                 MOVE 'D' TO REM-HDR-CICLO
              WHEN OTHER
                 MOVE 'R' TO REM-HDR-CICLO
           END-EVALUATE.
           WRITE REG-REMESSA.
           DISPLAY 'LISTA DE CONFERENCIA DA REMESSA'.
           EVALUATE TRUE
              WHEN CICLO-COMISSOES
                 PERFORM 0210-DETALHAR-COMISSAO UNTIL FIM-ENTRADA
              WHEN CICLO-AUMENTOS
                 PERFORM 0220-DETALHAR-AUMENTO UNTIL FIM-ENTRADA
              WHEN CICLO-FOLHA
                 PERFORM 0280-DETALHAR-FOLHA UNTIL FIM-ENTRADA
              WHEN CICLO-DECIMO
                 PERFORM 0292-DETALHAR-DECIMO UNTIL FIM-ENTRADA
              WHEN OTHER
                 PERFORM 0250-DETALHAR-REENVIO UNTIL FIM-ENTRADA
           END-EVALUATE.
           MOVE SPACES TO REG-REMESSA.
           MOVE 'T'              TO REM-TRL-TIPO.
           MOVE WRK-QTDEGERADOS  TO REM-TRL-QTDE.
           WRITE REG-REMESSA.
           CLOSE ARQ-REMESSA.

       0205-ABRIR-EXCECOES.
           OPEN INPUT ARQ-PENDENTES.
           IF WRK-FS-PENDENTES EQUAL '00'
              SET PENDENTES-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXCECOES DA REMESSA DE ' WRK-DATADIA '/'
                  WRK-DATAMES '/' WRK-DATAANO ' - CICLO ' WRK-CICLO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0268-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALTERACAO BANCARIA PENDENTE DE APROVACAO - '
                  'FORA DA REMESSA'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0268-GRAVAR-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0268-GRAVAR-LINHA.

       0210-DETALHAR-COMISSAO.
           READ ARQ-LIBERACAO
              AT END
                 SET FIM-ENTRADA TO TRUE
              NOT AT END
                 MOVE 'C'          TO PGT-CICLO
                 COMPUTE PGT-REFERENCIA = LIB-ANO * 10000
                       + LIB-MES * 100
                 IF LIB-GERENCIA
                    ADD 1 TO PGT-REFERENCIA
                 END-IF
                 MOVE LIB-VENDEDOR TO PGT-FAVORECIDO
                 PERFORM 0260-CONSULTAR-PAGAMENTO
                 IF PAGAMENTO-NOVO
                    MOVE LIB-VENDEDOR TO VEND-CODIGO
                    READ ARQ-VENDEDORES
                       INVALID KEY
                          ADD 1 TO WRK-QTDESEMBANCO
                          DISPLAY 'VENDEDOR ' LIB-VENDEDOR
                                  ' SEM CADASTRO - FORA DA REMESSA'
                       NOT INVALID KEY
                          MOVE VEND-NOME TO WRK-EXC-NOME
                          MOVE LIB-VALOR TO WRK-EXC-VALOR
                          PERFORM 0263-VERIFICAR-VENDEDOR
                          EVALUATE TRUE
                             WHEN FAVORECIDO-BLOQUEADO
                                CONTINUE
                             WHEN VEND-BANCO EQUAL ZEROS
                                ADD 1 TO WRK-QTDESEMBANCO
                                DISPLAY 'VENDEDOR ' LIB-VENDEDOR ' '
                                        VEND-NOME
                                        ' SEM DADOS BANCARIOS - '
                                        'FORA DA REMESSA'
                             WHEN OTHER
                                PERFORM 0230-GRAVAR-DETALHE-VENDEDOR
                          END-EVALUATE
                    END-READ
                 ELSE
                    DISPLAY 'VENDEDOR ' LIB-VENDEDOR
                            ' JA REMETIDO (SITUACAO '
                            PGT-SITUACAO ') - FORA DA REMESSA'
                 END-IF
           END-READ.

       0230-GRAVAR-DETALHE-VENDEDOR.
           MOVE VEND-CPFTITULAR  TO REM-DET-CPF.
           MOVE VEND-NOME        TO REM-DET-NOME.
           MOVE LIB-VALOR        TO REM-DET-VALOR.
           MOVE PGT-CHAVE        TO REM-DET-SEUNUMERO.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD LIB-VALOR TO WRK-TOTALREMESSA.
           MOVE VEND-NOME        TO PGT-NOME.
           MOVE LIB-VALOR        TO PGT-VALOR.
           PERFORM 0270-REGISTRAR-PAGAMENTO.
           MOVE LIB-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VENDEDOR ' LIB-VENDEDOR ' ' VEND-NOME
                   ' R$' WRK-VALOR-ED.
                 SET FIM-ENTRADA TO TRUE
              NOT AT END
                 IF HIST-DATA EQUAL WRK-DATAAPLICAR
                    MOVE 'A'            TO PGT-CICLO
                    MOVE HIST-DATA      TO PGT-REFERENCIA
                    MOVE HIST-MATRICULA TO PGT-FAVORECIDO
                    PERFORM 0260-CONSULTAR-PAGAMENTO
                    IF PAGAMENTO-NOVO
                       PERFORM 0225-LER-FUNCIONARIO
                    ELSE
                       DISPLAY 'MATRICULA ' HIST-MATRICULA
                               ' JA REMETIDA (SITUACAO '
                               PGT-SITUACAO ') - FORA DA REMESSA'
                    END-IF
                 END-IF
           END-READ.

       0225-LER-FUNCIONARIO.
           MOVE HIST-MATRICULA TO FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 ADD 1 TO WRK-QTDESEMBANCO
                 DISPLAY 'MATRICULA ' HIST-MATRICULA
                         ' SEM CADASTRO - FORA DA REMESSA'
              NOT INVALID KEY
                 MOVE FUNC-NOME        TO WRK-EXC-NOME
                 MOVE HIST-SALARIONOVO TO WRK-EXC-VALOR
                 PERFORM 0264-VERIFICAR-FUNCIONARIO
                 EVALUATE TRUE
                    WHEN FAVORECIDO-BLOQUEADO
                       CONTINUE
                    WHEN FUNC-BANCO EQUAL ZEROS
                       ADD 1 TO WRK-QTDESEMBANCO
                       DISPLAY 'MATRICULA ' HIST-MATRICULA
                               ' ' FUNC-NOME
                               ' SEM DADOS BANCARIOS - FORA '
                               'DA REMESSA'
                    WHEN OTHER
                       PERFORM 0240-GRAVAR-DETALHE-FUNC
                 END-EVALUATE
           END-READ.

       0240-GRAVAR-DETALHE-FUNC.
           MOVE SPACES           TO REG-REMESSA.
           MOVE 'D'              TO REM-DET-TIPO.
           MOVE FUNC-CPF         TO REM-DET-CPF.
           MOVE FUNC-NOME        TO REM-DET-NOME.
           MOVE HIST-SALARIONOVO TO REM-DET-VALOR.
           MOVE PGT-CHAVE        TO REM-DET-SEUNUMERO.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD HIST-SALARIONOVO TO WRK-TOTALREMESSA.
           MOVE FUNC-NOME        TO PGT-NOME.
           MOVE HIST-SALARIONOVO TO PGT-VALOR.
           PERFORM 0270-REGISTRAR-PAGAMENTO.
           MOVE HIST-SALARIONOVO TO WRK-VALOR-ED.
           DISPLAY 'MATRICULA ' HIST-MATRICULA ' ' FUNC-NOME
                   ' R$' WRK-VALOR-ED.

       0250-DETALHAR-REENVIO.
           READ ARQ-PAGAMENTOS NEXT RECORD
              AT END
                 SET FIM-ENTRADA TO TRUE
              NOT AT END
                 IF PAGAMENTO-REJEITADO
                    IF PGT-COMISSAO
                       PERFORM 0255-REENVIAR-VENDEDOR
                    ELSE
                       PERFORM 0257-REENVIAR-FUNC
                    END-IF
                 END-IF
           END-READ.

       0255-REENVIAR-VENDEDOR.
           MOVE SPACES TO REG-REMESSA.
           IF VENDEDORES-ABERTO
              MOVE PGT-FAVORECIDO TO VEND-CODIGO
              READ ARQ-VENDEDORES
                 INVALID KEY
                    MOVE ZEROS TO VEND-BANCO
                 NOT INVALID KEY
                    MOVE VEND-BANCO       TO REM-DET-BANCO
                    MOVE VEND-AGENCIA     TO REM-DET-AGENCIA
                    MOVE VEND-CONTA       TO REM-DET-CONTA
                    MOVE VEND-CPFTITULAR  TO REM-DET-CPF
              END-READ
           ELSE
              MOVE ZEROS TO VEND-BANCO
           END-IF.
           MOVE PGT-NOME  TO WRK-EXC-NOME.
           MOVE PGT-VALOR TO WRK-EXC-VALOR.
           MOVE PGT-FAVORECIDO TO VEND-CODIGO.
           PERFORM 0263-VERIFICAR-VENDEDOR.
           EVALUATE TRUE
              WHEN FAVORECIDO-BLOQUEADO
                 CONTINUE
              WHEN VEND-BANCO EQUAL ZEROS
                 ADD 1 TO WRK-QTDESEMBANCO
                 DISPLAY 'VENDEDOR ' PGT-FAVORECIDO ' ' PGT-NOME
                         ' SEM DADOS BANCARIOS - FORA DO REENVIO'
              WHEN OTHER
                 PERFORM 0258-GRAVAR-REENVIO
           END-EVALUATE.

       0257-REENVIAR-FUNC.
           MOVE SPACES TO REG-REMESSA.
           IF FUNCIONARIOS-ABERTO
              MOVE PGT-FAVORECIDO TO FUNC-MATRICULA
              READ ARQ-FUNCIONARIOS
                 INVALID KEY
                    MOVE ZEROS TO FUNC-BANCO
                 NOT INVALID KEY
                    MOVE FUNC-BANCO       TO REM-DET-BANCO
                    MOVE FUNC-AGENCIA     TO REM-DET-AGENCIA
                    MOVE FUNC-CONTA       TO REM-DET-CONTA
                    MOVE FUNC-CPF         TO REM-DET-CPF
              END-READ
           ELSE
              MOVE ZEROS TO FUNC-BANCO
           END-IF.
           MOVE PGT-NOME  TO WRK-EXC-NOME.
           MOVE PGT-VALOR TO WRK-EXC-VALOR.
           MOVE PGT-FAVORECIDO TO FUNC-MATRICULA.
           PERFORM 0264-VERIFICAR-FUNCIONARIO.
           EVALUATE TRUE
              WHEN FAVORECIDO-BLOQUEADO
                 CONTINUE
              WHEN FUNC-BANCO EQUAL ZEROS
                 ADD 1 TO WRK-QTDESEMBANCO
                 DISPLAY 'MATRICULA ' PGT-FAVORECIDO ' ' PGT-NOME
                         ' SEM DADOS BANCARIOS - FORA DO REENVIO'
              WHEN OTHER
                 PERFORM 0258-GRAVAR-REENVIO
           END-EVALUATE.

       0258-GRAVAR-REENVIO.
           MOVE 'D'              TO REM-DET-TIPO.
           MOVE PGT-NOME         TO REM-DET-NOME.
           MOVE PGT-VALOR        TO REM-DET-VALOR.
           MOVE PGT-CHAVE        TO REM-DET-SEUNUMERO.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD PGT-VALOR TO WRK-TOTALREMESSA.
           MOVE 'E'              TO PGT-SITUACAO.
           ADD 1                 TO PGT-ENVIOS.
           MOVE WRK-DATAANO      TO PGT-REMESSAANO.
           MOVE WRK-DATAMES      TO PGT-REMESSAMES.
           MOVE WRK-DATADIA      TO PGT-REMESSADIA.
           MOVE SPACES           TO PGT-OCORRENCIA.
           MOVE SPACES           TO PGT-MOTIVO.
           MOVE ZEROS            TO PGT-RETORNOANO.
           MOVE ZEROS            TO PGT-RETORNOMES.
           MOVE ZEROS            TO PGT-RETORNODIA.
           REWRITE REG-PAGAMENTO.
           MOVE PGT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'REENVIO ' PGT-CICLO ' ' PGT-REFERENCIA
                   ' ' PGT-FAVORECIDO ' ' PGT-NOME
                   ' R$' WRK-VALOR-ED.

       0260-CONSULTAR-PAGAMENTO.
           MOVE 'N' TO WRK-SW-PAGAMENTO.
           READ ARQ-PAGAMENTOS
              INVALID KEY
                 SET PAGAMENTO-NOVO TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WRK-QTDEJAREMETIDOS
           END-READ.

       0263-VERIFICAR-VENDEDOR.
           MOVE 'V'         TO PND-CADASTRO.
           MOVE VEND-CODIGO TO PND-CODIGO.
           MOVE 'VENDEDOR'  TO WRK-EXC-TIPO.
           PERFORM 0265-VERIFICAR-PENDENCIA.

       0264-VERIFICAR-FUNCIONARIO.
           MOVE 'F'            TO PND-CADASTRO.
           MOVE FUNC-MATRICULA TO PND-CODIGO.
           MOVE 'MATRICULA'    TO WRK-EXC-TIPO.
           PERFORM 0265-VERIFICAR-PENDENCIA.

       0265-VERIFICAR-PENDENCIA.
           MOVE 'N' TO WRK-SW-BLOQUEIO.
           IF PENDENTES-ABERTO
              READ ARQ-PENDENTES
                 NOT INVALID KEY
                    IF ALTERACAO-PENDENTE AND PND-ALTERA-BANCO
                       SET FAVORECIDO-BLOQUEADO TO TRUE
                    END-IF
              END-READ
           END-IF.
           IF FAVORECIDO-BLOQUEADO
              PERFORM 0267-REGISTRAR-EXCECAO
           END-IF.

       0267-REGISTRAR-EXCECAO.
           ADD 1 TO WRK-QTDEBLOQUEADOS.
           MOVE WRK-EXC-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-EXC-TIPO ' ' PND-CODIGO ' ' WRK-EXC-NOME(1:20)
                  ' R$' WRK-VALOR-ED ' SOLIC ' PND-SOLICDIA '/'
                  PND-SOLICMES '/' PND-SOLICANO ' ' PND-SOLICITANTE
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0268-GRAVAR-LINHA.

       0268-GRAVAR-LINHA.
           WRITE REG-EXCECAO FROM WRK-LINHA.
           MOVE WRK-LINHA TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0270-REGISTRAR-PAGAMENTO.
           MOVE WRK-DATAANO      TO PGT-REMESSAANO.
           MOVE WRK-DATAMES      TO PGT-REMESSAMES.
           MOVE WRK-DATADIA      TO PGT-REMESSADIA.
           MOVE 1                TO PGT-ENVIOS.
           MOVE 'E'              TO PGT-SITUACAO.
           MOVE SPACES           TO PGT-OCORRENCIA.
           MOVE SPACES           TO PGT-MOTIVO.
           MOVE ZEROS            TO PGT-RETORNOANO.
           MOVE ZEROS            TO PGT-RETORNOMES.
           MOVE ZEROS            TO PGT-RETORNODIA.
           WRITE REG-PAGAMENTO.

       0280-DETALHAR-FOLHA.
           READ ARQ-FOLHA NEXT RECORD
              AT END
                 SET FIM-ENTRADA TO TRUE
              NOT AT END
                 IF FOL-ANO NOT EQUAL WRK-FOLHAANO
                    OR FOL-MES NOT EQUAL WRK-FOLHAMES
                    SET FIM-ENTRADA TO TRUE
                 ELSE
                    IF FOL-LIQUIDO GREATER THAN ZEROS
                       MOVE 'F'           TO PGT-CICLO
                       COMPUTE PGT-REFERENCIA = FOL-ANO * 10000
                             + FOL-MES * 100
                       MOVE FOL-MATRICULA TO PGT-FAVORECIDO
                       PERFORM 0260-CONSULTAR-PAGAMENTO
                       IF PAGAMENTO-NOVO
                          PERFORM 0285-LER-FUNCIONARIO-FOLHA
                       ELSE
                          DISPLAY 'MATRICULA ' FOL-MATRICULA
                                  ' JA REMETIDA (SITUACAO '
                                  PGT-SITUACAO ') - FORA DA REMESSA'
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0285-LER-FUNCIONARIO-FOLHA.
           MOVE FOL-MATRICULA TO FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 ADD 1 TO WRK-QTDESEMBANCO
                 DISPLAY 'MATRICULA ' FOL-MATRICULA
                         ' SEM CADASTRO - FORA DA REMESSA'
              NOT INVALID KEY
                 MOVE FUNC-NOME   TO WRK-EXC-NOME
                 MOVE FOL-LIQUIDO TO WRK-EXC-VALOR
                 PERFORM 0264-VERIFICAR-FUNCIONARIO
                 EVALUATE TRUE
                    WHEN FAVORECIDO-BLOQUEADO
                       CONTINUE
                    WHEN FUNC-BANCO EQUAL ZEROS
                       ADD 1 TO WRK-QTDESEMBANCO
                       DISPLAY 'MATRICULA ' FOL-MATRICULA
                               ' ' FUNC-NOME
                               ' SEM DADOS BANCARIOS - FORA '
                               'DA REMESSA'
                    WHEN OTHER
                       PERFORM 0290-GRAVAR-DETALHE-FOLHA
                 END-EVALUATE
           END-READ.

       0290-GRAVAR-DETALHE-FOLHA.
           MOVE SPACES           TO REG-REMESSA.
           MOVE 'D'              TO REM-DET-TIPO.
           MOVE FUNC-BANCO       TO REM-DET-BANCO.
           MOVE FUNC-AGENCIA     TO REM-DET-AGENCIA.
           MOVE FUNC-CONTA       TO REM-DET-CONTA.
           MOVE FUNC-CPF         TO REM-DET-CPF.
           MOVE FUNC-NOME        TO REM-DET-NOME.
           MOVE FOL-LIQUIDO      TO REM-DET-VALOR.
           MOVE PGT-CHAVE        TO REM-DET-SEUNUMERO.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD FOL-LIQUIDO TO WRK-TOTALREMESSA.
           MOVE FUNC-NOME        TO PGT-NOME.
           MOVE FOL-LIQUIDO      TO PGT-VALOR.
           PERFORM 0270-REGISTRAR-PAGAMENTO.
           MOVE 'R' TO FOL-SITUACAO.
           REWRITE REG-FOLHA.
           MOVE FOL-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'MATRICULA ' FOL-MATRICULA ' ' FUNC-NOME
                   ' R$' WRK-VALOR-ED.

       0292-DETALHAR-DECIMO.
           READ ARQ-DECIMO NEXT RECORD
              AT END
                 SET FIM-ENTRADA TO TRUE
              NOT AT END
                 IF DEC-ANO NOT EQUAL WRK-FOLHAANO
                    SET FIM-ENTRADA TO TRUE
                 ELSE
                    MOVE ZEROS TO WRK-VALORDECIMO
                    IF PRIMEIRA-PARCELA
                       IF PRIMEIRA-CALCULADA
                          MOVE DEC-PARCELA1 TO WRK-VALORDECIMO
                       END-IF
                    ELSE
                       IF SEGUNDA-CALCULADA
                          MOVE DEC-PARCELA2 TO WRK-VALORDECIMO
                       END-IF
                    END-IF
                    IF WRK-VALORDECIMO GREATER THAN ZEROS
                       MOVE 'D'           TO PGT-CICLO
                       COMPUTE PGT-REFERENCIA = DEC-ANO * 10000
                             + (10 + WRK-PARCELA) * 100
                       MOVE DEC-MATRICULA TO PGT-FAVORECIDO
                       PERFORM 0260-CONSULTAR-PAGAMENTO
                       IF PAGAMENTO-NOVO
                          PERFORM 0294-LER-FUNCIONARIO-DECIMO
                       ELSE
                          DISPLAY 'MATRICULA ' DEC-MATRICULA
                                  ' JA REMETIDA (SITUACAO '
                                  PGT-SITUACAO ') - FORA DA REMESSA'
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0294-LER-FUNCIONARIO-DECIMO.
           MOVE DEC-MATRICULA TO FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 ADD 1 TO WRK-QTDESEMBANCO
                 DISPLAY 'MATRICULA ' DEC-MATRICULA
                         ' SEM CADASTRO - FORA DA REMESSA'
              NOT INVALID KEY
                 MOVE FUNC-NOME       TO WRK-EXC-NOME
                 MOVE WRK-VALORDECIMO TO WRK-EXC-VALOR
                 PERFORM 0264-VERIFICAR-FUNCIONARIO
                 EVALUATE TRUE
                    WHEN FAVORECIDO-BLOQUEADO
                       CONTINUE
                    WHEN FUNC-BANCO EQUAL ZEROS
                       ADD 1 TO WRK-QTDESEMBANCO
                       DISPLAY 'MATRICULA ' DEC-MATRICULA
                               ' ' FUNC-NOME
                               ' SEM DADOS BANCARIOS - FORA '
                               'DA REMESSA'
                    WHEN OTHER
                       PERFORM 0296-GRAVAR-DETALHE-DECIMO
                 END-EVALUATE
           END-READ.

       0296-GRAVAR-DETALHE-DECIMO.
           MOVE SPACES           TO REG-REMESSA.
           MOVE 'D'              TO REM-DET-TIPO.
           MOVE FUNC-BANCO       TO REM-DET-BANCO.
           MOVE FUNC-AGENCIA     TO REM-DET-AGENCIA.
           MOVE FUNC-CONTA       TO REM-DET-CONTA.
           MOVE FUNC-CPF         TO REM-DET-CPF.
           MOVE FUNC-NOME        TO REM-DET-NOME.
           MOVE WRK-VALORDECIMO  TO REM-DET-VALOR.
           MOVE PGT-CHAVE        TO REM-DET-SEUNUMERO.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD WRK-VALORDECIMO TO WRK-TOTALREMESSA.
           MOVE FUNC-NOME        TO PGT-NOME.
           MOVE WRK-VALORDECIMO  TO PGT-VALOR.
           PERFORM 0270-REGISTRAR-PAGAMENTO.
           IF PRIMEIRA-PARCELA
              MOVE 'R' TO DEC-SITUACAO1
           ELSE
              MOVE 'R' TO DEC-SITUACAO2
           END-IF.
           REWRITE REG-DECIMO.
           MOVE WRK-VALORDECIMO TO WRK-VALOR-ED.
           DISPLAY 'MATRICULA ' DEC-MATRICULA ' ' FUNC-NOME
                   ' R$' WRK-VALOR-ED.

       0300-FINALIZAR.
           EVALUATE TRUE
              WHEN CICLO-COMISSOES
                 CLOSE ARQ-LIBERACAO
                 CLOSE ARQ-VENDEDORES
              WHEN CICLO-AUMENTOS
                 CLOSE ARQ-HISTAUMENTO
                 CLOSE ARQ-FUNCIONARIOS
              WHEN CICLO-FOLHA
                 CLOSE ARQ-FOLHA
                 CLOSE ARQ-FUNCIONARIOS
              WHEN CICLO-DECIMO
                 CLOSE ARQ-DECIMO
                 CLOSE ARQ-FUNCIONARIOS
              WHEN OTHER
                 IF VENDEDORES-ABERTO
                    CLOSE ARQ-VENDEDORES
                 END-IF
                 IF FUNCIONARIOS-ABERTO
                    CLOSE ARQ-FUNCIONARIOS
                 END-IF
           END-EVALUATE.
           CLOSE ARQ-PAGAMENTOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FAVORECIDOS RETIDOS POR ALTERACAO PENDENTE: '
                  WRK-QTDEBLOQUEADOS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0268-GRAVAR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.
           CLOSE ARQ-EXCECOES.
           IF PENDENTES-ABERTO
              CLOSE ARQ-PENDENTES
           END-IF.
           MOVE WRK-TOTALREMESSA TO WRK-TOTAL-ED.
           DISPLAY 'PAGAMENTOS NA REMESSA: ' WRK-QTDEGERADOS.
           DISPLAY 'FORA DA REMESSA (SEM BANCO): '
                   WRK-QTDESEMBANCO.
           DISPLAY 'FORA DA REMESSA (JA REMETIDOS): '
                   WRK-QTDEJAREMETIDOS.
           DISPLAY 'FORA DA REMESSA (ALTERACAO PENDENTE): '
                   WRK-QTDEBLOQUEADOS.
           DISPLAY 'TOTAL DA REMESSA: R$' WRK-TOTAL-ED.
           STRING 'REMESSA CICLO ' WRK-CICLO
                  ' PAGAMENTOS ' WRK-QTDEGERADOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0900-ABRIR-SPOOL.
           MOVE 'EXCECOES REMESSA' TO WRK-SPL-RELATORIO.
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
