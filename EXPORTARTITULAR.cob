       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARTITULAR.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: ATENDIMENTO AO TITULAR DOS DADOS (LGPD):
      ***             DADO UM CPF, GRAVA NO DADOSTITULAR E MOSTRA
      ***             TUDO O QUE O SISTEMA GUARDA DA PESSOA -
      ***             CADASTROS DE CLIENTES, FUNCIONARIOS E
      ***             VENDEDORES (CPF DO TITULAR DA CONTA),
      ***             COMPRAS DO DETALHEVENDA E DO
      ***             DETALHEVENDAHIST, PARCELAS DO
      ***             PARCELASRECEBER, CONTRATOS DE INVESTIMENTO,
      ***             ALTERACOES DE CADASTRO NO
      ***             HISTORICOALTERACOES, FOLHAS DO
      ***             FOLHAPAGAMENTO, 13O DO DECIMOTERCEIRO,
      ***             PAGAMENTOS DO PAGAMENTOSREMESSA,
      ***             ALTERACOES BANCARIAS E SALARIAIS DO
      ***             ALTERACOESPENDENTES E AS LINHAS DOS EXTRATOS
      ***             CARTASAVISO, RELDUPLICADOS, CARTASCOBRANCA,
      ***             REMESSACOBRANCA (DETALHES DE BOLETO) E
      ***             HOLERITES E DOS HOLERITES E REGISTROS DE
      ***             FOLHA E DE 13O GUARDADOS NO SPOOL DE
      ***             RELATORIOS QUE CITAM O CPF OU O NOME (OS
      ***             REGISTROS DE FOLHA TRAZEM SO OS 20
      ***             PRIMEIROS CARACTERES DO NOME, QUE TAMBEM SAO
      ***             PROCURADOS). CADA ATENDIMENTO FICA
      ***             REGISTRADO NA AUDITORIA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEVENDA.
           SELECT ARQ-DETALHEHIST ASSIGN TO 'DETALHEVENDAHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEHIST.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-CONTRATOS.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICOALTERACOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ARQ-FOLHA ASSIGN TO 'FOLHAPAGAMENTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FOL-CHAVE
             FILE STATUS IS WRK-FS-FOLHA.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMOTERCEIRO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEC-CHAVE
             FILE STATUS IS WRK-FS-DECIMO.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOSREMESSA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PGT-CHAVE
             FILE STATUS IS WRK-FS-PAGAMENTOS.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
           SELECT ARQ-CARTAS ASSIGN TO 'CARTASAVISO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-DUPLICADOS ASSIGN TO 'RELDUPLICADOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-CARTASCOB ASSIGN TO 'CARTASCOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-REMESSACOB ASSIGN TO 'REMESSACOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-HOLERITES ASSIGN TO 'HOLERITES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-SPOOLINDICE ASSIGN TO 'SPOOLINDICE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SPI-NUMERO
             FILE STATUS IS WRK-FS-INDICE.
           SELECT ARQ-SPOOLLINHAS ASSIGN TO 'SPOOLLINHAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SPL-CHAVE
             FILE STATUS IS WRK-FS-LINHAS.
           SELECT ARQ-TITULAR ASSIGN TO 'DADOSTITULAR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-TITULAR.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-DETALHEHIST.
       COPY DETALHEVENDA REPLACING ==REG-DETALHE== BY ==REG-DETHIST==
            LEADING ==DET-== BY ==DTH-==.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-CONTRATOS.
       COPY CONTRATOS.
       FD  ARQ-HISTORICO.
       COPY HISTORICOALTERACOES.
       FD  ARQ-FOLHA.
       COPY FOLHAPAGAMENTO.
       FD  ARQ-DECIMO.
       COPY DECIMOTERCEIRO.
       FD  ARQ-PAGAMENTOS.
       COPY PAGAMENTOSREMESSA.
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       FD  ARQ-CARTAS.
       01  REG-CARTA               PIC X(80).
       FD  ARQ-DUPLICADOS.
       01  REG-DUPLICADO           PIC X(80).
       FD  ARQ-CARTASCOB.
       01  REG-CARTACOB            PIC X(80).
       FD  ARQ-REMESSACOB.
       01  REG-REMESSACOB          PIC X(100).
       01  REG-REMESSACOB-DETALHE REDEFINES REG-REMESSACOB.
           02  REM-DET-TIPO        PIC X(01).
           02  REM-DET-NOSSONUMERO PIC X(18).
           02  REM-DET-CPF         PIC X(11).
           02  REM-DET-NOME        PIC X(30).
           02  REM-DET-VENCIMENTO  PIC 9(08).
           02  FILLER              PIC X(32).
       FD  ARQ-HOLERITES.
       01  REG-HOLERITE            PIC X(80).
       FD  ARQ-SPOOLINDICE.
       COPY SPOOLINDICE.
       FD  ARQ-SPOOLLINHAS.
       COPY SPOOLLINHAS.
       FD  ARQ-TITULAR.
       01  REG-TITULAR             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-VENDEDORES    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CONTRATOS     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-HISTORICO     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-EXTRATO       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FOLHA         PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DECIMO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PENDENTES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-TITULAR       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-INDICE        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-LINHAS        PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-LINHAS       PIC X(01)  VALUE 'N'.
           88 FIM-LINHAS                  VALUE 'S'.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-PEDIDO            VALUE 'S'.
       77 WRK-CPF-VALIDO       PIC X(01)  VALUE 'S'.
           88 CPF-VALIDO                  VALUE 'S'.
       77 WRK-FIM-LEITURA      PIC X(01)  VALUE 'N'.
           88 FIM-LEITURA                 VALUE 'S'.
       77 WRK-CPF              PIC X(11)  VALUE SPACES.
       77 WRK-NOMETITULAR      PIC X(30)  VALUE SPACES.
       77 WRK-TAMNOME          PIC 9(02)  VALUE ZEROS.
       77 WRK-TAMNOMEFOLHA     PIC 9(02)  VALUE ZEROS.
       77 WRK-OCORRENCIAS      PIC 9(04)  VALUE ZEROS.
       77 WRK-LINHA            PIC X(80)  VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-SALARIO-ED       PIC ZZZ.ZZ9,99.
       01 WRK-TABELA-CLIENTES.
           02 WRK-CLIENTE-TAB   OCCURS 20 TIMES.
              03 WRK-TC-CODIGO   PIC 9(06).
              03 WRK-TC-LINHAS   PIC 9(06).
              03 WRK-TC-VENDAS   PIC 9(11)V99.
              03 WRK-TC-CANCEL   PIC 9(11)V99.
              03 WRK-TC-PRIMEIRA PIC 9(06).
              03 WRK-TC-ULTIMA   PIC 9(06).
       77 WRK-NUMCLIENTES      PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXCLI           PIC 9(02)  VALUE ZEROS.
       77 WRK-POSCLI           PIC 9(02)  VALUE ZEROS.
       01 WRK-TABELA-MATRICULAS.
           02 WRK-MATRICULA-TAB PIC 9(05) OCCURS 10 TIMES.
       77 WRK-NUMMATRICULAS    PIC 9(02)  VALUE ZEROS.
       01 WRK-TABELA-VENDEDORES.
           02 WRK-VENDEDOR-TAB  PIC 9(05) OCCURS 10 TIMES.
       77 WRK-NUMVENDEDORES    PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXTAB           PIC 9(02)  VALUE ZEROS.
       77 WRK-LIN-CODIGO       PIC 9(05)  VALUE ZEROS.
       77 WRK-POSCOD           PIC 9(02)  VALUE ZEROS.
       77 WRK-LIN-TIPO         PIC X(01)  VALUE SPACES.
       77 WRK-LIN-ANO          PIC 9(04)  VALUE ZEROS.
       77 WRK-LIN-MES          PIC 9(02)  VALUE ZEROS.
       77 WRK-LIN-CLIENTE      PIC 9(06)  VALUE ZEROS.
       77 WRK-LIN-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ANOMES           PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEPARCELAS     PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEABERTAS      PIC 9(05)  VALUE ZEROS.
       77 WRK-VALORABERTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDECONTRATOS    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEHISTORICO    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEEXTRATOS     PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEFOLHAS       PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEDECIMOS      PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEPAGAMENTOS   PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEPENDENCIAS   PIC 9(05)  VALUE ZEROS.
       77 WRK-VALOR2-ED        PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED        PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'EXPORTARTITULAR'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-PEDIDO
               PERFORM 0200-CADASTROS
               PERFORM 0300-COMPRAS
               PERFORM 0400-PARCELAS
               PERFORM 0500-CONTRATOS
               PERFORM 0600-ALTERACOES
               PERFORM 0620-FOLHAS
               PERFORM 0640-DECIMOS
               PERFORM 0660-PAGAMENTOS
               PERFORM 0680-PENDENCIAS
               PERFORM 0700-EXTRATOS
               PERFORM 0800-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'CPF DO TITULAR (11 DIGITOS) '.
           ACCEPT WRK-CPF.
           IF WRK-CPF NOT NUMERIC
              MOVE 'N' TO WRK-CPF-VALIDO
           ELSE
              CALL 'VALIDARCPF' USING WRK-CPF WRK-CPF-VALIDO
           END-IF.
           IF NOT CPF-VALIDO
              DISPLAY 'CPF INVALIDO: ' WRK-CPF
           ELSE
              SET PROCESSAR-PEDIDO TO TRUE
              OPEN OUTPUT ARQ-TITULAR
              MOVE ALL '*' TO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING 'DADOS PESSOAIS DO TITULAR CPF ' WRK-CPF
                     ' EM ' WRK-DATADIA '/' WRK-DATAMES '/'
                     WRK-DATAANO
                     DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
              MOVE ALL '*' TO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
           END-IF.

       0200-CADASTROS.
           MOVE 'CADASTRO DE CLIENTES' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0210-LER-CLIENTE UNTIL FIM-LEITURA.
           IF WRK-FS-CLIENTES NOT EQUAL '35'
              CLOSE ARQ-CLIENTES
           END-IF.
           MOVE 'CADASTRO DE FUNCIONARIOS' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0220-LER-FUNCIONARIO UNTIL FIM-LEITURA.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '35'
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           MOVE 'CADASTRO DE VENDEDORES (TITULAR DA CONTA)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-VENDEDORES.
           IF WRK-FS-VENDEDORES NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0230-LER-VENDEDOR UNTIL FIM-LEITURA.
           IF WRK-FS-VENDEDORES NOT EQUAL '35'
              CLOSE ARQ-VENDEDORES
           END-IF.
           PERFORM 0240-TAMANHO-NOME.

       0210-LER-CLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF CLI-CPF EQUAL WRK-CPF
                    PERFORM 0215-LISTAR-CLIENTE
                 END-IF
           END-READ.

       0215-LISTAR-CLIENTE.
           IF WRK-NUMCLIENTES LESS THAN 20
              ADD 1 TO WRK-NUMCLIENTES
              INITIALIZE WRK-CLIENTE-TAB(WRK-NUMCLIENTES)
              MOVE CLI-CODIGO TO WRK-TC-CODIGO(WRK-NUMCLIENTES)
           END-IF.
           IF WRK-NOMETITULAR EQUAL SPACES
              MOVE CLI-NOME TO WRK-NOMETITULAR
           END-IF.
           MOVE CLI-LIMITECREDITO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CLIENTE ' CLI-CODIGO ' ' CLI-NOME
                  ' SITUACAO ' CLI-SITUACAO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    ENDERECO ' CLI-ENDERECO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    TELEFONE ' CLI-TELEFONE
                  ' LIMITE R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    E-MAIL ' CLI-EMAIL
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0220-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF FUNC-CPF EQUAL WRK-CPF
                    PERFORM 0225-LISTAR-FUNCIONARIO
                 END-IF
           END-READ.

       0225-LISTAR-FUNCIONARIO.
           IF WRK-NUMMATRICULAS LESS THAN 10
              ADD 1 TO WRK-NUMMATRICULAS
              MOVE FUNC-MATRICULA
                TO WRK-MATRICULA-TAB(WRK-NUMMATRICULAS)
           END-IF.
           IF WRK-NOMETITULAR EQUAL SPACES
              MOVE FUNC-NOME TO WRK-NOMETITULAR
           END-IF.
           MOVE FUNC-SALARIO TO WRK-SALARIO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  MATRICULA ' FUNC-MATRICULA ' ' FUNC-NOME
                  ' SITUACAO ' FUNC-SITUACAO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    ADMISSAO ' FUNC-DIAENTRADA '/'
                  FUNC-MESENTRADA '/' FUNC-ANOENTRADA
                  ' SALARIO R$' WRK-SALARIO-ED
                  ' SAIDA ' FUNC-DIASAIDA '/' FUNC-MESSAIDA '/'
                  FUNC-ANOSAIDA
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    BANCO ' FUNC-BANCO ' AGENCIA ' FUNC-AGENCIA
                  ' CONTA ' FUNC-CONTA
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           IF FUNC-MOTIVOSAIDA NOT EQUAL SPACES
              MOVE SPACES TO WRK-LINHA
              STRING '    MOTIVO DA SAIDA ' FUNC-MOTIVOSAIDA
                     DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
           END-IF.

       0230-LER-VENDEDOR.
           READ ARQ-VENDEDORES NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF VEND-CPFTITULAR EQUAL WRK-CPF
                    PERFORM 0235-LISTAR-VENDEDOR
                 END-IF
           END-READ.

       0235-LISTAR-VENDEDOR.
           IF WRK-NUMVENDEDORES LESS THAN 10
              ADD 1 TO WRK-NUMVENDEDORES
              MOVE VEND-CODIGO
                TO WRK-VENDEDOR-TAB(WRK-NUMVENDEDORES)
           END-IF.
           IF WRK-NOMETITULAR EQUAL SPACES
              MOVE VEND-NOME TO WRK-NOMETITULAR
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING '  VENDEDOR ' VEND-CODIGO ' ' VEND-NOME
                  ' EQUIPE ' VEND-EQUIPE
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    BANCO ' VEND-BANCO ' AGENCIA ' VEND-AGENCIA
                  ' CONTA ' VEND-CONTA ' SITUACAO ' VEND-SITUACAO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0240-TAMANHO-NOME.
           MOVE 30 TO WRK-TAMNOME.
           PERFORM UNTIL WRK-TAMNOME EQUAL ZEROS
                   OR WRK-NOMETITULAR(WRK-TAMNOME:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WRK-TAMNOME
           END-PERFORM.
           MOVE ZEROS TO WRK-TAMNOMEFOLHA.
           IF WRK-TAMNOME GREATER THAN 20
              MOVE 20 TO WRK-TAMNOMEFOLHA
           END-IF.

       0300-COMPRAS.
           MOVE 'COMPRAS (DETALHEVENDA E DETALHEVENDAHIST)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           IF WRK-NUMCLIENTES GREATER THAN ZEROS
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN INPUT ARQ-DETALHEVENDA
              IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0310-LER-DETALHE UNTIL FIM-LEITURA
              IF WRK-FS-DETALHEVENDA NOT EQUAL '35'
                 CLOSE ARQ-DETALHEVENDA
              END-IF
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN INPUT ARQ-DETALHEHIST
              IF WRK-FS-DETALHEHIST NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0315-LER-DETALHEHIST UNTIL FIM-LEITURA
              IF WRK-FS-DETALHEHIST NOT EQUAL '35'
                 CLOSE ARQ-DETALHEHIST
              END-IF
           END-IF.
           PERFORM VARYING WRK-IDXCLI FROM 1 BY 1
                   UNTIL WRK-IDXCLI GREATER THAN WRK-NUMCLIENTES
              PERFORM 0330-LISTAR-COMPRAS
           END-PERFORM.

       0310-LER-DETALHE.
           READ ARQ-DETALHEVENDA
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DET-TIPO    TO WRK-LIN-TIPO
                 MOVE DET-ANO     TO WRK-LIN-ANO
                 MOVE DET-MES     TO WRK-LIN-MES
                 MOVE DET-CLIENTE TO WRK-LIN-CLIENTE
                 MOVE DET-VALOR   TO WRK-LIN-VALOR
                 PERFORM 0320-ACUMULAR-LINHA
           END-READ.

       0315-LER-DETALHEHIST.
           READ ARQ-DETALHEHIST
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DTH-TIPO    TO WRK-LIN-TIPO
                 MOVE DTH-ANO     TO WRK-LIN-ANO
                 MOVE DTH-MES     TO WRK-LIN-MES
                 MOVE DTH-CLIENTE TO WRK-LIN-CLIENTE
                 MOVE DTH-VALOR   TO WRK-LIN-VALOR
                 PERFORM 0320-ACUMULAR-LINHA
           END-READ.

       0320-ACUMULAR-LINHA.
           PERFORM 0390-LOCALIZAR-CLIENTE.
           IF WRK-POSCLI GREATER THAN ZEROS
              ADD 1 TO WRK-TC-LINHAS(WRK-POSCLI)
              IF WRK-LIN-TIPO EQUAL 'C'
                 ADD WRK-LIN-VALOR TO WRK-TC-CANCEL(WRK-POSCLI)
              ELSE
                 ADD WRK-LIN-VALOR TO WRK-TC-VENDAS(WRK-POSCLI)
              END-IF
              COMPUTE WRK-ANOMES = WRK-LIN-ANO * 100 + WRK-LIN-MES
              IF WRK-TC-PRIMEIRA(WRK-POSCLI) EQUAL ZEROS
                 OR WRK-ANOMES LESS THAN WRK-TC-PRIMEIRA(WRK-POSCLI)
                 MOVE WRK-ANOMES TO WRK-TC-PRIMEIRA(WRK-POSCLI)
              END-IF
              IF WRK-ANOMES GREATER THAN WRK-TC-ULTIMA(WRK-POSCLI)
                 MOVE WRK-ANOMES TO WRK-TC-ULTIMA(WRK-POSCLI)
              END-IF
           END-IF.

       0330-LISTAR-COMPRAS.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CLIENTE ' WRK-TC-CODIGO(WRK-IDXCLI)
                  ' LANCAMENTOS ' WRK-TC-LINHAS(WRK-IDXCLI)
                  ' DE ' WRK-TC-PRIMEIRA(WRK-IDXCLI)
                  ' A ' WRK-TC-ULTIMA(WRK-IDXCLI)
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WRK-TC-VENDAS(WRK-IDXCLI) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '    VENDAS R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           MOVE WRK-TC-CANCEL(WRK-IDXCLI) TO WRK-VALOR-ED.
           MOVE ' CANCELAMENTOS R$' TO WRK-LINHA(28:17).
           MOVE WRK-VALOR-ED TO WRK-LINHA(45:13).
           PERFORM 0900-GRAVAR-LINHA.

       0390-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-POSCLI.
           PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                   UNTIL WRK-IDXTAB GREATER THAN WRK-NUMCLIENTES
                      OR WRK-POSCLI GREATER THAN ZEROS
              IF WRK-TC-CODIGO(WRK-IDXTAB) EQUAL WRK-LIN-CLIENTE
                 MOVE WRK-IDXTAB TO WRK-POSCLI
              END-IF
           END-PERFORM.

       0400-PARCELAS.
           MOVE 'PARCELAS A RECEBER (PARCELASRECEBER)' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS EQUAL '00'
              PERFORM VARYING WRK-IDXCLI FROM 1 BY 1
                      UNTIL WRK-IDXCLI GREATER THAN WRK-NUMCLIENTES
                 PERFORM 0410-SOMAR-PARCELAS
              END-PERFORM
              CLOSE ARQ-PARCELAS
           END-IF.

       0410-SOMAR-PARCELAS.
           MOVE ZEROS TO WRK-QTDEPARCELAS.
           MOVE ZEROS TO WRK-QTDEABERTAS.
           MOVE ZEROS TO WRK-VALORABERTO.
           MOVE 'N'   TO WRK-FIM-LEITURA.
           MOVE WRK-TC-CODIGO(WRK-IDXCLI) TO PAR-CLIENTE.
           MOVE ZEROS TO PAR-ANO.
           MOVE ZEROS TO PAR-MES.
           MOVE ZEROS TO PAR-SEQ.
           MOVE ZEROS TO PAR-PARCELA.
           START ARQ-PARCELAS
                 KEY GREATER THAN OR EQUAL TO PAR-CHAVE
              INVALID KEY
                 SET FIM-LEITURA TO TRUE
           END-START.
           PERFORM 0415-LER-PARCELA UNTIL FIM-LEITURA.
           MOVE WRK-VALORABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CLIENTE ' WRK-TC-CODIGO(WRK-IDXCLI)
                  ' PARCELAS ' WRK-QTDEPARCELAS
                  ' EM ABERTO ' WRK-QTDEABERTAS
                  ' R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0415-LER-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF PAR-CLIENTE NOT EQUAL WRK-TC-CODIGO(WRK-IDXCLI)
                    SET FIM-LEITURA TO TRUE
                 ELSE
                    ADD 1 TO WRK-QTDEPARCELAS
                    IF PARCELA-ABERTA
                       ADD 1         TO WRK-QTDEABERTAS
                       ADD PAR-VALOR TO WRK-VALORABERTO
                    END-IF
                 END-IF
           END-READ.

       0500-CONTRATOS.
           MOVE 'CONTRATOS DE INVESTIMENTO (CONTRATOS)' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS NOT EQUAL '00'
              OR WRK-NUMCLIENTES EQUAL ZEROS
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0510-LER-CONTRATO UNTIL FIM-LEITURA.
           IF WRK-FS-CONTRATOS NOT EQUAL '35'
              CLOSE ARQ-CONTRATOS
           END-IF.

       0510-LER-CONTRATO.
           READ ARQ-CONTRATOS
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE CONT-CLIENTE TO WRK-LIN-CLIENTE
                 PERFORM 0390-LOCALIZAR-CLIENTE
                 IF WRK-POSCLI GREATER THAN ZEROS
                    ADD 1 TO WRK-QTDECONTRATOS
                    MOVE CONT-PRINCIPAL TO WRK-VALOR-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING '  CLIENTE ' CONT-CLIENTE
                           ' CONTRATO ' CONT-NUMERO
                           ' INICIO ' CONT-MESINICIO '/'
                           CONT-ANOINICIO
                           ' R$' WRK-VALOR-ED
                           ' SITUACAO ' CONT-SITUACAO
                           DELIMITED BY SIZE INTO WRK-LINHA
                    PERFORM 0900-GRAVAR-LINHA
                 END-IF
           END-READ.

       0600-ALTERACOES.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HISTORICO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0610-LER-HISTORICO UNTIL FIM-LEITURA.
           IF WRK-FS-HISTORICO NOT EQUAL '35'
              CLOSE ARQ-HISTORICO
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALTERACOES DE CADASTRO NO HISTORICOALTERACOES: '
                  WRK-QTDEHISTORICO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0610-LER-HISTORICO.
           READ ARQ-HISTORICO
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN HAL-CLIENTE
                       MOVE HAL-CHAVE(1:6) TO WRK-LIN-CLIENTE
                       PERFORM 0390-LOCALIZAR-CLIENTE
                       IF WRK-POSCLI GREATER THAN ZEROS
                          ADD 1 TO WRK-QTDEHISTORICO
                       END-IF
                    WHEN HAL-FUNCIONARIO
                       PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                         UNTIL WRK-IDXTAB GREATER THAN WRK-NUMMATRICULAS
                          IF HAL-CHAVE(1:5) EQUAL
                             WRK-MATRICULA-TAB(WRK-IDXTAB)
                             ADD 1 TO WRK-QTDEHISTORICO
                          END-IF
                       END-PERFORM
                    WHEN HAL-VENDEDOR
                       PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                         UNTIL WRK-IDXTAB GREATER THAN WRK-NUMVENDEDORES
                          IF HAL-CHAVE(1:5) EQUAL
                             WRK-VENDEDOR-TAB(WRK-IDXTAB)
                             ADD 1 TO WRK-QTDEHISTORICO
                          END-IF
                       END-PERFORM
                 END-EVALUATE
           END-READ.

       0620-FOLHAS.
           MOVE 'FOLHA DE PAGAMENTO (FOLHAPAGAMENTO)' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-FOLHA.
           IF WRK-FS-FOLHA NOT EQUAL '00'
              OR WRK-NUMMATRICULAS EQUAL ZEROS
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0625-LER-FOLHA UNTIL FIM-LEITURA.
           IF WRK-FS-FOLHA NOT EQUAL '35'
              CLOSE ARQ-FOLHA
           END-IF.

       0625-LER-FOLHA.
           READ ARQ-FOLHA NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE FOL-MATRICULA TO WRK-LIN-CODIGO
                 PERFORM 0690-LOCALIZAR-MATRICULA
                 IF WRK-POSCOD GREATER THAN ZEROS
                    PERFORM 0630-LISTAR-FOLHA
                 END-IF
           END-READ.

       0630-LISTAR-FOLHA.
           ADD 1 TO WRK-QTDEFOLHAS.
           MOVE SPACES TO WRK-LINHA.
           STRING '  MATRICULA ' FOL-MATRICULA ' ' FOL-NOME
                  ' COMPETENCIA ' FOL-MES '/' FOL-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE FOL-BRUTO TO WRK-VALOR-ED.
           MOVE FOL-INSS  TO WRK-VALOR2-ED.
           MOVE FOL-IRRF  TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '    BRUTO R$' WRK-VALOR-ED
                  ' INSS R$' WRK-VALOR2-ED
                  ' IRRF R$' WRK-VALOR3-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE FOL-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '    DIAS ' FOL-DIAS
                  ' LIQUIDO R$' WRK-VALOR-ED
                  ' SITUACAO ' FOL-SITUACAO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0640-DECIMOS.
           MOVE 'DECIMO TERCEIRO SALARIO (DECIMOTERCEIRO)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-DECIMO.
           IF WRK-FS-DECIMO NOT EQUAL '00'
              OR WRK-NUMMATRICULAS EQUAL ZEROS
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0645-LER-DECIMO UNTIL FIM-LEITURA.
           IF WRK-FS-DECIMO NOT EQUAL '35'
              CLOSE ARQ-DECIMO
           END-IF.

       0645-LER-DECIMO.
           READ ARQ-DECIMO NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DEC-MATRICULA TO WRK-LIN-CODIGO
                 PERFORM 0690-LOCALIZAR-MATRICULA
                 IF WRK-POSCOD GREATER THAN ZEROS
                    PERFORM 0650-LISTAR-DECIMO
                 END-IF
           END-READ.

       0650-LISTAR-DECIMO.
           ADD 1 TO WRK-QTDEDECIMOS.
           MOVE DEC-INTEGRAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  MATRICULA ' DEC-MATRICULA ' ' DEC-NOME
                  ' ANO ' DEC-ANO ' AVOS ' DEC-AVOS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE DEC-PARCELA1 TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '    INTEGRAL R$' WRK-VALOR-ED
                  ' 1A PARCELA R$' WRK-VALOR2-ED
                  ' SITUACAO ' DEC-SITUACAO1
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE DEC-INSS     TO WRK-VALOR-ED.
           MOVE DEC-IRRF     TO WRK-VALOR2-ED.
           MOVE DEC-PARCELA2 TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '    INSS R$' WRK-VALOR-ED
                  ' IRRF R$' WRK-VALOR2-ED
                  ' 2A PARCELA R$' WRK-VALOR3-ED
                  ' SIT ' DEC-SITUACAO2
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0660-PAGAMENTOS.
           MOVE 'PAGAMENTOS ENVIADOS AO BANCO (PAGAMENTOSREMESSA)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '00'
              OR (WRK-NUMMATRICULAS EQUAL ZEROS
                  AND WRK-NUMVENDEDORES EQUAL ZEROS)
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0665-LER-PAGAMENTO UNTIL FIM-LEITURA.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '35'
              CLOSE ARQ-PAGAMENTOS
           END-IF.

       0665-LER-PAGAMENTO.
           READ ARQ-PAGAMENTOS NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE PGT-FAVORECIDO TO WRK-LIN-CODIGO
                 IF PGT-COMISSAO
                    PERFORM 0695-LOCALIZAR-VENDEDOR
                 ELSE
                    PERFORM 0690-LOCALIZAR-MATRICULA
                 END-IF
                 IF WRK-POSCOD GREATER THAN ZEROS
                    PERFORM 0670-LISTAR-PAGAMENTO
                 END-IF
           END-READ.

       0670-LISTAR-PAGAMENTO.
           ADD 1 TO WRK-QTDEPAGAMENTOS.
           MOVE PGT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CICLO ' PGT-CICLO ' REF ' PGT-REFERENCIA
                  ' FAVORECIDO ' PGT-FAVORECIDO ' ' PGT-NOME
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    R$' WRK-VALOR-ED
                  ' REMESSA ' PGT-REMESSADIA '/' PGT-REMESSAMES '/'
                  PGT-REMESSAANO
                  ' SITUACAO ' PGT-SITUACAO ' ' PGT-MOTIVO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

       0680-PENDENCIAS.
           MOVE 'ALTERACOES BANCARIAS E SALARIAIS (ALTERACOESPENDENTES)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           OPEN INPUT ARQ-PENDENTES.
           IF WRK-FS-PENDENTES EQUAL '00'
              PERFORM VARYING WRK-POSCOD FROM 1 BY 1
                      UNTIL WRK-POSCOD GREATER THAN WRK-NUMMATRICULAS
                 MOVE 'F' TO PND-CADASTRO
                 MOVE WRK-MATRICULA-TAB(WRK-POSCOD) TO PND-CODIGO
                 PERFORM 0685-LER-PENDENCIA
              END-PERFORM
              PERFORM VARYING WRK-POSCOD FROM 1 BY 1
                      UNTIL WRK-POSCOD GREATER THAN WRK-NUMVENDEDORES
                 MOVE 'V' TO PND-CADASTRO
                 MOVE WRK-VENDEDOR-TAB(WRK-POSCOD) TO PND-CODIGO
                 PERFORM 0685-LER-PENDENCIA
              END-PERFORM
              CLOSE ARQ-PENDENTES
           END-IF.

       0685-LER-PENDENCIA.
           READ ARQ-PENDENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 0687-LISTAR-PENDENCIA
           END-READ.

       0687-LISTAR-PENDENCIA.
           ADD 1 TO WRK-QTDEPENDENCIAS.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CADASTRO ' PND-CADASTRO ' CODIGO ' PND-CODIGO
                  ' ' PND-NOME ' SITUACAO ' PND-SITUACAO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '    SOLICITADA EM ' PND-SOLICDIA '/' PND-SOLICMES
                  '/' PND-SOLICANO ' POR ' PND-SOLICITANTE
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           IF PND-ALTERA-BANCO
              MOVE SPACES TO WRK-LINHA
              STRING '    ANTES BANCO ' PND-BANCOANT
                     ' AGENCIA ' PND-AGENCIAANT
                     ' CONTA ' PND-CONTAANT
                     ' TITULAR ' PND-CPFTITANT
                     DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING '    NOVO  BANCO ' PND-BANCONOVO
                     ' AGENCIA ' PND-AGENCIANOVA
                     ' CONTA ' PND-CONTANOVA
                     ' TITULAR ' PND-CPFTITNOVO
                     DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0900-GRAVAR-LINHA
           END-IF.
           IF PND-ALTERA-SALARIO
              MOVE PND-SALARIOANT  TO WRK-SALARIO-ED
              MOVE SPACES TO WRK-LINHA
              STRING '    SALARIO ANTES R$' WRK-SALARIO-ED
                     DELIMITED BY SIZE INTO WRK-LINHA
              MOVE PND-SALARIONOVO TO WRK-SALARIO-ED
              MOVE ' NOVO R$'      TO WRK-LINHA(31:8)
              MOVE WRK-SALARIO-ED  TO WRK-LINHA(39:10)
              PERFORM 0900-GRAVAR-LINHA
           END-IF.

       0690-LOCALIZAR-MATRICULA.
           MOVE ZEROS TO WRK-POSCOD.
           PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                   UNTIL WRK-IDXTAB GREATER THAN WRK-NUMMATRICULAS
                      OR WRK-POSCOD GREATER THAN ZEROS
              IF WRK-MATRICULA-TAB(WRK-IDXTAB) EQUAL WRK-LIN-CODIGO
                 MOVE WRK-IDXTAB TO WRK-POSCOD
              END-IF
           END-PERFORM.

       0695-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-POSCOD.
           PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                   UNTIL WRK-IDXTAB GREATER THAN WRK-NUMVENDEDORES
                      OR WRK-POSCOD GREATER THAN ZEROS
              IF WRK-VENDEDOR-TAB(WRK-IDXTAB) EQUAL WRK-LIN-CODIGO
                 MOVE WRK-IDXTAB TO WRK-POSCOD
              END-IF
           END-PERFORM.

       0700-EXTRATOS.
           MOVE 'EXTRATOS QUE CITAM O TITULAR (CARTASAVISO, '
             TO WRK-LINHA.
           MOVE 'RELDUPLICADOS, CARTASCOBRANCA,' TO WRK-LINHA(45:30).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE '  REMESSACOBRANCA, HOLERITES E FOLHAS NO SPOOL)'
             TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-CARTAS.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              PERFORM 0710-LER-CARTA UNTIL FIM-LEITURA
              CLOSE ARQ-CARTAS
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-DUPLICADOS.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              PERFORM 0720-LER-DUPLICADO UNTIL FIM-LEITURA
              CLOSE ARQ-DUPLICADOS
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-CARTASCOB.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              PERFORM 0740-LER-CARTACOB UNTIL FIM-LEITURA
              CLOSE ARQ-CARTASCOB
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-REMESSACOB.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              PERFORM 0750-LER-REMESSACOB UNTIL FIM-LEITURA
              CLOSE ARQ-REMESSACOB
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-HOLERITES.
           IF WRK-FS-EXTRATO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              PERFORM 0760-LER-HOLERITE UNTIL FIM-LEITURA
              CLOSE ARQ-HOLERITES
           END-IF.
           PERFORM 0770-SPOOL-FOLHA.

       0710-LER-CARTA.
           READ ARQ-CARTAS
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE REG-CARTA TO WRK-LINHA
                 PERFORM 0730-CONFERIR-LINHA
           END-READ.

       0720-LER-DUPLICADO.
           READ ARQ-DUPLICADOS
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE REG-DUPLICADO TO WRK-LINHA
                 PERFORM 0730-CONFERIR-LINHA
           END-READ.

       0730-CONFERIR-LINHA.
           MOVE ZEROS TO WRK-OCORRENCIAS.
           INSPECT WRK-LINHA TALLYING WRK-OCORRENCIAS
                   FOR ALL WRK-CPF.
           IF WRK-TAMNOME GREATER THAN ZEROS
              INSPECT WRK-LINHA TALLYING WRK-OCORRENCIAS
                      FOR ALL WRK-NOMETITULAR(1:WRK-TAMNOME)
           END-IF.
           IF WRK-TAMNOMEFOLHA GREATER THAN ZEROS
              AND WRK-OCORRENCIAS EQUAL ZEROS
              INSPECT WRK-LINHA TALLYING WRK-OCORRENCIAS
                      FOR ALL WRK-NOMETITULAR(1:WRK-TAMNOMEFOLHA)
           END-IF.
           IF WRK-OCORRENCIAS GREATER THAN ZEROS
              ADD 1 TO WRK-QTDEEXTRATOS
              PERFORM 0900-GRAVAR-LINHA
           END-IF.

       0740-LER-CARTACOB.
           READ ARQ-CARTASCOB
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE REG-CARTACOB TO WRK-LINHA
                 PERFORM 0730-CONFERIR-LINHA
           END-READ.

       0750-LER-REMESSACOB.
           READ ARQ-REMESSACOB
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF REM-DET-TIPO EQUAL 'D'
                    MOVE SPACES TO WRK-LINHA
                    STRING 'BOLETO ' REM-DET-NOSSONUMERO
                           ' ' REM-DET-CPF ' ' REM-DET-NOME
                           ' ' REM-DET-VENCIMENTO
                           DELIMITED BY SIZE INTO WRK-LINHA
                    PERFORM 0730-CONFERIR-LINHA
                 END-IF
           END-READ.

       0760-LER-HOLERITE.
           READ ARQ-HOLERITES
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE REG-HOLERITE TO WRK-LINHA
                 PERFORM 0730-CONFERIR-LINHA
           END-READ.

       0770-SPOOL-FOLHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-SPOOLINDICE.
           IF WRK-FS-INDICE NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              OPEN INPUT ARQ-SPOOLLINHAS
              IF WRK-FS-LINHAS NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
           END-IF.
           PERFORM 0775-LER-INDICE UNTIL FIM-LEITURA.
           IF WRK-FS-INDICE NOT EQUAL '35'
              CLOSE ARQ-SPOOLINDICE
              IF WRK-FS-LINHAS NOT EQUAL '35'
                 CLOSE ARQ-SPOOLLINHAS
              END-IF
           END-IF.

       0775-LER-INDICE.
           READ ARQ-SPOOLINDICE NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF SPI-NUMERO GREATER THAN ZEROS
                    AND (SPI-RELATORIO EQUAL 'HOLERITES'
                     OR SPI-RELATORIO EQUAL 'REGISTRO FOLHA'
                     OR SPI-RELATORIO EQUAL 'REGISTRO 13O SALARIO')
                    PERFORM 0780-LER-LINHAS-SPOOL
                 END-IF
           END-READ.

       0780-LER-LINHAS-SPOOL.
           MOVE 'N'        TO WRK-FIM-LINHAS.
           MOVE SPI-NUMERO TO SPL-NUMERO.
           MOVE ZEROS      TO SPL-SEQUENCIA.
           START ARQ-SPOOLLINHAS
                 KEY GREATER THAN OR EQUAL TO SPL-CHAVE
              INVALID KEY
                 SET FIM-LINHAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-LINHAS
              READ ARQ-SPOOLLINHAS NEXT RECORD
                 AT END
                    SET FIM-LINHAS TO TRUE
                 NOT AT END
                    IF SPL-NUMERO NOT EQUAL SPI-NUMERO
                       SET FIM-LINHAS TO TRUE
                    ELSE
                       MOVE SPL-TEXTO TO WRK-LINHA
                       PERFORM 0730-CONFERIR-LINHA
                    END-IF
              END-READ
           END-PERFORM.

       0800-FINALIZAR.
           MOVE ALL '*' TO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTES ' WRK-NUMCLIENTES
                  ' FUNCIONARIOS ' WRK-NUMMATRICULAS
                  ' VENDEDORES ' WRK-NUMVENDEDORES
                  ' CONTRATOS ' WRK-QTDECONTRATOS
                  ' LINHAS DE EXTRATO ' WRK-QTDEEXTRATOS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FOLHAS ' WRK-QTDEFOLHAS
                  ' 13O SALARIOS ' WRK-QTDEDECIMOS
                  ' PAGAMENTOS ' WRK-QTDEPAGAMENTOS
                  ' ALTERACOES PENDENTES ' WRK-QTDEPENDENCIAS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE ARQ-TITULAR.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PEDIDO DO TITULAR CPF ' WRK-CPF
                  ' CLIENTES ' WRK-NUMCLIENTES
                  ' FUNCIONARIOS ' WRK-NUMMATRICULAS
                  ' VENDEDORES ' WRK-NUMVENDEDORES
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0900-GRAVAR-LINHA.
           WRITE REG-TITULAR FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
