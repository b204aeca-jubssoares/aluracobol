       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNOREMESSA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DO BANCO
      ***             (RETORNOBANCO) DE UMA REMESSA BANCARIA
      ***             GERADA PELO GERARREMESSA: COMISSOES
      ***             LIBERADAS, SALARIOS NOVOS (AUMENTOS),
      ***             LIQUIDO DA FOLHA (FOLHAPAGAMENTO) OU
      ***             PARCELA DO 13O SALARIO (DECIMOTERCEIRO).
      ***             LAYOUT FIXO COM HEADER,
      ***             DETALHE E TRAILER; DIVERGENCIA DE TRAILER
      ***             ABORTA O PROCESSAMENTO ANTES DE QUALQUER
      ***             ATUALIZACAO. CADA DETALHE MARCA O
      ***             PAGAMENTO DO PAGAMENTOSREMESSA COMO PAGO
      ***             OU REJEITADO COM A OCORRENCIA E O MOTIVO
      ***             DO BANCO. AO FINAL LISTA TODOS OS
      ***             FAVORECIDOS REJEITADOS COM OS DADOS
      ***             BANCARIOS DO CADASTRO (VENDEDORES OU
      ***             FUNCIONARIOS) PARA CORRECAO ANTES DO
      ***             REENVIO, GUARDADA NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO.
      ***             RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO 'RETORNOBANCO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RETORNO.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOSREMESSA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PGT-CHAVE
             FILE STATUS IS WRK-FS-PAGAMENTOS.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RETORNO             PIC X(100).
       01  REG-RETORNO-HEADER REDEFINES REG-RETORNO.
           02  RET-HDR-TIPO        PIC X(01).
           02  RET-HDR-DATA        PIC 9(08).
           02  RET-HDR-CICLO       PIC X(01).
           02  FILLER              PIC X(90).
       01  REG-RETORNO-DETALHE REDEFINES REG-RETORNO.
           02  RET-DET-TIPO        PIC X(01).
           02  RET-DET-SEUNUMERO   PIC X(14).
           02  RET-DET-OCORRENCIA  PIC X(02).
               88  RET-CREDITO-EFETUADO      VALUE '00'.
           02  RET-DET-MOTIVO      PIC X(30).
           02  RET-DET-VALOR       PIC 9(10)V99.
           02  RET-DET-DATA.
               03  RET-DET-ANO     PIC 9(04).
               03  RET-DET-MES     PIC 9(02).
               03  RET-DET-DIA     PIC 9(02).
           02  FILLER              PIC X(33).
       01  REG-RETORNO-TRAILER REDEFINES REG-RETORNO.
           02  RET-TRL-TIPO        PIC X(01).
           02  RET-TRL-QTDE        PIC 9(06).
           02  RET-TRL-TOTAL       PIC 9(12)V99.
           02  FILLER              PIC X(79).
       FD  ARQ-PAGAMENTOS.
       COPY PAGAMENTOSREMESSA.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RETORNO       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-VENDEDORES    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)  VALUE ZEROS.
       77 WRK-SW-AUTORIZADO    PIC X(01)  VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO       VALUE 'S'.
       77 WRK-SW-RETORNO       PIC X(01)  VALUE 'N'.
           88 RETORNO-LIBERADO            VALUE 'S'.
       77 WRK-SW-HEADER        PIC X(01)  VALUE 'N'.
           88 HEADER-LIDO                 VALUE 'S'.
       77 WRK-SW-TRAILER       PIC X(01)  VALUE 'N'.
           88 TRAILER-LIDO                VALUE 'S'.
       77 WRK-SW-DIVERGENTE    PIC X(01)  VALUE 'N'.
           88 TRAILER-DIVERGENTE          VALUE 'S'.
       77 WRK-SW-VENDEDORES    PIC X(01)  VALUE 'N'.
           88 VENDEDORES-ABERTO           VALUE 'S'.
       77 WRK-SW-FUNCIONARIOS  PIC X(01)  VALUE 'N'.
           88 FUNCIONARIOS-ABERTO         VALUE 'S'.
       77 WRK-FIM-RETORNO      PIC X(01)  VALUE 'N'.
           88 FIM-RETORNO                 VALUE 'S'.
       77 WRK-FIM-PAGAMENTOS   PIC X(01)  VALUE 'N'.
           88 FIM-PAGAMENTOS              VALUE 'S'.
       77 WRK-DATARETORNO      PIC 9(08)  VALUE ZEROS.
       77 WRK-CICLORETORNO     PIC X(01)  VALUE SPACES.
       77 WRK-QTDELINHAS       PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALLINHAS      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTDEPAGOS        PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEREJEITADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEIGNORADOS    PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEPENDENTES    PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALPAGO        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTALREJEITADO   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'RETORNOREMESSA'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-CONFERIR-RETORNO.
            IF RETORNO-LIBERADO
               PERFORM 0200-PROCESSAR-RETORNO
               PERFORM 0250-LISTAR-REJEITADOS
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-CONFERIR-RETORNO.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN INPUT ARQ-RETORNO
              IF WRK-FS-RETORNO NOT EQUAL '00'
                 DISPLAY 'ARQUIVO RETORNOBANCO NAO ENCONTRADO - '
                         'PROCESSAMENTO ABORTADO'
              ELSE
                 PERFORM 0110-LER-RETORNO
                 PERFORM 0120-CONFERIR-REGISTRO UNTIL FIM-RETORNO
                 CLOSE ARQ-RETORNO
                 PERFORM 0130-AVALIAR-CONFERENCIA
              END-IF
           END-IF.

       0110-LER-RETORNO.
           READ ARQ-RETORNO
              AT END
                 SET FIM-RETORNO TO TRUE
           END-READ.

       0120-CONFERIR-REGISTRO.
           EVALUATE RET-HDR-TIPO
              WHEN 'H'
                 SET HEADER-LIDO TO TRUE
                 MOVE RET-HDR-DATA  TO WRK-DATARETORNO
                 MOVE RET-HDR-CICLO TO WRK-CICLORETORNO
              WHEN 'D'
                 ADD 1 TO WRK-QTDELINHAS
                 ADD RET-DET-VALOR TO WRK-TOTALLINHAS
              WHEN 'T'
                 SET TRAILER-LIDO TO TRUE
                 IF RET-TRL-QTDE NOT EQUAL WRK-QTDELINHAS
                    DISPLAY 'TRAILER DIVERGENTE: LINHAS LIDAS '
                            WRK-QTDELINHAS ' INFORMADAS '
                            RET-TRL-QTDE
                    SET TRAILER-DIVERGENTE TO TRUE
                 ELSE
                    IF RET-TRL-TOTAL NOT EQUAL WRK-TOTALLINHAS
                       MOVE WRK-TOTALLINHAS TO WRK-TOTAL-ED
                       DISPLAY 'TRAILER DIVERGENTE: TOTAL LIDO R$'
                               WRK-TOTAL-ED
                       SET TRAILER-DIVERGENTE TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: '
                         RET-HDR-TIPO
           END-EVALUATE.
           IF NOT FIM-RETORNO
              PERFORM 0110-LER-RETORNO
           END-IF.

       0130-AVALIAR-CONFERENCIA.
           EVALUATE TRUE
              WHEN NOT HEADER-LIDO
                 DISPLAY 'RETORNO SEM HEADER - PROCESSAMENTO ABORTADO'
              WHEN NOT TRAILER-LIDO
                 DISPLAY 'RETORNO SEM TRAILER - '
                         'PROCESSAMENTO ABORTADO'
              WHEN TRAILER-DIVERGENTE
                 DISPLAY 'PROCESSAMENTO ABORTADO - NADA FOI '
                         'ATUALIZADO'
              WHEN OTHER
                 PERFORM 0140-ABRIR-ARQUIVOS
           END-EVALUATE.

       0140-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '00'
              DISPLAY 'ARQUIVO PAGAMENTOSREMESSA NAO ENCONTRADO - '
                      'PROCESSAMENTO ABORTADO'
           ELSE
              SET RETORNO-LIBERADO TO TRUE
              MOVE WRK-TOTALLINHAS TO WRK-TOTAL-ED
              DISPLAY 'CONFERENCIA OK: RETORNO DE ' WRK-DATARETORNO
                      ' CICLO ' WRK-CICLORETORNO ' '
                      WRK-QTDELINHAS ' LINHAS TOTAL R$'
                      WRK-TOTAL-ED
              OPEN INPUT ARQ-VENDEDORES
              IF WRK-FS-VENDEDORES EQUAL '00'
                 SET VENDEDORES-ABERTO TO TRUE
              END-IF
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS EQUAL '00'
                 SET FUNCIONARIOS-ABERTO TO TRUE
              END-IF
           END-IF.

       0200-PROCESSAR-RETORNO.
           MOVE 'N' TO WRK-FIM-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           PERFORM 0110-LER-RETORNO.
           PERFORM 0210-TRATAR-REGISTRO UNTIL FIM-RETORNO.
           CLOSE ARQ-RETORNO.

       0210-TRATAR-REGISTRO.
           IF RET-DET-TIPO EQUAL 'D'
              MOVE RET-DET-SEUNUMERO TO PGT-CHAVE
              READ ARQ-PAGAMENTOS
                 INVALID KEY
                    ADD 1 TO WRK-QTDEIGNORADOS
                    DISPLAY 'SEU NUMERO ' RET-DET-SEUNUMERO
                            ' NAO ENCONTRADO NO PAGAMENTOSREMESSA'
                 NOT INVALID KEY
                    IF PAGAMENTO-ENVIADO
                       PERFORM 0220-ATUALIZAR-PAGAMENTO
                    ELSE
                       ADD 1 TO WRK-QTDEIGNORADOS
                       DISPLAY 'SEU NUMERO ' RET-DET-SEUNUMERO
                               ' JA PROCESSADO (SITUACAO '
                               PGT-SITUACAO ') - IGNORADO'
                    END-IF
              END-READ
           END-IF.
           PERFORM 0110-LER-RETORNO.

       0220-ATUALIZAR-PAGAMENTO.
           MOVE RET-DET-OCORRENCIA TO PGT-OCORRENCIA.
           MOVE WRK-DATAANO        TO PGT-RETORNOANO.
           MOVE WRK-DATAMES        TO PGT-RETORNOMES.
           MOVE WRK-DATADIA        TO PGT-RETORNODIA.
           IF RET-CREDITO-EFETUADO
              MOVE 'P'    TO PGT-SITUACAO
              MOVE SPACES TO PGT-MOTIVO
              ADD 1 TO WRK-QTDEPAGOS
              ADD PGT-VALOR TO WRK-TOTALPAGO
           ELSE
              MOVE 'R'            TO PGT-SITUACAO
              MOVE RET-DET-MOTIVO TO PGT-MOTIVO
              ADD 1 TO WRK-QTDEREJEITADOS
              ADD PGT-VALOR TO WRK-TOTALREJEITADO
           END-IF.
           REWRITE REG-PAGAMENTO.

       0250-LISTAR-REJEITADOS.
           PERFORM 0900-ABRIR-SPOOL.
           STRING 'FAVORECIDOS REJEITADOS PELO BANCO - CORRIGIR '
                  'O CADASTRO ANTES DO REENVIO'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE LOW-VALUES TO PGT-CHAVE.
           START ARQ-PAGAMENTOS
                 KEY GREATER THAN OR EQUAL TO PGT-CHAVE
              INVALID KEY
                 SET FIM-PAGAMENTOS TO TRUE
           END-START.
           PERFORM 0260-LISTAR-PAGAMENTO UNTIL FIM-PAGAMENTOS.
           STRING 'REJEITADOS AGUARDANDO REENVIO: '
                  WRK-QTDEPENDENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0260-LISTAR-PAGAMENTO.
           READ ARQ-PAGAMENTOS NEXT RECORD
              AT END
                 SET FIM-PAGAMENTOS TO TRUE
              NOT AT END
                 IF PAGAMENTO-REJEITADO
                    ADD 1 TO WRK-QTDEPENDENTES
                    MOVE PGT-VALOR TO WRK-VALOR-ED
                    STRING PGT-CICLO ' ' PGT-REFERENCIA ' '
                           PGT-FAVORECIDO ' ' PGT-NOME
                           ' R$' WRK-VALOR-ED
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                    STRING '   OCORRENCIA ' PGT-OCORRENCIA ' '
                           PGT-MOTIVO
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                    IF PGT-COMISSAO
                       PERFORM 0270-MOSTRAR-VENDEDOR
                    ELSE
                       PERFORM 0280-MOSTRAR-FUNCIONARIO
                    END-IF
                 END-IF
           END-READ.

       0270-MOSTRAR-VENDEDOR.
           IF NOT VENDEDORES-ABERTO
              MOVE '   CADASTRO VENDEDORES NAO DISPONIVEL'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              MOVE PGT-FAVORECIDO TO VEND-CODIGO
              READ ARQ-VENDEDORES
                 INVALID KEY
                    MOVE '   VENDEDOR SEM CADASTRO' TO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                 NOT INVALID KEY
                    STRING '   CADASTRO: BANCO ' VEND-BANCO
                           ' AGENCIA ' VEND-AGENCIA
                           ' CONTA ' VEND-CONTA
                           ' CPF TITULAR ' VEND-CPFTITULAR
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
              END-READ
           END-IF.

       0280-MOSTRAR-FUNCIONARIO.
           IF NOT FUNCIONARIOS-ABERTO
              MOVE '   CADASTRO FUNCIONARIOS NAO DISPONIVEL'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              MOVE PGT-FAVORECIDO TO FUNC-MATRICULA
              READ ARQ-FUNCIONARIOS
                 INVALID KEY
                    MOVE '   MATRICULA SEM CADASTRO' TO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                 NOT INVALID KEY
                    STRING '   CADASTRO: BANCO ' FUNC-BANCO
                           ' AGENCIA ' FUNC-AGENCIA
                           ' CONTA ' FUNC-CONTA
                           ' CPF ' FUNC-CPF
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
              END-READ
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-PAGAMENTOS.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           IF FUNCIONARIOS-ABERTO
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           DISPLAY 'RETORNO DE: ' WRK-DATARETORNO
                   ' CICLO ' WRK-CICLORETORNO.
           MOVE WRK-TOTALPAGO TO WRK-TOTAL-ED.
           DISPLAY 'PAGAMENTOS CONFIRMADOS: ' WRK-QTDEPAGOS
                   ' R$' WRK-TOTAL-ED.
           MOVE WRK-TOTALREJEITADO TO WRK-TOTAL-ED.
           DISPLAY 'PAGAMENTOS REJEITADOS: ' WRK-QTDEREJEITADOS
                   ' R$' WRK-TOTAL-ED.
           DISPLAY 'LINHAS IGNORADAS: ' WRK-QTDEIGNORADOS.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RETORNO ' WRK-DATARETORNO
                  ' CICLO ' WRK-CICLORETORNO
                  ' PAGOS ' WRK-QTDEPAGOS
                  ' REJEITADOS ' WRK-QTDEREJEITADOS
                  ' IGNORADOS ' WRK-QTDEIGNORADOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0900-ABRIR-SPOOL.
           MOVE 'REJEITADOS REMESSA' TO WRK-SPL-RELATORIO.
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
