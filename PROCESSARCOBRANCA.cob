       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSARCOBRANCA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: PROCESSAR O ARQUIVO DIARIO DE RETORNO
      ***             DA COBRANCA BANCARIA (RETORNOCOBRANCA),
      ***             DE LAYOUT FIXO COM HEADER, DETALHE E
      ***             TRAILER. DIVERGENCIA DE TRAILER ABORTA O
      ***             PROCESSAMENTO ANTES DE QUALQUER BAIXA.
      ***             OCORRENCIA DE LIQUIDACAO BAIXA A PARCELA
      ***             DO PARCELASRECEBER COM A DATA E O VALOR
      ***             PAGOS, SEPARANDO MULTA E JUROS COMO NA
      ***             BAIXA MANUAL DO CONTASRECEBER; ENTRADA
      ***             CONFIRMADA OU RECUSADA ATUALIZA O
      ***             BOLETOSCOBRANCA. RETORNO SEM PARCELA,
      ***             PARCELA JA LIQUIDADA, VALOR PAGO
      ***             DIFERENTE DO DEVIDO OU OCORRENCIA
      ***             RECUSADA/DESCONHECIDA VAO PARA O
      ***             EXCECOESCOBRANCA E PARA A LISTA DE
      ***             EXCECOES DO CONTAS A RECEBER, QUE VAI
      ***             TAMBEM PARA O SPOOL DE RELATORIOS.
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
           SELECT ARQ-RETORNO ASSIGN TO 'RETORNOCOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RETORNO.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-BOLETOS ASSIGN TO 'BOLETOSCOBRANCA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BOL-NOSSONUMERO
             FILE STATUS IS WRK-FS-BOLETOS.
           SELECT ARQ-ENCARGOS ASSIGN TO 'ENCARGOSATRASO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT ARQ-EXCECOES ASSIGN TO 'EXCECOESCOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RETORNO             PIC X(100).
       01  REG-RETORNO-HEADER REDEFINES REG-RETORNO.
           02  RET-HDR-TIPO        PIC X(01).
           02  RET-HDR-DATA        PIC 9(08).
           02  RET-HDR-SERVICO     PIC X(08).
           02  FILLER              PIC X(83).
       01  REG-RETORNO-DETALHE REDEFINES REG-RETORNO.
           02  RET-DET-TIPO        PIC X(01).
           02  RET-DET-NOSSONUMERO PIC X(18).
           02  RET-DET-OCORRENCIA  PIC X(02).
               88  RET-ENTRADA-CONFIRMADA    VALUE '02'.
               88  RET-ENTRADA-RECUSADA      VALUE '03'.
               88  RET-LIQUIDACAO            VALUE '06'.
           02  RET-DET-DATAPAGTO.
               03  RET-DET-PAGTOANO PIC 9(04).
               03  RET-DET-PAGTOMES PIC 9(02).
               03  RET-DET-PAGTODIA PIC 9(02).
           02  RET-DET-VALORPAGO   PIC 9(09)V99.
           02  FILLER              PIC X(60).
       01  REG-RETORNO-TRAILER REDEFINES REG-RETORNO.
           02  RET-TRL-TIPO        PIC X(01).
           02  RET-TRL-QTDE        PIC 9(06).
           02  RET-TRL-TOTAL       PIC 9(12)V99.
           02  FILLER              PIC X(79).
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-BOLETOS.
       COPY BOLETOSCOBRANCA.
       FD  ARQ-ENCARGOS.
       COPY ENCARGOSATRASO.
       FD  ARQ-EXCECOES.
       01  REG-EXCECAO.
           02  EXC-DATAPROC        PIC 9(08).
           02  EXC-NOSSONUMERO     PIC X(18).
           02  EXC-OCORRENCIA      PIC X(02).
           02  EXC-DATAPAGTO       PIC 9(08).
           02  EXC-VALORPAGO       PIC 9(09)V99.
           02  EXC-VALORDEVIDO     PIC 9(09)V99.
           02  EXC-MOTIVO          PIC X(30).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-RETORNO       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-BOLETOS       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ENCARGOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-EXCECOES      PIC X(02)  VALUE ZEROS.
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
       77 WRK-FIM-RETORNO      PIC X(01)  VALUE 'N'.
           88 FIM-RETORNO                 VALUE 'S'.
       77 WRK-SW-DATAPAGTO     PIC X(01)  VALUE 'S'.
           88 DATAPAGTO-VALIDA            VALUE 'S'.
       77 WRK-DATAPROC         PIC 9(08)  VALUE ZEROS.
       77 WRK-DATARETORNO      PIC 9(08)  VALUE ZEROS.
       77 WRK-MULTAPERC        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-JUROSMES         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PAGTODIAS        PIC 9(08)  VALUE ZEROS.
       77 WRK-VENCDIAS         PIC 9(08)  VALUE ZEROS.
       77 WRK-DIASATRASO       PIC S9(05) VALUE ZEROS.
       77 WRK-MULTA            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALORDEVIDO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(30)  VALUE SPACES.
       77 WRK-QTDELINHAS       PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALLINHAS      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTDELIQUIDADAS   PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONFIRMADAS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEEXCECOES     PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALLIQUIDADO   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTALEXCECOES    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-DEVIDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'PROCESSARCOBRANCA'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-CONFERIR-RETORNO.
            IF RETORNO-LIBERADO
               PERFORM 0200-PROCESSAR-RETORNO
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-CONFERIR-RETORNO.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATAPROC = WRK-DATAANO * 10000
                 + WRK-DATAMES * 100 + WRK-DATADIA.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN INPUT ARQ-RETORNO
              IF WRK-FS-RETORNO NOT EQUAL '00'
                 DISPLAY 'ARQUIVO RETORNOCOBRANCA NAO ENCONTRADO - '
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
                 MOVE RET-HDR-DATA TO WRK-DATARETORNO
              WHEN 'D'
                 ADD 1 TO WRK-QTDELINHAS
                 ADD RET-DET-VALORPAGO TO WRK-TOTALLINHAS
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
                 DISPLAY 'PROCESSAMENTO ABORTADO - NADA FOI BAIXADO'
              WHEN OTHER
                 SET RETORNO-LIBERADO TO TRUE
                 MOVE WRK-TOTALLINHAS TO WRK-TOTAL-ED
                 DISPLAY 'CONFERENCIA OK: RETORNO DE '
                         WRK-DATARETORNO ' ' WRK-QTDELINHAS
                         ' LINHAS TOTAL PAGO R$' WRK-TOTAL-ED
           END-EVALUATE.

       0200-PROCESSAR-RETORNO.
           PERFORM 0210-LER-ENCARGOS.
           OPEN I-O ARQ-PARCELAS.
           IF WRK-FS-PARCELAS EQUAL '35'
              OPEN OUTPUT ARQ-PARCELAS
              CLOSE ARQ-PARCELAS
              OPEN I-O ARQ-PARCELAS
           END-IF.
           OPEN I-O ARQ-BOLETOS.
           IF WRK-FS-BOLETOS EQUAL '35'
              OPEN OUTPUT ARQ-BOLETOS
              CLOSE ARQ-BOLETOS
              OPEN I-O ARQ-BOLETOS
           END-IF.
           OPEN EXTEND ARQ-EXCECOES.
           IF WRK-FS-EXCECOES EQUAL '05'
              OR WRK-FS-EXCECOES EQUAL '35'
              OPEN OUTPUT ARQ-EXCECOES
              CLOSE ARQ-EXCECOES
              OPEN EXTEND ARQ-EXCECOES
           END-IF.
           MOVE 'N' TO WRK-FIM-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           PERFORM 0950-ABRIR-SPOOL.
           MOVE 'LISTA DE EXCECOES DO RETORNO DE COBRANCA'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0110-LER-RETORNO.
           PERFORM 0220-TRATAR-REGISTRO UNTIL FIM-RETORNO.

       0210-LER-ENCARGOS.
           MOVE ZEROS TO WRK-MULTAPERC.
           MOVE ZEROS TO WRK-JUROSMES.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS EQUAL '00'
              READ ARQ-ENCARGOS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ENC-MULTAPERC TO WRK-MULTAPERC
                    MOVE ENC-JUROSMES  TO WRK-JUROSMES
              END-READ
              CLOSE ARQ-ENCARGOS
           END-IF.

       0220-TRATAR-REGISTRO.
           IF RET-DET-TIPO EQUAL 'D'
              EVALUATE TRUE
                 WHEN RET-LIQUIDACAO
                    PERFORM 0230-LIQUIDAR-PARCELA
                 WHEN RET-ENTRADA-CONFIRMADA
                    PERFORM 0250-CONFIRMAR-ENTRADA
                 WHEN RET-ENTRADA-RECUSADA
                    PERFORM 0255-RECUSAR-ENTRADA
                 WHEN OTHER
                    MOVE ZEROS TO WRK-VALORDEVIDO
                    MOVE 'OCORRENCIA DESCONHECIDA' TO WRK-MOTIVO
                    PERFORM 0260-GRAVAR-EXCECAO
              END-EVALUATE
           END-IF.
           PERFORM 0110-LER-RETORNO.

       0230-LIQUIDAR-PARCELA.
           MOVE ZEROS TO WRK-VALORDEVIDO.
           MOVE RET-DET-NOSSONUMERO TO PAR-CHAVE.
           READ ARQ-PARCELAS
              INVALID KEY
                 MOVE 'PARCELA NAO ENCONTRADA' TO WRK-MOTIVO
                 PERFORM 0260-GRAVAR-EXCECAO
              NOT INVALID KEY
                 PERFORM 0235-VALIDAR-DATAPAGTO
                 EVALUATE TRUE
                    WHEN PARCELA-LIQUIDADA
                       MOVE 'PARCELA JA LIQUIDADA' TO WRK-MOTIVO
                       PERFORM 0260-GRAVAR-EXCECAO
                    WHEN NOT DATAPAGTO-VALIDA
                       MOVE 'DATA DE PAGAMENTO INVALIDA'
                         TO WRK-MOTIVO
                       PERFORM 0260-GRAVAR-EXCECAO
                    WHEN OTHER
                       PERFORM 0240-CALCULAR-ENCARGOS
                       IF RET-DET-VALORPAGO NOT EQUAL WRK-VALORDEVIDO
                          MOVE 'VALOR PAGO DIFERENTE DO DEVIDO'
                            TO WRK-MOTIVO
                          PERFORM 0260-GRAVAR-EXCECAO
                       ELSE
                          PERFORM 0245-BAIXAR-PARCELA
                       END-IF
                 END-EVALUATE
           END-READ.

       0235-VALIDAR-DATAPAGTO.
           MOVE 'S' TO WRK-SW-DATAPAGTO.
           IF RET-DET-PAGTOMES LESS THAN 1
              OR RET-DET-PAGTOMES GREATER THAN 12
              OR RET-DET-PAGTODIA LESS THAN 1
              OR RET-DET-PAGTODIA GREATER THAN 31
              MOVE 'N' TO WRK-SW-DATAPAGTO
           END-IF.

       0240-CALCULAR-ENCARGOS.
           COMPUTE WRK-PAGTODIAS = RET-DET-PAGTOANO * 360
                 + RET-DET-PAGTOMES * 30 + RET-DET-PAGTODIA.
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
           COMPUTE WRK-VALORDEVIDO = PAR-VALOR + WRK-MULTA + WRK-JUROS.

       0245-BAIXAR-PARCELA.
           MOVE 'L'              TO PAR-SITUACAO.
           MOVE RET-DET-PAGTOANO TO PAR-PAGTOANO.
           MOVE RET-DET-PAGTOMES TO PAR-PAGTOMES.
           MOVE RET-DET-PAGTODIA TO PAR-PAGTODIA.
           MOVE WRK-MULTA        TO PAR-MULTA.
           MOVE WRK-JUROS        TO PAR-JUROS.
           REWRITE REG-PARCELA.
           ADD 1 TO WRK-QTDELIQUIDADAS.
           ADD RET-DET-VALORPAGO TO WRK-TOTALLIQUIDADO.
           MOVE RET-DET-NOSSONUMERO TO BOL-NOSSONUMERO.
           READ ARQ-BOLETOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'L'                TO BOL-SITUACAO
                 MOVE RET-DET-OCORRENCIA TO BOL-OCORRENCIA
                 MOVE RET-DET-PAGTOANO   TO BOL-PAGTOANO
                 MOVE RET-DET-PAGTOMES   TO BOL-PAGTOMES
                 MOVE RET-DET-PAGTODIA   TO BOL-PAGTODIA
                 MOVE RET-DET-VALORPAGO  TO BOL-VALORPAGO
                 REWRITE REG-BOLETO
           END-READ.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'BOLETO ' PAR-CLIENTE
                  ' ' PAR-ANO '/' PAR-MES '-' PAR-SEQ
                  '-' PAR-PARCELA
                  ' VALOR ' PAR-VALOR
                  ' MULTA ' PAR-MULTA
                  ' JUROS ' PAR-JUROS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-CONFIRMAR-ENTRADA.
           MOVE RET-DET-NOSSONUMERO TO BOL-NOSSONUMERO.
           READ ARQ-BOLETOS
              INVALID KEY
                 MOVE ZEROS TO WRK-VALORDEVIDO
                 MOVE 'BOLETO NAO REMETIDO' TO WRK-MOTIVO
                 PERFORM 0260-GRAVAR-EXCECAO
              NOT INVALID KEY
                 IF BOLETO-REMETIDO OR BOLETO-RECUSADO
                    MOVE 'C'                TO BOL-SITUACAO
                    MOVE RET-DET-OCORRENCIA TO BOL-OCORRENCIA
                    REWRITE REG-BOLETO
                 END-IF
                 ADD 1 TO WRK-QTDECONFIRMADAS
           END-READ.

       0255-RECUSAR-ENTRADA.
           MOVE ZEROS TO WRK-VALORDEVIDO.
           MOVE RET-DET-NOSSONUMERO TO BOL-NOSSONUMERO.
           READ ARQ-BOLETOS
              INVALID KEY
                 MOVE 'BOLETO NAO REMETIDO' TO WRK-MOTIVO
              NOT INVALID KEY
                 MOVE BOL-VALOR TO WRK-VALORDEVIDO
                 MOVE 'ENTRADA RECUSADA PELO BANCO' TO WRK-MOTIVO
                 IF NOT BOLETO-LIQUIDADO
                    MOVE 'X'                TO BOL-SITUACAO
                    MOVE RET-DET-OCORRENCIA TO BOL-OCORRENCIA
                    REWRITE REG-BOLETO
                 END-IF
           END-READ.
           PERFORM 0260-GRAVAR-EXCECAO.

       0260-GRAVAR-EXCECAO.
           MOVE WRK-DATAPROC        TO EXC-DATAPROC.
           MOVE RET-DET-NOSSONUMERO TO EXC-NOSSONUMERO.
           MOVE RET-DET-OCORRENCIA  TO EXC-OCORRENCIA.
           MOVE RET-DET-DATAPAGTO   TO EXC-DATAPAGTO.
           MOVE RET-DET-VALORPAGO   TO EXC-VALORPAGO.
           MOVE WRK-VALORDEVIDO     TO EXC-VALORDEVIDO.
           MOVE WRK-MOTIVO          TO EXC-MOTIVO.
           WRITE REG-EXCECAO.
           ADD 1 TO WRK-QTDEEXCECOES.
           ADD RET-DET-VALORPAGO TO WRK-TOTALEXCECOES.
           MOVE RET-DET-VALORPAGO TO WRK-VALOR-ED.
           MOVE WRK-VALORDEVIDO   TO WRK-DEVIDO-ED.
           STRING 'NOSSO NUMERO ' RET-DET-NOSSONUMERO
                  ' OCOR ' RET-DET-OCORRENCIA
                  ' PAGO R$' WRK-VALOR-ED
                  ' DEVIDO R$' WRK-DEVIDO-ED
                  ' ' WRK-MOTIVO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0300-FINALIZAR.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-BOLETOS.
           CLOSE ARQ-EXCECOES.
           STRING 'RETORNO DE: ' WRK-DATARETORNO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'PARCELAS LIQUIDADAS: ' WRK-QTDELIQUIDADAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTALLIQUIDADO TO WRK-TOTAL-ED.
           STRING 'TOTAL LIQUIDADO: R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'ENTRADAS CONFIRMADAS: ' WRK-QTDECONFIRMADAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'EXCECOES PARA O CONTAS A RECEBER: '
                  WRK-QTDEEXCECOES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTALEXCECOES TO WRK-TOTAL-ED.
           STRING 'TOTAL PAGO EM EXCECOES: R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0970-FECHAR-SPOOL.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RETORNO ' WRK-DATARETORNO
                  ' LIQUIDADAS ' WRK-QTDELIQUIDADAS
                  ' EXCECOES ' WRK-QTDEEXCECOES
                  ' TOTAL ' WRK-TOTALLIQUIDADO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0950-ABRIR-SPOOL.
           MOVE 'RETORNO COBRANCA' TO WRK-SPL-RELATORIO.
           DIVIDE WRK-DATARETORNO BY 100
              GIVING WRK-SPL-COMPETENCIA.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0960-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0970-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
