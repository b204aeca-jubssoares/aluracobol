       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARCOBRANCA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: GERAR O ARQUIVO DE REMESSA DE COBRANCA
      ***             BANCARIA (BOLETOS) DE LAYOUT FIXO, COM
      ***             HEADER, DETALHE E TRAILER COM TOTAIS DE
      ***             CONFERENCIA, DAS PARCELAS EM ABERTO DO
      ***             PARCELASRECEBER. CADA PARCELA VAI AO
      ***             BANCO UMA UNICA VEZ: O BOLETOSCOBRANCA
      ***             GUARDA O QUE JA FOI REMETIDO E SO A
      ***             PARCELA RECUSADA PELO BANCO VOLTA NA
      ***             REMESSA SEGUINTE. O DETALHE LEVA MULTA E
      ***             JUROS DO ENCARGOSATRASO PARA O BANCO
      ***             COBRAR O ATRASO. LISTA DE CONFERENCIA
      ***             IMPRESSA (TAMBEM NO SPOOL DE RELATORIOS)
      ***             E TRILHA DE AUDITORIA POR REMESSA.
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
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-BOLETOS ASSIGN TO 'BOLETOSCOBRANCA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BOL-NOSSONUMERO
             FILE STATUS IS WRK-FS-BOLETOS.
           SELECT ARQ-ENCARGOS ASSIGN TO 'ENCARGOSATRASO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT ARQ-REMESSA ASSIGN TO 'REMESSACOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-REMESSA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-BOLETOS.
       COPY BOLETOSCOBRANCA.
       FD  ARQ-ENCARGOS.
       COPY ENCARGOSATRASO.
       FD  ARQ-REMESSA.
       01  REG-REMESSA             PIC X(100).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           02  REM-HDR-TIPO        PIC X(01).
           02  REM-HDR-DATA        PIC 9(08).
           02  REM-HDR-SERVICO     PIC X(08).
           02  FILLER              PIC X(83).
       01  REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           02  REM-DET-TIPO        PIC X(01).
           02  REM-DET-NOSSONUMERO PIC X(18).
           02  REM-DET-CPF         PIC X(11).
           02  REM-DET-NOME        PIC X(30).
           02  REM-DET-VENCIMENTO  PIC 9(08).
           02  REM-DET-VALOR       PIC 9(09)V99.
           02  REM-DET-MULTAPERC   PIC 9(02)V99.
           02  REM-DET-JUROSMES    PIC 9(02)V99.
           02  FILLER              PIC X(13).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           02  REM-TRL-TIPO        PIC X(01).
           02  REM-TRL-QTDE        PIC 9(06).
           02  REM-TRL-TOTAL       PIC 9(12)V99.
           02  FILLER              PIC X(79).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-BOLETOS       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ENCARGOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-REMESSA       PIC X(02)  VALUE ZEROS.
       77 WRK-SW-AUTORIZADO    PIC X(01)  VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO       VALUE 'S'.
       77 WRK-SW-GERAR         PIC X(01)  VALUE 'N'.
           88 REMESSA-LIBERADA            VALUE 'S'.
       77 WRK-SW-ENVIAR        PIC X(01)  VALUE 'N'.
           88 ENVIAR-PARCELA              VALUE 'S'.
       77 WRK-SW-NOVOBOLETO    PIC X(01)  VALUE 'N'.
           88 BOLETO-NOVO                 VALUE 'S'.
       77 WRK-FIM-PARCELAS     PIC X(01)  VALUE 'N'.
           88 FIM-PARCELAS                VALUE 'S'.
       77 WRK-MULTAPERC        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-JUROSMES         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTDEGERADOS      PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEREENVIADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDESEMCADASTRO  PIC 9(06)  VALUE ZEROS.
       77 WRK-TOTALREMESSA     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'GERARCOBRANCA'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF REMESSA-LIBERADA
               PERFORM 0200-GERAR-REMESSA
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN INPUT ARQ-PARCELAS
              IF WRK-FS-PARCELAS NOT EQUAL '00'
                 DISPLAY 'ARQUIVO PARCELASRECEBER NAO ENCONTRADO'
              ELSE
                 OPEN INPUT ARQ-CLIENTES
                 IF WRK-FS-CLIENTES NOT EQUAL '00'
                    DISPLAY 'CADASTRO CLIENTES NAO DISPONIVEL'
                    CLOSE ARQ-PARCELAS
                 ELSE
                    PERFORM 0110-LER-ENCARGOS
                    PERFORM 0120-ABRIR-BOLETOS
                    SET REMESSA-LIBERADA TO TRUE
                 END-IF
              END-IF
           END-IF.

       0110-LER-ENCARGOS.
           MOVE ZEROS TO WRK-MULTAPERC.
           MOVE ZEROS TO WRK-JUROSMES.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT EQUAL '00'
              DISPLAY 'ENCARGOSATRASO NAO CADASTRADO - '
                      'BOLETOS SEM MULTA E JUROS'
           ELSE
              READ ARQ-ENCARGOS
                 AT END
                    DISPLAY 'ENCARGOSATRASO VAZIO - '
                            'BOLETOS SEM MULTA E JUROS'
                 NOT AT END
                    MOVE ENC-MULTAPERC TO WRK-MULTAPERC
                    MOVE ENC-JUROSMES  TO WRK-JUROSMES
              END-READ
              CLOSE ARQ-ENCARGOS
           END-IF.

       0120-ABRIR-BOLETOS.
           OPEN I-O ARQ-BOLETOS.
           IF WRK-FS-BOLETOS EQUAL '35'
              OPEN OUTPUT ARQ-BOLETOS
              CLOSE ARQ-BOLETOS
              OPEN I-O ARQ-BOLETOS
           END-IF.

       0200-GERAR-REMESSA.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           MOVE 'H' TO REM-HDR-TIPO.
           COMPUTE REM-HDR-DATA = WRK-DATAANO * 10000
                 + WRK-DATAMES * 100 + WRK-DATADIA.
           MOVE 'COBRANCA' TO REM-HDR-SERVICO.
           WRITE REG-REMESSA.
           PERFORM 0950-ABRIR-SPOOL.
           MOVE 'LISTA DE CONFERENCIA DA REMESSA DE COBRANCA'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0210-DETALHAR-PARCELA UNTIL FIM-PARCELAS.
           MOVE SPACES TO REG-REMESSA.
           MOVE 'T'              TO REM-TRL-TIPO.
           MOVE WRK-QTDEGERADOS  TO REM-TRL-QTDE.
           MOVE WRK-TOTALREMESSA TO REM-TRL-TOTAL.
           WRITE REG-REMESSA.
           CLOSE ARQ-REMESSA.

       0210-DETALHAR-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PARCELA-ABERTA
                    PERFORM 0220-CONSULTAR-BOLETO
                    IF ENVIAR-PARCELA
                       MOVE PAR-CLIENTE TO CLI-CODIGO
                       READ ARQ-CLIENTES
                          INVALID KEY
                             ADD 1 TO WRK-QTDESEMCADASTRO
                             STRING 'CLIENTE ' PAR-CLIENTE
                                    ' SEM CADASTRO - FORA DA '
                                    'REMESSA'
                                    DELIMITED BY SIZE INTO WRK-SPL-LINHA
                             PERFORM 0960-IMPRIMIR-LINHA
                          NOT INVALID KEY
                             PERFORM 0230-GRAVAR-DETALHE
                       END-READ
                    END-IF
                 END-IF
           END-READ.

       0220-CONSULTAR-BOLETO.
           MOVE 'N' TO WRK-SW-ENVIAR.
           MOVE 'N' TO WRK-SW-NOVOBOLETO.
           MOVE PAR-CHAVE TO BOL-NOSSONUMERO.
           READ ARQ-BOLETOS
              INVALID KEY
                 SET ENVIAR-PARCELA TO TRUE
                 SET BOLETO-NOVO TO TRUE
              NOT INVALID KEY
                 IF BOLETO-RECUSADO
                    SET ENVIAR-PARCELA TO TRUE
                 END-IF
           END-READ.

       0230-GRAVAR-DETALHE.
           MOVE SPACES           TO REG-REMESSA.
           MOVE 'D'              TO REM-DET-TIPO.
           MOVE PAR-CHAVE        TO REM-DET-NOSSONUMERO.
           MOVE CLI-CPF          TO REM-DET-CPF.
           MOVE CLI-NOME         TO REM-DET-NOME.
           COMPUTE REM-DET-VENCIMENTO = PAR-VENCANO * 10000
                 + PAR-VENCMES * 100 + PAR-VENCDIA.
           MOVE PAR-VALOR        TO REM-DET-VALOR.
           MOVE WRK-MULTAPERC    TO REM-DET-MULTAPERC.
           MOVE WRK-JUROSMES     TO REM-DET-JUROSMES.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QTDEGERADOS.
           ADD PAR-VALOR TO WRK-TOTALREMESSA.
           MOVE PAR-CHAVE   TO BOL-NOSSONUMERO.
           MOVE WRK-DATAANO TO BOL-REMESSAANO.
           MOVE WRK-DATAMES TO BOL-REMESSAMES.
           MOVE WRK-DATADIA TO BOL-REMESSADIA.
           MOVE PAR-VENCANO TO BOL-VENCANO.
           MOVE PAR-VENCMES TO BOL-VENCMES.
           MOVE PAR-VENCDIA TO BOL-VENCDIA.
           MOVE PAR-VALOR   TO BOL-VALOR.
           MOVE 'R'         TO BOL-SITUACAO.
           MOVE SPACES      TO BOL-OCORRENCIA.
           MOVE ZEROS       TO BOL-PAGTOANO.
           MOVE ZEROS       TO BOL-PAGTOMES.
           MOVE ZEROS       TO BOL-PAGTODIA.
           MOVE ZEROS       TO BOL-VALORPAGO.
           IF BOLETO-NOVO
              WRITE REG-BOLETO
           ELSE
              ADD 1 TO WRK-QTDEREENVIADOS
              REWRITE REG-BOLETO
           END-IF.
           MOVE PAR-VALOR TO WRK-VALOR-ED.
           STRING 'CLIENTE ' PAR-CLIENTE ' ' CLI-NOME
                  ' DOC ' PAR-ANO '/' PAR-MES '-' PAR-SEQ
                  ' PARC ' PAR-PARCELA
                  ' VENC ' PAR-VENCDIA '/' PAR-VENCMES '/'
                  PAR-VENCANO ' R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0300-FINALIZAR.
           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-BOLETOS.
           MOVE WRK-TOTALREMESSA TO WRK-TOTAL-ED.
           STRING 'BOLETOS NA REMESSA: ' WRK-QTDEGERADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'REENVIADOS APOS RECUSA: ' WRK-QTDEREENVIADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'FORA DA REMESSA (SEM CADASTRO): '
                  WRK-QTDESEMCADASTRO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'TOTAL DA REMESSA: R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0970-FECHAR-SPOOL.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'REMESSA COBRANCA BOLETOS ' WRK-QTDEGERADOS
                  ' REENVIADOS ' WRK-QTDEREENVIADOS
                  ' TOTAL ' WRK-TOTALREMESSA
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0950-ABRIR-SPOOL.
           MOVE 'REMESSA COBRANCA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-DATAANO * 100
                 + WRK-DATAMES.
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
