       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERCONTRATOS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DA CARTEIRA DE
      ***             INVESTIMENTOS PARA OS LAYOUTS COM O
      ***             PRODUTO DO CONTRATO E O REGIME DE IR NO
      ***             RESUMO. ANTES DE EXECUTAR, RENOMEAR O
      ***             CONTRATOS ANTIGO PARA CONTRATOSANT E O
      ***             RESUMOCONTRATOS ANTIGO PARA
      ***             RESUMOCONTANT. TODO CONTRATO EXISTENTE
      ***             PASSA PARA O PRODUTO 001 (CDB COM TABELA
      ***             REGRESSIVA, SEM PRAZO MINIMO), QUE E
      ***             INCLUIDO NO PRODUTOSINVEST SE AINDA NAO
      ***             EXISTIR; OS DEMAIS PRODUTOS SAO
      ***             CADASTRADOS PELO MANTERPRODUTOSINV E
      ***             ATRIBUIDOS NA RENOVACAO. SEM O DIA DA
      ***             APLICACAO NO LAYOUT ANTIGO, O CONTRATO
      ***             PASSA A CONTAR DO DIA 1 DO MES DE INICIO,
      ***             COMO NO RENDIMENTO MENSAL. ARQUIVO ANTIGO
      ***             AUSENTE E SO APONTADO E PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTRATOSANT ASSIGN TO 'CONTRATOSANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-RESUMOANT ASSIGN TO 'RESUMOCONTANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-RESUMOCONTRATOS ASSIGN TO 'RESUMOCONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTRATOSANT.
       01  REG-CONTRATOANT.
           02  ANT-CONT-NUMERO     PIC 9(06).
           02  ANT-CONT-PRINCIPAL  PIC 9(09)V99.
           02  ANT-CONT-MESES      PIC 9(03).
           02  ANT-CONT-TAXAMES    PIC 9(02)V99.
           02  ANT-CONT-ANOINICIO  PIC 9(04).
           02  ANT-CONT-MESINICIO  PIC 9(02).
           02  ANT-CONT-SITUACAO   PIC X(01).
           02  ANT-CONT-CLIENTE    PIC 9(06).
       FD  ARQ-CONTRATOS.
       COPY CONTRATOS.
       FD  ARQ-RESUMOANT.
       01  REG-RESUMOANT.
           02  ANT-RES-NUMERO      PIC 9(06).
           02  ANT-RES-PRINCIPAL   PIC 9(09)V99.
           02  ANT-RES-VALORBRUTO  PIC 9(09)V99.
           02  ANT-RES-IR          PIC 9(09)V99.
           02  ANT-RES-VALORLIQ    PIC 9(09)V99.
           02  ANT-RES-SITUACAO    PIC X(01).
           02  ANT-RES-CLIENTE     PIC 9(06).
           02  ANT-RES-ANOCOMP     PIC 9(04).
           02  ANT-RES-MESCOMP     PIC 9(02).
           02  ANT-RES-MESES       PIC 9(03).
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOSINV   PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDECONTRATOS    PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDERESUMOS      PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERCONTRATOS'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-INCLUIR-PRODUTO-PADRAO.
            PERFORM 1200-CONVERTER-CONTRATOS.
            PERFORM 1300-CONVERTER-RESUMO.
            MOVE SPACES TO WRK-AUD-DETALHE.
            STRING 'CONVERSAO CARTEIRA CONTRATOS ' WRK-QTDECONTRATOS
                   ' RESUMOS ' WRK-QTDERESUMOS ' PRODUTO 001'
                   DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
            CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                    WRK-AUD-DETALHE WRK-OPERADOR-ID.
            GOBACK.

       1100-INCLUIR-PRODUTO-PADRAO.
           OPEN I-O ARQ-PRODUTOSINV.
           IF WRK-FS-PRODUTOSINV EQUAL '35'
              OPEN OUTPUT ARQ-PRODUTOSINV
              CLOSE ARQ-PRODUTOSINV
              OPEN I-O ARQ-PRODUTOSINV
           END-IF.
           MOVE 1 TO PRI-CODIGO.
           READ ARQ-PRODUTOSINV
              INVALID KEY
                 MOVE 1             TO PRI-CODIGO
                 MOVE 'CDB'         TO PRI-NOME
                 MOVE 'C'           TO PRI-TIPO
                 MOVE 'R'           TO PRI-REGIME
                 MOVE ZEROS         TO PRI-ALIQUOTA
                 MOVE ZEROS         TO PRI-CARENCIA
                 MOVE 'A'           TO PRI-SITUACAO
                 WRITE REG-PRODUTOINV
                 DISPLAY 'PRODUTO 001 CDB INCLUIDO NO PRODUTOSINVEST'
              NOT INVALID KEY
                 DISPLAY 'PRODUTO 001 JA CADASTRADO: ' PRI-NOME
           END-READ.
           CLOSE ARQ-PRODUTOSINV.

       1200-CONVERTER-CONTRATOS.
           MOVE 'N' TO WRK-FIM-ANTIGO.
           OPEN INPUT ARQ-CONTRATOSANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'CONTRATOSANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-CONTRATOS
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-CONTRATOSANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       MOVE ANT-CONT-NUMERO    TO CONT-NUMERO
                       MOVE ANT-CONT-PRINCIPAL TO CONT-PRINCIPAL
                       MOVE ANT-CONT-MESES     TO CONT-MESES
                       MOVE ANT-CONT-TAXAMES   TO CONT-TAXAMES
                       MOVE ANT-CONT-ANOINICIO TO CONT-ANOINICIO
                       MOVE ANT-CONT-MESINICIO TO CONT-MESINICIO
                       MOVE ANT-CONT-SITUACAO  TO CONT-SITUACAO
                       MOVE ANT-CONT-CLIENTE   TO CONT-CLIENTE
                       MOVE 1                  TO CONT-PRODUTO
                       MOVE 1                  TO CONT-DIAINICIO
                       WRITE REG-CONTRATO
                       ADD 1 TO WRK-QTDECONTRATOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-CONTRATOSANT
              CLOSE ARQ-CONTRATOS
              DISPLAY 'CONVERSAO CONTRATOS: CONVERTIDOS '
                      WRK-QTDECONTRATOS
           END-IF.

       1300-CONVERTER-RESUMO.
           MOVE 'N' TO WRK-FIM-ANTIGO.
           OPEN INPUT ARQ-RESUMOANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'RESUMOCONTANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-RESUMOCONTRATOS
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-RESUMOANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       MOVE ANT-RES-NUMERO     TO RES-NUMERO
                       MOVE ANT-RES-PRINCIPAL  TO RES-PRINCIPAL
                       MOVE ANT-RES-VALORBRUTO TO RES-VALORBRUTO
                       MOVE ANT-RES-IR         TO RES-IR
                       MOVE ANT-RES-VALORLIQ   TO RES-VALORLIQUIDO
                       MOVE ANT-RES-SITUACAO   TO RES-SITUACAO
                       MOVE ANT-RES-CLIENTE    TO RES-CLIENTE
                       MOVE ANT-RES-ANOCOMP    TO RES-ANOCOMP
                       MOVE ANT-RES-MESCOMP    TO RES-MESCOMP
                       MOVE ANT-RES-MESES      TO RES-MESES
                       MOVE 1                  TO RES-PRODUTO
                       MOVE 'R'                TO RES-REGIME
                       MOVE ZEROS              TO RES-ALIQUOTA
                       WRITE REG-RESUMOCONTRATO
                       ADD 1 TO WRK-QTDERESUMOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-RESUMOANT
              CLOSE ARQ-RESUMOCONTRATOS
              DISPLAY 'CONVERSAO RESUMOCONTRATOS: CONVERTIDOS '
                      WRK-QTDERESUMOS
           END-IF.
