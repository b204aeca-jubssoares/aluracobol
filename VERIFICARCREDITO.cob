       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICARCREDITO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM DE ANALISE DE CREDITO
      ***             DO CLIENTE NA VENDA A PRAZO, CHAMADO
      ***             PELOS PROGRAMAS QUE POSTAM VENDA
      ***             (VALORESVENDAS, IMPORTARVENDAS,
      ***             REPROCESSARVENDAS E GERARPARCELAS).
      ***             DEVOLVE 'S' QUANDO A VENDA PODE SER
      ***             PARCELADA, 'B' QUANDO A REGUA DE
      ***             COBRANCA (COBRANCAATRASO) BLOQUEOU O
      ***             CREDITO E O SUPERVISOR AINDA NAO LIBEROU
      ***             E 'L' QUANDO O SALDO EM ABERTO NO
      ***             PARCELASRECEBER MAIS O VALOR DA VENDA
      ***             PASSA DO LIMITE DE CREDITO DO CLIENTE.
      ***             SEM ARQUIVO DE COBRANCA OU SEM REGISTRO
      ***             DO CLIENTE NAO HA BLOQUEIO; LIMITE ZERO
      ***             E CLIENTE SEM LIMITE DEFINIDO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBRANCA ASSIGN TO 'COBRANCACLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CBR-CLIENTE
             FILE STATUS IS WRK-FS-COBRANCA.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COBRANCA.
       COPY COBRANCACLIENTES.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       WORKING-STORAGE SECTION.
       77  WRK-FS-COBRANCA     PIC X(02) VALUE ZEROS.
       77  WRK-FS-CLIENTES     PIC X(02) VALUE ZEROS.
       77  WRK-FS-PARCELAS     PIC X(02) VALUE ZEROS.
       77  WRK-FIM-PARCELAS    PIC X(01) VALUE 'N'.
           88  FIM-PARCELAS              VALUE 'S'.
       77  WRK-LIMITE          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDOABERTO     PIC 9(11)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01  CRE-LK-CLIENTE      PIC 9(06).
       01  CRE-LK-VALOR        PIC 9(09)V99.
       01  CRE-LK-OK           PIC X(01).
       PROCEDURE DIVISION USING CRE-LK-CLIENTE CRE-LK-VALOR
               CRE-LK-OK.
       0000-PRINCIPAL.
            MOVE 'S' TO CRE-LK-OK.
            IF CRE-LK-CLIENTE GREATER THAN ZEROS
               PERFORM 0100-CONSULTAR-BLOQUEIO
               IF CRE-LK-OK EQUAL 'S'
                  PERFORM 0200-CONSULTAR-LIMITE
               END-IF
            END-IF.
            GOBACK.

       0100-CONSULTAR-BLOQUEIO.
           OPEN INPUT ARQ-COBRANCA.
           IF WRK-FS-COBRANCA EQUAL '00'
              MOVE CRE-LK-CLIENTE TO CBR-CLIENTE
              READ ARQ-COBRANCA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CREDITO-BLOQUEADO
                       MOVE 'B' TO CRE-LK-OK
                    END-IF
              END-READ
              CLOSE ARQ-COBRANCA
           END-IF.

       0200-CONSULTAR-LIMITE.
           MOVE ZEROS TO WRK-LIMITE.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES EQUAL '00'
              MOVE CRE-LK-CLIENTE TO CLI-CODIGO
              READ ARQ-CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-LIMITECREDITO TO WRK-LIMITE
              END-READ
              CLOSE ARQ-CLIENTES
           END-IF.
           IF WRK-LIMITE GREATER THAN ZEROS
              PERFORM 0210-SOMAR-SALDOABERTO
              IF WRK-SALDOABERTO + CRE-LK-VALOR
                    GREATER THAN WRK-LIMITE
                 MOVE 'L' TO CRE-LK-OK
              END-IF
           END-IF.

       0210-SOMAR-SALDOABERTO.
           MOVE ZEROS TO WRK-SALDOABERTO.
           MOVE 'N'   TO WRK-FIM-PARCELAS.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS EQUAL '00'
              MOVE CRE-LK-CLIENTE TO PAR-CLIENTE
              MOVE ZEROS TO PAR-ANO
              MOVE ZEROS TO PAR-MES
              MOVE ZEROS TO PAR-SEQ
              MOVE ZEROS TO PAR-PARCELA
              START ARQ-PARCELAS
                    KEY GREATER THAN OR EQUAL TO PAR-CHAVE
                 INVALID KEY
                    SET FIM-PARCELAS TO TRUE
              END-START
              PERFORM UNTIL FIM-PARCELAS
                 READ ARQ-PARCELAS NEXT RECORD
                    AT END
                       SET FIM-PARCELAS TO TRUE
                    NOT AT END
                       IF PAR-CLIENTE NOT EQUAL CRE-LK-CLIENTE
                          SET FIM-PARCELAS TO TRUE
                       ELSE
                          IF PARCELA-ABERTA
                             ADD PAR-VALOR TO WRK-SALDOABERTO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-PARCELAS
           END-IF.
