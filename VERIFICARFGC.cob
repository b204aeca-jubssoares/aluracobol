       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICARFGC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM QUE CONFERE SE UMA
      ***             NOVA APLICACAO LEVA O CPF DO CLIENTE
      ***             ACIMA DO TETO DE GARANTIA DO FGC
      ***             (GARANTIAFGC). SOMA O LIQUIDO DOS
      ***             CONTRATOS NAO RESGATADOS DO
      ***             RESUMOCONTRATOS DE TODOS OS CODIGOS DE
      ***             CLIENTE COM O MESMO CPF, DESCONSIDERANDO
      ***             O CONTRATO INFORMADO (RENOVACAO).
      ***             DEVOLVE 'S' DENTRO DO TETO, 'E' QUANDO
      ***             A POSICAO MAIS O VALOR PASSA DO TETO E
      ***             'N' PARA CLIENTE NAO CADASTRADO. SEM
      ***             RESUMOCONTRATOS A POSICAO E ZERO
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-RESUMOCONTRATOS ASSIGN TO 'RESUMOCONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RESUMOCONTRATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       WORKING-STORAGE SECTION.
       COPY GARANTIAFGC.
       77  WRK-FS-CLIENTES        PIC X(02) VALUE ZEROS.
       77  WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77  WRK-FIM-RESUMO         PIC X(01) VALUE 'N'.
           88  FIM-RESUMO                   VALUE 'S'.
       77  WRK-SW-MESMOCPF        PIC X(01) VALUE 'N'.
           88  MESMO-CPF                    VALUE 'S'.
       77  WRK-CPF                PIC X(11) VALUE SPACES.
       77  WRK-CLIENTE-ANT        PIC 9(06) VALUE ZEROS.
       77  WRK-POSICAOFINAL       PIC 9(11)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01  FGC-LK-CLIENTE         PIC 9(06).
       01  FGC-LK-VALOR           PIC 9(09)V99.
       01  FGC-LK-CONTRATO        PIC 9(06).
       01  FGC-LK-POSICAO         PIC 9(11)V99.
       01  FGC-LK-EXCEDENTE       PIC 9(11)V99.
       01  FGC-LK-OK              PIC X(01).
       PROCEDURE DIVISION USING FGC-LK-CLIENTE FGC-LK-VALOR
               FGC-LK-CONTRATO FGC-LK-POSICAO FGC-LK-EXCEDENTE
               FGC-LK-OK.
       0000-PRINCIPAL.
            MOVE 'S'   TO FGC-LK-OK.
            MOVE ZEROS TO FGC-LK-POSICAO.
            MOVE ZEROS TO FGC-LK-EXCEDENTE.
            OPEN INPUT ARQ-CLIENTES.
            IF WRK-FS-CLIENTES EQUAL '00'
               PERFORM 0100-BUSCAR-CPF
               IF FGC-LK-OK EQUAL 'S'
                  PERFORM 0200-SOMAR-POSICAO
                  PERFORM 0300-CONFERIR-TETO
               END-IF
               CLOSE ARQ-CLIENTES
            END-IF.
            GOBACK.

       0100-BUSCAR-CPF.
           MOVE SPACES TO WRK-CPF.
           MOVE FGC-LK-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
              INVALID KEY
                 MOVE 'N' TO FGC-LK-OK
              NOT INVALID KEY
                 IF CLI-CPF NUMERIC
                    MOVE CLI-CPF TO WRK-CPF
                 END-IF
           END-READ.

       0200-SOMAR-POSICAO.
           MOVE 'N'   TO WRK-FIM-RESUMO.
           MOVE ZEROS TO WRK-CLIENTE-ANT.
           MOVE 'N'   TO WRK-SW-MESMOCPF.
           OPEN INPUT ARQ-RESUMOCONTRATOS.
           IF WRK-FS-RESUMOCONTRATOS NOT EQUAL '00'
              SET FIM-RESUMO TO TRUE
           END-IF.
           PERFORM 0210-LER-RESUMO UNTIL FIM-RESUMO.
           IF WRK-FS-RESUMOCONTRATOS NOT EQUAL '35'
              CLOSE ARQ-RESUMOCONTRATOS
           END-IF.

       0210-LER-RESUMO.
           READ ARQ-RESUMOCONTRATOS
              AT END
                 SET FIM-RESUMO TO TRUE
              NOT AT END
                 IF RES-SITUACAO NOT EQUAL 'R'
                    AND RES-NUMERO NOT EQUAL FGC-LK-CONTRATO
                    PERFORM 0220-CONFERIR-CLIENTE
                    IF MESMO-CPF
                       ADD RES-VALORLIQUIDO TO FGC-LK-POSICAO
                    END-IF
                 END-IF
           END-READ.

       0220-CONFERIR-CLIENTE.
           IF RES-CLIENTE NOT EQUAL WRK-CLIENTE-ANT
              MOVE RES-CLIENTE TO WRK-CLIENTE-ANT
              MOVE 'N' TO WRK-SW-MESMOCPF
              IF RES-CLIENTE EQUAL FGC-LK-CLIENTE
                 SET MESMO-CPF TO TRUE
              ELSE
                 IF WRK-CPF NOT EQUAL SPACES
                    MOVE RES-CLIENTE TO CLI-CODIGO
                    READ ARQ-CLIENTES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CLI-CPF EQUAL WRK-CPF
                             SET MESMO-CPF TO TRUE
                          END-IF
                    END-READ
                 END-IF
              END-IF
           END-IF.

       0300-CONFERIR-TETO.
           COMPUTE WRK-POSICAOFINAL = FGC-LK-POSICAO + FGC-LK-VALOR.
           IF WRK-POSICAOFINAL GREATER THAN WRK-TETOFGC
              MOVE 'E' TO FGC-LK-OK
              COMPUTE FGC-LK-EXCEDENTE =
                      WRK-POSICAOFINAL - WRK-TETOFGC
           END-IF.
