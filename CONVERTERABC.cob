       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERABC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO CADASTRO PRODUTOS
      ***             PARA O LAYOUT COM A CLASSE ABC. ANTES DE
      ***             EXECUTAR, RENOMEAR O CADASTRO ANTIGO PARA
      ***             PRODUTOSANT. A CLASSE NASCE EM BRANCO (NAO
      ***             CLASSIFICADO) ATE A PRIMEIRA EXECUCAO DO
      ***             CLASSIFICARABC. O CADASTRO CLIENTES JA SAI
      ***             COM A CLASSE EM BRANCO DO CONVERTERCREDITO.
      ***             CADASTRO ANTIGO AUSENTE E SO APONTADO E
      ***             PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTOSANT ASSIGN TO 'PRODUTOSANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-PROD-CODIGO
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTOSANT.
       01  REG-PRODUTOANT.
           02  ANT-PROD-CODIGO     PIC X(06).
           02  ANT-PROD-DESCRICAO  PIC X(30).
           02  ANT-PROD-CATEGORIA  PIC X(15).
           02  ANT-PROD-SITUACAO   PIC X(01).
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
           02  PROD-CLASSEABC      PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDELIDOS        PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEDUPLICADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERABC'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-PRODUTOS.
            GOBACK.

       1100-CONVERTER-PRODUTOS.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           MOVE ZEROS TO WRK-QTDEDUPLICADOS.
           OPEN INPUT ARQ-PRODUTOSANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'PRODUTOSANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-PRODUTOS
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-PRODUTOSANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE ANT-PROD-CODIGO    TO PROD-CODIGO
                       MOVE ANT-PROD-DESCRICAO TO PROD-DESCRICAO
                       MOVE ANT-PROD-CATEGORIA TO PROD-CATEGORIA
                       MOVE ANT-PROD-SITUACAO  TO PROD-SITUACAO
                       MOVE SPACES             TO PROD-CLASSEABC
                       WRITE REG-PRODUTO
                          INVALID KEY
                             ADD 1 TO WRK-QTDEDUPLICADOS
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDECONVERTIDOS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-PRODUTOSANT
              CLOSE ARQ-PRODUTOS
              DISPLAY 'CONVERSAO PRODUTOS: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' DUPLICADOS '
                      WRK-QTDEDUPLICADOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO PRODUTOS LIDOS ' WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
