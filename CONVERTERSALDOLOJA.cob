       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERSALDOLOJA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA PARA O ESTOQUE POR LOJA.
      ***             CONVERTE O DIARIO MOVIMENTOSESTOQUE PARA O
      ***             LAYOUT COM A LOJA E O SALDO DA LOJA (ANTES
      ***             DE EXECUTAR, RENOMEAR O DIARIO ANTIGO PARA
      ***             MOVIMENTOSESTOQUEANT; OS MOVIMENTOS ANTIGOS
      ***             FICAM COM LOJA ZERO) E CRIA O SALDOLOJAS A
      ***             PARTIR DO SALDOESTOQUE, ATRIBUINDO O SALDO
      ***             E O MINIMO DE CADA PRODUTO A LOJA
      ***             INFORMADA COMO DETENTORA DO ESTOQUE ATUAL.
      ***             PRODUTO QUE JA TEM SALDO EM ALGUMA LOJA NAO
      ***             E ALTERADO. ARQUIVO ANTIGO AUSENTE E SO
      ***             APONTADO E PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTOSANT ASSIGN TO 'MOVIMENTOSESTOQUEANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-MOVIMENTOSESTOQUE
             ASSIGN TO 'MOVIMENTOSESTOQUE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-SALDOESTOQUE ASSIGN TO 'SALDOESTOQUE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-SALDOESTOQUE.
           SELECT ARQ-SALDOLOJAS ASSIGN TO 'SALDOLOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SLJ-CHAVE
             FILE STATUS IS WRK-FS-SALDOLOJAS.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVIMENTOSANT.
       01  REG-MOVIMENTOANT        PIC X(27).
       FD  ARQ-MOVIMENTOSESTOQUE.
       01  REG-MOVIMENTOESTOQUE.
           02  MEST-ANO            PIC 9(04).
           02  MEST-MES            PIC 9(02).
           02  MEST-DIA            PIC 9(02).
           02  MEST-PRODUTO        PIC X(06).
           02  MEST-FUNCAO         PIC X(01).
           02  MEST-QTDE           PIC S9(05).
           02  MEST-SALDOAPOS      PIC S9(07).
           02  MEST-LOJA           PIC 9(03).
           02  MEST-SALDOLOJA      PIC S9(07).
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       FD  ARQ-SALDOLOJAS.
       COPY SALDOLOJAS.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FS-SALDOESTOQUE  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-SALDOLOJAS    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-LOJAS         PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-FIM-SALDOS       PIC X(01)  VALUE 'N'.
           88 FIM-SALDOS                  VALUE 'S'.
       77 WRK-SW-TEMLOJA       PIC X(01)  VALUE 'N'.
           88 PRODUTO-COM-LOJA            VALUE 'S'.
       77 WRK-SW-LOJAVALIDA    PIC X(01)  VALUE 'S'.
           88 LOJA-VALIDA                 VALUE 'S'.
       77 WRK-LOJA             PIC 9(03)  VALUE ZEROS.
       77 WRK-QTDELIDOS        PIC 9(08)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(08)  VALUE ZEROS.
       77 WRK-QTDEPULADOS      PIC 9(08)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERSALDOLOJA'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-MOVIMENTOS.
            PERFORM 1200-CRIAR-SALDOLOJAS.
            GOBACK.

       1100-CONVERTER-MOVIMENTOS.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           OPEN INPUT ARQ-MOVIMENTOSANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'MOVIMENTOSESTOQUEANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-MOVIMENTOSESTOQUE
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-MOVIMENTOSANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE REG-MOVIMENTOANT TO REG-MOVIMENTOESTOQUE
                       MOVE ZEROS            TO MEST-LOJA
                       MOVE ZEROS            TO MEST-SALDOLOJA
                       WRITE REG-MOVIMENTOESTOQUE
                       ADD 1 TO WRK-QTDECONVERTIDOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-MOVIMENTOSANT
              CLOSE ARQ-MOVIMENTOSESTOQUE
              DISPLAY 'CONVERSAO MOVIMENTOSESTOQUE: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO MOVIMENTOSESTOQUE LIDOS '
                     WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       1200-CRIAR-SALDOLOJAS.
           MOVE 'N'   TO WRK-FIM-SALDOS.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           MOVE ZEROS TO WRK-QTDEPULADOS.
           OPEN INPUT ARQ-SALDOESTOQUE.
           IF WRK-FS-SALDOESTOQUE NOT EQUAL '00'
              DISPLAY 'SALDOESTOQUE AUSENTE - PULADO'
           ELSE
              DISPLAY 'LOJA QUE DETEM O ESTOQUE ATUAL '
                      '(ZERO = NAO CRIAR SALDOS POR LOJA) '
              ACCEPT WRK-LOJA
              PERFORM 1210-VALIDAR-LOJA
              IF WRK-LOJA NOT EQUAL ZEROS AND LOJA-VALIDA
                 OPEN I-O ARQ-SALDOLOJAS
                 IF WRK-FS-SALDOLOJAS EQUAL '35'
                    OPEN OUTPUT ARQ-SALDOLOJAS
                    CLOSE ARQ-SALDOLOJAS
                    OPEN I-O ARQ-SALDOLOJAS
                 END-IF
                 PERFORM 1220-CRIAR-SALDO UNTIL FIM-SALDOS
                 CLOSE ARQ-SALDOLOJAS
                 DISPLAY 'SALDOLOJAS: PRODUTOS LIDOS ' WRK-QTDELIDOS
                         ' CRIADOS ' WRK-QTDECONVERTIDOS
                         ' JA COM LOJA ' WRK-QTDEPULADOS
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'SALDOLOJAS CRIADO NA LOJA ' WRK-LOJA
                        ' LIDOS ' WRK-QTDELIDOS
                        ' CRIADOS ' WRK-QTDECONVERTIDOS
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              ELSE
                 DISPLAY 'SALDOS POR LOJA NAO CRIADOS'
              END-IF
              CLOSE ARQ-SALDOESTOQUE
           END-IF.

       1210-VALIDAR-LOJA.
           MOVE 'S' TO WRK-SW-LOJAVALIDA.
           IF WRK-LOJA NOT EQUAL ZEROS
              OPEN INPUT ARQ-LOJAS
              IF WRK-FS-LOJAS EQUAL '00'
                 MOVE WRK-LOJA TO LOJ-CODIGO
                 READ ARQ-LOJAS
                    INVALID KEY
                       DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                       MOVE 'N' TO WRK-SW-LOJAVALIDA
                    NOT INVALID KEY
                       DISPLAY 'LOJA: ' LOJ-NOME
                 END-READ
                 CLOSE ARQ-LOJAS
              END-IF
           END-IF.

       1220-CRIAR-SALDO.
           READ ARQ-SALDOESTOQUE NEXT RECORD
              AT END
                 SET FIM-SALDOS TO TRUE
              NOT AT END
                 ADD 1 TO WRK-QTDELIDOS
                 PERFORM 1230-VERIFICAR-LOJAS
                 IF PRODUTO-COM-LOJA
                    ADD 1 TO WRK-QTDEPULADOS
                 ELSE
                    MOVE EST-PRODUTO TO SLJ-PRODUTO
                    MOVE WRK-LOJA    TO SLJ-LOJA
                    MOVE EST-SALDO   TO SLJ-SALDO
                    MOVE EST-MINIMO  TO SLJ-MINIMO
                    WRITE REG-SALDOLOJA
                    ADD 1 TO WRK-QTDECONVERTIDOS
                 END-IF
           END-READ.

       1230-VERIFICAR-LOJAS.
           MOVE 'N'         TO WRK-SW-TEMLOJA.
           MOVE EST-PRODUTO TO SLJ-PRODUTO.
           MOVE ZEROS       TO SLJ-LOJA.
           START ARQ-SALDOLOJAS
                 KEY GREATER THAN OR EQUAL TO SLJ-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ ARQ-SALDOLOJAS NEXT RECORD
                    NOT AT END
                       IF SLJ-PRODUTO EQUAL EST-PRODUTO
                          SET PRODUTO-COM-LOJA TO TRUE
                       END-IF
                 END-READ
           END-START.
