       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERESTOQUE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO SALDOESTOQUE PARA O
      ***             LAYOUT COM O CUSTO MEDIO PONDERADO DO
      ***             PRODUTO. ANTES DE EXECUTAR, RENOMEAR O
      ***             MESTRE ANTIGO PARA SALDOESTOQUEANT. O
      ***             CUSTO MEDIO NASCE ZERADO E E FORMADO
      ***             PELAS PROXIMAS ENTRADAS DE MERCADORIA
      ***             (RECEBIMENTO DE PEDIDO OU ENTRADA MANUAL
      ***             COM CUSTO). MESTRE ANTIGO AUSENTE E SO
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
           SELECT ARQ-SALDOESTOQUEANT ASSIGN TO 'SALDOESTOQUEANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-EST-PRODUTO
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-SALDOESTOQUE ASSIGN TO 'SALDOESTOQUE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOESTOQUEANT.
       01  REG-ESTOQUEANT.
           02  ANT-EST-PRODUTO     PIC X(06).
           02  ANT-EST-SALDO       PIC S9(07).
           02  ANT-EST-MINIMO      PIC 9(05).
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDELIDOS        PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEDUPLICADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERESTOQUE'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-SALDOS.
            GOBACK.

       1100-CONVERTER-SALDOS.
           OPEN INPUT ARQ-SALDOESTOQUEANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'SALDOESTOQUEANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-SALDOESTOQUE
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-SALDOESTOQUEANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE ANT-EST-PRODUTO TO EST-PRODUTO
                       MOVE ANT-EST-SALDO   TO EST-SALDO
                       MOVE ANT-EST-MINIMO  TO EST-MINIMO
                       MOVE ZEROS           TO EST-CUSTOMEDIO
                       WRITE REG-ESTOQUE
                          INVALID KEY
                             ADD 1 TO WRK-QTDEDUPLICADOS
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDECONVERTIDOS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-SALDOESTOQUEANT
              CLOSE ARQ-SALDOESTOQUE
              DISPLAY 'CONVERSAO SALDOESTOQUE: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' DUPLICADOS '
                      WRK-QTDEDUPLICADOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO SALDOESTOQUE LIDOS ' WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
