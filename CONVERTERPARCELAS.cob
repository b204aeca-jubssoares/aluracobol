       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERPARCELAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO PARCELASRECEBER PARA O
      ***             LAYOUT COM MULTA E JUROS DE ATRASO
      ***             GRAVADOS NA BAIXA. ANTES DE EXECUTAR,
      ***             RENOMEAR O ARQUIVO ANTIGO PARA
      ***             PARCELASRECEBERANT. AS PARCELAS JA
      ***             LIQUIDADAS FICAM COM MULTA E JUROS ZERADOS
      ***             (BAIXADAS PELO VALOR DE FACE). ARQUIVO
      ***             ANTIGO AUSENTE E SO APONTADO E PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARCELASANT ASSIGN TO 'PARCELASRECEBERANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-PAR-CHAVE
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELASANT.
       01  REG-PARCELAANT.
           02  ANT-PAR-CHAVE       PIC X(18).
           02  ANT-PAR-VENCANO     PIC 9(04).
           02  ANT-PAR-VENCMES     PIC 9(02).
           02  ANT-PAR-VENCDIA     PIC 9(02).
           02  ANT-PAR-VALOR       PIC 9(09)V99.
           02  ANT-PAR-SITUACAO    PIC X(01).
           02  ANT-PAR-PAGTOANO    PIC 9(04).
           02  ANT-PAR-PAGTOMES    PIC 9(02).
           02  ANT-PAR-PAGTODIA    PIC 9(02).
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDELIDOS        PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEDUPLICADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERPARCELAS'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-PARCELAS.
            GOBACK.

       1100-CONVERTER-PARCELAS.
           OPEN INPUT ARQ-PARCELASANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'PARCELASRECEBERANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-PARCELAS
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-PARCELASANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE ANT-PAR-CHAVE    TO PAR-CHAVE
                       MOVE ANT-PAR-VENCANO  TO PAR-VENCANO
                       MOVE ANT-PAR-VENCMES  TO PAR-VENCMES
                       MOVE ANT-PAR-VENCDIA  TO PAR-VENCDIA
                       MOVE ANT-PAR-VALOR    TO PAR-VALOR
                       MOVE ANT-PAR-SITUACAO TO PAR-SITUACAO
                       MOVE ANT-PAR-PAGTOANO TO PAR-PAGTOANO
                       MOVE ANT-PAR-PAGTOMES TO PAR-PAGTOMES
                       MOVE ANT-PAR-PAGTODIA TO PAR-PAGTODIA
                       MOVE ZEROS            TO PAR-MULTA
                       MOVE ZEROS            TO PAR-JUROS
                       WRITE REG-PARCELA
                          INVALID KEY
                             ADD 1 TO WRK-QTDEDUPLICADOS
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDECONVERTIDOS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-PARCELASANT
              CLOSE ARQ-PARCELAS
              DISPLAY 'CONVERSAO PARCELASRECEBER: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' DUPLICADOS '
                      WRK-QTDEDUPLICADOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO PARCELASRECEBER LIDOS ' WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
