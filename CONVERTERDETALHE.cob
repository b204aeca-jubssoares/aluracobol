       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERDETALHE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO DETALHEVENDA, DO
      ***             DETALHEVENDAHIST, DO VENDASSUSPENSAS E
      ***             DO CONTROLECARGA PARA O LAYOUT COM O DIA
      ***             DA VENDA, A PROMOCAO, A FORMA DE PAGAMENTO
      ***             E O CUSTO UNITARIO DA LINHA. ANTES DE
      ***             EXECUTAR, RENOMEAR OS ARQUIVOS ANTIGOS
      ***             PARA DETALHEVENDAANT, DETALHEHISTANT,
      ***             VENDASSUSPANT E CONTROLECARGAANT, E RODAR
      ***             ANTES O CONVERTERESTOQUE. O DIA NASCE
      ***             ZERADO (FORA DA COMPARACAO DO
      ***             RELATORIOPROMOCOES) E A PROMOCAO EM
      ***             BRANCO. VENDA COM CLIENTE NASCE CREDIARIO
      ***             (P) E SEM CLIENTE DINHEIRO (D). AS LINHAS
      ***             ANTIGAS NAO GUARDARAM O CUSTO DA EPOCA:
      ***             RECEBEM O CUSTO MEDIO ATUAL DO
      ***             SALDOESTOQUE, E PRODUTO SEM CONTROLE DE
      ***             ESTOQUE (OU SEM O SALDOESTOQUE) FICA COM
      ***             CUSTO ZERO (O RELATORIOMARGEM USA ENTAO O
      ***             CUSTO MEDIO DO DIA). A CARGA CONVERTIDA
      ***             FICA COM OS TOTAIS POR FORMA ZERADOS (TODO
      ***             O CGA-TOTAL SEM FORMA NO FECHAMENTO DE
      ***             CAIXA). ARQUIVO ANTIGO AUSENTE E SO
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
           SELECT ARQ-DETALHEANT ASSIGN TO 'DETALHEVENDAANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-HISTANT ASSIGN TO 'DETALHEHISTANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-DETALHEHIST ASSIGN TO 'DETALHEVENDAHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-SUSPANT ASSIGN TO 'VENDASSUSPANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-VENDASSUSPENSAS ASSIGN TO 'VENDASSUSPENSAS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-CARGAANT ASSIGN TO 'CONTROLECARGAANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-CGA-CHAVE
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-CONTROLECARGA ASSIGN TO 'CONTROLECARGA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CGA-CHAVE
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-SALDOESTOQUE ASSIGN TO 'SALDOESTOQUE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-SALDOESTOQUE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DETALHEANT.
       01  REG-DETALHEANT          PIC X(59).
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-HISTANT.
       01  REG-HISTANT             PIC X(59).
       FD  ARQ-DETALHEHIST.
       COPY DETALHEVENDA REPLACING ==REG-DETALHE== BY ==REG-DETHIST==
                                   LEADING ==DET-== BY ==DTH-==.
       FD  ARQ-SUSPANT.
       01  REG-SUSPANT             PIC X(83).
       FD  ARQ-VENDASSUSPENSAS.
       COPY VENDASSUSPENSAS.
       FD  ARQ-CARGAANT.
       01  REG-CARGAANT.
           02  ANT-CGA-CHAVE       PIC X(11).
           02  ANT-CGA-SITUACAO    PIC X(01).
           02  ANT-CGA-QTDE        PIC 9(06).
           02  ANT-CGA-TOTAL       PIC 9(10)V99.
           02  ANT-CGA-OPERADOR    PIC X(08).
       FD  ARQ-CONTROLECARGA.
       COPY CONTROLECARGA.
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FS-SALDOESTOQUE  PIC X(02)  VALUE ZEROS.
       77 WRK-SW-SALDOESTOQUE  PIC X(01)  VALUE 'N'.
           88 SALDOESTOQUE-ABERTO         VALUE 'S'.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-PRODUTO          PIC X(06)  VALUE SPACES.
       77 WRK-CUSTOUNIT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDELIDOS        PIC 9(08)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(08)  VALUE ZEROS.
       77 WRK-QTDECREDIARIO    PIC 9(08)  VALUE ZEROS.
       77 WRK-QTDESEMCUSTO     PIC 9(08)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERDETALHE'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            OPEN INPUT ARQ-SALDOESTOQUE.
            IF WRK-FS-SALDOESTOQUE EQUAL '00'
               SET SALDOESTOQUE-ABERTO TO TRUE
            ELSE
               DISPLAY 'SALDOESTOQUE NAO DISPONIVEL - '
                       'LINHAS FICAM SEM CUSTO'
            END-IF.
            PERFORM 1100-CONVERTER-DETALHE.
            PERFORM 1200-CONVERTER-HISTORICO.
            PERFORM 1300-CONVERTER-SUSPENSAS.
            PERFORM 1400-CONVERTER-CARGAS.
            IF SALDOESTOQUE-ABERTO
               CLOSE ARQ-SALDOESTOQUE
            END-IF.
            GOBACK.

       1100-CONVERTER-DETALHE.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           MOVE ZEROS TO WRK-QTDECREDIARIO.
           MOVE ZEROS TO WRK-QTDESEMCUSTO.
           OPEN INPUT ARQ-DETALHEANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'DETALHEVENDAANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-DETALHEVENDA
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-DETALHEANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE REG-DETALHEANT TO REG-DETALHE
                       MOVE ZEROS          TO DET-DIA
                       MOVE SPACES         TO DET-PROMOCAO
                       IF DET-CLIENTE GREATER THAN ZEROS
                          MOVE 'P' TO DET-FORMAPAGTO
                          ADD 1 TO WRK-QTDECREDIARIO
                       ELSE
                          MOVE 'D' TO DET-FORMAPAGTO
                       END-IF
                       MOVE DET-PRODUTO    TO WRK-PRODUTO
                       PERFORM 1900-BUSCAR-CUSTO
                       MOVE WRK-CUSTOUNIT  TO DET-CUSTOUNIT
                       WRITE REG-DETALHE
                       ADD 1 TO WRK-QTDECONVERTIDOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-DETALHEANT
              CLOSE ARQ-DETALHEVENDA
              DISPLAY 'CONVERSAO DETALHEVENDA: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' CREDIARIO '
                      WRK-QTDECREDIARIO ' SEM CUSTO '
                      WRK-QTDESEMCUSTO
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO DETALHEVENDA LIDOS ' WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       1200-CONVERTER-HISTORICO.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           MOVE ZEROS TO WRK-QTDECREDIARIO.
           MOVE ZEROS TO WRK-QTDESEMCUSTO.
           OPEN INPUT ARQ-HISTANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'DETALHEHISTANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-DETALHEHIST
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-HISTANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE REG-HISTANT   TO REG-DETHIST
                       MOVE ZEROS         TO DTH-DIA
                       MOVE SPACES        TO DTH-PROMOCAO
                       IF DTH-CLIENTE GREATER THAN ZEROS
                          MOVE 'P' TO DTH-FORMAPAGTO
                          ADD 1 TO WRK-QTDECREDIARIO
                       ELSE
                          MOVE 'D' TO DTH-FORMAPAGTO
                       END-IF
                       MOVE DTH-PRODUTO   TO WRK-PRODUTO
                       PERFORM 1900-BUSCAR-CUSTO
                       MOVE WRK-CUSTOUNIT TO DTH-CUSTOUNIT
                       WRITE REG-DETHIST
                       ADD 1 TO WRK-QTDECONVERTIDOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-HISTANT
              CLOSE ARQ-DETALHEHIST
              DISPLAY 'CONVERSAO DETALHEVENDAHIST: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' CREDIARIO '
                      WRK-QTDECREDIARIO ' SEM CUSTO '
                      WRK-QTDESEMCUSTO
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO DETALHEVENDAHIST LIDOS '
                     WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       1300-CONVERTER-SUSPENSAS.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           OPEN INPUT ARQ-SUSPANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'VENDASSUSPANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-VENDASSUSPENSAS
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-SUSPANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE REG-SUSPANT TO REG-SUSPENSA
                       MOVE ZEROS       TO SUS-DIA
                       MOVE SPACES      TO SUS-PROMOCAO
                       IF SUS-CLIENTE GREATER THAN ZEROS
                          MOVE 'P' TO SUS-FORMAPAGTO
                       ELSE
                          MOVE 'D' TO SUS-FORMAPAGTO
                       END-IF
                       WRITE REG-SUSPENSA
                       ADD 1 TO WRK-QTDECONVERTIDOS
                 END-READ
              END-PERFORM
              CLOSE ARQ-SUSPANT
              CLOSE ARQ-VENDASSUSPENSAS
              DISPLAY 'CONVERSAO VENDASSUSPENSAS: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO VENDASSUSPENSAS LIDOS '
                     WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       1400-CONVERTER-CARGAS.
           MOVE 'N'   TO WRK-FIM-ANTIGO.
           MOVE ZEROS TO WRK-QTDELIDOS.
           MOVE ZEROS TO WRK-QTDECONVERTIDOS.
           OPEN INPUT ARQ-CARGAANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'CONTROLECARGAANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-CONTROLECARGA
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-CARGAANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE ANT-CGA-CHAVE    TO CGA-CHAVE
                       MOVE ANT-CGA-SITUACAO TO CGA-SITUACAO
                       MOVE ANT-CGA-QTDE     TO CGA-QTDE
                       MOVE ANT-CGA-TOTAL    TO CGA-TOTAL
                       MOVE ANT-CGA-OPERADOR TO CGA-OPERADOR
                       MOVE ZEROS            TO CGA-TOTDINHEIRO
                       MOVE ZEROS            TO CGA-TOTCARTAO
                       MOVE ZEROS            TO CGA-TOTCREDIARIO
                       WRITE REG-CARGA
                          INVALID KEY
                             DISPLAY 'CARGA DUPLICADA: '
                                     ANT-CGA-CHAVE
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDECONVERTIDOS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-CARGAANT
              CLOSE ARQ-CONTROLECARGA
              DISPLAY 'CONVERSAO CONTROLECARGA: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO CONTROLECARGA LIDOS '
                     WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       1900-BUSCAR-CUSTO.
           MOVE ZEROS TO WRK-CUSTOUNIT.
           IF SALDOESTOQUE-ABERTO
              MOVE WRK-PRODUTO TO EST-PRODUTO
              READ ARQ-SALDOESTOQUE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EST-CUSTOMEDIO TO WRK-CUSTOUNIT
              END-READ
           END-IF.
           IF WRK-CUSTOUNIT EQUAL ZEROS
              ADD 1 TO WRK-QTDESEMCUSTO
           END-IF.
