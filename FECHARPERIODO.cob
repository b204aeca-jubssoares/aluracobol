      ***             UTIL DO MES (CALENDARIO COMERCIAL +
      ***             FINS DE SEMANA POR ARITMETICA), E SO SE
      ***             O RECONCILIARVENDAS GRAVOU DIFERENCA
      ***             ZERO PARA ELA NO RESULTRECONCILIA.
      ***             NOS DOIS MODOS O MES SO FECHA QUANDO TODO
      ***             DIA DE LOJA COM CARGA DO PDV EFETIVADA
      ***             TEM O CAIXA FECHADO (FECHARCAIXA) SEM
      ***             DIFERENCA EM ABERTO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS REC-CHAVE
             FILE STATUS IS WRK-FS-RESULTADO.
           SELECT ARQ-CONTROLECARGA ASSIGN TO 'CONTROLECARGA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CGA-CHAVE
             FILE STATUS IS WRK-FS-CONTROLECARGA.
           SELECT ARQ-FECHAMENTO ASSIGN TO 'FECHAMENTOCAIXA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FCX-CHAVE
             FILE STATUS IS WRK-FS-FECHAMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PERIODOS.
       COPY CALENDARIO.
       FD  ARQ-RESULTADO.
       COPY RESULTRECONCILIA.
       FD  ARQ-CONTROLECARGA.
       COPY CONTROLECARGA.
       FD  ARQ-FECHAMENTO.
       COPY FECHAMENTOCAIXA.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77  WRK-MESFECHAR       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-LIBERADO     PIC X(01) VALUE 'N'.
           88  FECHAMENTO-LIBERADO       VALUE 'S'.
       77  WRK-FS-CONTROLECARGA PIC X(02) VALUE ZEROS.
       77  WRK-FS-FECHAMENTO   PIC X(02) VALUE ZEROS.
       77  WRK-SW-FECHAMENTO   PIC X(01) VALUE 'N'.
           88  FECHAMENTO-ABERTO         VALUE 'S'.
       77  WRK-FIM-CARGAS      PIC X(01) VALUE 'N'.
           88  FIM-CARGAS                VALUE 'S'.
       77  WRK-ANOCAIXA        PIC 9(04) VALUE ZEROS.
       77  WRK-MESCAIXA        PIC 9(02) VALUE ZEROS.
       77  WRK-QTDEPENDENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-PENDENCIA       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            IF WRK-OPERADOR-ID EQUAL SPACES
           IF NOT VAL-FAIXA-VALIDA
              DISPLAY 'MES INVALIDO: ' WRK-MES
           ELSE
              MOVE WRK-ANO TO WRK-ANOCAIXA
              MOVE WRK-MES TO WRK-MESCAIXA
              PERFORM 0250-CONFERIR-CAIXAS
           END-IF.
           IF VAL-FAIXA-VALIDA
              AND WRK-QTDEPENDENTES GREATER THAN ZEROS
              DISPLAY 'PERIODO NAO FECHADO: ' WRK-QTDEPENDENTES
                      ' DIA(S) DE LOJA SEM CAIXA FECHADO'
           END-IF.
           IF VAL-FAIXA-VALIDA
              AND WRK-QTDEPENDENTES EQUAL ZEROS
              MOVE WRK-ANO TO PER-ANO
              MOVE WRK-MES TO PER-MES
              READ ARQ-PERIODOS
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-CONFERIR-CAIXAS.
           MOVE ZEROS TO WRK-QTDEPENDENTES.
           MOVE 'N'   TO WRK-FIM-CARGAS.
           MOVE 'N'   TO WRK-SW-FECHAMENTO.
           OPEN INPUT ARQ-CONTROLECARGA.
           IF WRK-FS-CONTROLECARGA EQUAL '00'
              OPEN INPUT ARQ-FECHAMENTO
              IF WRK-FS-FECHAMENTO EQUAL '00'
                 SET FECHAMENTO-ABERTO TO TRUE
              END-IF
              MOVE WRK-ANOCAIXA TO CGA-ANO
              MOVE WRK-MESCAIXA TO CGA-MES
              MOVE ZEROS        TO CGA-DIA
              MOVE ZEROS        TO CGA-LOJA
              START ARQ-CONTROLECARGA
                    KEY GREATER THAN OR EQUAL TO CGA-CHAVE
                 INVALID KEY
                    SET FIM-CARGAS TO TRUE
              END-START
              PERFORM 0255-LER-CARGA UNTIL FIM-CARGAS
              IF FECHAMENTO-ABERTO
                 CLOSE ARQ-FECHAMENTO
              END-IF
              CLOSE ARQ-CONTROLECARGA
           END-IF.

       0255-LER-CARGA.
           READ ARQ-CONTROLECARGA NEXT RECORD
              AT END
                 SET FIM-CARGAS TO TRUE
              NOT AT END
                 IF CGA-ANO NOT EQUAL WRK-ANOCAIXA
                    OR CGA-MES NOT EQUAL WRK-MESCAIXA
                    SET FIM-CARGAS TO TRUE
                 ELSE
                    IF CARGA-EFETIVADA
                       PERFORM 0260-CONFERIR-DIA
                    END-IF
                 END-IF
           END-READ.

       0260-CONFERIR-DIA.
           MOVE 'SEM FECHAMENTO DE CAIXA' TO WRK-PENDENCIA.
           IF FECHAMENTO-ABERTO
              MOVE CGA-CHAVE TO FCX-CHAVE
              READ ARQ-FECHAMENTO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN CAIXA-DIVERGENTE
                          MOVE 'DIFERENCA NAO RESOLVIDA'
                            TO WRK-PENDENCIA
                       WHEN FCX-TOTALPDV NOT EQUAL CGA-TOTAL
                          MOVE 'CARGA REFEITA APOS O FECHAMENTO'
                            TO WRK-PENDENCIA
                       WHEN OTHER
                          MOVE SPACES TO WRK-PENDENCIA
                    END-EVALUATE
              END-READ
           END-IF.
           IF WRK-PENDENCIA NOT EQUAL SPACES
              ADD 1 TO WRK-QTDEPENDENTES
              DISPLAY 'CAIXA EM ABERTO: ' CGA-DIA '/' CGA-MES '/'
                      CGA-ANO ' LOJA ' CGA-LOJA ' - ' WRK-PENDENCIA
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-PERIODOS.
           DISPLAY 'FECHAMENTO DE PERIODO ENCERRADO'.
                      WRK-DIAUTIL-ALVO 'O DIA UTIL DO MES'
           ELSE
              PERFORM 1030-CONFERIR-RECONCILIACAO
              IF FECHAMENTO-LIBERADO
                 PERFORM 1035-CONFERIR-CAIXAS
              END-IF
              IF FECHAMENTO-LIBERADO
                 PERFORM 1040-FECHAR-COMPETENCIA
              END-IF
              CLOSE ARQ-RESULTADO
           END-IF.

       1035-CONFERIR-CAIXAS.
           MOVE WRK-ANOFECHAR TO WRK-ANOCAIXA.
           MOVE WRK-MESFECHAR TO WRK-MESCAIXA.
           PERFORM 0250-CONFERIR-CAIXAS.
           IF WRK-QTDEPENDENTES GREATER THAN ZEROS
              MOVE 'N' TO WRK-SW-LIBERADO
              DISPLAY 'COMPETENCIA ' WRK-ANOFECHAR '/'
                      WRK-MESFECHAR ' COM ' WRK-QTDEPENDENTES
                      ' DIA(S) DE LOJA SEM CAIXA FECHADO - '
                      'FECHAMENTO AUTOMATICO ADIADO'
           END-IF.

       1040-FECHAR-COMPETENCIA.
           OPEN I-O ARQ-PERIODOS.
           IF WRK-FS-PERIODOS EQUAL '35'
