      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CADEIA NOTURNA DOS PROGRAMAS DE LOTE,
      ***             NA ORDEM DEFINIDA NO ETAPASCADEIA
      ***             (MANTERETAPAS): PROGRAMA, FREQUENCIA
      ***             (DIARIA, DIA UTIL, FIM DE MES OU DIA FIXO,
      ***             PELO CALENDARIO VIA CONTARDIASUTEIS), SE A
      ***             FALHA INTERROMPE A CADEIA E DE QUAIS ETAPAS
      ***             ANTERIORES DEPENDE. SEM ETAPASCADEIA, CRIA
      ***             A CADEIA PADRAO: VERIFICARENTRADAS,
      ***             FORMATARCPFLOTE, MEDIAVENDASLOTE,
      ***             INVESTIMENTOFINANCEIROLOTE, TEMPODECASA,
      ***             FECHARPERIODO, SALVAGUARDAMESTRES E
      ***             COBRANCAATRASO. UM RETURN-CODE 8 OU MAIOR
      ***             E FALHA DA ETAPA, E O RESUMO DE FIM
      ***             DE CADEIA (PROGRAMA, PROCESSADOS,
      ***             REJEITADOS, RETURN-CODE) FICA PARA A
      ***             CONFERENCIA DA MANHA
           SELECT ARQ-HISTCADEIA ASSIGN TO 'HISTORICOCADEIA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HISTCADEIA.
           SELECT ARQ-ETAPAS ASSIGN TO 'ETAPASCADEIA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ETP-ORDEM
             FILE STATUS IS WRK-FS-ETAPAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTCADEIA.
       COPY HISTORICOCADEIA.
       FD  ARQ-ETAPAS.
       COPY ETAPASCADEIA.
       WORKING-STORAGE SECTION.
       COPY TOTAISLOTE.
       COPY DATASISTEMA.
       01 WRK-RESUMO-CADEIA.
           02 WRK-ETAPA OCCURS 99 TIMES.
              03 WRK-ETAPA-ORDEM       PIC 9(02).
              03 WRK-ETAPA-PROGRAMA    PIC X(26).
              03 WRK-ETAPA-FREQUENCIA  PIC X(01).
              03 WRK-ETAPA-DIAMES      PIC 9(02).
              03 WRK-ETAPA-PARAFALHA   PIC X(01).
              03 WRK-ETAPA-DEPENDE     PIC 9(02) OCCURS 5 TIMES.
              03 WRK-ETAPA-PROCESSADOS PIC 9(09).
              03 WRK-ETAPA-REJEITADOS  PIC 9(09).
              03 WRK-ETAPA-RC          PIC 9(04).
              03 WRK-ETAPA-SITUACAO    PIC X(01).
       01 WRK-SITUACAO-ORDEM.
           02 WRK-SIT-ORDEM PIC X(01) OCCURS 99 TIMES.
       01 WRK-ETAPAS-PADRAO.
           02 FILLER PIC X(26) VALUE 'VERIFICARENTRADAS'.
           02 FILLER PIC X(26) VALUE 'FORMATARCPFLOTE'.
           02 FILLER PIC X(26) VALUE 'MEDIAVENDASLOTE'.
           02 FILLER PIC X(26) VALUE 'INVESTIMENTOFINANCEIROLOTE'.
           02 FILLER PIC X(26) VALUE 'TEMPODECASA'.
           02 FILLER PIC X(26) VALUE 'FECHARPERIODO'.
           02 FILLER PIC X(26) VALUE 'SALVAGUARDAMESTRES'.
           02 FILLER PIC X(26) VALUE 'COBRANCAATRASO'.
       01 WRK-ETAPAS-PADRAO-R REDEFINES WRK-ETAPAS-PADRAO.
           02 WRK-PADRAO-PROGRAMA PIC X(26) OCCURS 8 TIMES.
       77 WRK-IDXETAPA        PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXDEP          PIC 9(01)  VALUE ZEROS.
       77 WRK-ORDEMDEP        PIC 9(02)  VALUE ZEROS.
       77 WRK-NUMETAPAS       PIC 9(02)  VALUE ZEROS.
       77 WRK-QTDEETAPAS      PIC 9(02)  VALUE ZEROS.
       77 WRK-ORDEM           PIC 9(02)  VALUE ZEROS.
       77 WRK-PROGRAMA        PIC X(26)  VALUE SPACES.
       77 WRK-RC              PIC 9(04)  VALUE ZEROS.
       77 WRK-RCFINAL         PIC 9(04)  VALUE ZEROS.
       77 WRK-SW-INTERROMPIDA PIC X(01)  VALUE 'N'.
           88 CADEIA-INTERROMPIDA        VALUE 'S'.
       77 WRK-SW-PROGRAMADA   PIC X(01)  VALUE 'N'.
           88 ETAPA-PROGRAMADA           VALUE 'S'.
       77 WRK-SW-BLOQUEADA    PIC X(01)  VALUE 'N'.
           88 ETAPA-BLOQUEADA            VALUE 'S'.
       77 WRK-SITUACAO        PIC X(01)  VALUE SPACES.
           88 SITUACAO-EXECUTADA         VALUE 'E'.
           88 SITUACAO-FALHOU            VALUE 'F'.
           88 SITUACAO-CONCLUIDA-ANTES   VALUE 'R'.
           88 SITUACAO-NAO-PROGRAMADA    VALUE 'N'.
           88 SITUACAO-BLOQUEADA         VALUE 'B'.
           88 SITUACAO-INTERROMPIDA      VALUE 'I'.
       77 WRK-TXT-SITUACAO    PIC X(26)  VALUE SPACES.
       77 WRK-FS-HISTCADEIA   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ETAPAS       PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ETAPAS      PIC X(01)  VALUE 'N'.
           88 FIM-ETAPAS                 VALUE 'S'.
       77 WRK-RUNDATA         PIC 9(08)  VALUE ZEROS.
       77 WRK-RUNHORA         PIC 9(06)  VALUE ZEROS.
       77 WRK-INIHORA         PIC 9(06)  VALUE ZEROS.
       01 WRK-ULTIMA-EXECUCAO.
           02 WRK-ULT-DATA    PIC 9(08)  VALUE ZEROS.
           02 WRK-ULT-HORA    PIC 9(06)  VALUE ZEROS.
           02 WRK-ULT-RC      PIC 9(04) OCCURS 99 TIMES.
       77 WRK-SW-ULTFALHOU    PIC X(01)  VALUE 'N'.
           88 ULTIMA-FALHOU              VALUE 'S'.
       77 WRK-SW-RESTART      PIC X(01)  VALUE 'N'.
           88 REINICIO-ATIVO             VALUE 'S'.
       77 WRK-IDXULT          PIC 9(03)  VALUE ZEROS.
       01 WRK-AMANHA.
           02 WRK-AMANHA-ANO  PIC 9(04)  VALUE ZEROS.
           02 WRK-AMANHA-MES  PIC 9(02)  VALUE ZEROS.
           02 WRK-AMANHA-DIA  PIC 9(02)  VALUE ZEROS.
       01 WRK-AMANHA-R REDEFINES WRK-AMANHA PIC 9(08).
       01 WRK-PROXMES.
           02 WRK-PROXMES-ANO PIC 9(04)  VALUE ZEROS.
           02 WRK-PROXMES-MES PIC 9(02)  VALUE ZEROS.
           02 WRK-PROXMES-DIA PIC 9(02)  VALUE ZEROS.
       01 WRK-PROXMES-R REDEFINES WRK-PROXMES PIC 9(08).
       77 WRK-ULTIMODIA       PIC 9(02)  VALUE ZEROS.
       77 WRK-RESTO           PIC 9(04)  VALUE ZEROS.
       77 WRK-QUOCIENTE       PIC 9(04)  VALUE ZEROS.
       77 WRK-SW-DIAUTIL      PIC X(01)  VALUE 'N'.
           88 HOJE-DIA-UTIL              VALUE 'S'.
       77 WRK-SW-FIMMES       PIC X(01)  VALUE 'N'.
           88 HOJE-FIM-MES               VALUE 'S'.
       77 WRK-DU-FUNCAO       PIC X(01)  VALUE 'C'.
       77 WRK-DU-MESES        PIC 9(03)  VALUE ZEROS.
       77 WRK-DU-CORRIDOS     PIC 9(05)  VALUE ZEROS.
       77 WRK-DU-UTEIS        PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
           COMPUTE WRK-RUNHORA = WRK-REL-HH * 10000
                 + WRK-REL-MM * 100 + WRK-REL-SS.
           MOVE ZEROS TO WRK-RESUMO-CADEIA.
           MOVE SPACES TO WRK-SITUACAO-ORDEM.
           PERFORM VARYING WRK-IDXULT FROM 1 BY 1
                   UNTIL WRK-IDXULT > 99
              MOVE 9999 TO WRK-ULT-RC(WRK-IDXULT)
           END-PERFORM.
           PERFORM 0120-CARREGAR-ULTIMA-EXECUCAO.
           IF ULTIMA-FALHOU
              DISPLAY 'EXECUCAO DE HOJE FALHOU - REINICIANDO NA '
                      'ETAPA QUE FALHOU'
           END-IF.
           PERFORM 0130-AVALIAR-CALENDARIO.
           PERFORM 0150-CARREGAR-ETAPAS.

       0120-CARREGAR-ULTIMA-EXECUCAO.
           OPEN INPUT ARQ-HISTCADEIA.
              MOVE HCA-RUNHORA TO WRK-ULT-HORA
              MOVE 'N' TO WRK-SW-ULTFALHOU
              PERFORM VARYING WRK-IDXULT FROM 1 BY 1
                      UNTIL WRK-IDXULT > 99
                 MOVE 9999 TO WRK-ULT-RC(WRK-IDXULT)
              END-PERFORM
           END-IF.
           IF HCA-ETAPA GREATER THAN ZEROS
              MOVE HCA-RC TO WRK-ULT-RC(HCA-ETAPA)
           END-IF.
           IF HCA-RC GREATER THAN OR EQUAL TO 8
              SET ULTIMA-FALHOU TO TRUE
           END-IF.

       0130-AVALIAR-CALENDARIO.
           MOVE WRK-DATAANO TO WRK-PROXMES-ANO.
           MOVE 1 TO WRK-PROXMES-DIA.
           IF WRK-DATAMES EQUAL 12
              ADD 1 TO WRK-PROXMES-ANO
              MOVE 1 TO WRK-PROXMES-MES
           ELSE
              COMPUTE WRK-PROXMES-MES = WRK-DATAMES + 1
           END-IF.
           PERFORM 0135-ULTIMO-DIA-MES.
           IF WRK-DATADIA LESS THAN WRK-ULTIMODIA
              MOVE WRK-DATAANO TO WRK-AMANHA-ANO
              MOVE WRK-DATAMES TO WRK-AMANHA-MES
              COMPUTE WRK-AMANHA-DIA = WRK-DATADIA + 1
           ELSE
              MOVE WRK-PROXMES TO WRK-AMANHA
           END-IF.
           MOVE 'C' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO WRK-RUNDATA
                   WRK-AMANHA-R WRK-DU-MESES WRK-DU-CORRIDOS
                   WRK-DU-UTEIS.
           IF WRK-DU-UTEIS GREATER THAN ZEROS
              SET HOJE-DIA-UTIL TO TRUE
              CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                      WRK-AMANHA-R WRK-PROXMES-R WRK-DU-MESES
                      WRK-DU-CORRIDOS WRK-DU-UTEIS
              IF WRK-DU-UTEIS EQUAL ZEROS
                 SET HOJE-FIM-MES TO TRUE
              END-IF
           END-IF.
           MOVE 'F' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO WRK-RUNDATA
                   WRK-AMANHA-R WRK-DU-MESES WRK-DU-CORRIDOS
                   WRK-DU-UTEIS.
           CANCEL 'CONTARDIASUTEIS'.
           DISPLAY 'DATA ' WRK-RUNDATA ' DIA UTIL: ' WRK-SW-DIAUTIL
                   ' ULTIMO DIA UTIL DO MES: ' WRK-SW-FIMMES.

       0135-ULTIMO-DIA-MES.
           EVALUATE WRK-DATAMES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WRK-ULTIMODIA
              WHEN 2
                 MOVE 28 TO WRK-ULTIMODIA
                 DIVIDE WRK-DATAANO BY 4 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    MOVE 29 TO WRK-ULTIMODIA
                    DIVIDE WRK-DATAANO BY 100 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                    IF WRK-RESTO EQUAL ZEROS
                       MOVE 28 TO WRK-ULTIMODIA
                       DIVIDE WRK-DATAANO BY 400
                              GIVING WRK-QUOCIENTE
                              REMAINDER WRK-RESTO
                       IF WRK-RESTO EQUAL ZEROS
                          MOVE 29 TO WRK-ULTIMODIA
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WRK-ULTIMODIA
           END-EVALUATE.

       0150-CARREGAR-ETAPAS.
           OPEN INPUT ARQ-ETAPAS.
           IF WRK-FS-ETAPAS EQUAL '35'
              PERFORM 0160-CRIAR-CADEIA-PADRAO
              OPEN INPUT ARQ-ETAPAS
           END-IF.
           IF WRK-FS-ETAPAS NOT EQUAL '00'
              DISPLAY 'ETAPASCADEIA INDISPONIVEL - FS ' WRK-FS-ETAPAS
              MOVE 12 TO WRK-RCFINAL
           ELSE
              PERFORM UNTIL FIM-ETAPAS
                 READ ARQ-ETAPAS NEXT RECORD
                    AT END
                       SET FIM-ETAPAS TO TRUE
                    NOT AT END
                       IF ETAPA-ATIVA
                          PERFORM 0155-GUARDAR-ETAPA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-ETAPAS
           END-IF.
           DISPLAY 'ETAPAS ATIVAS NA CADEIA: ' WRK-NUMETAPAS.

       0155-GUARDAR-ETAPA.
           IF WRK-NUMETAPAS LESS THAN 99
              ADD 1 TO WRK-NUMETAPAS
              MOVE ETP-ORDEM      TO WRK-ETAPA-ORDEM(WRK-NUMETAPAS)
              MOVE ETP-PROGRAMA   TO WRK-ETAPA-PROGRAMA(WRK-NUMETAPAS)
              MOVE ETP-FREQUENCIA
                TO WRK-ETAPA-FREQUENCIA(WRK-NUMETAPAS)
              MOVE ETP-DIAMES     TO WRK-ETAPA-DIAMES(WRK-NUMETAPAS)
              MOVE ETP-PARAFALHA
                TO WRK-ETAPA-PARAFALHA(WRK-NUMETAPAS)
              PERFORM VARYING WRK-IDXDEP FROM 1 BY 1
                      UNTIL WRK-IDXDEP > 5
                 MOVE ETP-DEPENDE(WRK-IDXDEP)
                   TO WRK-ETAPA-DEPENDE(WRK-NUMETAPAS WRK-IDXDEP)
              END-PERFORM
           END-IF.

       0160-CRIAR-CADEIA-PADRAO.
           DISPLAY 'ETAPASCADEIA NAO ENCONTRADO - CRIANDO A CADEIA '
                   'PADRAO'.
           OPEN OUTPUT ARQ-ETAPAS.
           PERFORM VARYING WRK-IDXETAPA FROM 1 BY 1
                   UNTIL WRK-IDXETAPA > 8
              MOVE ZEROS TO REG-ETAPA
              COMPUTE ETP-ORDEM = WRK-IDXETAPA * 10
              MOVE WRK-PADRAO-PROGRAMA(WRK-IDXETAPA) TO ETP-PROGRAMA
              MOVE 'CADEIA PADRAO' TO ETP-DESCRICAO
              MOVE 'D' TO ETP-FREQUENCIA
              MOVE 'S' TO ETP-PARAFALHA
              MOVE 'A' TO ETP-SITUACAO
              WRITE REG-ETAPA
           END-PERFORM.
           CLOSE ARQ-ETAPAS.

       0200-EXECUTAR-CADEIA.
           PERFORM VARYING WRK-IDXETAPA FROM 1 BY 1
                   UNTIL WRK-IDXETAPA > WRK-NUMETAPAS
              PERFORM 0205-AVALIAR-ETAPA
           END-PERFORM.

       0205-AVALIAR-ETAPA.
           MOVE WRK-ETAPA-PROGRAMA(WRK-IDXETAPA) TO WRK-PROGRAMA.
           MOVE WRK-ETAPA-ORDEM(WRK-IDXETAPA)    TO WRK-ORDEM.
           IF CADEIA-INTERROMPIDA
              SET SITUACAO-INTERROMPIDA TO TRUE
           ELSE
              PERFORM 0206-VERIFICAR-FREQUENCIA
              IF NOT ETAPA-PROGRAMADA
                 SET SITUACAO-NAO-PROGRAMADA TO TRUE
                 DISPLAY '--- ETAPA ' WRK-PROGRAMA
                         ' NAO PROGRAMADA PARA HOJE'
              ELSE
                 PERFORM 0207-VERIFICAR-DEPENDENCIAS
                 IF ETAPA-BLOQUEADA
                    SET SITUACAO-BLOQUEADA TO TRUE
                    DISPLAY '--- ETAPA ' WRK-PROGRAMA
                            ' NAO EXECUTADA - DEPENDE DA ETAPA '
                            WRK-ORDEMDEP ' QUE NAO TERMINOU'
                 ELSE
                    PERFORM 0210-EXECUTAR-ETAPA
                 END-IF
              END-IF
           END-IF.
           MOVE WRK-SITUACAO TO WRK-ETAPA-SITUACAO(WRK-IDXETAPA).
           MOVE WRK-SITUACAO TO WRK-SIT-ORDEM(WRK-ORDEM).

       0206-VERIFICAR-FREQUENCIA.
           MOVE 'N' TO WRK-SW-PROGRAMADA.
           EVALUATE WRK-ETAPA-FREQUENCIA(WRK-IDXETAPA)
              WHEN 'U'
                 IF HOJE-DIA-UTIL
                    SET ETAPA-PROGRAMADA TO TRUE
                 END-IF
              WHEN 'M'
                 IF HOJE-FIM-MES
                    SET ETAPA-PROGRAMADA TO TRUE
                 END-IF
              WHEN 'E'
                 IF WRK-DATADIA EQUAL WRK-ETAPA-DIAMES(WRK-IDXETAPA)
                    SET ETAPA-PROGRAMADA TO TRUE
                 END-IF
                 IF WRK-DATADIA EQUAL WRK-ULTIMODIA
                    AND WRK-ETAPA-DIAMES(WRK-IDXETAPA)
                        GREATER THAN WRK-ULTIMODIA
                    SET ETAPA-PROGRAMADA TO TRUE
                 END-IF
              WHEN OTHER
                 SET ETAPA-PROGRAMADA TO TRUE
           END-EVALUATE.

       0207-VERIFICAR-DEPENDENCIAS.
           MOVE 'N' TO WRK-SW-BLOQUEADA.
           PERFORM VARYING WRK-IDXDEP FROM 1 BY 1
                   UNTIL WRK-IDXDEP > 5 OR ETAPA-BLOQUEADA
              MOVE WRK-ETAPA-DEPENDE(WRK-IDXETAPA WRK-IDXDEP)
                TO WRK-ORDEMDEP
              IF WRK-ORDEMDEP GREATER THAN ZEROS
                 IF WRK-SIT-ORDEM(WRK-ORDEMDEP) EQUAL 'F'
                    OR WRK-SIT-ORDEM(WRK-ORDEMDEP) EQUAL 'B'
                    OR WRK-SIT-ORDEM(WRK-ORDEMDEP) EQUAL 'I'
                    SET ETAPA-BLOQUEADA TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       0210-EXECUTAR-ETAPA.
           IF REINICIO-ATIVO
              AND WRK-ULT-RC(WRK-ORDEM) EQUAL ZEROS
              DISPLAY '--- ETAPA ' WRK-PROGRAMA ' JA CONCLUIDA '
                      'NA EXECUCAO ANTERIOR - PULADA'
              ACCEPT WRK-HORARELOGIO FROM TIME
              MOVE ZEROS TO WRK-TOT-PROCESSADOS
              MOVE ZEROS TO WRK-TOT-REJEITADOS
              MOVE ZEROS TO WRK-RC
              SET SITUACAO-CONCLUIDA-ANTES TO TRUE
              PERFORM 0220-GRAVAR-HISTORICO
           ELSE
              DISPLAY '--- EXECUTANDO ' WRK-PROGRAMA
              ACCEPT WRK-HORARELOGIO FROM TIME
              COMPUTE WRK-FIMHORA = WRK-REL-HH * 10000
                    + WRK-REL-MM * 100 + WRK-REL-SS
              MOVE WRK-TOT-PROCESSADOS
                TO WRK-ETAPA-PROCESSADOS(WRK-IDXETAPA)
              MOVE WRK-TOT-REJEITADOS
                TO WRK-ETAPA-REJEITADOS(WRK-IDXETAPA)
              MOVE WRK-RC TO WRK-ETAPA-RC(WRK-IDXETAPA)
              SET SITUACAO-EXECUTADA TO TRUE
              ADD 1 TO WRK-QTDEETAPAS
              PERFORM 0220-GRAVAR-HISTORICO
              IF WRK-RC GREATER THAN WRK-RCFINAL
                 MOVE WRK-RC TO WRK-RCFINAL
              END-IF
              IF WRK-RC GREATER THAN OR EQUAL TO 8
                 SET SITUACAO-FALHOU TO TRUE
                 IF WRK-ETAPA-PARAFALHA(WRK-IDXETAPA) EQUAL 'S'
                    SET CADEIA-INTERROMPIDA TO TRUE
                    DISPLAY 'ETAPA ' WRK-PROGRAMA ' FALHOU COM RC '
                            WRK-RC ' - CADEIA INTERROMPIDA'
                 ELSE
                    DISPLAY 'ETAPA ' WRK-PROGRAMA ' FALHOU COM RC '
                            WRK-RC ' - CADEIA CONTINUA'
                 END-IF
              END-IF
           END-IF.

           END-IF.
           MOVE WRK-RUNDATA  TO HCA-RUNDATA.
           MOVE WRK-RUNHORA  TO HCA-RUNHORA.
           MOVE WRK-ORDEM    TO HCA-ETAPA.
           MOVE WRK-PROGRAMA TO HCA-PROGRAMA.
           MOVE WRK-TOT-PROCESSADOS TO HCA-PROCESSADOS.
           MOVE WRK-TOT-REJEITADOS  TO HCA-REJEITADOS.
           DISPLAY '================================================'.
           DISPLAY 'RESUMO DA CADEIA NOTURNA'.
           PERFORM VARYING WRK-IDXETAPA FROM 1 BY 1
                   UNTIL WRK-IDXETAPA > WRK-NUMETAPAS
              MOVE WRK-ETAPA-SITUACAO(WRK-IDXETAPA) TO WRK-SITUACAO
              EVALUATE TRUE
                 WHEN SITUACAO-EXECUTADA
                 WHEN SITUACAO-FALHOU
                    DISPLAY WRK-ETAPA-PROGRAMA(WRK-IDXETAPA)
                            ' PROCESSADOS '
                            WRK-ETAPA-PROCESSADOS(WRK-IDXETAPA)
                            ' REJEITADOS '
                            WRK-ETAPA-REJEITADOS(WRK-IDXETAPA)
                            ' RC ' WRK-ETAPA-RC(WRK-IDXETAPA)
                 WHEN OTHER
                    EVALUATE TRUE
                       WHEN SITUACAO-CONCLUIDA-ANTES
                          MOVE 'CONCLUIDA ANTES DO REINICIO'
                            TO WRK-TXT-SITUACAO
                       WHEN SITUACAO-NAO-PROGRAMADA
                          MOVE 'NAO PROGRAMADA PARA HOJE'
                            TO WRK-TXT-SITUACAO
                       WHEN SITUACAO-BLOQUEADA
                          MOVE 'BLOQUEADA POR DEPENDENCIA'
                            TO WRK-TXT-SITUACAO
                       WHEN OTHER
                          MOVE 'NAO EXECUTADA (INTERRUPCAO)'
                            TO WRK-TXT-SITUACAO
                    END-EVALUATE
                    DISPLAY WRK-ETAPA-PROGRAMA(WRK-IDXETAPA)
                            ' ' WRK-TXT-SITUACAO
              END-EVALUATE
           END-PERFORM.
           IF CADEIA-INTERROMPIDA
              DISPLAY 'CADEIA INTERROMPIDA - ETAPAS EXECUTADAS: '
