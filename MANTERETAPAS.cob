       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERETAPAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MANUTENCAO DAS ETAPAS DA CADEIA NOTURNA
      ***             (ETAPASCADEIA) EXECUTADAS PELO CADEIALOTE:
      ***             ORDEM, PROGRAMA, FREQUENCIA (D=DIARIA,
      ***             U=DIA UTIL, M=ULTIMO DIA UTIL DO MES,
      ***             E=DIA FIXO DO MES), SE A FALHA INTERROMPE
      ***             A CADEIA, SITUACAO (ATIVA/INATIVA) E ATE
      ***             CINCO ETAPAS ANTERIORES DE QUE DEPENDE.
      ***             RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ETAPAS ASSIGN TO 'ETAPASCADEIA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ETP-ORDEM
             FILE STATUS IS WRK-FS-ETAPAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ETAPAS.
       COPY ETAPASCADEIA.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-ETAPAS       PIC X(02) VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 5.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-ORDEM           PIC 9(02) VALUE ZEROS.
       77  WRK-PROGRAMA        PIC X(26) VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
       77  WRK-FREQUENCIA      PIC X(01) VALUE SPACES.
       77  WRK-DIAMES          PIC 9(02) VALUE ZEROS.
       77  WRK-PARAFALHA       PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO        PIC X(01) VALUE SPACES.
       77  WRK-DEPENDE         PIC 9(02) VALUE ZEROS.
       77  WRK-IDXDEP          PIC 9(01) VALUE ZEROS.
       77  WRK-DADOS-VALIDOS   PIC X(01) VALUE 'S'.
           88  DADOS-VALIDOS             VALUE 'S'.
       77  WRK-FIM-ETAPAS      PIC X(01) VALUE 'N'.
           88  FIM-ETAPAS                VALUE 'S'.
       77  WRK-VAL-VALOR       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MINIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MAXIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-VALIDO      PIC X(01)     VALUE 'S'.
           88  VAL-FAIXA-VALIDA              VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERETAPAS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-AUD-OPERACAO    PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF SUPERVISOR-AUTORIZADO
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN I-O ARQ-ETAPAS
              IF WRK-FS-ETAPAS EQUAL '35'
                 OPEN OUTPUT ARQ-ETAPAS
                 CLOSE ARQ-ETAPAS
                 OPEN I-O ARQ-ETAPAS
              END-IF
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' ETAPAS DA CADEIA NOTURNA'.
           DISPLAY ' 1 - INCLUIR ETAPA'.
           DISPLAY ' 2 - ALTERAR ETAPA'.
           DISPLAY ' 3 - EXCLUIR ETAPA'.
           DISPLAY ' 4 - LISTAR ETAPAS'.
           DISPLAY ' 5 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-INCLUIR
              WHEN 2
                 PERFORM 0220-ALTERAR
              WHEN 3
                 PERFORM 0230-EXCLUIR
              WHEN 4
                 PERFORM 0240-LISTAR
              WHEN 5
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-INCLUIR.
           PERFORM 0250-LER-ORDEM.
           IF DADOS-VALIDOS
              MOVE WRK-ORDEM TO ETP-ORDEM
              READ ARQ-ETAPAS
                 INVALID KEY
                    MOVE ZEROS     TO REG-ETAPA
                    MOVE WRK-ORDEM TO ETP-ORDEM
                    MOVE 'D'       TO ETP-FREQUENCIA
                    MOVE 'S'       TO ETP-PARAFALHA
                    MOVE 'A'       TO ETP-SITUACAO
                    MOVE SPACES    TO ETP-PROGRAMA
                    MOVE SPACES    TO ETP-DESCRICAO
                    PERFORM 0260-LER-DADOS
                    IF DADOS-VALIDOS
                       WRITE REG-ETAPA
                       MOVE 'INCLUSAO' TO WRK-AUD-OPERACAO
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'ETAPA INCLUIDA'
                    END-IF
                 NOT INVALID KEY
                    DISPLAY 'ORDEM JA CADASTRADA: ' ETP-PROGRAMA
              END-READ
           END-IF.

       0220-ALTERAR.
           PERFORM 0250-LER-ORDEM.
           IF DADOS-VALIDOS
              MOVE WRK-ORDEM TO ETP-ORDEM
              READ ARQ-ETAPAS
                 INVALID KEY
                    DISPLAY 'ORDEM NAO CADASTRADA'
                 NOT INVALID KEY
                    PERFORM 0245-MOSTRAR-ETAPA
                    DISPLAY '(BRANCO OU ZERO MANTEM O VALOR ATUAL)'
                    PERFORM 0260-LER-DADOS
                    IF DADOS-VALIDOS
                       REWRITE REG-ETAPA
                       MOVE 'ALTERACAO' TO WRK-AUD-OPERACAO
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'ETAPA ALTERADA'
                    END-IF
              END-READ
           END-IF.

       0230-EXCLUIR.
           PERFORM 0250-LER-ORDEM.
           IF DADOS-VALIDOS
              MOVE WRK-ORDEM TO ETP-ORDEM
              READ ARQ-ETAPAS
                 INVALID KEY
                    DISPLAY 'ORDEM NAO CADASTRADA'
                 NOT INVALID KEY
                    DELETE ARQ-ETAPAS
                    MOVE 'EXCLUSAO' TO WRK-AUD-OPERACAO
                    PERFORM 0280-GRAVAR-AUDITORIA
                    DISPLAY 'ETAPA EXCLUIDA'
              END-READ
           END-IF.

       0240-LISTAR.
           MOVE 'N' TO WRK-FIM-ETAPAS.
           MOVE ZEROS TO ETP-ORDEM.
           START ARQ-ETAPAS KEY GREATER THAN OR EQUAL TO ETP-ORDEM
              INVALID KEY
                 DISPLAY 'NENHUMA ETAPA CADASTRADA'
                 SET FIM-ETAPAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-ETAPAS
              READ ARQ-ETAPAS NEXT RECORD
                 AT END
                    SET FIM-ETAPAS TO TRUE
                 NOT AT END
                    PERFORM 0245-MOSTRAR-ETAPA
              END-READ
           END-PERFORM.

       0245-MOSTRAR-ETAPA.
           DISPLAY ETP-ORDEM ' ' ETP-PROGRAMA ' ' ETP-DESCRICAO.
           DISPLAY '   FREQUENCIA ' ETP-FREQUENCIA
                   ' DIA ' ETP-DIAMES
                   ' INTERROMPE ' ETP-PARAFALHA
                   ' SITUACAO ' ETP-SITUACAO
                   ' DEPENDE DE ' ETP-DEPENDE(1) ' ' ETP-DEPENDE(2)
                   ' ' ETP-DEPENDE(3) ' ' ETP-DEPENDE(4)
                   ' ' ETP-DEPENDE(5).

       0250-LER-ORDEM.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           DISPLAY 'ORDEM DA ETAPA (01 A 99) '.
           ACCEPT WRK-ORDEM.
           IF WRK-ORDEM EQUAL ZEROS
              DISPLAY 'ORDEM INVALIDA: ' WRK-ORDEM
              MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.

       0260-LER-DADOS.
           DISPLAY 'PROGRAMA '.
           ACCEPT WRK-PROGRAMA.
           IF WRK-PROGRAMA NOT EQUAL SPACES
              MOVE WRK-PROGRAMA TO ETP-PROGRAMA
           END-IF.
           DISPLAY 'DESCRICAO '.
           ACCEPT WRK-DESCRICAO.
           IF WRK-DESCRICAO NOT EQUAL SPACES
              MOVE WRK-DESCRICAO TO ETP-DESCRICAO
           END-IF.
           DISPLAY 'FREQUENCIA (D=DIARIA U=DIA UTIL M=FIM DE MES '
                   'E=DIA FIXO) '.
           ACCEPT WRK-FREQUENCIA.
           IF WRK-FREQUENCIA NOT EQUAL SPACES
              MOVE WRK-FREQUENCIA TO ETP-FREQUENCIA
           END-IF.
           IF ETAPA-DIA-ESPECIFICO
              DISPLAY 'DIA DO MES '
              ACCEPT WRK-DIAMES
              IF WRK-DIAMES NOT EQUAL ZEROS
                 MOVE WRK-DIAMES TO ETP-DIAMES
              END-IF
           ELSE
              MOVE ZEROS TO ETP-DIAMES
           END-IF.
           DISPLAY 'FALHA INTERROMPE A CADEIA (S/N) '.
           ACCEPT WRK-PARAFALHA.
           IF WRK-PARAFALHA EQUAL 'S' OR WRK-PARAFALHA EQUAL 'N'
              MOVE WRK-PARAFALHA TO ETP-PARAFALHA
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVA I=INATIVA) '.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO EQUAL 'A' OR WRK-SITUACAO EQUAL 'I'
              MOVE WRK-SITUACAO TO ETP-SITUACAO
           END-IF.
           DISPLAY 'DEPENDENCIAS (ORDENS ANTERIORES, 99 LIMPA, '
                   '0 MANTEM)'.
           PERFORM VARYING WRK-IDXDEP FROM 1 BY 1
                   UNTIL WRK-IDXDEP > 5
              PERFORM 0265-LER-DEPENDENCIA
           END-PERFORM.
           PERFORM 0270-VALIDAR-ETAPA.

       0265-LER-DEPENDENCIA.
           DISPLAY 'DEPENDENCIA ' WRK-IDXDEP ' ATUAL '
                   ETP-DEPENDE(WRK-IDXDEP) ' '.
           ACCEPT WRK-DEPENDE.
           EVALUATE TRUE
              WHEN WRK-DEPENDE EQUAL ZEROS
                 CONTINUE
              WHEN WRK-DEPENDE EQUAL 99
                 MOVE ZEROS TO ETP-DEPENDE(WRK-IDXDEP)
              WHEN OTHER
                 MOVE WRK-DEPENDE TO ETP-DEPENDE(WRK-IDXDEP)
           END-EVALUATE.

       0270-VALIDAR-ETAPA.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           IF ETP-PROGRAMA EQUAL SPACES
              DISPLAY 'PROGRAMA OBRIGATORIO'
              MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF NOT FREQUENCIA-VALIDA
              DISPLAY 'FREQUENCIA INVALIDA: ' ETP-FREQUENCIA
              MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF ETAPA-DIA-ESPECIFICO
              MOVE ETP-DIAMES    TO WRK-VAL-VALOR
              MOVE 1             TO WRK-VAL-MINIMO
              MOVE 31            TO WRK-VAL-MAXIMO
              CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR
                      WRK-VAL-MINIMO WRK-VAL-MAXIMO
                      WRK-VAL-VALIDO
              IF NOT VAL-FAIXA-VALIDA
                 DISPLAY 'DIA INVALIDO: ' ETP-DIAMES
                 MOVE 'N' TO WRK-DADOS-VALIDOS
              END-IF
           END-IF.
           PERFORM VARYING WRK-IDXDEP FROM 1 BY 1
                   UNTIL WRK-IDXDEP > 5
              IF ETP-DEPENDE(WRK-IDXDEP) NOT LESS THAN ETP-ORDEM
                 AND ETP-DEPENDE(WRK-IDXDEP) GREATER THAN ZEROS
                 DISPLAY 'DEPENDENCIA ' ETP-DEPENDE(WRK-IDXDEP)
                         ' NAO E ETAPA ANTERIOR'
                 MOVE 'N' TO WRK-DADOS-VALIDOS
              END-IF
           END-PERFORM.
           IF NOT DADOS-VALIDOS
              DISPLAY 'ETAPA NAO GRAVADA'
           END-IF.

       0280-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'ETAPA ' ETP-ORDEM ' ' ETP-PROGRAMA ' '
                  WRK-AUD-OPERACAO ' FREQ ' ETP-FREQUENCIA
                  ' SIT ' ETP-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0300-FINALIZAR.
           CLOSE ARQ-ETAPAS.
           DISPLAY 'MANUTENCAO DAS ETAPAS ENCERRADA'.
