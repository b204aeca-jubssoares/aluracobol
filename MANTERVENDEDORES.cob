      ***   OBJETIVO: MANUTENCAO DO CADASTRO DE VENDEDORES
      ***             (INCLUSAO, ALTERACAO E INATIVACAO),
      ***             USADO PELO VALORESVENDAS PARA VALIDAR
      ***             OS LANCAMENTOS DE VENDA. CADA MANUTENCAO
      ***             GRAVA A IMAGEM ANTES/DEPOIS NO
      ***             HISTORICOALTERACOES (GRAVARHISTORICO).
      ***             A ALTERACAO DE DADOS BANCARIOS NAO VAI
      ***             DIRETO AO CADASTRO: FICA PENDENTE NO
      ***             ALTERACOESPENDENTES ATE A APROVACAO POR
      ***             OUTRO SUPERVISOR (APROVARALTERACOES)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS EQP-CODIGO
             FILE STATUS IS WRK-FS-EQUIPES.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-EQUIPES.
       COPY EQUIPES.
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77  WRK-FS-VENDEDORES   PIC X(02) VALUE ZEROS.
       77  WRK-FS-EQUIPES      PIC X(02) VALUE ZEROS.
       77  WRK-FS-PENDENTES    PIC X(02) VALUE ZEROS.
       77  WRK-SW-PENDENCIA    PIC X(01) VALUE 'N'.
           88  PENDENCIA-EXISTE          VALUE 'S'.
       77  WRK-SW-EQUIPES      PIC X(01) VALUE 'N'.
           88  EQUIPES-ABERTO            VALUE 'S'.
       77  WRK-EQUIPE-VALIDA   PIC X(01) VALUE 'S'.
           88  DADOS-BANCARIOS-OK        VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERVENDEDORES'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-HIS-CADASTRO    PIC X(01) VALUE 'V'.
       77  WRK-HIS-ANTES       PIC X(160) VALUE SPACES.
       77  WRK-HIS-DEPOIS      PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-VENDEDORES.
           IF WRK-FS-VENDEDORES EQUAL '35'
              OPEN OUTPUT ARQ-VENDEDORES
              DISPLAY 'CADASTRO EQUIPES NAO DISPONIVEL - '
                      'EQUIPE NAO SERA CONFERIDA'
           END-IF.
           OPEN I-O ARQ-PENDENTES.
           IF WRK-FS-PENDENTES EQUAL '35'
              OPEN OUTPUT ARQ-PENDENTES
              CLOSE ARQ-PENDENTES
              OPEN I-O ARQ-PENDENTES
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
                    MOVE WRK-CPFTITULAR TO VEND-CPFTITULAR
                    WRITE REG-VENDEDOR
                    PERFORM 0240-GRAVAR-AUDITORIA
                    MOVE SPACES       TO WRK-HIS-ANTES
                    MOVE REG-VENDEDOR TO WRK-HIS-DEPOIS
                    PERFORM 0245-GRAVAR-HISTORICO
                    DISPLAY 'VENDEDOR INCLUIDO'
                 END-IF
              NOT INVALID KEY
              INVALID KEY
                 DISPLAY 'VENDEDOR NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 MOVE REG-VENDEDOR TO WRK-HIS-ANTES
                 DISPLAY 'NOME ATUAL: ' VEND-NOME
                 DISPLAY 'NOVO NOME (BRANCO MANTEM) '
                 ACCEPT WRK-NOME
                 ACCEPT WRK-SITUACAO
                 IF WRK-SITUACAO EQUAL 'S'
                    PERFORM 0260-LER-DADOS-BANCARIOS
                    IF DADOS-BANCARIOS-OK
                       PERFORM 0280-REGISTRAR-PENDENCIA
                    END-IF
                 END-IF
                 REWRITE REG-VENDEDOR
                 PERFORM 0240-GRAVAR-AUDITORIA
                 MOVE REG-VENDEDOR TO WRK-HIS-DEPOIS
                 PERFORM 0245-GRAVAR-HISTORICO
                 DISPLAY 'VENDEDOR ALTERADO'
           END-READ.

              INVALID KEY
                 DISPLAY 'VENDEDOR NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 MOVE REG-VENDEDOR TO WRK-HIS-ANTES
                 IF VENDEDOR-ATIVO
                    MOVE 'I' TO VEND-SITUACAO
                    DISPLAY 'VENDEDOR INATIVADO: ' VEND-NOME
                 END-IF
                 REWRITE REG-VENDEDOR
                 PERFORM 0240-GRAVAR-AUDITORIA
                 MOVE REG-VENDEDOR TO WRK-HIS-DEPOIS
                 PERFORM 0245-GRAVAR-HISTORICO
           END-READ.

       0240-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'VENDEDOR ' VEND-CODIGO ' ' VEND-NOME
                  ' SITUACAO ' VEND-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0245-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0250-VALIDAR-EQUIPE.
           MOVE 'S' TO WRK-EQUIPE-VALIDA.
           IF EQUIPES-ABERTO
              CALL 'VALIDARCPF' USING WRK-CPFTITULAR WRK-CPF-VALIDO
           END-IF.

       0280-REGISTRAR-PENDENCIA.
           IF WRK-BANCO EQUAL VEND-BANCO
              AND WRK-AGENCIA EQUAL VEND-AGENCIA
              AND WRK-CONTA EQUAL VEND-CONTA
              AND WRK-CPFTITULAR EQUAL VEND-CPFTITULAR
              DISPLAY 'DADOS BANCARIOS SEM ALTERACAO'
           ELSE
              MOVE 'V'         TO PND-CADASTRO
              MOVE VEND-CODIGO TO PND-CODIGO
              READ ARQ-PENDENTES
                 INVALID KEY
                    MOVE 'N' TO WRK-SW-PENDENCIA
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-SW-PENDENCIA
              END-READ
              IF NOT PENDENCIA-EXISTE OR NOT ALTERACAO-PENDENTE
                 PERFORM 0285-INICIAR-PENDENCIA
              END-IF
              MOVE VEND-NOME       TO PND-NOME
              MOVE 'S'             TO PND-BANCARIO
              MOVE WRK-BANCO       TO PND-BANCONOVO
              MOVE WRK-AGENCIA     TO PND-AGENCIANOVA
              MOVE WRK-CONTA       TO PND-CONTANOVA
              MOVE WRK-CPFTITULAR  TO PND-CPFTITNOVO
              MOVE 'P'             TO PND-SITUACAO
              MOVE WRK-OPERADOR-ID TO PND-SOLICITANTE
              MOVE WRK-DATAANO     TO PND-SOLICANO
              MOVE WRK-DATAMES     TO PND-SOLICMES
              MOVE WRK-DATADIA     TO PND-SOLICDIA
              MOVE SPACES          TO PND-APROVADOR
              MOVE ZEROS           TO PND-APROVANO
              MOVE ZEROS           TO PND-APROVMES
              MOVE ZEROS           TO PND-APROVDIA
              MOVE SPACES          TO PND-MOTIVO
              IF PENDENCIA-EXISTE
                 REWRITE REG-PENDENTE
              ELSE
                 WRITE REG-PENDENTE
              END-IF
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'PENDENTE BANCO VENDEDOR ' VEND-CODIGO
                     ' BANCO ' WRK-BANCO ' AG ' WRK-AGENCIA
                     ' CONTA ' WRK-CONTA
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
              DISPLAY 'DADOS BANCARIOS PENDENTES DE APROVACAO '
                      'POR OUTRO SUPERVISOR'
           END-IF.

       0285-INICIAR-PENDENCIA.
           MOVE 'N'             TO PND-BANCARIO.
           MOVE 'N'             TO PND-SALARIAL.
           MOVE VEND-BANCO      TO PND-BANCOANT.
           MOVE VEND-AGENCIA    TO PND-AGENCIAANT.
           MOVE VEND-CONTA      TO PND-CONTAANT.
           MOVE VEND-CPFTITULAR TO PND-CPFTITANT.
           MOVE ZEROS           TO PND-SALARIOANT.
           MOVE PND-ANTERIOR    TO PND-NOVO.

       0300-FINALIZAR.
           CLOSE ARQ-VENDEDORES.
           CLOSE ARQ-PENDENTES.
           IF EQUIPES-ABERTO
              CLOSE ARQ-EQUIPES
           END-IF.
