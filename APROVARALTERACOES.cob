       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVARALTERACOES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SEGUNDA APROVACAO DAS ALTERACOES DE
      ***             DADOS BANCARIOS E DE SALARIO PENDENTES NO
      ***             ALTERACOESPENDENTES (MANTERVENDEDORES E
      ***             MANTERFUNCIONARIOS). CADA PENDENCIA PODE
      ***             SER APROVADA OU REJEITADA COM MOTIVO POR
      ***             UM SUPERVISOR DIFERENTE DO SOLICITANTE
      ***             (QUALQUER OUTRA OPCAO A MANTEM PENDENTE).
      ***             NA APROVACAO OS NOVOS VALORES SAO GRAVADOS
      ***             NO CADASTRO, COM IMAGEM ANTES/DEPOIS NO
      ***             HISTORICOALTERACOES E TRILHA DE AUDITORIA.
      ***             ENQUANTO PENDENTE, O GERARREMESSA NAO PAGA
      ***             O FAVORECIDO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77 WRK-FS-PENDENTES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-VENDEDORES    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)  VALUE ZEROS.
       77 WRK-SW-VENDEDORES    PIC X(01)  VALUE 'N'.
           88 VENDEDORES-ABERTO           VALUE 'S'.
       77 WRK-SW-FUNCIONARIOS  PIC X(01)  VALUE 'N'.
           88 FUNCIONARIOS-ABERTO         VALUE 'S'.
       77 WRK-SW-AUTORIZADO    PIC X(01)  VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO       VALUE 'S'.
       77 WRK-SW-REVISAR       PIC X(01)  VALUE 'N'.
           88 REVISAO-LIBERADA            VALUE 'S'.
       77 WRK-SW-APLICADA      PIC X(01)  VALUE 'N'.
           88 ALTERACAO-APLICADA          VALUE 'S'.
       77 WRK-FIM-PENDENTES    PIC X(01)  VALUE 'N'.
           88 FIM-PENDENTES               VALUE 'S'.
       77 WRK-OPCAO            PIC 9(01)  VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(30)  VALUE SPACES.
       77 WRK-QTDEREVISADAS    PIC 9(04)  VALUE ZEROS.
       77 WRK-QTDEAPROVADAS    PIC 9(04)  VALUE ZEROS.
       77 WRK-QTDEREJEITADAS   PIC 9(04)  VALUE ZEROS.
       77 WRK-QTDEPENDENTES    PIC 9(04)  VALUE ZEROS.
       77 WRK-QTDEPROPRIAS     PIC 9(04)  VALUE ZEROS.
       77 WRK-CADASTRO         PIC X(11)  VALUE SPACES.
       77 WRK-SALARIO-ED       PIC ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'APROVARALTERACOES'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       77 WRK-HIS-CADASTRO     PIC X(01)  VALUE SPACES.
       77 WRK-HIS-ANTES        PIC X(160) VALUE SPACES.
       77 WRK-HIS-DEPOIS       PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF REVISAO-LIBERADA
               PERFORM 0200-REVISAR-PENDENCIA UNTIL FIM-PENDENTES
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              IF WRK-OPERADOR-ID EQUAL SPACES
                 DISPLAY 'APROVACAO EXIGE SIGN-ON DO SUPERVISOR '
                         'NO MENU PRINCIPAL'
              ELSE
                 PERFORM 0110-ABRIR-ARQUIVOS
              END-IF
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PENDENTES.
           IF WRK-FS-PENDENTES NOT EQUAL '00'
              DISPLAY 'NENHUMA ALTERACAO PENDENTE DE APROVACAO'
           ELSE
              SET REVISAO-LIBERADA TO TRUE
              OPEN I-O ARQ-VENDEDORES
              IF WRK-FS-VENDEDORES EQUAL '00'
                 SET VENDEDORES-ABERTO TO TRUE
              ELSE
                 DISPLAY 'CADASTRO VENDEDORES NAO DISPONIVEL - '
                         'PENDENCIAS DE VENDEDORES MANTIDAS'
              END-IF
              OPEN I-O ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS EQUAL '00'
                 SET FUNCIONARIOS-ABERTO TO TRUE
              ELSE
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL - '
                         'PENDENCIAS DE FUNCIONARIOS MANTIDAS'
              END-IF
              DISPLAY 'APROVACAO DE ALTERACOES BANCARIAS E '
                      'SALARIAIS - APROVADOR ' WRK-OPERADOR-ID
           END-IF.

       0200-REVISAR-PENDENCIA.
           READ ARQ-PENDENTES NEXT RECORD
              AT END
                 SET FIM-PENDENTES TO TRUE
              NOT AT END
                 IF ALTERACAO-PENDENTE
                    PERFORM 0210-EXIBIR-PENDENCIA
                    PERFORM 0220-DECIDIR-PENDENCIA
                 END-IF
           END-READ.

       0210-EXIBIR-PENDENCIA.
           ADD 1 TO WRK-QTDEREVISADAS.
           IF PND-VENDEDOR
              MOVE 'VENDEDOR'    TO WRK-CADASTRO
           ELSE
              MOVE 'FUNCIONARIO' TO WRK-CADASTRO
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY WRK-CADASTRO ' ' PND-CODIGO ' ' PND-NOME.
           DISPLAY 'SOLICITADA POR ' PND-SOLICITANTE ' EM '
                   PND-SOLICDIA '/' PND-SOLICMES '/' PND-SOLICANO.
           IF PND-ALTERA-BANCO
              DISPLAY 'BANCO ATUAL: ' PND-BANCOANT ' AG '
                      PND-AGENCIAANT ' CONTA ' PND-CONTAANT
              DISPLAY 'BANCO NOVO : ' PND-BANCONOVO ' AG '
                      PND-AGENCIANOVA ' CONTA ' PND-CONTANOVA
              IF PND-VENDEDOR
                 DISPLAY 'TITULAR ATUAL: ' PND-CPFTITANT
                         ' NOVO: ' PND-CPFTITNOVO
              END-IF
           END-IF.
           IF PND-ALTERA-SALARIO
              MOVE PND-SALARIOANT TO WRK-SALARIO-ED
              DISPLAY 'SALARIO ATUAL: R$' WRK-SALARIO-ED
              MOVE PND-SALARIONOVO TO WRK-SALARIO-ED
              DISPLAY 'SALARIO NOVO : R$' WRK-SALARIO-ED
           END-IF.

       0220-DECIDIR-PENDENCIA.
           IF PND-SOLICITANTE EQUAL WRK-OPERADOR-ID
              ADD 1 TO WRK-QTDEPROPRIAS
              DISPLAY 'SOLICITADA PELO PROPRIO OPERADOR - EXIGE '
                      'APROVACAO DE OUTRO SUPERVISOR'
           ELSE
              DISPLAY ' 1 - APROVAR'
              DISPLAY ' 2 - REJEITAR'
              DISPLAY ' OUTRA - MANTER PENDENTE'
              DISPLAY 'OPCAO: '
              ACCEPT WRK-OPCAO
              EVALUATE WRK-OPCAO
                 WHEN 1
                    PERFORM 0230-APLICAR-ALTERACAO
                    IF ALTERACAO-APLICADA
                       MOVE 'A'    TO PND-SITUACAO
                       MOVE SPACES TO PND-MOTIVO
                       PERFORM 0260-REGISTRAR-DECISAO
                       ADD 1 TO WRK-QTDEAPROVADAS
                       DISPLAY 'ALTERACAO APROVADA E GRAVADA '
                               'NO CADASTRO'
                    ELSE
                       ADD 1 TO WRK-QTDEPENDENTES
                    END-IF
                 WHEN 2
                    DISPLAY 'MOTIVO DA REJEICAO '
                    ACCEPT WRK-MOTIVO
                    MOVE 'R'        TO PND-SITUACAO
                    MOVE WRK-MOTIVO TO PND-MOTIVO
                    PERFORM 0260-REGISTRAR-DECISAO
                    ADD 1 TO WRK-QTDEREJEITADAS
                    DISPLAY 'ALTERACAO REJEITADA - CADASTRO MANTIDO'
                 WHEN OTHER
                    ADD 1 TO WRK-QTDEPENDENTES
                    DISPLAY 'ALTERACAO MANTIDA PENDENTE'
              END-EVALUATE
           END-IF.

       0230-APLICAR-ALTERACAO.
           MOVE 'N' TO WRK-SW-APLICADA.
           IF PND-VENDEDOR
              PERFORM 0240-APLICAR-VENDEDOR
           ELSE
              PERFORM 0250-APLICAR-FUNCIONARIO
           END-IF.

       0240-APLICAR-VENDEDOR.
           IF NOT VENDEDORES-ABERTO
              DISPLAY 'CADASTRO VENDEDORES NAO DISPONIVEL - '
                      'ALTERACAO MANTIDA PENDENTE'
           ELSE
              MOVE PND-CODIGO TO VEND-CODIGO
              READ ARQ-VENDEDORES
                 INVALID KEY
                    DISPLAY 'VENDEDOR NAO CADASTRADO - '
                            'ALTERACAO MANTIDA PENDENTE'
                 NOT INVALID KEY
                    MOVE REG-VENDEDOR    TO WRK-HIS-ANTES
                    IF PND-ALTERA-BANCO
                       MOVE PND-BANCONOVO   TO VEND-BANCO
                       MOVE PND-AGENCIANOVA TO VEND-AGENCIA
                       MOVE PND-CONTANOVA   TO VEND-CONTA
                       MOVE PND-CPFTITNOVO  TO VEND-CPFTITULAR
                    END-IF
                    REWRITE REG-VENDEDOR
                    MOVE REG-VENDEDOR    TO WRK-HIS-DEPOIS
                    MOVE 'V'             TO WRK-HIS-CADASTRO
                    PERFORM 0270-GRAVAR-HISTORICO
                    SET ALTERACAO-APLICADA TO TRUE
              END-READ
           END-IF.

       0250-APLICAR-FUNCIONARIO.
           IF NOT FUNCIONARIOS-ABERTO
              DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL - '
                      'ALTERACAO MANTIDA PENDENTE'
           ELSE
              MOVE PND-CODIGO TO FUNC-MATRICULA
              READ ARQ-FUNCIONARIOS
                 INVALID KEY
                    DISPLAY 'MATRICULA NAO CADASTRADA - '
                            'ALTERACAO MANTIDA PENDENTE'
                 NOT INVALID KEY
                    MOVE REG-FUNCIONARIO TO WRK-HIS-ANTES
                    IF PND-ALTERA-BANCO
                       MOVE PND-BANCONOVO   TO FUNC-BANCO
                       MOVE PND-AGENCIANOVA TO FUNC-AGENCIA
                       MOVE PND-CONTANOVA   TO FUNC-CONTA
                    END-IF
                    IF PND-ALTERA-SALARIO
                       MOVE PND-SALARIONOVO TO FUNC-SALARIO
                    END-IF
                    REWRITE REG-FUNCIONARIO
                    MOVE REG-FUNCIONARIO TO WRK-HIS-DEPOIS
                    MOVE 'F'             TO WRK-HIS-CADASTRO
                    PERFORM 0270-GRAVAR-HISTORICO
                    SET ALTERACAO-APLICADA TO TRUE
              END-READ
           END-IF.

       0260-REGISTRAR-DECISAO.
           MOVE WRK-OPERADOR-ID TO PND-APROVADOR.
           MOVE WRK-DATAANO     TO PND-APROVANO.
           MOVE WRK-DATAMES     TO PND-APROVMES.
           MOVE WRK-DATADIA     TO PND-APROVDIA.
           REWRITE REG-PENDENTE.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'ALTERACAO ' PND-CADASTRO ' ' PND-CODIGO
                  ' SITUACAO ' PND-SITUACAO
                  ' SOLICITANTE ' PND-SOLICITANTE
                  ' ' PND-MOTIVO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0270-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0300-FINALIZAR.
           CLOSE ARQ-PENDENTES.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           IF FUNCIONARIOS-ABERTO
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           DISPLAY 'PENDENCIAS REVISADAS: ' WRK-QTDEREVISADAS.
           DISPLAY 'APROVADAS: ' WRK-QTDEAPROVADAS.
           DISPLAY 'REJEITADAS: ' WRK-QTDEREJEITADAS.
           DISPLAY 'MANTIDAS PENDENTES: ' WRK-QTDEPENDENTES.
           DISPLAY 'DO PROPRIO OPERADOR (NAO REVISADAS): '
                   WRK-QTDEPROPRIAS.
