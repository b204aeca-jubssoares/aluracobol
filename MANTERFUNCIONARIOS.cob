      ***             DESLIGAMENTO), COM VALIDACAO DE DATA DE
      ***             ADMISSAO NO CALENDARIO, FAIXA SALARIAL
      ***             E CPF CONFERIDO PELO VALIDARCPF, COMO
      ***             JA SE FAZ PARA OS CLIENTES. NO
      ***             DESLIGAMENTO APURA AS VERBAS DE FERIAS
      ***             (VENCIDAS DO FERIASFUNCIONARIOS E
      ***             PROPORCIONAIS, COM O TERCO) E O 13O
      ***             PROPORCIONAL (DESCONTADA A PARCELA JA PAGA
      ***             DO DECIMOTERCEIRO), IMPRESSAS NO RESCISOES
      ***             E GUARDADAS NO REPOSITORIO DE RELATORIOS
      ***             (GRAVARSPOOL) PARA REIMPRESSAO.
      ***             CADA MANUTENCAO GRAVA A IMAGEM ANTES/DEPOIS
      ***             NO HISTORICOALTERACOES (GRAVARHISTORICO).
      ***             ALTERACAO DE SALARIO OU DE DADOS BANCARIOS
      ***             NAO VAI DIRETO AO CADASTRO: FICA PENDENTE
      ***             NO ALTERACOESPENDENTES ATE A APROVACAO POR
      ***             OUTRO SUPERVISOR (APROVARALTERACOES)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-FERIAS ASSIGN TO 'FERIASFUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FER-CHAVE
             FILE STATUS IS WRK-FS-FERIAS.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMOTERCEIRO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DEC-CHAVE
             FILE STATUS IS WRK-FS-DECIMO.
           SELECT ARQ-RESCISOES ASSIGN TO 'RESCISOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RESCISOES.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-FERIAS.
       COPY FERIASFUNCIONARIOS.
       FD  ARQ-DECIMO.
       COPY DECIMOTERCEIRO.
       FD  ARQ-RESCISOES.
       01  REG-RESCISAO            PIC X(80).
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-FUNCIONARIOS PIC X(02) VALUE ZEROS.
       77  WRK-FS-FERIAS       PIC X(02) VALUE ZEROS.
       77  WRK-FS-DECIMO       PIC X(02) VALUE ZEROS.
       77  WRK-FS-RESCISOES    PIC X(02) VALUE ZEROS.
       77  WRK-FS-PENDENTES    PIC X(02) VALUE ZEROS.
       77  WRK-SW-PENDENCIA    PIC X(01) VALUE 'N'.
           88  PENDENCIA-EXISTE          VALUE 'S'.
       77  WRK-SW-NOVOSALARIO  PIC X(01) VALUE 'N'.
           88  SALARIO-INFORMADO         VALUE 'S'.
       77  WRK-SW-NOVOBANCO    PIC X(01) VALUE 'N'.
           88  BANCO-INFORMADO           VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
       77  WRK-VAL-VALIDO      PIC X(01)     VALUE 'S'.
           88  VAL-FAIXA-VALIDA              VALUE 'S'.
       77  WRK-SALARIO-ED      PIC ZZZ.ZZ9,99.
       77  WRK-PERIODOS        PIC 9(02) VALUE ZEROS.
       77  WRK-PERIODO         PIC 9(02) VALUE ZEROS.
       77  WRK-DIASVENCIDOS    PIC 9(03) VALUE ZEROS.
       77  WRK-SOBRADIAS       PIC 9(02) VALUE ZEROS.
       77  WRK-AVOSFERIAS      PIC 9(02) VALUE ZEROS.
       77  WRK-AVOSDECIMO      PIC S9(03) VALUE ZEROS.
       77  WRK-VLRVENCIDAS     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VLRPROPORCIONAIS PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VLRTERCO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VLRDECIMO       PIC S9(07)V99 VALUE ZEROS.
       77  WRK-VLRADIANTADO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VLRTOTAL        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LINHA           PIC X(80) VALUE SPACES.
       77  WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERFUNCIONARIOS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       77  WRK-HIS-CADASTRO    PIC X(01) VALUE 'F'.
       77  WRK-HIS-ANTES       PIC X(160) VALUE SPACES.
       77  WRK-HIS-DEPOIS      PIC X(160) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
              CLOSE ARQ-FUNCIONARIOS
              OPEN I-O ARQ-FUNCIONARIOS
           END-IF.
           OPEN I-O ARQ-PENDENTES.
           IF WRK-FS-PENDENTES EQUAL '35'
              OPEN OUTPUT ARQ-PENDENTES
              CLOSE ARQ-PENDENTES
              OPEN I-O ARQ-PENDENTES
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
                    MOVE ZEROS          TO FUNC-MESESCASA
                    WRITE REG-FUNCIONARIO
                    PERFORM 0280-GRAVAR-AUDITORIA
                    MOVE SPACES          TO WRK-HIS-ANTES
                    MOVE REG-FUNCIONARIO TO WRK-HIS-DEPOIS
                    PERFORM 0285-GRAVAR-HISTORICO
                    DISPLAY 'FUNCIONARIO ADMITIDO'
                 ELSE
                    DISPLAY 'ADMISSAO NAO EFETIVADA'
              INVALID KEY
                 DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
              NOT INVALID KEY
                 MOVE REG-FUNCIONARIO TO WRK-HIS-ANTES
                 MOVE 'N' TO WRK-SW-NOVOSALARIO
                 MOVE 'N' TO WRK-SW-NOVOBANCO
                 DISPLAY 'NOME ATUAL: ' FUNC-NOME
                 DISPLAY 'NOVO NOME (BRANCO MANTEM) '
                 ACCEPT WRK-NOME
                 IF WRK-SALARIO NOT EQUAL ZEROS
                    PERFORM 0270-VALIDAR-SALARIO
                    IF VAL-FAIXA-VALIDA
                       IF WRK-SALARIO NOT EQUAL FUNC-SALARIO
                          MOVE 'S' TO WRK-SW-NOVOSALARIO
                       END-IF
                    ELSE
                       DISPLAY 'SALARIO INVALIDO - MANTIDO O '
                               'ANTERIOR'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL 'S'
                    PERFORM 0290-LER-DADOS-BANCARIOS
                    IF WRK-BANCO NOT EQUAL FUNC-BANCO
                       OR WRK-AGENCIA NOT EQUAL FUNC-AGENCIA
                       OR WRK-CONTA NOT EQUAL FUNC-CONTA
                       MOVE 'S' TO WRK-SW-NOVOBANCO
                    ELSE
                       DISPLAY 'DADOS BANCARIOS SEM ALTERACAO'
                    END-IF
                 END-IF
                 IF SALARIO-INFORMADO OR BANCO-INFORMADO
                    PERFORM 0295-REGISTRAR-PENDENCIA
                 END-IF
                 REWRITE REG-FUNCIONARIO
                 PERFORM 0280-GRAVAR-AUDITORIA
                 MOVE REG-FUNCIONARIO TO WRK-HIS-DEPOIS
                 PERFORM 0285-GRAVAR-HISTORICO
                 DISPLAY 'FUNCIONARIO ALTERADO'
           END-READ.

              INVALID KEY
                 DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
              NOT INVALID KEY
                 MOVE REG-FUNCIONARIO TO WRK-HIS-ANTES
                 IF FUNCIONARIO-ATIVO
                    PERFORM 0235-DESLIGAR
                 ELSE
                    DISPLAY 'FUNCIONARIO READMITIDO: ' FUNC-NOME
                    REWRITE REG-FUNCIONARIO
                    PERFORM 0280-GRAVAR-AUDITORIA
                    MOVE REG-FUNCIONARIO TO WRK-HIS-DEPOIS
                    PERFORM 0285-GRAVAR-HISTORICO
                 END-IF
           END-READ.

                      ' COM ' WRK-MESESCASA ' MES(ES) DE CASA'
              REWRITE REG-FUNCIONARIO
              PERFORM 0280-GRAVAR-AUDITORIA
              MOVE REG-FUNCIONARIO TO WRK-HIS-DEPOIS
              PERFORM 0285-GRAVAR-HISTORICO
              PERFORM 0400-APURAR-RESCISAO
           END-IF.

       0236-CALCULAR-TEMPOCASA.
           END-IF.

       0280-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'FUNCIONARIO ' FUNC-MATRICULA ' ' FUNC-NOME
                  ' SITUACAO ' FUNC-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0285-GRAVAR-HISTORICO.
           CALL 'GRAVARHISTORICO' USING WRK-AUD-PROGRAMA
                   WRK-OPERADOR-ID WRK-HIS-CADASTRO WRK-HIS-ANTES
                   WRK-HIS-DEPOIS.

       0295-REGISTRAR-PENDENCIA.
           MOVE 'F'            TO PND-CADASTRO.
           MOVE FUNC-MATRICULA TO PND-CODIGO.
           READ ARQ-PENDENTES
              INVALID KEY
                 MOVE 'N' TO WRK-SW-PENDENCIA
              NOT INVALID KEY
                 MOVE 'S' TO WRK-SW-PENDENCIA
           END-READ.
           IF NOT PENDENCIA-EXISTE OR NOT ALTERACAO-PENDENTE
              PERFORM 0297-INICIAR-PENDENCIA
           END-IF.
           MOVE FUNC-NOME TO PND-NOME.
           IF SALARIO-INFORMADO
              MOVE 'S'         TO PND-SALARIAL
              MOVE WRK-SALARIO TO PND-SALARIONOVO
           END-IF.
           IF BANCO-INFORMADO
              MOVE 'S'         TO PND-BANCARIO
              MOVE WRK-BANCO   TO PND-BANCONOVO
              MOVE WRK-AGENCIA TO PND-AGENCIANOVA
              MOVE WRK-CONTA   TO PND-CONTANOVA
           END-IF.
           MOVE 'P'             TO PND-SITUACAO.
           MOVE WRK-OPERADOR-ID TO PND-SOLICITANTE.
           MOVE WRK-DATAANO     TO PND-SOLICANO.
           MOVE WRK-DATAMES     TO PND-SOLICMES.
           MOVE WRK-DATADIA     TO PND-SOLICDIA.
           MOVE SPACES          TO PND-APROVADOR.
           MOVE ZEROS           TO PND-APROVANO.
           MOVE ZEROS           TO PND-APROVMES.
           MOVE ZEROS           TO PND-APROVDIA.
           MOVE SPACES          TO PND-MOTIVO.
           IF PENDENCIA-EXISTE
              REWRITE REG-PENDENTE
           ELSE
              WRITE REG-PENDENTE
           END-IF.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PENDENTE FUNCIONARIO ' FUNC-MATRICULA
                  ' SALARIO ' WRK-SW-NOVOSALARIO
                  ' BANCO ' WRK-SW-NOVOBANCO
                  ' ' PND-SALARIONOVO ' ' PND-BANCONOVO
                  '/' PND-AGENCIANOVA '/' PND-CONTANOVA
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.
           DISPLAY 'ALTERACAO DE SALARIO/DADOS BANCARIOS PENDENTE '
                   'DE APROVACAO POR OUTRO SUPERVISOR'.

       0297-INICIAR-PENDENCIA.
           MOVE 'N'          TO PND-BANCARIO.
           MOVE 'N'          TO PND-SALARIAL.
           MOVE FUNC-BANCO   TO PND-BANCOANT.
           MOVE FUNC-AGENCIA TO PND-AGENCIAANT.
           MOVE FUNC-CONTA   TO PND-CONTAANT.
           MOVE FUNC-CPF     TO PND-CPFTITANT.
           MOVE FUNC-SALARIO TO PND-SALARIOANT.
           MOVE PND-ANTERIOR TO PND-NOVO.

       0300-FINALIZAR.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-PENDENTES.
           DISPLAY 'CADASTRO DE FUNCIONARIOS ENCERRADO'.

       0400-APURAR-RESCISAO.
           PERFORM 0410-APURAR-FERIAS.
           PERFORM 0420-APURAR-DECIMO.
           COMPUTE WRK-VLRTERCO ROUNDED =
                   (WRK-VLRVENCIDAS + WRK-VLRPROPORCIONAIS) / 3.
           COMPUTE WRK-VLRTOTAL = WRK-VLRVENCIDAS
                 + WRK-VLRPROPORCIONAIS + WRK-VLRTERCO
                 + WRK-VLRDECIMO.
           PERFORM 0430-IMPRIMIR-RESCISAO.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RESCISAO ' FUNC-MATRICULA
                  ' FERIAS ' WRK-VLRVENCIDAS
                  ' PROP ' WRK-VLRPROPORCIONAIS
                  ' TOTAL ' WRK-VLRTOTAL
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0410-APURAR-FERIAS.
           MOVE ZEROS TO WRK-DIASVENCIDOS.
           DIVIDE WRK-MESESCASA BY 12 GIVING WRK-PERIODOS
                  REMAINDER WRK-AVOSFERIAS.
           IF FUNC-DIASAIDA NOT LESS THAN FUNC-DIAENTRADA
              COMPUTE WRK-SOBRADIAS = FUNC-DIASAIDA
                    - FUNC-DIAENTRADA
           ELSE
              COMPUTE WRK-SOBRADIAS = 30 - FUNC-DIAENTRADA
                    + FUNC-DIASAIDA
           END-IF.
           IF WRK-SOBRADIAS NOT LESS THAN 15
              ADD 1 TO WRK-AVOSFERIAS
           END-IF.
           OPEN I-O ARQ-FERIAS.
           PERFORM VARYING WRK-PERIODO FROM 1 BY 1
                   UNTIL WRK-PERIODO GREATER THAN WRK-PERIODOS
              IF WRK-FS-FERIAS EQUAL '35'
                 ADD 30 TO WRK-DIASVENCIDOS
              ELSE
                 MOVE FUNC-MATRICULA TO FER-MATRICULA
                 MOVE WRK-PERIODO    TO FER-PERIODO
                 READ ARQ-FERIAS
                    INVALID KEY
                       ADD 30 TO WRK-DIASVENCIDOS
                    NOT INVALID KEY
                       IF NOT FERIAS-GOZADAS
                          AND NOT FERIAS-QUITADAS
                          COMPUTE WRK-DIASVENCIDOS =
                                  WRK-DIASVENCIDOS
                                + FER-DIASDIREITO
                                - FER-DIASGOZADOS
                          MOVE 'Q' TO FER-SITUACAO
                          REWRITE REG-FERIAS
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.
           IF WRK-FS-FERIAS NOT EQUAL '35'
              MOVE FUNC-MATRICULA TO FER-MATRICULA
              COMPUTE FER-PERIODO = WRK-PERIODOS + 1
              READ ARQ-FERIAS
                 NOT INVALID KEY
                    MOVE 'Q' TO FER-SITUACAO
                    REWRITE REG-FERIAS
              END-READ
              CLOSE ARQ-FERIAS
           END-IF.
           COMPUTE WRK-VLRVENCIDAS ROUNDED =
                   FUNC-SALARIO * WRK-DIASVENCIDOS / 30.
           COMPUTE WRK-VLRPROPORCIONAIS ROUNDED =
                   FUNC-SALARIO * WRK-AVOSFERIAS / 12.

       0420-APURAR-DECIMO.
           MOVE ZEROS TO WRK-VLRADIANTADO.
           IF FUNC-ANOENTRADA EQUAL FUNC-ANOSAIDA
              COMPUTE WRK-AVOSDECIMO = FUNC-MESSAIDA
                    - FUNC-MESENTRADA + 1
              IF FUNC-DIAENTRADA GREATER THAN 16
                 SUBTRACT 1 FROM WRK-AVOSDECIMO
              END-IF
           ELSE
              MOVE FUNC-MESSAIDA TO WRK-AVOSDECIMO
           END-IF.
           IF FUNC-DIASAIDA LESS THAN 15
              SUBTRACT 1 FROM WRK-AVOSDECIMO
           END-IF.
           IF WRK-AVOSDECIMO LESS THAN ZEROS
              MOVE ZEROS TO WRK-AVOSDECIMO
           END-IF.
           COMPUTE WRK-VLRDECIMO ROUNDED =
                   FUNC-SALARIO * WRK-AVOSDECIMO / 12.
           OPEN INPUT ARQ-DECIMO.
           IF WRK-FS-DECIMO EQUAL '00'
              MOVE FUNC-ANOSAIDA  TO DEC-ANO
              MOVE FUNC-MATRICULA TO DEC-MATRICULA
              READ ARQ-DECIMO
                 NOT INVALID KEY
                    IF PRIMEIRA-REMETIDA
                       MOVE DEC-PARCELA1 TO WRK-VLRADIANTADO
                    END-IF
                    IF SEGUNDA-REMETIDA
                       MOVE WRK-VLRDECIMO TO WRK-VLRADIANTADO
                    END-IF
              END-READ
              CLOSE ARQ-DECIMO
           END-IF.
           SUBTRACT WRK-VLRADIANTADO FROM WRK-VLRDECIMO.
           IF WRK-VLRDECIMO LESS THAN ZEROS
              MOVE ZEROS TO WRK-VLRDECIMO
           END-IF.

       0430-IMPRIMIR-RESCISAO.
           OPEN EXTEND ARQ-RESCISOES.
           IF WRK-FS-RESCISOES EQUAL '05'
              OR WRK-FS-RESCISOES EQUAL '35'
              OPEN OUTPUT ARQ-RESCISOES
              CLOSE ARQ-RESCISOES
              OPEN EXTEND ARQ-RESCISOES
           END-IF.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE SPACES TO REG-RESCISAO.
           WRITE REG-RESCISAO.
           MOVE ALL '*' TO REG-RESCISAO.
           WRITE REG-RESCISAO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VERBAS DE RESCISAO - MATRICULA ' FUNC-MATRICULA
                  ' ' FUNC-NOME
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ADMISSAO ' FUNC-DIAENTRADA '/' FUNC-MESENTRADA
                  '/' FUNC-ANOENTRADA '  DESLIGAMENTO '
                  FUNC-DIASAIDA '/' FUNC-MESSAIDA '/' FUNC-ANOSAIDA
                  '  MOTIVO ' FUNC-MOTIVOSAIDA(1:15)
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRVENCIDAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FERIAS VENCIDAS      ' WRK-DIASVENCIDOS
                  ' DIAS     R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRPROPORCIONAIS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FERIAS PROPORCIONAIS  ' WRK-AVOSFERIAS
                  '/12 AVOS  R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRTERCO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TERCO DAS FERIAS               R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRDECIMO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '13O PROPORCIONAL     ' WRK-AVOSDECIMO
                  '/12 AVOS  R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRADIANTADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  (13O JA PAGO DESCONTADO      R$' WRK-VALOR-ED
                  ')'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           MOVE WRK-VLRTOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE FERIAS E 13O          R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0435-GRAVAR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.
           CLOSE ARQ-RESCISOES.

       0435-GRAVAR-LINHA.
           WRITE REG-RESCISAO FROM WRK-LINHA.
           MOVE WRK-LINHA TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0900-ABRIR-SPOOL.
           MOVE 'RESCISAO' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   FUNC-ANOSAIDA * 100 + FUNC-MESSAIDA.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0910-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0920-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
