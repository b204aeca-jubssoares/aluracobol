       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLARFERIAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONTROLE DE FERIAS DOS FUNCIONARIOS:
      ***             GERA OS PERIODOS AQUISITIVOS A PARTIR DA
      ***             DATA DE ADMISSAO (FERIASFUNCIONARIOS),
      ***             PROGRAMA O GOZO DAS FERIAS CONTRA O SALDO
      ***             DO PERIODO, LISTA AS FERIAS PROXIMAS DO
      ***             LIMITE DE CONCESSAO OU JA VENCIDAS (RISCO
      ***             DE PAGAMENTO EM DOBRO) NO FERIASAVENCER E
      ***             APURA A PROVISAO MENSAL DE FERIAS, TERCO
      ***             CONSTITUCIONAL E 13O SALARIO DOS ATIVOS
      ***             (PROVISOESFOLHA, LIDO PELO CONTABILIZAR),
      ***             COM LISTA NO PROVISAOFOLHA. AS DUAS LISTAS
      ***             FICAM GUARDADAS TAMBEM NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-FERIAS ASSIGN TO 'FERIASFUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FER-CHAVE
             FILE STATUS IS WRK-FS-FERIAS.
           SELECT ARQ-PROVISOES ASSIGN TO 'PROVISOESFOLHA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRV-CHAVE
             FILE STATUS IS WRK-FS-PROVISOES.
           SELECT ARQ-AVENCER ASSIGN TO 'FERIASAVENCER'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-AVENCER.
           SELECT ARQ-LISTAPROVISAO ASSIGN TO 'PROVISAOFOLHA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-LISTAPROVISAO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-FERIAS.
       COPY FERIASFUNCIONARIOS.
       FD  ARQ-PROVISOES.
       COPY PROVISOESFOLHA.
       FD  ARQ-AVENCER.
       01  REG-AVENCER             PIC X(80).
       FD  ARQ-LISTAPROVISAO.
       01  REG-LISTAPROVISAO       PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-FUNCIONARIOS PIC X(02) VALUE ZEROS.
       77  WRK-FS-FERIAS       PIC X(02) VALUE ZEROS.
       77  WRK-FS-PROVISOES    PIC X(02) VALUE ZEROS.
       77  WRK-FS-AVENCER      PIC X(02) VALUE ZEROS.
       77  WRK-FS-LISTAPROVISAO PIC X(02) VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 5.
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO               VALUE 'S'.
       77  WRK-FIM-PERIODOS    PIC X(01) VALUE 'N'.
           88  FIM-PERIODOS              VALUE 'S'.
       77  WRK-SW-CADASTRO     PIC X(01) VALUE 'N'.
           88  CADASTRO-ABERTO           VALUE 'S'.
       77  WRK-SW-PROGRAMAR    PIC X(01) VALUE 'N'.
           88  PROGRAMACAO-LIBERADA      VALUE 'S'.
       77  WRK-SW-PARTICIPA    PIC X(01) VALUE 'N'.
           88  PARTICIPA-PROVISAO        VALUE 'S'.
       77  WRK-HOJEDIAS        PIC 9(07) VALUE ZEROS.
       77  WRK-INICIODIAS      PIC 9(07) VALUE ZEROS.
       77  WRK-AQUISICAODIAS   PIC 9(07) VALUE ZEROS.
       77  WRK-LIMITEDIAS      PIC 9(07) VALUE ZEROS.
       77  WRK-PROGDIAS        PIC 9(07) VALUE ZEROS.
       77  WRK-FALTAM          PIC S9(07) VALUE ZEROS.
       77  WRK-ANTECEDENCIA    PIC 9(03) VALUE ZEROS.
       77  WRK-PERIODO         PIC 9(02) VALUE ZEROS.
       77  WRK-ANIVDIA         PIC 9(02) VALUE ZEROS.
       77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
       77  WRK-DIASFERIAS      PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO           PIC S9(03) VALUE ZEROS.
       77  WRK-RESTANTE        PIC S9(03) VALUE ZEROS.
       77  WRK-PROGANO         PIC 9(04) VALUE ZEROS.
       77  WRK-PROGMES         PIC 9(02) VALUE ZEROS.
       77  WRK-PROGDIA         PIC 9(02) VALUE ZEROS.
       77  WRK-ANO             PIC 9(04) VALUE ZEROS.
       77  WRK-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-COMPMESES       PIC 9(06) VALUE ZEROS.
       77  WRK-ENTRADAMESES    PIC 9(06) VALUE ZEROS.
       77  WRK-SAIDAMESES      PIC 9(06) VALUE ZEROS.
       77  WRK-FERIAS          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TERCO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DECIMO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTFERIAS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTTERCO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTDECIMO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTDEFUNC        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDENOVOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEADQUIRIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEAVENCER     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEVENCIDAS    PIC 9(05) VALUE ZEROS.
       77  WRK-SITUACAO-TXT    PIC X(22) VALUE SPACES.
       77  WRK-LINHA           PIC X(80) VALUE SPACES.
       77  WRK-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-TERCO-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-DECIMO-ED       PIC Z.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FALTAM-ED       PIC ZZZ9.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'CONTROLARFERIAS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJEDIAS = WRK-DATAANO * 360
                 + WRK-DATAMES * 30 + WRK-DATADIA.
           OPEN I-O ARQ-FERIAS.
           IF WRK-FS-FERIAS EQUAL '35'
              OPEN OUTPUT ARQ-FERIAS
              CLOSE ARQ-FERIAS
              OPEN I-O ARQ-FERIAS
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS EQUAL '00'
              SET CADASTRO-ABERTO TO TRUE
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' CONTROLE DE FERIAS'.
           DISPLAY ' 1 - ATUALIZAR PERIODOS AQUISITIVOS'.
           DISPLAY ' 2 - PROGRAMAR FERIAS'.
           DISPLAY ' 3 - FERIAS A VENCER / VENCIDAS'.
           DISPLAY ' 4 - PROVISAO MENSAL FERIAS E 13O'.
           DISPLAY ' 5 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT CADASTRO-ABERTO AND NOT OPCAO-ENCERRAR
              DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
              MOVE ZEROS TO WRK-OPCAO
           END-IF.
           EVALUATE WRK-OPCAO
              WHEN 0
                 CONTINUE
              WHEN 1
                 PERFORM 0210-ATUALIZAR-PERIODOS
              WHEN 2
                 PERFORM 0230-PROGRAMAR-FERIAS
              WHEN 3
                 PERFORM 0250-LISTAR-AVENCER
              WHEN 4
                 PERFORM 0270-APURAR-PROVISAO
              WHEN 5
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-ATUALIZAR-PERIODOS.
           MOVE ZEROS TO WRK-QTDENOVOS.
           MOVE ZEROS TO WRK-QTDEADQUIRIDOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FUNC-MATRICULA.
           START ARQ-FUNCIONARIOS
                 KEY GREATER THAN OR EQUAL TO FUNC-MATRICULA
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FUNCIONARIOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF FUNCIONARIO-ATIVO
                       PERFORM 0215-GERAR-PERIODOS
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'PERIODOS NOVOS: ' WRK-QTDENOVOS
                   '  FERIAS ADQUIRIDAS NO PROCESSAMENTO: '
                   WRK-QTDEADQUIRIDOS.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PERIODOS AQUISITIVOS NOVOS ' WRK-QTDENOVOS
                  ' ADQUIRIDOS ' WRK-QTDEADQUIRIDOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0215-GERAR-PERIODOS.
           MOVE FUNC-DIAENTRADA TO WRK-ANIVDIA.
           IF FUNC-MESENTRADA EQUAL 2 AND FUNC-DIAENTRADA EQUAL 29
              MOVE 28 TO WRK-ANIVDIA
           END-IF.
           MOVE ZEROS TO WRK-PERIODO.
           MOVE 'N'   TO WRK-FIM-PERIODOS.
           PERFORM 0220-GERAR-PERIODO UNTIL FIM-PERIODOS.

       0220-GERAR-PERIODO.
           ADD 1 TO WRK-PERIODO.
           COMPUTE WRK-INICIODIAS =
                   (FUNC-ANOENTRADA + WRK-PERIODO - 1) * 360
                 + FUNC-MESENTRADA * 30 + WRK-ANIVDIA.
           IF WRK-INICIODIAS GREATER THAN WRK-HOJEDIAS
              OR WRK-PERIODO EQUAL 99
              SET FIM-PERIODOS TO TRUE
           ELSE
              MOVE FUNC-MATRICULA TO FER-MATRICULA
              MOVE WRK-PERIODO    TO FER-PERIODO
              READ ARQ-FERIAS
                 INVALID KEY
                    PERFORM 0225-GRAVAR-PERIODO
                 NOT INVALID KEY
                    COMPUTE WRK-AQUISICAODIAS =
                            FER-AQUISICAOANO * 360
                          + FER-AQUISICAOMES * 30
                          + FER-AQUISICAODIA
                    IF FERIAS-EM-AQUISICAO
                       AND WRK-AQUISICAODIAS
                           NOT GREATER THAN WRK-HOJEDIAS
                       MOVE 'V' TO FER-SITUACAO
                       REWRITE REG-FERIAS
                       ADD 1 TO WRK-QTDEADQUIRIDOS
                    END-IF
              END-READ
           END-IF.

       0225-GRAVAR-PERIODO.
           MOVE FUNC-MATRICULA TO FER-MATRICULA.
           MOVE WRK-PERIODO    TO FER-PERIODO.
           COMPUTE FER-INICIOANO = FUNC-ANOENTRADA + WRK-PERIODO - 1.
           MOVE FUNC-MESENTRADA TO FER-INICIOMES.
           MOVE WRK-ANIVDIA     TO FER-INICIODIA.
           IF WRK-PERIODO EQUAL 1
              MOVE FUNC-DIAENTRADA TO FER-INICIODIA
           END-IF.
           COMPUTE FER-AQUISICAOANO = FUNC-ANOENTRADA + WRK-PERIODO.
           MOVE FUNC-MESENTRADA TO FER-AQUISICAOMES.
           MOVE WRK-ANIVDIA     TO FER-AQUISICAODIA.
           COMPUTE FER-LIMITEANO = FUNC-ANOENTRADA + WRK-PERIODO + 1.
           MOVE FUNC-MESENTRADA TO FER-LIMITEMES.
           MOVE WRK-ANIVDIA     TO FER-LIMITEDIA.
           MOVE 30    TO FER-DIASDIREITO.
           MOVE ZEROS TO FER-DIASGOZADOS.
           MOVE ZEROS TO FER-PROGANO.
           MOVE ZEROS TO FER-PROGMES.
           MOVE ZEROS TO FER-PROGDIA.
           MOVE ZEROS TO FER-PROGDIAS.
           COMPUTE WRK-AQUISICAODIAS = FER-AQUISICAOANO * 360
                 + FER-AQUISICAOMES * 30 + FER-AQUISICAODIA.
           IF WRK-AQUISICAODIAS NOT GREATER THAN WRK-HOJEDIAS
              MOVE 'V' TO FER-SITUACAO
              ADD 1 TO WRK-QTDEADQUIRIDOS
           ELSE
              MOVE 'A' TO FER-SITUACAO
           END-IF.
           WRITE REG-FERIAS.
           ADD 1 TO WRK-QTDENOVOS.

       0230-PROGRAMAR-FERIAS.
           MOVE 'N' TO WRK-SW-PROGRAMAR.
           DISPLAY 'MATRICULA '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO FUNC-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
              NOT INVALID KEY
                 IF FUNCIONARIO-ATIVO
                    SET PROGRAMACAO-LIBERADA TO TRUE
                 ELSE
                    DISPLAY 'FUNCIONARIO DESLIGADO: ' FUNC-NOME
                 END-IF
           END-READ.
           IF PROGRAMACAO-LIBERADA
              DISPLAY 'FUNCIONARIO: ' FUNC-NOME
              DISPLAY 'PERIODO AQUISITIVO '
              ACCEPT WRK-PERIODO
              MOVE WRK-MATRICULA TO FER-MATRICULA
              MOVE WRK-PERIODO   TO FER-PERIODO
              READ ARQ-FERIAS
                 INVALID KEY
                    DISPLAY 'PERIODO NAO GERADO - ATUALIZAR OS '
                            'PERIODOS AQUISITIVOS'
                    MOVE 'N' TO WRK-SW-PROGRAMAR
                 NOT INVALID KEY
                    IF NOT FERIAS-ADQUIRIDAS
                       DISPLAY 'PERIODO SEM SALDO A PROGRAMAR '
                               '(SITUACAO ' FER-SITUACAO ')'
                       MOVE 'N' TO WRK-SW-PROGRAMAR
                    END-IF
              END-READ
           END-IF.
           IF PROGRAMACAO-LIBERADA
              PERFORM 0235-LER-PROGRAMACAO
           END-IF.
           IF PROGRAMACAO-LIBERADA
              PERFORM 0240-GRAVAR-PROGRAMACAO
           END-IF.

       0235-LER-PROGRAMACAO.
           COMPUTE WRK-SALDO = FER-DIASDIREITO - FER-DIASGOZADOS.
           DISPLAY 'AQUISICAO ' FER-AQUISICAODIA '/'
                   FER-AQUISICAOMES '/' FER-AQUISICAOANO
                   '  LIMITE ' FER-LIMITEDIA '/' FER-LIMITEMES '/'
                   FER-LIMITEANO '  SALDO ' WRK-SALDO ' DIAS'.
           DISPLAY 'ANO DE INICIO DO GOZO '.
           ACCEPT WRK-PROGANO.
           DISPLAY 'MES DE INICIO DO GOZO '.
           ACCEPT WRK-PROGMES.
           DISPLAY 'DIA DE INICIO DO GOZO '.
           ACCEPT WRK-PROGDIA.
           DISPLAY 'DIAS DE FERIAS '.
           ACCEPT WRK-DIASFERIAS.
           COMPUTE WRK-RESTANTE = WRK-SALDO - WRK-DIASFERIAS.
           COMPUTE WRK-PROGDIAS = WRK-PROGANO * 360
                 + WRK-PROGMES * 30 + WRK-PROGDIA.
           EVALUATE TRUE
              WHEN WRK-PROGMES LESS THAN 1
                OR WRK-PROGMES GREATER THAN 12
                OR WRK-PROGDIA LESS THAN 1
                OR WRK-PROGDIA GREATER THAN 31
                 DISPLAY 'DATA DE INICIO INVALIDA'
                 MOVE 'N' TO WRK-SW-PROGRAMAR
              WHEN WRK-PROGDIAS LESS THAN WRK-HOJEDIAS
                 DISPLAY 'INICIO DO GOZO ANTERIOR A DATA DE HOJE'
                 MOVE 'N' TO WRK-SW-PROGRAMAR
              WHEN WRK-DIASFERIAS LESS THAN 5
                 DISPLAY 'MINIMO DE 5 DIAS POR PERIODO DE GOZO'
                 MOVE 'N' TO WRK-SW-PROGRAMAR
              WHEN WRK-RESTANTE LESS THAN ZEROS
                 DISPLAY 'DIAS ACIMA DO SALDO DO PERIODO'
                 MOVE 'N' TO WRK-SW-PROGRAMAR
              WHEN WRK-RESTANTE GREATER THAN ZEROS
               AND WRK-RESTANTE LESS THAN 5
                 DISPLAY 'SALDO RESTANTE NAO PODE FICAR ABAIXO DE '
                         '5 DIAS'
                 MOVE 'N' TO WRK-SW-PROGRAMAR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT PROGRAMACAO-LIBERADA
              DISPLAY 'PROGRAMACAO NAO EFETIVADA'
           END-IF.

       0240-GRAVAR-PROGRAMACAO.
           COMPUTE WRK-LIMITEDIAS = FER-LIMITEANO * 360
                 + FER-LIMITEMES * 30 + FER-LIMITEDIA.
           IF WRK-PROGDIAS + WRK-DIASFERIAS GREATER THAN
              WRK-LIMITEDIAS
              DISPLAY 'ATENCAO: GOZO TERMINA APOS O LIMITE DE '
                      'CONCESSAO - PAGAMENTO EM DOBRO'
           END-IF.
           ADD WRK-DIASFERIAS  TO FER-DIASGOZADOS.
           MOVE WRK-PROGANO    TO FER-PROGANO.
           MOVE WRK-PROGMES    TO FER-PROGMES.
           MOVE WRK-PROGDIA    TO FER-PROGDIA.
           MOVE WRK-DIASFERIAS TO FER-PROGDIAS.
           IF WRK-RESTANTE EQUAL ZEROS
              MOVE 'G' TO FER-SITUACAO
           END-IF.
           REWRITE REG-FERIAS.
           DISPLAY 'FERIAS PROGRAMADAS: ' WRK-DIASFERIAS
                   ' DIAS A PARTIR DE ' WRK-PROGDIA '/' WRK-PROGMES
                   '/' WRK-PROGANO ' - SALDO ' WRK-RESTANTE.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'FERIAS ' FER-MATRICULA ' PERIODO ' FER-PERIODO
                  ' INICIO ' WRK-PROGDIA '/' WRK-PROGMES '/'
                  WRK-PROGANO ' DIAS ' WRK-DIASFERIAS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-LISTAR-AVENCER.
           DISPLAY 'ANTECEDENCIA EM DIAS (0 = 60 DIAS) '.
           ACCEPT WRK-ANTECEDENCIA.
           IF WRK-ANTECEDENCIA EQUAL ZEROS
              MOVE 60 TO WRK-ANTECEDENCIA
           END-IF.
           MOVE ZEROS TO WRK-QTDEAVENCER.
           MOVE ZEROS TO WRK-QTDEVENCIDAS.
           OPEN OUTPUT ARQ-AVENCER.
           MOVE 'FERIAS A VENCER' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FERIAS A VENCER EM ATE ' WRK-ANTECEDENCIA
                  ' DIAS E VENCIDAS - POSICAO DE ' WRK-DATADIA '/'
                  WRK-DATAMES '/' WRK-DATAANO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATR. NOME                 PER LIMITE     SALDO'
                  ' SITUACAO'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FER-MATRICULA.
           MOVE ZEROS TO FER-PERIODO.
           START ARQ-FERIAS
                 KEY GREATER THAN OR EQUAL TO FER-CHAVE
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FERIAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM 0255-AVALIAR-PERIODO
              END-READ
           END-PERFORM.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'A VENCER: ' WRK-QTDEAVENCER
                  '   VENCIDAS (PAGAMENTO EM DOBRO): '
                  WRK-QTDEVENCIDAS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           DISPLAY WRK-LINHA.
           PERFORM 0920-FECHAR-SPOOL.
           CLOSE ARQ-AVENCER.
           DISPLAY 'RELATORIO GRAVADO NO ARQUIVO FERIASAVENCER'.

       0255-AVALIAR-PERIODO.
           COMPUTE WRK-AQUISICAODIAS = FER-AQUISICAOANO * 360
                 + FER-AQUISICAOMES * 30 + FER-AQUISICAODIA.
           COMPUTE WRK-LIMITEDIAS = FER-LIMITEANO * 360
                 + FER-LIMITEMES * 30 + FER-LIMITEDIA.
           COMPUTE WRK-SALDO = FER-DIASDIREITO - FER-DIASGOZADOS.
           COMPUTE WRK-FALTAM = WRK-LIMITEDIAS - WRK-HOJEDIAS.
           IF (FERIAS-ADQUIRIDAS
               OR (FERIAS-EM-AQUISICAO
                   AND WRK-AQUISICAODIAS
                       NOT GREATER THAN WRK-HOJEDIAS))
              AND WRK-SALDO GREATER THAN ZEROS
              AND WRK-FALTAM NOT GREATER THAN WRK-ANTECEDENCIA
              MOVE FER-MATRICULA TO FUNC-MATRICULA
              READ ARQ-FUNCIONARIOS
                 INVALID KEY
                    MOVE SPACES TO FUNC-NOME
                    MOVE 'A'    TO FUNC-SITUACAO
              END-READ
              IF FUNCIONARIO-ATIVO
                 PERFORM 0260-IMPRIMIR-AVENCER
              END-IF
           END-IF.

       0260-IMPRIMIR-AVENCER.
           MOVE SPACES TO WRK-SITUACAO-TXT.
           IF WRK-FALTAM LESS THAN ZEROS
              ADD 1 TO WRK-QTDEVENCIDAS
              MOVE 'VENCIDA - EM DOBRO' TO WRK-SITUACAO-TXT
           ELSE
              ADD 1 TO WRK-QTDEAVENCER
              MOVE WRK-FALTAM TO WRK-FALTAM-ED
              STRING 'VENCE EM ' WRK-FALTAM-ED ' DIAS'
                     DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING FER-MATRICULA ' ' FUNC-NOME(1:20) ' '
                  FER-PERIODO '  ' FER-LIMITEDIA '/' FER-LIMITEMES
                  '/' FER-LIMITEANO ' ' WRK-SALDO ' '
                  WRK-SITUACAO-TXT
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-AVENCER FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           DISPLAY WRK-LINHA.

       0270-APURAR-PROVISAO.
           DISPLAY 'ANO DA COMPETENCIA '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA COMPETENCIA '.
           ACCEPT WRK-MES.
           IF WRK-MES LESS THAN 1 OR WRK-MES GREATER THAN 12
              DISPLAY 'COMPETENCIA INVALIDA'
           ELSE
              PERFORM 0275-CALCULAR-PROVISAO
           END-IF.

       0275-CALCULAR-PROVISAO.
           COMPUTE WRK-COMPMESES = WRK-ANO * 12 + WRK-MES.
           MOVE ZEROS TO WRK-QTDEFUNC.
           MOVE ZEROS TO WRK-TOTFERIAS.
           MOVE ZEROS TO WRK-TOTTERCO.
           MOVE ZEROS TO WRK-TOTDECIMO.
           OPEN OUTPUT ARQ-LISTAPROVISAO.
           MOVE 'PROVISAO FOLHA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVISAO DE FERIAS, TERCO E 13O SALARIO - '
                  'COMPETENCIA ' WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATR. NOME                      FERIAS'
                  '        TERCO       13O SAL'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FUNC-MATRICULA.
           START ARQ-FUNCIONARIOS
                 KEY GREATER THAN OR EQUAL TO FUNC-MATRICULA
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FUNCIONARIOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM 0280-PROVISIONAR-FUNCIONARIO
              END-READ
           END-PERFORM.
           PERFORM 0290-GRAVAR-PROVISAO.

       0280-PROVISIONAR-FUNCIONARIO.
           MOVE 'N' TO WRK-SW-PARTICIPA.
           COMPUTE WRK-ENTRADAMESES = FUNC-ANOENTRADA * 12
                 + FUNC-MESENTRADA.
           IF WRK-ENTRADAMESES NOT GREATER THAN WRK-COMPMESES
              IF FUNCIONARIO-ATIVO
                 SET PARTICIPA-PROVISAO TO TRUE
              END-IF
              IF FUNCIONARIO-DESLIGADO
                 COMPUTE WRK-SAIDAMESES = FUNC-ANOSAIDA * 12
                       + FUNC-MESSAIDA
                 IF WRK-SAIDAMESES GREATER THAN WRK-COMPMESES
                    SET PARTICIPA-PROVISAO TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF PARTICIPA-PROVISAO
              COMPUTE WRK-FERIAS ROUNDED = FUNC-SALARIO / 12
              COMPUTE WRK-TERCO  ROUNDED = WRK-FERIAS / 3
              COMPUTE WRK-DECIMO ROUNDED = FUNC-SALARIO / 12
              ADD 1          TO WRK-QTDEFUNC
              ADD WRK-FERIAS TO WRK-TOTFERIAS
              ADD WRK-TERCO  TO WRK-TOTTERCO
              ADD WRK-DECIMO TO WRK-TOTDECIMO
              MOVE WRK-FERIAS TO WRK-VALOR-ED
              MOVE WRK-TERCO  TO WRK-TERCO-ED
              MOVE WRK-DECIMO TO WRK-DECIMO-ED
              MOVE SPACES TO WRK-LINHA
              STRING FUNC-MATRICULA ' ' FUNC-NOME(1:20)
                     ' ' WRK-VALOR-ED ' ' WRK-TERCO-ED
                     ' ' WRK-DECIMO-ED
                     DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-LISTAPROVISAO FROM WRK-LINHA
              PERFORM 0910-GUARDAR-LINHA
           END-IF.

       0290-GRAVAR-PROVISAO.
           MOVE ALL '-' TO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           MOVE WRK-TOTFERIAS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL FERIAS   R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTTERCO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL TERCO    R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTDECIMO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL 13O      R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-LISTAPROVISAO FROM WRK-LINHA.
           PERFORM 0910-GUARDAR-LINHA.
           DISPLAY WRK-LINHA.
           PERFORM 0920-FECHAR-SPOOL.
           CLOSE ARQ-LISTAPROVISAO.
           OPEN I-O ARQ-PROVISOES.
           IF WRK-FS-PROVISOES EQUAL '35'
              OPEN OUTPUT ARQ-PROVISOES
              CLOSE ARQ-PROVISOES
              OPEN I-O ARQ-PROVISOES
           END-IF.
           MOVE WRK-ANO       TO PRV-ANO.
           MOVE WRK-MES       TO PRV-MES.
           MOVE WRK-QTDEFUNC  TO PRV-QTDEFUNC.
           MOVE WRK-TOTFERIAS TO PRV-FERIAS.
           MOVE WRK-TOTTERCO  TO PRV-TERCO.
           MOVE WRK-TOTDECIMO TO PRV-DECIMO.
           WRITE REG-PROVISAO
              INVALID KEY
                 REWRITE REG-PROVISAO
           END-WRITE.
           CLOSE ARQ-PROVISOES.
           DISPLAY 'PROVISAO ' WRK-MES '/' WRK-ANO ' GRAVADA: '
                   WRK-QTDEFUNC ' FUNCIONARIOS - LISTA NO '
                   'PROVISAOFOLHA'.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PROVISAO ' WRK-ANO '/' WRK-MES
                  ' FERIAS ' WRK-TOTFERIAS
                  ' TERCO ' WRK-TOTTERCO
                  ' 13O ' WRK-TOTDECIMO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0300-FINALIZAR.
           CLOSE ARQ-FERIAS.
           IF CADASTRO-ABERTO
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           DISPLAY 'CONTROLE DE FERIAS ENCERRADO'.

       0900-ABRIR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0910-GUARDAR-LINHA.
           MOVE WRK-LINHA TO WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0920-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
