       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULARFOLHA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CALCULO MENSAL DA FOLHA DE PAGAMENTO POR
      ***             COMPETENCIA SOBRE O CADASTRO FUNCIONARIOS:
      ***             SALARIO BRUTO PROPORCIONAL AOS DIAS
      ***             TRABALHADOS (MES COMERCIAL DE 30 DIAS,
      ***             ADMISSAO E DESLIGAMENTO NO MES), INSS PELA
      ***             TABELA PROGRESSIVA E IRRF SOBRE A BASE
      ***             RESTANTE, COM AS DUAS TABELAS NO ARQUIVO
      ***             TABELASFOLHA (MANTIDO AQUI MESMO, COM
      ***             AUTORIZACAO DE SUPERVISOR). GRAVA O
      ***             FOLHAPAGAMENTO (LIQUIDO PARA A REMESSA
      ***             BANCARIA E TOTAIS PARA O CONTABILIZAR),
      ***             O HOLERITE DE CADA FUNCIONARIO
      ***             (HOLERITES) E O REGISTRO DA FOLHA COM
      ***             TOTAIS (REGISTROFOLHA), PRONTOS PARA
      ***             IMPRESSAO. COMPETENCIA JA REMETIDA AO
      ***             BANCO NAO E RECALCULADA. CALCULA TAMBEM AS
      ***             DUAS PARCELAS DO 13O SALARIO (NOVEMBRO E
      ***             DEZEMBRO) NO DECIMOTERCEIRO, COM REGISTRO
      ***             NO REGISTROFOLHA. OS HOLERITES E OS
      ***             REGISTROS DA FOLHA E DO 13O FICAM GUARDADOS
      ***             TAMBEM NO REPOSITORIO DE RELATORIOS
      ***             (GRAVARSPOOL) PARA REIMPRESSAO, COPIADOS DOS
      ***             ARQUIVOS DEPOIS DE FECHADOS
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
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-TABELAS ASSIGN TO 'TABELASFOLHA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TAB-CHAVE
             FILE STATUS IS WRK-FS-TABELAS.
           SELECT ARQ-FOLHA ASSIGN TO 'FOLHAPAGAMENTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOL-CHAVE
             FILE STATUS IS WRK-FS-FOLHA.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMOTERCEIRO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DEC-CHAVE
             FILE STATUS IS WRK-FS-DECIMO.
           SELECT ARQ-HOLERITES ASSIGN TO 'HOLERITES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HOLERITES.
           SELECT ARQ-REGISTRO ASSIGN TO 'REGISTROFOLHA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-REGISTRO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-TABELAS.
       COPY TABELASFOLHA.
       FD  ARQ-FOLHA.
       COPY FOLHAPAGAMENTO.
       FD  ARQ-DECIMO.
       COPY DECIMOTERCEIRO.
       FD  ARQ-HOLERITES.
       01  REG-HOLERITE            PIC X(80).
       FD  ARQ-REGISTRO.
       01  REG-REGISTRO            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-FUNCIONARIOS PIC X(02) VALUE ZEROS.
       77  WRK-FS-TABELAS      PIC X(02) VALUE ZEROS.
       77  WRK-FS-FOLHA        PIC X(02) VALUE ZEROS.
       77  WRK-FS-DECIMO       PIC X(02) VALUE ZEROS.
       77  WRK-FS-HOLERITES    PIC X(02) VALUE ZEROS.
       77  WRK-FS-REGISTRO     PIC X(02) VALUE ZEROS.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 5.
       77  WRK-ANO             PIC 9(04) VALUE ZEROS.
       77  WRK-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CALCULAR     PIC X(01) VALUE 'N'.
           88  CALCULO-LIBERADO          VALUE 'S'.
       77  WRK-SW-PARTICIPA    PIC X(01) VALUE 'N'.
           88  PARTICIPA-FOLHA           VALUE 'S'.
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO               VALUE 'S'.
       77  WRK-QTDERECALCULO   PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-INSS.
           02  WRK-INSS-FAIXA  OCCURS 10 TIMES.
               03  WRK-INSS-LIMITE   PIC 9(07)V99.
               03  WRK-INSS-ALIQUOTA PIC 9(02)V99.
       01  WRK-TABELA-IRRF.
           02  WRK-IRRF-FAIXA  OCCURS 10 TIMES.
               03  WRK-IRRF-LIMITE   PIC 9(07)V99.
               03  WRK-IRRF-ALIQUOTA PIC 9(02)V99.
               03  WRK-IRRF-DEDUCAO  PIC 9(07)V99.
       77  WRK-QTDEINSS        PIC 9(02) VALUE ZEROS.
       77  WRK-QTDEIRRF        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX             PIC 9(02) VALUE ZEROS.
       77  WRK-COMPMESES       PIC 9(06) VALUE ZEROS.
       77  WRK-ENTRADAMESES    PIC 9(06) VALUE ZEROS.
       77  WRK-SAIDAMESES      PIC 9(06) VALUE ZEROS.
       77  WRK-DIAINICIO       PIC 9(02) VALUE ZEROS.
       77  WRK-DIAFIM          PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS            PIC S9(03) VALUE ZEROS.
       77  WRK-BRUTO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-INSS            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASEIR          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IRRF            PIC S9(07)V99 VALUE ZEROS.
       77  WRK-LIQUIDO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FAIXAANTERIOR   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FAIXATOPO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-FAIXAIR      PIC X(01) VALUE 'N'.
           88  FAIXAIR-ACHADA            VALUE 'S'.
       77  WRK-QTDECALCULADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEBLOQUEADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-PARCELA         PIC 9(01) VALUE ZEROS.
           88  PARCELA-VALIDA            VALUE 1 2.
           88  PRIMEIRA-PARCELA          VALUE 1.
       77  WRK-AVOS            PIC S9(03) VALUE ZEROS.
       77  WRK-INTEGRAL        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ADIANTADO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PAGAR           PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOTINTEGRAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTBRUTO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTINSS         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTIRRF         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTLIQUIDO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TIPO            PIC X(01) VALUE SPACES.
       77  WRK-FAIXA           PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ALIQUOTA        PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DEDUCAO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LINHA           PIC X(80) VALUE SPACES.
       77  WRK-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-INSS-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-IRRF-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-LIQUIDO-ED      PIC Z.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED         PIC Z9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'CALCULARFOLHA'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' FOLHA DE PAGAMENTO'.
           DISPLAY ' 1 - CALCULAR FOLHA DA COMPETENCIA'.
           DISPLAY ' 2 - MANTER TABELAS INSS/IRRF'.
           DISPLAY ' 3 - LISTAR TABELAS INSS/IRRF'.
           DISPLAY ' 4 - CALCULAR 13O SALARIO'.
           DISPLAY ' 5 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-CALCULAR-FOLHA
              WHEN 2
                 PERFORM 0270-MANTER-TABELA
              WHEN 3
                 PERFORM 0280-LISTAR-TABELAS
              WHEN 4
                 PERFORM 0300-CALCULAR-DECIMO
              WHEN 5
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-CALCULAR-FOLHA.
           MOVE 'N' TO WRK-SW-CALCULAR.
           DISPLAY 'ANO DA COMPETENCIA '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA COMPETENCIA '.
           ACCEPT WRK-MES.
           IF WRK-MES LESS THAN 1 OR WRK-MES GREATER THAN 12
              DISPLAY 'COMPETENCIA INVALIDA'
           ELSE
              PERFORM 0220-CARREGAR-TABELAS
           END-IF.
           IF CALCULO-LIBERADO
              PERFORM 0215-CONFERIR-COMPETENCIA
           END-IF.
           IF CALCULO-LIBERADO
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
                 CLOSE ARQ-FOLHA
              ELSE
                 PERFORM 0225-PROCESSAR-FUNCIONARIOS
              END-IF
           END-IF.

       0215-CONFERIR-COMPETENCIA.
           OPEN I-O ARQ-FOLHA.
           IF WRK-FS-FOLHA EQUAL '35'
              OPEN OUTPUT ARQ-FOLHA
              CLOSE ARQ-FOLHA
              OPEN I-O ARQ-FOLHA
           END-IF.
           MOVE ZEROS TO WRK-QTDERECALCULO.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO TO FOL-ANO.
           MOVE WRK-MES TO FOL-MES.
           MOVE ZEROS   TO FOL-MATRICULA.
           START ARQ-FOLHA
                 KEY GREATER THAN OR EQUAL TO FOL-CHAVE
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FOLHA NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF FOL-ANO NOT EQUAL WRK-ANO
                       OR FOL-MES NOT EQUAL WRK-MES
                       SET FIM-ARQUIVO TO TRUE
                    ELSE
                       ADD 1 TO WRK-QTDERECALCULO
                       IF FOLHA-REMETIDA
                          MOVE 'N' TO WRK-SW-CALCULAR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT CALCULO-LIBERADO
              DISPLAY 'FOLHA DA COMPETENCIA JA REMETIDA AO BANCO - '
                      'RECALCULO NAO PERMITIDO'
              CLOSE ARQ-FOLHA
           ELSE
              IF WRK-QTDERECALCULO GREATER THAN ZEROS
                 DISPLAY 'COMPETENCIA JA CALCULADA - RECALCULANDO '
                         WRK-QTDERECALCULO ' FUNCIONARIOS'
                 PERFORM 0217-EXCLUIR-CALCULO
              END-IF
           END-IF.

       0217-EXCLUIR-CALCULO.
           MOVE 'N'     TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO TO FOL-ANO.
           MOVE WRK-MES TO FOL-MES.
           MOVE ZEROS   TO FOL-MATRICULA.
           START ARQ-FOLHA
                 KEY GREATER THAN OR EQUAL TO FOL-CHAVE
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FOLHA NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF FOL-ANO NOT EQUAL WRK-ANO
                       OR FOL-MES NOT EQUAL WRK-MES
                       SET FIM-ARQUIVO TO TRUE
                    ELSE
                       DELETE ARQ-FOLHA
                    END-IF
              END-READ
           END-PERFORM.

       0220-CARREGAR-TABELAS.
           MOVE ZEROS TO WRK-TABELA-INSS.
           MOVE ZEROS TO WRK-TABELA-IRRF.
           MOVE ZEROS TO WRK-QTDEINSS.
           MOVE ZEROS TO WRK-QTDEIRRF.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TABELAS.
           IF WRK-FS-TABELAS NOT EQUAL '00'
              SET FIM-ARQUIVO TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-TABELAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF TABELA-INSS AND WRK-QTDEINSS LESS THAN 10
                       ADD 1 TO WRK-QTDEINSS
                       MOVE TAB-LIMITE
                         TO WRK-INSS-LIMITE(WRK-QTDEINSS)
                       MOVE TAB-ALIQUOTA
                         TO WRK-INSS-ALIQUOTA(WRK-QTDEINSS)
                    END-IF
                    IF TABELA-IRRF AND WRK-QTDEIRRF LESS THAN 10
                       ADD 1 TO WRK-QTDEIRRF
                       MOVE TAB-LIMITE
                         TO WRK-IRRF-LIMITE(WRK-QTDEIRRF)
                       MOVE TAB-ALIQUOTA
                         TO WRK-IRRF-ALIQUOTA(WRK-QTDEIRRF)
                       MOVE TAB-DEDUCAO
                         TO WRK-IRRF-DEDUCAO(WRK-QTDEIRRF)
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-TABELAS NOT EQUAL '35'
              CLOSE ARQ-TABELAS
           END-IF.
           IF WRK-QTDEINSS EQUAL ZEROS OR WRK-QTDEIRRF EQUAL ZEROS
              DISPLAY 'TABELAS INSS/IRRF NAO CADASTRADAS - '
                      'FOLHA NAO CALCULADA'
           ELSE
              SET CALCULO-LIBERADO TO TRUE
           END-IF.

       0225-PROCESSAR-FUNCIONARIOS.
           COMPUTE WRK-COMPMESES = WRK-ANO * 12 + WRK-MES.
           MOVE ZEROS TO WRK-QTDECALCULADOS.
           MOVE ZEROS TO WRK-TOTBRUTO.
           MOVE ZEROS TO WRK-TOTINSS.
           MOVE ZEROS TO WRK-TOTIRRF.
           MOVE ZEROS TO WRK-TOTLIQUIDO.
           OPEN OUTPUT ARQ-HOLERITES.
           OPEN OUTPUT ARQ-REGISTRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTRO DA FOLHA DE PAGAMENTO - COMPETENCIA '
                  WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATR. NOME                       BRUTO'
                  '         INSS         IRRF      LIQUIDO'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           MOVE ALL '-' TO REG-REGISTRO.
           WRITE REG-REGISTRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0230-CALCULAR-FUNCIONARIO UNTIL FIM-ARQUIVO.
           PERFORM 0260-FECHAR-FOLHA.

       0230-CALCULAR-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 SET FIM-ARQUIVO TO TRUE
              NOT AT END
                 PERFORM 0235-APURAR-DIAS
                 IF PARTICIPA-FOLHA
                    COMPUTE WRK-BRUTO ROUNDED =
                            FUNC-SALARIO * WRK-DIAS / 30
                    PERFORM 0240-CALCULAR-INSS
                    COMPUTE WRK-BASEIR = WRK-BRUTO - WRK-INSS
                    PERFORM 0245-CALCULAR-IRRF
                    COMPUTE WRK-LIQUIDO =
                            WRK-BRUTO - WRK-INSS - WRK-IRRF
                    PERFORM 0250-GRAVAR-FOLHA
                    PERFORM 0255-IMPRIMIR-HOLERITE
                    PERFORM 0258-IMPRIMIR-REGISTRO
                 END-IF
           END-READ.

       0235-APURAR-DIAS.
           MOVE 'N' TO WRK-SW-PARTICIPA.
           COMPUTE WRK-ENTRADAMESES = FUNC-ANOENTRADA * 12
                 + FUNC-MESENTRADA.
           MOVE 1  TO WRK-DIAINICIO.
           MOVE 30 TO WRK-DIAFIM.
           IF WRK-ENTRADAMESES NOT GREATER THAN WRK-COMPMESES
              SET PARTICIPA-FOLHA TO TRUE
              IF WRK-ENTRADAMESES EQUAL WRK-COMPMESES
                 MOVE FUNC-DIAENTRADA TO WRK-DIAINICIO
              END-IF
           END-IF.
           IF FUNCIONARIO-DESLIGADO
              COMPUTE WRK-SAIDAMESES = FUNC-ANOSAIDA * 12
                    + FUNC-MESSAIDA
              EVALUATE TRUE
                 WHEN WRK-SAIDAMESES LESS THAN WRK-COMPMESES
                    MOVE 'N' TO WRK-SW-PARTICIPA
                 WHEN WRK-SAIDAMESES EQUAL WRK-COMPMESES
                    MOVE FUNC-DIASAIDA TO WRK-DIAFIM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              IF NOT FUNCIONARIO-ATIVO
                 MOVE 'N' TO WRK-SW-PARTICIPA
              END-IF
           END-IF.
           IF WRK-DIAINICIO GREATER THAN 30
              MOVE 30 TO WRK-DIAINICIO
           END-IF.
           IF WRK-DIAFIM GREATER THAN 30
              MOVE 30 TO WRK-DIAFIM
           END-IF.
           COMPUTE WRK-DIAS = WRK-DIAFIM - WRK-DIAINICIO + 1.
           IF WRK-DIAS NOT GREATER THAN ZEROS
              MOVE 'N' TO WRK-SW-PARTICIPA
           END-IF.

       0240-CALCULAR-INSS.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-FAIXAANTERIOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN WRK-QTDEINSS
              IF WRK-BRUTO GREATER THAN WRK-FAIXAANTERIOR
                 IF WRK-BRUTO LESS THAN WRK-INSS-LIMITE(WRK-IDX)
                    MOVE WRK-BRUTO TO WRK-FAIXATOPO
                 ELSE
                    MOVE WRK-INSS-LIMITE(WRK-IDX) TO WRK-FAIXATOPO
                 END-IF
                 COMPUTE WRK-INSS ROUNDED = WRK-INSS
                       + (WRK-FAIXATOPO - WRK-FAIXAANTERIOR)
                       * WRK-INSS-ALIQUOTA(WRK-IDX) / 100
              END-IF
              MOVE WRK-INSS-LIMITE(WRK-IDX) TO WRK-FAIXAANTERIOR
           END-PERFORM.

       0245-CALCULAR-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           MOVE 'N'   TO WRK-SW-FAIXAIR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN WRK-QTDEIRRF
                      OR FAIXAIR-ACHADA
              IF WRK-BASEIR NOT GREATER THAN WRK-IRRF-LIMITE(WRK-IDX)
                 OR WRK-IDX EQUAL WRK-QTDEIRRF
                 SET FAIXAIR-ACHADA TO TRUE
                 COMPUTE WRK-IRRF ROUNDED =
                         WRK-BASEIR * WRK-IRRF-ALIQUOTA(WRK-IDX) / 100
                       - WRK-IRRF-DEDUCAO(WRK-IDX)
              END-IF
           END-PERFORM.
           IF WRK-IRRF LESS THAN ZEROS
              MOVE ZEROS TO WRK-IRRF
           END-IF.

       0250-GRAVAR-FOLHA.
           MOVE WRK-ANO          TO FOL-ANO.
           MOVE WRK-MES          TO FOL-MES.
           MOVE FUNC-MATRICULA   TO FOL-MATRICULA.
           MOVE FUNC-NOME        TO FOL-NOME.
           MOVE FUNC-SALARIO     TO FOL-SALARIO.
           MOVE WRK-DIAS         TO FOL-DIAS.
           MOVE WRK-BRUTO        TO FOL-BRUTO.
           MOVE WRK-INSS         TO FOL-INSS.
           MOVE WRK-BASEIR       TO FOL-BASEIR.
           MOVE WRK-IRRF         TO FOL-IRRF.
           MOVE WRK-LIQUIDO      TO FOL-LIQUIDO.
           MOVE 'C'              TO FOL-SITUACAO.
           WRITE REG-FOLHA
              INVALID KEY
                 REWRITE REG-FOLHA
           END-WRITE.
           ADD 1 TO WRK-QTDECALCULADOS.
           ADD WRK-BRUTO   TO WRK-TOTBRUTO.
           ADD WRK-INSS    TO WRK-TOTINSS.
           ADD WRK-IRRF    TO WRK-TOTIRRF.
           ADD WRK-LIQUIDO TO WRK-TOTLIQUIDO.

       0255-IMPRIMIR-HOLERITE.
           MOVE SPACES TO REG-HOLERITE.
           WRITE REG-HOLERITE.
           MOVE ALL '*' TO REG-HOLERITE.
           WRITE REG-HOLERITE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'HOLERITE - COMPETENCIA ' WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATRICULA ' FUNC-MATRICULA ' ' FUNC-NOME
                  ' CPF ' FUNC-CPF
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE FUNC-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALARIO BASE R$' WRK-VALOR-ED
                  '   DIAS TRABALHADOS ' FOL-DIAS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE WRK-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVENTOS  SALARIO          R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE WRK-INSS TO WRK-INSS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESCONTOS  INSS             R$' WRK-INSS-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE WRK-IRRF TO WRK-IRRF-ED.
           MOVE WRK-BASEIR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '           IRRF             R$' WRK-IRRF-ED
                  '   BASE IRRF R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIQUIDO A RECEBER           R$' WRK-LIQUIDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HOLERITE FROM WRK-LINHA.

       0258-IMPRIMIR-REGISTRO.
           MOVE WRK-BRUTO   TO WRK-VALOR-ED.
           MOVE WRK-INSS    TO WRK-INSS-ED.
           MOVE WRK-IRRF    TO WRK-IRRF-ED.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING FUNC-MATRICULA ' ' FUNC-NOME(1:20)
                  ' ' WRK-VALOR-ED ' ' WRK-INSS-ED
                  ' ' WRK-IRRF-ED ' ' WRK-LIQUIDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.

       0260-FECHAR-FOLHA.
           MOVE ALL '-' TO REG-REGISTRO.
           WRITE REG-REGISTRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS NA FOLHA: ' WRK-QTDECALCULADOS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           MOVE WRK-TOTBRUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL BRUTO    R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTINSS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL INSS     R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTIRRF TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL IRRF     R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTLIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL LIQUIDO  R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-HOLERITES.
           CLOSE ARQ-REGISTRO.
           PERFORM 0262-GUARDAR-HOLERITES.
           MOVE 'REGISTRO FOLHA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           PERFORM 0264-GUARDAR-REGISTRO.
           DISPLAY 'FOLHA ' WRK-MES '/' WRK-ANO ' CALCULADA: '
                   WRK-QTDECALCULADOS ' FUNCIONARIOS'.
           DISPLAY 'HOLERITES NO ARQUIVO HOLERITES E REGISTRO NO '
                   'REGISTROFOLHA'.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'FOLHA ' WRK-ANO '/' WRK-MES
                  ' FUNCIONARIOS ' WRK-QTDECALCULADOS
                  ' BRUTO ' WRK-TOTBRUTO
                  ' LIQUIDO ' WRK-TOTLIQUIDO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0262-GUARDAR-HOLERITES.
           MOVE 'HOLERITES' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           OPEN INPUT ARQ-HOLERITES.
           IF WRK-FS-HOLERITES EQUAL '00'
              PERFORM 0900-ABRIR-SPOOL
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQ-HOLERITES
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       MOVE REG-HOLERITE TO WRK-LINHA
                       PERFORM 0910-GUARDAR-LINHA
                 END-READ
              END-PERFORM
              PERFORM 0920-FECHAR-SPOOL
              CLOSE ARQ-HOLERITES
           END-IF.

       0264-GUARDAR-REGISTRO.
           OPEN INPUT ARQ-REGISTRO.
           IF WRK-FS-REGISTRO EQUAL '00'
              PERFORM 0900-ABRIR-SPOOL
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQ-REGISTRO
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       MOVE REG-REGISTRO TO WRK-LINHA
                       PERFORM 0910-GUARDAR-LINHA
                 END-READ
              END-PERFORM
              PERFORM 0920-FECHAR-SPOOL
              CLOSE ARQ-REGISTRO
           END-IF.

       0270-MANTER-TABELA.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              DISPLAY 'TABELA (I=INSS R=IRRF) '
              ACCEPT WRK-TIPO
              IF WRK-TIPO NOT EQUAL 'I' AND WRK-TIPO NOT EQUAL 'R'
                 DISPLAY 'TABELA INVALIDA'
              ELSE
                 PERFORM 0275-GRAVAR-FAIXA
              END-IF
           END-IF.

       0275-GRAVAR-FAIXA.
           DISPLAY 'NUMERO DA FAIXA (01 A 10, EM ORDEM CRESCENTE) '.
           ACCEPT WRK-FAIXA.
           DISPLAY 'LIMITE SUPERIOR DA FAIXA (ZERO = EXCLUIR) '.
           ACCEPT WRK-LIMITE.
           MOVE ZEROS TO WRK-ALIQUOTA.
           MOVE ZEROS TO WRK-DEDUCAO.
           IF WRK-LIMITE GREATER THAN ZEROS
              DISPLAY 'ALIQUOTA (%) '
              ACCEPT WRK-ALIQUOTA
              IF WRK-TIPO EQUAL 'R'
                 DISPLAY 'PARCELA A DEDUZIR '
                 ACCEPT WRK-DEDUCAO
              END-IF
           END-IF.
           OPEN I-O ARQ-TABELAS.
           IF WRK-FS-TABELAS EQUAL '35'
              OPEN OUTPUT ARQ-TABELAS
              CLOSE ARQ-TABELAS
              OPEN I-O ARQ-TABELAS
           END-IF.
           MOVE WRK-TIPO     TO TAB-TIPO.
           MOVE WRK-FAIXA    TO TAB-FAIXA.
           IF WRK-FAIXA LESS THAN 1 OR WRK-FAIXA GREATER THAN 10
              DISPLAY 'FAIXA INVALIDA'
           ELSE
              IF WRK-LIMITE EQUAL ZEROS
                 DELETE ARQ-TABELAS
                    INVALID KEY
                       DISPLAY 'FAIXA NAO CADASTRADA'
                    NOT INVALID KEY
                       DISPLAY 'FAIXA EXCLUIDA'
                 END-DELETE
              ELSE
                 MOVE WRK-LIMITE   TO TAB-LIMITE
                 MOVE WRK-ALIQUOTA TO TAB-ALIQUOTA
                 MOVE WRK-DEDUCAO  TO TAB-DEDUCAO
                 WRITE REG-TABELAFOLHA
                    INVALID KEY
                       REWRITE REG-TABELAFOLHA
                 END-WRITE
                 DISPLAY 'FAIXA GRAVADA'
              END-IF
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'TABELA ' WRK-TIPO ' FAIXA ' WRK-FAIXA
                     ' LIMITE ' WRK-LIMITE
                     ' ALIQUOTA ' WRK-ALIQUOTA
                     ' DEDUCAO ' WRK-DEDUCAO
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
           CLOSE ARQ-TABELAS.

       0280-LISTAR-TABELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TABELAS.
           IF WRK-FS-TABELAS NOT EQUAL '00'
              DISPLAY 'TABELAS INSS/IRRF NAO CADASTRADAS'
           ELSE
              DISPLAY 'TAB FX        LIMITE ALIQ      DEDUCAO'
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQ-TABELAS NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       MOVE TAB-LIMITE   TO WRK-VALOR-ED
                       MOVE TAB-ALIQUOTA TO WRK-PERC-ED
                       MOVE TAB-DEDUCAO  TO WRK-INSS-ED
                       DISPLAY ' ' TAB-TIPO '  ' TAB-FAIXA ' '
                               WRK-VALOR-ED ' ' WRK-PERC-ED ' '
                               WRK-INSS-ED
                 END-READ
              END-PERFORM
              CLOSE ARQ-TABELAS
           END-IF.

       0300-CALCULAR-DECIMO.
           MOVE 'N' TO WRK-SW-CALCULAR.
           DISPLAY 'ANO DO 13O SALARIO '.
           ACCEPT WRK-ANO.
           DISPLAY 'PARCELA (1 = NOVEMBRO, 2 = DEZEMBRO) '.
           ACCEPT WRK-PARCELA.
           IF NOT PARCELA-VALIDA
              DISPLAY 'PARCELA INVALIDA'
           ELSE
              PERFORM 0220-CARREGAR-TABELAS
           END-IF.
           IF CALCULO-LIBERADO
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
                 DISPLAY 'CADASTRO FUNCIONARIOS NAO DISPONIVEL'
              ELSE
                 PERFORM 0305-PROCESSAR-DECIMO
              END-IF
           END-IF.

       0305-PROCESSAR-DECIMO.
           OPEN I-O ARQ-DECIMO.
           IF WRK-FS-DECIMO EQUAL '35'
              OPEN OUTPUT ARQ-DECIMO
              CLOSE ARQ-DECIMO
              OPEN I-O ARQ-DECIMO
           END-IF.
           MOVE ZEROS TO WRK-QTDECALCULADOS.
           MOVE ZEROS TO WRK-QTDEBLOQUEADOS.
           MOVE ZEROS TO WRK-TOTINTEGRAL.
           MOVE ZEROS TO WRK-TOTINSS.
           MOVE ZEROS TO WRK-TOTIRRF.
           MOVE ZEROS TO WRK-TOTLIQUIDO.
           OPEN OUTPUT ARQ-REGISTRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTRO DO 13O SALARIO ' WRK-ANO ' - '
                  WRK-PARCELA 'A PARCELA'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATR. NOME                 AV     INTEGRAL'
                  '         INSS         IRRF      PARCELA'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           MOVE ALL '-' TO REG-REGISTRO.
           WRITE REG-REGISTRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0310-CALCULAR-DECIMO-FUNC UNTIL FIM-ARQUIVO.
           PERFORM 0340-FECHAR-DECIMO.

       0310-CALCULAR-DECIMO-FUNC.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 SET FIM-ARQUIVO TO TRUE
              NOT AT END
                 IF FUNCIONARIO-ATIVO
                    AND FUNC-ANOENTRADA NOT GREATER THAN WRK-ANO
                    PERFORM 0315-APURAR-AVOS
                    IF WRK-AVOS GREATER THAN ZEROS
                       PERFORM 0320-LER-DECIMO
                    END-IF
                 END-IF
           END-READ.

       0315-APURAR-AVOS.
           IF FUNC-ANOENTRADA LESS THAN WRK-ANO
              MOVE 12 TO WRK-AVOS
           ELSE
              COMPUTE WRK-AVOS = 13 - FUNC-MESENTRADA
              IF FUNC-DIAENTRADA GREATER THAN 16
                 SUBTRACT 1 FROM WRK-AVOS
              END-IF
           END-IF.
           COMPUTE WRK-INTEGRAL ROUNDED =
                   FUNC-SALARIO * WRK-AVOS / 12.

       0320-LER-DECIMO.
           MOVE WRK-ANO        TO DEC-ANO.
           MOVE FUNC-MATRICULA TO DEC-MATRICULA.
           READ ARQ-DECIMO
              INVALID KEY
                 MOVE ZEROS  TO DEC-PARCELA1
                 MOVE SPACES TO DEC-SITUACAO1
                 MOVE SPACES TO DEC-SITUACAO2
           END-READ.
           EVALUATE TRUE
              WHEN PRIMEIRA-PARCELA AND PRIMEIRA-REMETIDA
              WHEN NOT PRIMEIRA-PARCELA AND SEGUNDA-REMETIDA
                 ADD 1 TO WRK-QTDEBLOQUEADOS
                 DISPLAY 'MATRICULA ' FUNC-MATRICULA
                         ' PARCELA JA REMETIDA AO BANCO - MANTIDA'
              WHEN PRIMEIRA-PARCELA
                 PERFORM 0325-CALCULAR-PRIMEIRA
              WHEN OTHER
                 PERFORM 0330-CALCULAR-SEGUNDA
           END-EVALUATE.

       0325-CALCULAR-PRIMEIRA.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-PAGAR ROUNDED = WRK-INTEGRAL / 2.
           MOVE WRK-PAGAR  TO DEC-PARCELA1.
           MOVE 'C'        TO DEC-SITUACAO1.
           MOVE ZEROS      TO DEC-INSS.
           MOVE ZEROS      TO DEC-IRRF.
           MOVE ZEROS      TO DEC-PARCELA2.
           MOVE SPACES     TO DEC-SITUACAO2.
           PERFORM 0335-GRAVAR-DECIMO.

       0330-CALCULAR-SEGUNDA.
           MOVE ZEROS TO WRK-ADIANTADO.
           IF PRIMEIRA-REMETIDA
              MOVE DEC-PARCELA1 TO WRK-ADIANTADO
           ELSE
              MOVE SPACES TO DEC-SITUACAO1
           END-IF.
           MOVE WRK-INTEGRAL TO WRK-BRUTO.
           PERFORM 0240-CALCULAR-INSS.
           COMPUTE WRK-BASEIR = WRK-BRUTO - WRK-INSS.
           PERFORM 0245-CALCULAR-IRRF.
           COMPUTE WRK-PAGAR = WRK-INTEGRAL - WRK-ADIANTADO
                 - WRK-INSS - WRK-IRRF.
           IF WRK-PAGAR LESS THAN ZEROS
              MOVE ZEROS TO WRK-PAGAR
           END-IF.
           MOVE WRK-ADIANTADO TO DEC-PARCELA1.
           MOVE WRK-INSS      TO DEC-INSS.
           MOVE WRK-IRRF      TO DEC-IRRF.
           MOVE WRK-PAGAR     TO DEC-PARCELA2.
           MOVE 'C'           TO DEC-SITUACAO2.
           PERFORM 0335-GRAVAR-DECIMO.

       0335-GRAVAR-DECIMO.
           MOVE WRK-ANO        TO DEC-ANO.
           MOVE FUNC-MATRICULA TO DEC-MATRICULA.
           MOVE FUNC-NOME      TO DEC-NOME.
           MOVE WRK-AVOS       TO DEC-AVOS.
           MOVE WRK-INTEGRAL   TO DEC-INTEGRAL.
           WRITE REG-DECIMO
              INVALID KEY
                 REWRITE REG-DECIMO
           END-WRITE.
           ADD 1 TO WRK-QTDECALCULADOS.
           ADD WRK-INTEGRAL TO WRK-TOTINTEGRAL.
           ADD WRK-INSS     TO WRK-TOTINSS.
           ADD WRK-IRRF     TO WRK-TOTIRRF.
           ADD WRK-PAGAR    TO WRK-TOTLIQUIDO.
           MOVE WRK-INTEGRAL TO WRK-VALOR-ED.
           MOVE WRK-INSS     TO WRK-INSS-ED.
           MOVE WRK-IRRF     TO WRK-IRRF-ED.
           MOVE WRK-PAGAR    TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING FUNC-MATRICULA ' ' FUNC-NOME(1:20) ' '
                  DEC-AVOS WRK-VALOR-ED ' ' WRK-INSS-ED
                  ' ' WRK-IRRF-ED ' ' WRK-LIQUIDO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.

       0340-FECHAR-DECIMO.
           MOVE ALL '-' TO REG-REGISTRO.
           WRITE REG-REGISTRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS CALCULADOS: ' WRK-QTDECALCULADOS
                  '   JA REMETIDOS: ' WRK-QTDEBLOQUEADOS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTINTEGRAL TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL INTEGRAL R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTINSS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL INSS     R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTIRRF TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL IRRF     R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOTLIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL PARCELA  R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-REGISTRO FROM WRK-LINHA.
           DISPLAY WRK-LINHA.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-DECIMO.
           CLOSE ARQ-REGISTRO.
           MOVE 'REGISTRO 13O SALARIO' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + 10
                   + WRK-PARCELA.
           PERFORM 0264-GUARDAR-REGISTRO.
           DISPLAY 'REGISTRO DO 13O NO ARQUIVO REGISTROFOLHA'.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING '13O SALARIO ' WRK-ANO ' PARCELA ' WRK-PARCELA
                  ' FUNCIONARIOS ' WRK-QTDECALCULADOS
                  ' VALOR ' WRK-TOTLIQUIDO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

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
