      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: PROCESSAR EM LOTE UMA CARTEIRA DE
      ***             CONTRATOS DE INVESTIMENTO, GERANDO UM
      ***             RESUMO COM O VALOR CORRIGIDO DE CADA UM.
      ***             O IR SEGUE O REGIME DO PRODUTO DO
      ***             CONTRATO NO CATALOGO PRODUTOSINVEST;
      ***             CONTRATO COM PRODUTO FORA DO CATALOGO E
      ***             REJEITADO. O RENDIMENTO E DIARIO, EM
      ***             BASE 252 DIAS UTEIS: A TAXA MENSAL DO
      ***             CURVATAXAS VIRA FATOR DIARIO E CADA
      ***             TRECHO ENTRE APLICACAO, APORTES, RESGATES
      ***             E VIRADAS DE MES RENDE OS DIAS UTEIS DO
      ***             CALENDARIO (CONTARDIASUTEIS) EM QUE O
      ***             SALDO FICOU APLICADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 27/12/2022
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
           SELECT ARQ-CHECKPOINT ASSIGN TO 'CKPRESUMO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-CHECKPOINT.
           02  MOVC-ANO            PIC 9(04).
           02  MOVC-MES            PIC 9(02).
           02  MOVC-VALOR          PIC S9(06)V99.
           02  MOVC-DIA            PIC 9(02).
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           02  CKP-CHAVE           PIC X(10).
           02  CKP-STATUS          PIC X(01).
               88  CHECKPOINT-PARCIAL        VALUE 'P'.
       FD  ARQ-RESUMOTMP.
       01  REG-RESUMOTMP           PIC X(74).
       FD  ARQ-MOVIMENTOSIDX.
       01  REG-MOVIMENTOIDX.
           02  MOVI-CHAVE.
               03  MOVI-NUMERO     PIC 9(06).
               03  MOVI-ANO        PIC 9(04).
               03  MOVI-MES        PIC 9(02).
               03  MOVI-DIA        PIC 9(02).
               03  MOVI-SEQ        PIC 9(03).
           02  MOVI-VALOR          PIC S9(06)V99.
       FD  ARQ-RESUMOCONTRATOS.
       77  WRK-FIM-CONTRATOS       PIC X(01) VALUE 'N'.
           88  FIM-CONTRATOS                 VALUE 'S'.
       77  WRK-VALOR               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALORLIQUIDO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALORLIQUIDO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SW-RESGATADO        PIC X(01)    VALUE 'N'.
           88  CONTRATO-ZEROU                   VALUE 'S'.
       77  WRK-SITUACAO            PIC X(01)    VALUE 'A'.
       77  WRK-HOJE                PIC 9(08)    VALUE ZEROS.
       77  WRK-DIACAL              PIC 9(02)    VALUE ZEROS.
       77  WRK-DATAINICIO          PIC 9(08)    VALUE ZEROS.
       77  WRK-DATAVENCTO          PIC 9(08)    VALUE ZEROS.
       77  WRK-DATASEG             PIC 9(08)    VALUE ZEROS.
       77  WRK-DATAFIMSEG          PIC 9(08)    VALUE ZEROS.
       77  WRK-DATAMOV             PIC 9(08)    VALUE ZEROS.
       77  WRK-FATORDIA            PIC 9(01)V9(14) VALUE ZEROS.
       77  WRK-DU-FUNCAO           PIC X(01)    VALUE 'C'.
       77  WRK-DU-MESES            PIC 9(03)    VALUE ZEROS.
       77  WRK-DIASUTEIS           PIC 9(05)    VALUE ZEROS.
       77  WRK-DIASUTEISCONT       PIC 9(05)    VALUE ZEROS.
       77  WRK-DIASCORRIDOS        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTDEATIVOS          PIC 9(06)    VALUE ZEROS.
       77  WRK-QTDERESGATADOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-QTDEVENCIDOS        PIC 9(06)    VALUE ZEROS.
       77  WRK-FS-CLIENTES         PIC X(02)    VALUE ZEROS.
       77  WRK-SW-CLIENTES         PIC X(01)    VALUE 'N'.
           88  CLIENTES-DISPONIVEIS             VALUE 'S'.
       77  WRK-FS-PRODUTOSINV      PIC X(02)    VALUE ZEROS.
       77  WRK-SW-PRODUTOS         PIC X(01)    VALUE 'N'.
           88  PRODUTOS-DISPONIVEIS             VALUE 'S'.
       77  WRK-SW-PRODUTO-OK       PIC X(01)    VALUE 'S'.
           88  PRODUTO-OK                       VALUE 'S'.
       77  WRK-QTDEPRODUTOINVAL    PIC 9(06)    VALUE ZEROS.
       77  WRK-REGIME              PIC X(01)    VALUE 'R'.
       77  WRK-ALIQUOTA            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CPF                 PIC X(11)    VALUE ZEROS.
       77  WRK-CPF-VALIDO          PIC X(01)    VALUE 'S'.
           88  CPF-VALIDO                       VALUE 'S'.
            MOVE WRK-QTDECONTRATOS TO WRK-TOT-PROCESSADOS.
            COMPUTE WRK-TOT-REJEITADOS =
                    WRK-QTDESEMTAXA + WRK-QTDECLIENTEINVAL
                  + WRK-QTDEESTOURO + WRK-QTDEPRODUTOINVAL.
            EVALUATE TRUE
               WHEN NOT PROCESSAMENTO-INICIADO
                  MOVE 8 TO RETURN-CODE

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE = WRK-DATAANO * 10000
                   + WRK-DATAMES * 100 + WRK-DATADIA.
           OPEN I-O ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS EQUAL '05'
              OR WRK-FS-CONTRATOS EQUAL '35'
              ELSE
                 PERFORM 0120-CARREGAR-MOVIMENTOS
                 PERFORM 0130-ABRIR-CLIENTES
                 PERFORM 0133-ABRIR-PRODUTOS
                 PERFORM 0140-LER-CHECKPOINT
                 IF RESTART-CHECKPOINT
                    DISPLAY 'REINICIO DO PONTO DE CONTROLE: '
                      'CONTRATOS SERAO REJEITADOS'
           END-IF.

       0133-ABRIR-PRODUTOS.
           OPEN INPUT ARQ-PRODUTOSINV.
           IF WRK-FS-PRODUTOSINV EQUAL '00'
              SET PRODUTOS-DISPONIVEIS TO TRUE
           ELSE
              DISPLAY 'CATALOGO PRODUTOSINVEST NAO DISPONIVEL - '
                      'CONTRATOS SERAO REJEITADOS'
           END-IF.

       0135-CONFERIR-CPF.
           IF CLI-CPF NOT NUMERIC
              MOVE 'N' TO WRK-CPF-VALIDO
           MOVE MOVC-ANO    TO MOVI-ANO.
           MOVE MOVC-MES    TO MOVI-MES.
           MOVE MOVC-VALOR  TO MOVI-VALOR.
           IF MOVC-DIA NUMERIC AND MOVC-DIA GREATER THAN ZEROS
              MOVE MOVC-DIA TO MOVI-DIA
           ELSE
              MOVE 1        TO MOVI-DIA
           END-IF.
           MOVE 1           TO WRK-MOVSEQ.
           MOVE WRK-MOVSEQ  TO MOVI-SEQ.
           PERFORM WITH TEST AFTER
           END-PERFORM.
           IF WRK-FS-MOVIMENTOSIDX EQUAL '22'
              DISPLAY 'MOVIMENTO EXCEDENTE IGNORADO: ' MOVC-NUMERO
                      ' ' MOVC-ANO '/' MOVC-MES '/' MOVI-DIA
           END-IF.

       0110-LER-CONTRATO.
                      ' INEXISTENTE OU COM CPF INVALIDO - '
                      'CONTRATO REJEITADO'
           ELSE
              PERFORM 0285-VALIDAR-PRODUTO
              IF NOT PRODUTO-OK
                 ADD 1 TO WRK-QTDEPRODUTOINVAL
                 DISPLAY 'CONTRATO ' CONT-NUMERO ' PRODUTO '
                         CONT-PRODUTO ' FORA DO CATALOGO - '
                         'CONTRATO REJEITADO'
              ELSE
                 PERFORM 0205-PROCESSAR-CONTRATO
              END-IF
           END-IF.
           ADD 1 TO WRK-LIDOS.
           ADD 1 TO WRK-CICLO-CKP.
              END-READ
           END-IF.

       0285-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRODUTO-OK.
           IF PRODUTOS-DISPONIVEIS
              MOVE CONT-PRODUTO TO PRI-CODIGO
              READ ARQ-PRODUTOSINV
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRI-REGIME   TO WRK-REGIME
                    MOVE PRI-ALIQUOTA TO WRK-ALIQUOTA
                    MOVE 'S' TO WRK-SW-PRODUTO-OK
              END-READ
           END-IF.

       0205-PROCESSAR-CONTRATO.
           MOVE CONT-PRINCIPAL  TO WRK-VALOR.
           MOVE CONT-ANOINICIO  TO WRK-ANOCAL.
           MOVE 'N' TO WRK-SW-SEMTAXA.
           MOVE 'N' TO WRK-SW-ESTOURO.
           MOVE 'N' TO WRK-SW-RESGATADO.
           MOVE ZEROS TO WRK-DIASUTEISCONT.
           PERFORM 0206-DEFINIR-DATAS.
           PERFORM 0207-RENDER-MES
                   UNTIL WRK-DATASEG NOT LESS THAN WRK-DATAVENCTO
                   OR CONTRATO-SEM-TAXA
                   OR CONTRATO-ESTOUROU
                   OR CONTRATO-ZEROU.
           IF CONTRATO-ESTOUROU
              ADD 1 TO WRK-QTDEESTOURO
              DISPLAY 'CONTRATO ' CONT-NUMERO ' ESTOUROU A '
           END-IF
           END-IF.

       0206-DEFINIR-DATAS.
           IF CONT-DIAINICIO NUMERIC
              AND CONT-DIAINICIO GREATER THAN ZEROS
              MOVE CONT-DIAINICIO TO WRK-DIACAL
           ELSE
              MOVE 1 TO WRK-DIACAL
           END-IF.
           COMPUTE WRK-DATAINICIO = CONT-ANOINICIO * 10000
                   + CONT-MESINICIO * 100 + WRK-DIACAL.
           MOVE WRK-DATAINICIO TO WRK-DATASEG.
           MOVE 'V'            TO WRK-DU-FUNCAO.
           MOVE CONT-MESES     TO WRK-DU-MESES.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATAVENCTO WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.

       0207-RENDER-MES.
           PERFORM 0230-OBTER-TAXA.
           IF NOT CONTRATO-SEM-TAXA
              COMPUTE WRK-FATORDIA ROUNDED =
                      (1 + WRK-TAXA / 100) ** (12 / 252)
              PERFORM 0250-APLICAR-MOVIMENTOS
              IF NOT CONTRATO-ZEROU AND NOT CONTRATO-ESTOUROU
                 PERFORM 0240-AVANCAR-MES
                 COMPUTE WRK-DATAFIMSEG = WRK-ANOCAL * 10000
                         + WRK-MESCAL * 100 + 1
                 IF WRK-DATAFIMSEG GREATER THAN WRK-DATAVENCTO
                    MOVE WRK-DATAVENCTO TO WRK-DATAFIMSEG
                 END-IF
                 PERFORM 0245-RENDER-TRECHO
              END-IF
           END-IF.

       0245-RENDER-TRECHO.
           MOVE 'C' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATASEG WRK-DATAFIMSEG WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           IF WRK-DIASUTEIS GREATER THAN ZEROS
              COMPUTE WRK-VALOR ROUNDED = WRK-VALOR *
                      (WRK-FATORDIA ** WRK-DIASUTEIS)
                 ON SIZE ERROR
                    SET CONTRATO-ESTOUROU TO TRUE
              END-COMPUTE
              ADD WRK-DIASUTEIS TO WRK-DIASUTEISCONT
           END-IF.
           MOVE WRK-DATAFIMSEG TO WRK-DATASEG.

       0250-APLICAR-MOVIMENTOS.
           IF NOT MOVIMENTOS-DISPONIVEIS
              CONTINUE
           ELSE
              MOVE 'N' TO WRK-FIM-MOVCONTRATO
              MOVE CONT-NUMERO TO MOVI-NUMERO
              MOVE WRK-ANOCAL  TO MOVI-ANO
              MOVE WRK-MESCAL  TO MOVI-MES
              MOVE ZEROS       TO MOVI-DIA
              MOVE ZEROS       TO MOVI-SEQ
              START ARQ-MOVIMENTOSIDX
                    KEY IS NOT LESS THAN MOVI-CHAVE
                 INVALID KEY
                    SET FIM-MOVCONTRATO TO TRUE
              END-START
              PERFORM UNTIL FIM-MOVCONTRATO OR CONTRATO-ZEROU
                      OR CONTRATO-ESTOUROU
                 READ ARQ-MOVIMENTOSIDX NEXT RECORD
                    AT END
                       SET FIM-MOVCONTRATO TO TRUE
                    NOT AT END
                       IF MOVI-NUMERO NOT EQUAL CONT-NUMERO
                          OR MOVI-ANO NOT EQUAL WRK-ANOCAL
                          OR MOVI-MES NOT EQUAL WRK-MESCAL
                          SET FIM-MOVCONTRATO TO TRUE
                       ELSE
                          PERFORM 0252-DATAR-MOVIMENTO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0252-DATAR-MOVIMENTO.
           COMPUTE WRK-DATAMOV = MOVI-ANO * 10000
                   + MOVI-MES * 100 + MOVI-DIA.
           IF WRK-DATAMOV NOT LESS THAN WRK-DATAVENCTO
              SET FIM-MOVCONTRATO TO TRUE
           ELSE
              IF WRK-DATAMOV GREATER THAN WRK-DATASEG
                 MOVE WRK-DATAMOV TO WRK-DATAFIMSEG
                 PERFORM 0245-RENDER-TRECHO
              END-IF
              IF NOT CONTRATO-ESTOUROU
                 PERFORM 0255-APLICAR-UM-MOVIMENTO
              END-IF
           END-IF.

       0255-APLICAR-UM-MOVIMENTO.
           COMPUTE WRK-SALDOPROJETADO =
                   WRK-VALOR + MOVI-VALOR.
           IF WRK-SALDOPROJETADO LESS THAN ZEROS
              DISPLAY 'CONTRATO ' CONT-NUMERO ' RESGATE EM '
                      WRK-DATAMOV
                      ' EXCEDE O SALDO - LANCAMENTO IGNORADO'
           ELSE
              ADD MOVI-VALOR TO WRK-VALOR
           END-IF.

       0260-DEFINIR-SITUACAO.
           EVALUATE TRUE
              WHEN CONTRATO-ZEROU
                 MOVE 'R' TO WRK-SITUACAO
                 ADD 1 TO WRK-QTDERESGATADOS
              WHEN WRK-DATAVENCTO LESS THAN OR EQUAL TO WRK-HOJE
                 MOVE 'V' TO WRK-SITUACAO
                 ADD 1 TO WRK-QTDEVENCIDOS
              WHEN OTHER
           END-IF.

       0210-APLICAR-IR.
           MOVE 'D' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATASEG WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           CALL 'CALCULARIR' USING WRK-VALOR CONT-PRINCIPAL
                   WRK-DIASCORRIDOS WRK-IR WRK-VALORLIQUIDO
                   WRK-REGIME WRK-ALIQUOTA.

       0220-GRAVAR-RESUMO.
           MOVE CONT-NUMERO       TO RES-NUMERO.
           MOVE WRK-DATAANO       TO RES-ANOCOMP.
           MOVE WRK-DATAMES       TO RES-MESCOMP.
           MOVE CONT-MESES        TO RES-MESES.
           MOVE CONT-PRODUTO      TO RES-PRODUTO.
           MOVE WRK-REGIME        TO RES-REGIME.
           MOVE WRK-ALIQUOTA      TO RES-ALIQUOTA.
           WRITE REG-RESUMOCONTRATO.
           MOVE WRK-VALORLIQUIDO TO WRK-VALORLIQUIDO-ED.
           DISPLAY 'CONTRATO ' CONT-NUMERO
                   ' SITUACAO ' WRK-SITUACAO
                   ' DIAS UTEIS ' WRK-DIASUTEISCONT
                   ' VALOR LIQUIDO R$' WRK-VALORLIQUIDO-ED.

       0300-FINALIZAR.
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQ-CLIENTES
           END-IF.
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQ-PRODUTOSINV
           END-IF.
           MOVE 'F' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                   WRK-DATAINICIO WRK-DATASEG WRK-DU-MESES
                   WRK-DIASCORRIDOS WRK-DIASUTEIS.
           IF PROCESSAMENTO-INICIADO
              MOVE 'C' TO WRK-CKP-STATUS
              PERFORM 0290-GRAVAR-CHECKPOINT
           DISPLAY 'CONTRATOS VENCIDOS: ' WRK-QTDEVENCIDOS.
           DISPLAY 'CONTRATOS COM CLIENTE REJEITADO: '
                   WRK-QTDECLIENTEINVAL.
           DISPLAY 'CONTRATOS COM PRODUTO FORA DO CATALOGO: '
                   WRK-QTDEPRODUTOINVAL.
