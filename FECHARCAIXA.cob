       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHARCAIXA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: FECHAMENTO DE CAIXA DIARIO DA LOJA. O
      ***             GERENTE INFORMA O DINHEIRO CONTADO NA
      ***             GAVETA E O TOTAL DAS MAQUINAS DE CARTAO
      ***             DO DIA, CONFERIDOS COM OS TOTAIS POR
      ***             FORMA DE PAGAMENTO DA CARGA DO PDV
      ***             (CONTROLECARGA). O CREDIARIO E CONFERIDO
      ***             COM AS VENDAS DA CARGA LANCADAS EM
      ***             PARCELAS NO DETALHEVENDA. DIA SEM
      ***             DIFERENCA FICA FECHADO; COM DIFERENCA FICA
      ***             DIVERGENTE ATE A RECONTAGEM OU O ACEITE
      ***             DO SUPERVISOR COM JUSTIFICATIVA. O
      ***             RELATORIO DO MES (REPOSITORIO GRAVARSPOOL)
      ***             LISTA SOBRAS E FALTAS E OS DIAS AINDA EM
      ***             ABERTO, QUE IMPEDEM O FECHARPERIODO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FECHAMENTO ASSIGN TO 'FECHAMENTOCAIXA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FCX-CHAVE
             FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT ARQ-CONTROLECARGA ASSIGN TO 'CONTROLECARGA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CGA-CHAVE
             FILE STATUS IS WRK-FS-CONTROLECARGA.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEVENDA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FECHAMENTO.
       COPY FECHAMENTOCAIXA.
       FD  ARQ-CONTROLECARGA.
       COPY CONTROLECARGA.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-FECHAMENTO   PIC X(02) VALUE ZEROS.
       77  WRK-FS-CONTROLECARGA PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-DETALHEVENDA PIC X(02) VALUE ZEROS.
       77  WRK-SW-CARGAS       PIC X(01) VALUE 'N'.
           88  CARGAS-ABERTO             VALUE 'S'.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 6.
       01  WRK-DATACAIXA.
           02  WRK-CAIXA-ANO   PIC 9(04).
           02  WRK-CAIXA-MES   PIC 9(02).
           02  WRK-CAIXA-DIA   PIC 9(02).
       01  WRK-DATACAIXA-NUM REDEFINES WRK-DATACAIXA
                               PIC 9(08).
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-LOJAFILTRO      PIC 9(03) VALUE ZEROS.
       77  WRK-ANO             PIC 9(04) VALUE ZEROS.
       77  WRK-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-CONTDINHEIRO    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CONTCARTAO      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-JUSTIFICATIVA   PIC X(40) VALUE SPACES.
       77  WRK-PENDENCIA       PIC X(30) VALUE SPACES.
       77  WRK-SITUACAO-TXT    PIC X(20) VALUE SPACES.
       77  WRK-SW-VALIDO       PIC X(01) VALUE 'S'.
           88  DIA-VALIDO                VALUE 'S'.
       77  WRK-SW-EXISTE       PIC X(01) VALUE 'N'.
           88  FECHAMENTO-EXISTE         VALUE 'S'.
       77  WRK-SW-SPOOL        PIC X(01) VALUE 'N'.
           88  IMPRIMIR-NO-SPOOL         VALUE 'S'.
       77  WRK-FIM-DETALHE     PIC X(01) VALUE 'N'.
           88  FIM-DETALHE               VALUE 'S'.
       77  WRK-FIM-CARGAS      PIC X(01) VALUE 'N'.
           88  FIM-CARGAS                VALUE 'S'.
       77  WRK-FIM-FECHAMENTOS PIC X(01) VALUE 'N'.
           88  FIM-FECHAMENTOS           VALUE 'S'.
       77  WRK-QTDEPENDENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEFECHADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEDIVERGENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEACEITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-SOBRADINHEIRO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FALTADINHEIRO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOBRACARTAO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FALTACARTAO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CREDPENDENTE    PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VAL-VALOR       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MINIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-MAXIMO      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VAL-VALIDO      PIC X(01)     VALUE 'S'.
           88  VAL-FAIXA-VALIDA              VALUE 'S'.
       77  WRK-PDV-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CONT-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-DIF-ED          PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SOBRA-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-FALTA-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'FECHARCAIXA'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-FECHAMENTO.
           IF WRK-FS-FECHAMENTO EQUAL '35'
              OPEN OUTPUT ARQ-FECHAMENTO
              CLOSE ARQ-FECHAMENTO
              OPEN I-O ARQ-FECHAMENTO
           END-IF.
           OPEN INPUT ARQ-CONTROLECARGA.
           IF WRK-FS-CONTROLECARGA EQUAL '00'
              SET CARGAS-ABERTO TO TRUE
           ELSE
              DISPLAY 'CONTROLE DE CARGAS NAO DISPONIVEL - '
                      'CAIXAS NAO PODERAO SER FECHADOS'
           END-IF.
           OPEN INPUT ARQ-LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
              SET LOJAS-ABERTO TO TRUE
           ELSE
              DISPLAY 'CADASTRO LOJAS NAO DISPONIVEL - '
                      'LOJA NAO SERA CONFERIDA'
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' FECHAMENTO DE CAIXA DAS LOJAS'.
           DISPLAY ' 1 - FECHAR CAIXA DO DIA'.
           DISPLAY ' 2 - ACEITAR DIFERENCA (SUPERVISOR)'.
           DISPLAY ' 3 - CONSULTAR FECHAMENTO'.
           DISPLAY ' 4 - DIAS DE LOJA EM ABERTO NO MES'.
           DISPLAY ' 5 - RELATORIO DE FECHAMENTO DO MES'.
           DISPLAY ' 6 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-FECHAR-CAIXA
              WHEN 2
                 PERFORM 0220-ACEITAR-DIFERENCA
              WHEN 3
                 PERFORM 0230-CONSULTAR-FECHAMENTO
              WHEN 4
                 PERFORM 0240-LISTAR-PENDENTES
              WHEN 5
                 PERFORM 0250-RELATORIO-FECHAMENTO
              WHEN 6
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-FECHAR-CAIXA.
           PERFORM 0260-LER-DIA-LOJA.
           IF DIA-VALIDO
              PERFORM 0265-LER-CARGA
           END-IF.
           IF DIA-VALIDO
              PERFORM 0267-LER-FECHAMENTO
              IF FECHAMENTO-EXISTE
                 AND NOT CAIXA-DIVERGENTE
                 IF FCX-TOTALPDV EQUAL CGA-TOTAL
                    DISPLAY 'CAIXA JA FECHADO EM '
                            FCX-DATAFECHAMENTO ' POR '
                            FCX-OPERADOR
                    MOVE 'N' TO WRK-SW-VALIDO
                 ELSE
                    DISPLAY 'CARGA DO PDV REFEITA APOS O '
                            'FECHAMENTO - CAIXA SERA REFEITO'
                 END-IF
              END-IF
           END-IF.
           IF DIA-VALIDO
              IF FECHAMENTO-EXISTE AND CAIXA-DIVERGENTE
                 DISPLAY 'RECONTAGEM DE CAIXA DIVERGENTE'
              END-IF
              DISPLAY 'DINHEIRO CONTADO NA GAVETA '
              ACCEPT WRK-CONTDINHEIRO
              DISPLAY 'TOTAL DAS MAQUINAS DE CARTAO '
              ACCEPT WRK-CONTCARTAO
              PERFORM 0270-APURAR-FECHAMENTO
              IF FECHAMENTO-EXISTE
                 REWRITE REG-FECHAMENTO
              ELSE
                 WRITE REG-FECHAMENTO
              END-IF
              PERFORM 0280-EXIBIR-FECHAMENTO
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CAIXA ' WRK-DATACAIXA ' LOJA ' WRK-LOJA
                     ' SIT ' FCX-SITUACAO
                     ' DIF DINH ' FCX-DIFDINHEIRO
                     ' CARTAO ' FCX-DIFCARTAO
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0220-ACEITAR-DIFERENCA.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              PERFORM 0260-LER-DIA-LOJA
              IF DIA-VALIDO
                 PERFORM 0267-LER-FECHAMENTO
                 EVALUATE TRUE
                    WHEN NOT FECHAMENTO-EXISTE
                       DISPLAY 'DIA SEM FECHAMENTO DE CAIXA'
                    WHEN NOT CAIXA-DIVERGENTE
                       DISPLAY 'CAIXA SEM DIFERENCA PENDENTE'
                    WHEN OTHER
                       PERFORM 0225-GRAVAR-ACEITE
                 END-EVALUATE
              END-IF
           END-IF.

       0225-GRAVAR-ACEITE.
           PERFORM 0280-EXIBIR-FECHAMENTO.
           DISPLAY 'JUSTIFICATIVA DA DIFERENCA '.
           MOVE SPACES TO WRK-JUSTIFICATIVA.
           ACCEPT WRK-JUSTIFICATIVA.
           IF WRK-JUSTIFICATIVA EQUAL SPACES
              DISPLAY 'JUSTIFICATIVA OBRIGATORIA - DIFERENCA '
                      'NAO ACEITA'
           ELSE
              MOVE 'A'               TO FCX-SITUACAO
              MOVE WRK-JUSTIFICATIVA TO FCX-JUSTIFICATIVA
              MOVE WRK-OPERADOR-ID   TO FCX-OPERADOR
              REWRITE REG-FECHAMENTO
              DISPLAY 'DIFERENCA ACEITA - CAIXA FECHADO'
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'ACEITE CAIXA ' WRK-DATACAIXA
                     ' LOJA ' WRK-LOJA ' ' WRK-JUSTIFICATIVA
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0230-CONSULTAR-FECHAMENTO.
           PERFORM 0260-LER-DIA-LOJA.
           IF DIA-VALIDO
              PERFORM 0267-LER-FECHAMENTO
              IF FECHAMENTO-EXISTE
                 PERFORM 0280-EXIBIR-FECHAMENTO
              ELSE
                 DISPLAY 'DIA SEM FECHAMENTO DE CAIXA'
              END-IF
           END-IF.

       0240-LISTAR-PENDENTES.
           PERFORM 0245-LER-COMPETENCIA.
           IF NOT VAL-FAIXA-VALIDA
              DISPLAY 'MES INVALIDO: ' WRK-MES
           ELSE
              MOVE ZEROS TO WRK-LOJAFILTRO
              MOVE 'N'   TO WRK-SW-SPOOL
              PERFORM 0290-CONFERIR-PENDENTES
              DISPLAY 'DIAS DE LOJA EM ABERTO: ' WRK-QTDEPENDENTES
           END-IF.

       0245-LER-COMPETENCIA.
           DISPLAY 'ANO DO MES '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES '.
           ACCEPT WRK-MES.
           MOVE WRK-MES       TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
           CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                   WRK-VAL-MAXIMO WRK-VAL-VALIDO.

       0250-RELATORIO-FECHAMENTO.
           PERFORM 0245-LER-COMPETENCIA.
           IF NOT VAL-FAIXA-VALIDA
              DISPLAY 'MES INVALIDO: ' WRK-MES
           ELSE
              DISPLAY 'LOJA (0 = TODAS) '
              ACCEPT WRK-LOJAFILTRO
              PERFORM 0255-IMPRIMIR-RELATORIO
           END-IF.

       0255-IMPRIMIR-RELATORIO.
           MOVE ZEROS TO WRK-QTDEFECHADOS.
           MOVE ZEROS TO WRK-QTDEDIVERGENTES.
           MOVE ZEROS TO WRK-QTDEACEITOS.
           MOVE ZEROS TO WRK-SOBRADINHEIRO.
           MOVE ZEROS TO WRK-FALTADINHEIRO.
           MOVE ZEROS TO WRK-SOBRACARTAO.
           MOVE ZEROS TO WRK-FALTACARTAO.
           SET IMPRIMIR-NO-SPOOL TO TRUE.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'FECHAMENTO DE CAIXA DAS LOJAS - ' WRK-MES '/'
                  WRK-ANO ' - EMITIDO EM ' WRK-DATADIA '/'
                  WRK-DATAMES '/' WRK-DATAANO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-LOJAFILTRO GREATER THAN ZEROS
              STRING 'SOMENTE A LOJA ' WRK-LOJAFILTRO
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE 'N'       TO WRK-FIM-FECHAMENTOS.
           MOVE WRK-ANO   TO FCX-ANO.
           MOVE WRK-MES   TO FCX-MES.
           MOVE ZEROS     TO FCX-DIA.
           MOVE ZEROS     TO FCX-LOJA.
           START ARQ-FECHAMENTO
                 KEY GREATER THAN OR EQUAL TO FCX-CHAVE
              INVALID KEY
                 SET FIM-FECHAMENTOS TO TRUE
           END-START.
           PERFORM 0256-LER-FECHAMENTO UNTIL FIM-FECHAMENTOS.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'DIAS FECHADOS ' WRK-QTDEFECHADOS
                  ' - DIVERGENTES ' WRK-QTDEDIVERGENTES
                  ' - DIFERENCA ACEITA ' WRK-QTDEACEITOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-SOBRADINHEIRO TO WRK-SOBRA-ED.
           MOVE WRK-FALTADINHEIRO TO WRK-FALTA-ED.
           STRING 'DINHEIRO - SOBRAS R$' WRK-SOBRA-ED
                  '  FALTAS R$' WRK-FALTA-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-SOBRACARTAO TO WRK-SOBRA-ED.
           MOVE WRK-FALTACARTAO TO WRK-FALTA-ED.
           STRING 'CARTAO   - SOBRAS R$' WRK-SOBRA-ED
                  '  FALTAS R$' WRK-FALTA-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE 'DIAS DE LOJA EM ABERTO (IMPEDEM O FECHAMENTO DO MES)'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0290-CONFERIR-PENDENTES.
           IF WRK-QTDEPENDENTES EQUAL ZEROS
              MOVE '  NENHUM' TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0970-FECHAR-SPOOL.
           MOVE 'N' TO WRK-SW-SPOOL.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RELATORIO CAIXA ' WRK-ANO '/' WRK-MES
                  ' LOJA ' WRK-LOJAFILTRO
                  ' DIVERGENTES ' WRK-QTDEDIVERGENTES
                  ' EM ABERTO ' WRK-QTDEPENDENTES
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0256-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO NEXT RECORD
              AT END
                 SET FIM-FECHAMENTOS TO TRUE
              NOT AT END
                 IF FCX-ANO NOT EQUAL WRK-ANO
                    OR FCX-MES NOT EQUAL WRK-MES
                    SET FIM-FECHAMENTOS TO TRUE
                 ELSE
                    IF WRK-LOJAFILTRO EQUAL ZEROS
                       OR FCX-LOJA EQUAL WRK-LOJAFILTRO
                       PERFORM 0257-IMPRIMIR-DIA
                    END-IF
                 END-IF
           END-READ.

       0257-IMPRIMIR-DIA.
           EVALUATE TRUE
              WHEN CAIXA-FECHADO
                 ADD 1 TO WRK-QTDEFECHADOS
              WHEN CAIXA-DIVERGENTE
                 ADD 1 TO WRK-QTDEDIVERGENTES
              WHEN CAIXA-ACEITO
                 ADD 1 TO WRK-QTDEACEITOS
           END-EVALUATE.
           IF FCX-DIFDINHEIRO GREATER THAN ZEROS
              ADD FCX-DIFDINHEIRO TO WRK-SOBRADINHEIRO
           ELSE
              SUBTRACT FCX-DIFDINHEIRO FROM WRK-FALTADINHEIRO
           END-IF.
           IF FCX-DIFCARTAO GREATER THAN ZEROS
              ADD FCX-DIFCARTAO TO WRK-SOBRACARTAO
           ELSE
              SUBTRACT FCX-DIFCARTAO FROM WRK-FALTACARTAO
           END-IF.
           PERFORM 0285-MONTAR-SITUACAO.
           MOVE '*** NAO CADASTRADA ***' TO LOJ-NOME.
           IF LOJAS-ABERTO
              MOVE FCX-LOJA TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADA ***' TO LOJ-NOME
              END-READ
           END-IF.
           STRING FCX-DIA '/' FCX-MES '/' FCX-ANO
                  ' LOJA ' FCX-LOJA ' ' LOJ-NOME
                  ' ' WRK-SITUACAO-TXT
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE FCX-PDVDINHEIRO  TO WRK-PDV-ED.
           MOVE FCX-CONTDINHEIRO TO WRK-CONT-ED.
           MOVE FCX-DIFDINHEIRO  TO WRK-DIF-ED.
           STRING '   DINHEIRO  PDV ' WRK-PDV-ED
                  '  CONTADO ' WRK-CONT-ED
                  '  DIFERENCA ' WRK-DIF-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE FCX-PDVCARTAO    TO WRK-PDV-ED.
           MOVE FCX-CONTCARTAO   TO WRK-CONT-ED.
           MOVE FCX-DIFCARTAO    TO WRK-DIF-ED.
           STRING '   CARTAO    PDV ' WRK-PDV-ED
                  '  CONTADO ' WRK-CONT-ED
                  '  DIFERENCA ' WRK-DIF-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE FCX-PDVCREDIARIO TO WRK-PDV-ED.
           MOVE FCX-CREDLANCADO  TO WRK-CONT-ED.
           COMPUTE WRK-CREDPENDENTE =
                   FCX-PDVCREDIARIO - FCX-CREDLANCADO.
           MOVE WRK-CREDPENDENTE TO WRK-DIF-ED.
           STRING '   CREDIARIO PDV ' WRK-PDV-ED
                  '  LANCADO ' WRK-CONT-ED
                  '  A LANCAR  ' WRK-DIF-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF FCX-PDVSEMFORMA GREATER THAN ZEROS
              MOVE FCX-PDVSEMFORMA TO WRK-PDV-ED
              STRING '   SEM FORMA DE PAGAMENTO IDENTIFICADA R$'
                     WRK-PDV-ED
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           IF CAIXA-ACEITO
              STRING '   JUSTIFICATIVA: ' FCX-JUSTIFICATIVA
                     ' (' FCX-OPERADOR ')'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0260-LER-DIA-LOJA.
           MOVE 'S' TO WRK-SW-VALIDO.
           DISPLAY 'DATA DO CAIXA (AAAAMMDD) '.
           ACCEPT WRK-DATACAIXA.
           DISPLAY 'LOJA '.
           ACCEPT WRK-LOJA.
           IF LOJAS-ABERTO
              MOVE WRK-LOJA TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                    MOVE 'N' TO WRK-SW-VALIDO
                 NOT INVALID KEY
                    DISPLAY 'LOJA: ' LOJ-NOME
              END-READ
           END-IF.

       0265-LER-CARGA.
           IF NOT CARGAS-ABERTO
              DISPLAY 'CONTROLE DE CARGAS NAO DISPONIVEL'
              MOVE 'N' TO WRK-SW-VALIDO
           ELSE
              MOVE WRK-CAIXA-ANO TO CGA-ANO
              MOVE WRK-CAIXA-MES TO CGA-MES
              MOVE WRK-CAIXA-DIA TO CGA-DIA
              MOVE WRK-LOJA      TO CGA-LOJA
              READ ARQ-CONTROLECARGA
                 INVALID KEY
                    DISPLAY 'NAO HA CARGA DO PDV DA LOJA ' WRK-LOJA
                            ' EM ' WRK-CAIXA-DIA '/' WRK-CAIXA-MES
                            '/' WRK-CAIXA-ANO
                    MOVE 'N' TO WRK-SW-VALIDO
                 NOT INVALID KEY
                    IF NOT CARGA-EFETIVADA
                       DISPLAY 'CARGA DO DIA ESTORNADA - NADA A '
                               'FECHAR'
                       MOVE 'N' TO WRK-SW-VALIDO
                    END-IF
              END-READ
           END-IF.

       0267-LER-FECHAMENTO.
           MOVE WRK-CAIXA-ANO TO FCX-ANO.
           MOVE WRK-CAIXA-MES TO FCX-MES.
           MOVE WRK-CAIXA-DIA TO FCX-DIA.
           MOVE WRK-LOJA      TO FCX-LOJA.
           READ ARQ-FECHAMENTO
              INVALID KEY
                 MOVE 'N' TO WRK-SW-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-SW-EXISTE
           END-READ.

       0270-APURAR-FECHAMENTO.
           MOVE WRK-CAIXA-ANO    TO FCX-ANO.
           MOVE WRK-CAIXA-MES    TO FCX-MES.
           MOVE WRK-CAIXA-DIA    TO FCX-DIA.
           MOVE WRK-LOJA         TO FCX-LOJA.
           MOVE CGA-TOTAL        TO FCX-TOTALPDV.
           MOVE CGA-TOTDINHEIRO  TO FCX-PDVDINHEIRO.
           MOVE CGA-TOTCARTAO    TO FCX-PDVCARTAO.
           MOVE CGA-TOTCREDIARIO TO FCX-PDVCREDIARIO.
           COMPUTE FCX-PDVSEMFORMA = CGA-TOTAL - CGA-TOTDINHEIRO
                                   - CGA-TOTCARTAO - CGA-TOTCREDIARIO.
           PERFORM 0275-SOMAR-CREDIARIO.
           MOVE WRK-CONTDINHEIRO TO FCX-CONTDINHEIRO.
           MOVE WRK-CONTCARTAO   TO FCX-CONTCARTAO.
           COMPUTE FCX-DIFDINHEIRO =
                   FCX-CONTDINHEIRO - FCX-PDVDINHEIRO.
           COMPUTE FCX-DIFCARTAO =
                   FCX-CONTCARTAO - FCX-PDVCARTAO.
           IF FCX-DIFDINHEIRO EQUAL ZEROS
              AND FCX-DIFCARTAO EQUAL ZEROS
              AND FCX-PDVSEMFORMA EQUAL ZEROS
              MOVE 'F' TO FCX-SITUACAO
           ELSE
              MOVE 'D' TO FCX-SITUACAO
           END-IF.
           MOVE WRK-DATASISTEMA  TO FCX-DATAFECHAMENTO.
           MOVE WRK-OPERADOR-ID  TO FCX-OPERADOR.
           MOVE SPACES           TO FCX-JUSTIFICATIVA.

       0275-SOMAR-CREDIARIO.
           MOVE ZEROS TO FCX-CREDLANCADO.
           MOVE 'N'   TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEVENDA.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
              DISPLAY 'ARQUIVO DETALHEVENDA NAO DISPONIVEL - '
                      'CREDIARIO LANCADO NAO CONFERIDO'
           ELSE
              PERFORM UNTIL FIM-DETALHE
                 READ ARQ-DETALHEVENDA
                    AT END
                       SET FIM-DETALHE TO TRUE
                    NOT AT END
                       IF DET-CARGA EQUAL WRK-DATACAIXA-NUM
                          AND DET-LOJA EQUAL WRK-LOJA
                          AND DET-VENDA
                          AND DET-PAGTO-CREDIARIO
                          ADD DET-VALOR TO FCX-CREDLANCADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-DETALHEVENDA
           END-IF.

       0280-EXIBIR-FECHAMENTO.
           PERFORM 0285-MONTAR-SITUACAO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CAIXA DE ' FCX-DIA '/' FCX-MES '/' FCX-ANO
                   ' LOJA ' FCX-LOJA ' - ' WRK-SITUACAO-TXT.
           MOVE FCX-PDVDINHEIRO  TO WRK-PDV-ED.
           MOVE FCX-CONTDINHEIRO TO WRK-CONT-ED.
           MOVE FCX-DIFDINHEIRO  TO WRK-DIF-ED.
           DISPLAY 'DINHEIRO  PDV ' WRK-PDV-ED ' CONTADO '
                   WRK-CONT-ED ' DIF ' WRK-DIF-ED.
           MOVE FCX-PDVCARTAO    TO WRK-PDV-ED.
           MOVE FCX-CONTCARTAO   TO WRK-CONT-ED.
           MOVE FCX-DIFCARTAO    TO WRK-DIF-ED.
           DISPLAY 'CARTAO    PDV ' WRK-PDV-ED ' CONTADO '
                   WRK-CONT-ED ' DIF ' WRK-DIF-ED.
           MOVE FCX-PDVCREDIARIO TO WRK-PDV-ED.
           MOVE FCX-CREDLANCADO  TO WRK-CONT-ED.
           DISPLAY 'CREDIARIO PDV ' WRK-PDV-ED ' LANCADO '
                   WRK-CONT-ED.
           IF FCX-CREDLANCADO LESS THAN FCX-PDVCREDIARIO
              DISPLAY 'CREDIARIO AINDA SEM PARCELAS (REJEITADO OU '
                      'SUSPENSO NA CARGA)'
           END-IF.
           IF FCX-PDVSEMFORMA GREATER THAN ZEROS
              MOVE FCX-PDVSEMFORMA TO WRK-PDV-ED
              DISPLAY 'SEM FORMA DE PAGAMENTO IDENTIFICADA R$'
                      WRK-PDV-ED
           END-IF.
           MOVE FCX-TOTALPDV TO WRK-PDV-ED.
           DISPLAY 'TOTAL DA CARGA DO PDV R$' WRK-PDV-ED.
           IF CAIXA-ACEITO
              DISPLAY 'JUSTIFICATIVA: ' FCX-JUSTIFICATIVA
           END-IF.
           DISPLAY 'FECHADO EM ' FCX-DATAFECHAMENTO
                   ' POR ' FCX-OPERADOR.

       0285-MONTAR-SITUACAO.
           EVALUATE TRUE
              WHEN CAIXA-FECHADO
                 MOVE 'FECHADO'          TO WRK-SITUACAO-TXT
              WHEN CAIXA-DIVERGENTE
                 MOVE 'DIVERGENTE'       TO WRK-SITUACAO-TXT
              WHEN CAIXA-ACEITO
                 MOVE 'DIFERENCA ACEITA' TO WRK-SITUACAO-TXT
              WHEN OTHER
                 MOVE FCX-SITUACAO       TO WRK-SITUACAO-TXT
           END-EVALUATE.

       0290-CONFERIR-PENDENTES.
           MOVE ZEROS TO WRK-QTDEPENDENTES.
           MOVE 'N'   TO WRK-FIM-CARGAS.
           IF NOT CARGAS-ABERTO
              MOVE 'CONTROLE DE CARGAS NAO DISPONIVEL'
                TO WRK-SPL-LINHA
              PERFORM 0296-EMITIR-PENDENCIA
           ELSE
              MOVE WRK-ANO TO CGA-ANO
              MOVE WRK-MES TO CGA-MES
              MOVE ZEROS   TO CGA-DIA
              MOVE ZEROS   TO CGA-LOJA
              START ARQ-CONTROLECARGA
                    KEY GREATER THAN OR EQUAL TO CGA-CHAVE
                 INVALID KEY
                    SET FIM-CARGAS TO TRUE
              END-START
              PERFORM UNTIL FIM-CARGAS
                 READ ARQ-CONTROLECARGA NEXT RECORD
                    AT END
                       SET FIM-CARGAS TO TRUE
                    NOT AT END
                       IF CGA-ANO NOT EQUAL WRK-ANO
                          OR CGA-MES NOT EQUAL WRK-MES
                          SET FIM-CARGAS TO TRUE
                       ELSE
                          IF CARGA-EFETIVADA
                             AND (WRK-LOJAFILTRO EQUAL ZEROS
                              OR CGA-LOJA EQUAL WRK-LOJAFILTRO)
                             PERFORM 0295-CONFERIR-DIA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0295-CONFERIR-DIA.
           MOVE SPACES    TO WRK-PENDENCIA.
           MOVE CGA-CHAVE TO FCX-CHAVE.
           READ ARQ-FECHAMENTO
              INVALID KEY
                 MOVE 'SEM FECHAMENTO DE CAIXA' TO WRK-PENDENCIA
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CAIXA-DIVERGENTE
                       MOVE 'DIFERENCA NAO RESOLVIDA'
                         TO WRK-PENDENCIA
                    WHEN FCX-TOTALPDV NOT EQUAL CGA-TOTAL
                       MOVE 'CARGA REFEITA APOS O FECHAMENTO'
                         TO WRK-PENDENCIA
                 END-EVALUATE
           END-READ.
           IF WRK-PENDENCIA NOT EQUAL SPACES
              ADD 1 TO WRK-QTDEPENDENTES
              STRING '  ' CGA-DIA '/' CGA-MES '/' CGA-ANO
                     ' LOJA ' CGA-LOJA ' - ' WRK-PENDENCIA
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0296-EMITIR-PENDENCIA
           END-IF.

       0296-EMITIR-PENDENCIA.
           IF IMPRIMIR-NO-SPOOL
              PERFORM 0960-IMPRIMIR-LINHA
           ELSE
              DISPLAY WRK-SPL-LINHA
              MOVE SPACES TO WRK-SPL-LINHA
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-FECHAMENTO.
           IF CARGAS-ABERTO
              CLOSE ARQ-CONTROLECARGA
           END-IF.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           DISPLAY 'FECHAMENTO DE CAIXA ENCERRADO'.

       0950-ABRIR-SPOOL.
           MOVE 'FECHAMENTO DE CAIXA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE 'A'    TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.

       0960-IMPRIMIR-LINHA.
           DISPLAY WRK-SPL-LINHA.
           MOVE 'L' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
           MOVE SPACES TO WRK-SPL-LINHA.

       0970-FECHAR-SPOOL.
           MOVE 'F' TO WRK-SPL-FUNCAO.
           CALL 'GRAVARSPOOL' USING WRK-SPL-FUNCAO WRK-SPL-RELATORIO
                   WRK-SPL-COMPETENCIA WRK-SPL-LINHA WRK-OPERADOR-ID.
