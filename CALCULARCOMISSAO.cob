      ***             MOLDES DO FAIXASAUMENTO DA FOLHA), E
      ***             GERAR O ARQUIVO COMISSOES PARA A FOLHA
      ***             DE PAGAMENTO, COM RESUMO IMPRESSO PARA
      ***             CONFERENCIA DO DIRETOR DE VENDAS. O
      ***             GERENTE LIGADO A EQUIPE NO EQUIPES GANHA
      ***             UMA LINHA DE COMISSAO DE GERENCIA (TIPO G)
      ***             COM O SEU PERCENTUAL SOBRE A VENDA LIQUIDA
      ***             DE TODOS OS VENDEDORES DA EQUIPE, IMPRESSA
      ***             EM SEPARADO E APROVADA E PAGA JUNTO COM AS
      ***             DEMAIS. O RESUMO VAI TAMBEM PARA O SPOOL DE
      ***             RELATORIOS. BASE DE GERENCIA MAIOR QUE O
      ***             CAMPO COM-BASE E GRAVADA NO LIMITE E
      ***             APONTADA NO RESUMO (O VALOR NAO E AFETADO)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
           SELECT ARQ-EQUIPES ASSIGN TO 'EQUIPES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EQP-CODIGO
             FILE STATUS IS WRK-FS-EQUIPES.
           SELECT ARQ-CONTROLECOMISSAO ASSIGN TO 'CONTROLECOMISSAO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
       COPY COMISSOES.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       FD  ARQ-EQUIPES.
       COPY EQUIPES.
       FD  ARQ-CONTROLECOMISSAO.
       COPY CONTROLECOMISSAO.
       FD  ARQ-COMISTMP.
       01  REG-COMISTMP            PIC X(67).
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-VENDEDOR       PIC 9(05).
           02  CLAS-VALOR          PIC 9(09)V99.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-INCLUIRHIST      PIC X(01)  VALUE 'N'.
           88 INCLUIR-HISTORICO           VALUE 'S'.
       77 WRK-FS-VENDEDORES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CONTROLECOMISSAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-COMISTMP       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-EQUIPES        PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-EQUIPES       PIC X(01)  VALUE 'N'.
           88 FIM-EQUIPES                  VALUE 'S'.
       77 WRK-EQUIPE            PIC X(15)  VALUE SPACES.
       01 WRK-TABELA-EQUIPES.
           02 WRK-EQUIPE-TAB OCCURS 50 TIMES.
              03 WRK-EQP-CODIGO    PIC X(15).
              03 WRK-EQP-BASE      PIC S9(10)V99.
       77 WRK-NUMEQUIPES        PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXEQP            PIC 9(02)  VALUE ZEROS.
       01 WRK-TABELA-GERENTES.
           02 WRK-GERENTE-TAB OCCURS 50 TIMES.
              03 WRK-GER-VENDEDOR  PIC 9(05).
              03 WRK-GER-BASE      PIC 9(10)V99.
              03 WRK-GER-VALOR     PIC 9(08)V99.
              03 WRK-GER-PERCENTUAL PIC 9(02)V99.
              03 WRK-GER-EQUIPES   PIC 9(02).
       77 WRK-NUMGERENTES       PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXGER            PIC 9(02)  VALUE ZEROS.
       77 WRK-OVERRIDE          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTALGERENCIA     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTDEBASELIMITE    PIC 9(02)  VALUE ZEROS.
       77 WRK-SW-BASELIMITE     PIC X(01)  VALUE 'N'.
           88 BASE-NO-LIMITE               VALUE 'S'.
       77 WRK-BASEGER-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SW-APROVADA       PIC X(01)  VALUE 'N'.
           88 APURACAO-APROVADA            VALUE 'S'.
       77 WRK-FIM-EXPURGO       PIC X(01)  VALUE 'N'.
           END-IF.

       0200-APURAR-COMISSOES.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'APURACAO DE COMISSOES ' WRK-ANO '/' WRK-MES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-VENDEDOR
                INPUT PROCEDURE IS 0210-SELECIONAR-PERIODO
                OUTPUT PROCEDURE IS 0220-TOTALIZAR-VENDEDOR.
           IF WRK-NUMEQUIPES GREATER THAN ZEROS
              PERFORM 0270-APURAR-GERENTES
           END-IF.

       0210-SELECIONAR-PERIODO.
           MOVE 'N' TO WRK-FIM-DETALHE.
           MOVE WRK-COMISSAO     TO COM-VALOR.
           MOVE 'P'              TO COM-SITUACAO.
           MOVE SPACES           TO COM-MOTIVO.
           MOVE 'V'              TO COM-TIPO.
           IF MODO-SIMULACAO
              PERFORM 0260-ACUMULAR-SIMULACAO
           ELSE
              WRITE REG-COMISSAO
           END-IF.
           PERFORM 0250-BUSCAR-NOME-VENDEDOR.
           IF WRK-EQUIPE NOT EQUAL SPACES
              PERFORM 0255-ACUMULAR-EQUIPE
           END-IF.
           MOVE WRK-BASE       TO WRK-BASE-ED.
           MOVE WRK-COMISSAO   TO WRK-COMISSAO-ED.
           MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED.
           STRING 'VENDEDOR ' COM-VENDEDOR ' ' WRK-VENDEDOR-NOME
                  ' BASE R$' WRK-BASE-ED
                  ' FAIXA ' WRK-PERCENTUAL-ED '%'
                  ' COMISSAO R$' WRK-COMISSAO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0240-BUSCAR-FAIXA.
           MOVE ZEROS TO WRK-PERCENTUAL.

       0250-BUSCAR-NOME-VENDEDOR.
           MOVE SPACES TO WRK-VENDEDOR-NOME.
           MOVE SPACES TO WRK-EQUIPE.
           IF VENDEDORES-ABERTO
              MOVE WRK-VENDEDOR-ANT TO VEND-CODIGO
              READ ARQ-VENDEDORES
                    MOVE '*** NAO CADASTRADO ***'
                      TO WRK-VENDEDOR-NOME
                 NOT INVALID KEY
                    MOVE VEND-NOME   TO WRK-VENDEDOR-NOME
                    MOVE VEND-EQUIPE TO WRK-EQUIPE
              END-READ
           END-IF.

       0255-ACUMULAR-EQUIPE.
           PERFORM VARYING WRK-IDXEQP FROM 1 BY 1
                   UNTIL WRK-IDXEQP > WRK-NUMEQUIPES
              IF WRK-EQP-CODIGO(WRK-IDXEQP) EQUAL WRK-EQUIPE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WRK-IDXEQP > WRK-NUMEQUIPES
              IF WRK-NUMEQUIPES EQUAL 50
                 DISPLAY 'TABELA DE EQUIPES CHEIA - EQUIPE '
                         WRK-EQUIPE ' SEM COMISSAO DE GERENCIA'
                 MOVE ZEROS TO WRK-IDXEQP
              ELSE
                 ADD 1 TO WRK-NUMEQUIPES
                 MOVE WRK-NUMEQUIPES TO WRK-IDXEQP
                 MOVE WRK-EQUIPE TO WRK-EQP-CODIGO(WRK-IDXEQP)
                 MOVE ZEROS      TO WRK-EQP-BASE(WRK-IDXEQP)
              END-IF
           END-IF.
           IF WRK-IDXEQP GREATER THAN ZEROS
              ADD WRK-BASE TO WRK-EQP-BASE(WRK-IDXEQP)
           END-IF.

       0260-ACUMULAR-SIMULACAO.
           MOVE WRK-IDXFAIXA TO WRK-IDXSIM.
           IF WRK-IDXSIM GREATER THAN WRK-NUMFAIXAS
           ADD WRK-BASE     TO WRK-SIM-BASE(WRK-IDXSIM).
           ADD WRK-COMISSAO TO WRK-SIM-COMISSAO(WRK-IDXSIM).

       0270-APURAR-GERENTES.
           MOVE ZEROS TO WRK-NUMGERENTES.
           MOVE 'N' TO WRK-FIM-EQUIPES.
           OPEN INPUT ARQ-EQUIPES.
           IF WRK-FS-EQUIPES NOT EQUAL '00'
              DISPLAY 'CADASTRO EQUIPES NAO DISPONIVEL - SEM '
                      'COMISSAO DE GERENCIA'
           ELSE
              PERFORM UNTIL FIM-EQUIPES
                 READ ARQ-EQUIPES NEXT RECORD
                    AT END
                       SET FIM-EQUIPES TO TRUE
                    NOT AT END
                       IF EQUIPE-ATIVA
                          AND EQP-GERENTEVEND GREATER THAN ZEROS
                          AND EQP-PERCGERENTE GREATER THAN ZEROS
                          PERFORM 0275-CALCULAR-OVERRIDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-EQUIPES
              IF WRK-NUMGERENTES GREATER THAN ZEROS
                 MOVE '============================================='
                   TO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
                 MOVE 'COMISSAO DE GERENCIA (SOBRE A EQUIPE)'
                   TO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
                 PERFORM 0280-GRAVAR-GERENTE
                         VARYING WRK-IDXGER FROM 1 BY 1
                         UNTIL WRK-IDXGER > WRK-NUMGERENTES
              END-IF
           END-IF.

       0275-CALCULAR-OVERRIDE.
           PERFORM VARYING WRK-IDXEQP FROM 1 BY 1
                   UNTIL WRK-IDXEQP > WRK-NUMEQUIPES
              IF WRK-EQP-CODIGO(WRK-IDXEQP) EQUAL EQP-CODIGO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WRK-IDXEQP NOT GREATER THAN WRK-NUMEQUIPES
              AND WRK-EQP-BASE(WRK-IDXEQP) GREATER THAN ZEROS
              COMPUTE WRK-OVERRIDE ROUNDED =
                      WRK-EQP-BASE(WRK-IDXEQP) *
                      (EQP-PERCGERENTE / 100)
              PERFORM VARYING WRK-IDXGER FROM 1 BY 1
                      UNTIL WRK-IDXGER > WRK-NUMGERENTES
                 IF WRK-GER-VENDEDOR(WRK-IDXGER) EQUAL EQP-GERENTEVEND
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WRK-IDXGER > WRK-NUMGERENTES
                 IF WRK-NUMGERENTES EQUAL 50
                    DISPLAY 'TABELA DE GERENTES CHEIA - EQUIPE '
                            EQP-CODIGO ' SEM COMISSAO DE GERENCIA'
                    MOVE ZEROS TO WRK-IDXGER
                 ELSE
                    ADD 1 TO WRK-NUMGERENTES
                    MOVE WRK-NUMGERENTES TO WRK-IDXGER
                    MOVE EQP-GERENTEVEND
                      TO WRK-GER-VENDEDOR(WRK-IDXGER)
                    MOVE ZEROS TO WRK-GER-BASE(WRK-IDXGER)
                    MOVE ZEROS TO WRK-GER-VALOR(WRK-IDXGER)
                    MOVE ZEROS TO WRK-GER-EQUIPES(WRK-IDXGER)
                    MOVE EQP-PERCGERENTE
                      TO WRK-GER-PERCENTUAL(WRK-IDXGER)
                 END-IF
              END-IF
              IF WRK-IDXGER GREATER THAN ZEROS
                 ADD WRK-EQP-BASE(WRK-IDXEQP)
                   TO WRK-GER-BASE(WRK-IDXGER)
                 ADD WRK-OVERRIDE TO WRK-GER-VALOR(WRK-IDXGER)
                 ADD 1 TO WRK-GER-EQUIPES(WRK-IDXGER)
              END-IF
           END-IF.

       0280-GRAVAR-GERENTE.
           IF WRK-GER-EQUIPES(WRK-IDXGER) GREATER THAN 1
              COMPUTE WRK-GER-PERCENTUAL(WRK-IDXGER) ROUNDED =
                      WRK-GER-VALOR(WRK-IDXGER) * 100 /
                      WRK-GER-BASE(WRK-IDXGER)
           END-IF.
           ADD WRK-GER-VALOR(WRK-IDXGER) TO WRK-TOTALGERENCIA.
           MOVE WRK-GER-VENDEDOR(WRK-IDXGER)   TO COM-VENDEDOR.
           MOVE WRK-ANO                        TO COM-ANO.
           MOVE WRK-MES                        TO COM-MES.
           MOVE 'N' TO WRK-SW-BASELIMITE.
           COMPUTE COM-BASE = WRK-GER-BASE(WRK-IDXGER)
              ON SIZE ERROR
                 MOVE 99999999,99 TO COM-BASE
                 SET BASE-NO-LIMITE TO TRUE
                 ADD 1 TO WRK-QTDEBASELIMITE
           END-COMPUTE.
           MOVE WRK-GER-PERCENTUAL(WRK-IDXGER) TO COM-PERCENTUAL.
           MOVE WRK-GER-VALOR(WRK-IDXGER)      TO COM-VALOR.
           MOVE 'P'                            TO COM-SITUACAO.
           MOVE SPACES                         TO COM-MOTIVO.
           MOVE 'G'                            TO COM-TIPO.
           IF NOT MODO-SIMULACAO
              WRITE REG-COMISSAO
           END-IF.
           MOVE COM-VENDEDOR TO WRK-VENDEDOR-ANT.
           PERFORM 0250-BUSCAR-NOME-VENDEDOR.
           MOVE WRK-GER-BASE(WRK-IDXGER) TO WRK-BASEGER-ED.
           MOVE COM-VALOR      TO WRK-COMISSAO-ED.
           MOVE COM-PERCENTUAL TO WRK-PERCENTUAL-ED.
           STRING 'GERENTE ' COM-VENDEDOR ' ' WRK-VENDEDOR-NOME
                  ' EQUIPES ' WRK-GER-EQUIPES(WRK-IDXGER)
                  ' BASE R$' WRK-BASEGER-ED
                  ' ' WRK-PERCENTUAL-ED '%'
                  ' GERENCIA R$' WRK-COMISSAO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF BASE-NO-LIMITE
              MOVE '  BASE ACIMA DO CAMPO COM-BASE - GRAVADA NO LIMITE'
                TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0300-FINALIZAR.
           IF NOT MODO-SIMULACAO
              CLOSE ARQ-COMISSOES
              CLOSE ARQ-VENDEDORES
           END-IF.
           MOVE WRK-TOTALCOMISSAO TO WRK-TOTAL-ED.
           STRING 'VENDEDORES COMISSIONADOS: ' WRK-QTDEVENDEDORES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'TOTAL DE COMISSOES: R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTALGERENCIA TO WRK-TOTAL-ED.
           STRING 'GERENTES COMISSIONADOS: ' WRK-NUMGERENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'TOTAL DE COMISSAO DE GERENCIA: R$'
                  WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF MODO-SIMULACAO
              PERFORM 0310-IMPRIMIR-SIMULACAO
           ELSE
              MOVE 'CONFERIR E APROVAR ANTES DO PAGAMENTO'
                TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           IF WRK-QTDEBASELIMITE GREATER THAN ZEROS
              STRING 'GERENTES COM BASE GRAVADA NO LIMITE: '
                     WRK-QTDEBASELIMITE
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0970-FECHAR-SPOOL.
           STRING 'APURACAO ' WRK-ANO '/' WRK-MES
                  ' SIMULACAO ' WRK-SIMULAR
                  ' VENDEDORES ' WRK-QTDEVENDEDORES
                  ' TOTAL ' WRK-TOTALCOMISSAO
                  ' GER ' WRK-TOTALGERENCIA
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0310-IMPRIMIR-SIMULACAO.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE 'SIMULACAO DE COMISSOES - NADA FOI GRAVADO'
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXSIM FROM 1 BY 1
                   UNTIL WRK-IDXSIM GREATER THAN WRK-NUMFAIXAS
              IF WRK-SIM-QTDE(WRK-IDXSIM) GREATER THAN ZEROS
                 MOVE WRK-FAIXA-PERCENTUAL(WRK-IDXSIM)
                   TO WRK-SIMPCT-ED
                 MOVE WRK-SIM-BASE(WRK-IDXSIM) TO WRK-SIM-ED
                 STRING 'FAIXA ' WRK-SIMPCT-ED '% VENDEDORES '
                        WRK-SIM-QTDE(WRK-IDXSIM)
                        ' BASE R$' WRK-SIM-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
                 MOVE WRK-SIM-COMISSAO(WRK-IDXSIM) TO WRK-SIM-ED
                 STRING '  COMISSAO DA FAIXA R$' WRK-SIM-ED
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.
           IF WRK-SIM-QTDE(11) GREATER THAN ZEROS
              STRING 'FORA DE FAIXA (SEM COMISSAO): '
                     WRK-SIM-QTDE(11) ' VENDEDOR(ES)'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.

       0950-ABRIR-SPOOL.
           IF MODO-SIMULACAO
              MOVE 'SIMULACAO COMISSOES' TO WRK-SPL-RELATORIO
           ELSE
              MOVE 'APURACAO COMISSOES'  TO WRK-SPL-RELATORIO
           END-IF.
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
