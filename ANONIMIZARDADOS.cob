       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZARDADOS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: ANONIMIZACAO DE DADOS PESSOAIS (LGPD)
      ***             VENCIDA A RETENCAO DO RETENCAODADOS:
      ***             CLIENTES INATIVOS SEM PARCELA EM ABERTO,
      ***             SEM CONTRATO NAO RESGATADO E SEM COMPRA NO
      ***             PERIODO, E FUNCIONARIOS DESLIGADOS HA MAIS
      ***             TEMPO QUE A RETENCAO. MASCARA NOME, CPF,
      ***             CONTATOS E DADOS BANCARIOS, MANTENDO OS
      ***             CODIGOS E OS VALORES, E LIMPA OS MESMOS
      ***             DADOS NO HISTORICOALTERACOES. DO
      ***             FUNCIONARIO MASCARA TAMBEM O NOME NA
      ***             FOLHAPAGAMENTO, NO DECIMOTERCEIRO E NOS
      ***             PAGAMENTOSREMESSA E NOME, CPF DO TITULAR E
      ***             DADOS BANCARIOS NAS ALTERACOESPENDENTES,
      ***             LOCALIZADOS PELA MATRICULA, E NOME E CPF
      ***             NAS LINHAS DOS HOLERITES E DOS REGISTROS DE
      ***             FOLHA E DE 13O GUARDADAS NO SPOOL DE
      ***             RELATORIOS. FICAM DE FORA OS ARQUIVOS DE
      ***             IMPRESSAO HOLERITES, CARTASCOBRANCA E
      ***             REMESSACOBRANCA: SAO RECRIADOS A CADA
      ***             EXECUCAO DO PROGRAMA QUE OS GERA E SO
      ***             TRAZEM A FOLHA CORRENTE E CLIENTES COM
      ***             PARCELA EM ABERTO, QUE NUNCA SAO ELEGIVEIS.
      ***             OS DEMAIS RELATORIOS DO SPOOL SAEM PELO
      ***             EXPURGARSPOOL. SIMULACAO SO
      ***             LISTA OS ELEGIVEIS. EXIGE SUPERVISOR E
      ***             REGISTRA CADA ANONIMIZACAO NA AUDITORIA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FUNC-MATRICULA
             FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-DETALHEVENDA ASSIGN TO 'DETALHEVENDA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEVENDA.
           SELECT ARQ-DETALHEHIST ASSIGN TO 'DETALHEVENDAHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-DETALHEHIST.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-CONTRATOS.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICOALTERACOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ARQ-FOLHA ASSIGN TO 'FOLHAPAGAMENTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FOL-CHAVE
             FILE STATUS IS WRK-FS-FOLHA.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMOTERCEIRO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEC-CHAVE
             FILE STATUS IS WRK-FS-DECIMO.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOSREMESSA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PGT-CHAVE
             FILE STATUS IS WRK-FS-PAGAMENTOS.
           SELECT ARQ-PENDENTES ASSIGN TO 'ALTERACOESPENDENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PND-CHAVE
             FILE STATUS IS WRK-FS-PENDENTES.
           SELECT ARQ-SPOOLINDICE ASSIGN TO 'SPOOLINDICE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SPI-NUMERO
             FILE STATUS IS WRK-FS-INDICE.
           SELECT ARQ-SPOOLLINHAS ASSIGN TO 'SPOOLLINHAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SPL-CHAVE
             FILE STATUS IS WRK-FS-LINHAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCIONARIOS.
       FD  ARQ-DETALHEVENDA.
       COPY DETALHEVENDA.
       FD  ARQ-DETALHEHIST.
       COPY DETALHEVENDA REPLACING ==REG-DETALHE== BY ==REG-DETHIST==
            LEADING ==DET-== BY ==DTH-==.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-CONTRATOS.
       COPY CONTRATOS.
       FD  ARQ-HISTORICO.
       COPY HISTORICOALTERACOES.
       FD  ARQ-FOLHA.
       COPY FOLHAPAGAMENTO.
       FD  ARQ-DECIMO.
       COPY DECIMOTERCEIRO.
       FD  ARQ-PAGAMENTOS.
       COPY PAGAMENTOSREMESSA.
       FD  ARQ-PENDENTES.
       COPY ALTERACOESPENDENTES.
       FD  ARQ-SPOOLINDICE.
       COPY SPOOLINDICE.
       FD  ARQ-SPOOLLINHAS.
       COPY SPOOLLINHAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY RETENCAODADOS.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CONTRATOS     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-HISTORICO     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FOLHA         PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DECIMO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PENDENTES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-INDICE        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-LINHAS        PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-LINHAS       PIC X(01)  VALUE 'N'.
           88 FIM-LINHAS                  VALUE 'S'.
       77 WRK-SW-AUTORIZADO    PIC X(01)  VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO       VALUE 'S'.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-ANONIMIZACAO      VALUE 'S'.
       77 WRK-MODO             PIC X(01)  VALUE 'S'.
           88 MODO-SIMULACAO              VALUE 'S'.
           88 MODO-EXECUCAO               VALUE 'E'.
       77 WRK-CONFIRMA         PIC X(01)  VALUE 'N'.
       77 WRK-FIM-LEITURA      PIC X(01)  VALUE 'N'.
           88 FIM-LEITURA                 VALUE 'S'.
       77 WRK-FIM-PARCELAS     PIC X(01)  VALUE 'N'.
           88 FIM-PARCELAS                VALUE 'S'.
       77 WRK-SW-MASCARAR      PIC X(01)  VALUE 'N'.
           88 MASCARAR-HISTORICO          VALUE 'S'.
       77 WRK-ANOLIMITE        PIC 9(04)  VALUE ZEROS.
       77 WRK-ANOMESLIMITE     PIC 9(06)  VALUE ZEROS.
       77 WRK-DATALIMITE       PIC 9(08)  VALUE ZEROS.
       77 WRK-DATASAIDA        PIC 9(08)  VALUE ZEROS.
       77 WRK-ANOMES           PIC 9(06)  VALUE ZEROS.
       01 WRK-TABELA-CLIENTES.
           02 WRK-CANDIDATO     OCCURS 500 TIMES.
              03 WRK-TC-CODIGO   PIC 9(06).
              03 WRK-TC-ULTIMA   PIC 9(06).
              03 WRK-TC-ELEGIVEL PIC X(01).
                 88 CLIENTE-ELEGIVEL       VALUE 'S'.
              03 WRK-TC-MOTIVO   PIC X(20).
       77 WRK-NUMCLIENTES      PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXCLI           PIC 9(03)  VALUE ZEROS.
       77 WRK-POSCLI           PIC 9(03)  VALUE ZEROS.
       77 WRK-CLIENTEPROCURADO PIC 9(06)  VALUE ZEROS.
       01 WRK-TABELA-MATRICULAS.
           02 WRK-MATRICULA-TAB PIC 9(05) OCCURS 500 TIMES.
       77 WRK-NUMMATRICULAS    PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXTAB           PIC 9(03)  VALUE ZEROS.
       77 WRK-MATRICULAPROCURADA PIC 9(05) VALUE ZEROS.
       77 WRK-POSMAT           PIC 9(03)  VALUE ZEROS.
       77 WRK-IDXCAMPO         PIC 9(02)  VALUE ZEROS.
       77 WRK-QTDECANDIDATOS   PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDECLIENTES     PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEFUNCIONARIOS PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEHISTORICO    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEFOLHA        PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEDECIMO       PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEPAGAMENTOS   PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEPENDENTES    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDESPOOL        PIC 9(05)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'ANONIMIZARDADOS'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-ANONIMIZACAO
               PERFORM 0200-SELECIONAR-CLIENTES
               PERFORM 0300-VERIFICAR-MOVIMENTO
               PERFORM 0400-ANONIMIZAR-CLIENTES
               PERFORM 0500-ANONIMIZAR-FUNCIONARIOS
               IF MODO-EXECUCAO
                  PERFORM 0600-MASCARAR-HISTORICO
                  IF WRK-NUMMATRICULAS GREATER THAN ZEROS
                     PERFORM 0630-MASCARAR-FOLHA
                     PERFORM 0640-MASCARAR-DECIMO
                     PERFORM 0650-MASCARAR-PAGAMENTOS
                     PERFORM 0660-MASCARAR-PENDENTES
                     PERFORM 0670-MASCARAR-SPOOL
                  END-IF
               END-IF
               PERFORM 0700-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              DISPLAY 'MODO (S=SIMULACAO E=EXECUCAO) '
              ACCEPT WRK-MODO
              IF MODO-EXECUCAO
                 DISPLAY 'CONFIRMA A ANONIMIZACAO DEFINITIVA (S/N) '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL 'S'
                    SET PROCESSAR-ANONIMIZACAO TO TRUE
                 ELSE
                    DISPLAY 'ANONIMIZACAO CANCELADA'
                 END-IF
              ELSE
                 SET MODO-SIMULACAO TO TRUE
                 SET PROCESSAR-ANONIMIZACAO TO TRUE
              END-IF
           END-IF.
           IF PROCESSAR-ANONIMIZACAO
              COMPUTE WRK-ANOLIMITE = WRK-DATAANO - WRK-ANOSRETENCAO
              COMPUTE WRK-ANOMESLIMITE = WRK-ANOLIMITE * 100
                                       + WRK-DATAMES
              COMPUTE WRK-DATALIMITE = WRK-ANOLIMITE * 10000
                                     + WRK-DATAMES * 100 + WRK-DATADIA
              DISPLAY '========================================'
              DISPLAY ' ANONIMIZACAO DE DADOS PESSOAIS - MODO '
                      WRK-MODO
              DISPLAY ' RETENCAO ' WRK-ANOSRETENCAO
                      ' ANOS - LIMITE ' WRK-DATALIMITE
              DISPLAY '========================================'
           END-IF.

       0200-SELECIONAR-CLIENTES.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0210-LER-CLIENTE UNTIL FIM-LEITURA.
           IF WRK-FS-CLIENTES NOT EQUAL '35'
              CLOSE ARQ-CLIENTES
           END-IF.
           IF WRK-QTDECANDIDATOS GREATER THAN WRK-NUMCLIENTES
              DISPLAY 'CLIENTES INATIVOS ALEM DE ' WRK-NUMCLIENTES
                      ' FICAM PARA A PROXIMA EXECUCAO'
           END-IF.

       0210-LER-CLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF NOT CLIENTE-ATIVO
                    AND CLI-NOME NOT EQUAL WRK-NOMEANONIMO
                    ADD 1 TO WRK-QTDECANDIDATOS
                    IF WRK-NUMCLIENTES LESS THAN 500
                       ADD 1 TO WRK-NUMCLIENTES
                       MOVE CLI-CODIGO
                         TO WRK-TC-CODIGO(WRK-NUMCLIENTES)
                       MOVE ZEROS TO WRK-TC-ULTIMA(WRK-NUMCLIENTES)
                       MOVE 'S'   TO WRK-TC-ELEGIVEL(WRK-NUMCLIENTES)
                       MOVE SPACES TO WRK-TC-MOTIVO(WRK-NUMCLIENTES)
                    END-IF
                 END-IF
           END-READ.

       0300-VERIFICAR-MOVIMENTO.
           IF WRK-NUMCLIENTES GREATER THAN ZEROS
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN INPUT ARQ-DETALHEVENDA
              IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0310-LER-DETALHE UNTIL FIM-LEITURA
              IF WRK-FS-DETALHEVENDA NOT EQUAL '35'
                 CLOSE ARQ-DETALHEVENDA
              END-IF
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN INPUT ARQ-DETALHEHIST
              IF WRK-FS-DETALHEHIST NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0315-LER-DETALHEHIST UNTIL FIM-LEITURA
              IF WRK-FS-DETALHEHIST NOT EQUAL '35'
                 CLOSE ARQ-DETALHEHIST
              END-IF
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN INPUT ARQ-CONTRATOS
              IF WRK-FS-CONTRATOS NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0330-LER-CONTRATO UNTIL FIM-LEITURA
              IF WRK-FS-CONTRATOS NOT EQUAL '35'
                 CLOSE ARQ-CONTRATOS
              END-IF
              OPEN INPUT ARQ-PARCELAS
              IF WRK-FS-PARCELAS EQUAL '00'
                 PERFORM VARYING WRK-IDXCLI FROM 1 BY 1
                         UNTIL WRK-IDXCLI GREATER THAN WRK-NUMCLIENTES
                    PERFORM 0340-VERIFICAR-PARCELAS
                 END-PERFORM
                 CLOSE ARQ-PARCELAS
              END-IF
           END-IF.

       0310-LER-DETALHE.
           READ ARQ-DETALHEVENDA
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DET-CLIENTE TO WRK-CLIENTEPROCURADO
                 COMPUTE WRK-ANOMES = DET-ANO * 100 + DET-MES
                 PERFORM 0320-ATUALIZAR-ULTIMA
           END-READ.

       0315-LER-DETALHEHIST.
           READ ARQ-DETALHEHIST
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DTH-CLIENTE TO WRK-CLIENTEPROCURADO
                 COMPUTE WRK-ANOMES = DTH-ANO * 100 + DTH-MES
                 PERFORM 0320-ATUALIZAR-ULTIMA
           END-READ.

       0320-ATUALIZAR-ULTIMA.
           PERFORM 0390-LOCALIZAR-CLIENTE.
           IF WRK-POSCLI GREATER THAN ZEROS
              AND WRK-ANOMES GREATER THAN WRK-TC-ULTIMA(WRK-POSCLI)
              MOVE WRK-ANOMES TO WRK-TC-ULTIMA(WRK-POSCLI)
           END-IF.

       0330-LER-CONTRATO.
           READ ARQ-CONTRATOS
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF NOT CONTRATO-RESGATADO
                    MOVE CONT-CLIENTE TO WRK-CLIENTEPROCURADO
                    PERFORM 0390-LOCALIZAR-CLIENTE
                    IF WRK-POSCLI GREATER THAN ZEROS
                       MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-POSCLI)
                       MOVE 'CONTRATO NAO RESGAT'
                         TO WRK-TC-MOTIVO(WRK-POSCLI)
                    END-IF
                 END-IF
           END-READ.

       0340-VERIFICAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-PARCELAS.
           MOVE WRK-TC-CODIGO(WRK-IDXCLI) TO PAR-CLIENTE.
           MOVE ZEROS TO PAR-ANO.
           MOVE ZEROS TO PAR-MES.
           MOVE ZEROS TO PAR-SEQ.
           MOVE ZEROS TO PAR-PARCELA.
           START ARQ-PARCELAS
                 KEY GREATER THAN OR EQUAL TO PAR-CHAVE
              INVALID KEY
                 SET FIM-PARCELAS TO TRUE
           END-START.
           PERFORM 0345-LER-PARCELA UNTIL FIM-PARCELAS.

       0345-LER-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PAR-CLIENTE NOT EQUAL WRK-TC-CODIGO(WRK-IDXCLI)
                    SET FIM-PARCELAS TO TRUE
                 ELSE
                    IF PARCELA-ABERTA
                       MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-IDXCLI)
                       MOVE 'PARCELA EM ABERTO'
                         TO WRK-TC-MOTIVO(WRK-IDXCLI)
                       SET FIM-PARCELAS TO TRUE
                    END-IF
                 END-IF
           END-READ.

       0390-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-POSCLI.
           PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                   UNTIL WRK-IDXTAB GREATER THAN WRK-NUMCLIENTES
                      OR WRK-POSCLI GREATER THAN ZEROS
              IF WRK-TC-CODIGO(WRK-IDXTAB) EQUAL WRK-CLIENTEPROCURADO
                 MOVE WRK-IDXTAB TO WRK-POSCLI
              END-IF
           END-PERFORM.

       0400-ANONIMIZAR-CLIENTES.
           IF WRK-NUMCLIENTES GREATER THAN ZEROS
              OPEN I-O ARQ-CLIENTES
              IF WRK-FS-CLIENTES EQUAL '00'
                 DISPLAY 'CLIENTES INATIVOS'
                 PERFORM VARYING WRK-IDXCLI FROM 1 BY 1
                         UNTIL WRK-IDXCLI GREATER THAN WRK-NUMCLIENTES
                    PERFORM 0410-AVALIAR-CLIENTE
                 END-PERFORM
                 CLOSE ARQ-CLIENTES
              END-IF
           END-IF.

       0410-AVALIAR-CLIENTE.
           IF CLIENTE-ELEGIVEL(WRK-IDXCLI)
              AND WRK-TC-ULTIMA(WRK-IDXCLI) NOT LESS THAN
                  WRK-ANOMESLIMITE
              MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-IDXCLI)
              MOVE 'COMPRA NA RETENCAO' TO WRK-TC-MOTIVO(WRK-IDXCLI)
           END-IF.
           IF CLIENTE-ELEGIVEL(WRK-IDXCLI)
              ADD 1 TO WRK-QTDECLIENTES
              DISPLAY '  ' WRK-TC-CODIGO(WRK-IDXCLI)
                      ' ULTIMA COMPRA ' WRK-TC-ULTIMA(WRK-IDXCLI)
                      ' ELEGIVEL'
              IF MODO-EXECUCAO
                 PERFORM 0420-MASCARAR-CLIENTE
              END-IF
           ELSE
              DISPLAY '  ' WRK-TC-CODIGO(WRK-IDXCLI)
                      ' ULTIMA COMPRA ' WRK-TC-ULTIMA(WRK-IDXCLI)
                      ' MANTIDO: ' WRK-TC-MOTIVO(WRK-IDXCLI)
           END-IF.

       0420-MASCARAR-CLIENTE.
           MOVE WRK-TC-CODIGO(WRK-IDXCLI) TO CLI-CODIGO.
           READ ARQ-CLIENTES
              INVALID KEY
                 MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-IDXCLI)
              NOT INVALID KEY
                 MOVE WRK-NOMEANONIMO TO CLI-NOME
                 MOVE SPACES TO CLI-CPF
                 MOVE SPACES TO CLI-ENDERECO
                 MOVE SPACES TO CLI-TELEFONE
                 MOVE SPACES TO CLI-EMAIL
                 REWRITE REG-CLIENTE
                    INVALID KEY
                       MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-IDXCLI)
                    NOT INVALID KEY
                       SET MASCARAR-HISTORICO TO TRUE
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CLIENTE ' CLI-CODIGO
                              ' ANONIMIZADO - ULTIMA COMPRA '
                              WRK-TC-ULTIMA(WRK-IDXCLI)
                              DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                       PERFORM 0800-GRAVAR-AUDITORIA
                 END-REWRITE
           END-READ.
           IF NOT CLIENTE-ELEGIVEL(WRK-IDXCLI)
              SUBTRACT 1 FROM WRK-QTDECLIENTES
              DISPLAY '  ERRO AO ANONIMIZAR O CLIENTE '
                      WRK-TC-CODIGO(WRK-IDXCLI)
           END-IF.

       0500-ANONIMIZAR-FUNCIONARIOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           IF MODO-EXECUCAO
              OPEN I-O ARQ-FUNCIONARIOS
           ELSE
              OPEN INPUT ARQ-FUNCIONARIOS
           END-IF.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              DISPLAY 'FUNCIONARIOS DESLIGADOS'
           END-IF.
           PERFORM 0510-LER-FUNCIONARIO UNTIL FIM-LEITURA.
           IF WRK-FS-FUNCIONARIOS NOT EQUAL '35'
              CLOSE ARQ-FUNCIONARIOS
           END-IF.

       0510-LER-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF FUNCIONARIO-DESLIGADO
                    IF FUNC-NOME NOT EQUAL WRK-NOMEANONIMO
                       PERFORM 0520-AVALIAR-FUNCIONARIO
                    ELSE
                       IF MODO-EXECUCAO
                          PERFORM 0540-GUARDAR-MATRICULA
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0520-AVALIAR-FUNCIONARIO.
           COMPUTE WRK-DATASAIDA = FUNC-ANOSAIDA * 10000
                                 + FUNC-MESSAIDA * 100 + FUNC-DIASAIDA.
           IF WRK-DATASAIDA LESS THAN WRK-DATALIMITE
              ADD 1 TO WRK-QTDEFUNCIONARIOS
              DISPLAY '  ' FUNC-MATRICULA ' SAIDA ' WRK-DATASAIDA
                      ' ELEGIVEL'
              IF MODO-EXECUCAO
                 PERFORM 0530-MASCARAR-FUNCIONARIO
              END-IF
           END-IF.

       0530-MASCARAR-FUNCIONARIO.
           MOVE WRK-NOMEANONIMO TO FUNC-NOME.
           MOVE SPACES TO FUNC-CPF.
           MOVE ZEROS  TO FUNC-BANCO.
           MOVE ZEROS  TO FUNC-AGENCIA.
           MOVE ZEROS  TO FUNC-CONTA.
           REWRITE REG-FUNCIONARIO
              INVALID KEY
                 SUBTRACT 1 FROM WRK-QTDEFUNCIONARIOS
                 DISPLAY '  ERRO AO ANONIMIZAR A MATRICULA '
                         FUNC-MATRICULA
              NOT INVALID KEY
                 SET MASCARAR-HISTORICO TO TRUE
                 PERFORM 0540-GUARDAR-MATRICULA
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'FUNCIONARIO ' FUNC-MATRICULA
                        ' ANONIMIZADO - SAIDA ' WRK-DATASAIDA
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 PERFORM 0800-GRAVAR-AUDITORIA
           END-REWRITE.

       0540-GUARDAR-MATRICULA.
           IF WRK-NUMMATRICULAS LESS THAN 500
              ADD 1 TO WRK-NUMMATRICULAS
              MOVE FUNC-MATRICULA
                TO WRK-MATRICULA-TAB(WRK-NUMMATRICULAS)
           END-IF.

       0600-MASCARAR-HISTORICO.
           IF MASCARAR-HISTORICO
              MOVE 'N' TO WRK-FIM-LEITURA
              OPEN I-O ARQ-HISTORICO
              IF WRK-FS-HISTORICO NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
              PERFORM 0610-LER-HISTORICO UNTIL FIM-LEITURA
              IF WRK-FS-HISTORICO NOT EQUAL '35'
                 CLOSE ARQ-HISTORICO
              END-IF
           END-IF.

       0610-LER-HISTORICO.
           READ ARQ-HISTORICO
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE ZEROS TO WRK-POSCLI
                 EVALUATE TRUE
                    WHEN HAL-CLIENTE
                       MOVE HAL-CHAVE(1:6) TO WRK-CLIENTEPROCURADO
                       PERFORM 0390-LOCALIZAR-CLIENTE
                       IF WRK-POSCLI GREATER THAN ZEROS
                          AND NOT CLIENTE-ELEGIVEL(WRK-POSCLI)
                          MOVE ZEROS TO WRK-POSCLI
                       END-IF
                    WHEN HAL-FUNCIONARIO
                       PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                         UNTIL WRK-IDXTAB GREATER THAN WRK-NUMMATRICULAS
                          IF HAL-CHAVE(1:5) EQUAL
                             WRK-MATRICULA-TAB(WRK-IDXTAB)
                             MOVE WRK-IDXTAB TO WRK-POSCLI
                          END-IF
                       END-PERFORM
                 END-EVALUATE
                 IF WRK-POSCLI GREATER THAN ZEROS
                    PERFORM 0620-MASCARAR-ALTERACAO
                 END-IF
           END-READ.

       0620-MASCARAR-ALTERACAO.
           MOVE SPACES TO HAL-ANTES.
           MOVE SPACES TO HAL-DEPOIS.
           PERFORM VARYING WRK-IDXCAMPO FROM 1 BY 1
                   UNTIL WRK-IDXCAMPO GREATER THAN HAL-QTDECAMPOS
              EVALUATE HAL-CAMPO-NOME(WRK-IDXCAMPO)
                 WHEN 'NOME'
                 WHEN 'CPF'
                 WHEN 'ENDERECO'
                 WHEN 'TELEFONE'
                 WHEN 'EMAIL'
                 WHEN 'BANCO'
                 WHEN 'AGENCIA'
                 WHEN 'CONTA'
                 WHEN 'CPFTITULAR'
                    MOVE WRK-NOMEANONIMO
                      TO HAL-CAMPO-ANTES(WRK-IDXCAMPO)
                    MOVE WRK-NOMEANONIMO
                      TO HAL-CAMPO-DEPOIS(WRK-IDXCAMPO)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           REWRITE REG-HISTALTERACAO.
           ADD 1 TO WRK-QTDEHISTORICO.

       0630-MASCARAR-FOLHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN I-O ARQ-FOLHA.
           IF WRK-FS-FOLHA NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0635-LER-FOLHA UNTIL FIM-LEITURA.
           IF WRK-FS-FOLHA NOT EQUAL '35'
              CLOSE ARQ-FOLHA
           END-IF.

       0635-LER-FOLHA.
           READ ARQ-FOLHA NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE FOL-MATRICULA TO WRK-MATRICULAPROCURADA
                 PERFORM 0690-LOCALIZAR-MATRICULA
                 IF WRK-POSMAT GREATER THAN ZEROS
                    MOVE WRK-NOMEANONIMO TO FOL-NOME
                    REWRITE REG-FOLHA
                    ADD 1 TO WRK-QTDEFOLHA
                 END-IF
           END-READ.

       0640-MASCARAR-DECIMO.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN I-O ARQ-DECIMO.
           IF WRK-FS-DECIMO NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0645-LER-DECIMO UNTIL FIM-LEITURA.
           IF WRK-FS-DECIMO NOT EQUAL '35'
              CLOSE ARQ-DECIMO
           END-IF.

       0645-LER-DECIMO.
           READ ARQ-DECIMO NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 MOVE DEC-MATRICULA TO WRK-MATRICULAPROCURADA
                 PERFORM 0690-LOCALIZAR-MATRICULA
                 IF WRK-POSMAT GREATER THAN ZEROS
                    MOVE WRK-NOMEANONIMO TO DEC-NOME
                    REWRITE REG-DECIMO
                    ADD 1 TO WRK-QTDEDECIMO
                 END-IF
           END-READ.

       0650-MASCARAR-PAGAMENTOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           END-IF.
           PERFORM 0655-LER-PAGAMENTO UNTIL FIM-LEITURA.
           IF WRK-FS-PAGAMENTOS NOT EQUAL '35'
              CLOSE ARQ-PAGAMENTOS
           END-IF.

       0655-LER-PAGAMENTO.
           READ ARQ-PAGAMENTOS NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF NOT PGT-COMISSAO
                    MOVE PGT-FAVORECIDO TO WRK-MATRICULAPROCURADA
                    PERFORM 0690-LOCALIZAR-MATRICULA
                    IF WRK-POSMAT GREATER THAN ZEROS
                       MOVE WRK-NOMEANONIMO TO PGT-NOME
                       REWRITE REG-PAGAMENTO
                       ADD 1 TO WRK-QTDEPAGAMENTOS
                    END-IF
                 END-IF
           END-READ.

       0660-MASCARAR-PENDENTES.
           OPEN I-O ARQ-PENDENTES.
           IF WRK-FS-PENDENTES EQUAL '00'
              PERFORM VARYING WRK-POSMAT FROM 1 BY 1
                      UNTIL WRK-POSMAT GREATER THAN WRK-NUMMATRICULAS
                 PERFORM 0665-MASCARAR-PENDENTE
              END-PERFORM
              CLOSE ARQ-PENDENTES
           END-IF.

       0665-MASCARAR-PENDENTE.
           MOVE 'F' TO PND-CADASTRO.
           MOVE WRK-MATRICULA-TAB(WRK-POSMAT) TO PND-CODIGO.
           READ ARQ-PENDENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WRK-NOMEANONIMO TO PND-NOME
                 MOVE ZEROS  TO PND-BANCOANT
                 MOVE ZEROS  TO PND-AGENCIAANT
                 MOVE ZEROS  TO PND-CONTAANT
                 MOVE SPACES TO PND-CPFTITANT
                 MOVE ZEROS  TO PND-BANCONOVO
                 MOVE ZEROS  TO PND-AGENCIANOVA
                 MOVE ZEROS  TO PND-CONTANOVA
                 MOVE SPACES TO PND-CPFTITNOVO
                 REWRITE REG-PENDENTE
                 ADD 1 TO WRK-QTDEPENDENTES
           END-READ.

       0670-MASCARAR-SPOOL.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ARQ-SPOOLINDICE.
           IF WRK-FS-INDICE NOT EQUAL '00'
              SET FIM-LEITURA TO TRUE
           ELSE
              OPEN I-O ARQ-SPOOLLINHAS
              IF WRK-FS-LINHAS NOT EQUAL '00'
                 SET FIM-LEITURA TO TRUE
              END-IF
           END-IF.
           PERFORM 0675-LER-INDICE UNTIL FIM-LEITURA.
           IF WRK-FS-INDICE NOT EQUAL '35'
              CLOSE ARQ-SPOOLINDICE
              IF WRK-FS-LINHAS NOT EQUAL '35'
                 CLOSE ARQ-SPOOLLINHAS
              END-IF
           END-IF.

       0675-LER-INDICE.
           READ ARQ-SPOOLINDICE NEXT RECORD
              AT END
                 SET FIM-LEITURA TO TRUE
              NOT AT END
                 IF SPI-NUMERO GREATER THAN ZEROS
                    AND (SPI-RELATORIO EQUAL 'HOLERITES'
                     OR SPI-RELATORIO EQUAL 'REGISTRO FOLHA'
                     OR SPI-RELATORIO EQUAL 'REGISTRO 13O SALARIO')
                    PERFORM 0677-MASCARAR-LINHAS
                 END-IF
           END-READ.

       0677-MASCARAR-LINHAS.
           MOVE 'N'        TO WRK-FIM-LINHAS.
           MOVE SPI-NUMERO TO SPL-NUMERO.
           MOVE ZEROS      TO SPL-SEQUENCIA.
           START ARQ-SPOOLLINHAS
                 KEY GREATER THAN OR EQUAL TO SPL-CHAVE
              INVALID KEY
                 SET FIM-LINHAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-LINHAS
              READ ARQ-SPOOLLINHAS NEXT RECORD
                 AT END
                    SET FIM-LINHAS TO TRUE
                 NOT AT END
                    IF SPL-NUMERO NOT EQUAL SPI-NUMERO
                       SET FIM-LINHAS TO TRUE
                    ELSE
                       PERFORM 0679-MASCARAR-LINHA
                    END-IF
              END-READ
           END-PERFORM.

       0679-MASCARAR-LINHA.
           MOVE ZEROS TO WRK-POSMAT.
           IF SPL-TEXTO(1:10) EQUAL 'MATRICULA '
              AND SPL-TEXTO(11:5) IS NUMERIC
              MOVE SPL-TEXTO(11:5) TO WRK-MATRICULAPROCURADA
              PERFORM 0690-LOCALIZAR-MATRICULA
              IF WRK-POSMAT GREATER THAN ZEROS
                 MOVE SPACES TO SPL-TEXTO(17:46)
                 MOVE WRK-NOMEANONIMO TO SPL-TEXTO(17:30)
              END-IF
           ELSE
              IF SPL-TEXTO(1:5) IS NUMERIC
                 AND SPL-TEXTO(6:1) EQUAL SPACE
                 MOVE SPL-TEXTO(1:5) TO WRK-MATRICULAPROCURADA
                 PERFORM 0690-LOCALIZAR-MATRICULA
                 IF WRK-POSMAT GREATER THAN ZEROS
                    MOVE WRK-NOMEANONIMO TO SPL-TEXTO(7:20)
                 END-IF
              END-IF
           END-IF.
           IF WRK-POSMAT GREATER THAN ZEROS
              REWRITE REG-SPOOLLINHA
              ADD 1 TO WRK-QTDESPOOL
           END-IF.

       0690-LOCALIZAR-MATRICULA.
           MOVE ZEROS TO WRK-POSMAT.
           PERFORM VARYING WRK-IDXTAB FROM 1 BY 1
                   UNTIL WRK-IDXTAB GREATER THAN WRK-NUMMATRICULAS
                      OR WRK-POSMAT GREATER THAN ZEROS
              IF WRK-MATRICULA-TAB(WRK-IDXTAB)
                 EQUAL WRK-MATRICULAPROCURADA
                 MOVE WRK-IDXTAB TO WRK-POSMAT
              END-IF
           END-PERFORM.

       0700-FINALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'CLIENTES ELEGIVEIS........: ' WRK-QTDECLIENTES.
           DISPLAY 'FUNCIONARIOS ELEGIVEIS....: ' WRK-QTDEFUNCIONARIOS.
           IF MODO-EXECUCAO
              DISPLAY 'ALTERACOES MASCARADAS.....: ' WRK-QTDEHISTORICO
              DISPLAY 'FOLHAS MASCARADAS.........: ' WRK-QTDEFOLHA
              DISPLAY '13O SALARIOS MASCARADOS...: ' WRK-QTDEDECIMO
              DISPLAY 'PAGAMENTOS MASCARADOS.....: '
                      WRK-QTDEPAGAMENTOS
              DISPLAY 'PENDENCIAS MASCARADAS.....: '
                      WRK-QTDEPENDENTES
              DISPLAY 'LINHAS DE SPOOL MASCARADAS: ' WRK-QTDESPOOL
           ELSE
              DISPLAY 'SIMULACAO - NENHUM DADO ALTERADO'
           END-IF.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'ANONIMIZACAO MODO ' WRK-MODO
                  ' LIMITE ' WRK-DATALIMITE
                  ' CLIENTES ' WRK-QTDECLIENTES
                  ' FUNCIONARIOS ' WRK-QTDEFUNCIONARIOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           PERFORM 0800-GRAVAR-AUDITORIA.

       0800-GRAVAR-AUDITORIA.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.
