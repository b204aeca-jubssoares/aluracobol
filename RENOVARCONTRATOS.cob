      ***             E TAXA VIGENTE DO CURVATAXAS) OU DAR
      ***             BAIXA COMO PAGO. A LIGACAO CONTRATO
      ***             ANTIGO/NOVO FICA NO ARQUIVO RENOVACOES
      ***             E TUDO VAI PARA A AUDITORIA. O NOVO
      ***             CONTRATO MANTEM OU TROCA O PRODUTO, QUE
      ***             DEVE ESTAR ATIVO NO PRODUTOSINVEST E TER
      ***             PRAZO MINIMO ATENDIDO. AVISA QUANDO A
      ***             RENOVACAO DEIXA O CPF DO CLIENTE ACIMA DO
      ***             TETO DO FGC (VERIFICARFGC)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS CRV-CHAVE
             FILE STATUS IS WRK-FS-CURVATAXAS.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
           SELECT ARQ-RENOVTMP ASSIGN TO 'RENOVTMP'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RENOVTMP.
               03  CRV-ANO         PIC 9(04).
               03  CRV-MES         PIC 9(02).
           02  CRV-TAXAMES         PIC 9(02)V99.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       FD  ARQ-RENOVTMP.
       01  REG-RENOVTMP            PIC X(42).
       FD  ARQ-RENOVACOES.
       01  REG-RENOVACAO.
           02  REN-CONTRATOANTIGO  PIC 9(06).
       77 WRK-FS-CURVATAXAS      PIC X(02) VALUE ZEROS.
       77 WRK-FS-RENOVTMP        PIC X(02) VALUE ZEROS.
       77 WRK-FS-RENOVACOES      PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODUTOSINV     PIC X(02) VALUE ZEROS.
       77 WRK-SW-CATALOGO        PIC X(01) VALUE 'N'.
           88 CATALOGO-ABERTO              VALUE 'S'.
       77 WRK-SW-PRODUTO         PIC X(01) VALUE 'N'.
           88 PRODUTO-ACEITO               VALUE 'S'.
       77 WRK-PRODUTO            PIC 9(03) VALUE ZEROS.
       77 WRK-SW-CURVA           PIC X(01) VALUE 'N'.
           88 CURVA-ABERTA                 VALUE 'S'.
       77 WRK-SW-PROCESSAR       PIC X(01) VALUE 'N'.
       77 WRK-TAXA-ED            PIC Z9,99.
       77 WRK-AUD-PROGRAMA       PIC X(22) VALUE 'RENOVARCONTRATOS'.
       77 WRK-AUD-DETALHE        PIC X(80) VALUE SPACES.
       01 WRK-CONTRATO-SALVO     PIC X(42) VALUE SPACES.
       77 WRK-FGC-POSICAO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FGC-EXCEDENTE      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FGC-OK             PIC X(01) VALUE 'S'.
           88 FGC-EXCEDIDO                 VALUE 'E'.
       77 WRK-FGC-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
                    DISPLAY 'ARQUIVO CURVATAXAS NAO DISPONIVEL - '
                            'RENOVACAO USARA A TAXA ANTIGA'
                 END-IF
                 OPEN INPUT ARQ-PRODUTOSINV
                 IF WRK-FS-PRODUTOSINV EQUAL '00'
                    SET CATALOGO-ABERTO TO TRUE
                 ELSE
                    DISPLAY 'CATALOGO PRODUTOSINVEST NAO DISPONIVEL - '
                            'RENOVACOES BLOQUEADAS'
                 END-IF
                 OPEN OUTPUT ARQ-RENOVTMP
                 SET PROCESSAR-VENCIDOS TO TRUE
                 PERFORM 0120-OBTER-TAXA-VIGENTE
           END-EVALUATE.

       0230-RENOVAR.
           DISPLAY 'PRODUTO DO NOVO CONTRATO (ZERO MANTEM '
                   CONT-PRODUTO ') '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL ZEROS
              MOVE CONT-PRODUTO TO WRK-PRODUTO
           END-IF.
           DISPLAY 'PRAZO DO NOVO CONTRATO EM MESES '.
           ACCEPT WRK-MESES.
           IF WRK-MESES EQUAL ZEROS
              MOVE CONT-MESES TO WRK-MESES
           END-IF.
           PERFORM 0235-CONFERIR-PRODUTO.
           IF PRODUTO-ACEITO
              PERFORM 0237-CONFERIR-FGC
              PERFORM 0232-EFETIVAR-RENOVACAO
           ELSE
              DISPLAY 'CONTRATO ' CONT-NUMERO ' NAO RENOVADO'
           END-IF.

       0235-CONFERIR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRODUTO.
           IF NOT CATALOGO-ABERTO
              DISPLAY 'CATALOGO PRODUTOSINVEST NAO DISPONIVEL'
           ELSE
              MOVE WRK-PRODUTO TO PRI-CODIGO
              READ ARQ-PRODUTOSINV
                 INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-PRODUTO
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT PRODUTO-ATIVO
                          DISPLAY 'PRODUTO INATIVO: ' PRI-NOME
                       WHEN WRK-MESES LESS THAN PRI-CARENCIA
                          DISPLAY 'PRAZO ABAIXO DO MINIMO DE '
                                  PRI-CARENCIA ' MESES DO PRODUTO '
                                  PRI-NOME
                       WHEN OTHER
                          SET PRODUTO-ACEITO TO TRUE
                    END-EVALUATE
              END-READ
           END-IF.

       0237-CONFERIR-FGC.
           CALL 'VERIFICARFGC' USING CONT-CLIENTE WRK-VALORLIQUIDO
                   CONT-NUMERO WRK-FGC-POSICAO WRK-FGC-EXCEDENTE
                   WRK-FGC-OK.
           IF FGC-EXCEDIDO
              MOVE WRK-FGC-EXCEDENTE TO WRK-FGC-ED
              DISPLAY 'ATENCAO: COM A RENOVACAO O CPF DO CLIENTE '
                      CONT-CLIENTE ' FICA ACIMA DO TETO DO FGC EM R$'
                      WRK-FGC-ED
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'ALERTA FGC CLIENTE ' CONT-CLIENTE
                     ' CONTRATO ' CONT-NUMERO
                     ' EXCEDENTE ' WRK-FGC-EXCEDENTE
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0232-EFETIVAR-RENOVACAO.
           ADD 1 TO WRK-MAIORNUMERO.
           MOVE WRK-MAIORNUMERO TO WRK-NOVONUMERO.
           PERFORM 0250-GRAVAR-NOVO-CONTRATO.
           ADD 1 TO WRK-QTDERENOVADOS.
           DISPLAY 'CONTRATO ' CONT-NUMERO ' RENOVADO COMO '
                   WRK-NOVONUMERO.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RENOVADO ' CONT-NUMERO ' PARA ' WRK-NOVONUMERO
                  ' VALOR ' WRK-VALORLIQUIDO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           MOVE WRK-NOVONUMERO   TO CONT-NUMERO.
           MOVE WRK-VALORLIQUIDO TO CONT-PRINCIPAL.
           MOVE WRK-MESES        TO CONT-MESES.
           MOVE WRK-PRODUTO      TO CONT-PRODUTO.
           IF TEM-TAXA-VIGENTE
              MOVE WRK-TAXAVIGENTE TO CONT-TAXAMES
           END-IF.
           MOVE WRK-DATAANO      TO CONT-ANOINICIO.
           MOVE WRK-DATAMES      TO CONT-MESINICIO.
           MOVE WRK-DATADIA      TO CONT-DIAINICIO.
           MOVE 'A'              TO CONT-SITUACAO.
           WRITE REG-RENOVTMP FROM REG-CONTRATO.
           MOVE WRK-CONTRATO-SALVO TO REG-CONTRATO.
           IF CURVA-ABERTA
              CLOSE ARQ-CURVATAXAS
           END-IF.
           IF CATALOGO-ABERTO
              CLOSE ARQ-PRODUTOSINV
           END-IF.
           PERFORM 0310-ANEXAR-NOVOS.
           DISPLAY 'CONTRATOS VENCIDOS REVISADOS: '
                   WRK-QTDEVENCIDOS.
