      ***             DEBITO/CREDITO POR ORIGEM: VENDAS
      ***             LIQUIDAS DO MESESVENDA, COMISSOES
      ***             APROVADAS DO COMISSOES, IMPACTO DOS
      ***             AUMENTOS DO HISTAUMENTO, IR RETIDO DO
      ***             RESUMOCONTRATOS E MULTA E JUROS DE
      ***             ATRASO RECEBIDOS NAS PARCELAS BAIXADAS NO
      ***             MES (PARCELASRECEBER) E BRUTO, INSS E IRRF
      ***             DA FOLHA DE PAGAMENTO (FOLHAPAGAMENTO) E
      ***             PROVISAO DE FERIAS COM TERCO E DE 13O
      ***             SALARIO (PROVISOESFOLHA),
      ***             CONTRA O DE-PARA DE
      ***             CONTAS DO CONTASCONTABEIS (MANTIDO
      ***             AQUI MESMO). TRAILER COM DEBITOS =
      ***             CREDITOS, LISTA DE CONFERENCIA E
           SELECT ARQ-RESUMOCONTRATOS ASSIGN TO 'RESUMOCONTRATOS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-RESUMOCONTRATOS.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-FOLHA ASSIGN TO 'FOLHAPAGAMENTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FOL-CHAVE
             FILE STATUS IS WRK-FS-FOLHA.
           SELECT ARQ-PROVISOES ASSIGN TO 'PROVISOESFOLHA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRV-CHAVE
             FILE STATUS IS WRK-FS-PROVISOES.
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOSVENDA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
           02  HIST-SALARIONOVO     PIC 9(06)V99.
       FD  ARQ-RESUMOCONTRATOS.
       COPY RESUMOCONTRATOS.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-FOLHA.
       COPY FOLHAPAGAMENTO.
       FD  ARQ-PROVISOES.
       COPY PROVISOESFOLHA.
       FD  ARQ-PERIODOS.
       01  REG-PERIODO.
           02  PER-CHAVE.
       77 WRK-FS-COMISSOES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-HISTAUMENTO   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-RESUMOCONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FOLHA         PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PROVISOES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PERIODOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CONTAS        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CONTROLE      PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01)  VALUE 'N'.
           88 FIM-ARQUIVO                 VALUE 'S'.
       01 WRK-ORIGENS.
           02 WRK-ORIGEM OCCURS 10 TIMES.
              03 WRK-ORG-NOME    PIC X(10).
              03 WRK-ORG-VALOR   PIC 9(12)V99.
              03 WRK-ORG-DEBITO  PIC 9(08).
              03 WRK-ORG-CREDITO PIC 9(08).
       77 WRK-IDXORG           PIC 9(02)  VALUE ZEROS.
       77 WRK-QTDELANCAMENTOS  PIC 9(04)  VALUE ZEROS.
       77 WRK-TOTDEBITOS       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTCREDITOS      PIC 9(13)V99 VALUE ZEROS.
           MOVE 'COMISSOES' TO WRK-ORG-NOME(2).
           MOVE 'AUMENTOS'  TO WRK-ORG-NOME(3).
           MOVE 'IRRETIDO'  TO WRK-ORG-NOME(4).
           MOVE 'ENCARGOS'  TO WRK-ORG-NOME(5).
           MOVE 'FOLHA'     TO WRK-ORG-NOME(6).
           MOVE 'INSSFOLHA' TO WRK-ORG-NOME(7).
           MOVE 'IRRFFOLHA' TO WRK-ORG-NOME(8).
           MOVE 'PROVFERIAS' TO WRK-ORG-NOME(9).
           MOVE 'PROV13'    TO WRK-ORG-NOME(10).
           PERFORM 0335-APURAR-VENDAS.
           PERFORM 0340-APURAR-COMISSOES.
           PERFORM 0345-APURAR-AUMENTOS.
           PERFORM 0350-APURAR-IR.
           PERFORM 0355-APURAR-ENCARGOS.
           PERFORM 0358-APURAR-FOLHA.
           PERFORM 0359-APURAR-PROVISOES.

       0335-APURAR-VENDAS.
           OPEN INPUT ARQ-MESESVENDA.
              CLOSE ARQ-RESUMOCONTRATOS
           END-IF.

       0355-APURAR-ENCARGOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS NOT EQUAL '00'
              SET FIM-ARQUIVO TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-PARCELAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF PARCELA-LIQUIDADA
                       AND PAR-PAGTOANO EQUAL WRK-ANO
                       AND PAR-PAGTOMES EQUAL WRK-MES
                       COMPUTE WRK-ORG-VALOR(5) =
                               WRK-ORG-VALOR(5)
                             + PAR-MULTA + PAR-JUROS
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-PARCELAS NOT EQUAL '35'
              CLOSE ARQ-PARCELAS
           END-IF.

       0358-APURAR-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF WRK-FS-FOLHA NOT EQUAL '00'
              SET FIM-ARQUIVO TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQ-FOLHA NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF FOL-ANO EQUAL WRK-ANO
                       AND FOL-MES EQUAL WRK-MES
                       ADD FOL-BRUTO TO WRK-ORG-VALOR(6)
                       ADD FOL-INSS  TO WRK-ORG-VALOR(7)
                       ADD FOL-IRRF  TO WRK-ORG-VALOR(8)
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-FOLHA NOT EQUAL '35'
              CLOSE ARQ-FOLHA
           END-IF.

       0359-APURAR-PROVISOES.
           OPEN INPUT ARQ-PROVISOES.
           IF WRK-FS-PROVISOES EQUAL '00'
              MOVE WRK-ANO TO PRV-ANO
              MOVE WRK-MES TO PRV-MES
              READ ARQ-PROVISOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WRK-ORG-VALOR(9) = PRV-FERIAS
                          + PRV-TERCO
                    MOVE PRV-DECIMO TO WRK-ORG-VALOR(10)
              END-READ
              CLOSE ARQ-PROVISOES
           END-IF.

       0360-MAPEAR-CONTAS.
           MOVE 'S' TO WRK-SW-MAPEADO.
           OPEN INPUT ARQ-CONTAS.
              MOVE 'N' TO WRK-SW-MAPEADO
           ELSE
              PERFORM VARYING WRK-IDXORG FROM 1 BY 1
                      UNTIL WRK-IDXORG GREATER THAN 10
                 IF WRK-ORG-VALOR(WRK-IDXORG)
                       GREATER THAN ZEROS
                    MOVE WRK-ORG-NOME(WRK-IDXORG) TO MAP-ORIGEM
                   WRK-ANO '/' WRK-MES.
           PERFORM 0410-GRAVAR-ORIGEM
                   VARYING WRK-IDXORG FROM 1 BY 1
                   UNTIL WRK-IDXORG GREATER THAN 10.
           MOVE SPACES TO REG-LANCAMENTO.
           MOVE 'T' TO LAN-TRL-TIPO.
           MOVE WRK-QTDELANCAMENTOS TO LAN-TRL-QTDE.
              CLOSE ARQ-CONTAS
              OPEN I-O ARQ-CONTAS
           END-IF.
           DISPLAY 'ORIGEM (VENDAS/COMISSOES/AUMENTOS/IRRETIDO/'
                   'ENCARGOS/FOLHA/INSSFOLHA/IRRFFOLHA/'
                   'PROVFERIAS/PROV13) '.
           ACCEPT WRK-CODORIGEM.
           DISPLAY 'CONTA DEBITO '.
           ACCEPT WRK-CONTADEBITO.
