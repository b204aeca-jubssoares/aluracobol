       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCAATRASO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: REGUA DE COBRANCA NOTURNA DOS CLIENTES
      ***             COM PARCELAS VENCIDAS NO PARCELASRECEBER.
      ***             PARA CADA CLIENTE APURA O MAIOR ATRASO E
      ***             O VALOR VENCIDO EM ABERTO E AVANCA O
      ***             ESTAGIO NO COBRANCACLIENTES: LEMBRETE A
      ***             PARTIR DE 5 DIAS, AVISO DE COBRANCA A
      ***             PARTIR DE 30 E ULTIMO AVISO A PARTIR DE
      ***             60 DIAS, QUANDO O CREDITO A PRAZO E
      ***             BLOQUEADO. CADA AVANCO GERA UMA CARTA NO
      ***             CARTASCOBRANCA (PRONTO PARA IMPRESSAO,
      ***             COM NOME E ENDERECO DO CLIENTES, COMO O
      ***             CARTASAVISO DO AVISOSVENCIMENTO), MAIS A
      ***             LISTA DE CONTROLE DAS CARTAS, QUE VAI
      ***             TAMBEM PARA O SPOOL DE RELATORIOS. CLIENTE QUE
      ***             REGULARIZA VOLTA AO ESTAGIO ZERO, MAS O
      ***             BLOQUEIO SO SAI PELA LIBERACAO DO
      ***             SUPERVISOR NO CONTASRECEBER
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARCELAS ASSIGN TO 'PARCELASRECEBER'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PAR-CHAVE
             FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-COBRANCA ASSIGN TO 'COBRANCACLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CBR-CLIENTE
             FILE STATUS IS WRK-FS-COBRANCA.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-CARTAS ASSIGN TO 'CARTASCOBRANCA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-CARTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELAS.
       COPY PARCELASRECEBER.
       FD  ARQ-COBRANCA.
       COPY COBRANCACLIENTES.
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       FD  ARQ-CARTAS.
       01  REG-CARTA               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       COPY TOTAISLOTE.
       77 WRK-FS-PARCELAS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-COBRANCA      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CLIENTES      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CARTAS        PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PARCELAS      PIC X(01)  VALUE 'N'.
           88 PARCELAS-ABERTO             VALUE 'S'.
       77 WRK-SW-COBRANCA      PIC X(01)  VALUE 'N'.
           88 COBRANCA-ABERTO             VALUE 'S'.
       77 WRK-SW-CLIENTES      PIC X(01)  VALUE 'N'.
           88 CLIENTES-ABERTO             VALUE 'S'.
       77 WRK-FIM-PARCELAS     PIC X(01)  VALUE 'N'.
           88 FIM-PARCELAS                VALUE 'S'.
       77 WRK-SW-TEMDADOS      PIC X(01)  VALUE 'N'.
           88 TEM-DADOS                   VALUE 'S'.
       77 WRK-SW-NOVO          PIC X(01)  VALUE 'N'.
           88 REGISTRO-NOVO               VALUE 'S'.
      * DIAS DE ATRASO QUE LEVAM A CADA ESTAGIO DA REGUA.
       77 WRK-DIAS-LEMBRETE    PIC 9(03)  VALUE 5.
       77 WRK-DIAS-AVISO       PIC 9(03)  VALUE 30.
       77 WRK-DIAS-BLOQUEIO    PIC 9(03)  VALUE 60.
       77 WRK-HOJEDIAS         PIC 9(08)  VALUE ZEROS.
       77 WRK-VENCDIAS         PIC 9(08)  VALUE ZEROS.
       77 WRK-DIASPARCELA      PIC S9(05) VALUE ZEROS.
       77 WRK-CLIENTE-ANT      PIC 9(06)  VALUE ZEROS.
       77 WRK-MAIORATRASO      PIC 9(05)  VALUE ZEROS.
       77 WRK-VALORVENCIDO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ESTAGIO          PIC 9(01)  VALUE ZEROS.
       77 WRK-QTDECLIENTES     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECARTAS       PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEBLOQUEIOS    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEREGULARES    PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEERROS        PIC 9(05)  VALUE ZEROS.
       77 WRK-NOME             PIC X(30)  VALUE SPACES.
       77 WRK-ENDERECO         PIC X(40)  VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-DIAS-ED          PIC ZZ.ZZ9.
       77 WRK-LINHA            PIC X(80)  VALUE SPACES.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'COBRANCAATRASO'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            MOVE ZEROS TO WRK-TOT-PROCESSADOS.
            MOVE ZEROS TO WRK-TOT-REJEITADOS.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL FIM-PARCELAS.
            PERFORM 0300-FINALIZAR.
            MOVE WRK-QTDECLIENTES TO WRK-TOT-PROCESSADOS.
            MOVE WRK-QTDEERROS    TO WRK-TOT-REJEITADOS.
            EVALUATE TRUE
               WHEN NOT PARCELAS-ABERTO
                  MOVE ZEROS TO RETURN-CODE
               WHEN NOT COBRANCA-ABERTO
                  MOVE 8 TO RETURN-CODE
               WHEN WRK-QTDEERROS GREATER THAN ZEROS
                  OR NOT CLIENTES-ABERTO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZEROS TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJEDIAS = WRK-DATAANO * 360
                 + WRK-DATAMES * 30 + WRK-DATADIA.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS NOT EQUAL '00'
              DISPLAY 'ARQUIVO PARCELASRECEBER NAO ENCONTRADO - '
                      'NAO HA COBRANCA A FAZER'
              SET FIM-PARCELAS TO TRUE
           ELSE
              SET PARCELAS-ABERTO TO TRUE
              OPEN I-O ARQ-COBRANCA
              IF WRK-FS-COBRANCA EQUAL '35'
                 OPEN OUTPUT ARQ-COBRANCA
                 CLOSE ARQ-COBRANCA
                 OPEN I-O ARQ-COBRANCA
              END-IF
              IF WRK-FS-COBRANCA NOT EQUAL '00'
                 DISPLAY 'ARQUIVO COBRANCACLIENTES INDISPONIVEL - '
                         'FS ' WRK-FS-COBRANCA
                 SET FIM-PARCELAS TO TRUE
              ELSE
                 SET COBRANCA-ABERTO TO TRUE
                 OPEN INPUT ARQ-CLIENTES
                 IF WRK-FS-CLIENTES EQUAL '00'
                    SET CLIENTES-ABERTO TO TRUE
                 ELSE
                    DISPLAY 'CADASTRO CLIENTES NAO DISPONIVEL - '
                            'CARTAS SAIRAO SEM NOME'
                 END-IF
                 OPEN OUTPUT ARQ-CARTAS
                 PERFORM 0950-ABRIR-SPOOL
                 MOVE 'LISTA DE CONTROLE DAS CARTAS DE COBRANCA'
                   TO WRK-SPL-LINHA
                 PERFORM 0960-IMPRIMIR-LINHA
              END-IF
           END-IF.

       0200-PROCESSAR.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 SET FIM-PARCELAS TO TRUE
                 IF TEM-DADOS
                    PERFORM 0220-AVALIAR-CLIENTE
                 END-IF
              NOT AT END
                 IF NOT TEM-DADOS
                    MOVE PAR-CLIENTE TO WRK-CLIENTE-ANT
                    SET TEM-DADOS TO TRUE
                 END-IF
                 IF PAR-CLIENTE NOT EQUAL WRK-CLIENTE-ANT
                    PERFORM 0220-AVALIAR-CLIENTE
                    MOVE PAR-CLIENTE TO WRK-CLIENTE-ANT
                 END-IF
                 PERFORM 0210-ACUMULAR-PARCELA
           END-READ.

       0210-ACUMULAR-PARCELA.
           IF PARCELA-ABERTA
              COMPUTE WRK-VENCDIAS = PAR-VENCANO * 360
                    + PAR-VENCMES * 30 + PAR-VENCDIA
              COMPUTE WRK-DIASPARCELA = WRK-HOJEDIAS - WRK-VENCDIAS
              IF WRK-DIASPARCELA GREATER THAN ZEROS
                 ADD PAR-VALOR TO WRK-VALORVENCIDO
                 IF WRK-DIASPARCELA GREATER THAN WRK-MAIORATRASO
                    MOVE WRK-DIASPARCELA TO WRK-MAIORATRASO
                 END-IF
              END-IF
           END-IF.

       0220-AVALIAR-CLIENTE.
           ADD 1 TO WRK-QTDECLIENTES.
           EVALUATE TRUE
              WHEN WRK-MAIORATRASO NOT LESS THAN WRK-DIAS-BLOQUEIO
                 MOVE 3 TO WRK-ESTAGIO
              WHEN WRK-MAIORATRASO NOT LESS THAN WRK-DIAS-AVISO
                 MOVE 2 TO WRK-ESTAGIO
              WHEN WRK-MAIORATRASO NOT LESS THAN WRK-DIAS-LEMBRETE
                 MOVE 1 TO WRK-ESTAGIO
              WHEN OTHER
                 MOVE 0 TO WRK-ESTAGIO
           END-EVALUATE.
           MOVE 'N' TO WRK-SW-NOVO.
           MOVE WRK-CLIENTE-ANT TO CBR-CLIENTE.
           READ ARQ-COBRANCA
              INVALID KEY
                 SET REGISTRO-NOVO TO TRUE
           END-READ.
           IF REGISTRO-NOVO AND WRK-ESTAGIO EQUAL ZEROS
              CONTINUE
           ELSE
              IF REGISTRO-NOVO
                 MOVE WRK-CLIENTE-ANT TO CBR-CLIENTE
                 MOVE ZEROS  TO CBR-ESTAGIO
                 MOVE ZEROS  TO CBR-ESTAGIOANO
                 MOVE ZEROS  TO CBR-ESTAGIOMES
                 MOVE ZEROS  TO CBR-ESTAGIODIA
                 MOVE 'N'    TO CBR-BLOQUEIO
                 MOVE ZEROS  TO CBR-LIBERANO
                 MOVE ZEROS  TO CBR-LIBERMES
                 MOVE ZEROS  TO CBR-LIBERDIA
                 MOVE SPACES TO CBR-LIBEROPERADOR
              END-IF
              MOVE WRK-MAIORATRASO  TO CBR-DIASATRASO
              MOVE WRK-VALORVENCIDO TO CBR-VALORATRASO
              EVALUATE TRUE
                 WHEN WRK-ESTAGIO GREATER THAN CBR-ESTAGIO
                    PERFORM 0230-AVANCAR-ESTAGIO
                 WHEN WRK-ESTAGIO EQUAL ZEROS
                    AND CBR-ESTAGIO GREATER THAN ZEROS
                    MOVE ZEROS TO CBR-ESTAGIO
                    ADD 1 TO WRK-QTDEREGULARES
                    STRING 'CLIENTE ' CBR-CLIENTE
                           ' REGULARIZADO - REGUA REINICIADA'
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0960-IMPRIMIR-LINHA
              END-EVALUATE
              PERFORM 0250-GRAVAR-COBRANCA
           END-IF.
           MOVE ZEROS TO WRK-MAIORATRASO.
           MOVE ZEROS TO WRK-VALORVENCIDO.

       0230-AVANCAR-ESTAGIO.
           MOVE WRK-ESTAGIO TO CBR-ESTAGIO.
           MOVE WRK-DATAANO TO CBR-ESTAGIOANO.
           MOVE WRK-DATAMES TO CBR-ESTAGIOMES.
           MOVE WRK-DATADIA TO CBR-ESTAGIODIA.
           IF CBR-ULTIMO-ESTAGIO
              MOVE 'S' TO CBR-BLOQUEIO
              ADD 1 TO WRK-QTDEBLOQUEIOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'BLOQUEIO DE CREDITO CLIENTE ' CBR-CLIENTE
                     ' ATRASO ' WRK-MAIORATRASO ' DIAS'
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
           PERFORM 0240-GERAR-CARTA.

       0240-GERAR-CARTA.
           ADD 1 TO WRK-QTDECARTAS.
           PERFORM 0245-BUSCAR-CLIENTE.
           MOVE WRK-VALORVENCIDO TO WRK-VALOR-ED.
           MOVE WRK-MAIORATRASO  TO WRK-DIAS-ED.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE ALL '*' TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PREZADO(A) ' WRK-NOME
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           IF WRK-ENDERECO NOT EQUAL SPACES
              MOVE WRK-ENDERECO TO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE ' CBR-CLIENTE
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           EVALUATE CBR-ESTAGIO
              WHEN 1
                 MOVE 'LEMBRETE: CONSTA PARCELA VENCIDA EM ABERTO.'
                   TO WRK-LINHA
              WHEN 2
                 MOVE 'AVISO DE COBRANCA: PARCELAS EM ATRASO.'
                   TO WRK-LINHA
              WHEN OTHER
                 MOVE 'ULTIMO AVISO: PARCELAS EM ATRASO.'
                   TO WRK-LINHA
           END-EVALUATE.
           WRITE REG-CARTA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MAIOR ATRASO: ' WRK-DIAS-ED ' DIAS'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR VENCIDO EM ABERTO: R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           IF CBR-ULTIMO-ESTAGIO
              MOVE 'SEU CREDITO PARA COMPRAS A PRAZO ESTA BLOQUEADO.'
                TO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
           END-IF.
           MOVE 'PROCURE NOSSA LOJA PARA REGULARIZAR SEU DEBITO.'
             TO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           STRING 'CARTA ' WRK-QTDECARTAS
                  ' ESTAGIO ' CBR-ESTAGIO
                  ' CLIENTE ' CBR-CLIENTE ' ' WRK-NOME
                  ' ATRASO ' WRK-DIAS-ED
                  ' R$' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0245-BUSCAR-CLIENTE.
           MOVE '*** NAO CADASTRADO ***' TO WRK-NOME.
           MOVE SPACES TO WRK-ENDERECO.
           IF CLIENTES-ABERTO
              MOVE CBR-CLIENTE TO CLI-CODIGO
              READ ARQ-CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOME     TO WRK-NOME
                    MOVE CLI-ENDERECO TO WRK-ENDERECO
              END-READ
           END-IF.

       0250-GRAVAR-COBRANCA.
           IF REGISTRO-NOVO
              WRITE REG-COBRANCA
                 INVALID KEY
                    ADD 1 TO WRK-QTDEERROS
              END-WRITE
           ELSE
              REWRITE REG-COBRANCA
                 INVALID KEY
                    ADD 1 TO WRK-QTDEERROS
              END-REWRITE
           END-IF.

       0300-FINALIZAR.
           IF PARCELAS-ABERTO
              CLOSE ARQ-PARCELAS
           END-IF.
           IF COBRANCA-ABERTO
              CLOSE ARQ-COBRANCA
              CLOSE ARQ-CARTAS
           END-IF.
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
           STRING 'CLIENTES AVALIADOS: ' WRK-QTDECLIENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CARTAS DE COBRANCA GERADAS: ' WRK-QTDECARTAS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CREDITOS BLOQUEADOS NA NOITE: ' WRK-QTDEBLOQUEIOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'CLIENTES REGULARIZADOS: ' WRK-QTDEREGULARES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-QTDEERROS GREATER THAN ZEROS
              STRING 'ERROS DE GRAVACAO NO COBRANCACLIENTES: '
                     WRK-QTDEERROS
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0970-FECHAR-SPOOL.

       0950-ABRIR-SPOOL.
           MOVE 'CARTAS COBRANCA' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-DATAANO * 100
                 + WRK-DATAMES.
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
