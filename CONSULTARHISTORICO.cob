       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARHISTORICO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONSULTA DO HISTORICO DE ALTERACOES DE
      ***             UM REGISTRO DE CADASTRO: VENDEDOR (V),
      ***             FUNCIONARIO (F), CLIENTE (C), PRECO DE
      ***             UM PRODUTO (P, TODAS AS VIGENCIAS) OU
      ***             METAS DE UM VENDEDOR (M). LISTA CADA
      ***             INCLUSAO, ALTERACAO E EXCLUSAO GRAVADA
      ***             NO HISTORICOALTERACOES COM DATA/HORA,
      ***             OPERADOR, PROGRAMA E OS CAMPOS ALTERADOS
      ***             COM O VALOR ANTERIOR E O NOVO. A CONSULTA
      ***             VAI TAMBEM PARA O SPOOL DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICOALTERACOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
       COPY HISTORICOALTERACOES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-HISTORICO    PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-HISTORICO   PIC X(01)  VALUE 'N'.
           88 FIM-HISTORICO               VALUE 'S'.
       77 WRK-HISTORICO-ABERTO PIC X(01) VALUE 'N'.
           88 HISTORICO-ABERTO            VALUE 'S'.
       77 WRK-CADASTRO        PIC X(01)  VALUE SPACES.
           88 CADASTRO-VALIDO             VALUE 'V' 'F' 'C' 'P' 'M'.
       77 WRK-CODIGO          PIC 9(06)  VALUE ZEROS.
       77 WRK-CODIGO5         PIC 9(05)  VALUE ZEROS.
       77 WRK-CHAVE           PIC X(20)  VALUE SPACES.
       77 WRK-TAMCHAVE        PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXCAMPO        PIC 9(02)  VALUE ZEROS.
       77 WRK-OPERACAO        PIC X(09)  VALUE SPACES.
       77 WRK-QTDE-TOTAL      PIC 9(06)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL FIM-HISTORICO.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'CADASTRO (V=VENDEDOR F=FUNCIONARIO C=CLIENTE '
                   'P=PRECO M=META) '.
           ACCEPT WRK-CADASTRO.
           IF NOT CADASTRO-VALIDO
              DISPLAY 'CADASTRO INVALIDO: ' WRK-CADASTRO
              SET FIM-HISTORICO TO TRUE
           ELSE
              PERFORM 0110-LER-CHAVE
              OPEN INPUT ARQ-HISTORICO
              IF WRK-FS-HISTORICO NOT EQUAL '00'
                 DISPLAY 'ARQUIVO HISTORICOALTERACOES NAO ENCONTRADO'
                 SET FIM-HISTORICO TO TRUE
              ELSE
                 SET HISTORICO-ABERTO TO TRUE
                 PERFORM 0900-ABRIR-SPOOL
                 STRING 'HISTORICO DE ALTERACOES ' WRK-CADASTRO
                        ' ' WRK-CHAVE
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0910-IMPRIMIR-LINHA
                 PERFORM 0120-LER-HISTORICO
              END-IF
           END-IF.

       0110-LER-CHAVE.
           MOVE SPACES TO WRK-CHAVE.
           EVALUATE WRK-CADASTRO
              WHEN 'C'
                 DISPLAY 'CODIGO DO CLIENTE '
                 ACCEPT WRK-CODIGO
                 MOVE WRK-CODIGO TO WRK-CHAVE
                 MOVE 6 TO WRK-TAMCHAVE
              WHEN 'P'
                 DISPLAY 'CODIGO DO PRODUTO '
                 ACCEPT WRK-CHAVE
                 MOVE 6 TO WRK-TAMCHAVE
              WHEN 'F'
                 DISPLAY 'MATRICULA '
                 ACCEPT WRK-CODIGO5
                 MOVE WRK-CODIGO5 TO WRK-CHAVE
                 MOVE 5 TO WRK-TAMCHAVE
              WHEN OTHER
                 DISPLAY 'CODIGO DO VENDEDOR '
                 ACCEPT WRK-CODIGO5
                 MOVE WRK-CODIGO5 TO WRK-CHAVE
                 MOVE 5 TO WRK-TAMCHAVE
           END-EVALUATE.

       0120-LER-HISTORICO.
           READ ARQ-HISTORICO
              AT END
                 SET FIM-HISTORICO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF HAL-CADASTRO EQUAL WRK-CADASTRO
              AND HAL-CHAVE(1:WRK-TAMCHAVE)
                  EQUAL WRK-CHAVE(1:WRK-TAMCHAVE)
              PERFORM 0210-LISTAR-ALTERACAO
           END-IF.
           PERFORM 0120-LER-HISTORICO.

       0210-LISTAR-ALTERACAO.
           ADD 1 TO WRK-QTDE-TOTAL.
           EVALUATE TRUE
              WHEN HAL-INCLUSAO
                 MOVE 'INCLUSAO'  TO WRK-OPERACAO
              WHEN HAL-EXCLUSAO
                 MOVE 'EXCLUSAO'  TO WRK-OPERACAO
              WHEN OTHER
                 MOVE 'ALTERACAO' TO WRK-OPERACAO
           END-EVALUATE.
           MOVE '----------------------------------------'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING HAL-ANO '/' HAL-MES '/' HAL-DIA ' '
                  HAL-HORA ':' HAL-MINUTO ':' HAL-SEGUNDO ' '
                  WRK-OPERACAO ' ' HAL-CHAVE ' '
                  HAL-OPERADOR ' ' HAL-PROGRAMA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDXCAMPO FROM 1 BY 1
                   UNTIL WRK-IDXCAMPO GREATER THAN HAL-QTDECAMPOS
              STRING '   ' HAL-CAMPO-NOME(WRK-IDXCAMPO) ' DE '
                     HAL-CAMPO-ANTES(WRK-IDXCAMPO)
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING '                PARA '
                     HAL-CAMPO-DEPOIS(WRK-IDXCAMPO)
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-PERFORM.

       0300-FINALIZAR.
           IF HISTORICO-ABERTO
              CLOSE ARQ-HISTORICO
              STRING 'ALTERACOES ENCONTRADAS: ' WRK-QTDE-TOTAL
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              PERFORM 0920-FECHAR-SPOOL
           ELSE
              DISPLAY 'ALTERACOES ENCONTRADAS: ' WRK-QTDE-TOTAL
           END-IF.

       0900-ABRIR-SPOOL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE 'HISTORICO CADASTRO' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
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
