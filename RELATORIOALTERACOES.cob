       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOALTERACOES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RELATORIO PARA A AUDITORIA DAS
      ***             ALTERACOES DE SALARIO E DE DADOS
      ***             BANCARIOS DE VENDEDORES E FUNCIONARIOS
      ***             EM UM PERIODO (AAAAMMDD INICIAL E
      ***             FINAL), A PARTIR DO HISTORICOALTERACOES.
      ***             LISTA CADA ALTERACAO COM DATA/HORA,
      ***             OPERADOR E OS CAMPOS COM VALOR ANTERIOR E
      ***             NOVO, E TOTALIZA POR TIPO. A EMISSAO FICA
      ***             REGISTRADA NA AUDITORIA E O RELATORIO
      ***             GUARDADO NO REPOSITORIO DE RELATORIOS
      ***             (GRAVARSPOOL) PARA REIMPRESSAO
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
       COPY SPOOLRELATORIO.
       77 WRK-FS-HISTORICO    PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-HISTORICO   PIC X(01)  VALUE 'N'.
           88 FIM-HISTORICO               VALUE 'S'.
       77 WRK-DATAINI         PIC 9(08)  VALUE ZEROS.
       77 WRK-DATAFIM         PIC 9(08)  VALUE ZEROS.
       77 WRK-IDXCAMPO        PIC 9(02)  VALUE ZEROS.
       77 WRK-CADASTRO        PIC X(11)  VALUE SPACES.
       77 WRK-QTDESALARIO     PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEBANCO       PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDE-TOTAL      PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA    PIC X(22)  VALUE 'RELATORIOALTERACOES'.
       77 WRK-AUD-DETALHE     PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL FIM-HISTORICO.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'DATA INICIAL (AAAAMMDD) '.
           ACCEPT WRK-DATAINI.
           DISPLAY 'DATA FINAL (AAAAMMDD) '.
           ACCEPT WRK-DATAFIM.
           IF WRK-DATAFIM EQUAL ZEROS
              MOVE 99999999 TO WRK-DATAFIM
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HISTORICO NOT EQUAL '00'
              DISPLAY 'ARQUIVO HISTORICOALTERACOES NAO ENCONTRADO'
              SET FIM-HISTORICO TO TRUE
           ELSE
              PERFORM 0900-ABRIR-SPOOL
              MOVE '========================================'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              MOVE ' ALTERACOES DE SALARIO E DADOS BANCARIOS'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING ' PERIODO ' WRK-DATAINI ' A ' WRK-DATAFIM
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              MOVE '========================================'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              PERFORM 0110-LER-HISTORICO
           END-IF.

       0110-LER-HISTORICO.
           READ ARQ-HISTORICO
              AT END
                 SET FIM-HISTORICO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF HAL-DATANUM GREATER THAN OR EQUAL TO WRK-DATAINI
              AND HAL-DATANUM LESS THAN OR EQUAL TO WRK-DATAFIM
              AND (HAL-ALTEROU-SALARIO OR HAL-ALTEROU-BANCO)
              PERFORM 0210-LISTAR-ALTERACAO
           END-IF.
           PERFORM 0110-LER-HISTORICO.

       0210-LISTAR-ALTERACAO.
           ADD 1 TO WRK-QTDE-TOTAL.
           IF HAL-ALTEROU-SALARIO
              ADD 1 TO WRK-QTDESALARIO
           END-IF.
           IF HAL-ALTEROU-BANCO
              ADD 1 TO WRK-QTDEBANCO
           END-IF.
           IF HAL-FUNCIONARIO
              MOVE 'FUNCIONARIO' TO WRK-CADASTRO
           ELSE
              MOVE 'VENDEDOR'    TO WRK-CADASTRO
           END-IF.
           MOVE '----------------------------------------'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING HAL-DIA '/' HAL-MES '/' HAL-ANO ' '
                  HAL-HORA ':' HAL-MINUTO ':' HAL-SEGUNDO ' '
                  WRK-CADASTRO ' ' HAL-CHAVE(1:6)
                  ' OPERADOR ' HAL-OPERADOR ' OPERACAO '
                  HAL-OPERACAO
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
           IF WRK-FS-HISTORICO EQUAL '00' OR '10'
              CLOSE ARQ-HISTORICO
              MOVE '========================================'
                TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING 'ALTERACOES LISTADAS.......: ' WRK-QTDE-TOTAL
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING 'COM ALTERACAO DE SALARIO..: ' WRK-QTDESALARIO
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING 'COM ALTERACAO BANCARIA....: ' WRK-QTDEBANCO
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              PERFORM 0920-FECHAR-SPOOL
           END-IF.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RELATORIO ALTERACOES ' WRK-DATAINI ' A '
                  WRK-DATAFIM ' LISTADAS ' WRK-QTDE-TOTAL
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0900-ABRIR-SPOOL.
           MOVE 'ALTERACOES CADASTRAIS' TO WRK-SPL-RELATORIO.
           MOVE ZEROS TO WRK-SPL-COMPETENCIA.
           IF WRK-DATAINI(1:6) EQUAL WRK-DATAFIM(1:6)
              COMPUTE WRK-SPL-COMPETENCIA = WRK-DATAINI / 100
           END-IF.
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
