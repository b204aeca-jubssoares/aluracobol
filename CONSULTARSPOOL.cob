       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARSPOOL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONSULTA DO REPOSITORIO DE RELATORIOS
      ***             (SPOOLINDICE/SPOOLLINHAS): LISTA AS
      ***             EMISSOES GUARDADAS, COM FILTRO OPCIONAL
      ***             POR NOME DO RELATORIO E COMPETENCIA,
      ***             MOSTRA NA TELA UMA EMISSAO PELO NUMERO E
      ***             REIMPRIME NO REIMPRESSAO EXATAMENTE COMO
      ***             FOI EMITIDA, COM REGISTRO NA AUDITORIA.
      ***             RESTRITO A SUPERVISORES
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SPOOLINDICE ASSIGN TO 'SPOOLINDICE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SPI-NUMERO
             FILE STATUS IS WRK-FS-INDICE.
           SELECT ARQ-SPOOLLINHAS ASSIGN TO 'SPOOLLINHAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SPL-CHAVE
             FILE STATUS IS WRK-FS-LINHAS.
           SELECT ARQ-REIMPRESSAO ASSIGN TO 'REIMPRESSAO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-REIMPRESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SPOOLINDICE.
       COPY SPOOLINDICE.
       FD  ARQ-SPOOLLINHAS.
       COPY SPOOLLINHAS.
       FD  ARQ-REIMPRESSAO.
       01  REG-REIMPRESSAO         PIC X(132).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-INDICE       PIC X(02) VALUE ZEROS.
       77  WRK-FS-LINHAS       PIC X(02) VALUE ZEROS.
       77  WRK-FS-REIMPRESSAO  PIC X(02) VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-SW-REPOSITORIO  PIC X(01) VALUE 'N'.
           88  REPOSITORIO-ABERTO        VALUE 'S'.
       77  WRK-SW-DESTINO      PIC X(01) VALUE 'T'.
           88  DESTINO-TELA              VALUE 'T'.
           88  DESTINO-IMPRESSAO         VALUE 'I'.
       77  WRK-FIM-INDICE      PIC X(01) VALUE 'N'.
           88  FIM-INDICE                VALUE 'S'.
       77  WRK-FIM-LINHAS      PIC X(01) VALUE 'N'.
           88  FIM-LINHAS                VALUE 'S'.
       77  WRK-NUMERO          PIC 9(08) VALUE ZEROS.
       77  WRK-FILTRO-NOME     PIC X(22) VALUE SPACES.
       77  WRK-FILTRO-COMP     PIC 9(06) VALUE ZEROS.
       77  WRK-QTDELISTADOS    PIC 9(06) VALUE ZEROS.
       77  WRK-QTDELINHAS      PIC 9(06) VALUE ZEROS.
       77  WRK-TXT-SITUACAO    PIC X(10) VALUE SPACES.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'CONSULTARSPOOL'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF SUPERVISOR-AUTORIZADO AND REPOSITORIO-ABERTO
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
               PERFORM 0300-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN INPUT ARQ-SPOOLINDICE
              OPEN INPUT ARQ-SPOOLLINHAS
              IF WRK-FS-INDICE NOT EQUAL '00'
                 OR WRK-FS-LINHAS NOT EQUAL '00'
                 DISPLAY 'REPOSITORIO DE RELATORIOS VAZIO'
                 IF WRK-FS-INDICE EQUAL '00'
                    CLOSE ARQ-SPOOLINDICE
                 END-IF
                 IF WRK-FS-LINHAS EQUAL '00'
                    CLOSE ARQ-SPOOLLINHAS
                 END-IF
              ELSE
                 SET REPOSITORIO-ABERTO TO TRUE
              END-IF
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' REPOSITORIO DE RELATORIOS'.
           DISPLAY ' 1 - LISTAR RELATORIOS GUARDADOS'.
           DISPLAY ' 2 - VISUALIZAR RELATORIO'.
           DISPLAY ' 3 - REIMPRIMIR RELATORIO'.
           DISPLAY ' 4 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-LISTAR
              WHEN 2
                 PERFORM 0230-VISUALIZAR
              WHEN 3
                 PERFORM 0240-REIMPRIMIR
              WHEN 4
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-LISTAR.
           DISPLAY 'NOME DO RELATORIO (BRANCO = TODOS) '.
           ACCEPT WRK-FILTRO-NOME.
           DISPLAY 'COMPETENCIA AAAAMM (ZERO = TODAS) '.
           ACCEPT WRK-FILTRO-COMP.
           MOVE ZEROS TO WRK-QTDELISTADOS.
           MOVE 'N'   TO WRK-FIM-INDICE.
           MOVE 1     TO SPI-NUMERO.
           START ARQ-SPOOLINDICE
                 KEY GREATER THAN OR EQUAL TO SPI-NUMERO
              INVALID KEY
                 SET FIM-INDICE TO TRUE
           END-START.
           PERFORM UNTIL FIM-INDICE
              READ ARQ-SPOOLINDICE NEXT RECORD
                 AT END
                    SET FIM-INDICE TO TRUE
                 NOT AT END
                    PERFORM 0215-FILTRAR-EMISSAO
              END-READ
           END-PERFORM.
           DISPLAY 'RELATORIOS LISTADOS: ' WRK-QTDELISTADOS.

       0215-FILTRAR-EMISSAO.
           IF (WRK-FILTRO-NOME EQUAL SPACES
               OR SPI-RELATORIO EQUAL WRK-FILTRO-NOME)
              AND (WRK-FILTRO-COMP EQUAL ZEROS
               OR SPI-COMPETENCIA EQUAL WRK-FILTRO-COMP)
              ADD 1 TO WRK-QTDELISTADOS
              PERFORM 0220-MOSTRAR-EMISSAO
           END-IF.

       0220-MOSTRAR-EMISSAO.
           IF SPOOL-CONCLUIDO
              MOVE 'CONCLUIDO'  TO WRK-TXT-SITUACAO
           ELSE
              MOVE 'INCOMPLETO' TO WRK-TXT-SITUACAO
           END-IF.
           DISPLAY SPI-NUMERO ' ' SPI-RELATORIO
                   ' COMP ' SPI-COMPETENCIA
                   ' EM ' SPI-DATA(7:2) '/' SPI-DATA(5:2) '/'
                   SPI-DATA(1:4) ' ' SPI-HORA(1:2) ':'
                   SPI-HORA(3:2) ' ' SPI-OPERADOR
                   ' PAG ' SPI-PAGINAS ' ' WRK-TXT-SITUACAO.

       0230-VISUALIZAR.
           PERFORM 0250-LER-NUMERO.
           IF WRK-NUMERO GREATER THAN ZEROS
              SET DESTINO-TELA TO TRUE
              PERFORM 0220-MOSTRAR-EMISSAO
              PERFORM 0260-PERCORRER-LINHAS
              DISPLAY 'LINHAS MOSTRADAS: ' WRK-QTDELINHAS
           END-IF.

       0240-REIMPRIMIR.
           PERFORM 0250-LER-NUMERO.
           IF WRK-NUMERO GREATER THAN ZEROS
              OPEN OUTPUT ARQ-REIMPRESSAO
              IF WRK-FS-REIMPRESSAO NOT EQUAL '00'
                 DISPLAY 'ARQUIVO REIMPRESSAO NAO DISPONIVEL'
              ELSE
                 SET DESTINO-IMPRESSAO TO TRUE
                 PERFORM 0220-MOSTRAR-EMISSAO
                 PERFORM 0260-PERCORRER-LINHAS
                 CLOSE ARQ-REIMPRESSAO
                 DISPLAY 'LINHAS REIMPRESSAS: ' WRK-QTDELINHAS
                 PERFORM 0280-GRAVAR-AUDITORIA
              END-IF
           END-IF.

       0250-LER-NUMERO.
           DISPLAY 'NUMERO DO RELATORIO '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO EQUAL ZEROS
              DISPLAY 'NUMERO INVALIDO: ' WRK-NUMERO
           ELSE
              MOVE WRK-NUMERO TO SPI-NUMERO
              READ ARQ-SPOOLINDICE
                 INVALID KEY
                    DISPLAY 'RELATORIO NAO ENCONTRADO: ' WRK-NUMERO
                    MOVE ZEROS TO WRK-NUMERO
              END-READ
           END-IF.

       0260-PERCORRER-LINHAS.
           MOVE ZEROS      TO WRK-QTDELINHAS.
           MOVE 'N'        TO WRK-FIM-LINHAS.
           MOVE WRK-NUMERO TO SPL-NUMERO.
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
                    IF SPL-NUMERO NOT EQUAL WRK-NUMERO
                       SET FIM-LINHAS TO TRUE
                    ELSE
                       PERFORM 0270-EMITIR-LINHA
                    END-IF
              END-READ
           END-PERFORM.

       0270-EMITIR-LINHA.
           ADD 1 TO WRK-QTDELINHAS.
           IF DESTINO-IMPRESSAO
              WRITE REG-REIMPRESSAO FROM SPL-TEXTO
           END-IF.
           DISPLAY SPL-TEXTO.

       0280-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'REIMPRESSAO ' SPI-NUMERO ' ' SPI-RELATORIO
                  ' COMP ' SPI-COMPETENCIA
                  ' LINHAS ' WRK-QTDELINHAS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0300-FINALIZAR.
           CLOSE ARQ-SPOOLINDICE.
           CLOSE ARQ-SPOOLLINHAS.
           DISPLAY 'CONSULTA DO REPOSITORIO ENCERRADA'.
