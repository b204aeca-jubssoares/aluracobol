       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGARSPOOL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: EXPURGO DO REPOSITORIO DE RELATORIOS:
      ***             AS EMISSOES DO SPOOLINDICE ANTERIORES AO
      ***             CORTE INFORMADO (AAAAMM, PELA DATA DA
      ***             EMISSAO) TEM O TEXTO COPIADO PARA O
      ***             ARQUIVO SPOOLARQ, PRECEDIDO DE UMA LINHA
      ***             DE IDENTIFICACAO, E SAEM DO SPOOLINDICE E
      ***             DO SPOOLLINHAS, PARA O REPOSITORIO
      ***             CONTINUAR ENXUTO SEM PERDER O HISTORICO
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
           SELECT ARQ-ARQUIVO ASSIGN TO 'SPOOLARQ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ARQUIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SPOOLINDICE.
       COPY SPOOLINDICE.
       FD  ARQ-SPOOLLINHAS.
       COPY SPOOLLINHAS.
       FD  ARQ-ARQUIVO.
       01  REG-ARQUIVO         PIC X(132).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-INDICE       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-LINHAS       PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ARQUIVO      PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-INDICE      PIC X(01)  VALUE 'N'.
           88 FIM-INDICE                  VALUE 'S'.
       77 WRK-FIM-LINHAS      PIC X(01)  VALUE 'N'.
           88 FIM-LINHAS                  VALUE 'S'.
       77 WRK-SW-PROCESSAR    PIC X(01)  VALUE 'N'.
           88 PROCESSAR-CORTE             VALUE 'S'.
       77 WRK-CORTE           PIC 9(06)  VALUE ZEROS.
       77 WRK-ANOMES-REG      PIC 9(06)  VALUE ZEROS.
       77 WRK-NUMERO          PIC 9(08)  VALUE ZEROS.
       77 WRK-LINHA           PIC X(132) VALUE SPACES.
       77 WRK-QTDEEXPURGADOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEMANTIDOS    PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDELINHAS      PIC 9(08)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA    PIC X(22)  VALUE 'EXPURGARSPOOL'.
       77 WRK-AUD-DETALHE     PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-CORTE
               PERFORM 0200-SEPARAR UNTIL FIM-INDICE
               PERFORM 0400-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'EXPURGAR RELATORIOS EMITIDOS ANTES DE (AAAAMM) '.
           ACCEPT WRK-CORTE.
           IF WRK-CORTE EQUAL ZEROS
              DISPLAY 'CORTE NAO INFORMADO - NADA FEITO'
           ELSE
              OPEN I-O ARQ-SPOOLINDICE
              OPEN I-O ARQ-SPOOLLINHAS
              IF WRK-FS-INDICE NOT EQUAL '00'
                 OR WRK-FS-LINHAS NOT EQUAL '00'
                 DISPLAY 'REPOSITORIO DE RELATORIOS NAO ENCONTRADO'
                 IF WRK-FS-INDICE EQUAL '00'
                    CLOSE ARQ-SPOOLINDICE
                 END-IF
                 IF WRK-FS-LINHAS EQUAL '00'
                    CLOSE ARQ-SPOOLLINHAS
                 END-IF
              ELSE
                 OPEN EXTEND ARQ-ARQUIVO
                 IF WRK-FS-ARQUIVO EQUAL '05'
                    OR WRK-FS-ARQUIVO EQUAL '35'
                    OPEN OUTPUT ARQ-ARQUIVO
                    CLOSE ARQ-ARQUIVO
                    OPEN EXTEND ARQ-ARQUIVO
                 END-IF
                 SET PROCESSAR-CORTE TO TRUE
                 MOVE 1 TO SPI-NUMERO
                 START ARQ-SPOOLINDICE
                       KEY GREATER THAN OR EQUAL TO SPI-NUMERO
                    INVALID KEY
                       SET FIM-INDICE TO TRUE
                 END-START
                 PERFORM 0110-LER-INDICE
              END-IF
           END-IF.

       0110-LER-INDICE.
           IF NOT FIM-INDICE
              READ ARQ-SPOOLINDICE NEXT RECORD
                 AT END
                    SET FIM-INDICE TO TRUE
              END-READ
           END-IF.

       0200-SEPARAR.
           COMPUTE WRK-ANOMES-REG = SPI-DATA / 100.
           IF WRK-ANOMES-REG LESS THAN WRK-CORTE
              PERFORM 0300-ARQUIVAR-EMISSAO
              ADD 1 TO WRK-QTDEEXPURGADOS
           ELSE
              ADD 1 TO WRK-QTDEMANTIDOS
           END-IF.
           PERFORM 0110-LER-INDICE.

       0300-ARQUIVAR-EMISSAO.
           MOVE SPI-NUMERO TO WRK-NUMERO.
           MOVE SPACES TO WRK-LINHA.
           STRING '*** RELATORIO ' SPI-NUMERO ' ' SPI-RELATORIO
                  ' COMP ' SPI-COMPETENCIA
                  ' EMITIDO ' SPI-DATA ' ' SPI-HORA
                  ' OPERADOR ' SPI-OPERADOR
                  ' LINHAS ' SPI-LINHAS ' PAGINAS ' SPI-PAGINAS
                  DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-ARQUIVO FROM WRK-LINHA.
           MOVE 'N'        TO WRK-FIM-LINHAS.
           MOVE WRK-NUMERO TO SPL-NUMERO.
           MOVE ZEROS      TO SPL-SEQUENCIA.
           START ARQ-SPOOLLINHAS
                 KEY GREATER THAN OR EQUAL TO SPL-CHAVE
              INVALID KEY
                 SET FIM-LINHAS TO TRUE
           END-START.
           PERFORM 0310-ARQUIVAR-LINHA UNTIL FIM-LINHAS.
           DELETE ARQ-SPOOLINDICE RECORD
              INVALID KEY
                 DISPLAY 'ERRO AO EXCLUIR RELATORIO ' WRK-NUMERO
           END-DELETE.

       0310-ARQUIVAR-LINHA.
           READ ARQ-SPOOLLINHAS NEXT RECORD
              AT END
                 SET FIM-LINHAS TO TRUE
              NOT AT END
                 IF SPL-NUMERO NOT EQUAL WRK-NUMERO
                    SET FIM-LINHAS TO TRUE
                 ELSE
                    WRITE REG-ARQUIVO FROM SPL-TEXTO
                    DELETE ARQ-SPOOLLINHAS RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    ADD 1 TO WRK-QTDELINHAS
                 END-IF
           END-READ.

       0400-FINALIZAR.
           CLOSE ARQ-SPOOLINDICE.
           CLOSE ARQ-SPOOLLINHAS.
           CLOSE ARQ-ARQUIVO.
           DISPLAY 'RELATORIOS EXPURGADOS: ' WRK-QTDEEXPURGADOS.
           DISPLAY 'LINHAS COPIADAS PARA O SPOOLARQ: ' WRK-QTDELINHAS.
           DISPLAY 'RELATORIOS MANTIDOS NO REPOSITORIO: '
                   WRK-QTDEMANTIDOS.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'EXPURGO ANTES DE ' WRK-CORTE
                  ' RELATORIOS ' WRK-QTDEEXPURGADOS
                  ' LINHAS ' WRK-QTDELINHAS
                  ' MANTIDOS ' WRK-QTDEMANTIDOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.
