       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVARSPOOL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM DO REPOSITORIO DE
      ***             RELATORIOS. FUNCAO A: ABRE UMA EMISSAO NO
      ***             SPOOLINDICE (NOME DO RELATORIO,
      ***             COMPETENCIA, DATA/HORA E OPERADOR) COM O
      ***             PROXIMO NUMERO DO REGISTRO DE CONTROLE;
      ***             FUNCAO L: GRAVA UMA LINHA NO SPOOLLINHAS
      ***             EXATAMENTE COMO EMITIDA; FUNCAO F: FECHA A
      ***             EMISSAO COM A QUANTIDADE DE LINHAS E DE
      ***             PAGINAS (60 LINHAS POR PAGINA). SEM
      ***             REPOSITORIO DISPONIVEL O RELATORIO SEGUE SO
      ***             NA TELA
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS SPI-NUMERO
             FILE STATUS IS WRK-FS-INDICE.
           SELECT ARQ-SPOOLLINHAS ASSIGN TO 'SPOOLLINHAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SPL-CHAVE
             FILE STATUS IS WRK-FS-LINHAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SPOOLINDICE.
       COPY SPOOLINDICE.
       FD  ARQ-SPOOLLINHAS.
       COPY SPOOLLINHAS.
       WORKING-STORAGE SECTION.
       77  WRK-FS-INDICE       PIC X(02) VALUE ZEROS.
       77  WRK-FS-LINHAS       PIC X(02) VALUE ZEROS.
       77  WRK-SW-ABERTO       PIC X(01) VALUE 'N'.
           88  SPOOL-EM-USO              VALUE 'S'.
       77  WRK-NUMERO          PIC 9(08) VALUE ZEROS.
       77  WRK-SEQUENCIA       PIC 9(06) VALUE ZEROS.
       77  WRK-LINHASPAGINA    PIC 9(02) VALUE 60.
       01  WRK-DH-DATA.
           02  WRK-DH-ANO  PIC 9(04).
           02  WRK-DH-MES  PIC 9(02).
           02  WRK-DH-DIA  PIC 9(02).
       01  WRK-DH-DATA-R REDEFINES WRK-DH-DATA PIC 9(08).
       01  WRK-DH-HORA.
           02  WRK-DH-HH   PIC 9(02).
           02  WRK-DH-MM   PIC 9(02).
           02  WRK-DH-SS   PIC 9(02).
           02  WRK-DH-CC   PIC 9(02).
       01  WRK-DH-HORA-R REDEFINES WRK-DH-HORA.
           02  WRK-DH-HHMMSS PIC 9(06).
           02  FILLER        PIC 9(02).
       LINKAGE SECTION.
       01  SPL-LK-FUNCAO       PIC X(01).
           88  SPL-ABRIR                 VALUE 'A'.
           88  SPL-GRAVAR-LINHA          VALUE 'L'.
           88  SPL-FECHAR                VALUE 'F'.
       01  SPL-LK-RELATORIO    PIC X(22).
       01  SPL-LK-COMPETENCIA  PIC 9(06).
       01  SPL-LK-LINHA        PIC X(132).
       01  SPL-LK-OPERADOR     PIC X(08).
       PROCEDURE DIVISION USING SPL-LK-FUNCAO SPL-LK-RELATORIO
               SPL-LK-COMPETENCIA SPL-LK-LINHA SPL-LK-OPERADOR.
       0000-PRINCIPAL.
            EVALUATE TRUE
               WHEN SPL-ABRIR
                  IF SPOOL-EM-USO
                     PERFORM 0300-FECHAR-EMISSAO
                  END-IF
                  PERFORM 0100-ABRIR-EMISSAO
               WHEN SPL-GRAVAR-LINHA
                  IF SPOOL-EM-USO
                     PERFORM 0200-GRAVAR-LINHA
                  END-IF
               WHEN SPL-FECHAR
                  IF SPOOL-EM-USO
                     PERFORM 0300-FECHAR-EMISSAO
                  END-IF
            END-EVALUATE.
            GOBACK.

       0100-ABRIR-EMISSAO.
           OPEN I-O ARQ-SPOOLINDICE.
           IF WRK-FS-INDICE EQUAL '35'
              OPEN OUTPUT ARQ-SPOOLINDICE
              CLOSE ARQ-SPOOLINDICE
              OPEN I-O ARQ-SPOOLINDICE
           END-IF.
           OPEN I-O ARQ-SPOOLLINHAS.
           IF WRK-FS-LINHAS EQUAL '35'
              OPEN OUTPUT ARQ-SPOOLLINHAS
              CLOSE ARQ-SPOOLLINHAS
              OPEN I-O ARQ-SPOOLLINHAS
           END-IF.
           IF WRK-FS-INDICE NOT EQUAL '00'
              OR WRK-FS-LINHAS NOT EQUAL '00'
              DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL - '
                      'RELATORIO SO NA TELA'
              IF WRK-FS-INDICE EQUAL '00'
                 CLOSE ARQ-SPOOLINDICE
              END-IF
              IF WRK-FS-LINHAS EQUAL '00'
                 CLOSE ARQ-SPOOLLINHAS
              END-IF
           ELSE
              PERFORM 0110-PROXIMO-NUMERO
              PERFORM 0120-GRAVAR-INDICE
           END-IF.

       0110-PROXIMO-NUMERO.
           MOVE ZEROS TO SPI-NUMERO.
           READ ARQ-SPOOLINDICE
              INVALID KEY
                 MOVE ZEROS  TO REG-SPOOLINDICE
                 MOVE SPACES TO SPI-RELATORIO
                 MOVE SPACES TO SPI-OPERADOR
                 MOVE 'C'    TO SPI-SITUACAO
                 MOVE 1      TO SPI-ULTIMO
                 WRITE REG-SPOOLINDICE
              NOT INVALID KEY
                 ADD 1 TO SPI-ULTIMO
                 REWRITE REG-SPOOLINDICE
           END-READ.
           MOVE SPI-ULTIMO TO WRK-NUMERO.
           MOVE ZEROS TO WRK-SEQUENCIA.

       0120-GRAVAR-INDICE.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE ZEROS              TO REG-SPOOLINDICE.
           MOVE WRK-NUMERO         TO SPI-NUMERO.
           MOVE SPL-LK-RELATORIO   TO SPI-RELATORIO.
           MOVE SPL-LK-COMPETENCIA TO SPI-COMPETENCIA.
           MOVE WRK-DH-DATA-R      TO SPI-DATA.
           MOVE WRK-DH-HHMMSS      TO SPI-HORA.
           IF SPL-LK-OPERADOR EQUAL SPACES
              OR SPL-LK-OPERADOR EQUAL LOW-VALUES
              MOVE 'LOTE' TO SPI-OPERADOR
           ELSE
              MOVE SPL-LK-OPERADOR TO SPI-OPERADOR
           END-IF.
           MOVE 'A' TO SPI-SITUACAO.
           WRITE REG-SPOOLINDICE
              INVALID KEY
                 DISPLAY 'ERRO NO INDICE DO REPOSITORIO - '
                         'RELATORIO SO NA TELA'
                 CLOSE ARQ-SPOOLINDICE
                 CLOSE ARQ-SPOOLLINHAS
              NOT INVALID KEY
                 SET SPOOL-EM-USO TO TRUE
           END-WRITE.

       0200-GRAVAR-LINHA.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-NUMERO    TO SPL-NUMERO.
           MOVE WRK-SEQUENCIA TO SPL-SEQUENCIA.
           MOVE SPL-LK-LINHA  TO SPL-TEXTO.
           WRITE REG-SPOOLLINHA
              INVALID KEY
                 SUBTRACT 1 FROM WRK-SEQUENCIA
           END-WRITE.

       0300-FECHAR-EMISSAO.
           MOVE WRK-NUMERO TO SPI-NUMERO.
           READ ARQ-SPOOLINDICE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WRK-SEQUENCIA TO SPI-LINHAS
                 COMPUTE SPI-PAGINAS = (WRK-SEQUENCIA
                       + WRK-LINHASPAGINA - 1) / WRK-LINHASPAGINA
                 MOVE 'C' TO SPI-SITUACAO
                 REWRITE REG-SPOOLINDICE
           END-READ.
           CLOSE ARQ-SPOOLINDICE.
           CLOSE ARQ-SPOOLLINHAS.
           MOVE 'N' TO WRK-SW-ABERTO.
           DISPLAY 'RELATORIO GUARDADO NO REPOSITORIO - NUMERO '
                   WRK-NUMERO.
