       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERCREDITO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO CADASTRO CLIENTES
      ***             PARA O LAYOUT COM O LIMITE DE CREDITO
      ***             DA VENDA A PRAZO. ANTES DE EXECUTAR,
      ***             RENOMEAR O CADASTRO ANTIGO PARA
      ***             CLIENTESANT. O LIMITE NASCE ZERADO (SEM
      ***             LIMITE DEFINIDO) E E INFORMADO DEPOIS
      ***             PELO MANTERCLIENTES; A CLASSE ABC NASCE EM
      ***             BRANCO ATE A PRIMEIRA EXECUCAO DO
      ***             CLASSIFICARABC. CADASTRO ANTIGO AUSENTE E
      ***             SO APONTADO E PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTESANT ASSIGN TO 'CLIENTESANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-CLI-CODIGO
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLI-CODIGO
             FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTESANT.
       01  REG-CLIENTEANT.
           02  ANT-CLI-CODIGO      PIC 9(06).
           02  ANT-CLI-NOME        PIC X(30).
           02  ANT-CLI-CPF         PIC X(11).
           02  ANT-CLI-ENDERECO    PIC X(40).
           02  ANT-CLI-TELEFONE    PIC X(11).
           02  ANT-CLI-EMAIL       PIC X(40).
           02  ANT-CLI-SITUACAO    PIC X(01).
       FD  ARQ-CLIENTES.
       COPY CLIENTES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDELIDOS        PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECONVERTIDOS  PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEDUPLICADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERCREDITO'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-CLIENTES.
            GOBACK.

       1100-CONVERTER-CLIENTES.
           OPEN INPUT ARQ-CLIENTESANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'CLIENTESANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-CLIENTES
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-CLIENTESANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       ADD 1 TO WRK-QTDELIDOS
                       MOVE ANT-CLI-CODIGO   TO CLI-CODIGO
                       MOVE ANT-CLI-NOME     TO CLI-NOME
                       MOVE ANT-CLI-CPF      TO CLI-CPF
                       MOVE ANT-CLI-ENDERECO TO CLI-ENDERECO
                       MOVE ANT-CLI-TELEFONE TO CLI-TELEFONE
                       MOVE ANT-CLI-EMAIL    TO CLI-EMAIL
                       MOVE ANT-CLI-SITUACAO TO CLI-SITUACAO
                       MOVE ZEROS            TO CLI-LIMITECREDITO
                       MOVE SPACES           TO CLI-CLASSEABC
                       WRITE REG-CLIENTE
                          INVALID KEY
                             ADD 1 TO WRK-QTDEDUPLICADOS
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDECONVERTIDOS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-CLIENTESANT
              CLOSE ARQ-CLIENTES
              DISPLAY 'CONVERSAO CLIENTES: LIDOS '
                      WRK-QTDELIDOS ' CONVERTIDOS '
                      WRK-QTDECONVERTIDOS ' DUPLICADOS '
                      WRK-QTDEDUPLICADOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'CONVERSAO CLIENTES LIDOS ' WRK-QTDELIDOS
                     ' CONVERTIDOS ' WRK-QTDECONVERTIDOS
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.
