       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTERCOMISSOES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CONVERSAO UNICA DO CADASTRO EQUIPES E
      ***             DO ARQUIVO COMISSOES PARA OS LAYOUTS COM
      ***             A COMISSAO DE GERENCIA. ANTES DE
      ***             EXECUTAR, RENOMEAR O CADASTRO ANTIGO
      ***             PARA EQUIPESANT E O COMISSOES ANTIGO
      ***             (JA COM SITUACAO E MOTIVO) PARA
      ***             COMISSOESANT. AS EQUIPES NASCEM SEM
      ***             GERENTE COMISSIONADO (CODIGO E
      ***             PERCENTUAL ZERADOS), INFORMADOS DEPOIS
      ***             PELO MANTEREQUIPES; AS COMISSOES
      ***             EXISTENTES PASSAM A SER DO VENDEDOR.
      ***             ARQUIVO ANTIGO AUSENTE E SO APONTADO E
      ***             PULADO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EQUIPESANT ASSIGN TO 'EQUIPESANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-EQP-CODIGO
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-EQUIPES ASSIGN TO 'EQUIPES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EQP-CODIGO
             FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-COMISSOESANT ASSIGN TO 'COMISSOESANT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-COMISSOES ASSIGN TO 'COMISSOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EQUIPESANT.
       01  REG-EQUIPEANT.
           02  ANT-EQP-CODIGO      PIC X(15).
           02  ANT-EQP-NOME        PIC X(30).
           02  ANT-EQP-GERENTE     PIC X(30).
           02  ANT-EQP-SITUACAO    PIC X(01).
       FD  ARQ-EQUIPES.
       COPY EQUIPES.
       FD  ARQ-COMISSOESANT.
       01  REG-COMISSAOANT.
           02  ANT-COM-VENDEDOR    PIC 9(05).
           02  ANT-COM-ANO         PIC 9(04).
           02  ANT-COM-MES         PIC 9(02).
           02  ANT-COM-BASE        PIC 9(08)V99.
           02  ANT-COM-PERCENTUAL  PIC 9(02)V99.
           02  ANT-COM-VALOR       PIC 9(08)V99.
           02  ANT-COM-SITUACAO    PIC X(01).
           02  ANT-COM-MOTIVO      PIC X(30).
       FD  ARQ-COMISSOES.
       COPY COMISSOES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-FS-ANTIGO        PIC X(02)  VALUE ZEROS.
       77 WRK-FS-NOVO          PIC X(02)  VALUE ZEROS.
       77 WRK-FIM-ANTIGO       PIC X(01)  VALUE 'N'.
           88 FIM-ANTIGO                  VALUE 'S'.
       77 WRK-QTDEEQUIPES      PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDEDUPLICADOS   PIC 9(06)  VALUE ZEROS.
       77 WRK-QTDECOMISSOES    PIC 9(06)  VALUE ZEROS.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'CONVERTERCOMISSOES'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 1100-CONVERTER-EQUIPES.
            PERFORM 1200-CONVERTER-COMISSOES.
            MOVE SPACES TO WRK-AUD-DETALHE.
            STRING 'CONVERSAO GERENCIA EQUIPES ' WRK-QTDEEQUIPES
                   ' COMISSOES ' WRK-QTDECOMISSOES
                   DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
            CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                    WRK-AUD-DETALHE WRK-OPERADOR-ID.
            GOBACK.

       1100-CONVERTER-EQUIPES.
           MOVE 'N' TO WRK-FIM-ANTIGO.
           OPEN INPUT ARQ-EQUIPESANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'EQUIPESANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-EQUIPES
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-EQUIPESANT NEXT RECORD
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       MOVE ANT-EQP-CODIGO   TO EQP-CODIGO
                       MOVE ANT-EQP-NOME     TO EQP-NOME
                       MOVE ANT-EQP-GERENTE  TO EQP-GERENTE
                       MOVE ANT-EQP-SITUACAO TO EQP-SITUACAO
                       MOVE ZEROS            TO EQP-GERENTEVEND
                       MOVE ZEROS            TO EQP-PERCGERENTE
                       WRITE REG-EQUIPE
                          INVALID KEY
                             ADD 1 TO WRK-QTDEDUPLICADOS
                          NOT INVALID KEY
                             ADD 1 TO WRK-QTDEEQUIPES
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE ARQ-EQUIPESANT
              CLOSE ARQ-EQUIPES
              DISPLAY 'CONVERSAO EQUIPES: CONVERTIDAS '
                      WRK-QTDEEQUIPES ' DUPLICADAS '
                      WRK-QTDEDUPLICADOS
           END-IF.

       1200-CONVERTER-COMISSOES.
           MOVE 'N' TO WRK-FIM-ANTIGO.
           OPEN INPUT ARQ-COMISSOESANT.
           IF WRK-FS-ANTIGO NOT EQUAL '00'
              DISPLAY 'COMISSOESANT AUSENTE - PULADO'
           ELSE
              OPEN OUTPUT ARQ-COMISSOES
              PERFORM UNTIL FIM-ANTIGO
                 READ ARQ-COMISSOESANT
                    AT END
                       SET FIM-ANTIGO TO TRUE
                    NOT AT END
                       MOVE ANT-COM-VENDEDOR   TO COM-VENDEDOR
                       MOVE ANT-COM-ANO        TO COM-ANO
                       MOVE ANT-COM-MES        TO COM-MES
                       MOVE ANT-COM-BASE       TO COM-BASE
                       MOVE ANT-COM-PERCENTUAL TO COM-PERCENTUAL
                       MOVE ANT-COM-VALOR      TO COM-VALOR
                       MOVE ANT-COM-SITUACAO   TO COM-SITUACAO
                       MOVE ANT-COM-MOTIVO     TO COM-MOTIVO
                       MOVE 'V'                TO COM-TIPO
                       WRITE REG-COMISSAO
                       ADD 1 TO WRK-QTDECOMISSOES
                 END-READ
              END-PERFORM
              CLOSE ARQ-COMISSOESANT
              CLOSE ARQ-COMISSOES
              DISPLAY 'CONVERSAO COMISSOES: CONVERTIDAS '
                      WRK-QTDECOMISSOES
           END-IF.
