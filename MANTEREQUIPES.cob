      ***             RESPONSAVEL). O MANTERVENDEDORES PASSA
      ***             A VALIDAR O VEND-EQUIPE CONTRA ESTE
      ***             CADASTRO, ACABANDO COM AS EQUIPES
      ***             DIGITADAS LIVREMENTE. O GERENTE PODE SER
      ***             LIGADO AO SEU CODIGO NO VENDEDORES COM O
      ***             PERCENTUAL DA COMISSAO DE GERENCIA SOBRE
      ***             A VENDA LIQUIDA DA EQUIPE
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EQP-CODIGO
             FILE STATUS IS WRK-FS-EQUIPES.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS VEND-CODIGO
             FILE STATUS IS WRK-FS-VENDEDORES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EQUIPES.
       COPY EQUIPES.
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-EQUIPES      PIC X(02) VALUE ZEROS.
       77  WRK-CODIGO          PIC X(15) VALUE SPACES.
       77  WRK-NOME            PIC X(30) VALUE SPACES.
       77  WRK-GERENTE         PIC X(30) VALUE SPACES.
       77  WRK-FS-VENDEDORES   PIC X(02) VALUE ZEROS.
       77  WRK-SW-VENDEDORES   PIC X(01) VALUE 'N'.
           88  VENDEDORES-ABERTO         VALUE 'S'.
       77  WRK-GERENTEVEND     PIC 9(05) VALUE ZEROS.
       77  WRK-PERCGERENTE     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-ED         PIC Z9,99.
       77  WRK-SW-OVERRIDE     PIC X(01) VALUE 'N'.
           88  OVERRIDE-VALIDO           VALUE 'S'.
       77  WRK-ALTERAROVERRIDE PIC X(01) VALUE 'N'.
           88  ALTERAR-OVERRIDE          VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTEREQUIPES'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
              CLOSE ARQ-EQUIPES
              OPEN I-O ARQ-EQUIPES
           END-IF.
           OPEN INPUT ARQ-VENDEDORES.
           IF WRK-FS-VENDEDORES EQUAL '00'
              SET VENDEDORES-ABERTO TO TRUE
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
                 MOVE WRK-NOME    TO EQP-NOME
                 MOVE WRK-GERENTE TO EQP-GERENTE
                 MOVE 'A'         TO EQP-SITUACAO
                 MOVE ZEROS       TO EQP-GERENTEVEND
                 MOVE ZEROS       TO EQP-PERCGERENTE
                 PERFORM 0250-LER-OVERRIDE
                 IF OVERRIDE-VALIDO
                    MOVE WRK-GERENTEVEND TO EQP-GERENTEVEND
                    MOVE WRK-PERCGERENTE TO EQP-PERCGERENTE
                 ELSE
                    DISPLAY 'EQUIPE SEGUE SEM COMISSAO DE GERENCIA'
                 END-IF
                 WRITE REG-EQUIPE
                 PERFORM 0240-GRAVAR-AUDITORIA
                 DISPLAY 'EQUIPE INCLUIDA'
                 IF WRK-GERENTE NOT EQUAL SPACES
                    MOVE WRK-GERENTE TO EQP-GERENTE
                 END-IF
                 MOVE EQP-PERCGERENTE TO WRK-PERC-ED
                 DISPLAY 'COMISSAO DE GERENCIA ATUAL: VENDEDOR '
                         EQP-GERENTEVEND ' ' WRK-PERC-ED '%'
                 DISPLAY 'ALTERAR A COMISSAO DE GERENCIA (S/N)? '
                 ACCEPT WRK-ALTERAROVERRIDE
                 IF ALTERAR-OVERRIDE
                    PERFORM 0250-LER-OVERRIDE
                    IF OVERRIDE-VALIDO
                       MOVE WRK-GERENTEVEND TO EQP-GERENTEVEND
                       MOVE WRK-PERCGERENTE TO EQP-PERCGERENTE
                    ELSE
                       DISPLAY 'COMISSAO DE GERENCIA MANTIDA'
                    END-IF
                 END-IF
                 REWRITE REG-EQUIPE
                 PERFORM 0240-GRAVAR-AUDITORIA
                 DISPLAY 'EQUIPE ALTERADA'
           END-READ.

       0240-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'EQUIPE ' EQP-CODIGO ' ' EQP-NOME
                  ' SITUACAO ' EQP-SITUACAO
                  ' GER ' EQP-GERENTEVEND ' ' EQP-PERCGERENTE
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-LER-OVERRIDE.
           MOVE 'N'   TO WRK-SW-OVERRIDE.
           MOVE ZEROS TO WRK-PERCGERENTE.
           DISPLAY 'CODIGO DE VENDEDOR DO GERENTE (ZERO = SEM '
                   'COMISSAO DE GERENCIA) '.
           ACCEPT WRK-GERENTEVEND.
           IF WRK-GERENTEVEND EQUAL ZEROS
              SET OVERRIDE-VALIDO TO TRUE
           ELSE
              IF NOT VENDEDORES-ABERTO
                 DISPLAY 'CADASTRO VENDEDORES NAO DISPONIVEL'
              ELSE
                 MOVE WRK-GERENTEVEND TO VEND-CODIGO
                 READ ARQ-VENDEDORES
                    INVALID KEY
                       DISPLAY 'VENDEDOR NAO CADASTRADO: '
                               WRK-GERENTEVEND
                    NOT INVALID KEY
                       DISPLAY 'GERENTE: ' VEND-NOME
                       DISPLAY 'PERCENTUAL SOBRE A VENDA DA EQUIPE '
                       ACCEPT WRK-PERCGERENTE
                       IF WRK-PERCGERENTE EQUAL ZEROS
                          OR WRK-PERCGERENTE GREATER THAN 10,00
                          DISPLAY 'PERCENTUAL INVALIDO (0,01 A 10,00)'
                       ELSE
                          SET OVERRIDE-VALIDO TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0300-FINALIZAR.
           CLOSE ARQ-EQUIPES.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           DISPLAY 'CADASTRO DE EQUIPES ENCERRADO'.
