       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTARDIASUTEIS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM DE CONTAGEM DE DIAS
      ***             ENTRE DUAS DATAS AAAAMMDD. FUNCAO C:
      ***             DIAS CORRIDOS E DIAS UTEIS DO PERIODO
      ***             (DATA INICIAL INCLUSIVE, FINAL EXCLUSIVE),
      ***             DESCONTANDO SABADOS E DOMINGOS POR
      ***             ARITMETICA DE DATA E OS FERIADOS DO
      ***             CALENDARIO COMERCIAL; FUNCAO D: SO DIAS
      ***             CORRIDOS; FUNCAO V: DATA FINAL = INICIAL
      ***             MAIS N MESES (DIA LIMITADO AO ULTIMO DO
      ***             MES) E OS DIAS CORRIDOS ATE ELA; FUNCAO
      ***             F: FECHA O CALENDARIO NO FIM DO LOTE.
      ***             SEM CALENDARIO SO OS FINS DE SEMANA SAO
      ***             DESCONTADOS, COMO NO FECHARPERIODO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CAL-CHAVE
             FILE STATUS IS WRK-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALENDARIO.
       COPY CALENDARIO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CALENDARIO   PIC X(02) VALUE ZEROS.
       77  WRK-SW-CALENDARIO   PIC X(01) VALUE 'N'.
           88  CALENDARIO-ABERTO         VALUE 'S'.
       77  WRK-SW-TENTOU       PIC X(01) VALUE 'N'.
           88  ABERTURA-TENTADA          VALUE 'S'.
       77  WRK-SW-DIAUTIL      PIC X(01) VALUE 'S'.
           88  DIA-UTIL                  VALUE 'S'.
       01  WRK-DATA.
           02  WRK-ANO         PIC 9(04).
           02  WRK-MES         PIC 9(02).
           02  WRK-DIA         PIC 9(02).
       01  WRK-DATA-R REDEFINES WRK-DATA PIC 9(08).
       77  WRK-ANOAJ           PIC 9(04) VALUE ZEROS.
       77  WRK-MESAJ           PIC 9(02) VALUE ZEROS.
       77  WRK-TERMO1          PIC 9(04) VALUE ZEROS.
       77  WRK-TERMO2          PIC 9(04) VALUE ZEROS.
       77  WRK-TERMO3          PIC 9(04) VALUE ZEROS.
       77  WRK-TERMO4          PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO           PIC 9(04) VALUE ZEROS.
       77  WRK-NUMDIA          PIC 9(07) VALUE ZEROS.
       77  WRK-NUMINICIO       PIC 9(07) VALUE ZEROS.
       77  WRK-NUMFIM          PIC 9(07) VALUE ZEROS.
       77  WRK-NUMCORRENTE     PIC 9(07) VALUE ZEROS.
       77  WRK-SEMANAS         PIC 9(07) VALUE ZEROS.
       77  WRK-DIASEMANA       PIC 9(01) VALUE ZEROS.
       77  WRK-ULTIMODIA       PIC 9(02) VALUE ZEROS.
       77  WRK-MESESTOTAL      PIC 9(05) VALUE ZEROS.
       77  WRK-ANOS            PIC 9(04) VALUE ZEROS.
       LINKAGE SECTION.
       01  DU-LK-FUNCAO        PIC X(01).
           88  DU-CONTAR-UTEIS           VALUE 'C'.
           88  DU-SO-CORRIDOS            VALUE 'D'.
           88  DU-VENCIMENTO             VALUE 'V'.
           88  DU-FECHAR                 VALUE 'F'.
       01  DU-LK-DATAINICIO    PIC 9(08).
       01  DU-LK-DATAFIM       PIC 9(08).
       01  DU-LK-MESES         PIC 9(03).
       01  DU-LK-DIASCORRIDOS  PIC 9(05).
       01  DU-LK-DIASUTEIS     PIC 9(05).
       PROCEDURE DIVISION USING DU-LK-FUNCAO DU-LK-DATAINICIO
               DU-LK-DATAFIM DU-LK-MESES DU-LK-DIASCORRIDOS
               DU-LK-DIASUTEIS.
       0000-PRINCIPAL.
            MOVE ZEROS TO DU-LK-DIASUTEIS.
            EVALUATE TRUE
               WHEN DU-FECHAR
                  IF CALENDARIO-ABERTO
                     CLOSE ARQ-CALENDARIO
                  END-IF
                  MOVE 'N' TO WRK-SW-CALENDARIO
                  MOVE 'N' TO WRK-SW-TENTOU
               WHEN DU-VENCIMENTO
                  PERFORM 0400-CALCULAR-VENCIMENTO
                  PERFORM 0100-CONTAR-CORRIDOS
               WHEN DU-SO-CORRIDOS
                  PERFORM 0100-CONTAR-CORRIDOS
               WHEN OTHER
                  PERFORM 0100-CONTAR-CORRIDOS
                  IF DU-LK-DIASCORRIDOS GREATER THAN ZEROS
                     PERFORM 0200-ABRIR-CALENDARIO
                     PERFORM 0300-CONTAR-UTEIS
                  END-IF
            END-EVALUATE.
            GOBACK.

       0100-CONTAR-CORRIDOS.
           MOVE DU-LK-DATAINICIO TO WRK-DATA-R.
           PERFORM 0110-NUMERO-DIA.
           MOVE WRK-NUMDIA TO WRK-NUMINICIO.
           MOVE DU-LK-DATAFIM TO WRK-DATA-R.
           PERFORM 0110-NUMERO-DIA.
           MOVE WRK-NUMDIA TO WRK-NUMFIM.
           IF WRK-NUMFIM GREATER THAN WRK-NUMINICIO
              COMPUTE DU-LK-DIASCORRIDOS = WRK-NUMFIM - WRK-NUMINICIO
           ELSE
              MOVE ZEROS TO DU-LK-DIASCORRIDOS
           END-IF.

       0110-NUMERO-DIA.
           IF WRK-MES LESS THAN 3
              COMPUTE WRK-MESAJ = WRK-MES + 9
              COMPUTE WRK-ANOAJ = WRK-ANO - 1
           ELSE
              COMPUTE WRK-MESAJ = WRK-MES - 3
              MOVE WRK-ANO TO WRK-ANOAJ
           END-IF.
           DIVIDE WRK-ANOAJ BY 4 GIVING WRK-TERMO1
                  REMAINDER WRK-RESTO.
           DIVIDE WRK-ANOAJ BY 100 GIVING WRK-TERMO2
                  REMAINDER WRK-RESTO.
           DIVIDE WRK-ANOAJ BY 400 GIVING WRK-TERMO3
                  REMAINDER WRK-RESTO.
           COMPUTE WRK-TERMO4 = WRK-MESAJ * 306 + 5.
           DIVIDE WRK-TERMO4 BY 10 GIVING WRK-TERMO4
                  REMAINDER WRK-RESTO.
           COMPUTE WRK-NUMDIA = 365 * WRK-ANOAJ + WRK-TERMO1
                 - WRK-TERMO2 + WRK-TERMO3 + WRK-TERMO4
                 + WRK-DIA - 1.

       0200-ABRIR-CALENDARIO.
           IF NOT ABERTURA-TENTADA
              SET ABERTURA-TENTADA TO TRUE
              OPEN INPUT ARQ-CALENDARIO
              IF WRK-FS-CALENDARIO EQUAL '00'
                 SET CALENDARIO-ABERTO TO TRUE
              ELSE
                 DISPLAY 'CALENDARIO COMERCIAL INDISPONIVEL - '
                         'SO FINS DE SEMANA SERAO DESCONTADOS'
              END-IF
           END-IF.

       0300-CONTAR-UTEIS.
           MOVE DU-LK-DATAINICIO TO WRK-DATA-R.
           PERFORM 0310-AVALIAR-DIA
                   VARYING WRK-NUMCORRENTE FROM WRK-NUMINICIO BY 1
                   UNTIL WRK-NUMCORRENTE NOT LESS THAN WRK-NUMFIM.

       0310-AVALIAR-DIA.
           MOVE 'S' TO WRK-SW-DIAUTIL.
           DIVIDE WRK-NUMCORRENTE BY 7 GIVING WRK-SEMANAS
                  REMAINDER WRK-DIASEMANA.
           IF WRK-DIASEMANA EQUAL 3 OR WRK-DIASEMANA EQUAL 4
              MOVE 'N' TO WRK-SW-DIAUTIL
           END-IF.
           IF DIA-UTIL AND CALENDARIO-ABERTO
              MOVE WRK-ANO TO CAL-ANO
              MOVE WRK-MES TO CAL-MES
              MOVE WRK-DIA TO CAL-DIA
              READ ARQ-CALENDARIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DIA-FERIADO
                       MOVE 'N' TO WRK-SW-DIAUTIL
                    END-IF
              END-READ
           END-IF.
           IF DIA-UTIL
              ADD 1 TO DU-LK-DIASUTEIS
           END-IF.
           PERFORM 0320-AVANCAR-DIA.

       0320-AVANCAR-DIA.
           PERFORM 0330-ULTIMO-DIA-MES.
           IF WRK-DIA LESS THAN WRK-ULTIMODIA
              ADD 1 TO WRK-DIA
           ELSE
              MOVE 1 TO WRK-DIA
              IF WRK-MES EQUAL 12
                 MOVE 1 TO WRK-MES
                 ADD 1 TO WRK-ANO
              ELSE
                 ADD 1 TO WRK-MES
              END-IF
           END-IF.

       0330-ULTIMO-DIA-MES.
           EVALUATE WRK-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WRK-ULTIMODIA
              WHEN 2
                 MOVE 28 TO WRK-ULTIMODIA
                 DIVIDE WRK-ANO BY 4 GIVING WRK-TERMO1
                        REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    MOVE 29 TO WRK-ULTIMODIA
                    DIVIDE WRK-ANO BY 100 GIVING WRK-TERMO1
                           REMAINDER WRK-RESTO
                    IF WRK-RESTO EQUAL ZEROS
                       MOVE 28 TO WRK-ULTIMODIA
                       DIVIDE WRK-ANO BY 400 GIVING WRK-TERMO1
                              REMAINDER WRK-RESTO
                       IF WRK-RESTO EQUAL ZEROS
                          MOVE 29 TO WRK-ULTIMODIA
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WRK-ULTIMODIA
           END-EVALUATE.

       0400-CALCULAR-VENCIMENTO.
           MOVE DU-LK-DATAINICIO TO WRK-DATA-R.
           COMPUTE WRK-MESESTOTAL = WRK-MES - 1 + DU-LK-MESES.
           DIVIDE WRK-MESESTOTAL BY 12 GIVING WRK-ANOS
                  REMAINDER WRK-MES.
           ADD 1 TO WRK-MES.
           ADD WRK-ANOS TO WRK-ANO.
           PERFORM 0330-ULTIMO-DIA-MES.
           IF WRK-DIA GREATER THAN WRK-ULTIMODIA
              MOVE WRK-ULTIMODIA TO WRK-DIA
           END-IF.
           MOVE WRK-DATA-R TO DU-LK-DATAFIM.
