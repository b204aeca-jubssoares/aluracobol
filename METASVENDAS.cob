      ***             METASVENDEDOR, GERANDO RELATORIO DE
      ***             RANKING POR PERCENTUAL DE ATINGIMENTO,
      ***             COM INDICADOR ACIMA/ABAIXO E AS LISTAS
      ***             DE VENDEDOR SEM META E META SEM VENDA. O
      ***             RELATORIO FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
           02  ORD-TOTAL           PIC 9(08)V99.
           02  ORD-FLAG            PIC X(10).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-INCLUIRHIST      PIC X(01)  VALUE 'N'.
           88 INCLUIR-HISTORICO           VALUE 'S'.
           END-IF.

       0200-APURAR-REALIZADO.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE 'VENDEDORES COM VENDA E SEM META NO PERIODO:'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-VENDEDOR
                INPUT PROCEDURE IS 0210-SELECIONAR-PERIODO
           ELSE
              ADD 1 TO WRK-QTDESEMMETA
              MOVE WRK-TOTAL TO WRK-VALOR-ED
              STRING '  VENDEDOR ' WRK-VENDEDOR-ANT
                     ' VENDEU R$' WRK-VALOR-ED
                     ' SEM META CADASTRADA'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0240-METAS-ANTERIORES.

       0300-IMPRIMIR-RANKING.
           CLOSE ARQ-RANKING.
           STRING 'RANKING DE ATINGIMENTO DE META '
                  WRK-ANO '/' WRK-MES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-ORDENA
                ON DESCENDING KEY ORD-PCT
                ON ASCENDING KEY ORD-VENDEDOR
           MOVE ORD-META  TO WRK-META-ED.
           MOVE ORD-TOTAL TO WRK-VALOR-ED.
           MOVE ORD-PCT   TO WRK-PCT-ED.
           STRING WRK-POSICAO ' VENDEDOR ' ORD-VENDEDOR
                  ' ' WRK-VENDEDOR-NOME
                  ' META R$' WRK-META-ED
                  ' REALIZADO R$' WRK-VALOR-ED
                  ' ATING ' WRK-PCT-ED '% ' ORD-FLAG
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0330-BUSCAR-NOME-VENDEDOR.
           MOVE SPACES TO WRK-VENDEDOR-NOME.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           STRING 'VENDEDORES SEM META: ' WRK-QTDESEMMETA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'METAS SEM VENDA: ' WRK-QTDESEMVENDA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0900-ABRIR-SPOOL.
           MOVE 'METASVENDAS' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
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
