      ***             E O ARQUIVO DE LIBERACAO PARA PAGAMENTO
      ***             (LIBERACAOCOMISSAO) SO E GERADO, QUANDO
      ***             HOUVE LINHAS REVISADAS E NENHUMA FICOU
      ***             PENDENTE. SO ENTAO A FOLHA PAGA. A
      ***             COMISSAO DE GERENCIA (TIPO G) E REVISADA
      ***             E LIBERADA COMO AS DEMAIS, IDENTIFICADA
      ***             NA TELA E NA LIBERACAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
           02  LIB-ANO             PIC 9(04).
           02  LIB-MES             PIC 9(02).
           02  LIB-VALOR           PIC 9(08)V99.
           02  LIB-TIPO            PIC X(01).
       FD  ARQ-VENDEDORES.
       COPY VENDEDORES.
       WORKING-STORAGE SECTION.
           PERFORM 0220-BUSCAR-NOME-VENDEDOR.
           MOVE COM-VALOR TO WRK-VALOR-ED.
           DISPLAY '----------------------------------------'.
           IF COMISSAO-GERENTE
              DISPLAY 'GERENTE ' COM-VENDEDOR ' ' WRK-VENDEDOR-NOME
                      ' COMISSAO DE GERENCIA R$' WRK-VALOR-ED
           ELSE
              DISPLAY 'VENDEDOR ' COM-VENDEDOR ' ' WRK-VENDEDOR-NOME
                      ' COMISSAO R$' WRK-VALOR-ED
           END-IF.
           DISPLAY ' 1 - APROVAR'.
           DISPLAY ' 2 - AJUSTAR VALOR'.
           DISPLAY ' 3 - REJEITAR'.
           END-IF.

       0230-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'COMISSAO ' COM-VENDEDOR ' ' COM-ANO '/' COM-MES
                  ' TIPO ' COM-TIPO
                  ' SITUACAO ' COM-SITUACAO ' ' WRK-MOTIVO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                    MOVE COM-ANO      TO LIB-ANO
                    MOVE COM-MES      TO LIB-MES
                    MOVE COM-VALOR    TO LIB-VALOR
                    MOVE COM-TIPO     TO LIB-TIPO
                    WRITE REG-LIBERACAO
                    ADD 1 TO WRK-QTDELIBERADAS
                    ADD COM-VALOR TO WRK-TOTALLIBERADO
                    PERFORM 0220-BUSCAR-NOME-VENDEDOR
                    MOVE COM-VALOR TO WRK-VALOR-ED
                    IF COMISSAO-GERENTE
                       DISPLAY 'LIBERADO GERENTE ' COM-VENDEDOR
                               ' ' WRK-VENDEDOR-NOME
                               ' GERENCIA R$' WRK-VALOR-ED
                    ELSE
                       DISPLAY 'LIBERADO VENDEDOR ' COM-VENDEDOR
                               ' ' WRK-VENDEDOR-NOME
                               ' R$' WRK-VALOR-ED
                    END-IF
                 END-IF
           END-READ.

