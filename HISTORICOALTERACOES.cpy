      * Layout do arquivo sequencial HISTORICOALTERACOES, gravado
      * pelo subprograma GRAVARHISTORICO a cada inclusao, alteracao
      * ou exclusao feita pelos cadastros de vendedores (V),
      * funcionarios (F), clientes (C), precos (P) e metas (M).
      * Guarda a imagem completa do registro antes e depois, a
      * chave, o operador, a data/hora e a lista dos campos que
      * mudaram com o valor anterior e o novo. HAL-SALARIO e
      * HAL-BANCARIO marcam as alteracoes de salario e de dados
      * bancarios, listadas para a auditoria pelo
      * RELATORIOALTERACOES; o CONSULTARHISTORICO mostra o
      * historico de um registro. As imagens tem 160 posicoes,
      * folga sobre o maior cadastro (CLIENTES, 151).
       01  REG-HISTALTERACAO.
           02  HAL-CADASTRO        PIC X(01).
               88  HAL-VENDEDOR              VALUE 'V'.
               88  HAL-FUNCIONARIO           VALUE 'F'.
               88  HAL-CLIENTE               VALUE 'C'.
               88  HAL-PRECO                 VALUE 'P'.
               88  HAL-META                  VALUE 'M'.
           02  HAL-CHAVE           PIC X(20).
           02  HAL-DATAHORA.
               03  HAL-DATA.
                   04  HAL-ANO     PIC 9(04).
                   04  HAL-MES     PIC 9(02).
                   04  HAL-DIA     PIC 9(02).
               03  HAL-DATANUM REDEFINES HAL-DATA PIC 9(08).
               03  HAL-HORA        PIC 9(02).
               03  HAL-MINUTO      PIC 9(02).
               03  HAL-SEGUNDO     PIC 9(02).
           02  HAL-PROGRAMA        PIC X(22).
           02  HAL-OPERADOR        PIC X(08).
           02  HAL-OPERACAO        PIC X(01).
               88  HAL-INCLUSAO              VALUE 'I'.
               88  HAL-ALTERACAO             VALUE 'A'.
               88  HAL-EXCLUSAO              VALUE 'E'.
           02  HAL-SALARIO         PIC X(01).
               88  HAL-ALTEROU-SALARIO       VALUE 'S'.
           02  HAL-BANCARIO        PIC X(01).
               88  HAL-ALTEROU-BANCO         VALUE 'S'.
           02  HAL-QTDECAMPOS      PIC 9(02).
           02  HAL-CAMPO           OCCURS 12 TIMES.
               03  HAL-CAMPO-NOME   PIC X(12).
               03  HAL-CAMPO-ANTES  PIC X(30).
               03  HAL-CAMPO-DEPOIS PIC X(30).
           02  HAL-ANTES           PIC X(160).
           02  HAL-DEPOIS          PIC X(160).
