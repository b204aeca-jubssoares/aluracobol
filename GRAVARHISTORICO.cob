       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVARHISTORICO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: SUBPROGRAMA COMUM DO HISTORICO DE
      ***             ALTERACOES DOS CADASTROS, CHAMADO PELO
      ***             MANTERVENDEDORES (V), MANTERFUNCIONARIOS
      ***             (F), MANTERCLIENTES (C), MANTERPRECOS (P)
      ***             E MANTERMETAS (M) COM A IMAGEM DO
      ***             REGISTRO ANTES E DEPOIS DA MANUTENCAO
      ***             (ANTES EM BRANCO = INCLUSAO, DEPOIS EM
      ***             BRANCO = EXCLUSAO). COMPARA CAMPO A CAMPO,
      ***             MARCA AS ALTERACOES DE SALARIO E DE DADOS
      ***             BANCARIOS E GRAVA UM REGISTRO NO
      ***             HISTORICOALTERACOES. ALTERACAO SEM CAMPO
      ***             MODIFICADO NAO E GRAVADA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICOALTERACOES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WRK-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
       COPY HISTORICOALTERACOES.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTORICO    PIC X(02) VALUE ZEROS.
       77  WRK-TAMCHAVE        PIC 9(02) VALUE ZEROS.
       77  WRK-CAMPO-NOME      PIC X(12) VALUE SPACES.
       77  WRK-CAMPO-ANTES     PIC X(30) VALUE SPACES.
       77  WRK-CAMPO-DEPOIS    PIC X(30) VALUE SPACES.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-DH-DATA.
           02  WRK-DH-ANO  PIC 9(04).
           02  WRK-DH-MES  PIC 9(02).
           02  WRK-DH-DIA  PIC 9(02).
       01  WRK-DH-HORA.
           02  WRK-DH-HH   PIC 9(02).
           02  WRK-DH-MM   PIC 9(02).
           02  WRK-DH-SS   PIC 9(02).
           02  WRK-DH-CC   PIC 9(02).
       COPY VENDEDORES REPLACING ==REG-VENDEDOR== BY ==HIS-VENDANTES==
            LEADING ==VEND-== BY ==HVA-==.
       COPY VENDEDORES REPLACING ==REG-VENDEDOR== BY ==HIS-VENDDEPOIS==
            LEADING ==VEND-== BY ==HVD-==.
       COPY FUNCIONARIOS
            REPLACING ==REG-FUNCIONARIO== BY ==HIS-FUNCANTES==
            LEADING ==FUNC-== BY ==HFA-==.
       COPY FUNCIONARIOS
            REPLACING ==REG-FUNCIONARIO== BY ==HIS-FUNCDEPOIS==
            LEADING ==FUNC-== BY ==HFD-==.
       COPY CLIENTES REPLACING ==REG-CLIENTE== BY ==HIS-CLIANTES==
            LEADING ==CLI-== BY ==HCA-==.
       COPY CLIENTES REPLACING ==REG-CLIENTE== BY ==HIS-CLIDEPOIS==
            LEADING ==CLI-== BY ==HCD-==.
       COPY TABELAPRECOS REPLACING ==REG-PRECO== BY ==HIS-PRECOANTES==
            LEADING ==PRE-== BY ==HPA-==.
       COPY TABELAPRECOS REPLACING ==REG-PRECO== BY ==HIS-PRECODEPOIS==
            LEADING ==PRE-== BY ==HPD-==.
       01  HIS-METAANTES.
           02  HMA-CHAVE.
               03  HMA-VENDEDOR    PIC 9(05).
               03  HMA-ANO         PIC 9(04).
               03  HMA-MES         PIC 9(02).
           02  HMA-VALOR           PIC 9(08)V99.
       01  HIS-METADEPOIS.
           02  HMD-CHAVE.
               03  HMD-VENDEDOR    PIC 9(05).
               03  HMD-ANO         PIC 9(04).
               03  HMD-MES         PIC 9(02).
           02  HMD-VALOR           PIC 9(08)V99.
       LINKAGE SECTION.
       01  HIS-LK-PROGRAMA     PIC X(22).
       01  HIS-LK-OPERADOR     PIC X(08).
       01  HIS-LK-CADASTRO     PIC X(01).
       01  HIS-LK-ANTES        PIC X(160).
       01  HIS-LK-DEPOIS       PIC X(160).
       PROCEDURE DIVISION USING HIS-LK-PROGRAMA HIS-LK-OPERADOR
               HIS-LK-CADASTRO HIS-LK-ANTES HIS-LK-DEPOIS.
       0000-PRINCIPAL.
            PERFORM 0100-PREPARAR-HISTORICO.
            EVALUATE TRUE
               WHEN HAL-VENDEDOR
                  PERFORM 0210-COMPARAR-VENDEDOR
               WHEN HAL-FUNCIONARIO
                  PERFORM 0220-COMPARAR-FUNCIONARIO
               WHEN HAL-CLIENTE
                  PERFORM 0230-COMPARAR-CLIENTE
               WHEN HAL-PRECO
                  PERFORM 0240-COMPARAR-PRECO
               WHEN HAL-META
                  PERFORM 0250-COMPARAR-META
            END-EVALUATE.
            IF NOT HAL-ALTERACAO
               OR HAL-QTDECAMPOS GREATER THAN ZEROS
               PERFORM 0300-GRAVAR-HISTORICO
            END-IF.
            GOBACK.

       0100-PREPARAR-HISTORICO.
           MOVE SPACES          TO REG-HISTALTERACAO.
           MOVE ZEROS           TO HAL-QTDECAMPOS.
           MOVE 'N'             TO HAL-SALARIO.
           MOVE 'N'             TO HAL-BANCARIO.
           MOVE HIS-LK-CADASTRO TO HAL-CADASTRO.
           MOVE HIS-LK-PROGRAMA TO HAL-PROGRAMA.
           IF HIS-LK-OPERADOR EQUAL SPACES
              OR HIS-LK-OPERADOR EQUAL LOW-VALUES
              MOVE 'LOTE' TO HAL-OPERADOR
           ELSE
              MOVE HIS-LK-OPERADOR TO HAL-OPERADOR
           END-IF.
           MOVE HIS-LK-ANTES    TO HAL-ANTES.
           MOVE HIS-LK-DEPOIS   TO HAL-DEPOIS.
           EVALUATE TRUE
              WHEN HIS-LK-ANTES EQUAL SPACES
                 SET HAL-INCLUSAO TO TRUE
              WHEN HIS-LK-DEPOIS EQUAL SPACES
                 SET HAL-EXCLUSAO TO TRUE
              WHEN OTHER
                 SET HAL-ALTERACAO TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
              WHEN HAL-CLIENTE
                 MOVE 6  TO WRK-TAMCHAVE
              WHEN HAL-PRECO
                 MOVE 12 TO WRK-TAMCHAVE
              WHEN HAL-META
                 MOVE 11 TO WRK-TAMCHAVE
              WHEN OTHER
                 MOVE 5  TO WRK-TAMCHAVE
           END-EVALUATE.
           IF HAL-EXCLUSAO
              MOVE HIS-LK-ANTES(1:WRK-TAMCHAVE)  TO HAL-CHAVE
           ELSE
              MOVE HIS-LK-DEPOIS(1:WRK-TAMCHAVE) TO HAL-CHAVE
           END-IF.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DH-HORA FROM TIME.
           MOVE WRK-DH-ANO      TO HAL-ANO.
           MOVE WRK-DH-MES      TO HAL-MES.
           MOVE WRK-DH-DIA      TO HAL-DIA.
           MOVE WRK-DH-HH       TO HAL-HORA.
           MOVE WRK-DH-MM       TO HAL-MINUTO.
           MOVE WRK-DH-SS       TO HAL-SEGUNDO.

       0210-COMPARAR-VENDEDOR.
           IF HAL-INCLUSAO
              INITIALIZE HIS-VENDANTES
           ELSE
              MOVE HIS-LK-ANTES TO HIS-VENDANTES
           END-IF.
           IF HAL-EXCLUSAO
              INITIALIZE HIS-VENDDEPOIS
           ELSE
              MOVE HIS-LK-DEPOIS TO HIS-VENDDEPOIS
           END-IF.
           IF HVA-NOME NOT EQUAL HVD-NOME
              MOVE 'NOME'   TO WRK-CAMPO-NOME
              MOVE HVA-NOME TO WRK-CAMPO-ANTES
              MOVE HVD-NOME TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HVA-EQUIPE NOT EQUAL HVD-EQUIPE
              MOVE 'EQUIPE'   TO WRK-CAMPO-NOME
              MOVE HVA-EQUIPE TO WRK-CAMPO-ANTES
              MOVE HVD-EQUIPE TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HVA-SITUACAO NOT EQUAL HVD-SITUACAO
              MOVE 'SITUACAO'   TO WRK-CAMPO-NOME
              MOVE HVA-SITUACAO TO WRK-CAMPO-ANTES
              MOVE HVD-SITUACAO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HVA-BANCO NOT EQUAL HVD-BANCO
              MOVE 'BANCO'   TO WRK-CAMPO-NOME
              MOVE HVA-BANCO TO WRK-CAMPO-ANTES
              MOVE HVD-BANCO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HVA-AGENCIA NOT EQUAL HVD-AGENCIA
              MOVE 'AGENCIA'   TO WRK-CAMPO-NOME
              MOVE HVA-AGENCIA TO WRK-CAMPO-ANTES
              MOVE HVD-AGENCIA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HVA-CONTA NOT EQUAL HVD-CONTA
              MOVE 'CONTA'   TO WRK-CAMPO-NOME
              MOVE HVA-CONTA TO WRK-CAMPO-ANTES
              MOVE HVD-CONTA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HVA-CPFTITULAR NOT EQUAL HVD-CPFTITULAR
              MOVE 'CPFTITULAR'   TO WRK-CAMPO-NOME
              MOVE HVA-CPFTITULAR TO WRK-CAMPO-ANTES
              MOVE HVD-CPFTITULAR TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.

       0220-COMPARAR-FUNCIONARIO.
           IF HAL-INCLUSAO
              INITIALIZE HIS-FUNCANTES
           ELSE
              MOVE HIS-LK-ANTES TO HIS-FUNCANTES
           END-IF.
           IF HAL-EXCLUSAO
              INITIALIZE HIS-FUNCDEPOIS
           ELSE
              MOVE HIS-LK-DEPOIS TO HIS-FUNCDEPOIS
           END-IF.
           IF HFA-NOME NOT EQUAL HFD-NOME
              MOVE 'NOME'   TO WRK-CAMPO-NOME
              MOVE HFA-NOME TO WRK-CAMPO-ANTES
              MOVE HFD-NOME TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HFA-CPF NOT EQUAL HFD-CPF
              MOVE 'CPF'   TO WRK-CAMPO-NOME
              MOVE HFA-CPF TO WRK-CAMPO-ANTES
              MOVE HFD-CPF TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HFA-ANOENTRADA NOT EQUAL HFD-ANOENTRADA
              OR HFA-MESENTRADA NOT EQUAL HFD-MESENTRADA
              OR HFA-DIAENTRADA NOT EQUAL HFD-DIAENTRADA
              MOVE 'ENTRADA' TO WRK-CAMPO-NOME
              MOVE SPACES    TO WRK-CAMPO-ANTES
              MOVE SPACES    TO WRK-CAMPO-DEPOIS
              STRING HFA-DIAENTRADA '/' HFA-MESENTRADA '/'
                     HFA-ANOENTRADA
                     DELIMITED BY SIZE INTO WRK-CAMPO-ANTES
              STRING HFD-DIAENTRADA '/' HFD-MESENTRADA '/'
                     HFD-ANOENTRADA
                     DELIMITED BY SIZE INTO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HFA-SALARIO NOT EQUAL HFD-SALARIO
              MOVE 'SALARIO'    TO WRK-CAMPO-NOME
              MOVE HFA-SALARIO  TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-ANTES
              MOVE HFD-SALARIO  TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-SALARIO TO TRUE
           END-IF.
           IF HFA-SITUACAO NOT EQUAL HFD-SITUACAO
              MOVE 'SITUACAO'   TO WRK-CAMPO-NOME
              MOVE HFA-SITUACAO TO WRK-CAMPO-ANTES
              MOVE HFD-SITUACAO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HFA-BANCO NOT EQUAL HFD-BANCO
              MOVE 'BANCO'   TO WRK-CAMPO-NOME
              MOVE HFA-BANCO TO WRK-CAMPO-ANTES
              MOVE HFD-BANCO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HFA-AGENCIA NOT EQUAL HFD-AGENCIA
              MOVE 'AGENCIA'   TO WRK-CAMPO-NOME
              MOVE HFA-AGENCIA TO WRK-CAMPO-ANTES
              MOVE HFD-AGENCIA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HFA-CONTA NOT EQUAL HFD-CONTA
              MOVE 'CONTA'   TO WRK-CAMPO-NOME
              MOVE HFA-CONTA TO WRK-CAMPO-ANTES
              MOVE HFD-CONTA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
              SET HAL-ALTEROU-BANCO TO TRUE
           END-IF.
           IF HFA-ANOSAIDA NOT EQUAL HFD-ANOSAIDA
              OR HFA-MESSAIDA NOT EQUAL HFD-MESSAIDA
              OR HFA-DIASAIDA NOT EQUAL HFD-DIASAIDA
              MOVE 'SAIDA'   TO WRK-CAMPO-NOME
              MOVE SPACES    TO WRK-CAMPO-ANTES
              MOVE SPACES    TO WRK-CAMPO-DEPOIS
              STRING HFA-DIASAIDA '/' HFA-MESSAIDA '/'
                     HFA-ANOSAIDA
                     DELIMITED BY SIZE INTO WRK-CAMPO-ANTES
              STRING HFD-DIASAIDA '/' HFD-MESSAIDA '/'
                     HFD-ANOSAIDA
                     DELIMITED BY SIZE INTO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HFA-MOTIVOSAIDA NOT EQUAL HFD-MOTIVOSAIDA
              MOVE 'MOTIVOSAIDA'   TO WRK-CAMPO-NOME
              MOVE HFA-MOTIVOSAIDA TO WRK-CAMPO-ANTES
              MOVE HFD-MOTIVOSAIDA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HFA-MESESCASA NOT EQUAL HFD-MESESCASA
              MOVE 'MESESCASA'   TO WRK-CAMPO-NOME
              MOVE HFA-MESESCASA TO WRK-CAMPO-ANTES
              MOVE HFD-MESESCASA TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.

       0230-COMPARAR-CLIENTE.
           IF HAL-INCLUSAO
              INITIALIZE HIS-CLIANTES
           ELSE
              MOVE HIS-LK-ANTES TO HIS-CLIANTES
           END-IF.
           IF HAL-EXCLUSAO
              INITIALIZE HIS-CLIDEPOIS
           ELSE
              MOVE HIS-LK-DEPOIS TO HIS-CLIDEPOIS
           END-IF.
           IF HCA-NOME NOT EQUAL HCD-NOME
              MOVE 'NOME'   TO WRK-CAMPO-NOME
              MOVE HCA-NOME TO WRK-CAMPO-ANTES
              MOVE HCD-NOME TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-CPF NOT EQUAL HCD-CPF
              MOVE 'CPF'   TO WRK-CAMPO-NOME
              MOVE HCA-CPF TO WRK-CAMPO-ANTES
              MOVE HCD-CPF TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-ENDERECO NOT EQUAL HCD-ENDERECO
              MOVE 'ENDERECO'   TO WRK-CAMPO-NOME
              MOVE HCA-ENDERECO TO WRK-CAMPO-ANTES
              MOVE HCD-ENDERECO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-TELEFONE NOT EQUAL HCD-TELEFONE
              MOVE 'TELEFONE'   TO WRK-CAMPO-NOME
              MOVE HCA-TELEFONE TO WRK-CAMPO-ANTES
              MOVE HCD-TELEFONE TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-EMAIL NOT EQUAL HCD-EMAIL
              MOVE 'EMAIL'   TO WRK-CAMPO-NOME
              MOVE HCA-EMAIL TO WRK-CAMPO-ANTES
              MOVE HCD-EMAIL TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-SITUACAO NOT EQUAL HCD-SITUACAO
              MOVE 'SITUACAO'   TO WRK-CAMPO-NOME
              MOVE HCA-SITUACAO TO WRK-CAMPO-ANTES
              MOVE HCD-SITUACAO TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.
           IF HCA-LIMITECREDITO NOT EQUAL HCD-LIMITECREDITO
              MOVE 'LIMITE'          TO WRK-CAMPO-NOME
              MOVE HCA-LIMITECREDITO TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED      TO WRK-CAMPO-ANTES
              MOVE HCD-LIMITECREDITO TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED      TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.

       0240-COMPARAR-PRECO.
           IF HAL-INCLUSAO
              INITIALIZE HIS-PRECOANTES
           ELSE
              MOVE HIS-LK-ANTES TO HIS-PRECOANTES
           END-IF.
           IF HAL-EXCLUSAO
              INITIALIZE HIS-PRECODEPOIS
           ELSE
              MOVE HIS-LK-DEPOIS TO HIS-PRECODEPOIS
           END-IF.
           IF HPA-PRECO NOT EQUAL HPD-PRECO
              MOVE 'PRECO'      TO WRK-CAMPO-NOME
              MOVE HPA-PRECO    TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-ANTES
              MOVE HPD-PRECO    TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.

       0250-COMPARAR-META.
           IF HAL-INCLUSAO
              INITIALIZE HIS-METAANTES
           ELSE
              MOVE HIS-LK-ANTES TO HIS-METAANTES
           END-IF.
           IF HAL-EXCLUSAO
              INITIALIZE HIS-METADEPOIS
           ELSE
              MOVE HIS-LK-DEPOIS TO HIS-METADEPOIS
           END-IF.
           IF HMA-VALOR NOT EQUAL HMD-VALOR
              MOVE 'VALOR'      TO WRK-CAMPO-NOME
              MOVE HMA-VALOR    TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-ANTES
              MOVE HMD-VALOR    TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-CAMPO-DEPOIS
              PERFORM 0290-ADICIONAR-CAMPO
           END-IF.

       0290-ADICIONAR-CAMPO.
           IF HAL-QTDECAMPOS LESS THAN 12
              ADD 1 TO HAL-QTDECAMPOS
              MOVE WRK-CAMPO-NOME   TO HAL-CAMPO-NOME(HAL-QTDECAMPOS)
              MOVE WRK-CAMPO-ANTES  TO HAL-CAMPO-ANTES(HAL-QTDECAMPOS)
              MOVE WRK-CAMPO-DEPOIS
                TO HAL-CAMPO-DEPOIS(HAL-QTDECAMPOS)
           END-IF.

       0300-GRAVAR-HISTORICO.
           OPEN EXTEND ARQ-HISTORICO.
           IF WRK-FS-HISTORICO EQUAL '05'
              OR WRK-FS-HISTORICO EQUAL '35'
              OPEN OUTPUT ARQ-HISTORICO
              CLOSE ARQ-HISTORICO
              OPEN EXTEND ARQ-HISTORICO
           END-IF.
           WRITE REG-HISTALTERACAO.
           CLOSE ARQ-HISTORICO.
