      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventario fisico do estoque em tres etapas: a folha
      *          de contagem tirada do cadastro mestre, agrupada por
      *          preferencia, com as colunas de quantidade em branco;
      *          o relatorio de divergencias entre o saldo do sistema
      *          e o arquivo de contagem, valorizado pelo preco do
      *          mestre; e, depois de aprovada a contagem, o ajuste
      *          que leva QTD-MES a quantidade contada com movimento
      *          de ajuste de inventario no kardex documentado pelo
      *          numero da contagem; falha ao regravar os lotes
      *          termina o ajuste com codigo de retorno 8, assim como
      *          a etapa que nao chega ao fim (mestre que nao abre ou
      *          nao cabe na tabela, contagem sem linha aceita ou sem
      *          aprovacao)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_INVENTARIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * MESTRE INDEXADO POR ID: LIDO POR INTEIRO NA PARTIDA E, NO
      * AJUSTE, REGRAVADO SO NO REGISTRO DA PLANTA AJUSTADA.
              SELECT MESTRE ASSIGN DYNAMIC CAMINHO-MESTRE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-MES
              FILE STATUS IS FS-MESTRE.
      *
      * CONTAGEM DIGITADA DAS FOLHAS (NUMERO-DA-CONTAGEM;ID;QUANTIDADE
      * CONTADA). O MESMO ID EM MAIS DE UMA LINHA SOMA AS QUANTIDADES
      * (A PLANTA CONTADA EM MAIS DE UM LUGAR DA LOJA).
              SELECT OPTIONAL CONTAGEM ASSIGN DYNAMIC CAMINHO-CONTAGEM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTAGEM.
      *
      * APROVACOES DO CONTADOR (NUMERO-DA-CONTAGEM;APROVADOR): SO A
      * CONTAGEM APROVADA PODE SER AJUSTADA.
              SELECT OPTIONAL APROVACOES ASSIGN DYNAMIC
              CAMINHO-APROVACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-APROVACOES.
      *
      * KARDEX PERMANENTE: LIDO PARA NAO AJUSTAR DUAS VEZES A MESMA
      * CONTAGEM E ACRESCIDO DOS MOVIMENTOS DE AJUSTE, NO MESMO
      * FEITIO GRAVADO POR FLORICULTURA_ESTOQUE.
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
      * LOTES DE ESTOQUE (MESMO CAMINHO NA ENTRADA E NA SAIDA): A
      * FALTA APURADA NA CONTAGEM SAI DOS LOTES MAIS ANTIGOS.
              SELECT OPTIONAL LOTES-ENT ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-ENT.
      *
              SELECT LOTES-SAI ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-SAI.
      *
              SELECT RELATORIO ASSIGN DYNAMIC CAMINHO-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
      * MESMO REGISTRO DO MESTRE INDEXADO DOS DEMAIS PROGRAMAS:
      * QUALQUER MUDANCA AQUI DEVE SER REFLETIDA LA.
         FD MESTRE.
         01 REGISTRO-MESTRE.
            05 ID-MES           PIC 9(04).
            05 NOME-MES         PIC X(30).
            05 PRECO-MES        PIC 9(08)V99.
            05 PREFERENCIA-MES  PIC X(41).
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
         FD CONTAGEM.
         01 REGISTRO-CONTAGEM   PIC X(80).
      *
         FD APROVACOES.
         01 REGISTRO-APROVACAO  PIC X(80).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX-OUT PIC X(40).
      *
         FD LOTES-ENT.
         01 REGISTRO-LOTE-ENT   PIC X(60).
      *
         FD LOTES-SAI.
         01 REGISTRO-LOTE-SAI   PIC X(60).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-MESTRE      PIC X(100) VALUE 'CADASTRO-MESTRE.dat'.

       01  CAMINHO-CONTAGEM    PIC X(100)
               VALUE 'CONTAGEM-FISICA.txt'.

       01  CAMINHO-APROVACOES  PIC X(100)
               VALUE 'APROVACOES-CONTAGEM.txt'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-RELATORIO   PIC X(100) VALUE SPACES.

       01  STATUS-ARQUIVO.
           05 FS-MESTRE        PIC 9(02).
           05 FS-CONTAGEM      PIC 9(02).
           05 FS-APROVACOES    PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.
       77  L                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-RELATORIO-OK     PIC X(01) VALUE 'Y'.
       77  WS-ENCONTRADO       PIC X(01) VALUE 'N'.
       77  WS-INDICE-ENCONTRADO PIC 9(04) VALUE ZEROS.
       77  WS-EOF-MESTRE       PIC X(01) VALUE 'N'.
       77  WS-EOF-CONTAGEM     PIC X(01) VALUE 'N'.
       77  WS-EOF-APROVACOES   PIC X(01) VALUE 'N'.
       77  WS-EOF-KARDEX       PIC X(01) VALUE 'N'.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-QTD-ITENS        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-REGRAVACAO-OK    PIC X(01) VALUE 'Y'.
       77  WS-LOTE-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-LOTE         PIC 9(04) VALUE ZEROS.
       77  WS-CONTAGEM-APROVADA PIC X(01) VALUE 'N'.
       77  WS-LINHA-VALIDA     PIC X(01) VALUE 'N'.
       77  WS-QTD-LINHAS-CONT  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS-ACEITAS PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS-REJ   PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CONTADAS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NAO-CONTADAS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DIVERGENTES  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-AJUSTADAS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-JA-AJUSTADAS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NA-FOLHA     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NO-GRUPO     PIC 9(04) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * MODO DE EXECUCAO: FOLHA (FOLHA DE CONTAGEM), DIVERGENCIA
      * (RELATORIO DA CONTAGEM CONTRA O SISTEMA, SEM ALTERAR NADA) OU
      * AJUSTE (APLICA A CONTAGEM APROVADA).
       01  WS-MODO             PIC X(12) VALUE SPACES.

      * PLANTAS DO MESTRE EM MEMORIA, ORDENADAS POR PREFERENCIA E ID,
      * COM O SALDO DO SISTEMA E O QUE FOI CONTADO.
       01  TABELA-INVENTARIO.
           03 REG-INVENTARIO    OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-ITENS.
               05 ID-INV            PIC 9(04).
               05 NOME-INV          PIC X(30).
               05 PREF-INV          PIC X(41).
               05 PRECO-INV         PIC 9(08)V99.
               05 SISTEMA-INV       PIC 9(06).
               05 CONTADO-INV       PIC 9(06).
               05 CONTADA-INV       PIC X(01).
               05 JA-AJUSTADA-INV   PIC X(01).
               05 SITUACAO-INV      PIC X(12).

       01  WS-ITEM-TEMP        PIC X(111).

      * CAMPOS DA LINHA DE CONTAGEM DESMEMBRADA. O NUMERO DA CONTAGEM
      * DOCUMENTA O AJUSTE NO KARDEX E POR ISSO CABE EM 10 POSICOES;
      * A PRIMEIRA LINHA ACEITA FIXA O NUMERO DO ARQUIVO.
       01  WS-CONTAGEM-LINHA   PIC X(80).
       01  WS-NUM-CONT-LIDO    PIC X(20).
       01  WS-ID-CONT-ALFA     PIC X(10).
       01  WS-QTD-CONT-ALFA    PIC X(10).
       01  WS-ID-CONT          PIC 9(04) VALUE ZEROS.
       01  WS-QTD-CONT         PIC 9(06) VALUE ZEROS.
       01  WS-MOTIVO-REJEICAO  PIC X(40) VALUE SPACES.
       01  WS-NUMERO-CONTAGEM  PIC X(10) VALUE SPACES.

       01  WS-APROVACAO-LINHA  PIC X(80).
       01  WS-NUM-APR-LIDO     PIC X(20).
       01  WS-APROVADOR-LIDO   PIC X(40).
       01  WS-APROVADOR        PIC X(40) VALUE SPACES.

      * CAMPOS DO REGISTRO DO KARDEX DESMEMBRADO NA VARREDURA DOS
      * AJUSTES JA GRAVADOS.
       01  WS-LINHA-KARDEX     PIC X(40).
       01  WS-ID-KAR-ALFA      PIC X(04).
       01  WS-DATA-KAR-ALFA    PIC X(08).
       01  WS-TIPO-KAR         PIC X(01).
       01  WS-DOC-KAR          PIC X(10).

      * REGISTRO DO KARDEX EM DISCO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_ESTOQUE: ID|DATA|TIPO|DOCUMENTO|QTD|SALDO APOS.
      * O AJUSTE DE INVENTARIO ENTRA COMO A (SOBRA, SOMA AO SALDO) OU
      * Q (QUEBRA, TIRA DO SALDO), COM A DIFERENCA NA QUANTIDADE.
       01  REGISTRO-KARDEX-MOD.
           05 ID-KAR-MOD        PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DATA-KAR-MOD      PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 TIPO-KAR-MOD      PIC X(01).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DOC-KAR-MOD       PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 QTD-KAR-MOD       PIC 9(06).
           05 FILLER            PIC X(01) VALUE '|'.
           05 SALDO-KAR-MOD     PIC 9(06).

      * REGISTRO DO LOTE EM DISCO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_ESTOQUE: ID|DATA DE ENTRADA|VENCIMENTO|DOCUMENTO|
      * QUANTIDADE|SALDO.
       01  REGISTRO-LOTE.
           05 LT-ID             PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 LT-ENTRADA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 LT-VENCTO         PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 LT-DOC            PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 LT-QTD            PIC 9(06).
           05 FILLER            PIC X(01) VALUE '|'.
           05 LT-SALDO          PIC 9(06).

      * LOTES EM MEMORIA: A LINHA EM DISCO E OS CAMPOS DO CONSUMO.
      * LINHA QUE NAO SE LE VOLTA COMO ESTAVA PARA O ARQUIVO.
       01  TABELA-LOTES.
           03 REG-LOTE          OCCURS 1 TO 5000
               DEPENDING ON WS-QTD-LOTES.
               05 LINHA-LOTE        PIC X(60).
               05 VALIDO-LOTE       PIC X(01).
               05 ID-LOTE           PIC 9(04).
               05 ENTRADA-LOTE      PIC 9(08).
               05 VENCTO-LOTE       PIC 9(08).
               05 DOC-LOTE          PIC X(10).
               05 QTD-LOTE          PIC 9(06).
               05 SALDO-LOTE        PIC 9(06).

       01  WS-QTD-A-CONSUMIR   PIC 9(06) VALUE ZEROS.
       01  WS-QTD-CONSUMIDA    PIC 9(06) VALUE ZEROS.
       01  WS-SALDO-LOTES      PIC 9(08) VALUE ZEROS.

       01  WS-DIFERENCA        PIC S9(07) VALUE ZEROS.
       01  WS-VALOR-DIFERENCA  PIC S9(12)V99 VALUE ZEROS.
       01  WS-TOT-QTD-SOBRA    PIC 9(08) VALUE ZEROS.
       01  WS-TOT-QTD-FALTA    PIC 9(08) VALUE ZEROS.
       01  WS-TOT-VALOR-SOBRA  PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-VALOR-FALTA  PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-VALOR-LIQUIDO PIC S9(12)V99 VALUE ZEROS.
       01  WS-PREF-ANTERIOR    PIC X(41) VALUE SPACES.
       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.

       01  WS-DATA-CORRENTE.
           05 ANO-CORRENTE      PIC 9(04).
           05 MES-CORRENTE      PIC 9(02).
           05 DIA-CORRENTE      PIC 9(02).

       01  WS-DATA-EDITADA.
           05 DIA-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

      * LINHAS DA FOLHA DE CONTAGEM. O SALDO DO SISTEMA NAO SAI NA
      * FOLHA, PARA A CONTAGEM SER CEGA.
       01  CAB-FOLHA-1.
           05 FILLER            PIC X(42)
               VALUE 'FOLHA DE CONTAGEM FISICA DO ESTOQUE'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 FOL-DATA          PIC X(10).

       01  CAB-FOLHA-2.
           05 FILLER            PIC X(40)
               VALUE 'CONTAGEM NUMERO: ____________'.
           05 FILLER            PIC X(40)
               VALUE 'CONTADOR: ______________________________'.

       01  CAB-FOLHA-GRUPO.
           05 FILLER            PIC X(07) VALUE 'GRUPO: '.
           05 FOL-GRUPO         PIC X(41).

       01  CAB-FOLHA-3.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(16) VALUE 'CONTAGEM'.
           05 FILLER            PIC X(16) VALUE 'RECONTAGEM'.

       01  LINHA-FOLHA-DET.
           05 FOL-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FOL-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE '______________'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE '______________'.

       01  LINHA-FOLHA-GRUPO-TOTAL.
           05 FILLER            PIC X(20) VALUE '   ITENS NO GRUPO: '.
           05 FOL-QTD-GRUPO     PIC ZZZ9.

       01  LINHA-FOLHA-TOTAL.
           05 FILLER            PIC X(20) VALUE 'ITENS NA FOLHA: '.
           05 FOL-QTD-TOTAL     PIC ZZZ9.

       01  LINHA-FOLHA-ASSINATURA.
           05 FILLER            PIC X(40)
               VALUE 'CONFERIDO POR: _________________________'.
           05 FILLER            PIC X(40)
               VALUE 'DATA: ____/____/________'.

      * LINHAS DO RELATORIO DE DIVERGENCIAS (E DO AJUSTE, QUE E O
      * MESMO RELATORIO COM A SITUACAO DE CADA PLANTA).
       01  CAB-DIVERGENCIA-1.
           05 CAB-TITULO        PIC X(42).
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CAB-DATA          PIC X(10).

       01  CAB-DIVERGENCIA-2.
           05 FILLER            PIC X(18) VALUE 'CONTAGEM NUMERO: '.
           05 CAB-NUMERO        PIC X(10).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 CAB-APROVADOR-ROT PIC X(15).
           05 CAB-APROVADOR     PIC X(40).

       01  CAB-DIVERGENCIA-SECAO.
           05 FILLER            PIC X(03) VALUE '== '.
           05 CAB-SECAO         PIC X(60).

       01  CAB-DIVERGENCIA-3.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(08) VALUE ' SISTEMA'.
           05 FILLER            PIC X(08) VALUE ' CONTADO'.
           05 FILLER            PIC X(09) VALUE ' DIFEREN.'.
           05 FILLER            PIC X(16) VALUE '           VALOR'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'SITUACAO'.

       01  LINHA-DIVERGENCIA-DET.
           05 DIV-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DIV-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DIV-SISTEMA       PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DIV-CONTADO       PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DIV-DIFERENCA     PIC -ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DIV-VALOR         PIC -ZZZZZZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DIV-SITUACAO      PIC X(12).

       01  LINHA-NAO-CONTADA.
           05 NCT-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NCT-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NCT-SISTEMA       PIC ZZZZZZ9.

       01  LINHA-TOTAL-SOBRA.
           05 FILLER            PIC X(26) VALUE 'TOTAL DE SOBRAS:'.
           05 TOT-QTD-SOBRA-ED  PIC ZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE '  VALOR: '.
           05 TOT-VALOR-SOBRA-ED PIC ZZZZZZZZZZZ9,99.

       01  LINHA-TOTAL-FALTA.
           05 FILLER            PIC X(26) VALUE 'TOTAL DE FALTAS:'.
           05 TOT-QTD-FALTA-ED  PIC ZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE '  VALOR: '.
           05 TOT-VALOR-FALTA-ED PIC ZZZZZZZZZZZ9,99.

       01  LINHA-TOTAL-LIQUIDO.
           05 FILLER            PIC X(44)
               VALUE 'RESULTADO LIQUIDO DA CONTAGEM:'.
           05 TOT-LIQUIDO-ED    PIC -ZZZZZZZZZZZ9,99.

       01  LINHA-LINHAS-REJEITADAS.
           05 FILLER            PIC X(44)
               VALUE 'LINHAS DA CONTAGEM REJEITADAS:'.
           05 TOT-REJEITADAS-ED PIC ZZZZZ9.

       01  LINHA-INVENTARIO-NENHUM PIC X(10) VALUE '   NENHUMA'.
       01  WS-LINHA-BRANCO     PIC X(01) VALUE SPACES.

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           IF WS-MODO NOT = 'FOLHA' AND WS-MODO NOT = 'DIVERGENCIA'
                   AND WS-MODO NOT = 'AJUSTE'
               DISPLAY 'INFORME O MODO (ARGUMENTO OU VARIAVEL '
                   'MODO_INVENTARIO): FOLHA, DIVERGENCIA OU AJUSTE; '
                   'NOS DOIS ULTIMOS, O ARQUIVO DE CONTAGEM PODE VIR '
                   'NO SEGUNDO ARGUMENTO.'
           ELSE
               PERFORM CARREGA-MESTRE
               IF WS-EXECUCAO-OK = 'Y'
                   PERFORM ORDENA-INVENTARIO
                   EVALUATE WS-MODO
                       WHEN 'FOLHA'
                           PERFORM GRAVA-FOLHA-CONTAGEM
                       WHEN 'DIVERGENCIA'
                           PERFORM CARREGA-CONTAGEM
                           IF WS-EXECUCAO-OK = 'Y'
                               PERFORM GRAVA-RELATORIO-DIVERGENCIA
                           END-IF
                       WHEN 'AJUSTE'
                           PERFORM CARREGA-CONTAGEM
                           PERFORM CONFERE-APROVACAO
                           IF WS-EXECUCAO-OK = 'Y'
                               PERFORM CARREGA-AJUSTES-ANTERIORES
                               PERFORM CARREGA-LOTES
                               PERFORM APLICA-AJUSTES
                               PERFORM REGRAVA-LOTES
                               PERFORM GRAVA-RELATORIO-DIVERGENCIA
                           END-IF
                   END-EVALUATE
               END-IF
               PERFORM RESUMO-INVENTARIO
           END-IF.
           IF WS-REGRAVACAO-OK = 'N' OR WS-EXECUCAO-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O MODO VEM DO PRIMEIRO ARGUMENTO OU
      * DA VARIAVEL MODO_INVENTARIO E O ARQUIVO DE CONTAGEM DO
      * SEGUNDO ARGUMENTO OU DA VARIAVEL CAMINHO_CONTAGEM. O
      * RELATORIO PADRAO E A FOLHA OU O RELATORIO DE INVENTARIO,
      * CONFORME O MODO; DEMAIS CAMINHOS SAO CONFIGURAVEIS POR
      * AMBIENTE, COM OS MESMOS NOMES DOS OUTROS PROGRAMAS.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT WS-MODO FROM ARGUMENT-VALUE
               ELSE
                   ACCEPT WS-MODO FROM ENVIRONMENT 'MODO_INVENTARIO'
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
               IF WS-NUM-ARGS > 1
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-CONTAGEM FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_CONTAGEM'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-CONTAGEM
                   END-IF
               END-IF.
               IF WS-MODO = 'FOLHA'
                   MOVE 'FOLHA-CONTAGEM.txt' TO CAMINHO-RELATORIO
               ELSE
                   MOVE 'RELATORIO-INVENTARIO.txt'
                       TO CAMINHO-RELATORIO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_INVENTARIO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_APROVACOES_CONTAGEM'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-APROVACOES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_MESTRE'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-MESTRE
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_KARDEX'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KARDEX
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LOTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LOTES
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.

      *-----------------------------------------------------------*
      * CARGA DO MESTRE EM ORDEM DE CHAVE. SE O CADASTRO NAO COUBER
      * NA TABELA NADA E EMITIDO NEM AJUSTADO, PARA A CONTAGEM NAO
      * SAIR INCOMPLETA.
      *-----------------------------------------------------------*
          CARREGA-MESTRE.
              MOVE ZEROS TO WS-QTD-ITENS.
              OPEN INPUT MESTRE.
              IF FS-MESTRE NOT = 00
                  DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                      CAMINHO-MESTRE ' STATUS: ' FS-MESTRE
                  MOVE 'N' TO WS-EXECUCAO-OK
              ELSE
                  MOVE 'N' TO WS-EOF-MESTRE
                  MOVE ZEROS TO ID-MES
                  START MESTRE KEY NOT < ID-MES
                      INVALID KEY
                          MOVE 'Y' TO WS-EOF-MESTRE
                  END-START
                  PERFORM UNTIL WS-EOF-MESTRE = 'Y'
                      READ MESTRE NEXT RECORD
                          AT END
                              MOVE 'Y' TO WS-EOF-MESTRE
                          NOT AT END
                              PERFORM ARMAZENA-PLANTA-INVENTARIO
                      END-READ
                  END-PERFORM
                  CLOSE MESTRE
              END-IF.
              DISPLAY 'PLANTAS DO MESTRE CARREGADAS: ' WS-QTD-ITENS.

          ARMAZENA-PLANTA-INVENTARIO.
              IF WS-QTD-ITENS < 2000
                  ADD 1 TO WS-QTD-ITENS
                  MOVE ID-MES TO ID-INV(WS-QTD-ITENS)
                  MOVE NOME-MES TO NOME-INV(WS-QTD-ITENS)
                  MOVE PREFERENCIA-MES TO PREF-INV(WS-QTD-ITENS)
                  MOVE PRECO-MES TO PRECO-INV(WS-QTD-ITENS)
                  MOVE QTD-MES TO SISTEMA-INV(WS-QTD-ITENS)
                  MOVE ZEROS TO CONTADO-INV(WS-QTD-ITENS)
                  MOVE 'N' TO CONTADA-INV(WS-QTD-ITENS)
                  MOVE 'N' TO JA-AJUSTADA-INV(WS-QTD-ITENS)
                  MOVE SPACES TO SITUACAO-INV(WS-QTD-ITENS)
              ELSE
                  IF WS-EXECUCAO-OK = 'Y'
                      DISPLAY 'ERRO: CADASTRO MESTRE ALEM DA '
                          'CAPACIDADE DO INVENTARIO (2000 PLANTAS).'
                      MOVE 'N' TO WS-EXECUCAO-OK
                  END-IF
              END-IF.

      * ORDEM DA FOLHA E DO RELATORIO: PREFERENCIA E, DENTRO DELA, ID.
          ORDENA-INVENTARIO.
              IF WS-QTD-ITENS > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-ITENS
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-ITENS - I
                          IF PREF-INV(J) > PREF-INV(J + 1)
                                  OR (PREF-INV(J) = PREF-INV(J + 1)
                                  AND ID-INV(J) > ID-INV(J + 1))
                              PERFORM TROCA-INVENTARIO
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

          TROCA-INVENTARIO.
              MOVE REG-INVENTARIO(J) TO WS-ITEM-TEMP.
              MOVE REG-INVENTARIO(J + 1) TO REG-INVENTARIO(J).
              MOVE WS-ITEM-TEMP TO REG-INVENTARIO(J + 1).

          LOCALIZA-PLANTA-INVENTARIO.
              MOVE 'N' TO WS-ENCONTRADO.
              MOVE ZEROS TO WS-INDICE-ENCONTRADO.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-ITENS
                  IF ID-INV(K) = WS-ID-CONT
                      MOVE 'Y' TO WS-ENCONTRADO
                      MOVE K TO WS-INDICE-ENCONTRADO
                  END-IF
              END-PERFORM.

      *-----------------------------------------------------------*
      * FOLHA DE CONTAGEM: UM BLOCO POR PREFERENCIA, COM AS PLANTAS
      * EM ORDEM DE ID E AS COLUNAS DE CONTAGEM E RECONTAGEM EM
      * BRANCO PARA PREENCHER NA LOJA.
      *-----------------------------------------------------------*
          GRAVA-FOLHA-CONTAGEM.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR A FOLHA DE CONTAGEM. '
                      'STATUS: ' FS-RELATORIO
                  MOVE 'N' TO WS-RELATORIO-OK
              ELSE
                  MOVE WS-DATA-EDITADA TO FOL-DATA
                  WRITE LINHA-RELATORIO FROM CAB-FOLHA-1
                  WRITE LINHA-RELATORIO FROM CAB-FOLHA-2
                  MOVE HIGH-VALUES TO WS-PREF-ANTERIOR
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-ITENS
                      IF PREF-INV(I) NOT = WS-PREF-ANTERIOR
                          PERFORM ABRE-GRUPO-FOLHA
                      END-IF
                      MOVE ID-INV(I) TO FOL-ID
                      MOVE NOME-INV(I) TO FOL-NOME
                      WRITE LINHA-RELATORIO FROM LINHA-FOLHA-DET
                      ADD 1 TO WS-QTD-NO-GRUPO
                      ADD 1 TO WS-QTD-NA-FOLHA
                  END-PERFORM
                  IF WS-QTD-ITENS > ZEROS
                      PERFORM FECHA-GRUPO-FOLHA
                  END-IF
                  WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO
                  MOVE WS-QTD-NA-FOLHA TO FOL-QTD-TOTAL
                  WRITE LINHA-RELATORIO FROM LINHA-FOLHA-TOTAL
                  WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO
                  WRITE LINHA-RELATORIO FROM LINHA-FOLHA-ASSINATURA
                  CLOSE RELATORIO
                  DISPLAY 'FOLHA DE CONTAGEM GRAVADA EM: '
                      CAMINHO-RELATORIO
              END-IF.

          ABRE-GRUPO-FOLHA.
              IF WS-PREF-ANTERIOR NOT = HIGH-VALUES
                  PERFORM FECHA-GRUPO-FOLHA
              END-IF.
              MOVE PREF-INV(I) TO WS-PREF-ANTERIOR.
              MOVE ZEROS TO WS-QTD-NO-GRUPO.
              IF PREF-INV(I) = SPACES
                  MOVE '(SEM PREFERENCIA)' TO FOL-GRUPO
              ELSE
                  MOVE PREF-INV(I) TO FOL-GRUPO
              END-IF.
              WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
              WRITE LINHA-RELATORIO FROM CAB-FOLHA-GRUPO.
              WRITE LINHA-RELATORIO FROM CAB-FOLHA-3.

          FECHA-GRUPO-FOLHA.
              MOVE WS-QTD-NO-GRUPO TO FOL-QTD-GRUPO.
              WRITE LINHA-RELATORIO FROM LINHA-FOLHA-GRUPO-TOTAL.

      *-----------------------------------------------------------*
      * CARGA DA CONTAGEM DIGITADA. LINHA ILEGIVEL, DE PLANTA FORA
      * DO MESTRE OU DE OUTRA CONTAGEM SAI EM AVISO E NAO ENTRA;
      * SEM NENHUMA LINHA ACEITA NAO HA O QUE CONFRONTAR.
      *-----------------------------------------------------------*
          CARREGA-CONTAGEM.
              MOVE 'N' TO WS-EOF-CONTAGEM.
              OPEN INPUT CONTAGEM.
              IF FS-CONTAGEM = 00
                  PERFORM UNTIL WS-EOF-CONTAGEM = 'Y'
                      READ CONTAGEM INTO WS-CONTAGEM-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-CONTAGEM
                          NOT AT END
                              PERFORM PROCESSA-LINHA-CONTAGEM
                      END-READ
                  END-PERFORM
                  CLOSE CONTAGEM
              END-IF.
              DISPLAY 'LINHAS DE CONTAGEM LIDAS: ' WS-QTD-LINHAS-CONT
                  ' ACEITAS: ' WS-QTD-LINHAS-ACEITAS
                  ' REJEITADAS: ' WS-QTD-LINHAS-REJ.
              IF WS-QTD-LINHAS-ACEITAS = ZEROS
                  DISPLAY 'ERRO: NENHUMA LINHA DE CONTAGEM ACEITA EM: '
                      CAMINHO-CONTAGEM
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.

          PROCESSA-LINHA-CONTAGEM.
              ADD 1 TO WS-QTD-LINHAS-CONT.
              IF WS-CONTAGEM-LINHA NOT = SPACES
                  PERFORM VALIDA-LINHA-CONTAGEM
                  IF WS-LINHA-VALIDA = 'Y'
                      ADD 1 TO WS-QTD-LINHAS-ACEITAS
                      IF CONTADA-INV(WS-INDICE-ENCONTRADO) = 'N'
                          MOVE 'Y' TO
                              CONTADA-INV(WS-INDICE-ENCONTRADO)
                          ADD 1 TO WS-QTD-CONTADAS
                      END-IF
                      ADD WS-QTD-CONT TO
                          CONTADO-INV(WS-INDICE-ENCONTRADO)
                  ELSE
                      ADD 1 TO WS-QTD-LINHAS-REJ
                      DISPLAY 'AVISO: LINHA DE CONTAGEM REJEITADA ('
                          FUNCTION TRIM(WS-MOTIVO-REJEICAO) '): '
                          WS-CONTAGEM-LINHA
                  END-IF
              END-IF.

          VALIDA-LINHA-CONTAGEM.
              MOVE 'Y' TO WS-LINHA-VALIDA.
              MOVE SPACES TO WS-MOTIVO-REJEICAO.
              MOVE SPACES TO WS-NUM-CONT-LIDO.
              MOVE SPACES TO WS-ID-CONT-ALFA.
              MOVE SPACES TO WS-QTD-CONT-ALFA.
              UNSTRING WS-CONTAGEM-LINHA
                  DELIMITED BY ';'
                  INTO WS-NUM-CONT-LIDO
                       WS-ID-CONT-ALFA
                       WS-QTD-CONT-ALFA
              END-UNSTRING.
              IF WS-NUM-CONT-LIDO = SPACES
                      OR FUNCTION LENGTH(FUNCTION
                          TRIM(WS-NUM-CONT-LIDO)) > 10
                  MOVE 'N' TO WS-LINHA-VALIDA
                  MOVE 'NUMERO DA CONTAGEM INVALIDO'
                      TO WS-MOTIVO-REJEICAO
              ELSE
                  IF WS-NUMERO-CONTAGEM NOT = SPACES
                          AND FUNCTION TRIM(WS-NUM-CONT-LIDO)
                              NOT = WS-NUMERO-CONTAGEM
                      MOVE 'N' TO WS-LINHA-VALIDA
                      MOVE 'OUTRA CONTAGEM NO MESMO ARQUIVO'
                          TO WS-MOTIVO-REJEICAO
                  END-IF
              END-IF.
              IF WS-LINHA-VALIDA = 'Y'
                  IF WS-ID-CONT-ALFA = SPACES
                          OR FUNCTION TRIM(WS-ID-CONT-ALFA)
                              IS NOT NUMERIC
                          OR FUNCTION LENGTH(FUNCTION
                              TRIM(WS-ID-CONT-ALFA)) > 4
                      MOVE 'N' TO WS-LINHA-VALIDA
                      MOVE 'ID AUSENTE OU INVALIDO'
                          TO WS-MOTIVO-REJEICAO
                  END-IF
              END-IF.
              IF WS-LINHA-VALIDA = 'Y'
                  IF WS-QTD-CONT-ALFA = SPACES
                          OR FUNCTION TRIM(WS-QTD-CONT-ALFA)
                              IS NOT NUMERIC
                          OR FUNCTION LENGTH(FUNCTION
                              TRIM(WS-QTD-CONT-ALFA)) > 6
                      MOVE 'N' TO WS-LINHA-VALIDA
                      MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-REJEICAO
                  END-IF
              END-IF.
              IF WS-LINHA-VALIDA = 'Y'
                  MOVE FUNCTION TRIM(WS-ID-CONT-ALFA) TO WS-ID-CONT
                  MOVE FUNCTION TRIM(WS-QTD-CONT-ALFA) TO WS-QTD-CONT
                  PERFORM LOCALIZA-PLANTA-INVENTARIO
                  IF WS-ENCONTRADO = 'N'
                      MOVE 'N' TO WS-LINHA-VALIDA
                      MOVE 'PLANTA NAO CADASTRADA NO MESTRE'
                          TO WS-MOTIVO-REJEICAO
                  END-IF
              END-IF.
              IF WS-LINHA-VALIDA = 'Y'
                      AND WS-NUMERO-CONTAGEM = SPACES
                  MOVE FUNCTION TRIM(WS-NUM-CONT-LIDO)
                      TO WS-NUMERO-CONTAGEM
              END-IF.

      *-----------------------------------------------------------*
      * APROVACAO DA CONTAGEM: O AJUSTE SO E APLICADO SE O NUMERO DA
      * CONTAGEM CONSTAR NO ARQUIVO DE APROVACOES COM O NOME DE QUEM
      * APROVOU, QUE SAI NO RELATORIO DO AJUSTE.
      *-----------------------------------------------------------*
          CONFERE-APROVACAO.
              MOVE 'N' TO WS-CONTAGEM-APROVADA.
              IF WS-EXECUCAO-OK = 'Y'
                  MOVE 'N' TO WS-EOF-APROVACOES
                  OPEN INPUT APROVACOES
                  IF FS-APROVACOES = 00
                      PERFORM UNTIL WS-EOF-APROVACOES = 'Y'
                          READ APROVACOES INTO WS-APROVACAO-LINHA
                              AT END
                                  MOVE 'Y' TO WS-EOF-APROVACOES
                              NOT AT END
                                  PERFORM PROCESSA-LINHA-APROVACAO
                          END-READ
                      END-PERFORM
                      CLOSE APROVACOES
                  END-IF
                  IF WS-CONTAGEM-APROVADA = 'N'
                      DISPLAY 'ERRO: CONTAGEM ' WS-NUMERO-CONTAGEM
                          ' SEM APROVACAO EM ' CAMINHO-APROVACOES
                      DISPLAY 'NENHUM AJUSTE APLICADO. RODE O MODO '
                          'DIVERGENCIA PARA A CONFERENCIA.'
                      MOVE 'N' TO WS-EXECUCAO-OK
                  ELSE
                      DISPLAY 'CONTAGEM ' WS-NUMERO-CONTAGEM
                          ' APROVADA POR: '
                          FUNCTION TRIM(WS-APROVADOR)
                  END-IF
              END-IF.

          PROCESSA-LINHA-APROVACAO.
              MOVE SPACES TO WS-NUM-APR-LIDO.
              MOVE SPACES TO WS-APROVADOR-LIDO.
              UNSTRING WS-APROVACAO-LINHA
                  DELIMITED BY ';'
                  INTO WS-NUM-APR-LIDO
                       WS-APROVADOR-LIDO
              END-UNSTRING.
              IF FUNCTION TRIM(WS-NUM-APR-LIDO) = WS-NUMERO-CONTAGEM
                      AND WS-APROVADOR-LIDO NOT = SPACES
                  MOVE 'Y' TO WS-CONTAGEM-APROVADA
                  MOVE FUNCTION TRIM(WS-APROVADOR-LIDO)
                      TO WS-APROVADOR
              END-IF.

      *-----------------------------------------------------------*
      * AJUSTES DESTA CONTAGEM JA GRAVADOS NO KARDEX (MOVIMENTO A OU
      * Q COM O NUMERO DA CONTAGEM): A PLANTA NAO E AJUSTADA DE NOVO
      * SE O AJUSTE FOR REPETIDO DEPOIS DE UMA QUEDA.
      *-----------------------------------------------------------*
          CARREGA-AJUSTES-ANTERIORES.
              MOVE 'N' TO WS-EOF-KARDEX.
              OPEN INPUT KARDEX.
              IF FS-KARDEX = 00
                  PERFORM UNTIL WS-EOF-KARDEX = 'Y'
                      READ KARDEX INTO WS-LINHA-KARDEX
                          AT END
                              MOVE 'Y' TO WS-EOF-KARDEX
                          NOT AT END
                              PERFORM CONFERE-AJUSTE-ANTERIOR
                      END-READ
                  END-PERFORM
                  CLOSE KARDEX
              END-IF.

          CONFERE-AJUSTE-ANTERIOR.
              MOVE SPACES TO WS-ID-KAR-ALFA.
              MOVE SPACES TO WS-DATA-KAR-ALFA.
              MOVE SPACES TO WS-TIPO-KAR.
              MOVE SPACES TO WS-DOC-KAR.
              UNSTRING WS-LINHA-KARDEX
                  DELIMITED BY '|'
                  INTO WS-ID-KAR-ALFA
                       WS-DATA-KAR-ALFA
                       WS-TIPO-KAR
                       WS-DOC-KAR
              END-UNSTRING.
              IF WS-ID-KAR-ALFA IS NUMERIC
                      AND (WS-TIPO-KAR = 'A' OR WS-TIPO-KAR = 'Q')
                      AND WS-DOC-KAR = WS-NUMERO-CONTAGEM
                  MOVE WS-ID-KAR-ALFA TO WS-ID-CONT
                  PERFORM LOCALIZA-PLANTA-INVENTARIO
                  IF WS-ENCONTRADO = 'Y'
                      MOVE 'Y' TO JA-AJUSTADA-INV(WS-INDICE-ENCONTRADO)
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * AJUSTE DA CONTAGEM APROVADA: CADA PLANTA CONTADA E RELIDA NO
      * MESTRE (O SALDO PODE TER MUDADO DESDE O RELATORIO DE
      * DIVERGENCIAS) E, HAVENDO DIFERENCA, QTD-MES PASSA A SER A
      * QUANTIDADE CONTADA, COM O MOVIMENTO DE AJUSTE NO KARDEX.
      *-----------------------------------------------------------*
          APLICA-AJUSTES.
              OPEN I-O MESTRE.
              IF FS-MESTRE NOT = 00
                  DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                      CAMINHO-MESTRE ' STATUS: ' FS-MESTRE
                  MOVE 'N' TO WS-EXECUCAO-OK
                  MOVE 'N' TO WS-LOTES-OK
              ELSE
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-ITENS
                      IF CONTADA-INV(I) = 'Y'
                          PERFORM AJUSTA-PLANTA
                      END-IF
                  END-PERFORM
                  CLOSE MESTRE
              END-IF.

          AJUSTA-PLANTA.
              IF JA-AJUSTADA-INV(I) = 'Y'
                  MOVE 'JA AJUSTADA' TO SITUACAO-INV(I)
                  ADD 1 TO WS-QTD-JA-AJUSTADAS
              ELSE
                  MOVE ID-INV(I) TO ID-MES
                  READ MESTRE
                      INVALID KEY
                          MOVE 'N' TO WS-ENCONTRADO
                      NOT INVALID KEY
                          MOVE 'Y' TO WS-ENCONTRADO
                  END-READ
                  IF WS-ENCONTRADO = 'N'
                      MOVE 'FORA MESTRE' TO SITUACAO-INV(I)
                  ELSE
                      MOVE QTD-MES TO SISTEMA-INV(I)
                      IF CONTADO-INV(I) = QTD-MES
                          MOVE 'SEM AJUSTE' TO SITUACAO-INV(I)
                      ELSE
                          PERFORM REGRAVA-PLANTA-AJUSTADA
                      END-IF
                  END-IF
              END-IF.

          REGRAVA-PLANTA-AJUSTADA.
              MOVE CONTADO-INV(I) TO QTD-MES.
              REWRITE REGISTRO-MESTRE
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR NO MESTRE: ID '
                          ID-MES ' STATUS: ' FS-MESTRE
                      MOVE 'ERRO MESTRE' TO SITUACAO-INV(I)
                  NOT INVALID KEY
                      MOVE 'AJUSTADA' TO SITUACAO-INV(I)
                      ADD 1 TO WS-QTD-AJUSTADAS
                      PERFORM GRAVA-KARDEX-AJUSTE
                      PERFORM ACERTA-LOTES-PLANTA
              END-REWRITE.

      * COMO NOS DEMAIS PROGRAMAS, O KARDEX E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA.
          GRAVA-KARDEX-AJUSTE.
              MOVE ID-MES TO ID-KAR-MOD.
              MOVE WS-DATA-HOJE-NUM TO DATA-KAR-MOD.
              IF CONTADO-INV(I) > SISTEMA-INV(I)
                  MOVE 'A' TO TIPO-KAR-MOD
                  COMPUTE QTD-KAR-MOD =
                      CONTADO-INV(I) - SISTEMA-INV(I)
              ELSE
                  MOVE 'Q' TO TIPO-KAR-MOD
                  COMPUTE QTD-KAR-MOD =
                      SISTEMA-INV(I) - CONTADO-INV(I)
              END-IF.
              MOVE WS-NUMERO-CONTAGEM TO DOC-KAR-MOD.
              MOVE QTD-MES TO SALDO-KAR-MOD.
              OPEN EXTEND KARDEX.
              IF FS-KARDEX NOT = 00 AND FS-KARDEX NOT = 05
                  DISPLAY 'ERRO AO ABRIR O KARDEX. STATUS: '
                      FS-KARDEX
              ELSE
                  WRITE REGISTRO-KARDEX-OUT FROM REGISTRO-KARDEX-MOD
                  IF FS-KARDEX NOT = 00
                      DISPLAY 'ERRO AO GRAVAR O KARDEX. STATUS: '
                          FS-KARDEX
                  END-IF
                  CLOSE KARDEX
              END-IF.

      * O SALDO SEM DATA (ANTERIOR AOS LOTES) E O QUE SOBRA DE QTD-MES
      * DEPOIS DOS LOTES: A SOBRA SO AUMENTA ESSA PARTE E A FALTA SO
      * MEXE NOS LOTES QUANDO ELES PASSAM DO NOVO SALDO, BAIXANDO O
      * EXCESSO DO LOTE MAIS ANTIGO PARA O MAIS NOVO.
          ACERTA-LOTES-PLANTA.
              MOVE ZEROS TO WS-SALDO-LOTES.
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-QTD-LOTES
                  IF VALIDO-LOTE(L) = 'Y'
                          AND ID-LOTE(L) = ID-MES
                      ADD SALDO-LOTE(L) TO WS-SALDO-LOTES
                  END-IF
              END-PERFORM.
              IF WS-SALDO-LOTES > QTD-MES
                  COMPUTE WS-QTD-A-CONSUMIR = WS-SALDO-LOTES - QTD-MES
                  PERFORM CONSOME-LOTES
              END-IF.

      *-----------------------------------------------------------*
      * LOTES DE ESTOQUE: CARGA, CONSUMO DO MAIS ANTIGO PARA O MAIS
      * NOVO E REGRAVACAO NO FIM, NO MESMO CRITERIO DE
      * FLORICULTURA_ESTOQUE. A AUSENCIA DO ARQUIVO NAO E ERRO; SE
      * ELE NAO COUBER NA TABELA NAO E REGRAVADO, PARA NAO PERDER AS
      * LINHAS QUE FICARAM DE FORA.
      *-----------------------------------------------------------*
          CARREGA-LOTES.
              MOVE ZEROS TO WS-QTD-LOTES.
              MOVE 'N' TO WS-EOF-LOTES.
              OPEN INPUT LOTES-ENT.
              IF FS-LOTES-ENT = 00
                  PERFORM UNTIL WS-EOF-LOTES = 'Y'
                      READ LOTES-ENT INTO REGISTRO-LOTE
                          AT END
                              MOVE 'Y' TO WS-EOF-LOTES
                          NOT AT END
                              PERFORM ARMAZENA-LOTE
                      END-READ
                  END-PERFORM
                  CLOSE LOTES-ENT
              END-IF.
              DISPLAY 'LOTES DE ESTOQUE CARREGADOS: ' WS-QTD-LOTES.

          ARMAZENA-LOTE.
              IF WS-QTD-LOTES < 5000
                  ADD 1 TO WS-QTD-LOTES
                  MOVE REGISTRO-LOTE TO LINHA-LOTE(WS-QTD-LOTES)
                  IF LT-ID IS NUMERIC
                          AND LT-ENTRADA IS NUMERIC
                          AND LT-VENCTO IS NUMERIC
                          AND LT-QTD IS NUMERIC
                          AND LT-SALDO IS NUMERIC
                      MOVE 'Y' TO VALIDO-LOTE(WS-QTD-LOTES)
                      MOVE LT-ID TO ID-LOTE(WS-QTD-LOTES)
                      MOVE LT-ENTRADA TO ENTRADA-LOTE(WS-QTD-LOTES)
                      MOVE LT-VENCTO TO VENCTO-LOTE(WS-QTD-LOTES)
                      MOVE LT-DOC TO DOC-LOTE(WS-QTD-LOTES)
                      MOVE LT-QTD TO QTD-LOTE(WS-QTD-LOTES)
                      MOVE LT-SALDO TO SALDO-LOTE(WS-QTD-LOTES)
                  ELSE
                      MOVE 'N' TO VALIDO-LOTE(WS-QTD-LOTES)
                      DISPLAY 'AVISO: LINHA DE LOTE MANTIDA SEM '
                          'CONSUMO (LINHA ILEGIVEL): ' REGISTRO-LOTE
                  END-IF
              ELSE
                  IF WS-LOTES-OK = 'Y'
                      DISPLAY 'ERRO: LOTES DE ESTOQUE ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-LOTES
                      MOVE 'N' TO WS-LOTES-OK
                  END-IF
              END-IF.

          CONSOME-LOTES.
              MOVE 'Y' TO WS-LOTE-ACHADO.
              PERFORM UNTIL WS-QTD-A-CONSUMIR = ZEROS
                      OR WS-LOTE-ACHADO = 'N'
                  PERFORM LOCALIZA-LOTE-MAIS-ANTIGO
                  IF WS-LOTE-ACHADO = 'Y'
                      PERFORM BAIXA-DO-LOTE
                  END-IF
              END-PERFORM.

          LOCALIZA-LOTE-MAIS-ANTIGO.
              MOVE 'N' TO WS-LOTE-ACHADO.
              MOVE ZEROS TO WS-IDX-LOTE.
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-QTD-LOTES
                  IF VALIDO-LOTE(L) = 'Y'
                          AND ID-LOTE(L) = ID-MES
                          AND SALDO-LOTE(L) > ZEROS
                      IF WS-LOTE-ACHADO = 'N'
                          MOVE 'Y' TO WS-LOTE-ACHADO
                          MOVE L TO WS-IDX-LOTE
                      ELSE
                          IF ENTRADA-LOTE(L) <
                                  ENTRADA-LOTE(WS-IDX-LOTE)
                              MOVE L TO WS-IDX-LOTE
                          END-IF
                      END-IF
                  END-IF
              END-PERFORM.

          BAIXA-DO-LOTE.
              IF SALDO-LOTE(WS-IDX-LOTE) > WS-QTD-A-CONSUMIR
                  MOVE WS-QTD-A-CONSUMIR TO WS-QTD-CONSUMIDA
              ELSE
                  MOVE SALDO-LOTE(WS-IDX-LOTE) TO WS-QTD-CONSUMIDA
              END-IF.
              SUBTRACT WS-QTD-CONSUMIDA FROM SALDO-LOTE(WS-IDX-LOTE).
              SUBTRACT WS-QTD-CONSUMIDA FROM WS-QTD-A-CONSUMIR.

          REGRAVA-LOTES.
              IF WS-LOTES-OK = 'N'
                  DISPLAY 'AVISO: LOTES DE ESTOQUE NAO REGRAVADOS, '
                      'FALTAS DA CONTAGEM NAO BAIXADAS DOS LOTES: '
                      CAMINHO-LOTES
              ELSE
                  IF WS-QTD-LOTES > ZEROS
                      OPEN OUTPUT LOTES-SAI
                      IF FS-LOTES-SAI NOT = 00
                          DISPLAY 'ERRO AO REGRAVAR OS LOTES DE '
                              'ESTOQUE: ' CAMINHO-LOTES ' STATUS: '
                              FS-LOTES-SAI
                          MOVE 'N' TO WS-REGRAVACAO-OK
                      ELSE
                          PERFORM VARYING L FROM 1 BY 1
                                  UNTIL L > WS-QTD-LOTES
                              PERFORM REGRAVA-LINHA-LOTE
                          END-PERFORM
                          CLOSE LOTES-SAI
                      END-IF
                  END-IF
              END-IF.

          REGRAVA-LINHA-LOTE.
              IF VALIDO-LOTE(L) = 'Y'
                  IF SALDO-LOTE(L) > ZEROS
                      MOVE ID-LOTE(L) TO LT-ID
                      MOVE ENTRADA-LOTE(L) TO LT-ENTRADA
                      MOVE VENCTO-LOTE(L) TO LT-VENCTO
                      MOVE DOC-LOTE(L) TO LT-DOC
                      MOVE QTD-LOTE(L) TO LT-QTD
                      MOVE SALDO-LOTE(L) TO LT-SALDO
                      WRITE REGISTRO-LOTE-SAI FROM REGISTRO-LOTE
                  END-IF
              ELSE
                  WRITE REGISTRO-LOTE-SAI FROM LINHA-LOTE(L)
              END-IF.
              IF FS-LOTES-SAI NOT = 00 AND WS-REGRAVACAO-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR OS LOTES DE ESTOQUE: '
                      CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                  MOVE 'N' TO WS-REGRAVACAO-OK
              END-IF.

      *-----------------------------------------------------------*
      * RELATORIO DE DIVERGENCIAS POR PLANTA CONTADA: SALDO DO
      * SISTEMA, QUANTIDADE CONTADA, DIFERENCA E SEU VALOR A
      * PRECO-MES, NA ORDEM DA FOLHA; DEPOIS OS TOTAIS DE SOBRAS E
      * FALTAS E AS PLANTAS DO MESTRE QUE FICARAM SEM CONTAGEM. NO
      * AJUSTE SAI TAMBEM A SITUACAO DE CADA PLANTA E QUEM APROVOU.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO-DIVERGENCIA.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE INVENTARIO. '
                      'STATUS: ' FS-RELATORIO
                  MOVE 'N' TO WS-RELATORIO-OK
              ELSE
                  IF WS-MODO = 'AJUSTE'
                      MOVE 'INVENTARIO FISICO - AJUSTE DO ESTOQUE'
                          TO CAB-TITULO
                      MOVE 'APROVADA POR: ' TO CAB-APROVADOR-ROT
                      MOVE WS-APROVADOR TO CAB-APROVADOR
                  ELSE
                      MOVE 'INVENTARIO FISICO - DIVERGENCIAS'
                          TO CAB-TITULO
                      MOVE 'SEM AJUSTE' TO CAB-APROVADOR-ROT
                      MOVE SPACES TO CAB-APROVADOR
                  END-IF
                  MOVE WS-DATA-EDITADA TO CAB-DATA
                  MOVE WS-NUMERO-CONTAGEM TO CAB-NUMERO
                  WRITE LINHA-RELATORIO FROM CAB-DIVERGENCIA-1
                  WRITE LINHA-RELATORIO FROM CAB-DIVERGENCIA-2
                  MOVE 'PLANTAS CONTADAS' TO CAB-SECAO
                  WRITE LINHA-RELATORIO FROM CAB-DIVERGENCIA-SECAO
                  WRITE LINHA-RELATORIO FROM CAB-DIVERGENCIA-3
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-ITENS
                      IF CONTADA-INV(I) = 'Y'
                          PERFORM GRAVA-LINHA-DIVERGENCIA
                      END-IF
                  END-PERFORM
                  WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO
                  MOVE WS-TOT-QTD-SOBRA TO TOT-QTD-SOBRA-ED
                  MOVE WS-TOT-VALOR-SOBRA TO TOT-VALOR-SOBRA-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-SOBRA
                  MOVE WS-TOT-QTD-FALTA TO TOT-QTD-FALTA-ED
                  MOVE WS-TOT-VALOR-FALTA TO TOT-VALOR-FALTA-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-FALTA
                  COMPUTE WS-TOT-VALOR-LIQUIDO =
                      WS-TOT-VALOR-SOBRA - WS-TOT-VALOR-FALTA
                  MOVE WS-TOT-VALOR-LIQUIDO TO TOT-LIQUIDO-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-LIQUIDO
                  MOVE WS-QTD-LINHAS-REJ TO TOT-REJEITADAS-ED
                  WRITE LINHA-RELATORIO FROM LINHA-LINHAS-REJEITADAS
                  MOVE 'PLANTAS DO MESTRE SEM CONTAGEM' TO CAB-SECAO
                  WRITE LINHA-RELATORIO FROM CAB-DIVERGENCIA-SECAO
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-ITENS
                      IF CONTADA-INV(I) = 'N'
                          PERFORM GRAVA-LINHA-NAO-CONTADA
                      END-IF
                  END-PERFORM
                  IF WS-QTD-NAO-CONTADAS = ZEROS
                      WRITE LINHA-RELATORIO
                          FROM LINHA-INVENTARIO-NENHUM
                  END-IF
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE INVENTARIO GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

          GRAVA-LINHA-DIVERGENCIA.
              COMPUTE WS-DIFERENCA = CONTADO-INV(I) - SISTEMA-INV(I).
              COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                  WS-DIFERENCA * PRECO-INV(I).
              IF WS-DIFERENCA > ZEROS
                  ADD 1 TO WS-QTD-DIVERGENTES
                  ADD WS-DIFERENCA TO WS-TOT-QTD-SOBRA
                  ADD WS-VALOR-DIFERENCA TO WS-TOT-VALOR-SOBRA
              END-IF.
              IF WS-DIFERENCA < ZEROS
                  ADD 1 TO WS-QTD-DIVERGENTES
                  SUBTRACT WS-DIFERENCA FROM WS-TOT-QTD-FALTA
                  SUBTRACT WS-VALOR-DIFERENCA FROM WS-TOT-VALOR-FALTA
              END-IF.
              MOVE ID-INV(I) TO DIV-ID.
              MOVE NOME-INV(I) TO DIV-NOME.
              MOVE SISTEMA-INV(I) TO DIV-SISTEMA.
              MOVE CONTADO-INV(I) TO DIV-CONTADO.
              MOVE WS-DIFERENCA TO DIV-DIFERENCA.
              MOVE WS-VALOR-DIFERENCA TO DIV-VALOR.
              IF WS-MODO = 'AJUSTE'
                  MOVE SITUACAO-INV(I) TO DIV-SITUACAO
              ELSE
                  IF WS-DIFERENCA = ZEROS
                      MOVE 'CONFERE' TO DIV-SITUACAO
                  ELSE
                      MOVE 'DIVERGENTE' TO DIV-SITUACAO
                  END-IF
              END-IF.
              WRITE LINHA-RELATORIO FROM LINHA-DIVERGENCIA-DET.

          GRAVA-LINHA-NAO-CONTADA.
              ADD 1 TO WS-QTD-NAO-CONTADAS.
              MOVE ID-INV(I) TO NCT-ID.
              MOVE NOME-INV(I) TO NCT-NOME.
              MOVE SISTEMA-INV(I) TO NCT-SISTEMA.
              WRITE LINHA-RELATORIO FROM LINHA-NAO-CONTADA.

          RESUMO-INVENTARIO.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DO INVENTARIO FISICO - MODO '
                  FUNCTION TRIM(WS-MODO).
              DISPLAY 'PLANTAS NO MESTRE: ' WS-QTD-ITENS.
              IF WS-MODO = 'FOLHA'
                  DISPLAY 'PLANTAS NA FOLHA: ' WS-QTD-NA-FOLHA
              ELSE
                  DISPLAY 'CONTAGEM: ' WS-NUMERO-CONTAGEM
                  DISPLAY 'PLANTAS CONTADAS: ' WS-QTD-CONTADAS
                  DISPLAY 'PLANTAS SEM CONTAGEM: '
                      WS-QTD-NAO-CONTADAS
                  DISPLAY 'PLANTAS COM DIFERENCA: '
                      WS-QTD-DIVERGENTES
                  DISPLAY 'LINHAS REJEITADAS: ' WS-QTD-LINHAS-REJ
              END-IF.
              IF WS-MODO = 'AJUSTE'
                  DISPLAY 'PLANTAS AJUSTADAS: ' WS-QTD-AJUSTADAS
                  DISPLAY 'PLANTAS JA AJUSTADAS ANTES: '
                      WS-QTD-JA-AJUSTADAS
              END-IF.

       END PROGRAM FLORICULTURA_INVENTARIO.
