      *          final por planta; cada movimento aplicado, com sua
      *          data e documento, e acrescentado ao kardex permanente
      *          com o saldo resultante, para consulta posterior por
      *          FLORICULTURA_KARDEX; a entrada documentada pelo numero
      *          de uma ordem de compra de FLORICULTURA_COMPRAS e
      *          conferida contra a linha da ordem, com relatorio de
      *          recebimentos acima e abaixo do pedido, recebimentos
      *          sem ordem e ordens em aberto com prazo vencido; cada
      *          entrada documentada (nota do fornecedor) gera ainda um
      *          titulo no contas a pagar, valorizado pelo preco do
      *          catalogo do dia e com vencimento pelo prazo do
      *          fornecedor, apurado depois por FLORICULTURA_PAGAR;
      *          cada entrada vira tambem um lote datado, com
      *          vencimento pela validade da planta, e saidas e perdas
      *          consomem os lotes mais antigos primeiro; o valor do
      *          estoque nao conta o saldo de lotes ja vencidos; no
      *          controle do lote, a etapa ESTOQUE so roda com a etapa
      *          PEDIDOS ja concluida na data de negocio e uma vez por
      *          data, salvo reexecucao autorizada, e marca a etapa
      *          concluida com as contagens, ou com erro se falhar a
      *          regravacao das ordens de compra ou dos lotes; os
      *          movimentos sao datados pela data de negocio do controle
      *          do lote; etapa que termina com erro sai com codigo de
      *          retorno 8 e so roda de novo na mesma data com
      *          reexecucao autorizada; a falha ao gravar um titulo no
      *          contas a pagar tambem termina a etapa com erro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
      * ORDENS DE COMPRA EM ABERTO, GRAVADAS POR FLORICULTURA_COMPRAS
      * (MESMO CAMINHO NA ENTRADA E NA SAIDA): LIDAS POR INTEIRO NA
      * PARTIDA E REGRAVADAS COM O RECEBIDO ATUALIZADO.
              SELECT OPTIONAL ORDENS-ENT ASSIGN DYNAMIC CAMINHO-ORDENS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ORDENS-ENT.
      *
              SELECT ORDENS-SAI ASSIGN DYNAMIC CAMINHO-ORDENS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ORDENS-SAI.
      *
              SELECT RELATORIO-RECEB ASSIGN DYNAMIC
              CAMINHO-RELATORIO-RECEB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO-RECEB.
      *
      * CATALOGO DO DIA, NO FEITIO GRAVADO POR FLORICULTURA_ARQUIVO:
      * PRECO EM REAIS, MOEDA, VALOR NA MOEDA E FORNECEDOR ESCOLHIDO
      * DE CADA PLANTA, QUE VALORIZAM O TITULO A PAGAR DA ENTRADA.
              SELECT OPTIONAL CATALOGO ASSIGN DYNAMIC CAMINHO-CATALOGO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CATALOGO.
      *
      * CADASTRO DE FORNECEDORES (CODIGO;NOME;MOEDA;PRAZO EM DIAS),
      * O MESMO LIDO PELA CARGA DIARIA: O PRAZO DA O VENCIMENTO.
              SELECT OPTIONAL FORNECEDORES ASSIGN DYNAMIC
              CAMINHO-FORNECEDORES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FORNECEDORES.
      *
      * CONTAS A PAGAR PERMANENTE, SEMPRE EM MODO DE ACRESCIMO: UM
      * TITULO POR ENTRADA DOCUMENTADA, APURADO POR FLORICULTURA_PAGAR.
              SELECT OPTIONAL CONTAS-PAGAR ASSIGN DYNAMIC
              CAMINHO-CONTAS-PAGAR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTAS-PAGAR.
      *
      * LOTES DE ESTOQUE (MESMO CAMINHO NA ENTRADA E NA SAIDA): UM POR
      * ENTRADA, COM VENCIMENTO E SALDO; LIDOS POR INTEIRO NA PARTIDA
      * E REGRAVADOS SEM OS LOTES JA ESGOTADOS. TAMBEM CONSUMIDOS
      * POR FLORICULTURA_PEDIDOS E FLORICULTURA_BACKORDER E BAIXADOS
      * NO VENCIMENTO POR FLORICULTURA_VALIDADE.
              SELECT OPTIONAL LOTES-ENT ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-ENT.
      *
              SELECT LOTES-SAI ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-SAI.
      *
      * CONTROLE DO LOTE DIARIO, COMUM AS ETAPAS DA CADEIA: A DATA DE
      * NEGOCIO ABERTA PELA CARGA E A SITUACAO DE CADA ETAPA NELA. CADA
      * LINHA DATA;ETAPA;AUTORIZADOR DAS REEXECUCOES AUTORIZADAS LIBERA
      * UMA EXECUCAO A MAIS DA ETAPA NAQUELA DATA.
              SELECT OPTIONAL CONTROLE-LOTE
              ASSIGN DYNAMIC CAMINHO-CONTROLE-LOTE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTROLE-LOTE.
      *
              SELECT OPTIONAL REEXECUCOES
              ASSIGN DYNAMIC CAMINHO-REEXECUCOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REEXECUCOES.
      *
       DATA DIVISION.
       FILE SECTION.
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
         FD MOVIMENTOS.
         01 REGISTRO-MOVIMENTO  PIC X(80).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX-OUT PIC X(40).
      *
         FD ORDENS-ENT.
         01 REGISTRO-ORDEM-ENT  PIC X(100).
      *
         FD ORDENS-SAI.
         01 REGISTRO-ORDEM-SAI  PIC X(100).
      *
         FD RELATORIO-RECEB.
         01 LINHA-RELATORIO-RECEB PIC X(100).
      *
         FD CATALOGO.
         01 REGISTRO-CATALOGO   PIC X(116).
      *
         FD FORNECEDORES.
         01 REGISTRO-FORNECEDOR PIC X(60).
      *
         FD CONTAS-PAGAR.
         01 REGISTRO-PAGAR-OUT  PIC X(80).
      *
         FD LOTES-ENT.
         01 REGISTRO-LOTE-ENT   PIC X(60).
      *
         FD LOTES-SAI.
         01 REGISTRO-LOTE-SAI   PIC X(60).
      *
         FD CONTROLE-LOTE.
         01 REGISTRO-CONTROLE-LOTE PIC X(100).
      *
         FD REEXECUCOES.
         01 REGISTRO-REEXECUCAO PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-MESTRE      PIC X(100) VALUE 'CADASTRO-MESTRE.dat'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-ORDENS      PIC X(100) VALUE 'PEDIDOS-COMPRA.txt'.

       01  CAMINHO-RELATORIO-RECEB PIC X(100)
               VALUE 'RELATORIO-RECEBIMENTO.txt'.

       01  CAMINHO-CATALOGO    PIC X(100) VALUE 'CATALOGO-SAIDA.txt'.

       01  CAMINHO-FORNECEDORES PIC X(100) VALUE 'FORNECEDORES.txt'.

       01  CAMINHO-CONTAS-PAGAR PIC X(100) VALUE 'CONTAS-PAGAR.txt'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-MESTRE        PIC 9(02).
           05 FS-MOVIMENTOS    PIC 9(02).
           05 FS-REJEITADOS    PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-ORDENS-ENT    PIC 9(02).
           05 FS-ORDENS-SAI    PIC 9(02).
           05 FS-RELATORIO-RECEB PIC 9(02).
           05 FS-CATALOGO      PIC 9(02).
           05 FS-FORNECEDORES  PIC 9(02).
           05 FS-CONTAS-PAGAR  PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       01  WS-MOVIMENTO        PIC X(80).

       77  WS-EOF-MESTRE       PIC X(01) VALUE 'N'.
       77  WS-EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       77  WS-MOVIMENTOS-OK    PIC X(01) VALUE 'Y'.
       77  WS-REGRAVACAO-OK    PIC X(01) VALUE 'Y'.
       77  WS-REJEITADOS-OK    PIC X(01) VALUE 'Y'.
       77  WS-RELATORIO-OK     PIC X(01) VALUE 'Y'.
       77  WS-MOVIMENTO-VALIDO PIC X(01) VALUE 'Y'.
       77  WS-IDX-SALDO        PIC 9(03) VALUE ZEROS.
       77  WS-QTD-APLICADOS    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ORDENS       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-ORDEM    PIC 9(03) VALUE ZEROS.
       77  WS-EOF-ORDENS       PIC X(01) VALUE 'N'.
       77  WS-ORDENS-OK        PIC X(01) VALUE 'Y'.
       77  WS-ORDEM-ACHADA     PIC X(01) VALUE 'N'.
       77  WS-IDX-ORDEM        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CONFERIDAS   PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ACIMA        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ABAIXO       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-VENCIDAS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SECAO        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CATALOGO     PIC 9(03) VALUE ZEROS.
       77  WS-EOF-CATALOGO     PIC X(01) VALUE 'N'.
       77  WS-CAT-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-IDX-CAT          PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  WS-EOF-FORNECEDORES PIC X(01) VALUE 'N'.
       77  WS-FORN-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-FORN         PIC 9(02) VALUE ZEROS.
       77  WS-QTD-TITULOS      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-TIT-SEM-FORN PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-LOTE-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-LOTE         PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LOTES-NOVOS  PIC 9(06) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO  PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'ENTRADAS'.
           05 FILLER            PIC X(10) VALUE 'SAIDAS'.
           05 FILLER            PIC X(10) VALUE 'PERDAS'.
           05 FILLER            PIC X(10) VALUE 'SDO.FINAL'.
           05 FILLER            PIC X(07) VALUE 'VENCIDO'.

       01  LINHA-ESTOQUE.
           05 EST-ID            PIC 9(04).
           05 EST-PERDAS        PIC ZZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 EST-SDO-FINAL     PIC ZZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 EST-VENCIDO       PIC ZZZZZ9.

       01  LINHA-VALOR-ESTOQUE.
           05 FILLER            PIC X(33)
               VALUE 'VALOR DO ESTOQUE NO FECHAMENTO: '.
           05 VAL-ESTOQUE-ED    PIC ZZZZZZZZZZZZZ9,99.

       01  LINHA-VALOR-VENCIDO.
           05 FILLER            PIC X(33)
               VALUE 'VENCIDO FORA DO VALOR DO ESTOQUE:'.
           05 VAL-VENCIDO-ED    PIC ZZZZZZZZZZZZZ9,99.

      * REGISTRO DA ORDEM DE COMPRA EM DISCO, NO MESMO FEITIO GRAVADO
      * POR FLORICULTURA_COMPRAS: QUALQUER MUDANCA LA DEVE SER
      * REFLETIDA AQUI.
       01  REGISTRO-ORDEM.
           05 OC-NUMERO          PIC X(10).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-FORN            PIC 9(04).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-EMISSAO         PIC 9(08).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-PREVISTA        PIC 9(08).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-ID              PIC 9(04).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-NOME            PIC X(30).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-QTD-PEDIDA      PIC 9(06).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-QTD-RECEBIDA    PIC 9(06).
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-PRECO           PIC 9(08)V99.
           05 FILLER             PIC X(01) VALUE '|'.
           05 OC-SITUACAO        PIC X(01).

      * ORDENS DE COMPRA EM MEMORIA: A LINHA EM DISCO E OS CAMPOS DA
      * CONFERENCIA, MAIS O RECEBIDO NESTA EXECUCAO. LINHA QUE NAO
      * SE LE VOLTA COMO ESTAVA PARA O ARQUIVO.
       01  TABELA-ORDENS.
           03 REG-ORDEM         OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-ORDENS.
               05 LINHA-ORD         PIC X(100).
               05 VALIDA-ORD        PIC X(01).
               05 NUMERO-ORD        PIC X(10).
               05 ID-ORD            PIC 9(04).
               05 PEDIDA-ORD        PIC 9(06).
               05 RECEBIDA-ORD      PIC 9(06).
               05 PREVISTA-ORD      PIC 9(08).
               05 SITUACAO-ORD      PIC X(01).
               05 RECEBIDO-DIA-ORD  PIC 9(06).

      * ENTRADAS DO DIA SEM ORDEM DE COMPRA CORRESPONDENTE (DOCUMENTO
      * QUE NAO E NUMERO DE ORDEM, OU ORDEM SEM LINHA DA PLANTA).
       01  TABELA-SEM-ORDEM.
           03 REG-SEM-ORDEM     OCCURS 1 TO 999
               DEPENDING ON WS-QTD-SEM-ORDEM.
               05 ID-SOR            PIC 9(04).
               05 NOME-SOR          PIC X(30).
               05 DOC-SOR           PIC X(10).
               05 QTD-SOR           PIC 9(06).
               05 DATA-SOR          PIC 9(08).

      * LINHAS DO RELATORIO DE RECEBIMENTO CONTRA ORDENS DE COMPRA.
       01  CAB-RECEB-1.
           05 FILLER            PIC X(42)
               VALUE 'CONFERENCIA DE RECEBIMENTOS X ORDENS'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CAB-RECEB-DATA    PIC X(10).

       01  CAB-RECEB-SECAO.
           05 FILLER            PIC X(03) VALUE '== '.
           05 CAB-RECEB-TITULO  PIC X(40).

       01  CAB-RECEB-2.
           05 FILLER            PIC X(11) VALUE 'ORDEM'.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(30) VALUE 'NOME'.
           05 FILLER            PIC X(07) VALUE ' PEDIDA'.
           05 FILLER            PIC X(10) VALUE '  RECEBIDA'.
           05 FILLER            PIC X(10) VALUE ' DIFERENCA'.
           05 FILLER            PIC X(11) VALUE '   PREVISTA'.

       01  LINHA-RECEB-ORDEM.
           05 REC-NUMERO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REC-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REC-NOME          PIC X(30).
           05 REC-PEDIDA        PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 REC-RECEBIDA      PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REC-DIFERENCA     PIC -ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REC-PREVISTA      PIC X(10).

       01  CAB-RECEB-3.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(30) VALUE 'NOME'.
           05 FILLER            PIC X(10) VALUE 'RECEBIDA'.
           05 FILLER            PIC X(10) VALUE 'DATA'.

       01  LINHA-RECEB-SEM-ORDEM.
           05 RSO-DOC           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RSO-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RSO-NOME          PIC X(30).
           05 RSO-QTD           PIC ZZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RSO-DATA          PIC X(10).

       01  LINHA-RECEB-NENHUM  PIC X(10) VALUE '   NENHUM'.

       01  WS-DIFERENCA-RECEB  PIC S9(07) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.

       01  WS-DATA-AUX.
           05 ANO-AUX           PIC 9(04).
           05 MES-AUX           PIC 9(02).
           05 DIA-AUX           PIC 9(02).

       01  WS-DATA-AUX-ED.
           05 DIA-AUX-ED        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-AUX-ED        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-AUX-ED        PIC 9(04).

      * CATALOGO DO DIA EM MEMORIA: SO O QUE VALORIZA O TITULO A
      * PAGAR (PRECO EM REAIS, MOEDA E VALOR COTADO NELA, FORNECEDOR).
       01  TABELA-CATALOGO.
           03 REG-CATALOGO      OCCURS 1 TO 999
               DEPENDING ON WS-QTD-CATALOGO.
               05 ID-CAT            PIC 9(04).
               05 PRECO-CAT         PIC 9(08)V99.
               05 MOEDA-CAT         PIC X(03).
               05 ORIG-CAT          PIC 9(08)V99.
               05 FORN-CAT          PIC 9(04).

       01  WS-LINHA-CATALOGO   PIC X(116).
       01  WS-CAMPO-ID-CAT     PIC X(04).
       01  WS-CAMPO-NOME-CAT   PIC X(30).
       01  WS-CAMPO-PRECO-CAT  PIC X(09).
       01  WS-CAMPO-PREF-CAT   PIC X(41).
       01  WS-CAMPO-MOEDA-CAT  PIC X(03).
       01  WS-CAMPO-ORIG-CAT   PIC X(09).
       01  WS-CAMPO-FORN-CAT   PIC X(04).

      * CADASTRO DE FORNECEDORES EM MEMORIA: SO CODIGO E PRAZO.
       01  TABELA-FORNECEDORES.
           03 REG-FORNECEDOR    OCCURS 1 TO 99
               DEPENDING ON WS-QTD-FORNECEDORES.
               05 COD-FORN          PIC 9(04).
               05 PRAZO-FORN        PIC 9(03).

       01  WS-FORN-LINHA       PIC X(60).
       01  WS-COD-FORN-ALFA    PIC X(10).
       01  WS-NOME-FORN-LIDO   PIC X(30).
       01  WS-MOEDA-FORN-LIDA  PIC X(05).
       01  WS-PRAZO-FORN-ALFA  PIC X(05).

      * REGISTRO DO LOTE EM DISCO:
      * ID|DATA DE ENTRADA|VENCIMENTO|DOCUMENTO|QUANTIDADE|SALDO.
      * PLANTA SEM VALIDADE CADASTRADA TEM VENCIMENTO 99999999. O
      * MESMO REGISTRO E LIDO E REGRAVADO POR FLORICULTURA_PEDIDOS,
      * FLORICULTURA_BACKORDER E FLORICULTURA_VALIDADE: QUALQUER
      * MUDANCA AQUI DEVE SER REFLETIDA LA.
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
       01  WS-SALDO-PRE-BAIXA  PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-SEM-LOTE   PIC 9(08) VALUE ZEROS.
       01  WS-VENCTO-LOTE      PIC 9(08) VALUE ZEROS.

      * REGISTRO DO CONTAS A PAGAR EM DISCO:
      * FORNECEDOR|DATA|VENCIMENTO|DOCUMENTO|TIPO|ID|MOEDA|VALOR NA
      * MOEDA|VALOR EM REAIS. TIPO T E TITULO DE ENTRADA E P E
      * PAGAMENTO. O MESMO REGISTRO E LIDO E ACRESCIDO POR
      * FLORICULTURA_PAGAR: QUALQUER MUDANCA AQUI DEVE SER REFLETIDA LA.
       01  REGISTRO-PAGAR-MOD.
           05 FORN-PAG-MOD      PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DATA-PAG-MOD      PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 VENCTO-PAG-MOD    PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DOC-PAG-MOD       PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 TIPO-PAG-MOD      PIC X(01).
           05 FILLER            PIC X(01) VALUE '|'.
           05 ID-PAG-MOD        PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 MOEDA-PAG-MOD     PIC X(03).
           05 FILLER            PIC X(01) VALUE '|'.
           05 ORIG-PAG-MOD      PIC 9(10),99.
           05 FILLER            PIC X(01) VALUE '|'.
           05 VALOR-PAG-MOD     PIC 9(10),99.

       01  WS-FORN-TITULO      PIC 9(04) VALUE ZEROS.
       01  WS-MOEDA-TITULO     PIC X(03) VALUE SPACES.
       01  WS-ORIG-TITULO      PIC 9(10)V99 VALUE ZEROS.
       01  WS-VALOR-TITULO     PIC 9(10)V99 VALUE ZEROS.
       01  WS-VENCTO-TITULO    PIC 9(08) VALUE ZEROS.

       01  WS-VALOR-ESTOQUE    PIC 9(14)V99 VALUE ZEROS.
       01  WS-VALOR-VENCIDO    PIC 9(14)V99 VALUE ZEROS.
       01  WS-QTD-VENCIDA      PIC 9(06) VALUE ZEROS.
       01  WS-SALDO-ATUAL      PIC 9(06) VALUE ZEROS.

       01  WS-DATA-CORRENTE.
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

      * CONTROLE DO LOTE DIARIO: A ETAPA DESTE PROGRAMA NA CADEIA E A
      * QUE PRECISA TER CONCLUIDO ANTES DELA NA MESMA DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'ESTOQUE'.
       01  WS-ETAPA-ANTERIOR   PIC X(12) VALUE 'PEDIDOS'.
       01  WS-ETAPA-BUSCA      PIC X(12) VALUE SPACES.
       01  WS-DATA-NEGOCIO     PIC 9(08) VALUE ZEROS.
       01  WS-HORA-CONTROLE    PIC X(08).
       01  WS-AUTORIZADOR      PIC X(30) VALUE SPACES.
       77  WS-EXECUCAO-LIBERADA PIC X(01) VALUE 'Y'.
       77  WS-ORDEM-VIOLADA    PIC X(01) VALUE 'N'.
       77  WS-CONTROLE-GRAVADO PIC X(01) VALUE 'Y'.
       77  WS-SITUACAO-ETAPA   PIC X(01) VALUE SPACES.
       77  WS-EOF-CONTROLE     PIC X(01) VALUE 'N'.
       77  WS-EOF-REEXECUCOES  PIC X(01) VALUE 'N'.
       77  WS-QTD-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CTL          PIC 9(02) VALUE ZEROS.
       77  WS-AUTORIZ-USADAS   PIC 9(02) VALUE ZEROS.
       77  WS-AUTORIZ-LIDAS    PIC 9(02) VALUE ZEROS.
       77  WS-CTL-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-CTL-GRAVADOS     PIC 9(07) VALUE ZEROS.

      * UM REGISTRO POR ETAPA, MAIS O DA DATA DE NEGOCIO (ETAPA
      * DATA-NEGOCIO). SITUACAO: E = EM EXECUCAO (OU INTERROMPIDA),
      * C = CONCLUIDA, F = TERMINOU COM ERRO. AUTORIZ-CTL CONTA AS
      * REEXECUCOES AUTORIZADAS JA USADAS PELA ETAPA NA DATA.
       01  TABELA-CONTROLE.
           03 REG-CONTROLE      OCCURS 1 TO 20
               DEPENDING ON WS-QTD-CONTROLE.
               05 ETAPA-CTL         PIC X(12).
               05 DATA-CTL          PIC 9(08).
               05 SITUACAO-CTL      PIC X(01).
               05 INICIO-CTL        PIC 9(06).
               05 FIM-CTL           PIC 9(06).
               05 LIDOS-CTL         PIC 9(07).
               05 GRAVADOS-CTL      PIC 9(07).
               05 AUTORIZ-CTL       PIC 9(02).
               05 AUTORIZADOR-CTL   PIC X(30).

       01  WS-LINHA-CONTROLE.
           05 LID-ETAPA         PIC X(12).
           05 FILLER            PIC X(01).
           05 LID-DATA          PIC X(08).
           05 FILLER            PIC X(01).
           05 LID-SITUACAO      PIC X(01).
           05 FILLER            PIC X(01).
           05 LID-INICIO        PIC X(06).
           05 FILLER            PIC X(01).
           05 LID-FIM           PIC X(06).
           05 FILLER            PIC X(01).
           05 LID-LIDOS         PIC X(07).
           05 FILLER            PIC X(01).
           05 LID-GRAVADOS      PIC X(07).
           05 FILLER            PIC X(01).
           05 LID-AUTORIZ       PIC X(02).
           05 FILLER            PIC X(01).
           05 LID-AUTORIZADOR   PIC X(30).
           05 FILLER            PIC X(13).

       01  REGISTRO-CONTROLE-MOD.
           05 CTL-ETAPA         PIC X(12).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-SITUACAO      PIC X(01).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-INICIO        PIC 9(06).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-FIM           PIC 9(06).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-LIDOS         PIC 9(07).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-GRAVADOS      PIC 9(07).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-AUTORIZ       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CTL-AUTORIZADOR   PIC X(30).

       01  WS-LINHA-REEXECUCAO PIC X(60).
       01  WS-CAMPO-REEX-DATA  PIC X(10).
       01  WS-CAMPO-REEX-ETAPA PIC X(12).
       01  WS-CAMPO-REEX-AUTOR PIC X(30).

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM VERIFICA-CONTROLE-LOTE.
           IF WS-EXECUCAO-LIBERADA = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ASSUME-DATA-NEGOCIO.
           PERFORM ABRE-MESTRE.
           PERFORM CARREGA-ORDENS-COMPRA.
           PERFORM CARREGA-CATALOGO.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM CARREGA-LOTES.
           PERFORM ABRE-ARQUIVO-REJEITADOS.
           PERFORM ABRE-MOVIMENTOS.
           IF WS-MOVIMENTOS-OK = 'Y'
               END-PERFORM
               PERFORM FECHA-MOVIMENTOS
               PERFORM GRAVA-RELATORIO-ESTOQUE
               PERFORM REGRAVA-ORDENS-COMPRA
               PERFORM GRAVA-RELATORIO-RECEBIMENTO
               PERFORM REGRAVA-LOTES
           END-IF.
           PERFORM FECHA-MESTRE.
           PERFORM FECHA-ARQUIVO-REJEITADOS.
           PERFORM RESUMO-MOVIMENTOS.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KARDEX
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_PEDIDOS_COMPRA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-ORDENS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_RECEBIMENTO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO-RECEB
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_SAIDA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CATALOGO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_FORNECEDORES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-FORNECEDORES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_CONTAS_PAGAR'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CONTAS-PAGAR
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LOTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LOTES
               END-IF.

      *-----------------------------------------------------------*
      * ABERTURA DO MESTRE INDEXADO EM I-O. SEM MESTRE NAO HA SOBRE
                  NOT INVALID KEY
                      ADD 1 TO WS-QTD-APLICADOS
                      PERFORM GRAVA-KARDEX
                      IF WS-TIPO = 'E'
                          PERFORM GERA-LOTE-ENTRADA
                          PERFORM CONFERE-ORDEM-COMPRA
                          IF WS-DOC-MOV NOT = SPACES
                              PERFORM GERA-TITULO-PAGAR
                          END-IF
                      ELSE
                          MOVE WS-QTD-MOV TO WS-QTD-A-CONSUMIR
                          PERFORM CONSOME-LOTES
                      END-IF
              END-REWRITE.

      * COMO O DIARIO DA CARGA, O KARDEX E ABERTO EM ACRESCIMO E
                  WRITE LINHA-RELATORIO FROM CABECALHO-ESTOQUE-1
                  WRITE LINHA-RELATORIO FROM CABECALHO-ESTOQUE-2
                  MOVE ZEROS TO WS-VALOR-ESTOQUE
                  MOVE ZEROS TO WS-VALOR-VENCIDO
                  MOVE 'N' TO WS-EOF-MESTRE
                  MOVE ZEROS TO ID-MES
                  START MESTRE KEY NOT < ID-MES
                  END-PERFORM
                  MOVE WS-VALOR-ESTOQUE TO VAL-ESTOQUE-ED
                  WRITE LINHA-RELATORIO FROM LINHA-VALOR-ESTOQUE
                  MOVE WS-VALOR-VENCIDO TO VAL-VENCIDO-ED
                  WRITE LINHA-RELATORIO FROM LINHA-VALOR-VENCIDO
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE ESTOQUE GRAVADO EM: '
                      CAMINHO-RELATORIO

      * PLANTA SEM MOVIMENTO NO DIA NAO TEM ACUMULADORES: O SALDO DE
      * ABERTURA E O PROPRIO SALDO ATUAL E OS MOVIMENTOS SAEM ZERO.
      * O SALDO DE LOTES JA VENCIDOS (AINDA NAO BAIXADOS PELA RODADA
      * NOTURNA DE FLORICULTURA_VALIDADE) SAI EM COLUNA PROPRIA E
      * FICA FORA DO VALOR DO ESTOQUE.
          GRAVA-LINHA-ESTOQUE-PLANTA.
              PERFORM LOCALIZA-SALDO-DIA.
              MOVE ID-MES TO EST-ID.
                  MOVE ZEROS TO EST-PERDAS
              END-IF.
              MOVE QTD-MES TO EST-SDO-FINAL.
              PERFORM APURA-VENCIDO-PLANTA.
              MOVE WS-QTD-VENCIDA TO EST-VENCIDO.
              WRITE LINHA-RELATORIO FROM LINHA-ESTOQUE.
              COMPUTE WS-VALOR-ESTOQUE = WS-VALOR-ESTOQUE
                  + (QTD-MES - WS-QTD-VENCIDA) * PRECO-MES.
              COMPUTE WS-VALOR-VENCIDO = WS-VALOR-VENCIDO
                  + WS-QTD-VENCIDA * PRECO-MES.

      * O VENCIDO DA PLANTA NUNCA PASSA DO SALDO DO MESTRE.
          APURA-VENCIDO-PLANTA.
              MOVE ZEROS TO WS-QTD-VENCIDA.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-LOTES
                  IF VALIDO-LOTE(K) = 'Y'
                          AND ID-LOTE(K) = ID-MES
                          AND VENCTO-LOTE(K) < WS-DATA-HOJE-NUM
                      ADD SALDO-LOTE(K) TO WS-QTD-VENCIDA
                  END-IF
              END-PERFORM.
              IF WS-QTD-VENCIDA > QTD-MES
                  MOVE QTD-MES TO WS-QTD-VENCIDA
              END-IF.

      *-----------------------------------------------------------*
      * CARGA DAS ORDENS DE COMPRA EM ABERTO. A AUSENCIA DO ARQUIVO
      * NAO E ERRO: TODA ENTRADA DO DIA SAI COMO RECEBIDA SEM ORDEM.
      * SE O ARQUIVO NAO COUBER NA TABELA ELE NAO E REGRAVADO, PARA
      * NAO PERDER AS LINHAS QUE FICARAM DE FORA.
      *-----------------------------------------------------------*
          CARREGA-ORDENS-COMPRA.
              MOVE ZEROS TO WS-QTD-ORDENS.
              MOVE 'N' TO WS-EOF-ORDENS.
              OPEN INPUT ORDENS-ENT.
              IF FS-ORDENS-ENT = 00
                  PERFORM UNTIL WS-EOF-ORDENS = 'Y'
                      READ ORDENS-ENT INTO REGISTRO-ORDEM
                          AT END
                              MOVE 'Y' TO WS-EOF-ORDENS
                          NOT AT END
                              PERFORM ARMAZENA-ORDEM-COMPRA
                      END-READ
                  END-PERFORM
                  CLOSE ORDENS-ENT
              END-IF.
              DISPLAY 'ORDENS DE COMPRA CARREGADAS: ' WS-QTD-ORDENS
                  ' LINHAS'.

          ARMAZENA-ORDEM-COMPRA.
              IF WS-QTD-ORDENS < 2000
                  ADD 1 TO WS-QTD-ORDENS
                  MOVE REGISTRO-ORDEM TO LINHA-ORD(WS-QTD-ORDENS)
                  MOVE ZEROS TO RECEBIDO-DIA-ORD(WS-QTD-ORDENS)
                  IF OC-NUMERO(1:2) = 'OC'
                          AND OC-ID IS NUMERIC
                          AND OC-QTD-PEDIDA IS NUMERIC
                          AND OC-QTD-RECEBIDA IS NUMERIC
                          AND OC-PREVISTA IS NUMERIC
                      MOVE 'Y' TO VALIDA-ORD(WS-QTD-ORDENS)
                      MOVE OC-NUMERO TO NUMERO-ORD(WS-QTD-ORDENS)
                      MOVE OC-ID TO ID-ORD(WS-QTD-ORDENS)
                      MOVE OC-QTD-PEDIDA TO PEDIDA-ORD(WS-QTD-ORDENS)
                      MOVE OC-QTD-RECEBIDA
                          TO RECEBIDA-ORD(WS-QTD-ORDENS)
                      MOVE OC-PREVISTA TO PREVISTA-ORD(WS-QTD-ORDENS)
                      MOVE OC-SITUACAO TO SITUACAO-ORD(WS-QTD-ORDENS)
                  ELSE
                      MOVE 'N' TO VALIDA-ORD(WS-QTD-ORDENS)
                      DISPLAY 'AVISO: LINHA DE ORDEM DE COMPRA MANTIDA '
                          'SEM CONFERENCIA (LINHA ILEGIVEL): '
                          REGISTRO-ORDEM
                  END-IF
              ELSE
                  IF WS-ORDENS-OK = 'Y'
                      DISPLAY 'ERRO: ORDENS DE COMPRA ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-ORDENS
                      MOVE 'N' TO WS-ORDENS-OK
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * CONFERENCIA DE UMA ENTRADA APLICADA: O DOCUMENTO E O NUMERO
      * DA ORDEM E A PLANTA PRECISA TER LINHA NELA. A QUANTIDADE
      * SOMA NO RECEBIDO DA LINHA, QUE FICA ATENDIDA (F) QUANDO O
      * RECEBIDO CHEGA AO PEDIDO. SEM LINHA CORRESPONDENTE, A ENTRADA
      * E LISTADA COMO RECEBIDA SEM ORDEM - O MOVIMENTO JA FOI
      * APLICADO DO MESMO JEITO.
      *-----------------------------------------------------------*
          CONFERE-ORDEM-COMPRA.
              MOVE 'N' TO WS-ORDEM-ACHADA.
              MOVE ZEROS TO WS-IDX-ORDEM.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-ORDENS
                  IF WS-ORDEM-ACHADA = 'N'
                          AND VALIDA-ORD(K) = 'Y'
                          AND NUMERO-ORD(K) = WS-DOC-MOV
                          AND ID-ORD(K) = ID-MES
                      MOVE 'Y' TO WS-ORDEM-ACHADA
                      MOVE K TO WS-IDX-ORDEM
                  END-IF
              END-PERFORM.
              IF WS-ORDEM-ACHADA = 'Y'
                  ADD 1 TO WS-QTD-CONFERIDAS
                  ADD WS-QTD-MOV TO RECEBIDA-ORD(WS-IDX-ORDEM)
                  ADD WS-QTD-MOV TO RECEBIDO-DIA-ORD(WS-IDX-ORDEM)
                  IF RECEBIDA-ORD(WS-IDX-ORDEM)
                          NOT < PEDIDA-ORD(WS-IDX-ORDEM)
                      MOVE 'F' TO SITUACAO-ORD(WS-IDX-ORDEM)
                  END-IF
              ELSE
                  IF WS-QTD-SEM-ORDEM < 999
                      ADD 1 TO WS-QTD-SEM-ORDEM
                      MOVE ID-MES TO ID-SOR(WS-QTD-SEM-ORDEM)
                      MOVE NOME-MES TO NOME-SOR(WS-QTD-SEM-ORDEM)
                      MOVE WS-DOC-MOV TO DOC-SOR(WS-QTD-SEM-ORDEM)
                      MOVE WS-QTD-MOV TO QTD-SOR(WS-QTD-SEM-ORDEM)
                      MOVE WS-DATA-MOV TO DATA-SOR(WS-QTD-SEM-ORDEM)
                  ELSE
                      DISPLAY 'AVISO: LIMITE DE 999 ENTRADAS SEM '
                          'ORDEM ATINGIDO. ID ' ID-MES ' DOCUMENTO '
                          WS-DOC-MOV ' FORA DO RELATORIO.'
                  END-IF
              END-IF.

      * O ARQUIVO SO E REGRAVADO SE FOI CARREGADO POR INTEIRO; LINHA
      * ILEGIVEL VOLTA COMO ESTAVA.
          REGRAVA-ORDENS-COMPRA.
              IF WS-ORDENS-OK = 'N'
                  DISPLAY 'AVISO: ORDENS DE COMPRA NAO REGRAVADAS, '
                      'RECEBIDO DO DIA NAO ATUALIZADO: ' CAMINHO-ORDENS
                  MOVE 'N' TO WS-REGRAVACAO-OK
              ELSE
                  IF WS-QTD-ORDENS > ZEROS
                      OPEN OUTPUT ORDENS-SAI
                      IF FS-ORDENS-SAI NOT = 00
                          DISPLAY 'ERRO AO REGRAVAR AS ORDENS DE '
                              'COMPRA: ' CAMINHO-ORDENS ' STATUS: '
                              FS-ORDENS-SAI
                          MOVE 'N' TO WS-REGRAVACAO-OK
                      ELSE
                          PERFORM VARYING K FROM 1 BY 1
                                  UNTIL K > WS-QTD-ORDENS
                              PERFORM REGRAVA-LINHA-ORDEM
                          END-PERFORM
                          CLOSE ORDENS-SAI
                      END-IF
                  END-IF
              END-IF.

          REGRAVA-LINHA-ORDEM.
              IF VALIDA-ORD(K) = 'Y'
                  MOVE LINHA-ORD(K) TO REGISTRO-ORDEM
                  MOVE RECEBIDA-ORD(K) TO OC-QTD-RECEBIDA
                  MOVE SITUACAO-ORD(K) TO OC-SITUACAO
                  WRITE REGISTRO-ORDEM-SAI FROM REGISTRO-ORDEM
              ELSE
                  WRITE REGISTRO-ORDEM-SAI FROM LINHA-ORD(K)
              END-IF.
              IF FS-ORDENS-SAI NOT = 00 AND WS-REGRAVACAO-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR AS ORDENS DE COMPRA: '
                      CAMINHO-ORDENS ' STATUS: ' FS-ORDENS-SAI
                  MOVE 'N' TO WS-REGRAVACAO-OK
              END-IF.

      *-----------------------------------------------------------*
      * RELATORIO DE RECEBIMENTO: LINHAS DE ORDEM RECEBIDAS HOJE
      * ACIMA E ABAIXO DO PEDIDO, ENTRADAS SEM ORDEM E ORDENS AINDA
      * EM ABERTO COM A DATA PREVISTA VENCIDA.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO-RECEBIMENTO.
              OPEN OUTPUT RELATORIO-RECEB.
              IF FS-RELATORIO-RECEB NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE RECEBIMENTO. '
                      'STATUS: ' FS-RELATORIO-RECEB
              ELSE
                  MOVE WS-DATA-EDITADA TO CAB-RECEB-DATA
                  WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-1
                  PERFORM GRAVA-SECAO-ACIMA
                  PERFORM GRAVA-SECAO-ABAIXO
                  PERFORM GRAVA-SECAO-SEM-ORDEM
                  PERFORM GRAVA-SECAO-VENCIDAS
                  CLOSE RELATORIO-RECEB
                  DISPLAY 'RELATORIO DE RECEBIMENTO GRAVADO EM: '
                      CAMINHO-RELATORIO-RECEB
              END-IF.

          GRAVA-SECAO-ACIMA.
              MOVE 'RECEBIDO ACIMA DO PEDIDO' TO CAB-RECEB-TITULO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-SECAO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-2.
              MOVE ZEROS TO WS-QTD-SECAO.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-ORDENS
                  IF VALIDA-ORD(K) = 'Y'
                          AND RECEBIDO-DIA-ORD(K) > ZEROS
                          AND RECEBIDA-ORD(K) > PEDIDA-ORD(K)
                      PERFORM GRAVA-LINHA-RECEB-ORDEM
                  END-IF
              END-PERFORM.
              MOVE WS-QTD-SECAO TO WS-QTD-ACIMA.
              IF WS-QTD-SECAO = ZEROS
                  WRITE LINHA-RELATORIO-RECEB FROM LINHA-RECEB-NENHUM
              END-IF.

          GRAVA-SECAO-ABAIXO.
              MOVE 'RECEBIDO ABAIXO DO PEDIDO' TO CAB-RECEB-TITULO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-SECAO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-2.
              MOVE ZEROS TO WS-QTD-SECAO.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-ORDENS
                  IF VALIDA-ORD(K) = 'Y'
                          AND RECEBIDO-DIA-ORD(K) > ZEROS
                          AND RECEBIDA-ORD(K) < PEDIDA-ORD(K)
                      PERFORM GRAVA-LINHA-RECEB-ORDEM
                  END-IF
              END-PERFORM.
              MOVE WS-QTD-SECAO TO WS-QTD-ABAIXO.
              IF WS-QTD-SECAO = ZEROS
                  WRITE LINHA-RELATORIO-RECEB FROM LINHA-RECEB-NENHUM
              END-IF.

          GRAVA-SECAO-SEM-ORDEM.
              MOVE 'RECEBIDO SEM ORDEM DE COMPRA' TO CAB-RECEB-TITULO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-SECAO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-3.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-SEM-ORDEM
                  MOVE DATA-SOR(K) TO WS-DATA-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE DOC-SOR(K) TO RSO-DOC
                  MOVE ID-SOR(K) TO RSO-ID
                  MOVE NOME-SOR(K) TO RSO-NOME
                  MOVE QTD-SOR(K) TO RSO-QTD
                  MOVE WS-DATA-AUX-ED TO RSO-DATA
                  WRITE LINHA-RELATORIO-RECEB
                      FROM LINHA-RECEB-SEM-ORDEM
              END-PERFORM.
              IF WS-QTD-SEM-ORDEM = ZEROS
                  WRITE LINHA-RELATORIO-RECEB FROM LINHA-RECEB-NENHUM
              END-IF.

          GRAVA-SECAO-VENCIDAS.
              MOVE 'ORDENS EM ABERTO COM PRAZO VENCIDO'
                  TO CAB-RECEB-TITULO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-SECAO.
              WRITE LINHA-RELATORIO-RECEB FROM CAB-RECEB-2.
              MOVE ZEROS TO WS-QTD-SECAO.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-ORDENS
                  IF VALIDA-ORD(K) = 'Y'
                          AND SITUACAO-ORD(K) = 'A'
                          AND PREVISTA-ORD(K) < WS-DATA-HOJE-NUM
                      PERFORM GRAVA-LINHA-RECEB-ORDEM
                  END-IF
              END-PERFORM.
              MOVE WS-QTD-SECAO TO WS-QTD-VENCIDAS.
              IF WS-QTD-SECAO = ZEROS
                  WRITE LINHA-RELATORIO-RECEB FROM LINHA-RECEB-NENHUM
              END-IF.

          GRAVA-LINHA-RECEB-ORDEM.
              ADD 1 TO WS-QTD-SECAO.
              MOVE LINHA-ORD(K) TO REGISTRO-ORDEM.
              MOVE PREVISTA-ORD(K) TO WS-DATA-AUX.
              PERFORM EDITA-DATA-AUX.
              COMPUTE WS-DIFERENCA-RECEB =
                  RECEBIDA-ORD(K) - PEDIDA-ORD(K).
              MOVE NUMERO-ORD(K) TO REC-NUMERO.
              MOVE ID-ORD(K) TO REC-ID.
              MOVE OC-NOME TO REC-NOME.
              MOVE PEDIDA-ORD(K) TO REC-PEDIDA.
              MOVE RECEBIDA-ORD(K) TO REC-RECEBIDA.
              MOVE WS-DIFERENCA-RECEB TO REC-DIFERENCA.
              MOVE WS-DATA-AUX-ED TO REC-PREVISTA.
              WRITE LINHA-RELATORIO-RECEB FROM LINHA-RECEB-ORDEM.

          EDITA-DATA-AUX.
              MOVE DIA-AUX TO DIA-AUX-ED.
              MOVE MES-AUX TO MES-AUX-ED.
              MOVE ANO-AUX TO ANO-AUX-ED.

      *-----------------------------------------------------------*
      * CARGA DO CATALOGO DO DIA. SEM CATALOGO O TITULO A PAGAR SAI
      * PELO PRECO DA ORDEM DE COMPRA OU, NA FALTA DELA, PELO PRECO
      * DO MESTRE, SEMPRE EM REAIS.
      *-----------------------------------------------------------*
          CARREGA-CATALOGO.
              MOVE ZEROS TO WS-QTD-CATALOGO.
              MOVE 'N' TO WS-EOF-CATALOGO.
              OPEN INPUT CATALOGO.
              IF FS-CATALOGO = 00
                  PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
                      READ CATALOGO INTO WS-LINHA-CATALOGO
                          AT END
                              MOVE 'Y' TO WS-EOF-CATALOGO
                          NOT AT END
                              PERFORM ARMAZENA-REGISTRO-CATALOGO
                      END-READ
                  END-PERFORM
                  CLOSE CATALOGO
              ELSE
                  DISPLAY 'AVISO: CATALOGO NAO ENCONTRADO, TITULOS A '
                      'PAGAR PELO PRECO DA ORDEM OU DO MESTRE: '
                      CAMINHO-CATALOGO
              END-IF.
              DISPLAY 'CATALOGO CARREGADO: ' WS-QTD-CATALOGO
                  ' PLANTAS'.

          ARMAZENA-REGISTRO-CATALOGO.
              IF WS-QTD-CATALOGO < 999
                  MOVE SPACES TO WS-CAMPO-ID-CAT
                  MOVE SPACES TO WS-CAMPO-PRECO-CAT
                  MOVE SPACES TO WS-CAMPO-MOEDA-CAT
                  MOVE SPACES TO WS-CAMPO-ORIG-CAT
                  MOVE SPACES TO WS-CAMPO-FORN-CAT
                  UNSTRING WS-LINHA-CATALOGO
                      DELIMITED BY '|'
                      INTO WS-CAMPO-ID-CAT
                           WS-CAMPO-NOME-CAT
                           WS-CAMPO-PRECO-CAT
                           WS-CAMPO-PREF-CAT
                           WS-CAMPO-MOEDA-CAT
                           WS-CAMPO-ORIG-CAT
                           WS-CAMPO-FORN-CAT
                  END-UNSTRING
                  IF WS-CAMPO-ID-CAT IS NUMERIC
                      ADD 1 TO WS-QTD-CATALOGO
                      MOVE WS-CAMPO-ID-CAT TO ID-CAT(WS-QTD-CATALOGO)
                      MOVE FUNCTION NUMVAL(WS-CAMPO-PRECO-CAT)
                          TO PRECO-CAT(WS-QTD-CATALOGO)
                      IF WS-CAMPO-MOEDA-CAT = SPACES
                          MOVE 'BRL' TO MOEDA-CAT(WS-QTD-CATALOGO)
                          MOVE PRECO-CAT(WS-QTD-CATALOGO)
                              TO ORIG-CAT(WS-QTD-CATALOGO)
                      ELSE
                          MOVE WS-CAMPO-MOEDA-CAT
                              TO MOEDA-CAT(WS-QTD-CATALOGO)
                          MOVE FUNCTION NUMVAL(WS-CAMPO-ORIG-CAT)
                              TO ORIG-CAT(WS-QTD-CATALOGO)
                      END-IF
                      IF WS-CAMPO-FORN-CAT IS NUMERIC
                          MOVE WS-CAMPO-FORN-CAT
                              TO FORN-CAT(WS-QTD-CATALOGO)
                      ELSE
                          MOVE ZEROS TO FORN-CAT(WS-QTD-CATALOGO)
                      END-IF
                  END-IF
              END-IF.

          LOCALIZA-NO-CATALOGO.
              MOVE 'N' TO WS-CAT-ACHADO.
              MOVE ZEROS TO WS-IDX-CAT.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-CATALOGO
                  IF ID-CAT(K) = ID-MES
                      MOVE 'Y' TO WS-CAT-ACHADO
                      MOVE K TO WS-IDX-CAT
                  END-IF
              END-PERFORM.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE FORNECEDORES, SO PELO PRAZO DE
      * PAGAMENTO. FORNECEDOR FORA DO CADASTRO VENCE NA DATA DA
      * ENTRADA.
      *-----------------------------------------------------------*
          CARREGA-FORNECEDORES.
               MOVE ZEROS TO WS-QTD-FORNECEDORES.
               MOVE 'N' TO WS-EOF-FORNECEDORES.
               OPEN INPUT FORNECEDORES.
               IF FS-FORNECEDORES = 00
                   PERFORM UNTIL WS-EOF-FORNECEDORES = 'Y'
                       READ FORNECEDORES INTO WS-FORN-LINHA
                           AT END
                               MOVE 'Y' TO WS-EOF-FORNECEDORES
                           NOT AT END
                               PERFORM ARMAZENA-FORNECEDOR
                       END-READ
                   END-PERFORM
                   CLOSE FORNECEDORES
               END-IF.
               DISPLAY 'FORNECEDORES CARREGADOS: '
                   WS-QTD-FORNECEDORES.

          ARMAZENA-FORNECEDOR.
               MOVE SPACES TO WS-COD-FORN-ALFA.
               MOVE SPACES TO WS-NOME-FORN-LIDO.
               MOVE SPACES TO WS-MOEDA-FORN-LIDA.
               MOVE SPACES TO WS-PRAZO-FORN-ALFA.
               UNSTRING WS-FORN-LINHA
                   DELIMITED BY ';'
                   INTO WS-COD-FORN-ALFA
                        WS-NOME-FORN-LIDO
                        WS-MOEDA-FORN-LIDA
                        WS-PRAZO-FORN-ALFA
               END-UNSTRING.
               IF WS-COD-FORN-ALFA NOT = SPACES
                       AND FUNCTION TRIM(WS-COD-FORN-ALFA) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(WS-COD-FORN-ALFA)) NOT > 4
                       AND WS-NOME-FORN-LIDO NOT = SPACES
                       AND WS-QTD-FORNECEDORES < 99
                   ADD 1 TO WS-QTD-FORNECEDORES
                   MOVE FUNCTION TRIM(WS-COD-FORN-ALFA)
                       TO COD-FORN(WS-QTD-FORNECEDORES)
                   IF WS-PRAZO-FORN-ALFA NOT = SPACES
                           AND FUNCTION TRIM(WS-PRAZO-FORN-ALFA)
                               IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(WS-PRAZO-FORN-ALFA)) NOT > 3
                       MOVE FUNCTION TRIM(WS-PRAZO-FORN-ALFA)
                           TO PRAZO-FORN(WS-QTD-FORNECEDORES)
                   ELSE
                       MOVE ZEROS TO PRAZO-FORN(WS-QTD-FORNECEDORES)
                   END-IF
               ELSE
                   DISPLAY 'AVISO: FORNECEDOR IGNORADO (LINHA '
                       'ILEGIVEL): ' WS-FORN-LINHA
               END-IF.

          LOCALIZA-FORNECEDOR.
               MOVE 'N' TO WS-FORN-ACHADO.
               MOVE ZEROS TO WS-IDX-FORN.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-FORNECEDORES
                   IF COD-FORN(K) = WS-FORN-TITULO
                       MOVE 'Y' TO WS-FORN-ACHADO
                       MOVE K TO WS-IDX-FORN
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * TITULO A PAGAR DE UMA ENTRADA DOCUMENTADA (O DOCUMENTO E A
      * NOTA DO FORNECEDOR OU A ORDEM DE COMPRA). O FORNECEDOR E O
      * DA ORDEM CONFERIDA OU, SEM ORDEM, O ESCOLHIDO NO CATALOGO DO
      * DIA. O VALOR E A QUANTIDADE PELO PRECO DO CATALOGO QUANDO O
      * CATALOGO E DESSE FORNECEDOR, GUARDANDO TAMBEM O VALOR NA
      * MOEDA COTADA; SENAO VALE O PRECO DA ORDEM OU, NA FALTA DELA,
      * O DO MESTRE, EM REAIS. O VENCIMENTO E A DATA DA ENTRADA MAIS
      * O PRAZO DO FORNECEDOR.
      *-----------------------------------------------------------*
          GERA-TITULO-PAGAR.
              PERFORM LOCALIZA-NO-CATALOGO.
              MOVE ZEROS TO WS-FORN-TITULO.
              IF WS-ORDEM-ACHADA = 'Y'
                  MOVE LINHA-ORD(WS-IDX-ORDEM) TO REGISTRO-ORDEM
                  MOVE OC-FORN TO WS-FORN-TITULO
              ELSE
                  IF WS-CAT-ACHADO = 'Y'
                      MOVE FORN-CAT(WS-IDX-CAT) TO WS-FORN-TITULO
                  END-IF
              END-IF.
              IF WS-CAT-ACHADO = 'Y'
                      AND (FORN-CAT(WS-IDX-CAT) = WS-FORN-TITULO
                          OR WS-ORDEM-ACHADA = 'N')
                  COMPUTE WS-VALOR-TITULO ROUNDED =
                      WS-QTD-MOV * PRECO-CAT(WS-IDX-CAT)
                  COMPUTE WS-ORIG-TITULO ROUNDED =
                      WS-QTD-MOV * ORIG-CAT(WS-IDX-CAT)
                  MOVE MOEDA-CAT(WS-IDX-CAT) TO WS-MOEDA-TITULO
              ELSE
                  IF WS-ORDEM-ACHADA = 'Y'
                      COMPUTE WS-VALOR-TITULO ROUNDED =
                          WS-QTD-MOV * OC-PRECO
                  ELSE
                      COMPUTE WS-VALOR-TITULO ROUNDED =
                          WS-QTD-MOV * PRECO-MES
                  END-IF
                  MOVE WS-VALOR-TITULO TO WS-ORIG-TITULO
                  MOVE 'BRL' TO WS-MOEDA-TITULO
              END-IF.
              PERFORM CALCULA-VENCIMENTO-TITULO.
              IF WS-FORN-TITULO = ZEROS
                  ADD 1 TO WS-QTD-TIT-SEM-FORN
                  DISPLAY 'AVISO: TITULO A PAGAR SEM FORNECEDOR '
                      'IDENTIFICADO: ID ' ID-MES ' DOCUMENTO '
                      WS-DOC-MOV
              END-IF.
              MOVE WS-FORN-TITULO TO FORN-PAG-MOD.
              MOVE WS-DATA-MOV TO DATA-PAG-MOD.
              MOVE WS-VENCTO-TITULO TO VENCTO-PAG-MOD.
              MOVE WS-DOC-MOV TO DOC-PAG-MOD.
              MOVE 'T' TO TIPO-PAG-MOD.
              MOVE ID-MES TO ID-PAG-MOD.
              MOVE WS-MOEDA-TITULO TO MOEDA-PAG-MOD.
              MOVE WS-ORIG-TITULO TO ORIG-PAG-MOD.
              MOVE WS-VALOR-TITULO TO VALOR-PAG-MOD.
              PERFORM GRAVA-TITULO-PAGAR.

      * DATA DE ENTRADA FORA DO CALENDARIO (AAAAMMDD INVALIDO) NAO
      * TEM VENCIMENTO CALCULAVEL: O TITULO VENCE NA PROPRIA DATA.
          CALCULA-VENCIMENTO-TITULO.
              PERFORM LOCALIZA-FORNECEDOR.
              MOVE WS-DATA-MOV TO WS-DATA-AUX.
              IF WS-FORN-ACHADO = 'Y'
                      AND ANO-AUX >= 1900
                      AND MES-AUX >= 01 AND MES-AUX <= 12
                      AND DIA-AUX >= 01 AND DIA-AUX <= 31
                  COMPUTE WS-VENCTO-TITULO = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
                      + PRAZO-FORN(WS-IDX-FORN))
              ELSE
                  MOVE WS-DATA-MOV TO WS-VENCTO-TITULO
              END-IF.

      * COMO O KARDEX, O CONTAS A PAGAR E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA.
          GRAVA-TITULO-PAGAR.
              OPEN EXTEND CONTAS-PAGAR.
              IF FS-CONTAS-PAGAR NOT = 00 AND FS-CONTAS-PAGAR NOT = 05
                  DISPLAY 'ERRO AO ABRIR O CONTAS A PAGAR. STATUS: '
                      FS-CONTAS-PAGAR
                  MOVE 'N' TO WS-REGRAVACAO-OK
              ELSE
                  WRITE REGISTRO-PAGAR-OUT FROM REGISTRO-PAGAR-MOD
                  IF FS-CONTAS-PAGAR NOT = 00
                      DISPLAY 'ERRO AO GRAVAR O CONTAS A PAGAR. '
                          'STATUS: ' FS-CONTAS-PAGAR
                      MOVE 'N' TO WS-REGRAVACAO-OK
                  ELSE
                      ADD 1 TO WS-QTD-TITULOS
                  END-IF
                  CLOSE CONTAS-PAGAR
              END-IF.

      *-----------------------------------------------------------*
      * CARGA DOS LOTES DE ESTOQUE. A AUSENCIA DO ARQUIVO NAO E ERRO
      * (PRIMEIRA EXECUCAO): O SALDO ANTERIOR AOS LOTES NAO TEM DATA
      * E NUNCA VENCE. SE O ARQUIVO NAO COUBER NA TABELA ELE NAO E
      * REGRAVADO, PARA NAO PERDER AS LINHAS QUE FICARAM DE FORA.
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

      *-----------------------------------------------------------*
      * CADA ENTRADA APLICADA ABRE UM LOTE COM A DATA E O DOCUMENTO
      * DO MOVIMENTO. O VENCIMENTO E A DATA DE ENTRADA MAIS A
      * VALIDADE DA PLANTA EM DIAS; SEM VALIDADE, O LOTE NAO VENCE.
      *-----------------------------------------------------------*
          GERA-LOTE-ENTRADA.
              PERFORM CALCULA-VENCIMENTO-LOTE.
              IF WS-QTD-LOTES < 5000
                  ADD 1 TO WS-QTD-LOTES
                  MOVE 'Y' TO VALIDO-LOTE(WS-QTD-LOTES)
                  MOVE ID-MES TO ID-LOTE(WS-QTD-LOTES)
                  MOVE WS-DATA-MOV TO ENTRADA-LOTE(WS-QTD-LOTES)
                  MOVE WS-VENCTO-LOTE TO VENCTO-LOTE(WS-QTD-LOTES)
                  MOVE WS-DOC-MOV TO DOC-LOTE(WS-QTD-LOTES)
                  MOVE WS-QTD-MOV TO QTD-LOTE(WS-QTD-LOTES)
                  MOVE WS-QTD-MOV TO SALDO-LOTE(WS-QTD-LOTES)
                  MOVE SPACES TO LINHA-LOTE(WS-QTD-LOTES)
                  ADD 1 TO WS-QTD-LOTES-NOVOS
              ELSE
                  IF WS-LOTES-OK = 'Y'
                      DISPLAY 'ERRO: LOTES DE ESTOQUE ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-LOTES
                      MOVE 'N' TO WS-LOTES-OK
                  END-IF
              END-IF.

      * DATA DE ENTRADA FORA DO CALENDARIO (AAAAMMDD INVALIDO) NAO
      * TEM VENCIMENTO CALCULAVEL: O LOTE VENCE NA PROPRIA DATA.
          CALCULA-VENCIMENTO-LOTE.
              MOVE WS-DATA-MOV TO WS-DATA-AUX.
              IF VALIDADE-MES = ZEROS
                  MOVE 99999999 TO WS-VENCTO-LOTE
              ELSE
                  IF ANO-AUX >= 1900
                          AND MES-AUX >= 01 AND MES-AUX <= 12
                          AND DIA-AUX >= 01 AND DIA-AUX <= 31
                      COMPUTE WS-VENCTO-LOTE = FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
                          + VALIDADE-MES)
                  ELSE
                      MOVE WS-DATA-MOV TO WS-VENCTO-LOTE
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * SAIDA E PERDA SAEM PRIMEIRO DO SALDO SEM DATA, ANTERIOR AOS
      * LOTES E POR ISSO O MAIS ANTIGO: O QUE O MESTRE TINHA ANTES DO
      * MOVIMENTO ALEM DA SOMA DOS LOTES DA PLANTA. O RESTANTE
      * CONSOME OS LOTES DO MAIS ANTIGO (MENOR DATA DE ENTRADA; NO
      * EMPATE, O PRIMEIRO DO ARQUIVO) PARA O MAIS NOVO.
      *-----------------------------------------------------------*
          CONSOME-LOTES.
              MOVE ZEROS TO WS-SALDO-LOTES.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-LOTES
                  IF VALIDO-LOTE(K) = 'Y'
                          AND ID-LOTE(K) = ID-MES
                      ADD SALDO-LOTE(K) TO WS-SALDO-LOTES
                  END-IF
              END-PERFORM.
              COMPUTE WS-SALDO-PRE-BAIXA = QTD-MES + WS-QTD-A-CONSUMIR.
              IF WS-SALDO-PRE-BAIXA > WS-SALDO-LOTES
                  COMPUTE WS-SALDO-SEM-LOTE =
                      WS-SALDO-PRE-BAIXA - WS-SALDO-LOTES
              ELSE
                  MOVE ZEROS TO WS-SALDO-SEM-LOTE
              END-IF.
              IF WS-SALDO-SEM-LOTE > WS-QTD-A-CONSUMIR
                  MOVE ZEROS TO WS-QTD-A-CONSUMIR
              ELSE
                  SUBTRACT WS-SALDO-SEM-LOTE FROM WS-QTD-A-CONSUMIR
              END-IF.
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
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-LOTES
                  IF VALIDO-LOTE(K) = 'Y'
                          AND ID-LOTE(K) = ID-MES
                          AND SALDO-LOTE(K) > ZEROS
                      IF WS-LOTE-ACHADO = 'N'
                          MOVE 'Y' TO WS-LOTE-ACHADO
                          MOVE K TO WS-IDX-LOTE
                      ELSE
                          IF ENTRADA-LOTE(K) <
                                  ENTRADA-LOTE(WS-IDX-LOTE)
                              MOVE K TO WS-IDX-LOTE
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

      * O ARQUIVO DE LOTES E REGRAVADO POR INTEIRO, SEM OS LOTES
      * ESGOTADOS (O HISTORICO FICA NO KARDEX).
          REGRAVA-LOTES.
              IF WS-LOTES-OK = 'N'
                  DISPLAY 'AVISO: LOTES DE ESTOQUE NAO REGRAVADOS, '
                      'ENTRADAS E CONSUMO DO DIA NAO ATUALIZADOS: '
                      CAMINHO-LOTES
                  MOVE 'N' TO WS-REGRAVACAO-OK
              ELSE
                  OPEN OUTPUT LOTES-SAI
                  IF FS-LOTES-SAI NOT = 00
                      DISPLAY 'ERRO AO REGRAVAR OS LOTES DE ESTOQUE: '
                          CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                      MOVE 'N' TO WS-REGRAVACAO-OK
                  ELSE
                      PERFORM VARYING K FROM 1 BY 1
                              UNTIL K > WS-QTD-LOTES
                          PERFORM REGRAVA-LINHA-LOTE
                      END-PERFORM
                      CLOSE LOTES-SAI
                  END-IF
              END-IF.

          REGRAVA-LINHA-LOTE.
              IF VALIDO-LOTE(K) = 'Y'
                  IF SALDO-LOTE(K) > ZEROS
                      MOVE ID-LOTE(K) TO LT-ID
                      MOVE ENTRADA-LOTE(K) TO LT-ENTRADA
                      MOVE VENCTO-LOTE(K) TO LT-VENCTO
                      MOVE DOC-LOTE(K) TO LT-DOC
                      MOVE QTD-LOTE(K) TO LT-QTD
                      MOVE SALDO-LOTE(K) TO LT-SALDO
                      WRITE REGISTRO-LOTE-SAI FROM REGISTRO-LOTE
                  END-IF
              ELSE
                  WRITE REGISTRO-LOTE-SAI FROM LINHA-LOTE(K)
              END-IF.
              IF FS-LOTES-SAI NOT = 00 AND WS-REGRAVACAO-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR OS LOTES DE ESTOQUE: '
                      CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                  MOVE 'N' TO WS-REGRAVACAO-OK
              END-IF.

      *-----------------------------------------------------------*
      * LISTA DE REJEITE: MOVIMENTOS QUE NAO PASSARAM NA VALIDACAO,
              DISPLAY 'RESUMO DA BAIXA DE MOVIMENTOS'.
              DISPLAY 'APLICADOS:  ' WS-QTD-APLICADOS.
              DISPLAY 'REJEITADOS: ' WS-QTD-REJEITADOS.
              DISPLAY 'ENTRADAS CONFERIDAS COM ORDEM DE COMPRA: '
                  WS-QTD-CONFERIDAS.
              DISPLAY 'ENTRADAS SEM ORDEM DE COMPRA: '
                  WS-QTD-SEM-ORDEM.
              DISPLAY 'LINHAS DE ORDEM ACIMA DO PEDIDO: '
                  WS-QTD-ACIMA.
              DISPLAY 'LINHAS DE ORDEM ABAIXO DO PEDIDO: '
                  WS-QTD-ABAIXO.
              DISPLAY 'LINHAS DE ORDEM COM PRAZO VENCIDO: '
                  WS-QTD-VENCIDAS.
              DISPLAY 'TITULOS A PAGAR GERADOS: ' WS-QTD-TITULOS.
              DISPLAY 'TITULOS SEM FORNECEDOR IDENTIFICADO: '
                  WS-QTD-TIT-SEM-FORN.
              DISPLAY 'LOTES DE ENTRADA ABERTOS: ' WS-QTD-LOTES-NOVOS.

      * A DATA DOS MOVIMENTOS DO DIA (KARDEX, LOTES, NOTAS, RAZAO) E A
      * DATA DE NEGOCIO DO CONTROLE DO LOTE, NAO A DO RELOGIO: A ETAPA
      * QUE RODA DEPOIS DA MEIA-NOITE, OU NUM DIA INFORMADO A CARGA EM
      * DATA_NEGOCIO, POSTA NO DIA QUE O CONTROLE REGISTRA.
          ASSUME-DATA-NEGOCIO.
              MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE.
              MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
              MOVE DIA-CORRENTE TO DIA-EDITADO.
              MOVE MES-CORRENTE TO MES-EDITADO.
              MOVE ANO-CORRENTE TO ANO-EDITADO.

      *-----------------------------------------------------------*
      * CONTROLE DO LOTE DIARIO. A CADEIA E CARGA (ARQUIVO), CORRECAO,
      * PEDIDOS, ESTOQUE, BACKORDER, DEVOLUCAO, REPOSICAO, CONCILIACAO
      * E RECEBER. CADA ETAPA SO RODA SE A ANTERIOR CONCLUIU NA DATA DE
      * NEGOCIO ABERTA PELA CARGA E SE ELA MESMA AINDA NAO RODOU NESSA
      * DATA: CONCLUIDA, INTERROMPIDA OU TERMINADA COM ERRO, ELA PODE
      * TER POSTADO PARTE OU TODO O MOVIMENTO, E A REEXECUCAO POSTARIA
      * DE NOVO. SO ESTE ULTIMO BLOQUEIO CEDE A UMA LINHA
      * DATA;ETAPA;AUTORIZADOR NAS REEXECUCOES AUTORIZADAS, QUE VALE
      * UMA EXECUCAO E FICA REGISTRADA NO CONTROLE; A ORDEM DA CADEIA
      * NUNCA E DISPENSADA.
      *-----------------------------------------------------------*
          VERIFICA-CONTROLE-LOTE.
              MOVE SPACES TO WS-ENV-VALOR.
              ACCEPT WS-ENV-VALOR
                  FROM ENVIRONMENT 'CAMINHO_CONTROLE_LOTE'.
              IF WS-ENV-VALOR NOT = SPACES
                  MOVE WS-ENV-VALOR TO CAMINHO-CONTROLE-LOTE
              END-IF.
              MOVE SPACES TO WS-ENV-VALOR.
              ACCEPT WS-ENV-VALOR
                  FROM ENVIRONMENT 'CAMINHO_REEXECUCOES'.
              IF WS-ENV-VALOR NOT = SPACES
                  MOVE WS-ENV-VALOR TO CAMINHO-REEXECUCOES
              END-IF.
              PERFORM CARREGA-CONTROLE-LOTE.
              MOVE 'DATA-NEGOCIO' TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE > ZERO
                  MOVE DATA-CTL(WS-IDX-CONTROLE) TO WS-DATA-NEGOCIO
              ELSE
                  ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
              END-IF.
              MOVE 'Y' TO WS-EXECUCAO-LIBERADA.
              MOVE 'N' TO WS-ORDEM-VIOLADA.
              MOVE WS-ETAPA-ANTERIOR TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE = ZERO
                  MOVE 'N' TO WS-EXECUCAO-LIBERADA
              ELSE
                  IF DATA-CTL(WS-IDX-CONTROLE) NOT = WS-DATA-NEGOCIO
                          OR SITUACAO-CTL(WS-IDX-CONTROLE) NOT = 'C'
                      MOVE 'N' TO WS-EXECUCAO-LIBERADA
                  END-IF
              END-IF.
              IF WS-EXECUCAO-LIBERADA = 'N'
                  MOVE 'Y' TO WS-ORDEM-VIOLADA
                  DISPLAY 'CONTROLE DO LOTE: ETAPA ANTERIOR '
                      FUNCTION TRIM(WS-ETAPA-ANTERIOR)
                      ' NAO CONCLUIDA NA DATA DE NEGOCIO '
                      WS-DATA-NEGOCIO
              END-IF.
              MOVE ZEROS TO WS-AUTORIZ-USADAS.
              MOVE SPACES TO WS-AUTORIZADOR.
              MOVE WS-ETAPA-PROPRIA TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE > ZERO
                  IF DATA-CTL(WS-IDX-CONTROLE) = WS-DATA-NEGOCIO
                      MOVE AUTORIZ-CTL(WS-IDX-CONTROLE)
                          TO WS-AUTORIZ-USADAS
                      MOVE AUTORIZADOR-CTL(WS-IDX-CONTROLE)
                          TO WS-AUTORIZADOR
                      EVALUATE SITUACAO-CTL(WS-IDX-CONTROLE)
                          WHEN 'C'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' JA CONCLUIDA NA DATA DE NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'E'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' INTERROMPIDA NA DATA DE NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'F'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' TERMINOU COM ERRO NA DATA DE '
                                  'NEGOCIO '
                                  WS-DATA-NEGOCIO
                      END-EVALUATE
                  END-IF
              END-IF.
              IF WS-EXECUCAO-LIBERADA = 'N' AND WS-ORDEM-VIOLADA = 'N'
                  PERFORM PROCURA-REEXECUCAO-AUTORIZADA
              END-IF.
              IF WS-EXECUCAO-LIBERADA = 'Y'
                  PERFORM MARCA-ETAPA-INICIADA
              END-IF.
              IF WS-EXECUCAO-LIBERADA = 'N'
                  DISPLAY 'EXECUCAO RECUSADA PELO CONTROLE DO LOTE.'
                  IF WS-CONTROLE-GRAVADO = 'Y'
                          AND WS-ORDEM-VIOLADA = 'N'
                      DISPLAY 'PARA REEXECUTAR, REGISTRAR A '
                          'AUTORIZACAO EM: ' CAMINHO-REEXECUCOES
                  END-IF
              END-IF.

      * AS AUTORIZACOES DA ETAPA NA DATA SAO CONSUMIDAS NA ORDEM DO
      * ARQUIVO: A PRIMEIRA AINDA NAO USADA LIBERA ESTA EXECUCAO.
          PROCURA-REEXECUCAO-AUTORIZADA.
              MOVE ZEROS TO WS-AUTORIZ-LIDAS.
              MOVE 'N' TO WS-EOF-REEXECUCOES.
              OPEN INPUT REEXECUCOES.
              IF FS-REEXECUCOES = 00
                  PERFORM UNTIL WS-EOF-REEXECUCOES = 'Y'
                      READ REEXECUCOES INTO WS-LINHA-REEXECUCAO
                          AT END
                              MOVE 'Y' TO WS-EOF-REEXECUCOES
                          NOT AT END
                              PERFORM CONFERE-REEXECUCAO
                      END-READ
                  END-PERFORM
                  CLOSE REEXECUCOES
              END-IF.

          CONFERE-REEXECUCAO.
              MOVE SPACES TO WS-CAMPO-REEX-DATA.
              MOVE SPACES TO WS-CAMPO-REEX-ETAPA.
              MOVE SPACES TO WS-CAMPO-REEX-AUTOR.
              UNSTRING WS-LINHA-REEXECUCAO
                  DELIMITED BY ';'
                  INTO WS-CAMPO-REEX-DATA
                       WS-CAMPO-REEX-ETAPA
                       WS-CAMPO-REEX-AUTOR
              END-UNSTRING.
              IF FUNCTION TRIM(WS-CAMPO-REEX-DATA) = WS-DATA-NEGOCIO
                      AND FUNCTION UPPER-CASE(FUNCTION
                          TRIM(WS-CAMPO-REEX-ETAPA)) = WS-ETAPA-PROPRIA
                      AND WS-CAMPO-REEX-AUTOR NOT = SPACES
                  ADD 1 TO WS-AUTORIZ-LIDAS
                  IF WS-AUTORIZ-LIDAS > WS-AUTORIZ-USADAS
                          AND WS-EXECUCAO-LIBERADA = 'N'
                      MOVE 'Y' TO WS-EXECUCAO-LIBERADA
                      ADD 1 TO WS-AUTORIZ-USADAS
                      MOVE FUNCTION TRIM(WS-CAMPO-REEX-AUTOR)
                          TO WS-AUTORIZADOR
                      DISPLAY 'REEXECUCAO AUTORIZADA POR: '
                          WS-AUTORIZADOR
                  END-IF
              END-IF.

      * A ETAPA FICA EM EXECUCAO (E) ATE O FIM NORMAL. SEM CONSEGUIR
      * REGISTRAR ISSO NO CONTROLE A EXECUCAO NAO SEGUE, POIS UMA
      * SEGUNDA EXECUCAO NAO SERIA BARRADA.
          MARCA-ETAPA-INICIADA.
              MOVE 'DATA-NEGOCIO' TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE = ZERO
                  PERFORM INCLUI-ETAPA-CONTROLE
              END-IF.
              IF WS-IDX-CONTROLE > ZERO
                  MOVE WS-DATA-NEGOCIO TO DATA-CTL(WS-IDX-CONTROLE)
              END-IF.
              MOVE WS-ETAPA-PROPRIA TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE = ZERO
                  PERFORM INCLUI-ETAPA-CONTROLE
              END-IF.
              IF WS-IDX-CONTROLE > ZERO
                  ACCEPT WS-HORA-CONTROLE FROM TIME
                  MOVE WS-DATA-NEGOCIO TO DATA-CTL(WS-IDX-CONTROLE)
                  MOVE 'E' TO SITUACAO-CTL(WS-IDX-CONTROLE)
                  MOVE WS-HORA-CONTROLE(1:6)
                      TO INICIO-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO FIM-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO LIDOS-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO GRAVADOS-CTL(WS-IDX-CONTROLE)
                  MOVE WS-AUTORIZ-USADAS TO AUTORIZ-CTL(WS-IDX-CONTROLE)
                  MOVE WS-AUTORIZADOR
                      TO AUTORIZADOR-CTL(WS-IDX-CONTROLE)
                  PERFORM REGRAVA-CONTROLE-LOTE
              ELSE
                  MOVE 'N' TO WS-CONTROLE-GRAVADO
              END-IF.
              IF WS-CONTROLE-GRAVADO = 'N'
                  MOVE 'N' TO WS-EXECUCAO-LIBERADA
              ELSE
                  DISPLAY 'CONTROLE DO LOTE: ETAPA '
                      FUNCTION TRIM(WS-ETAPA-PROPRIA)
                      ' INICIADA NA DATA DE NEGOCIO ' WS-DATA-NEGOCIO
              END-IF.

      * FIM DA EXECUCAO: A ETAPA FICA CONCLUIDA (C) COM AS CONTAGENS DO
      * DIA (MOVIMENTOS LIDOS E APLICADOS) QUANDO O MESTRE E OS
      * MOVIMENTOS FORAM ABERTOS E AS ORDENS DE COMPRA, OS LOTES E OS
      * TITULOS A PAGAR FORAM GRAVADOS; SENAO FICA F.
          FINALIZA-CONTROLE-LOTE.
              IF WS-MOVIMENTOS-OK = 'Y' AND WS-REGRAVACAO-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              COMPUTE WS-CTL-LIDOS =
                  WS-QTD-APLICADOS + WS-QTD-REJEITADOS.
              MOVE WS-QTD-APLICADOS TO WS-CTL-GRAVADOS.
              PERFORM CARREGA-CONTROLE-LOTE.
              MOVE WS-ETAPA-PROPRIA TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE = ZERO
                  PERFORM INCLUI-ETAPA-CONTROLE
              END-IF.
              IF WS-IDX-CONTROLE > ZERO
                  ACCEPT WS-HORA-CONTROLE FROM TIME
                  MOVE WS-DATA-NEGOCIO TO DATA-CTL(WS-IDX-CONTROLE)
                  MOVE WS-SITUACAO-ETAPA
                      TO SITUACAO-CTL(WS-IDX-CONTROLE)
                  MOVE WS-HORA-CONTROLE(1:6) TO FIM-CTL(WS-IDX-CONTROLE)
                  MOVE WS-CTL-LIDOS TO LIDOS-CTL(WS-IDX-CONTROLE)
                  MOVE WS-CTL-GRAVADOS TO GRAVADOS-CTL(WS-IDX-CONTROLE)
                  MOVE WS-AUTORIZ-USADAS TO AUTORIZ-CTL(WS-IDX-CONTROLE)
                  MOVE WS-AUTORIZADOR
                      TO AUTORIZADOR-CTL(WS-IDX-CONTROLE)
                  PERFORM REGRAVA-CONTROLE-LOTE
              END-IF.
              IF WS-SITUACAO-ETAPA = 'C'
                  DISPLAY 'CONTROLE DO LOTE: ETAPA '
                      FUNCTION TRIM(WS-ETAPA-PROPRIA)
                      ' CONCLUIDA NA DATA DE NEGOCIO ' WS-DATA-NEGOCIO
              ELSE
                  DISPLAY 'CONTROLE DO LOTE: ETAPA '
                      FUNCTION TRIM(WS-ETAPA-PROPRIA)
                      ' TERMINOU COM ERRO NA DATA DE NEGOCIO '
                      WS-DATA-NEGOCIO
              END-IF.

          CARREGA-CONTROLE-LOTE.
              MOVE ZEROS TO WS-QTD-CONTROLE.
              MOVE 'N' TO WS-EOF-CONTROLE.
              OPEN INPUT CONTROLE-LOTE.
              IF FS-CONTROLE-LOTE = 00
                  PERFORM UNTIL WS-EOF-CONTROLE = 'Y'
                      READ CONTROLE-LOTE INTO WS-LINHA-CONTROLE
                          AT END
                              MOVE 'Y' TO WS-EOF-CONTROLE
                          NOT AT END
                              PERFORM ARMAZENA-ETAPA-CONTROLE
                      END-READ
                  END-PERFORM
                  CLOSE CONTROLE-LOTE
              END-IF.

          ARMAZENA-ETAPA-CONTROLE.
              IF LID-ETAPA NOT = SPACES
                      AND LID-DATA IS NUMERIC
                      AND WS-QTD-CONTROLE < 20
                  ADD 1 TO WS-QTD-CONTROLE
                  MOVE LID-ETAPA TO ETAPA-CTL(WS-QTD-CONTROLE)
                  MOVE LID-DATA TO DATA-CTL(WS-QTD-CONTROLE)
                  MOVE LID-SITUACAO TO SITUACAO-CTL(WS-QTD-CONTROLE)
                  MOVE ZEROS TO INICIO-CTL(WS-QTD-CONTROLE)
                  MOVE ZEROS TO FIM-CTL(WS-QTD-CONTROLE)
                  MOVE ZEROS TO LIDOS-CTL(WS-QTD-CONTROLE)
                  MOVE ZEROS TO GRAVADOS-CTL(WS-QTD-CONTROLE)
                  MOVE ZEROS TO AUTORIZ-CTL(WS-QTD-CONTROLE)
                  IF LID-INICIO IS NUMERIC
                      MOVE LID-INICIO TO INICIO-CTL(WS-QTD-CONTROLE)
                  END-IF
                  IF LID-FIM IS NUMERIC
                      MOVE LID-FIM TO FIM-CTL(WS-QTD-CONTROLE)
                  END-IF
                  IF LID-LIDOS IS NUMERIC
                      MOVE LID-LIDOS TO LIDOS-CTL(WS-QTD-CONTROLE)
                  END-IF
                  IF LID-GRAVADOS IS NUMERIC
                      MOVE LID-GRAVADOS TO GRAVADOS-CTL(WS-QTD-CONTROLE)
                  END-IF
                  IF LID-AUTORIZ IS NUMERIC
                      MOVE LID-AUTORIZ TO AUTORIZ-CTL(WS-QTD-CONTROLE)
                  END-IF
                  MOVE LID-AUTORIZADOR
                      TO AUTORIZADOR-CTL(WS-QTD-CONTROLE)
              END-IF.

          LOCALIZA-ETAPA-CONTROLE.
              MOVE ZEROS TO WS-IDX-CONTROLE.
              PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                      UNTIL WS-IDX-CTL > WS-QTD-CONTROLE
                  IF ETAPA-CTL(WS-IDX-CTL) = WS-ETAPA-BUSCA
                      MOVE WS-IDX-CTL TO WS-IDX-CONTROLE
                  END-IF
              END-PERFORM.

          INCLUI-ETAPA-CONTROLE.
              IF WS-QTD-CONTROLE < 20
                  ADD 1 TO WS-QTD-CONTROLE
                  MOVE WS-QTD-CONTROLE TO WS-IDX-CONTROLE
                  MOVE WS-ETAPA-BUSCA TO ETAPA-CTL(WS-IDX-CONTROLE)
                  MOVE WS-DATA-NEGOCIO TO DATA-CTL(WS-IDX-CONTROLE)
                  MOVE SPACES TO SITUACAO-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO INICIO-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO FIM-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO LIDOS-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO GRAVADOS-CTL(WS-IDX-CONTROLE)
                  MOVE ZEROS TO AUTORIZ-CTL(WS-IDX-CONTROLE)
                  MOVE SPACES TO AUTORIZADOR-CTL(WS-IDX-CONTROLE)
              END-IF.

      * O CONTROLE TEM POUCAS LINHAS E E REGRAVADO POR INTEIRO A CADA
      * MARCACAO, COMO OS LOTES E AS ORDENS DE COMPRA.
          REGRAVA-CONTROLE-LOTE.
              MOVE 'Y' TO WS-CONTROLE-GRAVADO.
              OPEN OUTPUT CONTROLE-LOTE.
              IF FS-CONTROLE-LOTE NOT = 00
                  DISPLAY 'ERRO AO GRAVAR O CONTROLE DO LOTE: '
                      CAMINHO-CONTROLE-LOTE ' STATUS: '
                      FS-CONTROLE-LOTE
                  MOVE 'N' TO WS-CONTROLE-GRAVADO
              ELSE
                  PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                          UNTIL WS-IDX-CTL > WS-QTD-CONTROLE
                      MOVE ETAPA-CTL(WS-IDX-CTL) TO CTL-ETAPA
                      MOVE DATA-CTL(WS-IDX-CTL) TO CTL-DATA
                      MOVE SITUACAO-CTL(WS-IDX-CTL) TO CTL-SITUACAO
                      MOVE INICIO-CTL(WS-IDX-CTL) TO CTL-INICIO
                      MOVE FIM-CTL(WS-IDX-CTL) TO CTL-FIM
                      MOVE LIDOS-CTL(WS-IDX-CTL) TO CTL-LIDOS
                      MOVE GRAVADOS-CTL(WS-IDX-CTL) TO CTL-GRAVADOS
                      MOVE AUTORIZ-CTL(WS-IDX-CTL) TO CTL-AUTORIZ
                      MOVE AUTORIZADOR-CTL(WS-IDX-CTL)
                          TO CTL-AUTORIZADOR
                      WRITE REGISTRO-CONTROLE-LOTE
                          FROM REGISTRO-CONTROLE-MOD
                      IF FS-CONTROLE-LOTE NOT = 00
                          DISPLAY 'ERRO AO GRAVAR O CONTROLE DO LOTE. '
                              'STATUS: ' FS-CONTROLE-LOTE
                          MOVE 'N' TO WS-CONTROLE-GRAVADO
                      END-IF
                  END-PERFORM
                  CLOSE CONTROLE-LOTE
              END-IF.

       END PROGRAM FLORICULTURA_ESTOQUE.
