      *          item tambem aceitam IDs de kit (buques e arranjos),
      *          precificados como uma linha so ao preco do kit e
      *          explodidos nos componentes para a separacao e a
      *          baixa de estoque, com relatorio de margem por kit;
      *          pedido que leva o saldo em aberto do cliente no
      *          contas a receber acima do limite de credito fica
      *          retido (sem nota, baixa nem kardex) ate o gerente
      *          libera-lo no arquivo de liberacoes (a liberacao so vale
      *          para pedido retido e sai do arquivo depois de aplicada,
      *          e os que continuam retidos vao para um arquivo de
      *          trabalho que so substitui o de retidos quando todo
      *          gravado); a baixa de cada item consome os lotes de
      *          estoque da planta do mais antigo para o mais novo; os
      *          itens e as promocoes saem do preco de venda publicado
      *          no catalogo, e o custo so entra no relatorio de margem
      *          por kit; no controle do lote, a etapa PEDIDOS so roda
      *          com a etapa CORRECAO ja concluida na data de negocio e
      *          uma vez por data, salvo reexecucao autorizada, e marca
      *          a etapa concluida com as contagens; nota, baixa, kardex
      *          e lotes levam a data de negocio do controle do lote;
      *          etapa que termina com erro sai com codigo de retorno 8
      *          e so roda de novo na mesma data com reexecucao
      *          autorizada; a falha ao gravar o backorder ou ao
      *          regravar os lotes tambem termina a etapa com erro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS ID-MES
              FILE STATUS IS FS-MESTRE.
      *
      * BACKORDER EM ABERTO, SEMPRE EM ACRESCIMO: A FALTA DE CADA
      * EXECUCAO SE SOMA AO QUE FLORICULTURA_BACKORDER AINDA NAO
      * CONSEGUIU ATENDER.
              SELECT OPTIONAL BACKORDER ASSIGN DYNAMIC
              CAMINHO-BACKORDER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BACKORDER.
      *
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
      * RAZAO DO CONTAS A RECEBER, GRAVADO POR FLORICULTURA_RECEBER,
      * SO LIDO: DEBITOS MENOS CREDITOS DE CADA CLIENTE DAO O SALDO
      * EM ABERTO CONFERIDO CONTRA O LIMITE DE CREDITO.
              SELECT OPTIONAL LEDGER ASSIGN DYNAMIC CAMINHO-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LEDGER.
      *
      * PEDIDOS RETIDOS POR LIMITE DE CREDITO, COM AS LINHAS BRUTAS
      * NO MESMO FEITIO DO ARQUIVO DE PEDIDOS. O ARQUIVO E LIDO POR
      * INTEIRO NO INICIO; O QUE CONTINUAR RETIDO E GRAVADO NUM
      * ARQUIVO DE TRABALHO (O MESMO CAMINHO COM .novo NO FIM), QUE SO
      * TOMA O LUGAR DO ARQUIVO DE RETIDOS QUANDO TODO GRAVADO.
              SELECT OPTIONAL RETIDOS-ENT ASSIGN DYNAMIC
              CAMINHO-RETIDOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RETIDOS-ENT.
      *
              SELECT RETIDOS-SAI ASSIGN DYNAMIC CAMINHO-RETIDOS-NOVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RETIDOS-SAI.
      *
      * LIBERACOES DO GERENTE (NUMERO-DO-PEDIDO;DECISAO): L LIBERA UM
      * PEDIDO RETIDO SEM CONFERIR O LIMITE, R CANCELA UM PEDIDO
      * RETIDO. O MESMO CAMINHO E REGRAVADO NO FIM SEM AS LINHAS JA
      * APLICADAS, POR ISSO AS DUAS DECLARACOES.
              SELECT OPTIONAL LIBERACOES ASSIGN DYNAMIC
              CAMINHO-LIBERACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LIBERACOES.
      *
              SELECT LIBERACOES-SAI ASSIGN DYNAMIC CAMINHO-LIBERACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LIBERACOES-SAI.
      *
      * LOTES DE ESTOQUE ABERTOS POR FLORICULTURA_ESTOQUE (MESMO
      * CAMINHO NA ENTRADA E NA SAIDA): A VENDA CONSOME OS LOTES MAIS
      * ANTIGOS PRIMEIRO; O ARQUIVO E LIDO POR INTEIRO NA PARTIDA E
      * REGRAVADO SEM OS LOTES ESGOTADOS.
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
         FD CATALOGO.
         01 REGISTRO-CATALOGO   PIC X(116).
      *
         FD PEDIDOS.
         01 REGISTRO-PEDIDO     PIC X(80).
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
         FD BACKORDER.
         01 REGISTRO-BACK-OUT   PIC X(80).
      *
         FD CLIENTES.
         01 REGISTRO-CLIENTE    PIC X(80).
      *
         FD MARGEM.
         01 LINHA-MARGEM-OUT    PIC X(100).
      *
         FD LEDGER.
         01 REGISTRO-LEDGER     PIC X(40).
      *
         FD RETIDOS-ENT.
         01 REGISTRO-RET-ENT    PIC X(80).
      *
         FD RETIDOS-SAI.
         01 REGISTRO-RET-SAI    PIC X(80).
      *
         FD LIBERACOES.
         01 REGISTRO-LIBERACAO  PIC X(20).
      *
         FD LIBERACOES-SAI.
         01 REGISTRO-LIB-SAI    PIC X(20).
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
       01  CAMINHO-CATALOGO    PIC X(100) VALUE 'CATALOGO-SAIDA.txt'.
       01  CAMINHO-MARGEM      PIC X(100)
               VALUE 'RELATORIO-MARGEM-KITS.txt'.

       01  CAMINHO-LEDGER      PIC X(100) VALUE 'CONTAS-RECEBER.txt'.

       01  CAMINHO-RETIDOS     PIC X(100)
               VALUE 'PEDIDOS-RETIDOS.txt'.
       01  CAMINHO-RETIDOS-NOVO PIC X(100) VALUE SPACES.

       01  CAMINHO-LIBERACOES  PIC X(100)
               VALUE 'LIBERACOES-CREDITO.txt'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CATALOGO      PIC 9(02).
           05 FS-PEDIDOS       PIC 9(02).
           05 FS-PROMOCOES     PIC 9(02).
           05 FS-KITS          PIC 9(02).
           05 FS-MARGEM        PIC 9(02).
           05 FS-LEDGER        PIC 9(02).
           05 FS-RETIDOS-ENT   PIC 9(02).
           05 FS-RETIDOS-SAI   PIC 9(02).
           05 FS-LIBERACOES    PIC 9(02).
           05 FS-LIBERACOES-SAI PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       01  WS-PEDIDO           PIC X(80).
       01  WS-PEDIDO-LIDO      PIC X(80).

       77  QNT-PLANTAS         PIC 9(03) VALUE ZEROS.
       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.
       77  L                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-LINHA        PIC 9(06) VALUE ZEROS.
       77  WS-NUM-LINHA-LIDA   PIC 9(06) VALUE ZEROS.
       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EOF-CATALOGO     PIC X(01) VALUE 'N'.
       77  WS-EOF-PEDIDOS      PIC X(01) VALUE 'N'.
       01  WS-QTD-ITEM         PIC 9(06).

      * CATALOGO DO DIA EM MEMORIA, CARREGADO DO CATALOGO-SAIDA.txt.
      * PRECO-CAT E O CUSTO; VENDA-CAT E O PRECO DE VENDA COBRADO.
       01  TABELA-CATALOGO.
           03 REG-CATALOGO      OCCURS 1 TO 999
               DEPENDING ON QNT-PLANTAS.
               05 ID-CAT            PIC 9(04).
               05 NOME-CAT          PIC X(30).
               05 PRECO-CAT         PIC 9(08)V99.
               05 VENDA-CAT         PIC 9(08)V99.

      * LISTA DE SEPARACAO ACUMULADA POR PLANTA (SOMA DAS QUANTIDADES
      * DE TODOS OS PEDIDOS DO ARQUIVO), ORDENADA POR NOME NA SAIDA.

       01  WS-SEPARACAO-TEMP   PIC X(40).

       01  WS-LINHA-CATALOGO   PIC X(116).
       01  WS-CAMPO-PRECO-CAT  PIC X(09).
       01  WS-CAMPO-VENDA-CAT  PIC X(09).
       01  WS-CAMPO-DESPREZADO PIC X(41).
       77  WS-QTD-SEM-VENDA    PIC 9(04) VALUE ZEROS.

      * CADASTRO DE CLIENTES EM MEMORIA (CODIGO;NOME;TELEFONE;LIMITE
      * DE CREDITO): O CODIGO DO CABECALHO DE PEDIDO E VALIDADO AQUI
               05 NOME-CLI          PIC X(30).
               05 FONE-CLI          PIC X(15).
               05 LIMITE-CLI        PIC 9(08)V99.
               05 SALDO-CLI         PIC S9(12)V99.

       01  WS-CLIENTE-LINHA    PIC X(80).
       01  WS-COD-CLI-ALFA     PIC X(10).
       01  WS-LIMITE-CLI-ALFA  PIC X(12).

      * LISTA DE BACKORDER: A PARTE DO ITEM QUE O ESTOQUE NAO COBRIU,
      * COM O PEDIDO DE ORIGEM, PARA COMPRAS PROVIDENCIAR A FALTA. O
      * CLIENTE, A DATA E O PRECO UNITARIO COBRADO NO PEDIDO PERMITEM
      * A FLORICULTURA_BACKORDER EMITIR A NOTA COMPLEMENTAR QUANDO A
      * MERCADORIA CHEGAR. MESMO REGISTRO LIDO POR AQUELE PROGRAMA:
      * QUALQUER MUDANCA AQUI DEVE SER REFLETIDA LA.
       01  REGISTRO-BACKORDER.
           05 BACK-PEDIDO        PIC X(10).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-NOME          PIC X(30).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-QTD-FALTA     PIC 9(06).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-CLIENTE       PIC 9(04).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-DATA          PIC 9(08).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-PRECO         PIC 9(08)V99.

      * LINHAS DA NOTA DE VENDA.
       01  CABECALHO-NOTA.
       01  LINHA-SEM-KIT       PIC X(30)
               VALUE 'NENHUM KIT CADASTRADO'.

      * LIMITE DE CREDITO: O PEDIDO INTEIRO E GUARDADO EM MEMORIA
      * ATE O CABECALHO SEGUINTE, PARA O TOTAL SER CONFERIDO CONTRA
      * O LIMITE ANTES DE QUALQUER NOTA, BAIXA OU KARDEX. PEDIDO QUE
      * PASSA DO LIMITE VAI INTEIRO PARA O ARQUIVO DE RETIDOS.
       77  WS-QTD-BUFFER       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BUF          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-RET-ANT      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RET          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LIBERACOES   PIC 9(03) VALUE ZEROS.
       77  WS-EOF-LEDGER       PIC X(01) VALUE 'N'.
       77  WS-EOF-RETIDOS      PIC X(01) VALUE 'N'.
       77  WS-EOF-LIBERACOES   PIC X(01) VALUE 'N'.
       77  WS-RETIDOS-OK       PIC X(01) VALUE 'Y'.
       77  WS-RETIDOS-ABERTO   PIC X(01) VALUE 'N'.
       77  WS-QTD-LIB-APLICADAS PIC 9(03) VALUE ZEROS.
       77  WS-RC-SALVO         PIC S9(09) VALUE ZEROS.
       77  WS-RC-TROCA         PIC S9(09) VALUE ZEROS.
       77  WS-ORIGEM-RETIDO    PIC X(01) VALUE 'N'.
       77  WS-PEDIDO-EXCEDE    PIC X(01) VALUE 'N'.
       77  WS-DECISAO-CREDITO  PIC X(01) VALUE SPACES.
       77  WS-IDX-CLI-PEDIDO   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-RETIDOS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LIBERADOS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CANCELADOS   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-LOTE-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-LOTE         PIC 9(04) VALUE ZEROS.

       01  TABELA-BUFFER-PEDIDO.
           03 REG-BUFFER        OCCURS 1 TO 200
               DEPENDING ON WS-QTD-BUFFER.
               05 LINHA-BUF         PIC X(80).
               05 NUM-LINHA-BUF     PIC 9(06).

       01  TABELA-RETIDOS-ANT.
           03 LINHA-RET-ANT     PIC X(80) OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-RET-ANT.

       01  TABELA-LIBERACOES.
           03 REG-LIBERACAO     OCCURS 1 TO 200
               DEPENDING ON WS-QTD-LIBERACOES.
               05 NUM-LIB           PIC X(10).
               05 DECISAO-LIB       PIC X(01).
               05 APLICADA-LIB      PIC X(01).
               05 LINHA-LIB         PIC X(20).

       01  WS-LIBERACAO-LINHA  PIC X(20).
       01  WS-NUM-LIB-LIDO     PIC X(10).
       01  WS-DECISAO-LIB-LIDA PIC X(05).
       01  WS-LINHA-RETIDA     PIC X(80).
       01  WS-NUMERO-CREDITO   PIC X(10) VALUE SPACES.
       01  WS-ARQUIVO-ORIGEM   PIC X(100) VALUE SPACES.
       01  WS-TOTAL-PROJETADO  PIC 9(12)V99 VALUE ZEROS.
       01  WS-SALDO-PROJETADO  PIC S9(12)V99 VALUE ZEROS.
       01  WS-SALDO-ED         PIC -ZZZZZZZZZZZ9,99.
       01  WS-TOTAL-ED         PIC ZZZZZZZZZZZ9,99.
       01  WS-LIMITE-ED        PIC ZZZZZZZ9,99.

      * LANCAMENTO DO RAZAO DO CONTAS A RECEBER DESMEMBRADO:
      * CLIENTE|DATA|DOCUMENTO|TIPO (D/C)|VALOR.
       01  WS-LINHA-LEDGER     PIC X(40).
       01  WS-CLI-LED-ALFA     PIC X(04).
       01  WS-DATA-LED-ALFA    PIC X(08).
       01  WS-DOC-LED-LIDO     PIC X(10).
       01  WS-TIPO-LED-LIDO    PIC X(01).
       01  WS-CAMPO-VALOR-LED  PIC X(13).
       01  WS-VALOR-LED        PIC 9(10)V99 VALUE ZEROS.

       01  WS-CUSTO-KIT        PIC 9(10)V99 VALUE ZEROS.
       01  WS-MARGEM-KIT       PIC S9(10)V99 VALUE ZEROS.
       01  WS-MARGEM-PCT       PIC S9(03)V99 VALUE ZEROS.

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
       01  WS-SALDO-PRE-BAIXA  PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-SEM-LOTE   PIC 9(08) VALUE ZEROS.

      * REGISTRO DO KARDEX EM DISCO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_ESTOQUE: ID|DATA|TIPO|DOCUMENTO|QTD|SALDO APOS.
       01  REGISTRO-KARDEX-MOD.
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

      * CONTROLE DO LOTE DIARIO: A ETAPA DESTE PROGRAMA NA CADEIA E A
      * QUE PRECISA TER CONCLUIDO ANTES DELA NA MESMA DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'PEDIDOS'.
       01  WS-ETAPA-ANTERIOR   PIC X(12) VALUE 'CORRECAO'.
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
           PERFORM CARREGA-CATALOGO.
           PERFORM CARREGA-PROMOCOES.
           PERFORM CARREGA-KITS.
           PERFORM GRAVA-RELATORIO-MARGEM.
           PERFORM ABRE-MESTRE.
           PERFORM CARREGA-LOTES.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-SALDOS-ABERTOS.
           PERFORM CARREGA-LIBERACOES.
           PERFORM CARREGA-PEDIDOS-RETIDOS.
           PERFORM ABRE-ARQUIVO-EXCECOES.
           PERFORM ABRE-ARQUIVO-BACKORDER.
           PERFORM ABRE-ARQUIVO-NOTAS.
           PERFORM ABRE-ARQUIVO-RETIDOS.
           PERFORM ABRE-PEDIDOS.
           IF WS-PEDIDOS-OK = 'Y'
               PERFORM REPROCESSA-PEDIDOS-RETIDOS
               PERFORM UNTIL WS-EOF-PEDIDOS = 'Y'
                   PERFORM LE-PEDIDO
                   IF WS-EOF-PEDIDOS NOT = 'Y'
                       PERFORM ACUMULA-LINHA-PEDIDO
                   END-IF
               END-PERFORM
               PERFORM DESCARREGA-PEDIDO
               PERFORM ENCERRA-PEDIDO-ABERTO
               PERFORM FECHA-PEDIDOS
               PERFORM FECHA-ARQUIVO-RETIDOS
               PERFORM REGRAVA-LIBERACOES
               PERFORM GRAVA-LISTA-SEPARACAO
               PERFORM REGRAVA-LOTES
           ELSE
               MOVE 'N' TO WS-RETIDOS-OK
               PERFORM FECHA-ARQUIVO-RETIDOS
           END-IF.
           PERFORM FECHA-MESTRE.
           PERFORM FECHA-ARQUIVO-NOTAS.
           PERFORM FECHA-ARQUIVO-BACKORDER.
           PERFORM FECHA-ARQUIVO-EXCECOES.
           PERFORM RESUMO-PEDIDOS.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-MARGEM
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LEDGER'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LEDGER
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RETIDOS_CREDITO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RETIDOS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_LIBERACOES_CREDITO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LIBERACOES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LOTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LOTES
               END-IF.
               MOVE CAMINHO-PEDIDOS TO WS-ARQUIVO-ORIGEM.

      *-----------------------------------------------------------*
      * CARGA DO CATALOGO DO DIA EM MEMORIA, NO MESMO FEITIO DA
                  CLOSE CATALOGO
              END-IF.
              DISPLAY 'CATALOGO CARREGADO: ' QNT-PLANTAS ' PLANTAS'.
              IF WS-QTD-SEM-VENDA > ZERO
                  DISPLAY 'AVISO: ' WS-QTD-SEM-VENDA ' PLANTAS SEM '
                      'PRECO DE VENDA NO CATALOGO, VENDIDAS PELO CUSTO'
              END-IF.

      * O PRECO DE VENDA E A OITAVA COLUNA DO CATALOGO; CATALOGO
      * GRAVADO ANTES DELA (OU PLANTA COM VENDA ZERADA) CAI PARA O
      * CUSTO, COM AVISO, PARA NAO DAR O ITEM DE GRACA.
          ARMAZENA-REGISTRO-CATALOGO.
              IF QNT-PLANTAS < 999
                  ADD 1 TO QNT-PLANTAS
                  MOVE SPACES TO WS-CAMPO-PRECO-CAT
                  MOVE SPACES TO WS-CAMPO-VENDA-CAT
                  UNSTRING WS-LINHA-CATALOGO
                      DELIMITED BY '|'
                      INTO ID-CAT(QNT-PLANTAS)
                           NOME-CAT(QNT-PLANTAS)
                           WS-CAMPO-PRECO-CAT
                           WS-CAMPO-DESPREZADO
                           WS-CAMPO-DESPREZADO
                           WS-CAMPO-DESPREZADO
                           WS-CAMPO-DESPREZADO
                           WS-CAMPO-VENDA-CAT
                  END-UNSTRING
                  MOVE FUNCTION NUMVAL(WS-CAMPO-PRECO-CAT)
                      TO PRECO-CAT(QNT-PLANTAS)
                  IF WS-CAMPO-VENDA-CAT NOT = SPACES
                      MOVE FUNCTION NUMVAL(WS-CAMPO-VENDA-CAT)
                          TO VENDA-CAT(QNT-PLANTAS)
                  ELSE
                      MOVE ZEROS TO VENDA-CAT(QNT-PLANTAS)
                  END-IF
                  IF VENDA-CAT(QNT-PLANTAS) = ZERO
                      MOVE PRECO-CAT(QNT-PLANTAS)
                          TO VENDA-CAT(QNT-PLANTAS)
                      ADD 1 TO WS-QTD-SEM-VENDA
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
                      TO COD-CLI(WS-QTD-CLIENTES)
                  MOVE WS-NOME-CLI-LIDO TO NOME-CLI(WS-QTD-CLIENTES)
                  MOVE WS-FONE-CLI-LIDO TO FONE-CLI(WS-QTD-CLIENTES)
                  MOVE ZEROS TO SALDO-CLI(WS-QTD-CLIENTES)
                  IF FUNCTION TEST-NUMVAL(WS-LIMITE-CLI-ALFA) = 0
                      MOVE FUNCTION NUMVAL(WS-LIMITE-CLI-ALFA)
                          TO LIMITE-CLI(WS-QTD-CLIENTES)
                      MOVE 'Y' TO WS-NO-MESTRE
              END-READ.

      *-----------------------------------------------------------*
      * SALDO EM ABERTO DE CADA CLIENTE NO CONTAS A RECEBER: SOMA DOS
      * DEBITOS MENOS OS CREDITOS DO RAZAO. A AUSENCIA DO RAZAO NAO E
      * ERRO: SEM LANCAMENTOS O SALDO DE PARTIDA E ZERO.
      *-----------------------------------------------------------*
          CARREGA-SALDOS-ABERTOS.
              MOVE 'N' TO WS-EOF-LEDGER.
              OPEN INPUT LEDGER.
              IF FS-LEDGER = 00
                  PERFORM UNTIL WS-EOF-LEDGER = 'Y'
                      READ LEDGER INTO WS-LINHA-LEDGER
                          AT END
                              MOVE 'Y' TO WS-EOF-LEDGER
                          NOT AT END
                              PERFORM ACUMULA-SALDO-CLIENTE
                      END-READ
                  END-PERFORM
                  CLOSE LEDGER
              END-IF.

          ACUMULA-SALDO-CLIENTE.
              MOVE SPACES TO WS-CLI-LED-ALFA.
              MOVE SPACES TO WS-DATA-LED-ALFA.
              MOVE SPACES TO WS-DOC-LED-LIDO.
              MOVE SPACES TO WS-TIPO-LED-LIDO.
              MOVE SPACES TO WS-CAMPO-VALOR-LED.
              UNSTRING WS-LINHA-LEDGER
                  DELIMITED BY '|'
                  INTO WS-CLI-LED-ALFA
                       WS-DATA-LED-ALFA
                       WS-DOC-LED-LIDO
                       WS-TIPO-LED-LIDO
                       WS-CAMPO-VALOR-LED
              END-UNSTRING.
              IF WS-CLI-LED-ALFA IS NUMERIC
                      AND (WS-TIPO-LED-LIDO = 'D'
                           OR WS-TIPO-LED-LIDO = 'C')
                      AND FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR-LED) = 0
                  MOVE WS-CLI-LED-ALFA TO WS-COD-CLIENTE
                  PERFORM LOCALIZA-CLIENTE
                  IF WS-CLIENTE-ACHADO = 'Y'
                      MOVE FUNCTION NUMVAL(WS-CAMPO-VALOR-LED)
                          TO WS-VALOR-LED
                      IF WS-TIPO-LED-LIDO = 'D'
                          ADD WS-VALOR-LED
                              TO SALDO-CLI(WS-IDX-CLIENTE)
                      ELSE
                          SUBTRACT WS-VALOR-LED
                              FROM SALDO-CLI(WS-IDX-CLIENTE)
                      END-IF
                  END-IF
              ELSE
                  DISPLAY 'AVISO: LANCAMENTO DO RAZAO IGNORADO (LINHA '
                      'ILEGIVEL): ' WS-LINHA-LEDGER
              END-IF.
              MOVE ZEROS TO WS-COD-CLIENTE.

      *-----------------------------------------------------------*
      * LIBERACOES DO GERENTE (NUMERO;L OU NUMERO;R), NO MESMO
      * FEITIO DAS APROVACOES DA CARGA DIARIA. A AUSENCIA DO ARQUIVO
      * NAO E ERRO: SEM LIBERACOES OS RETIDOS SO SAEM DA RETENCAO SE
      * O SALDO DO CLIENTE PASSAR A COMPORTAR O PEDIDO. TODA LINHA E
      * GUARDADA COMO VEIO, PARA A REGRAVACAO DO FIM; SE NAO COUBEREM
      * NA TABELA A EXECUCAO NAO PRECIFICA NADA, COMO NOS RETIDOS.
      *-----------------------------------------------------------*
          CARREGA-LIBERACOES.
              MOVE ZEROS TO WS-QTD-LIBERACOES.
              MOVE 'N' TO WS-EOF-LIBERACOES.
              OPEN INPUT LIBERACOES.
              IF FS-LIBERACOES = 00
                  PERFORM UNTIL WS-EOF-LIBERACOES = 'Y'
                      READ LIBERACOES INTO WS-LIBERACAO-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-LIBERACOES
                          NOT AT END
                              PERFORM ARMAZENA-LIBERACAO
                      END-READ
                  END-PERFORM
                  CLOSE LIBERACOES
              END-IF.
              IF WS-QTD-LIBERACOES > ZERO
                  DISPLAY 'LIBERACOES DE CREDITO CARREGADAS: '
                      WS-QTD-LIBERACOES
              END-IF.

          ARMAZENA-LIBERACAO.
              IF WS-QTD-LIBERACOES NOT < 200
                  IF WS-PEDIDOS-OK = 'Y'
                      DISPLAY 'ERRO: LIBERACOES ALEM DA CAPACIDADE '
                          'DA TABELA: ' CAMINHO-LIBERACOES
                      MOVE 'N' TO WS-PEDIDOS-OK
                  END-IF
              ELSE
                  ADD 1 TO WS-QTD-LIBERACOES
                  MOVE WS-LIBERACAO-LINHA
                      TO LINHA-LIB(WS-QTD-LIBERACOES)
                  MOVE 'N' TO APLICADA-LIB(WS-QTD-LIBERACOES)
                  MOVE SPACES TO NUM-LIB(WS-QTD-LIBERACOES)
                  MOVE SPACES TO DECISAO-LIB(WS-QTD-LIBERACOES)
                  MOVE SPACES TO WS-NUM-LIB-LIDO
                  MOVE SPACES TO WS-DECISAO-LIB-LIDA
                  UNSTRING WS-LIBERACAO-LINHA
                      DELIMITED BY ';'
                      INTO WS-NUM-LIB-LIDO
                           WS-DECISAO-LIB-LIDA
                  END-UNSTRING
                  IF WS-NUM-LIB-LIDO NOT = SPACES
                          AND (WS-DECISAO-LIB-LIDA = 'L'
                               OR WS-DECISAO-LIB-LIDA = 'R')
                      MOVE WS-NUM-LIB-LIDO
                          TO NUM-LIB(WS-QTD-LIBERACOES)
                      MOVE WS-DECISAO-LIB-LIDA
                          TO DECISAO-LIB(WS-QTD-LIBERACOES)
                  ELSE
                      DISPLAY 'AVISO: LIBERACAO IGNORADA (LINHA '
                          'ILEGIVEL): ' WS-LIBERACAO-LINHA
                  END-IF
              END-IF.

          LOCALIZA-LIBERACAO.
              MOVE SPACES TO WS-DECISAO-CREDITO.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LIBERACOES
                  IF NUM-LIB(K) = WS-NUMERO-CREDITO
                          AND DECISAO-LIB(K) NOT = SPACE
                      MOVE DECISAO-LIB(K) TO WS-DECISAO-CREDITO
                  END-IF
              END-PERFORM.

      * A DECISAO APLICADA A UM RETIDO NAO VALE DE NOVO: AS LINHAS DO
      * NUMERO SAEM DO ARQUIVO DE LIBERACOES NO FIM DA EXECUCAO, PARA
      * NAO LIBERAR UM PEDIDO NOVO QUE VENHA A REPETIR O NUMERO.
          MARCA-LIBERACAO-APLICADA.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LIBERACOES
                  IF NUM-LIB(K) = WS-NUMERO-CREDITO
                          AND DECISAO-LIB(K) NOT = SPACE
                          AND APLICADA-LIB(K) = 'N'
                      MOVE 'Y' TO APLICADA-LIB(K)
                      ADD 1 TO WS-QTD-LIB-APLICADAS
                  END-IF
              END-PERFORM.

      * SO DEPOIS DE OS RETIDOS TEREM SIDO SUBSTITUIDOS: SE O ARQUIVO
      * DE RETIDOS FICOU O ANTERIOR, AS LIBERACOES TAMBEM FICAM.
          REGRAVA-LIBERACOES.
              IF WS-QTD-LIB-APLICADAS > ZERO AND WS-RETIDOS-OK = 'Y'
                  OPEN OUTPUT LIBERACOES-SAI
                  IF FS-LIBERACOES-SAI NOT = 00
                      DISPLAY 'ERRO AO REGRAVAR AS LIBERACOES DE '
                          'CREDITO. STATUS: ' FS-LIBERACOES-SAI
                      MOVE 'N' TO WS-PEDIDOS-OK
                  ELSE
                      PERFORM VARYING K FROM 1 BY 1
                              UNTIL K > WS-QTD-LIBERACOES
                          IF APLICADA-LIB(K) = 'N'
                              PERFORM GRAVA-LINHA-LIBERACAO
                          END-IF
                      END-PERFORM
                      CLOSE LIBERACOES-SAI
                      DISPLAY 'LIBERACOES APLICADAS E RETIRADAS DO '
                          'ARQUIVO: ' WS-QTD-LIB-APLICADAS
                  END-IF
              END-IF.

          GRAVA-LINHA-LIBERACAO.
              WRITE REGISTRO-LIB-SAI FROM LINHA-LIB(K).
              IF FS-LIBERACOES-SAI NOT = 00
                  DISPLAY 'ERRO AO GRAVAR A LIBERACAO: ' LINHA-LIB(K)
                      ' STATUS: ' FS-LIBERACOES-SAI
                  MOVE 'N' TO WS-PEDIDOS-OK
              END-IF.

      *-----------------------------------------------------------*
      * PEDIDOS RETIDOS EM EXECUCOES ANTERIORES, LIDOS POR INTEIRO
      * ANTES DE O ARQUIVO SER REGRAVADO. SE NAO COUBEREM NA TABELA
      * A EXECUCAO NAO PRECIFICA NADA, PARA NAO PERDER RETIDOS NA
      * REGRAVACAO.
      *-----------------------------------------------------------*
          CARREGA-PEDIDOS-RETIDOS.
              MOVE ZEROS TO WS-QTD-RET-ANT.
              MOVE 'N' TO WS-EOF-RETIDOS.
              OPEN INPUT RETIDOS-ENT.
              IF FS-RETIDOS-ENT = 00
                  PERFORM UNTIL WS-EOF-RETIDOS = 'Y'
                      READ RETIDOS-ENT INTO WS-LINHA-RETIDA
                          AT END
                              MOVE 'Y' TO WS-EOF-RETIDOS
                          NOT AT END
                              PERFORM ARMAZENA-LINHA-RETIDA
                      END-READ
                  END-PERFORM
                  CLOSE RETIDOS-ENT
              END-IF.
              IF WS-QTD-RET-ANT > ZERO
                  DISPLAY 'LINHAS DE PEDIDOS RETIDOS CARREGADAS: '
                      WS-QTD-RET-ANT
              END-IF.

          ARMAZENA-LINHA-RETIDA.
              IF WS-QTD-RET-ANT < 2000
                  ADD 1 TO WS-QTD-RET-ANT
                  MOVE WS-LINHA-RETIDA TO LINHA-RET-ANT(WS-QTD-RET-ANT)
              ELSE
                  IF WS-PEDIDOS-OK = 'Y'
                      DISPLAY 'ERRO: PEDIDOS RETIDOS ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-RETIDOS
                      MOVE 'N' TO WS-PEDIDOS-OK
                  END-IF
              END-IF.

      * SEM O ARQUIVO DE TRABALHO NAO HA ONDE GUARDAR O QUE FICAR
      * RETIDO: A EXECUCAO NAO PRECIFICA NADA E OS RETIDOS FICAM COMO
      * ESTAO.
          ABRE-ARQUIVO-RETIDOS.
               MOVE 'N' TO WS-RETIDOS-OK.
               IF WS-PEDIDOS-OK = 'Y'
                   MOVE SPACES TO CAMINHO-RETIDOS-NOVO
                   STRING CAMINHO-RETIDOS DELIMITED BY SPACE
                          '.novo' DELIMITED BY SIZE
                       INTO CAMINHO-RETIDOS-NOVO
                   END-STRING
                   OPEN OUTPUT RETIDOS-SAI
                   IF FS-RETIDOS-SAI NOT = 00
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO '
                           'DOS PEDIDOS RETIDOS: ' CAMINHO-RETIDOS-NOVO
                           ' STATUS: ' FS-RETIDOS-SAI
                       MOVE 'N' TO WS-PEDIDOS-OK
                   ELSE
                       MOVE 'Y' TO WS-RETIDOS-OK
                       MOVE 'Y' TO WS-RETIDOS-ABERTO
                   END-IF
               END-IF.

      * O ARQUIVO DE TRABALHO SO TOMA O LUGAR DO DE RETIDOS SE TODAS AS
      * LINHAS FORAM GRAVADAS; SENAO O ANTERIOR FICA INTACTO E A ETAPA
      * TERMINA COM ERRO.
          FECHA-ARQUIVO-RETIDOS.
               IF WS-RETIDOS-ABERTO = 'Y'
                   CLOSE RETIDOS-SAI
                   MOVE 'N' TO WS-RETIDOS-ABERTO
                   IF WS-RETIDOS-OK = 'Y'
                       PERFORM TROCA-ARQUIVO-RETIDOS
                   ELSE
                       DISPLAY 'PEDIDOS RETIDOS NAO ATUALIZADOS; '
                           'MANTIDO O ARQUIVO ANTERIOR: '
                           CAMINHO-RETIDOS
                   END-IF
               END-IF.

          TROCA-ARQUIVO-RETIDOS.
               MOVE RETURN-CODE TO WS-RC-SALVO.
               CALL 'CBL_RENAME_FILE' USING CAMINHO-RETIDOS-NOVO
                                            CAMINHO-RETIDOS.
               MOVE RETURN-CODE TO WS-RC-TROCA.
               MOVE WS-RC-SALVO TO RETURN-CODE.
               IF WS-RC-TROCA NOT = ZERO
                   DISPLAY 'ERRO AO SUBSTITUIR OS PEDIDOS RETIDOS POR '
                       CAMINHO-RETIDOS-NOVO ' RETORNO: ' WS-RC-TROCA
                   MOVE 'N' TO WS-RETIDOS-OK
                   MOVE 'N' TO WS-PEDIDOS-OK
               END-IF.

      *-----------------------------------------------------------*
      * OS RETIDOS ANTERIORES PASSAM PRIMEIRO, NA ORDEM EM QUE FORAM
      * RETIDOS: O LIBERADO PELO GERENTE E PRECIFICADO SEM CONFERIR
      * O LIMITE, O CANCELADO E DESCARTADO E O QUE NAO TEM DECISAO
      * PASSA DE NOVO PELA CONFERENCIA E, SE AINDA NAO COUBER, VOLTA
      * PARA O ARQUIVO DE RETIDOS.
      *-----------------------------------------------------------*
          REPROCESSA-PEDIDOS-RETIDOS.
               MOVE CAMINHO-RETIDOS TO WS-ARQUIVO-ORIGEM.
               MOVE 'Y' TO WS-ORIGEM-RETIDO.
               MOVE ZEROS TO WS-QTD-BUFFER.
               PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                       UNTIL WS-IDX-RET > WS-QTD-RET-ANT
                   MOVE LINHA-RET-ANT(WS-IDX-RET) TO WS-PEDIDO
                   MOVE WS-IDX-RET TO WS-NUM-LINHA
                   PERFORM ACUMULA-LINHA-PEDIDO
               END-PERFORM.
               PERFORM DESCARREGA-PEDIDO.
               MOVE CAMINHO-PEDIDOS TO WS-ARQUIVO-ORIGEM.
               MOVE 'N' TO WS-ORIGEM-RETIDO.
               MOVE ZEROS TO WS-NUM-LINHA.

      *-----------------------------------------------------------*
      * CADA CABECALHO DESCARREGA O PEDIDO ANTERIOR E ABRE O BUFFER
      * DO SEGUINTE. LINHA ANTES DO PRIMEIRO CABECALHO NAO TEM
      * PEDIDO A ESPERAR E SEGUE DIRETO PARA AS EXCECOES. A DESCARGA
      * USA WS-PEDIDO E WS-NUM-LINHA, QUE SAO GUARDADOS ANTES E
      * DEVOLVIDOS DEPOIS COM O CABECALHO QUE ACABOU DE CHEGAR.
      *-----------------------------------------------------------*
          ACUMULA-LINHA-PEDIDO.
               IF WS-PEDIDO(1:2) = 'P;'
                   MOVE WS-PEDIDO TO WS-PEDIDO-LIDO
                   MOVE WS-NUM-LINHA TO WS-NUM-LINHA-LIDA
                   PERFORM DESCARREGA-PEDIDO
                   MOVE WS-PEDIDO-LIDO TO WS-PEDIDO
                   MOVE WS-NUM-LINHA-LIDA TO WS-NUM-LINHA
               END-IF.
               IF WS-PEDIDO(1:2) = 'P;' OR WS-QTD-BUFFER > ZERO
                   IF WS-QTD-BUFFER < 200
                       ADD 1 TO WS-QTD-BUFFER
                       MOVE WS-PEDIDO TO LINHA-BUF(WS-QTD-BUFFER)
                       MOVE WS-NUM-LINHA TO NUM-LINHA-BUF(WS-QTD-BUFFER)
                   ELSE
                       PERFORM UNSTRING-PEDIDO
                       MOVE 'PEDIDO COM LINHAS DEMAIS'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-EXCECAO
                   END-IF
               ELSE
                   PERFORM UNSTRING-PEDIDO
                   PERFORM PROCESSA-LINHA-PEDIDO
               END-IF.

      * CABECALHO INVALIDO NAO TEM LIMITE A CONFERIR: O PEDIDO SEGUE
      * PARA O PROCESSAMENTO NORMAL, QUE O LEVA AS EXCECOES.
          DESCARREGA-PEDIDO.
               IF WS-QTD-BUFFER > ZERO
                   MOVE LINHA-BUF(1) TO WS-PEDIDO
                   MOVE NUM-LINHA-BUF(1) TO WS-NUM-LINHA
                   PERFORM UNSTRING-PEDIDO
                   MOVE WS-NUMERO-ALFA TO WS-NUMERO-CREDITO
                   PERFORM VALIDA-CLIENTE-PEDIDO
                   MOVE 'N' TO WS-PEDIDO-EXCEDE
                   MOVE SPACES TO WS-DECISAO-CREDITO
                   IF WS-CLIENTE-VALIDO = 'Y'
                       MOVE WS-IDX-CLIENTE TO WS-IDX-CLI-PEDIDO
                       IF WS-ORIGEM-RETIDO = 'Y'
                           PERFORM LOCALIZA-LIBERACAO
                       END-IF
                       PERFORM CONFERE-LIMITE-CREDITO
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ORIGEM-RETIDO = 'Y'
                               AND WS-DECISAO-CREDITO = 'R'
                           PERFORM CANCELA-PEDIDO-RETIDO
                       WHEN WS-PEDIDO-EXCEDE = 'Y'
                           PERFORM RETEM-PEDIDO-CREDITO
                       WHEN OTHER
                           PERFORM PRECIFICA-PEDIDO-ACUMULADO
                   END-EVALUATE
                   MOVE ZEROS TO WS-QTD-BUFFER
               END-IF.

      * LIMITE ZERADO NO CADASTRO E CLIENTE SEM LIMITE, NO MESMO
      * CRITERIO DO AGING DO CONTAS A RECEBER. A LIBERACAO DO GERENTE
      * SO E PROCURADA PARA PEDIDO LIDO DO ARQUIVO DE RETIDOS.
          CONFERE-LIMITE-CREDITO.
               IF WS-DECISAO-CREDITO = 'L'
                   ADD 1 TO WS-QTD-LIBERADOS
                   PERFORM MARCA-LIBERACAO-APLICADA
                   DISPLAY 'PEDIDO LIBERADO PELO GERENTE: '
                       WS-NUMERO-CREDITO
               ELSE
                   IF LIMITE-CLI(WS-IDX-CLI-PEDIDO) > ZEROS
                       PERFORM APURA-TOTAL-PROJETADO
                       COMPUTE WS-SALDO-PROJETADO =
                           SALDO-CLI(WS-IDX-CLI-PEDIDO)
                           + WS-TOTAL-PROJETADO
                       IF WS-SALDO-PROJETADO >
                               LIMITE-CLI(WS-IDX-CLI-PEDIDO)
                           MOVE 'Y' TO WS-PEDIDO-EXCEDE
                       END-IF
                   END-IF
               END-IF.

      * TOTAL DO PEDIDO PELA QUANTIDADE PEDIDA AO PRECO QUE A NOTA
      * COBRARIA (CATALOGO OU KIT, COM PROMOCAO VIGENTE). LINHAS QUE
      * SERIAM REJEITADAS NAO ENTRAM NA CONTA.
          APURA-TOTAL-PROJETADO.
               MOVE ZEROS TO WS-TOTAL-PROJETADO.
               PERFORM VARYING WS-IDX-BUF FROM 2 BY 1
                       UNTIL WS-IDX-BUF > WS-QTD-BUFFER
                   MOVE LINHA-BUF(WS-IDX-BUF) TO WS-PEDIDO
                   PERFORM UNSTRING-PEDIDO
                   IF WS-TIPO-LINHA = 'I'
                       PERFORM SOMA-ITEM-PROJETADO
                   END-IF
               END-PERFORM.

          SOMA-ITEM-PROJETADO.
               MOVE 'Y' TO WS-ITEM-VALIDO.
               IF WS-ID-ALFA NOT = SPACES
                       AND FUNCTION TRIM(WS-ID-ALFA) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ALFA))
                           NOT > 4
                   PERFORM VALIDA-QUANTIDADE-ITEM
                   IF WS-ITEM-VALIDO = 'Y'
                       MOVE ZEROS TO WS-PRECO-BASE
                       PERFORM LOCALIZA-NO-CATALOGO
                       IF WS-ENCONTRADO = 'Y'
                           MOVE VENDA-CAT(WS-INDICE-ENCONTRADO)
                               TO WS-PRECO-BASE
                       ELSE
                           PERFORM LOCALIZA-KIT
                           IF WS-KIT-ACHADO = 'Y'
                               MOVE PRECO-KIT(WS-IDX-KIT)
                                   TO WS-PRECO-BASE
                           END-IF
                       END-IF
                       MOVE WS-PRECO-BASE TO WS-PRECO-EFETIVO
                       MOVE WS-ID TO WS-ID-PROMO-BUSCA
                       PERFORM LOCALIZA-PROMOCAO
                       IF WS-PROMO-ACHADA = 'Y'
                           PERFORM CALCULA-PRECO-PROMOCAO
                           MOVE WS-PRECO-PROMO TO WS-PRECO-EFETIVO
                       END-IF
                       COMPUTE WS-TOTAL-PROJETADO = WS-TOTAL-PROJETADO
                           + WS-PRECO-EFETIVO * WS-QTD-ITEM
                   END-IF
               END-IF.

      * O PEDIDO RETIDO NAO GERA NOTA, BAIXA, KARDEX NEM BACKORDER:
      * SUAS LINHAS VAO COMO ESTAO PARA O ARQUIVO DE RETIDOS.
          RETEM-PEDIDO-CREDITO.
               ADD 1 TO WS-QTD-RETIDOS.
               MOVE SALDO-CLI(WS-IDX-CLI-PEDIDO) TO WS-SALDO-ED.
               MOVE WS-TOTAL-PROJETADO TO WS-TOTAL-ED.
               MOVE LIMITE-CLI(WS-IDX-CLI-PEDIDO) TO WS-LIMITE-ED.
               DISPLAY 'PEDIDO RETIDO POR LIMITE DE CREDITO: '
                   WS-NUMERO-CREDITO ' CLIENTE '
                   COD-CLI(WS-IDX-CLI-PEDIDO).
               DISPLAY '    SALDO EM ABERTO: ' WS-SALDO-ED
                   ' PEDIDO: ' WS-TOTAL-ED ' LIMITE: ' WS-LIMITE-ED.
               PERFORM VARYING WS-IDX-BUF FROM 1 BY 1
                       UNTIL WS-IDX-BUF > WS-QTD-BUFFER
                   PERFORM GRAVA-LINHA-RETIDA
               END-PERFORM.

          GRAVA-LINHA-RETIDA.
               IF WS-RETIDOS-OK = 'Y'
                   WRITE REGISTRO-RET-SAI FROM LINHA-BUF(WS-IDX-BUF)
                   IF FS-RETIDOS-SAI NOT = 00
                       DISPLAY 'ERRO AO GRAVAR OS PEDIDOS RETIDOS. '
                           'STATUS: ' FS-RETIDOS-SAI
                       MOVE 'N' TO WS-RETIDOS-OK
                       MOVE 'N' TO WS-PEDIDOS-OK
                   END-IF
               END-IF.
               IF WS-RETIDOS-OK = 'N'
                   DISPLAY 'ERRO: LINHA RETIDA NAO GRAVADA: '
                       LINHA-BUF(WS-IDX-BUF)
               END-IF.

          CANCELA-PEDIDO-RETIDO.
               ADD 1 TO WS-QTD-CANCELADOS.
               PERFORM MARCA-LIBERACAO-APLICADA.
               DISPLAY 'PEDIDO RETIDO CANCELADO PELO GERENTE: '
                   WS-NUMERO-CREDITO.

      * O PEDIDO QUE CABE NO LIMITE (OU FOI LIBERADO) PASSA LINHA A
      * LINHA PELO PROCESSAMENTO NORMAL, E O TOTAL EFETIVAMENTE
      * COBRADO NA NOTA SOBE O SALDO DO CLIENTE PARA OS PEDIDOS
      * SEGUINTES DA MESMA EXECUCAO.
          PRECIFICA-PEDIDO-ACUMULADO.
               PERFORM VARYING WS-IDX-BUF FROM 1 BY 1
                       UNTIL WS-IDX-BUF > WS-QTD-BUFFER
                   MOVE LINHA-BUF(WS-IDX-BUF) TO WS-PEDIDO
                   MOVE NUM-LINHA-BUF(WS-IDX-BUF) TO WS-NUM-LINHA
                   PERFORM UNSTRING-PEDIDO
                   PERFORM PROCESSA-LINHA-PEDIDO
               END-PERFORM.
               IF WS-CLIENTE-VALIDO = 'Y'
                   ADD WS-TOTAL-PEDIDO TO SALDO-CLI(WS-IDX-CLI-PEDIDO)
               END-IF.

          ABRE-PEDIDOS.
               MOVE ZEROS TO WS-NUM-LINHA.
               MOVE 'N' TO WS-EOF-PEDIDOS.
                  NOT INVALID KEY
                      ADD WS-QTD-BAIXADA TO WS-TOT-BAIXADO
                      PERFORM GRAVA-KARDEX-VENDA
                      MOVE WS-QTD-BAIXADA TO WS-QTD-A-CONSUMIR
                      PERFORM CONSOME-LOTES
              END-REWRITE.

      *-----------------------------------------------------------*
                          NOT INVALID KEY
                              ADD WS-QTD-BAIXADA TO WS-TOT-BAIXADO
                              PERFORM GRAVA-KARDEX-VENDA
                              MOVE WS-QTD-BAIXADA TO WS-QTD-A-CONSUMIR
                              PERFORM CONSOME-LOTES
                      END-REWRITE
              END-READ.
              MOVE ID-COMP(J) TO WS-SEP-ID.
                  CLOSE KARDEX
              END-IF.

      *-----------------------------------------------------------*
      * LOTES DE ESTOQUE: CARGA NA PARTIDA, CONSUMO DO MAIS ANTIGO
      * PARA O MAIS NOVO A CADA BAIXA E REGRAVACAO NO FIM, NO MESMO
      * CRITERIO DE FLORICULTURA_ESTOQUE. A AUSENCIA DO ARQUIVO NAO E
      * ERRO; SE ELE NAO COUBER NA TABELA NAO E REGRAVADO, PARA NAO
      * PERDER AS LINHAS QUE FICARAM DE FORA.
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

      * A BAIXA DA PLANTA RECEM-REGRAVADA (ID-MES) SAI PRIMEIRO DO
      * SALDO SEM DATA, ANTERIOR AOS LOTES E POR ISSO O MAIS ANTIGO: O
      * QUE O MESTRE TINHA ANTES DA BAIXA ALEM DA SOMA DOS LOTES DA
      * PLANTA. O RESTANTE CONSOME O LOTE DE MENOR DATA DE ENTRADA (NO
      * EMPATE, O PRIMEIRO DO ARQUIVO), DEPOIS O SEGUINTE.
          CONSOME-LOTES.
              MOVE ZEROS TO WS-SALDO-LOTES.
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-QTD-LOTES
                  IF VALIDO-LOTE(L) = 'Y'
                          AND ID-LOTE(L) = ID-MES
                      ADD SALDO-LOTE(L) TO WS-SALDO-LOTES
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
                      'CONSUMO DO DIA NAO ATUALIZADO: ' CAMINHO-LOTES
              ELSE
                  IF WS-QTD-LOTES > ZEROS
                      OPEN OUTPUT LOTES-SAI
                      IF FS-LOTES-SAI NOT = 00
                          DISPLAY 'ERRO AO REGRAVAR OS LOTES DE '
                              'ESTOQUE: ' CAMINHO-LOTES ' STATUS: '
                              FS-LOTES-SAI
                          MOVE 'N' TO WS-PEDIDOS-OK
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
              IF FS-LOTES-SAI NOT = 00 AND WS-PEDIDOS-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR OS LOTES DE ESTOQUE: '
                      CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                  MOVE 'N' TO WS-PEDIDOS-OK
              END-IF.

      * UM ID QUE NAO CONSTA NO CATALOGO AINDA PODE SER UM KIT
      * CADASTRADO: NESSE CASO O ITEM SEGUE COMO KIT.
          VALIDA-ITEM.
      * PROMOCAO VIGENTE, A EXTENSAO USA O PRECO PROMOCIONAL E A
      * LINHA MOSTRA TAMBEM O PRECO DE CATALOGO.
          PRECIFICA-ITEM.
              MOVE VENDA-CAT(WS-INDICE-ENCONTRADO)
                  TO WS-PRECO-EFETIVO.
              MOVE WS-ID TO WS-ID-PROMO-BUSCA.
              PERFORM LOCALIZA-PROMOCAO.
              IF WS-PROMO-ACHADA = 'Y'
                  MOVE VENDA-CAT(WS-INDICE-ENCONTRADO)
                      TO WS-PRECO-BASE
                  PERFORM CALCULA-PRECO-PROMOCAO
                  MOVE WS-PRECO-PROMO TO WS-PRECO-EFETIVO
                  ADD 1 TO WS-QTD-ITENS-PROMO
                  MOVE ' PROMO DE ' TO NOTA-PROMO-TAG
                  MOVE VENDA-CAT(WS-INDICE-ENCONTRADO)
                      TO WS-PRECO-LISTA-ED
                  MOVE WS-PRECO-LISTA-ED TO NOTA-PRECO-LISTA
              ELSE

      *-----------------------------------------------------------*
      * LISTA DE BACKORDER: A PARTE DOS ITENS QUE O SALDO NAO
      * COBRIU, UMA LINHA POR FALTA, COM O PEDIDO DE ORIGEM. O
      * ARQUIVO E ACRESCIDO, NUNCA RECRIADO: O QUE AINDA ESTA EM
      * ABERTO DE EXECUCOES ANTERIORES CONTINUA NA FILA.
      *-----------------------------------------------------------*
          ABRE-ARQUIVO-BACKORDER.
               OPEN EXTEND BACKORDER.
               IF FS-BACKORDER NOT = 00 AND FS-BACKORDER NOT = 05
                   DISPLAY 'ERRO AO ABRIR O BACKORDER. STATUS: '
                       FS-BACKORDER
                   MOVE 'N' TO WS-BACKORDER-OK
                           TO BACK-NOME
                   END-IF
                   MOVE WS-QTD-FALTA TO BACK-QTD-FALTA
                   MOVE NOTA-COD-CLIENTE TO BACK-CLIENTE
                   MOVE WS-DATA-CORRENTE TO BACK-DATA
                   PERFORM APURA-PRECO-BACKORDER
                   MOVE WS-PRECO-EFETIVO TO BACK-PRECO
                   WRITE REGISTRO-BACK-OUT FROM REGISTRO-BACKORDER
                   IF FS-BACKORDER NOT = 00
                       DISPLAY 'ERRO AO GRAVAR O BACKORDER. STATUS: '
               DISPLAY 'ITEM EM BACKORDER: ID ' WS-ID
                   ' FALTARAM ' WS-QTD-FALTA ' UNIDADES'.

      * PRECO UNITARIO QUE O PEDIDO COBROU (OU COBRARIA, SE NADA FOI
      * ATENDIDO): O DO CATALOGO OU DO KIT, COM PROMOCAO VIGENTE.
          APURA-PRECO-BACKORDER.
               IF WS-ITEM-E-KIT = 'Y'
                   MOVE PRECO-KIT(WS-IDX-KIT) TO WS-PRECO-BASE
               ELSE
                   MOVE VENDA-CAT(WS-INDICE-ENCONTRADO)
                       TO WS-PRECO-BASE
               END-IF.
               MOVE WS-PRECO-BASE TO WS-PRECO-EFETIVO.
               MOVE WS-ID TO WS-ID-PROMO-BUSCA.
               PERFORM LOCALIZA-PROMOCAO.
               IF WS-PROMO-ACHADA = 'Y'
                   PERFORM CALCULA-PRECO-PROMOCAO
                   MOVE WS-PRECO-PROMO TO WS-PRECO-EFETIVO
               END-IF.

          FECHA-ARQUIVO-BACKORDER.
               CLOSE BACKORDER.

          GRAVA-EXCECAO.
               ADD 1 TO WS-QTD-EXCECOES.
               IF WS-EXCECOES-OK = 'Y'
                   MOVE WS-ARQUIVO-ORIGEM TO ARQUIVO-EXC
                   MOVE WS-NUM-LINHA TO LINHA-EXC
                   MOVE WS-PEDIDO TO CONTEUDO-EXC
                   MOVE WS-MOTIVO-REJEICAO TO MOTIVO-EXC
              DISPLAY 'ITENS EM BACKORDER: ' WS-QTD-BACKORDER.
              DISPLAY 'UNIDADES BAIXADAS DO ESTOQUE: ' WS-TOT-BAIXADO.
              DISPLAY 'EXCECOES: ' WS-QTD-EXCECOES.
              DISPLAY 'PEDIDOS RETIDOS POR CREDITO: ' WS-QTD-RETIDOS.
              DISPLAY 'PEDIDOS LIBERADOS PELO GERENTE: '
                  WS-QTD-LIBERADOS.
              DISPLAY 'RETENCOES CANCELADAS: ' WS-QTD-CANCELADOS.

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
      * DIA (PEDIDOS LIDOS E ITENS PRECIFICADOS) QUANDO OS PEDIDOS FORAM
      * PROCESSADOS, AS NOTAS GRAVADAS E O BACKORDER E OS LOTES
      * REGRAVADOS; SENAO FICA F.
          FINALIZA-CONTROLE-LOTE.
              IF WS-PEDIDOS-OK = 'Y' AND WS-NOTAS-OK = 'Y'
                 AND WS-BACKORDER-OK = 'Y' AND WS-LOTES-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              MOVE WS-QTD-PEDIDOS TO WS-CTL-LIDOS.
              MOVE WS-QTD-ITENS TO WS-CTL-GRAVADOS.
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

       END PROGRAM FLORICULTURA_PEDIDOS.
