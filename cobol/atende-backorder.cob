      ******************************************************************
      * Author:
      * Date:
      * Purpose: Atendimento do backorder depois da baixa diaria de
      *          movimentos: o saldo do cadastro mestre e alocado as
      *          faltas em aberto de PEDIDOS-BACKORDER.txt, das mais
      *          antigas para as mais novas; o que for atendido sai
      *          numa nota complementar por pedido, acrescentada as
      *          notas do dia no mesmo feitio de FLORICULTURA_PEDIDOS
      *          (para o contas a receber lancar o debito), e baixado
      *          do mestre com movimento S no kardex documentado pelo
      *          pedido de origem (a baixa vem antes da nota, e so e
      *          cobrado o que o mestre de fato regravou); o que
      *          continuar em falta volta para o arquivo de backorder; a
      *          baixa consome os lotes de estoque da planta, primeiro o
      *          saldo sem lote e depois do lote mais antigo para o mais
      *          novo, como na venda; sem as notas do dia nada e
      *          atendido e o backorder fica como esta; no controle do
      *          lote, a etapa BACKORDER so roda com a etapa ESTOQUE ja
      *          concluida na data de negocio e uma vez por data, salvo
      *          reexecucao autorizada, e marca a etapa concluida com as
      *          contagens; nota, kardex e lotes levam a data de negocio
      *          do controle do lote; etapa que termina com erro sai com
      *          codigo de retorno 8 e so roda de novo na mesma data com
      *          reexecucao autorizada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_BACKORDER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * BACKORDER EM ABERTO (MESMO CAMINHO NA ENTRADA E NA SAIDA): E
      * LIDO POR INTEIRO E REGRAVADO SO COM O QUE CONTINUAR EM FALTA.
      * ARQUIVO AUSENTE E DIA SEM FALTA A ATENDER.
              SELECT OPTIONAL BACKORDER-ENT ASSIGN DYNAMIC
              CAMINHO-BACKORDER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BACKORDER-ENT.
      *
              SELECT BACKORDER-SAI ASSIGN DYNAMIC CAMINHO-BACKORDER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BACKORDER-SAI.
      *
      * MESTRE INDEXADO POR ID: A BAIXA DO QUE FOR ATENDIDO E
      * REGRAVADA REGISTRO A REGISTRO, NO MOMENTO DA ALOCACAO.
              SELECT MESTRE ASSIGN DYNAMIC CAMINHO-MESTRE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-MES
              FILE STATUS IS FS-MESTRE.
      *
      * NOTAS DO DIA, GRAVADAS POR FLORICULTURA_PEDIDOS: AS NOTAS
      * COMPLEMENTARES ENTRAM EM ACRESCIMO, DEPOIS DAS DO DIA.
              SELECT OPTIONAL NOTAS ASSIGN DYNAMIC CAMINHO-NOTAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOTAS.
      *
              SELECT CLIENTES ASSIGN DYNAMIC CAMINHO-CLIENTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CLIENTES.
      *
      * DEFINICOES DE KIT, NO MESMO FEITIO LIDO POR
      * FLORICULTURA_PEDIDOS: UM BACKORDER DE KIT E ATENDIDO EM KITS
      * INTEIROS, BAIXANDO CADA COMPONENTE.
              SELECT OPTIONAL KITS ASSIGN DYNAMIC CAMINHO-KITS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KITS.
      *
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
              SELECT RELATORIO ASSIGN DYNAMIC CAMINHO-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO.
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
         FD BACKORDER-ENT.
         01 REGISTRO-BACK-ENT   PIC X(80).
      *
         FD BACKORDER-SAI.
         01 REGISTRO-BACK-SAI   PIC X(80).
      *
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
         FD NOTAS.
         01 LINHA-NOTA          PIC X(100).
      *
         FD CLIENTES.
         01 REGISTRO-CLIENTE    PIC X(80).
      *
         FD KITS.
         01 REGISTRO-KIT        PIC X(60).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX-OUT PIC X(40).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(100).
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
       01  CAMINHO-BACKORDER   PIC X(100)
               VALUE 'PEDIDOS-BACKORDER.txt'.

       01  CAMINHO-MESTRE      PIC X(100) VALUE 'CADASTRO-MESTRE.dat'.

       01  CAMINHO-NOTAS       PIC X(100) VALUE 'NOTAS.txt'.

       01  CAMINHO-CLIENTES    PIC X(100) VALUE 'CLIENTES.txt'.

       01  CAMINHO-KITS        PIC X(100) VALUE 'KITS.txt'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-BACKORDER.txt'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-BACKORDER-ENT PIC 9(02).
           05 FS-BACKORDER-SAI PIC 9(02).
           05 FS-MESTRE        PIC 9(02).
           05 FS-NOTAS         PIC 9(02).
           05 FS-CLIENTES      PIC 9(02).
           05 FS-KITS          PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.
       77  L                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-BACKORDER-OK     PIC X(01) VALUE 'Y'.
       77  WS-ESTOQUE-OK       PIC X(01) VALUE 'Y'.
       77  WS-NOTAS-OK         PIC X(01) VALUE 'Y'.
       77  WS-NOTAS-ABERTO     PIC X(01) VALUE 'N'.
       77  WS-EOF-BACKORDER    PIC X(01) VALUE 'N'.
       77  WS-EOF-CLIENTES     PIC X(01) VALUE 'N'.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-LOTE-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-LOTE         PIC 9(04) VALUE ZEROS.
       77  WS-EOF-KITS         PIC X(01) VALUE 'N'.
       77  WS-KIT-ABERTO       PIC X(01) VALUE 'N'.
       77  WS-KIT-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-NOTA-ABERTA      PIC X(01) VALUE 'N'.
       77  WS-QTD-BACKORDER    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CLIENTES     PIC 9(03) VALUE ZEROS.
       77  WS-QTD-KITS         PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COMPONENTES  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-KIT          PIC 9(02) VALUE ZEROS.
       77  WS-COMPS-DO-KIT     PIC 9(03) VALUE ZEROS.
       77  WS-COMPS-BAIXADOS   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ATENDIDAS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PARCIAIS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PENDENTES    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NOTAS        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ILEGIVEIS    PIC 9(04) VALUE ZEROS.
       77  WS-TOT-BAIXADO      PIC 9(08) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * REGISTRO DO BACKORDER EM DISCO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_PEDIDOS: QUALQUER MUDANCA LA DEVE SER REFLETIDA
      * AQUI.
       01  REGISTRO-BACKORDER.
           05 BACK-PEDIDO        PIC X(10).
           05 FILLER             PIC X(01) VALUE '|'.
           05 BACK-ID            PIC 9(04).
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

      * BACKORDER EM MEMORIA, NA ORDEM DE DATA DO PEDIDO. LINHA QUE
      * NAO SE LE (GRAVADA ANTES DE O REGISTRO TRAZER CLIENTE E
      * PRECO, POR EXEMPLO) NAO E ATENDIDA, MAS VOLTA COMO ESTAVA
      * PARA O ARQUIVO: NADA SAI DA FILA SEM SER ATENDIDO.
       01  TABELA-BACKORDER.
           03 REG-BKO           OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-BACKORDER.
               05 LINHA-BKO         PIC X(80).
               05 VALIDO-BKO        PIC X(01).
               05 DATA-BKO          PIC 9(08).
               05 ATENDIDO-BKO      PIC 9(06).

       01  WS-BKO-TEMP         PIC X(95).

      * CADASTRO DE CLIENTES EM MEMORIA, SO PARA O NOME NA NOTA.
       01  TABELA-CLIENTES.
           03 REG-CLIENTE       OCCURS 1 TO 999
               DEPENDING ON WS-QTD-CLIENTES.
               05 COD-CLI           PIC 9(04).
               05 NOME-CLI          PIC X(30).

       01  WS-CLIENTE-LINHA    PIC X(80).
       01  WS-COD-CLI-ALFA     PIC X(10).
       01  WS-NOME-CLI-LIDO    PIC X(30).

      * DEFINICOES DE KIT EM MEMORIA (SO ID E COMPONENTES: O NOME E
      * O PRECO DO KIT JA VEM NO PROPRIO BACKORDER).
       01  TABELA-KITS.
           03 REG-KIT           OCCURS 1 TO 99
               DEPENDING ON WS-QTD-KITS.
               05 ID-KIT            PIC 9(04).

       01  TABELA-COMPONENTES.
           03 REG-COMPONENTE    OCCURS 1 TO 400
               DEPENDING ON WS-QTD-COMPONENTES.
               05 KIT-COMP          PIC 9(04).
               05 ID-COMP           PIC 9(04).
               05 QTD-COMP          PIC 9(04).

       01  WS-KIT-LINHA        PIC X(60).
       01  WS-TIPO-KIT-LINHA   PIC X(01).
       01  WS-CAMPO-KIT-1      PIC X(10).
       01  WS-CAMPO-KIT-2      PIC X(30).
       01  WS-CAMPO-KIT-3      PIC X(12).

      * APURACAO DO ATENDIMENTO DE UMA LINHA DE BACKORDER.
       01  WS-PEDIDO-CORRENTE  PIC X(10) VALUE SPACES.
       01  WS-QTD-DISPONIVEL   PIC 9(06) VALUE ZEROS.
       01  WS-QTD-ATENDIDA     PIC 9(06) VALUE ZEROS.
       01  WS-QTD-RESTANTE     PIC 9(06) VALUE ZEROS.
       01  WS-POSSIVEL-COMP    PIC 9(06) VALUE ZEROS.
       01  WS-QTD-BAIXADA      PIC 9(06) VALUE ZEROS.
       01  WS-TOTAL-ITEM       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-NOTA       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-FATURADO   PIC 9(14)V99 VALUE ZEROS.

      * LINHAS DA NOTA COMPLEMENTAR: CABECALHO, ITEM E TOTAL NAS
      * MESMAS POSICOES DE FLORICULTURA_PEDIDOS, QUE O CONTAS A
      * RECEBER, A CONCILIACAO E O FECHAMENTO LEEM POR POSICAO.
       01  CABECALHO-NOTA.
           05 FILLER            PIC X(08) VALUE 'PEDIDO: '.
           05 NOTA-NUMERO       PIC X(10).
           05 FILLER            PIC X(10) VALUE ' CLIENTE: '.
           05 NOTA-COD-CLIENTE  PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NOTA-CLIENTE      PIC X(30).

      * A DATA DE NEGOCIO NA MARCA DA COMPLEMENTAR SEPARA AS NOTAS
      * DE DIAS DIFERENTES DO MESMO PEDIDO (FLORICULTURA_DEVOLUCAO).
       01  LINHA-COMPLEMENTAR.
           05 FILLER            PIC X(44)
               VALUE 'NOTA COMPLEMENTAR - ATENDIMENTO DE BACKORDER'.
           05 FILLER            PIC X(04) VALUE ' DE '.
           05 COMPL-DATA        PIC 9(08).

       01  LINHA-ITEM-NOTA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 NOTA-ID           PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NOTA-NOME         PIC X(30).
           05 NOTA-QTD          PIC ZZZZZ9.
           05 FILLER            PIC X(03) VALUE ' X '.
           05 NOTA-PRECO-UNIT   PIC ZZZZZZZ9,99.
           05 FILLER            PIC X(03) VALUE ' = '.
           05 NOTA-TOTAL-ITEM   PIC ZZZZZZZZZ9,99.

       01  LINHA-TOTAL-NOTA.
           05 FILLER            PIC X(17)
               VALUE 'TOTAL DO PEDIDO: '.
           05 NOTA-TOTAL        PIC ZZZZZZZZZ9,99.

       01  LINHA-SEPARADORA    PIC X(70) VALUE ALL '-'.

      * LINHAS DO RELATORIO DE ATENDIMENTO: FALTA EM ABERTO, QUANTO
      * FOI ATENDIDO NESTA EXECUCAO E QUANTO CONTINUA PENDENTE.
       01  CAB-RELATORIO-1.
           05 FILLER            PIC X(36)
               VALUE 'ATENDIMENTO DE BACKORDER'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 REL-DATA          PIC X(10).

       01  CAB-RELATORIO-2.
           05 FILLER            PIC X(11) VALUE 'PEDIDO'.
           05 FILLER            PIC X(11) VALUE 'DATA PED.'.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(08) VALUE '   FALTA'.
           05 FILLER            PIC X(10) VALUE '  ATENDIDO'.
           05 FILLER            PIC X(10) VALUE '  PENDENTE'.

       01  LINHA-RELATORIO-DET.
           05 REL-PEDIDO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-DATA-PED      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-FALTA         PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 REL-ATENDIDO      PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 REL-PENDENTE      PIC ZZZZZZ9.

       01  LINHA-RELATORIO-ILEGIVEL.
           05 FILLER            PIC X(22)
               VALUE 'LINHA NAO ATENDIDA:  '.
           05 REL-LINHA-BRUTA   PIC X(78).

       01  LINHA-TOTAL-FATURADO.
           05 FILLER            PIC X(33)
               VALUE 'TOTAL FATURADO EM COMPLEMENTARES:'.
           05 REL-TOTAL-ED      PIC ZZZZZZZZZZZZZ9,99.

       01  LINHA-SEM-BACKORDER PIC X(30)
               VALUE 'NENHUM BACKORDER EM ABERTO'.

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

       01  WS-DATA-PEDIDO.
           05 ANO-PEDIDO        PIC 9(04).
           05 MES-PEDIDO        PIC 9(02).
           05 DIA-PEDIDO        PIC 9(02).

       01  WS-DATA-PEDIDO-ED.
           05 DIA-PEDIDO-ED     PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-PEDIDO-ED     PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-PEDIDO-ED     PIC 9(04).

      * CONTROLE DO LOTE DIARIO: A ETAPA DESTE PROGRAMA NA CADEIA E A
      * QUE PRECISA TER CONCLUIDO ANTES DELA NA MESMA DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'BACKORDER'.
       01  WS-ETAPA-ANTERIOR   PIC X(12) VALUE 'ESTOQUE'.
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
           PERFORM CARREGA-BACKORDER.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-KITS.
           IF WS-BACKORDER-OK = 'Y'
               PERFORM ABRE-MESTRE
               PERFORM CARREGA-LOTES
           END-IF.
           IF WS-BACKORDER-OK = 'Y'
               PERFORM ORDENA-BACKORDER
               PERFORM ABRE-ARQUIVO-NOTAS
               IF WS-NOTAS-OK = 'N'
                   DISPLAY 'NENHUM BACKORDER ATENDIDO: SEM AS NOTAS '
                       'NAO HA COMO FATURAR O ATENDIMENTO.'
                   PERFORM FECHA-MESTRE
               ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-QTD-BACKORDER
                       IF VALIDO-BKO(I) = 'Y' AND WS-NOTAS-OK = 'Y'
                           PERFORM ATENDE-LINHA-BACKORDER
                       END-IF
                   END-PERFORM
                   PERFORM ENCERRA-NOTA-COMPLEMENTAR
                   PERFORM FECHA-ARQUIVO-NOTAS
                   PERFORM FECHA-MESTRE
                   PERFORM REGRAVA-LOTES
                   PERFORM REGRAVA-BACKORDER
                   PERFORM GRAVA-RELATORIO-BACKORDER
               END-IF
           END-IF.
           PERFORM RESUMO-BACKORDER.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O ARQUIVO DE BACKORDER VEM DA LINHA
      * DE COMANDO OU DE VARIAVEL DE AMBIENTE; DEMAIS CAMINHOS SAO
      * CONFIGURAVEIS POR AMBIENTE, COM OS MESMOS NOMES DOS
      * PROGRAMAS QUE GRAVAM CADA ARQUIVO.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-BACKORDER FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_BACKORDER'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-BACKORDER
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_MESTRE'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-MESTRE
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_NOTAS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-NOTAS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_CLIENTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CLIENTES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_KITS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KITS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_KARDEX'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KARDEX
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_BACKORDER'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LOTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LOTES
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DO BACKORDER EM ABERTO. SEM O ARQUIVO NAO HA O QUE
      * ATENDER (E A ETAPA CONCLUI SEM FALTAS); SE NAO COUBER NA
      * TABELA, NADA E ATENDIDO, PARA O ARQUIVO NAO SER REGRAVADO PELA
      * METADE.
      *-----------------------------------------------------------*
          CARREGA-BACKORDER.
              MOVE ZEROS TO WS-QTD-BACKORDER.
              MOVE 'N' TO WS-EOF-BACKORDER.
              OPEN INPUT BACKORDER-ENT.
              IF FS-BACKORDER-ENT NOT = 00
                      AND FS-BACKORDER-ENT NOT = 05
                  DISPLAY 'ERRO AO ABRIR O BACKORDER: '
                      CAMINHO-BACKORDER ' STATUS: ' FS-BACKORDER-ENT
                  MOVE 'N' TO WS-BACKORDER-OK
              ELSE
                  PERFORM UNTIL WS-EOF-BACKORDER = 'Y'
                      READ BACKORDER-ENT INTO REGISTRO-BACKORDER
                          AT END
                              MOVE 'Y' TO WS-EOF-BACKORDER
                          NOT AT END
                              PERFORM ARMAZENA-BACKORDER
                      END-READ
                  END-PERFORM
                  CLOSE BACKORDER-ENT
              END-IF.
              DISPLAY 'BACKORDER EM ABERTO CARREGADO: '
                  WS-QTD-BACKORDER ' LINHAS'.

          ARMAZENA-BACKORDER.
              IF WS-QTD-BACKORDER < 2000
                  ADD 1 TO WS-QTD-BACKORDER
                  MOVE REGISTRO-BACKORDER
                      TO LINHA-BKO(WS-QTD-BACKORDER)
                  MOVE ZEROS TO ATENDIDO-BKO(WS-QTD-BACKORDER)
                  IF BACK-ID IS NUMERIC
                          AND BACK-QTD-FALTA IS NUMERIC
                          AND BACK-QTD-FALTA > ZEROS
                          AND BACK-CLIENTE IS NUMERIC
                          AND BACK-DATA IS NUMERIC
                          AND BACK-PRECO IS NUMERIC
                      MOVE 'Y' TO VALIDO-BKO(WS-QTD-BACKORDER)
                      MOVE BACK-DATA TO DATA-BKO(WS-QTD-BACKORDER)
                  ELSE
                      MOVE 'N' TO VALIDO-BKO(WS-QTD-BACKORDER)
                      MOVE ZEROS TO DATA-BKO(WS-QTD-BACKORDER)
                      ADD 1 TO WS-QTD-ILEGIVEIS
                      DISPLAY 'AVISO: BACKORDER MANTIDO SEM '
                          'ATENDIMENTO (LINHA ILEGIVEL): '
                          REGISTRO-BACKORDER
                  END-IF
              ELSE
                  IF WS-BACKORDER-OK = 'Y'
                      DISPLAY 'ERRO: BACKORDER ALEM DA CAPACIDADE DA '
                          'TABELA: ' CAMINHO-BACKORDER
                      MOVE 'N' TO WS-BACKORDER-OK
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE CLIENTES, SO PARA O NOME NO CABECALHO
      * DA NOTA: SEM CADASTRO A NOTA SAI SO COM O CODIGO, QUE E O
      * QUE O CONTAS A RECEBER USA.
      *-----------------------------------------------------------*
          CARREGA-CLIENTES.
              MOVE ZEROS TO WS-QTD-CLIENTES.
              MOVE 'N' TO WS-EOF-CLIENTES.
              OPEN INPUT CLIENTES.
              IF FS-CLIENTES = 00
                  PERFORM UNTIL WS-EOF-CLIENTES = 'Y'
                      READ CLIENTES INTO WS-CLIENTE-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-CLIENTES
                          NOT AT END
                              PERFORM ARMAZENA-CLIENTE
                      END-READ
                  END-PERFORM
                  CLOSE CLIENTES
              ELSE
                  DISPLAY 'AVISO: CADASTRO DE CLIENTES NAO ABERTO, '
                      'NOTAS SEM NOME: ' CAMINHO-CLIENTES
                      ' STATUS: ' FS-CLIENTES
              END-IF.

          ARMAZENA-CLIENTE.
              MOVE SPACES TO WS-COD-CLI-ALFA.
              MOVE SPACES TO WS-NOME-CLI-LIDO.
              UNSTRING WS-CLIENTE-LINHA
                  DELIMITED BY ';'
                  INTO WS-COD-CLI-ALFA
                       WS-NOME-CLI-LIDO
              END-UNSTRING.
              IF WS-COD-CLI-ALFA NOT = SPACES
                      AND FUNCTION TRIM(WS-COD-CLI-ALFA) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-COD-CLI-ALFA)) NOT > 4
                      AND WS-QTD-CLIENTES < 999
                  ADD 1 TO WS-QTD-CLIENTES
                  MOVE FUNCTION TRIM(WS-COD-CLI-ALFA)
                      TO COD-CLI(WS-QTD-CLIENTES)
                  MOVE WS-NOME-CLI-LIDO TO NOME-CLI(WS-QTD-CLIENTES)
              END-IF.

      *-----------------------------------------------------------*
      * CARGA DAS DEFINICOES DE KIT: K;ID;NOME;PRECO ABRE UM KIT E
      * C;ID;QTD LANCA UM COMPONENTE DO KIT ABERTO. A VALIDACAO
      * CONTRA O CATALOGO JA FOI FEITA NA PRECIFICACAO DO PEDIDO;
      * AQUI SO INTERESSA A COMPOSICAO. A AUSENCIA DO ARQUIVO NAO E
      * ERRO.
      *-----------------------------------------------------------*
          CARREGA-KITS.
               MOVE ZEROS TO WS-QTD-KITS.
               MOVE ZEROS TO WS-QTD-COMPONENTES.
               MOVE 'N' TO WS-EOF-KITS.
               MOVE 'N' TO WS-KIT-ABERTO.
               OPEN INPUT KITS.
               IF FS-KITS = 00
                   PERFORM UNTIL WS-EOF-KITS = 'Y'
                       READ KITS INTO WS-KIT-LINHA
                           AT END
                               MOVE 'Y' TO WS-EOF-KITS
                           NOT AT END
                               PERFORM PROCESSA-LINHA-KIT
                       END-READ
                   END-PERFORM
                   CLOSE KITS
               END-IF.

          PROCESSA-LINHA-KIT.
               MOVE SPACES TO WS-TIPO-KIT-LINHA.
               MOVE SPACES TO WS-CAMPO-KIT-1.
               MOVE SPACES TO WS-CAMPO-KIT-2.
               MOVE SPACES TO WS-CAMPO-KIT-3.
               UNSTRING WS-KIT-LINHA
                   DELIMITED BY ';'
                   INTO WS-TIPO-KIT-LINHA
                        WS-CAMPO-KIT-1
                        WS-CAMPO-KIT-2
                        WS-CAMPO-KIT-3
               END-UNSTRING.
               EVALUATE WS-TIPO-KIT-LINHA
                   WHEN 'K'
                       MOVE 'N' TO WS-KIT-ABERTO
                       IF WS-CAMPO-KIT-1 NOT = SPACES
                               AND FUNCTION TRIM(WS-CAMPO-KIT-1)
                                   IS NUMERIC
                               AND FUNCTION LENGTH(FUNCTION
                                   TRIM(WS-CAMPO-KIT-1)) NOT > 4
                               AND WS-QTD-KITS < 99
                           ADD 1 TO WS-QTD-KITS
                           MOVE FUNCTION TRIM(WS-CAMPO-KIT-1)
                               TO ID-KIT(WS-QTD-KITS)
                           MOVE 'Y' TO WS-KIT-ABERTO
                       END-IF
                   WHEN 'C'
                       IF WS-KIT-ABERTO = 'Y'
                               AND WS-CAMPO-KIT-1 NOT = SPACES
                               AND FUNCTION TRIM(WS-CAMPO-KIT-1)
                                   IS NUMERIC
                               AND FUNCTION LENGTH(FUNCTION
                                   TRIM(WS-CAMPO-KIT-1)) NOT > 4
                               AND WS-CAMPO-KIT-2 NOT = SPACES
                               AND FUNCTION TRIM(WS-CAMPO-KIT-2)
                                   IS NUMERIC
                               AND FUNCTION LENGTH(FUNCTION
                                   TRIM(WS-CAMPO-KIT-2)) NOT > 4
                               AND WS-QTD-COMPONENTES < 400
                           ADD 1 TO WS-QTD-COMPONENTES
                           MOVE ID-KIT(WS-QTD-KITS)
                               TO KIT-COMP(WS-QTD-COMPONENTES)
                           MOVE FUNCTION TRIM(WS-CAMPO-KIT-1)
                               TO ID-COMP(WS-QTD-COMPONENTES)
                           MOVE FUNCTION TRIM(WS-CAMPO-KIT-2)
                               TO QTD-COMP(WS-QTD-COMPONENTES)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

          LOCALIZA-KIT.
               MOVE 'N' TO WS-KIT-ACHADO.
               MOVE ZEROS TO WS-IDX-KIT.
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-KITS
                   IF ID-KIT(K) = BACK-ID
                       MOVE 'Y' TO WS-KIT-ACHADO
                       MOVE K TO WS-IDX-KIT
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * ABERTURA DO MESTRE INDEXADO EM I-O: SEM MESTRE NAO HA SALDO
      * A ALOCAR, E O BACKORDER FICA COMO ESTA.
      *-----------------------------------------------------------*
          ABRE-MESTRE.
              OPEN I-O MESTRE.
              IF FS-MESTRE NOT = 00
                  DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                      CAMINHO-MESTRE ' STATUS: ' FS-MESTRE
                  MOVE 'N' TO WS-BACKORDER-OK
              ELSE
                  DISPLAY 'CADASTRO MESTRE ABERTO COM SUCESSO: '
                      CAMINHO-MESTRE
              END-IF.

          FECHA-MESTRE.
              CLOSE MESTRE.

      *-----------------------------------------------------------*
      * OS MAIS ANTIGOS PRIMEIRO: ORDENACAO PELA DATA DO PEDIDO QUE
      * GEROU A FALTA. A TROCA SO ACONTECE COM DATA ESTRITAMENTE
      * MAIOR, ENTAO LINHAS DA MESMA DATA (E AS DE UM MESMO PEDIDO)
      * MANTEM A ORDEM DO ARQUIVO.
      *-----------------------------------------------------------*
          ORDENA-BACKORDER.
              IF WS-QTD-BACKORDER > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-BACKORDER
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-BACKORDER - I
                          IF DATA-BKO(J) > DATA-BKO(J + 1)
                              PERFORM TROCA-BACKORDER
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

          TROCA-BACKORDER.
              MOVE REG-BKO(J) TO WS-BKO-TEMP.
              MOVE REG-BKO(J + 1) TO REG-BKO(J).
              MOVE WS-BKO-TEMP TO REG-BKO(J + 1).

      *-----------------------------------------------------------*
      * UMA LINHA DE BACKORDER: O SALDO ATUAL DO MESTRE (OU DOS
      * COMPONENTES, NUM KIT) COBRE TODA A FALTA OU PARTE DELA. A
      * PARTE COBERTA ENTRA NA NOTA COMPLEMENTAR DO PEDIDO, AO PRECO
      * COBRADO NO PEDIDO ORIGINAL, E E BAIXADA DO MESTRE. O ID E
      * PROCURADO PRIMEIRO COMO PLANTA NO MESTRE E SO DEPOIS NOS
      * KITS, NA MESMA PRECEDENCIA DA PRECIFICACAO DO PEDIDO.
      *-----------------------------------------------------------*
          ATENDE-LINHA-BACKORDER.
               MOVE LINHA-BKO(I) TO REGISTRO-BACKORDER.
               IF BACK-PEDIDO NOT = WS-PEDIDO-CORRENTE
                   PERFORM ENCERRA-NOTA-COMPLEMENTAR
                   MOVE BACK-PEDIDO TO WS-PEDIDO-CORRENTE
               END-IF.
               MOVE 'N' TO WS-KIT-ACHADO.
               MOVE BACK-ID TO ID-MES.
               READ MESTRE
                   INVALID KEY
                       MOVE ZEROS TO WS-QTD-DISPONIVEL
                       PERFORM LOCALIZA-KIT
                   NOT INVALID KEY
                       MOVE QTD-MES TO WS-QTD-DISPONIVEL
               END-READ.
               IF WS-KIT-ACHADO = 'Y'
                   PERFORM APURA-DISPONIVEL-KIT
               END-IF.
               IF BACK-QTD-FALTA > WS-QTD-DISPONIVEL
                   MOVE WS-QTD-DISPONIVEL TO WS-QTD-ATENDIDA
               ELSE
                   MOVE BACK-QTD-FALTA TO WS-QTD-ATENDIDA
               END-IF.
      * COM AS NOTAS JA EM ERRO O ITEM NAO SAI DO ESTOQUE NEM DA FILA.
               IF WS-NOTAS-OK = 'N'
                   MOVE ZEROS TO WS-QTD-ATENDIDA
                   DISPLAY 'ERRO AO GRAVAR AS NOTAS: ATENDIMENTO '
                       'INTERROMPIDO NO PEDIDO ' BACK-PEDIDO
                       ' (NOTA COMPLEMENTAR INCOMPLETA).'
               END-IF.
      * A BAIXA VEM ANTES DA NOTA: SO E COBRADO, E SO SAI DA FILA, O
      * QUE FOI DE FATO REGRAVADO NO MESTRE.
               IF WS-QTD-ATENDIDA > ZEROS
                   IF WS-KIT-ACHADO = 'Y'
                       PERFORM BAIXA-COMPONENTES-KIT
                   ELSE
                       PERFORM BAIXA-ESTOQUE-ITEM
                   END-IF
               END-IF.
               IF WS-QTD-ATENDIDA > ZEROS
                   PERFORM FATURA-ATENDIMENTO
               END-IF.
               MOVE WS-QTD-ATENDIDA TO ATENDIDO-BKO(I).
               IF WS-QTD-ATENDIDA = BACK-QTD-FALTA
                   ADD 1 TO WS-QTD-ATENDIDAS
               ELSE
                   IF WS-QTD-ATENDIDA > ZEROS
                       ADD 1 TO WS-QTD-PARCIAIS
                   END-IF
               END-IF.

      * KIT SEM COMPONENTE CADASTRADO NAO E ATENDIDO: NAO HA O QUE
      * SEPARAR NEM BAIXAR.
          APURA-DISPONIVEL-KIT.
               MOVE ZEROS TO WS-COMPS-DO-KIT.
               MOVE 999999 TO WS-QTD-DISPONIVEL.
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-QTD-COMPONENTES
                   IF KIT-COMP(J) = BACK-ID
                       ADD 1 TO WS-COMPS-DO-KIT
                       PERFORM APURA-LIMITE-COMPONENTE
                   END-IF
               END-PERFORM.
               IF WS-COMPS-DO-KIT = ZEROS
                   MOVE ZEROS TO WS-QTD-DISPONIVEL
               END-IF.

          APURA-LIMITE-COMPONENTE.
               MOVE ID-COMP(J) TO ID-MES.
               READ MESTRE
                   INVALID KEY
                       MOVE ZEROS TO WS-POSSIVEL-COMP
                   NOT INVALID KEY
                       DIVIDE QTD-MES BY QTD-COMP(J)
                           GIVING WS-POSSIVEL-COMP
               END-READ.
               IF WS-POSSIVEL-COMP < WS-QTD-DISPONIVEL
                   MOVE WS-POSSIVEL-COMP TO WS-QTD-DISPONIVEL
               END-IF.

      *-----------------------------------------------------------*
      * NOTA COMPLEMENTAR: UMA POR PEDIDO COM ALGUM ITEM ATENDIDO,
      * ABERTA NO PRIMEIRO ITEM ATENDIDO E ENCERRADA COM O TOTAL
      * QUANDO O PEDIDO MUDA. A LINHA DE IDENTIFICACAO APOS O
      * CABECALHO NAO TEM O FEITIO DE ITEM NEM DE TOTAL, E OS
      * LEITORES DAS NOTAS A IGNORAM.
      *-----------------------------------------------------------*
          FATURA-ATENDIMENTO.
               IF WS-NOTA-ABERTA = 'N'
                   PERFORM ABRE-NOTA-COMPLEMENTAR
               END-IF.
               COMPUTE WS-TOTAL-ITEM = BACK-PRECO * WS-QTD-ATENDIDA.
               ADD WS-TOTAL-ITEM TO WS-TOTAL-NOTA.
               MOVE BACK-ID TO NOTA-ID.
               MOVE BACK-NOME TO NOTA-NOME.
               MOVE WS-QTD-ATENDIDA TO NOTA-QTD.
               MOVE BACK-PRECO TO NOTA-PRECO-UNIT.
               MOVE WS-TOTAL-ITEM TO NOTA-TOTAL-ITEM.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-ITEM-NOTA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
      * O ESTOQUE JA SAIU: O ITEM FICA ATENDIDO E A COBRANCA E FEITA A
      * MAO, PARA A FALTA NAO SER ALOCADA DE NOVO NA PROXIMA EXECUCAO.
               IF WS-NOTAS-OK = 'N'
                   DISPLAY 'ERRO: ITEM BAIXADO SEM NOTA, FATURAR A '
                       'PARTE: PEDIDO ' BACK-PEDIDO ' ID ' BACK-ID
                       ' QTD ' WS-QTD-ATENDIDA
               END-IF.

          ABRE-NOTA-COMPLEMENTAR.
               MOVE 'Y' TO WS-NOTA-ABERTA.
               MOVE ZEROS TO WS-TOTAL-NOTA.
               ADD 1 TO WS-QTD-NOTAS.
               MOVE BACK-PEDIDO TO NOTA-NUMERO.
               MOVE BACK-CLIENTE TO NOTA-COD-CLIENTE.
               MOVE WS-DATA-NEGOCIO TO COMPL-DATA.
               MOVE SPACES TO NOTA-CLIENTE.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-CLIENTES
                   IF COD-CLI(K) = BACK-CLIENTE
                       MOVE NOME-CLI(K) TO NOTA-CLIENTE
                   END-IF
               END-PERFORM.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-SEPARADORA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM CABECALHO-NOTA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-COMPLEMENTAR
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.

          ENCERRA-NOTA-COMPLEMENTAR.
               IF WS-NOTA-ABERTA = 'Y'
                   MOVE WS-TOTAL-NOTA TO NOTA-TOTAL
                   ADD WS-TOTAL-NOTA TO WS-TOTAL-FATURADO
                   IF WS-NOTAS-OK = 'Y'
                       WRITE LINHA-NOTA FROM LINHA-TOTAL-NOTA
                       IF FS-NOTAS NOT = 00
                           MOVE 'N' TO WS-NOTAS-OK
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-NOTA-ABERTA
               END-IF.

      * AS NOTAS COMPLEMENTARES SE SOMAM AS NOTAS DO DIA: O ARQUIVO
      * E ABERTO EM ACRESCIMO, NUNCA RECRIADO. SEM ELE NADA E
      * ATENDIDO, POIS O QUE SAISSE DO ESTOQUE NAO SERIA COBRADO.
          ABRE-ARQUIVO-NOTAS.
               OPEN EXTEND NOTAS.
               IF FS-NOTAS NOT = 00 AND FS-NOTAS NOT = 05
                   DISPLAY 'ERRO AO ABRIR AS NOTAS. STATUS: '
                       FS-NOTAS
                   MOVE 'N' TO WS-NOTAS-OK
               ELSE
                   MOVE 'Y' TO WS-NOTAS-OK
                   MOVE 'Y' TO WS-NOTAS-ABERTO
               END-IF.

      * O ARQUIVO E FECHADO SE FOI ABERTO, MESMO QUE UMA GRAVACAO TENHA
      * FALHADO DEPOIS.
          FECHA-ARQUIVO-NOTAS.
               IF WS-NOTAS-ABERTO = 'Y'
                   CLOSE NOTAS
                   MOVE 'N' TO WS-NOTAS-ABERTO
               END-IF.

      *-----------------------------------------------------------*
      * BAIXA DO QUE FOI ATENDIDO, NO MESMO CRITERIO DA VENDA EM
      * FLORICULTURA_PEDIDOS: O REGISTRO DA PLANTA E REGRAVADO NA
      * HORA, COM MOVIMENTO S NO KARDEX DOCUMENTADO PELO PEDIDO DE
      * ORIGEM; O KIT E BAIXADO COMPONENTE A COMPONENTE. O QUE NAO FOI
      * REGRAVADO NAO E ATENDIDO E A ETAPA TERMINA COM ERRO.
      *-----------------------------------------------------------*
          BAIXA-ESTOQUE-ITEM.
              SUBTRACT WS-QTD-ATENDIDA FROM QTD-MES.
              MOVE WS-QTD-ATENDIDA TO WS-QTD-BAIXADA.
              REWRITE REGISTRO-MESTRE
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR NO MESTRE: ID '
                          BACK-ID ' STATUS: ' FS-MESTRE
                      MOVE ZEROS TO WS-QTD-ATENDIDA
                      MOVE 'N' TO WS-ESTOQUE-OK
                  NOT INVALID KEY
                      ADD WS-QTD-BAIXADA TO WS-TOT-BAIXADO
                      PERFORM GRAVA-KARDEX-VENDA
                      MOVE WS-QTD-BAIXADA TO WS-QTD-A-CONSUMIR
                      PERFORM CONSOME-LOTES
              END-REWRITE.

      * COMPONENTE QUE FALHA DEIXA O KIT SEM ATENDER; OS QUE JA SAIRAM
      * FICAM NO KARDEX E SAO APONTADOS PARA CONFERENCIA DO ESTOQUE.
          BAIXA-COMPONENTES-KIT.
              MOVE ZEROS TO WS-COMPS-BAIXADOS.
              PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-QTD-COMPONENTES
                  IF KIT-COMP(J) = BACK-ID
                      PERFORM BAIXA-UM-COMPONENTE
                  END-IF
              END-PERFORM.
              IF WS-COMPS-BAIXADOS < WS-COMPS-DO-KIT
                  MOVE 'N' TO WS-ESTOQUE-OK
                  IF WS-COMPS-BAIXADOS > ZEROS
                      DISPLAY 'ERRO: KIT ' BACK-ID ' DO PEDIDO '
                          BACK-PEDIDO ' BAIXADO SO EM PARTE DOS '
                          'COMPONENTES, SEM NOTA: CONFERIR O ESTOQUE.'
                  END-IF
                  MOVE ZEROS TO WS-QTD-ATENDIDA
              END-IF.

          BAIXA-UM-COMPONENTE.
              MOVE ID-COMP(J) TO ID-MES.
              READ MESTRE
                  INVALID KEY
                      DISPLAY 'ERRO AO LER COMPONENTE NO MESTRE: '
                          'ID ' ID-COMP(J) ' STATUS: ' FS-MESTRE
                  NOT INVALID KEY
                      COMPUTE WS-QTD-BAIXADA =
                          QTD-COMP(J) * WS-QTD-ATENDIDA
                      SUBTRACT WS-QTD-BAIXADA FROM QTD-MES
                      REWRITE REGISTRO-MESTRE
                          INVALID KEY
                              DISPLAY 'ERRO AO REGRAVAR NO MESTRE: '
                                  'ID ' ID-COMP(J) ' STATUS: '
                                  FS-MESTRE
                          NOT INVALID KEY
                              ADD 1 TO WS-COMPS-BAIXADOS
                              ADD WS-QTD-BAIXADA TO WS-TOT-BAIXADO
                              PERFORM GRAVA-KARDEX-VENDA
                              MOVE WS-QTD-BAIXADA TO WS-QTD-A-CONSUMIR
                              PERFORM CONSOME-LOTES
                      END-REWRITE
              END-READ.

      * COMO NOS DEMAIS PROGRAMAS, O KARDEX E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA.
          GRAVA-KARDEX-VENDA.
              MOVE ID-MES TO ID-KAR-MOD.
              MOVE WS-DATA-CORRENTE TO DATA-KAR-MOD.
              MOVE 'S' TO TIPO-KAR-MOD.
              MOVE BACK-PEDIDO TO DOC-KAR-MOD.
              MOVE WS-QTD-BAIXADA TO QTD-KAR-MOD.
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
                          MOVE 'N' TO WS-ESTOQUE-OK
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
              IF FS-LOTES-SAI NOT = 00 AND WS-ESTOQUE-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR OS LOTES DE ESTOQUE: '
                      CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                  MOVE 'N' TO WS-ESTOQUE-OK
              END-IF.

      *-----------------------------------------------------------*
      * REGRAVACAO DO BACKORDER: A LINHA PARCIALMENTE ATENDIDA VOLTA
      * COM A FALTA QUE SOBROU, A NAO ATENDIDA E A ILEGIVEL VOLTAM
      * COMO ESTAVAM E A ATENDIDA POR INTEIRO SAI DA FILA.
      *-----------------------------------------------------------*
          REGRAVA-BACKORDER.
              OPEN OUTPUT BACKORDER-SAI.
              IF FS-BACKORDER-SAI NOT = 00
                  DISPLAY 'ERRO AO REGRAVAR O BACKORDER: '
                      CAMINHO-BACKORDER ' STATUS: ' FS-BACKORDER-SAI
                  MOVE 'N' TO WS-BACKORDER-OK
              ELSE
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-BACKORDER
                      PERFORM REGRAVA-LINHA-BACKORDER
                  END-PERFORM
                  CLOSE BACKORDER-SAI
              END-IF.

          REGRAVA-LINHA-BACKORDER.
              MOVE LINHA-BKO(I) TO REGISTRO-BACKORDER.
              IF VALIDO-BKO(I) = 'N'
                  WRITE REGISTRO-BACK-SAI FROM LINHA-BKO(I)
              ELSE
                  IF ATENDIDO-BKO(I) < BACK-QTD-FALTA
                      SUBTRACT ATENDIDO-BKO(I) FROM BACK-QTD-FALTA
                      ADD 1 TO WS-QTD-PENDENTES
                      WRITE REGISTRO-BACK-SAI FROM REGISTRO-BACKORDER
                  END-IF
              END-IF.
              IF FS-BACKORDER-SAI NOT = 00 AND WS-BACKORDER-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR O BACKORDER: '
                      CAMINHO-BACKORDER ' STATUS: ' FS-BACKORDER-SAI
                  MOVE 'N' TO WS-BACKORDER-OK
              END-IF.

      *-----------------------------------------------------------*
      * RELATORIO DO ATENDIMENTO: UMA LINHA POR FALTA EM ABERTO, NA
      * ORDEM EM QUE FOI ATENDIDA, PARA O BALCAO AVISAR O CLIENTE.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO-BACKORDER.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE BACKORDER. '
                      'STATUS: ' FS-RELATORIO
              ELSE
                  MOVE WS-DATA-EDITADA TO REL-DATA
                  WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
                  WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
                  IF WS-QTD-BACKORDER = ZEROS
                      WRITE LINHA-RELATORIO FROM LINHA-SEM-BACKORDER
                  END-IF
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-BACKORDER
                      PERFORM GRAVA-LINHA-RELATORIO
                  END-PERFORM
                  MOVE WS-TOTAL-FATURADO TO REL-TOTAL-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-FATURADO
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE BACKORDER GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

          GRAVA-LINHA-RELATORIO.
              MOVE LINHA-BKO(I) TO REGISTRO-BACKORDER.
              IF VALIDO-BKO(I) = 'N'
                  MOVE LINHA-BKO(I) TO REL-LINHA-BRUTA
                  WRITE LINHA-RELATORIO FROM LINHA-RELATORIO-ILEGIVEL
              ELSE
                  MOVE BACK-DATA TO WS-DATA-PEDIDO
                  MOVE DIA-PEDIDO TO DIA-PEDIDO-ED
                  MOVE MES-PEDIDO TO MES-PEDIDO-ED
                  MOVE ANO-PEDIDO TO ANO-PEDIDO-ED
                  MOVE BACK-PEDIDO TO REL-PEDIDO
                  MOVE WS-DATA-PEDIDO-ED TO REL-DATA-PED
                  MOVE BACK-ID TO REL-ID
                  MOVE BACK-NOME TO REL-NOME
                  MOVE BACK-QTD-FALTA TO REL-FALTA
                  MOVE ATENDIDO-BKO(I) TO REL-ATENDIDO
                  COMPUTE WS-QTD-RESTANTE =
                      BACK-QTD-FALTA - ATENDIDO-BKO(I)
                  MOVE WS-QTD-RESTANTE TO REL-PENDENTE
                  WRITE LINHA-RELATORIO FROM LINHA-RELATORIO-DET
              END-IF.

          RESUMO-BACKORDER.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DO ATENDIMENTO DE BACKORDER'.
              DISPLAY 'LINHAS EM ABERTO: ' WS-QTD-BACKORDER.
              DISPLAY 'ATENDIDAS POR INTEIRO: ' WS-QTD-ATENDIDAS.
              DISPLAY 'ATENDIDAS EM PARTE: ' WS-QTD-PARCIAIS.
              DISPLAY 'MANTIDAS EM ABERTO: ' WS-QTD-PENDENTES.
              DISPLAY 'LINHAS ILEGIVEIS MANTIDAS: ' WS-QTD-ILEGIVEIS.
              DISPLAY 'NOTAS COMPLEMENTARES: ' WS-QTD-NOTAS.
              DISPLAY 'UNIDADES BAIXADAS DO ESTOQUE: ' WS-TOT-BAIXADO.

      * A DATA DOS MOVIMENTOS DO DIA (KARDEX, LOTES, NOTAS, RAZAO) E A
      * DATA DE NEGOCIO DO CONTROLE DO LOTE, NAO A DO RELOGIO: A ETAPA
      * QUE RODA DEPOIS DA MEIA-NOITE, OU NUM DIA INFORMADO A CARGA EM
      * DATA_NEGOCIO, POSTA NO DIA QUE O CONTROLE REGISTRA.
          ASSUME-DATA-NEGOCIO.
              MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE.
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
      * DIA (FALTAS EM ABERTO LIDAS E FALTAS ATENDIDAS, NO TODO OU EM
      * PARTE) QUANDO O BACKORDER FOI LIDO E REGRAVADO E AS NOTAS
      * COMPLEMENTARES FORAM GRAVADAS; SENAO FICA F.
          FINALIZA-CONTROLE-LOTE.
              IF WS-BACKORDER-OK = 'Y' AND WS-NOTAS-OK = 'Y'
                      AND WS-ESTOQUE-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              MOVE WS-QTD-BACKORDER TO WS-CTL-LIDOS.
              COMPUTE WS-CTL-GRAVADOS =
                  WS-QTD-ATENDIDAS + WS-QTD-PARCIAIS.
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

       END PROGRAM FLORICULTURA_BACKORDER.
