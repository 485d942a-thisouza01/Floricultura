      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devolucoes de clientes e cancelamentos de pedidos ja
      *          precificados: cada transacao de DEVOLUCOES.txt cita o
      *          pedido de origem e os itens devolvidos (ou cancela o
      *          pedido inteiro); o pedido e localizado nas notas do
      *          mes e do dia, o kit e explodido nos componentes como
      *          na venda, e cada transacao gera uma nota de credito
      *          acrescentada as notas do dia e um credito C no razao
      *          do cliente. Mercadoria em condicao de venda volta ao
      *          saldo do mestre com movimento D (devolucao) no
      *          kardex e um lote novo; mercadoria avariada entra com
      *          D e sai em seguida como perda P, documentadas pela
      *          nota de credito. O cancelamento tambem retira do
      *          backorder as faltas em aberto do pedido. Sem as notas
      *          do dia nenhuma transacao e processada, e uma falha ao
      *          grava-las deixa as transacoes seguintes pendentes; no
      *          controle do lote, a etapa DEVOLUCAO so roda com a
      *          etapa BACKORDER ja concluida na data de negocio e uma
      *          vez por data, salvo reexecucao autorizada, e marca a
      *          etapa concluida com as contagens. O ID do mestre
      *          prevalece sobre o do kit; a nota complementar do
      *          backorder do dia conta mesmo para pedido ja no
      *          acumulado, salvo se a mesma (pedido e data) ja estiver
      *          la. Falha ao gravar credito, razao, lotes ou backorder
      *          termina a etapa com erro, e a data de movimento e a
      *          data de negocio do controle do lote; etapa que termina
      *          com erro sai com codigo de retorno 8 e so roda de novo
      *          na mesma data com reexecucao autorizada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_DEVOLUCAO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * TRANSACOES DO DIA: D;PEDIDO ABRE UMA DEVOLUCAO DO PEDIDO,
      * SEGUIDA DE LINHAS I;ID;QTD;CONDICAO (V = EM CONDICAO DE
      * VENDA, O PADRAO; A = AVARIADA); C;PEDIDO CANCELA TUDO O QUE
      * AINDA NAO FOI DEVOLVIDO DO PEDIDO, SEM LINHAS DE ITEM.
      * ARQUIVO AUSENTE E DIA SEM DEVOLUCAO.
              SELECT OPTIONAL DEVOLUCOES ASSIGN DYNAMIC
              CAMINHO-DEVOLUCOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEVOLUCOES.
      *
      * MESTRE INDEXADO POR ID: A REPOSICAO E REGRAVADA REGISTRO A
      * REGISTRO, NO MOMENTO DA DEVOLUCAO.
              SELECT MESTRE ASSIGN DYNAMIC CAMINHO-MESTRE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-MES
              FILE STATUS IS FS-MESTRE.
      *
      * ACUMULADO DAS NOTAS DO MES (O MESMO LIDO PELO FECHAMENTO) E
      * NOTAS DO DIA: O PEDIDO DE ORIGEM E PROCURADO PRIMEIRO NO
      * ACUMULADO E, SE NAO ESTIVER LA, NAS NOTAS DO DIA. AS NOTAS DE
      * CREDITO ENTRAM EM ACRESCIMO NAS NOTAS DO DIA, DEPOIS DAS
      * NOTAS DE VENDA.
              SELECT OPTIONAL NOTAS-MES ASSIGN DYNAMIC
              CAMINHO-NOTAS-MES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOTAS-MES.
      *
              SELECT OPTIONAL NOTAS ASSIGN DYNAMIC CAMINHO-NOTAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOTAS.
      *
      * REGISTRO PERMANENTE DAS NOTAS DE CREDITO, UMA LINHA POR ITEM
      * CREDITADO, SEMPRE EM ACRESCIMO: LIMITA O QUE AINDA PODE SER
      * DEVOLVIDO DE CADA PEDIDO E CONTINUA A NUMERACAO (NC + 8
      * DIGITOS).
              SELECT OPTIONAL CREDITOS ASSIGN DYNAMIC
              CAMINHO-CREDITOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CREDITOS.
      *
      * DEFINICOES DE KIT, NO MESMO FEITIO LIDO POR
      * FLORICULTURA_PEDIDOS: A DEVOLUCAO DE UM KIT REPOE CADA
      * COMPONENTE.
              SELECT OPTIONAL KITS ASSIGN DYNAMIC CAMINHO-KITS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KITS.
      *
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
      * RAZAO DE CLIENTES DE FLORICULTURA_RECEBER: O CREDITO DA NOTA
      * ENTRA EM ACRESCIMO, NO MESMO FEITIO DOS PAGAMENTOS.
              SELECT OPTIONAL LEDGER ASSIGN DYNAMIC CAMINHO-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LEDGER.
      *
      * BACKORDER EM ABERTO (MESMO CAMINHO NA ENTRADA E NA SAIDA): SO
      * E REGRAVADO QUANDO UM PEDIDO CANCELADO TEM FALTA PENDENTE.
              SELECT OPTIONAL BACKORDER-ENT ASSIGN DYNAMIC
              CAMINHO-BACKORDER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BACKORDER-ENT.
      *
              SELECT BACKORDER-SAI ASSIGN DYNAMIC CAMINHO-BACKORDER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BACKORDER-SAI.
      *
      * LOTES DE ESTOQUE (MESMO CAMINHO NA ENTRADA E NA SAIDA): A
      * MERCADORIA DEVOLVIDA EM CONDICAO DE VENDA ABRE UM LOTE NOVO.
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
         FD DEVOLUCOES.
         01 REGISTRO-DEVOLUCAO  PIC X(60).
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
         FD NOTAS-MES.
         01 LINHA-NOTA-MES      PIC X(100).
      *
         FD NOTAS.
         01 LINHA-NOTA          PIC X(100).
      *
         FD CREDITOS.
         01 REGISTRO-CREDITO-ARQ PIC X(80).
      *
         FD KITS.
         01 REGISTRO-KIT        PIC X(60).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX-OUT PIC X(40).
      *
         FD LEDGER.
         01 REGISTRO-LED-SAI    PIC X(40).
      *
         FD BACKORDER-ENT.
         01 REGISTRO-BACK-ENT   PIC X(80).
      *
         FD BACKORDER-SAI.
         01 REGISTRO-BACK-SAI   PIC X(80).
      *
         FD LOTES-ENT.
         01 REGISTRO-LOTE-ENT   PIC X(60).
      *
         FD LOTES-SAI.
         01 REGISTRO-LOTE-SAI   PIC X(60).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(100).
      *
         FD CONTROLE-LOTE.
         01 REGISTRO-CONTROLE-LOTE PIC X(100).
      *
         FD REEXECUCOES.
         01 REGISTRO-REEXECUCAO PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-DEVOLUCOES  PIC X(100) VALUE 'DEVOLUCOES.txt'.

       01  CAMINHO-MESTRE      PIC X(100) VALUE 'CADASTRO-MESTRE.dat'.

       01  CAMINHO-NOTAS-MES   PIC X(100) VALUE 'NOTAS-MES.txt'.

       01  CAMINHO-NOTAS       PIC X(100) VALUE 'NOTAS.txt'.

       01  CAMINHO-CREDITOS    PIC X(100) VALUE 'NOTAS-CREDITO.txt'.

       01  CAMINHO-KITS        PIC X(100) VALUE 'KITS.txt'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-LEDGER      PIC X(100) VALUE 'CONTAS-RECEBER.txt'.

       01  CAMINHO-BACKORDER   PIC X(100)
               VALUE 'PEDIDOS-BACKORDER.txt'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-DEVOLUCOES.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-DEVOLUCOES    PIC 9(02).
           05 FS-MESTRE        PIC 9(02).
           05 FS-NOTAS-MES     PIC 9(02).
           05 FS-NOTAS         PIC 9(02).
           05 FS-CREDITOS      PIC 9(02).
           05 FS-KITS          PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-LEDGER        PIC 9(02).
           05 FS-BACKORDER-ENT PIC 9(02).
           05 FS-BACKORDER-SAI PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.
       77  L                   PIC 9(04) VALUE ZEROS.
       77  M                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-DEVOLUCOES-OK    PIC X(01) VALUE 'Y'.
       77  WS-NOTAS-OK         PIC X(01) VALUE 'Y'.
       77  WS-NOTAS-ABERTO     PIC X(01) VALUE 'N'.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-BACKORDER-OK     PIC X(01) VALUE 'Y'.
       77  WS-EOF-DEVOLUCOES   PIC X(01) VALUE 'N'.
       77  WS-EOF-NOTAS        PIC X(01) VALUE 'N'.
       77  WS-EOF-CREDITOS     PIC X(01) VALUE 'N'.
       77  WS-EOF-KITS         PIC X(01) VALUE 'N'.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-EOF-BACKORDER    PIC X(01) VALUE 'N'.
       77  WS-KIT-ABERTO       PIC X(01) VALUE 'N'.
       77  WS-KIT-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-PEDIDO-ABERTO    PIC X(01) VALUE 'N'.
       77  WS-NOTA-ABERTA      PIC X(01) VALUE 'N'.
       77  WS-TIPO-ABERTO      PIC X(01) VALUE SPACES.
       77  WS-ORIGEM-LEITURA   PIC X(01) VALUE SPACES.
       77  WS-CONDICAO         PIC X(01) VALUE 'V'.
       77  WS-TIPO-KARDEX      PIC X(01) VALUE SPACES.
       77  WS-QTD-TRANSACOES   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PEDIDOS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-VENDIDOS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-KITS         PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COMPONENTES  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-BACKORDER    PIC 9(04) VALUE ZEROS.
       77  WS-IDX-KIT          PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PED          PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PED-LIDO     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PED-BLOCO    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-COMPL-MES    PIC 9(04) VALUE ZEROS.
       77  WS-COMPL-ACHADA     PIC X(01) VALUE 'N'.
       77  WS-IDX-VND          PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CAB          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ILEGIVEIS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-RECUSADAS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NAO-PROCESSADAS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ITENS-DEV    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NOTAS-CRED   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CANCELAMENTOS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-BKO-RETIRADOS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LOTES-NOVOS  PIC 9(04) VALUE ZEROS.
       77  WS-TOT-REPOSTO      PIC 9(08) VALUE ZEROS.
       77  WS-TOT-PERDA        PIC 9(08) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * TRANSACOES EM MEMORIA, NA ORDEM DO ARQUIVO, COM O DESFECHO
      * DE CADA LINHA PARA O RELATORIO. O PEDIDO DE UMA LINHA DE ITEM
      * E O DO ULTIMO CABECALHO ACEITO.
       01  TABELA-TRANSACOES.
           03 REG-TRN           OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-TRANSACOES.
               05 LINHA-TRN         PIC X(60).
               05 VALIDA-TRN        PIC X(01).
               05 TIPO-TRN          PIC X(01).
               05 PEDIDO-TRN        PIC X(10).
               05 ID-TRN            PIC 9(04).
               05 QTD-TRN           PIC 9(06).
               05 CONDICAO-TRN      PIC X(01).
               05 CREDITO-TRN       PIC X(10).
               05 SITUACAO-TRN      PIC X(30).

       01  WS-TRN-LINHA        PIC X(60).
       01  WS-CAMPO-TRN-1      PIC X(10).
       01  WS-CAMPO-TRN-2      PIC X(12).
       01  WS-CAMPO-TRN-3      PIC X(10).
       01  WS-CAMPO-TRN-4      PIC X(10).

      * PEDIDOS CITADOS NAS TRANSACOES: ONDE FORAM ACHADOS (N = EM
      * NENHUMA NOTA, M = NO ACUMULADO DO MES, D = NAS NOTAS DO DIA),
      * O CLIENTE DO CABECALHO DA NOTA E SE FORAM CANCELADOS.
       01  TABELA-PEDIDOS.
           03 REG-PEDIDO        OCCURS 1 TO 500
               DEPENDING ON WS-QTD-PEDIDOS.
               05 NUMERO-PED        PIC X(10).
               05 ORIGEM-PED        PIC X(01).
               05 CLIENTE-PED       PIC 9(04).
               05 NOME-CLI-PED      PIC X(30).
               05 CANCELADO-PED     PIC X(01).

       01  WS-PEDIDO-BUSCA     PIC X(10) VALUE SPACES.

      * NOTAS COMPLEMENTARES DO BACKORDER DOS PEDIDOS CITADOS QUE JA
      * ESTAO NO ACUMULADO DO MES, POR PEDIDO E DATA DE EMISSAO: A
      * COMPLEMENTAR DO DIA DE UM PEDIDO QUE JA ESTAVA NO ACUMULADO
      * SO E CONTADA SE AQUELE DIA AINDA NAO FOI COPIADO PARA LA.
       01  TABELA-COMPLEMENTARES.
           03 REG-COMPL-MES     OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-COMPL-MES.
               05 PEDIDO-COMPL      PIC X(10).
               05 DATA-COMPL        PIC X(08).

       01  WS-MARCA-COMPLEMENTAR PIC X(44)
               VALUE 'NOTA COMPLEMENTAR - ATENDIMENTO DE BACKORDER'.

      * ITENS VENDIDOS DOS PEDIDOS CITADOS, SOMADOS ENTRE A NOTA DO
      * PEDIDO E AS COMPLEMENTARES DO BACKORDER, COM O QUE JA FOI
      * CREDITADO EM NOTAS DE CREDITO ANTERIORES. O VALOR DEVOLVIDO
      * E PROPORCIONAL AO VALOR COBRADO NAS NOTAS (COM PROMOCAO, SE
      * HOUVE); A ULTIMA DEVOLUCAO DO ITEM LEVA O RESTO EXATO.
       01  TABELA-VENDIDOS.
           03 REG-VENDIDO       OCCURS 1 TO 3000
               DEPENDING ON WS-QTD-VENDIDOS.
               05 PEDIDO-VND        PIC X(10).
               05 ID-VND            PIC 9(04).
               05 NOME-VND          PIC X(30).
               05 QTD-VND           PIC 9(06).
               05 VALOR-VND         PIC 9(12)V99.
               05 DEVOLVIDO-VND     PIC 9(06).
               05 VALOR-DEV-VND     PIC 9(12)V99.

      * CAMPOS DA VARREDURA DAS NOTAS: AS POSICOES FIXAS SAO AS DO
      * CABECALHO-NOTA E DA LINHA-ITEM-NOTA DE FLORICULTURA_PEDIDOS.
       01  WS-NOTA-LINHA       PIC X(100).
       01  WS-CAMPO-ID-NOTA    PIC X(04).
       01  WS-CAMPO-QTD-NOTA   PIC X(06).
       01  WS-CAMPO-TOT-NOTA   PIC X(13).
       01  WS-ID-BUSCA         PIC 9(04) VALUE ZEROS.
       01  WS-QTD-ITEM-NOTA    PIC 9(06) VALUE ZEROS.
       01  WS-VALOR-ITEM-NOTA  PIC 9(12)V99 VALUE ZEROS.

      * REGISTRO DA NOTA DE CREDITO EM DISCO: NUMERO|DATA|PEDIDO|
      * CLIENTE|ID|QUANTIDADE|CONDICAO|VALOR.
       01  REGISTRO-CREDITO.
           05 CRE-NUMERO        PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-PEDIDO        PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-CLIENTE       PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-QTD           PIC 9(06).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-CONDICAO      PIC X(01).
           05 FILLER            PIC X(01) VALUE '|'.
           05 CRE-VALOR         PIC 9(10),99.

       01  WS-ULTIMO-CREDITO   PIC 9(08) VALUE ZEROS.
       01  WS-SEQ-LIDO         PIC 9(08) VALUE ZEROS.
       01  WS-VALOR-CREDITO-LIDO PIC 9(12)V99 VALUE ZEROS.

       01  WS-NUMERO-CREDITO.
           05 FILLER             PIC X(02) VALUE 'NC'.
           05 WS-SEQ-CREDITO     PIC 9(08).

      * DEFINICOES DE KIT EM MEMORIA (SO ID E COMPONENTES: O NOME E
      * O VALOR DO KIT VEM DA PROPRIA NOTA DO PEDIDO).
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

      * APURACAO DA DEVOLUCAO DE UM ITEM DO PEDIDO.
       01  WS-QTD-DEVOLVER     PIC 9(06) VALUE ZEROS.
       01  WS-QTD-MOVIMENTO    PIC 9(06) VALUE ZEROS.
       01  WS-PRECO-UNIT       PIC 9(10)V99 VALUE ZEROS.
       01  WS-TOTAL-ITEM       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-NOTA       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDITADO  PIC 9(14)V99 VALUE ZEROS.

      * LINHAS DA NOTA DE CREDITO: O ITEM NAS MESMAS POSICOES DA
      * LINHA-ITEM-NOTA DE FLORICULTURA_PEDIDOS; O CABECALHO
      * 'CREDITO: ' DISTINGUE O BLOCO, E A CONCILIACAO E O
      * FECHAMENTO TRATAM AS LINHAS DELE COMO DEVOLUCAO, NAO COMO
      * VENDA. O CONTAS A RECEBER NAO LE ESTE BLOCO: O CREDITO JA
      * ENTRA NO RAZAO POR ESTE PROGRAMA.
       01  CABECALHO-CREDITO.
           05 FILLER            PIC X(09) VALUE 'CREDITO: '.
           05 NOTA-NUMERO       PIC X(10).
           05 FILLER            PIC X(10) VALUE ' CLIENTE: '.
           05 NOTA-COD-CLIENTE  PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NOTA-CLIENTE      PIC X(30).

       01  LINHA-REFERENCIA.
           05 FILLER            PIC X(21)
               VALUE 'REFERENTE AO PEDIDO: '.
           05 NOTA-PEDIDO-REF   PIC X(10).
           05 NOTA-MOTIVO       PIC X(16).

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
           05 NOTA-CONDICAO     PIC X(10).

       01  LINHA-TOTAL-CREDITO.
           05 FILLER            PIC X(18)
               VALUE 'TOTAL DO CREDITO: '.
           05 NOTA-TOTAL        PIC ZZZZZZZZZ9,99.

       01  LINHA-SEPARADORA    PIC X(70) VALUE ALL '-'.

      * REGISTRO DO RAZAO EM DISCO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_RECEBER: CLIENTE|DATA|DOCUMENTO|TIPO|VALOR.
       01  REGISTRO-LED-MOD.
           05 CLI-LED-MOD       PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DATA-LED-MOD      PIC 9(08).
           05 FILLER            PIC X(01) VALUE '|'.
           05 DOC-LED-MOD       PIC X(10).
           05 FILLER            PIC X(01) VALUE '|'.
           05 TIPO-LED-MOD      PIC X(01).
           05 FILLER            PIC X(01) VALUE '|'.
           05 VALOR-LED-MOD     PIC 9(10),99.

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

      * BACKORDER EM MEMORIA, SO A LINHA EM DISCO: O NUMERO DO PEDIDO
      * NAS DEZ PRIMEIRAS POSICOES, NO FEITIO DE FLORICULTURA_PEDIDOS.
       01  TABELA-BACKORDER.
           03 REG-BKO           OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-BACKORDER.
               05 LINHA-BKO         PIC X(80).
               05 RETIRAR-BKO       PIC X(01).

       01  WS-BKO-LINHA        PIC X(80).

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

      * LOTES EM MEMORIA: A LINHA EM DISCO E OS CAMPOS DO LOTE.
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

       01  WS-VENCTO-LOTE      PIC 9(08) VALUE ZEROS.

      * LINHAS DO RELATORIO DAS DEVOLUCOES: UMA POR LINHA DE
      * TRANSACAO, COM A NOTA DE CREDITO E O DESFECHO.
       01  CAB-RELATORIO-1.
           05 FILLER            PIC X(36)
               VALUE 'DEVOLUCOES E CANCELAMENTOS'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 REL-DATA          PIC X(10).

       01  CAB-RELATORIO-2.
           05 FILLER            PIC X(02) VALUE 'T'.
           05 FILLER            PIC X(11) VALUE 'PEDIDO'.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(07) VALUE '    QTD'.
           05 FILLER            PIC X(03) VALUE ' C'.
           05 FILLER            PIC X(11) VALUE 'CREDITO'.
           05 FILLER            PIC X(30) VALUE 'SITUACAO'.

       01  LINHA-RELATORIO-DET.
           05 REL-TIPO          PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-PEDIDO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-ID            PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-QTD           PIC X(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REL-CONDICAO      PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-CREDITO       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REL-SITUACAO      PIC X(30).

       01  WS-QTD-ED           PIC ZZZZZZ9.

       01  LINHA-RELATORIO-ILEGIVEL.
           05 FILLER            PIC X(22)
               VALUE 'LINHA NAO PROCESSADA: '.
           05 REL-LINHA-BRUTA   PIC X(60).

       01  LINHA-TOTAL-REL-1.
           05 FILLER            PIC X(33)
               VALUE 'NOTAS DE CREDITO EMITIDAS:'.
           05 REL-QTD-NOTAS-ED  PIC ZZZZZZ9.

       01  LINHA-TOTAL-REL-2.
           05 FILLER            PIC X(33)
               VALUE 'TOTAL CREDITADO AOS CLIENTES:'.
           05 REL-TOTAL-ED      PIC ZZZZZZZZZZZZZ9,99.

       01  LINHA-TOTAL-REL-3.
           05 FILLER            PIC X(33)
               VALUE 'UNIDADES DE VOLTA AO ESTOQUE:'.
           05 REL-REPOSTO-ED    PIC ZZZZZZZ9.

       01  LINHA-TOTAL-REL-4.
           05 FILLER            PIC X(33)
               VALUE 'UNIDADES BAIXADAS COMO PERDA:'.
           05 REL-PERDA-ED      PIC ZZZZZZZ9.

       01  LINHA-TOTAL-REL-5.
           05 FILLER            PIC X(33)
               VALUE 'FALTAS DE BACKORDER CANCELADAS:'.
           05 REL-BKO-ED        PIC ZZZZZZ9.

       01  LINHA-SEM-TRANSACAO PIC X(40)
               VALUE 'NENHUMA DEVOLUCAO OU CANCELAMENTO'.

       01  WS-DATA-CORRENTE.
           05 ANO-CORRENTE      PIC 9(04).
           05 MES-CORRENTE      PIC 9(02).
           05 DIA-CORRENTE      PIC 9(02).

       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.

       01  WS-DATA-EDITADA.
           05 DIA-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

      * CONTROLE DO LOTE DIARIO: A ETAPA DESTE PROGRAMA NA CADEIA E A
      * QUE PRECISA TER CONCLUIDO ANTES DELA NA MESMA DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'DEVOLUCAO'.
       01  WS-ETAPA-ANTERIOR   PIC X(12) VALUE 'BACKORDER'.
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
           PERFORM CARREGA-TRANSACOES.
           IF WS-DEVOLUCOES-OK = 'Y' AND WS-QTD-PEDIDOS > ZEROS
               PERFORM CARREGA-KITS
               PERFORM CARREGA-VENDAS-NOTAS
               PERFORM CARREGA-CREDITOS-ANTERIORES
               PERFORM ABRE-MESTRE
           END-IF.
           IF WS-DEVOLUCOES-OK = 'Y' AND WS-QTD-PEDIDOS > ZEROS
               PERFORM CARREGA-LOTES
               PERFORM ABRE-ARQUIVO-NOTAS
               IF WS-NOTAS-OK = 'N'
                   DISPLAY 'NENHUMA DEVOLUCAO PROCESSADA: SEM AS NOTAS '
                       'NAO HA COMO EMITIR AS NOTAS DE CREDITO.'
                   MOVE 'N' TO WS-DEVOLUCOES-OK
                   PERFORM FECHA-MESTRE
               ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-QTD-TRANSACOES
                       IF WS-NOTAS-OK = 'Y'
                           PERFORM PROCESSA-TRANSACAO
                       ELSE
                           PERFORM DEIXA-TRANSACAO-PENDENTE
                       END-IF
                   END-PERFORM
                   PERFORM ENCERRA-NOTA-CREDITO
                   PERFORM FECHA-ARQUIVO-NOTAS
                   PERFORM FECHA-MESTRE
                   PERFORM REGRAVA-LOTES
                   IF WS-QTD-CANCELAMENTOS > ZEROS
                       PERFORM RETIRA-BACKORDER-CANCELADO
                   END-IF
               END-IF
           END-IF.
           IF WS-DEVOLUCOES-OK = 'Y' OR WS-QTD-NOTAS-CRED > ZEROS
               PERFORM GRAVA-RELATORIO-DEVOLUCOES
           END-IF.
           PERFORM RESUMO-DEVOLUCOES.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O ARQUIVO DE TRANSACOES VEM DA LINHA
      * DE COMANDO OU DE VARIAVEL DE AMBIENTE; DEMAIS CAMINHOS SAO
      * CONFIGURAVEIS POR AMBIENTE, COM OS MESMOS NOMES DOS
      * PROGRAMAS QUE GRAVAM CADA ARQUIVO.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-DEVOLUCOES FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_DEVOLUCOES'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-DEVOLUCOES
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_MESTRE'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-MESTRE
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_NOTAS_MES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-NOTAS-MES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_NOTAS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-NOTAS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_NOTAS_CREDITO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CREDITOS
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
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LEDGER'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LEDGER
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_BACKORDER'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-BACKORDER
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LOTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LOTES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_DEVOLUCOES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DAS TRANSACOES. SEM O ARQUIVO NAO HA O QUE DEVOLVER (E
      * A ETAPA CONCLUI SEM TRANSACOES); SE NAO COUBER NA TABELA, NADA
      * E PROCESSADO, PARA NENHUMA DEVOLUCAO FICAR PELA METADE. LINHA
      * ILEGIVEL SAI EM AVISO E NO RELATORIO; UM CABECALHO ILEGIVEL
      * DEIXA SEM PEDIDO AS LINHAS DE ITEM QUE O SEGUEM.
      *-----------------------------------------------------------*
          CARREGA-TRANSACOES.
              MOVE ZEROS TO WS-QTD-TRANSACOES.
              MOVE ZEROS TO WS-QTD-PEDIDOS.
              MOVE 'N' TO WS-EOF-DEVOLUCOES.
              OPEN INPUT DEVOLUCOES.
              IF FS-DEVOLUCOES NOT = 00 AND FS-DEVOLUCOES NOT = 05
                  DISPLAY 'ERRO AO ABRIR AS DEVOLUCOES: '
                      CAMINHO-DEVOLUCOES ' STATUS: ' FS-DEVOLUCOES
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  PERFORM UNTIL WS-EOF-DEVOLUCOES = 'Y'
                      READ DEVOLUCOES INTO WS-TRN-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-DEVOLUCOES
                          NOT AT END
                              IF WS-TRN-LINHA NOT = SPACES
                                  PERFORM ARMAZENA-TRANSACAO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE DEVOLUCOES
              END-IF.
              DISPLAY 'TRANSACOES CARREGADAS: ' WS-QTD-TRANSACOES
                  ' LINHAS, ' WS-QTD-PEDIDOS ' PEDIDOS'.

          ARMAZENA-TRANSACAO.
              IF WS-QTD-TRANSACOES < 2000
                  ADD 1 TO WS-QTD-TRANSACOES
                  MOVE WS-TRN-LINHA TO LINHA-TRN(WS-QTD-TRANSACOES)
                  MOVE 'N' TO VALIDA-TRN(WS-QTD-TRANSACOES)
                  MOVE SPACES TO PEDIDO-TRN(WS-QTD-TRANSACOES)
                  MOVE ZEROS TO ID-TRN(WS-QTD-TRANSACOES)
                  MOVE ZEROS TO QTD-TRN(WS-QTD-TRANSACOES)
                  MOVE SPACES TO CONDICAO-TRN(WS-QTD-TRANSACOES)
                  MOVE SPACES TO CREDITO-TRN(WS-QTD-TRANSACOES)
                  MOVE SPACES TO SITUACAO-TRN(WS-QTD-TRANSACOES)
                  MOVE SPACES TO WS-CAMPO-TRN-1
                  MOVE SPACES TO WS-CAMPO-TRN-2
                  MOVE SPACES TO WS-CAMPO-TRN-3
                  MOVE SPACES TO WS-CAMPO-TRN-4
                  UNSTRING WS-TRN-LINHA
                      DELIMITED BY ';'
                      INTO WS-CAMPO-TRN-1
                           WS-CAMPO-TRN-2
                           WS-CAMPO-TRN-3
                           WS-CAMPO-TRN-4
                  END-UNSTRING
                  MOVE FUNCTION UPPER-CASE(FUNCTION
                      TRIM(WS-CAMPO-TRN-1)) TO WS-CAMPO-TRN-1
                  MOVE WS-CAMPO-TRN-1 TO TIPO-TRN(WS-QTD-TRANSACOES)
                  EVALUATE WS-CAMPO-TRN-1
                      WHEN 'D'
                      WHEN 'C'
                          PERFORM VALIDA-CABECALHO-TRN
                      WHEN 'I'
                          PERFORM VALIDA-ITEM-TRN
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
                  IF VALIDA-TRN(WS-QTD-TRANSACOES) = 'N'
                      ADD 1 TO WS-QTD-ILEGIVEIS
                      DISPLAY 'AVISO: TRANSACAO IGNORADA (LINHA '
                          'ILEGIVEL): ' WS-TRN-LINHA
                  END-IF
              ELSE
                  IF WS-DEVOLUCOES-OK = 'Y'
                      DISPLAY 'ERRO: DEVOLUCOES ALEM DA CAPACIDADE '
                          'DA TABELA: ' CAMINHO-DEVOLUCOES
                      MOVE 'N' TO WS-DEVOLUCOES-OK
                  END-IF
              END-IF.

          VALIDA-CABECALHO-TRN.
              IF WS-CAMPO-TRN-2 NOT = SPACES
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-CAMPO-TRN-2)) NOT > 10
                  MOVE FUNCTION TRIM(WS-CAMPO-TRN-2)
                      TO PEDIDO-TRN(WS-QTD-TRANSACOES)
                  MOVE PEDIDO-TRN(WS-QTD-TRANSACOES)
                      TO WS-PEDIDO-BUSCA
                  PERFORM GARANTE-PEDIDO
                  IF WS-IDX-PED > ZEROS
                      MOVE 'Y' TO VALIDA-TRN(WS-QTD-TRANSACOES)
                  END-IF
              END-IF.

          VALIDA-ITEM-TRN.
              MOVE FUNCTION UPPER-CASE(FUNCTION
                  TRIM(WS-CAMPO-TRN-4)) TO WS-CAMPO-TRN-4.
              IF WS-CAMPO-TRN-4 = SPACES
                  MOVE 'V' TO WS-CAMPO-TRN-4
              END-IF.
              IF WS-CAMPO-TRN-2 NOT = SPACES
                      AND FUNCTION TRIM(WS-CAMPO-TRN-2) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-CAMPO-TRN-2)) NOT > 4
                      AND WS-CAMPO-TRN-3 NOT = SPACES
                      AND FUNCTION TRIM(WS-CAMPO-TRN-3) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-CAMPO-TRN-3)) NOT > 6
                      AND FUNCTION NUMVAL(WS-CAMPO-TRN-3) > 0
                      AND (WS-CAMPO-TRN-4 = 'V'
                          OR WS-CAMPO-TRN-4 = 'A')
                  MOVE FUNCTION TRIM(WS-CAMPO-TRN-2)
                      TO ID-TRN(WS-QTD-TRANSACOES)
                  MOVE FUNCTION TRIM(WS-CAMPO-TRN-3)
                      TO QTD-TRN(WS-QTD-TRANSACOES)
                  MOVE WS-CAMPO-TRN-4
                      TO CONDICAO-TRN(WS-QTD-TRANSACOES)
                  MOVE 'Y' TO VALIDA-TRN(WS-QTD-TRANSACOES)
              END-IF.

          LOCALIZA-PEDIDO.
              MOVE ZEROS TO WS-IDX-PED.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-PEDIDOS
                  IF NUMERO-PED(K) = WS-PEDIDO-BUSCA
                      MOVE K TO WS-IDX-PED
                  END-IF
              END-PERFORM.

          GARANTE-PEDIDO.
              PERFORM LOCALIZA-PEDIDO.
              IF WS-IDX-PED = ZEROS
                  IF WS-QTD-PEDIDOS < 500
                      ADD 1 TO WS-QTD-PEDIDOS
                      MOVE WS-QTD-PEDIDOS TO WS-IDX-PED
                      MOVE WS-PEDIDO-BUSCA TO NUMERO-PED(WS-IDX-PED)
                      MOVE 'N' TO ORIGEM-PED(WS-IDX-PED)
                      MOVE ZEROS TO CLIENTE-PED(WS-IDX-PED)
                      MOVE SPACES TO NOME-CLI-PED(WS-IDX-PED)
                      MOVE 'N' TO CANCELADO-PED(WS-IDX-PED)
                  ELSE
                      DISPLAY 'AVISO: LIMITE DE 500 PEDIDOS POR '
                          'EXECUCAO ATINGIDO. PEDIDO IGNORADO: '
                          WS-PEDIDO-BUSCA
                  END-IF
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
                   IF ID-KIT(K) = WS-ID-BUSCA
                       MOVE 'Y' TO WS-KIT-ACHADO
                       MOVE K TO WS-IDX-KIT
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * ITENS VENDIDOS DOS PEDIDOS CITADOS: PRIMEIRO O ACUMULADO DO
      * MES, DEPOIS AS NOTAS DO DIA, QUE SO VALEM PARA O PEDIDO QUE
      * NAO ESTAVA NO ACUMULADO (O DIA JA COPIADO PARA O ACUMULADO
      * NAO E CONTADO DUAS VEZES). A NOTA COMPLEMENTAR DO BACKORDER
      * TEM O MESMO NUMERO DE PEDIDO E SOMA AO QUE FOI VENDIDO; A DO
      * DIA VALE MESMO PARA PEDIDO DO ACUMULADO, A MENOS QUE A MESMA
      * COMPLEMENTAR (PEDIDO E DATA) JA ESTEJA LA. OS BLOCOS DE NOTA
      * DE CREDITO NAO SAO VENDA E FICAM DE FORA.
      *-----------------------------------------------------------*
          CARREGA-VENDAS-NOTAS.
              MOVE ZEROS TO WS-QTD-VENDIDOS.
              MOVE ZEROS TO WS-QTD-COMPL-MES.
              MOVE 'M' TO WS-ORIGEM-LEITURA.
              MOVE ZEROS TO WS-IDX-PED-LIDO.
              MOVE ZEROS TO WS-IDX-PED-BLOCO.
              MOVE 'N' TO WS-EOF-NOTAS.
              OPEN INPUT NOTAS-MES.
              IF FS-NOTAS-MES = 00
                  PERFORM UNTIL WS-EOF-NOTAS = 'Y'
                      READ NOTAS-MES INTO WS-NOTA-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-NOTAS
                          NOT AT END
                              PERFORM ACUMULA-LINHA-VENDIDA
                      END-READ
                  END-PERFORM
                  CLOSE NOTAS-MES
              ELSE
                  DISPLAY 'AVISO: ACUMULADO DE NOTAS DO MES NAO '
                      'ENCONTRADO: ' CAMINHO-NOTAS-MES
              END-IF.
              MOVE 'D' TO WS-ORIGEM-LEITURA.
              MOVE ZEROS TO WS-IDX-PED-LIDO.
              MOVE ZEROS TO WS-IDX-PED-BLOCO.
              MOVE 'N' TO WS-EOF-NOTAS.
              OPEN INPUT NOTAS.
              IF FS-NOTAS = 00
                  PERFORM UNTIL WS-EOF-NOTAS = 'Y'
                      READ NOTAS INTO WS-NOTA-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-NOTAS
                          NOT AT END
                              PERFORM ACUMULA-LINHA-VENDIDA
                      END-READ
                  END-PERFORM
                  CLOSE NOTAS
              END-IF.
              DISPLAY 'ITENS VENDIDOS DOS PEDIDOS CITADOS: '
                  WS-QTD-VENDIDOS.

      * AS POSICOES FIXAS SAO AS DO CABECALHO-NOTA E DA
      * LINHA-ITEM-NOTA DE FLORICULTURA_PEDIDOS: QUALQUER MUDANCA LA
      * DEVE SER REFLETIDA AQUI.
          ACUMULA-LINHA-VENDIDA.
              IF WS-NOTA-LINHA(1:8) = 'PEDIDO: '
                  MOVE ZEROS TO WS-IDX-PED-LIDO
                  MOVE WS-NOTA-LINHA(9:10) TO WS-PEDIDO-BUSCA
                  PERFORM LOCALIZA-PEDIDO
                  MOVE WS-IDX-PED TO WS-IDX-PED-BLOCO
                  IF WS-IDX-PED > ZEROS
                      IF ORIGEM-PED(WS-IDX-PED) = 'N'
                              OR ORIGEM-PED(WS-IDX-PED)
                                  = WS-ORIGEM-LEITURA
                          MOVE WS-ORIGEM-LEITURA
                              TO ORIGEM-PED(WS-IDX-PED)
                          MOVE WS-IDX-PED TO WS-IDX-PED-LIDO
                          IF WS-NOTA-LINHA(29:4) IS NUMERIC
                              MOVE WS-NOTA-LINHA(29:4)
                                  TO CLIENTE-PED(WS-IDX-PED)
                              MOVE WS-NOTA-LINHA(34:30)
                                  TO NOME-CLI-PED(WS-IDX-PED)
                          END-IF
                      END-IF
                  END-IF
              ELSE
                  IF WS-NOTA-LINHA(1:9) = 'CREDITO: '
                      MOVE ZEROS TO WS-IDX-PED-LIDO
                      MOVE ZEROS TO WS-IDX-PED-BLOCO
                  ELSE
                      IF WS-NOTA-LINHA(1:44) = WS-MARCA-COMPLEMENTAR
                              AND WS-IDX-PED-BLOCO > ZEROS
                          PERFORM TRATA-NOTA-COMPLEMENTAR
                      ELSE
                          IF WS-IDX-PED-LIDO > ZEROS
                              PERFORM ACUMULA-ITEM-VENDIDO
                          END-IF
                      END-IF
                  END-IF
              END-IF.

      * A MARCA DA COMPLEMENTAR VEM LOGO APOS O CABECALHO E TRAZ A
      * DATA DE EMISSAO NA POSICAO 49. NO ACUMULADO ELA E REGISTRADA;
      * NAS NOTAS DO DIA ELA DECIDE O BLOCO NO LUGAR DO CABECALHO.
          TRATA-NOTA-COMPLEMENTAR.
              MOVE NUMERO-PED(WS-IDX-PED-BLOCO) TO WS-PEDIDO-BUSCA.
              PERFORM LOCALIZA-COMPLEMENTAR.
              IF WS-ORIGEM-LEITURA = 'M'
                  IF WS-COMPL-ACHADA = 'N'
                      IF WS-QTD-COMPL-MES < 2000
                          ADD 1 TO WS-QTD-COMPL-MES
                          MOVE WS-PEDIDO-BUSCA
                              TO PEDIDO-COMPL(WS-QTD-COMPL-MES)
                          MOVE WS-NOTA-LINHA(49:8)
                              TO DATA-COMPL(WS-QTD-COMPL-MES)
                      ELSE
                          DISPLAY 'AVISO: LIMITE DE 2000 NOTAS '
                              'COMPLEMENTARES ATINGIDO: PEDIDO '
                              WS-PEDIDO-BUSCA
                      END-IF
                  END-IF
              ELSE
                  IF WS-COMPL-ACHADA = 'Y'
                      MOVE ZEROS TO WS-IDX-PED-LIDO
                  ELSE
                      MOVE WS-IDX-PED-BLOCO TO WS-IDX-PED-LIDO
                  END-IF
              END-IF.

          LOCALIZA-COMPLEMENTAR.
              MOVE 'N' TO WS-COMPL-ACHADA.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-COMPL-MES
                  IF PEDIDO-COMPL(K) = WS-PEDIDO-BUSCA
                          AND DATA-COMPL(K) = WS-NOTA-LINHA(49:8)
                      MOVE 'Y' TO WS-COMPL-ACHADA
                  END-IF
              END-PERFORM.

          ACUMULA-ITEM-VENDIDO.
              MOVE WS-NOTA-LINHA(3:4) TO WS-CAMPO-ID-NOTA.
              IF WS-NOTA-LINHA(1:2) = SPACES
                      AND WS-CAMPO-ID-NOTA IS NUMERIC
                      AND WS-NOTA-LINHA(44:3) = ' X '
                  MOVE WS-NOTA-LINHA(38:6) TO WS-CAMPO-QTD-NOTA
                  MOVE WS-NOTA-LINHA(61:13) TO WS-CAMPO-TOT-NOTA
                  IF FUNCTION TEST-NUMVAL(WS-CAMPO-QTD-NOTA) = 0
                          AND FUNCTION
                              TEST-NUMVAL(WS-CAMPO-TOT-NOTA) = 0
                      MOVE WS-CAMPO-ID-NOTA TO WS-ID-BUSCA
                      MOVE NUMERO-PED(WS-IDX-PED-LIDO)
                          TO WS-PEDIDO-BUSCA
                      MOVE FUNCTION NUMVAL(WS-CAMPO-QTD-NOTA)
                          TO WS-QTD-ITEM-NOTA
                      MOVE FUNCTION NUMVAL(WS-CAMPO-TOT-NOTA)
                          TO WS-VALOR-ITEM-NOTA
                      PERFORM LOCALIZA-VENDIDO
                      IF WS-IDX-VND = ZEROS
                          PERFORM INCLUI-VENDIDO
                      END-IF
                      IF WS-IDX-VND > ZEROS
                          ADD WS-QTD-ITEM-NOTA TO QTD-VND(WS-IDX-VND)
                          ADD WS-VALOR-ITEM-NOTA
                              TO VALOR-VND(WS-IDX-VND)
                      END-IF
                  END-IF
              END-IF.

          LOCALIZA-VENDIDO.
              MOVE ZEROS TO WS-IDX-VND.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-VENDIDOS
                  IF PEDIDO-VND(K) = WS-PEDIDO-BUSCA
                          AND ID-VND(K) = WS-ID-BUSCA
                      MOVE K TO WS-IDX-VND
                  END-IF
              END-PERFORM.

          INCLUI-VENDIDO.
              IF WS-QTD-VENDIDOS < 3000
                  ADD 1 TO WS-QTD-VENDIDOS
                  MOVE WS-QTD-VENDIDOS TO WS-IDX-VND
                  MOVE WS-PEDIDO-BUSCA TO PEDIDO-VND(WS-IDX-VND)
                  MOVE WS-ID-BUSCA TO ID-VND(WS-IDX-VND)
                  MOVE WS-NOTA-LINHA(8:30) TO NOME-VND(WS-IDX-VND)
                  MOVE ZEROS TO QTD-VND(WS-IDX-VND)
                  MOVE ZEROS TO VALOR-VND(WS-IDX-VND)
                  MOVE ZEROS TO DEVOLVIDO-VND(WS-IDX-VND)
                  MOVE ZEROS TO VALOR-DEV-VND(WS-IDX-VND)
              ELSE
                  DISPLAY 'AVISO: LIMITE DE 3000 ITENS VENDIDOS '
                      'ATINGIDO. ITEM IGNORADO: PEDIDO '
                      WS-PEDIDO-BUSCA ' ID ' WS-ID-BUSCA
              END-IF.

      *-----------------------------------------------------------*
      * NOTAS DE CREDITO ANTERIORES: O QUE JA FOI DEVOLVIDO DE CADA
      * ITEM DOS PEDIDOS CITADOS SAI DO SALDO DEVOLVIVEL, E O MAIOR
      * NUMERO JA USADO CONTINUA A NUMERACAO. A AUSENCIA DO ARQUIVO
      * NAO E ERRO (NENHUMA DEVOLUCAO AINDA).
      *-----------------------------------------------------------*
          CARREGA-CREDITOS-ANTERIORES.
              MOVE ZEROS TO WS-ULTIMO-CREDITO.
              MOVE 'N' TO WS-EOF-CREDITOS.
              OPEN INPUT CREDITOS.
              IF FS-CREDITOS = 00
                  PERFORM UNTIL WS-EOF-CREDITOS = 'Y'
                      READ CREDITOS INTO REGISTRO-CREDITO
                          AT END
                              MOVE 'Y' TO WS-EOF-CREDITOS
                          NOT AT END
                              PERFORM PROCESSA-CREDITO-ANTERIOR
                      END-READ
                  END-PERFORM
                  CLOSE CREDITOS
              END-IF.

          PROCESSA-CREDITO-ANTERIOR.
              IF CRE-NUMERO(1:2) = 'NC'
                      AND CRE-NUMERO(3:8) IS NUMERIC
                  MOVE CRE-NUMERO(3:8) TO WS-SEQ-LIDO
                  IF WS-SEQ-LIDO > WS-ULTIMO-CREDITO
                      MOVE WS-SEQ-LIDO TO WS-ULTIMO-CREDITO
                  END-IF
              END-IF.
              IF CRE-ID IS NUMERIC
                      AND CRE-QTD IS NUMERIC
                      AND FUNCTION TEST-NUMVAL(CRE-VALOR) = 0
                  MOVE CRE-PEDIDO TO WS-PEDIDO-BUSCA
                  MOVE CRE-ID TO WS-ID-BUSCA
                  PERFORM LOCALIZA-VENDIDO
                  IF WS-IDX-VND > ZEROS
                      MOVE FUNCTION NUMVAL(CRE-VALOR)
                          TO WS-VALOR-CREDITO-LIDO
                      ADD CRE-QTD TO DEVOLVIDO-VND(WS-IDX-VND)
                      ADD WS-VALOR-CREDITO-LIDO
                          TO VALOR-DEV-VND(WS-IDX-VND)
                  END-IF
              ELSE
                  DISPLAY 'AVISO: NOTA DE CREDITO ANTERIOR IGNORADA '
                      '(LINHA ILEGIVEL): ' REGISTRO-CREDITO
              END-IF.

      *-----------------------------------------------------------*
      * ABERTURA DO MESTRE INDEXADO EM I-O: SEM MESTRE NAO HA ONDE
      * REPOR, E NENHUMA TRANSACAO E PROCESSADA.
      *-----------------------------------------------------------*
          ABRE-MESTRE.
              OPEN I-O MESTRE.
              IF FS-MESTRE NOT = 00
                  DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                      CAMINHO-MESTRE ' STATUS: ' FS-MESTRE
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  DISPLAY 'CADASTRO MESTRE ABERTO COM SUCESSO: '
                      CAMINHO-MESTRE
              END-IF.

          FECHA-MESTRE.
              CLOSE MESTRE.

      *-----------------------------------------------------------*
      * UMA LINHA DE TRANSACAO. UM CABECALHO (ACEITO OU NAO) ENCERRA
      * A NOTA DE CREDITO DO PEDIDO ANTERIOR; A LINHA DE ITEM SO
      * VALE DEPOIS DE UM CABECALHO DE DEVOLUCAO ACEITO.
      *-----------------------------------------------------------*
          PROCESSA-TRANSACAO.
               IF TIPO-TRN(I) = 'D' OR TIPO-TRN(I) = 'C'
                   PERFORM ENCERRA-NOTA-CREDITO
                   MOVE 'N' TO WS-PEDIDO-ABERTO
               END-IF.
               IF VALIDA-TRN(I) = 'Y'
                   IF TIPO-TRN(I) = 'I'
                       PERFORM PROCESSA-ITEM-DEVOLVIDO
                   ELSE
                       PERFORM ABRE-TRANSACAO-PEDIDO
                   END-IF
               ELSE
                   MOVE 'LINHA ILEGIVEL' TO SITUACAO-TRN(I)
               END-IF.

          ABRE-TRANSACAO-PEDIDO.
               MOVE PEDIDO-TRN(I) TO WS-PEDIDO-BUSCA.
               PERFORM LOCALIZA-PEDIDO.
               IF ORIGEM-PED(WS-IDX-PED) = 'N'
                   MOVE 'PEDIDO NAO ENCONTRADO NAS NOTAS'
                       TO SITUACAO-TRN(I)
                   ADD 1 TO WS-QTD-RECUSADAS
                   DISPLAY 'AVISO: PEDIDO NAO ENCONTRADO NAS NOTAS: '
                       PEDIDO-TRN(I)
               ELSE
                   MOVE 'Y' TO WS-PEDIDO-ABERTO
                   MOVE TIPO-TRN(I) TO WS-TIPO-ABERTO
                   MOVE I TO WS-IDX-CAB
                   IF TIPO-TRN(I) = 'C'
                       MOVE 'PEDIDO SEM SALDO A DEVOLVER'
                           TO SITUACAO-TRN(I)
                       PERFORM CANCELA-PEDIDO
                   ELSE
                       MOVE 'NENHUM ITEM DEVOLVIDO'
                           TO SITUACAO-TRN(I)
                   END-IF
               END-IF.

      * CANCELAMENTO: TUDO O QUE AINDA NAO FOI DEVOLVIDO DO PEDIDO
      * VOLTA AO ESTOQUE EM CONDICAO DE VENDA, NUMA NOTA DE CREDITO
      * SO; AS FALTAS EM ABERTO DO PEDIDO SAEM DO BACKORDER NO FIM.
          CANCELA-PEDIDO.
               MOVE 'Y' TO CANCELADO-PED(WS-IDX-PED).
               ADD 1 TO WS-QTD-CANCELAMENTOS.
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WS-QTD-VENDIDOS
                   IF PEDIDO-VND(M) = PEDIDO-TRN(I)
                           AND QTD-VND(M) > DEVOLVIDO-VND(M)
                       MOVE M TO WS-IDX-VND
                       COMPUTE WS-QTD-DEVOLVER =
                           QTD-VND(M) - DEVOLVIDO-VND(M)
                       MOVE 'V' TO WS-CONDICAO
                       PERFORM DEVOLVE-ITEM
                   END-IF
               END-PERFORM.

          PROCESSA-ITEM-DEVOLVIDO.
               IF WS-PEDIDO-ABERTO = 'N'
                   MOVE 'ITEM SEM PEDIDO VALIDO' TO SITUACAO-TRN(I)
                   PERFORM RECUSA-ITEM
               ELSE
                   MOVE PEDIDO-TRN(WS-IDX-CAB) TO PEDIDO-TRN(I)
                   IF WS-TIPO-ABERTO = 'C'
                       MOVE 'ITEM DE PEDIDO CANCELADO'
                           TO SITUACAO-TRN(I)
                       PERFORM RECUSA-ITEM
                   ELSE
                       PERFORM CONFERE-ITEM-DEVOLVIDO
                   END-IF
               END-IF.

          CONFERE-ITEM-DEVOLVIDO.
               MOVE PEDIDO-TRN(I) TO WS-PEDIDO-BUSCA.
               MOVE ID-TRN(I) TO WS-ID-BUSCA.
               PERFORM LOCALIZA-VENDIDO.
               IF WS-IDX-VND = ZEROS
                   MOVE 'ITEM NAO CONSTA NO PEDIDO' TO SITUACAO-TRN(I)
                   PERFORM RECUSA-ITEM
               ELSE
                   IF QTD-TRN(I) > QTD-VND(WS-IDX-VND)
                           - DEVOLVIDO-VND(WS-IDX-VND)
                       MOVE 'QTD ACIMA DO SALDO DEVOLVIVEL'
                           TO SITUACAO-TRN(I)
                       PERFORM RECUSA-ITEM
                   ELSE
                       MOVE QTD-TRN(I) TO WS-QTD-DEVOLVER
                       MOVE CONDICAO-TRN(I) TO WS-CONDICAO
                       PERFORM DEVOLVE-ITEM
                       MOVE WS-NUMERO-CREDITO TO CREDITO-TRN(I)
                       IF WS-CONDICAO = 'A'
                           MOVE 'DEVOLVIDO AVARIADO - PERDA'
                               TO SITUACAO-TRN(I)
                       ELSE
                           MOVE 'DEVOLVIDO AO ESTOQUE'
                               TO SITUACAO-TRN(I)
                       END-IF
                   END-IF
               END-IF.

      * DEPOIS DE UMA FALHA AO GRAVAR AS NOTAS NENHUMA TRANSACAO
      * SEGUE: A NOTA DE CREDITO SAIRIA INCOMPLETA. A TRANSACAO FICA
      * NO RELATORIO PARA SER LANCADA DE NOVO.
          DEIXA-TRANSACAO-PENDENTE.
               ADD 1 TO WS-QTD-NAO-PROCESSADAS.
               MOVE 'NAO PROCESSADA: ERRO NAS NOTAS' TO SITUACAO-TRN(I).
               DISPLAY 'AVISO: TRANSACAO NAO PROCESSADA (ERRO AO '
                   'GRAVAR AS NOTAS): ' LINHA-TRN(I).

          RECUSA-ITEM.
               ADD 1 TO WS-QTD-RECUSADAS.
               DISPLAY 'AVISO: DEVOLUCAO RECUSADA (' SITUACAO-TRN(I)
                   '): ' LINHA-TRN(I).

      *-----------------------------------------------------------*
      * DEVOLUCAO DE UM ITEM DO PEDIDO (WS-IDX-VND): LINHA NA NOTA DE
      * CREDITO PELO VALOR PROPORCIONAL AO COBRADO, REGISTRO
      * PERMANENTE DO CREDITO E REPOSICAO NO MESTRE - O KIT E
      * REPOSTO COMPONENTE A COMPONENTE.
      *-----------------------------------------------------------*
          DEVOLVE-ITEM.
               IF WS-NOTA-ABERTA = 'N'
                   PERFORM ABRE-NOTA-CREDITO
               END-IF.
               IF WS-QTD-DEVOLVER = QTD-VND(WS-IDX-VND)
                       - DEVOLVIDO-VND(WS-IDX-VND)
                   COMPUTE WS-TOTAL-ITEM = VALOR-VND(WS-IDX-VND)
                       - VALOR-DEV-VND(WS-IDX-VND)
               ELSE
                   COMPUTE WS-TOTAL-ITEM ROUNDED =
                       VALOR-VND(WS-IDX-VND) * WS-QTD-DEVOLVER
                       / QTD-VND(WS-IDX-VND)
               END-IF.
               COMPUTE WS-PRECO-UNIT ROUNDED =
                   WS-TOTAL-ITEM / WS-QTD-DEVOLVER.
               ADD WS-TOTAL-ITEM TO WS-TOTAL-NOTA.
               ADD WS-QTD-DEVOLVER TO DEVOLVIDO-VND(WS-IDX-VND).
               ADD WS-TOTAL-ITEM TO VALOR-DEV-VND(WS-IDX-VND).
               ADD 1 TO WS-QTD-ITENS-DEV.
               MOVE ID-VND(WS-IDX-VND) TO NOTA-ID.
               MOVE NOME-VND(WS-IDX-VND) TO NOTA-NOME.
               MOVE WS-QTD-DEVOLVER TO NOTA-QTD.
               MOVE WS-PRECO-UNIT TO NOTA-PRECO-UNIT.
               MOVE WS-TOTAL-ITEM TO NOTA-TOTAL-ITEM.
               IF WS-CONDICAO = 'A'
                   MOVE ' AVARIADA' TO NOTA-CONDICAO
               ELSE
                   MOVE SPACES TO NOTA-CONDICAO
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-ITEM-NOTA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
               PERFORM GRAVA-REGISTRO-CREDITO.
               MOVE ID-VND(WS-IDX-VND) TO ID-MES.
               READ MESTRE
                   INVALID KEY
                       PERFORM DEVOLVE-COMPONENTES-KIT
                   NOT INVALID KEY
                       MOVE WS-QTD-DEVOLVER TO WS-QTD-MOVIMENTO
                       PERFORM REPOE-ESTOQUE-PLANTA
               END-READ.

      * COMO NA BAIXA DO PEDIDO, O ID DO MESTRE PREVALECE: SO O ID
      * QUE NAO ESTA NO MESTRE E PROCURADO ENTRE OS KITS.
          DEVOLVE-COMPONENTES-KIT.
               MOVE ID-VND(WS-IDX-VND) TO WS-ID-BUSCA.
               PERFORM LOCALIZA-KIT.
               IF WS-KIT-ACHADO = 'Y'
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-QTD-COMPONENTES
                       IF KIT-COMP(J) = ID-KIT(WS-IDX-KIT)
                           MOVE ID-COMP(J) TO ID-MES
                           COMPUTE WS-QTD-MOVIMENTO =
                               QTD-COMP(J) * WS-QTD-DEVOLVER
                           PERFORM REPOE-ESTOQUE-PLANTA
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY 'ERRO: PLANTA DEVOLVIDA FORA DO '
                       'MESTRE, ESTOQUE NAO REPOSTO: ID ' ID-MES
               END-IF.

      * A MERCADORIA VOLTA AO SALDO COM MOVIMENTO D NO KARDEX; A EM
      * CONDICAO DE VENDA ABRE UM LOTE NOVO, A AVARIADA SAI EM
      * SEGUIDA COMO PERDA P, AMBAS DOCUMENTADAS PELA NOTA DE
      * CREDITO.
          REPOE-ESTOQUE-PLANTA.
               READ MESTRE
                   INVALID KEY
                       DISPLAY 'ERRO: PLANTA DEVOLVIDA FORA DO '
                           'MESTRE, ESTOQUE NAO REPOSTO: ID ' ID-MES
                   NOT INVALID KEY
                       ADD WS-QTD-MOVIMENTO TO QTD-MES
                       REWRITE REGISTRO-MESTRE
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR NO MESTRE: '
                                   'ID ' ID-MES ' STATUS: ' FS-MESTRE
                           NOT INVALID KEY
                               MOVE 'D' TO WS-TIPO-KARDEX
                               PERFORM GRAVA-KARDEX-DEVOLUCAO
                               IF WS-CONDICAO = 'A'
                                   PERFORM BAIXA-PERDA-AVARIADA
                               ELSE
                                   ADD WS-QTD-MOVIMENTO
                                       TO WS-TOT-REPOSTO
                                   PERFORM GERA-LOTE-DEVOLUCAO
                               END-IF
                       END-REWRITE
               END-READ.

          BAIXA-PERDA-AVARIADA.
               SUBTRACT WS-QTD-MOVIMENTO FROM QTD-MES.
               REWRITE REGISTRO-MESTRE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR NO MESTRE: ID '
                           ID-MES ' STATUS: ' FS-MESTRE
                   NOT INVALID KEY
                       MOVE 'P' TO WS-TIPO-KARDEX
                       PERFORM GRAVA-KARDEX-DEVOLUCAO
                       ADD WS-QTD-MOVIMENTO TO WS-TOT-PERDA
               END-REWRITE.

      * COMO NOS DEMAIS PROGRAMAS, O KARDEX E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA.
          GRAVA-KARDEX-DEVOLUCAO.
              MOVE ID-MES TO ID-KAR-MOD.
              MOVE WS-DATA-HOJE-NUM TO DATA-KAR-MOD.
              MOVE WS-TIPO-KARDEX TO TIPO-KAR-MOD.
              MOVE WS-NUMERO-CREDITO TO DOC-KAR-MOD.
              MOVE WS-QTD-MOVIMENTO TO QTD-KAR-MOD.
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

      * O LOTE DA MERCADORIA DEVOLVIDA ENTRA NA DATA DA DEVOLUCAO,
      * DOCUMENTADO PELA NOTA DE CREDITO, COM O VENCIMENTO CONTADO A
      * PARTIR DELA COMO NUMA ENTRADA; SEM VALIDADE, NAO VENCE.
          GERA-LOTE-DEVOLUCAO.
              IF VALIDADE-MES = ZEROS
                  MOVE 99999999 TO WS-VENCTO-LOTE
              ELSE
                  COMPUTE WS-VENCTO-LOTE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
                      + VALIDADE-MES)
              END-IF.
              IF WS-QTD-LOTES < 5000
                  ADD 1 TO WS-QTD-LOTES
                  MOVE 'Y' TO VALIDO-LOTE(WS-QTD-LOTES)
                  MOVE ID-MES TO ID-LOTE(WS-QTD-LOTES)
                  MOVE WS-DATA-HOJE-NUM TO ENTRADA-LOTE(WS-QTD-LOTES)
                  MOVE WS-VENCTO-LOTE TO VENCTO-LOTE(WS-QTD-LOTES)
                  MOVE WS-NUMERO-CREDITO TO DOC-LOTE(WS-QTD-LOTES)
                  MOVE WS-QTD-MOVIMENTO TO QTD-LOTE(WS-QTD-LOTES)
                  MOVE WS-QTD-MOVIMENTO TO SALDO-LOTE(WS-QTD-LOTES)
                  MOVE SPACES TO LINHA-LOTE(WS-QTD-LOTES)
                  ADD 1 TO WS-QTD-LOTES-NOVOS
              ELSE
                  IF WS-LOTES-OK = 'Y'
                      DISPLAY 'ERRO: LOTES DE ESTOQUE ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-LOTES
                      MOVE 'N' TO WS-LOTES-OK
                  END-IF
              END-IF.

      * REGISTRO PERMANENTE DO ITEM CREDITADO, EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO, COMO O KARDEX.
          GRAVA-REGISTRO-CREDITO.
              MOVE WS-NUMERO-CREDITO TO CRE-NUMERO.
              MOVE WS-DATA-HOJE-NUM TO CRE-DATA.
              MOVE PEDIDO-VND(WS-IDX-VND) TO CRE-PEDIDO.
              MOVE CLIENTE-PED(WS-IDX-PED) TO CRE-CLIENTE.
              MOVE ID-VND(WS-IDX-VND) TO CRE-ID.
              MOVE WS-QTD-DEVOLVER TO CRE-QTD.
              MOVE WS-CONDICAO TO CRE-CONDICAO.
              MOVE WS-TOTAL-ITEM TO CRE-VALOR.
              OPEN EXTEND CREDITOS.
              IF FS-CREDITOS NOT = 00 AND FS-CREDITOS NOT = 05
                  DISPLAY 'ERRO AO ABRIR AS NOTAS DE CREDITO. '
                      'STATUS: ' FS-CREDITOS
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  WRITE REGISTRO-CREDITO-ARQ FROM REGISTRO-CREDITO
                  IF FS-CREDITOS NOT = 00
                      DISPLAY 'ERRO AO GRAVAR AS NOTAS DE CREDITO. '
                          'STATUS: ' FS-CREDITOS
                      MOVE 'N' TO WS-DEVOLUCOES-OK
                  END-IF
                  CLOSE CREDITOS
              END-IF.

      *-----------------------------------------------------------*
      * NOTA DE CREDITO: UMA POR TRANSACAO COM ALGUM ITEM DEVOLVIDO,
      * ABERTA NO PRIMEIRO ITEM E ENCERRADA COM O TOTAL NO PROXIMO
      * CABECALHO OU NO FIM DO ARQUIVO. O TOTAL ENTRA COMO CREDITO C
      * NO RAZAO DO CLIENTE, DOCUMENTADO PELO NUMERO DA NOTA.
      *-----------------------------------------------------------*
          ABRE-NOTA-CREDITO.
               MOVE 'Y' TO WS-NOTA-ABERTA.
               MOVE ZEROS TO WS-TOTAL-NOTA.
               ADD 1 TO WS-ULTIMO-CREDITO.
               MOVE WS-ULTIMO-CREDITO TO WS-SEQ-CREDITO.
               MOVE WS-NUMERO-CREDITO TO CREDITO-TRN(WS-IDX-CAB).
               MOVE WS-NUMERO-CREDITO TO NOTA-NUMERO.
               MOVE CLIENTE-PED(WS-IDX-PED) TO NOTA-COD-CLIENTE.
               MOVE NOME-CLI-PED(WS-IDX-PED) TO NOTA-CLIENTE.
               MOVE NUMERO-PED(WS-IDX-PED) TO NOTA-PEDIDO-REF.
               IF WS-TIPO-ABERTO = 'C'
                   MOVE ' - CANCELAMENTO' TO NOTA-MOTIVO
               ELSE
                   MOVE ' - DEVOLUCAO' TO NOTA-MOTIVO
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-SEPARADORA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM CABECALHO-CREDITO
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.
               IF WS-NOTAS-OK = 'Y'
                   WRITE LINHA-NOTA FROM LINHA-REFERENCIA
                   IF FS-NOTAS NOT = 00
                       MOVE 'N' TO WS-NOTAS-OK
                   END-IF
               END-IF.

          ENCERRA-NOTA-CREDITO.
               IF WS-NOTA-ABERTA = 'Y'
                   MOVE WS-TOTAL-NOTA TO NOTA-TOTAL
                   ADD WS-TOTAL-NOTA TO WS-TOTAL-CREDITADO
                   ADD 1 TO WS-QTD-NOTAS-CRED
                   IF WS-NOTAS-OK = 'Y'
                       WRITE LINHA-NOTA FROM LINHA-TOTAL-CREDITO
                       IF FS-NOTAS NOT = 00
                           MOVE 'N' TO WS-NOTAS-OK
                       END-IF
                   END-IF
                   IF WS-TIPO-ABERTO = 'C'
                       MOVE 'PEDIDO CANCELADO'
                           TO SITUACAO-TRN(WS-IDX-CAB)
                   ELSE
                       MOVE 'NOTA DE CREDITO EMITIDA'
                           TO SITUACAO-TRN(WS-IDX-CAB)
                   END-IF
                   PERFORM GRAVA-CREDITO-RAZAO
                   MOVE 'N' TO WS-NOTA-ABERTA
               END-IF.

      * SEM CODIGO DE CLIENTE NO CABECALHO DA NOTA O PEDIDO TAMBEM
      * NAO FOI DEBITADO PELO CONTAS A RECEBER: NAO HA O QUE CREDITAR.
          GRAVA-CREDITO-RAZAO.
              IF CLIENTE-PED(WS-IDX-PED) = ZEROS
                  DISPLAY 'AVISO: NOTA DE CREDITO SEM CLIENTE, NADA '
                      'LANCADO NO RAZAO: ' WS-NUMERO-CREDITO
              ELSE
                  MOVE CLIENTE-PED(WS-IDX-PED) TO CLI-LED-MOD
                  MOVE WS-DATA-HOJE-NUM TO DATA-LED-MOD
                  MOVE WS-NUMERO-CREDITO TO DOC-LED-MOD
                  MOVE 'C' TO TIPO-LED-MOD
                  MOVE WS-TOTAL-NOTA TO VALOR-LED-MOD
                  OPEN EXTEND LEDGER
                  IF FS-LEDGER NOT = 00 AND FS-LEDGER NOT = 05
                      DISPLAY 'ERRO AO ABRIR O RAZAO. STATUS: '
                          FS-LEDGER
                      MOVE 'N' TO WS-DEVOLUCOES-OK
                  ELSE
                      WRITE REGISTRO-LED-SAI FROM REGISTRO-LED-MOD
                      IF FS-LEDGER NOT = 00
                          DISPLAY 'ERRO AO GRAVAR O RAZAO. STATUS: '
                              FS-LEDGER
                          MOVE 'N' TO WS-DEVOLUCOES-OK
                      END-IF
                      CLOSE LEDGER
                  END-IF
              END-IF.

      * AS NOTAS DE CREDITO SE SOMAM AS NOTAS DO DIA: O ARQUIVO E
      * ABERTO EM ACRESCIMO, NUNCA RECRIADO.
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
      * LOTES DE ESTOQUE: CARGA NA PARTIDA E REGRAVACAO NO FIM COM OS
      * LOTES DAS DEVOLUCOES, NO MESMO CRITERIO DE
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
                      DISPLAY 'AVISO: LINHA DE LOTE MANTIDA COMO '
                          'ESTAVA (LINHA ILEGIVEL): ' REGISTRO-LOTE
                  END-IF
              ELSE
                  IF WS-LOTES-OK = 'Y'
                      DISPLAY 'ERRO: LOTES DE ESTOQUE ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-LOTES
                      MOVE 'N' TO WS-LOTES-OK
                  END-IF
              END-IF.

          REGRAVA-LOTES.
              IF WS-LOTES-OK = 'N'
                  DISPLAY 'AVISO: LOTES DE ESTOQUE NAO REGRAVADOS, '
                      'LOTES DAS DEVOLUCOES NAO ABERTOS: '
                      CAMINHO-LOTES
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  IF WS-QTD-LOTES-NOVOS > ZEROS
                      OPEN OUTPUT LOTES-SAI
                      IF FS-LOTES-SAI NOT = 00
                          DISPLAY 'ERRO AO REGRAVAR OS LOTES DE '
                              'ESTOQUE: ' CAMINHO-LOTES ' STATUS: '
                              FS-LOTES-SAI
                          MOVE 'N' TO WS-DEVOLUCOES-OK
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
              IF FS-LOTES-SAI NOT = 00 AND WS-DEVOLUCOES-OK = 'Y'
                  DISPLAY 'ERRO AO GRAVAR OS LOTES DE ESTOQUE: '
                      CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              END-IF.

      *-----------------------------------------------------------*
      * PEDIDO CANCELADO NAO PODE MAIS SER ATENDIDO PELO BACKORDER:
      * AS FALTAS EM ABERTO DELE SAEM DO ARQUIVO, E AS DEMAIS LINHAS
      * (INCLUSIVE AS ILEGIVEIS) VOLTAM COMO ESTAVAM. SE O ARQUIVO
      * NAO COUBER NA TABELA ELE NAO E REGRAVADO.
      *-----------------------------------------------------------*
          RETIRA-BACKORDER-CANCELADO.
              MOVE ZEROS TO WS-QTD-BACKORDER.
              MOVE 'N' TO WS-EOF-BACKORDER.
              OPEN INPUT BACKORDER-ENT.
              IF FS-BACKORDER-ENT = 00
                  PERFORM UNTIL WS-EOF-BACKORDER = 'Y'
                      READ BACKORDER-ENT INTO WS-BKO-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-BACKORDER
                          NOT AT END
                              PERFORM ARMAZENA-BACKORDER
                      END-READ
                  END-PERFORM
                  CLOSE BACKORDER-ENT
              END-IF.
              IF WS-BACKORDER-OK = 'N'
                  DISPLAY 'AVISO: BACKORDER NAO REGRAVADO, FALTAS DE '
                      'PEDIDOS CANCELADOS MANTIDAS: ' CAMINHO-BACKORDER
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  IF WS-QTD-BKO-RETIRADOS > ZEROS
                      PERFORM REGRAVA-BACKORDER
                  END-IF
              END-IF.

          ARMAZENA-BACKORDER.
              IF WS-QTD-BACKORDER < 2000
                  ADD 1 TO WS-QTD-BACKORDER
                  MOVE WS-BKO-LINHA TO LINHA-BKO(WS-QTD-BACKORDER)
                  MOVE 'N' TO RETIRAR-BKO(WS-QTD-BACKORDER)
                  MOVE WS-BKO-LINHA(1:10) TO WS-PEDIDO-BUSCA
                  PERFORM LOCALIZA-PEDIDO
                  IF WS-IDX-PED > ZEROS
                      IF CANCELADO-PED(WS-IDX-PED) = 'Y'
                          MOVE 'Y' TO RETIRAR-BKO(WS-QTD-BACKORDER)
                          ADD 1 TO WS-QTD-BKO-RETIRADOS
                      END-IF
                  END-IF
              ELSE
                  IF WS-BACKORDER-OK = 'Y'
                      DISPLAY 'ERRO: BACKORDER ALEM DA CAPACIDADE DA '
                          'TABELA: ' CAMINHO-BACKORDER
                      MOVE 'N' TO WS-BACKORDER-OK
                  END-IF
              END-IF.

          REGRAVA-BACKORDER.
              OPEN OUTPUT BACKORDER-SAI.
              IF FS-BACKORDER-SAI NOT = 00
                  DISPLAY 'ERRO AO REGRAVAR O BACKORDER: '
                      CAMINHO-BACKORDER ' STATUS: ' FS-BACKORDER-SAI
                  MOVE ZEROS TO WS-QTD-BKO-RETIRADOS
                  MOVE 'N' TO WS-DEVOLUCOES-OK
              ELSE
                  PERFORM VARYING J FROM 1 BY 1
                          UNTIL J > WS-QTD-BACKORDER
                      PERFORM REGRAVA-LINHA-BACKORDER
                  END-PERFORM
                  CLOSE BACKORDER-SAI
              END-IF.

          REGRAVA-LINHA-BACKORDER.
              IF RETIRAR-BKO(J) = 'N'
                  WRITE REGISTRO-BACK-SAI FROM LINHA-BKO(J)
                  IF FS-BACKORDER-SAI NOT = 00
                          AND WS-DEVOLUCOES-OK = 'Y'
                      DISPLAY 'ERRO AO GRAVAR O BACKORDER: '
                          CAMINHO-BACKORDER ' STATUS: '
                          FS-BACKORDER-SAI
                      MOVE 'N' TO WS-DEVOLUCOES-OK
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * RELATORIO DAS DEVOLUCOES: UMA LINHA POR TRANSACAO, NA ORDEM
      * DO ARQUIVO, COM A NOTA DE CREDITO E O DESFECHO, E OS TOTAIS
      * PARA CONFERENCIA COM O RAZAO E O KARDEX.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO-DEVOLUCOES.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE DEVOLUCOES. '
                      'STATUS: ' FS-RELATORIO
              ELSE
                  MOVE WS-DATA-EDITADA TO REL-DATA
                  WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
                  WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
                  IF WS-QTD-TRANSACOES = ZEROS
                      WRITE LINHA-RELATORIO FROM LINHA-SEM-TRANSACAO
                  END-IF
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-TRANSACOES
                      PERFORM GRAVA-LINHA-RELATORIO
                  END-PERFORM
                  MOVE WS-QTD-NOTAS-CRED TO REL-QTD-NOTAS-ED
                  MOVE WS-TOTAL-CREDITADO TO REL-TOTAL-ED
                  MOVE WS-TOT-REPOSTO TO REL-REPOSTO-ED
                  MOVE WS-TOT-PERDA TO REL-PERDA-ED
                  MOVE WS-QTD-BKO-RETIRADOS TO REL-BKO-ED
                  WRITE LINHA-RELATORIO FROM LINHA-SEPARADORA
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-REL-1
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-REL-2
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-REL-3
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-REL-4
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-REL-5
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE DEVOLUCOES GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

          GRAVA-LINHA-RELATORIO.
              IF VALIDA-TRN(I) = 'N'
                  MOVE LINHA-TRN(I) TO REL-LINHA-BRUTA
                  WRITE LINHA-RELATORIO FROM LINHA-RELATORIO-ILEGIVEL
              ELSE
                  MOVE TIPO-TRN(I) TO REL-TIPO
                  MOVE PEDIDO-TRN(I) TO REL-PEDIDO
                  IF TIPO-TRN(I) = 'I'
                      MOVE ID-TRN(I) TO REL-ID
                      MOVE QTD-TRN(I) TO WS-QTD-ED
                      MOVE WS-QTD-ED TO REL-QTD
                  ELSE
                      MOVE SPACES TO REL-ID
                      MOVE SPACES TO REL-QTD
                  END-IF
                  MOVE CONDICAO-TRN(I) TO REL-CONDICAO
                  MOVE CREDITO-TRN(I) TO REL-CREDITO
                  MOVE SITUACAO-TRN(I) TO REL-SITUACAO
                  WRITE LINHA-RELATORIO FROM LINHA-RELATORIO-DET
              END-IF.

          RESUMO-DEVOLUCOES.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DAS DEVOLUCOES E CANCELAMENTOS'.
              DISPLAY 'LINHAS DE TRANSACAO: ' WS-QTD-TRANSACOES.
              DISPLAY 'LINHAS ILEGIVEIS: ' WS-QTD-ILEGIVEIS.
              DISPLAY 'LINHAS RECUSADAS: ' WS-QTD-RECUSADAS.
              DISPLAY 'LINHAS NAO PROCESSADAS: ' WS-QTD-NAO-PROCESSADAS.
              DISPLAY 'ITENS CREDITADOS: ' WS-QTD-ITENS-DEV.
              DISPLAY 'PEDIDOS CANCELADOS: ' WS-QTD-CANCELAMENTOS.
              DISPLAY 'NOTAS DE CREDITO EMITIDAS: '
                  WS-QTD-NOTAS-CRED.
              DISPLAY 'UNIDADES DE VOLTA AO ESTOQUE: '
                  WS-TOT-REPOSTO.
              DISPLAY 'UNIDADES BAIXADAS COMO PERDA: ' WS-TOT-PERDA.
              DISPLAY 'FALTAS DE BACKORDER CANCELADAS: '
                  WS-QTD-BKO-RETIRADOS.

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
      * DIA (LINHAS DE TRANSACAO LIDAS E NOTAS DE CREDITO EMITIDAS)
      * QUANDO AS TRANSACOES FORAM PROCESSADAS COM AS NOTAS GRAVADAS;
      * SENAO FICA F.
          FINALIZA-CONTROLE-LOTE.
              IF WS-DEVOLUCOES-OK = 'Y' AND WS-NOTAS-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              MOVE WS-QTD-TRANSACOES TO WS-CTL-LIDOS.
              MOVE WS-QTD-NOTAS-CRED TO WS-CTL-GRAVADOS.
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

       END PROGRAM FLORICULTURA_DEVOLUCAO.
