      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extratos mensais e cartas de cobranca aos clientes,
      *          a partir do razao de contas a receber: para cada
      *          cliente do cadastro com saldo ou lancamentos no mes,
      *          um extrato com o saldo anterior, cada nota (D) e cada
      *          pagamento ou nota de credito (C) do mes com data e
      *          documento, e o saldo final; para quem tem debito em
      *          aberto ha mais de 60 dias, uma carta de cobranca, e
      *          ha mais de 90 dias uma carta de ultimo aviso. Cada
      *          documento sai em pagina propria, com nome e telefone
      *          do cadastro de clientes, e uma listagem de controle
      *          conta os documentos emitidos e o valor de cada tipo
      *          para conferencia antes da expedicao; erro ao gravar
      *          extratos ou cartas sai em aviso na listagem, e
      *          qualquer falha termina com codigo de retorno 8
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_EXTRATO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT CLIENTES ASSIGN DYNAMIC CAMINHO-CLIENTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CLIENTES.
      *
      * RAZAO PERSISTENTE DE FLORICULTURA_RECEBER: DEBITOS DAS NOTAS,
      * PAGAMENTOS E NOTAS DE CREDITO, NA ORDEM EM QUE FORAM
      * GRAVADOS. SO E LIDO.
              SELECT OPTIONAL LEDGER ASSIGN DYNAMIC CAMINHO-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LEDGER.
      *
      * ARQUIVOS DE IMPRESSAO: CADA EXTRATO E CADA CARTA COMECA EM
      * PAGINA NOVA (SALTO DE PAGINA ANTES DO CABECALHO).
              SELECT EXTRATOS ASSIGN DYNAMIC CAMINHO-EXTRATOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-EXTRATOS.
      *
              SELECT CARTAS ASSIGN DYNAMIC CAMINHO-CARTAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CARTAS.
      *
              SELECT CONTROLE ASSIGN DYNAMIC CAMINHO-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTROLE.
      *
       DATA DIVISION.
       FILE SECTION.
         FD CLIENTES.
         01 REGISTRO-CLIENTE    PIC X(80).
      *
         FD LEDGER.
         01 REGISTRO-LED-ENT    PIC X(40).
      *
         FD EXTRATOS.
         01 LINHA-EXTRATO       PIC X(80).
      *
         FD CARTAS.
         01 LINHA-CARTA         PIC X(80).
      *
         FD CONTROLE.
         01 LINHA-CONTROLE      PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-CLIENTES    PIC X(100) VALUE 'CLIENTES.txt'.

       01  CAMINHO-LEDGER      PIC X(100)
               VALUE 'CONTAS-RECEBER.txt'.

       01  CAMINHO-EXTRATOS    PIC X(100)
               VALUE 'EXTRATOS-CLIENTES.txt'.

       01  CAMINHO-CARTAS      PIC X(100)
               VALUE 'CARTAS-COBRANCA.txt'.

       01  CAMINHO-CONTROLE    PIC X(100)
               VALUE 'CONTROLE-EXTRATOS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CLIENTES      PIC 9(02).
           05 FS-LEDGER        PIC 9(02).
           05 FS-EXTRATOS      PIC 9(02).
           05 FS-CARTAS        PIC 9(02).
           05 FS-CONTROLE      PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-EXTRATOS-OK      PIC X(01) VALUE 'Y'.
       77  WS-CARTAS-OK        PIC X(01) VALUE 'Y'.
       77  WS-CONTROLE-OK      PIC X(01) VALUE 'Y'.
       77  WS-EOF-CLIENTES     PIC X(01) VALUE 'N'.
       77  WS-EOF-LEDGER       PIC X(01) VALUE 'N'.
       77  WS-QTD-CLIENTES     PIC 9(03) VALUE ZEROS.
       77  WS-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
       77  WS-IDX-CLIENTE      PIC 9(03) VALUE ZEROS.
       77  WS-COD-CLI-BUSCA    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LAN-MES      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO PIC 9(03) VALUE ZEROS.
       77  WS-JA-APURADO       PIC X(01) VALUE 'N'.
       77  WS-TEM-LANCAMENTO   PIC X(01) VALUE 'N'.
       77  WS-NIVEL-CARTA      PIC X(01) VALUE SPACES.
       77  WS-PAGINA-EXTRATO   PIC 9(04) VALUE ZEROS.
       77  WS-PAGINA-CARTA     PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA    PIC 9(02) VALUE ZEROS.
       77  WS-QTD-EXTRATOS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CARTAS-60    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CARTAS-90    PIC 9(04) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * MES DOS EXTRATOS (AAAAMM), DA LINHA DE COMANDO OU DA
      * VARIAVEL MES_EXTRATO; NA AUSENCIA VALE O MES CORRENTE. A
      * IDADE DOS DEBITOS DAS CARTAS E CONTADA ATE O ULTIMO DIA DO
      * MES, OU ATE HOJE SE O MES AINDA NAO TERMINOU.
       01  WS-MES-ALFA         PIC X(10) VALUE SPACES.
       01  WS-MES-EXTRATO      PIC 9(06) VALUE ZEROS.
       01  WS-MES-EDITADO.
           05 MES-ED-MES        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-ED-ANO        PIC 9(04).
       01  WS-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REFERENCIA  PIC 9(08) VALUE ZEROS.
       01  WS-MES-SEGUINTE     PIC 9(08) VALUE ZEROS.

      * CADASTRO DE CLIENTES EM MEMORIA, NO MESMO FEITIO DA
      * PRECIFICACAO DE PEDIDOS (CODIGO;NOME;TELEFONE;LIMITE).
       01  TABELA-CLIENTES.
           03 REG-CLIENTE-T     OCCURS 1 TO 999
               DEPENDING ON WS-QTD-CLIENTES.
               05 COD-CLI           PIC 9(04).
               05 NOME-CLI          PIC X(30).
               05 FONE-CLI          PIC X(15).

       01  WS-CLIENTE-LINHA    PIC X(80).
       01  WS-COD-CLI-ALFA     PIC X(10).
       01  WS-NOME-CLI-LIDO    PIC X(30).
       01  WS-FONE-CLI-LIDO    PIC X(15).

      * RAZAO EM MEMORIA, NA ORDEM EM QUE FOI GRAVADO, COM O VALOR
      * AINDA EM ABERTO DE CADA DEBITO DEPOIS DE ABATIDOS OS
      * CREDITOS DO CLIENTE (DO MAIS ANTIGO PARA O MAIS NOVO, COMO NO
      * AGING DE FLORICULTURA_RECEBER) E A IDADE DELE EM DIAS.
       01  TABELA-LANCAMENTOS.
           03 REG-LANCAMENTO    OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-LANCAMENTOS.
               05 CLI-LAN           PIC 9(04).
               05 DATA-LAN          PIC 9(08).
               05 DOC-LAN           PIC X(10).
               05 TIPO-LAN          PIC X(01).
               05 VALOR-LAN         PIC 9(10)V99.
               05 ABERTO-LAN        PIC 9(10)V99.
               05 DIAS-LAN          PIC S9(05).

       01  WS-LINHA-LEDGER     PIC X(40).
       01  WS-CLI-LED-ALFA     PIC X(04).
       01  WS-DATA-LED-ALFA    PIC X(08).
       01  WS-DOC-LED-LIDO     PIC X(10).
       01  WS-TIPO-LED-LIDO    PIC X(01).
       01  WS-CAMPO-VALOR-LED  PIC X(13).

      * CODIGOS QUE SO EXISTEM NO RAZAO (CLIENTE EXCLUIDO DO
      * CADASTRO): SEM NOME E TELEFONE NAO HA O QUE EXPEDIR, MAS O
      * SALDO SAI NA LISTAGEM DE CONTROLE PARA NAO SUMIR DA CONTA.
       01  TABELA-SEM-CADASTRO.
           03 COD-SEM-CADASTRO  PIC 9(04) OCCURS 200.

      * CLIENTE EM APURACAO.
       01  WS-COD-APURADO      PIC 9(04) VALUE ZEROS.
       01  WS-NOME-APURADO     PIC X(30) VALUE SPACES.
       01  WS-FONE-APURADO     PIC X(15) VALUE SPACES.
       01  WS-SALDO-ANTERIOR   PIC S9(12)V99 VALUE ZEROS.
       01  WS-SALDO-CORRENTE   PIC S9(12)V99 VALUE ZEROS.
       01  WS-DEBITOS-MES      PIC 9(12)V99 VALUE ZEROS.
       01  WS-CREDITOS-MES     PIC 9(12)V99 VALUE ZEROS.
       01  WS-CREDITOS         PIC 9(12)V99 VALUE ZEROS.
       01  WS-VENCIDO-60       PIC 9(12)V99 VALUE ZEROS.
       01  WS-VENCIDO-90       PIC 9(12)V99 VALUE ZEROS.

      * TOTAIS DA LISTAGEM DE CONTROLE.
       01  WS-TOT-EXTRATOS     PIC S9(14)V99 VALUE ZEROS.
       01  WS-TOT-CARTAS-60    PIC 9(14)V99 VALUE ZEROS.
       01  WS-TOT-CARTAS-90    PIC 9(14)V99 VALUE ZEROS.
       01  WS-TOT-SEM-CADASTRO PIC S9(14)V99 VALUE ZEROS.

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

       01  WS-DATA-LAN-EDITADA.
           05 DIA-LAN-ED        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-LAN-ED        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-LAN-ED        PIC 9(04).

       01  WS-LINHA-IMPRESSAO  PIC X(80) VALUE SPACES.
       01  WS-LINHA-BRANCO     PIC X(80) VALUE SPACES.
       01  LINHA-TRACO-DOC     PIC X(78) VALUE ALL '-'.

      * CABECALHO COMUM AOS DOCUMENTOS DO CLIENTE.
       01  CAB-DOCUMENTO-1.
           05 DOC-TITULO        PIC X(48).
           05 FILLER            PIC X(07) VALUE 'PAGINA '.
           05 DOC-PAGINA        PIC ZZZ9.

       01  CAB-DOCUMENTO-2.
           05 FILLER            PIC X(20) VALUE 'MES DE REFERENCIA: '.
           05 DOC-MES           PIC X(07).
           05 FILLER            PIC X(21) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE 'EMISSAO: '.
           05 DOC-EMISSAO       PIC X(10).

       01  CAB-DOCUMENTO-3.
           05 FILLER            PIC X(09) VALUE 'CLIENTE: '.
           05 DOC-COD-CLIENTE   PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DOC-NOME-CLIENTE  PIC X(30).

       01  CAB-DOCUMENTO-4.
           05 FILLER            PIC X(10) VALUE 'TELEFONE: '.
           05 DOC-FONE-CLIENTE  PIC X(15).

      * LINHAS DO EXTRATO.
       01  CAB-COLUNAS-EXTRATO.
           05 FILLER            PIC X(12) VALUE 'DATA'.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(16) VALUE 'HISTORICO'.
           05 FILLER            PIC X(13) VALUE '       DEBITO'.
           05 FILLER            PIC X(13) VALUE '      CREDITO'.
           05 FILLER            PIC X(14) VALUE '         SALDO'.

       01  LINHA-EXTRATO-DET.
           05 EXT-DATA          PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EXT-DOCUMENTO     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXT-HISTORICO     PIC X(16).
           05 EXT-DEBITO        PIC X(13).
           05 EXT-CREDITO       PIC X(13).
           05 EXT-SALDO         PIC -ZZZZZZZZZZ9,99.

       01  WS-VALOR-ED         PIC ZZZZZZZZZ9,99.

       01  LINHA-EXTRATO-TOTAL.
           05 FILLER            PIC X(39) VALUE 'TOTAIS DO MES'.
           05 EXT-TOT-DEBITO    PIC ZZZZZZZZZ9,99.
           05 EXT-TOT-CREDITO   PIC ZZZZZZZZZ9,99.

       01  LINHA-EXTRATO-SALDO.
           05 FILLER            PIC X(39) VALUE 'SALDO FINAL'.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 EXT-SALDO-FINAL   PIC -ZZZZZZZZZZ9,99.

       01  LINHA-EXTRATO-AVISO PIC X(80)
               VALUE 'SALDO NEGATIVO E CREDITO DO CLIENTE.'.

      * LINHAS DAS CARTAS DE COBRANCA: O TEXTO DA CARTA DE 60 DIAS E
      * O DA CARTA DE ULTIMO AVISO, DE MAIS DE 90 DIAS.
       01  TEXTO-CARTA-60.
           05 FILLER            PIC X(70) VALUE
               'PREZADO CLIENTE,'.
           05 FILLER            PIC X(70) VALUE SPACES.
           05 FILLER            PIC X(70) VALUE
               'CONSTA EM NOSSOS REGISTROS DEBITO EM ABERTO HA MAIS DE'.
           05 FILLER            PIC X(70) VALUE
               '60 DIAS, RELACIONADO ABAIXO. PEDIMOS A GENTILEZA DE'.
           05 FILLER            PIC X(70) VALUE
               'REGULARIZAR O PAGAMENTO. CASO JA O TENHA FEITO, POR'.
           05 FILLER            PIC X(70) VALUE
               'FAVOR DESCONSIDERE ESTE AVISO.'.
       01  LINHAS-CARTA-60 REDEFINES TEXTO-CARTA-60.
           05 LINHA-TEXTO-60    PIC X(70) OCCURS 6.

       01  TEXTO-CARTA-90.
           05 FILLER            PIC X(70) VALUE
               'PREZADO CLIENTE,'.
           05 FILLER            PIC X(70) VALUE SPACES.
           05 FILLER            PIC X(70) VALUE
               'APESAR DE AVISOS ANTERIORES, PERMANECE EM ABERTO'.
           05 FILLER            PIC X(70) VALUE
               'HA MAIS DE 90 DIAS O DEBITO RELACIONADO ABAIXO.'.
           05 FILLER            PIC X(70) VALUE
               'SOLICITAMOS A QUITACAO IMEDIATA: SEM O PAGAMENTO EM'.
           05 FILLER            PIC X(70) VALUE
               '10 DIAS AS COMPRAS A PRAZO FICAM SUSPENSAS.'.
       01  LINHAS-CARTA-90 REDEFINES TEXTO-CARTA-90.
           05 LINHA-TEXTO-90    PIC X(70) OCCURS 6.

       01  CAB-COLUNAS-CARTA.
           05 FILLER            PIC X(12) VALUE 'DATA'.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(09) VALUE '     DIAS'.
           05 FILLER            PIC X(16) VALUE '       EM ABERTO'.

       01  LINHA-CARTA-DET.
           05 CAR-DATA          PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CAR-DOCUMENTO     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CAR-DIAS          PIC ZZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 CAR-ABERTO        PIC ZZZZZZZZZ9,99.

       01  LINHA-CARTA-VENCIDO.
           05 FILLER            PIC X(35)
               VALUE 'TOTAL VENCIDO HA MAIS DE 60 DIAS:'.
           05 CAR-VENCIDO       PIC ZZZZZZZZZ9,99.

       01  LINHA-CARTA-SALDO.
           05 FILLER            PIC X(35)
               VALUE 'SALDO TOTAL DA CONTA:'.
           05 CAR-SALDO         PIC -ZZZZZZZZ9,99.

       01  LINHA-CARTA-ASSINATURA PIC X(80)
               VALUE 'ATENCIOSAMENTE, FLORICULTURA - DEPTO. FINANCEIRO'.

      * LINHAS DA LISTAGEM DE CONTROLE.
       01  CAB-CONTROLE-1.
           05 FILLER            PIC X(45)
               VALUE 'CONTROLE DE EXTRATOS E CARTAS DE COBRANCA'.
           05 FILLER            PIC X(05) VALUE 'MES: '.
           05 CTL-MES           PIC X(07).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CTL-DATA          PIC X(10).

       01  CAB-CONTROLE-2.
           05 FILLER            PIC X(05) VALUE 'COD'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(18) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(07) VALUE ' PAGINA'.
           05 FILLER            PIC X(16) VALUE '           VALOR'.

       01  LINHA-CONTROLE-DET.
           05 CTL-COD           PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CTL-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CTL-DOCUMENTO     PIC X(18).
           05 CTL-PAGINA        PIC ZZZZZZ9.
           05 CTL-VALOR         PIC -ZZZZZZZZZZZ9,99.

       01  LINHA-CONTROLE-TOTAL.
           05 CTL-TOT-DESCRICAO PIC X(36).
           05 CTL-TOT-QTD       PIC ZZZZZZ9.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 CTL-TOT-VALOR     PIC -ZZZZZZZZZZZ9,99.

       01  LINHA-CONTROLE-TRACO PIC X(84) VALUE ALL '-'.

       01  LINHA-CONTROLE-AVISO.
           05 FILLER            PIC X(07) VALUE 'AVISO: '.
           05 CTL-AVISO-TEXTO   PIC X(77).

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-CLIENTES.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM CARREGA-LEDGER
           END-IF.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM ABRE-ARQUIVOS-IMPRESSAO
           END-IF.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-QTD-CLIENTES
                   MOVE COD-CLI(I) TO WS-COD-APURADO
                   MOVE NOME-CLI(I) TO WS-NOME-APURADO
                   MOVE FONE-CLI(I) TO WS-FONE-APURADO
                   PERFORM EMITE-DOCUMENTOS-CLIENTE
               END-PERFORM
               PERFORM GRAVA-SECAO-SEM-CADASTRO
               PERFORM GRAVA-TOTAIS-CONTROLE
               PERFORM FECHA-ARQUIVOS-IMPRESSAO
           END-IF.
           PERFORM RESUMO-EXTRATOS.
           IF WS-EXECUCAO-OK = 'N' OR WS-EXTRATOS-OK = 'N'
                   OR WS-CARTAS-OK = 'N' OR WS-CONTROLE-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O MES DOS EXTRATOS (AAAAMM) VEM DA
      * LINHA DE COMANDO OU DA VARIAVEL MES_EXTRATO; OS CAMINHOS SAO
      * CONFIGURAVEIS POR AMBIENTE.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT WS-MES-ALFA FROM ARGUMENT-VALUE
               ELSE
                   ACCEPT WS-MES-ALFA
                       FROM ENVIRONMENT 'MES_EXTRATO'
               END-IF.
               IF WS-MES-ALFA NOT = SPACES
                       AND FUNCTION TRIM(WS-MES-ALFA) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(WS-MES-ALFA)) = 6
                       AND FUNCTION TRIM(WS-MES-ALFA)(5:2) >= '01'
                       AND FUNCTION TRIM(WS-MES-ALFA)(5:2) <= '12'
                   MOVE FUNCTION TRIM(WS-MES-ALFA)
                       TO WS-MES-EXTRATO
               ELSE
                   COMPUTE WS-MES-EXTRATO =
                       ANO-CORRENTE * 100 + MES-CORRENTE
               END-IF.
               MOVE WS-MES-EXTRATO(5:2) TO MES-ED-MES.
               MOVE WS-MES-EXTRATO(1:4) TO MES-ED-ANO.
               COMPUTE WS-DATA-INICIO = WS-MES-EXTRATO * 100 + 1.
               IF WS-MES-EXTRATO(5:2) = '12'
                   COMPUTE WS-MES-SEGUINTE =
                       (WS-MES-EXTRATO + 89) * 100 + 1
               ELSE
                   COMPUTE WS-MES-SEGUINTE =
                       (WS-MES-EXTRATO + 1) * 100 + 1
               END-IF.
               COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1).
               IF WS-DATA-FIM > WS-DATA-HOJE-NUM
                   MOVE WS-DATA-HOJE-NUM TO WS-DATA-REFERENCIA
               ELSE
                   MOVE WS-DATA-FIM TO WS-DATA-REFERENCIA
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_CLIENTES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CLIENTES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_LEDGER'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-LEDGER
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_EXTRATOS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-EXTRATOS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_CARTAS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CARTAS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_CONTROLE_EXTRATOS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CONTROLE
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE CLIENTES EM MEMORIA. SEM CADASTRO NAO
      * HA A QUEM ENDERECAR OS DOCUMENTOS: NADA E EMITIDO.
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
                  DISPLAY 'ERRO AO ABRIR O CADASTRO DE CLIENTES: '
                      CAMINHO-CLIENTES ' STATUS: ' FS-CLIENTES
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.
              DISPLAY 'CADASTRO DE CLIENTES CARREGADO: '
                  WS-QTD-CLIENTES ' CLIENTES'.

          ARMAZENA-CLIENTE.
              MOVE SPACES TO WS-COD-CLI-ALFA.
              MOVE SPACES TO WS-NOME-CLI-LIDO.
              MOVE SPACES TO WS-FONE-CLI-LIDO.
              UNSTRING WS-CLIENTE-LINHA
                  DELIMITED BY ';'
                  INTO WS-COD-CLI-ALFA
                       WS-NOME-CLI-LIDO
                       WS-FONE-CLI-LIDO
              END-UNSTRING.
              IF WS-COD-CLI-ALFA NOT = SPACES
                      AND FUNCTION TRIM(WS-COD-CLI-ALFA) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-COD-CLI-ALFA)) NOT > 4
                      AND WS-NOME-CLI-LIDO NOT = SPACES
                      AND WS-QTD-CLIENTES < 999
                  ADD 1 TO WS-QTD-CLIENTES
                  MOVE FUNCTION TRIM(WS-COD-CLI-ALFA)
                      TO COD-CLI(WS-QTD-CLIENTES)
                  MOVE WS-NOME-CLI-LIDO TO NOME-CLI(WS-QTD-CLIENTES)
                  MOVE WS-FONE-CLI-LIDO TO FONE-CLI(WS-QTD-CLIENTES)
              ELSE
                  DISPLAY 'AVISO: CLIENTE IGNORADO (LINHA '
                      'ILEGIVEL): ' WS-CLIENTE-LINHA
              END-IF.

          LOCALIZA-CLIENTE.
              MOVE 'N' TO WS-CLIENTE-ACHADO.
              MOVE ZEROS TO WS-IDX-CLIENTE.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-CLIENTES
                  IF COD-CLI(K) = WS-COD-CLI-BUSCA
                      MOVE 'Y' TO WS-CLIENTE-ACHADO
                      MOVE K TO WS-IDX-CLIENTE
                  END-IF
              END-PERFORM.

      *-----------------------------------------------------------*
      * CARGA DO RAZAO. LANCAMENTO DATADO DEPOIS DO MES DOS EXTRATOS
      * FICA DE FORA (O EXTRATO DE UM MES PASSADO SAI IGUAL AO QUE
      * TERIA SAIDO NO FIM DAQUELE MES). SE O RAZAO NAO COUBER NA
      * TABELA NADA E EMITIDO, PARA NENHUM SALDO SAIR ERRADO.
      *-----------------------------------------------------------*
          CARREGA-LEDGER.
              MOVE ZEROS TO WS-QTD-LANCAMENTOS.
              MOVE 'N' TO WS-EOF-LEDGER.
              OPEN INPUT LEDGER.
              IF FS-LEDGER = 00
                  PERFORM UNTIL WS-EOF-LEDGER = 'Y'
                      READ LEDGER INTO WS-LINHA-LEDGER
                          AT END
                              MOVE 'Y' TO WS-EOF-LEDGER
                          NOT AT END
                              PERFORM ARMAZENA-LANCAMENTO
                      END-READ
                  END-PERFORM
                  CLOSE LEDGER
              ELSE
                  DISPLAY 'AVISO: RAZAO NAO ENCONTRADO: '
                      CAMINHO-LEDGER
              END-IF.
              DISPLAY 'RAZAO CARREGADO: ' WS-QTD-LANCAMENTOS
                  ' LANCAMENTOS ATE ' WS-DATA-FIM.

          ARMAZENA-LANCAMENTO.
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
                      AND WS-DATA-LED-ALFA IS NUMERIC
                      AND (WS-TIPO-LED-LIDO = 'D'
                          OR WS-TIPO-LED-LIDO = 'C')
                      AND FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR-LED) = 0
                  IF WS-DATA-LED-ALFA NOT > WS-DATA-FIM
                      IF WS-QTD-LANCAMENTOS < 2000
                          ADD 1 TO WS-QTD-LANCAMENTOS
                          MOVE WS-CLI-LED-ALFA
                              TO CLI-LAN(WS-QTD-LANCAMENTOS)
                          MOVE WS-DATA-LED-ALFA
                              TO DATA-LAN(WS-QTD-LANCAMENTOS)
                          MOVE WS-DOC-LED-LIDO
                              TO DOC-LAN(WS-QTD-LANCAMENTOS)
                          MOVE WS-TIPO-LED-LIDO
                              TO TIPO-LAN(WS-QTD-LANCAMENTOS)
                          MOVE FUNCTION NUMVAL(WS-CAMPO-VALOR-LED)
                              TO VALOR-LAN(WS-QTD-LANCAMENTOS)
                          MOVE ZEROS TO ABERTO-LAN(WS-QTD-LANCAMENTOS)
                          MOVE ZEROS TO DIAS-LAN(WS-QTD-LANCAMENTOS)
                      ELSE
                          IF WS-EXECUCAO-OK = 'Y'
                              DISPLAY 'ERRO: RAZAO ALEM DA CAPACIDADE '
                                  'DA TABELA, NADA EMITIDO: '
                                  CAMINHO-LEDGER
                              MOVE 'N' TO WS-EXECUCAO-OK
                          END-IF
                      END-IF
                  END-IF
              ELSE
                  DISPLAY 'AVISO: LANCAMENTO IGNORADO (LINHA '
                      'ILEGIVEL): ' WS-LINHA-LEDGER
              END-IF.

      *-----------------------------------------------------------*
      * ABERTURA DOS TRES ARQUIVOS DE SAIDA: SEM QUALQUER UM DELES A
      * CONFERENCIA DA EXPEDICAO FICA INCOMPLETA, E NADA E EMITIDO;
      * OS QUE CHEGARAM A ABRIR SAO FECHADOS.
      *-----------------------------------------------------------*
          ABRE-ARQUIVOS-IMPRESSAO.
              OPEN OUTPUT EXTRATOS.
              IF FS-EXTRATOS NOT = 00
                  DISPLAY 'ERRO AO ABRIR OS EXTRATOS: '
                      CAMINHO-EXTRATOS ' STATUS: ' FS-EXTRATOS
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.
              OPEN OUTPUT CARTAS.
              IF FS-CARTAS NOT = 00
                  DISPLAY 'ERRO AO ABRIR AS CARTAS DE COBRANCA: '
                      CAMINHO-CARTAS ' STATUS: ' FS-CARTAS
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.
              OPEN OUTPUT CONTROLE.
              IF FS-CONTROLE NOT = 00
                  DISPLAY 'ERRO AO ABRIR A LISTAGEM DE CONTROLE: '
                      CAMINHO-CONTROLE ' STATUS: ' FS-CONTROLE
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.
              IF WS-EXECUCAO-OK = 'Y'
                  MOVE WS-MES-EDITADO TO CTL-MES
                  MOVE WS-DATA-EDITADA TO CTL-DATA
                  WRITE LINHA-CONTROLE FROM CAB-CONTROLE-1
                  WRITE LINHA-CONTROLE FROM CAB-CONTROLE-2
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TRACO
              ELSE
                  IF FS-EXTRATOS = 00
                      CLOSE EXTRATOS
                  END-IF
                  IF FS-CARTAS = 00
                      CLOSE CARTAS
                  END-IF
                  IF FS-CONTROLE = 00
                      CLOSE CONTROLE
                  END-IF
              END-IF.

          FECHA-ARQUIVOS-IMPRESSAO.
              CLOSE EXTRATOS.
              CLOSE CARTAS.
              CLOSE CONTROLE.

      *-----------------------------------------------------------*
      * DOCUMENTOS DE UM CLIENTE: O EXTRATO, SE HOUVER SALDO OU
      * LANCAMENTO NO MES, E A CARTA DE COBRANCA, SE HOUVER DEBITO EM
      * ABERTO HA MAIS DE 60 DIAS (ULTIMO AVISO SE HA MAIS DE 90).
      *-----------------------------------------------------------*
          EMITE-DOCUMENTOS-CLIENTE.
              PERFORM APURA-CLIENTE.
              IF WS-QTD-LAN-MES > ZEROS
                      OR WS-SALDO-ANTERIOR NOT = ZEROS
                  PERFORM EMITE-EXTRATO
              END-IF.
              IF WS-VENCIDO-90 > ZEROS
                  MOVE '9' TO WS-NIVEL-CARTA
                  PERFORM EMITE-CARTA-COBRANCA
              ELSE
                  IF WS-VENCIDO-60 > ZEROS
                      MOVE '6' TO WS-NIVEL-CARTA
                      PERFORM EMITE-CARTA-COBRANCA
                  END-IF
              END-IF.

      * SALDO ANTERIOR (LANCAMENTOS ANTES DO MES), MOVIMENTO DO MES E
      * O ABERTO DE CADA DEBITO: OS CREDITOS DO CLIENTE ABATEM OS
      * DEBITOS NA ORDEM DO RAZAO, E O QUE SOBRA DE CADA DEBITO TEM
      * A IDADE CONTADA ATE A DATA DE REFERENCIA.
          APURA-CLIENTE.
              MOVE 'N' TO WS-TEM-LANCAMENTO.
              MOVE ZEROS TO WS-QTD-LAN-MES.
              MOVE ZEROS TO WS-SALDO-ANTERIOR.
              MOVE ZEROS TO WS-DEBITOS-MES.
              MOVE ZEROS TO WS-CREDITOS-MES.
              MOVE ZEROS TO WS-CREDITOS.
              MOVE ZEROS TO WS-VENCIDO-60.
              MOVE ZEROS TO WS-VENCIDO-90.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF CLI-LAN(K) = WS-COD-APURADO
                      PERFORM SOMA-LANCAMENTO-CLIENTE
                  END-IF
              END-PERFORM.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF CLI-LAN(K) = WS-COD-APURADO
                          AND TIPO-LAN(K) = 'D'
                      PERFORM ABATE-CREDITO-DO-DEBITO
                  END-IF
              END-PERFORM.
              COMPUTE WS-SALDO-CORRENTE = WS-SALDO-ANTERIOR
                  + WS-DEBITOS-MES - WS-CREDITOS-MES.

          SOMA-LANCAMENTO-CLIENTE.
              MOVE 'Y' TO WS-TEM-LANCAMENTO.
              IF TIPO-LAN(K) = 'C'
                  ADD VALOR-LAN(K) TO WS-CREDITOS
              END-IF.
              IF DATA-LAN(K) < WS-DATA-INICIO
                  IF TIPO-LAN(K) = 'D'
                      ADD VALOR-LAN(K) TO WS-SALDO-ANTERIOR
                  ELSE
                      SUBTRACT VALOR-LAN(K) FROM WS-SALDO-ANTERIOR
                  END-IF
              ELSE
                  ADD 1 TO WS-QTD-LAN-MES
                  IF TIPO-LAN(K) = 'D'
                      ADD VALOR-LAN(K) TO WS-DEBITOS-MES
                  ELSE
                      ADD VALOR-LAN(K) TO WS-CREDITOS-MES
                  END-IF
              END-IF.

          ABATE-CREDITO-DO-DEBITO.
              MOVE VALOR-LAN(K) TO ABERTO-LAN(K).
              IF WS-CREDITOS NOT < ABERTO-LAN(K)
                  SUBTRACT ABERTO-LAN(K) FROM WS-CREDITOS
                  MOVE ZEROS TO ABERTO-LAN(K)
              ELSE
                  SUBTRACT WS-CREDITOS FROM ABERTO-LAN(K)
                  MOVE ZEROS TO WS-CREDITOS
              END-IF.
              MOVE ZEROS TO DIAS-LAN(K).
              IF ABERTO-LAN(K) > ZEROS
                  PERFORM CALCULA-IDADE-DEBITO
                  IF DIAS-LAN(K) > 60
                      ADD ABERTO-LAN(K) TO WS-VENCIDO-60
                  END-IF
                  IF DIAS-LAN(K) > 90
                      ADD ABERTO-LAN(K) TO WS-VENCIDO-90
                  END-IF
              END-IF.

      * DATA FORA DO CALENDARIO NO RAZAO (ARQUIVO EDITADO A MAO)
      * CONTA COMO A MAIS ANTIGA, COMO NO AGING, PARA NAO PASSAR
      * DESPERCEBIDA.
          CALCULA-IDADE-DEBITO.
              IF DATA-LAN(K) >= 19000101
                      AND DATA-LAN(K) <= 29991231
                      AND DATA-LAN(K)(5:2) >= '01'
                      AND DATA-LAN(K)(5:2) <= '12'
                      AND DATA-LAN(K)(7:2) >= '01'
                      AND DATA-LAN(K)(7:2) <= '31'
                  COMPUTE DIAS-LAN(K) =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
                      - FUNCTION INTEGER-OF-DATE(DATA-LAN(K))
              ELSE
                  MOVE 9999 TO DIAS-LAN(K)
              END-IF.

      *-----------------------------------------------------------*
      * EXTRATO DO CLIENTE, EM PAGINA PROPRIA: SALDO ANTERIOR, OS
      * LANCAMENTOS DO MES NA ORDEM DO RAZAO COM O SALDO CORRENTE, OS
      * TOTAIS DO MES E O SALDO FINAL. EXTRATO LONGO CONTINUA NA
      * PAGINA SEGUINTE, COM O MESMO CABECALHO.
      *-----------------------------------------------------------*
          EMITE-EXTRATO.
              ADD 1 TO WS-QTD-EXTRATOS.
              ADD WS-SALDO-CORRENTE TO WS-TOT-EXTRATOS.
              PERFORM NOVA-PAGINA-EXTRATO.
              MOVE 'EXTRATO' TO CTL-DOCUMENTO.
              MOVE WS-PAGINA-EXTRATO TO CTL-PAGINA.
              MOVE WS-SALDO-CORRENTE TO CTL-VALOR.
              PERFORM GRAVA-LINHA-CONTROLE.
              MOVE SPACES TO LINHA-EXTRATO-DET.
              MOVE 'SALDO ANTERIOR' TO EXT-HISTORICO.
              MOVE WS-SALDO-ANTERIOR TO EXT-SALDO.
              MOVE LINHA-EXTRATO-DET TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-EXTRATO.
              MOVE WS-SALDO-ANTERIOR TO WS-SALDO-CORRENTE.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF CLI-LAN(K) = WS-COD-APURADO
                          AND DATA-LAN(K) NOT < WS-DATA-INICIO
                      PERFORM GRAVA-LANCAMENTO-EXTRATO
                  END-IF
              END-PERFORM.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-EXTRATO.
              MOVE WS-DEBITOS-MES TO EXT-TOT-DEBITO.
              MOVE WS-CREDITOS-MES TO EXT-TOT-CREDITO.
              MOVE LINHA-EXTRATO-TOTAL TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-EXTRATO.
              MOVE WS-SALDO-CORRENTE TO EXT-SALDO-FINAL.
              MOVE LINHA-EXTRATO-SALDO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-EXTRATO.
              IF WS-SALDO-CORRENTE < ZEROS
                  MOVE LINHA-EXTRATO-AVISO TO WS-LINHA-IMPRESSAO
                  PERFORM GRAVA-LINHA-EXTRATO
              END-IF.

      * O HISTORICO VEM DO TIPO E DO DOCUMENTO: DEBITO E NOTA DE
      * VENDA; CREDITO COM DOCUMENTO NC... E NOTA DE CREDITO DE
      * DEVOLUCAO, OS DEMAIS CREDITOS SAO PAGAMENTOS.
          GRAVA-LANCAMENTO-EXTRATO.
              MOVE SPACES TO LINHA-EXTRATO-DET.
              MOVE DATA-LAN(K)(7:2) TO DIA-LAN-ED.
              MOVE DATA-LAN(K)(5:2) TO MES-LAN-ED.
              MOVE DATA-LAN(K)(1:4) TO ANO-LAN-ED.
              MOVE WS-DATA-LAN-EDITADA TO EXT-DATA.
              MOVE DOC-LAN(K) TO EXT-DOCUMENTO.
              MOVE VALOR-LAN(K) TO WS-VALOR-ED.
              IF TIPO-LAN(K) = 'D'
                  MOVE 'NOTA DE VENDA' TO EXT-HISTORICO
                  MOVE WS-VALOR-ED TO EXT-DEBITO
                  ADD VALOR-LAN(K) TO WS-SALDO-CORRENTE
              ELSE
                  IF DOC-LAN(K)(1:2) = 'NC'
                      MOVE 'NOTA DE CREDITO' TO EXT-HISTORICO
                  ELSE
                      MOVE 'PAGAMENTO' TO EXT-HISTORICO
                  END-IF
                  MOVE WS-VALOR-ED TO EXT-CREDITO
                  SUBTRACT VALOR-LAN(K) FROM WS-SALDO-CORRENTE
              END-IF.
              MOVE WS-SALDO-CORRENTE TO EXT-SALDO.
              MOVE LINHA-EXTRATO-DET TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-EXTRATO.

          NOVA-PAGINA-EXTRATO.
              ADD 1 TO WS-PAGINA-EXTRATO.
              MOVE 'FLORICULTURA - EXTRATO DE CONTA DO CLIENTE'
                  TO DOC-TITULO.
              MOVE WS-PAGINA-EXTRATO TO DOC-PAGINA.
              IF WS-EXTRATOS-OK = 'Y'
                  WRITE LINHA-EXTRATO FROM CAB-DOCUMENTO-1
                      AFTER ADVANCING PAGE
                  IF FS-EXTRATOS NOT = 00
                      DISPLAY 'ERRO AO GRAVAR OS EXTRATOS. STATUS: '
                          FS-EXTRATOS
                      MOVE 'N' TO WS-EXTRATOS-OK
                  END-IF
              END-IF.
              MOVE 1 TO WS-LINHAS-PAGINA.
              PERFORM MONTA-CABECALHO-CLIENTE.
              MOVE CAB-DOCUMENTO-2 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.
              MOVE CAB-DOCUMENTO-3 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.
              MOVE CAB-DOCUMENTO-4 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.
              MOVE CAB-COLUNAS-EXTRATO TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-EXTRATO.

          MONTA-CABECALHO-CLIENTE.
              MOVE WS-MES-EDITADO TO DOC-MES.
              MOVE WS-DATA-EDITADA TO DOC-EMISSAO.
              MOVE WS-COD-APURADO TO DOC-COD-CLIENTE.
              MOVE WS-NOME-APURADO TO DOC-NOME-CLIENTE.
              MOVE WS-FONE-APURADO TO DOC-FONE-CLIENTE.

      * PAGINA DE 60 LINHAS, COMO A LISTA DE PRECOS: PASSANDO DE 58
      * O EXTRATO CONTINUA NA PAGINA SEGUINTE. O CABECALHO DA PAGINA
      * E GRAVADO DIRETO, SEM PASSAR PELO TESTE DE FIM DE PAGINA.
          GRAVA-LINHA-EXTRATO.
              IF WS-LINHAS-PAGINA > 58
                  PERFORM NOVA-PAGINA-EXTRATO
              END-IF.
              PERFORM ESCREVE-LINHA-EXTRATO.

          ESCREVE-LINHA-EXTRATO.
              IF WS-EXTRATOS-OK = 'Y'
                  WRITE LINHA-EXTRATO FROM WS-LINHA-IMPRESSAO
                      AFTER ADVANCING 1 LINE
                  IF FS-EXTRATOS NOT = 00
                      DISPLAY 'ERRO AO GRAVAR OS EXTRATOS. STATUS: '
                          FS-EXTRATOS
                      MOVE 'N' TO WS-EXTRATOS-OK
                  END-IF
              END-IF.
              ADD 1 TO WS-LINHAS-PAGINA.

      *-----------------------------------------------------------*
      * CARTA DE COBRANCA, EM PAGINA PROPRIA: O TEXTO DO NIVEL (60
      * OU 90 DIAS), OS DEBITOS EM ABERTO HA MAIS DE 60 DIAS COM A
      * IDADE DE CADA UM, O TOTAL VENCIDO E O SALDO DA CONTA. O VALOR
      * DA CARTA NO CONTROLE E O TOTAL VENCIDO.
      *-----------------------------------------------------------*
          EMITE-CARTA-COBRANCA.
              PERFORM NOVA-PAGINA-CARTA.
              MOVE WS-PAGINA-CARTA TO CTL-PAGINA.
              MOVE WS-VENCIDO-60 TO CTL-VALOR.
              IF WS-NIVEL-CARTA = '9'
                  ADD 1 TO WS-QTD-CARTAS-90
                  ADD WS-VENCIDO-60 TO WS-TOT-CARTAS-90
                  MOVE 'CARTA 90 DIAS' TO CTL-DOCUMENTO
              ELSE
                  ADD 1 TO WS-QTD-CARTAS-60
                  ADD WS-VENCIDO-60 TO WS-TOT-CARTAS-60
                  MOVE 'CARTA 60 DIAS' TO CTL-DOCUMENTO
              END-IF.
              PERFORM GRAVA-LINHA-CONTROLE.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                  IF WS-NIVEL-CARTA = '9'
                      MOVE LINHA-TEXTO-90(K) TO WS-LINHA-IMPRESSAO
                  ELSE
                      MOVE LINHA-TEXTO-60(K) TO WS-LINHA-IMPRESSAO
                  END-IF
                  PERFORM GRAVA-LINHA-CARTA
              END-PERFORM.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              MOVE CAB-COLUNAS-CARTA TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF CLI-LAN(K) = WS-COD-APURADO
                          AND TIPO-LAN(K) = 'D'
                          AND ABERTO-LAN(K) > ZEROS
                          AND DIAS-LAN(K) > 60
                      PERFORM GRAVA-DEBITO-CARTA
                  END-IF
              END-PERFORM.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              MOVE WS-VENCIDO-60 TO CAR-VENCIDO.
              MOVE LINHA-CARTA-VENCIDO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              MOVE WS-SALDO-CORRENTE TO CAR-SALDO.
              MOVE LINHA-CARTA-SALDO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.
              MOVE LINHA-CARTA-ASSINATURA TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.

          GRAVA-DEBITO-CARTA.
              MOVE DATA-LAN(K)(7:2) TO DIA-LAN-ED.
              MOVE DATA-LAN(K)(5:2) TO MES-LAN-ED.
              MOVE DATA-LAN(K)(1:4) TO ANO-LAN-ED.
              MOVE WS-DATA-LAN-EDITADA TO CAR-DATA.
              MOVE DOC-LAN(K) TO CAR-DOCUMENTO.
              MOVE DIAS-LAN(K) TO CAR-DIAS.
              MOVE ABERTO-LAN(K) TO CAR-ABERTO.
              MOVE LINHA-CARTA-DET TO WS-LINHA-IMPRESSAO.
              PERFORM GRAVA-LINHA-CARTA.

          NOVA-PAGINA-CARTA.
              ADD 1 TO WS-PAGINA-CARTA.
              IF WS-NIVEL-CARTA = '9'
                  MOVE 'FLORICULTURA - COBRANCA - ULTIMO AVISO'
                      TO DOC-TITULO
              ELSE
                  MOVE 'FLORICULTURA - AVISO DE COBRANCA'
                      TO DOC-TITULO
              END-IF.
              MOVE WS-PAGINA-CARTA TO DOC-PAGINA.
              IF WS-CARTAS-OK = 'Y'
                  WRITE LINHA-CARTA FROM CAB-DOCUMENTO-1
                      AFTER ADVANCING PAGE
                  IF FS-CARTAS NOT = 00
                      DISPLAY 'ERRO AO GRAVAR AS CARTAS DE COBRANCA. '
                          'STATUS: ' FS-CARTAS
                      MOVE 'N' TO WS-CARTAS-OK
                  END-IF
              END-IF.
              MOVE 1 TO WS-LINHAS-PAGINA.
              PERFORM MONTA-CABECALHO-CLIENTE.
              MOVE CAB-DOCUMENTO-2 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-CARTA.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-CARTA.
              MOVE CAB-DOCUMENTO-3 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-CARTA.
              MOVE CAB-DOCUMENTO-4 TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-CARTA.
              MOVE LINHA-TRACO-DOC TO WS-LINHA-IMPRESSAO.
              PERFORM ESCREVE-LINHA-CARTA.

          GRAVA-LINHA-CARTA.
              IF WS-LINHAS-PAGINA > 58
                  PERFORM NOVA-PAGINA-CARTA
              END-IF.
              PERFORM ESCREVE-LINHA-CARTA.

          ESCREVE-LINHA-CARTA.
              IF WS-CARTAS-OK = 'Y'
                  WRITE LINHA-CARTA FROM WS-LINHA-IMPRESSAO
                      AFTER ADVANCING 1 LINE
                  IF FS-CARTAS NOT = 00
                      DISPLAY 'ERRO AO GRAVAR AS CARTAS DE COBRANCA. '
                          'STATUS: ' FS-CARTAS
                      MOVE 'N' TO WS-CARTAS-OK
                  END-IF
              END-IF.
              ADD 1 TO WS-LINHAS-PAGINA.

      *-----------------------------------------------------------*
      * LISTAGEM DE CONTROLE: UMA LINHA POR DOCUMENTO EMITIDO, COM A
      * PAGINA DELE NO ARQUIVO DE IMPRESSAO E O VALOR (SALDO FINAL NO
      * EXTRATO, TOTAL VENCIDO NA CARTA); OS CODIGOS SEM CADASTRO
      * SAEM A PARTE, SEM DOCUMENTO; NO FIM, AS CONTAGENS E OS
      * VALORES DE CADA TIPO.
      *-----------------------------------------------------------*
          GRAVA-LINHA-CONTROLE.
              MOVE WS-COD-APURADO TO CTL-COD.
              MOVE WS-NOME-APURADO TO CTL-NOME.
              IF WS-CONTROLE-OK = 'Y'
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-DET
                  IF FS-CONTROLE NOT = 00
                      DISPLAY 'ERRO AO GRAVAR A LISTAGEM DE CONTROLE. '
                          'STATUS: ' FS-CONTROLE
                      MOVE 'N' TO WS-CONTROLE-OK
                  END-IF
              END-IF.

          GRAVA-SECAO-SEM-CADASTRO.
              MOVE ZEROS TO WS-QTD-SEM-CADASTRO.
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-QTD-LANCAMENTOS
                  MOVE CLI-LAN(I) TO WS-COD-CLI-BUSCA
                  PERFORM LOCALIZA-CLIENTE
                  IF WS-CLIENTE-ACHADO = 'N'
                      PERFORM APURA-CODIGO-SEM-CADASTRO
                  END-IF
              END-PERFORM.

          APURA-CODIGO-SEM-CADASTRO.
              MOVE 'N' TO WS-JA-APURADO.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-SEM-CADASTRO
                  IF COD-SEM-CADASTRO(K) = WS-COD-CLI-BUSCA
                      MOVE 'Y' TO WS-JA-APURADO
                  END-IF
              END-PERFORM.
              IF WS-JA-APURADO = 'N'
                      AND WS-QTD-SEM-CADASTRO < 200
                  ADD 1 TO WS-QTD-SEM-CADASTRO
                  MOVE WS-COD-CLI-BUSCA
                      TO COD-SEM-CADASTRO(WS-QTD-SEM-CADASTRO)
                  MOVE WS-COD-CLI-BUSCA TO WS-COD-APURADO
                  MOVE 'CLIENTE SEM CADASTRO' TO WS-NOME-APURADO
                  PERFORM APURA-CLIENTE
                  IF WS-SALDO-CORRENTE NOT = ZEROS
                      ADD WS-SALDO-CORRENTE TO WS-TOT-SEM-CADASTRO
                      MOVE 'NAO EMITIDO' TO CTL-DOCUMENTO
                      MOVE ZEROS TO CTL-PAGINA
                      MOVE WS-SALDO-CORRENTE TO CTL-VALOR
                      PERFORM GRAVA-LINHA-CONTROLE
                      DISPLAY 'AVISO: CLIENTE SEM CADASTRO COM SALDO, '
                          'EXTRATO NAO EMITIDO: CODIGO '
                          WS-COD-CLI-BUSCA
                  END-IF
              END-IF.

          GRAVA-TOTAIS-CONTROLE.
              IF WS-CONTROLE-OK = 'Y'
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TRACO
                  MOVE 'EXTRATOS EMITIDOS (SALDO FINAL):'
                      TO CTL-TOT-DESCRICAO
                  MOVE WS-QTD-EXTRATOS TO CTL-TOT-QTD
                  MOVE WS-TOT-EXTRATOS TO CTL-TOT-VALOR
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  MOVE 'CARTAS DE 60 DIAS (VENCIDO):'
                      TO CTL-TOT-DESCRICAO
                  MOVE WS-QTD-CARTAS-60 TO CTL-TOT-QTD
                  MOVE WS-TOT-CARTAS-60 TO CTL-TOT-VALOR
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  MOVE 'CARTAS DE 90 DIAS (VENCIDO):'
                      TO CTL-TOT-DESCRICAO
                  MOVE WS-QTD-CARTAS-90 TO CTL-TOT-QTD
                  MOVE WS-TOT-CARTAS-90 TO CTL-TOT-VALOR
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  MOVE 'PAGINAS DE EXTRATO:' TO CTL-TOT-DESCRICAO
                  MOVE WS-PAGINA-EXTRATO TO CTL-TOT-QTD
                  MOVE ZEROS TO CTL-TOT-VALOR
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  MOVE 'PAGINAS DE CARTA:' TO CTL-TOT-DESCRICAO
                  MOVE WS-PAGINA-CARTA TO CTL-TOT-QTD
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  MOVE 'SEM CADASTRO, NAO EMITIDOS:'
                      TO CTL-TOT-DESCRICAO
                  MOVE WS-QTD-SEM-CADASTRO TO CTL-TOT-QTD
                  MOVE WS-TOT-SEM-CADASTRO TO CTL-TOT-VALOR
                  WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-TOTAL
                  IF WS-EXTRATOS-OK = 'N'
                      MOVE 'EXTRATOS INCOMPLETOS (ERRO AO GRAVAR), NAO '
                          & 'EXPEDIR' TO CTL-AVISO-TEXTO
                      WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-AVISO
                  END-IF
                  IF WS-CARTAS-OK = 'N'
                      MOVE 'CARTAS INCOMPLETAS (ERRO AO GRAVAR), NAO '
                          & 'EXPEDIR' TO CTL-AVISO-TEXTO
                      WRITE LINHA-CONTROLE FROM LINHA-CONTROLE-AVISO
                  END-IF
                  DISPLAY 'LISTAGEM DE CONTROLE GRAVADA EM: '
                      CAMINHO-CONTROLE
              END-IF.

          RESUMO-EXTRATOS.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DOS EXTRATOS E CARTAS DO MES '
                  WS-MES-EDITADO.
              DISPLAY 'EXTRATOS EMITIDOS:   ' WS-QTD-EXTRATOS.
              DISPLAY 'CARTAS DE 60 DIAS:   ' WS-QTD-CARTAS-60.
              DISPLAY 'CARTAS DE 90 DIAS:   ' WS-QTD-CARTAS-90.
              DISPLAY 'PAGINAS DE EXTRATO:  ' WS-PAGINA-EXTRATO.
              DISPLAY 'PAGINAS DE CARTA:    ' WS-PAGINA-CARTA.

       END PROGRAM FLORICULTURA_EXTRATO.
