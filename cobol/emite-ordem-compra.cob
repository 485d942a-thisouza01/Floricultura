      ******************************************************************
      * Author:
      * Date:
      * Purpose: Emissao de ordens de compra a partir da sugestao de
      *          reposicao: o comprador confirma (ou altera quantidade,
      *          fornecedor, preco e data prevista de) cada linha de
      *          SUGESTAO-COMPRA.txt num arquivo de confirmacao; as
      *          linhas confirmadas viram ordens de compra numeradas,
      *          uma por fornecedor do cadastro FORNECEDORES.txt,
      *          acrescentadas ao arquivo permanente de ordens em
      *          aberto que FLORICULTURA_ESTOQUE confere no recebimento;
      *          confirmacao de planta e fornecedor que ja tem ordem em
      *          aberto emitida no mesmo dia sai rejeitada, para que
      *          reprocessar a confirmacao nao duplique a compra
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_COMPRAS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * CONFIRMACAO DO COMPRADOR: ID;QUANTIDADE;FORNECEDOR;PRECO;
      * DATA PREVISTA, UMA LINHA POR PLANTA DA SUGESTAO A COMPRAR.
              SELECT CONFIRMACOES ASSIGN DYNAMIC CAMINHO-CONFIRMACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIRMACOES.
      *
      * SUGESTAO DO DIA, NO FEITIO IMPRESSO POR FLORICULTURA_REPOSICAO.
              SELECT SUGESTAO ASSIGN DYNAMIC CAMINHO-SUGESTAO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SUGESTAO.
      *
      * CADASTRO DE FORNECEDORES (CODIGO;NOME;MOEDA;PRAZO EM DIAS),
      * O MESMO LIDO PELA CARGA DIARIA.
              SELECT OPTIONAL FORNECEDORES ASSIGN DYNAMIC
              CAMINHO-FORNECEDORES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FORNECEDORES.
      *
      * ORDENS DE COMPRA EM ABERTO, PERMANENTE: LIDO PARA ACHAR O
      * ULTIMO NUMERO EMITIDO E ACRESCIDO DAS ORDENS NOVAS.
              SELECT OPTIONAL ORDENS-ENT ASSIGN DYNAMIC CAMINHO-ORDENS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ORDENS-ENT.
      *
              SELECT OPTIONAL ORDENS-SAI ASSIGN DYNAMIC CAMINHO-ORDENS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ORDENS-SAI.
      *
      * DOCUMENTO IMPRESSO DAS ORDENS EMITIDAS NA EXECUCAO, UMA POR
      * FORNECEDOR, PARA ENVIO.
              SELECT DOCUMENTO ASSIGN DYNAMIC CAMINHO-DOCUMENTO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DOCUMENTO.
      *
              SELECT REJEITADAS ASSIGN DYNAMIC CAMINHO-REJEITADAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REJEITADAS.
      *
       DATA DIVISION.
       FILE SECTION.
         FD CONFIRMACOES.
         01 REGISTRO-CONFIRMACAO PIC X(80).
      *
         FD SUGESTAO.
         01 LINHA-SUGESTAO-ENT  PIC X(100).
      *
         FD FORNECEDORES.
         01 REGISTRO-FORNECEDOR PIC X(60).
      *
         FD ORDENS-ENT.
         01 REGISTRO-ORDEM-ENT  PIC X(100).
      *
         FD ORDENS-SAI.
         01 REGISTRO-ORDEM-SAI  PIC X(100).
      *
         FD DOCUMENTO.
         01 LINHA-DOCUMENTO     PIC X(100).
      *
         FD REJEITADAS.
         01 REGISTRO-REJ-OUT    PIC X(219).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-CONFIRMACOES PIC X(100)
               VALUE 'CONFIRMACAO-COMPRA.txt'.

       01  CAMINHO-SUGESTAO    PIC X(100)
               VALUE 'SUGESTAO-COMPRA.txt'.

       01  CAMINHO-FORNECEDORES PIC X(100) VALUE 'FORNECEDORES.txt'.

       01  CAMINHO-ORDENS      PIC X(100) VALUE 'PEDIDOS-COMPRA.txt'.

       01  CAMINHO-DOCUMENTO   PIC X(100) VALUE 'ORDENS-COMPRA.txt'.

       01  CAMINHO-REJEITADAS  PIC X(100)
               VALUE 'CONFIRMACAO-REJEITADA.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CONFIRMACOES  PIC 9(02).
           05 FS-SUGESTAO      PIC 9(02).
           05 FS-FORNECEDORES  PIC 9(02).
           05 FS-ORDENS-ENT    PIC 9(02).
           05 FS-ORDENS-SAI    PIC 9(02).
           05 FS-DOCUMENTO     PIC 9(02).
           05 FS-REJEITADAS    PIC 9(02).

       01  WS-CONFIRMACAO      PIC X(80).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-LINHA        PIC 9(06) VALUE ZEROS.
       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-REJEITADAS-OK    PIC X(01) VALUE 'Y'.
       77  WS-CONFIRMACAO-VALIDA PIC X(01) VALUE 'Y'.
       77  WS-EOF-CONFIRMACOES PIC X(01) VALUE 'N'.
       77  WS-EOF-SUGESTAO     PIC X(01) VALUE 'N'.
       77  WS-EOF-FORNECEDORES PIC X(01) VALUE 'N'.
       77  WS-EOF-ORDENS       PIC X(01) VALUE 'N'.
       77  WS-SUG-ACHADA       PIC X(01) VALUE 'N'.
       77  WS-FORN-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-CNF-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-IDX-SUG          PIC 9(04) VALUE ZEROS.
       77  WS-IDX-FORN         PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CNF          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SUGESTOES    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CONFIRMADOS  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ACEITAS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REJEITADAS   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ORDENS       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-EMITIDAS-HOJE PIC 9(04) VALUE ZEROS.
       77  WS-ULTIMO-NUMERO    PIC 9(08) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO  PIC X(30) VALUE SPACES.

      * CAMPOS DA CONFIRMACAO DESMEMBRADA:
      * ID;QUANTIDADE;FORNECEDOR;PRECO;DATA PREVISTA (AAAAMMDD).
      * CAMPO EM BRANCO CONFIRMA O VALOR DA SUGESTAO; DATA PREVISTA
      * EM BRANCO VALE O DIA SEGUINTE AO DA EMISSAO.
       01  WS-ID-ALFA          PIC X(10).
       01  WS-ID               PIC 9(04).
       01  WS-QTD-ALFA         PIC X(10).
       01  WS-FORN-ALFA        PIC X(10).
       01  WS-PRECO            PIC X(12).
       01  WS-PREVISTA-ALFA    PIC X(10).
       01  WS-QTD-CNF          PIC 9(06) VALUE ZEROS.
       01  WS-FORN-CNF         PIC 9(04) VALUE ZEROS.
       01  WS-PRECO-CNF        PIC 9(08)V99 VALUE ZEROS.
       01  WS-PREVISTA-CNF     PIC 9(08) VALUE ZEROS.

      * SUGESTAO DO DIA EM MEMORIA, LIDA DAS POSICOES DA LINHA
      * IMPRESSA: ID, NOME, QUANTIDADE SUGERIDA, ULTIMO PRECO E
      * FORNECEDOR. CABECALHOS E AVISOS NAO TEM ID NUMERICO.
       01  TABELA-SUGESTAO.
           03 REG-SUGESTAO      OCCURS 1 TO 999
               DEPENDING ON WS-QTD-SUGESTOES.
               05 ID-SUG            PIC 9(04).
               05 NOME-SUG          PIC X(30).
               05 QTD-SUG           PIC 9(06).
               05 PRECO-SUG         PIC 9(08)V99.
               05 FORN-SUG          PIC 9(04).

       01  WS-LINHA-SUGESTAO   PIC X(100).

      * CADASTRO DE FORNECEDORES EM MEMORIA: SO CODIGO E NOME.
       01  TABELA-FORNECEDORES.
           03 REG-FORNECEDOR    OCCURS 1 TO 99
               DEPENDING ON WS-QTD-FORNECEDORES.
               05 COD-FORN          PIC 9(04).
               05 NOME-FORN         PIC X(30).

       01  WS-FORN-LINHA       PIC X(60).
       01  WS-COD-FORN-ALFA    PIC X(10).
       01  WS-NOME-FORN-LIDO   PIC X(30).

      * LINHAS CONFIRMADAS, AGRUPADAS POR FORNECEDOR NA EMISSAO. A
      * MESMA PLANTA CONFIRMADA DUAS VEZES PARA O MESMO FORNECEDOR
      * SOMA AS QUANTIDADES NUMA LINHA SO.
       01  TABELA-CONFIRMADOS.
           03 REG-CONFIRMADO    OCCURS 1 TO 999
               DEPENDING ON WS-QTD-CONFIRMADOS.
               05 FORN-CNF          PIC 9(04).
               05 ID-CNF            PIC 9(04).
               05 NOME-CNF          PIC X(30).
               05 QTD-CNF           PIC 9(06).
               05 PRECO-CNF         PIC 9(08)V99.
               05 PREVISTA-CNF      PIC 9(08).

       01  WS-CNF-TEMP         PIC X(62).

      * ORDENS EM ABERTO JA EMITIDAS HOJE (FORNECEDOR E PLANTA), LIDAS
      * DO ARQUIVO DE ORDENS: UMA NOVA EXECUCAO COM A MESMA
      * CONFIRMACAO NAO PODE EMITI-LAS DE NOVO.
       01  TABELA-EMITIDAS-HOJE.
           03 REG-EMITIDA-HOJE  OCCURS 1 TO 999
               DEPENDING ON WS-QTD-EMITIDAS-HOJE.
               05 FORN-EMI          PIC 9(04).
               05 ID-EMI            PIC 9(04).
               05 NUMERO-EMI        PIC X(10).

      * REGISTRO DA ORDEM DE COMPRA EM DISCO, UMA LINHA POR PLANTA:
      * NUMERO|FORNECEDOR|EMISSAO|PREVISTA|ID|NOME|PEDIDA|RECEBIDA|
      * PRECO|SITUACAO (A EM ABERTO, F ATENDIDA). O MESMO REGISTRO E
      * LIDO E ATUALIZADO POR FLORICULTURA_ESTOQUE: QUALQUER MUDANCA
      * AQUI DEVE SER REFLETIDA LA.
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

      * NUMERO DA ORDEM: PREFIXO OC E SEQUENCIAL DE 8 DIGITOS, NO
      * TAMANHO DO DOCUMENTO DO MOVIMENTO DE ESTOQUE.
       01  WS-NUMERO-ORDEM.
           05 FILLER             PIC X(02) VALUE 'OC'.
           05 WS-SEQ-ORDEM       PIC 9(08).

       01  WS-LINHA-ORDEM      PIC X(100).
       01  WS-FORN-CORRENTE    PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-ITEM       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-ORDEM      PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-EMITIDO    PIC 9(14)V99 VALUE ZEROS.
       01  WS-TOTAL-EMITIDO-ED PIC ZZZZZZZZZZZZZ9,99.

       01  REGISTRO-REJEITADO.
           05 ARQUIVO-REJ        PIC X(100).
           05 FILLER             PIC X(01) VALUE '|'.
           05 LINHA-REJ          PIC 9(06).
           05 FILLER             PIC X(01) VALUE '|'.
           05 CONTEUDO-REJ       PIC X(80).
           05 FILLER             PIC X(01) VALUE '|'.
           05 MOTIVO-REJ         PIC X(30).

      * LINHAS DO DOCUMENTO DA ORDEM DE COMPRA.
       01  LINHA-SEPARADORA    PIC X(70) VALUE ALL '-'.

       01  CAB-ORDEM-1.
           05 FILLER            PIC X(17) VALUE 'ORDEM DE COMPRA: '.
           05 DOC-NUMERO        PIC X(10).
           05 FILLER            PIC X(11) VALUE '  EMISSAO: '.
           05 DOC-EMISSAO       PIC X(10).

       01  CAB-ORDEM-2.
           05 FILLER            PIC X(12) VALUE 'FORNECEDOR: '.
           05 DOC-FORN          PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DOC-NOME-FORN     PIC X(30).

       01  CAB-ORDEM-3.
           05 FILLER            PIC X(07) VALUE '  ID'.
           05 FILLER            PIC X(30) VALUE 'NOME'.
           05 FILLER            PIC X(07) VALUE '    QTD'.
           05 FILLER            PIC X(13) VALUE '  PRECO UNIT.'.
           05 FILLER            PIC X(16) VALUE '           TOTAL'.
           05 FILLER            PIC X(11) VALUE '   PREVISTA'.

       01  LINHA-ITEM-ORDEM.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DOC-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DOC-NOME          PIC X(30).
           05 DOC-QTD           PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DOC-PRECO         PIC ZZZZZZZ9,99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DOC-TOTAL-ITEM    PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DOC-PREVISTA      PIC X(10).

       01  LINHA-TOTAL-ORDEM.
           05 FILLER            PIC X(17) VALUE 'TOTAL DA ORDEM:  '.
           05 DOC-TOTAL         PIC ZZZZZZZZZ9,99.

       01  LINHA-SEM-ORDEM     PIC X(40)
               VALUE 'NENHUMA ORDEM DE COMPRA EMITIDA'.

       01  WS-DATA-CORRENTE.
           05 ANO-CORRENTE      PIC 9(04).
           05 MES-CORRENTE      PIC 9(02).
           05 DIA-CORRENTE      PIC 9(02).

       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AMANHA      PIC 9(08) VALUE ZEROS.

       01  WS-DATA-EDITADA.
           05 DIA-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

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

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-SUGESTAO.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM CARREGA-ULTIMO-NUMERO.
           PERFORM ABRE-ARQUIVO-REJEITADAS.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM ABRE-CONFIRMACOES
           END-IF.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM UNTIL WS-EOF-CONFIRMACOES = 'Y'
                   PERFORM LE-CONFIRMACAO
                   IF WS-EOF-CONFIRMACOES NOT = 'Y'
                       PERFORM UNSTRING-CONFIRMACAO
                       PERFORM PROCESSA-CONFIRMACAO
                   END-IF
               END-PERFORM
               CLOSE CONFIRMACOES
               PERFORM ORDENA-CONFIRMADOS
               PERFORM EMITE-ORDENS-COMPRA
           END-IF.
           PERFORM FECHA-ARQUIVO-REJEITADAS.
           PERFORM RESUMO-COMPRAS.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O ARQUIVO DE CONFIRMACAO VEM DA
      * LINHA DE COMANDO OU DE VARIAVEL DE AMBIENTE; DEMAIS CAMINHOS
      * SAO CONFIGURAVEIS POR AMBIENTE.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-CONFIRMACOES FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_CONFIRMACAO_COMPRA'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-CONFIRMACOES
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_SUGESTAO'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-SUGESTAO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_FORNECEDORES'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-FORNECEDORES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_PEDIDOS_COMPRA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-ORDENS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_ORDENS_COMPRA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-DOCUMENTO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_CONF_REJEITADAS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-REJEITADAS
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.
               COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM) + 1).

      *-----------------------------------------------------------*
      * CARGA DA SUGESTAO DO DIA: SO AS LINHAS DE PLANTA, COM ID
      * NUMERICO NAS QUATRO PRIMEIRAS POSICOES. SEM SUGESTAO NAO HA
      * O QUE CONFIRMAR.
      *-----------------------------------------------------------*
          CARREGA-SUGESTAO.
              MOVE ZEROS TO WS-QTD-SUGESTOES.
              MOVE 'N' TO WS-EOF-SUGESTAO.
              OPEN INPUT SUGESTAO.
              IF FS-SUGESTAO NOT = 00
                  DISPLAY 'ERRO AO ABRIR A SUGESTAO DE COMPRA: '
                      CAMINHO-SUGESTAO ' STATUS: ' FS-SUGESTAO
                  MOVE 'N' TO WS-EXECUCAO-OK
              ELSE
                  PERFORM UNTIL WS-EOF-SUGESTAO = 'Y'
                      READ SUGESTAO INTO WS-LINHA-SUGESTAO
                          AT END
                              MOVE 'Y' TO WS-EOF-SUGESTAO
                          NOT AT END
                              PERFORM ARMAZENA-SUGESTAO
                      END-READ
                  END-PERFORM
                  CLOSE SUGESTAO
              END-IF.
              DISPLAY 'SUGESTAO CARREGADA: ' WS-QTD-SUGESTOES
                  ' PLANTAS'.

      * POSICOES DA LINHA-SUGESTAO DE FLORICULTURA_REPOSICAO: ID EM
      * 1, NOME EM 6, SUGERIDA EM 52, PRECO EM 60 E FORNECEDOR EM 73.
          ARMAZENA-SUGESTAO.
              IF WS-LINHA-SUGESTAO(1:4) IS NUMERIC
                      AND WS-LINHA-SUGESTAO(5:1) = SPACE
                      AND WS-QTD-SUGESTOES < 999
                  ADD 1 TO WS-QTD-SUGESTOES
                  MOVE WS-LINHA-SUGESTAO(1:4)
                      TO ID-SUG(WS-QTD-SUGESTOES)
                  MOVE WS-LINHA-SUGESTAO(6:30)
                      TO NOME-SUG(WS-QTD-SUGESTOES)
                  MOVE FUNCTION NUMVAL(WS-LINHA-SUGESTAO(52:6))
                      TO QTD-SUG(WS-QTD-SUGESTOES)
                  MOVE FUNCTION NUMVAL(WS-LINHA-SUGESTAO(60:11))
                      TO PRECO-SUG(WS-QTD-SUGESTOES)
                  IF WS-LINHA-SUGESTAO(73:4) IS NUMERIC
                      MOVE WS-LINHA-SUGESTAO(73:4)
                          TO FORN-SUG(WS-QTD-SUGESTOES)
                  ELSE
                      MOVE ZEROS TO FORN-SUG(WS-QTD-SUGESTOES)
                  END-IF
              END-IF.

          LOCALIZA-SUGESTAO.
              MOVE 'N' TO WS-SUG-ACHADA.
              MOVE ZEROS TO WS-IDX-SUG.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-SUGESTOES
                  IF ID-SUG(K) = WS-ID
                      MOVE 'Y' TO WS-SUG-ACHADA
                      MOVE K TO WS-IDX-SUG
                  END-IF
              END-PERFORM.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE FORNECEDORES. SEM O CADASTRO NENHUMA
      * ORDEM PODE SER EMITIDA: TODA CONFIRMACAO SAI REJEITADA COMO
      * FORNECEDOR NAO CADASTRADO.
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
               UNSTRING WS-FORN-LINHA
                   DELIMITED BY ';'
                   INTO WS-COD-FORN-ALFA
                        WS-NOME-FORN-LIDO
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
                   MOVE WS-NOME-FORN-LIDO
                       TO NOME-FORN(WS-QTD-FORNECEDORES)
               ELSE
                   DISPLAY 'AVISO: FORNECEDOR IGNORADO (LINHA '
                       'ILEGIVEL): ' WS-FORN-LINHA
               END-IF.

          LOCALIZA-FORNECEDOR.
               MOVE 'N' TO WS-FORN-ACHADO.
               MOVE ZEROS TO WS-IDX-FORN.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-FORNECEDORES
                   IF COD-FORN(K) = WS-FORN-CNF
                       MOVE 'Y' TO WS-FORN-ACHADO
                       MOVE K TO WS-IDX-FORN
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * ULTIMO NUMERO JA EMITIDO: O MAIOR SEQUENCIAL DO ARQUIVO DE
      * ORDENS. ARQUIVO AUSENTE E A PRIMEIRA EMISSAO (OC00000001).
      * NA MESMA LEITURA FICAM GUARDADAS AS ORDENS EM ABERTO EMITIDAS
      * HOJE.
      *-----------------------------------------------------------*
          CARREGA-ULTIMO-NUMERO.
              MOVE ZEROS TO WS-ULTIMO-NUMERO.
              MOVE ZEROS TO WS-QTD-EMITIDAS-HOJE.
              MOVE 'N' TO WS-EOF-ORDENS.
              OPEN INPUT ORDENS-ENT.
              IF FS-ORDENS-ENT = 00
                  PERFORM UNTIL WS-EOF-ORDENS = 'Y'
                      READ ORDENS-ENT INTO WS-LINHA-ORDEM
                          AT END
                              MOVE 'Y' TO WS-EOF-ORDENS
                          NOT AT END
                              PERFORM CONFERE-NUMERO-ORDEM
                      END-READ
                  END-PERFORM
                  CLOSE ORDENS-ENT
              END-IF.
              DISPLAY 'ULTIMA ORDEM DE COMPRA EMITIDA: '
                  WS-ULTIMO-NUMERO.

          CONFERE-NUMERO-ORDEM.
              IF WS-LINHA-ORDEM(1:2) = 'OC'
                      AND WS-LINHA-ORDEM(3:8) IS NUMERIC
                  IF WS-LINHA-ORDEM(3:8) > WS-ULTIMO-NUMERO
                      MOVE WS-LINHA-ORDEM(3:8) TO WS-ULTIMO-NUMERO
                  END-IF
                  MOVE WS-LINHA-ORDEM TO REGISTRO-ORDEM
                  IF OC-SITUACAO = 'A'
                          AND OC-EMISSAO = WS-DATA-HOJE-NUM
                          AND WS-QTD-EMITIDAS-HOJE < 999
                      ADD 1 TO WS-QTD-EMITIDAS-HOJE
                      MOVE OC-FORN TO FORN-EMI(WS-QTD-EMITIDAS-HOJE)
                      MOVE OC-ID TO ID-EMI(WS-QTD-EMITIDAS-HOJE)
                      MOVE OC-NUMERO TO NUMERO-EMI(WS-QTD-EMITIDAS-HOJE)
                  END-IF
              END-IF.

          ABRE-CONFIRMACOES.
               MOVE ZEROS TO WS-NUM-LINHA.
               MOVE 'N' TO WS-EOF-CONFIRMACOES.
               OPEN INPUT CONFIRMACOES.
               IF FS-CONFIRMACOES NOT = 00
                   DISPLAY 'ERRO AO ABRIR AS CONFIRMACOES: '
                       CAMINHO-CONFIRMACOES ' STATUS: '
                       FS-CONFIRMACOES
                   MOVE 'N' TO WS-EXECUCAO-OK
               ELSE
                   DISPLAY 'CONFIRMACOES ABERTAS COM SUCESSO: '
                       CAMINHO-CONFIRMACOES
               END-IF.

          LE-CONFIRMACAO.
                   READ CONFIRMACOES INTO WS-CONFIRMACAO
                       AT END
                           MOVE 'Y' TO WS-EOF-CONFIRMACOES
                       NOT AT END
                           ADD 1 TO WS-NUM-LINHA
                   END-READ.

      * OS CAMPOS SAO LIMPOS ANTES DO UNSTRING PARA QUE LINHA COM
      * CAMPOS FALTANTES NAO HERDE EM SILENCIO OS VALORES DA LINHA
      * ANTERIOR.
          UNSTRING-CONFIRMACAO.
               MOVE SPACES TO WS-ID-ALFA.
               MOVE SPACES TO WS-QTD-ALFA.
               MOVE SPACES TO WS-FORN-ALFA.
               MOVE SPACES TO WS-PRECO.
               MOVE SPACES TO WS-PREVISTA-ALFA.
               UNSTRING WS-CONFIRMACAO
                   DELIMITED BY ';'
                   INTO WS-ID-ALFA
                        WS-QTD-ALFA
                        WS-FORN-ALFA
                        WS-PRECO
                        WS-PREVISTA-ALFA
               END-UNSTRING.
               IF WS-ID-ALFA NOT = SPACES
                   AND FUNCTION TRIM(WS-ID-ALFA) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ALFA))
                       NOT > 4
                   MOVE FUNCTION TRIM(WS-ID-ALFA) TO WS-ID
               ELSE
                   MOVE ZEROS TO WS-ID
               END-IF.

      *-----------------------------------------------------------*
      * UMA CONFIRMACAO: A PLANTA PRECISA ESTAR NA SUGESTAO DO DIA;
      * QUANTIDADE, FORNECEDOR, PRECO E DATA PREVISTA VEM DA LINHA
      * OU, EM BRANCO, DA PROPRIA SUGESTAO.
      *-----------------------------------------------------------*
          PROCESSA-CONFIRMACAO.
               PERFORM VALIDA-CONFIRMACAO.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                   PERFORM ARMAZENA-CONFIRMADO
               ELSE
                   PERFORM GRAVA-CONFIRMACAO-REJEITADA
               END-IF.

          VALIDA-CONFIRMACAO.
               MOVE 'Y' TO WS-CONFIRMACAO-VALIDA.
               INSPECT WS-PRECO CONVERTING '.' TO ','.
               IF WS-ID-ALFA = SPACES
                       OR FUNCTION TRIM(WS-ID-ALFA) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-ID-ALFA))
                           > 4
                   MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                   MOVE 'ID AUSENTE OU INVALIDO' TO WS-MOTIVO-REJEICAO
               ELSE
                   PERFORM LOCALIZA-SUGESTAO
                   IF WS-SUG-ACHADA = 'N'
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'PLANTA FORA DA SUGESTAO'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       PERFORM VALIDA-QUANTIDADE-CONFIRMADA
                   END-IF
               END-IF.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                   PERFORM VALIDA-FORNECEDOR-CONFIRMADO
               END-IF.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                   PERFORM VALIDA-PRECO-CONFIRMADO
               END-IF.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                   PERFORM VALIDA-PREVISTA-CONFIRMADA
               END-IF.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                   PERFORM VALIDA-ORDEM-JA-EMITIDA
               END-IF.

          VALIDA-QUANTIDADE-CONFIRMADA.
               IF WS-QTD-ALFA = SPACES
                   MOVE QTD-SUG(WS-IDX-SUG) TO WS-QTD-CNF
               ELSE
                   IF FUNCTION TRIM(WS-QTD-ALFA) IS NOT NUMERIC
                           OR FUNCTION LENGTH(FUNCTION
                               TRIM(WS-QTD-ALFA)) > 6
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'QUANTIDADE INVALIDA'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE FUNCTION TRIM(WS-QTD-ALFA) TO WS-QTD-CNF
                   END-IF
               END-IF.
               IF WS-CONFIRMACAO-VALIDA = 'Y'
                       AND WS-QTD-CNF = ZEROS
                   MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                   MOVE 'QUANTIDADE ZERADA' TO WS-MOTIVO-REJEICAO
               END-IF.

      * SUGESTAO SEM COTACAO NO CATALOGO SAI SEM FORNECEDOR: O
      * COMPRADOR PRECISA INFORMAR UM.
          VALIDA-FORNECEDOR-CONFIRMADO.
               IF WS-FORN-ALFA = SPACES
                   MOVE FORN-SUG(WS-IDX-SUG) TO WS-FORN-CNF
               ELSE
                   IF FUNCTION TRIM(WS-FORN-ALFA) IS NOT NUMERIC
                           OR FUNCTION LENGTH(FUNCTION
                               TRIM(WS-FORN-ALFA)) > 4
                       MOVE ZEROS TO WS-FORN-CNF
                   ELSE
                       MOVE FUNCTION TRIM(WS-FORN-ALFA)
                           TO WS-FORN-CNF
                   END-IF
               END-IF.
               IF WS-FORN-CNF = ZEROS
                   MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                   MOVE 'FORNECEDOR NAO INFORMADO'
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   PERFORM LOCALIZA-FORNECEDOR
                   IF WS-FORN-ACHADO = 'N'
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'FORNECEDOR NAO CADASTRADO'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

          VALIDA-PRECO-CONFIRMADO.
               IF WS-PRECO = SPACES
                   MOVE PRECO-SUG(WS-IDX-SUG) TO WS-PRECO-CNF
               ELSE
                   IF FUNCTION TEST-NUMVAL-C(WS-PRECO) NOT = 0
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'PRECO INVALIDO' TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF FUNCTION NUMVAL-C(WS-PRECO) < 0
                           MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                           MOVE 'PRECO INVALIDO'
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           MOVE FUNCTION NUMVAL-C(WS-PRECO)
                               TO WS-PRECO-CNF
                       END-IF
                   END-IF
               END-IF.

      * A DATA PREVISTA, QUANDO INFORMADA, PRECISA SER UMA DATA
      * AAAAMMDD VALIDA E NAO ANTERIOR A EMISSAO.
          VALIDA-PREVISTA-CONFIRMADA.
               IF WS-PREVISTA-ALFA = SPACES
                   MOVE WS-DATA-AMANHA TO WS-PREVISTA-CNF
               ELSE
                   IF FUNCTION TRIM(WS-PREVISTA-ALFA) IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(WS-PREVISTA-ALFA)) = 8
                       MOVE FUNCTION TRIM(WS-PREVISTA-ALFA)
                           TO WS-PREVISTA-CNF
                       MOVE WS-PREVISTA-CNF TO WS-DATA-AUX
                       IF MES-AUX < 01 OR MES-AUX > 12
                               OR DIA-AUX < 01 OR DIA-AUX > 31
                               OR WS-PREVISTA-CNF < WS-DATA-HOJE-NUM
                           MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                           MOVE 'DATA PREVISTA INVALIDA'
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'DATA PREVISTA INVALIDA'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

      * A MESMA PLANTA PARA O MESMO FORNECEDOR JA VIROU ORDEM EM
      * ABERTO HOJE: E A CONFIRMACAO SENDO PROCESSADA DE NOVO.
          VALIDA-ORDEM-JA-EMITIDA.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-EMITIDAS-HOJE
                   IF FORN-EMI(K) = WS-FORN-CNF
                           AND ID-EMI(K) = WS-ID
                           AND WS-CONFIRMACAO-VALIDA = 'Y'
                       MOVE 'N' TO WS-CONFIRMACAO-VALIDA
                       MOVE 'ORDEM JA EMITIDA HOJE'
                           TO WS-MOTIVO-REJEICAO
                       DISPLAY 'AVISO: PLANTA ' WS-ID ' JA CONSTA DA '
                           'ORDEM ' NUMERO-EMI(K) ' EMITIDA HOJE.'
                   END-IF
               END-PERFORM.

          ARMAZENA-CONFIRMADO.
               MOVE 'N' TO WS-CNF-ACHADO.
               MOVE ZEROS TO WS-IDX-CNF.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-CONFIRMADOS
                   IF FORN-CNF(K) = WS-FORN-CNF
                           AND ID-CNF(K) = WS-ID
                       MOVE 'Y' TO WS-CNF-ACHADO
                       MOVE K TO WS-IDX-CNF
                   END-IF
               END-PERFORM.
               IF WS-CNF-ACHADO = 'Y'
                   ADD 1 TO WS-QTD-ACEITAS
                   ADD WS-QTD-CNF TO QTD-CNF(WS-IDX-CNF)
                   IF WS-PREVISTA-CNF < PREVISTA-CNF(WS-IDX-CNF)
                       MOVE WS-PREVISTA-CNF
                           TO PREVISTA-CNF(WS-IDX-CNF)
                   END-IF
               ELSE
                   IF WS-QTD-CONFIRMADOS < 999
                       ADD 1 TO WS-QTD-ACEITAS
                       ADD 1 TO WS-QTD-CONFIRMADOS
                       MOVE WS-FORN-CNF TO FORN-CNF(WS-QTD-CONFIRMADOS)
                       MOVE WS-ID TO ID-CNF(WS-QTD-CONFIRMADOS)
                       MOVE NOME-SUG(WS-IDX-SUG)
                           TO NOME-CNF(WS-QTD-CONFIRMADOS)
                       MOVE WS-QTD-CNF TO QTD-CNF(WS-QTD-CONFIRMADOS)
                       MOVE WS-PRECO-CNF
                           TO PRECO-CNF(WS-QTD-CONFIRMADOS)
                       MOVE WS-PREVISTA-CNF
                           TO PREVISTA-CNF(WS-QTD-CONFIRMADOS)
                   ELSE
                       MOVE 'LIMITE DE LINHAS CONFIRMADAS'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-CONFIRMACAO-REJEITADA
                   END-IF
               END-IF.

      *-----------------------------------------------------------*
      * AGRUPAMENTO POR FORNECEDOR: A TROCA SO ACONTECE COM CODIGO
      * ESTRITAMENTE MAIOR, ENTAO DENTRO DE CADA FORNECEDOR AS LINHAS
      * MANTEM A ORDEM DA CONFIRMACAO.
      *-----------------------------------------------------------*
          ORDENA-CONFIRMADOS.
              IF WS-QTD-CONFIRMADOS > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-CONFIRMADOS
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-CONFIRMADOS - I
                          IF FORN-CNF(J) > FORN-CNF(J + 1)
                              PERFORM TROCA-CONFIRMADOS
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

          TROCA-CONFIRMADOS.
              MOVE REG-CONFIRMADO(J) TO WS-CNF-TEMP.
              MOVE REG-CONFIRMADO(J + 1) TO REG-CONFIRMADO(J).
              MOVE WS-CNF-TEMP TO REG-CONFIRMADO(J + 1).

      *-----------------------------------------------------------*
      * EMISSAO: UM NUMERO NOVO A CADA MUDANCA DE FORNECEDOR. CADA
      * LINHA ENTRA NO ARQUIVO DE ORDENS EM ABERTO (EM ACRESCIMO) E
      * NO DOCUMENTO IMPRESSO DA ORDEM.
      *-----------------------------------------------------------*
          EMITE-ORDENS-COMPRA.
              OPEN EXTEND ORDENS-SAI.
              IF FS-ORDENS-SAI NOT = 00 AND FS-ORDENS-SAI NOT = 05
                  DISPLAY 'ERRO AO ABRIR AS ORDENS DE COMPRA: '
                      CAMINHO-ORDENS ' STATUS: ' FS-ORDENS-SAI
                  MOVE 'N' TO WS-EXECUCAO-OK
              ELSE
                  OPEN OUTPUT DOCUMENTO
                  IF FS-DOCUMENTO NOT = 00
                      DISPLAY 'ERRO AO ABRIR O DOCUMENTO DAS ORDENS. '
                          'STATUS: ' FS-DOCUMENTO
                  END-IF
                  MOVE ZEROS TO WS-FORN-CORRENTE
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-CONFIRMADOS
                      IF FORN-CNF(I) NOT = WS-FORN-CORRENTE
                          PERFORM ENCERRA-ORDEM
                          PERFORM ABRE-ORDEM
                      END-IF
                      PERFORM GRAVA-LINHA-ORDEM
                  END-PERFORM
                  PERFORM ENCERRA-ORDEM
                  IF FS-DOCUMENTO = 00
                      IF WS-QTD-ORDENS = ZEROS
                          WRITE LINHA-DOCUMENTO FROM LINHA-SEM-ORDEM
                      END-IF
                      CLOSE DOCUMENTO
                      DISPLAY 'ORDENS DE COMPRA IMPRESSAS EM: '
                          CAMINHO-DOCUMENTO
                  END-IF
                  CLOSE ORDENS-SAI
              END-IF.

          ABRE-ORDEM.
              MOVE FORN-CNF(I) TO WS-FORN-CORRENTE.
              ADD 1 TO WS-ULTIMO-NUMERO.
              ADD 1 TO WS-QTD-ORDENS.
              MOVE WS-ULTIMO-NUMERO TO WS-SEQ-ORDEM.
              MOVE ZEROS TO WS-TOTAL-ORDEM.
              MOVE WS-FORN-CORRENTE TO WS-FORN-CNF.
              PERFORM LOCALIZA-FORNECEDOR.
              MOVE WS-NUMERO-ORDEM TO DOC-NUMERO.
              MOVE WS-DATA-EDITADA TO DOC-EMISSAO.
              MOVE WS-FORN-CORRENTE TO DOC-FORN.
              IF WS-FORN-ACHADO = 'Y'
                  MOVE NOME-FORN(WS-IDX-FORN) TO DOC-NOME-FORN
              ELSE
                  MOVE SPACES TO DOC-NOME-FORN
              END-IF.
              IF FS-DOCUMENTO = 00
                  WRITE LINHA-DOCUMENTO FROM LINHA-SEPARADORA
                  WRITE LINHA-DOCUMENTO FROM CAB-ORDEM-1
                  WRITE LINHA-DOCUMENTO FROM CAB-ORDEM-2
                  WRITE LINHA-DOCUMENTO FROM CAB-ORDEM-3
              END-IF.
              DISPLAY 'ORDEM DE COMPRA ' WS-NUMERO-ORDEM
                  ' EMITIDA PARA O FORNECEDOR ' WS-FORN-CORRENTE.

          ENCERRA-ORDEM.
              IF WS-FORN-CORRENTE NOT = ZEROS
                  ADD WS-TOTAL-ORDEM TO WS-TOTAL-EMITIDO
                  MOVE WS-TOTAL-ORDEM TO DOC-TOTAL
                  IF FS-DOCUMENTO = 00
                      WRITE LINHA-DOCUMENTO FROM LINHA-TOTAL-ORDEM
                  END-IF
              END-IF.

          GRAVA-LINHA-ORDEM.
              MOVE WS-NUMERO-ORDEM TO OC-NUMERO.
              MOVE FORN-CNF(I) TO OC-FORN.
              MOVE WS-DATA-HOJE-NUM TO OC-EMISSAO.
              MOVE PREVISTA-CNF(I) TO OC-PREVISTA.
              MOVE ID-CNF(I) TO OC-ID.
              MOVE NOME-CNF(I) TO OC-NOME.
              MOVE QTD-CNF(I) TO OC-QTD-PEDIDA.
              MOVE ZEROS TO OC-QTD-RECEBIDA.
              MOVE PRECO-CNF(I) TO OC-PRECO.
              MOVE 'A' TO OC-SITUACAO.
              WRITE REGISTRO-ORDEM-SAI FROM REGISTRO-ORDEM.
              IF FS-ORDENS-SAI NOT = 00
                  DISPLAY 'ERRO AO GRAVAR A ORDEM DE COMPRA. STATUS: '
                      FS-ORDENS-SAI
              END-IF.
              COMPUTE WS-TOTAL-ITEM = PRECO-CNF(I) * QTD-CNF(I).
              ADD WS-TOTAL-ITEM TO WS-TOTAL-ORDEM.
              MOVE PREVISTA-CNF(I) TO WS-DATA-AUX.
              MOVE DIA-AUX TO DIA-AUX-ED.
              MOVE MES-AUX TO MES-AUX-ED.
              MOVE ANO-AUX TO ANO-AUX-ED.
              MOVE ID-CNF(I) TO DOC-ID.
              MOVE NOME-CNF(I) TO DOC-NOME.
              MOVE QTD-CNF(I) TO DOC-QTD.
              MOVE PRECO-CNF(I) TO DOC-PRECO.
              MOVE WS-TOTAL-ITEM TO DOC-TOTAL-ITEM.
              MOVE WS-DATA-AUX-ED TO DOC-PREVISTA.
              IF FS-DOCUMENTO = 00
                  WRITE LINHA-DOCUMENTO FROM LINHA-ITEM-ORDEM
              END-IF.

      *-----------------------------------------------------------*
      * LISTA DE REJEITE: CONFIRMACOES QUE NAO PASSARAM NA
      * VALIDACAO, NO MESMO FEITIO DO REJEITADOS.txt DA CARGA.
      *-----------------------------------------------------------*
          ABRE-ARQUIVO-REJEITADAS.
               OPEN OUTPUT REJEITADAS.
               IF FS-REJEITADAS NOT = 00
                   DISPLAY 'ERRO AO ABRIR AS REJEITADAS. STATUS: '
                       FS-REJEITADAS
                   MOVE 'N' TO WS-REJEITADAS-OK
               ELSE
                   MOVE 'Y' TO WS-REJEITADAS-OK
               END-IF.

          GRAVA-CONFIRMACAO-REJEITADA.
               ADD 1 TO WS-QTD-REJEITADAS.
               IF WS-REJEITADAS-OK = 'Y'
                   MOVE CAMINHO-CONFIRMACOES TO ARQUIVO-REJ
                   MOVE WS-NUM-LINHA TO LINHA-REJ
                   MOVE WS-CONFIRMACAO TO CONTEUDO-REJ
                   MOVE WS-MOTIVO-REJEICAO TO MOTIVO-REJ
                   WRITE REGISTRO-REJ-OUT FROM REGISTRO-REJEITADO
                   IF FS-REJEITADAS NOT = 00
                       DISPLAY 'ERRO AO GRAVAR AS REJEITADAS. STATUS: '
                           FS-REJEITADAS
                       MOVE 'N' TO WS-REJEITADAS-OK
                   END-IF
               END-IF.
               DISPLAY 'CONFIRMACAO REJEITADA NA LINHA ' WS-NUM-LINHA
                   ': ' WS-MOTIVO-REJEICAO.

          FECHA-ARQUIVO-REJEITADAS.
               IF WS-REJEITADAS-OK = 'Y'
                   CLOSE REJEITADAS
               END-IF.

          RESUMO-COMPRAS.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DA EMISSAO DE ORDENS DE COMPRA'.
              DISPLAY 'CONFIRMACOES ACEITAS:    ' WS-QTD-ACEITAS.
              DISPLAY 'CONFIRMACOES REJEITADAS: ' WS-QTD-REJEITADAS.
              DISPLAY 'ORDENS EMITIDAS:         ' WS-QTD-ORDENS.
              MOVE WS-TOTAL-EMITIDO TO WS-TOTAL-EMITIDO-ED.
              DISPLAY 'VALOR TOTAL EMITIDO:     ' WS-TOTAL-EMITIDO-ED.

       END PROGRAM FLORICULTURA_COMPRAS.
