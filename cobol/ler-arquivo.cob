      *          cada linha aceita carrega o codigo do fornecedor que
      *          a cotou e, quando mais de um fornecedor cota a mesma
      *          planta na mesma execucao, o melhor preco assume o
      *          catalogo e um comparativo sai para compras; o
      *          preco cotado e o custo, e o preco de venda sai dele
      *          pela tabela de markup por preferencia (com excecao
      *          por planta e regra de arredondamento), publicado ao
      *          lado do custo no catalogo, no mestre, na lista de
      *          precos e no CSV; abre a data de negocio no controle do
      *          lote do dia (etapa ARQUIVO, primeira da cadeia), marca
      *          a etapa concluida com as contagens e recusa rodar de
      *          novo na mesma data sem reexecucao autorizada; a lista,
      *          o comparativo e o historico de precos levam a data de
      *          negocio; etapa que termina com erro sai com codigo de
      *          retorno 8 e so roda de novo na mesma data com
      *          reexecucao autorizada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PROMOCOES.
      *
      * TABELA DE MARKUP DE VENDA SOBRE O CUSTO: G;PREFERENCIA;PCT
      * POR GRUPO DE PREFERENCIA (G;*;PCT E O PADRAO DOS GRUPOS NAO
      * LISTADOS), P;ID;PCT PARA EXCECAO DE UMA PLANTA E R;CC PARA
      * ARREDONDAR O PRECO DE VENDA PARA CIMA ATE TERMINAR EM ,CC
      * (EX.: R;90). SEM O ARQUIVO, O PRECO DE VENDA E O CUSTO.
              SELECT OPTIONAL MARKUP ASSIGN DYNAMIC CAMINHO-MARKUP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MARKUP.
      *
      * DIARIO DE EXECUCAO PERSISTENTE: UMA LINHA POR ARQUIVO DE
      * ENTRADA E UM RESUMO AO FIM DE CADA EXECUCAO, SEMPRE EM MODO
      * DE ACRESCIMO.
              ASSIGN DYNAMIC CAMINHO-CKP-DADOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CKP-DADOS-SAI.
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
         01 REGISTRO            PIC X(80).
      *
         FD ARQUIVO-SAIDA.
         01 REGISTRO-SAIDA      PIC X(116).
      *
         FD ANTERIOR.
         01 REGISTRO-ANTERIOR   PIC X(116).
      *
         FD REJEITADOS.
         01 REGISTRO-REJ-OUT    PIC X(219).
         01 REGISTRO-MESTRE.
            05 ID-MES           PIC 9(04).
            05 NOME-MES         PIC X(30).
      * PRECO-MES E O CUSTO (BASE DA VALORIZACAO DO ESTOQUE);
      * PRECO-VENDA-MES E O PRECO DE VENDA PUBLICADO PELA CARGA.
            05 PRECO-MES        PIC 9(08)V99.
            05 PREFERENCIA-MES  PIC X(41).
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
         FD LISTA-PRECOS.
         01 LINHA-LISTA         PIC X(80).
      *
         FD PROMOCOES.
         01 REGISTRO-PROMOCAO   PIC X(60).
      *
         FD MARKUP.
         01 REGISTRO-MARKUP     PIC X(60).
      *
         FD LOG-EXECUCAO.
         01 REGISTRO-LOG-OUT    PIC X(158).
      *
         FD CKP-DADOS-SAI.
         01 REGISTRO-DADOS-SAI  PIC X(110).
      *
         FD CONTROLE-LOTE.
         01 REGISTRO-CONTROLE-LOTE PIC X(100).
      *
         FD REEXECUCOES.
         01 REGISTRO-REEXECUCAO PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-ARQUIVO PIC X(100) VALUE 'C:\Users\WIN 11\OneDrive' &

       01  CAMINHO-PROMOCOES   PIC X(100) VALUE 'PROMOCOES.txt'.

       01  CAMINHO-MARKUP      PIC X(100) VALUE 'MARKUP.txt'.

       01  CAMINHO-LOG         PIC X(100) VALUE 'LOG-EXECUCAO.txt'.

       01  CAMINHO-CHECKPOINT  PIC X(100)
       01  CAMINHO-CKP-DADOS   PIC X(100)
               VALUE 'CHECKPOINT-DADOS.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-ARQUIVO       PIC 9(02).
           05 FS-SAIDA         PIC 9(02).
           05 FS-FORNECEDORES  PIC 9(02).
           05 FS-COMPARATIVO   PIC 9(02).
           05 FS-PROMOCOES     PIC 9(02).
           05 FS-MARKUP        PIC 9(02).
           05 FS-LOG           PIC 9(02).
           05 FS-CHECKPOINT-ENT PIC 9(02).
           05 FS-CHECKPOINT-SAI PIC 9(02).
           05 FS-CKP-DADOS-ENT PIC 9(02).
           05 FS-CKP-DADOS-SAI PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       01  WS-ARQUIVO          PIC X(80).

           05 FILLER            PIC X(09) VALUE '  PAGINA '.
           05 LST-PAGINA        PIC ZZ9.

       01  CAB-LISTA-TRACO     PIC X(78) VALUE ALL '-'.

       01  CAB-GRUPO.
           05 FILLER            PIC X(11) VALUE 'CATEGORIA: '.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(11) VALUE '      CUSTO'.
           05 FILLER            PIC X(11) VALUE '      PRECO'.

      * O CUSTO SAI AO LADO DO PRECO DE VENDA; A COLUNA FINAL MARCA
      * ITEM EM PROMOCAO VIGENTE, COM O PRECO PROMOCIONAL CALCULADO
      * SOBRE O PRECO DE VENDA; FORA DE PROMOCAO SAI EM BRANCO.
       01  LINHA-PRECO-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-NOME          PIC X(30).
           05 LST-CUSTO         PIC ZZZZZZZ9,99.
           05 LST-PRECO         PIC ZZZZZZZ9,99.
           05 LST-PROMO         PIC X(19).


       01  WS-LINHA-BRANCO     PIC X(01) VALUE SPACES.
       01  WS-PRECO-CSV        PIC ZZZZZZZ9,99.
       01  WS-CUSTO-CSV        PIC ZZZZZZZ9,99.
       01  WS-LINHA-CSV-MONT   PIC X(120).
       01  WS-LINHA-LISTA-DET  PIC X(80).

      * MOEDA-REG/VALOR-ORIG-REG GUARDAM A MOEDA DO FORNECEDOR E O
      * VALOR ORIGINAL COTADO; PRECO-REG E SEMPRE EM REAIS, JA
      * CONVERTIDO PELA TAXA DO DIA, PARA QUE COMPRAS AUDITE A
      * CONVERSAO NO CATALOGO. PRECO-REG E O CUSTO; VENDA-REG E O
      * PRECO DE VENDA, CALCULADO PELO MARKUP DEPOIS DA LEITURA.
       01  TABELA-REGISTROS.
           03 REGISTROS        OCCURS 1 TO 999 DEPENDING ON QNT-PLANTAS.
               05 ID-REG            PIC 9(04).
               05 MOEDA-REG         PIC X(03).
               05 VALOR-ORIG-REG    PIC 9(08)V99.
               05 FORN-REG          PIC 9(04).
               05 VENDA-REG         PIC 9(08)V99.

       01  WS-REGISTRO-TEMP.
           05 ID-TEMP           PIC 9(04).
           05 MOEDA-TEMP        PIC X(03).
           05 VALOR-ORIG-TEMP   PIC 9(08)V99.
           05 FORN-TEMP         PIC 9(04).
           05 VENDA-TEMP        PIC 9(08)V99.

       01  WS-REGISTRO.
           05 WS-ID             PIC 9(04).
       01  WS-PRECO-PROMO      PIC 9(08)V99 VALUE ZEROS.
       01  WS-PRECO-PROMO-ED   PIC ZZZZZZZ9,99.

      * MARKUP DE VENDA CARREGADO NA PARTIDA: PERCENTUAL POR GRUPO DE
      * PREFERENCIA (COMPARADO SEM DIFERENCA DE CAIXA), EXCECOES POR
      * PLANTA, PADRAO PARA GRUPOS NAO LISTADOS E A REGRA DE
      * ARREDONDAMENTO. A EXCECAO DA PLANTA VENCE O GRUPO, QUE VENCE
      * O PADRAO; SEM NENHUM DELES O MARKUP E ZERO (VENDA = CUSTO).
       77  WS-QTD-MARKUP-GRUPO PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MARKUP-PLANTA PIC 9(03) VALUE ZEROS.
       77  WS-EOF-MARKUP       PIC X(01) VALUE 'N'.
       77  WS-MARKUP-ACHADO    PIC X(01) VALUE 'N'.
       77  WS-MARKUP-PADRAO-LIDO PIC X(01) VALUE 'N'.
       77  WS-ARREDONDA-VENDA  PIC X(01) VALUE 'N'.
       77  WS-QTD-SEM-MARKUP   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-MKP          PIC 9(03) VALUE ZEROS.
       01  WS-MARKUP-PADRAO    PIC 9(03)V99 VALUE ZEROS.
       01  WS-MARKUP-PCT       PIC 9(03)V99 VALUE ZEROS.
       01  WS-CENTAVOS-VENDA   PIC 9(02) VALUE ZEROS.
       01  WS-VENDA-BRUTA      PIC 9(08)V99 VALUE ZEROS.
       01  WS-VENDA-REAIS      PIC 9(08) VALUE ZEROS.
       01  WS-VENDA-CANDIDATA  PIC 9(08)V99 VALUE ZEROS.

       01  TABELA-MARKUP-GRUPO.
           03 REG-MARKUP-GRUPO  OCCURS 1 TO 100
               DEPENDING ON WS-QTD-MARKUP-GRUPO.
               05 GRUPO-MKP         PIC X(41).
               05 PCT-GRUPO-MKP     PIC 9(03)V99.

       01  TABELA-MARKUP-PLANTA.
           03 REG-MARKUP-PLANTA OCCURS 1 TO 500
               DEPENDING ON WS-QTD-MARKUP-PLANTA.
               05 ID-MKP            PIC 9(04).
               05 PCT-PLANTA-MKP    PIC 9(03)V99.

       01  WS-MARKUP-LINHA     PIC X(60).
       01  WS-TIPO-MKP-LIDO    PIC X(05).
       01  WS-CHAVE-MKP-ALFA   PIC X(41).
       01  WS-PCT-MKP-ALFA     PIC X(12).
       01  WS-GRUPO-MKP-BUSCA  PIC X(41).
       01  WS-ID-MKP-BUSCA     PIC 9(04) VALUE ZEROS.

       01  CAB-COMPARATIVO-1.
           05 FILLER            PIC X(38)
               VALUE 'COMPARATIVO DE PRECOS POR FORNECEDOR'.
      * AS COLUNAS DE MOEDA E VALOR ORIGINAL MOSTRAM A COTACAO DO
      * FORNECEDOR (IGUAIS AO PRECO QUANDO A COMPRA FOI EM REAIS),
      * PARA AUDITORIA DA CONVERSAO CAMBIAL; A ULTIMA COLUNA E O
      * CODIGO DO FORNECEDOR QUE VENCEU A COTACAO DA PLANTA. O PRECO
      * E O CUSTO EM REAIS; O PRECO DE VENDA VAI NA ULTIMA COLUNA.
       01 REGISTRO-MOD.
           05 ID-MOD            PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 VALOR-ORIG-MOD    PIC ZZZZZZ,ZZ.
           05 FILLER            PIC X(01) VALUE '|'.
           05 FORN-MOD          PIC 9(04).
           05 FILLER            PIC X(01) VALUE '|'.
           05 VENDA-MOD         PIC ZZZZZZ,ZZ.

      * REGISTRO DE REJEITE: ARQUIVO DE ORIGEM + LINHA + CONTEUDO BRUTO
      * + MOTIVO. O ARQUIVO DE ORIGEM IDENTIFICA A LINHA DE FORMA
               05 NOME-ANT          PIC X(30).
               05 PRECO-ANT         PIC 9(08)V99.

       01 WS-LINHA-ANTERIOR     PIC X(116).
       01 WS-CAMPO-PRECO-ANT    PIC X(09).
       01 WS-PRECO-EDICAO-1     PIC ZZZZZZZ9,99.
       01 WS-PRECO-EDICAO-2     PIC ZZZZZZZ9,99.
       01 EOF                   PIC X(01) VALUE 'N'.
       01 CABECALHO             PIC X(01) VALUE 'N'.

      * CONTROLE DO LOTE DIARIO: A CARGA E A PRIMEIRA ETAPA DA
      * CADEIA E ABRE A DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'ARQUIVO'.
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
           PERFORM CARREGA-TAXAS-CAMBIO.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM CARREGA-PROMOCOES.
           PERFORM CARREGA-MARKUP.
           PERFORM CARREGA-APROVACOES.
           PERFORM CARREGA-CHECKPOINT.
           PERFORM CARREGA-CATALOGO-ANTERIOR.
                   PERFORM PROCESSA-ARQUIVO-ENTRADA
               END-IF
           END-PERFORM.
      * O PRECO DE VENDA E CALCULADO SO DEPOIS DE TODA A LEITURA, PARA
      * COBRIR TAMBEM OS REGISTROS RECARREGADOS DO PONTO DE CONTROLE.
           PERFORM APLICA-MARKUP.
           PERFORM ORDENA-TABELA.
      * O CATALOGO DE ONTEM SO E SOBRESCRITO AQUI, DEPOIS DE TODA A
      * LEITURA: UMA QUEDA NO MEIO DO LACO DE ARQUIVOS PRESERVA O
           PERFORM RELATORIO-DELTA.
           PERFORM GRAVA-LOG-RESUMO.
           PERFORM LIMPA-CHECKPOINT.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
      * CONFIGURAVEIS POR LINHA DE COMANDO OU VARIAVEL DE AMBIENTE.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               PERFORM INICIALIZA-CAMINHOS.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'ORDEM_CATALOGO'.
                   MOVE WS-ENV-VALOR TO CAMINHO-PROMOCOES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_MARKUP'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-MARKUP
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_PENDENTES'.
               IF WS-ENV-VALOR NOT = SPACES
                       * (100 - VALOR-PROMO(WS-IDX-PROMO)) / 100
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DA TABELA DE MARKUP (G;PREFERENCIA;PCT, G;*;PCT,
      * P;ID;PCT E R;CC, UMA REGRA POR LINHA). UMA CHAVE REPETIDA
      * FICA COM O ULTIMO PERCENTUAL LIDO. A AUSENCIA DO ARQUIVO NAO
      * E ERRO: SEM MARKUP, O PRECO DE VENDA SAI IGUAL AO CUSTO.
      *-----------------------------------------------------------*
          CARREGA-MARKUP.
               MOVE ZEROS TO WS-QTD-MARKUP-GRUPO.
               MOVE ZEROS TO WS-QTD-MARKUP-PLANTA.
               MOVE 'N' TO WS-EOF-MARKUP.
               OPEN INPUT MARKUP.
               IF FS-MARKUP = 00
                   PERFORM UNTIL WS-EOF-MARKUP = 'Y'
                       READ MARKUP INTO WS-MARKUP-LINHA
                           AT END
                               MOVE 'Y' TO WS-EOF-MARKUP
                           NOT AT END
                               IF WS-MARKUP-LINHA NOT = SPACES
                                   PERFORM ARMAZENA-MARKUP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MARKUP
               END-IF.
               IF WS-QTD-MARKUP-GRUPO > ZERO
                       OR WS-QTD-MARKUP-PLANTA > ZERO
                       OR WS-MARKUP-PADRAO-LIDO = 'Y'
                   DISPLAY 'MARKUP CARREGADO: ' WS-QTD-MARKUP-GRUPO
                       ' GRUPOS, ' WS-QTD-MARKUP-PLANTA ' PLANTAS'
               END-IF.

          ARMAZENA-MARKUP.
               MOVE SPACES TO WS-TIPO-MKP-LIDO.
               MOVE SPACES TO WS-CHAVE-MKP-ALFA.
               MOVE SPACES TO WS-PCT-MKP-ALFA.
               UNSTRING WS-MARKUP-LINHA
                   DELIMITED BY ';'
                   INTO WS-TIPO-MKP-LIDO
                        WS-CHAVE-MKP-ALFA
                        WS-PCT-MKP-ALFA
               END-UNSTRING.
               INSPECT WS-PCT-MKP-ALFA CONVERTING '.' TO ','.
               MOVE FUNCTION UPPER-CASE(WS-TIPO-MKP-LIDO)
                   TO WS-TIPO-MKP-LIDO.
               EVALUATE TRUE
                   WHEN WS-TIPO-MKP-LIDO(1:1) = 'R'
                           AND FUNCTION TRIM(WS-CHAVE-MKP-ALFA)
                               IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(WS-CHAVE-MKP-ALFA)) = 2
                       MOVE 'Y' TO WS-ARREDONDA-VENDA
                       MOVE FUNCTION TRIM(WS-CHAVE-MKP-ALFA)
                           TO WS-CENTAVOS-VENDA
                   WHEN (WS-TIPO-MKP-LIDO(1:1) = 'G'
                           OR WS-TIPO-MKP-LIDO(1:1) = 'P')
                           AND WS-CHAVE-MKP-ALFA NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-PCT-MKP-ALFA)
                               = 0
                           AND FUNCTION NUMVAL(WS-PCT-MKP-ALFA)
                               NOT < 0
                           AND FUNCTION NUMVAL(WS-PCT-MKP-ALFA)
                               < 1000
                       MOVE FUNCTION NUMVAL(WS-PCT-MKP-ALFA)
                           TO WS-MARKUP-PCT
                       IF WS-TIPO-MKP-LIDO(1:1) = 'G'
                           PERFORM ARMAZENA-MARKUP-GRUPO
                       ELSE
                           PERFORM ARMAZENA-MARKUP-PLANTA
                       END-IF
                   WHEN OTHER
                       DISPLAY 'AVISO: MARKUP IGNORADO (LINHA '
                           'ILEGIVEL): ' WS-MARKUP-LINHA
               END-EVALUATE.

          ARMAZENA-MARKUP-GRUPO.
               MOVE FUNCTION UPPER-CASE(FUNCTION
                   TRIM(WS-CHAVE-MKP-ALFA)) TO WS-GRUPO-MKP-BUSCA.
               IF WS-GRUPO-MKP-BUSCA = '*'
                   MOVE 'Y' TO WS-MARKUP-PADRAO-LIDO
                   MOVE WS-MARKUP-PCT TO WS-MARKUP-PADRAO
               ELSE
                   PERFORM LOCALIZA-MARKUP-GRUPO
                   IF WS-MARKUP-ACHADO = 'Y'
                       MOVE WS-MARKUP-PCT
                           TO PCT-GRUPO-MKP(WS-IDX-MKP)
                   ELSE
                       IF WS-QTD-MARKUP-GRUPO < 100
                           ADD 1 TO WS-QTD-MARKUP-GRUPO
                           MOVE WS-GRUPO-MKP-BUSCA
                               TO GRUPO-MKP(WS-QTD-MARKUP-GRUPO)
                           MOVE WS-MARKUP-PCT
                               TO PCT-GRUPO-MKP(WS-QTD-MARKUP-GRUPO)
                       ELSE
                           DISPLAY 'AVISO: LIMITE DE 100 GRUPOS DE '
                               'MARKUP ATINGIDO. IGNORADO: '
                               WS-MARKUP-LINHA
                       END-IF
                   END-IF
               END-IF.

          ARMAZENA-MARKUP-PLANTA.
               IF FUNCTION TRIM(WS-CHAVE-MKP-ALFA) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(WS-CHAVE-MKP-ALFA)) NOT > 4
                   MOVE FUNCTION TRIM(WS-CHAVE-MKP-ALFA)
                       TO WS-ID-MKP-BUSCA
                   PERFORM LOCALIZA-MARKUP-PLANTA
                   IF WS-MARKUP-ACHADO = 'Y'
                       MOVE WS-MARKUP-PCT
                           TO PCT-PLANTA-MKP(WS-IDX-MKP)
                   ELSE
                       IF WS-QTD-MARKUP-PLANTA < 500
                           ADD 1 TO WS-QTD-MARKUP-PLANTA
                           MOVE WS-ID-MKP-BUSCA
                               TO ID-MKP(WS-QTD-MARKUP-PLANTA)
                           MOVE WS-MARKUP-PCT
                               TO PCT-PLANTA-MKP(WS-QTD-MARKUP-PLANTA)
                       ELSE
                           DISPLAY 'AVISO: LIMITE DE 500 PLANTAS DE '
                               'MARKUP ATINGIDO. IGNORADO: '
                               WS-MARKUP-LINHA
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'AVISO: MARKUP IGNORADO (ID INVALIDO): '
                       WS-MARKUP-LINHA
               END-IF.

          LOCALIZA-MARKUP-GRUPO.
               MOVE 'N' TO WS-MARKUP-ACHADO.
               MOVE ZEROS TO WS-IDX-MKP.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-MARKUP-GRUPO
                   IF GRUPO-MKP(K) = WS-GRUPO-MKP-BUSCA
                       MOVE 'Y' TO WS-MARKUP-ACHADO
                       MOVE K TO WS-IDX-MKP
                   END-IF
               END-PERFORM.

          LOCALIZA-MARKUP-PLANTA.
               MOVE 'N' TO WS-MARKUP-ACHADO.
               MOVE ZEROS TO WS-IDX-MKP.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-MARKUP-PLANTA
                   IF ID-MKP(K) = WS-ID-MKP-BUSCA
                       MOVE 'Y' TO WS-MARKUP-ACHADO
                       MOVE K TO WS-IDX-MKP
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * PRECO DE VENDA DE TODA A TABELA: CUSTO MAIS O MARKUP DA
      * PLANTA, DO GRUPO OU O PADRAO, NESSA ORDEM; COM REGRA DE
      * ARREDONDAMENTO, O VALOR SOBE ATE O PRIMEIRO PRECO TERMINADO
      * NOS CENTAVOS CONFIGURADOS (NUNCA ABAIXO DO CALCULADO).
      *-----------------------------------------------------------*
          APLICA-MARKUP.
               MOVE ZEROS TO WS-QTD-SEM-MARKUP.
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QNT-PLANTAS
                   PERFORM CALCULA-PRECO-VENDA
               END-PERFORM.
               IF WS-QTD-SEM-MARKUP > ZERO
                   DISPLAY 'AVISO: ' WS-QTD-SEM-MARKUP ' PLANTAS SEM '
                       'MARKUP CADASTRADO (VENDA PELO CUSTO)'
               END-IF.

          CALCULA-PRECO-VENDA.
               MOVE ID-REG(I) TO WS-ID-MKP-BUSCA.
               PERFORM LOCALIZA-MARKUP-PLANTA.
               IF WS-MARKUP-ACHADO = 'Y'
                   MOVE PCT-PLANTA-MKP(WS-IDX-MKP) TO WS-MARKUP-PCT
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION
                       TRIM(PREFERENCIA-REG(I))) TO WS-GRUPO-MKP-BUSCA
                   PERFORM LOCALIZA-MARKUP-GRUPO
                   IF WS-MARKUP-ACHADO = 'Y'
                       MOVE PCT-GRUPO-MKP(WS-IDX-MKP) TO WS-MARKUP-PCT
                   ELSE
                       IF WS-MARKUP-PADRAO-LIDO = 'Y'
                           MOVE WS-MARKUP-PADRAO TO WS-MARKUP-PCT
                       ELSE
                           MOVE ZEROS TO WS-MARKUP-PCT
                           ADD 1 TO WS-QTD-SEM-MARKUP
                       END-IF
                   END-IF
               END-IF.
               COMPUTE WS-VENDA-BRUTA ROUNDED =
                   PRECO-REG(I) * (100 + WS-MARKUP-PCT) / 100.
               IF WS-ARREDONDA-VENDA = 'Y' AND WS-VENDA-BRUTA > ZERO
                   MOVE WS-VENDA-BRUTA TO WS-VENDA-REAIS
                   COMPUTE WS-VENDA-CANDIDATA =
                       WS-VENDA-REAIS + WS-CENTAVOS-VENDA / 100
                   IF WS-VENDA-CANDIDATA < WS-VENDA-BRUTA
                       ADD 1 TO WS-VENDA-CANDIDATA
                   END-IF
                   MOVE WS-VENDA-CANDIDATA TO VENDA-REG(I)
               ELSE
                   MOVE WS-VENDA-BRUTA TO VENDA-REG(I)
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DO ARQUIVO DE APROVACOES (ID;DECISAO, UMA POR LINHA).
      * A AUSENCIA DO ARQUIVO NAO E ERRO: SEM APROVACOES, TODA
              MOVE MOEDA-REG(I) TO MOEDA-MOD.
              MOVE VALOR-ORIG-REG(I) TO VALOR-ORIG-MOD.
              MOVE FORN-REG(I) TO FORN-MOD.
              MOVE VENDA-REG(I) TO VENDA-MOD.

          MOSTRA-ARQUIVO.
               DISPLAY '-----------------------------------------------'
               PERFORM GRAVA-LINHA-LOG.

          GRAVA-LINHA-LOG.
               ACCEPT LOG-DATA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-CORRENTE FROM TIME.
               MOVE WS-HORA-CORRENTE(1:6) TO LOG-HORA.
      * STATUS 05 E SUCESSO: O ARQUIVO OPCIONAL FOI CRIADO NESTA
      * ABERTURA (PRIMEIRA EXECUCAO OU DIARIO RECEM-ARQUIVADO).
                  MOVE 'N' TO WS-LISTA-OK
              ELSE
                  MOVE 'Y' TO WS-LISTA-OK
                  MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE
                  MOVE DIA-CORRENTE TO DIA-EDITADO
                  MOVE MES-CORRENTE TO MES-EDITADO
                  MOVE ANO-CORRENTE TO ANO-EDITADO
                      ADD 1 TO WS-QTD-GRUPO
                      MOVE ID-REG(J) TO LST-ID
                      MOVE NOME-REG(J) TO LST-NOME
                      MOVE PRECO-REG(J) TO LST-CUSTO
                      MOVE VENDA-REG(J) TO LST-PRECO
                      PERFORM MARCA-PROMOCAO-LISTA
                      MOVE LINHA-PRECO-DET TO WS-LINHA-LISTA-DET
                      PERFORM GRAVA-LINHA-LISTA
              PERFORM GRAVA-LINHA-LISTA.

      * ITEM COM PROMOCAO VIGENTE RECEBE A MARCACAO E O PRECO
      * PROMOCIONAL NA COLUNA FINAL, CALCULADO SOBRE O PRECO DE
      * VENDA; O PRECO DE TABELA DA COLUNA ANTERIOR NAO E TOCADO.
          MARCA-PROMOCAO-LISTA.
              MOVE ID-REG(J) TO WS-ID-PROMO-BUSCA.
              PERFORM LOCALIZA-PROMOCAO.
              IF WS-PROMO-ACHADA = 'Y'
                  MOVE VENDA-REG(J) TO WS-PRECO-BASE
                  PERFORM CALCULA-PRECO-PROMOCAO
                  MOVE WS-PRECO-PROMO TO WS-PRECO-PROMO-ED
                  MOVE SPACES TO LST-PROMO
      * DO DIA, PARA RESPONDER DISPUTAS DE PRECO DE MESES ANTERIORES.
      *-----------------------------------------------------------*
          GRAVA-HISTORICO-PRECOS.
              MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE.
      * STATUS 05 E SUCESSO: O ARQUIVO OPCIONAL FOI CRIADO AGORA.
              OPEN EXTEND HISTORICO.
              IF FS-HISTORICO NOT = 00 AND FS-HISTORICO NOT = 05
              END-IF.

      *-----------------------------------------------------------*
      * EXPORTACAO CSV DO CATALOGO (ID;NOME;PRECO;PREFERENCIA;CUSTO),
      * COM PONTO E VIRGULA COMO SEPARADOR E VIRGULA DECIMAL, PRONTA
      * PARA A PLANILHA E PARA A IMPORTACAO DA LOJA VIRTUAL. A COLUNA
      * PRECO E O PRECO DE VENDA, QUE A LOJA VIRTUAL IMPORTA; O
      * CUSTO VEM POR ULTIMO PARA NAO DESLOCAR AS COLUNAS EXISTENTES.
      *-----------------------------------------------------------*
          GRAVA-CATALOGO-CSV.
              OPEN OUTPUT CATALOGO-CSV.
                  DISPLAY 'ERRO AO ABRIR O CATALOGO CSV. STATUS: '
                      FS-CSV
              ELSE
                  MOVE 'ID;NOME;PRECO;PREFERENCIA;CUSTO' TO LINHA-CSV
                  WRITE LINHA-CSV
                  PERFORM VARYING I FROM 1 BY 1 UNTIL I > QNT-PLANTAS
                      MOVE VENDA-REG(I) TO WS-PRECO-CSV
                      MOVE PRECO-REG(I) TO WS-CUSTO-CSV
                      MOVE SPACES TO WS-LINHA-CSV-MONT
                      STRING ID-REG(I) DELIMITED BY SIZE
                             ';' DELIMITED BY SIZE
                             ';' DELIMITED BY SIZE
                             FUNCTION TRIM(PREFERENCIA-REG(I))
                                 DELIMITED BY SIZE
                             ';' DELIMITED BY SIZE
                             FUNCTION TRIM(WS-CUSTO-CSV)
                                 DELIMITED BY SIZE
                          INTO WS-LINHA-CSV-MONT
                      END-STRING
                      WRITE LINHA-CSV FROM WS-LINHA-CSV-MONT
                  MOVE 'N' TO WS-COMPARATIVO-OK
              ELSE
                  MOVE 'Y' TO WS-COMPARATIVO-OK
                  MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE
                  MOVE DIA-CORRENTE TO DIA-EDITADO
                  MOVE MES-CORRENTE TO MES-EDITADO
                  MOVE ANO-CORRENTE TO ANO-EDITADO
              END-IF.
              MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-ED.
              MOVE WS-PRECO-MEDIO TO WS-PRECO-MEDIO-ED.
      * O VALOR DO ESTOQUE SAI DO MESTRE (QUANTIDADE X CUSTO), JA
      * ATUALIZADO COM OS PRECOS DESTA CARGA; O PRECO DE VENDA NAO
      * ENTRA NA VALORIZACAO; A SOMA DOS PRECOS DO CATALOGO E
      * MANTIDA POR SER A BASE DO PRECO MEDIO.
              PERFORM VALORIZA-ESTOQUE-MESTRE.
              MOVE WS-VALOR-ESTOQUE TO WS-VALOR-ESTOQUE-ED.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DE VALORIZACAO DO CATALOGO'.
              DISPLAY 'VALOR DO ESTOQUE (QTD X CUSTO): '
                  WS-VALOR-ESTOQUE-ED.
              DISPLAY 'SOMA DOS PRECOS DO CATALOGO: '
                  WS-VALOR-TOTAL-ED.
                  MOVE NOME-REG(I) TO NOME-MES
                  MOVE PRECO-REG(I) TO PRECO-MES
                  MOVE PREFERENCIA-REG(I) TO PREFERENCIA-MES
                  MOVE VENDA-REG(I) TO PRECO-VENDA-MES
                  REWRITE REGISTRO-MESTRE
                      INVALID KEY
                          DISPLAY 'ERRO AO REGRAVAR NO MESTRE: ID '
                  MOVE ZEROS TO QTD-MES
                  MOVE ZEROS TO ESTOQUE-MIN-MES
                  MOVE ZEROS TO LOTE-COMPRA-MES
                  MOVE ZEROS TO VALIDADE-MES
                  MOVE VENDA-REG(I) TO PRECO-VENDA-MES
                  WRITE REGISTRO-MESTRE
                      INVALID KEY
                          DISPLAY 'ERRO AO INCLUIR NO MESTRE: ID '
                  END-WRITE
              END-IF.

      * A DATA DO DIA DA CARGA (PROMOCOES, APROVACOES, TAXAS, LISTA E
      * HISTORICO DE PRECOS) E A DATA DE NEGOCIO QUE ELA ABRE NO
      * CONTROLE DO LOTE; SO O LOG DE EXECUCAO LEVA A DATA DO RELOGIO.
          ASSUME-DATA-NEGOCIO.
              MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE.
              MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.

      *-----------------------------------------------------------*
      * CONTROLE DO LOTE DIARIO. A CADEIA E CARGA (ARQUIVO), CORRECAO,
      * PEDIDOS, ESTOQUE, BACKORDER, DEVOLUCAO, REPOSICAO, CONCILIACAO
      * E RECEBER. A CARGA E A PRIMEIRA ETAPA E ABRE A DATA DE NEGOCIO
      * (A DATA DO SISTEMA OU A INFORMADA EM DATA_NEGOCIO), QUE AS
      * DEMAIS ETAPAS LEEM DAQUI. ELA NAO RODA DE NOVO NUMA DATA JA
      * CONCLUIDA NEM VOLTA PARA UMA DATA ANTERIOR A JA ABERTA; A
      * RETOMADA DE UMA CARGA INTERROMPIDA E LIVRE, POIS O PONTO DE
      * CONTROLE JA EVITA REPETIR OS ARQUIVOS CONCLUIDOS. SO A CARGA JA
      * CONCLUIDA OU TERMINADA COM ERRO NA DATA (QUE JA GRAVOU O
      * HISTORICO) CEDE A UMA LINHA DATA;ETAPA;AUTORIZADOR NAS
      * REEXECUCOES AUTORIZADAS, QUE VALE UMA EXECUCAO E FICA
      * REGISTRADA NO CONTROLE; A VOLTA PARA UMA DATA ANTERIOR NUNCA E
      * LIBERADA.
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
              ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
              MOVE SPACES TO WS-ENV-VALOR.
              ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'DATA_NEGOCIO'.
              IF WS-ENV-VALOR NOT = SPACES
                  IF WS-ENV-VALOR(1:8) IS NUMERIC
                          AND WS-ENV-VALOR(9:1) = SPACE
                      MOVE WS-ENV-VALOR(1:8) TO WS-DATA-NEGOCIO
                  ELSE
                      DISPLAY 'AVISO: DATA_NEGOCIO INVALIDA, USANDO A '
                          'DATA DO SISTEMA. VALOR RECEBIDO: '
                          WS-ENV-VALOR
                  END-IF
              END-IF.
              PERFORM CARREGA-CONTROLE-LOTE.
              MOVE 'Y' TO WS-EXECUCAO-LIBERADA.
              MOVE 'N' TO WS-ORDEM-VIOLADA.
              MOVE 'DATA-NEGOCIO' TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE > ZERO
                  IF DATA-CTL(WS-IDX-CONTROLE) > WS-DATA-NEGOCIO
                      MOVE 'N' TO WS-EXECUCAO-LIBERADA
                      MOVE 'Y' TO WS-ORDEM-VIOLADA
                      DISPLAY 'CONTROLE DO LOTE: DATA DE NEGOCIO '
                          WS-DATA-NEGOCIO ' ANTERIOR A JA ABERTA '
                          DATA-CTL(WS-IDX-CONTROLE)
                  END-IF
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
                              DISPLAY 'CONTROLE DO LOTE: CARGA JA '
                                  'CONCLUIDA NA DATA DE NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'F'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: CARGA '
                                  'TERMINOU COM ERRO NA DATA DE '
                                  'NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'E'
                              DISPLAY 'CONTROLE DO LOTE: RETOMADA DA '
                                  'CARGA INTERROMPIDA NA DATA '
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
      * DIA QUANDO O CATALOGO E O MESTRE FORAM GRAVADOS; SENAO FICA F E
      * A CARGA SO E REPETIDA COM AUTORIZACAO.
          FINALIZA-CONTROLE-LOTE.
              IF WS-SAIDA-OK = 'Y' AND WS-MESTRE-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              COMPUTE WS-CTL-LIDOS = WS-TOT-ACEITAS + WS-TOT-REJEITADAS.
              MOVE QNT-PLANTAS TO WS-CTL-GRAVADOS.
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

       END PROGRAM FLORICULTURA_ARQUIVO.
