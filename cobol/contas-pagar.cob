      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contas a pagar por fornecedor: os titulos sao gerados
      *          por FLORICULTURA_ESTOQUE a cada entrada documentada;
      *          aqui o arquivo diario de pagamentos a fornecedores e
      *          lancado no mesmo razao, os pagamentos abatem os
      *          titulos do mais antigo para o mais novo e sai o
      *          relatorio com o cronograma de vencimentos por semana,
      *          os titulos vencidos e o saldo por fornecedor, com os
      *          titulos em moeda estrangeira na moeda e em reais;
      *          pagamento com fornecedor, data e documento ja lancados
      *          no razao antes da execucao fica em aviso, para que
      *          reprocessar o arquivo do dia nao pague duas vezes;
      *          pagamento que nao pode ser gravado no razao sai em
      *          erro e a execucao termina com codigo de retorno 8
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_PAGAR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * CADASTRO DE FORNECEDORES (CODIGO;NOME;MOEDA;PRAZO EM DIAS),
      * O MESMO LIDO PELA CARGA DIARIA.
              SELECT FORNECEDORES ASSIGN DYNAMIC CAMINHO-FORNECEDORES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FORNECEDORES.
      *
      * PAGAMENTOS DO DIA A FORNECEDORES:
      * FORNECEDOR;VALOR EM REAIS;DATA;DOCUMENTO.
              SELECT OPTIONAL PAGAMENTOS ASSIGN DYNAMIC
              CAMINHO-PAGAMENTOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PAGAMENTOS.
      *
      * RAZAO PERSISTENTE DO CONTAS A PAGAR (MESMO CAMINHO NA ENTRADA
      * E NO ACRESCIMO): TITULOS GRAVADOS POR FLORICULTURA_ESTOQUE E
      * PAGAMENTOS LANCADOS AQUI, UM POR LINHA.
              SELECT OPTIONAL LEDGER-ENT ASSIGN DYNAMIC CAMINHO-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LEDGER-ENT.
      *
              SELECT OPTIONAL LEDGER-SAI ASSIGN DYNAMIC CAMINHO-LEDGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LEDGER-SAI.
      *
              SELECT RELATORIO ASSIGN DYNAMIC CAMINHO-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
         FD FORNECEDORES.
         01 REGISTRO-FORNECEDOR PIC X(60).
      *
         FD PAGAMENTOS.
         01 REGISTRO-PAGAMENTO  PIC X(60).
      *
         FD LEDGER-ENT.
         01 REGISTRO-LED-ENT    PIC X(80).
      *
         FD LEDGER-SAI.
         01 REGISTRO-LED-SAI    PIC X(80).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-FORNECEDORES PIC X(100) VALUE 'FORNECEDORES.txt'.

       01  CAMINHO-PAGAMENTOS  PIC X(100)
               VALUE 'PAGAMENTOS-FORNECEDOR.txt'.

       01  CAMINHO-LEDGER      PIC X(100) VALUE 'CONTAS-PAGAR.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-PAGAR.txt'.

       01  STATUS-ARQUIVO.
           05 FS-FORNECEDORES  PIC 9(02).
           05 FS-PAGAMENTOS    PIC 9(02).
           05 FS-LEDGER-ENT    PIC 9(02).
           05 FS-LEDGER-SAI    PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-EOF-FORNECEDORES PIC X(01) VALUE 'N'.
       77  WS-EOF-PAGAMENTOS   PIC X(01) VALUE 'N'.
       77  WS-EOF-LEDGER       PIC X(01) VALUE 'N'.
       77  WS-LEDGER-OK        PIC X(01) VALUE 'Y'.
       77  WS-LANCAMENTO-GRAVADO PIC X(01) VALUE 'N'.
       77  WS-QTD-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  WS-FORN-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-IDX-FORN         PIC 9(02) VALUE ZEROS.
       77  WS-COD-FORN-BUSCA   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PAGTOS-NOVOS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PAGTOS-AVISO PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PAGTOS-REPETIDOS PIC 9(04) VALUE ZEROS.
       77  WS-PAGTO-REPETIDO   PIC X(01) VALUE 'N'.
       77  WS-QTD-RAZAO        PIC 9(03) VALUE ZEROS.
       77  WS-RAZ-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-IDX-RAZ          PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ABERTOS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-A-VENCER     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-VENCIDOS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-FORN-RELATORIO PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MOEDAS       PIC 9(02) VALUE ZEROS.
       77  WS-MOEDA-ACHADA     PIC X(01) VALUE 'N'.
       77  WS-IDX-MOEDA        PIC 9(02) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * CADASTRO DE FORNECEDORES EM MEMORIA: CODIGO, NOME E MOEDA.
       01  TABELA-FORNECEDORES.
           03 REG-FORNECEDOR    OCCURS 1 TO 99
               DEPENDING ON WS-QTD-FORNECEDORES.
               05 COD-FORN          PIC 9(04).
               05 NOME-FORN         PIC X(30).
               05 MOEDA-FORN        PIC X(03).

       01  WS-FORN-LINHA       PIC X(60).
       01  WS-COD-FORN-ALFA    PIC X(10).
       01  WS-NOME-FORN-LIDO   PIC X(30).
       01  WS-MOEDA-FORN-LIDA  PIC X(05).

      * RAZAO EM MEMORIA, NA ORDEM EM QUE FOI GRAVADO (CRONOLOGICA).
      * O ABERTO DE CADA TITULO, EM REAIS E NA MOEDA, E APURADO
      * DEPOIS DE ABATIDOS OS PAGAMENTOS DO FORNECEDOR.
       01  TABELA-LANCAMENTOS.
           03 REG-LANCAMENTO    OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-LANCAMENTOS.
               05 FORN-LAN          PIC 9(04).
               05 DATA-LAN          PIC 9(08).
               05 VENCTO-LAN        PIC 9(08).
               05 DOC-LAN           PIC X(10).
               05 TIPO-LAN          PIC X(01).
               05 MOEDA-LAN         PIC X(03).
               05 ORIG-LAN          PIC 9(10)V99.
               05 VALOR-LAN         PIC 9(10)V99.
               05 ABERTO-LAN        PIC 9(10)V99.
               05 ABERTO-ORIG-LAN   PIC 9(10)V99.

      * REGISTRO DO CONTAS A PAGAR EM DISCO, NO MESMO FEITIO GRAVADO
      * POR FLORICULTURA_ESTOQUE: FORNECEDOR|DATA|VENCIMENTO|
      * DOCUMENTO|TIPO (T TITULO, P PAGAMENTO)|ID|MOEDA|VALOR NA
      * MOEDA|VALOR EM REAIS. QUALQUER MUDANCA LA DEVE SER REFLETIDA
      * AQUI.
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

       01  WS-LINHA-LEDGER     PIC X(80).
       01  WS-FORN-LED-ALFA    PIC X(04).
       01  WS-DATA-LED-ALFA    PIC X(08).
       01  WS-VENCTO-LED-ALFA  PIC X(08).
       01  WS-DOC-LED-LIDO     PIC X(10).
       01  WS-TIPO-LED-LIDO    PIC X(01).
       01  WS-ID-LED-ALFA      PIC X(04).
       01  WS-MOEDA-LED-LIDA   PIC X(03).
       01  WS-CAMPO-ORIG-LED   PIC X(13).
       01  WS-CAMPO-VALOR-LED  PIC X(13).

      * CAMPOS DO PAGAMENTO DESMEMBRADO: FORNECEDOR;VALOR;DATA;
      * DOCUMENTO. A DATA (AAAAMMDD) E O DOCUMENTO SAO OPCIONAIS: EM
      * BRANCO VALEM A DATA DA EXECUCAO E 'PAGAMENTO'.
       01  WS-PAGAMENTO        PIC X(60).
       01  WS-FORN-PAG-ALFA    PIC X(10).
       01  WS-VALOR-PAG-ALFA   PIC X(15).
       01  WS-DATA-PAG-ALFA    PIC X(10).
       01  WS-DOC-PAG-LIDO     PIC X(10).
       01  WS-DATA-PAG         PIC 9(08) VALUE ZEROS.

      * FORNECEDORES PRESENTES NO RAZAO (CADASTRADOS OU NAO), COM OS
      * TOTAIS DA APURACAO EM REAIS.
       01  TABELA-RAZAO.
           03 REG-RAZAO         OCCURS 1 TO 500
               DEPENDING ON WS-QTD-RAZAO.
               05 COD-RAZ           PIC 9(04).
               05 TITULOS-RAZ       PIC 9(12)V99.
               05 PAGOS-RAZ         PIC 9(12)V99.
               05 VENCIDO-RAZ       PIC 9(12)V99.

      * TITULOS EM ABERTO, ORDENADOS POR VENCIMENTO PARA O
      * CRONOGRAMA E A LISTA DE VENCIDOS.
       01  TABELA-ABERTOS.
           03 REG-ABERTO        OCCURS 1 TO 2000
               DEPENDING ON WS-QTD-ABERTOS.
               05 VENCTO-ABE        PIC 9(08).
               05 IDX-ABE           PIC 9(04).

       01  WS-ABE-TEMP         PIC X(12).

      * ABERTO DO FORNECEDOR EM APURACAO POR MOEDA, PARA A LINHA DE
      * SALDO NA MOEDA ORIGINAL DOS TITULOS EM MOEDA ESTRANGEIRA.
       01  TABELA-MOEDAS.
           03 REG-MOEDA         OCCURS 10.
               05 MOEDA-ACM         PIC X(03).
               05 ORIG-ACM          PIC 9(12)V99.
               05 REAIS-ACM         PIC 9(12)V99.

      * APURACAO: OS PAGAMENTOS DO FORNECEDOR ABATEM OS TITULOS NA
      * ORDEM DO RAZAO (DO MAIS ANTIGO PARA O MAIS NOVO).
       01  WS-CREDITOS         PIC 9(12)V99 VALUE ZEROS.
       01  WS-SALDO-FORN       PIC S9(12)V99 VALUE ZEROS.
       01  WS-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       01  WS-NOME-APURADO     PIC X(30) VALUE SPACES.
       01  WS-INT-VENCTO       PIC 9(07) VALUE ZEROS.
       01  WS-INT-SEMANA       PIC 9(07) VALUE ZEROS.
       01  WS-SEMANA-CORRENTE  PIC 9(07) VALUE ZEROS.
       01  WS-TOT-SEMANA       PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-A-VENCER     PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-VENCIDO      PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-TITULOS      PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-PAGOS        PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-SALDO        PIC S9(12)V99 VALUE ZEROS.
       01  WS-TOT-VENC-FORN    PIC 9(12)V99 VALUE ZEROS.

       01  WS-DATA-CORRENTE.
           05 ANO-CORRENTE      PIC 9(04).
           05 MES-CORRENTE      PIC 9(02).
           05 DIA-CORRENTE      PIC 9(02).

       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NUM-AUX     PIC 9(08) VALUE ZEROS.

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

      * LINHAS DO RELATORIO DE CONTAS A PAGAR.
       01  CAB-PAGAR-1.
           05 FILLER            PIC X(39)
               VALUE 'RELATORIO DE CONTAS A PAGAR'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CAB-DATA          PIC X(10).

       01  CAB-PAGAR-SECAO.
           05 FILLER            PIC X(03) VALUE '== '.
           05 CAB-TITULO-SECAO  PIC X(50).

       01  CAB-SEMANA.
           05 FILLER            PIC X(10) VALUE 'SEMANA DE '.
           05 SEM-INICIO        PIC X(10).
           05 FILLER            PIC X(03) VALUE ' A '.
           05 SEM-FIM           PIC X(10).

       01  CAB-TITULO.
           05 FILLER            PIC X(11) VALUE 'VENCIMENTO'.
           05 FILLER            PIC X(05) VALUE 'COD'.
           05 FILLER            PIC X(31) VALUE 'FORNECEDOR'.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(05) VALUE 'MOEDA'.
           05 FILLER            PIC X(13) VALUE '  VALOR MOEDA'.
           05 FILLER            PIC X(13) VALUE '  VALOR REAIS'.
           05 FILLER            PIC X(07) VALUE '  DIAS'.

       01  LINHA-TITULO.
           05 TIT-VENCTO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TIT-FORN          PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TIT-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TIT-DOC           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TIT-MOEDA         PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TIT-ORIG          PIC ZZZZZZZZZ9,99.
           05 TIT-VALOR         PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TIT-ATRASO        PIC ZZZZZ.

       01  LINHA-TOTAL-TITULOS.
           05 TOT-ROTULO        PIC X(76).
           05 TOT-VALOR-ED      PIC ZZZZZZZZZ9,99.

       01  CAB-SALDO.
           05 FILLER            PIC X(05) VALUE 'COD'.
           05 FILLER            PIC X(31) VALUE 'FORNECEDOR'.
           05 FILLER            PIC X(14) VALUE '      TITULOS'.
           05 FILLER            PIC X(14) VALUE '   PAGAMENTOS'.
           05 FILLER            PIC X(14) VALUE '        SALDO'.
           05 FILLER            PIC X(13) VALUE '      VENCIDO'.

       01  LINHA-SALDO.
           05 SAL-FORN          PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SAL-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SAL-TITULOS       PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SAL-PAGOS         PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SAL-SALDO         PIC -ZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SAL-VENCIDO       PIC ZZZZZZZZZ9,99.

       01  LINHA-SALDO-MOEDA.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'EM ABERTO EM '.
           05 SMO-MOEDA         PIC X(03).
           05 FILLER            PIC X(02) VALUE ': '.
           05 SMO-ORIG          PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(16) VALUE '   EM REAIS: '.
           05 SMO-REAIS         PIC ZZZZZZZZZ9,99.

       01  LINHA-SALDO-TOTAL.
           05 FILLER            PIC X(36) VALUE 'TOTAL GERAL'.
           05 TOT-TITULOS-ED    PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-PAGOS-ED      PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-SALDO-ED      PIC -ZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-VENCIDO-ED    PIC ZZZZZZZZZ9,99.

       01  LINHA-NENHUM        PIC X(10) VALUE '   NENHUM'.

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-FORNECEDORES.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM CARREGA-LEDGER
               PERFORM POSTA-PAGAMENTOS
               PERFORM CARREGA-LEDGER
               PERFORM APURA-TITULOS
               PERFORM ORDENA-ABERTOS
               PERFORM GRAVA-RELATORIO-PAGAR
           END-IF.
           PERFORM RESUMO-PAGAR.
           IF WS-LEDGER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O ARQUIVO DE PAGAMENTOS DO DIA VEM
      * DA LINHA DE COMANDO OU DE VARIAVEL DE AMBIENTE; DEMAIS
      * CAMINHOS SAO CONFIGURAVEIS POR AMBIENTE.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-PAGAMENTOS FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_PAGAMENTOS_FORNECEDOR'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-PAGAMENTOS
                   END-IF
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
                   MOVE WS-ENV-VALOR TO CAMINHO-LEDGER
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_PAGAR'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE FORNECEDORES. SEM CADASTRO NAO HA COMO
      * VALIDAR OS PAGAMENTOS: A EXECUCAO TERMINA SEM LANCAR NADA.
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
               ELSE
                   DISPLAY 'ERRO AO ABRIR O CADASTRO DE FORNECEDORES: '
                       CAMINHO-FORNECEDORES ' STATUS: '
                       FS-FORNECEDORES
                   MOVE 'N' TO WS-EXECUCAO-OK
               END-IF.
               DISPLAY 'FORNECEDORES CARREGADOS: '
                   WS-QTD-FORNECEDORES.

          ARMAZENA-FORNECEDOR.
               MOVE SPACES TO WS-COD-FORN-ALFA.
               MOVE SPACES TO WS-NOME-FORN-LIDO.
               MOVE SPACES TO WS-MOEDA-FORN-LIDA.
               UNSTRING WS-FORN-LINHA
                   DELIMITED BY ';'
                   INTO WS-COD-FORN-ALFA
                        WS-NOME-FORN-LIDO
                        WS-MOEDA-FORN-LIDA
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
                   MOVE WS-MOEDA-FORN-LIDA(1:3)
                       TO MOEDA-FORN(WS-QTD-FORNECEDORES)
               ELSE
                   DISPLAY 'AVISO: FORNECEDOR IGNORADO (LINHA '
                       'ILEGIVEL): ' WS-FORN-LINHA
               END-IF.

          LOCALIZA-FORNECEDOR.
               MOVE 'N' TO WS-FORN-ACHADO.
               MOVE ZEROS TO WS-IDX-FORN.
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-QTD-FORNECEDORES
                   IF COD-FORN(K) = WS-COD-FORN-BUSCA
                       MOVE 'Y' TO WS-FORN-ACHADO
                       MOVE K TO WS-IDX-FORN
                   END-IF
               END-PERFORM.

      *-----------------------------------------------------------*
      * PAGAMENTOS DO DIA: CADA LINHA LEGIVEL DE FORNECEDOR
      * CADASTRADO VIRA UM PAGAMENTO (P) NO RAZAO, EM REAIS; LINHA
      * ILEGIVEL SAI EM AVISO PARA APURACAO MANUAL. O RAZAO ESTA EM
      * MEMORIA, COM OS PAGAMENTOS JA GRAVADOS NESTA EXECUCAO:
      * PAGAMENTO IGUAL A UM JA LANCADO (MESMO FORNECEDOR, DATA E
      * DOCUMENTO) E O ARQUIVO SENDO PROCESSADO DE NOVO, OU A LINHA
      * REPETIDA, E TAMBEM FICA EM AVISO.
      *-----------------------------------------------------------*
          POSTA-PAGAMENTOS.
              MOVE 'N' TO WS-EOF-PAGAMENTOS.
              OPEN INPUT PAGAMENTOS.
              IF FS-PAGAMENTOS = 00
                  PERFORM UNTIL WS-EOF-PAGAMENTOS = 'Y'
                      READ PAGAMENTOS INTO WS-PAGAMENTO
                          AT END
                              MOVE 'Y' TO WS-EOF-PAGAMENTOS
                          NOT AT END
                              PERFORM PROCESSA-PAGAMENTO
                      END-READ
                  END-PERFORM
                  CLOSE PAGAMENTOS
                  DISPLAY 'PAGAMENTOS LANCADOS: ' WS-QTD-PAGTOS-NOVOS
              END-IF.

          PROCESSA-PAGAMENTO.
              MOVE SPACES TO WS-FORN-PAG-ALFA.
              MOVE SPACES TO WS-VALOR-PAG-ALFA.
              MOVE SPACES TO WS-DATA-PAG-ALFA.
              MOVE SPACES TO WS-DOC-PAG-LIDO.
              UNSTRING WS-PAGAMENTO
                  DELIMITED BY ';'
                  INTO WS-FORN-PAG-ALFA
                       WS-VALOR-PAG-ALFA
                       WS-DATA-PAG-ALFA
                       WS-DOC-PAG-LIDO
              END-UNSTRING.
              INSPECT WS-VALOR-PAG-ALFA CONVERTING '.' TO ','.
              IF WS-FORN-PAG-ALFA = SPACES
                      OR FUNCTION TRIM(WS-FORN-PAG-ALFA)
                          IS NOT NUMERIC
                      OR FUNCTION LENGTH(FUNCTION
                          TRIM(WS-FORN-PAG-ALFA)) > 4
                      OR FUNCTION TEST-NUMVAL(WS-VALOR-PAG-ALFA)
                          NOT = 0
                      OR FUNCTION NUMVAL(WS-VALOR-PAG-ALFA)
                          NOT > 0
                  ADD 1 TO WS-QTD-PAGTOS-AVISO
                  DISPLAY 'AVISO: PAGAMENTO IGNORADO (LINHA '
                      'ILEGIVEL): ' WS-PAGAMENTO
              ELSE
                  MOVE FUNCTION TRIM(WS-FORN-PAG-ALFA)
                      TO WS-COD-FORN-BUSCA
                  PERFORM LOCALIZA-FORNECEDOR
                  IF WS-FORN-ACHADO = 'N'
                      ADD 1 TO WS-QTD-PAGTOS-AVISO
                      DISPLAY 'AVISO: PAGAMENTO A FORNECEDOR NAO '
                          'CADASTRADO IGNORADO: ' WS-PAGAMENTO
                  ELSE
                      PERFORM GRAVA-PAGAMENTO
                  END-IF
              END-IF.

          GRAVA-PAGAMENTO.
              IF WS-DATA-PAG-ALFA NOT = SPACES
                      AND FUNCTION TRIM(WS-DATA-PAG-ALFA) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION
                          TRIM(WS-DATA-PAG-ALFA)) = 8
                  MOVE FUNCTION TRIM(WS-DATA-PAG-ALFA)
                      TO WS-DATA-PAG
              ELSE
                  MOVE WS-DATA-HOJE-NUM TO WS-DATA-PAG
              END-IF.
              IF WS-DOC-PAG-LIDO = SPACES
                  MOVE 'PAGAMENTO' TO WS-DOC-PAG-LIDO
              END-IF.
              MOVE 'N' TO WS-PAGTO-REPETIDO.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF TIPO-LAN(K) = 'P'
                          AND FORN-LAN(K) = WS-COD-FORN-BUSCA
                          AND DATA-LAN(K) = WS-DATA-PAG
                          AND DOC-LAN(K) = WS-DOC-PAG-LIDO
                      MOVE 'Y' TO WS-PAGTO-REPETIDO
                  END-IF
              END-PERFORM.
              IF WS-PAGTO-REPETIDO = 'Y'
                  ADD 1 TO WS-QTD-PAGTOS-AVISO
                  ADD 1 TO WS-QTD-PAGTOS-REPETIDOS
                  DISPLAY 'AVISO: PAGAMENTO JA LANCADO NO RAZAO '
                      'IGNORADO: ' WS-PAGAMENTO
              ELSE
                  PERFORM LANCA-PAGAMENTO
              END-IF.

          LANCA-PAGAMENTO.
              MOVE WS-COD-FORN-BUSCA TO FORN-PAG-MOD.
              MOVE WS-DATA-PAG TO DATA-PAG-MOD.
              MOVE WS-DATA-PAG TO VENCTO-PAG-MOD.
              MOVE WS-DOC-PAG-LIDO TO DOC-PAG-MOD.
              MOVE 'P' TO TIPO-PAG-MOD.
              MOVE ZEROS TO ID-PAG-MOD.
              MOVE 'BRL' TO MOEDA-PAG-MOD.
              MOVE FUNCTION NUMVAL(WS-VALOR-PAG-ALFA)
                  TO ORIG-PAG-MOD.
              MOVE FUNCTION NUMVAL(WS-VALOR-PAG-ALFA)
                  TO VALOR-PAG-MOD.
              PERFORM GRAVA-LANCAMENTO.
              IF WS-LANCAMENTO-GRAVADO = 'Y'
                  ADD 1 TO WS-QTD-PAGTOS-NOVOS
                  PERFORM INCLUI-PAGAMENTO-LANCADO
              ELSE
                  DISPLAY 'ERRO: PAGAMENTO NAO LANCADO NO RAZAO: '
                      WS-PAGAMENTO
              END-IF.

      * O PAGAMENTO GRAVADO ENTRA NO RAZAO EM MEMORIA, PARA QUE A
      * MESMA LINHA REPETIDA NO ARQUIVO DO DIA TAMBEM FIQUE EM AVISO.
          INCLUI-PAGAMENTO-LANCADO.
              IF WS-QTD-LANCAMENTOS < 2000
                  ADD 1 TO WS-QTD-LANCAMENTOS
                  MOVE WS-COD-FORN-BUSCA
                      TO FORN-LAN(WS-QTD-LANCAMENTOS)
                  MOVE WS-DATA-PAG TO DATA-LAN(WS-QTD-LANCAMENTOS)
                  MOVE WS-DATA-PAG TO VENCTO-LAN(WS-QTD-LANCAMENTOS)
                  MOVE WS-DOC-PAG-LIDO TO DOC-LAN(WS-QTD-LANCAMENTOS)
                  MOVE 'P' TO TIPO-LAN(WS-QTD-LANCAMENTOS)
                  MOVE 'BRL' TO MOEDA-LAN(WS-QTD-LANCAMENTOS)
                  MOVE FUNCTION NUMVAL(WS-VALOR-PAG-ALFA)
                      TO ORIG-LAN(WS-QTD-LANCAMENTOS)
                  MOVE FUNCTION NUMVAL(WS-VALOR-PAG-ALFA)
                      TO VALOR-LAN(WS-QTD-LANCAMENTOS)
                  MOVE ZEROS TO ABERTO-LAN(WS-QTD-LANCAMENTOS)
                  MOVE ZEROS
                      TO ABERTO-ORIG-LAN(WS-QTD-LANCAMENTOS)
              END-IF.

      * COMO O DIARIO DA CARGA, O RAZAO E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA.
          GRAVA-LANCAMENTO.
              MOVE 'N' TO WS-LANCAMENTO-GRAVADO.
              OPEN EXTEND LEDGER-SAI.
              IF FS-LEDGER-SAI NOT = 00 AND FS-LEDGER-SAI NOT = 05
                  DISPLAY 'ERRO AO ABRIR O CONTAS A PAGAR. STATUS: '
                      FS-LEDGER-SAI
                  MOVE 'N' TO WS-LEDGER-OK
              ELSE
                  WRITE REGISTRO-LED-SAI FROM REGISTRO-PAGAR-MOD
                  IF FS-LEDGER-SAI NOT = 00
                      DISPLAY 'ERRO AO GRAVAR O CONTAS A PAGAR. '
                          'STATUS: ' FS-LEDGER-SAI
                      MOVE 'N' TO WS-LEDGER-OK
                  ELSE
                      MOVE 'Y' TO WS-LANCAMENTO-GRAVADO
                  END-IF
                  CLOSE LEDGER-SAI
              END-IF.

      *-----------------------------------------------------------*
      * CARGA DO RAZAO COMPLETO: ANTES DOS PAGAMENTOS, PARA
      * RECONHECER OS JA LANCADOS, E DE NOVO DEPOIS (JA COM OS
      * PAGAMENTOS DESTA EXECUCAO) PARA A APURACAO. VENCIMENTO FORA
      * DO CALENDARIO (ARQUIVO EDITADO A MAO) E ZERADO, PARA O TITULO
      * SAIR ENTRE OS VENCIDOS E NAO PASSAR DESPERCEBIDO.
      *-----------------------------------------------------------*
          CARREGA-LEDGER.
              MOVE ZEROS TO WS-QTD-LANCAMENTOS.
              MOVE 'N' TO WS-EOF-LEDGER.
              OPEN INPUT LEDGER-ENT.
              IF FS-LEDGER-ENT = 00
                  PERFORM UNTIL WS-EOF-LEDGER = 'Y'
                      READ LEDGER-ENT INTO WS-LINHA-LEDGER
                          AT END
                              MOVE 'Y' TO WS-EOF-LEDGER
                          NOT AT END
                              PERFORM ARMAZENA-LANCAMENTO
                      END-READ
                  END-PERFORM
                  CLOSE LEDGER-ENT
              END-IF.
              DISPLAY 'CONTAS A PAGAR CARREGADO: ' WS-QTD-LANCAMENTOS
                  ' LANCAMENTOS'.

          ARMAZENA-LANCAMENTO.
              IF WS-QTD-LANCAMENTOS < 2000
                  MOVE SPACES TO WS-FORN-LED-ALFA
                  MOVE SPACES TO WS-DATA-LED-ALFA
                  MOVE SPACES TO WS-VENCTO-LED-ALFA
                  MOVE SPACES TO WS-DOC-LED-LIDO
                  MOVE SPACES TO WS-TIPO-LED-LIDO
                  MOVE SPACES TO WS-ID-LED-ALFA
                  MOVE SPACES TO WS-MOEDA-LED-LIDA
                  MOVE SPACES TO WS-CAMPO-ORIG-LED
                  MOVE SPACES TO WS-CAMPO-VALOR-LED
                  UNSTRING WS-LINHA-LEDGER
                      DELIMITED BY '|'
                      INTO WS-FORN-LED-ALFA
                           WS-DATA-LED-ALFA
                           WS-VENCTO-LED-ALFA
                           WS-DOC-LED-LIDO
                           WS-TIPO-LED-LIDO
                           WS-ID-LED-ALFA
                           WS-MOEDA-LED-LIDA
                           WS-CAMPO-ORIG-LED
                           WS-CAMPO-VALOR-LED
                  END-UNSTRING
                  IF WS-FORN-LED-ALFA IS NUMERIC
                          AND WS-DATA-LED-ALFA IS NUMERIC
                          AND WS-VENCTO-LED-ALFA IS NUMERIC
                          AND (WS-TIPO-LED-LIDO = 'T'
                              OR WS-TIPO-LED-LIDO = 'P')
                          AND FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR-LED)
                              = 0
                      ADD 1 TO WS-QTD-LANCAMENTOS
                      MOVE WS-FORN-LED-ALFA
                          TO FORN-LAN(WS-QTD-LANCAMENTOS)
                      MOVE WS-DATA-LED-ALFA
                          TO DATA-LAN(WS-QTD-LANCAMENTOS)
                      MOVE WS-VENCTO-LED-ALFA TO WS-DATA-AUX
                      IF ANO-AUX >= 1900
                              AND MES-AUX >= 01 AND MES-AUX <= 12
                              AND DIA-AUX >= 01 AND DIA-AUX <= 31
                          MOVE WS-DATA-AUX
                              TO VENCTO-LAN(WS-QTD-LANCAMENTOS)
                      ELSE
                          MOVE ZEROS TO VENCTO-LAN(WS-QTD-LANCAMENTOS)
                      END-IF
                      MOVE WS-DOC-LED-LIDO
                          TO DOC-LAN(WS-QTD-LANCAMENTOS)
                      MOVE WS-TIPO-LED-LIDO
                          TO TIPO-LAN(WS-QTD-LANCAMENTOS)
                      MOVE FUNCTION NUMVAL(WS-CAMPO-VALOR-LED)
                          TO VALOR-LAN(WS-QTD-LANCAMENTOS)
                      IF WS-MOEDA-LED-LIDA = SPACES
                              OR FUNCTION TEST-NUMVAL(WS-CAMPO-ORIG-LED)
                                  NOT = 0
                          MOVE 'BRL' TO MOEDA-LAN(WS-QTD-LANCAMENTOS)
                          MOVE VALOR-LAN(WS-QTD-LANCAMENTOS)
                              TO ORIG-LAN(WS-QTD-LANCAMENTOS)
                      ELSE
                          MOVE WS-MOEDA-LED-LIDA
                              TO MOEDA-LAN(WS-QTD-LANCAMENTOS)
                          MOVE FUNCTION NUMVAL(WS-CAMPO-ORIG-LED)
                              TO ORIG-LAN(WS-QTD-LANCAMENTOS)
                      END-IF
                      MOVE ZEROS TO ABERTO-LAN(WS-QTD-LANCAMENTOS)
                      MOVE ZEROS
                          TO ABERTO-ORIG-LAN(WS-QTD-LANCAMENTOS)
                  ELSE
                      DISPLAY 'AVISO: LANCAMENTO IGNORADO (LINHA '
                          'ILEGIVEL): ' WS-LINHA-LEDGER
                  END-IF
              ELSE
                  DISPLAY 'ERRO: LIMITE DE 2000 LANCAMENTOS '
                      'ATINGIDO. LANCAMENTO IGNORADO.'
              END-IF.

      *-----------------------------------------------------------*
      * APURACAO POR FORNECEDOR PRESENTE NO RAZAO: A SOMA DOS
      * PAGAMENTOS ABATE OS TITULOS NA ORDEM DO RAZAO; O QUE SOBRA
      * DE CADA TITULO FICA EM ABERTO (EM REAIS E, PROPORCIONALMENTE,
      * NA MOEDA COTADA) E ENTRA NA LISTA ORDENADA POR VENCIMENTO.
      *-----------------------------------------------------------*
          APURA-TITULOS.
              MOVE ZEROS TO WS-QTD-RAZAO.
              MOVE ZEROS TO WS-QTD-ABERTOS.
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-QTD-LANCAMENTOS
                  MOVE FORN-LAN(I) TO WS-COD-FORN-BUSCA
                  PERFORM LOCALIZA-RAZAO
                  IF WS-RAZ-ACHADO = 'N'
                      IF WS-QTD-RAZAO < 500
                          ADD 1 TO WS-QTD-RAZAO
                          MOVE WS-QTD-RAZAO TO WS-IDX-RAZ
                          MOVE WS-COD-FORN-BUSCA
                              TO COD-RAZ(WS-IDX-RAZ)
                          PERFORM APURA-FORNECEDOR
                      ELSE
                          DISPLAY 'AVISO: LIMITE DE 500 FORNECEDORES '
                              'NO RAZAO ATINGIDO. CODIGO '
                              WS-COD-FORN-BUSCA ' FORA DA APURACAO.'
                      END-IF
                  END-IF
              END-PERFORM.

          LOCALIZA-RAZAO.
              MOVE 'N' TO WS-RAZ-ACHADO.
              MOVE ZEROS TO WS-IDX-RAZ.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-RAZAO
                  IF COD-RAZ(K) = WS-COD-FORN-BUSCA
                      MOVE 'Y' TO WS-RAZ-ACHADO
                      MOVE K TO WS-IDX-RAZ
                  END-IF
              END-PERFORM.

          APURA-FORNECEDOR.
              MOVE ZEROS TO WS-CREDITOS.
              MOVE ZEROS TO TITULOS-RAZ(WS-IDX-RAZ).
              MOVE ZEROS TO PAGOS-RAZ(WS-IDX-RAZ).
              MOVE ZEROS TO VENCIDO-RAZ(WS-IDX-RAZ).
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF FORN-LAN(K) = WS-COD-FORN-BUSCA
                          AND TIPO-LAN(K) = 'P'
                      ADD VALOR-LAN(K) TO WS-CREDITOS
                      ADD VALOR-LAN(K) TO PAGOS-RAZ(WS-IDX-RAZ)
                  END-IF
              END-PERFORM.
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-QTD-LANCAMENTOS
                  IF FORN-LAN(K) = WS-COD-FORN-BUSCA
                          AND TIPO-LAN(K) = 'T'
                      ADD VALOR-LAN(K) TO TITULOS-RAZ(WS-IDX-RAZ)
                      PERFORM ABATE-PAGAMENTO-DO-TITULO
                  END-IF
              END-PERFORM.

          ABATE-PAGAMENTO-DO-TITULO.
              MOVE VALOR-LAN(K) TO ABERTO-LAN(K).
              IF WS-CREDITOS NOT < ABERTO-LAN(K)
                  SUBTRACT ABERTO-LAN(K) FROM WS-CREDITOS
                  MOVE ZEROS TO ABERTO-LAN(K)
              ELSE
                  SUBTRACT WS-CREDITOS FROM ABERTO-LAN(K)
                  MOVE ZEROS TO WS-CREDITOS
              END-IF.
              IF ABERTO-LAN(K) > ZEROS
                  IF ABERTO-LAN(K) = VALOR-LAN(K)
                      MOVE ORIG-LAN(K) TO ABERTO-ORIG-LAN(K)
                  ELSE
                      COMPUTE ABERTO-ORIG-LAN(K) ROUNDED =
                          ORIG-LAN(K) * ABERTO-LAN(K) / VALOR-LAN(K)
                  END-IF
                  IF VENCTO-LAN(K) < WS-DATA-HOJE-NUM
                      ADD ABERTO-LAN(K) TO VENCIDO-RAZ(WS-IDX-RAZ)
                  END-IF
                  IF WS-QTD-ABERTOS < 2000
                      ADD 1 TO WS-QTD-ABERTOS
                      MOVE VENCTO-LAN(K) TO VENCTO-ABE(WS-QTD-ABERTOS)
                      MOVE K TO IDX-ABE(WS-QTD-ABERTOS)
                  END-IF
              END-IF.

      * ORDENACAO ESTAVEL POR VENCIMENTO: TITULOS COM O MESMO
      * VENCIMENTO FICAM NA ORDEM DO RAZAO.
          ORDENA-ABERTOS.
              IF WS-QTD-ABERTOS > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-ABERTOS
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-ABERTOS - I
                          IF VENCTO-ABE(J) > VENCTO-ABE(J + 1)
                              PERFORM TROCA-ABERTOS
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

          TROCA-ABERTOS.
              MOVE REG-ABERTO(J) TO WS-ABE-TEMP.
              MOVE REG-ABERTO(J + 1) TO REG-ABERTO(J).
              MOVE WS-ABE-TEMP TO REG-ABERTO(J + 1).

      *-----------------------------------------------------------*
      * RELATORIO DE CONTAS A PAGAR: CRONOGRAMA DOS TITULOS A VENCER
      * POR SEMANA (SEGUNDA A DOMINGO), TITULOS VENCIDOS COM OS DIAS
      * DE ATRASO E SALDO POR FORNECEDOR.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO-PAGAR.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE CONTAS A '
                      'PAGAR. STATUS: ' FS-RELATORIO
              ELSE
                  MOVE WS-DATA-EDITADA TO CAB-DATA
                  WRITE LINHA-RELATORIO FROM CAB-PAGAR-1
                  PERFORM GRAVA-SECAO-CRONOGRAMA
                  PERFORM GRAVA-SECAO-VENCIDOS
                  PERFORM GRAVA-SECAO-SALDOS
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE CONTAS A PAGAR GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

      * A SEMANA COMECA NA SEGUNDA-FEIRA: O DIA 1 DO CALENDARIO DE
      * INTEGER-OF-DATE (01/01/1601) FOI UMA SEGUNDA.
          GRAVA-SECAO-CRONOGRAMA.
              MOVE 'CRONOGRAMA DE VENCIMENTOS POR SEMANA'
                  TO CAB-TITULO-SECAO.
              WRITE LINHA-RELATORIO FROM CAB-PAGAR-SECAO.
              MOVE ZEROS TO WS-SEMANA-CORRENTE.
              MOVE ZEROS TO WS-TOT-SEMANA.
              MOVE ZEROS TO WS-TOT-A-VENCER.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-ABERTOS
                  IF VENCTO-ABE(I) NOT < WS-DATA-HOJE-NUM
                      MOVE IDX-ABE(I) TO J
                      COMPUTE WS-INT-VENCTO =
                          FUNCTION INTEGER-OF-DATE(VENCTO-LAN(J))
                      COMPUTE WS-INT-SEMANA = WS-INT-VENCTO
                          - FUNCTION MOD(WS-INT-VENCTO - 1, 7)
                      IF WS-INT-SEMANA NOT = WS-SEMANA-CORRENTE
                          PERFORM ENCERRA-SEMANA
                          PERFORM ABRE-SEMANA
                      END-IF
                      MOVE ZEROS TO TIT-ATRASO
                      PERFORM GRAVA-LINHA-TITULO
                      ADD ABERTO-LAN(J) TO WS-TOT-SEMANA
                      ADD ABERTO-LAN(J) TO WS-TOT-A-VENCER
                      ADD 1 TO WS-QTD-A-VENCER
                  END-IF
              END-PERFORM.
              PERFORM ENCERRA-SEMANA.
              IF WS-QTD-A-VENCER = ZEROS
                  WRITE LINHA-RELATORIO FROM LINHA-NENHUM
              ELSE
                  MOVE 'TOTAL A VENCER EM REAIS' TO TOT-ROTULO
                  MOVE WS-TOT-A-VENCER TO TOT-VALOR-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-TITULOS
              END-IF.

          ABRE-SEMANA.
              MOVE WS-INT-SEMANA TO WS-SEMANA-CORRENTE.
              MOVE ZEROS TO WS-TOT-SEMANA.
              COMPUTE WS-DATA-NUM-AUX =
                  FUNCTION DATE-OF-INTEGER(WS-INT-SEMANA).
              MOVE WS-DATA-NUM-AUX TO WS-DATA-AUX.
              PERFORM EDITA-DATA-AUX.
              MOVE WS-DATA-AUX-ED TO SEM-INICIO.
              COMPUTE WS-DATA-NUM-AUX =
                  FUNCTION DATE-OF-INTEGER(WS-INT-SEMANA + 6).
              MOVE WS-DATA-NUM-AUX TO WS-DATA-AUX.
              PERFORM EDITA-DATA-AUX.
              MOVE WS-DATA-AUX-ED TO SEM-FIM.
              WRITE LINHA-RELATORIO FROM CAB-SEMANA.
              WRITE LINHA-RELATORIO FROM CAB-TITULO.

          ENCERRA-SEMANA.
              IF WS-SEMANA-CORRENTE > ZEROS
                  MOVE '  TOTAL DA SEMANA EM REAIS' TO TOT-ROTULO
                  MOVE WS-TOT-SEMANA TO TOT-VALOR-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-TITULOS
              END-IF.

          GRAVA-SECAO-VENCIDOS.
              MOVE 'TITULOS VENCIDOS' TO CAB-TITULO-SECAO.
              WRITE LINHA-RELATORIO FROM CAB-PAGAR-SECAO.
              WRITE LINHA-RELATORIO FROM CAB-TITULO.
              MOVE ZEROS TO WS-TOT-VENCIDO.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-ABERTOS
                  IF VENCTO-ABE(I) < WS-DATA-HOJE-NUM
                      MOVE IDX-ABE(I) TO J
                      IF VENCTO-LAN(J) = ZEROS
                          MOVE 99999 TO WS-DIAS-ATRASO
                      ELSE
                          COMPUTE WS-DIAS-ATRASO =
                              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
                              - FUNCTION INTEGER-OF-DATE(VENCTO-LAN(J))
                      END-IF
                      MOVE WS-DIAS-ATRASO TO TIT-ATRASO
                      PERFORM GRAVA-LINHA-TITULO
                      ADD ABERTO-LAN(J) TO WS-TOT-VENCIDO
                      ADD 1 TO WS-QTD-VENCIDOS
                  END-IF
              END-PERFORM.
              IF WS-QTD-VENCIDOS = ZEROS
                  WRITE LINHA-RELATORIO FROM LINHA-NENHUM
              ELSE
                  MOVE 'TOTAL VENCIDO EM REAIS' TO TOT-ROTULO
                  MOVE WS-TOT-VENCIDO TO TOT-VALOR-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-TITULOS
              END-IF.

      * LINHA DE UM TITULO EM ABERTO (INDICE J NO RAZAO EM MEMORIA):
      * O VALOR NA MOEDA COTADA AO LADO DO VALOR EM REAIS.
          GRAVA-LINHA-TITULO.
              MOVE VENCTO-LAN(J) TO WS-DATA-AUX.
              PERFORM EDITA-DATA-AUX.
              MOVE WS-DATA-AUX-ED TO TIT-VENCTO.
              MOVE FORN-LAN(J) TO TIT-FORN.
              MOVE FORN-LAN(J) TO WS-COD-FORN-BUSCA.
              PERFORM LOCALIZA-FORNECEDOR.
              IF WS-FORN-ACHADO = 'Y'
                  MOVE NOME-FORN(WS-IDX-FORN) TO TIT-NOME
              ELSE
                  MOVE 'FORNECEDOR SEM CADASTRO' TO TIT-NOME
              END-IF.
              MOVE DOC-LAN(J) TO TIT-DOC.
              MOVE MOEDA-LAN(J) TO TIT-MOEDA.
              MOVE ABERTO-ORIG-LAN(J) TO TIT-ORIG.
              MOVE ABERTO-LAN(J) TO TIT-VALOR.
              WRITE LINHA-RELATORIO FROM LINHA-TITULO.

      *-----------------------------------------------------------*
      * SALDO POR FORNECEDOR: OS DO CADASTRO PRIMEIRO, DEPOIS OS
      * CODIGOS QUE SO EXISTEM NO RAZAO, PARA O SALDO DELES NAO
      * SUMIR DOS TOTAIS. O ABERTO EM MOEDA ESTRANGEIRA SAI NUMA
      * LINHA PROPRIA POR MOEDA, COM O EQUIVALENTE EM REAIS.
      *-----------------------------------------------------------*
          GRAVA-SECAO-SALDOS.
              MOVE 'SALDO POR FORNECEDOR' TO CAB-TITULO-SECAO.
              WRITE LINHA-RELATORIO FROM CAB-PAGAR-SECAO.
              WRITE LINHA-RELATORIO FROM CAB-SALDO.
              MOVE ZEROS TO WS-TOT-TITULOS.
              MOVE ZEROS TO WS-TOT-PAGOS.
              MOVE ZEROS TO WS-TOT-SALDO.
              MOVE ZEROS TO WS-TOT-VENC-FORN.
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-QTD-FORNECEDORES
                  MOVE COD-FORN(I) TO WS-COD-FORN-BUSCA
                  PERFORM LOCALIZA-RAZAO
                  IF WS-RAZ-ACHADO = 'Y'
                      MOVE NOME-FORN(I) TO WS-NOME-APURADO
                      PERFORM GRAVA-LINHA-SALDO
                  END-IF
              END-PERFORM.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-RAZAO
                  MOVE COD-RAZ(I) TO WS-COD-FORN-BUSCA
                  PERFORM LOCALIZA-FORNECEDOR
                  IF WS-FORN-ACHADO = 'N'
                      MOVE I TO WS-IDX-RAZ
                      MOVE 'FORNECEDOR SEM CADASTRO'
                          TO WS-NOME-APURADO
                      PERFORM GRAVA-LINHA-SALDO
                  END-IF
              END-PERFORM.
              IF WS-QTD-FORN-RELATORIO = ZEROS
                  WRITE LINHA-RELATORIO FROM LINHA-NENHUM
              END-IF.
              MOVE WS-TOT-TITULOS TO TOT-TITULOS-ED.
              MOVE WS-TOT-PAGOS TO TOT-PAGOS-ED.
              MOVE WS-TOT-SALDO TO TOT-SALDO-ED.
              MOVE WS-TOT-VENC-FORN TO TOT-VENCIDO-ED.
              WRITE LINHA-RELATORIO FROM LINHA-SALDO-TOTAL.

      * PAGAMENTO ALEM DOS TITULOS VIRA SALDO NEGATIVO (ADIANTAMENTO
      * AO FORNECEDOR).
          GRAVA-LINHA-SALDO.
              ADD 1 TO WS-QTD-FORN-RELATORIO.
              COMPUTE WS-SALDO-FORN = TITULOS-RAZ(WS-IDX-RAZ)
                  - PAGOS-RAZ(WS-IDX-RAZ).
              MOVE WS-COD-FORN-BUSCA TO SAL-FORN.
              MOVE WS-NOME-APURADO TO SAL-NOME.
              MOVE TITULOS-RAZ(WS-IDX-RAZ) TO SAL-TITULOS.
              MOVE PAGOS-RAZ(WS-IDX-RAZ) TO SAL-PAGOS.
              MOVE WS-SALDO-FORN TO SAL-SALDO.
              MOVE VENCIDO-RAZ(WS-IDX-RAZ) TO SAL-VENCIDO.
              WRITE LINHA-RELATORIO FROM LINHA-SALDO.
              ADD TITULOS-RAZ(WS-IDX-RAZ) TO WS-TOT-TITULOS.
              ADD PAGOS-RAZ(WS-IDX-RAZ) TO WS-TOT-PAGOS.
              ADD WS-SALDO-FORN TO WS-TOT-SALDO.
              ADD VENCIDO-RAZ(WS-IDX-RAZ) TO WS-TOT-VENC-FORN.
              PERFORM ACUMULA-MOEDAS-FORNECEDOR.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-MOEDAS
                  MOVE MOEDA-ACM(K) TO SMO-MOEDA
                  MOVE ORIG-ACM(K) TO SMO-ORIG
                  MOVE REAIS-ACM(K) TO SMO-REAIS
                  WRITE LINHA-RELATORIO FROM LINHA-SALDO-MOEDA
              END-PERFORM.

          ACUMULA-MOEDAS-FORNECEDOR.
              MOVE ZEROS TO WS-QTD-MOEDAS.
              PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-QTD-LANCAMENTOS
                  IF FORN-LAN(J) = WS-COD-FORN-BUSCA
                          AND TIPO-LAN(J) = 'T'
                          AND ABERTO-LAN(J) > ZEROS
                          AND MOEDA-LAN(J) NOT = 'BRL'
                      PERFORM ACUMULA-MOEDA-TITULO
                  END-IF
              END-PERFORM.

          ACUMULA-MOEDA-TITULO.
              MOVE 'N' TO WS-MOEDA-ACHADA.
              MOVE ZEROS TO WS-IDX-MOEDA.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-MOEDAS
                  IF MOEDA-ACM(K) = MOEDA-LAN(J)
                      MOVE 'Y' TO WS-MOEDA-ACHADA
                      MOVE K TO WS-IDX-MOEDA
                  END-IF
              END-PERFORM.
              IF WS-MOEDA-ACHADA = 'N' AND WS-QTD-MOEDAS < 10
                  ADD 1 TO WS-QTD-MOEDAS
                  MOVE WS-QTD-MOEDAS TO WS-IDX-MOEDA
                  MOVE MOEDA-LAN(J) TO MOEDA-ACM(WS-IDX-MOEDA)
                  MOVE ZEROS TO ORIG-ACM(WS-IDX-MOEDA)
                  MOVE ZEROS TO REAIS-ACM(WS-IDX-MOEDA)
              END-IF.
              IF WS-IDX-MOEDA > ZEROS
                  ADD ABERTO-ORIG-LAN(J) TO ORIG-ACM(WS-IDX-MOEDA)
                  ADD ABERTO-LAN(J) TO REAIS-ACM(WS-IDX-MOEDA)
              END-IF.

          EDITA-DATA-AUX.
              MOVE DIA-AUX TO DIA-AUX-ED.
              MOVE MES-AUX TO MES-AUX-ED.
              MOVE ANO-AUX TO ANO-AUX-ED.

          RESUMO-PAGAR.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DO CONTAS A PAGAR'.
              DISPLAY 'PAGAMENTOS LANCADOS:  ' WS-QTD-PAGTOS-NOVOS.
              DISPLAY 'PAGAMENTOS EM AVISO:  ' WS-QTD-PAGTOS-AVISO.
              DISPLAY '  JA LANCADOS ANTES:  ' WS-QTD-PAGTOS-REPETIDOS.
              DISPLAY 'TITULOS A VENCER:     ' WS-QTD-A-VENCER.
              DISPLAY 'TITULOS VENCIDOS:     ' WS-QTD-VENCIDOS.
              DISPLAY 'FORNECEDORES NO RELATORIO: '
                  WS-QTD-FORN-RELATORIO.

       END PROGRAM FLORICULTURA_PAGAR.
