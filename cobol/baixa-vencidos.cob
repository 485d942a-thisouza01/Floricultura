      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rodada noturna de validade dos lotes de estoque
      *          abertos por FLORICULTURA_ESTOQUE: lista os lotes que
      *          vencem nos proximos dois dias, para entrarem em
      *          promocao, e da baixa como perda dos lotes ja
      *          vencidos - o saldo do lote sai do cadastro mestre
      *          com movimento P documentado como VENCIMENTO no
      *          kardex e o lote e zerado; lote cuja perda nao pode ser
      *          regravada no mestre fica com o saldo para a rodada
      *          seguinte; falha ao regravar os lotes termina a rodada
      *          com codigo de retorno 8, assim como a rodada que nao
      *          chega a apurar os lotes (mestre que nao abre ou lotes
      *          alem da capacidade da tabela)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_VALIDADE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * MESTRE INDEXADO POR ID: A PERDA DE CADA LOTE VENCIDO REGRAVA
      * SO O REGISTRO DA PLANTA, NA HORA.
              SELECT MESTRE ASSIGN DYNAMIC CAMINHO-MESTRE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-MES
              FILE STATUS IS FS-MESTRE.
      *
      * LOTES DE ESTOQUE (MESMO CAMINHO NA ENTRADA E NA SAIDA): LIDOS
      * POR INTEIRO NA PARTIDA E REGRAVADOS SEM OS LOTES BAIXADOS.
              SELECT OPTIONAL LOTES-ENT ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-ENT.
      *
              SELECT LOTES-SAI ASSIGN DYNAMIC CAMINHO-LOTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOTES-SAI.
      *
      * KARDEX PERMANENTE: CADA LOTE VENCIDO BAIXADO ENTRA COMO
      * MOVIMENTO P, SEMPRE EM ACRESCIMO, NO MESMO FEITIO GRAVADO POR
      * FLORICULTURA_ESTOQUE.
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
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
         FD LOTES-ENT.
         01 REGISTRO-LOTE-ENT   PIC X(60).
      *
         FD LOTES-SAI.
         01 REGISTRO-LOTE-SAI   PIC X(60).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX-OUT PIC X(40).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-MESTRE      PIC X(100) VALUE 'CADASTRO-MESTRE.dat'.

       01  CAMINHO-LOTES       PIC X(100) VALUE 'LOTES-ESTOQUE.txt'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-VALIDADE.txt'.

       01  STATUS-ARQUIVO.
           05 FS-MESTRE        PIC 9(02).
           05 FS-LOTES-ENT     PIC 9(02).
           05 FS-LOTES-SAI     PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).

       77  L                   PIC 9(04) VALUE ZEROS.

       77  WS-NUM-ARGS         PIC 9(02) VALUE ZEROS.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-RELATORIO-OK     PIC X(01) VALUE 'Y'.
       77  WS-ENCONTRADO       PIC X(01) VALUE 'N'.
       77  WS-QTD-LOTES        PIC 9(04) VALUE ZEROS.
       77  WS-EOF-LOTES        PIC X(01) VALUE 'N'.
       77  WS-LOTES-OK         PIC X(01) VALUE 'Y'.
       77  WS-REGRAVACAO-OK    PIC X(01) VALUE 'Y'.
       77  WS-DIAS             PIC 9(01) VALUE ZEROS.
       77  WS-QTD-A-VENCER     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-BAIXADOS     PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-SALDO    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NAO-BAIXADOS PIC 9(04) VALUE ZEROS.
       77  WS-PERDA-REGRAVADA  PIC X(01) VALUE 'Y'.
       77  WS-TOT-PERDA        PIC 9(08) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

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

      * LOTES EM MEMORIA: A LINHA EM DISCO E OS CAMPOS DA APURACAO.
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

       01  WS-QTD-PERDA        PIC 9(06) VALUE ZEROS.
       01  WS-VALOR-PERDA      PIC 9(10)V99 VALUE ZEROS.
       01  WS-TOT-VALOR-PERDA  PIC 9(12)V99 VALUE ZEROS.
       01  WS-NOME-PLANTA      PIC X(30) VALUE SPACES.
       01  WS-DATA-HOJE-NUM    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ALVO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NUM-AUX     PIC 9(08) VALUE ZEROS.

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

      * LINHAS DO RELATORIO DE VALIDADE: LOTES VENCIDOS BAIXADOS COMO
      * PERDA E LOTES QUE VENCEM ATE DAQUI A DOIS DIAS.
       01  CAB-VALIDADE-1.
           05 FILLER            PIC X(42)
               VALUE 'VALIDADE DOS LOTES DE ESTOQUE'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CAB-DATA          PIC X(10).

       01  CAB-VALIDADE-SECAO.
           05 FILLER            PIC X(03) VALUE '== '.
           05 CAB-TITULO        PIC X(60).

       01  CAB-VALIDADE-2.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(11) VALUE 'ENTRADA'.
           05 FILLER            PIC X(11) VALUE 'VENCIMENTO'.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(08) VALUE ' BAIXADA'.
           05 FILLER            PIC X(14) VALUE '         VALOR'.

       01  CAB-VALIDADE-3.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(11) VALUE 'ENTRADA'.
           05 FILLER            PIC X(11) VALUE 'VENCIMENTO'.
           05 FILLER            PIC X(11) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(08) VALUE '   SALDO'.
           05 FILLER            PIC X(06) VALUE '  DIAS'.

       01  LINHA-LOTE-BAIXADO.
           05 BXA-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BXA-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BXA-ENTRADA       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BXA-VENCTO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BXA-DOC           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BXA-QTD           PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BXA-VALOR         PIC ZZZZZZZZZ9,99.

       01  LINHA-LOTE-A-VENCER.
           05 VEN-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 VEN-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 VEN-ENTRADA       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 VEN-VENCTO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 VEN-DOC           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 VEN-SALDO         PIC ZZZZZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 VEN-DIAS          PIC 9(01).

       01  LINHA-TOTAL-PERDA.
           05 FILLER            PIC X(26)
               VALUE 'TOTAL BAIXADO COMO PERDA: '.
           05 TOT-PERDA-ED      PIC ZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE '  VALOR: '.
           05 TOT-VALOR-ED      PIC ZZZZZZZZZZZ9,99.

       01  LINHA-VALIDADE-NENHUM PIC X(10) VALUE '   NENHUM'.

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-LOTES.
           PERFORM ABRE-MESTRE.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM ABRE-RELATORIO-VALIDADE
               PERFORM BAIXA-LOTES-VENCIDOS
               PERFORM LISTA-LOTES-A-VENCER
               PERFORM FECHA-RELATORIO-VALIDADE
               PERFORM FECHA-MESTRE
               PERFORM REGRAVA-LOTES
           END-IF.
           PERFORM RESUMO-VALIDADE.
           IF WS-REGRAVACAO-OK = 'N' OR WS-EXECUCAO-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: O ARQUIVO DE LOTES VEM DA LINHA DE
      * COMANDO OU DA VARIAVEL CAMINHO_LOTES; DEMAIS CAMINHOS SAO
      * CONFIGURAVEIS POR AMBIENTE, COM OS MESMOS NOMES DOS
      * PROGRAMAS QUE GRAVAM CADA ARQUIVO.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               ACCEPT WS-NUM-ARGS FROM ARGUMENT-NUMBER.
               IF WS-NUM-ARGS > ZERO
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT CAMINHO-LOTES FROM ARGUMENT-VALUE
               ELSE
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                       FROM ENVIRONMENT 'CAMINHO_LOTES'
                   IF WS-ENV-VALOR NOT = SPACES
                       MOVE WS-ENV-VALOR TO CAMINHO-LOTES
                   END-IF
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
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_RELATORIO_VALIDADE'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM) + 2).

      *-----------------------------------------------------------*
      * CARGA DOS LOTES DE ESTOQUE. SEM O ARQUIVO NAO HA LOTE A
      * APURAR; SE ELE NAO COUBER NA TABELA, NADA E BAIXADO, PARA O
      * ARQUIVO NAO SER REGRAVADO PELA METADE.
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
              IF WS-LOTES-OK = 'N'
                  MOVE 'N' TO WS-EXECUCAO-OK
              END-IF.

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
                          'APURACAO (LINHA ILEGIVEL): ' REGISTRO-LOTE
                  END-IF
              ELSE
                  IF WS-LOTES-OK = 'Y'
                      DISPLAY 'ERRO: LOTES DE ESTOQUE ALEM DA '
                          'CAPACIDADE DA TABELA: ' CAMINHO-LOTES
                      MOVE 'N' TO WS-LOTES-OK
                  END-IF
              END-IF.

          ABRE-MESTRE.
              IF WS-EXECUCAO-OK = 'Y'
                  OPEN I-O MESTRE
                  IF FS-MESTRE NOT = 00
                      DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                          CAMINHO-MESTRE ' STATUS: ' FS-MESTRE
                      MOVE 'N' TO WS-EXECUCAO-OK
                  END-IF
              END-IF.

          FECHA-MESTRE.
              CLOSE MESTRE.

          ABRE-RELATORIO-VALIDADE.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE VALIDADE. '
                      'STATUS: ' FS-RELATORIO
                  MOVE 'N' TO WS-RELATORIO-OK
              ELSE
                  MOVE WS-DATA-EDITADA TO CAB-DATA
                  WRITE LINHA-RELATORIO FROM CAB-VALIDADE-1
              END-IF.

          FECHA-RELATORIO-VALIDADE.
              IF WS-RELATORIO-OK = 'Y'
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE VALIDADE GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

      *-----------------------------------------------------------*
      * BAIXA DOS LOTES VENCIDOS (VENCIMENTO ANTERIOR A HOJE) COM
      * SALDO: O SALDO SAI DO MESTRE COMO PERDA, COM MOVIMENTO P NO
      * KARDEX DOCUMENTADO COMO VENCIMENTO, E O LOTE E ZERADO. A PERDA
      * NUNCA PASSA DO SALDO DO MESTRE: O QUE FALTAR JA SAIU POR OUTRO
      * CAMINHO E SO ZERA O LOTE. SE O MESTRE NAO PUDER SER REGRAVADO
      * O LOTE FICA COMO ESTA, PARA SER BAIXADO NA RODADA SEGUINTE.
      *-----------------------------------------------------------*
          BAIXA-LOTES-VENCIDOS.
              IF WS-RELATORIO-OK = 'Y'
                  MOVE 'LOTES VENCIDOS BAIXADOS COMO PERDA'
                      TO CAB-TITULO
                  WRITE LINHA-RELATORIO FROM CAB-VALIDADE-SECAO
                  WRITE LINHA-RELATORIO FROM CAB-VALIDADE-2
              END-IF.
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-QTD-LOTES
                  IF VALIDO-LOTE(L) = 'Y'
                          AND SALDO-LOTE(L) > ZEROS
                          AND VENCTO-LOTE(L) < WS-DATA-HOJE-NUM
                      PERFORM BAIXA-LOTE-VENCIDO
                  END-IF
              END-PERFORM.
              IF WS-RELATORIO-OK = 'Y'
                  IF WS-QTD-BAIXADOS = ZEROS
                      WRITE LINHA-RELATORIO FROM LINHA-VALIDADE-NENHUM
                  END-IF
                  MOVE WS-TOT-PERDA TO TOT-PERDA-ED
                  MOVE WS-TOT-VALOR-PERDA TO TOT-VALOR-ED
                  WRITE LINHA-RELATORIO FROM LINHA-TOTAL-PERDA
              END-IF.

          BAIXA-LOTE-VENCIDO.
              MOVE 'Y' TO WS-PERDA-REGRAVADA.
              MOVE ZEROS TO WS-QTD-PERDA.
              MOVE ZEROS TO WS-VALOR-PERDA.
              MOVE ID-LOTE(L) TO ID-MES.
              READ MESTRE
                  INVALID KEY
                      MOVE 'N' TO WS-ENCONTRADO
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-ENCONTRADO
              END-READ.
              IF WS-ENCONTRADO = 'N'
                  DISPLAY 'AVISO: LOTE VENCIDO DE PLANTA FORA DO '
                      'MESTRE ZERADO SEM PERDA: ID ' ID-LOTE(L)
                  MOVE 'NAO CADASTRADA NO MESTRE' TO WS-NOME-PLANTA
                  ADD 1 TO WS-QTD-SEM-SALDO
              ELSE
                  MOVE NOME-MES TO WS-NOME-PLANTA
                  IF SALDO-LOTE(L) > QTD-MES
                      MOVE QTD-MES TO WS-QTD-PERDA
                  ELSE
                      MOVE SALDO-LOTE(L) TO WS-QTD-PERDA
                  END-IF
                  IF WS-QTD-PERDA = ZEROS
                      ADD 1 TO WS-QTD-SEM-SALDO
                  ELSE
                      PERFORM APLICA-PERDA-NO-MESTRE
                  END-IF
              END-IF.
              IF WS-PERDA-REGRAVADA = 'N'
                  ADD 1 TO WS-QTD-NAO-BAIXADOS
                  DISPLAY 'AVISO: LOTE VENCIDO MANTIDO COM SALDO: ID '
                      ID-LOTE(L) ' ENTRADA ' ENTRADA-LOTE(L)
              ELSE
                  PERFORM REGISTRA-LOTE-BAIXADO
              END-IF.

          REGISTRA-LOTE-BAIXADO.
              MOVE ZEROS TO SALDO-LOTE(L).
              ADD 1 TO WS-QTD-BAIXADOS.
              IF WS-RELATORIO-OK = 'Y'
                  MOVE ID-LOTE(L) TO BXA-ID
                  MOVE WS-NOME-PLANTA TO BXA-NOME
                  MOVE ENTRADA-LOTE(L) TO WS-DATA-NUM-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE WS-DATA-AUX-ED TO BXA-ENTRADA
                  MOVE VENCTO-LOTE(L) TO WS-DATA-NUM-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE WS-DATA-AUX-ED TO BXA-VENCTO
                  MOVE DOC-LOTE(L) TO BXA-DOC
                  MOVE WS-QTD-PERDA TO BXA-QTD
                  MOVE WS-VALOR-PERDA TO BXA-VALOR
                  WRITE LINHA-RELATORIO FROM LINHA-LOTE-BAIXADO
              END-IF.

          APLICA-PERDA-NO-MESTRE.
              SUBTRACT WS-QTD-PERDA FROM QTD-MES.
              REWRITE REGISTRO-MESTRE
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR NO MESTRE: ID '
                          ID-MES ' STATUS: ' FS-MESTRE
                      MOVE ZEROS TO WS-QTD-PERDA
                      MOVE 'N' TO WS-PERDA-REGRAVADA
                  NOT INVALID KEY
                      COMPUTE WS-VALOR-PERDA ROUNDED =
                          WS-QTD-PERDA * PRECO-MES
                      ADD WS-QTD-PERDA TO WS-TOT-PERDA
                      ADD WS-VALOR-PERDA TO WS-TOT-VALOR-PERDA
                      PERFORM GRAVA-KARDEX-PERDA
              END-REWRITE.

      * COMO NOS DEMAIS PROGRAMAS, O KARDEX E ABERTO EM ACRESCIMO E
      * FECHADO A CADA GRAVACAO PARA SOBREVIVER A UMA QUEDA. A PERDA
      * SAI SEMPRE DOCUMENTADA COMO VENCIMENTO, QUE E COMO O
      * FECHAMENTO MENSAL A RECONHECE; O DOCUMENTO DE ENTRADA DO LOTE
      * FICA NO RELATORIO DE VALIDADE.
          GRAVA-KARDEX-PERDA.
              MOVE ID-MES TO ID-KAR-MOD.
              MOVE WS-DATA-HOJE-NUM TO DATA-KAR-MOD.
              MOVE 'P' TO TIPO-KAR-MOD.
              MOVE 'VENCIMENTO' TO DOC-KAR-MOD.
              MOVE WS-QTD-PERDA TO QTD-KAR-MOD.
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
      * LOTES QUE VENCEM HOJE, AMANHA OU DEPOIS DE AMANHA, COM SALDO,
      * LISTADOS DO VENCIMENTO MAIS PROXIMO PARA O MAIS DISTANTE PARA
      * ENTRAREM EM PROMOCAO ANTES DE VIRAR PERDA.
      *-----------------------------------------------------------*
          LISTA-LOTES-A-VENCER.
              IF WS-RELATORIO-OK = 'Y'
                  MOVE WS-DATA-LIMITE TO WS-DATA-NUM-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE SPACES TO CAB-TITULO
                  STRING 'LOTES A VENCER ATE ' WS-DATA-AUX-ED
                      ' - PARA PROMOCAO'
                      DELIMITED BY SIZE INTO CAB-TITULO
                  END-STRING
                  WRITE LINHA-RELATORIO FROM CAB-VALIDADE-SECAO
                  WRITE LINHA-RELATORIO FROM CAB-VALIDADE-3
              END-IF.
              PERFORM VARYING WS-DIAS FROM 0 BY 1 UNTIL WS-DIAS > 2
                  COMPUTE WS-DATA-ALVO = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
                      + WS-DIAS)
                  PERFORM VARYING L FROM 1 BY 1
                          UNTIL L > WS-QTD-LOTES
                      IF VALIDO-LOTE(L) = 'Y'
                              AND SALDO-LOTE(L) > ZEROS
                              AND VENCTO-LOTE(L) = WS-DATA-ALVO
                          PERFORM GRAVA-LINHA-A-VENCER
                      END-IF
                  END-PERFORM
              END-PERFORM.
              IF WS-RELATORIO-OK = 'Y' AND WS-QTD-A-VENCER = ZEROS
                  WRITE LINHA-RELATORIO FROM LINHA-VALIDADE-NENHUM
              END-IF.

          GRAVA-LINHA-A-VENCER.
              ADD 1 TO WS-QTD-A-VENCER.
              MOVE ID-LOTE(L) TO ID-MES.
              READ MESTRE
                  INVALID KEY
                      MOVE 'NAO CADASTRADA NO MESTRE' TO WS-NOME-PLANTA
                  NOT INVALID KEY
                      MOVE NOME-MES TO WS-NOME-PLANTA
              END-READ.
              IF WS-RELATORIO-OK = 'Y'
                  MOVE ID-LOTE(L) TO VEN-ID
                  MOVE WS-NOME-PLANTA TO VEN-NOME
                  MOVE ENTRADA-LOTE(L) TO WS-DATA-NUM-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE WS-DATA-AUX-ED TO VEN-ENTRADA
                  MOVE VENCTO-LOTE(L) TO WS-DATA-NUM-AUX
                  PERFORM EDITA-DATA-AUX
                  MOVE WS-DATA-AUX-ED TO VEN-VENCTO
                  MOVE DOC-LOTE(L) TO VEN-DOC
                  MOVE SALDO-LOTE(L) TO VEN-SALDO
                  MOVE WS-DIAS TO VEN-DIAS
                  WRITE LINHA-RELATORIO FROM LINHA-LOTE-A-VENCER
              END-IF.

          EDITA-DATA-AUX.
              MOVE WS-DATA-NUM-AUX TO WS-DATA-AUX.
              MOVE DIA-AUX TO DIA-AUX-ED.
              MOVE MES-AUX TO MES-AUX-ED.
              MOVE ANO-AUX TO ANO-AUX-ED.

      * O ARQUIVO DE LOTES E REGRAVADO POR INTEIRO, SEM OS LOTES
      * ZERADOS (O HISTORICO FICA NO KARDEX).
          REGRAVA-LOTES.
              IF WS-QTD-LOTES > ZEROS
                  OPEN OUTPUT LOTES-SAI
                  IF FS-LOTES-SAI NOT = 00
                      DISPLAY 'ERRO AO REGRAVAR OS LOTES DE ESTOQUE: '
                          CAMINHO-LOTES ' STATUS: ' FS-LOTES-SAI
                      MOVE 'N' TO WS-REGRAVACAO-OK
                  ELSE
                      PERFORM VARYING L FROM 1 BY 1
                              UNTIL L > WS-QTD-LOTES
                          PERFORM REGRAVA-LINHA-LOTE
                      END-PERFORM
                      CLOSE LOTES-SAI
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

          RESUMO-VALIDADE.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DA VALIDADE DOS LOTES'.
              DISPLAY 'LOTES APURADOS: ' WS-QTD-LOTES.
              DISPLAY 'LOTES VENCIDOS BAIXADOS: ' WS-QTD-BAIXADOS.
              DISPLAY 'LOTES VENCIDOS SEM SALDO NO MESTRE: '
                  WS-QTD-SEM-SALDO.
              DISPLAY 'LOTES VENCIDOS MANTIDOS (ERRO NO MESTRE): '
                  WS-QTD-NAO-BAIXADOS.
              DISPLAY 'UNIDADES BAIXADAS COMO PERDA: ' WS-TOT-PERDA.
              DISPLAY 'LOTES A VENCER EM ATE 2 DIAS: ' WS-QTD-A-VENCER.

       END PROGRAM FLORICULTURA_VALIDADE.
