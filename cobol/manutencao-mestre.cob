      *          de transacoes (inclusao, alteracao e exclusao),
      *          aplicadas registro a registro no mestre indexado por
      *          ID (gerado do feitio antigo pela conversao unica de
      *          FLORICULTURA_CONVERSAO); a transacao mantem tambem a
      *          validade em dias das plantas pereciveis, que data os
      *          lotes de entrada do estoque; o preco da transacao e
      *          o custo, e o preco de venda da planta incluida fica
      *          zerado ate a carga diaria aplicar o markup
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
         FD TRANSACOES.
         01 REGISTRO-TRANSACAO  PIC X(100).
       01  WS-MOTIVO-REJEICAO  PIC X(30) VALUE SPACES.

      * CAMPOS DA TRANSACAO DESMEMBRADA:
      * ACAO;ID;NOME;PRECO;PREFERENCIA;ESTOQUE-MINIMO;LOTE-DE-COMPRA;
      * VALIDADE-EM-DIAS
      * (CAMPO EM BRANCO NUMA ALTERACAO PRESERVA O VALOR JA
      * CADASTRADO; NUMA INCLUSAO, MINIMO, LOTE E VALIDADE EM BRANCO
      * ENTRAM ZERADOS - VALIDADE ZERO E PLANTA QUE NAO PERECE; NA
      * EXCLUSAO SO A ACAO E O ID IMPORTAM).
       01  WS-ACAO             PIC X(01).
       01  WS-ID-ALFA          PIC X(10).
       01  WS-ID               PIC 9(04).
       01  WS-PREFERENCIA      PIC X(41).
       01  WS-ESTOQUE-MIN      PIC X(08).
       01  WS-LOTE-COMPRA      PIC X(08).
       01  WS-VALIDADE         PIC X(08).
       01  WS-PRECO-NUM        PIC 9(08)V99.

      * REGISTRO DE REJEITE NO MESMO FEITIO DO REJEITADOS.txt DA CARGA:
               MOVE SPACES TO WS-PREFERENCIA.
               MOVE SPACES TO WS-ESTOQUE-MIN.
               MOVE SPACES TO WS-LOTE-COMPRA.
               MOVE SPACES TO WS-VALIDADE.
               UNSTRING WS-TRANSACAO
                   DELIMITED BY ';'
                   INTO WS-ACAO
                        WS-PREFERENCIA
                        WS-ESTOQUE-MIN
                        WS-LOTE-COMPRA
                        WS-VALIDADE
              END-UNSTRING.
               IF WS-ID-ALFA NOT = SPACES
                   AND FUNCTION TRIM(WS-ID-ALFA) IS NUMERIC
               END-IF.

      * ESTOQUE MINIMO E LOTE DE COMPRA, QUANDO INFORMADOS, PRECISAM
      * SER NUMEROS DE ATE 6 DIGITOS; A VALIDADE, DE ATE 4 DIGITOS.
          VALIDA-MINIMO-TRANSACAO.
               IF WS-ESTOQUE-MIN NOT = SPACES
                       AND (FUNCTION TRIM(WS-ESTOQUE-MIN)
                   MOVE 'LOTE DE COMPRA INVALIDO'
                       TO WS-MOTIVO-REJEICAO
               END-IF.
               IF WS-TRANSACAO-VALIDA = 'Y'
                       AND WS-VALIDADE NOT = SPACES
                       AND (FUNCTION TRIM(WS-VALIDADE)
                               IS NOT NUMERIC
                           OR FUNCTION LENGTH(FUNCTION
                               TRIM(WS-VALIDADE)) > 4)
                   MOVE 'N' TO WS-TRANSACAO-VALIDA
                   MOVE 'VALIDADE INVALIDA'
                       TO WS-MOTIVO-REJEICAO
               END-IF.

          VALIDA-PRECO-TRANSACAO.
               IF FUNCTION TEST-NUMVAL-C(WS-PRECO) NOT = 0
              ELSE
                  MOVE ZEROS TO LOTE-COMPRA-MES
              END-IF.
              IF WS-VALIDADE NOT = SPACES
                  MOVE FUNCTION NUMVAL(WS-VALIDADE)
                      TO VALIDADE-MES
              ELSE
                  MOVE ZEROS TO VALIDADE-MES
              END-IF.
              MOVE ZEROS TO PRECO-VENDA-MES.
              WRITE REGISTRO-MESTRE
                  INVALID KEY
                      MOVE 'ERRO AO INCLUIR NO MESTRE'
                  MOVE FUNCTION NUMVAL(WS-LOTE-COMPRA)
                      TO LOTE-COMPRA-MES
              END-IF.
              IF WS-VALIDADE NOT = SPACES
                  MOVE FUNCTION NUMVAL(WS-VALIDADE)
                      TO VALIDADE-MES
              END-IF.
              REWRITE REGISTRO-MESTRE
                  INVALID KEY
                      MOVE 'ERRO AO ALTERAR NO MESTRE'
