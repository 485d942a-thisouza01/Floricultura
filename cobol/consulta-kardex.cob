      * Purpose: Consulta do kardex permanente de uma planta: todos os
      *          movimentos aplicados entre duas datas, com tipo,
      *          documento de origem, quantidade e o saldo apos cada
      *          movimento, na ordem em que foram gravados, e os totais
      *          do intervalo por natureza, com os ajustes de
      *          inventario e as devolucoes de clientes separados das
      *          entradas, saidas e perdas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-EOF-KARDEX       PIC X(01) VALUE 'N'.
       77  WS-QTD-REGISTROS    PIC 9(06) VALUE ZEROS.

      * TOTAIS DO INTERVALO POR NATUREZA DO MOVIMENTO.
       01  WS-TOTAIS-KARDEX.
           05 WS-TOT-ENTRADAS   PIC 9(08) VALUE ZEROS.
           05 WS-TOT-SAIDAS     PIC 9(08) VALUE ZEROS.
           05 WS-TOT-PERDAS     PIC 9(08) VALUE ZEROS.
           05 WS-TOT-AJ-SOBRA   PIC 9(08) VALUE ZEROS.
           05 WS-TOT-AJ-FALTA   PIC 9(08) VALUE ZEROS.
           05 WS-TOT-DEVOLUCOES PIC 9(08) VALUE ZEROS.
       01  WS-QTD-KAR          PIC 9(06) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.
       01  WS-ID-ALFA          PIC X(10).
       01  WS-ID-CONSULTA      PIC 9(04) VALUE ZEROS.
           05 CON-QTD           PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CON-SALDO         PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CON-HISTORICO     PIC X(20).

       01  LINHA-TOTAL-KARDEX.
           05 TOT-DESCRICAO     PIC X(32).
           05 TOT-QTD           PIC ZZZZZZZ9.

      *
         PROCEDURE DIVISION.
              ELSE
                  DISPLAY 'KARDEX DA PLANTA ' WS-ID-CONSULTA
                  DISPLAY 'DATA        T  DOCUMENTO      QTD'
                      '   SALDO  HISTORICO'
                  PERFORM UNTIL WS-EOF-KARDEX = 'Y'
                      READ KARDEX INTO WS-LINHA-KARDEX
                          AT END
                      DISPLAY '------------------------------------'
                      DISPLAY 'MOVIMENTOS ENCONTRADOS: '
                          WS-QTD-REGISTROS
                      PERFORM EXIBE-TOTAIS-KARDEX
                  END-IF
              END-IF.

              MOVE WS-TIPO-KAR TO CON-TIPO.
              MOVE WS-DOC-KAR TO CON-DOC.
              IF WS-CAMPO-QTD-KAR IS NUMERIC
                  MOVE FUNCTION NUMVAL(WS-CAMPO-QTD-KAR) TO WS-QTD-KAR
              ELSE
                  MOVE ZEROS TO WS-QTD-KAR
              END-IF.
              MOVE WS-QTD-KAR TO CON-QTD.
              PERFORM CLASSIFICA-MOVIMENTO.
              IF WS-CAMPO-SALDO-KAR IS NUMERIC
                  MOVE FUNCTION NUMVAL(WS-CAMPO-SALDO-KAR)
                      TO CON-SALDO
              END-IF.
              DISPLAY LINHA-CONSULTA.

      * E ENTRADA, S SAIDA (VENDA OU SAIDA AVULSA), P PERDA; A E Q SAO
      * OS AJUSTES DE INVENTARIO DE FLORICULTURA_INVENTARIO (SOBRA E
      * FALTA NA CONTAGEM), QUE NAO ENTRAM NAS SAIDAS NEM NAS PERDAS;
      * D E A DEVOLUCAO DE CLIENTE DE FLORICULTURA_DEVOLUCAO, FORA DAS
      * ENTRADAS DE FORNECEDOR.
          CLASSIFICA-MOVIMENTO.
              EVALUATE WS-TIPO-KAR
                  WHEN 'E'
                      MOVE 'ENTRADA' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-ENTRADAS
                  WHEN 'S'
                      MOVE 'SAIDA' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-SAIDAS
                  WHEN 'P'
                      MOVE 'PERDA' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-PERDAS
                  WHEN 'A'
                      MOVE 'AJUSTE INV. SOBRA' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-AJ-SOBRA
                  WHEN 'Q'
                      MOVE 'AJUSTE INV. FALTA' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-AJ-FALTA
                  WHEN 'D'
                      MOVE 'DEVOLUCAO' TO CON-HISTORICO
                      ADD WS-QTD-KAR TO WS-TOT-DEVOLUCOES
                  WHEN OTHER
                      MOVE 'TIPO DESCONHECIDO' TO CON-HISTORICO
              END-EVALUATE.

          EXIBE-TOTAIS-KARDEX.
              MOVE 'TOTAL DE ENTRADAS:' TO TOT-DESCRICAO.
              MOVE WS-TOT-ENTRADAS TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.
              MOVE 'TOTAL DE SAIDAS:' TO TOT-DESCRICAO.
              MOVE WS-TOT-SAIDAS TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.
              MOVE 'TOTAL DE PERDAS:' TO TOT-DESCRICAO.
              MOVE WS-TOT-PERDAS TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.
              MOVE 'AJUSTES DE INVENTARIO - SOBRA:' TO TOT-DESCRICAO.
              MOVE WS-TOT-AJ-SOBRA TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.
              MOVE 'AJUSTES DE INVENTARIO - FALTA:' TO TOT-DESCRICAO.
              MOVE WS-TOT-AJ-FALTA TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.
              MOVE 'DEVOLUCOES DE CLIENTES:' TO TOT-DESCRICAO.
              MOVE WS-TOT-DEVOLUCOES TO TOT-QTD.
              DISPLAY LINHA-TOTAL-KARDEX.

       END PROGRAM FLORICULTURA_KARDEX.
