      * Purpose: Conversao unica do cadastro mestre do feitio antigo
      *          (CADASTRO-MESTRE.txt, campos separados por barra
      *          vertical) para o arquivo indexado por ID usado pelos
      *          programas de manutencao, estoque, carga e pedidos;
      *          o preco do feitio antigo e o custo, e o preco de
      *          venda entra de uma nona coluna opcional (ou fica
      *          zerado ate a proxima carga diaria publica-lo)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
         FD MESTRE-TXT.
         01 REGISTRO-MESTRE-TXT PIC X(130).
      *
      * MESMO REGISTRO DO MESTRE INDEXADO DOS DEMAIS PROGRAMAS:
      * QUALQUER MUDANCA AQUI DEVE SER REFLETIDA LA.
            05 QTD-MES          PIC 9(06).
            05 ESTOQUE-MIN-MES  PIC 9(06).
            05 LOTE-COMPRA-MES  PIC 9(06).
            05 VALIDADE-MES     PIC 9(04).
            05 PRECO-VENDA-MES  PIC 9(08)V99.
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-MESTRE-TXT  PIC X(100) VALUE 'CADASTRO-MESTRE.txt'.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

       01  WS-LINHA-MESTRE     PIC X(130).
       01  WS-ID-ALFA          PIC X(04).
       01  WS-NOME-LIDO        PIC X(30).
       01  WS-CAMPO-PRECO-MES  PIC X(11).
       01  WS-CAMPO-QTD-MES    PIC X(06).
       01  WS-CAMPO-MIN-MES    PIC X(06).
       01  WS-CAMPO-LOTE-MES   PIC X(06).
       01  WS-CAMPO-VALIDADE-MES PIC X(04).
       01  WS-CAMPO-VENDA-MES  PIC X(11).

      *
         PROCEDURE DIVISION.
               MOVE SPACES TO WS-CAMPO-QTD-MES.
               MOVE SPACES TO WS-CAMPO-MIN-MES.
               MOVE SPACES TO WS-CAMPO-LOTE-MES.
               MOVE SPACES TO WS-CAMPO-VALIDADE-MES.
               MOVE SPACES TO WS-CAMPO-VENDA-MES.
               UNSTRING WS-LINHA-MESTRE
                   DELIMITED BY '|'
                   INTO WS-ID-ALFA
                        WS-CAMPO-QTD-MES
                        WS-CAMPO-MIN-MES
                        WS-CAMPO-LOTE-MES
                        WS-CAMPO-VALIDADE-MES
                        WS-CAMPO-VENDA-MES
               END-UNSTRING.
               IF WS-ID-ALFA IS NUMERIC
                   MOVE WS-ID-ALFA TO ID-MES
                   ELSE
                       MOVE ZEROS TO QTD-MES
                   END-IF
      * ESTOQUE MINIMO, LOTE DE COMPRA E VALIDADE SAO COLUNAS
      * OPCIONAIS DO FEITIO ANTIGO: AUSENTES OU ILEGIVEIS, ENTRAM
      * ZERADOS (VALIDADE ZERO = PLANTA QUE NAO PERECE).
                   IF FUNCTION TEST-NUMVAL(WS-CAMPO-MIN-MES) = 0
                       MOVE FUNCTION NUMVAL(WS-CAMPO-MIN-MES)
                           TO ESTOQUE-MIN-MES
                   ELSE
                       MOVE ZEROS TO LOTE-COMPRA-MES
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-CAMPO-VALIDADE-MES) = 0
                       MOVE FUNCTION NUMVAL(WS-CAMPO-VALIDADE-MES)
                           TO VALIDADE-MES
                   ELSE
                       MOVE ZEROS TO VALIDADE-MES
                   END-IF
      * O PRECO DE VENDA E COLUNA OPCIONAL: AUSENTE, FICA ZERADO ATE
      * A CARGA DIARIA APLICAR O MARKUP SOBRE O CUSTO.
                   IF FUNCTION TEST-NUMVAL(WS-CAMPO-VENDA-MES) = 0
                       MOVE FUNCTION NUMVAL(WS-CAMPO-VENDA-MES)
                           TO PRECO-VENDA-MES
                   ELSE
                       MOVE ZEROS TO PRECO-VENDA-MES
                   END-IF
                   WRITE REGISTRO-MESTRE
                       INVALID KEY
                           ADD 1 TO WS-QTD-IGNORADOS
