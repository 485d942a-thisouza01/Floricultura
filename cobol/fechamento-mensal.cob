      * Purpose: Fechamento gerencial do mes: consolida as notas, os
      *          movimentos de estoque, o diario de execucao e os
      *          relatorios de estoque do mes num unico relatorio com
      *          receita e quantidade vendida por planta, as
      *          devolucoes das notas de credito descontadas da receita,
      *          totais de entradas/saidas/perdas por planta, os ajustes
      *          de inventario e as devolucoes do kardex em colunas
      *          proprias, as perdas por vencimento de lote do
      *          kardex, ocorrencias por arquivo de fornecedor e a
      *          valorizacao do estoque na abertura e no fechamento do
      *          mes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              CAMINHO-ESTOQUE-MES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ESTOQUE-MES.
      *
      * KARDEX PERMANENTE: SO OS AJUSTES DE INVENTARIO (A E Q), AS
      * DEVOLUCOES (D, E A PERDA P DA MERCADORIA DEVOLVIDA AVARIADA)
      * E AS PERDAS P DOS LOTES VENCIDOS DO MES, QUE NAO PASSAM PELO
      * ARQUIVO DE MOVIMENTOS.
              SELECT OPTIONAL KARDEX ASSIGN DYNAMIC CAMINHO-KARDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KARDEX.
      *
              SELECT FECHAMENTO ASSIGN DYNAMIC CAMINHO-FECHAMENTO
              ORGANIZATION IS LINE SEQUENTIAL
      *
         FD ESTOQUE-MES.
         01 LINHA-ESTOQUE-ENT   PIC X(100).
      *
         FD KARDEX.
         01 REGISTRO-KARDEX     PIC X(40).
      *
         FD FECHAMENTO.
         01 LINHA-FECHAMENTO    PIC X(130).
       01  CAMINHO-ESTOQUE-MES PIC X(100)
               VALUE 'RELATORIO-ESTOQUE-MES.txt'.

       01  CAMINHO-KARDEX      PIC X(100) VALUE 'KARDEX.txt'.

       01  CAMINHO-FECHAMENTO  PIC X(100)
               VALUE 'RELATORIO-FECHAMENTO.txt'.

           05 FS-MOVIMENTOS-MES PIC 9(02).
           05 FS-LOG           PIC 9(02).
           05 FS-ESTOQUE-MES   PIC 9(02).
           05 FS-KARDEX        PIC 9(02).
           05 FS-FECHAMENTO    PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  WS-EOF-MOVIMENTOS   PIC X(01) VALUE 'N'.
       77  WS-EOF-LOG          PIC X(01) VALUE 'N'.
       77  WS-EOF-ESTOQUE      PIC X(01) VALUE 'N'.
       77  WS-EOF-KARDEX       PIC X(01) VALUE 'N'.
       77  WS-QTD-PLANTAS-MES  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ARQUIVOS-MES PIC 9(02) VALUE ZEROS.
       77  WS-ENCONTRADO       PIC X(01) VALUE 'N'.
       77  WS-QTD-MOV-MES      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LOG-MES      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-VALORIZACOES PIC 9(04) VALUE ZEROS.
       77  WS-QTD-AJUSTES-MES  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DEVOLUCOES-MES PIC 9(06) VALUE ZEROS.
       77  WS-QTD-VENCIMENTOS-MES PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CREDITOS-MES PIC 9(06) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-ED-ANO        PIC 9(04).

      * CONSOLIDADO POR PLANTA: VENDAS (DAS NOTAS), MOVIMENTOS DE
      * ESTOQUE (DO ACUMULADO DE MOVIMENTOS), DEVOLUCOES (DAS NOTAS
      * DE CREDITO) E AJUSTES DE INVENTARIO E DEVOLUCOES (DO KARDEX),
      * NO MESMO INDICE. O NOME VEM DA PRIMEIRA LINHA DE
      * NOTA QUE CITAR A PLANTA; PLANTA SO MOVIMENTADA SAI COM O NOME
      * EM BRANCO.
       01  TABELA-PLANTAS-MES.
           03 REG-PLANTA-MES    OCCURS 1 TO 999
               DEPENDING ON WS-QTD-PLANTAS-MES.
               05 ENTRADAS-PLA      PIC 9(08).
               05 SAIDAS-PLA        PIC 9(08).
               05 PERDAS-PLA        PIC 9(08).
               05 AJUSTE-SOBRA-PLA  PIC 9(08).
               05 AJUSTE-FALTA-PLA  PIC 9(08).
               05 DEVOLVIDA-PLA     PIC 9(08).
               05 CREDITO-PLA       PIC 9(12)V99.
               05 DEVOLUCAO-PLA     PIC 9(08).

       01  WS-PLANTA-MES-TEMP  PIC X(126).

      * OCORRENCIAS POR ARQUIVO DE FORNECEDOR, DO DIARIO DE
      * EXECUCAO FILTRADO PELO MES.
       01  WS-QTD-ITEM-NOTA    PIC 9(06) VALUE ZEROS.
       01  WS-VALOR-ITEM-NOTA  PIC 9(10)V99 VALUE ZEROS.

      * BLOCO DA NOTA EM LEITURA: V = NOTA DE VENDA ('PEDIDO: '),
      * C = NOTA DE CREDITO DE DEVOLUCAO ('CREDITO: ').
       01  WS-BLOCO-NOTA       PIC X(01) VALUE 'V'.

      * CAMPOS DO MOVIMENTO DESMEMBRADO
      * (ID;TIPO;QUANTIDADE;DATA;DOCUMENTO): QUANDO A LINHA TRAZ A
      * DATA, SO OS MOVIMENTOS DO MES APURADO SAO CONSOLIDADOS;
       01  WS-DOC-MOV          PIC X(10).
       01  WS-MOV-NO-MES       PIC X(01) VALUE 'Y'.

      * CAMPOS DO REGISTRO DO KARDEX DESMEMBRADO:
      * ID|DATA|TIPO|DOCUMENTO|QUANTIDADE|SALDO.
       01  WS-LINHA-KARDEX     PIC X(40).
       01  WS-ID-KAR-ALFA      PIC X(04).
       01  WS-DATA-KAR-ALFA    PIC X(08).
       01  WS-TIPO-KAR         PIC X(01).
       01  WS-DOC-KAR          PIC X(10).
       01  WS-CAMPO-QTD-KAR    PIC X(06).

      * CAMPOS DA LINHA DO DIARIO DESMEMBRADA:
      * DATA HORA|ARQUIVO|LIDAS|ACEITAS|REJEITADAS|STATUS.
       01  WS-LOG-LINHA        PIC X(158).

       01  WS-TOT-QTD-VENDIDA  PIC 9(10) VALUE ZEROS.
       01  WS-TOT-RECEITA      PIC 9(14)V99 VALUE ZEROS.
       01  WS-TOT-QTD-DEVOLVIDA PIC 9(10) VALUE ZEROS.
       01  WS-TOT-CREDITO      PIC 9(14)V99 VALUE ZEROS.
       01  WS-RECEITA-LIQUIDA  PIC S9(14)V99 VALUE ZEROS.

      * LINHAS DO RELATORIO DE FECHAMENTO.
       01  CAB-FECHAMENTO-1.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(12) VALUE 'QTD VENDIDA'.
           05 FILLER            PIC X(14) VALUE '       RECEITA'.
           05 FILLER            PIC X(10) VALUE ' DEVOLVIDA'.
           05 FILLER            PIC X(17)
               VALUE '         CREDITOS'.

       01  LINHA-VENDA-DET.
           05 VEN-ID            PIC 9(04).
           05 VEN-QTD           PIC ZZZZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 VEN-RECEITA       PIC ZZZZZZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VEN-DEVOLVIDA     PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VEN-CREDITO       PIC ZZZZZZZZZZZ9,99.

       01  LINHA-VENDA-TOTAL.
           05 FILLER            PIC X(35)
           05 TOT-QTD-ED        PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-RECEITA-ED    PIC ZZZZZZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-DEVOLVIDA-ED  PIC ZZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TOT-CREDITO-ED    PIC ZZZZZZZZZZZ9,99.

       01  LINHA-RECEITA-LIQUIDA.
           05 FILLER            PIC X(47)
               VALUE 'RECEITA LIQUIDA (RECEITA - CREDITOS)'.
           05 TOT-LIQUIDA-ED    PIC -ZZZZZZZZZZ9,99.

       01  CAB-MOVIMENTOS.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(10) VALUE 'ENTRADAS'.
           05 FILLER            PIC X(10) VALUE 'SAIDAS'.
           05 FILLER            PIC X(10) VALUE 'PERDAS'.
           05 FILLER            PIC X(10) VALUE 'AJ.SOBRA'.
           05 FILLER            PIC X(10) VALUE 'AJ.FALTA'.
           05 FILLER            PIC X(10) VALUE 'DEVOLUCAO'.

       01  LINHA-MOV-DET.
           05 MOV-ID            PIC 9(04).
           05 MOV-SAIDAS        PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MOV-PERDAS        PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MOV-AJUSTE-SOBRA  PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MOV-AJUSTE-FALTA  PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MOV-DEVOLUCAO     PIC ZZZZZZZ9.

       01  CAB-OCORRENCIAS.
           05 FILLER            PIC X(52)
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CONSOLIDA-NOTAS.
           PERFORM CONSOLIDA-MOVIMENTOS.
           PERFORM CONSOLIDA-AJUSTES-KARDEX.
           PERFORM CONSOLIDA-DIARIO.
           PERFORM CONSOLIDA-VALORIZACAO.
           PERFORM ORDENA-PLANTAS-MES.
                   MOVE WS-ENV-VALOR TO CAMINHO-ESTOQUE-MES
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_KARDEX'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KARDEX
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_FECHAMENTO'.
               IF WS-ENV-VALOR NOT = SPACES

      *-----------------------------------------------------------*
      * CONSOLIDACAO DAS NOTAS DO MES: CADA LINHA DE ITEM ACUMULA
      * QUANTIDADE E RECEITA NA PLANTA; AS LINHAS DE UMA NOTA DE
      * CREDITO (BLOCO 'CREDITO: ') ACUMULAM A QUANTIDADE DEVOLVIDA
      * E O VALOR CREDITADO, FORA DA VENDA. AS POSICOES FIXAS SAO AS DA
      * LINHA-ITEM-NOTA DE FLORICULTURA_PEDIDOS: QUALQUER MUDANCA LA
      * DEVE SER REFLETIDA AQUI.
      *-----------------------------------------------------------*
          CONSOLIDA-NOTAS.
              MOVE 'N' TO WS-EOF-NOTAS.
              MOVE 'V' TO WS-BLOCO-NOTA.
              OPEN INPUT NOTAS-MES.
              IF FS-NOTAS-MES NOT = 00
                  DISPLAY 'AVISO: ACUMULADO DE NOTAS DO MES NAO '
      * BRANCOS A FRENTE E O ' X ' DA EXTENSAO NAS COLUNAS 44-46;
      * CABECALHOS, TOTAIS E SEPARADORES NAO CASAM COM ISSO.
          PROCESSA-LINHA-NOTA-MES.
              IF WS-NOTA-LINHA(1:8) = 'PEDIDO: '
                  MOVE 'V' TO WS-BLOCO-NOTA
              END-IF.
              IF WS-NOTA-LINHA(1:9) = 'CREDITO: '
                  MOVE 'C' TO WS-BLOCO-NOTA
              END-IF.
              MOVE WS-NOTA-LINHA(3:4) TO WS-CAMPO-ID-NOTA.
              IF WS-NOTA-LINHA(1:2) = SPACES
                      AND WS-CAMPO-ID-NOTA IS NUMERIC
                          TO WS-QTD-ITEM-NOTA
                      MOVE FUNCTION NUMVAL(WS-CAMPO-TOT-NOTA)
                          TO WS-VALOR-ITEM-NOTA
                      MOVE WS-ID-NOTA TO WS-ID-MOV
                      PERFORM LOCALIZA-PLANTA-MES
                      IF WS-ENCONTRADO = 'N'
                          PERFORM INCLUI-PLANTA-MES
                      END-IF
                      IF WS-INDICE-ENCONTRADO > ZEROS
                          IF NOME-PLA(WS-INDICE-ENCONTRADO) = SPACES
                              MOVE WS-NOTA-LINHA(8:30) TO
                                  NOME-PLA(WS-INDICE-ENCONTRADO)
                          END-IF
                          IF WS-BLOCO-NOTA = 'C'
                              ADD 1 TO WS-QTD-CREDITOS-MES
                              ADD WS-QTD-ITEM-NOTA TO
                                  DEVOLVIDA-PLA(WS-INDICE-ENCONTRADO)
                              ADD WS-VALOR-ITEM-NOTA TO
                                  CREDITO-PLA(WS-INDICE-ENCONTRADO)
                          ELSE
                              ADD 1 TO WS-QTD-ITENS-MES
                              ADD WS-QTD-ITEM-NOTA TO
                                  QTD-VENDIDA-PLA(
                                  WS-INDICE-ENCONTRADO)
                              ADD WS-VALOR-ITEM-NOTA TO
                                  RECEITA-PLA(WS-INDICE-ENCONTRADO)
                          END-IF
                      END-IF
                  MOVE ZEROS TO ENTRADAS-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO SAIDAS-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO PERDAS-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO AJUSTE-SOBRA-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO AJUSTE-FALTA-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO DEVOLVIDA-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO CREDITO-PLA(WS-QTD-PLANTAS-MES)
                  MOVE ZEROS TO DEVOLUCAO-PLA(WS-QTD-PLANTAS-MES)
              ELSE
                  MOVE ZEROS TO WS-INDICE-ENCONTRADO
                  DISPLAY 'ERRO: LIMITE DE 999 PLANTAS NO '
                      'FECHAMENTO (LINHA ILEGIVEL): ' WS-MOVIMENTO
              END-IF.

      *-----------------------------------------------------------*
      * CONSOLIDACAO DOS AJUSTES DE INVENTARIO DO MES, GRAVADOS SO NO
      * KARDEX POR FLORICULTURA_INVENTARIO: A (SOBRA) E Q (FALTA)
      * FICAM FORA DAS SAIDAS E DAS PERDAS. DO MESMO MODO AS
      * DEVOLUCOES DE FLORICULTURA_DEVOLUCAO: D VAI PARA A COLUNA
      * PROPRIA, E A PERDA P DA MERCADORIA AVARIADA (DOCUMENTADA
      * PELA NOTA DE CREDITO, NC...) SOMA AS PERDAS, ASSIM COMO A
      * PERDA P DOS LOTES VENCIDOS BAIXADOS POR FLORICULTURA_VALIDADE
      * (DOCUMENTADA COMO VENCIMENTO). SEM O KARDEX AS COLUNAS SAEM
      * ZERADAS COM AVISO.
      *-----------------------------------------------------------*
          CONSOLIDA-AJUSTES-KARDEX.
              MOVE 'N' TO WS-EOF-KARDEX.
              OPEN INPUT KARDEX.
              IF FS-KARDEX NOT = 00
                  DISPLAY 'AVISO: KARDEX NAO ENCONTRADO: '
                      CAMINHO-KARDEX
              ELSE
                  PERFORM UNTIL WS-EOF-KARDEX = 'Y'
                      READ KARDEX INTO WS-LINHA-KARDEX
                          AT END
                              MOVE 'Y' TO WS-EOF-KARDEX
                          NOT AT END
                              PERFORM PROCESSA-AJUSTE-KARDEX
                      END-READ
                  END-PERFORM
                  CLOSE KARDEX
              END-IF.
              DISPLAY 'AJUSTES DE INVENTARIO CONSOLIDADOS: '
                  WS-QTD-AJUSTES-MES.
              DISPLAY 'DEVOLUCOES DO KARDEX CONSOLIDADAS: '
                  WS-QTD-DEVOLUCOES-MES.
              DISPLAY 'PERDAS POR VENCIMENTO CONSOLIDADAS: '
                  WS-QTD-VENCIMENTOS-MES.

          PROCESSA-AJUSTE-KARDEX.
              MOVE SPACES TO WS-ID-KAR-ALFA.
              MOVE SPACES TO WS-DATA-KAR-ALFA.
              MOVE SPACES TO WS-TIPO-KAR.
              MOVE SPACES TO WS-DOC-KAR.
              MOVE SPACES TO WS-CAMPO-QTD-KAR.
              UNSTRING WS-LINHA-KARDEX
                  DELIMITED BY '|'
                  INTO WS-ID-KAR-ALFA
                       WS-DATA-KAR-ALFA
                       WS-TIPO-KAR
                       WS-DOC-KAR
                       WS-CAMPO-QTD-KAR
              END-UNSTRING.
              IF WS-ID-KAR-ALFA IS NUMERIC
                      AND WS-DATA-KAR-ALFA IS NUMERIC
                      AND WS-DATA-KAR-ALFA(1:6)
                          = WS-MES-FECHAMENTO(1:6)
                      AND (WS-TIPO-KAR = 'A' OR WS-TIPO-KAR = 'Q'
                          OR WS-TIPO-KAR = 'D'
                          OR (WS-TIPO-KAR = 'P'
                              AND (WS-DOC-KAR(1:2) = 'NC'
                                  OR WS-DOC-KAR = 'VENCIMENTO')))
                      AND WS-CAMPO-QTD-KAR IS NUMERIC
                  MOVE WS-ID-KAR-ALFA TO WS-ID-MOV
                  MOVE WS-CAMPO-QTD-KAR TO WS-QTD-MOV
                  IF WS-TIPO-KAR = 'A' OR WS-TIPO-KAR = 'Q'
                      ADD 1 TO WS-QTD-AJUSTES-MES
                  ELSE
                      IF WS-DOC-KAR = 'VENCIMENTO'
                          ADD 1 TO WS-QTD-VENCIMENTOS-MES
                      ELSE
                          ADD 1 TO WS-QTD-DEVOLUCOES-MES
                      END-IF
                  END-IF
                  PERFORM LOCALIZA-PLANTA-MES
                  IF WS-ENCONTRADO = 'N'
                      PERFORM INCLUI-PLANTA-MES
                  END-IF
                  IF WS-INDICE-ENCONTRADO > ZEROS
                      EVALUATE WS-TIPO-KAR
                          WHEN 'A'
                              ADD WS-QTD-MOV TO
                                  AJUSTE-SOBRA-PLA(WS-INDICE-ENCONTRADO)
                          WHEN 'Q'
                              ADD WS-QTD-MOV TO
                                  AJUSTE-FALTA-PLA(WS-INDICE-ENCONTRADO)
                          WHEN 'D'
                              ADD WS-QTD-MOV TO
                                  DEVOLUCAO-PLA(WS-INDICE-ENCONTRADO)
                          WHEN OTHER
                              ADD WS-QTD-MOV TO
                                  PERDAS-PLA(WS-INDICE-ENCONTRADO)
                      END-EVALUATE
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * CONSOLIDACAO DO DIARIO DE EXECUCAO: SO AS LINHAS DO MES
      * APURADO, UMA CONTA POR ARQUIVO DE FORNECEDOR, COM O TOTAL DE
              WRITE LINHA-FECHAMENTO FROM CAB-VENDAS.
              MOVE ZEROS TO WS-TOT-QTD-VENDIDA.
              MOVE ZEROS TO WS-TOT-RECEITA.
              MOVE ZEROS TO WS-TOT-QTD-DEVOLVIDA.
              MOVE ZEROS TO WS-TOT-CREDITO.
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-QTD-PLANTAS-MES
                  IF QTD-VENDIDA-PLA(I) > ZEROS
                          OR RECEITA-PLA(I) > ZEROS
                          OR DEVOLVIDA-PLA(I) > ZEROS
                          OR CREDITO-PLA(I) > ZEROS
                      MOVE ID-PLA(I) TO VEN-ID
                      MOVE NOME-PLA(I) TO VEN-NOME
                      MOVE QTD-VENDIDA-PLA(I) TO VEN-QTD
                      MOVE RECEITA-PLA(I) TO VEN-RECEITA
                      MOVE DEVOLVIDA-PLA(I) TO VEN-DEVOLVIDA
                      MOVE CREDITO-PLA(I) TO VEN-CREDITO
                      WRITE LINHA-FECHAMENTO FROM LINHA-VENDA-DET
                      ADD QTD-VENDIDA-PLA(I) TO WS-TOT-QTD-VENDIDA
                      ADD RECEITA-PLA(I) TO WS-TOT-RECEITA
                      ADD DEVOLVIDA-PLA(I) TO WS-TOT-QTD-DEVOLVIDA
                      ADD CREDITO-PLA(I) TO WS-TOT-CREDITO
                  END-IF
              END-PERFORM.
              MOVE WS-TOT-QTD-VENDIDA TO TOT-QTD-ED.
              MOVE WS-TOT-RECEITA TO TOT-RECEITA-ED.
              MOVE WS-TOT-QTD-DEVOLVIDA TO TOT-DEVOLVIDA-ED.
              MOVE WS-TOT-CREDITO TO TOT-CREDITO-ED.
              WRITE LINHA-FECHAMENTO FROM LINHA-VENDA-TOTAL.
              COMPUTE WS-RECEITA-LIQUIDA =
                  WS-TOT-RECEITA - WS-TOT-CREDITO.
              MOVE WS-RECEITA-LIQUIDA TO TOT-LIQUIDA-ED.
              WRITE LINHA-FECHAMENTO FROM LINHA-RECEITA-LIQUIDA.
              WRITE LINHA-FECHAMENTO FROM LINHA-TRACO.

          GRAVA-SECAO-MOVIMENTOS.
                  IF ENTRADAS-PLA(I) > ZEROS
                          OR SAIDAS-PLA(I) > ZEROS
                          OR PERDAS-PLA(I) > ZEROS
                          OR AJUSTE-SOBRA-PLA(I) > ZEROS
                          OR AJUSTE-FALTA-PLA(I) > ZEROS
                          OR DEVOLUCAO-PLA(I) > ZEROS
                      MOVE ID-PLA(I) TO MOV-ID
                      MOVE NOME-PLA(I) TO MOV-NOME
                      MOVE ENTRADAS-PLA(I) TO MOV-ENTRADAS
                      MOVE SAIDAS-PLA(I) TO MOV-SAIDAS
                      MOVE PERDAS-PLA(I) TO MOV-PERDAS
                      MOVE AJUSTE-SOBRA-PLA(I) TO MOV-AJUSTE-SOBRA
                      MOVE AJUSTE-FALTA-PLA(I) TO MOV-AJUSTE-FALTA
                      MOVE DEVOLUCAO-PLA(I) TO MOV-DEVOLUCAO
                      WRITE LINHA-FECHAMENTO FROM LINHA-MOV-DET
                  END-IF
              END-PERFORM.
                  WS-MES-EDITADO.
              DISPLAY 'PLANTAS CONSOLIDADAS: ' WS-QTD-PLANTAS-MES.
              DISPLAY 'ITENS DE NOTA:        ' WS-QTD-ITENS-MES.
              DISPLAY 'ITENS DE CREDITO:     ' WS-QTD-CREDITOS-MES.
              DISPLAY 'MOVIMENTOS:           ' WS-QTD-MOV-MES.
              DISPLAY 'AJUSTES DE INVENTARIO: ' WS-QTD-AJUSTES-MES.
              DISPLAY 'DEVOLUCOES NO KARDEX: ' WS-QTD-DEVOLUCOES-MES.
              DISPLAY 'ARQUIVOS NO DIARIO:   ' WS-QTD-ARQUIVOS-MES.

       END PROGRAM FLORICULTURA_FECHAMENTO.
