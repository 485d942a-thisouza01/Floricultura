      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio diario de margem bruta montado a partir das
      *          notas do dia: a receita de cada linha de item e o
      *          total que a nota cobrou (ao preco de venda, com as
      *          promocoes), e o custo e a quantidade vezes o custo do
      *          catalogo do dia (para kit, a soma dos componentes).
      *          Sai uma secao por planta e outra por grupo de
      *          preferencia, com receita, custo, margem e margem
      *          percentual; as notas de credito de devolucao ficam
      *          fora da margem e aparecem so como total informativo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_MARGEM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT CATALOGO ASSIGN DYNAMIC CAMINHO-CATALOGO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CATALOGO.
      *
              SELECT OPTIONAL NOTAS ASSIGN DYNAMIC CAMINHO-NOTAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOTAS.
      *
      * DEFINICOES DE KIT, NO MESMO FEITIO LIDO POR
      * FLORICULTURA_PEDIDOS: A LINHA DE NOTA DE UM KIT SAI NO ID DO
      * KIT, E O CUSTO DELE E O DOS COMPONENTES.
              SELECT OPTIONAL KITS ASSIGN DYNAMIC CAMINHO-KITS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-KITS.
      *
              SELECT RELATORIO ASSIGN DYNAMIC CAMINHO-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
         FD CATALOGO.
         01 REGISTRO-CATALOGO   PIC X(116).
      *
         FD NOTAS.
         01 LINHA-NOTA-ENT      PIC X(100).
      *
         FD KITS.
         01 REGISTRO-KIT        PIC X(60).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-CATALOGO    PIC X(100) VALUE 'CATALOGO-SAIDA.txt'.

       01  CAMINHO-NOTAS       PIC X(100) VALUE 'NOTAS.txt'.

       01  CAMINHO-KITS        PIC X(100) VALUE 'KITS.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-MARGEM-BRUTA.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CATALOGO      PIC 9(02).
           05 FS-NOTAS         PIC 9(02).
           05 FS-KITS          PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  J                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.

       77  WS-EOF-CATALOGO     PIC X(01) VALUE 'N'.
       77  WS-EOF-NOTAS        PIC X(01) VALUE 'N'.
       77  WS-EOF-KITS         PIC X(01) VALUE 'N'.
       77  WS-EXECUCAO-OK      PIC X(01) VALUE 'Y'.
       77  WS-RELATORIO-OK     PIC X(01) VALUE 'Y'.
       77  QNT-PLANTAS         PIC 9(03) VALUE ZEROS.
       77  WS-ENCONTRADO       PIC X(01) VALUE 'N'.
       77  WS-INDICE-ENCONTRADO PIC 9(03) VALUE ZEROS.
       77  WS-QTD-KITS         PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COMPONENTES  PIC 9(03) VALUE ZEROS.
       77  WS-KIT-ABERTO       PIC X(01) VALUE 'N'.
       77  WS-KIT-ACHADO       PIC X(01) VALUE 'N'.
       77  WS-IDX-KIT          PIC 9(02) VALUE ZEROS.
       77  WS-QTD-MARGEM       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-GRUPOS       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MARGEM       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-GRUPO        PIC 9(03) VALUE ZEROS.
       77  WS-TROCA-NECESSARIA PIC X(01) VALUE 'N'.
       77  WS-QTD-LINHAS-VENDA PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS-CRED  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SEM-CUSTO    PIC 9(04) VALUE ZEROS.
       77  WS-ITEM-SEM-CUSTO   PIC X(01) VALUE 'N'.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * CATALOGO DO DIA EM MEMORIA: O PRECO DA TERCEIRA COLUNA E O
      * CUSTO, E A PREFERENCIA DA O GRUPO DA PLANTA.
       01  TABELA-CATALOGO.
           03 REG-CATALOGO      OCCURS 1 TO 999
               DEPENDING ON QNT-PLANTAS.
               05 ID-CAT            PIC 9(04).
               05 NOME-CAT          PIC X(30).
               05 CUSTO-CAT         PIC 9(08)V99.
               05 PREFERENCIA-CAT   PIC X(41).

       01  WS-LINHA-CATALOGO   PIC X(116).
       01  WS-CAMPO-ID-CAT     PIC X(04).
       01  WS-CAMPO-NOME-CAT   PIC X(30).
       01  WS-CAMPO-PRECO-CAT  PIC X(09).
       01  WS-CAMPO-PREF-CAT   PIC X(41).

      * CAMPOS DA VARREDURA DAS NOTAS: AS POSICOES FIXAS SAO AS DA
      * LINHA-ITEM-NOTA DE FLORICULTURA_PEDIDOS.
       01  WS-NOTA-LINHA       PIC X(100).
       01  WS-CAMPO-ID-NOTA    PIC X(04).
       01  WS-CAMPO-QTD-NOTA   PIC X(06).
       01  WS-CAMPO-TOTAL-NOTA PIC X(13).

      * BLOCO DA NOTA EM LEITURA: V = NOTA DE VENDA ('PEDIDO: '),
      * C = NOTA DE CREDITO DE DEVOLUCAO ('CREDITO: ').
       01  WS-BLOCO-NOTA       PIC X(01) VALUE 'V'.

       01  WS-ID-COMUM         PIC 9(04) VALUE ZEROS.
       01  WS-QTD-COMUM        PIC 9(08) VALUE ZEROS.
       01  WS-RECEITA-ITEM     PIC 9(10)V99 VALUE ZEROS.
       01  WS-CUSTO-ITEM       PIC 9(10)V99 VALUE ZEROS.
       01  WS-CUSTO-UNIT-KIT   PIC 9(10)V99 VALUE ZEROS.
       01  WS-NOME-ITEM        PIC X(30).
       01  WS-GRUPO-ITEM       PIC X(41).

      * DEFINICOES DE KIT EM MEMORIA, SO COM O QUE O CUSTO DO KIT
      * PRECISA: O ID DO KIT E OS COMPONENTES COM SUAS QUANTIDADES
      * POR KIT.
       01  TABELA-KITS.
           03 ID-KIT            PIC 9(04) OCCURS 99.

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

      * ACUMULADOS DO DIA POR PLANTA (OU KIT) VENDIDA E POR GRUPO DE
      * PREFERENCIA. SEM-CUSTO-MAR MARCA ITEM QUE SAIU NA NOTA SEM
      * CUSTO CONHECIDO (FORA DO CATALOGO, OU KIT COM COMPONENTE
      * FORA DELE): A MARGEM DELE SAI SUPERESTIMADA E E SINALIZADA.
       01  TABELA-MARGEM.
           03 REG-MARGEM        OCCURS 1 TO 999
               DEPENDING ON WS-QTD-MARGEM.
               05 ID-MAR            PIC 9(04).
               05 NOME-MAR          PIC X(30).
               05 GRUPO-MAR         PIC X(41).
               05 QTD-MAR           PIC 9(08).
               05 RECEITA-MAR       PIC 9(10)V99.
               05 CUSTO-MAR         PIC 9(10)V99.
               05 SEM-CUSTO-MAR     PIC X(01).

       01  WS-MARGEM-TEMP      PIC X(108).

       01  TABELA-GRUPOS.
           03 REG-GRUPO         OCCURS 1 TO 999
               DEPENDING ON WS-QTD-GRUPOS.
               05 NOME-GRU          PIC X(41).
               05 QTD-GRU           PIC 9(08).
               05 RECEITA-GRU       PIC 9(10)V99.
               05 CUSTO-GRU         PIC 9(10)V99.

       01  WS-GRUPO-TEMP       PIC X(73).

       01  WS-TOTAL-RECEITA    PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-CUSTO      PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOTAL-QTD        PIC 9(08) VALUE ZEROS.
       01  WS-TOTAL-CREDITOS   PIC 9(12)V99 VALUE ZEROS.
       01  WS-MARGEM-VALOR     PIC S9(12)V99 VALUE ZEROS.
       01  WS-MARGEM-PCT       PIC S9(05)V99 VALUE ZEROS.

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

      * LINHAS DO RELATORIO.
       01  CAB-MARGEM-1.
           05 FILLER            PIC X(44)
               VALUE 'RELATORIO DE MARGEM BRUTA - FLORICULTURA'.
           05 FILLER            PIC X(06) VALUE 'DATA: '.
           05 CAB-DATA          PIC X(10).

       01  CAB-TRACO           PIC X(111) VALUE ALL '-'.

       01  CAB-SECAO           PIC X(60).

       01  CAB-COLUNAS-PLANTA.
           05 FILLER            PIC X(05) VALUE 'ID'.
           05 FILLER            PIC X(31) VALUE 'NOME'.
           05 FILLER            PIC X(11) VALUE '        QTD'.
           05 FILLER            PIC X(16) VALUE '         RECEITA'.
           05 FILLER            PIC X(16) VALUE '           CUSTO'.
           05 FILLER            PIC X(17) VALUE '           MARGEM'.
           05 FILLER            PIC X(10) VALUE '  MARGEM %'.

       01  CAB-COLUNAS-GRUPO.
           05 FILLER            PIC X(36) VALUE 'GRUPO DE PREFERENCIA'.
           05 FILLER            PIC X(11) VALUE '        QTD'.
           05 FILLER            PIC X(16) VALUE '         RECEITA'.
           05 FILLER            PIC X(16) VALUE '           CUSTO'.
           05 FILLER            PIC X(17) VALUE '           MARGEM'.
           05 FILLER            PIC X(10) VALUE '  MARGEM %'.

      * A PARTE NUMERICA E COMUM AS DUAS SECOES; SO O ROTULO DA
      * ESQUERDA MUDA (ID E NOME DA PLANTA, OU O NOME DO GRUPO).
       01  LINHA-DETALHE.
           05 DET-ROTULO        PIC X(36).
           05 DET-QTD           PIC ZZZZZZZZZZ9.
           05 DET-RECEITA       PIC ZZZZZZZZZZZZ9,99.
           05 DET-CUSTO         PIC ZZZZZZZZZZZZ9,99.
           05 DET-MARGEM        PIC -(13)9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-PCT           PIC -(5)9,99.
           05 FILLER            PIC X(02) VALUE ' %'.
           05 DET-AVISO         PIC X(12).

       01  WS-ROTULO-PLANTA.
           05 ROT-ID            PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ROT-NOME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.

       01  LINHA-SEM-VENDA     PIC X(40)
               VALUE 'NENHUMA VENDA NAS NOTAS DO DIA'.

       01  LINHA-CREDITOS.
           05 FILLER            PIC X(47)
               VALUE 'NOTAS DE CREDITO DE DEVOLUCAO (FORA DA MARGEM):'.
           05 CRE-VALOR         PIC ZZZZZZZZZZZZ9,99.

       01  LINHA-SEM-CUSTO.
           05 FILLER            PIC X(47)
               VALUE 'ITENS VENDIDOS SEM CUSTO NO CATALOGO (*):'.
           05 SCU-QTD           PIC ZZZ9.

       01  WS-LINHA-REL        PIC X(120).

      * GRUPOS FIXOS DE QUEM NAO TEM PREFERENCIA NO CATALOGO.
       01  WS-GRUPO-KITS       PIC X(41) VALUE 'KITS E ARRANJOS'.
       01  WS-GRUPO-SEM-CAD    PIC X(41) VALUE 'SEM CADASTRO'.

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-CATALOGO.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM CARREGA-KITS
               PERFORM ACUMULA-NOTAS
               PERFORM ORDENA-PLANTAS
               PERFORM ACUMULA-GRUPOS
               PERFORM ORDENA-GRUPOS
               PERFORM GRAVA-RELATORIO
           END-IF.
           PERFORM RESUMO-MARGEM.
           IF WS-EXECUCAO-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: TODOS OS CAMINHOS SAO CONFIGURAVEIS
      * POR VARIAVEL DE AMBIENTE, COMO NOS DEMAIS PROGRAMAS.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_SAIDA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-CATALOGO
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_NOTAS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-NOTAS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CAMINHO_KITS'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-KITS
               END-IF.
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_MARGEM_BRUTA'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               MOVE DIA-CORRENTE TO DIA-EDITADO.
               MOVE MES-CORRENTE TO MES-EDITADO.
               MOVE ANO-CORRENTE TO ANO-EDITADO.

      *-----------------------------------------------------------*
      * CARGA DO CATALOGO DO DIA EM MEMORIA. SEM CATALOGO NAO HA
      * CUSTO PARA APURAR A MARGEM: A EXECUCAO TERMINA COM CODIGO DE
      * RETORNO 8.
      *-----------------------------------------------------------*
          CARREGA-CATALOGO.
              MOVE ZEROS TO QNT-PLANTAS.
              MOVE 'N' TO WS-EOF-CATALOGO.
              OPEN INPUT CATALOGO.
              IF FS-CATALOGO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O CATALOGO: '
                      CAMINHO-CATALOGO ' STATUS: ' FS-CATALOGO
                  MOVE 'N' TO WS-EXECUCAO-OK
              ELSE
                  PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
                      READ CATALOGO INTO WS-LINHA-CATALOGO
                          AT END
                              MOVE 'Y' TO WS-EOF-CATALOGO
                          NOT AT END
                              PERFORM ARMAZENA-REGISTRO-CATALOGO
                      END-READ
                  END-PERFORM
                  CLOSE CATALOGO
              END-IF.
              DISPLAY 'CATALOGO CARREGADO: ' QNT-PLANTAS ' PLANTAS'.

          ARMAZENA-REGISTRO-CATALOGO.
              IF QNT-PLANTAS < 999
                  MOVE SPACES TO WS-CAMPO-ID-CAT
                  MOVE SPACES TO WS-CAMPO-NOME-CAT
                  MOVE SPACES TO WS-CAMPO-PRECO-CAT
                  MOVE SPACES TO WS-CAMPO-PREF-CAT
                  UNSTRING WS-LINHA-CATALOGO
                      DELIMITED BY '|'
                      INTO WS-CAMPO-ID-CAT
                           WS-CAMPO-NOME-CAT
                           WS-CAMPO-PRECO-CAT
                           WS-CAMPO-PREF-CAT
                  END-UNSTRING
                  IF WS-CAMPO-ID-CAT IS NUMERIC
                      ADD 1 TO QNT-PLANTAS
                      MOVE WS-CAMPO-ID-CAT TO ID-CAT(QNT-PLANTAS)
                      MOVE WS-CAMPO-NOME-CAT TO NOME-CAT(QNT-PLANTAS)
                      MOVE FUNCTION NUMVAL(WS-CAMPO-PRECO-CAT)
                          TO CUSTO-CAT(QNT-PLANTAS)
                      MOVE WS-CAMPO-PREF-CAT
                          TO PREFERENCIA-CAT(QNT-PLANTAS)
                  END-IF
              END-IF.

          LOCALIZA-NO-CATALOGO.
              MOVE 'N' TO WS-ENCONTRADO.
              MOVE ZEROS TO WS-INDICE-ENCONTRADO.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > QNT-PLANTAS
                  IF ID-CAT(K) = WS-ID-COMUM
                      MOVE 'Y' TO WS-ENCONTRADO
                      MOVE K TO WS-INDICE-ENCONTRADO
                  END-IF
              END-PERFORM.

      *-----------------------------------------------------------*
      * CARGA DAS DEFINICOES DE KIT (K;ID;NOME;PRECO ABRE UM KIT,
      * C;ID;QTD LANCA UM COMPONENTE), SO COM O QUE O CUSTO DO KIT
      * PRECISA. LINHA ILEGIVEL SAI EM AVISO E A CARGA SEGUE; A
      * AUSENCIA DO ARQUIVO NAO E ERRO (DIA SEM KITS).
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
               IF WS-QTD-KITS > ZERO
                   DISPLAY 'KITS CARREGADOS: ' WS-QTD-KITS ' COM '
                       WS-QTD-COMPONENTES ' COMPONENTES'
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
                       PERFORM ABRE-KIT-DEFINICAO
                   WHEN 'C'
                       PERFORM ARMAZENA-COMPONENTE-KIT
                   WHEN OTHER
                       DISPLAY 'AVISO: LINHA DE KIT IGNORADA (TIPO '
                           'INVALIDO): ' WS-KIT-LINHA
               END-EVALUATE.

          ABRE-KIT-DEFINICAO.
               MOVE 'N' TO WS-KIT-ABERTO.
               IF WS-CAMPO-KIT-1 NOT = SPACES
                       AND FUNCTION TRIM(WS-CAMPO-KIT-1) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(WS-CAMPO-KIT-1)) NOT > 4
                       AND WS-QTD-KITS < 99
                   ADD 1 TO WS-QTD-KITS
                   MOVE FUNCTION TRIM(WS-CAMPO-KIT-1)
                       TO ID-KIT(WS-QTD-KITS)
                   MOVE 'Y' TO WS-KIT-ABERTO
               ELSE
                   DISPLAY 'AVISO: KIT IGNORADO (LINHA ILEGIVEL): '
                       WS-KIT-LINHA
               END-IF.

          ARMAZENA-COMPONENTE-KIT.
               IF WS-KIT-ABERTO = 'N'
                   DISPLAY 'AVISO: COMPONENTE SEM KIT ABERTO '
                       'IGNORADO: ' WS-KIT-LINHA
               ELSE
                   IF WS-CAMPO-KIT-1 NOT = SPACES
                           AND FUNCTION TRIM(WS-CAMPO-KIT-1)
                               IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(WS-CAMPO-KIT-1)) NOT > 4
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
                   ELSE
                       DISPLAY 'AVISO: COMPONENTE IGNORADO (LINHA '
                           'ILEGIVEL): ' WS-KIT-LINHA
                   END-IF
               END-IF.

          LOCALIZA-KIT.
               MOVE 'N' TO WS-KIT-ACHADO.
               MOVE ZEROS TO WS-IDX-KIT.
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-KITS
                   IF ID-KIT(K) = WS-ID-COMUM
                       MOVE 'Y' TO WS-KIT-ACHADO
                       MOVE K TO WS-IDX-KIT
                   END-IF
               END-PERFORM.

      * CUSTO DE UMA UNIDADE DO KIT: SOMA DA QUANTIDADE DE CADA
      * COMPONENTE VEZES O CUSTO DELE NO CATALOGO. COMPONENTE FORA
      * DO CATALOGO NAO TEM CUSTO E MARCA O ITEM.
          CALCULA-CUSTO-KIT.
               MOVE ZEROS TO WS-CUSTO-UNIT-KIT.
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-QTD-COMPONENTES
                   IF KIT-COMP(J) = ID-KIT(WS-IDX-KIT)
                       MOVE ID-COMP(J) TO WS-ID-COMUM
                       PERFORM LOCALIZA-NO-CATALOGO
                       IF WS-ENCONTRADO = 'Y'
                           COMPUTE WS-CUSTO-UNIT-KIT =
                               WS-CUSTO-UNIT-KIT + QTD-COMP(J)
                               * CUSTO-CAT(WS-INDICE-ENCONTRADO)
                       ELSE
                           MOVE 'Y' TO WS-ITEM-SEM-CUSTO
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE ID-KIT(WS-IDX-KIT) TO WS-ID-COMUM.

      *-----------------------------------------------------------*
      * VARREDURA DAS NOTAS DO DIA: CADA LINHA DE ITEM DE UMA NOTA DE
      * VENDA SOMA A RECEITA (O TOTAL DA LINHA, JA AO PRECO DE VENDA
      * E COM PROMOCAO) E O CUSTO DA PLANTA OU DO KIT. AS LINHAS DAS
      * NOTAS DE CREDITO (BLOCO 'CREDITO: ') SO SOMAM O TOTAL
      * INFORMATIVO DE DEVOLUCOES.
      *-----------------------------------------------------------*
          ACUMULA-NOTAS.
              MOVE ZEROS TO WS-QTD-MARGEM.
              MOVE 'N' TO WS-EOF-NOTAS.
              MOVE 'V' TO WS-BLOCO-NOTA.
              OPEN INPUT NOTAS.
              IF FS-NOTAS = 00
                  PERFORM UNTIL WS-EOF-NOTAS = 'Y'
                      READ NOTAS INTO WS-NOTA-LINHA
                          AT END
                              MOVE 'Y' TO WS-EOF-NOTAS
                          NOT AT END
                              PERFORM ACUMULA-LINHA-NOTA
                      END-READ
                  END-PERFORM
                  CLOSE NOTAS
              ELSE
                  DISPLAY 'AVISO: NOTAS NAO ENCONTRADAS: '
                      CAMINHO-NOTAS
              END-IF.

      * AS POSICOES FIXAS SAO AS DA LINHA-ITEM-NOTA DE
      * FLORICULTURA_PEDIDOS: QUALQUER MUDANCA LA DEVE SER
      * REFLETIDA AQUI.
          ACUMULA-LINHA-NOTA.
              IF WS-NOTA-LINHA(1:8) = 'PEDIDO: '
                  MOVE 'V' TO WS-BLOCO-NOTA
              END-IF.
              IF WS-NOTA-LINHA(1:9) = 'CREDITO: '
                  MOVE 'C' TO WS-BLOCO-NOTA
              END-IF.
              MOVE WS-NOTA-LINHA(3:4) TO WS-CAMPO-ID-NOTA.
              IF WS-NOTA-LINHA(1:2) = SPACES
                      AND WS-CAMPO-ID-NOTA IS NUMERIC
                      AND WS-NOTA-LINHA(44:3) = ' X '
                  MOVE WS-NOTA-LINHA(38:6) TO WS-CAMPO-QTD-NOTA
                  MOVE WS-NOTA-LINHA(61:13) TO WS-CAMPO-TOTAL-NOTA
                  IF FUNCTION TEST-NUMVAL(WS-CAMPO-QTD-NOTA) = 0
                          AND FUNCTION TEST-NUMVAL(WS-CAMPO-TOTAL-NOTA)
                              = 0
                      MOVE WS-CAMPO-ID-NOTA TO WS-ID-COMUM
                      MOVE FUNCTION NUMVAL(WS-CAMPO-QTD-NOTA)
                          TO WS-QTD-COMUM
                      MOVE FUNCTION NUMVAL(WS-CAMPO-TOTAL-NOTA)
                          TO WS-RECEITA-ITEM
                      MOVE WS-NOTA-LINHA(8:30) TO WS-NOME-ITEM
                      IF WS-BLOCO-NOTA = 'C'
                          ADD 1 TO WS-QTD-LINHAS-CRED
                          ADD WS-RECEITA-ITEM TO WS-TOTAL-CREDITOS
                      ELSE
                          ADD 1 TO WS-QTD-LINHAS-VENDA
                          PERFORM CUSTEIA-ITEM-NOTA
                          PERFORM ACUMULA-MARGEM-ITEM
                      END-IF
                  END-IF
              END-IF.

      * CUSTO E GRUPO DA LINHA: PLANTA DO CATALOGO PRIMEIRO (COMO NA
      * PRECIFICACAO), DEPOIS KIT; O QUE NAO FOR NENHUM DOS DOIS SAI
      * SEM CUSTO NO GRUPO DE QUEM NAO TEM CADASTRO.
          CUSTEIA-ITEM-NOTA.
              MOVE 'N' TO WS-ITEM-SEM-CUSTO.
              MOVE ZEROS TO WS-CUSTO-ITEM.
              PERFORM LOCALIZA-NO-CATALOGO.
              IF WS-ENCONTRADO = 'Y'
                  COMPUTE WS-CUSTO-ITEM = WS-QTD-COMUM
                      * CUSTO-CAT(WS-INDICE-ENCONTRADO)
                  MOVE NOME-CAT(WS-INDICE-ENCONTRADO) TO WS-NOME-ITEM
                  MOVE PREFERENCIA-CAT(WS-INDICE-ENCONTRADO)
                      TO WS-GRUPO-ITEM
              ELSE
                  PERFORM LOCALIZA-KIT
                  IF WS-KIT-ACHADO = 'Y'
                      PERFORM CALCULA-CUSTO-KIT
                      COMPUTE WS-CUSTO-ITEM =
                          WS-QTD-COMUM * WS-CUSTO-UNIT-KIT
                      MOVE WS-GRUPO-KITS TO WS-GRUPO-ITEM
                  ELSE
                      MOVE 'Y' TO WS-ITEM-SEM-CUSTO
                      MOVE WS-GRUPO-SEM-CAD TO WS-GRUPO-ITEM
                  END-IF
              END-IF.
              IF WS-GRUPO-ITEM = SPACES
                  MOVE WS-GRUPO-SEM-CAD TO WS-GRUPO-ITEM
              END-IF.

          ACUMULA-MARGEM-ITEM.
              MOVE 'N' TO WS-ENCONTRADO.
              MOVE ZEROS TO WS-IDX-MARGEM.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-MARGEM
                  IF ID-MAR(K) = WS-ID-COMUM
                      MOVE 'Y' TO WS-ENCONTRADO
                      MOVE K TO WS-IDX-MARGEM
                  END-IF
              END-PERFORM.
              IF WS-ENCONTRADO = 'N'
                  IF WS-QTD-MARGEM < 999
                      ADD 1 TO WS-QTD-MARGEM
                      MOVE WS-QTD-MARGEM TO WS-IDX-MARGEM
                      MOVE WS-ID-COMUM TO ID-MAR(WS-IDX-MARGEM)
                      MOVE WS-NOME-ITEM TO NOME-MAR(WS-IDX-MARGEM)
                      MOVE WS-GRUPO-ITEM TO GRUPO-MAR(WS-IDX-MARGEM)
                      MOVE ZEROS TO QTD-MAR(WS-IDX-MARGEM)
                      MOVE ZEROS TO RECEITA-MAR(WS-IDX-MARGEM)
                      MOVE ZEROS TO CUSTO-MAR(WS-IDX-MARGEM)
                      MOVE 'N' TO SEM-CUSTO-MAR(WS-IDX-MARGEM)
                  ELSE
                      DISPLAY 'AVISO: LIMITE DE 999 ITENS NA MARGEM '
                          'ATINGIDO. ID IGNORADO: ' WS-ID-COMUM
                  END-IF
              END-IF.
              IF WS-IDX-MARGEM > ZERO
                  ADD WS-QTD-COMUM TO QTD-MAR(WS-IDX-MARGEM)
                  ADD WS-RECEITA-ITEM TO RECEITA-MAR(WS-IDX-MARGEM)
                  ADD WS-CUSTO-ITEM TO CUSTO-MAR(WS-IDX-MARGEM)
                  IF WS-ITEM-SEM-CUSTO = 'Y'
                      MOVE 'Y' TO SEM-CUSTO-MAR(WS-IDX-MARGEM)
                  END-IF
              END-IF.

      *-----------------------------------------------------------*
      * ORDENACAO DAS PLANTAS POR ID E DOS GRUPOS POR NOME, NO MESMO
      * ESQUEMA DE TROCA DOS DEMAIS PROGRAMAS.
      *-----------------------------------------------------------*
          ORDENA-PLANTAS.
              IF WS-QTD-MARGEM > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-MARGEM
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-MARGEM - I
                          IF ID-MAR(J) > ID-MAR(J + 1)
                              MOVE REG-MARGEM(J) TO WS-MARGEM-TEMP
                              MOVE REG-MARGEM(J + 1) TO REG-MARGEM(J)
                              MOVE WS-MARGEM-TEMP TO REG-MARGEM(J + 1)
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

      * OS GRUPOS SAO SOMADOS DAS PLANTAS JA ACUMULADAS; O NOME DO
      * GRUPO E COMPARADO SEM DIFERENCA DE CAIXA, COMO NO MARKUP.
          ACUMULA-GRUPOS.
              MOVE ZEROS TO WS-QTD-GRUPOS.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MARGEM
                  MOVE FUNCTION UPPER-CASE(FUNCTION
                      TRIM(GRUPO-MAR(I))) TO WS-GRUPO-ITEM
                  MOVE ZEROS TO WS-IDX-GRUPO
                  PERFORM VARYING K FROM 1 BY 1
                          UNTIL K > WS-QTD-GRUPOS
                      IF NOME-GRU(K) = WS-GRUPO-ITEM
                          MOVE K TO WS-IDX-GRUPO
                      END-IF
                  END-PERFORM
                  IF WS-IDX-GRUPO = ZERO
                      ADD 1 TO WS-QTD-GRUPOS
                      MOVE WS-QTD-GRUPOS TO WS-IDX-GRUPO
                      MOVE WS-GRUPO-ITEM TO NOME-GRU(WS-IDX-GRUPO)
                      MOVE ZEROS TO QTD-GRU(WS-IDX-GRUPO)
                      MOVE ZEROS TO RECEITA-GRU(WS-IDX-GRUPO)
                      MOVE ZEROS TO CUSTO-GRU(WS-IDX-GRUPO)
                  END-IF
                  ADD QTD-MAR(I) TO QTD-GRU(WS-IDX-GRUPO)
                  ADD RECEITA-MAR(I) TO RECEITA-GRU(WS-IDX-GRUPO)
                  ADD CUSTO-MAR(I) TO CUSTO-GRU(WS-IDX-GRUPO)
                  ADD QTD-MAR(I) TO WS-TOTAL-QTD
                  ADD RECEITA-MAR(I) TO WS-TOTAL-RECEITA
                  ADD CUSTO-MAR(I) TO WS-TOTAL-CUSTO
                  IF SEM-CUSTO-MAR(I) = 'Y'
                      ADD 1 TO WS-QTD-SEM-CUSTO
                  END-IF
              END-PERFORM.

          ORDENA-GRUPOS.
              IF WS-QTD-GRUPOS > 1
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I >= WS-QTD-GRUPOS
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > WS-QTD-GRUPOS - I
                          IF NOME-GRU(J) > NOME-GRU(J + 1)
                              MOVE REG-GRUPO(J) TO WS-GRUPO-TEMP
                              MOVE REG-GRUPO(J + 1) TO REG-GRUPO(J)
                              MOVE WS-GRUPO-TEMP TO REG-GRUPO(J + 1)
                          END-IF
                      END-PERFORM
                  END-PERFORM
              END-IF.

      *-----------------------------------------------------------*
      * RELATORIO: CABECALHO COM A DATA, SECAO POR PLANTA, SECAO POR
      * GRUPO DE PREFERENCIA (CADA UMA COM SEU TOTAL) E, NO RODAPE,
      * O TOTAL DAS NOTAS DE CREDITO E A CONTAGEM DE ITENS SEM CUSTO.
      *-----------------------------------------------------------*
          GRAVA-RELATORIO.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE MARGEM BRUTA. '
                      'STATUS: ' FS-RELATORIO
                  MOVE 'N' TO WS-RELATORIO-OK
                  MOVE 'N' TO WS-EXECUCAO-OK
              ELSE
                  MOVE WS-DATA-EDITADA TO CAB-DATA
                  MOVE CAB-MARGEM-1 TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE CAB-TRACO TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  IF WS-QTD-MARGEM = ZEROS
                      MOVE LINHA-SEM-VENDA TO WS-LINHA-REL
                      PERFORM GRAVA-LINHA-RELATORIO
                  ELSE
                      PERFORM GRAVA-SECAO-PLANTAS
                      PERFORM GRAVA-SECAO-GRUPOS
                  END-IF
                  MOVE SPACES TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE WS-TOTAL-CREDITOS TO CRE-VALOR
                  MOVE LINHA-CREDITOS TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  IF WS-QTD-SEM-CUSTO > ZERO
                      MOVE WS-QTD-SEM-CUSTO TO SCU-QTD
                      MOVE LINHA-SEM-CUSTO TO WS-LINHA-REL
                      PERFORM GRAVA-LINHA-RELATORIO
                  END-IF
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE MARGEM BRUTA GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

          GRAVA-SECAO-PLANTAS.
              MOVE SPACES TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              MOVE 'MARGEM POR PLANTA' TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              MOVE CAB-COLUNAS-PLANTA TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MARGEM
                  MOVE ID-MAR(I) TO ROT-ID
                  MOVE NOME-MAR(I) TO ROT-NOME
                  MOVE WS-ROTULO-PLANTA TO DET-ROTULO
                  IF SEM-CUSTO-MAR(I) = 'Y'
                      MOVE ' *SEM CUSTO' TO DET-AVISO
                  ELSE
                      MOVE SPACES TO DET-AVISO
                  END-IF
                  PERFORM FORMATA-DETALHE-PLANTA
                  MOVE LINHA-DETALHE TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
              END-PERFORM.
              PERFORM GRAVA-LINHA-TOTAL.

          GRAVA-SECAO-GRUPOS.
              MOVE SPACES TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              MOVE 'MARGEM POR GRUPO DE PREFERENCIA' TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              MOVE CAB-COLUNAS-GRUPO TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-GRUPOS
                  MOVE NOME-GRU(I) TO DET-ROTULO
                  MOVE SPACES TO DET-AVISO
                  MOVE QTD-GRU(I) TO DET-QTD
                  MOVE RECEITA-GRU(I) TO DET-RECEITA
                  MOVE CUSTO-GRU(I) TO DET-CUSTO
                  COMPUTE WS-MARGEM-VALOR =
                      RECEITA-GRU(I) - CUSTO-GRU(I)
                  IF RECEITA-GRU(I) > ZERO
                      COMPUTE WS-MARGEM-PCT ROUNDED =
                          WS-MARGEM-VALOR * 100 / RECEITA-GRU(I)
                  ELSE
                      MOVE ZEROS TO WS-MARGEM-PCT
                  END-IF
                  MOVE WS-MARGEM-VALOR TO DET-MARGEM
                  MOVE WS-MARGEM-PCT TO DET-PCT
                  MOVE LINHA-DETALHE TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
              END-PERFORM.
              PERFORM GRAVA-LINHA-TOTAL.

          FORMATA-DETALHE-PLANTA.
              MOVE QTD-MAR(I) TO DET-QTD.
              MOVE RECEITA-MAR(I) TO DET-RECEITA.
              MOVE CUSTO-MAR(I) TO DET-CUSTO.
              COMPUTE WS-MARGEM-VALOR =
                  RECEITA-MAR(I) - CUSTO-MAR(I).
              IF RECEITA-MAR(I) > ZERO
                  COMPUTE WS-MARGEM-PCT ROUNDED =
                      WS-MARGEM-VALOR * 100 / RECEITA-MAR(I)
              ELSE
                  MOVE ZEROS TO WS-MARGEM-PCT
              END-IF.
              MOVE WS-MARGEM-VALOR TO DET-MARGEM.
              MOVE WS-MARGEM-PCT TO DET-PCT.

          GRAVA-LINHA-TOTAL.
              MOVE 'TOTAL DO DIA' TO DET-ROTULO.
              MOVE SPACES TO DET-AVISO.
              MOVE WS-TOTAL-QTD TO DET-QTD.
              MOVE WS-TOTAL-RECEITA TO DET-RECEITA.
              MOVE WS-TOTAL-CUSTO TO DET-CUSTO.
              COMPUTE WS-MARGEM-VALOR =
                  WS-TOTAL-RECEITA - WS-TOTAL-CUSTO.
              IF WS-TOTAL-RECEITA > ZERO
                  COMPUTE WS-MARGEM-PCT ROUNDED =
                      WS-MARGEM-VALOR * 100 / WS-TOTAL-RECEITA
              ELSE
                  MOVE ZEROS TO WS-MARGEM-PCT
              END-IF.
              MOVE WS-MARGEM-VALOR TO DET-MARGEM.
              MOVE WS-MARGEM-PCT TO DET-PCT.
              MOVE CAB-TRACO TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.
              MOVE LINHA-DETALHE TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.

          GRAVA-LINHA-RELATORIO.
              IF WS-RELATORIO-OK = 'Y'
                  WRITE LINHA-RELATORIO FROM WS-LINHA-REL
                  IF FS-RELATORIO NOT = 00
                      DISPLAY 'ERRO AO GRAVAR O RELATORIO DE MARGEM '
                          'BRUTA. STATUS: ' FS-RELATORIO
                      MOVE 'N' TO WS-RELATORIO-OK
                      MOVE 'N' TO WS-EXECUCAO-OK
                  END-IF
              END-IF.

          RESUMO-MARGEM.
              DISPLAY '------------------------------------------'.
              DISPLAY 'RESUMO DA MARGEM BRUTA DO DIA'.
              DISPLAY 'LINHAS DE VENDA NAS NOTAS:   '
                  WS-QTD-LINHAS-VENDA.
              DISPLAY 'LINHAS DE CREDITO (FORA):    '
                  WS-QTD-LINHAS-CRED.
              MOVE WS-TOTAL-RECEITA TO DET-RECEITA.
              MOVE WS-TOTAL-CUSTO TO DET-CUSTO.
              DISPLAY 'RECEITA: ' DET-RECEITA.
              DISPLAY 'CUSTO:   ' DET-CUSTO.
              IF WS-QTD-SEM-CUSTO > ZERO
                  DISPLAY 'AVISO: ' WS-QTD-SEM-CUSTO ' ITENS VENDIDOS '
                      'SEM CUSTO NO CATALOGO (VER O RELATORIO)'
              END-IF.

       END PROGRAM FLORICULTURA_MARGEM.
