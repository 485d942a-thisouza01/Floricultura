      ******************************************************************
      * Author:
      * Date:
      * Purpose: Situacao do lote diario a partir do controle do lote
      *          gravado pelas etapas da cadeia (carga, correcao,
      *          pedidos, estoque, backorder, devolucao, reposicao,
      *          conciliacao e receber):
      *          para a data de negocio aberta pela carga, a situacao
      *          de cada etapa com hora de inicio e fim, contagens e
      *          quem autorizou a reexecucao, a proxima etapa a rodar
      *          e as reexecucoes autorizadas na data, usadas ou nao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLORICULTURA_SITUACAO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      * MESMO CONTROLE DO LOTE E MESMAS REEXECUCOES AUTORIZADAS LIDOS
      * E GRAVADOS PELAS ETAPAS DA CADEIA; AQUI SO SAO LIDOS.
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
              SELECT RELATORIO ASSIGN DYNAMIC CAMINHO-RELATORIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
         FD CONTROLE-LOTE.
         01 REGISTRO-CONTROLE-LOTE PIC X(100).
      *
         FD REEXECUCOES.
         01 REGISTRO-REEXECUCAO PIC X(60).
      *
         FD RELATORIO.
         01 LINHA-RELATORIO     PIC X(110).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  CAMINHO-RELATORIO   PIC X(100)
               VALUE 'RELATORIO-SITUACAO-LOTE.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).
           05 FS-RELATORIO     PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.

       77  WS-EOF-CONTROLE     PIC X(01) VALUE 'N'.
       77  WS-EOF-REEXECUCOES  PIC X(01) VALUE 'N'.
       77  WS-RELATORIO-OK     PIC X(01) VALUE 'Y'.
       77  WS-CONTROLE-ABERTO  PIC X(01) VALUE 'N'.
       77  WS-QTD-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CONCLUIDAS   PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PROXIMA      PIC 9(02) VALUE ZEROS.
       77  WS-QTD-AUTORIZ-DIA  PIC 9(03) VALUE ZEROS.

       01  WS-ENV-VALOR        PIC X(100) VALUE SPACES.

      * AS ETAPAS DA CADEIA DIARIA NA ORDEM EM QUE DEVEM RODAR, COM O
      * NOME GRAVADO NO CONTROLE POR CADA PROGRAMA.
       01  TEXTO-ETAPAS.
           05 FILLER            PIC X(12) VALUE 'ARQUIVO'.
           05 FILLER            PIC X(12) VALUE 'CORRECAO'.
           05 FILLER            PIC X(12) VALUE 'PEDIDOS'.
           05 FILLER            PIC X(12) VALUE 'ESTOQUE'.
           05 FILLER            PIC X(12) VALUE 'BACKORDER'.
           05 FILLER            PIC X(12) VALUE 'DEVOLUCAO'.
           05 FILLER            PIC X(12) VALUE 'REPOSICAO'.
           05 FILLER            PIC X(12) VALUE 'CONCILIACAO'.
           05 FILLER            PIC X(12) VALUE 'RECEBER'.
       01  LISTA-ETAPAS REDEFINES TEXTO-ETAPAS.
           05 NOME-ETAPA        PIC X(12) OCCURS 9.

      * SITUACAO DE CADA ETAPA NA DATA DE NEGOCIO, NA ORDEM DA LISTA
      * ACIMA (P = PENDENTE, SEM REGISTRO NA DATA). USADAS-ETA E
      * CONTADOR AUXILIAR DA CONFERENCIA DAS AUTORIZACOES.
       01  TABELA-SITUACAO.
           03 REG-SITUACAO      OCCURS 9.
               05 SITUACAO-ETA      PIC X(01).
               05 INICIO-ETA        PIC 9(06).
               05 FIM-ETA           PIC 9(06).
               05 LIDOS-ETA         PIC 9(07).
               05 GRAVADOS-ETA      PIC 9(07).
               05 AUTORIZ-ETA       PIC 9(02).
               05 AUTORIZADOR-ETA   PIC X(30).
               05 USADAS-ETA        PIC 9(02).

      * REGISTRO DO CONTROLE DO LOTE, NO LEIAUTE GRAVADO PELAS ETAPAS.
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

      * O CONTROLE GUARDA SO A ULTIMA DATA DE CADA ETAPA: ELE E LIDO
      * POR INTEIRO ANTES DA APURACAO, POIS A DATA DE NEGOCIO PODE
      * VIR DEPOIS DAS ETAPAS NO ARQUIVO.
       01  TABELA-CONTROLE.
           03 REG-CONTROLE      OCCURS 1 TO 20
               DEPENDING ON WS-QTD-CONTROLE.
               05 LINHA-CTL         PIC X(100).

       01  WS-DATA-NEGOCIO     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
           05 ANO-NEGOCIO       PIC 9(04).
           05 MES-NEGOCIO       PIC 9(02).
           05 DIA-NEGOCIO       PIC 9(02).

       01  WS-LINHA-REEXECUCAO PIC X(60).
       01  WS-CAMPO-REEX-DATA  PIC X(10).
       01  WS-CAMPO-REEX-ETAPA PIC X(12).
       01  WS-CAMPO-REEX-AUTOR PIC X(30).
       01  WS-ETAPA-REEX       PIC X(12).

       01  WS-DATA-CORRENTE.
           05 ANO-CORRENTE      PIC 9(04).
           05 MES-CORRENTE      PIC 9(02).
           05 DIA-CORRENTE      PIC 9(02).

       01  WS-HORA-CORRENTE    PIC X(08).

       01  WS-HORA-AUX         PIC 9(06).
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 HH-AUX            PIC 9(02).
           05 MM-AUX            PIC 9(02).
           05 SS-AUX            PIC 9(02).

       01  WS-HORA-EDITADA.
           05 HH-EDITADA        PIC 9(02).
           05 FILLER            PIC X(01) VALUE ':'.
           05 MM-EDITADA        PIC 9(02).
           05 FILLER            PIC X(01) VALUE ':'.
           05 SS-EDITADA        PIC 9(02).

       01  WS-DATA-EDITADA.
           05 DIA-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 MES-EDITADO       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 ANO-EDITADO       PIC 9(04).

      * LINHAS DO RELATORIO.
       01  CAB-SITUACAO-1.
           05 FILLER            PIC X(44)
               VALUE 'SITUACAO DO LOTE DIARIO - FLORICULTURA'.
           05 FILLER            PIC X(17) VALUE 'DATA DE NEGOCIO: '.
           05 CAB-DATA-NEGOCIO  PIC X(10).

       01  CAB-SITUACAO-2.
           05 FILLER            PIC X(12) VALUE 'EMITIDO EM: '.
           05 CAB-DATA-EMISSAO  PIC X(10).
           05 FILLER            PIC X(04) VALUE ' AS '.
           05 CAB-HORA-EMISSAO  PIC X(08).

       01  CAB-TRACO           PIC X(106) VALUE ALL '-'.

       01  CAB-COLUNAS-ETAPAS.
           05 FILLER            PIC X(04) VALUE 'ORD'.
           05 FILLER            PIC X(13) VALUE 'ETAPA'.
           05 FILLER            PIC X(20) VALUE 'SITUACAO'.
           05 FILLER            PIC X(10) VALUE 'INICIO'.
           05 FILLER            PIC X(10) VALUE 'FIM'.
           05 FILLER            PIC X(08) VALUE '   LIDOS'.
           05 FILLER            PIC X(10) VALUE '  GRAVADOS'.
           05 FILLER            PIC X(06) VALUE '  REEX'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE 'AUTORIZADO POR'.

       01  LINHA-ETAPA.
           05 ETA-ORDEM         PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ETA-NOME          PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ETA-SITUACAO      PIC X(20).
           05 ETA-INICIO        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ETA-FIM           PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ETA-LIDOS         PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ETA-GRAVADOS      PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 ETA-AUTORIZ       PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ETA-AUTORIZADOR   PIC X(30).

       01  LINHA-RESUMO-ETAPAS.
           05 FILLER            PIC X(19) VALUE 'ETAPAS CONCLUIDAS: '.
           05 RES-CONCLUIDAS    PIC 9.
           05 FILLER            PIC X(05) VALUE ' DE 9'.

       01  PRX-TEXTO           PIC X(40).
       01  PRX-ETAPA           PIC X(12).
       01  LINHA-PROXIMA       PIC X(60).

       01  CAB-COLUNAS-REEX.
           05 FILLER            PIC X(13) VALUE 'ETAPA'.
           05 FILLER            PIC X(31) VALUE 'AUTORIZADOR'.
           05 FILLER            PIC X(10) VALUE 'SITUACAO'.

       01  LINHA-REEX.
           05 REX-ETAPA         PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REX-AUTORIZADOR   PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 REX-SITUACAO      PIC X(20).

       01  WS-LINHA-REL        PIC X(110).

      *
         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CARREGA-CONTROLE-LOTE.
           PERFORM APURA-SITUACAO-ETAPAS.
           PERFORM GRAVA-RELATORIO.
           PERFORM RESUMO-SITUACAO.
           STOP RUN.

      *-----------------------------------------------------------*
      * PARAMETROS DE EXECUCAO: OS MESMOS CAMINHOS DAS ETAPAS DA
      * CADEIA, CONFIGURAVEIS POR VARIAVEL DE AMBIENTE.
      *-----------------------------------------------------------*
          INICIALIZA-PARAMETROS.
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
               MOVE SPACES TO WS-ENV-VALOR.
               ACCEPT WS-ENV-VALOR
                   FROM ENVIRONMENT 'CAMINHO_SITUACAO_LOTE'.
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-RELATORIO
               END-IF.
               ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-CORRENTE FROM TIME.

      *-----------------------------------------------------------*
      * CARGA DO CONTROLE DO LOTE. SEM O REGISTRO DA DATA DE NEGOCIO
      * NENHUMA CARGA FOI REGISTRADA AINDA, E O RELATORIO SAI COM A
      * DATA DO SISTEMA E TODAS AS ETAPAS PENDENTES.
      *-----------------------------------------------------------*
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
                              PERFORM ARMAZENA-LINHA-CONTROLE
                      END-READ
                  END-PERFORM
                  CLOSE CONTROLE-LOTE
              END-IF.
              MOVE WS-DATA-CORRENTE TO WS-DATA-NEGOCIO.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-CONTROLE
                  MOVE LINHA-CTL(I) TO WS-LINHA-CONTROLE
                  IF LID-ETAPA = 'DATA-NEGOCIO'
                      MOVE LID-DATA TO WS-DATA-NEGOCIO
                      MOVE 'Y' TO WS-CONTROLE-ABERTO
                  END-IF
              END-PERFORM.

          ARMAZENA-LINHA-CONTROLE.
              IF LID-ETAPA NOT = SPACES
                      AND LID-DATA IS NUMERIC
                      AND WS-QTD-CONTROLE < 20
                  ADD 1 TO WS-QTD-CONTROLE
                  MOVE WS-LINHA-CONTROLE TO LINHA-CTL(WS-QTD-CONTROLE)
              END-IF.

      *-----------------------------------------------------------*
      * SITUACAO DE CADA ETAPA NA DATA DE NEGOCIO: REGISTRO DE OUTRA
      * DATA (OU NENHUM) E ETAPA PENDENTE. A PROXIMA ETAPA E A
      * PRIMEIRA DA CADEIA QUE AINDA NAO CONCLUIU.
      *-----------------------------------------------------------*
          APURA-SITUACAO-ETAPAS.
              MOVE ZEROS TO WS-QTD-CONCLUIDAS.
              MOVE ZEROS TO WS-IDX-PROXIMA.
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                  MOVE 'P' TO SITUACAO-ETA(K)
                  MOVE ZEROS TO INICIO-ETA(K)
                  MOVE ZEROS TO FIM-ETA(K)
                  MOVE ZEROS TO LIDOS-ETA(K)
                  MOVE ZEROS TO GRAVADOS-ETA(K)
                  MOVE ZEROS TO AUTORIZ-ETA(K)
                  MOVE SPACES TO AUTORIZADOR-ETA(K)
                  MOVE ZEROS TO USADAS-ETA(K)
                  PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-QTD-CONTROLE
                      MOVE LINHA-CTL(I) TO WS-LINHA-CONTROLE
                      IF LID-ETAPA = NOME-ETAPA(K)
                              AND LID-DATA = WS-DATA-NEGOCIO
                          PERFORM ARMAZENA-SITUACAO-ETAPA
                      END-IF
                  END-PERFORM
                  IF SITUACAO-ETA(K) = 'C'
                      ADD 1 TO WS-QTD-CONCLUIDAS
                  ELSE
                      IF WS-IDX-PROXIMA = ZERO
                          MOVE K TO WS-IDX-PROXIMA
                      END-IF
                  END-IF
              END-PERFORM.

          ARMAZENA-SITUACAO-ETAPA.
              MOVE LID-SITUACAO TO SITUACAO-ETA(K).
              IF LID-INICIO IS NUMERIC
                  MOVE LID-INICIO TO INICIO-ETA(K)
              END-IF.
              IF LID-FIM IS NUMERIC
                  MOVE LID-FIM TO FIM-ETA(K)
              END-IF.
              IF LID-LIDOS IS NUMERIC
                  MOVE LID-LIDOS TO LIDOS-ETA(K)
              END-IF.
              IF LID-GRAVADOS IS NUMERIC
                  MOVE LID-GRAVADOS TO GRAVADOS-ETA(K)
              END-IF.
              IF LID-AUTORIZ IS NUMERIC
                  MOVE LID-AUTORIZ TO AUTORIZ-ETA(K)
              END-IF.
              MOVE LID-AUTORIZADOR TO AUTORIZADOR-ETA(K).

      *-----------------------------------------------------------*
      * RELATORIO: CABECALHO COM A DATA DE NEGOCIO E A HORA DA
      * EMISSAO, UMA LINHA POR ETAPA NA ORDEM DA CADEIA, O RESUMO COM
      * A PROXIMA ETAPA E A RELACAO DAS REEXECUCOES AUTORIZADAS NA
      * DATA (AS PRIMEIRAS DE CADA ETAPA, ATE A QUANTIDADE REGISTRADA
      * NO CONTROLE, JA FORAM USADAS).
      *-----------------------------------------------------------*
          GRAVA-RELATORIO.
              OPEN OUTPUT RELATORIO.
              IF FS-RELATORIO NOT = 00
                  DISPLAY 'ERRO AO ABRIR O RELATORIO DE SITUACAO DO '
                      'LOTE. STATUS: ' FS-RELATORIO
                  MOVE 'N' TO WS-RELATORIO-OK
              ELSE
                  MOVE DIA-NEGOCIO TO DIA-EDITADO
                  MOVE MES-NEGOCIO TO MES-EDITADO
                  MOVE ANO-NEGOCIO TO ANO-EDITADO
                  MOVE WS-DATA-EDITADA TO CAB-DATA-NEGOCIO
                  MOVE DIA-CORRENTE TO DIA-EDITADO
                  MOVE MES-CORRENTE TO MES-EDITADO
                  MOVE ANO-CORRENTE TO ANO-EDITADO
                  MOVE WS-DATA-EDITADA TO CAB-DATA-EMISSAO
                  MOVE WS-HORA-CORRENTE(1:6) TO WS-HORA-AUX
                  PERFORM EDITA-HORA
                  MOVE WS-HORA-EDITADA TO CAB-HORA-EMISSAO
                  MOVE CAB-SITUACAO-1 TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE CAB-SITUACAO-2 TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE CAB-TRACO TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  IF WS-CONTROLE-ABERTO = 'N'
                      MOVE 'NENHUMA CARGA REGISTRADA NO CONTROLE'
                          TO WS-LINHA-REL
                      PERFORM GRAVA-LINHA-RELATORIO
                  END-IF
                  MOVE CAB-COLUNAS-ETAPAS TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                      PERFORM GRAVA-LINHA-ETAPA
                  END-PERFORM
                  MOVE CAB-TRACO TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE WS-QTD-CONCLUIDAS TO RES-CONCLUIDAS
                  MOVE LINHA-RESUMO-ETAPAS TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  PERFORM MONTA-LINHA-PROXIMA
                  MOVE LINHA-PROXIMA TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE SPACES TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE 'REEXECUCOES AUTORIZADAS NA DATA DE NEGOCIO'
                      TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  MOVE CAB-COLUNAS-REEX TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
                  PERFORM GRAVA-REEXECUCOES
                  IF WS-QTD-AUTORIZ-DIA = ZEROS
                      MOVE 'NENHUMA REEXECUCAO AUTORIZADA NA DATA'
                          TO WS-LINHA-REL
                      PERFORM GRAVA-LINHA-RELATORIO
                  END-IF
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO DE SITUACAO DO LOTE GRAVADO EM: '
                      CAMINHO-RELATORIO
              END-IF.

          GRAVA-LINHA-ETAPA.
              MOVE K TO ETA-ORDEM.
              MOVE NOME-ETAPA(K) TO ETA-NOME.
              EVALUATE SITUACAO-ETA(K)
                  WHEN 'C'
                      MOVE 'CONCLUIDA' TO ETA-SITUACAO
                  WHEN 'E'
                      MOVE 'EM EXECUCAO/INTERR.' TO ETA-SITUACAO
                  WHEN 'F'
                      MOVE 'TERMINOU COM ERRO' TO ETA-SITUACAO
                  WHEN OTHER
                      MOVE 'PENDENTE' TO ETA-SITUACAO
              END-EVALUATE.
              IF SITUACAO-ETA(K) = 'P'
                  MOVE SPACES TO ETA-INICIO
                  MOVE SPACES TO ETA-FIM
              ELSE
                  MOVE INICIO-ETA(K) TO WS-HORA-AUX
                  PERFORM EDITA-HORA
                  MOVE WS-HORA-EDITADA TO ETA-INICIO
                  IF SITUACAO-ETA(K) = 'E'
                      MOVE SPACES TO ETA-FIM
                  ELSE
                      MOVE FIM-ETA(K) TO WS-HORA-AUX
                      PERFORM EDITA-HORA
                      MOVE WS-HORA-EDITADA TO ETA-FIM
                  END-IF
              END-IF.
              MOVE LIDOS-ETA(K) TO ETA-LIDOS.
              MOVE GRAVADOS-ETA(K) TO ETA-GRAVADOS.
              MOVE AUTORIZ-ETA(K) TO ETA-AUTORIZ.
              MOVE AUTORIZADOR-ETA(K) TO ETA-AUTORIZADOR.
              MOVE LINHA-ETAPA TO WS-LINHA-REL.
              PERFORM GRAVA-LINHA-RELATORIO.

          EDITA-HORA.
              MOVE HH-AUX TO HH-EDITADA.
              MOVE MM-AUX TO MM-EDITADA.
              MOVE SS-AUX TO SS-EDITADA.

      * ETAPA EM EXECUCAO, INTERROMPIDA OU QUE TERMINOU COM ERRO SO
      * RODA DE NOVO COM AUTORIZACAO.
          MONTA-LINHA-PROXIMA.
              MOVE SPACES TO PRX-ETAPA.
              IF WS-IDX-PROXIMA = ZERO
                  MOVE 'LOTE DO DIA CONCLUIDO' TO PRX-TEXTO
              ELSE
                  MOVE NOME-ETAPA(WS-IDX-PROXIMA) TO PRX-ETAPA
                  EVALUATE SITUACAO-ETA(WS-IDX-PROXIMA)
                      WHEN 'E'
                          MOVE 'EM EXECUCAO OU INTERROMPIDA: '
                              TO PRX-TEXTO
                      WHEN 'F'
                          MOVE 'COM ERRO (REPETIR SO COM AUTORIZACAO): '
                              TO PRX-TEXTO
                      WHEN OTHER
                          MOVE 'PROXIMA ETAPA: ' TO PRX-TEXTO
                  END-EVALUATE
              END-IF.
              MOVE SPACES TO LINHA-PROXIMA.
              STRING PRX-TEXTO DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     PRX-ETAPA DELIMITED BY SPACE
                  INTO LINHA-PROXIMA
              END-STRING.

          GRAVA-REEXECUCOES.
              MOVE ZEROS TO WS-QTD-AUTORIZ-DIA.
              MOVE 'N' TO WS-EOF-REEXECUCOES.
              OPEN INPUT REEXECUCOES.
              IF FS-REEXECUCOES = 00
                  PERFORM UNTIL WS-EOF-REEXECUCOES = 'Y'
                      READ REEXECUCOES INTO WS-LINHA-REEXECUCAO
                          AT END
                              MOVE 'Y' TO WS-EOF-REEXECUCOES
                          NOT AT END
                              PERFORM GRAVA-LINHA-REEXECUCAO
                      END-READ
                  END-PERFORM
                  CLOSE REEXECUCOES
              END-IF.

      * MESMA CONFERENCIA DAS ETAPAS: DATA IGUAL A DE NEGOCIO, ETAPA
      * SEM DIFERENCA DE CAIXA E AUTORIZADOR PREENCHIDO. ETAPA FORA
      * DA CADEIA SAI MARCADA COMO TAL.
          GRAVA-LINHA-REEXECUCAO.
              MOVE SPACES TO WS-CAMPO-REEX-DATA.
              MOVE SPACES TO WS-CAMPO-REEX-ETAPA.
              MOVE SPACES TO WS-CAMPO-REEX-AUTOR.
              UNSTRING WS-LINHA-REEXECUCAO
                  DELIMITED BY ';'
                  INTO WS-CAMPO-REEX-DATA
                       WS-CAMPO-REEX-ETAPA
                       WS-CAMPO-REEX-AUTOR
              END-UNSTRING.
              MOVE FUNCTION UPPER-CASE(FUNCTION
                  TRIM(WS-CAMPO-REEX-ETAPA)) TO WS-ETAPA-REEX.
              IF FUNCTION TRIM(WS-CAMPO-REEX-DATA) = WS-DATA-NEGOCIO
                      AND WS-CAMPO-REEX-AUTOR NOT = SPACES
                  ADD 1 TO WS-QTD-AUTORIZ-DIA
                  MOVE WS-ETAPA-REEX TO REX-ETAPA
                  MOVE FUNCTION TRIM(WS-CAMPO-REEX-AUTOR)
                      TO REX-AUTORIZADOR
                  MOVE 'ETAPA DESCONHECIDA' TO REX-SITUACAO
                  PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                      IF NOME-ETAPA(K) = WS-ETAPA-REEX
                          ADD 1 TO USADAS-ETA(K)
                          IF USADAS-ETA(K) > AUTORIZ-ETA(K)
                              MOVE 'DISPONIVEL' TO REX-SITUACAO
                          ELSE
                              MOVE 'UTILIZADA' TO REX-SITUACAO
                          END-IF
                      END-IF
                  END-PERFORM
                  MOVE LINHA-REEX TO WS-LINHA-REL
                  PERFORM GRAVA-LINHA-RELATORIO
              END-IF.

          GRAVA-LINHA-RELATORIO.
              IF WS-RELATORIO-OK = 'Y'
                  WRITE LINHA-RELATORIO FROM WS-LINHA-REL
                  IF FS-RELATORIO NOT = 00
                      DISPLAY 'ERRO AO GRAVAR O RELATORIO DE SITUACAO '
                          'DO LOTE. STATUS: ' FS-RELATORIO
                      MOVE 'N' TO WS-RELATORIO-OK
                  END-IF
              END-IF.

          RESUMO-SITUACAO.
              DISPLAY '------------------------------------------'.
              DISPLAY 'SITUACAO DO LOTE DIARIO'.
              DISPLAY 'DATA DE NEGOCIO:   ' WS-DATA-NEGOCIO.
              DISPLAY 'ETAPAS CONCLUIDAS: ' WS-QTD-CONCLUIDAS ' DE 9'.
              PERFORM MONTA-LINHA-PROXIMA.
              DISPLAY LINHA-PROXIMA.

       END PROGRAM FLORICULTURA_SITUACAO.
