      *          pedido precificado (lido das notas) no razao do
      *          cliente, consome o arquivo diario de pagamentos e
      *          imprime o relatorio de aging (saldo em aberto por
      *          cliente, nas faixas de 30, 60 e 90 dias); no controle
      *          do lote, a etapa RECEBER so roda com a etapa
      *          CONCILIACAO ja concluida na data de negocio e uma vez
      *          por data, salvo reexecucao autorizada, e marca a etapa
      *          concluida com as contagens; os lancamentos levam a data
      *          de negocio do controle do lote; etapa que termina com
      *          erro sai com codigo de retorno 8 e so roda de novo na
      *          mesma data com reexecucao autorizada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              SELECT AGING ASSIGN DYNAMIC CAMINHO-AGING
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AGING.
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
      *
         FD AGING.
         01 LINHA-AGING-OUT     PIC X(120).
      *
         FD CONTROLE-LOTE.
         01 REGISTRO-CONTROLE-LOTE PIC X(100).
      *
         FD REEXECUCOES.
         01 REGISTRO-REEXECUCAO PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  CAMINHO-CLIENTES    PIC X(100) VALUE 'CLIENTES.txt'.
       01  CAMINHO-AGING       PIC X(100)
               VALUE 'RELATORIO-AGING.txt'.

       01  CAMINHO-CONTROLE-LOTE PIC X(100) VALUE 'CONTROLE-LOTE.txt'.

       01  CAMINHO-REEXECUCOES PIC X(100)
               VALUE 'REEXECUCOES-AUTORIZADAS.txt'.

       01  STATUS-ARQUIVO.
           05 FS-CLIENTES      PIC 9(02).
           05 FS-NOTAS         PIC 9(02).
           05 FS-LEDGER-ENT    PIC 9(02).
           05 FS-LEDGER-SAI    PIC 9(02).
           05 FS-AGING         PIC 9(02).
           05 FS-CONTROLE-LOTE PIC 9(02).
           05 FS-REEXECUCOES   PIC 9(02).

       77  I                   PIC 9(04) VALUE ZEROS.
       77  K                   PIC 9(04) VALUE ZEROS.
           05 TOT-90-ED         PIC ZZZZZZZZZ9,99.
           05 TOT-MAIS-ED       PIC ZZZZZZZZZ9,99.

      * CONTROLE DO LOTE DIARIO: A ETAPA DESTE PROGRAMA NA CADEIA E A
      * QUE PRECISA TER CONCLUIDO ANTES DELA NA MESMA DATA DE NEGOCIO.
       01  WS-ETAPA-PROPRIA    PIC X(12) VALUE 'RECEBER'.
       01  WS-ETAPA-ANTERIOR   PIC X(12) VALUE 'CONCILIACAO'.
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
           PERFORM CARREGA-CLIENTES.
           IF WS-EXECUCAO-OK = 'Y'
               PERFORM POSTA-NOTAS
               PERFORM GRAVA-RELATORIO-AGING
           END-IF.
           PERFORM RESUMO-RECEBER.
           PERFORM FINALIZA-CONTROLE-LOTE.
           STOP RUN.

      *-----------------------------------------------------------*
               IF WS-ENV-VALOR NOT = SPACES
                   MOVE WS-ENV-VALOR TO CAMINHO-AGING
               END-IF.

      *-----------------------------------------------------------*
      * CARGA DO CADASTRO DE CLIENTES EM MEMORIA. SEM CADASTRO NAO
              DISPLAY 'CLIENTES NO RELATORIO: '
                  WS-QTD-CLI-RELATORIO.

      * A DATA DOS MOVIMENTOS DO DIA (KARDEX, LOTES, NOTAS, RAZAO) E A
      * DATA DE NEGOCIO DO CONTROLE DO LOTE, NAO A DO RELOGIO: A ETAPA
      * QUE RODA DEPOIS DA MEIA-NOITE, OU NUM DIA INFORMADO A CARGA EM
      * DATA_NEGOCIO, POSTA NO DIA QUE O CONTROLE REGISTRA.
          ASSUME-DATA-NEGOCIO.
              MOVE WS-DATA-NEGOCIO TO WS-DATA-CORRENTE.
              MOVE WS-DATA-CORRENTE TO WS-DATA-HOJE-NUM.
              MOVE DIA-CORRENTE TO DIA-EDITADO.
              MOVE MES-CORRENTE TO MES-EDITADO.
              MOVE ANO-CORRENTE TO ANO-EDITADO.

      *-----------------------------------------------------------*
      * CONTROLE DO LOTE DIARIO. A CADEIA E CARGA (ARQUIVO), CORRECAO,
      * PEDIDOS, ESTOQUE, BACKORDER, DEVOLUCAO, REPOSICAO, CONCILIACAO
      * E RECEBER. CADA ETAPA SO RODA SE A ANTERIOR CONCLUIU NA DATA DE
      * NEGOCIO ABERTA PELA CARGA E SE ELA MESMA AINDA NAO RODOU NESSA
      * DATA: CONCLUIDA, INTERROMPIDA OU TERMINADA COM ERRO, ELA PODE
      * TER POSTADO PARTE OU TODO O MOVIMENTO, E A REEXECUCAO POSTARIA
      * DE NOVO. SO ESTE ULTIMO BLOQUEIO CEDE A UMA LINHA
      * DATA;ETAPA;AUTORIZADOR NAS REEXECUCOES AUTORIZADAS, QUE VALE
      * UMA EXECUCAO E FICA REGISTRADA NO CONTROLE; A ORDEM DA CADEIA
      * NUNCA E DISPENSADA.
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
              PERFORM CARREGA-CONTROLE-LOTE.
              MOVE 'DATA-NEGOCIO' TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE > ZERO
                  MOVE DATA-CTL(WS-IDX-CONTROLE) TO WS-DATA-NEGOCIO
              ELSE
                  ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
              END-IF.
              MOVE 'Y' TO WS-EXECUCAO-LIBERADA.
              MOVE 'N' TO WS-ORDEM-VIOLADA.
              MOVE WS-ETAPA-ANTERIOR TO WS-ETAPA-BUSCA.
              PERFORM LOCALIZA-ETAPA-CONTROLE.
              IF WS-IDX-CONTROLE = ZERO
                  MOVE 'N' TO WS-EXECUCAO-LIBERADA
              ELSE
                  IF DATA-CTL(WS-IDX-CONTROLE) NOT = WS-DATA-NEGOCIO
                          OR SITUACAO-CTL(WS-IDX-CONTROLE) NOT = 'C'
                      MOVE 'N' TO WS-EXECUCAO-LIBERADA
                  END-IF
              END-IF.
              IF WS-EXECUCAO-LIBERADA = 'N'
                  MOVE 'Y' TO WS-ORDEM-VIOLADA
                  DISPLAY 'CONTROLE DO LOTE: ETAPA ANTERIOR '
                      FUNCTION TRIM(WS-ETAPA-ANTERIOR)
                      ' NAO CONCLUIDA NA DATA DE NEGOCIO '
                      WS-DATA-NEGOCIO
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
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' JA CONCLUIDA NA DATA DE NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'E'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' INTERROMPIDA NA DATA DE NEGOCIO '
                                  WS-DATA-NEGOCIO
                          WHEN 'F'
                              MOVE 'N' TO WS-EXECUCAO-LIBERADA
                              DISPLAY 'CONTROLE DO LOTE: ETAPA '
                                  FUNCTION TRIM(WS-ETAPA-PROPRIA)
                                  ' TERMINOU COM ERRO NA DATA DE '
                                  'NEGOCIO '
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
      * DIA (LANCAMENTOS LIDOS E GRAVADOS NO RAZAO) QUANDO OS CLIENTES
      * FORAM LIDOS E O RAZAO GRAVADO; SENAO FICA F.
          FINALIZA-CONTROLE-LOTE.
              IF WS-EXECUCAO-OK = 'Y' AND WS-LEDGER-OK = 'Y'
                  MOVE 'C' TO WS-SITUACAO-ETAPA
              ELSE
                  MOVE 'F' TO WS-SITUACAO-ETAPA
                  MOVE 8 TO RETURN-CODE
              END-IF.
              COMPUTE WS-CTL-LIDOS = WS-QTD-DEBITOS-NOVOS
                  + WS-QTD-PAGTOS-NOVOS + WS-QTD-PAGTOS-AVISO.
              COMPUTE WS-CTL-GRAVADOS =
                  WS-QTD-DEBITOS-NOVOS + WS-QTD-PAGTOS-NOVOS.
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

       END PROGRAM FLORICULTURA_RECEBER.
