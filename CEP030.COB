      * Purpose: Month-end batch job - applies interest credit or
      *          maintenance fee to every ACCOUNT-MASTER record
      *          (companion batch to CEP010), posting each adjustment
      *          to the JOURNAL-FILE and printing a report. Also posts
      *          the month-end service tariffs accumulated in
      *          TARUSO.DAT as one TARIFA entry per account.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT TARIFF-USAGE ASSIGN TO "TARUSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-CHAVE
               FILE STATUS IS WS-FS-TARUSO.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "PRODPARM.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  TARIFF-USAGE.
           COPY "TARUSO.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-GL-VALOR-TIPO PIC 9(13)V99 VALUE 0.
           77 WS-GL-QTDE-TIPO PIC 9(8) VALUE 0.
           77 WS-GL-COD-TIPO PIC X(10).
           77 WS-FS-TARUSO PIC X(2) VALUE "00".
           77 WS-TARUSO-OK PIC X(1) VALUE "N".
           77 WS-EOF-TARUSO PIC X(1).
           77 WS-IDX-SERVICO PIC 9(1) VALUE 0.
           77 WS-VALOR-TARIFA PIC 9(10)V99 VALUE 0.
           77 WS-PARCELA-TARIFA PIC 9(10)V99 VALUE 0.
           77 WS-DISPONIVEL-TARIFA PIC S9(11)V99 VALUE 0.
           77 WS-TOTAL-TARIFAS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-TARIFAS PIC 9(8) VALUE 0.
           77 WS-TOTAL-TARIFA-PERDIDA PIC 9(12)V99 VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
                   CLOSE ACCOUNT-HISTORY
                   OPEN I-O ACCOUNT-HISTORY
               END-IF
      * Sem TARUSO.DAT nenhum servico foi tarifado para o fim do mes.
               OPEN I-O TARIFF-USAGE
               IF WS-FS-TARUSO = "00"
                   MOVE "S" TO WS-TARUSO-OK
               END-IF
               PERFORM UNTIL WS-EOF-ACCTMAST = "S"
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
               CLOSE ACCOUNT-MASTER
               CLOSE JOURNAL-FILE
               CLOSE ACCOUNT-HISTORY
               IF WS-TARUSO-OK = "S"
                   CLOSE TARIFF-USAGE
               END-IF
               MOVE "S" TO WS-PROCESSOU-OK
           END-IF.
           PERFORM P020-IMPRIME-RELATORIO.
           END-IF.

      * Saldo negativo (cheque especial) paga juros de cheque especial
      * em lugar da taxa de manutencao - nunca os dois. Conta inativa
      * (status D) nao paga taxa de manutencao nem tarifas; conta
      * encerrada (status E) nao paga tarifas. O registro da conta e
      * regravado uma unica vez, depois do ajuste e das tarifas do
      * mes.
       P010-AVALIA-CONTA.
           MOVE 0 TO WS-VALOR-AJUSTE.
           EVALUATE TRUE
                       ACCT-SALDO * WS-TAXA-JUROS-CHEQUE
                   MOVE "JUROS-CHEQ" TO WS-TIPO-OP
               WHEN ACCT-SALDO < WS-SALDO-MINIMO
                       AND ACCT-STATUS NOT = "D"
                   COMPUTE WS-VALOR-AJUSTE = 0 - WS-TAXA-MANUTENCAO
                   IF ACCT-SALDO < WS-TAXA-MANUTENCAO
                       COMPUTE WS-VALOR-AJUSTE = 0 - ACCT-SALDO

           IF WS-VALOR-AJUSTE NOT = 0
               ADD WS-VALOR-AJUSTE TO ACCT-SALDO
               PERFORM P011-GRAVA-JORNAL
               PERFORM P012-ACUMULA-RELATORIO
           END-IF.
           MOVE 0 TO WS-VALOR-TARIFA.
           IF WS-TARUSO-OK = "S" AND ACCT-STATUS NOT = "D"
                   AND ACCT-STATUS NOT = "E"
               PERFORM P013-TARIFAS-DO-MES
           END-IF.
           IF WS-VALOR-AJUSTE NOT = 0 OR WS-VALOR-TARIFA NOT = 0
               REWRITE ACCT-REG
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA "
                       ACCT-NUMERO " (STATUS " WS-FS-ACCTMAST ")"
               END-IF
           END-IF.

      * O ajuste e lancado na data de negocio do fechamento, mesmo que
      * a execucao real atravesse a meia-noite.
           MOVE FUNCTION ABS(WS-VALOR-AJUSTE) TO JRN-VALOR.
           MOVE ACCT-SALDO TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
           DISPLAY "CONTA " ACCT-NUMERO " AJUSTE " WS-VALOR-AJUSTE
               " NOVO SALDO " ACCT-SALDO.

      * Tarifas de cobranca mensal: soma o valor pendente da conta em
      * TARUSO.DAT do mes de negocio e dos anteriores (uso registrado
      * depois de um fechamento ja executado entra no seguinte) e
      * lanca um unico TARIFA, limitado ao disponivel da conta
      * (saldo mais cheque especial). O pendente passa a cobrado; a
      * parte sem disponivel nao e cobrada e sai no relatorio.
       P013-TARIFAS-DO-MES.
           COMPUTE WS-DISPONIVEL-TARIFA =
               ACCT-SALDO + ACCT-LIMITE-CHEQUE-ESP.
           IF WS-DISPONIVEL-TARIFA < 0
               MOVE 0 TO WS-DISPONIVEL-TARIFA
           END-IF.
           MOVE ACCT-NUMERO TO USO-CONTA.
           MOVE 0 TO USO-MES.
           MOVE "N" TO WS-EOF-TARUSO.
           START TARIFF-USAGE KEY NOT LESS THAN USO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-TARUSO
           END-START.
           PERFORM UNTIL WS-EOF-TARUSO = "S"
               READ TARIFF-USAGE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TARUSO
                   NOT AT END
                       IF USO-CONTA NOT = ACCT-NUMERO
                               OR USO-MES > WS-MES-NEGOCIO
                           MOVE "S" TO WS-EOF-TARUSO
                       ELSE
                           PERFORM P013A-BAIXA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VALOR-TARIFA > 0
               SUBTRACT WS-VALOR-TARIFA FROM ACCT-SALDO
               MOVE "TARIFA" TO WS-TIPO-OP
               MOVE WS-VALOR-TARIFA TO WS-VALOR-AJUSTE
               PERFORM P011-GRAVA-JORNAL
               ADD WS-VALOR-TARIFA TO WS-TOTAL-TARIFAS
               ADD 1 TO WS-QTDE-TARIFAS
               IF ACCT-NUMERO < WS-CONTA-MENOR
                   MOVE ACCT-NUMERO TO WS-CONTA-MENOR
               END-IF
               IF ACCT-NUMERO > WS-CONTA-MAIOR
                   MOVE ACCT-NUMERO TO WS-CONTA-MAIOR
               END-IF
               DISPLAY "CONTA " ACCT-NUMERO " TARIFAS "
                   WS-VALOR-TARIFA " NOVO SALDO " ACCT-SALDO
           END-IF.

       P013A-BAIXA-PENDENTE.
           PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                   UNTIL WS-IDX-SERVICO > 4
               IF USO-VALOR-PENDENTE(WS-IDX-SERVICO) > 0
                   MOVE USO-VALOR-PENDENTE(WS-IDX-SERVICO)
                       TO WS-PARCELA-TARIFA
                   IF WS-PARCELA-TARIFA > WS-DISPONIVEL-TARIFA
                       MOVE WS-DISPONIVEL-TARIFA TO WS-PARCELA-TARIFA
                   END-IF
                   ADD WS-PARCELA-TARIFA
                       TO USO-VALOR-COBRADO(WS-IDX-SERVICO)
                   ADD WS-PARCELA-TARIFA TO WS-VALOR-TARIFA
                   SUBTRACT WS-PARCELA-TARIFA FROM WS-DISPONIVEL-TARIFA
                   COMPUTE WS-TOTAL-TARIFA-PERDIDA =
                       WS-TOTAL-TARIFA-PERDIDA
                       + USO-VALOR-PENDENTE(WS-IDX-SERVICO)
                       - WS-PARCELA-TARIFA
                   MOVE 0 TO USO-VALOR-PENDENTE(WS-IDX-SERVICO)
               END-IF
           END-PERFORM.
           REWRITE USO-REG.
           IF WS-FS-TARUSO NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR TARUSO.DAT (STATUS "
                   WS-FS-TARUSO ")"
           END-IF.

       P020-IMPRIME-RELATORIO.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAS AJUSTADAS.........: "
           DISPLAY "TOTAL DE TAXAS COBRADAS...: " WS-TOTAL-TAXAS.
           DISPLAY "JUROS DE CHEQUE ESPECIAL..: "
               WS-TOTAL-JUROS-CHEQUE.
           DISPLAY "TARIFAS DE SERVICOS.......: " WS-TOTAL-TARIFAS.
           DISPLAY "TARIFAS SEM DISPONIVEL....: "
               WS-TOTAL-TARIFA-PERDIDA.
           DISPLAY "================================================".

      * Extrato contabil do fechamento mensal: pares debito/credito de
      * JUROS, TAXA e TARIFA (so as tarifas de cobranca mensal; as
      * cobradas na hora saem no GLDIA.DAT do dia), balanceados por
      * construcao, conferidos no trailer pelo hash e pela contagem
      * de detalhes.
       P050-GRAVA-EXTRATO-GL.
           IF WS-CONTA-MENOR = 999999
               MOVE 0 TO WS-CONTA-MENOR
               MOVE WS-TOTAL-JUROS-CHEQUE TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-JUROS-CHEQ TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "TARIFA" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-TARIFAS TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-TARIFAS TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               PERFORM P052-GRAVA-TRAILER-GL
               CLOSE GL-FILE
               IF WS-GL-LIBERADO = "S"
