      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Daily time deposit (CDB) batch job - accrues the
      *          yield of every active investment in CDBINV.DAT for
      *          the business days up to the processing date (taxa
      *          ao ano capitalizada por dia util, base 252) and, on
      *          maturity, credits principal plus gross yield to the
      *          account (CDB-VENC) and debits the income tax withheld
      *          at the rate of the holding period (CDB-IR), with an
      *          alert to the customer. The day's accrual is left on
      *          the records for the GL of the fechamento (CEP020).
      *          Redeemed investments are kept through the following
      *          year for the informe de rendimentos (CEP230).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP260.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMERO
               FILE STATUS IS WS-FS-ACCTMAST.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.
           SELECT ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
           SELECT CUSTOMER-ALERT ASSIGN TO DYNAMIC WS-NOME-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
           FD  RUN-LOG.
           COPY "RUNLOG.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  CUSTOMER-ALERT.
           COPY "ALERTA.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-EOF-CDBINV PIC X(1) VALUE "N".
           77 WS-TABELA-ESTOUROU PIC X(1) VALUE "N".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-DATA-EXEC PIC 9(8) VALUE 0.
           77 WS-FS-RUNLOG PIC X(2) VALUE "00".
           77 WS-HORA-INICIO PIC 9(6) VALUE 0.
           77 WS-PROCESSOU-OK PIC X(1) VALUE "N".
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-QTDE-CDB PIC 9(4) VALUE 0.
           77 WS-IDX-CDB PIC 9(4) VALUE 0.
           77 WS-QTDE-ATIVAS PIC 9(4) VALUE 0.
           77 WS-QTDE-APROPRIADAS PIC 9(4) VALUE 0.
           77 WS-QTDE-VENCIDAS PIC 9(4) VALUE 0.
           77 WS-QTDE-PENDENTES PIC 9(4) VALUE 0.
           77 WS-QTDE-EXPURGADAS PIC 9(4) VALUE 0.
           77 WS-TOTAL-APROPRIADO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-VENCIDO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-IR PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-POSICAO PIC 9(12)V99 VALUE 0.
           77 WS-VALOR-EXIBE PIC -(11)9.99.
           77 WS-DATA-LIMITE PIC 9(8) VALUE 0.
           77 WS-DIA-INICIAL PIC 9(8) VALUE 0.
           77 WS-DIA-FINAL PIC 9(8) VALUE 0.
           77 WS-DIA-CONTADO PIC 9(8) VALUE 0.
           77 WS-DIA-SEMANA PIC 9(1) VALUE 0.
           77 WS-DIAS-UTEIS PIC 9(5) VALUE 0.
           77 WS-RENDIMENTO PIC 9(10)V99 VALUE 0.
           77 WS-DIAS-APLICADOS PIC 9(5) VALUE 0.
           77 WS-ALIQUOTA-IR PIC 9V9999 VALUE 0.
           77 WS-VALOR-BRUTO PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-IR PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-LIQUIDO PIC 9(10)V99 VALUE 0.
           77 WS-ANO-EXPURGO PIC 9(4) VALUE 0.
           77 WS-TIPO-OP PIC X(10).
           77 WS-VALOR-OP PIC 9(10)V99.
           77 WS-CONTA-JRN PIC 9(6).
           77 WS-SALDO-JRN PIC S9(10)V99.
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-CUSTMAST-OK PIC X(1) VALUE "N".
           77 WS-FS-ALERTA PIC X(2) VALUE "00".
           77 WS-NOME-ALERTA PIC X(18).
           77 WS-ALR-CONTA PIC 9(6).
           77 WS-ALR-VALOR PIC 9(10)V99.
           77 WS-ALR-EVENTO PIC X(10).
           77 WS-ALR-MENSAGEM PIC X(60).
           77 WS-ALR-TELEFONE PIC X(11).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-TABELA-CDB.
               05 WS-CDB-ITEM OCCURS 2000 TIMES.
                   10 WS-CDB-REG PIC X(126).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "RENDIMENTO DE CDB - BANCO DO DAVI".
           DISPLAY "================================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-HORA-ATUAL TO WS-HORA-INICIO.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-EXEC
           ELSE
               MOVE WS-DATA-ATUAL TO WS-DATA-EXEC
           END-IF.
           DISPLAY "DATA DE PROCESSAMENTO....: " WS-DATA-EXEC.
           COMPUTE WS-ANO-EXPURGO = WS-DATA-EXEC / 10000 - 1.

           PERFORM P010-CARREGA-APLICACOES.
           IF WS-TABELA-ESTOUROU = "S"
               CONTINUE
           ELSE
           IF WS-QTDE-CDB = 0
               DISPLAY "NENHUMA APLICACAO CADASTRADA."
               MOVE "S" TO WS-PROCESSOU-OK
           ELSE
               OPEN I-O ACCOUNT-MASTER
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ARQUIVO DE CONTAS NAO ENCONTRADO "
                       "(ACCTMAST.DAT). STATUS: " WS-FS-ACCTMAST
               ELSE
                   OPEN EXTEND JOURNAL-FILE
                   IF WS-FS-JOURNAL = "35"
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   OPEN I-O ACCOUNT-HISTORY
                   IF WS-FS-ACCTHIST = "35"
                       OPEN OUTPUT ACCOUNT-HISTORY
                       CLOSE ACCOUNT-HISTORY
                       OPEN I-O ACCOUNT-HISTORY
                   END-IF
                   OPEN INPUT CUSTOMER-MASTER
                   IF WS-FS-CUSTMAST = "00"
                       MOVE "S" TO WS-CUSTMAST-OK
                   END-IF
                   PERFORM VARYING WS-IDX-CDB FROM 1 BY 1
                           UNTIL WS-IDX-CDB > WS-QTDE-CDB
                       MOVE WS-CDB-REG(WS-IDX-CDB) TO CDB-REG
                       IF CDB-STATUS = "A"
                           PERFORM P020-APROPRIA-RENDIMENTO
                           IF CDB-DATA-VENCIMENTO <= WS-DATA-EXEC
                               PERFORM P030-RESGATA-VENCIMENTO
                           END-IF
                       END-IF
                       IF CDB-STATUS = "A"
                           ADD 1 TO WS-QTDE-ATIVAS
                           ADD CDB-PRINCIPAL TO WS-TOTAL-POSICAO
                           ADD CDB-RENDIMENTO-BRUTO TO WS-TOTAL-POSICAO
                       END-IF
                       MOVE CDB-REG TO WS-CDB-REG(WS-IDX-CDB)
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   IF WS-CUSTMAST-OK = "S"
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   PERFORM P040-REGRAVA-APLICACOES
                   MOVE "S" TO WS-PROCESSOU-OK
               END-IF
           END-IF
           END-IF.
           PERFORM P050-IMPRIME-RELATORIO.
           IF WS-PROCESSOU-OK = "S"
               PERFORM P060-GRAVA-RUN-LOG
           END-IF.
           GOBACK.

       P010-CARREGA-APLICACOES.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV NOT = "00"
               MOVE 0 TO WS-QTDE-CDB
           ELSE
               PERFORM UNTIL WS-EOF-CDBINV = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDBINV
                       NOT AT END
                           IF WS-QTDE-CDB < 2000
                               ADD 1 TO WS-QTDE-CDB
                               MOVE CDB-REG
                                   TO WS-CDB-REG(WS-QTDE-CDB)
                           ELSE
                               IF WS-TABELA-ESTOUROU = "N"
                                   DISPLAY "ALERTA: LIMITE DE "
                                       "APLICACOES ATINGIDO. "
                                       "EXECUCAO CANCELADA PARA NAO "
                                       "PERDER REGISTROS."
                                   MOVE "S" TO WS-TABELA-ESTOUROU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

      * O rendimento corre da ultima apropriacao ate a data de
      * processamento, sem passar do vencimento, e so nos dias uteis
      * (segunda a sexta): fator (1 + taxa) ** (dias uteis / 252)
      * sobre o principal mais o rendimento ja apropriado. Uma noite
      * perdida e recuperada na seguinte pelo mesmo calculo; uma
      * segunda execucao na mesma data nao apropria de novo nem zera o
      * rendimento do dia ja lancado para o fechamento.
       P020-APROPRIA-RENDIMENTO.
           IF CDB-DATA-LANC-REND NOT = WS-DATA-EXEC
               MOVE 0 TO CDB-RENDIMENTO-DIA
               MOVE WS-DATA-EXEC TO CDB-DATA-LANC-REND
           END-IF.
           IF CDB-DATA-VENCIMENTO < WS-DATA-EXEC
               MOVE CDB-DATA-VENCIMENTO TO WS-DATA-LIMITE
           ELSE
               MOVE WS-DATA-EXEC TO WS-DATA-LIMITE
           END-IF.
           IF WS-DATA-LIMITE > CDB-DATA-ULT-APROPR
               COMPUTE WS-DIA-INICIAL =
                   FUNCTION INTEGER-OF-DATE(CDB-DATA-ULT-APROPR) + 1
               COMPUTE WS-DIA-FINAL =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE)
               MOVE 0 TO WS-DIAS-UTEIS
               PERFORM VARYING WS-DIA-CONTADO FROM WS-DIA-INICIAL BY 1
                       UNTIL WS-DIA-CONTADO > WS-DIA-FINAL
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-CONTADO, 7)
                   IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
                       ADD 1 TO WS-DIAS-UTEIS
                   END-IF
               END-PERFORM
               IF WS-DIAS-UTEIS > 0
                   COMPUTE WS-RENDIMENTO ROUNDED =
                       (CDB-PRINCIPAL + CDB-RENDIMENTO-BRUTO)
                       * ((1 + CDB-TAXA-ANUAL)
                       ** (WS-DIAS-UTEIS / 252) - 1)
                   ADD WS-RENDIMENTO TO CDB-RENDIMENTO-BRUTO
                   ADD WS-RENDIMENTO TO CDB-RENDIMENTO-DIA
                   ADD WS-RENDIMENTO TO WS-TOTAL-APROPRIADO
                   ADD 1 TO WS-QTDE-APROPRIADAS
               END-IF
               MOVE WS-DATA-LIMITE TO CDB-DATA-ULT-APROPR
           END-IF.

      * Vencimento: o bruto (principal mais rendimento) entra na
      * conta como CDB-VENC e o imposto retido sai em lancamento
      * proprio (CDB-IR), como no resgate antecipado do CEP010. Conta
      * encerrada, bloqueada ou inexistente fica pendente - a
      * aplicacao continua ativa, sem render apos o vencimento, ate a
      * regularizacao da conta.
       P030-RESGATA-VENCIMENTO.
           MOVE CDB-CONTA TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CDB " CDB-NUMERO " VENCIDO COM CONTA "
                       "INEXISTENTE: " CDB-CONTA
                   ADD 1 TO WS-QTDE-PENDENTES
           END-READ.
           IF WS-FS-ACCTMAST = "00"
                   AND (ACCT-STATUS = "B" OR ACCT-STATUS = "E")
               ADD 1 TO WS-QTDE-PENDENTES
               DISPLAY "CDB " CDB-NUMERO " VENCIDO PENDENTE (CONTA "
                   CDB-CONTA " BLOQUEADA OU ENCERRADA)"
           ELSE
           IF WS-FS-ACCTMAST = "00"
               COMPUTE WS-DIAS-APLICADOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
                   - FUNCTION INTEGER-OF-DATE(CDB-DATA-APLICACAO)
               PERFORM P031-ALIQUOTA-IR
               COMPUTE WS-VALOR-BRUTO =
                   CDB-PRINCIPAL + CDB-RENDIMENTO-BRUTO
               COMPUTE WS-VALOR-IR ROUNDED =
                   CDB-RENDIMENTO-BRUTO * WS-ALIQUOTA-IR
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-IR
               ADD WS-VALOR-BRUTO TO ACCT-SALDO
               REWRITE ACCT-REG
               MOVE CDB-CONTA TO WS-CONTA-JRN
               MOVE ACCT-SALDO TO WS-SALDO-JRN
               MOVE "CDB-VENC" TO WS-TIPO-OP
               MOVE WS-VALOR-BRUTO TO WS-VALOR-OP
               PERFORM P035-GRAVA-JORNAL
               IF WS-VALOR-IR > 0
                   SUBTRACT WS-VALOR-IR FROM ACCT-SALDO
                   REWRITE ACCT-REG
                   MOVE ACCT-SALDO TO WS-SALDO-JRN
                   MOVE "CDB-IR" TO WS-TIPO-OP
                   MOVE WS-VALOR-IR TO WS-VALOR-OP
                   PERFORM P035-GRAVA-JORNAL
               END-IF
               MOVE "V" TO CDB-STATUS
               MOVE WS-DATA-EXEC TO CDB-DATA-RESGATE
               MOVE WS-ALIQUOTA-IR TO CDB-ALIQUOTA-IR
               MOVE WS-VALOR-IR TO CDB-IR-RETIDO
               MOVE WS-VALOR-LIQUIDO TO CDB-VALOR-LIQUIDO
               ADD 1 TO WS-QTDE-VENCIDAS
               ADD WS-VALOR-BRUTO TO WS-TOTAL-VENCIDO
               ADD WS-VALOR-IR TO WS-TOTAL-IR
               MOVE WS-VALOR-LIQUIDO TO WS-VALOR-EXIBE
               DISPLAY "CDB " CDB-NUMERO " VENCIDO: CONTA " CDB-CONTA
                   " LIQUIDO " WS-VALOR-EXIBE
               MOVE CDB-CONTA TO WS-ALR-CONTA
               MOVE WS-VALOR-LIQUIDO TO WS-ALR-VALOR
               MOVE "CDB-VENC" TO WS-ALR-EVENTO
               MOVE SPACES TO WS-ALR-MENSAGEM
               STRING "SUA APLICACAO CDB " CDB-NUMERO
                   " VENCEU E FOI CREDITADA NA CONTA"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
               PERFORM P037-GRAVA-ALERTA
           END-IF
           END-IF.

      * Tabela regressiva do imposto de renda sobre aplicacoes de
      * renda fixa, pelos dias corridos de permanencia: ate 180 dias
      * 22,5%; de 181 a 360 20%; de 361 a 720 17,5%; acima 15%. A
      * mesma tabela esta no resgate antecipado do CEP010.
       P031-ALIQUOTA-IR.
           EVALUATE TRUE
               WHEN WS-DIAS-APLICADOS <= 180
                   MOVE 0.225 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-APLICADOS <= 360
                   MOVE 0.20 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-APLICADOS <= 720
                   MOVE 0.175 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.15 TO WS-ALIQUOTA-IR
           END-EVALUATE.

       P035-GRAVA-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-EXEC TO JRN-DATA.
           MOVE WS-HORA-ATUAL TO JRN-HORA.
           MOVE WS-CONTA-JRN TO JRN-CONTA.
           MOVE WS-TIPO-OP TO JRN-TIPO-OP.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE WS-SALDO-JRN TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "(STATUS " WS-FS-JOURNAL ")"
           END-IF.
           PERFORM P036-GRAVA-HISTORICO.

      * Mantem o historico indexado por conta+data+sequencia junto
      * com o jornal; a sequencia resolve a colisao de chave de
      * varios lancamentos da conta no mesmo dia.
       P036-GRAVA-HISTORICO.
           INITIALIZE HIST-REG.
           MOVE JRN-CONTA TO HIST-CONTA.
           MOVE JRN-DATA TO HIST-DATA.
           MOVE 1 TO HIST-SEQ.
           MOVE JRN-HORA TO HIST-HORA.
           MOVE JRN-TIPO-OP TO HIST-TIPO-OP.
           MOVE JRN-VALOR TO HIST-VALOR.
           MOVE JRN-SALDO-APOS TO HIST-SALDO-APOS.
           MOVE JRN-CONTA-LIGADA TO HIST-CONTA-LIGADA.
           MOVE "N" TO WS-HIST-GRAVADO.
           PERFORM UNTIL WS-HIST-GRAVADO NOT = "N"
                   OR HIST-SEQ > 9999
               WRITE HIST-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-HIST-GRAVADO
               END-WRITE
      * Chave duplicada (status 22) avanca a sequencia; qualquer
      * outro status e erro real do arquivo e sai do laco.
               IF WS-HIST-GRAVADO = "N"
                   IF WS-FS-ACCTHIST = "22"
                       ADD 1 TO HIST-SEQ
                   ELSE
                       MOVE "E" TO WS-HIST-GRAVADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HIST-GRAVADO NOT = "S"
               DISPLAY "ALERTA: FALHA AO GRAVAR O HISTORICO DE "
                   "MOVIMENTOS (STATUS " WS-FS-ACCTHIST ")"
           END-IF.

      * Um arquivo de avisos por data de negocio; cliente sem
      * telefone no cadastro vai para a lista de excecao do dia.
       P037-GRAVA-ALERTA.
           MOVE SPACES TO WS-ALR-TELEFONE.
           IF WS-CUSTMAST-OK = "S"
               MOVE WS-ALR-CONTA TO CUST-CONTA
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUSTMAST = "00"
                   MOVE CUST-TELEFONE TO WS-ALR-TELEFONE
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOME-ALERTA.
           IF WS-ALR-TELEFONE = SPACES
               STRING "ALREXC" WS-DATA-EXEC ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ALERTA
           ELSE
               STRING "ALERTA" WS-DATA-EXEC ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ALERTA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND CUSTOMER-ALERT.
           IF WS-FS-ALERTA = "35"
               OPEN OUTPUT CUSTOMER-ALERT
           END-IF.
           INITIALIZE ALR-REG.
           MOVE WS-DATA-ATUAL TO ALR-DATA.
           MOVE WS-HORA-ATUAL TO ALR-HORA.
           MOVE WS-ALR-TELEFONE TO ALR-TELEFONE.
           MOVE WS-ALR-CONTA TO ALR-CONTA.
           MOVE WS-ALR-EVENTO TO ALR-EVENTO.
           MOVE WS-ALR-VALOR TO ALR-VALOR.
           MOVE WS-ALR-MENSAGEM TO ALR-MENSAGEM.
           MOVE "CEP260" TO ALR-PROGRAMA.
           WRITE ALR-REG.
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-ALERTA
                   " (STATUS " WS-FS-ALERTA ")"
           END-IF.
           CLOSE CUSTOMER-ALERT.

      * Aplicacao resgatada antes do ano anterior ao do processamento
      * ja saiu do informe de rendimentos (CEP230) e nao e regravada.
       P040-REGRAVA-APLICACOES.
           OPEN OUTPUT TIME-DEPOSIT.
           PERFORM VARYING WS-IDX-CDB FROM 1 BY 1
                   UNTIL WS-IDX-CDB > WS-QTDE-CDB
               MOVE WS-CDB-REG(WS-IDX-CDB) TO CDB-REG
               IF CDB-STATUS NOT = "A"
                       AND CDB-DATA-RESGATE / 10000 < WS-ANO-EXPURGO
                   ADD 1 TO WS-QTDE-EXPURGADAS
               ELSE
                   WRITE CDB-REG
                   IF WS-FS-CDBINV NOT = "00"
                       DISPLAY "ALERTA: FALHA AO REGRAVAR APLICACOES "
                           "(STATUS " WS-FS-CDBINV ")"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TIME-DEPOSIT.

       P050-IMPRIME-RELATORIO.
           DISPLAY "------------------------------------------------".
           DISPLAY "APLICACOES NO CADASTRO...: " WS-QTDE-CDB.
           DISPLAY "APLICACOES COM RENDIMENTO: " WS-QTDE-APROPRIADAS.
           MOVE WS-TOTAL-APROPRIADO TO WS-VALOR-EXIBE.
           DISPLAY "RENDIMENTO APROPRIADO....: " WS-VALOR-EXIBE.
           DISPLAY "APLICACOES VENCIDAS......: " WS-QTDE-VENCIDAS.
           MOVE WS-TOTAL-VENCIDO TO WS-VALOR-EXIBE.
           DISPLAY "RESGATADO NO VENCIMENTO..: " WS-VALOR-EXIBE.
           MOVE WS-TOTAL-IR TO WS-VALOR-EXIBE.
           DISPLAY "IR RETIDO................: " WS-VALOR-EXIBE.
           DISPLAY "VENCIDAS PENDENTES.......: " WS-QTDE-PENDENTES.
           DISPLAY "APLICACOES ATIVAS........: " WS-QTDE-ATIVAS.
           MOVE WS-TOTAL-POSICAO TO WS-VALOR-EXIBE.
           DISPLAY "POSICAO BRUTA EM CDB.....: " WS-VALOR-EXIBE.
           DISPLAY "RESGATADAS EXPURGADAS....: " WS-QTDE-EXPURGADAS.
           DISPLAY "================================================".

       P060-GRAVA-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-FS-RUNLOG = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CEP260" TO LOG-PROGRAMA.
           MOVE WS-DATA-EXEC TO LOG-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO LOG-DATA-EXECUCAO.
           MOVE WS-HORA-INICIO TO LOG-HORA-INICIO.
           MOVE WS-HORA-ATUAL TO LOG-HORA-FIM.
           MOVE WS-QTDE-APROPRIADAS TO LOG-QTDE-REGISTROS.
           WRITE LOG-REG.
           IF WS-FS-RUNLOG NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR RUNLOG.DAT (STATUS "
                   WS-FS-RUNLOG ")"
           END-IF.
           CLOSE RUN-LOG.

           END PROGRAM CEP260.
