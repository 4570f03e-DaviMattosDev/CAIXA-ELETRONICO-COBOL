      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Monthly dormant account batch - looks for customer-
      *          initiated movement (SAQUE, DEPOSITO, DEP-CHEQUE,
      *          TRANSF-DEB, TED-ENVIO, PAGAMENTO, CONSULTA) of every
      *          active ACCOUNT-MASTER record in the monthly journal
      *          archives JRNARCaaaamm.DAT and in ACCTHIST.DAT since
      *          the first day of the month PRM-MESES-INATIVIDADE
      *          months back; system postings (JUROS, TAXA, ADM-*,
      *          credits from third parties) do not count. Accounts
      *          with no movement go to status D (inativa) with an
      *          ADM-INATIV journal entry, and are listed with holder
      *          name and CPF from CUSTMAST.DAT. When the archives do
      *          not reach back to the start of the period the run is
      *          report only and no account is changed.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP200.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMERO
               FILE STATUS IS WS-FS-ACCTMAST.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
           SELECT ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT PRODUCT-PARAM ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODPARM.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  ARCHIVE-FILE.
           01  ARC-REG PIC X(82).
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
           FD  PRODUCT-PARAM.
           COPY "PRODPARM.CPY".
           FD  RUN-LOG.
           COPY "RUNLOG.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-FS-ARCHIVE PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-FS-PRODPARM PIC X(2) VALUE "00".
           77 WS-FS-RUNLOG PIC X(2) VALUE "00".
           77 WS-EOF-ACCTMAST PIC X(1) VALUE "N".
           77 WS-EOF-ARCHIVE PIC X(1).
           77 WS-EOF-PRODPARM PIC X(1) VALUE "N".
           77 WS-EOF-HIST PIC X(1).
           77 WS-CUSTMAST-OK PIC X(1) VALUE "N".
           77 WS-MELHOR-VIGENCIA PIC 9(8) VALUE 0.
      * Padrao de instalacao - substituido pelo registro vigente de
      * PRODPARM.DAT quando o campo existe (console CEP120).
           77 WS-MESES-INATIVIDADE PIC 9(2) VALUE 12.
           77 WS-NOME-ARQUIVO PIC X(16).
           77 WS-TOTAL-MESES PIC 9(6) VALUE 0.
           77 WS-DATA-CORTE PIC 9(8) VALUE 0.
           77 WS-SO-RELATORIO PIC X(1) VALUE "N".
           77 WS-TABELA-CHEIA PIC X(1) VALUE "N".
           77 WS-MOVTO-CLIENTE PIC X(1).
           77 WS-TIPO-LIDO PIC X(10).
           77 WS-ACHOU PIC X(1).
           77 WS-COM-MOVIMENTO PIC X(1).
           77 WS-QTDE-ATIVAS PIC 9(4) VALUE 0.
           77 WS-IDX-ATV PIC 9(4) VALUE 0.
           77 WS-QTDE-ARQUIVOS PIC 9(3) VALUE 0.
           77 WS-QTDE-LIDOS PIC 9(8) VALUE 0.
           77 WS-QTDE-AVALIADAS PIC 9(6) VALUE 0.
           77 WS-QTDE-RECENTES PIC 9(6) VALUE 0.
           77 WS-QTDE-INATIVADAS PIC 9(6) VALUE 0.
           77 WS-SALDO-INATIVADAS PIC S9(12)V99 VALUE 0.
           77 WS-SALDO-EXIBE PIC -(9)9.99.
           77 WS-TOTAL-EXIBE PIC -(11)9.99.
           77 WS-NOME-TITULAR PIC X(30).
           77 WS-CPF-TITULAR PIC 9(11).
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-HORA-INICIO PIC 9(6) VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-DATA-NEGOCIO.
               05 WS-MES-NEGOCIO PIC 9(6).
               05 WS-DIA-NEGOCIO PIC 9(2).
           01 WS-MES-PROC-R.
               05 WS-PROC-ANO PIC 9(4).
               05 WS-PROC-MES PIC 9(2).
           01 WS-MES-PROC REDEFINES WS-MES-PROC-R PIC 9(6).
           01 WS-MES-CORTE PIC 9(6) VALUE 0.
           01 WS-TABELA-ATIVAS.
               05 WS-ATV-ITEM OCCURS 9999 TIMES.
                   10 WS-ATV-CONTA PIC 9(6).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "INATIVACAO DE CONTAS SEM MOVIMENTO - BANCO DO DAVI".
           DISPLAY "================================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-HORA-ATUAL TO WS-HORA-INICIO.
           PERFORM P005-LE-RUN-CONTROL.
           PERFORM P006-LE-PARAMETROS.
           PERFORM P007-CALCULA-CORTE.
           DISPLAY "DATA DE NEGOCIO..........: " WS-DATA-NEGOCIO.
           DISPLAY "MESES SEM MOVIMENTO......: " WS-MESES-INATIVIDADE.
           DISPLAY "MOVIMENTO CONSIDERADO DE.: " WS-DATA-CORTE.

           PERFORM P010-LE-ARQUIVOS.
           IF WS-TABELA-CHEIA = "S"
               DISPLAY "ALERTA: LIMITE DE CONTAS COM MOVIMENTO "
                   "ATINGIDO. EXECUCAO SOMENTE DE RELATORIO."
               MOVE "S" TO WS-SO-RELATORIO
           END-IF.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST NOT = "00"
               DISPLAY "ARQUIVO DE CONTAS NAO ENCONTRADO (ACCTMAST.DAT)"
                   ". STATUS: " WS-FS-ACCTMAST
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTMAST = "00"
               MOVE "S" TO WS-CUSTMAST-OK
           END-IF.
           OPEN I-O ACCOUNT-HISTORY.
           IF WS-FS-ACCTHIST = "35"
               OPEN OUTPUT ACCOUNT-HISTORY
               CLOSE ACCOUNT-HISTORY
               OPEN I-O ACCOUNT-HISTORY
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "CONTA  TITULAR                        CPF         "
               "       SALDO".
           PERFORM UNTIL WS-EOF-ACCTMAST = "S"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ACCTMAST
                   NOT AT END
                       PERFORM P020-AVALIA-CONTA
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.
           IF WS-CUSTMAST-OK = "S"
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE ACCOUNT-HISTORY.
           CLOSE JOURNAL-FILE.
           PERFORM P030-IMPRIME-TOTAIS.
           PERFORM P040-GRAVA-RUN-LOG.
           STOP RUN.

      * A data de negocio vem do controle de processamento; sem
      * RUNCTL.DAT vale a data corrente da maquina.
       P005-LE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
           ELSE
               MOVE WS-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-IF.

      * Parametros de produto: vale o registro com a maior data de
      * vigencia que nao ultrapassa a data de negocio. Registro antigo
      * sem o prazo de inatividade fica com o padrao de instalacao.
       P006-LE-PARAMETROS.
           MOVE 0 TO WS-MELHOR-VIGENCIA.
           OPEN INPUT PRODUCT-PARAM.
           IF WS-FS-PRODPARM = "00"
               PERFORM UNTIL WS-EOF-PRODPARM = "S"
                   READ PRODUCT-PARAM
                       AT END
                           MOVE "S" TO WS-EOF-PRODPARM
                       NOT AT END
                           IF PRM-DATA-VIGENCIA <= WS-DATA-NEGOCIO
                                   AND PRM-DATA-VIGENCIA
                                   >= WS-MELHOR-VIGENCIA
                               MOVE PRM-DATA-VIGENCIA
                                   TO WS-MELHOR-VIGENCIA
                               IF PRM-MESES-INATIVIDADE NUMERIC
                                       AND PRM-MESES-INATIVIDADE > 0
                                   MOVE PRM-MESES-INATIVIDADE
                                       TO WS-MESES-INATIVIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-PARAM
           END-IF.

      * O periodo observado comeca no dia 1 do mes que fica
      * WS-MESES-INATIVIDADE meses antes do mes de negocio: os meses
      * fechados vem dos arquivos JRNARC, o mes corrente (e o que o
      * corte do CEP050 ainda nao arquivou) vem do ACCTHIST.
       P007-CALCULA-CORTE.
           MOVE WS-MES-NEGOCIO TO WS-MES-PROC.
           COMPUTE WS-TOTAL-MESES =
               WS-PROC-ANO * 12 + WS-PROC-MES - 1
               - WS-MESES-INATIVIDADE.
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-PROC-ANO
               REMAINDER WS-PROC-MES.
           ADD 1 TO WS-PROC-MES.
           MOVE WS-MES-PROC TO WS-MES-CORTE.
           COMPUTE WS-DATA-CORTE = WS-MES-CORTE * 100 + 1.

      * Le os arquivos mensais do mes de corte ate o mes anterior ao
      * de negocio e guarda as contas com movimento do cliente. Mes
      * sem JRNARC e pulado, como na reconstrucao do CEP150; mas sem
      * o arquivo do mes de corte o historico nao cobre o periodo e
      * nenhuma conta e inativada.
       P010-LE-ARQUIVOS.
           MOVE WS-MES-CORTE TO WS-MES-PROC.
           PERFORM UNTIL WS-MES-PROC NOT < WS-MES-NEGOCIO
               PERFORM P011-LE-ARQUIVO-MES
               IF WS-PROC-MES = 12
                   ADD 1 TO WS-PROC-ANO
                   MOVE 1 TO WS-PROC-MES
               ELSE
                   ADD 1 TO WS-PROC-MES
               END-IF
           END-PERFORM.
           DISPLAY "ARQUIVOS MENSAIS LIDOS...: " WS-QTDE-ARQUIVOS.
           DISPLAY "LANCAMENTOS LIDOS........: " WS-QTDE-LIDOS.

       P011-LE-ARQUIVO-MES.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING "JRNARC" WS-MES-PROC ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           MOVE "N" TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               DISPLAY "ARQUIVO " WS-NOME-ARQUIVO " AUSENTE."
               IF WS-MES-PROC = WS-MES-CORTE
                   DISPLAY "ALERTA: HISTORICO NAO COBRE O PERIODO. "
                       "EXECUCAO SOMENTE DE RELATORIO."
                   MOVE "S" TO WS-SO-RELATORIO
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-ARQUIVOS
               PERFORM UNTIL WS-EOF-ARCHIVE = "S"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVE
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDOS
                           MOVE ARC-REG TO JRN-REG
                           MOVE JRN-TIPO-OP TO WS-TIPO-LIDO
                           PERFORM P012-CLASSIFICA-TIPO
                           IF WS-MOVTO-CLIENTE = "S"
                               PERFORM P013-GUARDA-CONTA-ATIVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * Movimento do cliente e o que ele mesmo comanda na conta.
      * Juros, taxas, ADM-*, estornos, creditos de terceiros
      * (TRANSF-CRE, TED-RECEB, TED-DEVOL, DEP-CHQLIB) e o vencimento
      * automatico do CDB (CDB-VENC, CDB-IR) nao contam.
       P012-CLASSIFICA-TIPO.
           EVALUATE WS-TIPO-LIDO
               WHEN "SAQUE"
               WHEN "DEPOSITO"
               WHEN "DEP-CHEQUE"
               WHEN "TRANSF-DEB"
               WHEN "TED-ENVIO"
               WHEN "PAGAMENTO"
               WHEN "CDB-APLIC"
               WHEN "CDB-RESG"
               WHEN "CONSULTA"
                   MOVE "S" TO WS-MOVTO-CLIENTE
               WHEN OTHER
                   MOVE "N" TO WS-MOVTO-CLIENTE
           END-EVALUATE.

       P013-GUARDA-CONTA-ATIVA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                   UNTIL WS-IDX-ATV > WS-QTDE-ATIVAS
                   OR WS-ACHOU = "S"
               IF WS-ATV-CONTA(WS-IDX-ATV) = JRN-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-QTDE-ATIVAS < 9999
                   ADD 1 TO WS-QTDE-ATIVAS
                   MOVE JRN-CONTA TO WS-ATV-CONTA(WS-QTDE-ATIVAS)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

      * So contas ativas podem ficar inativas; bloqueada, encerrada e
      * ja inativa ficam como estao. Conta aberta dentro do periodo
      * ainda nao teve tempo de ficar sem movimento.
       P020-AVALIA-CONTA.
           IF ACCT-STATUS = "A" OR ACCT-STATUS = SPACE
               IF ACCT-DATA-ABERTURA NUMERIC
                       AND ACCT-DATA-ABERTURA >= WS-DATA-CORTE
                   ADD 1 TO WS-QTDE-RECENTES
               ELSE
                   ADD 1 TO WS-QTDE-AVALIADAS
                   PERFORM P021-CONFERE-MOVIMENTO
                   IF WS-COM-MOVIMENTO = "N"
                       PERFORM P022-INATIVA-CONTA
                   END-IF
               END-IF
           END-IF.

      * Primeiro a tabela dos arquivos mensais; nao achando, o
      * historico da conta a partir da data de corte.
       P021-CONFERE-MOVIMENTO.
           MOVE "N" TO WS-COM-MOVIMENTO.
           PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                   UNTIL WS-IDX-ATV > WS-QTDE-ATIVAS
                   OR WS-COM-MOVIMENTO = "S"
               IF WS-ATV-CONTA(WS-IDX-ATV) = ACCT-NUMERO
                   MOVE "S" TO WS-COM-MOVIMENTO
               END-IF
           END-PERFORM.
           IF WS-COM-MOVIMENTO = "N"
               MOVE ACCT-NUMERO TO HIST-CONTA
               MOVE WS-DATA-CORTE TO HIST-DATA
               MOVE 0 TO HIST-SEQ
               MOVE "N" TO WS-EOF-HIST
               START ACCOUNT-HISTORY KEY NOT LESS THAN HIST-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-HIST
               END-START
               PERFORM UNTIL WS-EOF-HIST = "S"
                       OR WS-COM-MOVIMENTO = "S"
                   READ ACCOUNT-HISTORY NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-HIST
                       NOT AT END
                           IF HIST-CONTA NOT = ACCT-NUMERO
                               MOVE "S" TO WS-EOF-HIST
                           ELSE
                               MOVE HIST-TIPO-OP TO WS-TIPO-LIDO
                               PERFORM P012-CLASSIFICA-TIPO
                               IF WS-MOVTO-CLIENTE = "S"
                                   MOVE "S" TO WS-COM-MOVIMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Conta sem movimento: vai a inativa com ADM-INATIV no jornal
      * (fechamento do dia e reconstrucao do CEP150) e sai no
      * relatorio com nome e CPF do titular. Em execucao somente de
      * relatorio a conta e listada sem alteracao.
       P022-INATIVA-CONTA.
           MOVE "(TITULAR NAO CADASTRADO)" TO WS-NOME-TITULAR.
           MOVE 0 TO WS-CPF-TITULAR.
           IF WS-CUSTMAST-OK = "S"
               MOVE ACCT-NUMERO TO CUST-CONTA
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUSTMAST = "00"
                   MOVE CUST-NOME TO WS-NOME-TITULAR
                   MOVE CUST-CPF TO WS-CPF-TITULAR
               END-IF
           END-IF.
           ADD 1 TO WS-QTDE-INATIVADAS.
           ADD ACCT-SALDO TO WS-SALDO-INATIVADAS.
           MOVE ACCT-SALDO TO WS-SALDO-EXIBE.
           DISPLAY ACCT-NUMERO " " WS-NOME-TITULAR " "
               WS-CPF-TITULAR " " WS-SALDO-EXIBE.
           IF WS-SO-RELATORIO = "N"
               MOVE "D" TO ACCT-STATUS
               REWRITE ACCT-REG
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA "
                       ACCT-NUMERO " (STATUS " WS-FS-ACCTMAST ")"
               ELSE
                   PERFORM P023-GRAVA-JORNAL
               END-IF
           END-IF.

      * A inativacao e lancada na data de negocio, como os ajustes do
      * fechamento mensal; o saldo nao muda.
       P023-GRAVA-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-NEGOCIO TO JRN-DATA.
           MOVE WS-HORA-ATUAL TO JRN-HORA.
           MOVE ACCT-NUMERO TO JRN-CONTA.
           MOVE "ADM-INATIV" TO JRN-TIPO-OP.
           MOVE 0 TO JRN-VALOR.
           MOVE ACCT-SALDO TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "(STATUS " WS-FS-JOURNAL ")"
           END-IF.
           PERFORM P024-GRAVA-HISTORICO.

      * Mantem o historico indexado por conta+data+sequencia junto
      * com o jornal; a sequencia resolve a colisao de chave de
      * varios lancamentos da conta no mesmo dia.
       P024-GRAVA-HISTORICO.
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

       P030-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAS ATIVAS AVALIADAS..: " WS-QTDE-AVALIADAS.
           DISPLAY "ABERTAS DENTRO DO PERIODO: " WS-QTDE-RECENTES.
           DISPLAY "CONTAS SEM MOVIMENTO.....: " WS-QTDE-INATIVADAS.
           MOVE WS-SALDO-INATIVADAS TO WS-TOTAL-EXIBE.
           DISPLAY "SALDO DAS CONTAS.........: " WS-TOTAL-EXIBE.
           IF WS-SO-RELATORIO = "S"
               DISPLAY "EXECUCAO SOMENTE DE RELATORIO - NENHUMA CONTA "
                   "ALTERADA."
           ELSE
               DISPLAY "CONTAS PASSADAS A INATIVA: " WS-QTDE-INATIVADAS
           END-IF.
           DISPLAY "================================================".

       P040-GRAVA-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-FS-RUNLOG = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CEP200" TO LOG-PROGRAMA.
           MOVE WS-DATA-NEGOCIO TO LOG-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO LOG-DATA-EXECUCAO.
           MOVE WS-HORA-INICIO TO LOG-HORA-INICIO.
           MOVE WS-HORA-ATUAL TO LOG-HORA-FIM.
           IF WS-SO-RELATORIO = "S"
               MOVE 0 TO LOG-QTDE-REGISTROS
           ELSE
               MOVE WS-QTDE-INATIVADAS TO LOG-QTDE-REGISTROS
           END-IF.
           WRITE LOG-REG.
           IF WS-FS-RUNLOG NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR RUNLOG.DAT (STATUS "
                   WS-FS-RUNLOG ")"
           END-IF.
           CLOSE RUN-LOG.

           END PROGRAM CEP200.
