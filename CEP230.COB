      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Annual income report batch job (informe de
      *          rendimentos) - for a base year groups every account of
      *          ACCTMAST.DAT by the holder CPF of CUSTMAST.DAT
      *          (encerradas no ano inclusive) and takes, per account,
      *          the 31/12 balance of the previous year and of the
      *          base year (fotografia ACCSNAPaaaammdd.DAT do ultimo
      *          fechamento de dezembro mais o jornal posterior, ou a
      *          reconstituicao pelos arquivos JRNARCaaaamm.DAT) and
      *          the JUROS credited in the base year, net of the ones
      *          reversed by ESTORNO-DB (doze JRNARC mais o jornal
      *          retido). Writes one printable informe per CPF
      *          (INFcccccccccccaaaa.TXT) and the fixed-layout file
      *          RENDaaaa.DAT for the tax reporting area. Time
      *          deposits (CDBINV.DAT) add the CDB principal held on
      *          both 31/12 dates and the gross yield and income tax
      *          withheld on the CDB redeemed in the base year.
      *          Parameter: "aaaa" (absent = ano anterior ao da data
      *          de negocio).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP230.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMERO
               FILE STATUS IS WS-FS-ACCTMAST.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
           SELECT ACCOUNT-SNAPSHOT ASSIGN TO DYNAMIC WS-NOME-SNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAP.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOME-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORME.
           SELECT RENDIMENTO-FILE ASSIGN TO DYNAMIC WS-NOME-RENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENDA.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  ACCOUNT-SNAPSHOT.
           01  SNAP-REG.
               05  SNAP-NUMERO            PIC 9(6).
               05  SNAP-PIN               PIC 9(4).
               05  SNAP-SALDO             PIC S9(10)V99.
               05  FILLER                 PIC X(55).
           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  ARCHIVE-FILE.
           01  ARC-REG PIC X(82).
           FD  INFORME-FILE.
           01  INF-LINHA PIC X(80).
           FD  RENDIMENTO-FILE.
           COPY "INFREND.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-FS-SNAP PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-FS-ARCHIVE PIC X(2) VALUE "00".
           77 WS-FS-INFORME PIC X(2) VALUE "00".
           77 WS-FS-RENDA PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-EOF-ACCTMAST PIC X(1) VALUE "N".
           77 WS-EOF-SNAP PIC X(1).
           77 WS-EOF-JOURNAL PIC X(1).
           77 WS-EOF-ARCHIVE PIC X(1).
           77 WS-EOF-CDB PIC X(1) VALUE "N".
           77 WS-RENDA-OK PIC X(1) VALUE "N".
           77 WS-INFORME-OK PIC X(1).
           77 WS-FOTO-ACHADA PIC X(1).
           77 WS-TABELA-CHEIA PIC X(1) VALUE "N".
           77 WS-ACHOU-CONTA PIC X(1).
           77 WS-SALDO-NAO-APURADO PIC X(1).
      * Coluna em apuracao: A = 31/12 do ano anterior, B = ano-base.
           77 WS-COLUNA PIC X(1).
      * Efeito do lancamento no saldo: C = credito, D = debito,
      * N = sem efeito (consultas e trilha ADM-*).
           77 WS-SINAL PIC X(1).
           77 WS-NOME-SNAP PIC X(19).
           77 WS-NOME-ARQUIVO PIC X(16).
           77 WS-NOME-INFORME PIC X(22).
           77 WS-NOME-RENDA PIC X(12).
           77 WS-PARM-ENTRADA PIC X(4).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-ANO-BASE PIC 9(4) VALUE 0.
           77 WS-ANO-ANTERIOR PIC 9(4) VALUE 0.
           77 WS-DATA-CORTE-ANT PIC 9(8) VALUE 0.
           77 WS-DATA-CORTE-BASE PIC 9(8) VALUE 0.
           77 WS-DATA-FOTO PIC 9(8) VALUE 0.
           77 WS-DIA-FOTO PIC 9(2) VALUE 0.
           77 WS-MES-INICIAL PIC 9(2) VALUE 1.
           77 WS-CONTA-BUSCA PIC 9(6) VALUE 0.
           77 WS-CPF-CORRENTE PIC 9(11) VALUE 0.
           77 WS-NOME-TITULAR PIC X(30).
           77 WS-ENDERECO-TITULAR PIC X(40).
           77 WS-SITUACAO PIC X(10).
           77 WS-QTDE-CONTAS PIC 9(4) VALUE 0.
           77 WS-IDX-INF PIC 9(4) VALUE 0.
           77 WS-IDX-GRUPO PIC 9(4) VALUE 0.
           77 WS-QTDE-LIDA PIC 9(8) VALUE 0.
           77 WS-QTDE-SEM-TITULAR PIC 9(4) VALUE 0.
           77 WS-QTDE-ABERTAS-APOS PIC 9(4) VALUE 0.
           77 WS-QTDE-ENCERRADAS-ANTES PIC 9(4) VALUE 0.
           77 WS-QTDE-NAO-APURADAS PIC 9(4) VALUE 0.
           77 WS-QTDE-INFORMES PIC 9(6) VALUE 0.
           77 WS-QTDE-REGISTROS PIC 9(6) VALUE 0.
           77 WS-QTDE-MESES-AUSENTES PIC 9(2) VALUE 0.
           77 WS-QTDE-CDB-LIDA PIC 9(6) VALUE 0.
           77 WS-CDB-ANO-RESGATE PIC 9(4) VALUE 0.
           77 WS-QTDE-JUROS PIC 9(5) VALUE 0.
           77 WS-IDX-JUROS PIC 9(5) VALUE 0.
           77 WS-ACHOU-JUROS PIC X(1).
           77 WS-JUROS-CHEIA PIC X(1) VALUE "N".
           77 WS-QTDE-JUROS-ESTORNADOS PIC 9(6) VALUE 0.
           77 WS-TOTAL-SALDO-ANT PIC S9(12)V99 VALUE 0.
           77 WS-TOTAL-SALDO-BASE PIC S9(12)V99 VALUE 0.
           77 WS-TOTAL-RENDIMENTOS PIC 9(12)V99 VALUE 0.
           77 WS-GERAL-RENDIMENTOS PIC 9(13)V99 VALUE 0.
           77 WS-TOTAL-CDB-ANT PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-BASE PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-REND PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-IR PIC 9(12)V99 VALUE 0.
           77 WS-GERAL-CDB-REND PIC 9(13)V99 VALUE 0.
           77 WS-GERAL-CDB-IR PIC 9(13)V99 VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-JRN-DATA-R.
               05 WS-JRN-ANO PIC 9(4).
               05 WS-JRN-MES-DIA PIC 9(4).
           01 WS-MES-PROC-R.
               05 WS-PROC-ANO PIC 9(4).
               05 WS-PROC-MES PIC 9(2).
           01 WS-MES-PROC REDEFINES WS-MES-PROC-R PIC 9(6).
           01 WS-TABELA-CONTAS.
               05 WS-INF-ITEM OCCURS 9999 TIMES.
                   10 WS-INF-CONTA PIC 9(6).
                   10 WS-INF-CPF PIC 9(11).
                   10 WS-INF-STATUS PIC X(1).
                   10 WS-INF-SALDO-ANT PIC S9(10)V99.
                   10 WS-INF-ANT-OK PIC X(1).
                   10 WS-INF-SALDO-BASE PIC S9(10)V99.
                   10 WS-INF-BASE-OK PIC X(1).
                   10 WS-INF-JUROS PIC 9(10)V99.
                   10 WS-INF-CDB-ANT PIC 9(10)V99.
                   10 WS-INF-CDB-BASE PIC 9(10)V99.
                   10 WS-INF-CDB-REND PIC 9(10)V99.
                   10 WS-INF-CDB-IR PIC 9(10)V99.
                   10 WS-INF-MOVIMENTO PIC X(1).
                   10 WS-INF-IMPRESSO PIC X(1).
      * JUROS creditados no ano-base, para abater o estorno que
      * aponta para eles (JRN-REF-DATA/JRN-REF-HORA).
           01 WS-TABELA-JUROS.
               05 WS-JRS-ITEM OCCURS 50000 TIMES.
                   10 WS-JRS-CONTA PIC 9(6).
                   10 WS-JRS-DATA PIC 9(8).
                   10 WS-JRS-HORA PIC 9(6).
                   10 WS-JRS-VALOR PIC 9(10)V99.
           01 WS-LINHA-DETALHE.
               05 WS-DET-CONTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DET-SITUACAO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DET-SALDO-ANT PIC -(9)9.99.
               05 WS-DET-MARCA-ANT PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DET-SALDO-BASE PIC -(9)9.99.
               05 WS-DET-MARCA-BASE PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DET-JUROS PIC ZZZZZZZZZ9.99.
           01 WS-LINHA-TOTAL.
               05 WS-TOT-ROTULO PIC X(27).
               05 WS-TOT-VALOR PIC -(11)9.99.
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "INFORME DE RENDIMENTOS - BANCO DO DAVI".
           DISPLAY "================================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P005-LE-RUN-CONTROL.
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE.
           IF WS-PARM-ENTRADA IS NUMERIC
               MOVE WS-PARM-ENTRADA TO WS-ANO-BASE
           END-IF.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1.
           COMPUTE WS-DATA-CORTE-ANT = WS-ANO-ANTERIOR * 10000 + 1231.
           COMPUTE WS-DATA-CORTE-BASE = WS-ANO-BASE * 10000 + 1231.
           DISPLAY "ANO-BASE.................: " WS-ANO-BASE.

           PERFORM P010-CARREGA-CONTAS.
           IF WS-QTDE-CONTAS = 0
               DISPLAY "NENHUMA CONTA COM TITULAR CADASTRADO. INFORME "
                   "NAO GERADO."
               STOP RUN
           END-IF.
           PERFORM P020-POSICAO-ANTERIOR.
           PERFORM P030-POSICAO-BASE.
           PERFORM P035-POSICAO-CDB.
           PERFORM P050-EMITE-INFORMES.
           CLOSE CUSTOMER-MASTER.
           PERFORM P060-RESUMO.
           STOP RUN.

      * O informe sai em fevereiro para o ano encerrado: sem
      * parametro vale o ano anterior ao da data de negocio (ou ao da
      * data corrente da maquina sem RUNCTL.DAT).
       P005-LE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
           ELSE
               MOVE WS-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-IF.
           MOVE WS-DATA-NEGOCIO TO WS-JRN-DATA-R.
           COMPUTE WS-ANO-BASE = WS-JRN-ANO - 1.

      * Carrega as contas do cadastro (ordem de ACCT-NUMERO) com o
      * CPF do titular. Conta aberta depois do ano-base fica fora;
      * aberta dentro dele tem saldo anterior zero por definicao.
      * Conta sem registro no CUSTMAST nao tem CPF a informar: fica
      * fora do informe e e listada no console.
       P010-CARREGA-CONTAS.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST NOT = "00"
               DISPLAY "ARQUIVO DE CONTAS NAO ENCONTRADO "
                   "(ACCTMAST.DAT). STATUS: " WS-FS-ACCTMAST
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTMAST NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO "
                   "(CUSTMAST.DAT). STATUS: " WS-FS-CUSTMAST
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-ACCTMAST = "S"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ACCTMAST
                   NOT AT END
                       PERFORM P011-REGISTRA-CONTA
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.
           DISPLAY "CONTAS NO INFORME........: " WS-QTDE-CONTAS.

       P011-REGISTRA-CONTA.
           IF ACCT-DATA-ABERTURA IS NUMERIC
                   AND ACCT-DATA-ABERTURA > WS-DATA-CORTE-BASE
               ADD 1 TO WS-QTDE-ABERTAS-APOS
           ELSE
               MOVE ACCT-NUMERO TO CUST-CONTA
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUSTMAST NOT = "00"
                   ADD 1 TO WS-QTDE-SEM-TITULAR
                   DISPLAY "CONTA " ACCT-NUMERO " SEM TITULAR NO "
                       "CADASTRO DE CLIENTES - FORA DO INFORME."
               ELSE
               IF WS-QTDE-CONTAS < 9999
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE ACCT-NUMERO TO WS-INF-CONTA(WS-QTDE-CONTAS)
                   MOVE CUST-CPF TO WS-INF-CPF(WS-QTDE-CONTAS)
                   MOVE ACCT-STATUS TO WS-INF-STATUS(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-SALDO-ANT(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-SALDO-BASE(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-JUROS(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-CDB-ANT(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-CDB-BASE(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-CDB-REND(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-INF-CDB-IR(WS-QTDE-CONTAS)
                   MOVE "N" TO WS-INF-ANT-OK(WS-QTDE-CONTAS)
                   MOVE "N" TO WS-INF-BASE-OK(WS-QTDE-CONTAS)
                   MOVE "N" TO WS-INF-MOVIMENTO(WS-QTDE-CONTAS)
                   MOVE "N" TO WS-INF-IMPRESSO(WS-QTDE-CONTAS)
                   IF ACCT-DATA-ABERTURA IS NUMERIC
                           AND ACCT-DATA-ABERTURA > WS-DATA-CORTE-ANT
                       MOVE "S" TO WS-INF-ANT-OK(WS-QTDE-CONTAS)
                   END-IF
               ELSE
                   IF WS-TABELA-CHEIA NOT = "S"
                       DISPLAY "ALERTA: LIMITE DE CONTAS ATINGIDO. "
                           "INFORME INCOMPLETO."
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
               END-IF
           END-IF.

      * Saldo em 31/12 do ano anterior: fotografia do ultimo
      * fechamento de dezembro mais o jornal posterior a ela; sem
      * fotografia, o ultimo JRN-SALDO-APOS do ano nos JRNARC.
       P020-POSICAO-ANTERIOR.
           MOVE "A" TO WS-COLUNA.
           MOVE WS-ANO-ANTERIOR TO WS-PROC-ANO.
           PERFORM P021-LOCALIZA-FOTO.
           IF WS-FOTO-ACHADA = "S"
               PERFORM P022-CARREGA-FOTO
               MOVE 12 TO WS-MES-INICIAL
           ELSE
               MOVE 1 TO WS-MES-INICIAL
           END-IF.
           PERFORM P025-VARRE-ANO.

      * Saldo em 31/12 do ano-base: parte do saldo anterior (conta
      * sem movimento no ano mantem o saldo), substitui pela
      * fotografia de dezembro quando existe e aplica o jornal do
      * ano. Os doze meses sao sempre lidos por causa dos JUROS.
       P030-POSICAO-BASE.
           PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                   UNTIL WS-IDX-INF > WS-QTDE-CONTAS
               MOVE WS-INF-SALDO-ANT(WS-IDX-INF)
                   TO WS-INF-SALDO-BASE(WS-IDX-INF)
               MOVE WS-INF-ANT-OK(WS-IDX-INF)
                   TO WS-INF-BASE-OK(WS-IDX-INF)
           END-PERFORM.
           MOVE "B" TO WS-COLUNA.
           MOVE WS-ANO-BASE TO WS-PROC-ANO.
           PERFORM P021-LOCALIZA-FOTO.
           IF WS-FOTO-ACHADA = "S"
               PERFORM P022-CARREGA-FOTO
           END-IF.
           MOVE 1 TO WS-MES-INICIAL.
           PERFORM P025-VARRE-ANO.

      * O fechamento do dia 31 pode nao existir (fim de semana ou
      * feriado): vale o ultimo ACCSNAP da segunda quinzena.
       P021-LOCALIZA-FOTO.
           MOVE "N" TO WS-FOTO-ACHADA.
           MOVE 0 TO WS-DATA-FOTO.
           PERFORM VARYING WS-DIA-FOTO FROM 31 BY -1
                   UNTIL WS-DIA-FOTO < 16 OR WS-FOTO-ACHADA = "S"
               COMPUTE WS-DATA-FOTO =
                   WS-PROC-ANO * 10000 + 1200 + WS-DIA-FOTO
               MOVE SPACES TO WS-NOME-SNAP
               STRING "ACCSNAP" WS-DATA-FOTO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-SNAP
               OPEN INPUT ACCOUNT-SNAPSHOT
               IF WS-FS-SNAP = "00"
                   MOVE "S" TO WS-FOTO-ACHADA
               END-IF
           END-PERFORM.
           IF WS-FOTO-ACHADA = "S"
               DISPLAY "FOTOGRAFIA DE " WS-PROC-ANO ".......: "
                   WS-NOME-SNAP
           ELSE
               MOVE 0 TO WS-DATA-FOTO
               DISPLAY "FOTOGRAFIA DE " WS-PROC-ANO ".......: "
                   "AUSENTE - SALDO PELOS ARQUIVOS JRNARC"
           END-IF.

      * A fotografia fica aberta pelo P021; so as contas do informe
      * sao consideradas.
       P022-CARREGA-FOTO.
           MOVE "N" TO WS-EOF-SNAP.
           PERFORM UNTIL WS-EOF-SNAP = "S"
               READ ACCOUNT-SNAPSHOT
                   AT END
                       MOVE "S" TO WS-EOF-SNAP
                   NOT AT END
                       MOVE SNAP-NUMERO TO WS-CONTA-BUSCA
                       PERFORM P040-LOCALIZA-CONTA
                       IF WS-ACHOU-CONTA = "S"
                           IF WS-COLUNA = "A"
                               MOVE SNAP-SALDO
                                   TO WS-INF-SALDO-ANT(WS-IDX-INF)
                               MOVE "S" TO WS-INF-ANT-OK(WS-IDX-INF)
                           ELSE
                               MOVE SNAP-SALDO
                                   TO WS-INF-SALDO-BASE(WS-IDX-INF)
                               MOVE "S" TO WS-INF-BASE-OK(WS-IDX-INF)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-SNAPSHOT.

      * Arquivos mensais do CEP050 do ano em apuracao e o jornal
      * retido (meses ainda nao arquivados), nessa ordem cronologica.
       P025-VARRE-ANO.
           PERFORM VARYING WS-PROC-MES FROM WS-MES-INICIAL BY 1
                   UNTIL WS-PROC-MES > 12
               PERFORM P026-VARRE-ARQUIVO-MES
           END-PERFORM.
           PERFORM P027-VARRE-JORNAL.

       P026-VARRE-ARQUIVO-MES.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING "JRNARC" WS-MES-PROC ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           MOVE "N" TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               ADD 1 TO WS-QTDE-MESES-AUSENTES
               DISPLAY "ARQUIVO MENSAL " WS-NOME-ARQUIVO
                   " NAO ENCONTRADO (MES AINDA RETIDO NO JORNAL)."
           ELSE
               PERFORM UNTIL WS-EOF-ARCHIVE = "S"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVE
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           MOVE ARC-REG TO JRN-REG
                           PERFORM P028-APLICA-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       P027-VARRE-JORNAL.
           MOVE "N" TO WS-EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ARQUIVO DE JORNAL NAO ENCONTRADO (JOURNAL.DAT)."
                   " STATUS: " WS-FS-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-EOF-JOURNAL
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           PERFORM P028-APLICA-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      * O jornal e a verdade: o saldo da coluna passa a ser o
      * JRN-SALDO-APOS do ultimo lancamento monetario posterior a
      * fotografia. Conta sem saldo anterior apurado (sem fotografia
      * nem movimento no ano anterior) tem o saldo anterior
      * reconstituido do primeiro lancamento do ano-base, como no
      * extrato (CEP060).
       P028-APLICA-LANCAMENTO.
           MOVE JRN-DATA TO WS-JRN-DATA-R.
           IF WS-JRN-ANO NOT = WS-PROC-ANO
               CONTINUE
           ELSE
               MOVE JRN-CONTA TO WS-CONTA-BUSCA
               PERFORM P040-LOCALIZA-CONTA
               IF WS-ACHOU-CONTA = "S"
                   PERFORM P029-CLASSIFICA-LANCAMENTO
                   IF WS-COLUNA = "A"
                       IF WS-SINAL NOT = "N"
                               AND JRN-DATA > WS-DATA-FOTO
                           MOVE JRN-SALDO-APOS
                               TO WS-INF-SALDO-ANT(WS-IDX-INF)
                           MOVE "S" TO WS-INF-ANT-OK(WS-IDX-INF)
                       END-IF
                   ELSE
                       PERFORM P029A-APLICA-ANO-BASE
                   END-IF
               END-IF
           END-IF.

       P029-CLASSIFICA-LANCAMENTO.
           EVALUATE JRN-TIPO-OP
               WHEN "DEPOSITO"
               WHEN "TRANSF-CRE"
               WHEN "JUROS"
               WHEN "TED-RECEB"
               WHEN "TED-DEVOL"
               WHEN "DEP-CHQLIB"
               WHEN "ESTORNO-CR"
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
                   MOVE "C" TO WS-SINAL
               WHEN "SAQUE"
               WHEN "TRANSF-DEB"
               WHEN "TAXA"
               WHEN "TARIFA"
               WHEN "JUROS-CHEQ"
               WHEN "TED-ENVIO"
               WHEN "PAGAMENTO"
               WHEN "ESTORNO-DB"
               WHEN "CDB-APLIC"
               WHEN "CDB-IR"
                   MOVE "D" TO WS-SINAL
               WHEN OTHER
                   MOVE "N" TO WS-SINAL
           END-EVALUATE.

      * Qualquer lancamento do ano (inclusive ADM-ENCER) marca a conta
      * como movimentada: conta encerrada sem movimento no ano-base e
      * sem saldo anterior foi encerrada antes dele. JUROS estornado
      * (CEP170) nao e rendimento: o ESTORNO-DB que aponta para ele
      * sai do total da conta.
       P029A-APLICA-ANO-BASE.
           MOVE "S" TO WS-INF-MOVIMENTO(WS-IDX-INF).
           IF JRN-TIPO-OP = "JUROS"
               ADD JRN-VALOR TO WS-INF-JUROS(WS-IDX-INF)
               PERFORM P029B-REGISTRA-JUROS
           END-IF.
           IF JRN-TIPO-OP = "ESTORNO-DB"
               PERFORM P029C-ESTORNO-JUROS
           END-IF.
           IF WS-SINAL NOT = "N"
               IF WS-INF-ANT-OK(WS-IDX-INF) = "N"
                   IF WS-SINAL = "C"
                       COMPUTE WS-INF-SALDO-ANT(WS-IDX-INF) =
                           JRN-SALDO-APOS - JRN-VALOR
                   ELSE
                       COMPUTE WS-INF-SALDO-ANT(WS-IDX-INF) =
                           JRN-SALDO-APOS + JRN-VALOR
                   END-IF
                   MOVE "S" TO WS-INF-ANT-OK(WS-IDX-INF)
               END-IF
               IF JRN-DATA > WS-DATA-FOTO
                   MOVE JRN-SALDO-APOS TO WS-INF-SALDO-BASE(WS-IDX-INF)
                   MOVE "S" TO WS-INF-BASE-OK(WS-IDX-INF)
               END-IF
           END-IF.

      * Aplicacoes em CDB: o principal conta na posicao de 31/12
      * quando a aplicacao ja existia e ainda nao tinha sido resgatada
      * naquela data. O rendimento e tributado exclusivamente na fonte
      * no resgate (vencimento ou antecipado), entao entra no ano do
      * resgate pelo bruto e pelo IR retido gravados pelo CEP010 /
      * CEP260. O CEP260 mantem as resgatadas ate o fim do ano
      * seguinte justamente para este informe.
       P029B-REGISTRA-JUROS.
           IF WS-QTDE-JUROS < 50000
               ADD 1 TO WS-QTDE-JUROS
               MOVE JRN-CONTA TO WS-JRS-CONTA(WS-QTDE-JUROS)
               MOVE JRN-DATA TO WS-JRS-DATA(WS-QTDE-JUROS)
               MOVE JRN-HORA TO WS-JRS-HORA(WS-QTDE-JUROS)
               MOVE JRN-VALOR TO WS-JRS-VALOR(WS-QTDE-JUROS)
           ELSE
               IF WS-JUROS-CHEIA NOT = "S"
                   DISPLAY "ALERTA: LIMITE DE LANCAMENTOS DE JUROS "
                       "ATINGIDO. ESTORNOS DE JUROS POSTERIORES NAO "
                       "ABATIDOS."
                   MOVE "S" TO WS-JUROS-CHEIA
               END-IF
           END-IF.

      * O JUROS casado tem o valor zerado na tabela: um segundo
      * estorno para o mesmo lancamento nao abate de novo.
       P029C-ESTORNO-JUROS.
           MOVE "N" TO WS-ACHOU-JUROS.
           PERFORM VARYING WS-IDX-JUROS FROM 1 BY 1
                   UNTIL WS-IDX-JUROS > WS-QTDE-JUROS
                   OR WS-ACHOU-JUROS = "S"
               IF WS-JRS-CONTA(WS-IDX-JUROS) = JRN-CONTA
                       AND WS-JRS-DATA(WS-IDX-JUROS) = JRN-REF-DATA
                       AND WS-JRS-HORA(WS-IDX-JUROS) = JRN-REF-HORA
                       AND WS-JRS-VALOR(WS-IDX-JUROS) = JRN-VALOR
                   MOVE "S" TO WS-ACHOU-JUROS
               END-IF
           END-PERFORM.
           IF WS-ACHOU-JUROS = "S"
               SUBTRACT 1 FROM WS-IDX-JUROS
               MOVE 0 TO WS-JRS-VALOR(WS-IDX-JUROS)
               ADD 1 TO WS-QTDE-JUROS-ESTORNADOS
               IF WS-INF-JUROS(WS-IDX-INF) > JRN-VALOR
                   SUBTRACT JRN-VALOR FROM WS-INF-JUROS(WS-IDX-INF)
               ELSE
                   MOVE 0 TO WS-INF-JUROS(WS-IDX-INF)
               END-IF
           END-IF.

       P035-POSICAO-CDB.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV NOT = "00"
               DISPLAY "ARQUIVO DE CDB (CDBINV.DAT) AUSENTE - INFORME "
                   "SEM APLICACOES."
           ELSE
               PERFORM UNTIL WS-EOF-CDB = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDB
                       NOT AT END
                           ADD 1 TO WS-QTDE-CDB-LIDA
                           MOVE CDB-CONTA TO WS-CONTA-BUSCA
                           PERFORM P040-LOCALIZA-CONTA
                           IF WS-ACHOU-CONTA = "S"
                               PERFORM P036-APLICA-CDB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.
           DISPLAY "APLICACOES DE CDB LIDAS..: " WS-QTDE-CDB-LIDA.

       P036-APLICA-CDB.
           IF CDB-DATA-APLICACAO NOT > WS-DATA-CORTE-ANT
               IF CDB-STATUS = "A"
                       OR CDB-DATA-RESGATE > WS-DATA-CORTE-ANT
                   ADD CDB-PRINCIPAL TO WS-INF-CDB-ANT(WS-IDX-INF)
               END-IF
           END-IF.
           IF CDB-DATA-APLICACAO NOT > WS-DATA-CORTE-BASE
               IF CDB-STATUS = "A"
                       OR CDB-DATA-RESGATE > WS-DATA-CORTE-BASE
                   ADD CDB-PRINCIPAL TO WS-INF-CDB-BASE(WS-IDX-INF)
               END-IF
           END-IF.
           IF CDB-STATUS NOT = "A"
               MOVE CDB-DATA-RESGATE TO WS-JRN-DATA-R
               MOVE WS-JRN-ANO TO WS-CDB-ANO-RESGATE
               IF WS-CDB-ANO-RESGATE = WS-ANO-BASE
                   ADD CDB-RENDIMENTO-BRUTO
                       TO WS-INF-CDB-REND(WS-IDX-INF)
                   ADD CDB-IR-RETIDO TO WS-INF-CDB-IR(WS-IDX-INF)
               END-IF
           END-IF.

       P040-LOCALIZA-CONTA.
           MOVE "N" TO WS-ACHOU-CONTA.
           PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                   UNTIL WS-IDX-INF > WS-QTDE-CONTAS
                   OR WS-ACHOU-CONTA = "S"
               IF WS-INF-CONTA(WS-IDX-INF) = WS-CONTA-BUSCA
                   MOVE "S" TO WS-ACHOU-CONTA
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CONTA = "S"
               SUBTRACT 1 FROM WS-IDX-INF
           END-IF.

      * Um informe por CPF, com todas as contas do titular; o
      * arquivo fiscal recebe uma linha por conta.
       P050-EMITE-INFORMES.
           PERFORM P049-MARCA-ENCERRADAS.
           MOVE SPACES TO WS-NOME-RENDA.
           STRING "REND" WS-ANO-BASE ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-RENDA.
           OPEN OUTPUT RENDIMENTO-FILE.
           IF WS-FS-RENDA = "00"
               MOVE "S" TO WS-RENDA-OK
           ELSE
               DISPLAY "ALERTA: FALHA AO ABRIR " WS-NOME-RENDA
                   " (STATUS " WS-FS-RENDA ")"
           END-IF.
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > WS-QTDE-CONTAS
               IF WS-INF-IMPRESSO(WS-IDX-GRUPO) = "N"
                   PERFORM P051-INFORME-CPF
               END-IF
           END-PERFORM.
           IF WS-RENDA-OK = "S"
               CLOSE RENDIMENTO-FILE
           END-IF.

      * Encerrada antes do ano-base: status E, nenhum lancamento no
      * ano e saldo anterior zero. Encerrada durante o ano entra.
       P049-MARCA-ENCERRADAS.
           PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                   UNTIL WS-IDX-INF > WS-QTDE-CONTAS
               IF WS-INF-STATUS(WS-IDX-INF) = "E"
                       AND WS-INF-MOVIMENTO(WS-IDX-INF) = "N"
                       AND WS-INF-SALDO-ANT(WS-IDX-INF) = 0
                   MOVE "X" TO WS-INF-IMPRESSO(WS-IDX-INF)
                   ADD 1 TO WS-QTDE-ENCERRADAS-ANTES
               END-IF
           END-PERFORM.

       P051-INFORME-CPF.
           MOVE WS-INF-CPF(WS-IDX-GRUPO) TO WS-CPF-CORRENTE.
           MOVE "(TITULAR NAO CADASTRADO)" TO WS-NOME-TITULAR.
           MOVE SPACES TO WS-ENDERECO-TITULAR.
           MOVE WS-INF-CONTA(WS-IDX-GRUPO) TO CUST-CONTA.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-CUSTMAST = "00"
               MOVE CUST-NOME TO WS-NOME-TITULAR
               MOVE CUST-ENDERECO TO WS-ENDERECO-TITULAR
           END-IF.
           MOVE 0 TO WS-TOTAL-SALDO-ANT.
           MOVE 0 TO WS-TOTAL-SALDO-BASE.
           MOVE 0 TO WS-TOTAL-RENDIMENTOS.
           MOVE 0 TO WS-TOTAL-CDB-ANT.
           MOVE 0 TO WS-TOTAL-CDB-BASE.
           MOVE 0 TO WS-TOTAL-CDB-REND.
           MOVE 0 TO WS-TOTAL-CDB-IR.
           MOVE "N" TO WS-SALDO-NAO-APURADO.
           MOVE "N" TO WS-INFORME-OK.
           MOVE SPACES TO WS-NOME-INFORME.
           STRING "INF" WS-CPF-CORRENTE WS-ANO-BASE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-FS-INFORME = "00"
               MOVE "S" TO WS-INFORME-OK
               PERFORM P052-CABECALHO-INFORME
           ELSE
               DISPLAY "ALERTA: FALHA AO ABRIR " WS-NOME-INFORME
                   " (STATUS " WS-FS-INFORME ")"
           END-IF.
           PERFORM VARYING WS-IDX-INF FROM WS-IDX-GRUPO BY 1
                   UNTIL WS-IDX-INF > WS-QTDE-CONTAS
               IF WS-INF-CPF(WS-IDX-INF) = WS-CPF-CORRENTE
                       AND WS-INF-IMPRESSO(WS-IDX-INF) = "N"
                   PERFORM P053-LINHA-CONTA
               END-IF
           END-PERFORM.
           ADD WS-TOTAL-RENDIMENTOS TO WS-GERAL-RENDIMENTOS.
           ADD WS-TOTAL-CDB-REND TO WS-GERAL-CDB-REND.
           ADD WS-TOTAL-CDB-IR TO WS-GERAL-CDB-IR.
           IF WS-INFORME-OK = "S"
               PERFORM P054-RODAPE-INFORME
               CLOSE INFORME-FILE
               ADD 1 TO WS-QTDE-INFORMES
           END-IF.

       P052-CABECALHO-INFORME.
           MOVE ALL "=" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "INFORME DE RENDIMENTOS FINANCEIROS - BANCO DO DAVI"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "ANO-CALENDARIO: " WS-ANO-BASE
               DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE ALL "=" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "BENEFICIARIO: " WS-NOME-TITULAR
               DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "CPF.........: " WS-CPF-CORRENTE
               DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "ENDERECO....: " WS-ENDERECO-TITULAR
               DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE ALL "-" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           MOVE "SALDOS EM 31/12 E RENDIMENTOS NO ANO (EM REAIS)"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "CONTA  SITUACAO      31/12/" WS-ANO-ANTERIOR
               "      31/12/" WS-ANO-BASE "     RENDIMENTOS"
               DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.

       P053-LINHA-CONTA.
           MOVE "S" TO WS-INF-IMPRESSO(WS-IDX-INF).
           EVALUATE WS-INF-STATUS(WS-IDX-INF)
               WHEN "B"
                   MOVE "BLOQUEADA" TO WS-SITUACAO
               WHEN "E"
                   MOVE "ENCERRADA" TO WS-SITUACAO
               WHEN "D"
                   MOVE "INATIVA" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "ATIVA" TO WS-SITUACAO
           END-EVALUATE.
           ADD WS-INF-SALDO-ANT(WS-IDX-INF) TO WS-TOTAL-SALDO-ANT.
           ADD WS-INF-SALDO-BASE(WS-IDX-INF) TO WS-TOTAL-SALDO-BASE.
           ADD WS-INF-JUROS(WS-IDX-INF) TO WS-TOTAL-RENDIMENTOS.
           ADD WS-INF-CDB-ANT(WS-IDX-INF) TO WS-TOTAL-CDB-ANT.
           ADD WS-INF-CDB-BASE(WS-IDX-INF) TO WS-TOTAL-CDB-BASE.
           ADD WS-INF-CDB-REND(WS-IDX-INF) TO WS-TOTAL-CDB-REND.
           ADD WS-INF-CDB-IR(WS-IDX-INF) TO WS-TOTAL-CDB-IR.
           MOVE WS-INF-CONTA(WS-IDX-INF) TO WS-DET-CONTA.
           MOVE WS-SITUACAO TO WS-DET-SITUACAO.
           MOVE WS-INF-SALDO-ANT(WS-IDX-INF) TO WS-DET-SALDO-ANT.
           MOVE WS-INF-SALDO-BASE(WS-IDX-INF) TO WS-DET-SALDO-BASE.
           MOVE WS-INF-JUROS(WS-IDX-INF) TO WS-DET-JUROS.
           MOVE SPACE TO WS-DET-MARCA-ANT.
           MOVE SPACE TO WS-DET-MARCA-BASE.
           IF WS-INF-ANT-OK(WS-IDX-INF) = "N"
               MOVE "*" TO WS-DET-MARCA-ANT
               MOVE "S" TO WS-SALDO-NAO-APURADO
           END-IF.
           IF WS-INF-BASE-OK(WS-IDX-INF) = "N"
               MOVE "*" TO WS-DET-MARCA-BASE
               MOVE "S" TO WS-SALDO-NAO-APURADO
           END-IF.
           IF WS-INFORME-OK = "S"
               MOVE WS-LINHA-DETALHE TO INF-LINHA
               WRITE INF-LINHA
           END-IF.
           IF WS-INF-ANT-OK(WS-IDX-INF) = "N"
                   OR WS-INF-BASE-OK(WS-IDX-INF) = "N"
               ADD 1 TO WS-QTDE-NAO-APURADAS
               DISPLAY "CONTA " WS-INF-CONTA(WS-IDX-INF)
                   " CPF " WS-CPF-CORRENTE
                   " - SALDO EM 31/12 NAO APURADO (SEM FOTOGRAFIA "
                   "NEM MOVIMENTO)."
           END-IF.
           IF WS-RENDA-OK = "S"
               INITIALIZE REN-REG
               MOVE WS-ANO-BASE TO REN-ANO-BASE
               MOVE WS-CPF-CORRENTE TO REN-CPF
               MOVE WS-NOME-TITULAR TO REN-NOME
               MOVE WS-INF-CONTA(WS-IDX-INF) TO REN-CONTA
               MOVE WS-INF-STATUS(WS-IDX-INF) TO REN-STATUS
               MOVE WS-INF-SALDO-ANT(WS-IDX-INF) TO REN-SALDO-ANTERIOR
               MOVE WS-INF-SALDO-BASE(WS-IDX-INF) TO REN-SALDO-BASE
               MOVE WS-INF-JUROS(WS-IDX-INF) TO REN-RENDIMENTOS
               MOVE WS-INF-CDB-ANT(WS-IDX-INF)
                   TO REN-CDB-SALDO-ANTERIOR
               MOVE WS-INF-CDB-BASE(WS-IDX-INF) TO REN-CDB-SALDO-BASE
               MOVE WS-INF-CDB-REND(WS-IDX-INF) TO REN-CDB-RENDIMENTO
               MOVE WS-INF-CDB-IR(WS-IDX-INF) TO REN-CDB-IR-RETIDO
               IF WS-INF-ANT-OK(WS-IDX-INF) = "S"
                       AND WS-INF-BASE-OK(WS-IDX-INF) = "S"
                   MOVE "S" TO REN-APURADO
               ELSE
                   MOVE "N" TO REN-APURADO
               END-IF
               WRITE REN-REG
               IF WS-FS-RENDA NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-RENDA
                       " (STATUS " WS-FS-RENDA ")"
               ELSE
                   ADD 1 TO WS-QTDE-REGISTROS
               END-IF
           END-IF.

       P054-RODAPE-INFORME.
           MOVE ALL "-" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO WS-TOT-ROTULO.
           STRING "SALDO TOTAL EM 31/12/" WS-ANO-ANTERIOR ".."
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE WS-TOTAL-SALDO-ANT TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO WS-TOT-ROTULO.
           STRING "SALDO TOTAL EM 31/12/" WS-ANO-BASE ".."
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE WS-TOTAL-SALDO-BASE TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "RENDIMENTOS (JUROS) NO ANO." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-RENDIMENTOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           IF WS-TOTAL-CDB-ANT > 0 OR WS-TOTAL-CDB-BASE > 0
                   OR WS-TOTAL-CDB-REND > 0
               PERFORM P055-RODAPE-CDB
           END-IF.
           IF WS-SALDO-NAO-APURADO = "S"
               MOVE "(*) SALDO NAO APURADO: SEM FOTOGRAFIA DE DEZEMBRO "
                   TO INF-LINHA
               WRITE INF-LINHA
               MOVE "    NEM MOVIMENTO NO JORNAL - PROCURE A AGENCIA."
                   TO INF-LINHA
               WRITE INF-LINHA
           END-IF.
           MOVE ALL "=" TO INF-LINHA.
           WRITE INF-LINHA.

      * CDB e renda fixa com tributacao exclusiva na fonte: sai em
      * bloco proprio, fora dos saldos e dos JUROS das contas.
       P055-RODAPE-CDB.
           MOVE ALL "-" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "APLICACOES EM CDB (TRIBUTACAO EXCLUSIVA NA FONTE)"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO WS-TOT-ROTULO.
           STRING "CDB APLICADO EM 31/12/" WS-ANO-ANTERIOR "."
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-ANT TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO WS-TOT-ROTULO.
           STRING "CDB APLICADO EM 31/12/" WS-ANO-BASE "."
               DELIMITED BY SIZE INTO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-BASE TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "RENDIMENTO BRUTO DE CDB...." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-REND TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "IR RETIDO NA FONTE (CDB)..." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-IR TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "RENDIMENTO LIQUIDO DE CDB.." TO WS-TOT-ROTULO.
           COMPUTE WS-TOT-VALOR = WS-TOTAL-CDB-REND - WS-TOTAL-CDB-IR.
           MOVE WS-LINHA-TOTAL TO INF-LINHA.
           WRITE INF-LINHA.

       P060-RESUMO.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS DE JORNAL LIDOS: " WS-QTDE-LIDA.
           DISPLAY "MESES SEM ARQUIVO JRNARC.: " WS-QTDE-MESES-AUSENTES.
           DISPLAY "CONTAS SEM TITULAR.......: " WS-QTDE-SEM-TITULAR.
           DISPLAY "ABERTAS APOS O ANO-BASE..: " WS-QTDE-ABERTAS-APOS.
           DISPLAY "ENCERRADAS ANTES DO ANO..: "
               WS-QTDE-ENCERRADAS-ANTES.
           DISPLAY "CONTAS SEM SALDO APURADO.: " WS-QTDE-NAO-APURADAS.
           DISPLAY "INFORMES GERADOS (CPF)...: " WS-QTDE-INFORMES.
           DISPLAY "REGISTROS EM " WS-NOME-RENDA ": "
               WS-QTDE-REGISTROS.
           DISPLAY "JUROS ESTORNADOS NO ANO..: "
               WS-QTDE-JUROS-ESTORNADOS.
           DISPLAY "TOTAL DE RENDIMENTOS.....: " WS-GERAL-RENDIMENTOS.
           DISPLAY "RENDIMENTO BRUTO DE CDB..: " WS-GERAL-CDB-REND.
           DISPLAY "IR RETIDO SOBRE CDB......: " WS-GERAL-CDB-IR.
           DISPLAY "================================================".

           END PROGRAM CEP230.
