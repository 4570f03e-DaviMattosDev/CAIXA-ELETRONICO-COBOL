           SELECT CASH-HISTORY ASSIGN TO "CSHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSHHIST.
           SELECT CUSTOMER-ALERT ASSIGN TO DYNAMIC WS-NOME-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
           SELECT CASH-DIFFERENCE ASSIGN TO "CSHDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSHDIF.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           FD  TED-SAIDA.
           01  SAI-REG PIC X(63).
           FD  ACCOUNT-SNAPSHOT.
           01  SNAP-REG PIC X(77).
           FD  CASH-HISTORY.
           COPY "CSHHIST.CPY".
           FD  CUSTOMER-ALERT.
           COPY "ALERTA.CPY".
           FD  CASH-DIFFERENCE.
           COPY "CSHDIF.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-EOF-JOURNAL PIC X(1) VALUE "N".
           77 WS-QTDE-CHQ-LIBERADO PIC 9(8) VALUE 0.
           77 WS-TOTAL-PAGAMENTOS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-PAGAMENTOS PIC 9(8) VALUE 0.
           77 WS-TOTAL-ESTORNO-CRE PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-ESTORNO-CRE PIC 9(8) VALUE 0.
           77 WS-TOTAL-ESTORNO-DEB PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-ESTORNO-DEB PIC 9(8) VALUE 0.
           77 WS-TOTAL-TARIFAS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-TARIFAS PIC 9(8) VALUE 0.
           77 WS-FS-TERMREG PIC X(2) VALUE "00".
           77 WS-EOF-TERMREG PIC X(1) VALUE "N".
           77 WS-MULTI-TERMINAL PIC X(1) VALUE "N".
           77 WS-FS-CSHHIST PIC X(2) VALUE "00".
           77 WS-TERMINAL-HIST PIC X(4).
           77 WS-QTDE-HIST-CAIXA PIC 9(2) VALUE 0.
           77 WS-FS-ALERTA PIC X(2) VALUE "00".
           77 WS-NOME-ALERTA PIC X(18).
           77 WS-EOF-ALERTA PIC X(1) VALUE "N".
           77 WS-ALERTA-EXCECAO PIC X(1) VALUE "N".
           77 WS-IDX-EVENTO PIC 9(2) VALUE 0.
           77 WS-TOTAL-AVISOS PIC 9(8) VALUE 0.
           77 WS-TOTAL-AVISOS-EXC PIC 9(8) VALUE 0.
           77 WS-FS-CSHDIF PIC X(2) VALUE "00".
           77 WS-EOF-CSHDIF PIC X(1) VALUE "N".
           77 WS-QTDE-CONTAGENS PIC 9(8) VALUE 0.
           77 WS-TOTAL-SOBRAS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-SOBRAS PIC 9(8) VALUE 0.
           77 WS-TOTAL-FALTAS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-FALTAS PIC 9(8) VALUE 0.
           77 WS-TOTAL-CDB-APLIC PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-CDB-APLIC PIC 9(8) VALUE 0.
           77 WS-TOTAL-CDB-RESG PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-CDB-RESG PIC 9(8) VALUE 0.
           77 WS-TOTAL-CDB-VENC PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-CDB-VENC PIC 9(8) VALUE 0.
           77 WS-TOTAL-CDB-IR PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-CDB-IR PIC 9(8) VALUE 0.
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-EOF-CDBINV PIC X(1) VALUE "N".
           77 WS-TOTAL-CDB-REND PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-CDB-REND PIC 9(8) VALUE 0.
           77 WS-QTDE-CDB-ATIVAS PIC 9(8) VALUE 0.
           77 WS-POSICAO-CDB PIC 9(12)V99 VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
                   10 WS-TRM-DISPENSADO PIC 9(12)V99.
                   10 WS-TRM-DO-DIA PIC X(1).
                   10 WS-TRM-DATA-MOVTO PIC 9(8).
      * Eventos do arquivo de avisos ao cliente (ALERTA.CPY); a
      * ultima posicao recebe qualquer codigo nao previsto.
           01 WS-TABELA-EVENTOS.
               05 FILLER PIC X(10) VALUE "VALOR-ALTO".
               05 FILLER PIC X(10) VALUE "BLOQ-PIN".
               05 FILLER PIC X(10) VALUE "CHEQUE-ESP".
               05 FILLER PIC X(10) VALUE "AGEND-ADIA".
               05 FILLER PIC X(10) VALUE "AGEND-CANC".
               05 FILLER PIC X(10) VALUE "TED-DEVOL".
               05 FILLER PIC X(10) VALUE "CHQ-DEVOL".
               05 FILLER PIC X(10) VALUE "CDB-VENC".
               05 FILLER PIC X(10) VALUE "OUTROS".
           01 WS-EVENTOS REDEFINES WS-TABELA-EVENTOS.
               05 WS-EVENTO-CODIGO PIC X(10) OCCURS 9 TIMES.
           01 WS-CONTAGEM-AVISOS.
               05 WS-AVS-ITEM OCCURS 9 TIMES.
                   10 WS-AVS-ENVIADOS PIC 9(8).
                   10 WS-AVS-EXCECAO PIC 9(8).
       PROCEDURE DIVISION.
       P000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
               MOVE "S" TO WS-PROCESSOU-OK
           END-IF.
           PERFORM P015-LE-GAVETA.
           PERFORM P014-LE-DIFERENCAS-CAIXA.
           PERFORM P012-LE-APLICACOES-CDB.
           PERFORM P017-APURA-CHEQUE-ESPECIAL.
           PERFORM P013-CONTA-AVISOS.
           PERFORM P020-IMPRIME-RELATORIO.
           IF WS-PROCESSOU-OK = "S"
      * Os efeitos de fechamento so valem para a propria data de
                   WHEN "PAGAMENTO"
                       ADD JRN-VALOR TO WS-TOTAL-PAGAMENTOS
                       ADD 1 TO WS-QTDE-PAGAMENTOS
                   WHEN "ESTORNO-CR"
                       ADD JRN-VALOR TO WS-TOTAL-ESTORNO-CRE
                       ADD 1 TO WS-QTDE-ESTORNO-CRE
                   WHEN "ESTORNO-DB"
                       ADD JRN-VALOR TO WS-TOTAL-ESTORNO-DEB
                       ADD 1 TO WS-QTDE-ESTORNO-DEB
      * So a tarifa cobrada na hora (com a referencia da operacao que
      * a gerou) entra no dia; a consolidada do fechamento mensal
      * (referencia zero) e contabilizada pelo CEP030 no GLMES.DAT.
                   WHEN "TARIFA"
                       IF JRN-REF-DATA NOT = 0
                           ADD JRN-VALOR TO WS-TOTAL-TARIFAS
                           ADD 1 TO WS-QTDE-TARIFAS
                       END-IF
                   WHEN "CDB-APLIC"
                       ADD JRN-VALOR TO WS-TOTAL-CDB-APLIC
                       ADD 1 TO WS-QTDE-CDB-APLIC
                   WHEN "CDB-RESG"
                       ADD JRN-VALOR TO WS-TOTAL-CDB-RESG
                       ADD 1 TO WS-QTDE-CDB-RESG
                   WHEN "CDB-VENC"
                       ADD JRN-VALOR TO WS-TOTAL-CDB-VENC
                       ADD 1 TO WS-QTDE-CDB-VENC
                   WHEN "CDB-IR"
                       ADD JRN-VALOR TO WS-TOTAL-CDB-IR
                       ADD 1 TO WS-QTDE-CDB-IR
                   WHEN "CONSULTA"
                       ADD 1 TO WS-QTDE-CONSULTAS
                   WHEN "ADM-BLOQ"
                   WHEN "ADM-PIN"
                   WHEN "ADM-LIMITE"
                   WHEN "ADM-CHEQ"
                   WHEN "ADM-INATIV"
                   WHEN "ADM-REATIV"
                       ADD 1 TO WS-QTDE-ADMIN
                   WHEN OTHER
                       CONTINUE
               CLOSE ACCOUNT-MASTER
           END-IF.

      * Contagens de gaveta da data (CEP070): sobras e faltas apuradas
      * contra a posicao contabil vao ao GL pela conta transitoria.
       P014-LE-DIFERENCAS-CAIXA.
           OPEN INPUT CASH-DIFFERENCE.
           IF WS-FS-CSHDIF = "00"
               PERFORM UNTIL WS-EOF-CSHDIF = "S"
                   READ CASH-DIFFERENCE
                       AT END
                           MOVE "S" TO WS-EOF-CSHDIF
                       NOT AT END
                           IF DIF-DATA-NEGOCIO = WS-DATA-REFERENCIA
                               ADD 1 TO WS-QTDE-CONTAGENS
                               IF DIF-DIFERENCA > 0
                                   ADD DIF-DIFERENCA TO WS-TOTAL-SOBRAS
                                   ADD 1 TO WS-QTDE-SOBRAS
                               END-IF
                               IF DIF-DIFERENCA < 0
                                   SUBTRACT DIF-DIFERENCA
                                       FROM WS-TOTAL-FALTAS
                                   ADD 1 TO WS-QTDE-FALTAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-DIFFERENCE
           END-IF.

      * Rendimento de CDB apropriado pelo CEP260 na data (nao passa
      * pelo jornal: e despesa do banco contra o passivo do CDB, sem
      * movimento na conta) e a posicao das aplicacoes ativas.
       P012-LE-APLICACOES-CDB.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV = "00"
               PERFORM UNTIL WS-EOF-CDBINV = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDBINV
                       NOT AT END
                           IF CDB-DATA-LANC-REND = WS-DATA-REFERENCIA
                                   AND CDB-RENDIMENTO-DIA > 0
                               ADD CDB-RENDIMENTO-DIA
                                   TO WS-TOTAL-CDB-REND
                               ADD 1 TO WS-QTDE-CDB-REND
                           END-IF
                           IF CDB-STATUS = "A"
                               ADD 1 TO WS-QTDE-CDB-ATIVAS
                               ADD CDB-PRINCIPAL TO WS-POSICAO-CDB
                               ADD CDB-RENDIMENTO-BRUTO
                                   TO WS-POSICAO-CDB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

      * Avisos ao cliente gerados na data de referencia: o arquivo
      * do dia (ALERTAaaaammdd.DAT) e a lista de excecao dos clientes
      * sem telefone (ALREXCaaaammdd.DAT), contados por evento.
       P013-CONTA-AVISOS.
           INITIALIZE WS-CONTAGEM-AVISOS.
           MOVE "N" TO WS-ALERTA-EXCECAO.
           MOVE SPACES TO WS-NOME-ALERTA.
           STRING "ALERTA" WS-DATA-REFERENCIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ALERTA.
           PERFORM P013A-LE-AVISOS.
           MOVE "S" TO WS-ALERTA-EXCECAO.
           MOVE SPACES TO WS-NOME-ALERTA.
           STRING "ALREXC" WS-DATA-REFERENCIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ALERTA.
           PERFORM P013A-LE-AVISOS.

       P013A-LE-AVISOS.
           MOVE "N" TO WS-EOF-ALERTA.
           OPEN INPUT CUSTOMER-ALERT.
           IF WS-FS-ALERTA = "00"
               PERFORM UNTIL WS-EOF-ALERTA = "S"
                   READ CUSTOMER-ALERT
                       AT END
                           MOVE "S" TO WS-EOF-ALERTA
                       NOT AT END
                           PERFORM P013B-ACUMULA-AVISO
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-ALERT
           END-IF.

       P013B-ACUMULA-AVISO.
           PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                   UNTIL WS-IDX-EVENTO > 8
                   OR WS-EVENTO-CODIGO(WS-IDX-EVENTO) = ALR-EVENTO
               CONTINUE
           END-PERFORM.
           IF WS-IDX-EVENTO > 8
               MOVE 9 TO WS-IDX-EVENTO
           END-IF.
           IF WS-ALERTA-EXCECAO = "S"
               ADD 1 TO WS-AVS-EXCECAO(WS-IDX-EVENTO)
               ADD 1 TO WS-TOTAL-AVISOS-EXC
           ELSE
               ADD 1 TO WS-AVS-ENVIADOS(WS-IDX-EVENTO)
               ADD 1 TO WS-TOTAL-AVISOS
           END-IF.

       P020-IMPRIME-RELATORIO.
           DISPLAY "================================================".
           DISPLAY "RELATORIO DE FECHAMENTO DO DIA - BANCO DO DAVI".
           DISPLAY "CHEQUES LIBERADOS........: "
               WS-TOTAL-CHQ-LIBERADO.
           DISPLAY "PAGAMENTOS DE BOLETO.....: " WS-TOTAL-PAGAMENTOS.
           DISPLAY "ESTORNOS A CREDITO.......: " WS-TOTAL-ESTORNO-CRE.
           DISPLAY "ESTORNOS A DEBITO........: " WS-TOTAL-ESTORNO-DEB.
           DISPLAY "TARIFAS DE SERVICOS......: " WS-TOTAL-TARIFAS.
           DISPLAY "QUANTIDADE DE CONSULTAS..: " WS-QTDE-CONSULTAS.
           DISPLAY "OPERACOES ADMINISTRATIVAS: " WS-QTDE-ADMIN.
           DISPLAY "------------------------------------------------".
                   "STATUS " WS-FS-CASHDRW ")"
           END-IF
           END-IF.
           DISPLAY "CONTAGENS DE GAVETA......: " WS-QTDE-CONTAGENS.
           DISPLAY "SOBRAS DE CAIXA..........: " WS-TOTAL-SOBRAS.
           DISPLAY "FALTAS DE CAIXA..........: " WS-TOTAL-FALTAS.
           DISPLAY "------------------------------------------------".
           DISPLAY "APLICACOES EM CDB........: " WS-TOTAL-CDB-APLIC.
           DISPLAY "RESGATES ANTECIPADOS CDB.: " WS-TOTAL-CDB-RESG.
           DISPLAY "RESGATES NO VENCIMENTO...: " WS-TOTAL-CDB-VENC.
           DISPLAY "IR RETIDO SOBRE CDB......: " WS-TOTAL-CDB-IR.
           DISPLAY "RENDIMENTO CDB APROPRIADO: " WS-TOTAL-CDB-REND.
           DISPLAY "APLICACOES CDB ATIVAS....: " WS-QTDE-CDB-ATIVAS.
           DISPLAY "POSICAO BRUTA EM CDB.....: " WS-POSICAO-CDB.
           DISPLAY "------------------------------------------------".
           DISPLAY "SALDO DE FECHAMENTO POR CONTA".
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
               DISPLAY "POSICAO DE CHEQUE ESPECIAL INDISPONIVEL "
                   "(ACCTMAST.DAT STATUS " WS-FS-ACCTMAST ")"
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "AVISOS AO CLIENTE (EVENTO / ENVIADOS / SEM FONE)".
           PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                   UNTIL WS-IDX-EVENTO > 9
               IF WS-AVS-ENVIADOS(WS-IDX-EVENTO) > 0
                       OR WS-AVS-EXCECAO(WS-IDX-EVENTO) > 0
                   DISPLAY WS-EVENTO-CODIGO(WS-IDX-EVENTO)
                       "...............: "
                       WS-AVS-ENVIADOS(WS-IDX-EVENTO) " "
                       WS-AVS-EXCECAO(WS-IDX-EVENTO)
               END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE AVISOS ENVIADOS.: " WS-TOTAL-AVISOS.
           DISPLAY "CLIENTES SEM TELEFONE....: " WS-TOTAL-AVISOS-EXC.
           DISPLAY "================================================".

      * Secao consolidada de caixa da frota: valor em gaveta e
               MOVE WS-TOTAL-PAGAMENTOS TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-PAGAMENTOS TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
      * Estornos do supervisor (CEP170) saem no seu proprio par, sem
      * compensar o tipo original: o movimento bruto do dia fica
      * visivel e o estorno aparece como tal na contabilidade.
               MOVE "ESTORNO-CR" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-ESTORNO-CRE TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-ESTORNO-CRE TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "ESTORNO-DB" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-ESTORNO-DEB TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-ESTORNO-DEB TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
      * Receita de tarifas tem o seu proprio par, separado da TAXA
      * de manutencao do fechamento mensal.
               MOVE "TARIFA" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-TARIFAS TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-TARIFAS TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
      * Diferencas da contagem de gaveta: sobra (caixa contra a
      * transitoria de sobras) e falta (transitoria de faltas contra
      * caixa), cada uma no seu par ate a regularizacao.
               MOVE "SOBRA-CX" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-SOBRAS TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-SOBRAS TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "FALTA-CX" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-FALTAS TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-FALTAS TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
      * CDB tem contas proprias no GL: aplicacao (depositos contra o
      * passivo do CDB), resgate antecipado e vencimento (passivo do
      * CDB contra depositos), IR retido (depositos contra IR a
      * recolher) e o rendimento apropriado no dia (despesa de
      * captacao contra o passivo do CDB).
               MOVE "CDB-APLIC" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-CDB-APLIC TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-CDB-APLIC TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "CDB-RESG" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-CDB-RESG TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-CDB-RESG TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "CDB-VENC" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-CDB-VENC TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-CDB-VENC TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "CDB-IR" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-CDB-IR TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-CDB-IR TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               MOVE "CDB-REND" TO WS-GL-COD-TIPO
               MOVE WS-TOTAL-CDB-REND TO WS-GL-VALOR-TIPO
               MOVE WS-QTDE-CDB-REND TO WS-GL-QTDE-TIPO
               PERFORM P051-GRAVA-PAR-GL
               PERFORM P052-GRAVA-TRAILER-GL
               CLOSE GL-FILE
               IF WS-GL-LIBERADO = "S"
