      *          (EXTccccccaaaamm.TXT): opening balance, every movement
      *          in date/time order with the counterparty account on
      *          transfer lines, closing balance tied to JRN-SALDO-APOS
      *          and month totals by type of operation, with the
      *          account's time deposit (CDB) position from
      *          CDBINV.DAT.
      *          Parameter: "aaaamm cccccc" (cccccc = 000000 or absent
      *          gera extrato de todas as contas movimentadas no mes).
      * Tectonics: cobc
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           01  EXT-LINHA PIC X(80).
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-TOTAL-TRANSF-ENV PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-JUROS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-TAXAS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-TARIFAS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-JUROS-CHEQUE PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-TED-ENVIO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-TED-RECEB PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-TED-DEVOL PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CHQ-LIBERADO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-PAGAMENTOS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-ESTORNO-CRE PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-ESTORNO-DEB PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-APLIC PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-RESGATE PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-CDB-IR PIC 9(12)V99 VALUE 0.
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-EOF-CDBINV PIC X(1).
           77 WS-FIM-DO-MES PIC 9(8) VALUE 0.
           77 WS-CDB-FIM-DO-MES PIC 9(12)V99 VALUE 0.
           77 WS-CDB-BRUTO-ATUAL PIC 9(12)V99 VALUE 0.
           77 WS-TEM-CDB PIC X(1).
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-OK PIC X(1) VALUE "N".
           77 WS-EOF-HIST PIC X(1).
           MOVE 0 TO WS-TOTAL-TRANSF-ENV.
           MOVE 0 TO WS-TOTAL-JUROS.
           MOVE 0 TO WS-TOTAL-TAXAS.
           MOVE 0 TO WS-TOTAL-TARIFAS.
           MOVE 0 TO WS-TOTAL-JUROS-CHEQUE.
           MOVE 0 TO WS-TOTAL-TED-ENVIO.
           MOVE 0 TO WS-TOTAL-TED-RECEB.
           MOVE 0 TO WS-TOTAL-TED-DEVOL.
           MOVE 0 TO WS-TOTAL-CHQ-LIBERADO.
           MOVE 0 TO WS-TOTAL-PAGAMENTOS.
           MOVE 0 TO WS-TOTAL-ESTORNO-CRE.
           MOVE 0 TO WS-TOTAL-ESTORNO-DEB.
           MOVE 0 TO WS-TOTAL-CDB-APLIC.
           MOVE 0 TO WS-TOTAL-CDB-RESGATE.
           MOVE 0 TO WS-TOTAL-CDB-IR.
           MOVE "N" TO WS-TEM-MOVIMENTO.
           MOVE "N" TO WS-SALDO-DEFINIDO.

               WHEN "TED-RECEB"
               WHEN "TED-DEVOL"
               WHEN "DEP-CHQLIB"
               WHEN "ESTORNO-CR"
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
                   COMPUTE WS-SALDO-ANTERIOR =
                       JRN-SALDO-APOS - JRN-VALOR
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
                   COMPUTE WS-SALDO-ANTERIOR =
                       JRN-SALDO-APOS + JRN-VALOR
               WHEN OTHER
                   ADD JRN-VALOR TO WS-TOTAL-JUROS
               WHEN "TAXA"
                   ADD JRN-VALOR TO WS-TOTAL-TAXAS
               WHEN "TARIFA"
                   ADD JRN-VALOR TO WS-TOTAL-TARIFAS
               WHEN "JUROS-CHEQ"
                   ADD JRN-VALOR TO WS-TOTAL-JUROS-CHEQUE
               WHEN "TED-ENVIO"
                   ADD JRN-VALOR TO WS-TOTAL-CHQ-LIBERADO
               WHEN "PAGAMENTO"
                   ADD JRN-VALOR TO WS-TOTAL-PAGAMENTOS
               WHEN "ESTORNO-CR"
                   ADD JRN-VALOR TO WS-TOTAL-ESTORNO-CRE
               WHEN "ESTORNO-DB"
                   ADD JRN-VALOR TO WS-TOTAL-ESTORNO-DEB
               WHEN "CDB-APLIC"
                   ADD JRN-VALOR TO WS-TOTAL-CDB-APLIC
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
                   ADD JRN-VALOR TO WS-TOTAL-CDB-RESGATE
               WHEN "CDB-IR"
                   ADD JRN-VALOR TO WS-TOTAL-CDB-IR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-TOTAL-TAXAS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "TARIFAS DE SERVICOS........" TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-TARIFAS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "JUROS DE CHEQUE ESPECIAL..." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-JUROS-CHEQUE TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           MOVE WS-TOTAL-PAGAMENTOS TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "ESTORNOS A CREDITO........." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-ESTORNO-CRE TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "ESTORNOS A DEBITO.........." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-ESTORNO-DEB TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "APLICACOES EM CDB.........." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-APLIC TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "RESGATES DE CDB (BRUTO)...." TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-RESGATE TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "IR RETIDO SOBRE CDB........" TO WS-TOT-ROTULO.
           MOVE WS-TOTAL-CDB-IR TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO EXT-LINHA.
           WRITE EXT-LINHA.
           PERFORM P132-POSICAO-CDB.
           IF WS-MASTER-OK = "S"
               PERFORM P131-CONFERE-CADASTRO
           END-IF.
               WRITE EXT-LINHA
           END-IF.

      * Posicao da conta em CDB: o principal das aplicacoes que
      * estavam ativas no ultimo dia do mes do extrato e, havendo
      * aplicacao ativa hoje, o saldo bruto atual (principal mais
      * rendimento apropriado ate o ultimo dia util processado).
      * Sem CDBINV.DAT a conta nao tem aplicacoes e a secao nao sai.
       P132-POSICAO-CDB.
           COMPUTE WS-FIM-DO-MES = WS-MES-EXTRATO * 100 + 31.
           MOVE 0 TO WS-CDB-FIM-DO-MES.
           MOVE 0 TO WS-CDB-BRUTO-ATUAL.
           MOVE "N" TO WS-TEM-CDB.
           MOVE "N" TO WS-EOF-CDBINV.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV = "00"
               PERFORM UNTIL WS-EOF-CDBINV = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDBINV
                       NOT AT END
                           IF CDB-CONTA = WS-CONTA-CORRENTE
                               PERFORM P133-ACUMULA-CDB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.
           IF WS-TEM-CDB = "S"
               MOVE "CDB APLICADO NO FIM DO MES." TO WS-TOT-ROTULO
               MOVE WS-CDB-FIM-DO-MES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO EXT-LINHA
               WRITE EXT-LINHA
               MOVE "SALDO BRUTO ATUAL EM CDB..." TO WS-TOT-ROTULO
               MOVE WS-CDB-BRUTO-ATUAL TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO EXT-LINHA
               WRITE EXT-LINHA
           END-IF.

       P133-ACUMULA-CDB.
           MOVE "S" TO WS-TEM-CDB.
           IF CDB-DATA-APLICACAO <= WS-FIM-DO-MES
                   AND (CDB-STATUS = "A"
                   OR CDB-DATA-RESGATE > WS-FIM-DO-MES)
               ADD CDB-PRINCIPAL TO WS-CDB-FIM-DO-MES
           END-IF.
           IF CDB-STATUS = "A"
               ADD CDB-PRINCIPAL TO WS-CDB-BRUTO-ATUAL
               ADD CDB-RENDIMENTO-BRUTO TO WS-CDB-BRUTO-ATUAL
           END-IF.

           END PROGRAM CEP060.
