      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Monthly tariff revenue report - reads the tariff usage
      *          file TARUSO.DAT (written by CEP010 and CEP110, settled
      *          by CEP030) for one business month and prints, per
      *          service (withdrawal, TED, boleto payment, returned
      *          cheque), the uses, the uses beyond the free allowance,
      *          the tariff already posted, the tariff still waiting
      *          for the month-end close and the accounts charged.
      *          Parameter: "aaaamm" (absent = mes da data de negocio
      *          do RUNCTL.DAT, ou da data corrente da maquina).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP220.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFF-USAGE ASSIGN TO "TARUSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-CHAVE
               FILE STATUS IS WS-FS-TARUSO.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
           FD  TARIFF-USAGE.
           COPY "TARUSO.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-TARUSO PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-EOF-TARUSO PIC X(1) VALUE "N".
           77 WS-PARM-ENTRADA PIC X(6).
           77 WS-MES-REFERENCIA PIC 9(6) VALUE 0.
           77 WS-QTDE-LIDA PIC 9(8) VALUE 0.
           77 WS-QTDE-CONTAS PIC 9(6) VALUE 0.
           77 WS-IDX-SERVICO PIC 9(1) VALUE 0.
           77 WS-TOTAL-USOS PIC 9(8) VALUE 0.
           77 WS-TOTAL-TARIFADOS PIC 9(8) VALUE 0.
           77 WS-TOTAL-COBRADO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-PENDENTE PIC 9(12)V99 VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-TABELA-DESCRICOES.
               05 FILLER PIC X(20) VALUE "SAQUE".
               05 FILLER PIC X(20) VALUE "TED ENVIADA".
               05 FILLER PIC X(20) VALUE "PAGAMENTO DE BOLETO".
               05 FILLER PIC X(20) VALUE "CHEQUE DEVOLVIDO".
           01 WS-DESCRICOES REDEFINES WS-TABELA-DESCRICOES.
               05 WS-DESCRICAO-SERVICO PIC X(20) OCCURS 4 TIMES.
           01 WS-TABELA-SERVICOS.
               05 WS-SRV-ITEM OCCURS 4 TIMES.
                   10 WS-SRV-USOS PIC 9(8).
                   10 WS-SRV-TARIFADOS PIC 9(8).
                   10 WS-SRV-COBRADO PIC 9(12)V99.
                   10 WS-SRV-PENDENTE PIC 9(12)V99.
                   10 WS-SRV-CONTAS PIC 9(6).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "RECEITA DE TARIFAS DO MES - BANCO DO DAVI".
           DISPLAY "================================================".
           PERFORM P005-DEFINE-MES.
           DISPLAY "MES DE REFERENCIA........: " WS-MES-REFERENCIA.
           INITIALIZE WS-TABELA-SERVICOS.

           PERFORM P010-LE-USOS.
           PERFORM P020-IMPRIME-RELATORIO.
           STOP RUN.

      * Sem parametro vale o mes de negocio corrente: o relatorio do
      * mes fechado e pedido com o aaaamm depois do CEP030.
       P005-DEFINE-MES.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               DIVIDE CTL-DATA-NEGOCIO BY 100
                   GIVING WS-MES-REFERENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               DIVIDE WS-DATA-ATUAL BY 100 GIVING WS-MES-REFERENCIA
           END-IF.
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE.
           IF WS-PARM-ENTRADA IS NUMERIC
               MOVE WS-PARM-ENTRADA TO WS-MES-REFERENCIA
           END-IF.

      * O arquivo e lido inteiro na ordem da chave (conta + mes); so
      * os registros do mes de referencia entram no relatorio.
       P010-LE-USOS.
           OPEN INPUT TARIFF-USAGE.
           IF WS-FS-TARUSO NOT = "00"
               DISPLAY "ARQUIVO DE USO DE SERVICOS NAO ENCONTRADO "
                   "(TARUSO.DAT). STATUS: " WS-FS-TARUSO
           ELSE
               PERFORM UNTIL WS-EOF-TARUSO = "S"
                   READ TARIFF-USAGE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-TARUSO
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           IF USO-MES = WS-MES-REFERENCIA
                               PERFORM P011-ACUMULA-USO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-USAGE
           END-IF.

       P011-ACUMULA-USO.
           ADD 1 TO WS-QTDE-CONTAS.
           PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                   UNTIL WS-IDX-SERVICO > 4
               ADD USO-QTDE(WS-IDX-SERVICO)
                   TO WS-SRV-USOS(WS-IDX-SERVICO)
               ADD USO-QTDE-TARIFADA(WS-IDX-SERVICO)
                   TO WS-SRV-TARIFADOS(WS-IDX-SERVICO)
               ADD USO-VALOR-COBRADO(WS-IDX-SERVICO)
                   TO WS-SRV-COBRADO(WS-IDX-SERVICO)
               ADD USO-VALOR-PENDENTE(WS-IDX-SERVICO)
                   TO WS-SRV-PENDENTE(WS-IDX-SERVICO)
               IF USO-VALOR-COBRADO(WS-IDX-SERVICO) > 0
                       OR USO-VALOR-PENDENTE(WS-IDX-SERVICO) > 0
                   ADD 1 TO WS-SRV-CONTAS(WS-IDX-SERVICO)
               END-IF
           END-PERFORM.

       P020-IMPRIME-RELATORIO.
           PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                   UNTIL WS-IDX-SERVICO > 4
               DISPLAY "--------------------------------------------"
               DISPLAY "SERVICO..................: "
                   WS-DESCRICAO-SERVICO(WS-IDX-SERVICO)
               DISPLAY "USOS NO MES..............: "
                   WS-SRV-USOS(WS-IDX-SERVICO)
               DISPLAY "USOS ALEM DA FRANQUIA....: "
                   WS-SRV-TARIFADOS(WS-IDX-SERVICO)
               DISPLAY "TARIFA LANCADA...........: "
                   WS-SRV-COBRADO(WS-IDX-SERVICO)
               DISPLAY "TARIFA A LANCAR NO FECHTO: "
                   WS-SRV-PENDENTE(WS-IDX-SERVICO)
               DISPLAY "CONTAS TARIFADAS.........: "
                   WS-SRV-CONTAS(WS-IDX-SERVICO)
               ADD WS-SRV-USOS(WS-IDX-SERVICO) TO WS-TOTAL-USOS
               ADD WS-SRV-TARIFADOS(WS-IDX-SERVICO)
                   TO WS-TOTAL-TARIFADOS
               ADD WS-SRV-COBRADO(WS-IDX-SERVICO) TO WS-TOTAL-COBRADO
               ADD WS-SRV-PENDENTE(WS-IDX-SERVICO)
                   TO WS-TOTAL-PENDENTE
           END-PERFORM.
           DISPLAY "================================================".
           DISPLAY "CONTAS COM USO NO MES....: " WS-QTDE-CONTAS.
           DISPLAY "TOTAL DE USOS............: " WS-TOTAL-USOS.
           DISPLAY "TOTAL ALEM DA FRANQUIA...: " WS-TOTAL-TARIFADOS.
           DISPLAY "RECEITA DE TARIFAS.......: " WS-TOTAL-COBRADO.
           DISPLAY "A LANCAR NO FECHAMENTO...: " WS-TOTAL-PENDENTE.
           DISPLAY "REGISTROS LIDOS..........: " WS-QTDE-LIDA.
           DISPLAY "================================================".

           END PROGRAM CEP220.
