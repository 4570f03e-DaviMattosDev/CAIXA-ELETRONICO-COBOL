      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Time deposit (CDB) positions report for treasury -
      *          reads CDBINV.DAT and lists every active investment
      *          ordered by maturity date, with the principal, the
      *          gross yield accrued so far (CEP260), the income tax
      *          estimated at the rate of the contracted term and the
      *          net amount, a subtotal per maturity date (caixa a
      *          desembolsar no dia) and the grand totals. Investments
      *          past maturity and still active (conta bloqueada ou
      *          encerrada no vencimento) are flagged as PENDENTE.
      *          Parameter: "aaaammdd" (absent = todos os vencimentos)
      *          - only maturities up to that date are listed.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP270.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-EOF-CDB PIC X(1) VALUE "N".
           77 WS-PARM-ENTRADA PIC X(8).
           77 WS-DATA-REFERENCIA PIC 9(8) VALUE 0.
           77 WS-DATA-LIMITE PIC 9(8) VALUE 99999999.
           77 WS-QTDE-LIDA PIC 9(6) VALUE 0.
           77 WS-QTDE-POS PIC 9(4) VALUE 0.
           77 WS-QTDE-FORA-PRAZO PIC 9(6) VALUE 0.
           77 WS-QTDE-PENDENTES PIC 9(4) VALUE 0.
           77 WS-QTDE-DATAS PIC 9(4) VALUE 0.
           77 WS-QTDE-DATA PIC 9(4) VALUE 0.
           77 WS-IDX-POS PIC 9(4) VALUE 0.
           77 WS-IDX-PROX PIC 9(4) VALUE 0.
           77 WS-IDX-MENOR PIC 9(4) VALUE 0.
           77 WS-TABELA-CHEIA PIC X(1) VALUE "N".
           77 WS-VENCIMENTO-ATUAL PIC 9(8) VALUE 0.
           77 WS-DIAS-APLICADOS PIC 9(5) VALUE 0.
           77 WS-ALIQUOTA-IR PIC 9V9999 VALUE 0.
           77 WS-VALOR-IR PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-LIQUIDO PIC 9(10)V99 VALUE 0.
           77 WS-DATA-PRINCIPAL PIC 9(12)V99 VALUE 0.
           77 WS-DATA-BRUTO PIC 9(12)V99 VALUE 0.
           77 WS-DATA-IR PIC 9(12)V99 VALUE 0.
           77 WS-DATA-LIQUIDO PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-PRINCIPAL PIC 9(13)V99 VALUE 0.
           77 WS-TOTAL-BRUTO PIC 9(13)V99 VALUE 0.
           77 WS-TOTAL-IR PIC 9(13)V99 VALUE 0.
           77 WS-TOTAL-LIQUIDO PIC 9(13)V99 VALUE 0.
           77 WS-PRINCIPAL-EXIBE PIC Z(9)9.99.
           77 WS-BRUTO-EXIBE PIC Z(9)9.99.
           77 WS-IR-EXIBE PIC Z(9)9.99.
           77 WS-LIQUIDO-EXIBE PIC Z(9)9.99.
           77 WS-SITUACAO PIC X(8).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
      * Chave de ordenacao: vencimento e numero da aplicacao, nos
      * primeiros bytes do item para a comparacao alfanumerica.
           01 WS-TABELA-POSICOES.
               05 WS-POS-ITEM OCCURS 2000 TIMES.
                   10 WS-POS-CHAVE.
                       15 WS-POS-VENCIMENTO PIC 9(8).
                       15 WS-POS-NUMERO PIC 9(6).
                   10 WS-POS-CONTA PIC 9(6).
                   10 WS-POS-PRAZO PIC 9(3).
                   10 WS-POS-TAXA PIC 9V9999.
                   10 WS-POS-APLICACAO PIC 9(8).
                   10 WS-POS-PRINCIPAL PIC 9(10)V99.
                   10 WS-POS-BRUTO PIC 9(10)V99.
           01 WS-POS-TROCA PIC X(60).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "POSICAO DE CDB POR VENCIMENTO - BANCO DO DAVI".
           DISPLAY "================================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO WS-DATA-REFERENCIA.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-REFERENCIA
           END-IF.
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE.
           IF WS-PARM-ENTRADA IS NUMERIC
               MOVE WS-PARM-ENTRADA TO WS-DATA-LIMITE
           END-IF.
           DISPLAY "DATA DE REFERENCIA.......: " WS-DATA-REFERENCIA.
           IF WS-DATA-LIMITE = 99999999
               DISPLAY "VENCIMENTOS ATE..........: TODOS"
           ELSE
               DISPLAY "VENCIMENTOS ATE..........: " WS-DATA-LIMITE
           END-IF.

           PERFORM P010-CARREGA-POSICOES.
           PERFORM P020-ORDENA-POSICOES.
           PERFORM P030-IMPRIME-POSICOES.
           PERFORM P040-IMPRIME-TOTAIS.
           STOP RUN.

      * So as aplicacoes ativas: as resgatadas ja sairam do caixa e
      * ficam no arquivo apenas para o informe de rendimentos.
       P010-CARREGA-POSICOES.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV NOT = "00"
               DISPLAY "ARQUIVO DE CDB NAO ENCONTRADO (CDBINV.DAT). "
                   "STATUS: " WS-FS-CDBINV
           ELSE
               PERFORM UNTIL WS-EOF-CDB = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDB
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           IF CDB-STATUS = "A"
                               PERFORM P011-REGISTRA-POSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

       P011-REGISTRA-POSICAO.
           IF CDB-DATA-VENCIMENTO > WS-DATA-LIMITE
               ADD 1 TO WS-QTDE-FORA-PRAZO
           ELSE
               IF WS-QTDE-POS < 2000
                   ADD 1 TO WS-QTDE-POS
                   MOVE CDB-DATA-VENCIMENTO
                       TO WS-POS-VENCIMENTO(WS-QTDE-POS)
                   MOVE CDB-NUMERO TO WS-POS-NUMERO(WS-QTDE-POS)
                   MOVE CDB-CONTA TO WS-POS-CONTA(WS-QTDE-POS)
                   MOVE CDB-PRAZO TO WS-POS-PRAZO(WS-QTDE-POS)
                   MOVE CDB-TAXA-ANUAL TO WS-POS-TAXA(WS-QTDE-POS)
                   MOVE CDB-DATA-APLICACAO
                       TO WS-POS-APLICACAO(WS-QTDE-POS)
                   MOVE CDB-PRINCIPAL TO WS-POS-PRINCIPAL(WS-QTDE-POS)
                   MOVE CDB-RENDIMENTO-BRUTO
                       TO WS-POS-BRUTO(WS-QTDE-POS)
               ELSE
                   IF WS-TABELA-CHEIA NOT = "S"
                       DISPLAY "ALERTA: LIMITE DE APLICACOES DO "
                           "RELATORIO ATINGIDO. APLICACOES ADICIONAIS "
                           "OMITIDAS."
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.

      * O arquivo esta na ordem de aplicacao: selecao simples pela
      * chave vencimento + numero (poucas centenas de aplicacoes).
       P020-ORDENA-POSICOES.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS >= WS-QTDE-POS
               MOVE WS-IDX-POS TO WS-IDX-MENOR
               PERFORM P021-LOCALIZA-MENOR
               IF WS-IDX-MENOR NOT = WS-IDX-POS
                   MOVE WS-POS-ITEM(WS-IDX-POS) TO WS-POS-TROCA
                   MOVE WS-POS-ITEM(WS-IDX-MENOR)
                       TO WS-POS-ITEM(WS-IDX-POS)
                   MOVE WS-POS-TROCA TO WS-POS-ITEM(WS-IDX-MENOR)
               END-IF
           END-PERFORM.

       P021-LOCALIZA-MENOR.
           COMPUTE WS-IDX-PROX = WS-IDX-POS + 1.
           PERFORM VARYING WS-IDX-PROX FROM WS-IDX-PROX BY 1
                   UNTIL WS-IDX-PROX > WS-QTDE-POS
               IF WS-POS-CHAVE(WS-IDX-PROX)
                       < WS-POS-CHAVE(WS-IDX-MENOR)
                   MOVE WS-IDX-PROX TO WS-IDX-MENOR
               END-IF
           END-PERFORM.

      * Quebra por data de vencimento: o subtotal e o desembolso
      * previsto da tesouraria no dia (liquido ao cliente).
       P030-IMPRIME-POSICOES.
           DISPLAY "------------------------------------------------".
           DISPLAY "NUMERO CONTA  PRAZO     PRINCIPAL  REND. BRUTO "
               "  IR ESTIMADO       LIQUIDO SITUACAO".
           MOVE 0 TO WS-VENCIMENTO-ATUAL.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTDE-POS
               IF WS-POS-VENCIMENTO(WS-IDX-POS)
                       NOT = WS-VENCIMENTO-ATUAL
                   IF WS-VENCIMENTO-ATUAL NOT = 0
                       PERFORM P032-SUBTOTAL-DATA
                   END-IF
                   MOVE WS-POS-VENCIMENTO(WS-IDX-POS)
                       TO WS-VENCIMENTO-ATUAL
                   ADD 1 TO WS-QTDE-DATAS
                   DISPLAY "VENCIMENTO " WS-VENCIMENTO-ATUAL
               END-IF
               PERFORM P031-LINHA-POSICAO
           END-PERFORM.
           IF WS-QTDE-POS = 0
               DISPLAY "NENHUMA APLICACAO ATIVA NO PERIODO."
           ELSE
               PERFORM P032-SUBTOTAL-DATA
           END-IF.

      * IR estimado sobre o rendimento ja apropriado, pela aliquota
      * do prazo contratado (dias corridos da aplicacao ao
      * vencimento) - o valor efetivo sai no resgate (CEP260).
       P031-LINHA-POSICAO.
           COMPUTE WS-DIAS-APLICADOS =
               FUNCTION INTEGER-OF-DATE(WS-POS-VENCIMENTO(WS-IDX-POS))
               - FUNCTION INTEGER-OF-DATE(WS-POS-APLICACAO(WS-IDX-POS)).
           PERFORM P033-ALIQUOTA-IR.
           COMPUTE WS-VALOR-IR ROUNDED =
               WS-POS-BRUTO(WS-IDX-POS) * WS-ALIQUOTA-IR.
           COMPUTE WS-VALOR-LIQUIDO = WS-POS-PRINCIPAL(WS-IDX-POS)
               + WS-POS-BRUTO(WS-IDX-POS) - WS-VALOR-IR.
           IF WS-POS-VENCIMENTO(WS-IDX-POS) < WS-DATA-REFERENCIA
               MOVE "PENDENTE" TO WS-SITUACAO
               ADD 1 TO WS-QTDE-PENDENTES
           ELSE
               MOVE SPACES TO WS-SITUACAO
           END-IF.
           ADD 1 TO WS-QTDE-DATA.
           ADD WS-POS-PRINCIPAL(WS-IDX-POS) TO WS-DATA-PRINCIPAL.
           ADD WS-POS-BRUTO(WS-IDX-POS) TO WS-DATA-BRUTO.
           ADD WS-VALOR-IR TO WS-DATA-IR.
           ADD WS-VALOR-LIQUIDO TO WS-DATA-LIQUIDO.
           MOVE WS-POS-PRINCIPAL(WS-IDX-POS) TO WS-PRINCIPAL-EXIBE.
           MOVE WS-POS-BRUTO(WS-IDX-POS) TO WS-BRUTO-EXIBE.
           MOVE WS-VALOR-IR TO WS-IR-EXIBE.
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-EXIBE.
           DISPLAY WS-POS-NUMERO(WS-IDX-POS) " "
               WS-POS-CONTA(WS-IDX-POS) "  "
               WS-POS-PRAZO(WS-IDX-POS) " "
               WS-PRINCIPAL-EXIBE " " WS-BRUTO-EXIBE " "
               WS-IR-EXIBE " " WS-LIQUIDO-EXIBE " " WS-SITUACAO.

       P032-SUBTOTAL-DATA.
           MOVE WS-DATA-PRINCIPAL TO WS-PRINCIPAL-EXIBE.
           MOVE WS-DATA-BRUTO TO WS-BRUTO-EXIBE.
           MOVE WS-DATA-IR TO WS-IR-EXIBE.
           MOVE WS-DATA-LIQUIDO TO WS-LIQUIDO-EXIBE.
           DISPLAY "TOTAL  " WS-QTDE-DATA "        "
               WS-PRINCIPAL-EXIBE " " WS-BRUTO-EXIBE " "
               WS-IR-EXIBE " " WS-LIQUIDO-EXIBE.
           ADD WS-DATA-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-DATA-BRUTO TO WS-TOTAL-BRUTO.
           ADD WS-DATA-IR TO WS-TOTAL-IR.
           ADD WS-DATA-LIQUIDO TO WS-TOTAL-LIQUIDO.
           MOVE 0 TO WS-QTDE-DATA.
           MOVE 0 TO WS-DATA-PRINCIPAL.
           MOVE 0 TO WS-DATA-BRUTO.
           MOVE 0 TO WS-DATA-IR.
           MOVE 0 TO WS-DATA-LIQUIDO.

      * Tabela regressiva do IR sobre renda fixa - a mesma do
      * resgate no CEP010 e no CEP260.
       P033-ALIQUOTA-IR.
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

       P040-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "APLICACOES LIDAS.........: " WS-QTDE-LIDA.
           DISPLAY "APLICACOES LISTADAS......: " WS-QTDE-POS.
           DISPLAY "VENCIMENTO APOS O LIMITE.: " WS-QTDE-FORA-PRAZO.
           DISPLAY "DATAS DE VENCIMENTO......: " WS-QTDE-DATAS.
           DISPLAY "VENCIDAS PENDENTES.......: " WS-QTDE-PENDENTES.
           DISPLAY "TOTAL DO PRINCIPAL.......: " WS-TOTAL-PRINCIPAL.
           DISPLAY "RENDIMENTO BRUTO APROPR..: " WS-TOTAL-BRUTO.
           DISPLAY "IR ESTIMADO..............: " WS-TOTAL-IR.
           DISPLAY "LIQUIDO A PAGAR..........: " WS-TOTAL-LIQUIDO.
           DISPLAY "================================================".

           END PROGRAM CEP270.
