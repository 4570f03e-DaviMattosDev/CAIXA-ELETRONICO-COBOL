      * Date: 02/09/2026
      * Purpose: Nightly batch orchestrator - drives the chain CEP080
      *          (agendamentos), CEP110 (compensacao de cheques),
      *          CEP260 (rendimento e vencimento de CDB),
      *          CEP020 (fechamento do dia), CEP040 (reconciliacao),
      *          CEP050 (arquivamento) and the
      *          business-date roll, checking RUNCTL.DAT and the
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-TABELA-PASSOS.
               05 WS-PASSO-ITEM OCCURS 7 TIMES.
                   10 WS-PASSO-NOME PIC X(6).
                   10 WS-PASSO-DESCRICAO PIC X(24).
                   10 WS-PASSO-HORA-INI PIC 9(6).

           PERFORM P005-MONTA-PASSOS.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 6
               IF WS-CADEIA-OK = "S"
                   PERFORM P020-EXECUTA-PASSO
               ELSE
                       TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
               END-IF
           END-PERFORM.
           MOVE 7 TO WS-IDX-PASSO.
           IF WS-CADEIA-OK = "S"
               PERFORM P030-VIRA-DATA
           ELSE
               MOVE "NAO EXECUTADO" TO WS-PASSO-SITUACAO(7)
           END-IF.
           PERFORM P060-IMPRIME-RESUMO.
           STOP RUN.

      * A compensacao de cheques e o rendimento do CDB rodam antes do
      * fechamento: o CEP110 lanca DEP-CHQLIB e o CEP260 lanca os
      * vencimentos e apropria o rendimento do dia com a data de
      * negocio, e o fechamento precisa desses lancamentos no
      * relatorio, no GL e na fotografia.
       P005-MONTA-PASSOS.
           MOVE "CEP080" TO WS-PASSO-NOME(1).
           MOVE "AGENDAMENTOS" TO WS-PASSO-DESCRICAO(1).
           MOVE "CEP110" TO WS-PASSO-NOME(2).
           MOVE "COMPENSACAO DE CHEQUES" TO WS-PASSO-DESCRICAO(2).
           MOVE "CEP260" TO WS-PASSO-NOME(3).
           MOVE "RENDIMENTO DE CDB" TO WS-PASSO-DESCRICAO(3).
           MOVE "CEP020" TO WS-PASSO-NOME(4).
           MOVE "FECHAMENTO DO DIA" TO WS-PASSO-DESCRICAO(4).
           MOVE "CEP040" TO WS-PASSO-NOME(5).
           MOVE "RECONCILIACAO" TO WS-PASSO-DESCRICAO(5).
           MOVE "CEP050" TO WS-PASSO-NOME(6).
           MOVE "ARQUIVAMENTO" TO WS-PASSO-DESCRICAO(6).
           MOVE "VIRADA" TO WS-PASSO-NOME(7).
           MOVE "AVANCO DA DATA" TO WS-PASSO-DESCRICAO(7).
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 7
               MOVE 0 TO WS-PASSO-HORA-INI(WS-IDX-PASSO)
               MOVE 0 TO WS-PASSO-HORA-FIM(WS-IDX-PASSO)
               MOVE 0 TO WS-PASSO-QTDE(WS-IDX-PASSO)
       P025-VERIFICA-ORDEM.
           MOVE "N" TO WS-FORA-DE-ORDEM.
           COMPUTE WS-IDX-POSTERIOR = WS-IDX-PASSO + 1.
           PERFORM UNTIL WS-IDX-POSTERIOR > 6
                   OR WS-FORA-DE-ORDEM = "S"
               MOVE WS-PASSO-NOME(WS-IDX-POSTERIOR)
                   TO WS-PROGRAMA-BUSCA
      * CEP090: so vira com o fechamento do dia marcado no controle.
       P030-VIRA-DATA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-HORA-ATUAL TO WS-PASSO-HORA-INI(7).
           OPEN INPUT RUN-CONTROL.
           READ RUN-CONTROL.
           CLOSE RUN-CONTROL.
           IF CTL-FECHADO-CEP020 NOT = "S"
               MOVE "FALHOU" TO WS-PASSO-SITUACAO(7)
               MOVE "N" TO WS-CADEIA-OK
               DISPLAY "DIA " CTL-DATA-NEGOCIO " NAO MARCADO COMO "
                   "FECHADO. DATA NAO AVANCADA."
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR RUNCTL.DAT "
                       "(STATUS " WS-FS-RUNCTL ")"
                   MOVE "FALHOU" TO WS-PASSO-SITUACAO(7)
                   MOVE "N" TO WS-CADEIA-OK
               ELSE
                   MOVE "OK" TO WS-PASSO-SITUACAO(7)
                   DISPLAY "NOVA DATA DE NEGOCIO: " CTL-DATA-NEGOCIO
               END-IF
               CLOSE RUN-CONTROL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-HORA-ATUAL TO WS-PASSO-HORA-FIM(7).

      * Procura no RUNLOG a ultima execucao do programa para a data
      * de negocio da noite.
           DISPLAY "PASSO  DESCRICAO                INICIO  FIM     "
               "REGISTROS SITUACAO".
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 7
               DISPLAY WS-PASSO-NOME(WS-IDX-PASSO) " "
                   WS-PASSO-DESCRICAO(WS-IDX-PASSO) " "
                   WS-PASSO-HORA-INI(WS-IDX-PASSO) "  "
