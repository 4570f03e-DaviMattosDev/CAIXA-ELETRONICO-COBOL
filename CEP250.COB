      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Daily cash count difference report - reads the drawer
      *          count file CSHDIF.DAT (counts at unload by the
      *          cash-in-transit crew in CEP070) for one business date
      *          and prints every count with its overage/shortage, the
      *          totals per terminal and per crew operator, and flags
      *          the terminals with repeated shortages (WS-LIMITE-FALTAS
      *          or more shortages in the last WS-DIAS-JANELA days) for
      *          treasury follow-up.
      *          Parameter: "aaaammdd" (absent = data de negocio do
      *          RUNCTL.DAT, ou a data corrente da maquina).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP250.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-DIFFERENCE ASSIGN TO "CSHDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSHDIF.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
           FD  CASH-DIFFERENCE.
           COPY "CSHDIF.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-CSHDIF PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-EOF-CSHDIF PIC X(1) VALUE "N".
           77 WS-PARM-ENTRADA PIC X(8).
           77 WS-DATA-REFERENCIA PIC 9(8) VALUE 0.
           77 WS-DATA-INICIO-JANELA PIC 9(8) VALUE 0.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-DIAS-JANELA PIC 9(3) VALUE 30.
           77 WS-LIMITE-FALTAS PIC 9(3) VALUE 2.
           77 WS-QTDE-LIDA PIC 9(8) VALUE 0.
           77 WS-QTDE-DO-DIA PIC 9(6) VALUE 0.
           77 WS-QTDE-SOBRAS PIC 9(6) VALUE 0.
           77 WS-QTDE-FALTAS PIC 9(6) VALUE 0.
           77 WS-TOTAL-SOBRAS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-FALTAS PIC 9(12)V99 VALUE 0.
           77 WS-TOTAL-RETIDO PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-REINCIDENTES PIC 9(3) VALUE 0.
           77 WS-QTDE-TERMINAIS PIC 9(3) VALUE 0.
           77 WS-IDX-TRM PIC 9(3) VALUE 0.
           77 WS-QTDE-EQUIPES PIC 9(3) VALUE 0.
           77 WS-IDX-EQP PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1).
           77 WS-TABELA-CHEIA PIC X(1) VALUE "N".
           77 WS-VALOR-EXIBE PIC -(11)9.99.
           77 WS-SOBRA-EXIBE PIC Z(9)9.99.
           77 WS-FALTA-EXIBE PIC Z(9)9.99.
           77 WS-SITUACAO PIC X(16).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-TABELA-TERMINAIS.
               05 WS-TRM-ITEM OCCURS 100 TIMES.
                   10 WS-TRM-ID PIC X(4).
                   10 WS-TRM-CONTAGENS PIC 9(4).
                   10 WS-TRM-SOBRA PIC 9(10)V99.
                   10 WS-TRM-FALTA PIC 9(10)V99.
                   10 WS-TRM-FALTAS-JANELA PIC 9(4).
           01 WS-TABELA-EQUIPES.
               05 WS-EQP-ITEM OCCURS 100 TIMES.
                   10 WS-EQP-OPERADOR PIC X(8).
                   10 WS-EQP-CONTAGENS PIC 9(4).
                   10 WS-EQP-QTDE-FALTAS PIC 9(4).
                   10 WS-EQP-SOBRA PIC 9(10)V99.
                   10 WS-EQP-FALTA PIC 9(10)V99.
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "DIFERENCAS DE CONTAGEM DE CAIXA - BANCO DO DAVI".
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
               MOVE WS-PARM-ENTRADA TO WS-DATA-REFERENCIA
           END-IF.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
               - WS-DIAS-JANELA + 1.
           COMPUTE WS-DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).
           DISPLAY "DATA DE REFERENCIA.......: " WS-DATA-REFERENCIA.
           DISPLAY "FALTAS REPETIDAS DESDE...: " WS-DATA-INICIO-JANELA.

           PERFORM P010-LE-CONTAGENS.
           PERFORM P020-IMPRIME-TERMINAIS.
           PERFORM P030-IMPRIME-EQUIPES.
           PERFORM P040-IMPRIME-TOTAIS.
           STOP RUN.

      * Uma leitura so: as contagens da data saem na lista detalhada e
      * nos totais do dia; as faltas da janela (inclusive a data) so
      * alimentam a contagem de reincidencia do terminal.
       P010-LE-CONTAGENS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAGENS DO DIA".
           DISPLAY "HORA   TERM OPERADOR     CONTABIL      CONTADO "
               "      DIFERENCA T".
           OPEN INPUT CASH-DIFFERENCE.
           IF WS-FS-CSHDIF NOT = "00"
               DISPLAY "ARQUIVO DE CONTAGENS NAO ENCONTRADO "
                   "(CSHDIF.DAT). STATUS: " WS-FS-CSHDIF
           ELSE
               PERFORM UNTIL WS-EOF-CSHDIF = "S"
                   READ CASH-DIFFERENCE
                       AT END
                           MOVE "S" TO WS-EOF-CSHDIF
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           IF DIF-DATA-NEGOCIO >= WS-DATA-INICIO-JANELA
                                   AND DIF-DATA-NEGOCIO
                                   <= WS-DATA-REFERENCIA
                               PERFORM P011-ACUMULA-CONTAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-DIFFERENCE
           END-IF.
           IF WS-QTDE-DO-DIA = 0
               DISPLAY "NENHUMA CONTAGEM DE GAVETA NO DIA."
           END-IF.

       P011-ACUMULA-CONTAGEM.
           PERFORM P012-LOCALIZA-TERMINAL.
           IF WS-ACHOU = "S" AND DIF-TIPO = "F"
               ADD 1 TO WS-TRM-FALTAS-JANELA(WS-IDX-TRM)
           END-IF.
           IF DIF-DATA-NEGOCIO = WS-DATA-REFERENCIA
               ADD 1 TO WS-QTDE-DO-DIA
               ADD DIF-VALOR-RETIDO TO WS-TOTAL-RETIDO
               MOVE DIF-DIFERENCA TO WS-VALOR-EXIBE
               DISPLAY DIF-HORA " " DIF-TERMINAL " " DIF-OPERADOR " "
                   DIF-VALOR-LIVRO " " DIF-VALOR-CONTADO " "
                   WS-VALOR-EXIBE " " DIF-TIPO
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-TRM-CONTAGENS(WS-IDX-TRM)
                   IF DIF-TIPO = "S"
                       ADD DIF-DIFERENCA TO WS-TRM-SOBRA(WS-IDX-TRM)
                   END-IF
                   IF DIF-TIPO = "F"
                       SUBTRACT DIF-DIFERENCA
                           FROM WS-TRM-FALTA(WS-IDX-TRM)
                   END-IF
               END-IF
               PERFORM P013-LOCALIZA-EQUIPE
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-EQP-CONTAGENS(WS-IDX-EQP)
               END-IF
               EVALUATE DIF-TIPO
                   WHEN "S"
                       ADD 1 TO WS-QTDE-SOBRAS
                       ADD DIF-DIFERENCA TO WS-TOTAL-SOBRAS
                       IF WS-ACHOU = "S"
                           ADD DIF-DIFERENCA
                               TO WS-EQP-SOBRA(WS-IDX-EQP)
                       END-IF
                   WHEN "F"
                       ADD 1 TO WS-QTDE-FALTAS
                       SUBTRACT DIF-DIFERENCA FROM WS-TOTAL-FALTAS
                       IF WS-ACHOU = "S"
                           SUBTRACT DIF-DIFERENCA
                               FROM WS-EQP-FALTA(WS-IDX-EQP)
                           ADD 1 TO WS-EQP-QTDE-FALTAS(WS-IDX-EQP)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       P012-LOCALIZA-TERMINAL.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-QTDE-TERMINAIS
                   OR WS-ACHOU = "S"
               IF WS-TRM-ID(WS-IDX-TRM) = DIF-TERMINAL
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-TRM
           ELSE
               IF WS-QTDE-TERMINAIS < 100
                   ADD 1 TO WS-QTDE-TERMINAIS
                   MOVE WS-QTDE-TERMINAIS TO WS-IDX-TRM
                   MOVE DIF-TERMINAL TO WS-TRM-ID(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-CONTAGENS(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-SOBRA(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-FALTA(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-FALTAS-JANELA(WS-IDX-TRM)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   IF WS-TABELA-CHEIA NOT = "S"
                       DISPLAY "ALERTA: LIMITE DE TERMINAIS DO "
                           "RELATORIO ATINGIDO. TERMINAIS ADICIONAIS "
                           "OMITIDOS."
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.

       P013-LOCALIZA-EQUIPE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
                   UNTIL WS-IDX-EQP > WS-QTDE-EQUIPES
                   OR WS-ACHOU = "S"
               IF WS-EQP-OPERADOR(WS-IDX-EQP) = DIF-OPERADOR
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-EQP
           ELSE
               IF WS-QTDE-EQUIPES < 100
                   ADD 1 TO WS-QTDE-EQUIPES
                   MOVE WS-QTDE-EQUIPES TO WS-IDX-EQP
                   MOVE DIF-OPERADOR TO WS-EQP-OPERADOR(WS-IDX-EQP)
                   MOVE 0 TO WS-EQP-CONTAGENS(WS-IDX-EQP)
                   MOVE 0 TO WS-EQP-QTDE-FALTAS(WS-IDX-EQP)
                   MOVE 0 TO WS-EQP-SOBRA(WS-IDX-EQP)
                   MOVE 0 TO WS-EQP-FALTA(WS-IDX-EQP)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-IF.

      * Terminal com contagem no dia ou com faltas repetidas na janela
      * entra na lista; a reincidencia sai marcada para a tesouraria.
       P020-IMPRIME-TERMINAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "DIFERENCAS POR TERMINAL (QTDE = FALTAS NA JANELA)".
           DISPLAY "TERM CONT        SOBRAS        FALTAS QTDE "
               "SITUACAO".
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-QTDE-TERMINAIS
               IF WS-TRM-FALTAS-JANELA(WS-IDX-TRM) >= WS-LIMITE-FALTAS
                   MOVE "FALTAS REPETIDAS" TO WS-SITUACAO
                   ADD 1 TO WS-QTDE-REINCIDENTES
               ELSE
                   MOVE SPACES TO WS-SITUACAO
               END-IF
               IF WS-TRM-CONTAGENS(WS-IDX-TRM) > 0
                       OR WS-SITUACAO NOT = SPACES
                   MOVE WS-TRM-SOBRA(WS-IDX-TRM) TO WS-SOBRA-EXIBE
                   MOVE WS-TRM-FALTA(WS-IDX-TRM) TO WS-FALTA-EXIBE
                   DISPLAY WS-TRM-ID(WS-IDX-TRM) " "
                       WS-TRM-CONTAGENS(WS-IDX-TRM) " "
                       WS-SOBRA-EXIBE " " WS-FALTA-EXIBE " "
                       WS-TRM-FALTAS-JANELA(WS-IDX-TRM) " "
                       WS-SITUACAO
               END-IF
           END-PERFORM.
           IF WS-QTDE-TERMINAIS = 0
               DISPLAY "NENHUM TERMINAL CONTADO NO PERIODO."
           END-IF.

       P030-IMPRIME-EQUIPES.
           DISPLAY "------------------------------------------------".
           DISPLAY "DIFERENCAS POR EQUIPE (OPERADOR DA TRANSPORTADORA)".
           DISPLAY "OPERADOR CONT FALT        SOBRAS        FALTAS".
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
                   UNTIL WS-IDX-EQP > WS-QTDE-EQUIPES
               MOVE WS-EQP-SOBRA(WS-IDX-EQP) TO WS-SOBRA-EXIBE
               MOVE WS-EQP-FALTA(WS-IDX-EQP) TO WS-FALTA-EXIBE
               DISPLAY WS-EQP-OPERADOR(WS-IDX-EQP) " "
                   WS-EQP-CONTAGENS(WS-IDX-EQP) " "
                   WS-EQP-QTDE-FALTAS(WS-IDX-EQP) " "
                   WS-SOBRA-EXIBE " " WS-FALTA-EXIBE
           END-PERFORM.
           IF WS-QTDE-EQUIPES = 0
               DISPLAY "NENHUMA EQUIPE COM CONTAGEM NO DIA."
           END-IF.

       P040-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAGENS LIDAS..........: " WS-QTDE-LIDA.
           DISPLAY "CONTAGENS DO DIA.........: " WS-QTDE-DO-DIA.
           DISPLAY "CONTAGENS COM SOBRA......: " WS-QTDE-SOBRAS.
           DISPLAY "TOTAL DE SOBRAS..........: " WS-TOTAL-SOBRAS.
           DISPLAY "CONTAGENS COM FALTA......: " WS-QTDE-FALTAS.
           DISPLAY "TOTAL DE FALTAS..........: " WS-TOTAL-FALTAS.
           DISPLAY "NOTAS RETIDAS (CLIENTES).: " WS-TOTAL-RETIDO.
           DISPLAY "TERMINAIS COM FALTAS REP.: " WS-QTDE-REINCIDENTES.
           DISPLAY "================================================".

           END PROGRAM CEP250.
