      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Daily security exception report - reads the security
      *          event file SECEVT.DAT (CEP010 wrong PINs, automatic
      *          lockouts and login attempts on blocked, unknown,
      *          closed or dormant accounts; operator
      *          sign-on failures and refused dual-control approvals
      *          in the consoles) for one date and prints the
      *          exceptions per account (with the holder name from
      *          CUSTMAST.DAT), per terminal and the list of console
      *          failures, for the morning shift.
      *          Parameter: "aaaammdd" (absent = dia anterior a data
      *          corrente da maquina).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP180.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-EOF-SECEVT PIC X(1) VALUE "N".
           77 WS-CUSTMAST-OK PIC X(1) VALUE "N".
           77 WS-PARM-ENTRADA PIC X(8).
           77 WS-DATA-REFERENCIA PIC 9(8) VALUE 0.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-QTDE-LIDA PIC 9(8) VALUE 0.
           77 WS-QTDE-DO-DIA PIC 9(6) VALUE 0.
           77 WS-TOTAL-PIN-ERRADO PIC 9(6) VALUE 0.
           77 WS-TOTAL-BLOQ-PIN PIC 9(6) VALUE 0.
           77 WS-TOTAL-CONTA-BLOQ PIC 9(6) VALUE 0.
           77 WS-TOTAL-CONTA-INEX PIC 9(6) VALUE 0.
           77 WS-TOTAL-CONTA-INAT PIC 9(6) VALUE 0.
           77 WS-TOTAL-SIGNON-ERR PIC 9(6) VALUE 0.
           77 WS-TOTAL-APROV-ERR PIC 9(6) VALUE 0.
           77 WS-TOTAL-APROVACAO PIC 9(6) VALUE 0.
           77 WS-TOTAL-CADASTRO-OPR PIC 9(6) VALUE 0.
           77 WS-QTDE-CONTAS PIC 9(4) VALUE 0.
           77 WS-IDX-CONTA PIC 9(4) VALUE 0.
           77 WS-QTDE-TERMINAIS PIC 9(3) VALUE 0.
           77 WS-IDX-TRM PIC 9(3) VALUE 0.
           77 WS-QTDE-SIGNON PIC 9(3) VALUE 0.
           77 WS-IDX-SIGNON PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1).
           77 WS-TABELA-CHEIA PIC X(1) VALUE "N".
           77 WS-NOME-TITULAR PIC X(30).
           77 WS-SITUACAO PIC X(10).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-TABELA-CONTAS.
               05 WS-CTA-ITEM OCCURS 2000 TIMES.
                   10 WS-CTA-NUMERO PIC 9(6).
                   10 WS-CTA-PIN-ERRADO PIC 9(4).
                   10 WS-CTA-BLOQ-PIN PIC 9(4).
                   10 WS-CTA-CONTA-BLOQ PIC 9(4).
                   10 WS-CTA-CONTA-INEX PIC 9(4).
                   10 WS-CTA-CONTA-INAT PIC 9(4).
                   10 WS-CTA-MAIOR-SEQ PIC 9(2).
           01 WS-TABELA-TERMINAIS.
               05 WS-TRM-ITEM OCCURS 100 TIMES.
                   10 WS-TRM-ID PIC X(4).
                   10 WS-TRM-PIN-ERRADO PIC 9(4).
                   10 WS-TRM-BLOQ-PIN PIC 9(4).
                   10 WS-TRM-CONTA-BLOQ PIC 9(4).
                   10 WS-TRM-CONTA-INEX PIC 9(4).
                   10 WS-TRM-CONTA-INAT PIC 9(4).
           01 WS-TABELA-SIGNON.
               05 WS-SGN-ITEM OCCURS 200 TIMES.
                   10 WS-SGN-HORA PIC 9(6).
                   10 WS-SGN-PROGRAMA PIC X(6).
                   10 WS-SGN-OPERADOR PIC X(8).
                   10 WS-SGN-TENTATIVA PIC 9(2).
                   10 WS-SGN-EVENTO PIC X(10).
                   10 WS-SGN-APROVADOR PIC X(8).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "EXCECOES DE SEGURANCA DO DIA - BANCO DO DAVI".
           DISPLAY "================================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) - 1.
           COMPUTE WS-DATA-REFERENCIA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE.
           IF WS-PARM-ENTRADA IS NUMERIC
               MOVE WS-PARM-ENTRADA TO WS-DATA-REFERENCIA
           END-IF.
           DISPLAY "DATA DE REFERENCIA.......: " WS-DATA-REFERENCIA.

           PERFORM P010-LE-EVENTOS.
           PERFORM P020-IMPRIME-CONTAS.
           PERFORM P030-IMPRIME-TERMINAIS.
           PERFORM P040-IMPRIME-SIGNON.
           PERFORM P050-IMPRIME-TOTAIS.
           STOP RUN.

      * Os eventos sao gravados com a data da maquina no momento da
      * ocorrencia; so os da data de referencia entram no relatorio.
       P010-LE-EVENTOS.
           OPEN INPUT SECURITY-EVENT.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ARQUIVO DE EVENTOS DE SEGURANCA NAO ENCONTRADO "
                   "(SECEVT.DAT). STATUS: " WS-FS-SECEVT
           ELSE
               PERFORM UNTIL WS-EOF-SECEVT = "S"
                   READ SECURITY-EVENT
                       AT END
                           MOVE "S" TO WS-EOF-SECEVT
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDA
                           IF SEC-DATA = WS-DATA-REFERENCIA
                               PERFORM P011-ACUMULA-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-EVENT
           END-IF.

       P011-ACUMULA-EVENTO.
           ADD 1 TO WS-QTDE-DO-DIA.
           EVALUATE SEC-EVENTO
               WHEN "PIN-ERRADO"
                   ADD 1 TO WS-TOTAL-PIN-ERRADO
               WHEN "BLOQ-PIN"
                   ADD 1 TO WS-TOTAL-BLOQ-PIN
               WHEN "CONTA-BLOQ"
                   ADD 1 TO WS-TOTAL-CONTA-BLOQ
               WHEN "CONTA-INEX"
                   ADD 1 TO WS-TOTAL-CONTA-INEX
               WHEN "CONTA-INAT"
                   ADD 1 TO WS-TOTAL-CONTA-INAT
               WHEN "SIGNON-ERR"
                   ADD 1 TO WS-TOTAL-SIGNON-ERR
               WHEN "APROV-ERR"
                   ADD 1 TO WS-TOTAL-APROV-ERR
               WHEN "APROVACAO"
                   ADD 1 TO WS-TOTAL-APROVACAO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-CADASTRO-OPR
           END-EVALUATE.
      * Eventos de console nao tem conta nem terminal: falhas vao para
      * a lista dos consoles; aprovacoes concedidas e manutencao do
      * cadastro de operadores so entram nos totais.
           EVALUATE SEC-EVENTO
               WHEN "SIGNON-ERR"
               WHEN "APROV-ERR"
                   PERFORM P014-REGISTRA-SIGNON
               WHEN "PIN-ERRADO"
               WHEN "BLOQ-PIN"
               WHEN "CONTA-BLOQ"
               WHEN "CONTA-INEX"
               WHEN "CONTA-INAT"
                   PERFORM P012-ACUMULA-CONTA
                   PERFORM P013-ACUMULA-TERMINAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P012-ACUMULA-CONTA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
                   OR WS-ACHOU = "S"
               IF WS-CTA-NUMERO(WS-IDX-CONTA) = SEC-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-CONTA
           ELSE
               IF WS-QTDE-CONTAS < 2000
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-QTDE-CONTAS TO WS-IDX-CONTA
                   MOVE SEC-CONTA TO WS-CTA-NUMERO(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-PIN-ERRADO(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-BLOQ-PIN(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-CONTA-BLOQ(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-CONTA-INEX(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-CONTA-INAT(WS-IDX-CONTA)
                   MOVE 0 TO WS-CTA-MAIOR-SEQ(WS-IDX-CONTA)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   IF WS-TABELA-CHEIA NOT = "S"
                       DISPLAY "ALERTA: LIMITE DE CONTAS DO RELATORIO "
                           "ATINGIDO. CONTAS ADICIONAIS OMITIDAS."
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.
           IF WS-ACHOU = "S"
               EVALUATE SEC-EVENTO
                   WHEN "PIN-ERRADO"
                       ADD 1 TO WS-CTA-PIN-ERRADO(WS-IDX-CONTA)
                   WHEN "BLOQ-PIN"
                       ADD 1 TO WS-CTA-BLOQ-PIN(WS-IDX-CONTA)
                   WHEN "CONTA-BLOQ"
                       ADD 1 TO WS-CTA-CONTA-BLOQ(WS-IDX-CONTA)
                   WHEN "CONTA-INEX"
                       ADD 1 TO WS-CTA-CONTA-INEX(WS-IDX-CONTA)
                   WHEN "CONTA-INAT"
                       ADD 1 TO WS-CTA-CONTA-INAT(WS-IDX-CONTA)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SEC-TENTATIVAS NUMERIC
                       AND SEC-TENTATIVAS
                       > WS-CTA-MAIOR-SEQ(WS-IDX-CONTA)
                   MOVE SEC-TENTATIVAS
                       TO WS-CTA-MAIOR-SEQ(WS-IDX-CONTA)
               END-IF
           END-IF.

      * Instalacao de terminal unico grava o terminal em branco; no
      * relatorio ele aparece como "----".
       P013-ACUMULA-TERMINAL.
           IF SEC-TERMINAL = SPACES
               MOVE "----" TO SEC-TERMINAL
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-QTDE-TERMINAIS
                   OR WS-ACHOU = "S"
               IF WS-TRM-ID(WS-IDX-TRM) = SEC-TERMINAL
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-TRM
           ELSE
               IF WS-QTDE-TERMINAIS < 100
                   ADD 1 TO WS-QTDE-TERMINAIS
                   MOVE WS-QTDE-TERMINAIS TO WS-IDX-TRM
                   MOVE SEC-TERMINAL TO WS-TRM-ID(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-PIN-ERRADO(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-BLOQ-PIN(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-CONTA-BLOQ(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-CONTA-INEX(WS-IDX-TRM)
                   MOVE 0 TO WS-TRM-CONTA-INAT(WS-IDX-TRM)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU = "S"
               EVALUATE SEC-EVENTO
                   WHEN "PIN-ERRADO"
                       ADD 1 TO WS-TRM-PIN-ERRADO(WS-IDX-TRM)
                   WHEN "BLOQ-PIN"
                       ADD 1 TO WS-TRM-BLOQ-PIN(WS-IDX-TRM)
                   WHEN "CONTA-BLOQ"
                       ADD 1 TO WS-TRM-CONTA-BLOQ(WS-IDX-TRM)
                   WHEN "CONTA-INEX"
                       ADD 1 TO WS-TRM-CONTA-INEX(WS-IDX-TRM)
                   WHEN "CONTA-INAT"
                       ADD 1 TO WS-TRM-CONTA-INAT(WS-IDX-TRM)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       P014-REGISTRA-SIGNON.
           IF WS-QTDE-SIGNON < 200
               ADD 1 TO WS-QTDE-SIGNON
               MOVE SEC-HORA TO WS-SGN-HORA(WS-QTDE-SIGNON)
               MOVE SEC-PROGRAMA TO WS-SGN-PROGRAMA(WS-QTDE-SIGNON)
               MOVE SEC-OPERADOR TO WS-SGN-OPERADOR(WS-QTDE-SIGNON)
               MOVE SEC-TENTATIVAS TO WS-SGN-TENTATIVA(WS-QTDE-SIGNON)
               MOVE SEC-EVENTO TO WS-SGN-EVENTO(WS-QTDE-SIGNON)
               MOVE SEC-OPERADOR-2 TO WS-SGN-APROVADOR(WS-QTDE-SIGNON)
           END-IF.

      * Uma linha por conta com excecao no dia; conta que chegou ao
      * bloqueio automatico sai marcada como BLOQUEADA.
       P020-IMPRIME-CONTAS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTMAST = "00"
               MOVE "S" TO WS-CUSTMAST-OK
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "EXCECOES POR CONTA".
           DISPLAY "CONTA  TITULAR                        PIN-ERR "
               "BLOQ TENT-BLOQ INEXIST ENC/INAT SEQ SITUACAO".
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
               MOVE "(TITULAR NAO CADASTRADO)" TO WS-NOME-TITULAR
               IF WS-CUSTMAST-OK = "S"
                   MOVE WS-CTA-NUMERO(WS-IDX-CONTA) TO CUST-CONTA
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-CUSTMAST = "00"
                       MOVE CUST-NOME TO WS-NOME-TITULAR
                   END-IF
               END-IF
               IF WS-CTA-BLOQ-PIN(WS-IDX-CONTA) > 0
                   MOVE "BLOQUEADA" TO WS-SITUACAO
               ELSE
                   MOVE SPACES TO WS-SITUACAO
               END-IF
               DISPLAY WS-CTA-NUMERO(WS-IDX-CONTA) " "
                   WS-NOME-TITULAR " "
                   WS-CTA-PIN-ERRADO(WS-IDX-CONTA) "    "
                   WS-CTA-BLOQ-PIN(WS-IDX-CONTA) " "
                   WS-CTA-CONTA-BLOQ(WS-IDX-CONTA) "      "
                   WS-CTA-CONTA-INEX(WS-IDX-CONTA) "    "
                   WS-CTA-CONTA-INAT(WS-IDX-CONTA) "     "
                   WS-CTA-MAIOR-SEQ(WS-IDX-CONTA) "  "
                   WS-SITUACAO
           END-PERFORM.
           IF WS-QTDE-CONTAS = 0
               DISPLAY "NENHUMA EXCECAO DE CONTA NO DIA."
           END-IF.
           IF WS-CUSTMAST-OK = "S"
               CLOSE CUSTOMER-MASTER
           END-IF.

       P030-IMPRIME-TERMINAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "EXCECOES POR TERMINAL".
           DISPLAY "TERMINAL PIN-ERR BLOQ TENT-BLOQ INEXIST ENC/INAT".
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-QTDE-TERMINAIS
               DISPLAY WS-TRM-ID(WS-IDX-TRM) "     "
                   WS-TRM-PIN-ERRADO(WS-IDX-TRM) "    "
                   WS-TRM-BLOQ-PIN(WS-IDX-TRM) " "
                   WS-TRM-CONTA-BLOQ(WS-IDX-TRM) "      "
                   WS-TRM-CONTA-INEX(WS-IDX-TRM) "    "
                   WS-TRM-CONTA-INAT(WS-IDX-TRM)
           END-PERFORM.
           IF WS-QTDE-TERMINAIS = 0
               DISPLAY "NENHUMA EXCECAO DE TERMINAL NO DIA."
           END-IF.

       P040-IMPRIME-SIGNON.
           DISPLAY "------------------------------------------------".
           DISPLAY "FALHAS DE SIGN-ON E APROVACAO NOS CONSOLES".
           DISPLAY "HORA   CONSOLE OPERADOR TENTATIVA EVENTO     "
               "APROVADOR".
           PERFORM VARYING WS-IDX-SIGNON FROM 1 BY 1
                   UNTIL WS-IDX-SIGNON > WS-QTDE-SIGNON
               DISPLAY WS-SGN-HORA(WS-IDX-SIGNON) " "
                   WS-SGN-PROGRAMA(WS-IDX-SIGNON) "  "
                   WS-SGN-OPERADOR(WS-IDX-SIGNON) " "
                   WS-SGN-TENTATIVA(WS-IDX-SIGNON) "        "
                   WS-SGN-EVENTO(WS-IDX-SIGNON) " "
                   WS-SGN-APROVADOR(WS-IDX-SIGNON)
           END-PERFORM.
           IF WS-QTDE-SIGNON = 0
               DISPLAY "NENHUMA FALHA DE CONSOLE NO DIA."
           END-IF.

       P050-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "EVENTOS LIDOS............: " WS-QTDE-LIDA.
           DISPLAY "EVENTOS DO DIA...........: " WS-QTDE-DO-DIA.
           DISPLAY "PINS ERRADOS.............: " WS-TOTAL-PIN-ERRADO.
           DISPLAY "BLOQUEIOS POR PIN........: " WS-TOTAL-BLOQ-PIN.
           DISPLAY "TENTATIVAS CONTA BLOQ....: " WS-TOTAL-CONTA-BLOQ.
           DISPLAY "TENTATIVAS CONTA INEXIST.: " WS-TOTAL-CONTA-INEX.
           DISPLAY "TENTATIVAS ENCERR/INATIVA: " WS-TOTAL-CONTA-INAT.
           DISPLAY "FALHAS DE SIGN-ON........: " WS-TOTAL-SIGNON-ERR.
           DISPLAY "APROVACOES RECUSADAS.....: " WS-TOTAL-APROV-ERR.
           DISPLAY "APROVACOES CONCEDIDAS....: " WS-TOTAL-APROVACAO.
           DISPLAY "MANUTENCOES DE OPERADOR..: " WS-TOTAL-CADASTRO-OPR.
           DISPLAY "================================================".

           END PROGRAM CEP180.
