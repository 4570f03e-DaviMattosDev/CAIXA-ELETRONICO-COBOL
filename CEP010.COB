               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT TARIFF-TABLE ASSIGN TO "TARIFA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFA.
           SELECT CUSTOMER-ALERT ASSIGN TO DYNAMIC WS-NOME-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
           SELECT TARIFF-USAGE ASSIGN TO "TARUSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-CHAVE
               FILE STATUS IS WS-FS-TARUSO.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "PRODPARM.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  TARIFF-TABLE.
           COPY "TARIFA.CPY".
           FD  TARIFF-USAGE.
           COPY "TARUSO.CPY".
           FD  CUSTOMER-ALERT.
           COPY "ALERTA.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
       WORKING-STORAGE SECTION.
           77 WS-OPCAO PIC X(2).
           77 WS-SALDO PIC S9(10)V99 VALUE 0.
           77 WS-MULTI-TERMINAL PIC X(1) VALUE "N".
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-LIMITE-PIN PIC 9(2) VALUE 3.
           77 WS-FS-TARIFA PIC X(2) VALUE "00".
           77 WS-FS-TARUSO PIC X(2) VALUE "00".
           77 WS-EOF-TARIFA PIC X(1).
           77 WS-IDX-SERVICO PIC 9(1) VALUE 0.
           77 WS-MES-USO PIC 9(6) VALUE 0.
           77 WS-USO-EXISTE PIC X(1).
           77 WS-VALOR-TARIFA PIC 9(10)V99 VALUE 0.
           77 WS-REF-DATA-TARIFA PIC 9(8) VALUE 0.
           77 WS-REF-HORA-TARIFA PIC 9(6) VALUE 0.
           77 WS-FS-ALERTA PIC X(2) VALUE "00".
           77 WS-NOME-ALERTA PIC X(18).
           77 WS-LIMIAR-ALERTA PIC 9(10)V99 VALUE 1000.
           77 WS-ALR-CONTA PIC 9(6).
           77 WS-ALR-VALOR PIC 9(10)V99.
           77 WS-ALR-EVENTO PIC X(10).
           77 WS-ALR-MENSAGEM PIC X(60).
           77 WS-ALR-TELEFONE PIC X(11).
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-OPCAO-CDB PIC X(2).
           77 WS-EOF-CDB PIC X(1).
           77 WS-QTDE-CDB PIC 9(4) VALUE 0.
           77 WS-IDX-CDB PIC 9(4) VALUE 0.
           77 WS-MAIOR-CDB PIC 9(6) VALUE 0.
           77 WS-CDB-ESTOUROU PIC X(1) VALUE "N".
           77 WS-ACHOU-CDB PIC X(1).
           77 WS-LISTOU-CDB PIC X(1).
           77 WS-NUM-RESGATE PIC 9(6).
           77 WS-PRAZO-CDB PIC 9(3) VALUE 0.
           77 WS-TAXA-CDB PIC 9V9999 VALUE 0.
           77 WS-TAXA-CDB-30 PIC 9V9999 VALUE 0.10.
           77 WS-TAXA-CDB-90 PIC 9V9999 VALUE 0.105.
           77 WS-TAXA-CDB-180 PIC 9V9999 VALUE 0.11.
           77 WS-TAXA-CDB-360 PIC 9V9999 VALUE 0.115.
           77 WS-TAXA-EXIBE PIC ZZ9.99.
           77 WS-VENCIMENTO-CDB PIC 9(8) VALUE 0.
           77 WS-DIAS-APLICADOS PIC 9(5) VALUE 0.
           77 WS-ALIQUOTA-IR PIC 9V9999 VALUE 0.
           77 WS-VALOR-BRUTO PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-IR PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-LIQUIDO PIC 9(10)V99 VALUE 0.
           77 WS-TOTAL-CDB PIC 9(12)V99 VALUE 0.
           01 WS-VALOR-BOLETO-X PIC X(10).
           01 WS-VALOR-BOLETO-R REDEFINES WS-VALOR-BOLETO-X
               PIC 9(8)V99.
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ITEM OCCURS 500 TIMES.
                   10 WS-ORD-REG PIC X(55).
           01 WS-TABELA-CDB.
               05 WS-CDB-ITEM OCCURS 2000 TIMES.
                   10 WS-CDB-REG PIC X(126).
           01 WS-GAVETA-TAB.
               05 WS-GAV-ITEM OCCURS 4 TIMES
                       INDEXED BY WS-GAV-IDX.
                   10 WS-EXT-TIPO PIC X(10).
                   10 WS-EXT-VALOR PIC 9(10)V99.
                   10 WS-EXT-SALDO PIC S9(10)V99.
           01 WS-TARIFA-VIGENTE.
               05 WS-TRF-VIGENCIA PIC 9(8).
               05 WS-TRF-ITEM OCCURS 4 TIMES.
                   10 WS-TRF-SERVICO PIC X(10).
                   10 WS-TRF-VALOR PIC 9(6)V99.
                   10 WS-TRF-ISENTA PIC 9(3).
                   10 WS-TRF-COBRANCA PIC X(1).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
       PROCEDURE DIVISION.
       P000-INICIO.
           PERFORM P015-LE-PARAMETROS.
           PERFORM P018-LE-TARIFAS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-HISTORY
               OPEN I-O ACCOUNT-HISTORY
           END-IF.
           OPEN I-O TARIFF-USAGE.
           IF WS-FS-TARUSO = "35"
               OPEN OUTPUT TARIFF-USAGE
               CLOSE TARIFF-USAGE
               OPEN I-O TARIFF-USAGE
           END-IF.

           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.
           PERFORM P016-IDENTIFICA-TERMINAL.
           CLOSE CUSTOMER-MASTER.
           CLOSE JOURNAL-FILE.
           CLOSE ACCOUNT-HISTORY.
           CLOSE TARIFF-USAGE.
           STOP RUN.

       P001-LOGIN.
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA"
                       ADD 1 TO WS-TENTATIVAS
                       MOVE "CONTA-INEX" TO WS-EVENTO-SEG
                       PERFORM P017-GRAVA-EVENTO-SEGURANCA
               END-READ

               IF WS-FS-ACCTMAST = "00"
                           DISPLAY "CONTA BLOQUEADA. PROCURE O "
                               "ADMINISTRADOR."
                           ADD 1 TO WS-TENTATIVAS
                           MOVE "CONTA-BLOQ" TO WS-EVENTO-SEG
                           PERFORM P017-GRAVA-EVENTO-SEGURANCA
                       WHEN ACCT-STATUS = "E"
                           DISPLAY "CONTA ENCERRADA."
                           ADD 1 TO WS-TENTATIVAS
                           MOVE "CONTA-INAT" TO WS-EVENTO-SEG
                           PERFORM P017-GRAVA-EVENTO-SEGURANCA
                       WHEN ACCT-STATUS = "D"
                           DISPLAY "CONTA INATIVA POR FALTA DE "
                               "MOVIMENTACAO. PROCURE O "
                               "ADMINISTRADOR PARA REATIVAR."
                           ADD 1 TO WS-TENTATIVAS
                           MOVE "CONTA-INAT" TO WS-EVENTO-SEG
                           PERFORM P017-GRAVA-EVENTO-SEGURANCA
                       WHEN ACCT-PIN = WS-PIN-DIGITADO
                           PERFORM P001E-ZERA-PIN-ERROS
                           MOVE ACCT-SALDO TO WS-SALDO
                           MOVE "S" TO WS-LOGIN-OK
                           PERFORM P001B-BUSCA-TITULAR
                       WHEN OTHER
                           DISPLAY "SENHA INVALIDA"
                           ADD 1 TO WS-TENTATIVAS
                           PERFORM P001D-REGISTRA-PIN-ERRADO
                   END-EVALUATE
               END-IF
           END-IF.
                   CLOSE CUSTOMER-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   CLOSE TARIFF-USAGE
                   STOP RUN
               ELSE
                   PERFORM P001-LOGIN
               END-IF
           END-IF.

      * O contador de PINs errados fica na propria conta: reiniciar
      * o programa nao zera as tentativas. No limite do PRODPARM a
      * conta e bloqueada com ADM-BLOQ no jornal, como no CEP090.
       P001D-REGISTRA-PIN-ERRADO.
           IF ACCT-PIN-ERROS NOT NUMERIC
               MOVE 0 TO ACCT-PIN-ERROS
           END-IF.
           ADD 1 TO ACCT-PIN-ERROS.
           IF ACCT-PIN-ERROS >= WS-LIMITE-PIN
               MOVE "B" TO ACCT-STATUS
           END-IF.
           REWRITE ACCT-REG.
           IF WS-FS-ACCTMAST NOT = "00"
               DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA (STATUS "
                   WS-FS-ACCTMAST ")"
           END-IF.
           MOVE "PIN-ERRADO" TO WS-EVENTO-SEG.
           PERFORM P017-GRAVA-EVENTO-SEGURANCA.
           IF ACCT-STATUS = "B"
               DISPLAY "CONTA BLOQUEADA POR EXCESSO DE TENTATIVAS. "
                   "PROCURE O ADMINISTRADOR."
               MOVE "BLOQ-PIN" TO WS-EVENTO-SEG
               PERFORM P017-GRAVA-EVENTO-SEGURANCA
               MOVE WS-CONTA-ATUAL TO WS-CONTA-JRN
               MOVE "ADM-BLOQ" TO WS-TIPO-OP
               MOVE 0 TO WS-VALOR-OP
               MOVE ACCT-SALDO TO WS-SALDO-JRN
               MOVE 0 TO WS-CONTA-LIGADA
               PERFORM P002-GRAVAR-JORNAL
               MOVE WS-CONTA-ATUAL TO WS-ALR-CONTA
               MOVE 0 TO WS-ALR-VALOR
               MOVE "BLOQ-PIN" TO WS-ALR-EVENTO
               MOVE "CONTA BLOQUEADA POR SENHA ERRADA"
                   TO WS-ALR-MENSAGEM
               PERFORM P020A-GRAVA-ALERTA
           END-IF.

      * Login correto zera a sequencia de PINs errados da conta.
       P001E-ZERA-PIN-ERROS.
           IF ACCT-PIN-ERROS NOT NUMERIC OR ACCT-PIN-ERROS > 0
               MOVE 0 TO ACCT-PIN-ERROS
               REWRITE ACCT-REG
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA "
                       "(STATUS " WS-FS-ACCTMAST ")"
               END-IF
           END-IF.

       P001A-ABRIR-CONTA.
           DISPLAY "------------------".
           DISPLAY "ABERTURA DE NOVA CONTA".
                   MOVE 0 TO ACCT-DATA-ULT-SAQUE
                   MOVE "A" TO ACCT-STATUS
                   MOVE 0 TO ACCT-LIMITE-CHEQUE-ESP
                   MOVE WS-DATA-NEGOCIO TO ACCT-DATA-ABERTURA
                   WRITE ACCT-REG
                   PERFORM P001C-CADASTRA-TITULAR
                   DISPLAY "CONTA CRIADA COM SUCESSO."
           DISPLAY "5 - TRANSFERENCIA".
           DISPLAY "6 - AGENDAMENTOS".
           DISPLAY "7 - PAGAMENTO DE CONTAS".
           DISPLAY "8 - INVESTIMENTOS (CDB)".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
                   CLOSE CUSTOMER-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   CLOSE TARIFF-USAGE
                   GOBACK
               WHEN '5'
                   PERFORM P004-TRANSFERENCIA
               WHEN '7'
                   PERFORM P013-PAGAMENTO
                   PERFORM P001-MENU1
               WHEN '8'
                   PERFORM P021-INVESTIMENTOS
                   PERFORM P001-MENU1
               WHEN OTHER
                   PERFORM P001-MENU1
           END-EVALUATE.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE WS-SALDO-JRN TO JRN-SALDO-APOS.
           MOVE WS-CONTA-LIGADA TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "(STATUS " WS-FS-JOURNAL ")"
           END-IF.
           PERFORM P002A-GRAVA-HISTORICO.
           PERFORM P020-AVALIA-ALERTA.

      * Mantem o historico indexado por conta+data+sequencia junto
      * com o jornal; a sequencia resolve a colisao de chave de
           MOVE JRN-VALOR TO HIST-VALOR.
           MOVE JRN-SALDO-APOS TO HIST-SALDO-APOS.
           MOVE JRN-CONTA-LIGADA TO HIST-CONTA-LIGADA.
           MOVE JRN-REF-DATA TO HIST-REF-DATA.
           MOVE JRN-REF-HORA TO HIST-REF-HORA.
           MOVE "N" TO WS-HIST-GRAVADO.
           PERFORM UNTIL WS-HIST-GRAVADO NOT = "N"
                   OR HIST-SEQ > 9999
                                   TO WS-LIMITE-DIARIO-PADRAO
                               MOVE PRM-DIAS-COMPENSACAO
                                   TO WS-DIAS-COMPENSACAO
                               IF PRM-LIMITE-PIN NUMERIC
                                       AND PRM-LIMITE-PIN > 0
                                   MOVE PRM-LIMITE-PIN
                                       TO WS-LIMITE-PIN
                               END-IF
                               IF PRM-LIMIAR-ALERTA NUMERIC
                                       AND PRM-LIMIAR-ALERTA > 0
                                   MOVE PRM-LIMIAR-ALERTA
                                       TO WS-LIMIAR-ALERTA
                               END-IF
                               PERFORM P015A-LE-TAXAS-CDB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-PARAM
           END-IF.

      * Registro antigo sem as taxas do CDB mantem os padroes de
      * instalacao.
       P015A-LE-TAXAS-CDB.
           IF PRM-TAXA-CDB-30 NUMERIC AND PRM-TAXA-CDB-30 > 0
               MOVE PRM-TAXA-CDB-30 TO WS-TAXA-CDB-30
           END-IF.
           IF PRM-TAXA-CDB-90 NUMERIC AND PRM-TAXA-CDB-90 > 0
               MOVE PRM-TAXA-CDB-90 TO WS-TAXA-CDB-90
           END-IF.
           IF PRM-TAXA-CDB-180 NUMERIC AND PRM-TAXA-CDB-180 > 0
               MOVE PRM-TAXA-CDB-180 TO WS-TAXA-CDB-180
           END-IF.
           IF PRM-TAXA-CDB-360 NUMERIC AND PRM-TAXA-CDB-360 > 0
               MOVE PRM-TAXA-CDB-360 TO WS-TAXA-CDB-360
           END-IF.

      * Pagamento de boleto: valida os digitos verificadores dos tres
      * campos da linha digitavel (modulo 10), extrai banco
      * favorecido, fator de vencimento e valor, debita a conta com
           MOVE "PAGAMENTO" TO WS-TIPO-OP.
           MOVE WS-VALOR-BOLETO TO WS-VALOR-OP.
           PERFORM P002-GRAVAR-JORNAL.
           MOVE JRN-DATA TO WS-REF-DATA-TARIFA.
           MOVE JRN-HORA TO WS-REF-HORA-TARIFA.
           PERFORM P013E-GRAVA-PAGOUT.
           MOVE 3 TO WS-IDX-SERVICO.
           PERFORM P019-TARIFA-SERVICO.

      * Um arquivo de saida por banco favorecido e data de negocio; o
      * fechamento entrega os arquivos do dia a rede de cobranca.
                       MOVE "SAQUE" TO WS-TIPO-OP
                       MOVE WS-SAQUE TO WS-VALOR-OP
                       PERFORM P002-GRAVAR-JORNAL
                       MOVE JRN-DATA TO WS-REF-DATA-TARIFA
                       MOVE JRN-HORA TO WS-REF-HORA-TARIFA
                       PERFORM P009B-BAIXA-GAVETA
                       MOVE 1 TO WS-IDX-SERVICO
                       PERFORM P019-TARIFA-SERVICO
                       MOVE "S" TO WS-SAQUE-STATUS
                   END-IF
               END-IF
           MOVE "TED-ENVIO" TO WS-TIPO-OP.
           MOVE WS-VALOR-TRANSF TO WS-VALOR-OP.
           PERFORM P002-GRAVAR-JORNAL.
           MOVE JRN-DATA TO WS-REF-DATA-TARIFA.
           MOVE JRN-HORA TO WS-REF-HORA-TARIFA.
           PERFORM P004E-NUMERA-TED.
           PERFORM P004F-GRAVA-TED-PENDENTE.
           MOVE 2 TO WS-IDX-SERVICO.
           PERFORM P019-TARIFA-SERVICO.

      * Numera a ordem a partir do maior numero ja usado nas ordens
      * pendentes e enviadas, como nos agendamentos.
                   DISPLAY "CONTA NAO ENCONTRADA NO LOTE: " BTR-CONTA
           END-READ.
           IF WS-FS-ACCTMAST = "00"
                   AND (ACCT-STATUS = "B" OR ACCT-STATUS = "E"
                       OR ACCT-STATUS = "D")
               DISPLAY "TRANSACAO EM LOTE RECUSADA (CONTA BLOQUEADA, "
                   "ENCERRADA OU INATIVA): " BTR-CONTA
           ELSE
           IF WS-FS-ACCTMAST = "00"
               MOVE ACCT-SALDO TO WS-SALDO
                   CLOSE CUSTOMER-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   CLOSE TARIFF-USAGE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-NOME-GAVETA
                   DELIMITED BY SIZE INTO WS-NOME-GAVETA
           END-IF.

      * Trilha de seguranca do terminal: o evento vai para
      * SECEVT.DAT com conta, terminal e PINs errados seguidos, para
      * o relatorio de excecoes da manha (CEP180).
       P017-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP010" TO SEC-PROGRAMA.
           MOVE WS-TERMINAL-ID TO SEC-TERMINAL.
           MOVE WS-CONTA-ATUAL TO SEC-CONTA.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           IF WS-FS-ACCTMAST = "00"
               IF ACCT-PIN-ERROS NUMERIC
                   MOVE ACCT-PIN-ERROS TO SEC-TENTATIVAS
               END-IF
           ELSE
               MOVE WS-TENTATIVAS TO SEC-TENTATIVAS
           END-IF.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

      * Tabela de tarifas de servicos: vale o registro com a maior
      * vigencia que nao ultrapassa a data de negocio, como nos
      * parametros de produto. Sem TARIFA.DAT nenhum servico e
      * tarifado (valores zerados).
       P018-LE-TARIFAS.
           INITIALIZE WS-TARIFA-VIGENTE.
           MOVE "N" TO WS-EOF-TARIFA.
           OPEN INPUT TARIFF-TABLE.
           IF WS-FS-TARIFA = "00"
               PERFORM UNTIL WS-EOF-TARIFA = "S"
                   READ TARIFF-TABLE
                       AT END
                           MOVE "S" TO WS-EOF-TARIFA
                       NOT AT END
                           IF TAR-DATA-VIGENCIA <= WS-DATA-NEGOCIO
                                   AND TAR-DATA-VIGENCIA
                                   >= WS-TRF-VIGENCIA
                               MOVE TAR-REG TO WS-TARIFA-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-TABLE
           END-IF.

      * Conta o uso do servico WS-IDX-SERVICO no mes de negocio
      * (TARUSO.DAT) e, passada a franquia da tabela vigente, tarifa:
      * cobranca na hora lanca TARIFA apontando a operacao que gerou
      * a tarifa (WS-REF-*-TARIFA); cobranca mensal so acumula o valor
      * para o fechamento do mes (CEP030). Chamado com o registro da
      * conta ja regravado pela operacao.
       P019-TARIFA-SERVICO.
           DIVIDE WS-DATA-NEGOCIO BY 100 GIVING WS-MES-USO.
           MOVE ACCT-NUMERO TO USO-CONTA.
           MOVE WS-MES-USO TO USO-MES.
           READ TARIFF-USAGE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-TARUSO = "00"
               MOVE "S" TO WS-USO-EXISTE
           ELSE
               MOVE "N" TO WS-USO-EXISTE
               INITIALIZE USO-REG
               MOVE ACCT-NUMERO TO USO-CONTA
               MOVE WS-MES-USO TO USO-MES
           END-IF.
           ADD 1 TO USO-QTDE(WS-IDX-SERVICO).
           IF USO-QTDE(WS-IDX-SERVICO) > WS-TRF-ISENTA(WS-IDX-SERVICO)
                   AND WS-TRF-VALOR(WS-IDX-SERVICO) > 0
               ADD 1 TO USO-QTDE-TARIFADA(WS-IDX-SERVICO)
               IF WS-TRF-COBRANCA(WS-IDX-SERVICO) = "M"
                   ADD WS-TRF-VALOR(WS-IDX-SERVICO)
                       TO USO-VALOR-PENDENTE(WS-IDX-SERVICO)
                   MOVE WS-TRF-VALOR(WS-IDX-SERVICO) TO WS-VALOR-EXIBE
                   DISPLAY "TARIFA DE " WS-VALOR-EXIBE
                       " SERA LANCADA NO FECHAMENTO DO MES."
               ELSE
                   PERFORM P019B-LANCA-TARIFA
                   ADD WS-VALOR-TARIFA
                       TO USO-VALOR-COBRADO(WS-IDX-SERVICO)
               END-IF
           END-IF.
           PERFORM P019A-GRAVA-USO.

       P019A-GRAVA-USO.
           IF WS-USO-EXISTE = "S"
               REWRITE USO-REG
           ELSE
               WRITE USO-REG
           END-IF.
           IF WS-FS-TARUSO NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR TARUSO.DAT (STATUS "
                   WS-FS-TARUSO ")"
           END-IF.

      * A tarifa sai do disponivel da conta (saldo mais cheque
      * especial) e nunca passa dele: sem disponivel a tarifa nao e
      * cobrada.
       P019B-LANCA-TARIFA.
           MOVE WS-TRF-VALOR(WS-IDX-SERVICO) TO WS-VALOR-TARIFA.
           COMPUTE WS-SALDO-DISPONIVEL =
               ACCT-SALDO + ACCT-LIMITE-CHEQUE-ESP.
           IF WS-VALOR-TARIFA > WS-SALDO-DISPONIVEL
               IF WS-SALDO-DISPONIVEL > 0
                   MOVE WS-SALDO-DISPONIVEL TO WS-VALOR-TARIFA
               ELSE
                   MOVE 0 TO WS-VALOR-TARIFA
               END-IF
           END-IF.
           IF WS-VALOR-TARIFA > 0
               SUBTRACT WS-VALOR-TARIFA FROM ACCT-SALDO
               MOVE ACCT-SALDO TO WS-SALDO
               REWRITE ACCT-REG
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA "
                       ACCT-NUMERO " (STATUS " WS-FS-ACCTMAST ")"
               ELSE
                   PERFORM P019C-GRAVA-JORNAL-TARIFA
                   MOVE WS-VALOR-TARIFA TO WS-VALOR-EXIBE
                   DISPLAY "TARIFA COBRADA: " WS-VALOR-EXIBE
               END-IF
           END-IF.

       P019C-GRAVA-JORNAL-TARIFA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO JRN-DATA.
           MOVE WS-HORA-ATUAL TO JRN-HORA.
           MOVE ACCT-NUMERO TO JRN-CONTA.
           MOVE "TARIFA" TO JRN-TIPO-OP.
           MOVE WS-VALOR-TARIFA TO JRN-VALOR.
           MOVE ACCT-SALDO TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           MOVE WS-REF-DATA-TARIFA TO JRN-REF-DATA.
           MOVE WS-REF-HORA-TARIFA TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "(STATUS " WS-FS-JOURNAL ")"
           END-IF.
           PERFORM P002A-GRAVA-HISTORICO.
           PERFORM P020-AVALIA-ALERTA.

      * Avisos ao cliente a partir do lancamento recem-gravado no
      * jornal: saque ou transferencia a partir do valor de aviso do
      * PRODPARM, e debito que leva o saldo de positivo ou zero para
      * negativo (entrada no cheque especial).
       P020-AVALIA-ALERTA.
           MOVE JRN-CONTA TO WS-ALR-CONTA.
           MOVE JRN-VALOR TO WS-ALR-VALOR.
           IF JRN-VALOR >= WS-LIMIAR-ALERTA
               MOVE "VALOR-ALTO" TO WS-ALR-EVENTO
               EVALUATE JRN-TIPO-OP
                   WHEN "SAQUE"
                       MOVE "SAQUE DE VALOR ELEVADO NA SUA CONTA"
                           TO WS-ALR-MENSAGEM
                       PERFORM P020A-GRAVA-ALERTA
                   WHEN "TRANSF-DEB"
                       MOVE "TRANSFERENCIA ELEVADA DA SUA CONTA"
                           TO WS-ALR-MENSAGEM
                       PERFORM P020A-GRAVA-ALERTA
                   WHEN "TED-ENVIO"
                       MOVE "TED DE VALOR ELEVADO ENVIADA DA SUA CONTA"
                           TO WS-ALR-MENSAGEM
                       PERFORM P020A-GRAVA-ALERTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF JRN-SALDO-APOS < 0
                   AND JRN-SALDO-APOS + JRN-VALOR >= 0
               EVALUATE JRN-TIPO-OP
                   WHEN "SAQUE"
                   WHEN "TRANSF-DEB"
                   WHEN "TED-ENVIO"
                   WHEN "PAGAMENTO"
                   WHEN "TARIFA"
                       MOVE "CHEQUE-ESP" TO WS-ALR-EVENTO
                       MOVE "SUA CONTA ENTROU NO CHEQUE ESPECIAL"
                           TO WS-ALR-MENSAGEM
                       PERFORM P020A-GRAVA-ALERTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Um arquivo de avisos por data de negocio; cliente sem
      * telefone no cadastro vai para a lista de excecao do dia.
       P020A-GRAVA-ALERTA.
           MOVE WS-ALR-CONTA TO CUST-CONTA.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-CUSTMAST = "00"
               MOVE CUST-TELEFONE TO WS-ALR-TELEFONE
           ELSE
               MOVE SPACES TO WS-ALR-TELEFONE
           END-IF.
           MOVE SPACES TO WS-NOME-ALERTA.
           IF WS-ALR-TELEFONE = SPACES
               STRING "ALREXC" WS-DATA-NEGOCIO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ALERTA
           ELSE
               STRING "ALERTA" WS-DATA-NEGOCIO ".DAT"
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
           MOVE "CEP010" TO ALR-PROGRAMA.
           WRITE ALR-REG.
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-ALERTA
                   " (STATUS " WS-FS-ALERTA ")"
           END-IF.
           CLOSE CUSTOMER-ALERT.

      * Aplicacoes em CDB do titular logado. Como nos agendamentos, o
      * arquivo inteiro e carregado em tabela e regravado apos cada
      * alteracao; a apropriacao diaria do rendimento e o resgate no
      * vencimento sao do batch CEP260.
       P021-INVESTIMENTOS.
           PERFORM P021A-CARREGA-CDB.
           DISPLAY "------------------".
           DISPLAY "INVESTIMENTOS (CDB)".
           DISPLAY "------------------".
           DISPLAY "1 - APLICAR".
           DISPLAY "2 - CONSULTAR MINHAS APLICACOES".
           DISPLAY "3 - RESGATAR ANTES DO VENCIMENTO".
           DISPLAY "4 - VOLTAR".
           ACCEPT WS-OPCAO-CDB.
           EVALUATE WS-OPCAO-CDB
               WHEN '1'
                   PERFORM P021B-APLICA-CDB
               WHEN '2'
                   PERFORM P021C-LISTA-CDB
               WHEN '3'
                   PERFORM P021D-RESGATA-CDB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OPCAO-CDB NOT = '4'
               PERFORM P021-INVESTIMENTOS
           END-IF.

       P021A-CARREGA-CDB.
           MOVE 0 TO WS-QTDE-CDB.
           MOVE 0 TO WS-MAIOR-CDB.
           MOVE "N" TO WS-CDB-ESTOUROU.
           MOVE "N" TO WS-EOF-CDB.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-CDB = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDB
                       NOT AT END
                           IF WS-QTDE-CDB < 2000
                               ADD 1 TO WS-QTDE-CDB
                               MOVE CDB-REG TO WS-CDB-REG(WS-QTDE-CDB)
                           ELSE
                               MOVE "S" TO WS-CDB-ESTOUROU
                           END-IF
                           IF CDB-NUMERO > WS-MAIOR-CDB
                               MOVE CDB-NUMERO TO WS-MAIOR-CDB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

      * A aplicacao sai do saldo da conta - o limite de cheque
      * especial nao pode ser aplicado. A taxa do prazo escolhido fica
      * fixada no registro ate o resgate.
       P021B-APLICA-CDB.
           IF WS-CDB-ESTOUROU = "S" OR WS-QTDE-CDB >= 2000
               DISPLAY "LIMITE DE APLICACOES ATINGIDO. "
                   "APLICACAO NAO DISPONIVEL."
           ELSE
               DISPLAY "ESCOLHA O PRAZO DA APLICACAO"
               COMPUTE WS-TAXA-EXIBE = WS-TAXA-CDB-30 * 100
               DISPLAY "1 -  30 DIAS - " WS-TAXA-EXIBE "% AO ANO"
               COMPUTE WS-TAXA-EXIBE = WS-TAXA-CDB-90 * 100
               DISPLAY "2 -  90 DIAS - " WS-TAXA-EXIBE "% AO ANO"
               COMPUTE WS-TAXA-EXIBE = WS-TAXA-CDB-180 * 100
               DISPLAY "3 - 180 DIAS - " WS-TAXA-EXIBE "% AO ANO"
               COMPUTE WS-TAXA-EXIBE = WS-TAXA-CDB-360 * 100
               DISPLAY "4 - 360 DIAS - " WS-TAXA-EXIBE "% AO ANO"
               ACCEPT WS-OPCAO-CDB
               MOVE 0 TO WS-PRAZO-CDB
               EVALUATE WS-OPCAO-CDB
                   WHEN '1'
                       MOVE 30 TO WS-PRAZO-CDB
                       MOVE WS-TAXA-CDB-30 TO WS-TAXA-CDB
                   WHEN '2'
                       MOVE 90 TO WS-PRAZO-CDB
                       MOVE WS-TAXA-CDB-90 TO WS-TAXA-CDB
                   WHEN '3'
                       MOVE 180 TO WS-PRAZO-CDB
                       MOVE WS-TAXA-CDB-180 TO WS-TAXA-CDB
                   WHEN '4'
                       MOVE 360 TO WS-PRAZO-CDB
                       MOVE WS-TAXA-CDB-360 TO WS-TAXA-CDB
                   WHEN OTHER
                       DISPLAY "PRAZO INVALIDO. APLICACAO NAO FEITA."
               END-EVALUATE
               IF WS-PRAZO-CDB > 0
                   DISPLAY "DIGITE O VALOR DA APLICACAO"
                   PERFORM P007-VALIDA-VALOR
                   PERFORM P021E-CONFIRMA-APLICACAO
               END-IF
           END-IF.

       P021E-CONFIRMA-APLICACAO.
           PERFORM P014-LE-DATA-NEGOCIO.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + WS-PRAZO-CDB.
           COMPUTE WS-VENCIMENTO-CDB =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).
           MOVE WS-CONTA-ATUAL TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF WS-FS-ACCTMAST = "00"
               MOVE ACCT-SALDO TO WS-SALDO
               IF WS-VALOR-VALIDADO > WS-SALDO
                   DISPLAY "SALDO INSUFICIENTE PARA APLICACAO (O "
                       "CHEQUE ESPECIAL NAO PODE SER APLICADO)"
               ELSE
                   MOVE WS-VALOR-VALIDADO TO WS-VALOR-EXIBE
                   DISPLAY "VALOR DA APLICACAO.......: " WS-VALOR-EXIBE
                   DISPLAY "PRAZO (DIAS).............: " WS-PRAZO-CDB
                   COMPUTE WS-TAXA-EXIBE = WS-TAXA-CDB * 100
                   DISPLAY "TAXA AO ANO (%)..........: " WS-TAXA-EXIBE
                   DISPLAY "VENCIMENTO...............: "
                       WS-VENCIMENTO-CDB
                   DISPLAY "CONFIRMA A APLICACAO? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM P021F-EFETIVA-APLICACAO
                   ELSE
                       DISPLAY "APLICACAO NAO CONFIRMADA."
                   END-IF
               END-IF
           END-IF.

       P021F-EFETIVA-APLICACAO.
           COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-VALIDADO.
           MOVE WS-SALDO TO ACCT-SALDO.
           REWRITE ACCT-REG.
           MOVE WS-CONTA-ATUAL TO WS-CONTA-JRN.
           MOVE WS-SALDO TO WS-SALDO-JRN.
           MOVE 0 TO WS-CONTA-LIGADA.
           MOVE "CDB-APLIC" TO WS-TIPO-OP.
           MOVE WS-VALOR-VALIDADO TO WS-VALOR-OP.
           PERFORM P002-GRAVAR-JORNAL.
           INITIALIZE CDB-REG.
           COMPUTE CDB-NUMERO = WS-MAIOR-CDB + 1.
           MOVE WS-CONTA-ATUAL TO CDB-CONTA.
           MOVE WS-PRAZO-CDB TO CDB-PRAZO.
           MOVE WS-TAXA-CDB TO CDB-TAXA-ANUAL.
           MOVE WS-VALOR-VALIDADO TO CDB-PRINCIPAL.
           MOVE WS-DATA-NEGOCIO TO CDB-DATA-APLICACAO.
           MOVE WS-VENCIMENTO-CDB TO CDB-DATA-VENCIMENTO.
           MOVE WS-DATA-NEGOCIO TO CDB-DATA-ULT-APROPR.
           MOVE "A" TO CDB-STATUS.
           ADD 1 TO WS-QTDE-CDB.
           MOVE CDB-REG TO WS-CDB-REG(WS-QTDE-CDB).
           MOVE CDB-NUMERO TO WS-MAIOR-CDB.
           PERFORM P021H-REGRAVA-CDB.
           DISPLAY "APLICACAO " CDB-NUMERO " EFETUADA.".

      * Posicao pelo rendimento apropriado ate o ultimo dia util
      * processado; o liquido estimado desconta o IR pela aliquota de
      * um resgate na data de negocio.
       P021C-LISTA-CDB.
           PERFORM P014-LE-DATA-NEGOCIO.
           MOVE "N" TO WS-LISTOU-CDB.
           MOVE 0 TO WS-TOTAL-CDB.
           PERFORM VARYING WS-IDX-CDB FROM 1 BY 1
                   UNTIL WS-IDX-CDB > WS-QTDE-CDB
               MOVE WS-CDB-REG(WS-IDX-CDB) TO CDB-REG
               IF CDB-CONTA = WS-CONTA-ATUAL AND CDB-STATUS = "A"
                   MOVE "S" TO WS-LISTOU-CDB
                   PERFORM P021G-CALCULA-RESGATE
                   ADD WS-VALOR-BRUTO TO WS-TOTAL-CDB
                   DISPLAY "CDB " CDB-NUMERO
                       " PRAZO " CDB-PRAZO
                       " APLICADO EM " CDB-DATA-APLICACAO
                       " VENCE EM " CDB-DATA-VENCIMENTO
                   MOVE CDB-PRINCIPAL TO WS-VALOR-EXIBE
                   DISPLAY "    VALOR APLICADO.......: " WS-VALOR-EXIBE
                   MOVE WS-VALOR-BRUTO TO WS-VALOR-EXIBE
                   DISPLAY "    SALDO BRUTO..........: " WS-VALOR-EXIBE
                   MOVE WS-VALOR-LIQUIDO TO WS-VALOR-EXIBE
                   DISPLAY "    LIQUIDO ESTIMADO.....: " WS-VALOR-EXIBE
               END-IF
           END-PERFORM.
           IF WS-LISTOU-CDB = "N"
               DISPLAY "NENHUMA APLICACAO ATIVA."
           ELSE
               MOVE WS-TOTAL-CDB TO WS-VALOR-EXIBE
               DISPLAY "TOTAL APLICADO (BRUTO)...: " WS-VALOR-EXIBE
           END-IF.

       P021D-RESGATA-CDB.
           PERFORM P021C-LISTA-CDB.
           DISPLAY "DIGITE O NUMERO DA APLICACAO A RESGATAR".
           ACCEPT WS-NUM-RESGATE.
           MOVE "N" TO WS-ACHOU-CDB.
           PERFORM VARYING WS-IDX-CDB FROM 1 BY 1
                   UNTIL WS-IDX-CDB > WS-QTDE-CDB
                   OR WS-ACHOU-CDB = "S"
               MOVE WS-CDB-REG(WS-IDX-CDB) TO CDB-REG
               IF CDB-NUMERO = WS-NUM-RESGATE
                       AND CDB-CONTA = WS-CONTA-ATUAL
                       AND CDB-STATUS = "A"
                   MOVE "S" TO WS-ACHOU-CDB
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CDB NOT = "S"
               DISPLAY "APLICACAO NAO ENCONTRADA OU JA RESGATADA."
           ELSE
               SUBTRACT 1 FROM WS-IDX-CDB
               PERFORM P021G-CALCULA-RESGATE
               MOVE CDB-PRINCIPAL TO WS-VALOR-EXIBE
               DISPLAY "VALOR APLICADO...........: " WS-VALOR-EXIBE
               MOVE CDB-RENDIMENTO-BRUTO TO WS-VALOR-EXIBE
               DISPLAY "RENDIMENTO BRUTO.........: " WS-VALOR-EXIBE
               MOVE WS-VALOR-IR TO WS-VALOR-EXIBE
               DISPLAY "IMPOSTO DE RENDA.........: " WS-VALOR-EXIBE
               MOVE WS-VALOR-LIQUIDO TO WS-VALOR-EXIBE
               DISPLAY "VALOR LIQUIDO............: " WS-VALOR-EXIBE
               DISPLAY "CONFIRMA O RESGATE? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM P021I-EFETIVA-RESGATE
               ELSE
                   DISPLAY "RESGATE NAO CONFIRMADO."
               END-IF
           END-IF.

      * Resgate na data de negocio: IR pela tabela regressiva sobre o
      * rendimento bruto apropriado (ver P021J).
       P021G-CALCULA-RESGATE.
           COMPUTE WS-DIAS-APLICADOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(CDB-DATA-APLICACAO).
           PERFORM P021J-ALIQUOTA-IR.
           COMPUTE WS-VALOR-BRUTO =
               CDB-PRINCIPAL + CDB-RENDIMENTO-BRUTO.
           COMPUTE WS-VALOR-IR ROUNDED =
               CDB-RENDIMENTO-BRUTO * WS-ALIQUOTA-IR.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-IR.

      * O bruto entra na conta como CDB-RESG e o imposto retido sai
      * em lancamento proprio (CDB-IR) - o GL separa o passivo do CDB
      * do IR a recolher.
       P021I-EFETIVA-RESGATE.
           MOVE WS-CONTA-ATUAL TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF WS-FS-ACCTMAST = "00"
               COMPUTE WS-SALDO = ACCT-SALDO + WS-VALOR-BRUTO
               MOVE WS-SALDO TO ACCT-SALDO
               REWRITE ACCT-REG
               MOVE WS-CONTA-ATUAL TO WS-CONTA-JRN
               MOVE WS-SALDO TO WS-SALDO-JRN
               MOVE 0 TO WS-CONTA-LIGADA
               MOVE "CDB-RESG" TO WS-TIPO-OP
               MOVE WS-VALOR-BRUTO TO WS-VALOR-OP
               PERFORM P002-GRAVAR-JORNAL
               IF WS-VALOR-IR > 0
                   COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-IR
                   MOVE WS-SALDO TO ACCT-SALDO
                   REWRITE ACCT-REG
                   MOVE WS-SALDO TO WS-SALDO-JRN
                   MOVE "CDB-IR" TO WS-TIPO-OP
                   MOVE WS-VALOR-IR TO WS-VALOR-OP
                   PERFORM P002-GRAVAR-JORNAL
               END-IF
               MOVE "R" TO CDB-STATUS
               MOVE WS-DATA-NEGOCIO TO CDB-DATA-RESGATE
               MOVE WS-ALIQUOTA-IR TO CDB-ALIQUOTA-IR
               MOVE WS-VALOR-IR TO CDB-IR-RETIDO
               MOVE WS-VALOR-LIQUIDO TO CDB-VALOR-LIQUIDO
               MOVE CDB-REG TO WS-CDB-REG(WS-IDX-CDB)
               PERFORM P021H-REGRAVA-CDB
               MOVE WS-VALOR-LIQUIDO TO WS-VALOR-EXIBE
               DISPLAY "RESGATE EFETUADO. CREDITADO NA CONTA: "
                   WS-VALOR-EXIBE
           END-IF.

      * Com a tabela estourada a regravacao destruiria os registros
      * excedentes - nesse caso o arquivo nao e alterado.
       P021H-REGRAVA-CDB.
           IF WS-CDB-ESTOUROU = "S"
               DISPLAY "ALERTA: LIMITE DE APLICACOES ATINGIDO. "
                   "ARQUIVO NAO ALTERADO."
           ELSE
               OPEN OUTPUT TIME-DEPOSIT
               PERFORM VARYING WS-IDX-CDB FROM 1 BY 1
                       UNTIL WS-IDX-CDB > WS-QTDE-CDB
                   MOVE WS-CDB-REG(WS-IDX-CDB) TO CDB-REG
                   WRITE CDB-REG
                   IF WS-FS-CDBINV NOT = "00"
                       DISPLAY "ALERTA: FALHA AO GRAVAR CDBINV.DAT "
                           "(STATUS " WS-FS-CDBINV ")"
                   END-IF
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

      * Tabela regressiva do imposto de renda sobre aplicacoes de
      * renda fixa, pelos dias corridos de permanencia: ate 180 dias
      * 22,5%; de 181 a 360 20%; de 361 a 720 17,5%; acima 15%. A
      * mesma tabela esta no resgate do vencimento (CEP260).
       P021J-ALIQUOTA-IR.
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

      * Carrega a posicao da gaveta de numerario. Terminal recem
      * instalado (sem CASHDRW.DAT) parte com a gaveta zerada - os
      * saques recusam com status "C" ate a carga da transportadora
