      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Supervisor reversal console (estorno) - locates a
      *          posted movement in ACCTHIST.DAT by account, date and
      *          time, posts the opposite movement as ESTORNO-CR or
      *          ESTORNO-DB pointing back at the original entry
      *          (JRN-REF-DATA/JRN-REF-HORA) and refuses an entry that
      *          was already reversed. A transfer is reversed on both
      *          legs (debit and credit accounts) in one action.
      *          Sign-on is per operator against OPERMAST.DAT
      *          (supervisor role). A reversed TARIFA is also taken
      *          off the charged amount of the month in TARUSO.DAT.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP170.
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
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT TARIFF-USAGE ASSIGN TO "TARUSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-CHAVE
               FILE STATUS IS WS-FS-TARUSO.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
           FD  TARIFF-USAGE.
           COPY "TARUSO.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-OPERADOR PIC X(8).
           77 WS-PAPEL-EXIGIDO PIC X(1) VALUE "S".
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-APROVADOR PIC X(8).
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-OPCAO PIC X(2).
           77 WS-CONTA-ALVO PIC 9(6).
           77 WS-NOME-TITULAR PIC X(30).
           77 WS-SALDO-EXIBE PIC -(9)9.99.
           77 WS-VALOR-EXIBE PIC Z(9)9.99.
           77 WS-TIPO-OP PIC X(10).
           77 WS-VALOR-OP PIC 9(10)V99.
           77 WS-CONTA-OP PIC 9(6).
           77 WS-LIGADA-OP PIC 9(6).
           77 WS-REF-DATA-OP PIC 9(8).
           77 WS-REF-HORA-OP PIC 9(6).
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-EOF-HIST PIC X(1).
           77 WS-REF-DATA PIC 9(8).
           77 WS-REF-HORA PIC 9(6).
           77 WS-QTDE-ACHADOS PIC 9(4) VALUE 0.
           77 WS-SEQ-ESCOLHIDA PIC 9(4).
           77 WS-ACHOU-ORIGINAL PIC X(1).
           77 WS-ORIG-SEQ PIC 9(4).
           77 WS-ORIG-TIPO PIC X(10).
           77 WS-ORIG-VALOR PIC 9(10)V99.
           77 WS-ORIG-LIGADA PIC 9(6).
           77 WS-TIPO-ESTORNO PIC X(10).
           77 WS-TRANSFERENCIA PIC X(1).
           77 WS-PAR-CONTA PIC 9(6).
           77 WS-PAR-HORA PIC 9(6).
           77 WS-PAR-TIPO PIC X(10).
           77 WS-PAR-ESTORNO PIC X(10).
           77 WS-ACHOU-PAR PIC X(1).
           77 WS-PAR-STATUS PIC X(1).
           77 WS-SEG-ORIGINAL PIC 9(6).
           77 WS-SEG-LIDO PIC 9(6).
           77 WS-DIF-SEGUNDOS PIC 9(6).
           77 WS-MENOR-DIF PIC 9(6).
           77 WS-BUSCA-CONTA PIC 9(6).
           77 WS-BUSCA-DATA PIC 9(8).
           77 WS-BUSCA-HORA PIC 9(6).
           77 WS-BUSCA-TIPO PIC X(10).
           77 WS-BUSCA-VALOR PIC 9(10)V99.
           77 WS-BUSCA-ESTORNO PIC X(10).
           77 WS-QTDE-ORIGINAIS PIC 9(4).
           77 WS-QTDE-ESTORNOS PIC 9(4).
           77 WS-JA-ESTORNADO PIC X(1).
           77 WS-SALDO-PREVISTO PIC S9(10)V99.
           77 WS-CONFIRMA PIC X(1).
           77 WS-FS-TARUSO PIC X(2) VALUE "00".
           77 WS-ORIG-REF-DATA PIC 9(8).
           77 WS-ORIG-REF-HORA PIC 9(6).
           77 WS-MES-USO PIC 9(6).
           77 WS-IDX-SERVICO PIC 9(1).
           77 WS-SERVICO-TARIFA PIC 9(1).
           77 WS-SALDO-BAIXA PIC 9(10)V99.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-HORA-CALCULO.
               05 WS-HC-HORAS PIC 9(2).
               05 WS-HC-MINUTOS PIC 9(2).
               05 WS-HC-SEGUNDOS PIC 9(2).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "CONSOLE DE ESTORNOS - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-SUPERVISOR.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST NOT = "00"
               DISPLAY "ARQUIVO DE CONTAS NAO ENCONTRADO (ACCTMAST.DAT)"
                   ". STATUS: " WS-FS-ACCTMAST
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-FS-JOURNAL = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
      * Sem historico nao ha como localizar o lancamento original nem
      * conferir estorno anterior: o console nao prossegue.
           OPEN I-O ACCOUNT-HISTORY.
           IF WS-FS-ACCTHIST NOT = "00"
               DISPLAY "HISTORICO DE MOVIMENTOS INDISPONIVEL "
                   "(ACCTHIST.DAT). STATUS: " WS-FS-ACCTHIST
               CLOSE ACCOUNT-MASTER
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.

           PERFORM P002-MENU.

           CLOSE ACCOUNT-MASTER.
           IF WS-FS-CUSTMAST = "00"
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE ACCOUNT-HISTORY.
           CLOSE OPERATOR-MASTER.
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: senha,
      * operador ativo e perfil de supervisor. O ID digitado fica em
      * WS-OPERADOR e vai para o jornal de cada estorno.
       P001-LOGIN-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "DIGITE A IDENTIFICACAO DO OPERADOR".
           ACCEPT WS-OPERADOR.
           DISPLAY "DIGITE A SENHA".
           ACCEPT WS-SENHA-DIGITADA.
           MOVE WS-OPERADOR TO OPR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-OPERMAST NOT = "00"
                   OR OPR-SENHA NOT = WS-SENHA-DIGITADA
               DISPLAY "OPERADOR OU SENHA INVALIDA"
           ELSE
               IF OPR-STATUS NOT = "A"
                   DISPLAY "OPERADOR REVOGADO."
               ELSE
                   IF OPR-PAPEL NOT = WS-PAPEL-EXIGIDO
                       DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR."
                   ELSE
                       MOVE "S" TO WS-LOGIN-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-LOGIN-OK = "S"
               DISPLAY "OPERADOR: " OPR-ID " - " OPR-NOME
               IF OPR-DATA-EXPIRA < WS-DATA-ATUAL
                   PERFORM P001A-TROCA-SENHA
               END-IF
           ELSE
               ADD 1 TO WS-TENTATIVAS
               MOVE "SIGNON-ERR" TO WS-EVENTO-SEG
               MOVE SPACES TO WS-APROVADOR
               PERFORM P022-GRAVA-EVENTO-SEGURANCA
               IF WS-TENTATIVAS >= 3
                   DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   STOP RUN
               ELSE
                   PERFORM P001-LOGIN-SUPERVISOR
               END-IF
           END-IF.

      * Senha vencida (ou senha inicial, validade zero) so deixa
      * seguir depois da troca: nova senha nao pode ficar em branco
      * nem repetir a anterior, e vale WS-DIAS-VALIDADE-SENHA dias.
       P001A-TROCA-SENHA.
           DISPLAY "SENHA EXPIRADA. DIGITE A NOVA SENHA".
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "REDIGITE A NOVA SENHA".
           ACCEPT WS-SENHA-CONFIRMA.
           IF WS-SENHA-NOVA = SPACES
                   OR WS-SENHA-NOVA = OPR-SENHA
                   OR WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
               DISPLAY "NOVA SENHA RECUSADA (EM BRANCO, IGUAL A "
                   "ANTERIOR OU NAO CONFERE)."
               PERFORM P001A-TROCA-SENHA
           ELSE
               MOVE WS-SENHA-NOVA TO OPR-SENHA
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   + WS-DIAS-VALIDADE-SENHA
               COMPUTE OPR-DATA-EXPIRA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
               REWRITE OPR-REG
               IF WS-FS-OPERMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR OPERMAST.DAT "
                       "(STATUS " WS-FS-OPERMAST ")"
               ELSE
                   DISPLAY "SENHA ALTERADA. VALIDA ATE "
                       OPR-DATA-EXPIRA
               END-IF
           END-IF.

       P002-MENU.
           DISPLAY "------------------".
           DISPLAY "1 - ESTORNAR LANCAMENTO".
           DISPLAY "2 - SAIR".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P003-ESTORNA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OPCAO NOT = '2'
               PERFORM P002-MENU
           END-IF.

      * Localiza a conta informada pelo operador e mostra o titular.
      * WS-FS-ACCTMAST = "00" na saida indica conta posicionada.
       P010-BUSCA-CONTA.
           DISPLAY "DIGITE O NUMERO DA CONTA".
           ACCEPT WS-CONTA-ALVO.
           MOVE WS-CONTA-ALVO TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF WS-FS-ACCTMAST = "00"
               MOVE "(TITULAR NAO CADASTRADO)" TO WS-NOME-TITULAR
               MOVE WS-CONTA-ALVO TO CUST-CONTA
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUSTMAST = "00"
                   MOVE CUST-NOME TO WS-NOME-TITULAR
               END-IF
               MOVE ACCT-SALDO TO WS-SALDO-EXIBE
               DISPLAY "CONTA " WS-CONTA-ALVO " - " WS-NOME-TITULAR
                   " - STATUS " ACCT-STATUS
                   " - SALDO " WS-SALDO-EXIBE
           END-IF.

      * Fluxo do estorno: conta, data e hora do lancamento original;
      * o historico indexado localiza o registro (o mes ja arquivado
      * pelo CEP050 nao esta mais no historico e nao e estornavel por
      * aqui). Transferencia desfaz as duas pernas juntas.
       P003-ESTORNA.
           PERFORM P010-BUSCA-CONTA.
           IF WS-FS-ACCTMAST = "00"
               IF ACCT-STATUS = "E"
                   DISPLAY "CONTA ENCERRADA NAO ACEITA ESTORNO."
               ELSE
                   DISPLAY "DIGITE A DATA DO LANCAMENTO (AAAAMMDD)"
                   ACCEPT WS-REF-DATA
                   DISPLAY "DIGITE A HORA DO LANCAMENTO (HHMMSS)"
                   ACCEPT WS-REF-HORA
                   PERFORM P011-LOCALIZA-ORIGINAL
                   IF WS-ACHOU-ORIGINAL = "S"
                       PERFORM P012-CLASSIFICA-TIPO
                   END-IF
                   IF WS-ACHOU-ORIGINAL = "S"
                           AND WS-TIPO-ESTORNO NOT = SPACES
                       PERFORM P004-CONFERE-E-ESTORNA
                   END-IF
               END-IF
           END-IF.

      * Confere estorno anterior (e a contrapartida na transferencia)
      * antes de mostrar o efeito e pedir a confirmacao do supervisor.
       P004-CONFERE-E-ESTORNA.
           MOVE WS-CONTA-ALVO TO WS-BUSCA-CONTA.
           MOVE WS-REF-DATA TO WS-BUSCA-DATA.
           MOVE WS-REF-HORA TO WS-BUSCA-HORA.
           MOVE WS-ORIG-TIPO TO WS-BUSCA-TIPO.
           MOVE WS-ORIG-VALOR TO WS-BUSCA-VALOR.
           MOVE WS-TIPO-ESTORNO TO WS-BUSCA-ESTORNO.
           PERFORM P013-CONFERE-ESTORNADO.
           IF WS-JA-ESTORNADO = "S"
               DISPLAY "LANCAMENTO JA ESTORNADO. ESTORNO RECUSADO."
           ELSE
               MOVE "S" TO WS-ACHOU-PAR
               IF WS-TRANSFERENCIA = "S"
                   PERFORM P014-LOCALIZA-CONTRAPARTIDA
               END-IF
               IF WS-ACHOU-PAR = "S"
                   PERFORM P005-CONFIRMA-ESTORNO
               END-IF
           END-IF.

       P005-CONFIRMA-ESTORNO.
           MOVE WS-CONTA-ALVO TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TIPO-ESTORNO = "ESTORNO-CR"
               COMPUTE WS-SALDO-PREVISTO = ACCT-SALDO + WS-ORIG-VALOR
           ELSE
               COMPUTE WS-SALDO-PREVISTO = ACCT-SALDO - WS-ORIG-VALOR
           END-IF.
           MOVE WS-ORIG-VALOR TO WS-VALOR-EXIBE.
           DISPLAY "LANCAMENTO: " WS-REF-DATA " " WS-REF-HORA " "
               WS-ORIG-TIPO " VALOR " WS-VALOR-EXIBE.
           MOVE WS-SALDO-PREVISTO TO WS-SALDO-EXIBE.
           DISPLAY "ESTORNO...: " WS-TIPO-ESTORNO
               " - SALDO APOS " WS-SALDO-EXIBE.
           IF WS-SALDO-PREVISTO < 0
               IF 0 - WS-SALDO-PREVISTO > ACCT-LIMITE-CHEQUE-ESP
                   DISPLAY "ATENCAO: SALDO FICARA ALEM DO LIMITE DE "
                       "CHEQUE ESPECIAL DA CONTA."
               END-IF
           END-IF.
           IF WS-TRANSFERENCIA = "S"
               DISPLAY "CONTRAPARTIDA: CONTA " WS-PAR-CONTA " "
                   WS-PAR-TIPO " AS " WS-PAR-HORA " - ESTORNO "
                   WS-PAR-ESTORNO
           END-IF.
           DISPLAY "CONFIRMA O ESTORNO? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE WS-CONTA-ALVO TO WS-CONTA-OP
               MOVE WS-TIPO-ESTORNO TO WS-TIPO-OP
               MOVE WS-ORIG-LIGADA TO WS-LIGADA-OP
               MOVE WS-REF-HORA TO WS-REF-HORA-OP
               PERFORM P015-APLICA-ESTORNO
               IF WS-ORIG-TIPO = "TARIFA"
                   PERFORM P016-BAIXA-USO-TARIFA
               END-IF
               IF WS-TRANSFERENCIA = "S"
                   MOVE WS-PAR-CONTA TO WS-CONTA-OP
                   MOVE WS-PAR-ESTORNO TO WS-TIPO-OP
                   MOVE WS-CONTA-ALVO TO WS-LIGADA-OP
                   MOVE WS-PAR-HORA TO WS-REF-HORA-OP
                   PERFORM P015-APLICA-ESTORNO
               END-IF
               DISPLAY "ESTORNO EFETUADO."
           ELSE
               DISPLAY "ESTORNO CANCELADO."
           END-IF.

      * Le o historico da conta na data informada e separa os
      * lancamentos na hora digitada. Mais de um na mesma hora: o
      * supervisor escolhe pela sequencia do historico.
       P011-LOCALIZA-ORIGINAL.
           MOVE "N" TO WS-ACHOU-ORIGINAL.
           MOVE 0 TO WS-QTDE-ACHADOS.
           MOVE 0 TO WS-ORIG-SEQ.
           MOVE WS-CONTA-ALVO TO HIST-CONTA.
           MOVE WS-REF-DATA TO HIST-DATA.
           MOVE 0 TO HIST-SEQ.
           MOVE "N" TO WS-EOF-HIST.
           START ACCOUNT-HISTORY KEY NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST = "S"
               READ ACCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HIST-CONTA NOT = WS-CONTA-ALVO
                               OR HIST-DATA NOT = WS-REF-DATA
                           MOVE "S" TO WS-EOF-HIST
                       ELSE
                           IF HIST-HORA = WS-REF-HORA
                               ADD 1 TO WS-QTDE-ACHADOS
                               MOVE HIST-SEQ TO WS-ORIG-SEQ
                               MOVE HIST-VALOR TO WS-VALOR-EXIBE
                               DISPLAY "SEQ " HIST-SEQ " "
                                   HIST-TIPO-OP " VALOR "
                                   WS-VALOR-EXIBE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTDE-ACHADOS = 0
               DISPLAY "LANCAMENTO NAO ENCONTRADO NO HISTORICO."
           ELSE
               IF WS-QTDE-ACHADOS > 1
                   DISPLAY "MAIS DE UM LANCAMENTO NESTA HORA. DIGITE "
                       "A SEQUENCIA"
                   ACCEPT WS-SEQ-ESCOLHIDA
                   MOVE WS-SEQ-ESCOLHIDA TO WS-ORIG-SEQ
               END-IF
               MOVE WS-CONTA-ALVO TO HIST-CONTA
               MOVE WS-REF-DATA TO HIST-DATA
               MOVE WS-ORIG-SEQ TO HIST-SEQ
               READ ACCOUNT-HISTORY
                   INVALID KEY
                       DISPLAY "SEQUENCIA NAO ENCONTRADA."
               END-READ
               IF WS-FS-ACCTHIST = "00"
                   IF HIST-HORA NOT = WS-REF-HORA
                       DISPLAY "SEQUENCIA NAO PERTENCE A HORA "
                           "INFORMADA."
                   ELSE
                       MOVE "S" TO WS-ACHOU-ORIGINAL
                       MOVE HIST-TIPO-OP TO WS-ORIG-TIPO
                       MOVE HIST-VALOR TO WS-ORIG-VALOR
                       MOVE HIST-CONTA-LIGADA TO WS-ORIG-LIGADA
                       MOVE HIST-REF-DATA TO WS-ORIG-REF-DATA
                       MOVE HIST-REF-HORA TO WS-ORIG-REF-HORA
                   END-IF
               END-IF
           END-IF.

      * Lancamento que creditou a conta e estornado a debito e
      * vice-versa. Consulta, ADM-*, DEP-CHEQUE (sem efeito no saldo)
      * e o proprio estorno nao se estornam; TED enviada so volta pelo
      * retorno da camara (CEP100), senao o credito sairia dobrado.
      * Lancamentos de CDB acompanham a aplicacao no CDBINV.DAT: um
      * estorno deixaria conta e aplicacao desencontradas.
       P012-CLASSIFICA-TIPO.
           MOVE SPACES TO WS-TIPO-ESTORNO.
           MOVE "N" TO WS-TRANSFERENCIA.
           EVALUATE WS-ORIG-TIPO
               WHEN "DEPOSITO"
               WHEN "TRANSF-CRE"
               WHEN "JUROS"
               WHEN "TED-RECEB"
               WHEN "TED-DEVOL"
               WHEN "DEP-CHQLIB"
                   MOVE "ESTORNO-DB" TO WS-TIPO-ESTORNO
               WHEN "SAQUE"
               WHEN "TRANSF-DEB"
               WHEN "TAXA"
               WHEN "TARIFA"
               WHEN "JUROS-CHEQ"
               WHEN "PAGAMENTO"
                   MOVE "ESTORNO-CR" TO WS-TIPO-ESTORNO
               WHEN "TED-ENVIO"
                   DISPLAY "TED ENVIADA SO E DESFEITA PELO RETORNO DA "
                       "CAMARA. ESTORNO RECUSADO."
               WHEN "CDB-APLIC"
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
               WHEN "CDB-IR"
                   DISPLAY "LANCAMENTO DE CDB ACOMPANHA A APLICACAO "
                       "(CDBINV.DAT). ESTORNO RECUSADO."
               WHEN OTHER
                   DISPLAY "LANCAMENTO " WS-ORIG-TIPO
                       " NAO E ESTORNAVEL."
           END-EVALUATE.
           IF WS-ORIG-TIPO = "TRANSF-DEB" OR WS-ORIG-TIPO = "TRANSF-CRE"
               MOVE "S" TO WS-TRANSFERENCIA
               MOVE WS-ORIG-LIGADA TO WS-PAR-CONTA
               IF WS-ORIG-TIPO = "TRANSF-DEB"
                   MOVE "TRANSF-CRE" TO WS-PAR-TIPO
                   MOVE "ESTORNO-DB" TO WS-PAR-ESTORNO
               ELSE
                   MOVE "TRANSF-DEB" TO WS-PAR-TIPO
                   MOVE "ESTORNO-CR" TO WS-PAR-ESTORNO
               END-IF
           END-IF.

      * Conta no historico da conta (da data do original em diante)
      * os lancamentos identicos ao original e os estornos que apontam
      * para ele. Estornos >= originais: ja estornado. WS-BUSCA-*
      * identifica o lancamento e o tipo de estorno esperado.
       P013-CONFERE-ESTORNADO.
           MOVE 0 TO WS-QTDE-ORIGINAIS.
           MOVE 0 TO WS-QTDE-ESTORNOS.
           MOVE WS-BUSCA-CONTA TO HIST-CONTA.
           MOVE WS-BUSCA-DATA TO HIST-DATA.
           MOVE 0 TO HIST-SEQ.
           MOVE "N" TO WS-EOF-HIST.
           START ACCOUNT-HISTORY KEY NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST = "S"
               READ ACCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HIST-CONTA NOT = WS-BUSCA-CONTA
                           MOVE "S" TO WS-EOF-HIST
                       ELSE
                           IF HIST-DATA = WS-BUSCA-DATA
                                   AND HIST-HORA = WS-BUSCA-HORA
                                   AND HIST-TIPO-OP = WS-BUSCA-TIPO
                                   AND HIST-VALOR = WS-BUSCA-VALOR
                               ADD 1 TO WS-QTDE-ORIGINAIS
                           END-IF
                           IF HIST-TIPO-OP = WS-BUSCA-ESTORNO
                                   AND HIST-REF-DATA = WS-BUSCA-DATA
                                   AND HIST-REF-HORA = WS-BUSCA-HORA
                                   AND HIST-VALOR = WS-BUSCA-VALOR
                               ADD 1 TO WS-QTDE-ESTORNOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTDE-ESTORNOS >= WS-QTDE-ORIGINAIS
               MOVE "S" TO WS-JA-ESTORNADO
           ELSE
               MOVE "N" TO WS-JA-ESTORNADO
           END-IF.

      * A outra perna da transferencia: na conta ligada, mesma data,
      * tipo complementar, ligada de volta a esta conta e mesmo valor.
      * Havendo varias, vale a de hora mais proxima do original.
       P014-LOCALIZA-CONTRAPARTIDA.
           MOVE "N" TO WS-ACHOU-PAR.
           MOVE 999999 TO WS-MENOR-DIF.
           MOVE WS-REF-HORA TO WS-HORA-CALCULO.
           COMPUTE WS-SEG-ORIGINAL = WS-HC-HORAS * 3600
               + WS-HC-MINUTOS * 60 + WS-HC-SEGUNDOS.
           MOVE WS-PAR-CONTA TO HIST-CONTA.
           MOVE WS-REF-DATA TO HIST-DATA.
           MOVE 0 TO HIST-SEQ.
           MOVE "N" TO WS-EOF-HIST.
           START ACCOUNT-HISTORY KEY NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST = "S"
               READ ACCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HIST-CONTA NOT = WS-PAR-CONTA
                               OR HIST-DATA NOT = WS-REF-DATA
                           MOVE "S" TO WS-EOF-HIST
                       ELSE
                           IF HIST-TIPO-OP = WS-PAR-TIPO
                                   AND HIST-CONTA-LIGADA = WS-CONTA-ALVO
                                   AND HIST-VALOR = WS-ORIG-VALOR
                               PERFORM P014A-AVALIA-CONTRAPARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU-PAR = "N"
               DISPLAY "CONTRAPARTIDA DA TRANSFERENCIA NAO ENCONTRADA "
                   "NA CONTA " WS-PAR-CONTA ". ESTORNO RECUSADO."
           ELSE
               PERFORM P014B-CONFERE-CONTRAPARTIDA
           END-IF.

       P014A-AVALIA-CONTRAPARTIDA.
           MOVE HIST-HORA TO WS-HORA-CALCULO.
           COMPUTE WS-SEG-LIDO = WS-HC-HORAS * 3600
               + WS-HC-MINUTOS * 60 + WS-HC-SEGUNDOS.
           IF WS-SEG-LIDO > WS-SEG-ORIGINAL
               COMPUTE WS-DIF-SEGUNDOS = WS-SEG-LIDO - WS-SEG-ORIGINAL
           ELSE
               COMPUTE WS-DIF-SEGUNDOS = WS-SEG-ORIGINAL - WS-SEG-LIDO
           END-IF.
           IF WS-DIF-SEGUNDOS < WS-MENOR-DIF
               MOVE WS-DIF-SEGUNDOS TO WS-MENOR-DIF
               MOVE HIST-HORA TO WS-PAR-HORA
               MOVE "S" TO WS-ACHOU-PAR
           END-IF.

      * As duas pernas precisam estar livres de estorno e a conta da
      * contrapartida nao pode estar encerrada; senao nada e lancado.
       P014B-CONFERE-CONTRAPARTIDA.
           MOVE WS-PAR-CONTA TO WS-BUSCA-CONTA.
           MOVE WS-REF-DATA TO WS-BUSCA-DATA.
           MOVE WS-PAR-HORA TO WS-BUSCA-HORA.
           MOVE WS-PAR-TIPO TO WS-BUSCA-TIPO.
           MOVE WS-ORIG-VALOR TO WS-BUSCA-VALOR.
           MOVE WS-PAR-ESTORNO TO WS-BUSCA-ESTORNO.
           PERFORM P013-CONFERE-ESTORNADO.
           IF WS-JA-ESTORNADO = "S"
               MOVE "N" TO WS-ACHOU-PAR
               DISPLAY "CONTRAPARTIDA JA ESTORNADA. ESTORNO RECUSADO."
           ELSE
               MOVE WS-PAR-CONTA TO ACCT-NUMERO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU-PAR
                       DISPLAY "CONTA DA CONTRAPARTIDA NAO ENCONTRADA."
               END-READ
               IF WS-ACHOU-PAR = "S"
                   MOVE ACCT-STATUS TO WS-PAR-STATUS
                   IF WS-PAR-STATUS = "E"
                       MOVE "N" TO WS-ACHOU-PAR
                       DISPLAY "CONTA DA CONTRAPARTIDA ENCERRADA. "
                           "ESTORNO RECUSADO."
                   END-IF
               END-IF
           END-IF.

      * Movimenta o saldo da conta WS-CONTA-OP pelo valor original e
      * grava o estorno no jornal apontando a data/hora do original.
       P015-APLICA-ESTORNO.
           MOVE WS-CONTA-OP TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WS-CONTA-OP " NAO ENCONTRADA."
           END-READ.
           IF WS-FS-ACCTMAST = "00"
               IF WS-TIPO-OP = "ESTORNO-CR"
                   ADD WS-ORIG-VALOR TO ACCT-SALDO
               ELSE
                   SUBTRACT WS-ORIG-VALOR FROM ACCT-SALDO
               END-IF
               REWRITE ACCT-REG
               IF WS-FS-ACCTMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO ATUALIZAR A CONTA "
                       WS-CONTA-OP " (STATUS " WS-FS-ACCTMAST ")"
               END-IF
               MOVE WS-ORIG-VALOR TO WS-VALOR-OP
               MOVE WS-REF-DATA TO WS-REF-DATA-OP
               PERFORM P020-GRAVA-JORNAL
               MOVE ACCT-SALDO TO WS-SALDO-EXIBE
               DISPLAY "CONTA " WS-CONTA-OP " " WS-TIPO-OP
                   " - NOVO SALDO " WS-SALDO-EXIBE
           END-IF.

      * TARIFA estornada deixa de ser receita: o valor sai do
      * USO-VALOR-COBRADO do mes da tarifa no TARUSO.DAT, base do
      * relatorio de receita (CEP220). O servico vem da operacao que
      * gerou a tarifa (REF do lancamento): hora zero e o cheque
      * devolvido do CEP110; REF zero e a cobranca mensal
      * consolidada do CEP030, baixada pelos servicos do mes na
      * ordem da tabela.
       P016-BAIXA-USO-TARIFA.
           MOVE 0 TO WS-SERVICO-TARIFA.
           IF WS-ORIG-REF-DATA NOT = 0
               IF WS-ORIG-REF-HORA = 0
                   MOVE 4 TO WS-SERVICO-TARIFA
               ELSE
                   PERFORM P016A-LOCALIZA-OPERACAO
               END-IF
           END-IF.
           OPEN I-O TARIFF-USAGE.
           IF WS-FS-TARUSO NOT = "00"
               DISPLAY "ALERTA: TARUSO.DAT INDISPONIVEL (STATUS "
                   WS-FS-TARUSO ") - RECEITA DE TARIFAS NAO BAIXADA."
           ELSE
               DIVIDE WS-REF-DATA BY 100 GIVING WS-MES-USO
               MOVE WS-CONTA-ALVO TO USO-CONTA
               MOVE WS-MES-USO TO USO-MES
               READ TARIFF-USAGE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-TARUSO NOT = "00"
                   DISPLAY "ALERTA: USO DE TARIFAS DA CONTA NO MES "
                       WS-MES-USO " NAO ENCONTRADO - RECEITA NAO "
                       "BAIXADA."
               ELSE
                   MOVE WS-ORIG-VALOR TO WS-SALDO-BAIXA
                   IF WS-SERVICO-TARIFA > 0
                       MOVE WS-SERVICO-TARIFA TO WS-IDX-SERVICO
                       PERFORM P016B-BAIXA-SERVICO
                   END-IF
                   PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                           UNTIL WS-IDX-SERVICO > 4
                           OR WS-SALDO-BAIXA = 0
                       PERFORM P016B-BAIXA-SERVICO
                   END-PERFORM
                   REWRITE USO-REG
                   IF WS-FS-TARUSO NOT = "00"
                       DISPLAY "ALERTA: FALHA AO GRAVAR TARUSO.DAT "
                           "(STATUS " WS-FS-TARUSO ")"
                   END-IF
                   IF WS-SALDO-BAIXA > 0
                       MOVE WS-SALDO-BAIXA TO WS-VALOR-EXIBE
                       DISPLAY "ALERTA: " WS-VALOR-EXIBE " DO ESTORNO "
                           "SEM TARIFA COBRADA NO MES " WS-MES-USO
                           " (TARUSO.DAT)."
                   END-IF
               END-IF
               CLOSE TARIFF-USAGE
           END-IF.

      * Operacao da conta na data/hora apontada pela TARIFA: SAQUE,
      * TED enviada e pagamento de boleto, posicoes 1 a 3 do USO-ITEM.
       P016A-LOCALIZA-OPERACAO.
           MOVE WS-CONTA-ALVO TO HIST-CONTA.
           MOVE WS-ORIG-REF-DATA TO HIST-DATA.
           MOVE 0 TO HIST-SEQ.
           MOVE "N" TO WS-EOF-HIST.
           START ACCOUNT-HISTORY KEY NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST = "S"
                   OR WS-SERVICO-TARIFA NOT = 0
               READ ACCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HIST-CONTA NOT = WS-CONTA-ALVO
                               OR HIST-DATA NOT = WS-ORIG-REF-DATA
                           MOVE "S" TO WS-EOF-HIST
                       ELSE
                           IF HIST-HORA = WS-ORIG-REF-HORA
                               EVALUATE HIST-TIPO-OP
                                   WHEN "SAQUE"
                                       MOVE 1 TO WS-SERVICO-TARIFA
                                   WHEN "TED-ENVIO"
                                       MOVE 2 TO WS-SERVICO-TARIFA
                                   WHEN "PAGAMENTO"
                                       MOVE 3 TO WS-SERVICO-TARIFA
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P016B-BAIXA-SERVICO.
           IF USO-VALOR-COBRADO(WS-IDX-SERVICO) >= WS-SALDO-BAIXA
               SUBTRACT WS-SALDO-BAIXA
                   FROM USO-VALOR-COBRADO(WS-IDX-SERVICO)
               MOVE 0 TO WS-SALDO-BAIXA
           ELSE
               SUBTRACT USO-VALOR-COBRADO(WS-IDX-SERVICO)
                   FROM WS-SALDO-BAIXA
               MOVE 0 TO USO-VALOR-COBRADO(WS-IDX-SERVICO)
           END-IF.

      * Falha de sign-on vai para a trilha de seguranca (SECEVT.DAT)
      * com o ID digitado e o numero da tentativa na sessao.
       P022-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP170" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           MOVE WS-TENTATIVAS TO SEC-TENTATIVAS.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

      * Estorno e lancamento como outro qualquer: entra no jornal
      * (fechamento, GL, extrato) e no historico da conta.
       P020-GRAVA-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO JRN-DATA.
           MOVE WS-HORA-ATUAL TO JRN-HORA.
           MOVE WS-CONTA-OP TO JRN-CONTA.
           MOVE WS-TIPO-OP TO JRN-TIPO-OP.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE ACCT-SALDO TO JRN-SALDO-APOS.
           MOVE WS-LIGADA-OP TO JRN-CONTA-LIGADA.
           MOVE WS-REF-DATA-OP TO JRN-REF-DATA.
           MOVE WS-REF-HORA-OP TO JRN-REF-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "(STATUS " WS-FS-JOURNAL ")"
           END-IF.
           PERFORM P021-GRAVA-HISTORICO.

      * Mantem o historico indexado por conta+data+sequencia junto
      * com o jornal; a sequencia resolve a colisao de chave de
      * varios lancamentos da conta no mesmo dia.
       P021-GRAVA-HISTORICO.
           INITIALIZE HIST-REG.
           MOVE JRN-CONTA TO HIST-CONTA.
           MOVE JRN-DATA TO HIST-DATA.
           MOVE 1 TO HIST-SEQ.
           MOVE JRN-HORA TO HIST-HORA.
           MOVE JRN-TIPO-OP TO HIST-TIPO-OP.
           MOVE JRN-VALOR TO HIST-VALOR.
           MOVE JRN-SALDO-APOS TO HIST-SALDO-APOS.
           MOVE JRN-CONTA-LIGADA TO HIST-CONTA-LIGADA.
           MOVE JRN-REF-DATA TO HIST-REF-DATA.
           MOVE JRN-REF-HORA TO HIST-REF-HORA.
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

           END PROGRAM CEP170.
