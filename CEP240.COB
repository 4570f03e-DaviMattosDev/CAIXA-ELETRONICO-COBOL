      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Branch customer console (operator sign-on, atendimento
      *          or supervisor role) - looks customers up by CPF or by
      *          part of the holder name in CUSTMAST.DAT and shows the
      *          consolidated position of every account under the CPF:
      *          balance, status and overdraft limit (ACCTMAST.DAT),
      *          cheques pending clearance (CHQPEND.DAT), active
      *          standing orders (STANDORD.DAT) and TEDs not yet
      *          settled (TEDPEND.DAT / TEDENV.DAT). Updates the phone
      *          and address of the holder, one account or every
      *          account of the CPF, with a before/after line per field
      *          in CUSTAUD.DAT. Validates the CPF check digits and
      *          warns when the CPF is registered under more than one
      *          name.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP240.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMERO
               FILE STATUS IS WS-FS-ACCTMAST.
           SELECT CHEQUE-PENDENTE ASSIGN TO "CHQPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHQPEND.
           SELECT STANDING-ORDER ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDORD.
           SELECT TED-PENDENTE ASSIGN TO "TEDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEDPEND.
           SELECT TED-ENVIADA ASSIGN TO "TEDENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEDENV.
           SELECT CUSTOMER-AUDIT ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTAUD.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  CHEQUE-PENDENTE.
           COPY "CHQPEND.CPY".
           FD  STANDING-ORDER.
           COPY "STANDORD.CPY".
           FD  TED-PENDENTE.
           COPY "TEDMOV.CPY".
           FD  TED-ENVIADA.
           01  ENV-REG PIC X(63).
           FD  CUSTOMER-AUDIT.
           COPY "CUSTAUD.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-CHQPEND PIC X(2) VALUE "00".
           77 WS-FS-STANDORD PIC X(2) VALUE "00".
           77 WS-FS-TEDPEND PIC X(2) VALUE "00".
           77 WS-FS-TEDENV PIC X(2) VALUE "00".
           77 WS-FS-CUSTAUD PIC X(2) VALUE "00".
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-ACCTMAST-OK PIC X(1) VALUE "N".
           77 WS-EOF-CUSTMAST PIC X(1).
           77 WS-EOF-ARQUIVO PIC X(1).
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-OPERADOR PIC X(8).
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-OPCAO PIC X(2).
           77 WS-CONFIRMA PIC X(1).
           77 WS-CPF-ALVO PIC 9(11) VALUE 0.
           77 WS-CONTA-ALVO PIC 9(6) VALUE 0.
           77 WS-CONTA-BUSCA PIC 9(6) VALUE 0.
           77 WS-ACHOU-CONTA PIC X(1).
           77 WS-CPF-OK PIC X(1).
           77 WS-NOMES-DIVERGENTES PIC X(1).
           77 WS-TRECHO-NOME PIC X(30).
           77 WS-TAM-TRECHO PIC 9(2) VALUE 0.
           77 WS-NOME-COMPARA PIC X(30).
           77 WS-OCORRENCIAS PIC 9(4) VALUE 0.
           77 WS-QTDE-ACHADOS PIC 9(4) VALUE 0.
           77 WS-QTDE-CONTAS PIC 9(2) VALUE 0.
           77 WS-IDX-CONTA PIC 9(2) VALUE 0.
           77 WS-QTDE-ITENS PIC 9(4) VALUE 0.
           77 WS-SALDO-EXIBE PIC -(9)9.99.
           77 WS-TOTAL-SALDO PIC S9(12)V99 VALUE 0.
           77 WS-TOTAL-EXIBE PIC -(11)9.99.
           77 WS-SITUACAO PIC X(10).
           77 WS-TELEFONE-NOVO PIC X(11).
           77 WS-ENDERECO-NOVO PIC X(40).
           77 WS-TELEFONE-ANTES PIC X(11).
           77 WS-ENDERECO-ANTES PIC X(40).
           77 WS-TODAS-CONTAS PIC X(1).
           77 WS-CAMPO-AUDIT PIC X(10).
           77 WS-VALOR-ANTES-AUDIT PIC X(40).
           77 WS-VALOR-NOVO-AUDIT PIC X(40).
           77 WS-QTDE-ALTERADAS PIC 9(2) VALUE 0.
           77 WS-SOMA-CPF PIC 9(4) VALUE 0.
           77 WS-QUOCIENTE PIC 9(4) VALUE 0.
           77 WS-RESTO PIC 9(2) VALUE 0.
           77 WS-DV-CALCULADO PIC 9(2) VALUE 0.
           77 WS-IDX-DIG PIC 9(2) VALUE 0.
           77 WS-QTDE-IGUAIS PIC 9(2) VALUE 0.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-CPF-VALIDA PIC 9(11).
           01 WS-CPF-DIGITOS REDEFINES WS-CPF-VALIDA.
               05 WS-CPF-DIG PIC 9(1) OCCURS 11 TIMES.
           01 WS-TABELA-CONTAS-CPF.
               05 WS-CPF-ITEM OCCURS 50 TIMES.
                   10 WS-CPF-CONTA PIC 9(6).
                   10 WS-CPF-NOME PIC X(30).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "CONSOLE DE CLIENTES - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-OPERADOR.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-FS-CUSTMAST NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO "
                   "(CUSTMAST.DAT). STATUS: " WS-FS-CUSTMAST
               CLOSE OPERATOR-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST = "00"
               MOVE "S" TO WS-ACCTMAST-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE CONTAS INDISPONIVEL "
                   "(STATUS " WS-FS-ACCTMAST "). POSICAO SEM SALDOS."
           END-IF.

           PERFORM P002-MENU.

           CLOSE CUSTOMER-MASTER.
           IF WS-ACCTMAST-OK = "S"
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE OPERATOR-MASTER.
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: o console
      * de clientes aceita o perfil de atendimento e o de supervisor.
       P001-LOGIN-OPERADOR.
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
                   IF OPR-PAPEL NOT = "A" AND OPR-PAPEL NOT = "S"
                       DISPLAY "OPERADOR SEM PERFIL DE ATENDIMENTO."
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
               PERFORM P060-GRAVA-EVENTO-SEGURANCA
               IF WS-TENTATIVAS >= 3
                   DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   STOP RUN
               ELSE
                   PERFORM P001-LOGIN-OPERADOR
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
           DISPLAY "1 - PESQUISAR POR CPF".
           DISPLAY "2 - PESQUISAR POR NOME".
           DISPLAY "3 - ALTERAR TELEFONE E ENDERECO".
           DISPLAY "4 - SAIR".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P010-PESQUISA-CPF
               WHEN '2'
                   PERFORM P011-PESQUISA-NOME
               WHEN '3'
                   PERFORM P050-ALTERA-CONTATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OPCAO NOT = '4'
               PERFORM P002-MENU
           END-IF.

      * CPF com digito verificador invalido e avisado, mas a pesquisa
      * segue: o cadastro antigo nao validava o CPF na abertura.
       P010-PESQUISA-CPF.
           DISPLAY "DIGITE O CPF (SOMENTE NUMEROS)".
           ACCEPT WS-CPF-ALVO.
           MOVE WS-CPF-ALVO TO WS-CPF-VALIDA.
           PERFORM P030-VALIDA-CPF.
           IF WS-CPF-OK = "N"
               DISPLAY "ATENCAO: DIGITO VERIFICADOR DO CPF NAO CONFERE."
           END-IF.
           PERFORM P020-COLETA-CONTAS-CPF.
           IF WS-QTDE-CONTAS = 0
               DISPLAY "NENHUMA CONTA CADASTRADA PARA O CPF "
                   WS-CPF-ALVO
           ELSE
               PERFORM P040-VISAO-CONSOLIDADA
           END-IF.

      * Pesquisa por trecho do nome em qualquer posicao, sem
      * distinguir maiusculas; o operador escolhe o CPF para a visao
      * consolidada.
       P011-PESQUISA-NOME.
           DISPLAY "DIGITE O NOME OU PARTE DO NOME".
           ACCEPT WS-TRECHO-NOME.
           MOVE FUNCTION UPPER-CASE(WS-TRECHO-NOME) TO WS-TRECHO-NOME.
           IF WS-TRECHO-NOME = SPACES
               DISPLAY "NOME EM BRANCO. PESQUISA NAO EFETUADA."
           ELSE
               COMPUTE WS-TAM-TRECHO = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TRECHO-NOME TRAILING))
               MOVE 0 TO WS-QTDE-ACHADOS
               MOVE 0 TO CUST-CONTA
               MOVE "N" TO WS-EOF-CUSTMAST
               START CUSTOMER-MASTER KEY NOT LESS THAN CUST-CONTA
                   INVALID KEY
                       MOVE "S" TO WS-EOF-CUSTMAST
               END-START
               PERFORM UNTIL WS-EOF-CUSTMAST = "S"
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-CUSTMAST
                       NOT AT END
                           PERFORM P012-COMPARA-NOME
                   END-READ
               END-PERFORM
               DISPLAY "CLIENTES ENCONTRADOS.....: " WS-QTDE-ACHADOS
               IF WS-QTDE-ACHADOS > 0
                   DISPLAY "DIGITE O CPF PARA A POSICAO CONSOLIDADA "
                       "(0 = VOLTAR)"
                   ACCEPT WS-CPF-ALVO
                   IF WS-CPF-ALVO NOT = 0
                       PERFORM P020-COLETA-CONTAS-CPF
                       IF WS-QTDE-CONTAS = 0
                           DISPLAY "NENHUMA CONTA CADASTRADA PARA O "
                               "CPF " WS-CPF-ALVO
                       ELSE
                           PERFORM P040-VISAO-CONSOLIDADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       P012-COMPARA-NOME.
           MOVE FUNCTION UPPER-CASE(CUST-NOME) TO WS-NOME-COMPARA.
           MOVE 0 TO WS-OCORRENCIAS.
           INSPECT WS-NOME-COMPARA TALLYING WS-OCORRENCIAS
               FOR ALL WS-TRECHO-NOME(1:WS-TAM-TRECHO).
           IF WS-OCORRENCIAS > 0
               ADD 1 TO WS-QTDE-ACHADOS
               MOVE CUST-CPF TO WS-CPF-VALIDA
               PERFORM P030-VALIDA-CPF
               IF WS-CPF-OK = "S"
                   DISPLAY "CONTA " CUST-CONTA " - " CUST-NOME
                       " - CPF " CUST-CPF
               ELSE
                   DISPLAY "CONTA " CUST-CONTA " - " CUST-NOME
                       " - CPF " CUST-CPF " (CPF INVALIDO)"
               END-IF
           END-IF.

      * Levanta as contas do CPF no cadastro de clientes (leitura
      * completa: o cadastro e indexado pela conta) e confere se o
      * mesmo CPF aparece com nomes diferentes.
       P020-COLETA-CONTAS-CPF.
           MOVE 0 TO WS-QTDE-CONTAS.
           MOVE "N" TO WS-NOMES-DIVERGENTES.
           MOVE 0 TO CUST-CONTA.
           MOVE "N" TO WS-EOF-CUSTMAST.
           START CUSTOMER-MASTER KEY NOT LESS THAN CUST-CONTA
               INVALID KEY
                   MOVE "S" TO WS-EOF-CUSTMAST
           END-START.
           PERFORM UNTIL WS-EOF-CUSTMAST = "S"
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CUSTMAST
                   NOT AT END
                       IF CUST-CPF = WS-CPF-ALVO
                           PERFORM P021-REGISTRA-CONTA-CPF
                       END-IF
               END-READ
           END-PERFORM.

       P021-REGISTRA-CONTA-CPF.
           IF WS-QTDE-CONTAS < 50
               ADD 1 TO WS-QTDE-CONTAS
               MOVE CUST-CONTA TO WS-CPF-CONTA(WS-QTDE-CONTAS)
               MOVE CUST-NOME TO WS-CPF-NOME(WS-QTDE-CONTAS)
               IF CUST-NOME NOT = WS-CPF-NOME(1)
                   MOVE "S" TO WS-NOMES-DIVERGENTES
               END-IF
           ELSE
               DISPLAY "ALERTA: MAIS DE 50 CONTAS NO CPF. CONTA "
                   CUST-CONTA " NAO EXIBIDA."
           END-IF.

      * Digitos verificadores do CPF (modulo 11): pesos 10 a 2 sobre
      * os nove primeiros digitos para o primeiro DV e 11 a 2 sobre os
      * dez primeiros para o segundo; resto menor que 2 da DV zero.
      * Sequencias de um mesmo digito passam na conta mas sao
      * invalidas.
       P030-VALIDA-CPF.
           MOVE "S" TO WS-CPF-OK.
           MOVE 0 TO WS-QTDE-IGUAIS.
           PERFORM VARYING WS-IDX-DIG FROM 2 BY 1
                   UNTIL WS-IDX-DIG > 11
               IF WS-CPF-DIG(WS-IDX-DIG) = WS-CPF-DIG(1)
                   ADD 1 TO WS-QTDE-IGUAIS
               END-IF
           END-PERFORM.
           IF WS-QTDE-IGUAIS = 10
               MOVE "N" TO WS-CPF-OK
           END-IF.
           MOVE 0 TO WS-SOMA-CPF.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                   UNTIL WS-IDX-DIG > 9
               COMPUTE WS-SOMA-CPF = WS-SOMA-CPF
                   + WS-CPF-DIG(WS-IDX-DIG) * (11 - WS-IDX-DIG)
           END-PERFORM.
           PERFORM P031-CALCULA-DV.
           IF WS-DV-CALCULADO NOT = WS-CPF-DIG(10)
               MOVE "N" TO WS-CPF-OK
           END-IF.
           MOVE 0 TO WS-SOMA-CPF.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                   UNTIL WS-IDX-DIG > 10
               COMPUTE WS-SOMA-CPF = WS-SOMA-CPF
                   + WS-CPF-DIG(WS-IDX-DIG) * (12 - WS-IDX-DIG)
           END-PERFORM.
           PERFORM P031-CALCULA-DV.
           IF WS-DV-CALCULADO NOT = WS-CPF-DIG(11)
               MOVE "N" TO WS-CPF-OK
           END-IF.

       P031-CALCULA-DV.
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO < 2
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           END-IF.

      * Posicao consolidada do CPF: contas com saldo, situacao e
      * limite, e os itens em aberto de cada arquivo de movimento.
       P040-VISAO-CONSOLIDADA.
           MOVE WS-CPF-ALVO TO WS-CPF-VALIDA.
           PERFORM P030-VALIDA-CPF.
           DISPLAY "================================================".
           DISPLAY "POSICAO CONSOLIDADA DO CPF " WS-CPF-ALVO.
           DISPLAY "TITULAR..................: " WS-CPF-NOME(1).
           IF WS-CPF-OK = "N"
               DISPLAY "ATENCAO: DIGITO VERIFICADOR DO CPF NAO CONFERE."
           END-IF.
           IF WS-NOMES-DIVERGENTES = "S"
               DISPLAY "ATENCAO: CPF CADASTRADO COM NOMES DIFERENTES:"
               PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                       UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
                   DISPLAY "  CONTA " WS-CPF-CONTA(WS-IDX-CONTA)
                       " - " WS-CPF-NOME(WS-IDX-CONTA)
               END-PERFORM
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAS DO CPF".
           MOVE 0 TO WS-TOTAL-SALDO.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
               PERFORM P041-POSICAO-CONTA
           END-PERFORM.
           IF WS-ACCTMAST-OK = "S"
               MOVE WS-TOTAL-SALDO TO WS-TOTAL-EXIBE
               DISPLAY "SALDO TOTAL DO CPF.......: " WS-TOTAL-EXIBE
           END-IF.
           PERFORM P042-CHEQUES-PENDENTES.
           PERFORM P043-AGENDAMENTOS-ATIVOS.
           PERFORM P044-TED-PENDENTES.
           PERFORM P045-TED-ENVIADAS.
           DISPLAY "================================================".

       P041-POSICAO-CONTA.
           MOVE WS-CPF-CONTA(WS-IDX-CONTA) TO CUST-CONTA.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCTMAST-OK = "N"
               DISPLAY "CONTA " WS-CPF-CONTA(WS-IDX-CONTA)
                   " - POSICAO INDISPONIVEL"
           ELSE
               MOVE WS-CPF-CONTA(WS-IDX-CONTA) TO ACCT-NUMERO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "CONTA " WS-CPF-CONTA(WS-IDX-CONTA)
                           " - NAO ENCONTRADA NO CADASTRO DE CONTAS"
               END-READ
               IF WS-FS-ACCTMAST = "00"
                   EVALUATE ACCT-STATUS
                       WHEN "B"
                           MOVE "BLOQUEADA" TO WS-SITUACAO
                       WHEN "E"
                           MOVE "ENCERRADA" TO WS-SITUACAO
                       WHEN "D"
                           MOVE "INATIVA" TO WS-SITUACAO
                       WHEN OTHER
                           MOVE "ATIVA" TO WS-SITUACAO
                   END-EVALUATE
                   ADD ACCT-SALDO TO WS-TOTAL-SALDO
                   MOVE ACCT-SALDO TO WS-SALDO-EXIBE
                   DISPLAY "CONTA " ACCT-NUMERO " - " WS-SITUACAO
                       " - SALDO " WS-SALDO-EXIBE
                   DISPLAY "  LIMITE CHEQUE ESPECIAL.: "
                       ACCT-LIMITE-CHEQUE-ESP
                       " LIMITE DIARIO " ACCT-LIMITE-DIARIO
               END-IF
           END-IF.
           IF WS-FS-CUSTMAST = "00"
               DISPLAY "  TELEFONE...............: " CUST-TELEFONE
               DISPLAY "  ENDERECO...............: " CUST-ENDERECO
           END-IF.

       P042-CHEQUES-PENDENTES.
           DISPLAY "------------------------------------------------".
           DISPLAY "CHEQUES EM COMPENSACAO".
           MOVE 0 TO WS-QTDE-ITENS.
           MOVE "N" TO WS-EOF-ARQUIVO.
           OPEN INPUT CHEQUE-PENDENTE.
           IF WS-FS-CHQPEND = "00"
               PERFORM UNTIL WS-EOF-ARQUIVO = "S"
                   READ CHEQUE-PENDENTE
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE CHQ-CONTA TO WS-CONTA-BUSCA
                           PERFORM P046-CONTA-DO-CPF
                           IF WS-ACHOU-CONTA = "S"
                                   AND CHQ-STATUS = "P"
                               ADD 1 TO WS-QTDE-ITENS
                               DISPLAY "CHEQUE " CHQ-NUMERO " CONTA "
                                   CHQ-CONTA " VALOR " CHQ-VALOR
                                   " LIBERACAO " CHQ-DATA-LIBERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-PENDENTE
           END-IF.
           IF WS-QTDE-ITENS = 0
               DISPLAY "NENHUM CHEQUE EM COMPENSACAO."
           END-IF.

       P043-AGENDAMENTOS-ATIVOS.
           DISPLAY "------------------------------------------------".
           DISPLAY "AGENDAMENTOS ATIVOS".
           MOVE 0 TO WS-QTDE-ITENS.
           MOVE "N" TO WS-EOF-ARQUIVO.
           OPEN INPUT STANDING-ORDER.
           IF WS-FS-STANDORD = "00"
               PERFORM UNTIL WS-EOF-ARQUIVO = "S"
                   READ STANDING-ORDER
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE ORD-CONTA-ORIGEM TO WS-CONTA-BUSCA
                           PERFORM P046-CONTA-DO-CPF
                           IF WS-ACHOU-CONTA = "S"
                                   AND ORD-STATUS = "A"
                               ADD 1 TO WS-QTDE-ITENS
                               DISPLAY "AGENDAMENTO " ORD-NUMERO
                                   " CONTA " ORD-CONTA-ORIGEM
                                   " PARA " ORD-CONTA-DESTINO
                                   " VALOR " ORD-VALOR
                                   " DIA " ORD-DIA-MES
                                   " ATE " ORD-DATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER
           END-IF.
           IF WS-QTDE-ITENS = 0
               DISPLAY "NENHUM AGENDAMENTO ATIVO."
           END-IF.

       P044-TED-PENDENTES.
           DISPLAY "------------------------------------------------".
           DISPLAY "TED AGUARDANDO O CORTE DE ENVIO".
           MOVE 0 TO WS-QTDE-ITENS.
           MOVE "N" TO WS-EOF-ARQUIVO.
           OPEN INPUT TED-PENDENTE.
           IF WS-FS-TEDPEND = "00"
               PERFORM UNTIL WS-EOF-ARQUIVO = "S"
                   READ TED-PENDENTE
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM P047-LINHA-TED
                   END-READ
               END-PERFORM
               CLOSE TED-PENDENTE
           END-IF.
           IF WS-QTDE-ITENS = 0
               DISPLAY "NENHUMA TED PENDENTE."
           END-IF.

      * Enviadas com status E ainda esperam o retorno do parceiro de
      * compensacao (CEP100); liquidadas e devolvidas ja encerraram.
       P045-TED-ENVIADAS.
           DISPLAY "------------------------------------------------".
           DISPLAY "TED ENVIADAS AGUARDANDO LIQUIDACAO".
           MOVE 0 TO WS-QTDE-ITENS.
           MOVE "N" TO WS-EOF-ARQUIVO.
           OPEN INPUT TED-ENVIADA.
           IF WS-FS-TEDENV = "00"
               PERFORM UNTIL WS-EOF-ARQUIVO = "S"
                   READ TED-ENVIADA
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           MOVE ENV-REG TO TED-REG
                           PERFORM P047-LINHA-TED
                   END-READ
               END-PERFORM
               CLOSE TED-ENVIADA
           END-IF.
           IF WS-QTDE-ITENS = 0
               DISPLAY "NENHUMA TED AGUARDANDO LIQUIDACAO."
           END-IF.

       P046-CONTA-DO-CPF.
           MOVE "N" TO WS-ACHOU-CONTA.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
               IF WS-CPF-CONTA(WS-IDX-CONTA) = WS-CONTA-BUSCA
                   MOVE "S" TO WS-ACHOU-CONTA
               END-IF
           END-PERFORM.

       P047-LINHA-TED.
           MOVE TED-CONTA-ORIGEM TO WS-CONTA-BUSCA.
           PERFORM P046-CONTA-DO-CPF.
           IF WS-ACHOU-CONTA = "S"
                   AND (TED-STATUS = "P" OR TED-STATUS = "E")
               ADD 1 TO WS-QTDE-ITENS
               DISPLAY "TED " TED-NUMERO " CONTA " TED-CONTA-ORIGEM
                   " DATA " TED-DATA-NEGOCIO " VALOR " TED-VALOR
                   " BANCO " TED-BANCO-DESTINO
           END-IF.

      * Atualizacao de contato: campo em branco mantem o valor atual.
      * A mudanca pode ser levada a todas as contas do mesmo CPF;
      * cada campo alterado gera uma linha antes/depois no CUSTAUD.
       P050-ALTERA-CONTATO.
           DISPLAY "DIGITE O NUMERO DA CONTA".
           ACCEPT WS-CONTA-ALVO.
           MOVE WS-CONTA-ALVO TO CUST-CONTA.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CONTA SEM CADASTRO DE TITULAR."
           END-READ.
           IF WS-FS-CUSTMAST = "00"
               DISPLAY "TITULAR..................: " CUST-NOME
               DISPLAY "CPF......................: " CUST-CPF
               DISPLAY "TELEFONE ATUAL...........: " CUST-TELEFONE
               DISPLAY "ENDERECO ATUAL...........: " CUST-ENDERECO
               MOVE CUST-CPF TO WS-CPF-ALVO
               MOVE SPACES TO WS-TELEFONE-NOVO
               MOVE SPACES TO WS-ENDERECO-NOVO
               DISPLAY "DIGITE O NOVO TELEFONE (EM BRANCO = MANTER)"
               ACCEPT WS-TELEFONE-NOVO
               DISPLAY "DIGITE O NOVO ENDERECO (EM BRANCO = MANTER)"
               ACCEPT WS-ENDERECO-NOVO
               IF WS-TELEFONE-NOVO = SPACES
                       AND WS-ENDERECO-NOVO = SPACES
                   DISPLAY "NADA ALTERADO."
               ELSE
                   MOVE "N" TO WS-TODAS-CONTAS
                   DISPLAY "APLICAR A TODAS AS CONTAS DO CPF? (S/N)"
                   ACCEPT WS-TODAS-CONTAS
                   MOVE 0 TO WS-QTDE-ALTERADAS
                   IF WS-TODAS-CONTAS = "S" OR WS-TODAS-CONTAS = "s"
                       PERFORM P020-COLETA-CONTAS-CPF
                       PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                               UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
                           MOVE WS-CPF-CONTA(WS-IDX-CONTA)
                               TO WS-CONTA-BUSCA
                           PERFORM P051-APLICA-CONTATO
                       END-PERFORM
                   ELSE
                       MOVE WS-CONTA-ALVO TO WS-CONTA-BUSCA
                       PERFORM P051-APLICA-CONTATO
                   END-IF
                   DISPLAY "CONTAS ATUALIZADAS.......: "
                       WS-QTDE-ALTERADAS
               END-IF
           END-IF.

       P051-APLICA-CONTATO.
           MOVE WS-CONTA-BUSCA TO CUST-CONTA.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-CUSTMAST = "00"
               MOVE CUST-TELEFONE TO WS-TELEFONE-ANTES
               MOVE CUST-ENDERECO TO WS-ENDERECO-ANTES
               IF WS-TELEFONE-NOVO NOT = SPACES
                   MOVE WS-TELEFONE-NOVO TO CUST-TELEFONE
               END-IF
               IF WS-ENDERECO-NOVO NOT = SPACES
                   MOVE WS-ENDERECO-NOVO TO CUST-ENDERECO
               END-IF
               IF CUST-TELEFONE NOT = WS-TELEFONE-ANTES
                       OR CUST-ENDERECO NOT = WS-ENDERECO-ANTES
                   REWRITE CUST-REG
                   IF WS-FS-CUSTMAST NOT = "00"
                       DISPLAY "ALERTA: FALHA AO GRAVAR CUSTMAST.DAT "
                           "(STATUS " WS-FS-CUSTMAST ") CONTA "
                           CUST-CONTA
                   ELSE
                       ADD 1 TO WS-QTDE-ALTERADAS
                       IF CUST-TELEFONE NOT = WS-TELEFONE-ANTES
                           MOVE "TELEFONE" TO WS-CAMPO-AUDIT
                           MOVE WS-TELEFONE-ANTES
                               TO WS-VALOR-ANTES-AUDIT
                           MOVE CUST-TELEFONE TO WS-VALOR-NOVO-AUDIT
                           PERFORM P052-GRAVA-AUDITORIA
                       END-IF
                       IF CUST-ENDERECO NOT = WS-ENDERECO-ANTES
                           MOVE "ENDERECO" TO WS-CAMPO-AUDIT
                           MOVE WS-ENDERECO-ANTES
                               TO WS-VALOR-ANTES-AUDIT
                           MOVE CUST-ENDERECO TO WS-VALOR-NOVO-AUDIT
                           PERFORM P052-GRAVA-AUDITORIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       P052-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND CUSTOMER-AUDIT.
           IF WS-FS-CUSTAUD = "35"
               OPEN OUTPUT CUSTOMER-AUDIT
           END-IF.
           INITIALIZE CAD-REG.
           MOVE WS-DATA-ATUAL TO CAD-DATA.
           MOVE WS-HORA-ATUAL TO CAD-HORA.
           MOVE WS-OPERADOR TO CAD-OPERADOR.
           MOVE CUST-CONTA TO CAD-CONTA.
           MOVE CUST-CPF TO CAD-CPF.
           MOVE WS-CAMPO-AUDIT TO CAD-CAMPO.
           MOVE WS-VALOR-ANTES-AUDIT TO CAD-VALOR-ANTERIOR.
           MOVE WS-VALOR-NOVO-AUDIT TO CAD-VALOR-NOVO.
           WRITE CAD-REG.
           IF WS-FS-CUSTAUD NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR CUSTAUD.DAT (STATUS "
                   WS-FS-CUSTAUD ")"
           END-IF.
           CLOSE CUSTOMER-AUDIT.

      * Falha de sign-on vai para a trilha de seguranca (SECEVT.DAT)
      * com o numero da tentativa na sessao.
       P060-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP240" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           MOVE WS-TENTATIVAS TO SEC-TENTATIVAS.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

           END PROGRAM CEP240.
