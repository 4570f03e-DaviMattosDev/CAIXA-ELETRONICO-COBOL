      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Operator registry console (supervisor role) -
      *          maintains OPERMAST.DAT, the individual sign-on file
      *          of the operator consoles (CEP070, CEP090, CEP120,
      *          CEP170, CEP210, CEP240): adds an operator with a
      *          role, revokes and reactivates, resets the password
      *          (the operator must change it at the next sign-on) and
      *          lists the registry. Every change goes to SECEVT.DAT
      *          with the supervisor and the operator changed. With no
      *          registry the file is started with the installation
      *          supervisor SUPERV01, whose password must be changed at
      *          the first sign-on.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP190.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
       DATA DIVISION.
       FILE SECTION.
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-OPERADOR PIC X(8).
           77 WS-PAPEL-EXIGIDO PIC X(1) VALUE "S".
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-APROVADOR PIC X(8).
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-OPCAO PIC X(2).
           77 WS-OPERADOR-ALVO PIC X(8).
           77 WS-NOME-OPERADOR PIC X(30).
           77 WS-PAPEL-NOVO PIC X(1).
           77 WS-EOF-OPERMAST PIC X(1).
           77 WS-QTDE-OPERADORES PIC 9(4) VALUE 0.
           77 WS-DESC-PAPEL PIC X(14).
           77 WS-DESC-STATUS PIC X(8).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "CADASTRO DE OPERADORES - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST = "35"
               PERFORM P009-INICIA-CADASTRO
           END-IF.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-SUPERVISOR.

           PERFORM P002-MENU.

           CLOSE OPERATOR-MASTER.
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: senha,
      * operador ativo e perfil de supervisor. O ID digitado fica em
      * WS-OPERADOR e vai para a trilha de
      * seguranca de cada manutencao.
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
           DISPLAY "1 - INCLUIR OPERADOR".
           DISPLAY "2 - REVOGAR OPERADOR".
           DISPLAY "3 - REATIVAR OPERADOR".
           DISPLAY "4 - REDEFINIR SENHA".
           DISPLAY "5 - LISTAR OPERADORES".
           DISPLAY "6 - SAIR".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P003-INCLUI
               WHEN '2'
                   PERFORM P004-REVOGA
               WHEN '3'
                   PERFORM P005-REATIVA
               WHEN '4'
                   PERFORM P006-REDEFINE-SENHA
               WHEN '5'
                   PERFORM P007-LISTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OPCAO NOT = '6'
               PERFORM P002-MENU
           END-IF.

      * Localiza o operador informado e mostra nome, perfil e situacao.
      * WS-FS-OPERMAST = "00" na saida indica operador posicionado.
       P010-BUSCA-OPERADOR.
           DISPLAY "DIGITE A IDENTIFICACAO DO OPERADOR A ALTERAR".
           ACCEPT WS-OPERADOR-ALVO.
           MOVE WS-OPERADOR-ALVO TO OPR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
           END-READ.
           IF WS-FS-OPERMAST = "00"
               PERFORM P011-DESCREVE-OPERADOR
               DISPLAY "OPERADOR " OPR-ID " - " OPR-NOME
               DISPLAY "PERFIL " WS-DESC-PAPEL " - " WS-DESC-STATUS
                   " - SENHA VALIDA ATE " OPR-DATA-EXPIRA
           END-IF.

       P011-DESCREVE-OPERADOR.
           EVALUATE OPR-PAPEL
               WHEN "S"
                   MOVE "SUPERVISOR" TO WS-DESC-PAPEL
               WHEN "P"
                   MOVE "PARAMETROS" TO WS-DESC-PAPEL
               WHEN "T"
                   MOVE "TRANSPORTADORA" TO WS-DESC-PAPEL
               WHEN "A"
                   MOVE "ATENDIMENTO" TO WS-DESC-PAPEL
               WHEN OTHER
                   MOVE "?" TO WS-DESC-PAPEL
           END-EVALUATE.
           IF OPR-STATUS = "A"
               MOVE "ATIVO" TO WS-DESC-STATUS
           ELSE
               MOVE "REVOGADO" TO WS-DESC-STATUS
           END-IF.

      * Operador novo nasce ativo com a senha inicial ja vencida:
      * o primeiro sign-on obriga a troca por uma senha so dele.
       P003-INCLUI.
           DISPLAY "DIGITE A IDENTIFICACAO DO NOVO OPERADOR (8 POS)".
           ACCEPT WS-OPERADOR-ALVO.
           IF WS-OPERADOR-ALVO = SPACES
               DISPLAY "IDENTIFICACAO INVALIDA. NAO INCLUIDO."
           ELSE
               MOVE WS-OPERADOR-ALVO TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-OPERMAST = "00"
                   DISPLAY "OPERADOR JA CADASTRADO. NAO INCLUIDO."
               ELSE
                   PERFORM P003A-DADOS-NOVO-OPERADOR
               END-IF
           END-IF.

       P003A-DADOS-NOVO-OPERADOR.
           DISPLAY "DIGITE O NOME DO OPERADOR".
           ACCEPT WS-NOME-OPERADOR.
           DISPLAY "PERFIL: S - SUPERVISOR, P - PARAMETROS, "
               "T - TRANSPORTADORA, A - ATENDIMENTO".
           ACCEPT WS-PAPEL-NOVO.
           DISPLAY "DIGITE A SENHA INICIAL".
           ACCEPT WS-SENHA-NOVA.
           IF WS-PAPEL-NOVO NOT = "S" AND WS-PAPEL-NOVO NOT = "P"
                   AND WS-PAPEL-NOVO NOT = "T"
                   AND WS-PAPEL-NOVO NOT = "A"
               DISPLAY "PERFIL INVALIDO. NAO INCLUIDO."
           ELSE
               IF WS-SENHA-NOVA = SPACES
                   DISPLAY "SENHA INICIAL EM BRANCO. NAO INCLUIDO."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   INITIALIZE OPR-REG
                   MOVE WS-OPERADOR-ALVO TO OPR-ID
                   MOVE WS-SENHA-NOVA TO OPR-SENHA
                   MOVE WS-NOME-OPERADOR TO OPR-NOME
                   MOVE WS-PAPEL-NOVO TO OPR-PAPEL
                   MOVE "A" TO OPR-STATUS
                   MOVE 0 TO OPR-DATA-EXPIRA
                   MOVE WS-DATA-ATUAL TO OPR-DATA-INCLUSAO
                   WRITE OPR-REG
                   IF WS-FS-OPERMAST NOT = "00"
                       DISPLAY "ALERTA: FALHA AO GRAVAR OPERMAST.DAT "
                           "(STATUS " WS-FS-OPERMAST ")"
                   ELSE
                       MOVE "OPER-INCL" TO WS-EVENTO-SEG
                       PERFORM P022-GRAVA-EVENTO-SEGURANCA
                       DISPLAY "OPERADOR " OPR-ID " INCLUIDO. TROCA "
                           "DE SENHA NO PRIMEIRO SIGN-ON."
                   END-IF
               END-IF
           END-IF.

      * Revogado nao entra em console nenhum nem aprova dupla
      * custodia. O supervisor nao revoga o proprio acesso, para o
      * cadastro nunca ficar sem quem o mantenha.
       P004-REVOGA.
           PERFORM P010-BUSCA-OPERADOR.
           IF WS-FS-OPERMAST = "00"
               IF OPR-ID = WS-OPERADOR
                   DISPLAY "O PROPRIO OPERADOR NAO PODE SER REVOGADO."
               ELSE
                   IF OPR-STATUS = "R"
                       DISPLAY "OPERADOR JA ESTA REVOGADO."
                   ELSE
                       MOVE "R" TO OPR-STATUS
                       MOVE "OPER-REVOG" TO WS-EVENTO-SEG
                       PERFORM P012-REGRAVA-OPERADOR
                   END-IF
               END-IF
           END-IF.

       P005-REATIVA.
           PERFORM P010-BUSCA-OPERADOR.
           IF WS-FS-OPERMAST = "00"
               IF OPR-STATUS = "A"
                   DISPLAY "OPERADOR JA ESTA ATIVO."
               ELSE
                   MOVE "A" TO OPR-STATUS
                   MOVE "OPER-REATV" TO WS-EVENTO-SEG
                   PERFORM P012-REGRAVA-OPERADOR
               END-IF
           END-IF.

      * Senha esquecida: o supervisor define uma senha provisoria ja
      * vencida, e o operador troca no proximo sign-on.
       P006-REDEFINE-SENHA.
           PERFORM P010-BUSCA-OPERADOR.
           IF WS-FS-OPERMAST = "00"
               DISPLAY "DIGITE A SENHA PROVISORIA"
               ACCEPT WS-SENHA-NOVA
               IF WS-SENHA-NOVA = SPACES
                   DISPLAY "SENHA EM BRANCO. NAO ALTERADA."
               ELSE
                   MOVE WS-SENHA-NOVA TO OPR-SENHA
                   MOVE 0 TO OPR-DATA-EXPIRA
                   MOVE "OPER-SENHA" TO WS-EVENTO-SEG
                   PERFORM P012-REGRAVA-OPERADOR
               END-IF
           END-IF.

       P012-REGRAVA-OPERADOR.
           REWRITE OPR-REG.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR OPERMAST.DAT "
                   "(STATUS " WS-FS-OPERMAST ")"
           ELSE
               PERFORM P022-GRAVA-EVENTO-SEGURANCA
               PERFORM P011-DESCREVE-OPERADOR
               DISPLAY "OPERADOR " OPR-ID " ALTERADO - "
                   WS-DESC-STATUS
           END-IF.

       P007-LISTA.
           DISPLAY "------------------------------------------------".
           DISPLAY "OPERADOR NOME                           PERFIL "
               "        SITUACAO VALIDADE".
           MOVE 0 TO WS-QTDE-OPERADORES.
           MOVE "N" TO WS-EOF-OPERMAST.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-MASTER KEY NOT LESS THAN OPR-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-OPERMAST
           END-START.
           PERFORM UNTIL WS-EOF-OPERMAST = "S"
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-OPERMAST
                   NOT AT END
                       ADD 1 TO WS-QTDE-OPERADORES
                       PERFORM P011-DESCREVE-OPERADOR
                       DISPLAY OPR-ID " " OPR-NOME " "
                           WS-DESC-PAPEL " " WS-DESC-STATUS " "
                           OPR-DATA-EXPIRA
               END-READ
           END-PERFORM.
           DISPLAY "OPERADORES CADASTRADOS...: " WS-QTDE-OPERADORES.

      * Primeira execucao sem cadastro: cria o arquivo com o supervisor
      * da instalacao, senha inicial ja vencida, para que o primeiro
      * sign-on troque a senha e inclua os demais operadores.
       P009-INICIA-CADASTRO.
           DISPLAY "CADASTRO DE OPERADORES AUSENTE. INICIANDO COM O "
               "SUPERVISOR DA INSTALACAO (SUPERV01).".
           OPEN OUTPUT OPERATOR-MASTER.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           INITIALIZE OPR-REG.
           MOVE "SUPERV01" TO OPR-ID.
           MOVE "SUP73041" TO OPR-SENHA.
           MOVE "SUPERVISOR DA INSTALACAO" TO OPR-NOME.
           MOVE "S" TO OPR-PAPEL.
           MOVE "A" TO OPR-STATUS.
           MOVE 0 TO OPR-DATA-EXPIRA.
           MOVE WS-DATA-ATUAL TO OPR-DATA-INCLUSAO.
           WRITE OPR-REG.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR OPERMAST.DAT "
                   "(STATUS " WS-FS-OPERMAST ")"
           END-IF.
           CLOSE OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER.

      * Falha de sign-on e manutencao do cadastro vao para a trilha de
      * seguranca (SECEVT.DAT): no sign-on com o ID digitado e a
      * tentativa, na manutencao com o operador alterado.
       P022-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP190" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           IF WS-EVENTO-SEG = "SIGNON-ERR"
               MOVE WS-TENTATIVAS TO SEC-TENTATIVAS
           ELSE
               MOVE WS-OPERADOR-ALVO TO SEC-OPERADOR-2
           END-IF.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

           END PROGRAM CEP190.
