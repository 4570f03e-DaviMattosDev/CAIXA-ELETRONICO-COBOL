      *          per denomination (100/50/20/10), updates the
      *          terminal's CASHDRWtttt.DAT (or the legacy single
      *          CASHDRW.DAT when there is no registry) and prints
      *          the position before and after the load. The crew
      *          signs on per operator against OPERMAST.DAT
      *          (cash-in-transit role) and the operator ID is kept
      *          on the drawer record. The same crew can count the
      *          drawer at unload: notes counted in the cassettes,
      *          rejected and retained, per denomination, are compared
      *          with the book position, the drawer is reset to the
      *          cassette count and the count is logged in CSHDIF.DAT
      *          (overage/shortage booked by the daily close CEP020,
      *          reported by CEP250).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
           SELECT TERMINAL-REGISTRY ASSIGN TO "TERMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMREG.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT CASH-DIFFERENCE ASSIGN TO "CSHDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSHDIF.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
           FD  CASH-DRAWER.
           COPY "CASHDRW.CPY".
           FD  TERMINAL-REGISTRY.
           COPY "TERMREG.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  CASH-DIFFERENCE.
           COPY "CSHDIF.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-CASHDRW PIC X(2) VALUE "00".
           77 WS-CARGA-100 PIC 9(5) VALUE 0.
           77 WS-EOF-TERMREG PIC X(1).
           77 WS-TERMINAL-OK PIC X(1).
           77 WS-LOCAL-TERMINAL PIC X(30).
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-OPERADOR PIC X(8).
           77 WS-PAPEL-EXIGIDO PIC X(1) VALUE "T".
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-APROVADOR PIC X(8).
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-OPERACAO PIC X(1).
           77 WS-FS-CSHDIF PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-DIA-FECHADO PIC X(1) VALUE "N".
           77 WS-CONTADO-100 PIC 9(5) VALUE 0.
           77 WS-CONTADO-50 PIC 9(5) VALUE 0.
           77 WS-CONTADO-20 PIC 9(5) VALUE 0.
           77 WS-CONTADO-10 PIC 9(5) VALUE 0.
           77 WS-REJEITADO-100 PIC 9(5) VALUE 0.
           77 WS-REJEITADO-50 PIC 9(5) VALUE 0.
           77 WS-REJEITADO-20 PIC 9(5) VALUE 0.
           77 WS-REJEITADO-10 PIC 9(5) VALUE 0.
           77 WS-RETIDO-100 PIC 9(5) VALUE 0.
           77 WS-RETIDO-50 PIC 9(5) VALUE 0.
           77 WS-RETIDO-20 PIC 9(5) VALUE 0.
           77 WS-RETIDO-10 PIC 9(5) VALUE 0.
           77 WS-VALOR-CONTADO PIC 9(10)V99 VALUE 0.
           77 WS-VALOR-RETIDO PIC 9(10)V99 VALUE 0.
           77 WS-DIFERENCA PIC S9(10)V99 VALUE 0.
           77 WS-DIFERENCA-EXIBE PIC -(9)9.99.
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "CARGA DE NUMERARIO - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-OPERADOR.
           CLOSE OPERATOR-MASTER.
           PERFORM P005-IDENTIFICA-TERMINAL.
           PERFORM P010-LE-GAVETA.
           DISPLAY "POSICAO ATUAL DA GAVETA:".
           PERFORM P020-MOSTRA-POSICAO.

           DISPLAY "1 - CARGA DE NUMERARIO".
           DISPLAY "2 - CONTAGEM E DESCARGA DA GAVETA".
           ACCEPT WS-OPERACAO.
           IF WS-OPERACAO = "2"
               PERFORM P050-CONTAGEM-GAVETA
               STOP RUN
           END-IF.

           DISPLAY "QUANTIDADE DE NOTAS DE 100 CARREGADAS".
           ACCEPT WS-CARGA-100.
           DISPLAY "QUANTIDADE DE NOTAS DE 50 CARREGADAS".
               ADD WS-CARGA-50 TO CSH-QTDE-50
               ADD WS-CARGA-20 TO CSH-QTDE-20
               ADD WS-CARGA-10 TO CSH-QTDE-10
               MOVE WS-OPERADOR TO CSH-OPERADOR-CARGA
               PERFORM P030-GRAVA-GAVETA
               DISPLAY "CARGA REGISTRADA. POSICAO APOS A CARGA:"
               PERFORM P020-MOSTRA-POSICAO
           DISPLAY "================================================".
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: senha,
      * operador ativo e perfil de transportadora de valores. O ID
      * digitado fica em WS-OPERADOR e vai para a gaveta carregada.
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
                   IF OPR-PAPEL NOT = WS-PAPEL-EXIGIDO
                       DISPLAY "OPERADOR SEM PERFIL DE TRANSPORTADORA."
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
               PERFORM P040-GRAVA-EVENTO-SEGURANCA
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

      * Pergunta qual terminal a transportadora esta carregando. Sem
      * cadastro de terminais a instalacao e de terminal unico (vale
      * CASHDRW.DAT), com a opcao de iniciar o cadastro da frota.
           DISPLAY "VALOR TOTAL.: " WS-VALOR-GAVETA.
           DISPLAY "DISPENSADO EM " CSH-DATA-MOVTO ": "
               CSH-VALOR-DISPENSADO.
           DISPLAY "ULTIMA CARGA POR: " CSH-OPERADOR-CARGA.

      * Falha de sign-on vai para a trilha de seguranca (SECEVT.DAT)
      * com o ID digitado e o numero da tentativa na sessao.
       P040-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP070" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           MOVE WS-TENTATIVAS TO SEC-TENTATIVAS.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

       P030-GRAVA-GAVETA.
           OPEN OUTPUT CASH-DRAWER.
           END-IF.
           CLOSE CASH-DRAWER.

      * Contagem na descarga: a gaveta deveria conter a posicao
      * contabil (CSH-QTDE-*) entre cassetes e caixa de rejeito. As
      * notas retidas (apresentadas e nao retiradas pelo cliente) ja
      * foram baixadas no saque, entao ficam fora da diferenca e vao
      * a tesouraria para conciliacao. A gaveta volta com a contagem
      * dos cassetes; rejeitadas e retidas saem com a transportadora.
       P050-CONTAGEM-GAVETA.
           PERFORM P051-LE-DATA-NEGOCIO.
           DISPLAY "NOTAS DE 100 CONTADAS NOS CASSETES".
           ACCEPT WS-CONTADO-100.
           DISPLAY "NOTAS DE 50 CONTADAS NOS CASSETES".
           ACCEPT WS-CONTADO-50.
           DISPLAY "NOTAS DE 20 CONTADAS NOS CASSETES".
           ACCEPT WS-CONTADO-20.
           DISPLAY "NOTAS DE 10 CONTADAS NOS CASSETES".
           ACCEPT WS-CONTADO-10.
           DISPLAY "NOTAS DE 100 REJEITADAS".
           ACCEPT WS-REJEITADO-100.
           DISPLAY "NOTAS DE 50 REJEITADAS".
           ACCEPT WS-REJEITADO-50.
           DISPLAY "NOTAS DE 20 REJEITADAS".
           ACCEPT WS-REJEITADO-20.
           DISPLAY "NOTAS DE 10 REJEITADAS".
           ACCEPT WS-REJEITADO-10.
           DISPLAY "NOTAS DE 100 RETIDAS".
           ACCEPT WS-RETIDO-100.
           DISPLAY "NOTAS DE 50 RETIDAS".
           ACCEPT WS-RETIDO-50.
           DISPLAY "NOTAS DE 20 RETIDAS".
           ACCEPT WS-RETIDO-20.
           DISPLAY "NOTAS DE 10 RETIDAS".
           ACCEPT WS-RETIDO-10.

           MOVE 0 TO WS-VALOR-CONTADO.
           COMPUTE WS-VALOR-PARCELA =
               (WS-CONTADO-100 + WS-REJEITADO-100) * 100.
           ADD WS-VALOR-PARCELA TO WS-VALOR-CONTADO.
           COMPUTE WS-VALOR-PARCELA =
               (WS-CONTADO-50 + WS-REJEITADO-50) * 50.
           ADD WS-VALOR-PARCELA TO WS-VALOR-CONTADO.
           COMPUTE WS-VALOR-PARCELA =
               (WS-CONTADO-20 + WS-REJEITADO-20) * 20.
           ADD WS-VALOR-PARCELA TO WS-VALOR-CONTADO.
           COMPUTE WS-VALOR-PARCELA =
               (WS-CONTADO-10 + WS-REJEITADO-10) * 10.
           ADD WS-VALOR-PARCELA TO WS-VALOR-CONTADO.
           COMPUTE WS-VALOR-RETIDO = WS-RETIDO-100 * 100
               + WS-RETIDO-50 * 50 + WS-RETIDO-20 * 20
               + WS-RETIDO-10 * 10.
           COMPUTE WS-DIFERENCA = WS-VALOR-CONTADO - WS-VALOR-GAVETA.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EXIBE.
           DISPLAY "VALOR CONTABIL DA GAVETA.: " WS-VALOR-GAVETA.
           DISPLAY "CONTADO (CASSETE+REJEITO): " WS-VALOR-CONTADO.
           DISPLAY "NOTAS RETIDAS (CLIENTES).: " WS-VALOR-RETIDO.
           DISPLAY "DIFERENCA................: " WS-DIFERENCA-EXIBE.
           IF WS-DIFERENCA > 0
               DISPLAY "SOBRA DE CAIXA NO TERMINAL."
           END-IF.
           IF WS-DIFERENCA < 0
               DISPLAY "FALTA DE CAIXA NO TERMINAL."
           END-IF.
           DISPLAY "CONFIRMA A CONTAGEM? (S/N)".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM P052-GRAVA-DIFERENCA
               MOVE WS-CONTADO-100 TO CSH-QTDE-100
               MOVE WS-CONTADO-50 TO CSH-QTDE-50
               MOVE WS-CONTADO-20 TO CSH-QTDE-20
               MOVE WS-CONTADO-10 TO CSH-QTDE-10
               MOVE WS-OPERADOR TO CSH-OPERADOR-CARGA
               PERFORM P030-GRAVA-GAVETA
               DISPLAY "CONTAGEM REGISTRADA. POSICAO APOS A CONTAGEM:"
               PERFORM P020-MOSTRA-POSICAO
               IF WS-DIA-FECHADO = "S"
                   DISPLAY "ATENCAO: DIA " WS-DATA-NEGOCIO " JA "
                       "FECHADO. A DIFERENCA SO ENTRA NO GL NA "
                       "REEXECUCAO DO FECHAMENTO."
               END-IF
           ELSE
               DISPLAY "CONTAGEM NAO CONFIRMADA. GAVETA NAO ALTERADA."
           END-IF.
           DISPLAY "================================================".

      * A contagem e datada pela data de negocio (o fechamento do dia
      * leva as diferencas da data ao GL); sem RUNCTL.DAT vale a data
      * corrente da maquina, como nos batches.
       P051-LE-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-ATUAL TO WS-DATA-NEGOCIO.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               MOVE CTL-FECHADO-CEP020 TO WS-DIA-FECHADO
           END-IF.

      * Toda contagem confirmada gera a linha, mesmo sem diferenca:
      * o relatorio CEP250 mostra as contagens do dia por terminal e
      * por equipe e a frequencia de faltas de cada terminal.
       P052-GRAVA-DIFERENCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND CASH-DIFFERENCE.
           IF WS-FS-CSHDIF = "35"
               OPEN OUTPUT CASH-DIFFERENCE
           END-IF.
           INITIALIZE DIF-REG.
           MOVE WS-DATA-NEGOCIO TO DIF-DATA-NEGOCIO.
           MOVE WS-DATA-ATUAL TO DIF-DATA.
           MOVE WS-HORA-ATUAL TO DIF-HORA.
           IF WS-TERMINAL-ID = SPACES
               MOVE "0000" TO DIF-TERMINAL
           ELSE
               MOVE WS-TERMINAL-ID TO DIF-TERMINAL
           END-IF.
           MOVE WS-OPERADOR TO DIF-OPERADOR.
           MOVE CSH-QTDE-100 TO DIF-LIVRO-100.
           MOVE CSH-QTDE-50 TO DIF-LIVRO-50.
           MOVE CSH-QTDE-20 TO DIF-LIVRO-20.
           MOVE CSH-QTDE-10 TO DIF-LIVRO-10.
           MOVE WS-CONTADO-100 TO DIF-CONTADO-100.
           MOVE WS-CONTADO-50 TO DIF-CONTADO-50.
           MOVE WS-CONTADO-20 TO DIF-CONTADO-20.
           MOVE WS-CONTADO-10 TO DIF-CONTADO-10.
           MOVE WS-REJEITADO-100 TO DIF-REJEITADO-100.
           MOVE WS-REJEITADO-50 TO DIF-REJEITADO-50.
           MOVE WS-REJEITADO-20 TO DIF-REJEITADO-20.
           MOVE WS-REJEITADO-10 TO DIF-REJEITADO-10.
           MOVE WS-RETIDO-100 TO DIF-RETIDO-100.
           MOVE WS-RETIDO-50 TO DIF-RETIDO-50.
           MOVE WS-RETIDO-20 TO DIF-RETIDO-20.
           MOVE WS-RETIDO-10 TO DIF-RETIDO-10.
           MOVE WS-VALOR-GAVETA TO DIF-VALOR-LIVRO.
           MOVE WS-VALOR-CONTADO TO DIF-VALOR-CONTADO.
           MOVE WS-VALOR-RETIDO TO DIF-VALOR-RETIDO.
           MOVE WS-DIFERENCA TO DIF-DIFERENCA.
           EVALUATE TRUE
               WHEN WS-DIFERENCA > 0
                   MOVE "S" TO DIF-TIPO
               WHEN WS-DIFERENCA < 0
                   MOVE "F" TO DIF-TIPO
               WHEN OTHER
                   MOVE "C" TO DIF-TIPO
           END-EVALUATE.
           WRITE DIF-REG.
           IF WS-FS-CSHDIF NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR CSHDIF.DAT (STATUS "
                   WS-FS-CSHDIF ")"
           END-IF.
           CLOSE CASH-DIFFERENCE.

           END PROGRAM CEP070.
