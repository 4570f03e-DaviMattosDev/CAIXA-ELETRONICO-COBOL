      ******************************************************************
      * Record layout for the cash count difference file CSHDIF.DAT
      * (sequential, append): uma linha por contagem de gaveta feita
      * pela transportadora no CEP070 (descarga/conferencia), com a
      * posicao contabil da gaveta, as notas contadas nos cassetes, as
      * rejeitadas (caixa de rejeito) e as retidas (nao retiradas pelo
      * cliente e recolhidas pela maquina), por denominacao.
      * DIF-DATA-NEGOCIO: data de negocio (RUNCTL.DAT) da contagem -
      * as sobras e faltas da data entram no GLDIA.DAT pelo fechamento
      * (CEP020) e no relatorio diario de diferencas (CEP250).
      * DIF-TERMINAL: id do cadastro TERMREG.DAT; "0000" = gaveta
      * unica legada (CASHDRW.DAT).
      * DIF-VALOR-CONTADO: cassetes + rejeitadas (notas que a gaveta
      * ainda deveria ter). As retidas ja sairam da gaveta no saque e
      * ficam fora da diferenca; DIF-VALOR-RETIDO vai para a
      * conciliacao com o cliente.
      * DIF-DIFERENCA: contado - contabil (positivo = sobra).
      * DIF-TIPO: S = sobra, F = falta, C = confere.
      ******************************************************************
           01  DIF-REG.
               05  DIF-DATA-NEGOCIO       PIC 9(8).
               05  DIF-DATA               PIC 9(8).
               05  DIF-HORA               PIC 9(6).
               05  DIF-TERMINAL           PIC X(4).
               05  DIF-OPERADOR           PIC X(8).
               05  DIF-LIVRO-100          PIC 9(5).
               05  DIF-LIVRO-50           PIC 9(5).
               05  DIF-LIVRO-20           PIC 9(5).
               05  DIF-LIVRO-10           PIC 9(5).
               05  DIF-CONTADO-100        PIC 9(5).
               05  DIF-CONTADO-50         PIC 9(5).
               05  DIF-CONTADO-20         PIC 9(5).
               05  DIF-CONTADO-10         PIC 9(5).
               05  DIF-REJEITADO-100      PIC 9(5).
               05  DIF-REJEITADO-50       PIC 9(5).
               05  DIF-REJEITADO-20       PIC 9(5).
               05  DIF-REJEITADO-10       PIC 9(5).
               05  DIF-RETIDO-100         PIC 9(5).
               05  DIF-RETIDO-50          PIC 9(5).
               05  DIF-RETIDO-20          PIC 9(5).
               05  DIF-RETIDO-10          PIC 9(5).
               05  DIF-VALOR-LIVRO        PIC 9(10)V99.
               05  DIF-VALOR-CONTADO      PIC 9(10)V99.
               05  DIF-VALOR-RETIDO       PIC 9(10)V99.
               05  DIF-DIFERENCA          PIC S9(10)V99.
               05  DIF-TIPO               PIC X(1).
