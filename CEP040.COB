               WHEN "TED-RECEB"
               WHEN "TED-DEVOL"
               WHEN "DEP-CHQLIB"
               WHEN "ESTORNO-CR"
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
                   COMPUTE WS-SALDO-ESPERADO =
                       WS-REC-SALDO-FINAL(WS-IDX-REC) + JRN-VALOR
               WHEN "SAQUE"
               WHEN "TRANSF-DEB"
               WHEN "TAXA"
               WHEN "TARIFA"
               WHEN "JUROS-CHEQ"
               WHEN "TED-ENVIO"
               WHEN "PAGAMENTO"
               WHEN "ESTORNO-DB"
               WHEN "CDB-APLIC"
               WHEN "CDB-IR"
                   COMPUTE WS-SALDO-ESPERADO =
                       WS-REC-SALDO-FINAL(WS-IDX-REC) - JRN-VALOR
               WHEN OTHER
