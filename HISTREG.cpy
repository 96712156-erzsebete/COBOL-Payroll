      * Chave: empregado + ano + mes + sequencia. A sequencia comeca
      * em 01 e cresce quando o mesmo mes volta a ter linhas (estorno
      * e reprocessamento), preservando todo o rasto de auditoria.
      * HIST-TIPO: espaco = calculo normal, "E" = estorno,
      * "C" = acerto de contas na cessacao do contrato.
      * HIST-PAGAMENTO: estado do pagamento segundo o retorno do
      * banco, actualizado pelo programa BANCORET (espaco = emitido,
      * sem retorno; "P" = pago; "D" = devolvido; "R" = reemitido).
