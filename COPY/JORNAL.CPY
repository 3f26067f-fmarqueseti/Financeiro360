      *----> (COM SALDOS ANTES/DEPOIS REAIS), "ES" = REGISTRO DE
      *----> ESTORNO (SALDOS ZERADOS - MARCO DE AUDITORIA), "LC" =
      *----> DEBITO BLOQUEADO PELO LIMITE DE CREDITO (SALDOS ANTES
      *----> E DEPOIS IGUAIS - NADA FOI APLICADO), "CT" = PASSO DE
      *----> CASO DE CONTESTACAO DE CLIENTE (SALDOS ZERADOS - MARCO
      *----> DE AUDITORIA DA ABERTURA E DA DECISAO)
           03  JR-ORIGEM             PIC X(02).
      *----> MOEDA DA CONTA DO LANCAMENTO - BRANCOS VALEM PELA
      *----> MOEDA BASE (BRL)
