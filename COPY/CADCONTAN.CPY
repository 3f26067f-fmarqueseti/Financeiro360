           03 LIMITE-CRED-N      PIC 9(10)V9(02).
      *----> MOEDA DA CONTA COPIADA DO MESTRE NO CALCULO DE SALDO
           03 MOEDA-CONTAN       PIC X(03).
      *----> ACORDO DE VARREDURA COPIADO DO MESTRE NO CALCULO DE SALDO
           03 VARREDURA-N        PIC X(04).
      *----> AGENCIA COPIADA DO MESTRE NO CALCULO DE SALDO
           03 AGENCIA-N          PIC X(04).
           03 FILLER             PIC X(23).
