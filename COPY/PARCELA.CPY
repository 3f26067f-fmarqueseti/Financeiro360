      ******************************************************************
      * COPYBOOK    : PARCELA                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE LOAN AMORTIZATION SCHEDULE  *
      *               (PARCELA) - ONE RECORD PER INSTALLMENT, BUILT BY *
      *               EMPCAD, DEBITED BY EMPDEB AND CONFIRMED / AGED   *
      *               BY EMPATRA AFTER THE BALANCE CALCULATION.        *
      ******************************************************************
       01  REG-PARCELA.
           03  EP-CHAVE.
               05  EP-CONTRATO       PIC X(06).
               05  EP-NUMERO         PIC 9(03).
           03  EP-VENCIMENTO         PIC 9(08).
           03  EP-AMORTIZACAO        PIC 9(09)V9(02).
           03  EP-JUROS              PIC 9(09)V9(02).
           03  EP-VALOR              PIC 9(09)V9(02).
      *----> SALDO DEVEDOR DO PRINCIPAL DEPOIS DESTA PARCELA
           03  EP-SALDO-APOS         PIC 9(09)V9(02).
           03  EP-SITUACAO           PIC X(01).
      *----> A = EM ABERTO; D = DEBITO LANCADO EM CADTRANS, AGUARDANDO
      *----> O CALCULO DE SALDO; P = PAGA
               88  PARCELA-ABERTA              VALUE "A".
               88  PARCELA-EM-DEBITO           VALUE "D".
               88  PARCELA-PAGA                VALUE "P".
      *----> ULTIMA TENTATIVA DE DEBITO (FD-IDTRANS E DATA)
           03  EP-IDTRANS            PIC 9(08).
           03  EP-DATA-DEBITO        PIC 9(08).
           03  EP-TENTATIVAS         PIC 9(03).
      *----> ATRASO E MORA APURADOS NA ULTIMA AVALIACAO (OU NO DEBITO)
           03  EP-DIAS-ATRASO        PIC 9(05).
           03  EP-MORA               PIC 9(09)V9(02).
           03  EP-VALOR-PAGO         PIC 9(09)V9(02).
           03  EP-DATA-PAGTO         PIC 9(08).
           03  FILLER                PIC X(10).
