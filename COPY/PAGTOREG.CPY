      ******************************************************************
      * COPYBOOK    : PAGTOREG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE PAYMENT-ORDER REGISTER      *
      *               (PAGTOREG) - ONE RECORD PER ACCEPTED ORDER,      *
      *               KEYED BY THE ORDER NUMBER, LINKING THE ORDER TO  *
      *               ITS DEBIT IN CADTRANS AND TRACKING IT FROM THE   *
      *               REMITTANCE (PAGTOREM) TO THE BANK RETURN         *
      *               (PAGTORET).                                      *
      ******************************************************************
       01  REG-PAGTOREG.
           03  PR-IDPAGTO            PIC 9(08).
           03  PR-IDCONTA            PIC 9(04).
      *----> DEBITO LANCADO EM CADTRANS E, NA DEVOLUCAO, O ESTORNO
           03  PR-IDTRANS            PIC 9(08).
           03  PR-IDTRANS-EST        PIC 9(08).
           03  PR-VALOR              PIC 9(09)V9(02).
           03  PR-MOEDA              PIC X(03).
           03  PR-BANCO              PIC 9(03).
           03  PR-CONTA-FAVOR        PIC X(12).
      *----> DATA DE MOVIMENTO DA REMESSA (NOMEIA O ARQUIVO ENVIADO)
      *----> E DATA DE MOVIMENTO EM QUE O RETORNO FOI PROCESSADO
           03  PR-DATA-REMESSA       PIC 9(08).
           03  PR-DATA-RETORNO       PIC 9(08).
           03  PR-STATUS             PIC X(01).
               88  PAGTO-ENVIADO               VALUE "E".
               88  PAGTO-PAGO                  VALUE "P".
               88  PAGTO-DEVOLVIDO             VALUE "D".
      *----> MOTIVO INFORMADO PELO BANCO NA DEVOLUCAO
           03  PR-MOTIVO-RET         PIC X(20).
           03  FILLER                PIC X(10).
