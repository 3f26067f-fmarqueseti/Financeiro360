      ******************************************************************
      * COPYBOOK    : TARIFA                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE EVENT TARIFF TABLE (TARIFA) *
      *               - ONE FEE PER ACCOUNT TYPE AND BILLABLE EVENT,   *
      *               LOADED BY TARIFCAD AND CHARGED BY THE CYCLE STEP *
      *               TARIFEV AS TA MOVEMENTS IN CADTRANS.             *
      ******************************************************************
       01  REG-TARIFA.
           03  TT-CHAVE.
      *----> TIPO DE CONTA DO CADCONTA (C = CORRENTE, P = POUPANCA)
               05  TT-TIPO-CONTA     PIC X(01).
      *----> LC = DEBITO BLOQUEADO PELO LIMITE DE CREDITO (JORNAL
      *----> ORIGEM "LC"); TE = TRANSFERENCIA ENVIADA (PERNA DE DEBITO
      *----> DO TRANSFER); DX = DEBITO ALEM DA FRANQUIA DO PERIODO
               05  TT-EVENTO         PIC X(02).
                   88  EVENTO-LIMITE           VALUE "LC".
                   88  EVENTO-TRANSFERENCIA    VALUE "TE".
                   88  EVENTO-DEBITO-EXCEDENTE VALUE "DX".
                   88  EVENTO-VALIDO           VALUES "LC" "TE" "DX".
      *----> VALOR DA TARIFA POR EVENTO, NA MOEDA DA CONTA
           03  TT-VALOR              PIC 9(05)V9(02).
      *----> SO NO EVENTO DX: QUANTIDADE DE DEBITOS GRATUITOS NO
      *----> PERIODO ANTES DE A TARIFA COMECAR A INCIDIR
           03  TT-FRANQUIA           PIC 9(04).
           03  TT-DESCR              PIC X(30).
           03  TT-STATUS             PIC X(01).
               88  TARIFA-ATIVA                VALUE "A".
               88  TARIFA-INATIVA              VALUE "I".
           03  FILLER                PIC X(10).
