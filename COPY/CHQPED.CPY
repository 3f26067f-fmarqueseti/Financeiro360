      ******************************************************************
      * COPYBOOK    : CHQPED                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE CHEQUE-BOOK REQUEST FEED    *
      *               (CHQPED) - ONE CHEQUE BOOK PER LINE, ISSUED BY   *
      *               CHQEMIS INTO THE CHEQUE REGISTER (CHEQUE).       *
      ******************************************************************
       01  REG-CHQPED.
           03  CP-IDCONTA            PIC X(04).
      *----> QUANTIDADE DE FOLHAS DO TALAO; ZEROS OU BRANCOS = TALAO
      *----> PADRAO DE 20 FOLHAS
           03  CP-QTD-FOLHAS         PIC 9(03).
           03  FILLER                PIC X(13).
