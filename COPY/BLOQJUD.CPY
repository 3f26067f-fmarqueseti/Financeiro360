      ******************************************************************
      * COPYBOOK    : BLOQJUD                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE JUDICIAL HOLD FILE          *
      *               (BLOQJUD) - ONE RECORD PER ACCOUNT AND JUDICIAL  *
      *               ORDER WITH THE AMOUNT STILL HELD ON THE ACCOUNT. *
      *               WRITTEN BY ORDJUD AND READ BY CALCSALDO, WHICH   *
      *               TREATS THE HELD AMOUNT AS UNAVAILABLE.           *
      ******************************************************************
       01  REG-BLOQJUD.
           03  BJ-CHAVE.
               05  BJ-IDCONTA        PIC X(04).
               05  BJ-NUMORDEM       PIC X(20).
           03  BJ-VALOR              PIC 9(10)V9(02).
           03  BJ-DATA               PIC 9(08).
      *----> CORTE DO BLOQUEIO: MAIOR FD-IDTRANS DE CADTRANS E PERIODO
      *----> DA DATA DE MOVIMENTO NO MOMENTO DO BLOQUEIO. O RECALCULO
      *----> DO PERIODO PELO CALCSALDO SO RETEM O VALOR CONTRA OS
      *----> DEBITOS POSTERIORES AO CORTE - O QUE JA ESTAVA LANCADO
      *----> ENTROU NO SALDO DISPONIVEL USADO PARA O BLOQUEIO. EM
      *----> PERIODO POSTERIOR O BLOQUEIO VALE PARA TODOS OS DEBITOS.
           03  BJ-IDTRANS-CORTE      PIC 9(08).
           03  BJ-PERIODO-CORTE      PIC X(06).
      *----> TRANSFERENCIA AO JUIZO EM ANDAMENTO NA CONTA: ID QUE O
      *----> DEBITO TE RECEBE, GRAVADO ANTES DO PAR DE LANCAMENTOS E
      *----> ZERADO NA BAIXA DO BLOQUEIO
           03  BJ-IDTRANS-TE         PIC 9(08).
           03  FILLER                PIC X(02).
