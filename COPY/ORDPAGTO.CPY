      ******************************************************************
      * COPYBOOK    : ORDPAGTO                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE THIRD-PARTY PAYMENT-ORDER   *
      *               FEED (ORDPAGTO) - ONE ORDER PER LINE TO PAY A    *
      *               SUPPLIER OR UTILITY AT ANOTHER BANK, DEBITED     *
      *               FROM A CADCONTA ACCOUNT AND SENT TO THE BANK IN  *
      *               THE REMITTANCE FILE BUILT BY PAGTOREM.           *
      ******************************************************************
       01  REG-ORDPAGTO.
      *----> NUMERO DA ORDEM ATRIBUIDO PELA ORIGEM - UNICO, CHAVE DO
      *----> REGISTRO DE PAGAMENTOS (PAGTOREG)
           03  PG-IDPAGTO            PIC 9(08).
           03  PG-IDCONTA            PIC 9(04).
      *----> DATA DO PAGAMENTO - TEM QUE SER A DATA DE MOVIMENTO
           03  PG-DATA               PIC 9(08).
           03  PG-VALOR              PIC 9(09)V9(02).
      *----> EM BRANCO: O PAGAMENTO SAI NA MOEDA DA PROPRIA CONTA
           03  PG-MOEDA              PIC X(03).
      *----> CATEGORIA DO DEBITO (UT, OU ...); EM BRANCO = "OU"
           03  PG-CATEGORIA          PIC X(02).
           03  PG-DESCR              PIC X(30).
      *----> FAVORECIDO NO OUTRO BANCO
           03  PG-BANCO              PIC 9(03).
           03  PG-AGENCIA            PIC 9(04).
           03  PG-CONTA-FAVOR        PIC X(12).
           03  PG-DOC-FAVOR          PIC X(14).
           03  PG-NOME-FAVOR         PIC X(30).
           03  FILLER                PIC X(10).
