      ******************************************************************
      * COPYBOOK    : EXCECAO                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE BALANCE EXCEPTIONS FILE     *
      *               (EXCECOES) - ONE RECORD PER ACCOUNT BELOW THE    *
      *               MINIMUM BALANCE, KEPT ACROSS CYCLES BY RELEXCEC  *
      *               WITH THE DAYS IN EXCEPTION, AND READ BY THE      *
      *               WEEKLY INTEGRITY CHECK (VERINTEG).               *
      ******************************************************************
       01  REG-EXCECAO.
           03  EX-IDCONTA            PIC X(04).
           03  EX-NOME               PIC X(30).
           03  EX-SALDO              PIC S9(10)V9(02).
           03  EX-DATA-INICIO        PIC 9(08).
           03  EX-DATA-ULT           PIC 9(08).
           03  EX-DIAS               PIC 9(05).
