      ******************************************************************
      * COPYBOOK    : CONTEST                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE CUSTOMER DISPUTE CASE FILE  *
      *               (CONTEST) - ONE CASE PER DISPUTED MOVEMENT,      *
      *               OPENED AND DECIDED BY CONTCAD (WITH THE OPTIONAL *
      *               PROVISIONAL CREDIT AND ITS OUTCOME) AND AGED BY  *
      *               THE DAILY OPEN-CASES REPORT (CONTREL).           *
      ******************************************************************
       01  REG-CONTEST.
           03  CT-IDCASO             PIC 9(08).
      *----> CHAVE ALTERNATIVA UNICA - O MESMO MOVIMENTO NAO PODE SER
      *----> CONTESTADO EM DOIS CASOS. O FD-IDTRANS RECOMECA A CADA
      *----> FECHAMENTO: O MOVIMENTO E O PERIODO (AAAAMM DA DATA DO
      *----> MOVIMENTO, A MESMA CHAVE DO HISTORICO) MAIS O ID.
           03  CT-CHAVE-MOV.
               05  CT-PERIODO-MOV    PIC 9(06).
               05  CT-IDTRANS        PIC 9(08).
      *----> COPIA DO MOVIMENTO CONTESTADO NA ABERTURA DO CASO
           03  CT-IDCONTA            PIC 9(04).
           03  CT-DATA-MOV           PIC 9(08).
           03  CT-VALOR              PIC 9(09)V9(02).
           03  CT-CATEGORIA          PIC X(02).
           03  CT-MOEDA              PIC X(03).
           03  CT-DATA-ABERTURA      PIC 9(08).
           03  CT-OPER-ABERTURA      PIC X(08).
           03  CT-MOTIVO             PIC X(40).
      *----> CREDITO PROVISORIO LANCADO NA ABERTURA (CATEGORIA DO
      *----> MOVIMENTO CONTESTADO, DATA DE MOVIMENTO DA ABERTURA)
           03  CT-CRED-PROV          PIC X(01).
               88  COM-CREDITO-PROVISORIO      VALUE "S".
               88  SEM-CREDITO-PROVISORIO      VALUE "N".
           03  CT-IDTRANS-PROV       PIC 9(08).
      *----> A = AGUARDANDO DECISAO; P = PROCEDENTE (A FAVOR DO
      *----> CLIENTE - O MOVIMENTO CONTESTADO E ESTORNADO); I =
      *----> IMPROCEDENTE (O CREDITO PROVISORIO E ESTORNADO)
           03  CT-STATUS             PIC X(01).
               88  CONTESTACAO-ABERTA          VALUE "A".
               88  CONTESTACAO-PROCEDENTE      VALUE "P".
               88  CONTESTACAO-IMPROCEDENTE    VALUE "I".
           03  CT-DATA-DECISAO       PIC 9(08).
           03  CT-OPER-DECISAO       PIC X(08).
           03  CT-PARECER            PIC X(40).
      *----> MOVIMENTO DE ESTORNO LANCADO NA DECISAO - ZEROS QUANDO O
      *----> PROPRIO CREDITO PROVISORIO VIROU O ESTORNO DEFINITIVO OU
      *----> QUANDO NAO HAVIA O QUE ESTORNAR
           03  CT-IDTRANS-EST        PIC 9(08).
           03  FILLER                PIC X(14).
