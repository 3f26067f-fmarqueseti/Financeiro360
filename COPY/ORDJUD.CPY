      ******************************************************************
      * COPYBOOK    : ORDJUD                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE JUDICIAL ORDER FILE         *
      *               (ORDJUD) - ONE RECORD PER COURT FREEZE ORDER ON  *
      *               A CPF/CNPJ, WITH THE AMOUNT ORDERED, THE AMOUNT  *
      *               STILL HELD AND WHAT WAS RELEASED OR TRANSFERRED  *
      *               TO THE COURT. THE HOLD PER ACCOUNT IS KEPT IN    *
      *               BLOQJUD. MAINTAINED BY ORDJUD.                   *
      ******************************************************************
       01  REG-ORDJUD.
           03  OJ-NUMORDEM           PIC X(20).
      *----> DOCUMENTO (CPF/CNPJ) DO TITULAR ALCANCADO PELA ORDEM, NO
      *----> MESMO FORMATO DE CL-DOCUMENTO
           03  OJ-DOCUMENTO          PIC X(14).
           03  OJ-DATA-RECEB         PIC 9(08).
           03  OJ-DATA-ULT           PIC 9(08).
           03  OJ-VALOR-ORDEM        PIC 9(10)V9(02).
      *----> VALOR EFETIVAMENTE BLOQUEADO NO RECEBIMENTO E O QUE
      *----> AINDA ESTA RETIDO NAS CONTAS (SOMA DE BLOQJUD)
           03  OJ-VALOR-BLOQ-INI     PIC 9(10)V9(02).
           03  OJ-VALOR-BLOQ         PIC 9(10)V9(02).
           03  OJ-VALOR-LIBER        PIC 9(10)V9(02).
           03  OJ-VALOR-TRANSF       PIC 9(10)V9(02).
           03  OJ-QTD-CONTAS         PIC 9(02).
      *----> I = BLOQUEIO INTEGRAL; P = PARCIAL POR FALTA DE SALDO;
      *----> S = SEM SALDO (NADA BLOQUEADO); L = ENCERRADA POR
      *----> LIBERACAO; T = ENCERRADA POR TRANSFERENCIA AO JUIZO
           03  OJ-STATUS             PIC X(01).
               88  ORDEM-INTEGRAL              VALUE "I".
               88  ORDEM-PARCIAL               VALUE "P".
               88  ORDEM-SEM-SALDO             VALUE "S".
               88  ORDEM-LIBERADA              VALUE "L".
               88  ORDEM-TRANSFERIDA           VALUE "T".
               88  ORDEM-EM-VIGOR              VALUES "I" "P".
      *----> PEDIDO DE LIBERACAO OU TRANSFERENCIA EM ANDAMENTO: A ACAO
      *----> E MARCADA ANTES DA PRIMEIRA CONTA E O VALOR JA BAIXADO E
      *----> REGRAVADO A CADA CONTA; BRANCOS QUANDO NAO HA PEDIDO PELA
      *----> METADE. A REEXECUCAO DO MESMO PEDIDO NA MESMA DATA CONTINUA
      *----> DE ONDE PAROU.
           03  OJ-ACAO-ANDAMENTO     PIC X(01).
               88  SEM-PEDIDO-EM-ANDAMENTO     VALUE " ".
               88  LIBERACAO-EM-ANDAMENTO      VALUE "L".
               88  TRANSFERENCIA-EM-ANDAMENTO  VALUE "T".
           03  OJ-VALOR-ANDAMENTO    PIC 9(10)V9(02).
           03  FILLER                PIC X(07).
