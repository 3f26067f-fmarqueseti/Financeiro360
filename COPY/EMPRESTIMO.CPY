      ******************************************************************
      * COPYBOOK    : EMPRESTIMO                                       *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE LOAN-CONTRACT MASTER        *
      *               (EMPRESTIMO) - ONE RECORD PER CONTRACT, LOADED   *
      *               BY EMPCAD (WHICH ALSO BUILDS THE SCHEDULE IN     *
      *               PARCELA) AND DISBURSED BY THE CYCLE STEP EMPDEB. *
      ******************************************************************
       01  REG-EMPRESTIMO.
           03  EM-CONTRATO           PIC X(06).
      *----> CLIENTE TOMADOR (CADCLI) - O MESMO TITULAR DA CONTA
           03  EM-IDCLI              PIC X(06).
      *----> CONTA QUE RECEBE A LIBERACAO E SOFRE O DEBITO DAS PARCELAS
           03  EM-IDCONTA            PIC 9(04).
           03  EM-PRINCIPAL          PIC 9(09)V9(02).
      *----> TAXA DE JUROS EFETIVA AO MES, EM PERCENTUAL
           03  EM-TAXA               PIC 9(02)V9(04).
      *----> PRAZO EM MESES (NUMERO DE PARCELAS)
           03  EM-PRAZO              PIC 9(03).
           03  EM-SISTEMA            PIC X(01).
               88  SISTEMA-SAC                 VALUE "S".
               88  SISTEMA-PRICE               VALUE "P".
           03  EM-PRIM-VENC          PIC 9(08).
      *----> JUROS DE MORA AO MES, EM PERCENTUAL, PRO RATA DIE SOBRE
      *----> A PARCELA VENCIDA E NAO PAGA
           03  EM-TAXA-MORA          PIC 9(02)V9(04).
      *----> DATA DE MOVIMENTO DO CICLO EM QUE O CONTRATO FOI CARREGADO
           03  EM-DATA-CONTRATO      PIC 9(08).
           03  EM-STATUS             PIC X(01).
      *----> N = AGUARDANDO LIBERACAO; A = LIBERADO, EM AMORTIZACAO;
      *----> L = LIQUIDADO (TODAS AS PARCELAS PAGAS); C = CANCELADO
      *----> ANTES DA LIBERACAO
               88  CONTRATO-NOVO               VALUE "N".
               88  CONTRATO-ATIVO              VALUE "A".
               88  CONTRATO-LIQUIDADO          VALUE "L".
               88  CONTRATO-CANCELADO          VALUE "C".
      *----> FD-IDTRANS E DATA DO CREDITO DE LIBERACAO EM CADTRANS
           03  EM-IDTRANS-LIB        PIC 9(08).
           03  EM-DATA-LIB           PIC 9(08).
           03  FILLER                PIC X(20).
