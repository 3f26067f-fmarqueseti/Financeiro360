      ******************************************************************
      * COPYBOOK    : CHEQUE                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE CHEQUE REGISTER (CHEQUE) -  *
      *               ONE RECORD PER LEAF ISSUED TO A CHECKING         *
      *               ACCOUNT, KEYED BY ACCOUNT AND CHEQUE NUMBER.     *
      *               WRITTEN BY THE CHEQUE-BOOK ISSUANCE (CHQEMIS),   *
      *               UPDATED BY THE CLEARING (CHQCOMP) AND BY THE     *
      *               STOP-PAYMENT OPTION OF CONTAMAN, READ BY THE     *
      *               DAILY CHEQUE REPORT (CHQREL).                    *
      ******************************************************************
       01  REG-CHEQUE.
           03  CQ-CHAVE.
               05  CQ-IDCONTA        PIC X(04).
               05  CQ-NUMERO         PIC 9(06).
      *----> TALAO EM QUE A FOLHA FOI ENTREGUE E DATA DE MOVIMENTO
      *----> DA EMISSAO
           03  CQ-TALAO              PIC 9(04).
           03  CQ-DATA-EMISSAO       PIC 9(08).
           03  CQ-STATUS             PIC X(01).
               88  CHEQUE-EMITIDO              VALUE "E".
               88  CHEQUE-PAGO                 VALUE "P".
               88  CHEQUE-SUSTADO              VALUE "S".
               88  CHEQUE-DEVOLVIDO            VALUE "D".
      *----> ULTIMA APRESENTACAO NA COMPENSACAO - VALOR, DATA DE
      *----> MOVIMENTO, POSICAO DO ITEM NO ARQUIVO DO DIA, BANCO
      *----> APRESENTANTE E NUMERO DE APRESENTACOES
           03  CQ-VALOR              PIC 9(09)V9(02).
           03  CQ-DATA-APRES         PIC 9(08).
           03  CQ-SEQ-APRES          PIC 9(06).
           03  CQ-BANCO-APRES        PIC 9(03).
           03  CQ-QTD-APRES          PIC 9(02).
      *----> PAGAMENTO - DATA DE MOVIMENTO E DEBITO EM CADTRANS
           03  CQ-DATA-PAGTO         PIC 9(08).
           03  CQ-IDTRANS            PIC 9(08).
      *----> ULTIMA DEVOLUCAO - MOTIVO PADRAO DA COMPENSACAO
           03  CQ-MOTIVO-DEV         PIC X(02).
               88  DEVOLVIDO-SEM-FUNDOS-1      VALUE "11".
               88  DEVOLVIDO-REAPRESENTAVEL    VALUES "11" "24" "31".
           03  CQ-DATA-DEV           PIC 9(08).
      *----> SUSTACAO - MOTIVO, DATA DE MOVIMENTO E OPERADOR; O
      *----> STATUS ANTERIOR (E OU D) VOLTA NA REVOGACAO
           03  CQ-MOTIVO-SUST        PIC X(02).
               88  SUSTADO-CANCELADO           VALUE "20".
               88  SUSTADO-CONTRA-ORDEM        VALUE "21".
               88  SUSTADO-FURTO-ROUBO         VALUE "28".
               88  MOTIVO-SUSTACAO-VALIDO      VALUES "20" "21" "28".
           03  CQ-DATA-SUST          PIC 9(08).
           03  CQ-OPERADOR-SUST      PIC X(08).
           03  CQ-STATUS-ANTERIOR    PIC X(01).
      *----> PEDIDO QUE EMITIU A FOLHA - POSICAO DA LINHA NO CHQPED DA
      *----> DATA DE EMISSAO; A REEXECUCAO DA EMISSAO COM O MESMO
      *----> ARQUIVO NAO EMITE O TALAO DE NOVO
           03  CQ-SEQ-PEDIDO         PIC 9(06).
           03  FILLER                PIC X(04).
