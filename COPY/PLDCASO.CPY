      ******************************************************************
      * COPYBOOK    : PLDCASO                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE SUSPICIOUS-ACTIVITY CASE    *
      *               FILE (PLDCASO) - ONE CASE PER ACCOUNT, RULE AND  *
      *               BUSINESS DATE, OPENED BY THE NIGHTLY SCREENING   *
      *               (PLDTRIA) AND CLEARED OR ESCALATED BY THE        *
      *               COMPLIANCE REVIEW PROGRAM (PLDREV).              *
      ******************************************************************
       01  REG-PLDCASO.
           03  CS-IDCASO             PIC 9(08).
      *----> CHAVE ALTERNATIVA UNICA - IMPEDE O MESMO CASO DE SER
      *----> ABERTO DE NOVO NUMA REEXECUCAO DO CICLO
           03  CS-ORIGEM.
               05  CS-DATA           PIC 9(08).
               05  CS-IDCONTA        PIC X(04).
      *----> FR = MUITOS MOVIMENTOS NO DIA; VA = VALOR MUITO ACIMA DO
      *----> HABITUAL DA CONTA; FC = FRACIONAMENTO LOGO ABAIXO DO
      *----> LIMITE DE APROVACAO; DO = CONTA DORMENTE MOVIMENTANDO ALTO
               05  CS-REGRA          PIC X(02).
                   88  REGRA-FREQUENCIA        VALUE "FR".
                   88  REGRA-VALOR-ATIPICO     VALUE "VA".
                   88  REGRA-FRACIONAMENTO     VALUE "FC".
                   88  REGRA-DORMENTE          VALUE "DO".
      *----> QUANTIDADE E VALOR QUE DISPARARAM A REGRA E A REFERENCIA
      *----> USADA NA COMPARACAO (LIMITE, MEDIA HISTORICA)
           03  CS-QTD                PIC 9(04).
           03  CS-VALOR              PIC 9(11)V9(02).
           03  CS-REFERENCIA         PIC 9(11)V9(02).
           03  CS-IDTRANS            PIC 9(08).
           03  CS-STATUS             PIC X(01).
               88  CASO-ABERTO                 VALUE "A".
               88  CASO-ARQUIVADO              VALUE "C".
               88  CASO-ESCALADO               VALUE "E".
           03  CS-DATA-DECISAO       PIC 9(08).
           03  CS-OPER-DECISAO       PIC X(08).
           03  CS-PARECER            PIC X(40).
           03  FILLER                PIC X(10).
