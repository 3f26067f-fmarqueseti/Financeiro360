      *----> MOEDA DA CONTA (ISO) - BRANCOS VALEM PELA MOEDA BASE
      *----> (BRL); MOVIMENTO EM MOEDA DIFERENTE E RECUSADO NA CARGA
           03  MOEDA-CONTA           PIC X(03).
      *----> ACORDO DE VARREDURA DA CONTA CORRENTE - POUPANCA DO
      *----> MESMO CLIENTE QUE COBRE O DEBITO QUE ESTOURARIA O LIMITE
      *----> (VARPOUP); BRANCOS = CONTA SEM ACORDO
           03  CONTA-VARREDURA       PIC X(04).
      *----> PREFERENCIA DE EXTRATO - CICLO DE EMISSAO E CANAL DE
      *----> ENTREGA; BRANCOS VALEM POR EXTRATO DIARIO EM PAPEL
           03  PREF-EXTRATO.
               05  EXTRATO-CICLO     PIC X(01).
                   88  EXTRATO-DIARIO          VALUE "D" " ".
                   88  EXTRATO-SEMANAL         VALUE "S".
                   88  EXTRATO-MENSAL          VALUE "M".
                   88  EXTRATO-A-PEDIDO        VALUE "A".
               05  EXTRATO-CANAL     PIC X(01).
                   88  EXTRATO-PAPEL           VALUE "P" " ".
                   88  EXTRATO-EMAIL           VALUE "E".
      *----> PEDIDO DE EXTRATO DA CONTA A PEDIDO - LIGADO PELO
      *----> CONTAMAN E DESLIGADO NA EMISSAO
               05  EXTRATO-PEDIDO    PIC X(01).
                   88  EXTRATO-SOLICITADO      VALUE "S".
      *----> DATA DE MOVIMENTO DO ULTIMO EXTRATO EMITIDO E DO
      *----> ANTERIOR A ELE - A REEMISSAO NA MESMA DATA COBRE A
      *----> MESMA JANELA; ZEROS = CONTA AINDA SEM EXTRATO
               05  EXTRATO-ULTIMO    PIC 9(08).
               05  EXTRATO-ANTERIOR  PIC 9(08).
      *----> AGENCIA DA CONTA NO CADASTRO DE AGENCIAS (AGENCIA) -
      *----> BRANCOS = CONTA AINDA SEM AGENCIA, QUE OS RELATORIOS
      *----> AGRUPAM COMO "SEM AGENCIA" E O RAZAO LANCA NA 0000
           03  AGENCIA-CONTA         PIC X(04).
           03  FILLER                PIC X(04).
