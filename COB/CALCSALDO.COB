               RECORD KEY   IS SH-CHAVE
               FILE STATUS  IS WK-FS-SALDOHIST.
      *
      *----> BLOQUEIOS JUDICIAIS POR CONTA - LIDOS EM SEQUENCIA DE
      *----> CONTA, CASADOS COM CADCONTA NA MESMA LINHA BALANCEADA
           SELECT BLOQJUD  ASSIGN DYNAMIC WK-ARQ-BLOQJUD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BJ-CHAVE
               ALTERNATE RECORD KEY IS BJ-NUMORDEM
               WITH DUPLICATES
               FILE STATUS  IS WK-FS-BLOQJUD.
      *
      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO DAS TRANSACOES
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       FD  SALDOHIST.
       COPY SALDOHIST.

       FD  BLOQJUD.
       COPY BLOQJUD.

       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-IDCONTA            PIC X(04).
      *----> POSICAO DE APLICACAO NA CONTA - O PROPRIO ID, SALVO NA
      *----> PERNA DE CREDITO DA VARREDURA, QUE ENTRA LOGO ANTES DO
      *----> DEBITO QUE ELA COBRE (ST-SEQ 0 ANTES DE 1)
           03  ST-ORDEM              PIC 9(08).
           03  ST-SEQ                PIC 9(01).
           03  ST-IDTRANS            PIC 9(08).
           03  ST-TIPO               PIC 9(01).
           03  ST-VALOR              PIC 9(09)V9(02).
           "C:\teste\saldohist.dat".
       77  WK-ARQ-JORNAL-TRAB       PIC X(100)   VALUE
           "C:\teste\jornal.trb".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       COPY FINCFG.
      *---> Variaveis de status
       77  WK-FS-CADCONTA            PIC X(02)    VALUE ZEROS.
       77  WK-FS-SALDOHIST           PIC X(02)    VALUE ZEROS.
       77  WK-FS-JORNAL-TRAB         PIC X(02)    VALUE ZEROS.
       77  WK-FS-SUSPENSO            PIC X(02)    VALUE ZEROS.
       77  WK-FS-BLOQJUD             PIC X(02)    VALUE ZEROS.
       77  WK-DATA-MOVIMENTO         PIC 9(08)    VALUE ZEROS.
       77  WK-QTD-EXPURGADOS         PIC 9(08)    VALUE ZEROS.

       77  WK-SALDO-PROJETADO        PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-QTD-BLOQ-LIMITE        PIC 9(06)    VALUE ZEROS.

      *---> Bloqueios judiciais da conta corrente do mestre - o valor
      *---> retido fica indisponivel para os debitos apos o corte
       01  WK-SW-BLOQJUD             PIC X        VALUE "N".
           88 HA-BLOQJUD                          VALUE "S".
       01  WK-SW-FIM-BLOQJUD         PIC X        VALUE "S".
           88 FIM-BLOQJUD                         VALUE "S".
           88 TEM-BLOQJUD                         VALUE "N".
       77  WK-PERIODO-MOVIMENTO      PIC X(06)    VALUE SPACES.
       77  WK-BLOQ-JUDICIAL          PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-QTD-BLOQ               PIC 9(02)    VALUE ZEROS.
       77  WK-IX-BLOQ                PIC 9(02)    VALUE ZEROS.
       77  WK-QTD-BLOQ-JUDICIAL      PIC 9(06)    VALUE ZEROS.
       01  WK-TAB-BLOQ.
           03  TB-BLOQUEIO           OCCURS 20 TIMES.
               05  TB-VALOR          PIC 9(10)V9(02).
               05  TB-IDTRANS-CORTE  PIC 9(08).
               05  TB-PERIODO-CORTE  PIC X(06).

       77  SALDOFINAL                PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-ULTIMO-IDTRANS         PIC 9(08)    VALUE ZEROS.
       77  WK-SALDO-ANTES            PIC S9(10)V9(02) VALUE ZEROS.
           PERFORM 0110-OPEN-DATA.

      *----> UMA UNICA PASSADA: EXTRAI E CLASSIFICA AS TRANSACOES POR
      *----> CONTA+ORDEM DE APLICACAO E CASA O RESULTADO COM CADCONTA
      *----> EM SEQUENCIA
           SORT ARQ-SORT
               ON ASCENDING KEY ST-IDCONTA ST-ORDEM ST-SEQ
               INPUT PROCEDURE IS 0800-EXTRAI-TRANSACOES
               OUTPUT PROCEDURE IS 0850-CASA-SALDOS.

           MOVE WK-ARQ-JORNAL-TRAB     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-JORNAL-TRAB.
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
      *
       0110-OPEN-DATA.
           PERFORM 0290-VERIFICA-MODO-RESTART.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM ARQUIVO DE BLOQUEIOS JUDICIAIS NENHUM VALOR E RETIDO
           OPEN INPUT BLOQJUD.
           IF WK-FS-BLOQJUD EQUAL "00"
               SET HA-BLOQJUD TO TRUE
               SET TEM-BLOQJUD TO TRUE
               PERFORM 0326-LE-BLOQUEIO
           ELSE
               IF WK-FS-BLOQJUD NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " NA ABERTURA DO ARQUIVO BLOQJUD"
                   PERFORM 0410-CLOSE-DATA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      ******************************************************************
       0200-VALIDATE-DATA              SECTION.
       0210-VALIDATE-CADCONTA-OPEN.
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-MOVIMENTO.
           CLOSE PERIODO.
      *
       0286-EXPURGA-JORNAL-DO-DIA.
                       MOVE IDCLI      TO IDCLI-N
                       MOVE WK-LIMITE-CONTA TO LIMITE-CRED-N
                       MOVE MOEDA-CONTA TO MOEDA-CONTAN
                       MOVE CONTA-VARREDURA TO VARREDURA-N
                       MOVE AGENCIA-CONTA TO AGENCIA-N
                       ADD SALDOINI-N TO WK-SOMA-SALDOINI-N
                       WRITE REG-CONTAN
      *----> NO RESTART, AS CONTAS DA JANELA ENTRE O CHECKPOINT E A
               MOVE ZEROS       TO WK-LIMITE-CONTA
           END-IF.
           COMPUTE WK-LIMITE-NEG = ZERO - WK-LIMITE-CONTA.
           PERFORM 0322-CARREGA-BLOQUEIOS.

      *----> CONTA NAO ATIVA: O GRUPO CLASSIFICADO E CONSUMIDO SEM
      *----> APLICAR, COMO NO DESENHO ANTERIOR. CONTA ENCERRADA APLICA
      *----> NORMALMENTE: OS LANCAMENTOS DE LIQUIDACAO DO ENCERRA
      *----> PRECISAM LEVAR O SALDO A ZERO.
           IF NOT CONTA-ATIVA AND NOT CONTA-ENCERRADA
               DISPLAY "CONTA " IDCONTA " STATUS " STATUS-CONTA
                       " - TRANSACOES IGNORADAS"
               PERFORM UNTIL FIM-SORT
      *----> LIMITE DURO: O DEBITO QUE LEVARIA O SALDO ALEM DO
      *----> LIMITE DE CREDITO NAO E APLICADO - VAI PARA O SUSPENSO
      *----> E O BLOQUEIO FICA MARCADO NO JORNAL (ORIGEM "LC").
      *----> O VALOR RETIDO POR ORDEM JUDICIAL NAO ESTA DISPONIVEL:
      *----> O DEBITO POSTERIOR AO CORTE SO PASSA SE O SALDO APOS ELE
      *----> CONTINUAR COBRINDO O BLOQUEIO, DESCONTADO O LIMITE.
           IF ST-TIPO EQUAL 1
               MOVE ZEROS TO WK-BLOQ-JUDICIAL
               IF WK-QTD-BLOQ GREATER THAN ZEROS
                   PERFORM 0324-SOMA-BLOQUEIO
                       VARYING WK-IX-BLOQ FROM 1 BY 1
                       UNTIL WK-IX-BLOQ GREATER THAN WK-QTD-BLOQ
               END-IF
               COMPUTE WK-SALDO-PROJETADO = SALDOFINAL - ST-VALOR
               IF WK-SALDO-PROJETADO LESS THAN
                       WK-BLOQ-JUDICIAL + WK-LIMITE-NEG
                   PERFORM 0332-BLOQUEIA-POR-LIMITE
                   EXIT PARAGRAPH
               END-IF
           MOVE FD-DESCR          TO SP-DESCR.
           MOVE FD-IDCONTA        TO SP-IDCONTA.
           MOVE FD-CATEGORIA      TO SP-CATEGORIA.
           IF WK-SALDO-PROJETADO LESS THAN WK-LIMITE-NEG
               MOVE "DEBITO EXCEDE O LIMITE DE CREDITO"
                                  TO SP-MOTIVO
           ELSE
               MOVE "DEBITO ATINGE SALDO BLOQUEADO JUDICIALMENTE"
                                  TO SP-MOTIVO
               ADD 1 TO WK-QTD-BLOQ-JUDICIAL
           END-IF.
           MOVE WK-DATA-MOVIMENTO TO SP-DATA-SUSP.
           MOVE FD-MOEDA          TO SP-MOEDA.
           WRITE REG-SUSPENSO.
           DISPLAY "CALCSALDO: MOVIMENTO " ST-IDTRANS " DA CONTA "
                   IDCONTA " BLOQUEADO PELO LIMITE DE CREDITO - "
                   "EM SUSPENSO".
      *
       0322-CARREGA-BLOQUEIOS.
      *----> BLOQUEIOS DE CONTAS MENORES QUE A CONTA DO MESTRE NAO
      *----> TEM CONTA - SO O LOG; OS DA CONTA VAO PARA A TABELA.
           MOVE ZEROS TO WK-QTD-BLOQ.
           PERFORM 0327-DESCARTA-BLOQUEIO
               UNTIL FIM-BLOQJUD
                   OR BJ-IDCONTA NOT LESS THAN IDCONTA.
           PERFORM 0328-GUARDA-BLOQUEIO
               UNTIL FIM-BLOQJUD
                   OR BJ-IDCONTA NOT EQUAL IDCONTA.
      *
       0324-SOMA-BLOQUEIO.
           IF TB-PERIODO-CORTE(WK-IX-BLOQ) LESS THAN
                   WK-PERIODO-MOVIMENTO
                   OR ST-IDTRANS GREATER THAN
                       TB-IDTRANS-CORTE(WK-IX-BLOQ)
               ADD TB-VALOR(WK-IX-BLOQ) TO WK-BLOQ-JUDICIAL
           END-IF.
      *
       0326-LE-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   SET FIM-BLOQJUD TO TRUE
           END-READ.
           IF TEM-BLOQJUD AND WK-FS-BLOQJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-BLOQJUD
                       " NA LEITURA DO ARQUIVO BLOQJUD"
               PERFORM 0410-CLOSE-DATA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0327-DESCARTA-BLOQUEIO.
           IF MODO-NORMAL OR BJ-IDCONTA GREATER THAN WK-CONTA-CKPT
               DISPLAY "CALCSALDO: BLOQUEIO JUDICIAL " BJ-NUMORDEM
                       " DA CONTA " BJ-IDCONTA
                       " SEM CONTA NO MESTRE - IGNORADO"
           END-IF.
           PERFORM 0326-LE-BLOQUEIO.
      *
       0328-GUARDA-BLOQUEIO.
           IF WK-QTD-BLOQ LESS THAN 20
               ADD 1 TO WK-QTD-BLOQ
               MOVE BJ-VALOR         TO TB-VALOR(WK-QTD-BLOQ)
               MOVE BJ-IDTRANS-CORTE TO TB-IDTRANS-CORTE(WK-QTD-BLOQ)
               MOVE BJ-PERIODO-CORTE TO TB-PERIODO-CORTE(WK-QTD-BLOQ)
           ELSE
      *----> ALEM DA TABELA, O VALOR SOMA-SE AO ULTIMO BLOQUEIO COM
      *----> O MENOR CORTE, PARA NADA FICAR DISPONIVEL POR ENGANO
               ADD BJ-VALOR TO TB-VALOR(20)
               IF BJ-PERIODO-CORTE LESS THAN TB-PERIODO-CORTE(20)
                   MOVE BJ-PERIODO-CORTE TO TB-PERIODO-CORTE(20)
               END-IF
               IF BJ-IDTRANS-CORTE LESS THAN TB-IDTRANS-CORTE(20)
                   MOVE BJ-IDTRANS-CORTE TO TB-IDTRANS-CORTE(20)
               END-IF
           END-IF.
           PERFORM 0326-LE-BLOQUEIO.
      *
       0335-GRAVA-HISTORICO-SALDO.
           MOVE IDCONTA           TO SH-IDCONTA.
               DISPLAY "CALCSALDO: " WK-QTD-BLOQ-LIMITE
                       " DEBITOS BLOQUEADOS PELO LIMITE DE CREDITO"
           END-IF.
           IF WK-QTD-BLOQ-JUDICIAL GREATER THAN ZEROS
               DISPLAY "CALCSALDO: " WK-QTD-BLOQ-JUDICIAL
                       " DELES POR SALDO BLOQUEADO JUDICIALMENTE"
           END-IF.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E LINHA BALANCEADA
      ******************************************************************
                       CONTINUE
                   ELSE
                       MOVE FD-IDTRANS      TO ST-IDTRANS
                       PERFORM 0825-ORDEM-DE-APLICACAO
                       MOVE FD-TIPO         TO ST-TIPO
                       MOVE FD-VALOR        TO ST-VALOR
                       IF FD-CONTRAPARTE NUMERIC
                       RELEASE REG-SORT
                   END-IF
           END-READ.
      *
       0825-ORDEM-DE-APLICACAO.
      *----> A PERNA DE CREDITO DA VARREDURA DE POUPANCA (TE NORMAL
      *----> COM O DEBITO COBERTO EM FD-IDTRANS-ORIG) E APLICADA NA
      *----> POSICAO DO DEBITO, ANTES DELE - ASSIM O DEBITO COBERTO
      *----> NUNCA CAI NO LIMITE, NESTE CICLO NEM NAS REEXECUCOES.
           IF CATEGORIA-TRANSFER AND TIPO-CREDITO
                   AND MOVIMENTO-NORMAL
                   AND FD-IDTRANS-ORIG NUMERIC
                   AND FD-IDTRANS-ORIG GREATER THAN ZEROS
               MOVE FD-IDTRANS-ORIG TO ST-ORDEM
               MOVE 0               TO ST-SEQ
           ELSE
               MOVE FD-IDTRANS      TO ST-ORDEM
               MOVE 1               TO ST-SEQ
           END-IF.
       0830-EXTRAI-TRANSACOES-EXIT.
           EXIT.
      ******************************************************************
           CLOSE JORNAL.
           CLOSE SALDOHIST.
           CLOSE SUSPENSO.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           IF WK-FS-CADCONTAN NOT EQUAL "00" THEN
               DISPLAY "ERRO " WK-FS-CADCONTAN " AO FECHAR CADCONTAN" 
           ELSE
