                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CL-IDCLI
                           FILE STATUS IS WS-STATUS-CLI.
      *
      *----> CADASTRO DE AGENCIAS - A AGENCIA INFORMADA NA CARGA TEM
      *----> QUE EXISTIR E ESTAR ABERTA; SEM O CADASTRO, SO CONTAS
      *----> SEM AGENCIA SAO ACEITAS
           SELECT AGENCIA  ASSIGN TO AGENCIA
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AGE-CODIGO
                           FILE STATUS IS WS-STATUS-AGE.
      *
       DATA DIVISION.
       FILE SECTION.
           03 SR-IDCLI           PIC X(06).
      *----> MOEDA DA CONTA (ISO); BRANCOS VALEM PELA MOEDA BASE
           03 SR-MOEDA           PIC X(03).
      *----> AGENCIA DA CONTA; BRANCOS MANTEM A AGENCIA ATUAL DA
      *----> CONTA EXISTENTE (CONTA NOVA FICA SEM AGENCIA)
           03 SR-AGENCIA         PIC X(04).
           03 FILLER             PIC X(39).
       01  SEQ-TRAILER.
           03 ST-MARCA           PIC X(04).
           03 ST-QTD-REGS        PIC 9(10).
      *
       FD  CADCLI.
       COPY CADCLI.
      *
       FD  AGENCIA.
       COPY AGENCIA.
      *
       FD  REJEITOS
             RECORDING MODE IS F.
       77  WS-STATUS-OUT         PIC XX.
       77  WS-STATUS-REJ         PIC XX.
       77  WS-STATUS-CLI         PIC XX.
       77  WS-STATUS-AGE         PIC XX.
       01  WS-SW-CADASTRO-AGE    PIC X        VALUE "N".
           88 CADASTRO-AGE-ABERTO             VALUE "S".
           88 CADASTRO-AGE-AUSENTE            VALUE "N".
       01  WS-SW-AGENCIA         PIC X        VALUE "S".
           88 AGENCIA-VALIDA                  VALUE "S".
           88 AGENCIA-INVALIDA                VALUE "N".
       01  WS-SW-CLIENTE         PIC X        VALUE "N".
           88 CLIENTE-EXISTE                  VALUE "S".
           88 CLIENTE-NAO-EXISTE              VALUE "N".
       77  WS-REJ-CAMPO          PIC X(10) VALUE SPACES.
       77  WS-REJ-MOTIVO         PIC X(40) VALUE SPACES.
       77  WS-LIMITE-ATUAL       PIC 9(10)V9(02) VALUE ZEROS.
       77  WS-VARREDURA-ATUAL    PIC X(04)     VALUE SPACES.
       77  WS-PREF-EXTRATO-ATUAL PIC X(19)     VALUE SPACES.
       77  WS-AGENCIA-ATUAL      PIC X(04)     VALUE SPACES.
      *
       77  WS-TRAILER-QTD        PIC 9(10)     VALUE ZEROS.
       77  WS-TRAILER-SOMA       PIC 9(10)V9(02) VALUE ZEROS.
               MOVE "FILE CADCLI IO/ERROR"  TO WS-ABEND-MESSAGE
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.

           OPEN INPUT AGENCIA.
           IF WS-STATUS-AGE EQUAL "00"
               SET CADASTRO-AGE-ABERTO TO TRUE
           ELSE
               IF WS-STATUS-AGE NOT EQUAL "35"
                   MOVE WS-STATUS-AGE           TO WS-ABEND-CODE
                   MOVE "FILE AGENCIA IO/ERROR" TO WS-ABEND-MESSAGE
                   PERFORM 500-ABEND THRU 600-END-PROGRAM
               END-IF
           END-IF.
      *
       200-VALIDATE-DATA SECTION.
           EXIT.
                                           TO WS-REJ-MOTIVO
                   PERFORM 315-REJEITAR-REGISTRO
               ELSE
                   PERFORM 321-VERIFICA-AGENCIA
                   IF AGENCIA-INVALIDA
                       PERFORM 315-REJEITAR-REGISTRO
                   ELSE
                       PERFORM 319-GRAVAR-CONTA
                   END-IF
               END-IF
           END-IF.
      *
               NOT INVALID KEY
                   SET CLIENTE-EXISTE TO TRUE
           END-READ.
      *
       321-VERIFICA-AGENCIA SECTION.
      *----> AGENCIA EM BRANCO DISPENSA A VALIDACAO. A AGENCIA
      *----> INFORMADA TEM QUE EXISTIR; FECHADA SO E ACEITA QUANDO
      *----> JA E A AGENCIA ATUAL DA CONTA (RECARGA SEM MUDANCA).
           SET AGENCIA-VALIDA TO TRUE.
           IF SR-AGENCIA EQUAL SPACES
               GO TO 321-VERIFICA-AGENCIA-EXIT
           END-IF.
           MOVE "AGENCIA"              TO WS-REJ-CAMPO.
           IF CADASTRO-AGE-AUSENTE
               SET AGENCIA-INVALIDA TO TRUE
               MOVE "CADASTRO DE AGENCIAS AUSENTE (AGENCLD)"
                                       TO WS-REJ-MOTIVO
               GO TO 321-VERIFICA-AGENCIA-EXIT
           END-IF.
           MOVE SR-AGENCIA TO AGE-CODIGO.
           READ AGENCIA
               INVALID KEY
                   SET AGENCIA-INVALIDA TO TRUE
                   MOVE "AGENCIA NAO CADASTRADA (AGENCIA)"
                                       TO WS-REJ-MOTIVO
           END-READ.
           IF AGENCIA-INVALIDA OR AGENCIA-ATIVA
               GO TO 321-VERIFICA-AGENCIA-EXIT
           END-IF.
           MOVE SR-IDCONTA TO IDCONTA.
           READ VSAM-OUT
               INVALID KEY
                   MOVE SPACES TO AGENCIA-CONTA
           END-READ.
           IF AGENCIA-CONTA NOT EQUAL SR-AGENCIA
               SET AGENCIA-INVALIDA TO TRUE
               MOVE "AGENCIA FECHADA - NAO RECEBE CONTAS"
                                       TO WS-REJ-MOTIVO
           END-IF.
       321-VERIFICA-AGENCIA-EXIT.
           EXIT.
      *
       319-GRAVAR-CONTA SECTION.
           MOVE SR-IDCONTA  TO IDCONTA.
           MOVE SR-TIPO     TO TIPO-CONTA.
           MOVE SR-IDCLI    TO IDCLI.
           MOVE SR-MOEDA    TO MOEDA-CONTA.
      *----> CONTA NOVA NASCE SEM LIMITE DE CREDITO E SEM ACORDO DE
      *----> VARREDURA - AMBOS SAO CONCEDIDOS DEPOIS PELA MANUTENCAO
      *----> ONLINE (CONTAMAN); O EXTRATO COMECA DIARIO EM PAPEL
           MOVE ZEROS       TO LIMITE-CRED.
           MOVE SPACES      TO CONTA-VARREDURA.
           MOVE SR-AGENCIA  TO AGENCIA-CONTA.
           PERFORM 317-PREF-EXTRATO-PADRAO.

           WRITE REG-CTA
               INVALID KEY
           END-WRITE.
      *
       316-ATUALIZAR-REGISTRO SECTION.
      *----> A CONTA JA EXISTE: O LIMITE DE CREDITO, O ACORDO DE
      *----> VARREDURA E A PREFERENCIA DE EXTRATO MANTIDOS PELO
      *----> CONTAMAN SAO PRESERVADOS - A CARGA RELE O REGISTRO ATUAL,
      *----> GUARDA OS TRES E REMONTA OS DEMAIS CAMPOS. A AGENCIA SO
      *----> MUDA QUANDO A CARGA INFORMA UMA.
           READ VSAM-OUT
               INVALID KEY
                   MOVE ZEROS  TO WS-LIMITE-ATUAL
                   MOVE SPACES TO WS-VARREDURA-ATUAL
                   MOVE SPACES TO WS-AGENCIA-ATUAL
                   PERFORM 317-PREF-EXTRATO-PADRAO
               NOT INVALID KEY
                   IF LIMITE-CRED NUMERIC
                       MOVE LIMITE-CRED TO WS-LIMITE-ATUAL
                   ELSE
                       MOVE ZEROS       TO WS-LIMITE-ATUAL
                   END-IF
                   MOVE CONTA-VARREDURA TO WS-VARREDURA-ATUAL
                   MOVE AGENCIA-CONTA   TO WS-AGENCIA-ATUAL
           END-READ.
           IF SR-AGENCIA NOT EQUAL SPACES
               MOVE SR-AGENCIA TO WS-AGENCIA-ATUAL
           END-IF.
           MOVE PREF-EXTRATO     TO WS-PREF-EXTRATO-ATUAL.
           MOVE SR-IDCONTA       TO IDCONTA.
           MOVE SR-NOME          TO NOME.
           MOVE SR-SALDOINI      TO SALDOINI.
           MOVE SR-IDCLI         TO IDCLI.
           MOVE SR-MOEDA         TO MOEDA-CONTA.
           MOVE WS-LIMITE-ATUAL  TO LIMITE-CRED.
           MOVE WS-VARREDURA-ATUAL TO CONTA-VARREDURA.
           MOVE WS-PREF-EXTRATO-ATUAL TO PREF-EXTRATO.
           MOVE WS-AGENCIA-ATUAL TO AGENCIA-CONTA.
           REWRITE REG-CTA
               INVALID KEY
                   MOVE "IDCONTA"              TO WS-REJ-CAMPO
                   ADD 1        TO WS-REG-COUNT
                   ADD SR-SALDOINI TO WS-SOMA-CARGA
           END-REWRITE.
      *
       317-PREF-EXTRATO-PADRAO SECTION.
           MOVE "D"         TO EXTRATO-CICLO.
           MOVE "P"         TO EXTRATO-CANAL.
           MOVE "N"         TO EXTRATO-PEDIDO.
           MOVE ZEROS       TO EXTRATO-ULTIMO.
           MOVE ZEROS       TO EXTRATO-ANTERIOR.
      *
       315-REJEITAR-REGISTRO SECTION.
           MOVE SR-IDCONTA    TO RJ-IDCONTA.
           CLOSE VSAM-OUT.
           CLOSE REJEITOS.
           CLOSE CADCLI.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
      *
       500-ABEND SECTION.
           DISPLAY "**********************************************".
