           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> PONTO DE CONTROLE DA CARGA - UM UNICO REGISTRO COM A
      *----> POSICAO DO FEEDER EM CARGA, REGRAVADO A CADA PONTO; UMA
      *----> CARGA INTERROMPIDA E RETOMADA A PARTIR DELE NO RERUN
           SELECT CKPOINT ASSIGN DYNAMIC WK-ARQ-CKPOINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CKPOINT.

      *----> ARQUIVO DE TRABALHO DA RETOMADA - RECEBE A PARTE DO
      *----> SUSPENSO E DO AGENDADO ANTERIOR AO PONTO DE CONTROLE
           SELECT ARQ-TRAB ASSIGN DYNAMIC WK-ARQ-TRAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-TRAB.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PERIODO.
       COPY PERIODO.

       FD CKPOINT
             RECORDING MODE IS F.
       01 REG-CKPOINT.
           03 CK-DATA-MOV            PIC 9(08).
           03 CK-NOME-ARQ            PIC X(100).
           03 CK-QTD-LIDOS           PIC 9(08).
           03 CK-CHECKSUM            PIC 9(12)V9(02).
           03 CK-ULTIMO-IDTRANS      PIC 9(08).
           03 CK-ULTIMO-IDPEND       PIC 9(08).
           03 CK-QTD-CARREGADAS      PIC 9(08).
           03 CK-QTD-SUSPENSAS       PIC 9(08).
           03 CK-QTD-AGENDADAS       PIC 9(08).
           03 CK-QTD-RETIDAS         PIC 9(08).
           03 CK-REGS-SUSPENSO       PIC 9(08).
           03 CK-REGS-AGENDADO       PIC 9(08).

       FD ARQ-TRAB
             RECORDING MODE IS F.
       01 REG-TRAB                   PIC X(107).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\pendaprov.dat".
       77  WK-ARQ-PARM-APROVA       PIC X(100)   VALUE
           "C:\teste\aprova-limite.txt".
       77  WK-ARQ-CKPOINT           PIC X(100)   VALUE
           "C:\teste\ct-ckpoint.dat".
       77  WK-ARQ-TRAB              PIC X(100)   VALUE
           "C:\teste\cadtrans.trb".
       COPY FINCFG.
       77  WK-FS-CONTROLE           PIC X(2)      VALUE SPACES.
       77  WK-FS-TRANS              PIC X(2)      VALUE SPACES.
       01  WK-SW-ANO-BISSEXTO       PIC X         VALUE "N".
           88  ANO-BISSEXTO                       VALUE "S".
           88  ANO-NAO-BISSEXTO                   VALUE "N".
      *----> PONTOS DE CONTROLE - A CADA INTERVALO DE REGISTROS LIDOS
      *----> DO FEEDER, NA ABERTURA E NO FIM DE CADA FEEDER
       77  WK-FS-CKPOINT            PIC X(2)      VALUE SPACES.
       77  WK-FS-TRAB               PIC X(2)      VALUE SPACES.
       77  WK-CKPOINT-INTERVALO     PIC 9(04)     VALUE 0100.
       77  WK-CKPOINT-CONTADOR      PIC 9(04)     VALUE ZEROS.
       01  WK-SW-PONTO-GRAVADO      PIC X         VALUE "N".
           88  PONTO-GRAVADO                      VALUE "S".
           88  PONTO-NAO-GRAVADO                  VALUE "N".
      *----> TOTAIS DO FEEDER EM CARGA, GUARDADOS NO PONTO DE CONTROLE
       77  WK-QTD-CARREG-ARQ        PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-SUSP-ARQ          PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-AGEND-ARQ         PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-RETID-ARQ         PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-DESTINO-ARQ       PIC 9(08)     VALUE ZEROS.
      *----> REGISTROS EXISTENTES NOS SEQUENCIAIS DE SAIDA - PERMITEM
      *----> DEVOLVE-LOS AO TAMANHO DO PONTO DE CONTROLE NA RETOMADA
       77  WK-REGS-SUSPENSO         PIC 9(08)     VALUE ZEROS.
       77  WK-REGS-AGENDADO         PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-COPIADOS          PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-EXPURGADOS        PIC 9(08)     VALUE ZEROS.
      *----> RETOMADA DE CARGA INTERROMPIDA - POSICAO LIDA DO PONTO
      *----> DE CONTROLE DEIXADO PELA PASSADA QUE CAIU
       01  WK-SW-RETOMADA           PIC X         VALUE "N".
           88  RETOMADA-PENDENTE                  VALUE "S".
           88  SEM-RETOMADA                       VALUE "N".
       77  WK-RT-DATA-MOV           PIC 9(08)     VALUE ZEROS.
       77  WK-RT-NOME-ARQ           PIC X(100)    VALUE SPACES.
       77  WK-RT-QTD-LIDOS          PIC 9(08)     VALUE ZEROS.
       77  WK-RT-CHECKSUM           PIC 9(12)V9(02) VALUE ZEROS.
       77  WK-RT-ULTIMO-IDTRANS     PIC 9(08)     VALUE ZEROS.
       77  WK-RT-ULTIMO-IDPEND      PIC 9(08)     VALUE ZEROS.
       77  WK-RT-QTD-CARREGADAS     PIC 9(08)     VALUE ZEROS.
       77  WK-RT-QTD-SUSPENSAS      PIC 9(08)     VALUE ZEROS.
       77  WK-RT-QTD-AGENDADAS      PIC 9(08)     VALUE ZEROS.
       77  WK-RT-QTD-RETIDAS        PIC 9(08)     VALUE ZEROS.
       77  WK-RT-REGS-SUSPENSO      PIC 9(08)     VALUE ZEROS.
       77  WK-RT-REGS-AGENDADO      PIC 9(08)     VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           PERFORM 0226-VALIDATE-CADCONTA-OPEN.
           PERFORM 0235-VALIDATE-CONTROLE-OPEN.
           PERFORM 0237-VALIDATE-SUSPENSO-OPEN.
           PERFORM 0170-VERIFICA-RETOMADA.
           PERFORM 0150-DETERMINA-CONTADOR.

           PERFORM 0600-PROCESSA-ARQUIVOS
               UNTIL WK-FS-CONTROLE EQUAL "10".

      *----> O FEEDER DA CARGA INTERROMPIDA SAIU DO CONTROLE - A
      *----> RETOMADA CONTINUA PENDENTE E O PASSO NAO PODE FECHAR.
           IF RETOMADA-PENDENTE
               DISPLAY "ERRO: ARQUIVO " WK-RT-NOME-ARQ
                       " DA CARGA INTERROMPIDA NAO CONSTA DO CONTROLE"
               PERFORM 0410-CLOSE-DATA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
           MOVE WK-ARQ-PARM-APROVA     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-APROVA.
           MOVE "CT-CKPOINT" TO CFG-NOME.
           MOVE WK-ARQ-CKPOINT         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CKPOINT.
           MOVE "CADTRANS-TRAB" TO CFG-NOME.
           MOVE WK-ARQ-TRAB            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TRAB.
      *
       0110-OPEN-DATA.
      *----> ABRE EM I-O PARA PRESERVAR AS TRANSACOES JA CARREGADAS
      *----> ABRE EM EXTEND PARA PRESERVAR AS TRANSACOES SUSPENSAS DE
      *----> RUNS ANTERIORES ATE QUE O SUSPREPRO AS REPROCESSE; CRIA
      *----> O ARQUIVO NA PRIMEIRA EXECUCAO.
           PERFORM 0165-CONTA-SEQUENCIAIS.
           OPEN EXTEND SUSPENSO.
           IF WK-FS-SUSPENSO EQUAL "35"
               OPEN OUTPUT SUSPENSO
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
      ******************************************************************
       0165-CONTA-SEQUENCIAIS SECTION.
      *----> QUANTOS REGISTROS O SUSPENSO E O AGENDADO JA TEM ANTES DA
      *----> CARGA - A PARTIR DAI OS PONTOS DE CONTROLE SABEM ATE ONDE
      *----> CADA UM IA NO MOMENTO DO PONTO.
           MOVE ZEROS TO WK-REGS-SUSPENSO WK-REGS-AGENDADO.
           OPEN INPUT SUSPENSO.
           IF WK-FS-SUSPENSO EQUAL "00"
               PERFORM 0166-CONTA-SUSPENSO
                   UNTIL WK-FS-SUSPENSO NOT EQUAL "00"
               CLOSE SUSPENSO
           END-IF.
           OPEN INPUT AGENDADO.
           IF WK-FS-AGENDADO EQUAL "00"
               PERFORM 0167-CONTA-AGENDADO
                   UNTIL WK-FS-AGENDADO NOT EQUAL "00"
               CLOSE AGENDADO
           END-IF.
           EXIT SECTION.
      *
       0166-CONTA-SUSPENSO.
           READ SUSPENSO
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WK-REGS-SUSPENSO
           END-READ.
      *
       0167-CONTA-AGENDADO.
           READ AGENDADO
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WK-REGS-AGENDADO
           END-READ.
      ******************************************************************
       0170-VERIFICA-RETOMADA SECTION.
      *----> UM PONTO DE CONTROLE DEIXADO NO ARQUIVO SIGNIFICA QUE A
      *----> PASSADA ANTERIOR CAIU NO MEIO DE UM FEEDER: O QUE ELA
      *----> GRAVOU DEPOIS DO ULTIMO PONTO E DESFEITO AQUI E O FEEDER
      *----> E RETOMADO LOGO APOS O PONTO, SEM DUPLICAR NEM PERDER
      *----> REGISTRO.
           SET SEM-RETOMADA TO TRUE.
           OPEN INPUT CKPOINT.
           IF WK-FS-CKPOINT NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CKPOINT
               AT END
                   MOVE "10" TO WK-FS-CKPOINT
               NOT AT END
                   MOVE CK-DATA-MOV       TO WK-RT-DATA-MOV
                   MOVE CK-NOME-ARQ       TO WK-RT-NOME-ARQ
                   MOVE CK-QTD-LIDOS      TO WK-RT-QTD-LIDOS
                   MOVE CK-CHECKSUM       TO WK-RT-CHECKSUM
                   MOVE CK-ULTIMO-IDTRANS TO WK-RT-ULTIMO-IDTRANS
                   MOVE CK-ULTIMO-IDPEND  TO WK-RT-ULTIMO-IDPEND
                   MOVE CK-QTD-CARREGADAS TO WK-RT-QTD-CARREGADAS
                   MOVE CK-QTD-SUSPENSAS  TO WK-RT-QTD-SUSPENSAS
                   MOVE CK-QTD-AGENDADAS  TO WK-RT-QTD-AGENDADAS
                   MOVE CK-QTD-RETIDAS    TO WK-RT-QTD-RETIDAS
                   MOVE CK-REGS-SUSPENSO  TO WK-RT-REGS-SUSPENSO
                   MOVE CK-REGS-AGENDADO  TO WK-RT-REGS-AGENDADO
           END-READ.
           CLOSE CKPOINT.
           IF WK-FS-CKPOINT EQUAL "10"
               EXIT SECTION
           END-IF.

           IF WK-RT-DATA-MOV NOT EQUAL WK-DATA-MOVIMENTO
               DISPLAY "AVISO: PONTO DE CONTROLE DA DATA "
                       WK-RT-DATA-MOV " IGNORADO"
               PERFORM 0645-LIMPA-PONTO-CONTROLE
               EXIT SECTION
           END-IF.

      *----> A QUEDA FOI DEPOIS DO REGISTRO EM HISTCARGA - O FEEDER JA
      *----> ESTA COMPLETO E NADA E DESFEITO.
           MOVE WK-RT-NOME-ARQ TO HC-NOME-ARQ.
           READ HISTCARGA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0645-LIMPA-PONTO-CONTROLE
                   EXIT SECTION
           END-READ.

      *----> SEM A ULTIMA TRANSACAO DO PONTO O MESTRE FOI RESTAURADO
      *----> (RESTAURA) - O FEEDER VOLTA A SER CARREGADO DO INICIO.
           IF WK-RT-QTD-CARREGADAS GREATER THAN ZEROS
               MOVE WK-RT-ULTIMO-IDTRANS TO FD-IDTRANS
               READ CADTRANS
                   INVALID KEY
                       DISPLAY "AVISO: CADTRANS RESTAURADO APOS A "
                               "QUEDA - PONTO DE CONTROLE IGNORADO"
                       PERFORM 0645-LIMPA-PONTO-CONTROLE
                       MOVE "00" TO WK-FS-CADTRANS
                       EXIT SECTION
               END-READ
           END-IF.

           SET RETOMADA-PENDENTE TO TRUE.
           DISPLAY "CADTRANS: CARGA INTERROMPIDA DE " WK-RT-NOME-ARQ.
           DISPLAY "CADTRANS: RETOMADA APOS O REGISTRO "
                   WK-RT-QTD-LIDOS " (ULTIMO ID "
                   WK-RT-ULTIMO-IDTRANS ")".
           PERFORM 0175-EXPURGA-CADTRANS.
           PERFORM 0180-EXPURGA-PENDAPROV.
           PERFORM 0155-DETERMINA-CONTADOR-PEND.
           PERFORM 0185-TRUNCA-SUSPENSO.
           PERFORM 0190-TRUNCA-AGENDADO.
           EXIT SECTION.
      ******************************************************************
       0175-EXPURGA-CADTRANS SECTION.
      *----> OS MOVIMENTOS DE FEEDER GRAVADOS APOS O PONTO SAO
      *----> APAGADOS - SERAO RECARREGADOS NA RETOMADA. NENHUM
      *----> LANCAMENTO ONLINE ENTRA NESSA FAIXA: ENQUANTO HOUVER PONTO
      *----> PENDENTE O FINANCAS NAO DESARMA A TRAVA DE CICLO NO ABORTO
      *----> E O CICLOLCK RECUSA A LIBERACAO FORCADA, ENTAO PAGTOREM,
      *----> CHQCOMP, ENCERRA E DEMAIS ONLINE FICAM RECUSADOS ATE ESTE
      *----> RERUN. AINDA ASSIM SO SAI O QUE TEM O FORMATO DE UMA
      *----> CARGA DE FEEDER.
           MOVE ZEROS TO WK-QTD-EXPURGADOS.
           MOVE WK-RT-ULTIMO-IDTRANS TO FD-IDTRANS.
           START CADTRANS KEY IS GREATER THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
           PERFORM 0176-EXPURGA-TRANSACAO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           MOVE "00" TO WK-FS-CADTRANS.
           DISPLAY "CADTRANS: " WK-QTD-EXPURGADOS
                   " TRANSACOES APOS O PONTO EXPURGADAS".
           EXIT SECTION.
      *
       0176-EXPURGA-TRANSACAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   IF FD-CONTRAPARTE EQUAL ZEROS
                           AND FD-IDTRANS-ORIG EQUAL ZEROS
                           AND MOVIMENTO-NORMAL
                           AND (CATEGORIA-ALIMENTACAO
                             OR CATEGORIA-UTILIDADES
                             OR CATEGORIA-SALARIO
                             OR CATEGORIA-TRANSPORTE
                             OR CATEGORIA-OUTROS)
                       DELETE CADTRANS RECORD
                       IF WK-FS-CADTRANS NOT EQUAL "00"
                           DISPLAY "ERRO: " WK-FS-CADTRANS
                                   " AO EXPURGAR A TRANSACAO "
                                   FD-IDTRANS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WK-QTD-EXPURGADOS
                   END-IF
           END-READ.
      ******************************************************************
       0180-EXPURGA-PENDAPROV SECTION.
      *----> AS RETENCOES DA CARGA GRAVADAS APOS O PONTO SAEM DA FILA
      *----> (A RETOMADA AS RETEM DE NOVO); A AUDITORIA REGISTRA O
      *----> EXPURGO DE CADA UMA.
           MOVE ZEROS TO WK-QTD-EXPURGADOS.
           MOVE WK-RT-ULTIMO-IDPEND TO PA-IDPEND.
           START PENDAPROV KEY IS GREATER THAN PA-IDPEND
               INVALID KEY
                   MOVE "10" TO WK-FS-PENDAPROV
           END-START.
           PERFORM 0181-EXPURGA-RETENCAO
               UNTIL WK-FS-PENDAPROV EQUAL "10".
           MOVE "00" TO WK-FS-PENDAPROV.
           IF WK-QTD-EXPURGADOS GREATER THAN ZEROS
               DISPLAY "CADTRANS: " WK-QTD-EXPURGADOS
                       " RETENCOES APOS O PONTO EXPURGADAS"
           END-IF.
           EXIT SECTION.
      *
       0181-EXPURGA-RETENCAO.
           READ PENDAPROV NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PENDAPROV
               NOT AT END
                   IF PEND-DE-CARGA
                           AND PA-DATA-CARGA EQUAL WK-DATA-MOVIMENTO
                       PERFORM 0182-AUDITA-EXPURGO
                       DELETE PENDAPROV RECORD
                       IF WK-FS-PENDAPROV NOT EQUAL "00"
                           DISPLAY "ERRO: " WK-FS-PENDAPROV
                                   " AO EXPURGAR A RETENCAO "
                                   PA-IDPEND
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WK-QTD-EXPURGADOS
                   END-IF
           END-READ.
      *
       0182-AUDITA-EXPURGO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE "CADTRANS"      TO AU-OPERADOR.
           MOVE PA-IDCONTA      TO AU-IDCONTA.
           MOVE "APROV"         TO AU-CAMPO.
           MOVE PA-IDPEND       TO AU-VALOR-ANTIGO.
           MOVE "EXPURGADO NA RETOMADA" TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DO EXPURGO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0185-TRUNCA-SUSPENSO SECTION.
      *----> O SUSPENSO VOLTA AO TAMANHO QUE TINHA NO PONTO: A COPIA
      *----> DOS PRIMEIROS REGISTROS PASSA PELO ARQUIVO DE TRABALHO E
      *----> VOLTA NO LUGAR DO ORIGINAL, COMO NO EXPURGO DO JORNAL.
           IF WK-REGS-SUSPENSO LESS THAN WK-RT-REGS-SUSPENSO
               DISPLAY "AVISO: SUSPENSO COM " WK-REGS-SUSPENSO
                       " REGISTROS, MENOS QUE OS "
                       WK-RT-REGS-SUSPENSO " DO PONTO DE CONTROLE"
           END-IF.
           IF WK-REGS-SUSPENSO NOT GREATER THAN WK-RT-REGS-SUSPENSO
               EXIT SECTION
           END-IF.
           CLOSE SUSPENSO.
           OPEN INPUT SUSPENSO.
           OPEN OUTPUT ARQ-TRAB.
           IF WK-FS-SUSPENSO NOT EQUAL "00"
                   OR WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO NA COPIA DO SUSPENSO ("
                       WK-FS-SUSPENSO "/" WK-FS-TRAB ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WK-QTD-COPIADOS.
           PERFORM 0186-COPIA-SUSPENSO
               UNTIL WK-FS-SUSPENSO EQUAL "10"
                  OR WK-QTD-COPIADOS NOT LESS THAN WK-RT-REGS-SUSPENSO.
           CLOSE SUSPENSO.
           CLOSE ARQ-TRAB.

           OPEN OUTPUT SUSPENSO.
           OPEN INPUT ARQ-TRAB.
           IF WK-FS-SUSPENSO NOT EQUAL "00"
                   OR WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DO SUSPENSO ("
                       WK-FS-SUSPENSO "/" WK-FS-TRAB ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0187-DEVOLVE-SUSPENSO
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE SUSPENSO.
           CLOSE ARQ-TRAB.
           OPEN EXTEND SUSPENSO.
           PERFORM 0237-VALIDATE-SUSPENSO-OPEN.

           COMPUTE WK-QTD-EXPURGADOS =
                   WK-REGS-SUSPENSO - WK-QTD-COPIADOS.
           MOVE WK-QTD-COPIADOS TO WK-REGS-SUSPENSO.
           DISPLAY "CADTRANS: " WK-QTD-EXPURGADOS
                   " SUSPENSOS APOS O PONTO EXPURGADOS".
           EXIT SECTION.
      *
       0186-COPIA-SUSPENSO.
           READ SUSPENSO
               AT END
                   MOVE "10" TO WK-FS-SUSPENSO
               NOT AT END
                   WRITE REG-TRAB FROM REG-SUSPENSO
                   IF WK-FS-TRAB NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-TRAB
                               " NA ESCRITA DO ARQUIVO DE TRABALHO"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WK-QTD-COPIADOS
           END-READ.
      *
       0187-DEVOLVE-SUSPENSO.
           READ ARQ-TRAB
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   WRITE REG-SUSPENSO FROM REG-TRAB
                   IF WK-FS-SUSPENSO NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-SUSPENSO
                               " NA REGRAVACAO DO ARQUIVO SUSPENSO"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
      ******************************************************************
       0190-TRUNCA-AGENDADO SECTION.
      *----> IDEM SUSPENSO, PARA O ARMAZEM DE AGENDADOS.
           IF WK-REGS-AGENDADO LESS THAN WK-RT-REGS-AGENDADO
               DISPLAY "AVISO: AGENDADO COM " WK-REGS-AGENDADO
                       " REGISTROS, MENOS QUE OS "
                       WK-RT-REGS-AGENDADO " DO PONTO DE CONTROLE"
           END-IF.
           IF WK-REGS-AGENDADO NOT GREATER THAN WK-RT-REGS-AGENDADO
               EXIT SECTION
           END-IF.
           CLOSE AGENDADO.
           OPEN INPUT AGENDADO.
           OPEN OUTPUT ARQ-TRAB.
           IF WK-FS-AGENDADO NOT EQUAL "00"
                   OR WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO NA COPIA DO AGENDADO ("
                       WK-FS-AGENDADO "/" WK-FS-TRAB ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WK-QTD-COPIADOS.
           PERFORM 0191-COPIA-AGENDADO
               UNTIL WK-FS-AGENDADO EQUAL "10"
                  OR WK-QTD-COPIADOS NOT LESS THAN WK-RT-REGS-AGENDADO.
           CLOSE AGENDADO.
           CLOSE ARQ-TRAB.

           OPEN OUTPUT AGENDADO.
           OPEN INPUT ARQ-TRAB.
           IF WK-FS-AGENDADO NOT EQUAL "00"
                   OR WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DO AGENDADO ("
                       WK-FS-AGENDADO "/" WK-FS-TRAB ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0192-DEVOLVE-AGENDADO
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE AGENDADO.
           CLOSE ARQ-TRAB.
           OPEN EXTEND AGENDADO.
           PERFORM 0236-VALIDATE-AGENDADO-OPEN.

           COMPUTE WK-QTD-EXPURGADOS =
                   WK-REGS-AGENDADO - WK-QTD-COPIADOS.
           MOVE WK-QTD-COPIADOS TO WK-REGS-AGENDADO.
           DISPLAY "CADTRANS: " WK-QTD-EXPURGADOS
                   " AGENDADOS APOS O PONTO EXPURGADOS".
           EXIT SECTION.
      *
       0191-COPIA-AGENDADO.
           READ AGENDADO
               AT END
                   MOVE "10" TO WK-FS-AGENDADO
               NOT AT END
                   WRITE REG-TRAB FROM REG-AGENDADO
                   IF WK-FS-TRAB NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-TRAB
                               " NA ESCRITA DO ARQUIVO DE TRABALHO"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WK-QTD-COPIADOS
           END-READ.
      *
       0192-DEVOLVE-AGENDADO.
           READ ARQ-TRAB
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   WRITE REG-AGENDADO FROM REG-TRAB
                   IF WK-FS-AGENDADO NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-AGENDADO
                               " NA REGRAVACAO DO ARQUIVO AGENDADO"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-CAD-TRANS-OPEN.

                           IF GRAVACAO-OK
                               ADD 1 TO WK-CONTADOR
                               ADD 1 TO WK-QTD-CARREG-ARQ
                           ELSE
                               PERFORM 0350-SUSPENDER-TRANSACAO
                           END-IF
                       WHEN OTHER
                           PERFORM 0350-SUSPENDER-TRANSACAO
                   END-EVALUATE

                   ADD 1 TO WK-CKPOINT-CONTADOR
                   IF WK-CKPOINT-CONTADOR NOT LESS THAN
                           WK-CKPOINT-INTERVALO
                       PERFORM 0640-GRAVA-PONTO-CONTROLE
                   END-IF
           END-READ.

           MOVE WK-CONTADOR TO WK-QNT-REG-LIDO.
           END-IF.
           ADD 1 TO WK-CONTADOR-PEND.
           ADD 1 TO WK-QNT-RETIDAS.
           ADD 1 TO WK-QTD-RETID-ARQ.

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
               GOBACK
           END-IF.
           ADD 1 TO WK-QNT-AGENDADAS.
           ADD 1 TO WK-QTD-AGEND-ARQ.
           ADD 1 TO WK-REGS-AGENDADO.
           DISPLAY "TRANSACAO AGENDADA PARA " CAD-DATA
                   " (CONTA " CAD-IDCONTA ")".
      *
           MOVE CAD-MOEDA         TO SP-MOEDA.
           WRITE REG-SUSPENSO.
           ADD 1 TO WK-QNT-SUSPENSAS.
           ADD 1 TO WK-QTD-SUSP-ARQ.
           ADD 1 TO WK-REGS-SUSPENSO.
           DISPLAY "TRANSACAO EM SUSPENSO: " WK-MOTIVO-SUSPENSO.
      ******************************************************************
       0600-PROCESSA-ARQUIVOS SECTION.
               EXIT SECTION
           END-IF.

      *----> COM UMA CARGA INTERROMPIDA, O PRIMEIRO FEEDER AINDA NAO
      *----> CARREGADO TEM DE SER O DELA - OUTRO FEEDER GRAVARIA POR
      *----> CIMA DO PONTO DE CONTROLE.
           IF RETOMADA-PENDENTE
                   AND WK-NOME-ARQ-ATUAL NOT EQUAL WK-RT-NOME-ARQ
               DISPLAY "ERRO: CARGA INTERROMPIDA DE " WK-RT-NOME-ARQ
                       " PENDENTE - CONTROLE TRAZ "
                       WK-NOME-ARQ-ATUAL " ANTES DELA"
               PERFORM 0410-CLOSE-DATA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "CADTRANS: CARREGANDO ARQUIVO " WK-NOME-ARQ-ATUAL.
           MOVE ZEROS TO WK-QTD-ARQ-ATUAL WK-CHECKSUM-ARQ-ATUAL
                         WK-QTD-CARREG-ARQ WK-QTD-SUSP-ARQ
                         WK-QTD-AGEND-ARQ WK-QTD-RETID-ARQ
                         WK-CKPOINT-CONTADOR.
           SET PONTO-NAO-GRAVADO TO TRUE.
           MOVE "00" TO WK-FS-TRANS.
           OPEN INPUT CAD-TRANS.
           PERFORM 0210-VALIDATE-CAD-TRANS-OPEN.

           IF RETOMADA-PENDENTE
               IF ARQ-INDISPONIVEL
                   DISPLAY "ERRO: ARQUIVO DA CARGA INTERROMPIDA "
                           "NAO ENCONTRADO"
                   PERFORM 0410-CLOSE-DATA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0625-RETOMA-ARQUIVO
           END-IF.

      *----> PONTO DE CONTROLE JA NA ABERTURA: UMA QUEDA ANTES DO
      *----> PRIMEIRO INTERVALO TAMBEM E RETOMADA SEM DUPLICAR.
           IF ARQ-DISPONIVEL
               PERFORM 0640-GRAVA-PONTO-CONTROLE
           END-IF.

           PERFORM 0310-PROCESS-DATA UNTIL WK-FS-TRANS EQUAL "10".

           CLOSE CAD-TRANS.
      *----> SO REGISTRA O HISTORICO DE CARGA SE O ARQUIVO REALMENTE
      *----> FOI ENCONTRADO E ABERTO; UM ARQUIVO AUSENTE (STATUS 35)
      *----> DEVE PODER SER TENTADO NOVAMENTE NA PROXIMA EXECUCAO.
      *----> O ULTIMO PONTO VEM ANTES DO HISTORICO, PARA O FEEDER
      *----> INTEIRO ESTAR NO DISCO QUANDO FOR DADO COMO CARREGADO.
           IF ARQ-DISPONIVEL
               PERFORM 0640-GRAVA-PONTO-CONTROLE
               PERFORM 0630-GRAVA-HISTORICO-CARGA
               PERFORM 0635-CONFERE-ARQUIVO
           END-IF.
      *----> FEEDER ENCERRADO (OU INTERROMPIDO POR ERRO DE LEITURA,
      *----> QUE VOLTA A SER CARREGADO DO INICIO): O PONTO E LIMPO.
           IF PONTO-GRAVADO
               PERFORM 0645-LIMPA-PONTO-CONTROLE
           END-IF.
      *
       0625-RETOMA-ARQUIVO SECTION.
      *----> OS REGISTROS ATE O PONTO SAO LIDOS SEM PROCESSAR, REFAZENDO
      *----> A CONTAGEM E O CHECKSUM DO FEEDER; CHECKSUM DIFERENTE DO
      *----> PONTO QUER DIZER QUE O FEEDER MUDOU DESDE A QUEDA.
           PERFORM 0626-SALTA-REGISTRO
               UNTIL WK-QTD-ARQ-ATUAL NOT LESS THAN WK-RT-QTD-LIDOS
                  OR WK-FS-TRANS EQUAL "10".
           IF WK-QTD-ARQ-ATUAL NOT EQUAL WK-RT-QTD-LIDOS
                   OR WK-CHECKSUM-ARQ-ATUAL NOT EQUAL WK-RT-CHECKSUM
               DISPLAY "ERRO: ARQUIVO " WK-NOME-ARQ-ATUAL
                       " DIFERE DO PONTO DE CONTROLE - LIDOS "
                       WK-QTD-ARQ-ATUAL " DE " WK-RT-QTD-LIDOS
               PERFORM 0410-CLOSE-DATA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-RT-QTD-CARREGADAS TO WK-QTD-CARREG-ARQ.
           MOVE WK-RT-QTD-SUSPENSAS  TO WK-QTD-SUSP-ARQ.
           MOVE WK-RT-QTD-AGENDADAS  TO WK-QTD-AGEND-ARQ.
           MOVE WK-RT-QTD-RETIDAS    TO WK-QTD-RETID-ARQ.
           ADD WK-RT-QTD-SUSPENSAS   TO WK-QNT-SUSPENSAS.
           ADD WK-RT-QTD-AGENDADAS   TO WK-QNT-AGENDADAS.
           ADD WK-RT-QTD-RETIDAS     TO WK-QNT-RETIDAS.
           SET SEM-RETOMADA TO TRUE.
           DISPLAY "CADTRANS: ARQUIVO RETOMADO APOS O REGISTRO "
                   WK-QTD-ARQ-ATUAL.
           EXIT SECTION.
      *
       0626-SALTA-REGISTRO.
           READ CAD-TRANS
               AT END
                   MOVE "10" TO WK-FS-TRANS
               NOT AT END
                   IF WK-FS-TRANS NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-TRANS
                               " NA LEITURA DO ARQUIVO "
                               WK-NOME-ARQ-ATUAL " NA RETOMADA"
                       PERFORM 0410-CLOSE-DATA
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1          TO WK-QTD-ARQ-ATUAL
                   ADD CAD-VALOR  TO WK-CHECKSUM-ARQ-ATUAL
           END-READ.
      *
       0630-GRAVA-HISTORICO-CARGA SECTION.
           MOVE WK-NOME-ARQ-ATUAL      TO HC-NOME-ARQ.
                   DISPLAY "CADTRANS: FALHA AO REGISTRAR HISTORICO DE "
                           WK-NOME-ARQ-ATUAL
           END-WRITE.
      *
       0635-CONFERE-ARQUIVO SECTION.
      *----> TODO REGISTRO LIDO DO FEEDER TEM UM DESTINO: CARREGADO,
      *----> SUSPENSO, AGENDADO OU RETIDO PARA APROVACAO.
           COMPUTE WK-QTD-DESTINO-ARQ = WK-QTD-CARREG-ARQ
                   + WK-QTD-SUSP-ARQ + WK-QTD-AGEND-ARQ
                   + WK-QTD-RETID-ARQ.
           DISPLAY "CADTRANS: " WK-NOME-ARQ-ATUAL.
           DISPLAY "CADTRANS:   LIDOS " WK-QTD-ARQ-ATUAL
                   " CARREGADOS " WK-QTD-CARREG-ARQ
                   " SUSPENSOS " WK-QTD-SUSP-ARQ.
           DISPLAY "CADTRANS:   AGENDADOS " WK-QTD-AGEND-ARQ
                   " RETIDOS " WK-QTD-RETID-ARQ
                   " CHECKSUM " WK-CHECKSUM-ARQ-ATUAL.
           IF WK-QTD-DESTINO-ARQ NOT EQUAL WK-QTD-ARQ-ATUAL
               DISPLAY "AVISO: CARGA DE " WK-NOME-ARQ-ATUAL
                       " NAO BALANCEIA - DESTINOS "
                       WK-QTD-DESTINO-ARQ
           END-IF.
      *
       0640-GRAVA-PONTO-CONTROLE SECTION.
      *----> OS SEQUENCIAIS DE SAIDA SAO FECHADOS E REABERTOS PARA
      *----> QUE TUDO O QUE FOI GRAVADO ATE AQUI ESTEJA NO DISCO ANTES
      *----> DO PONTO; OS INDEXADOS GRAVAM REGISTRO A REGISTRO.
           MOVE ZEROS TO WK-CKPOINT-CONTADOR.
           CLOSE SUSPENSO.
           CLOSE AGENDADO.
           CLOSE CONTAAUD.
           OPEN EXTEND SUSPENSO.
           PERFORM 0237-VALIDATE-SUSPENSO-OPEN.
           OPEN EXTEND AGENDADO.
           PERFORM 0236-VALIDATE-AGENDADO-OPEN.
           OPEN EXTEND CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " NA REABERTURA DO ARQUIVO CONTAAUD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CKPOINT.
           IF WK-FS-CKPOINT NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CKPOINT
                       " NA ABERTURA DO PONTO DE CONTROLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-DATA-MOVIMENTO     TO CK-DATA-MOV.
           MOVE WK-NOME-ARQ-ATUAL     TO CK-NOME-ARQ.
           MOVE WK-QTD-ARQ-ATUAL      TO CK-QTD-LIDOS.
           MOVE WK-CHECKSUM-ARQ-ATUAL TO CK-CHECKSUM.
           COMPUTE CK-ULTIMO-IDTRANS = WK-CONTADOR - 1.
           COMPUTE CK-ULTIMO-IDPEND  = WK-CONTADOR-PEND - 1.
           MOVE WK-QTD-CARREG-ARQ     TO CK-QTD-CARREGADAS.
           MOVE WK-QTD-SUSP-ARQ       TO CK-QTD-SUSPENSAS.
           MOVE WK-QTD-AGEND-ARQ      TO CK-QTD-AGENDADAS.
           MOVE WK-QTD-RETID-ARQ      TO CK-QTD-RETIDAS.
           MOVE WK-REGS-SUSPENSO      TO CK-REGS-SUSPENSO.
           MOVE WK-REGS-AGENDADO      TO CK-REGS-AGENDADO.
           WRITE REG-CKPOINT.
           IF WK-FS-CKPOINT NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CKPOINT
                       " NA GRAVACAO DO PONTO DE CONTROLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CKPOINT.
           SET PONTO-GRAVADO TO TRUE.
      *
       0645-LIMPA-PONTO-CONTROLE SECTION.
      *----> ARQUIVO VAZIO = NENHUMA CARGA EM ANDAMENTO
           OPEN OUTPUT CKPOINT.
           CLOSE CKPOINT.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
