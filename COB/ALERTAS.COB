      ******************************************************************
      * FILE NAME   : ALERTAS                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ALERTAS AOS CLIENTES - RODA NO CICLO LOGO APOS O *
      *               CALCSALDO E GRAVA O ARQUIVO DE NOTIFICACOES PARA *
      *               O GATEWAY DE MENSAGENS, UMA LINHA POR EVENTO E   *
      *               CLIENTE, COM O E-MAIL E O TELEFONE DE CADCLI:    *
      *               LC - DEBITO BLOQUEADO PELO LIMITE DE CREDITO     *
      *               SN - SALDO QUE FICOU NEGATIVO EM CADCONTAN       *
      *               DA - DEBITO ACIMA DO VALOR DE AVISO (PARAMETRO)  *
      *               DO - CONTA MARCADA DORMENTE PELO DORMCTL         *
      *               PA - MOVIMENTO RETIDO NA FILA DE APROVACAO       *
      *               O REGISTRO DE ALERTAS (ALERTREG) GUARDA O QUE JA *
      *               FOI AVISADO EM CICLOS ANTERIORES PARA QUE O      *
      *               CLIENTE NAO RECEBA O MESMO ALERTA TODA NOITE; A  *
      *               REEXECUCAO NO MESMO DIA REGRAVA O MESMO ARQUIVO. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PC-CHAVE
               FILE STATUS  IS WK-FS-PERIODO.
      *
      *----> VALOR DE AVISO DE DEBITO - UMA LINHA COM O VALOR
      *----> 9(09)V99; ZEROS OU AUSENTE = SEM ALERTA DE DEBITO ALTO
           SELECT PARM-ALERTA ASSIGN DYNAMIC WK-ARQ-PARM-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WK-FS-PARM-ALERTA.
      *
           SELECT JORNAL ASSIGN DYNAMIC WK-ARQ-JORNAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-JORNAL.
      *
           SELECT CADCONTAN ASSIGN DYNAMIC WK-ARQ-CADCONTAN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDCONTA-N
               FILE STATUS  IS WK-FS-CADCONTAN.
      *
           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CL-IDCLI
               FILE STATUS  IS WK-FS-CADCLI.
      *
           SELECT SALDOHIST ASSIGN DYNAMIC WK-ARQ-SALDOHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SH-CHAVE
               FILE STATUS  IS WK-FS-SALDOHIST.
      *
           SELECT PENDAPROV ASSIGN DYNAMIC WK-ARQ-PENDAPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-IDPEND
               FILE STATUS  IS WK-FS-PENDAPROV.
      *
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-CONTAAUD.
      *
      *----> REGISTRO DOS ALERTAS JA AVISADOS - PRESERVADO ENTRE RUNS,
      *----> CRIADO NO PRIMEIRO USO
           SELECT ALERTREG ASSIGN DYNAMIC WK-ARQ-ALERTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AR-CHAVE
               FILE STATUS  IS WK-FS-ALERTREG.
      *
      *----> ARQUIVO DO GATEWAY - O NOME LEVA A DATA DE MOVIMENTO E
      *----> A REEXECUCAO DO PASSO REGRAVA O MESMO ARQUIVO
           SELECT ALERTA-SAIDA ASSIGN DYNAMIC WK-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-SAIDA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO.
       COPY PERIODO.

       FD  PARM-ALERTA.
       01  REG-PARM-ALERTA           PIC X(11).

       FD  JORNAL
             RECORDING MODE IS F.
       COPY JORNAL.

       FD  CADCONTAN.
       COPY CADCONTAN.

       FD  CADCLI.
       COPY CADCLI.

       FD  SALDOHIST.
       COPY SALDOHIST.

       FD  PENDAPROV.
       COPY PENDAPROV.

       FD  CONTAAUD.
       COPY CONTAAUD.

       FD  ALERTREG.
       01  REG-ALERTREG.
      *----> EVENTO + CONTA + REFERENCIA (IDTRANS NO DEBITO ALTO,
      *----> IDPEND NA APROVACAO, DATA DA AUDITORIA NA DORMENCIA)
           03  AR-CHAVE.
               05  AR-EVENTO         PIC X(02).
               05  AR-IDCONTA        PIC X(04).
               05  AR-REFERENCIA     PIC 9(08).
           03  AR-VALOR              PIC S9(10)V9(02).
      *----> DATA DE MOVIMENTO DO CICLO QUE AVISOU O CLIENTE
           03  AR-DATA-MOV           PIC 9(08).
           03  AR-SITUACAO           PIC X(01).
               88  ALERTA-AVISADO              VALUE "E".
               88  ALERTA-SEMEADO              VALUE "S".
           03  FILLER                PIC X(10).

       FD  ALERTA-SAIDA.
       01  REG-ALERTA-SAIDA          PIC X(200).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-PARM-ALERTA       PIC X(100)   VALUE
           "C:\teste\alertas-parm.txt".
       77  WK-ARQ-JORNAL            PIC X(100)   VALUE
           "C:\teste\jornal.dat".
       77  WK-ARQ-CADCONTAN         PIC X(100)   VALUE
           "C:\teste\cadcontan.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-SALDOHIST         PIC X(100)   VALUE
           "C:\teste\saldohist.dat".
       77  WK-ARQ-PENDAPROV         PIC X(100)   VALUE
           "C:\teste\pendaprov.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-ALERTREG          PIC X(100)   VALUE
           "C:\teste\alertreg.dat".
       77  WK-PREFIXO-ALERTAS       PIC X(100)   VALUE
           "C:\teste\alertas".
       COPY FINCFG.
       77  WK-ARQ-SAIDA             PIC X(100)    VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(02)     VALUE ZEROS.
       77  WK-FS-PARM-ALERTA        PIC X(02)     VALUE ZEROS.
       77  WK-FS-JORNAL             PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCONTAN          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCLI             PIC X(02)     VALUE ZEROS.
       77  WK-FS-SALDOHIST          PIC X(02)     VALUE ZEROS.
       77  WK-FS-PENDAPROV          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CONTAAUD           PIC X(02)     VALUE ZEROS.
       77  WK-FS-ALERTREG           PIC X(02)     VALUE ZEROS.
       77  WK-FS-SAIDA              PIC X(02)     VALUE ZEROS.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       01  WK-VALOR-AVISO           PIC 9(09)V9(02) VALUE ZEROS.
       01  WK-VALOR-AVISO-X REDEFINES WK-VALOR-AVISO
                                    PIC X(11).

      *----> REGISTRO CRIADO NESTE RUN: AS DORMENCIAS E OS DEBITOS
      *----> ALTOS JA EXISTENTES SAO SO REGISTRADOS, SEM AVISO, PARA
      *----> NAO DISPARAR DE UMA VEZ O HISTORICO INTEIRO
       01  WK-SW-SEMEADURA          PIC X(01)     VALUE "N".
           88  SEMEADURA-LIGADA               VALUE "S".
      *----> RESULTADO DA CONSULTA AO REGISTRO DE ALERTAS
       01  WK-SW-REGISTRO           PIC X(01)     VALUE SPACES.
           88  ALERTA-A-EMITIR                VALUE "N".
           88  ALERTA-JA-AVISADO              VALUE "J".
       01  WK-SW-SALDO-ANTERIOR     PIC X(01)     VALUE "N".
           88  HA-SALDO-ANTERIOR              VALUE "S".
       01  WK-SW-SALDOHIST          PIC X(01)     VALUE "N".
           88  HA-SALDOHIST                   VALUE "S".
       01  WK-SW-PENDAPROV          PIC X(01)     VALUE "N".
           88  HA-PENDAPROV                   VALUE "S".

      *----> EVENTO A EMITIR - PREENCHIDO POR QUEM CHAMA 0600
       01  WK-ALERTA.
           03  WK-AL-EVENTO         PIC X(02).
           03  WK-AL-IDCONTA        PIC X(04).
           03  WK-AL-REFERENCIA     PIC 9(08).
           03  WK-AL-VALOR          PIC S9(10)V9(02).
           03  WK-AL-MOEDA          PIC X(03).
           03  WK-AL-IDCLI          PIC X(06).
           03  WK-AL-MENSAGEM       PIC X(40).

       77  WK-SALDO-ANTERIOR        PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-CONTA-SALDO           PIC X(04)     VALUE SPACES.

      *----> CONTADORES
       77  WK-QTD-LC                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SN                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DA                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DO                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PA                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-JA-AVISADOS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEMEADOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CLIENTE       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CONTATO       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-EXPURGADOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGISTROS         PIC 9(08)     VALUE ZEROS.
       77  WK-HASH-VALOR            PIC S9(15)V9(02) VALUE ZEROS.

      *----> CAMPOS EDITADOS PARA AS LINHAS DELIMITADAS - O PONTO
      *----> DECIMAL EXPLICITO E O QUE O GATEWAY ESPERA
       77  WK-ED-VALOR              PIC +9(10).9(02) VALUE ZEROS.
       77  WK-ED-HASH               PIC +9(15).9(02) VALUE ZEROS.
       77  WK-ED-QTD                PIC 9(08)     VALUE ZEROS.
       01  WK-LINHA-ALERTA          PIC X(200)    VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-LE-DATA-MOVIMENTO.
           PERFORM 0115-LE-VALOR-AVISO.
           PERFORM 0120-ABRE-ARQUIVOS.
           PERFORM 0300-ALERTAS-JORNAL.
           PERFORM 0330-ALERTAS-SALDO.
           PERFORM 0360-ALERTAS-DORMENCIA.
           PERFORM 0380-ALERTAS-APROVACAO.
           PERFORM 0400-EXPURGA-REGISTRO.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "ALERTAS-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-ALERTA     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-ALERTA.
           MOVE "JORNAL" TO CFG-NOME.
           MOVE WK-ARQ-JORNAL          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-JORNAL.
           MOVE "CADCONTAN" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTAN       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTAN.
           MOVE "CADCLI" TO CFG-NOME.
           MOVE WK-ARQ-CADCLI          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCLI.
           MOVE "SALDOHIST" TO CFG-NOME.
           MOVE WK-ARQ-SALDOHIST       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-SALDOHIST.
           MOVE "PENDAPROV" TO CFG-NOME.
           MOVE WK-ARQ-PENDAPROV       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PENDAPROV.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "ALERTREG" TO CFG-NOME.
           MOVE WK-ARQ-ALERTREG        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ALERTREG.
           MOVE "ALERTAS-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-ALERTAS     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-ALERTAS.
      *
       0110-LE-DATA-MOVIMENTO.
      *----> PERIODO FICA ABERTO ATE O FIM - O EXPURGO DO REGISTRO
      *----> CONSULTA A SITUACAO DOS PERIODOS
           OPEN INPUT PERIODO.
           IF WK-FS-PERIODO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PERIODO
                       " NA ABERTURA DO ARQUIVO PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "000000" TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ERRO: DATA DE MOVIMENTO NAO FIXADA NO "
                           "ARQUIVO PERIODO (EXECUTAR CADPER)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
      *
       0115-LE-VALOR-AVISO.
      *----> SEM ARQUIVO DE PARAMETRO OU COM VALOR ZERADO O ALERTA
      *----> DE DEBITO ALTO FICA DESLIGADO.
           OPEN INPUT PARM-ALERTA.
           IF WK-FS-PARM-ALERTA EQUAL "00"
               READ PARM-ALERTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARM-ALERTA IS NUMERIC
                           MOVE REG-PARM-ALERTA
                             TO WK-VALOR-AVISO-X
                       END-IF
               END-READ
               CLOSE PARM-ALERTA
           END-IF.
           IF WK-VALOR-AVISO GREATER THAN ZEROS
               DISPLAY "ALERTAS: AVISO DE DEBITO ACIMA DE "
                       WK-VALOR-AVISO
           END-IF.
      *
       0120-ABRE-ARQUIVOS.
           OPEN INPUT CADCONTAN.
           IF WK-FS-CADCONTAN NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTAN
                       " NA ABERTURA DO ARQUIVO CADCONTAN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCLI
                       " NA ABERTURA DO ARQUIVO CADCLI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ALERTREG.
           IF WK-FS-ALERTREG EQUAL "35"
               OPEN OUTPUT ALERTREG
               CLOSE ALERTREG
               OPEN I-O ALERTREG
               SET SEMEADURA-LIGADA TO TRUE
               DISPLAY "ALERTAS: REGISTRO DE ALERTAS CRIADO - "
                       "DORMENCIAS E DEBITOS ALTOS EXISTENTES SO "
                       "REGISTRADOS"
           END-IF.
           IF WK-FS-ALERTREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ALERTREG
                       " NA ABERTURA DO ARQUIVO ALERTREG"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WK-ARQ-SAIDA.
           STRING WK-PREFIXO-ALERTAS  DELIMITED BY SPACES
                  "-"                 DELIMITED BY SIZE
                  WK-DATA-MOVIMENTO   DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
               INTO WK-ARQ-SAIDA.
           OPEN OUTPUT ALERTA-SAIDA.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA ABERTURA DO ARQUIVO DE ALERTAS "
                       WK-ARQ-SAIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WK-LINHA-ALERTA.
           STRING "H;" WK-DATA-MOVIMENTO ";ALERTAS"
                  DELIMITED BY SIZE INTO WK-LINHA-ALERTA.
           PERFORM 0230-GRAVA-LINHA.
      ******************************************************************
       0200-APOIO SECTION.
       0230-GRAVA-LINHA.
           WRITE REG-ALERTA-SAIDA FROM WK-LINHA-ALERTA.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA ESCRITA DO ARQUIVO DE ALERTAS "
                       WK-ARQ-SAIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
      *----> LC E DA SAEM DO JORNAL DO CICLO: O BLOQUEIO PELO LIMITE
      *----> SO E JORNALIZADO NO DIA EM QUE ACONTECE; OS DEBITOS "CS"
      *----> SAO REJORNALIZADOS TODA NOITE E PASSAM PELO REGISTRO.
       0300-ALERTAS-JORNAL SECTION.
       0305-ALERTAS-JORNAL.
           OPEN INPUT JORNAL.
           IF WK-FS-JORNAL EQUAL "35"
               DISPLAY "ALERTAS: ARQUIVO JORNAL INEXISTENTE - "
                       "SEM ALERTAS DE MOVIMENTO"
               EXIT SECTION
           END-IF.
           IF WK-FS-JORNAL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-JORNAL
                       " NA ABERTURA DO ARQUIVO JORNAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0310-LE-JORNAL
               UNTIL WK-FS-JORNAL EQUAL "10".
           CLOSE JORNAL.
           EXIT SECTION.
      *
       0310-LE-JORNAL.
           READ JORNAL
               AT END
                   MOVE "10" TO WK-FS-JORNAL
               NOT AT END
                   IF JR-DATA-MOV EQUAL WK-DATA-MOVIMENTO
                       PERFORM 0320-AVALIA-LANCAMENTO
                   END-IF
           END-READ.
      *
       0320-AVALIA-LANCAMENTO.
           MOVE SPACES        TO WK-ALERTA.
           MOVE JR-IDCONTA    TO WK-AL-IDCONTA.
           MOVE JR-IDTRANS    TO WK-AL-REFERENCIA.
           MOVE JR-VALOR      TO WK-AL-VALOR.
           MOVE JR-MOEDA      TO WK-AL-MOEDA.

           IF JR-ORIGEM EQUAL "LC"
               MOVE "LC" TO WK-AL-EVENTO
               MOVE "DEBITO RECUSADO - LIMITE DE CREDITO"
                 TO WK-AL-MENSAGEM
               PERFORM 0600-EMITE-ALERTA
               EXIT PARAGRAPH
           END-IF.

           IF JR-ORIGEM EQUAL "CS"
              AND JR-TIPO EQUAL 1
              AND WK-VALOR-AVISO GREATER THAN ZEROS
              AND JR-VALOR GREATER THAN WK-VALOR-AVISO
               MOVE "DA" TO WK-AL-EVENTO
               MOVE "DEBITO ACIMA DO VALOR DE AVISO"
                 TO WK-AL-MENSAGEM
               PERFORM 0650-CONFERE-REGISTRO
               IF ALERTA-A-EMITIR
                   PERFORM 0600-EMITE-ALERTA
               END-IF
           END-IF.
      ******************************************************************
      *----> SN: CONTA COM SALDO NEGATIVO HOJE CUJO SALDO ANTERIOR EM
      *----> SALDOHIST ERA POSITIVO OU ZERO (OU QUE NAO TEM ANTERIOR)
       0330-ALERTAS-SALDO SECTION.
       0335-ALERTAS-SALDO.
           OPEN INPUT SALDOHIST.
           IF WK-FS-SALDOHIST NOT EQUAL "00"
              AND WK-FS-SALDOHIST NOT EQUAL "35"
               DISPLAY "ERRO: " WK-FS-SALDOHIST
                       " NA ABERTURA DO ARQUIVO SALDOHIST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-FS-SALDOHIST EQUAL "00"
               SET HA-SALDOHIST TO TRUE
           END-IF.

           MOVE LOW-VALUES TO IDCONTA-N.
           START CADCONTAN KEY IS NOT LESS THAN IDCONTA-N
               INVALID KEY
                   MOVE "10" TO WK-FS-CADCONTAN
           END-START.
           PERFORM 0340-LE-CONTA
               UNTIL WK-FS-CADCONTAN EQUAL "10".

           IF HA-SALDOHIST
               CLOSE SALDOHIST
               MOVE "N" TO WK-SW-SALDOHIST
           END-IF.
           EXIT SECTION.
      *
       0340-LE-CONTA.
           READ CADCONTAN NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTAN
               NOT AT END
                   IF SALDOINI-N LESS THAN ZEROS
                      AND NOT CONTAN-ENCERRADA
                       PERFORM 0350-SALDO-ANTERIOR
                       IF NOT HA-SALDO-ANTERIOR
                          OR WK-SALDO-ANTERIOR NOT LESS THAN ZEROS
                           MOVE SPACES            TO WK-ALERTA
                           MOVE "SN"              TO WK-AL-EVENTO
                           MOVE IDCONTA-N         TO WK-AL-IDCONTA
                           MOVE WK-DATA-MOVIMENTO TO WK-AL-REFERENCIA
                           MOVE SALDOINI-N        TO WK-AL-VALOR
                           MOVE MOEDA-CONTAN      TO WK-AL-MOEDA
                           MOVE IDCLI-N           TO WK-AL-IDCLI
                           MOVE "SALDO DA CONTA FICOU NEGATIVO"
                             TO WK-AL-MENSAGEM
                           PERFORM 0600-EMITE-ALERTA
                       END-IF
                   END-IF
           END-READ.
      *
       0350-SALDO-ANTERIOR.
      *----> ULTIMO SALDO GRAVADO ANTES DA DATA DE MOVIMENTO
           MOVE "N"       TO WK-SW-SALDO-ANTERIOR.
           MOVE ZEROS     TO WK-SALDO-ANTERIOR.
           IF NOT HA-SALDOHIST
               EXIT PARAGRAPH
           END-IF.
           MOVE IDCONTA-N TO WK-CONTA-SALDO.
           MOVE IDCONTA-N TO SH-IDCONTA.
           MOVE ZEROS     TO SH-DATA.
           START SALDOHIST KEY IS NOT LESS THAN SH-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0355-LE-SALDO-ANTERIOR
               UNTIL WK-CONTA-SALDO EQUAL SPACES.
      *
       0355-LE-SALDO-ANTERIOR.
           READ SALDOHIST NEXT RECORD
               AT END
                   MOVE SPACES TO WK-CONTA-SALDO
               NOT AT END
                   IF SH-IDCONTA NOT EQUAL WK-CONTA-SALDO
                      OR SH-DATA NOT LESS THAN WK-DATA-MOVIMENTO
                       MOVE SPACES TO WK-CONTA-SALDO
                   ELSE
                       SET HA-SALDO-ANTERIOR TO TRUE
                       MOVE SH-SALDO TO WK-SALDO-ANTERIOR
                   END-IF
           END-READ.
      ******************************************************************
      *----> DO: MARCACOES DE DORMENCIA AUDITADAS PELO DORMCTL AINDA
      *----> NAO AVISADAS, DESDE QUE A CONTA CONTINUE DORMENTE
       0360-ALERTAS-DORMENCIA SECTION.
       0365-ALERTAS-DORMENCIA.
           OPEN INPUT CONTAAUD.
           IF WK-FS-CONTAAUD EQUAL "35"
               EXIT SECTION
           END-IF.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " NA ABERTURA DO ARQUIVO CONTAAUD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0370-LE-AUDITORIA
               UNTIL WK-FS-CONTAAUD EQUAL "10".
           CLOSE CONTAAUD.
           EXIT SECTION.
      *
       0370-LE-AUDITORIA.
           READ CONTAAUD
               AT END
                   MOVE "10" TO WK-FS-CONTAAUD
               NOT AT END
                   IF AU-OPERADOR EQUAL "DORMCTL"
                      AND AU-CAMPO EQUAL "STATUS"
                      AND AU-VALOR-NOVO EQUAL "D"
                       PERFORM 0375-AVALIA-DORMENCIA
                   END-IF
           END-READ.
      *
       0375-AVALIA-DORMENCIA.
           MOVE AU-IDCONTA TO IDCONTA-N.
           READ CADCONTAN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CONTAN-DORMENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES       TO WK-ALERTA.
           MOVE "DO"         TO WK-AL-EVENTO.
           MOVE AU-IDCONTA   TO WK-AL-IDCONTA.
           MOVE AU-DATA      TO WK-AL-REFERENCIA.
           MOVE ZEROS        TO WK-AL-VALOR.
           MOVE MOEDA-CONTAN TO WK-AL-MOEDA.
           MOVE IDCLI-N      TO WK-AL-IDCLI.
           MOVE "CONTA MARCADA COMO DORMENTE" TO WK-AL-MENSAGEM.
           PERFORM 0650-CONFERE-REGISTRO.
           IF ALERTA-A-EMITIR
               PERFORM 0600-EMITE-ALERTA
           END-IF.
      ******************************************************************
      *----> PA: MOVIMENTOS PENDENTES NA FILA DE APROVACAO DUPLA -
      *----> AVISADOS UMA VEZ POR ITEM
       0380-ALERTAS-APROVACAO SECTION.
       0385-ALERTAS-APROVACAO.
           OPEN INPUT PENDAPROV.
           IF WK-FS-PENDAPROV EQUAL "35"
               EXIT SECTION
           END-IF.
           IF WK-FS-PENDAPROV NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PENDAPROV
                       " NA ABERTURA DO ARQUIVO PENDAPROV"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZEROS TO PA-IDPEND.
           START PENDAPROV KEY IS NOT LESS THAN PA-IDPEND
               INVALID KEY
                   MOVE "10" TO WK-FS-PENDAPROV
           END-START.
           PERFORM 0390-LE-PENDENTE
               UNTIL WK-FS-PENDAPROV EQUAL "10".
           CLOSE PENDAPROV.
           EXIT SECTION.
      *
       0390-LE-PENDENTE.
           READ PENDAPROV NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PENDAPROV
               NOT AT END
                   IF PEND-PENDENTE
                       MOVE SPACES      TO WK-ALERTA
                       MOVE "PA"        TO WK-AL-EVENTO
                       MOVE PA-IDCONTA  TO WK-AL-IDCONTA
                       MOVE PA-IDPEND   TO WK-AL-REFERENCIA
                       MOVE PA-VALOR    TO WK-AL-VALOR
                       MOVE PA-MOEDA    TO WK-AL-MOEDA
                       MOVE "MOVIMENTO AGUARDANDO APROVACAO"
                         TO WK-AL-MENSAGEM
                       PERFORM 0650-CONFERE-REGISTRO
                       IF ALERTA-A-EMITIR
                           PERFORM 0600-EMITE-ALERTA
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *----> EXPURGO DO REGISTRO: DEBITO ALTO SAI QUANDO O PERIODO EM
      *----> QUE FOI AVISADO ESTA FECHADO (O MOVIMENTO JA FOI PARA O
      *----> HISTORICO E NAO VOLTA AO JORNAL); APROVACAO SAI QUANDO O
      *----> ITEM NAO ESTA MAIS PENDENTE. DORMENCIA FICA ENQUANTO A
      *----> AUDITORIA EXISTIR.
       0400-EXPURGA-REGISTRO SECTION.
       0405-EXPURGA-REGISTRO.
           OPEN INPUT PENDAPROV.
           IF WK-FS-PENDAPROV EQUAL "00"
               SET HA-PENDAPROV TO TRUE
           END-IF.
           MOVE LOW-VALUES TO AR-CHAVE.
           START ALERTREG KEY IS NOT LESS THAN AR-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-ALERTREG
           END-START.
           PERFORM 0410-LE-REGISTRO
               UNTIL WK-FS-ALERTREG EQUAL "10".
           IF HA-PENDAPROV
               CLOSE PENDAPROV
               MOVE "N" TO WK-SW-PENDAPROV
           END-IF.
           EXIT SECTION.
      *
       0410-LE-REGISTRO.
           READ ALERTREG NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-ALERTREG
               NOT AT END
                   EVALUATE AR-EVENTO
                       WHEN "DA"
                           PERFORM 0420-CONFERE-PERIODO
                       WHEN "PA"
                           PERFORM 0430-CONFERE-PENDENTE
                   END-EVALUATE
           END-READ.
      *
       0420-CONFERE-PERIODO.
           MOVE AR-DATA-MOV(1:6) TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PERIODO-FECHADO
               PERFORM 0440-EXCLUI-REGISTRO
           END-IF.
      *
       0430-CONFERE-PENDENTE.
           IF NOT HA-PENDAPROV
               EXIT PARAGRAPH
           END-IF.
           MOVE AR-REFERENCIA TO PA-IDPEND.
           READ PENDAPROV
               INVALID KEY
                   PERFORM 0440-EXCLUI-REGISTRO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PEND-PENDENTE
               PERFORM 0440-EXCLUI-REGISTRO
           END-IF.
      *
       0440-EXCLUI-REGISTRO.
           DELETE ALERTREG RECORD
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-ALERTREG
                           " NO EXPURGO DO ALERTREG " AR-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-DELETE.
           ADD 1 TO WK-QTD-EXPURGADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           MOVE WK-QTD-REGISTROS TO WK-ED-QTD.
           MOVE WK-HASH-VALOR    TO WK-ED-HASH.
           MOVE SPACES TO WK-LINHA-ALERTA.
           STRING "T;" WK-ED-QTD ";" WK-ED-HASH
                  DELIMITED BY SIZE INTO WK-LINHA-ALERTA.
           PERFORM 0230-GRAVA-LINHA.
           CLOSE ALERTA-SAIDA.
           CLOSE ALERTREG.
           CLOSE CADCLI.
           CLOSE CADCONTAN.
           CLOSE PERIODO.

           DISPLAY "ALERTAS: " WK-QTD-REGISTROS " ALERTAS EM "
                   WK-ARQ-SAIDA.
           DISPLAY "ALERTAS: LIMITE=" WK-QTD-LC
                   " NEGATIVO=" WK-QTD-SN
                   " DEBITO ALTO=" WK-QTD-DA
                   " DORMENTE=" WK-QTD-DO
                   " APROVACAO=" WK-QTD-PA.
           DISPLAY "ALERTAS: JA AVISADOS=" WK-QTD-JA-AVISADOS
                   " REGISTRADOS SEM AVISO=" WK-QTD-SEMEADOS
                   " EXPURGADOS=" WK-QTD-EXPURGADOS.
           IF WK-QTD-SEM-CLIENTE GREATER THAN ZEROS
              OR WK-QTD-SEM-CONTATO GREATER THAN ZEROS
               DISPLAY "ALERTAS: NAO ENVIADOS - SEM CLIENTE="
                       WK-QTD-SEM-CLIENTE
                       " SEM E-MAIL/TELEFONE=" WK-QTD-SEM-CONTATO
           END-IF.
           GOBACK.
      ******************************************************************
      *----> GRAVA A LINHA DO ALERTA COM O CONTATO DO CLIENTE; SEM
      *----> CLIENTE OU SEM E-MAIL E TELEFONE O ALERTA NAO SAI
       0600-EMITE-ALERTA SECTION.
       0605-EMITE-ALERTA.
           IF WK-AL-IDCLI EQUAL SPACES
               MOVE WK-AL-IDCONTA TO IDCONTA-N
               READ CADCONTAN
                   INVALID KEY
                       ADD 1 TO WK-QTD-SEM-CLIENTE
                       EXIT SECTION
               END-READ
               MOVE IDCLI-N TO WK-AL-IDCLI
               IF WK-AL-MOEDA EQUAL SPACES
                   MOVE MOEDA-CONTAN TO WK-AL-MOEDA
               END-IF
           END-IF.
           IF WK-AL-IDCLI EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-CLIENTE
               EXIT SECTION
           END-IF.

           MOVE WK-AL-IDCLI TO CL-IDCLI.
           READ CADCLI
               INVALID KEY
                   ADD 1 TO WK-QTD-SEM-CLIENTE
                   EXIT SECTION
           END-READ.
           IF CL-EMAIL EQUAL SPACES
              AND CL-TELEFONE EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-CONTATO
               EXIT SECTION
           END-IF.

           MOVE WK-AL-VALOR TO WK-ED-VALOR.
           MOVE SPACES TO WK-LINHA-ALERTA.
           STRING "D;" WK-DATA-MOVIMENTO
                  ";" WK-AL-EVENTO
                  ";" CL-IDCLI
                  ";" CL-NOME
                  ";" CL-EMAIL
                  ";" CL-TELEFONE
                  ";" WK-AL-IDCONTA
                  ";" WK-AL-REFERENCIA
                  ";" WK-ED-VALOR
                  ";" WK-AL-MOEDA
                  ";" WK-AL-MENSAGEM
                  DELIMITED BY SIZE INTO WK-LINHA-ALERTA.
           PERFORM 0230-GRAVA-LINHA.
           ADD 1           TO WK-QTD-REGISTROS.
           ADD WK-AL-VALOR TO WK-HASH-VALOR.

           EVALUATE WK-AL-EVENTO
               WHEN "LC"
                   ADD 1 TO WK-QTD-LC
               WHEN "SN"
                   ADD 1 TO WK-QTD-SN
               WHEN "DA"
                   ADD 1 TO WK-QTD-DA
               WHEN "DO"
                   ADD 1 TO WK-QTD-DO
               WHEN "PA"
                   ADD 1 TO WK-QTD-PA
           END-EVALUATE.
      ******************************************************************
      *----> CONSULTA O REGISTRO: NAO ACHOU = ALERTA NOVO, REGISTRA E
      *----> EMITE; ACHOU AVISADO NESTA DATA = REEXECUCAO, EMITE DE
      *----> NOVO; ACHOU COM OUTRO VALOR = IDTRANS REAPROVEITADO APOS
      *----> O FECHAMENTO, TRATA COMO NOVO; DO CONTRARIO JA FOI AVISADO
       0650-CONFERE-REGISTRO SECTION.
       0655-CONFERE-REGISTRO.
           MOVE WK-AL-EVENTO     TO AR-EVENTO.
           MOVE WK-AL-IDCONTA    TO AR-IDCONTA.
           MOVE WK-AL-REFERENCIA TO AR-REFERENCIA.
           READ ALERTREG
               INVALID KEY
                   PERFORM 0660-REGISTRA-ALERTA
                   EXIT SECTION
           END-READ.

           IF AR-DATA-MOV EQUAL WK-DATA-MOVIMENTO
              AND ALERTA-AVISADO
               SET ALERTA-A-EMITIR TO TRUE
               EXIT SECTION
           END-IF.
           IF AR-VALOR EQUAL WK-AL-VALOR
               SET ALERTA-JA-AVISADO TO TRUE
               ADD 1 TO WK-QTD-JA-AVISADOS
               EXIT SECTION
           END-IF.

           MOVE WK-AL-VALOR       TO AR-VALOR.
           MOVE WK-DATA-MOVIMENTO TO AR-DATA-MOV.
           SET ALERTA-AVISADO TO TRUE.
           REWRITE REG-ALERTREG
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-ALERTREG
                           " NA REGRAVACAO DO ALERTREG " AR-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.
           SET ALERTA-A-EMITIR TO TRUE.
           EXIT SECTION.
      *
       0660-REGISTRA-ALERTA.
           MOVE WK-AL-VALOR       TO AR-VALOR.
           MOVE WK-DATA-MOVIMENTO TO AR-DATA-MOV.
           IF SEMEADURA-LIGADA
              AND (WK-AL-EVENTO EQUAL "DO" OR WK-AL-EVENTO EQUAL "DA")
               SET ALERTA-SEMEADO    TO TRUE
               SET ALERTA-JA-AVISADO TO TRUE
               ADD 1 TO WK-QTD-SEMEADOS
           ELSE
               SET ALERTA-AVISADO    TO TRUE
               SET ALERTA-A-EMITIR   TO TRUE
           END-IF.
           WRITE REG-ALERTREG
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-ALERTREG
                           " NA GRAVACAO DO ALERTREG " AR-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-WRITE.
       END PROGRAM ALERTAS.
