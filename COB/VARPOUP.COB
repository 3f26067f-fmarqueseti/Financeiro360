      ******************************************************************
      * FILE NAME   : VARPOUP                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : VARREDURA DA POUPANCA PARA A CONTA CORRENTE -    *
      *               PASSO DO CICLO NOTURNO IMEDIATAMENTE ANTES DO    *
      *               CALCSALDO. PROJETA O DIA DE CADA CONTA CORRENTE  *
      *               COM ACORDO DE VARREDURA (CADCONTA.CONTA-         *
      *               VARREDURA) NA MESMA ORDEM E COM A MESMA REGRA DE *
      *               LIMITE E DE BLOQUEIO JUDICIAL DO CALCULO DE      *
      *               SALDO E, PARA CADA DEBITO QUE SERIA BLOQUEADO,   *
      *               LANCA EM CADTRANS A TRANSFERENCIA TE DE DUAS     *
      *               PERNAS DA POUPANCA COM O VALOR EXATO QUE FALTA,  *
      *               SE A POUPANCA TIVER SALDO LIVRE DE BLOQUEIO.     *
      *               O RELATORIO LISTA AS COBERTURAS FEITAS,          *
      *               AS RECUSADAS POR FALTA DE SALDO NA POUPANCA E OS *
      *               ACORDOS QUE NAO PUDERAM SER APLICADOS.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARPOUP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

      *----> EM I-O: AS PERNAS DA VARREDURA SAO GRAVADAS AQUI PARA O
      *----> CALCSALDO APLICA-LAS COMO QUALQUER TRANSFERENCIA
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> VALOR RETIDO POR ORDEM JUDICIAL - O CALCSALDO NAO APLICA
      *----> O DEBITO QUE ALCANCA O BLOQUEIO, NEM NA CONTA CORRENTE
      *----> NEM NA PERNA DE DEBITO DA POUPANCA
           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

           SELECT REL-VARRED ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO - POUPANCAS PRIMEIRO,
      *----> DEPOIS AS CONTAS CORRENTES, CADA CONTA NA ORDEM DE
      *----> APLICACAO DO CALCSALDO
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTA.
       COPY CADCONTA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD REL-VARRED.
       01 REG-IMPRESSAO             PIC X(132).

       SD ARQ-SORT.
       01 REG-SORT.
      *----> 1 = POUPANCA DE COBERTURA; 2 = CONTA CORRENTE COBERTA
           03  ST-FASE              PIC 9(01).
           03  ST-IDCONTA           PIC 9(04).
           03  ST-ORDEM             PIC 9(08).
           03  ST-SEQ               PIC 9(01).
           03  ST-IDTRANS           PIC 9(08).
           03  ST-TIPO              PIC 9(01).
           03  ST-VALOR             PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\varred-rel.txt".
       COPY FINCFG.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-MOVIMENTO     PIC X(06)     VALUE SPACES.
       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-ID-PERNA-DEBITO       PIC 9(08)     VALUE ZEROS.
       77  WK-ID-PERNA-CREDITO      PIC 9(08)     VALUE ZEROS.
       77  WK-CONTA-NUM             PIC 9(04)     VALUE ZEROS.
       77  WK-POUP-NUM              PIC 9(04)     VALUE ZEROS.
       77  WK-IX                    PIC 9(05)     VALUE ZEROS COMP.
       77  WK-MOEDA-CORRENTE        PIC X(03)     VALUE SPACES.
       77  WK-MOEDA-POUPANCA        PIC X(03)     VALUE SPACES.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.

      *----> QUADRO POR CONTA (IDCONTA NUMERICO 1-9999), NO MESMO
      *----> DESENHO DO MAPA DA TRIAGEM (PLDTRIA). TC-SALDO PARTE DO
      *----> SALDO DE ABERTURA E, NA POUPANCA, TERMINA COMO O SALDO
      *----> AINDA DISPONIVEL PARA VARREDURA.
       01  WK-TAB-CONTAS.
           03  WK-TC-ENT OCCURS 9999.
               05  TC-EXISTE        PIC X(01).
               05  TC-TIPO          PIC X(01).
               05  TC-STATUS        PIC X(01).
               05  TC-IDCLI         PIC X(06).
               05  TC-MOEDA         PIC X(03).
               05  TC-VARREDURA     PIC X(04).
               05  TC-LIMITE        PIC 9(10)V9(02).
               05  TC-SALDO         PIC S9(11)V9(02).
      *----> SOMA DE TODOS OS BLOQUEIOS JUDICIAIS DA CONTA
               05  TC-RETIDO        PIC 9(11)V9(02).
               05  TC-PAPEL         PIC X(01).
                   88  PAPEL-COBERTA           VALUE "C".
                   88  PAPEL-POUPANCA          VALUE "P".

      *----> PROJECAO DA CONTA EM CURSO NA SAIDA DA CLASSIFICACAO
       01  WK-SW-FIM-SORT           PIC X         VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".
       77  WK-FASE-ATUAL            PIC 9(01)     VALUE ZEROS.
       77  WK-CONTA-ATUAL           PIC 9(04)     VALUE ZEROS.
       77  WK-SALDO-CONTA           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-LIMITE-NEG            PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-PROJETADO       PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-INSUFICIENCIA         PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-DISPONIVEL            PIC S9(11)V9(02) VALUE ZEROS.

      *----> BLOQUEIOS JUDICIAIS DA CONTA EM CURSO, COM O CORTE DE
      *----> CADA UM - MESMA TABELA E MESMA REGRA DO CALCSALDO
       01  WK-SW-BLOQJUD            PIC X(01)     VALUE "N".
           88  HA-BLOQJUD                         VALUE "S".
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.
       77  WK-BLOQ-JUDICIAL         PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-QTD-BLOQ              PIC 9(02)     VALUE ZEROS.
       77  WK-IX-BLOQ               PIC 9(02)     VALUE ZEROS.
       01  WK-TAB-BLOQ.
           03  TB-BLOQUEIO          OCCURS 20 TIMES.
               05  TB-VALOR         PIC 9(10)V9(02).
               05  TB-IDTRANS-CORTE PIC 9(08).
               05  TB-PERIODO-CORTE PIC X(06).

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-ACORDOS           PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ACORDOS-INVAL     PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-COBERTOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUSADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-COBERTOS          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-VLR-RECUSADOS         PIC 9(13)V9(02) VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - VARREDURA DA POUPANCA".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-MOVIMENTOS.
           03  FILLER               PIC X(34)     VALUE
               "CONTA POUP. DEBITO          VALOR".
           03  FILLER               PIC X(40)     VALUE
               " DO DEBITO      INSUFICIENCIA      DISPO".
           03  FILLER               PIC X(40)     VALUE
               "NIVEL POUP. PERNA DEB. PERNA CRED. SITUA".
           03  FILLER               PIC X(03)     VALUE
               "CAO".

       01  WK-CAB2-ACORDOS.
           03  FILLER               PIC X(40)     VALUE
               "CONTA POUP. MOTIVO".

       01  WK-LIN-DETALHE.
           03  DET-IDCONTA          PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-POUPANCA         PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDTRANS          PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-INSUFICIENCIA    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DISPONIVEL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-PERNA-DEB        PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-PERNA-CRED       PIC X(11).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(30).

       01  WK-LIN-ACORDO.
           03  AC-IDCONTA           PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  AC-POUPANCA          PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  AC-MOTIVO            PIC X(40).

       01  WK-LIN-AVISO.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  AV-TEXTO             PIC X(60).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZZ.ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  LG-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-LE-DATA-MOVIMENTO.
           PERFORM 0160-CARREGA-CONTAS.

           MOVE "ACORDOS DE VARREDURA NAO APLICADOS" TO SEC-TITULO.
           MOVE WK-CAB2-ACORDOS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           PERFORM 0170-VALIDA-ACORDO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN 9999.
           IF WK-QTD-ACORDOS-INVAL EQUAL ZEROS
               MOVE "NENHUM ACORDO RECUSADO" TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.

           MOVE "COBERTURAS E RECUSAS DO DIA" TO SEC-TITULO.
           MOVE WK-CAB2-MOVIMENTOS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
      *----> SEM ACORDO VALIDO NAO HA O QUE PROJETAR - CADTRANS NEM
      *----> PASSA PELA CLASSIFICACAO
           IF WK-QTD-ACORDOS GREATER THAN ZEROS
               SORT ARQ-SORT
                   ON ASCENDING KEY ST-FASE ST-IDCONTA
                                    ST-ORDEM ST-SEQ
                   INPUT PROCEDURE IS 0800-EXTRAI-TRANSACOES
                   OUTPUT PROCEDURE IS 0850-PROJETA-CONTAS
           END-IF.
           IF WK-QTD-COBERTOS EQUAL ZEROS
                   AND WK-QTD-RECUSADOS EQUAL ZEROS
               MOVE "NENHUM DEBITO ALEM DO LIMITE NAS CONTAS COM ACORDO"
                                          TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "CADTRANS" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANS        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANS.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
           MOVE "VARRED-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " NA ABERTURA DO ARQUIVO CADTRANS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PERIODO.
           IF WK-FS-PERIODO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PERIODO
                       " NA ABERTURA DO ARQUIVO PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM ARQUIVO DE BLOQUEIOS NAO HA VALOR RETIDO.
           OPEN INPUT BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN "00"
                   SET HA-BLOQJUD TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " NA ABERTURA DO ARQUIVO BLOQJUD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT REL-VARRED.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0140-LE-DATA-MOVIMENTO.
           MOVE "000000" TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ERRO: DATA DE MOVIMENTO NAO FIXADA NO "
                           "ARQUIVO PERIODO (EXECUTAR CADPER)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-MOVIMENTO.
           MOVE WK-DATA-MOVIMENTO TO CAB1-DATA.
           CLOSE PERIODO.
      ******************************************************************
       0160-CARREGA-CONTAS SECTION.
      *----> O MESTRE INTEIRO VAI PARA O QUADRO: A VALIDACAO DO
      *----> ACORDO OLHA A POUPANCA E A PROJECAO PRECISA DO SALDO DE
      *----> ABERTURA E DO LIMITE DAS DUAS PONTAS.
           MOVE LOW-VALUES TO WK-TAB-CONTAS.
           MOVE LOW-VALUES TO IDCONTA.
           START CADCONTA KEY IS NOT LESS THAN IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-CADCONTA
           END-START.
           PERFORM 0165-CARREGA-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".

      *----> O TOTAL RETIDO DE CADA CONTA LIMITA O QUE A POUPANCA
      *----> PODE CEDER NA VARREDURA.
           IF HA-BLOQJUD
               MOVE LOW-VALUES TO BJ-CHAVE
               MOVE "00" TO WK-FS-BUSCA
               START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
                   INVALID KEY
                       MOVE "10" TO WK-FS-BUSCA
               END-START
               PERFORM 0167-SOMA-RETIDO
                   UNTIL WK-FS-BUSCA EQUAL "10"
           END-IF.
           EXIT SECTION.
      *
       0165-CARREGA-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   IF IDCONTA IS NUMERIC
                       MOVE IDCONTA TO WK-CONTA-NUM
                   ELSE
                       MOVE ZEROS   TO WK-CONTA-NUM
                   END-IF
                   IF WK-CONTA-NUM GREATER THAN ZEROS
                       MOVE "S"          TO TC-EXISTE(WK-CONTA-NUM)
                       MOVE TIPO-CONTA   TO TC-TIPO(WK-CONTA-NUM)
                       MOVE STATUS-CONTA TO TC-STATUS(WK-CONTA-NUM)
                       MOVE IDCLI        TO TC-IDCLI(WK-CONTA-NUM)
                       MOVE MOEDA-CONTA  TO TC-MOEDA(WK-CONTA-NUM)
                       MOVE CONTA-VARREDURA
                                         TO TC-VARREDURA(WK-CONTA-NUM)
                       IF LIMITE-CRED NUMERIC
                           MOVE LIMITE-CRED TO TC-LIMITE(WK-CONTA-NUM)
                       ELSE
                           MOVE ZEROS       TO TC-LIMITE(WK-CONTA-NUM)
                       END-IF
                       MOVE SALDOINI     TO TC-SALDO(WK-CONTA-NUM)
                       MOVE ZEROS        TO TC-RETIDO(WK-CONTA-NUM)
                       MOVE SPACES       TO TC-PAPEL(WK-CONTA-NUM)
                   END-IF
           END-READ.
      *
       0167-SOMA-RETIDO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF BJ-IDCONTA IS NUMERIC
                       MOVE BJ-IDCONTA TO WK-CONTA-NUM
                   ELSE
                       MOVE ZEROS      TO WK-CONTA-NUM
                   END-IF
                   IF WK-CONTA-NUM GREATER THAN ZEROS
                       IF TC-EXISTE(WK-CONTA-NUM) EQUAL "S"
                           ADD BJ-VALOR TO TC-RETIDO(WK-CONTA-NUM)
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       0170-VALIDA-ACORDO SECTION.
      *----> ACORDO VALIDO: CONTA CORRENTE ATIVA APONTANDO UMA
      *----> POUPANCA ATIVA DO MESMO CLIENTE E NA MESMA MOEDA - AS
      *----> MESMAS REGRAS DA MANUTENCAO (CONTAMAN), REVISTAS AQUI
      *----> PORQUE AS CONTAS MUDAM DE SITUACAO DEPOIS DO ACORDO.
           IF TC-EXISTE(WK-IX) NOT EQUAL "S"
                   OR TC-VARREDURA(WK-IX) EQUAL SPACES
               GO TO 0179-VALIDA-ACORDO-EXIT
           END-IF.
           MOVE SPACES TO WK-MOTIVO.
           MOVE ZEROS  TO WK-POUP-NUM.
           IF TC-VARREDURA(WK-IX) IS NUMERIC
               MOVE TC-VARREDURA(WK-IX) TO WK-POUP-NUM
           END-IF.
           MOVE TC-MOEDA(WK-IX) TO WK-MOEDA-CORRENTE.
           IF WK-MOEDA-CORRENTE EQUAL SPACES
               MOVE "BRL" TO WK-MOEDA-CORRENTE
           END-IF.

           EVALUATE TRUE
               WHEN TC-TIPO(WK-IX) NOT EQUAL "C"
                   MOVE "CONTA COM ACORDO NAO E CONTA CORRENTE"
                                          TO WK-MOTIVO
               WHEN TC-STATUS(WK-IX) NOT EQUAL "A"
                   MOVE "CONTA CORRENTE NAO ESTA ATIVA"
                                          TO WK-MOTIVO
               WHEN WK-POUP-NUM EQUAL ZEROS
                   MOVE "POUPANCA DO ACORDO NAO NUMERICA"
                                          TO WK-MOTIVO
               WHEN WK-POUP-NUM EQUAL WK-IX
                   MOVE "ACORDO APONTA A PROPRIA CONTA"
                                          TO WK-MOTIVO
               WHEN TC-EXISTE(WK-POUP-NUM) NOT EQUAL "S"
                   MOVE "POUPANCA NAO CADASTRADA"
                                          TO WK-MOTIVO
               WHEN TC-TIPO(WK-POUP-NUM) NOT EQUAL "P"
                   MOVE "CONTA DO ACORDO NAO E POUPANCA"
                                          TO WK-MOTIVO
               WHEN TC-STATUS(WK-POUP-NUM) NOT EQUAL "A"
                   MOVE "POUPANCA NAO ESTA ATIVA"
                                          TO WK-MOTIVO
               WHEN TC-IDCLI(WK-POUP-NUM) NOT EQUAL TC-IDCLI(WK-IX)
                   MOVE "POUPANCA DE OUTRO CLIENTE"
                                          TO WK-MOTIVO
           END-EVALUATE.
           IF WK-MOTIVO EQUAL SPACES
               MOVE TC-MOEDA(WK-POUP-NUM) TO WK-MOEDA-POUPANCA
               IF WK-MOEDA-POUPANCA EQUAL SPACES
                   MOVE "BRL" TO WK-MOEDA-POUPANCA
               END-IF
               IF WK-MOEDA-POUPANCA NOT EQUAL WK-MOEDA-CORRENTE
                   MOVE "POUPANCA EM MOEDA DIFERENTE DA CONTA"
                                          TO WK-MOTIVO
               END-IF
           END-IF.

           IF WK-MOTIVO NOT EQUAL SPACES
               MOVE WK-IX               TO WK-CONTA-NUM
               MOVE WK-CONTA-NUM        TO AC-IDCONTA
               MOVE TC-VARREDURA(WK-IX) TO AC-POUPANCA
               MOVE WK-MOTIVO           TO AC-MOTIVO
               MOVE WK-LIN-ACORDO       TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
               ADD 1 TO WK-QTD-ACORDOS-INVAL
               GO TO 0179-VALIDA-ACORDO-EXIT
           END-IF.

           SET PAPEL-COBERTA(WK-IX)        TO TRUE.
           SET PAPEL-POUPANCA(WK-POUP-NUM) TO TRUE.
           ADD 1 TO WK-QTD-ACORDOS.
       0179-VALIDA-ACORDO-EXIT.
           EXIT.
      ******************************************************************
       0690-TOTAIS-GERAIS SECTION.
           MOVE "TOTAIS DA VARREDURA" TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE ZEROS TO LG-VALOR.
           MOVE "ACORDOS APLICADOS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ACORDOS       TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "ACORDOS NAO APLICADOS........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ACORDOS-INVAL TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "DEBITOS COBERTOS PELA POUPANCA"
                                     TO LG-LITERAL.
           MOVE WK-QTD-COBERTOS      TO LG-QTD.
           MOVE WK-VLR-COBERTOS      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "COBERTURAS RECUSADAS.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUSADOS     TO LG-QTD.
           MOVE WK-VLR-RECUSADOS     TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
      ******************************************************************
       0700-IMPRESSAO SECTION.
       0700-IMPRIME-LINHA.
           IF WK-LINHAS GREATER THAN WK-LINHAS-MAX
               PERFORM 0710-CABECALHO-PAGINA
           END-IF.
           WRITE REG-IMPRESSAO FROM WK-LINHA-IMP.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ESCRITA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-LINHAS.
      *
       0710-CABECALHO-PAGINA.
           ADD 1 TO WK-PAGINA.
           MOVE WK-PAGINA TO CAB1-PAGINA.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB1.
           MOVE ALL "=" TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           WRITE REG-IMPRESSAO FROM WK-LIN-SECAO.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB2.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 5 TO WK-LINHAS.
      *
       0720-IMPRIME-SECAO.
      *----> A SECAO NOVA COMECA EM PAGINA PROPRIA, COM O TITULO NO
      *----> CABECALHO
           MOVE 99 TO WK-LINHAS.
      *
       0730-IMPRIME-MOVIMENTO.
           MOVE WK-CONTA-ATUAL     TO WK-CONTA-NUM.
           MOVE WK-CONTA-NUM       TO DET-IDCONTA.
           MOVE WK-POUP-NUM        TO DET-POUPANCA.
           MOVE ST-IDTRANS         TO DET-IDTRANS.
           MOVE ST-VALOR           TO DET-VALOR.
           MOVE WK-INSUFICIENCIA   TO DET-INSUFICIENCIA.
           MOVE WK-DISPONIVEL      TO DET-DISPONIVEL.
           MOVE WK-LIN-DETALHE     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0740-IMPRIME-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0750-IMPRIME-AVISO.
           MOVE WK-LIN-AVISO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E PROJECAO
      ******************************************************************
       0800-EXTRAI-TRANSACOES SECTION.
       0810-EXTRAI-TRANSACOES.
      *----> A MESMA LEITURA DEFINE O PROXIMO FD-IDTRANS PARA AS
      *----> PERNAS DA VARREDURA, COMO NA NUMERACAO DO TRANSFER
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.

           PERFORM 0820-LIBERA-TRANSACAO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           MOVE "00" TO WK-FS-CADTRANS.
           GO TO 0849-EXTRAI-TRANSACOES-EXIT.
      *
       0820-LIBERA-TRANSACAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   COMPUTE WK-CONTADOR = FD-IDTRANS + 1
                   IF FD-IDCONTA GREATER THAN ZEROS
                       EVALUATE TRUE
                           WHEN PAPEL-POUPANCA(FD-IDCONTA)
                               MOVE 1 TO ST-FASE
                               PERFORM 0830-MONTA-REGISTRO
                           WHEN PAPEL-COBERTA(FD-IDCONTA)
                               MOVE 2 TO ST-FASE
                               PERFORM 0830-MONTA-REGISTRO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       0830-MONTA-REGISTRO.
      *----> MESMA ORDEM DE APLICACAO DO CALCSALDO: A PERNA DE CREDITO
      *----> DE UMA VARREDURA JA LANCADA ENTRA LOGO ANTES DO DEBITO
      *----> QUE ELA COBRE - NA REEXECUCAO O DEBITO JA NAO ESTOURA.
           MOVE FD-IDCONTA TO ST-IDCONTA.
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
           MOVE FD-IDTRANS TO ST-IDTRANS.
           MOVE FD-TIPO    TO ST-TIPO.
           MOVE FD-VALOR   TO ST-VALOR.
           RELEASE REG-SORT.
       0849-EXTRAI-TRANSACOES-EXIT.
           EXIT.
      ******************************************************************
       0850-PROJETA-CONTAS SECTION.
       0855-PROJETA-CONTAS.
      *----> AS POUPANCAS (FASE 1) SAO PROJETADAS ATE O FIM DO DIA
      *----> ANTES DE QUALQUER CONTA CORRENTE (FASE 2): AS PERNAS DE
      *----> DEBITO DA VARREDURA GANHAM OS MAIORES IDS E O CALCSALDO
      *----> AS APLICA DEPOIS DE TODO O MOVIMENTO DA POUPANCA.
           PERFORM 0890-RETORNA-TRANSACAO.
           PERFORM 0860-PROJETA-CONTA
               UNTIL FIM-SORT.
           GO TO 0899-PROJETA-CONTAS-EXIT.
      *
       0860-PROJETA-CONTA.
           MOVE ST-FASE    TO WK-FASE-ATUAL.
           MOVE ST-IDCONTA TO WK-CONTA-ATUAL.
           MOVE TC-SALDO(WK-CONTA-ATUAL) TO WK-SALDO-CONTA.
           COMPUTE WK-LIMITE-NEG = ZERO - TC-LIMITE(WK-CONTA-ATUAL).
           PERFORM 0862-CARREGA-BLOQUEIOS.
           PERFORM 0870-APLICA-MOVIMENTO
               UNTIL FIM-SORT
                  OR ST-FASE    NOT EQUAL WK-FASE-ATUAL
                  OR ST-IDCONTA NOT EQUAL WK-CONTA-ATUAL.
           MOVE WK-SALDO-CONTA TO TC-SALDO(WK-CONTA-ATUAL).
      *
       0862-CARREGA-BLOQUEIOS.
           MOVE ZEROS TO WK-QTD-BLOQ.
           IF NOT HA-BLOQJUD OR TC-RETIDO(WK-CONTA-ATUAL) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-CONTA-ATUAL TO WK-CONTA-NUM.
           MOVE WK-CONTA-NUM   TO BJ-IDCONTA.
           MOVE LOW-VALUES     TO BJ-NUMORDEM.
           MOVE "00" TO WK-FS-BUSCA.
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           PERFORM 0864-GUARDA-BLOQUEIO
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0864-GUARDA-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
           END-READ.
           IF WK-FS-BUSCA EQUAL "10"
                   OR BJ-IDCONTA NOT EQUAL WK-CONTA-NUM
               MOVE "10" TO WK-FS-BUSCA
               EXIT PARAGRAPH
           END-IF.
           IF WK-QTD-BLOQ LESS THAN 20
               ADD 1 TO WK-QTD-BLOQ
               MOVE BJ-VALOR         TO TB-VALOR(WK-QTD-BLOQ)
               MOVE BJ-IDTRANS-CORTE TO TB-IDTRANS-CORTE(WK-QTD-BLOQ)
               MOVE BJ-PERIODO-CORTE TO TB-PERIODO-CORTE(WK-QTD-BLOQ)
           ELSE
      *----> ALEM DA TABELA, O VALOR SOMA-SE AO ULTIMO BLOQUEIO COM
      *----> O MENOR CORTE, COMO NO CALCSALDO
               ADD BJ-VALOR TO TB-VALOR(20)
               IF BJ-PERIODO-CORTE LESS THAN TB-PERIODO-CORTE(20)
                   MOVE BJ-PERIODO-CORTE TO TB-PERIODO-CORTE(20)
               END-IF
               IF BJ-IDTRANS-CORTE LESS THAN TB-IDTRANS-CORTE(20)
                   MOVE BJ-IDTRANS-CORTE TO TB-IDTRANS-CORTE(20)
               END-IF
           END-IF.
      *
       0866-SOMA-BLOQUEIO.
      *----> BLOQUEIO DE PERIODO ANTERIOR VALE PARA TODO DEBITO; O DO
      *----> PERIODO CORRENTE SO PARA OS DEBITOS POSTERIORES AO CORTE
           IF TB-PERIODO-CORTE(WK-IX-BLOQ) LESS THAN
                   WK-PERIODO-MOVIMENTO
                   OR ST-IDTRANS GREATER THAN
                       TB-IDTRANS-CORTE(WK-IX-BLOQ)
               ADD TB-VALOR(WK-IX-BLOQ) TO WK-BLOQ-JUDICIAL
           END-IF.
      *
       0870-APLICA-MOVIMENTO.
      *----> REGRA DE LIMITE DO CALCSALDO: O DEBITO QUE LEVARIA O
      *----> SALDO ALEM DO LIMITE, OU PARA DENTRO DO VALOR RETIDO POR
      *----> ORDEM JUDICIAL, NAO E APLICADO. NA CONTA CORRENTE COM
      *----> ACORDO, ANTES DISSO, TENTA-SE A VARREDURA.
           IF ST-TIPO EQUAL 1
               MOVE ZEROS TO WK-BLOQ-JUDICIAL
               IF WK-QTD-BLOQ GREATER THAN ZEROS
                   PERFORM 0866-SOMA-BLOQUEIO
                       VARYING WK-IX-BLOQ FROM 1 BY 1
                       UNTIL WK-IX-BLOQ GREATER THAN WK-QTD-BLOQ
               END-IF
               COMPUTE WK-SALDO-PROJETADO = WK-SALDO-CONTA - ST-VALOR
               IF WK-SALDO-PROJETADO LESS THAN
                       WK-BLOQ-JUDICIAL + WK-LIMITE-NEG
                   IF WK-FASE-ATUAL EQUAL 2
                       PERFORM 0875-TENTA-VARREDURA
                   END-IF
               ELSE
                   MOVE WK-SALDO-PROJETADO TO WK-SALDO-CONTA
               END-IF
           ELSE
               ADD ST-VALOR TO WK-SALDO-CONTA
           END-IF.
           PERFORM 0890-RETORNA-TRANSACAO.
      *
       0875-TENTA-VARREDURA.
      *----> COBRE SO O QUE FALTA PARA O DEBITO CABER NO LIMITE ALEM
      *----> DO BLOQUEIO DA CONTA CORRENTE; A POUPANCA NAO ENTRA NO
      *----> VERMELHO NEM NO SEU VALOR RETIDO PARA COBRIR A CORRENTE -
      *----> A PERNA DE DEBITO GANHA O MAIOR ID E O CALCSALDO A MEDE
      *----> CONTRA TODOS OS BLOQUEIOS DA POUPANCA.
           MOVE TC-VARREDURA(WK-CONTA-ATUAL) TO WK-POUP-NUM.
           COMPUTE WK-INSUFICIENCIA = WK-BLOQ-JUDICIAL
                   + WK-LIMITE-NEG - WK-SALDO-PROJETADO.
           COMPUTE WK-DISPONIVEL = TC-SALDO(WK-POUP-NUM)
                                 - TC-RETIDO(WK-POUP-NUM).

           IF WK-DISPONIVEL LESS THAN WK-INSUFICIENCIA
               MOVE SPACES TO DET-PERNA-DEB
               MOVE SPACES TO DET-PERNA-CRED
               IF TC-SALDO(WK-POUP-NUM) LESS THAN WK-INSUFICIENCIA
                   MOVE "RECUSADA - POUPANCA SEM SALDO"
                                      TO DET-SITUACAO
               ELSE
                   MOVE "RECUSADA - POUPANCA BLOQUEADA"
                                      TO DET-SITUACAO
               END-IF
               PERFORM 0730-IMPRIME-MOVIMENTO
               ADD 1                  TO WK-QTD-RECUSADOS
               ADD WK-INSUFICIENCIA   TO WK-VLR-RECUSADOS
               DISPLAY "VARPOUP: DEBITO " ST-IDTRANS " DA CONTA "
                       ST-IDCONTA " SEM COBERTURA - POUPANCA "
                       WK-POUP-NUM " SEM SALDO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0880-LANCA-DUAS-PERNAS.
           SUBTRACT WK-INSUFICIENCIA FROM TC-SALDO(WK-POUP-NUM).
           COMPUTE WK-SALDO-CONTA =
                   WK-SALDO-CONTA + WK-INSUFICIENCIA - ST-VALOR.

           MOVE WK-ID-PERNA-DEBITO  TO DET-PERNA-DEB.
           MOVE WK-ID-PERNA-CREDITO TO DET-PERNA-CRED.
           MOVE "COBERTA PELA POUPANCA" TO DET-SITUACAO.
           PERFORM 0730-IMPRIME-MOVIMENTO.
           ADD 1                  TO WK-QTD-COBERTOS.
           ADD WK-INSUFICIENCIA   TO WK-VLR-COBERTOS.
      *
       0880-LANCA-DUAS-PERNAS.
      *----> PERNA 1: DEBITO NA POUPANCA, COM A CONTA CORRENTE COMO
      *----> CONTRAPARTE. AS DUAS PERNAS GUARDAM O DEBITO COBERTO EM
      *----> FD-IDTRANS-ORIG.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 1                 TO FD-TIPO.
           MOVE WK-INSUFICIENCIA  TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "VARREDURA P/ CONTA " WK-CONTA-ATUAL
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE WK-POUP-NUM       TO FD-IDCONTA.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE WK-CONTA-ATUAL    TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ST-IDTRANS        TO FD-IDTRANS-ORIG.
           MOVE TC-MOEDA(WK-CONTA-ATUAL) TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR A PERNA DE DEBITO DA VARREDURA "
                       "DA CONTA " WK-CONTA-ATUAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-CONTADOR TO WK-ID-PERNA-DEBITO.
           ADD 1 TO WK-CONTADOR.

      *----> PERNA 2: CREDITO NA CONTA CORRENTE. SE A GRAVACAO
      *----> FALHAR, A PERNA DE DEBITO JA GRAVADA E REMOVIDA PARA O
      *----> PAR NUNCA FICAR DESCASADO.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 2                 TO FD-TIPO.
           MOVE WK-INSUFICIENCIA  TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "VARREDURA DA POUPANCA " WK-POUP-NUM
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE WK-CONTA-ATUAL    TO FD-IDCONTA.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE WK-POUP-NUM       TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ST-IDTRANS        TO FD-IDTRANS-ORIG.
           MOVE TC-MOEDA(WK-CONTA-ATUAL) TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR A PERNA DE CREDITO DA VARREDURA "
                       "DA CONTA " WK-CONTA-ATUAL
                       " - DESFAZENDO PERNA DE DEBITO"
               MOVE WK-ID-PERNA-DEBITO TO FD-IDTRANS
               DELETE CADTRANS RECORD
               IF WK-FS-CADTRANS NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CADTRANS
                           " AO DESFAZER A PERNA DE DEBITO "
                           WK-ID-PERNA-DEBITO " - INTERVENCAO MANUAL"
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-CONTADOR TO WK-ID-PERNA-CREDITO.
           ADD 1 TO WK-CONTADOR.
           DISPLAY "VARPOUP: POUPANCA " WK-POUP-NUM " -> CONTA "
                   WK-CONTA-ATUAL " VALOR " WK-INSUFICIENCIA
                   " COBRE O DEBITO " ST-IDTRANS.
      *
       0890-RETORNA-TRANSACAO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-PROJETA-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           CLOSE REL-VARRED.
           DISPLAY "VARPOUP: ACORDOS APLICADOS..... " WK-QTD-ACORDOS.
           DISPLAY "VARPOUP: ACORDOS NAO APLICADOS. "
                   WK-QTD-ACORDOS-INVAL.
           DISPLAY "VARPOUP: DEBITOS COBERTOS...... " WK-QTD-COBERTOS.
           DISPLAY "VARPOUP: COBERTURAS RECUSADAS.. "
                   WK-QTD-RECUSADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM VARPOUP.
