      ******************************************************************
      * FILE NAME   : PLDTRIA                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TRIAGEM DE ATIVIDADE SUSPEITA - PASSO DO CICLO   *
      *               NOTURNO APOS A CARGA (CADTRANS, TRANSFER E       *
      *               SUSPENSOS REPROCESSADOS). OLHA OS MOVIMENTOS DO  *
      *               DIA CONTRA O HISTORICO DA CONTA (CADTRANSH MAIS  *
      *               CADTRANS) E ABRE CASOS NO ARQUIVO PLDCASO PARA   *
      *               MUITOS MOVIMENTOS NO DIA, VALOR MUITO ACIMA DO   *
      *               HABITUAL, FRACIONAMENTO LOGO ABAIXO DO LIMITE DE *
      *               APROVACAO E CONTA DORMENTE MOVIMENTANDO ALTO.    *
      *               IMPRIME O RELATORIO DIARIO DE CASOS; A DECISAO   *
      *               DE CADA CASO E DO COMPLIANCE NO PLDREV.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDTRIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

           SELECT CADTRANSH ASSIGN DYNAMIC WK-ARQ-CADTRANSH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HS-CHAVE
           FILE STATUS IS WK-FS-CADTRANSH.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> REATIVACOES DE CONTAS DORMENTES GRAVADAS PELA CARGA E
      *----> PELO TRANSFER - BASE DA REGRA DE CONTA DORMENTE
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.

      *----> PARAMETROS DA TRIAGEM - UM VALOR POR LINHA
           SELECT PARM-PLD ASSIGN DYNAMIC WK-ARQ-PARM-PLD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PARM-PLD.

      *----> LIMITE DA APROVACAO DUPLA - MESMO ARQUIVO DA CARGA; A
      *----> REGRA DE FRACIONAMENTO OLHA A FAIXA LOGO ABAIXO DELE
           SELECT PARM-APROVA ASSIGN DYNAMIC WK-ARQ-PARM-APROVA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PARM-APROVA.

      *----> CASOS DE TRIAGEM - PRESERVADOS ENTRE RUNS ATE A DECISAO
           SELECT PLDCASO ASSIGN DYNAMIC WK-ARQ-PLDCASO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-IDCASO
           ALTERNATE KEY IS CS-ORIGEM
           FILE STATUS IS WK-FS-PLDCASO.

           SELECT REL-PLD ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CADTRANS.
       COPY CADTRANS-REC.

       FD CADTRANSH.
       COPY CADTRANSH.

       FD PERIODO.
       COPY PERIODO.

       FD CONTAAUD.
       COPY CONTAAUD.

       FD PARM-PLD.
       01 REG-PARM-PLD              PIC X(11).

       FD PARM-APROVA.
       01 REG-PARM-APROVA           PIC X(11).

       FD PLDCASO.
       COPY PLDCASO.

       FD REL-PLD.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-PARM-PLD          PIC X(100)   VALUE
           "C:\teste\pld-parm.txt".
       77  WK-ARQ-PARM-APROVA       PIC X(100)   VALUE
           "C:\teste\aprova-limite.txt".
       77  WK-ARQ-PLDCASO           PIC X(100)   VALUE
           "C:\teste\pldcaso.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\pld-casos.txt".
       COPY FINCFG.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANSH          PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM-PLD           PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM-APROVA        PIC X(2)      VALUE SPACES.
       77  WK-FS-PLDCASO            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.

      *----> PARAMETROS DA TRIAGEM, NA ORDEM DAS LINHAS DO ARQUIVO -
      *----> LINHA AUSENTE OU NAO NUMERICA FICA COM O DEFAULT
       01  WK-QTD-MAX-DIA           PIC 9(04)     VALUE 20.
       01  WK-QTD-MAX-DIA-X REDEFINES WK-QTD-MAX-DIA
                                    PIC X(04).
       01  WK-MULTIPLICADOR         PIC 9(03)     VALUE 10.
       01  WK-MULTIPLICADOR-X REDEFINES WK-MULTIPLICADOR
                                    PIC X(03).
       01  WK-FAIXA-PCT             PIC 9(02)     VALUE 10.
       01  WK-FAIXA-PCT-X REDEFINES WK-FAIXA-PCT
                                    PIC X(02).
       01  WK-QTD-MIN-FRAC          PIC 9(02)     VALUE 3.
       01  WK-QTD-MIN-FRAC-X REDEFINES WK-QTD-MIN-FRAC
                                    PIC X(02).
       01  WK-VALOR-DORMENTE        PIC 9(09)V9(02) VALUE 10000.
       01  WK-VALOR-DORMENTE-X REDEFINES WK-VALOR-DORMENTE
                                    PIC X(11).
       01  WK-QTD-PERIODOS          PIC 9(02)     VALUE 3.
       01  WK-QTD-PERIODOS-X REDEFINES WK-QTD-PERIODOS
                                    PIC X(02).
       77  WK-LINHA-PARM            PIC 9(02)     VALUE ZEROS.
      *----> MINIMO DE MOVIMENTOS NO HISTORICO PARA A MEDIA VALER
       77  WK-QTD-MIN-HIST          PIC 9(04)     VALUE 5.

       01  WK-LIMITE-APROV          PIC 9(09)V9(02) VALUE ZEROS.
       01  WK-LIMITE-APROV-X REDEFINES WK-LIMITE-APROV
                                    PIC X(11).
       77  WK-PISO-FRAC             PIC 9(09)V9(02) VALUE ZEROS.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-MOVIMENTO     PIC X(06)     VALUE SPACES.
       77  WK-PERIODO-CORTE         PIC X(06)     VALUE SPACES.
       01  WK-PERIODO-CALC.
           03  WK-PC-ANO            PIC 9(04).
           03  WK-PC-MES            PIC 9(02).
       77  WK-MESES-TOTAIS          PIC S9(07)    VALUE ZEROS.

       77  WK-CONTA-NUM             PIC 9(04)     VALUE ZEROS.
       77  WK-IX                    PIC 9(05)     VALUE ZEROS COMP.
       77  WK-MEDIA                 PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-LIMITE-ATIPICO        PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-CONTADOR-CASO         PIC 9(08)     VALUE 1.
       77  WK-VALOR-MOV             PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-DATA-MOV              PIC 9(08)     VALUE ZEROS.
       77  WK-CATEGORIA-MOV         PIC X(02)     VALUE SPACES.
       77  WK-ESTORNO-MOV           PIC X(01)     VALUE SPACES.
       77  WK-IDTRANS-MOV           PIC 9(08)     VALUE ZEROS.

      *----> QUADRO POR CONTA (IDCONTA NUMERICO 1-9999), NO MESMO
      *----> DESENHO DO MAPA DE MOVIMENTO DO DORMCTL
       01  WK-TAB-CONTAS.
           03  WK-TC-ENT OCCURS 9999.
               05  TC-HIST-QTD      PIC 9(06).
               05  TC-HIST-SOMA     PIC 9(13)V9(02).
               05  TC-DIA-QTD       PIC 9(04).
               05  TC-DIA-SOMA      PIC 9(11)V9(02).
               05  TC-MAIOR-VALOR   PIC 9(09)V9(02).
               05  TC-MAIOR-ID      PIC 9(08).
               05  TC-FRAC-QTD      PIC 9(04).
               05  TC-FRAC-SOMA     PIC 9(11)V9(02).
               05  TC-FRAC-ID       PIC 9(08).
               05  TC-REATIVADA     PIC X(01).

      *----> CASO EM MONTAGEM
       01  WK-CASO.
           03  WK-CA-REGRA          PIC X(02).
           03  WK-CA-QTD            PIC 9(04).
           03  WK-CA-VALOR          PIC 9(11)V9(02).
           03  WK-CA-REFERENCIA     PIC 9(11)V9(02).
           03  WK-CA-IDTRANS        PIC 9(08).

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-MOV-DIA           PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-CASOS-NOVOS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-CASOS-EXISTENTES  PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ABERTOS           PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ESCALADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGRA-FR          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGRA-VA          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGRA-FC          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGRA-DO          PIC 9(06)     VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - TRIAGEM DE ATIVIDADE SUSPEITA".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-CAB2.
           03  FILLER               PIC X(27)     VALUE
               "CASO     DATA     CONTA REG".
           03  FILLER               PIC X(30)     VALUE
               "RA                         QTD".
           03  FILLER               PIC X(40)     VALUE
               "                 VALOR           REFEREN".
           03  FILLER               PIC X(21)     VALUE
               "CIA LANCTO   SITUACAO".

       01  WK-LIN-DETALHE.
           03  DET-IDCASO           PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DATA             PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-IDCONTA          PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-REGRA            PIC X(02).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DESC-REGRA       PIC X(22).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-QTD              PIC ZZZ9.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-REFERENCIA       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-IDTRANS          PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(10).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-LE-DATA-MOVIMENTO.
           PERFORM 0145-LE-PARAMETROS.
           PERFORM 0150-DETERMINA-CONTADOR.

           PERFORM 0160-MAPEIA-HISTORICO.
           PERFORM 0170-MAPEIA-TRANSACOES.
           PERFORM 0180-MAPEIA-REATIVACOES.

           MOVE "CASOS ABERTOS NESTE CICLO" TO SEC-TITULO.
           PERFORM 0720-IMPRIME-SECAO.
           PERFORM 0310-AVALIA-CONTA
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN 9999.

           PERFORM 0600-CASOS-PENDENTES.
           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CADTRANS" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANS        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANS.
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "PLD-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-PLD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-PLD.
           MOVE "APROVA-LIMITE" TO CFG-NOME.
           MOVE WK-ARQ-PARM-APROVA     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-APROVA.
           MOVE "PLDCASO" TO CFG-NOME.
           MOVE WK-ARQ-PLDCASO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PLDCASO.
           MOVE "PLD-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
           OPEN INPUT CADTRANS.
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

      *----> O ARQUIVO DE CASOS E PRESERVADO ENTRE RUNS; NA PRIMEIRA
      *----> EXECUCAO E CRIADO VAZIO
           OPEN I-O PLDCASO.
           IF WK-FS-PLDCASO EQUAL "35"
               OPEN OUTPUT PLDCASO
               CLOSE PLDCASO
               OPEN I-O PLDCASO
           END-IF.
           IF WK-FS-PLDCASO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PLDCASO
                       " NA ABERTURA DO ARQUIVO PLDCASO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-PLD.
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
           MOVE WK-DATA-MOVIMENTO TO CAB1-DATA.
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-MOVIMENTO.
           CLOSE PERIODO.
      ******************************************************************
       0145-LE-PARAMETROS SECTION.
      *----> SEM ARQUIVO DE PARAMETROS A TRIAGEM RODA COM OS DEFAULTS
           OPEN INPUT PARM-PLD.
           IF WK-FS-PARM-PLD EQUAL "00"
               MOVE ZEROS TO WK-LINHA-PARM
               PERFORM 0146-LE-LINHA-PARM
                   UNTIL WK-FS-PARM-PLD EQUAL "10"
               CLOSE PARM-PLD
           END-IF.

      *----> SEM LIMITE DE APROVACAO NAO HA FAIXA DE FRACIONAMENTO
           OPEN INPUT PARM-APROVA.
           IF WK-FS-PARM-APROVA EQUAL "00"
               READ PARM-APROVA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARM-APROVA IS NUMERIC
                           MOVE REG-PARM-APROVA
                             TO WK-LIMITE-APROV-X
                       END-IF
               END-READ
               CLOSE PARM-APROVA
           END-IF.
           COMPUTE WK-PISO-FRAC ROUNDED =
                   WK-LIMITE-APROV * (100 - WK-FAIXA-PCT) / 100.

      *----> PERIODO DE CORTE DO HISTORICO = CORRENTE MENOS N, COMO
      *----> NO DORMCTL
           MOVE WK-DATA-MOVIMENTO(1:4) TO WK-PC-ANO.
           MOVE WK-DATA-MOVIMENTO(5:2) TO WK-PC-MES.
           COMPUTE WK-MESES-TOTAIS =
                   (WK-PC-ANO * 12) + WK-PC-MES - WK-QTD-PERIODOS.
           COMPUTE WK-PC-ANO = (WK-MESES-TOTAIS - 1) / 12.
           COMPUTE WK-PC-MES =
                   WK-MESES-TOTAIS - (WK-PC-ANO * 12).
           MOVE WK-PERIODO-CALC TO WK-PERIODO-CORTE.

           DISPLAY "PLDTRIA: MAX. MOVIMENTOS/DIA " WK-QTD-MAX-DIA
                   " - MULTIPLO DA MEDIA " WK-MULTIPLICADOR
                   " - HISTORICO DESDE " WK-PERIODO-CORTE.
           IF WK-LIMITE-APROV GREATER THAN ZEROS
               DISPLAY "PLDTRIA: FRACIONAMENTO ENTRE " WK-PISO-FRAC
                       " E " WK-LIMITE-APROV
           ELSE
               DISPLAY "PLDTRIA: SEM LIMITE DE APROVACAO - REGRA DE "
                       "FRACIONAMENTO DESLIGADA"
           END-IF.
           EXIT SECTION.
      *
       0146-LE-LINHA-PARM.
           READ PARM-PLD
               AT END
                   MOVE "10" TO WK-FS-PARM-PLD
               NOT AT END
                   ADD 1 TO WK-LINHA-PARM
                   EVALUATE WK-LINHA-PARM
                       WHEN 1
                           IF REG-PARM-PLD(1:4) IS NUMERIC
                               MOVE REG-PARM-PLD(1:4)
                                 TO WK-QTD-MAX-DIA-X
                           END-IF
                       WHEN 2
                           IF REG-PARM-PLD(1:3) IS NUMERIC
                               MOVE REG-PARM-PLD(1:3)
                                 TO WK-MULTIPLICADOR-X
                           END-IF
                       WHEN 3
                           IF REG-PARM-PLD(1:2) IS NUMERIC
                               MOVE REG-PARM-PLD(1:2)
                                 TO WK-FAIXA-PCT-X
                           END-IF
                       WHEN 4
                           IF REG-PARM-PLD(1:2) IS NUMERIC
                               MOVE REG-PARM-PLD(1:2)
                                 TO WK-QTD-MIN-FRAC-X
                           END-IF
                       WHEN 5
                           IF REG-PARM-PLD IS NUMERIC
                               MOVE REG-PARM-PLD
                                 TO WK-VALOR-DORMENTE-X
                           END-IF
                       WHEN 6
                           IF REG-PARM-PLD(1:2) IS NUMERIC
                               MOVE REG-PARM-PLD(1:2)
                                 TO WK-QTD-PERIODOS-X
                           END-IF
                   END-EVALUATE
           END-READ.
      ******************************************************************
       0150-DETERMINA-CONTADOR SECTION.
      *----> CONTINUA A NUMERACAO DE CS-IDCASO A PARTIR DO MAIOR ID
      *----> JA GRAVADO, COMO NA NUMERACAO DE FD-IDTRANS.
           MOVE 1          TO WK-CONTADOR-CASO.
           MOVE LOW-VALUES TO CS-IDCASO.
           START PLDCASO KEY IS NOT LESS THAN CS-IDCASO
               INVALID KEY
                   MOVE "10" TO WK-FS-PLDCASO
           END-START.

           PERFORM 0155-LE-PROXIMO-CASO
               UNTIL WK-FS-PLDCASO EQUAL "10".

           MOVE "00" TO WK-FS-PLDCASO.
           EXIT SECTION.
      *
       0155-LE-PROXIMO-CASO.
           READ PLDCASO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PLDCASO
               NOT AT END
                   COMPUTE WK-CONTADOR-CASO = CS-IDCASO + 1
           END-READ.
      ******************************************************************
       0160-MAPEIA-HISTORICO SECTION.
       0161-ABRE-HISTORICO.
           INITIALIZE WK-TAB-CONTAS.
           OPEN INPUT CADTRANSH.
      *----> SEM HISTORICO AINDA A MEDIA FICA SO COM AS TRANSACOES
      *----> VIVAS ANTERIORES AO DIA.
           IF WK-FS-CADTRANSH EQUAL "35"
               DISPLAY "PLDTRIA: HISTORICO CADTRANSH INEXISTENTE - "
                       "MEDIA SO COM TRANSACOES VIVAS"
               EXIT SECTION
           END-IF.
           IF WK-FS-CADTRANSH NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANSH
                       " NA ABERTURA DO ARQUIVO CADTRANSH"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WK-PERIODO-CORTE TO HS-PERIODO.
           MOVE ZEROS            TO HS-IDTRANS.
           START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANSH
           END-START.

           PERFORM 0165-SOMA-HISTORICO
               UNTIL WK-FS-CADTRANSH EQUAL "10".
           CLOSE CADTRANSH.
           EXIT SECTION.
      *
       0165-SOMA-HISTORICO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-IDCONTA NUMERIC
                           AND HS-IDCONTA GREATER THAN ZEROS
                       MOVE HS-IDCONTA      TO WK-CONTA-NUM
                       MOVE HS-VALOR        TO WK-VALOR-MOV
                       MOVE HS-CATEGORIA    TO WK-CATEGORIA-MOV
                       MOVE HS-ESTORNO      TO WK-ESTORNO-MOV
                       PERFORM 0190-SOMA-NA-MEDIA
                   END-IF
           END-READ.
      ******************************************************************
       0170-MAPEIA-TRANSACOES SECTION.
      *----> CADTRANS TEM SO O PERIODO ABERTO: O QUE E ANTERIOR AO
      *----> DIA ENTRA NA MEDIA; O DO DIA E O QUE ESTA SOB TRIAGEM.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.

           PERFORM 0175-CLASSIFICA-TRANSACAO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           EXIT SECTION.
      *
       0175-CLASSIFICA-TRANSACAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   IF FD-IDCONTA NUMERIC
                           AND FD-IDCONTA GREATER THAN ZEROS
                       MOVE FD-IDCONTA      TO WK-CONTA-NUM
                       MOVE FD-VALOR        TO WK-VALOR-MOV
                       MOVE FD-CATEGORIA    TO WK-CATEGORIA-MOV
                       MOVE FD-ESTORNO      TO WK-ESTORNO-MOV
                       MOVE FD-DATA         TO WK-DATA-MOV
                       MOVE FD-IDTRANS      TO WK-IDTRANS-MOV
                       IF WK-DATA-MOV LESS THAN WK-DATA-MOVIMENTO
                           PERFORM 0190-SOMA-NA-MEDIA
                       END-IF
                       PERFORM 0195-SOMA-NO-DIA
                   END-IF
           END-READ.
      ******************************************************************
       0180-MAPEIA-REATIVACOES SECTION.
      *----> CONTA DORMENTE REATIVADA POR MOVIMENTO (CARGA OU
      *----> TRANSFER) NA DATA DE MOVIMENTO OU DEPOIS DELA.
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
           PERFORM 0185-LE-AUDITORIA
               UNTIL WK-FS-CONTAAUD EQUAL "10".
           CLOSE CONTAAUD.
           EXIT SECTION.
      *
       0185-LE-AUDITORIA.
           READ CONTAAUD
               AT END
                   MOVE "10" TO WK-FS-CONTAAUD
               NOT AT END
                   IF (AU-OPERADOR EQUAL "CADTRANS"
                           OR AU-OPERADOR EQUAL "TRANSFER")
                       AND AU-CAMPO EQUAL "STATUS"
                       AND AU-VALOR-ANTIGO EQUAL "D"
                       AND AU-VALOR-NOVO EQUAL "A"
                       AND AU-DATA NOT LESS THAN WK-DATA-MOVIMENTO
                       AND AU-IDCONTA NUMERIC
                       MOVE AU-IDCONTA TO WK-CONTA-NUM
                       IF WK-CONTA-NUM GREATER THAN ZEROS
                           MOVE "S" TO TC-REATIVADA(WK-CONTA-NUM)
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       0190-ACUMULA SECTION.
      *----> JUROS, TARIFAS E EMPRESTIMOS SAO DO SISTEMA E ESTORNOS
      *----> DESFAZEM MOVIMENTOS - NENHUM DELES DIZ NADA DO CLIENTE.
       0190-SOMA-NA-MEDIA.
           IF WK-CATEGORIA-MOV EQUAL "JU" OR "TA" OR "EM"
                   OR WK-ESTORNO-MOV NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1            TO TC-HIST-QTD(WK-CONTA-NUM).
           ADD WK-VALOR-MOV TO TC-HIST-SOMA(WK-CONTA-NUM).
      *
       0195-SOMA-NO-DIA.
           IF WK-CATEGORIA-MOV EQUAL "JU" OR "TA" OR "EM"
                   OR WK-ESTORNO-MOV NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *----> FRACIONAMENTO: MOVIMENTOS DO PERIODO NA FAIXA LOGO
      *----> ABAIXO DO LIMITE, COM PELO MENOS UM DELES NO DIA
           IF WK-LIMITE-APROV GREATER THAN ZEROS
                   AND WK-VALOR-MOV NOT LESS THAN WK-PISO-FRAC
                   AND WK-VALOR-MOV LESS THAN WK-LIMITE-APROV
                   AND WK-DATA-MOV NOT GREATER THAN WK-DATA-MOVIMENTO
               ADD 1            TO TC-FRAC-QTD(WK-CONTA-NUM)
               ADD WK-VALOR-MOV TO TC-FRAC-SOMA(WK-CONTA-NUM)
               IF WK-DATA-MOV EQUAL WK-DATA-MOVIMENTO
                   MOVE WK-IDTRANS-MOV TO TC-FRAC-ID(WK-CONTA-NUM)
               END-IF
           END-IF.
           IF WK-DATA-MOV NOT EQUAL WK-DATA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           ADD 1            TO WK-QTD-MOV-DIA.
           ADD 1            TO TC-DIA-QTD(WK-CONTA-NUM).
           ADD WK-VALOR-MOV TO TC-DIA-SOMA(WK-CONTA-NUM).
           IF WK-VALOR-MOV GREATER THAN TC-MAIOR-VALOR(WK-CONTA-NUM)
               MOVE WK-VALOR-MOV   TO TC-MAIOR-VALOR(WK-CONTA-NUM)
               MOVE WK-IDTRANS-MOV TO TC-MAIOR-ID(WK-CONTA-NUM)
           END-IF.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-AVALIA-CONTA.
           IF TC-DIA-QTD(WK-IX) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-IX TO WK-CONTA-NUM.

      *----> FR - MUITOS MOVIMENTOS NA CONTA NO MESMO DIA
           IF WK-QTD-MAX-DIA GREATER THAN ZEROS
                   AND TC-DIA-QTD(WK-IX) GREATER THAN WK-QTD-MAX-DIA
               MOVE "FR"                TO WK-CA-REGRA
               MOVE TC-DIA-QTD(WK-IX)   TO WK-CA-QTD
               MOVE TC-DIA-SOMA(WK-IX)  TO WK-CA-VALOR
               MOVE WK-QTD-MAX-DIA      TO WK-CA-REFERENCIA
               MOVE TC-MAIOR-ID(WK-IX)  TO WK-CA-IDTRANS
               PERFORM 0350-ABRE-CASO
           END-IF.

      *----> VA - MAIOR MOVIMENTO DO DIA MUITO ACIMA DA MEDIA; SEM
      *----> HISTORICO SUFICIENTE NAO HA HABITUAL PARA COMPARAR
           IF WK-MULTIPLICADOR GREATER THAN ZEROS
                   AND TC-HIST-QTD(WK-IX) NOT LESS THAN WK-QTD-MIN-HIST
               COMPUTE WK-MEDIA ROUNDED =
                       TC-HIST-SOMA(WK-IX) / TC-HIST-QTD(WK-IX)
               COMPUTE WK-LIMITE-ATIPICO =
                       WK-MEDIA * WK-MULTIPLICADOR
               IF TC-MAIOR-VALOR(WK-IX) GREATER THAN WK-LIMITE-ATIPICO
                   MOVE "VA"                  TO WK-CA-REGRA
                   MOVE 1                     TO WK-CA-QTD
                   MOVE TC-MAIOR-VALOR(WK-IX) TO WK-CA-VALOR
                   MOVE WK-MEDIA              TO WK-CA-REFERENCIA
                   MOVE TC-MAIOR-ID(WK-IX)    TO WK-CA-IDTRANS
                   PERFORM 0350-ABRE-CASO
               END-IF
           END-IF.

      *----> FC - VARIOS MOVIMENTOS NO PERIODO LOGO ABAIXO DO LIMITE
      *----> DE APROVACAO, UM DELES HOJE
           IF WK-LIMITE-APROV GREATER THAN ZEROS
                   AND TC-FRAC-ID(WK-IX) GREATER THAN ZEROS
                   AND TC-FRAC-QTD(WK-IX) NOT LESS THAN WK-QTD-MIN-FRAC
               MOVE "FC"                TO WK-CA-REGRA
               MOVE TC-FRAC-QTD(WK-IX)  TO WK-CA-QTD
               MOVE TC-FRAC-SOMA(WK-IX) TO WK-CA-VALOR
               MOVE WK-LIMITE-APROV     TO WK-CA-REFERENCIA
               MOVE TC-FRAC-ID(WK-IX)   TO WK-CA-IDTRANS
               PERFORM 0350-ABRE-CASO
           END-IF.

      *----> DO - CONTA QUE ESTAVA DORMENTE MOVIMENTANDO ALTO NO DIA
           IF TC-REATIVADA(WK-IX) EQUAL "S"
                   AND TC-DIA-SOMA(WK-IX) NOT LESS THAN
                       WK-VALOR-DORMENTE
               MOVE "DO"                TO WK-CA-REGRA
               MOVE TC-DIA-QTD(WK-IX)   TO WK-CA-QTD
               MOVE TC-DIA-SOMA(WK-IX)  TO WK-CA-VALOR
               MOVE WK-VALOR-DORMENTE   TO WK-CA-REFERENCIA
               MOVE TC-MAIOR-ID(WK-IX)  TO WK-CA-IDTRANS
               PERFORM 0350-ABRE-CASO
           END-IF.
      *
       0350-ABRE-CASO.
      *----> A CHAVE DE ORIGEM (DATA, CONTA, REGRA) SEGURA A
      *----> REEXECUCAO DO CICLO: O CASO JA ABERTO NAO SE REPETE.
           MOVE WK-DATA-MOVIMENTO TO CS-DATA.
           MOVE WK-CONTA-NUM      TO CS-IDCONTA.
           MOVE WK-CA-REGRA       TO CS-REGRA.
           READ PLDCASO KEY IS CS-ORIGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-CASOS-EXISTENTES
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES            TO REG-PLDCASO.
           MOVE WK-CONTADOR-CASO  TO CS-IDCASO.
           MOVE WK-DATA-MOVIMENTO TO CS-DATA.
           MOVE WK-CONTA-NUM      TO CS-IDCONTA.
           MOVE WK-CA-REGRA       TO CS-REGRA.
           MOVE WK-CA-QTD         TO CS-QTD.
           MOVE WK-CA-VALOR       TO CS-VALOR.
           MOVE WK-CA-REFERENCIA  TO CS-REFERENCIA.
           MOVE WK-CA-IDTRANS     TO CS-IDTRANS.
           MOVE "A"               TO CS-STATUS.
           MOVE ZEROS             TO CS-DATA-DECISAO.
           WRITE REG-PLDCASO.
           IF WK-FS-PLDCASO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PLDCASO
                       " NA GRAVACAO DO CASO " CS-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR-CASO.
           ADD 1 TO WK-QTD-CASOS-NOVOS.
           EVALUATE TRUE
               WHEN REGRA-FREQUENCIA
                   ADD 1 TO WK-QTD-REGRA-FR
               WHEN REGRA-VALOR-ATIPICO
                   ADD 1 TO WK-QTD-REGRA-VA
               WHEN REGRA-FRACIONAMENTO
                   ADD 1 TO WK-QTD-REGRA-FC
               WHEN REGRA-DORMENTE
                   ADD 1 TO WK-QTD-REGRA-DO
           END-EVALUATE.
           DISPLAY "PLDTRIA: CASO " CS-IDCASO " CONTA " CS-IDCONTA
                   " REGRA " CS-REGRA.
           PERFORM 0730-IMPRIME-CASO.
      ******************************************************************
       0600-CASOS-PENDENTES SECTION.
      *----> CARTEIRA AINDA SEM DECISAO FINAL: ABERTOS E ESCALADOS
           MOVE "CASOS AGUARDANDO DECISAO DO COMPLIANCE"
                                  TO SEC-TITULO.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE LOW-VALUES TO CS-IDCASO.
           START PLDCASO KEY IS NOT LESS THAN CS-IDCASO
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-PLDCASO.
           PERFORM 0610-LE-CASO
               UNTIL WK-FS-PLDCASO EQUAL "10".
           EXIT SECTION.
      *
       0610-LE-CASO.
           READ PLDCASO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PLDCASO
               NOT AT END
                   IF CASO-ABERTO OR CASO-ESCALADO
                       IF CASO-ABERTO
                           ADD 1 TO WK-QTD-ABERTOS
                       ELSE
                           ADD 1 TO WK-QTD-ESCALADOS
                       END-IF
                       PERFORM 0730-IMPRIME-CASO
                   END-IF
           END-READ.
      *
       0690-TOTAIS-GERAIS.
           MOVE "TOTAIS DA TRIAGEM" TO SEC-TITULO.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE "MOVIMENTOS DO DIA TRIADOS....."
                                     TO LG-LITERAL.
           MOVE WK-QTD-MOV-DIA       TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CASOS NOVOS..................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-CASOS-NOVOS   TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  MUITOS MOVIMENTOS NO DIA...."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REGRA-FR      TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  VALOR ACIMA DO HABITUAL....."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REGRA-VA      TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  FRACIONAMENTO..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REGRA-FC      TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  CONTA DORMENTE.............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REGRA-DO      TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CASOS JA ABERTOS (REEXECUCAO)."
                                     TO LG-LITERAL.
           MOVE WK-QTD-CASOS-EXISTENTES TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CARTEIRA - ABERTOS............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-ABERTOS       TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CARTEIRA - ESCALADOS.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ESCALADOS     TO LG-QTD.
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
       0730-IMPRIME-CASO.
           MOVE CS-IDCASO     TO DET-IDCASO.
           MOVE CS-DATA       TO DET-DATA.
           MOVE CS-IDCONTA    TO DET-IDCONTA.
           MOVE CS-REGRA      TO DET-REGRA.
           EVALUATE TRUE
               WHEN REGRA-FREQUENCIA
                   MOVE "MOVIMENTOS NO DIA"      TO DET-DESC-REGRA
               WHEN REGRA-VALOR-ATIPICO
                   MOVE "VALOR ACIMA DA MEDIA"   TO DET-DESC-REGRA
               WHEN REGRA-FRACIONAMENTO
                   MOVE "FRACIONAMENTO"          TO DET-DESC-REGRA
               WHEN REGRA-DORMENTE
                   MOVE "CONTA DORMENTE"         TO DET-DESC-REGRA
               WHEN OTHER
                   MOVE SPACES                   TO DET-DESC-REGRA
           END-EVALUATE.
           MOVE CS-QTD        TO DET-QTD.
           MOVE CS-VALOR      TO DET-VALOR.
           MOVE CS-REFERENCIA TO DET-REFERENCIA.
           MOVE CS-IDTRANS    TO DET-IDTRANS.
           EVALUATE TRUE
               WHEN CASO-ABERTO
                   MOVE "ABERTO"     TO DET-SITUACAO
               WHEN CASO-ESCALADO
                   MOVE "ESCALADO"   TO DET-SITUACAO
               WHEN CASO-ARQUIVADO
                   MOVE "ARQUIVADO"  TO DET-SITUACAO
           END-EVALUATE.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0740-IMPRIME-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CADTRANS.
           CLOSE PLDCASO.
           CLOSE REL-PLD.
           DISPLAY "PLDTRIA: MOVIMENTOS DO DIA..... " WK-QTD-MOV-DIA.
           DISPLAY "PLDTRIA: CASOS NOVOS........... "
                   WK-QTD-CASOS-NOVOS.
           DISPLAY "PLDTRIA: CASOS AGUARDANDO...... " WK-QTD-ABERTOS
                   " ABERTOS / " WK-QTD-ESCALADOS " ESCALADOS".
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM PLDTRIA.
