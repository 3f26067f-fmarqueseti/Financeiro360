      ******************************************************************
      * FILE NAME   : TARIFEV                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COBRANCA DAS TARIFAS POR EVENTO - PASSO DO CICLO *
      *               NOTURNO ANTES DO CALCSALDO. CONTA OS EVENTOS     *
      *               TARIFAVEIS DE CADA CONTA ATIVA - DEBITOS         *
      *               BLOQUEADOS PELO LIMITE (JORNAL ORIGEM "LC"),     *
      *               TRANSFERENCIAS ENVIADAS E DEBITOS DO PERIODO     *
      *               ALEM DA FRANQUIA (CADTRANS) - E LANCA EM         *
      *               CADTRANS, PARA CADA UM, A TARIFA DA TABELA       *
      *               TARIFA DO TIPO DA CONTA COMO MOVIMENTO TA CUJA   *
      *               DESCRICAO CITA O FD-IDTRANS QUE A ORIGINOU. O    *
      *               REGISTRO TARIFREG GUARDA O QUE JA FOI COBRADO E  *
      *               O RELATORIO RESPONDE "POR QUE FUI TARIFADO".     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFEV.
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

      *----> EM I-O: AS TARIFAS SAO GRAVADAS AQUI PARA O CALCSALDO
      *----> APLICA-LAS NA MESMA NOITE
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

           SELECT JORNAL ASSIGN DYNAMIC WK-ARQ-JORNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-JORNAL.

           SELECT TARIFA ASSIGN DYNAMIC WK-ARQ-TARIFA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TT-CHAVE
           FILE STATUS IS WK-FS-TARIFA.

      *----> REGISTRO DAS TARIFAS JA COBRADAS - PRESERVADO ENTRE RUNS,
      *----> CRIADO NO PRIMEIRO USO. A CHAVE ALTERNATIVA LEVA DA
      *----> TARIFA LANCADA AO EVENTO QUE A ORIGINOU. AS DUAS CHAVES
      *----> LEVAM O PERIODO, POIS O FD-IDTRANS RECOMECA A CADA
      *----> FECHAMENTO DE MES.
           SELECT TARIFREG ASSIGN DYNAMIC WK-ARQ-TARIFREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-CHAVE
           ALTERNATE KEY IS TR-CHAVE-TARIFA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-TARIFREG.

           SELECT REL-TARIFEV ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO - EVENTOS POR CONTA,
      *----> EVENTO E MOVIMENTO DE ORIGEM
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

       FD JORNAL
             RECORDING MODE IS F.
       COPY JORNAL.

       FD TARIFA.
       COPY TARIFA.

       FD TARIFREG.
       01 REG-TARIFREG.
      *----> EVENTO + PERIODO E MOVIMENTO QUE O ORIGINOU (NO LC, O
      *----> DEBITO BLOQUEADO QUE FOI PARA O SUSPENSO)
           03  TR-CHAVE.
               05  TR-EVENTO         PIC X(02).
               05  TR-PERIODO-EVENTO PIC 9(06).
               05  TR-IDTRANS        PIC 9(08).
           03  TR-IDCONTA            PIC 9(04).
           03  TR-DATA-EVENTO        PIC 9(08).
      *----> DATA DE MOVIMENTO DO CICLO QUE COBROU A TARIFA
           03  TR-DATA-COBRANCA      PIC 9(08).
           03  TR-VALOR              PIC 9(05)V9(02).
      *----> PERIODO E FD-IDTRANS DO MOVIMENTO TA LANCADO (ZEROS NO
      *----> SEMEADO)
           03  TR-CHAVE-TARIFA.
               05  TR-PERIODO-TARIFA PIC 9(06).
               05  TR-IDTRANS-TARIFA PIC 9(08).
           03  TR-SITUACAO           PIC X(01).
               88  TARIFA-COBRADA              VALUE "C".
               88  TARIFA-SEMEADA              VALUE "S".
           03  FILLER                PIC X(10).

       FD REL-TARIFEV.
       01 REG-IMPRESSAO             PIC X(132).

       SD ARQ-SORT.
       01 REG-SORT.
           03  ST-IDCONTA           PIC 9(04).
           03  ST-EVENTO            PIC X(02).
           03  ST-IDTRANS           PIC 9(08).
           03  ST-DATA              PIC 9(08).
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
       77  WK-ARQ-JORNAL            PIC X(100)   VALUE
           "C:\teste\jornal.dat".
       77  WK-ARQ-TARIFA            PIC X(100)   VALUE
           "C:\teste\tarifa.dat".
       77  WK-ARQ-TARIFREG          PIC X(100)   VALUE
           "C:\teste\tarifreg.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\tarifev-rel.txt".
       COPY FINCFG.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-JORNAL             PIC X(2)      VALUE SPACES.
       77  WK-FS-TARIFA             PIC X(2)      VALUE SPACES.
       77  WK-FS-TARIFREG           PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.

       01  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-DATA-MOVIMENTO.
           03  WK-PERIODO-MOV       PIC 9(06).
           03  FILLER               PIC 9(02).
       01  WK-DATA-EVENTO           PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-DATA-EVENTO.
           03  WK-PERIODO-EVENTO    PIC 9(06).
           03  FILLER               PIC 9(02).
       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-CONTA-NUM             PIC 9(04)     VALUE ZEROS.
       77  WK-IX-TIPO               PIC 9(01)     VALUE ZEROS.
       77  WK-IX-EVENTO             PIC 9(01)     VALUE ZEROS.
       77  WK-TIPO-SIGLA            PIC X(01)     VALUE SPACES.
       77  WK-QTD-TARIFAS-ATIVAS    PIC 9(04)     VALUE ZEROS.

       01  WK-SW-SEMEADURA          PIC X(01)     VALUE "N".
           88  SEMEADURA-LIGADA               VALUE "S".
       01  WK-SW-FIM-SORT           PIC X         VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".

      *----> TABELA DE TARIFAS EM MEMORIA: TIPO DE CONTA (1 = C,
      *----> 2 = P) POR EVENTO (1 = LC, 2 = TE, 3 = DX). VALOR ZERO =
      *----> EVENTO NAO TARIFADO PARA O TIPO.
       01  WK-TAB-TARIFAS.
           03  WK-TT-TIPO OCCURS 2.
               05  WK-TT-EVENTO OCCURS 3.
                   07  TB-VALOR     PIC 9(05)V9(02).
                   07  TB-FRANQUIA  PIC 9(04).
                   07  TB-DESCR     PIC X(30).

      *----> QUADRO POR CONTA (IDCONTA NUMERICO 1-9999), NO MESMO
      *----> DESENHO DO MAPA DA VARREDURA (VARPOUP). TC-QTD-DEBITOS
      *----> CONTA OS DEBITOS DO PERIODO PARA A FRANQUIA DO DX.
       01  WK-TAB-CONTAS.
           03  WK-TC-ENT OCCURS 9999.
               05  TC-EXISTE        PIC X(01).
               05  TC-IX-TIPO       PIC 9(01).
               05  TC-STATUS        PIC X(01).
               05  TC-MOEDA         PIC X(03).
               05  TC-QTD-DEBITOS   PIC 9(05).

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-LC                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-TE                PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DX                PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-LC                PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-VLR-TE                PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-VLR-DX                PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-JA-COBRADOS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEMEADOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-TARIFA-BLOQ       PIC 9(06)     VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - TARIFAS POR EVENTO".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-TARIFAS.
           03  FILLER               PIC X(40)     VALUE
               "CONTA T EV TARIFA                       ".
           03  FILLER               PIC X(40)     VALUE
               "DATA EVT ORIGEM             VALOR ORIGEM".
           03  FILLER               PIC X(40)     VALUE
               "     TARIFA ID TARIFA".

       01  WK-LIN-DETALHE.
           03  DET-IDCONTA          PIC 9(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-TIPO             PIC X(01).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-EVENTO           PIC X(02).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DESCR            PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DATA             PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-IDTRANS          PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-TARIFA           PIC ZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-IDTARIFA         PIC 9(08).

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
           PERFORM 0150-CARREGA-TARIFAS.
           PERFORM 0160-CARREGA-CONTAS.

           MOVE "TARIFAS COBRADAS NO CICLO" TO SEC-TITULO.
           MOVE WK-CAB2-TARIFAS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
      *----> SEM TARIFA ATIVA NAO HA O QUE CONTAR - CADTRANS E JORNAL
      *----> NEM PASSAM PELA CLASSIFICACAO
           IF WK-QTD-TARIFAS-ATIVAS GREATER THAN ZEROS
               SORT ARQ-SORT
                   ON ASCENDING KEY ST-IDCONTA ST-EVENTO ST-IDTRANS
                   INPUT PROCEDURE IS 0800-EXTRAI-EVENTOS
                   OUTPUT PROCEDURE IS 0850-COBRA-TARIFAS
           END-IF.
           IF WK-QTD-LC EQUAL ZEROS AND WK-QTD-TE EQUAL ZEROS
                   AND WK-QTD-DX EQUAL ZEROS
               MOVE "NENHUMA TARIFA POR EVENTO COBRADA NO CICLO"
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
           MOVE "JORNAL" TO CFG-NOME.
           MOVE WK-ARQ-JORNAL          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-JORNAL.
           MOVE "TARIFA" TO CFG-NOME.
           MOVE WK-ARQ-TARIFA          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TARIFA.
           MOVE "TARIFREG" TO CFG-NOME.
           MOVE WK-ARQ-TARIFREG        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TARIFREG.
           MOVE "TARIFEV-REL" TO CFG-NOME.
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

           OPEN I-O TARIFREG.
           IF WK-FS-TARIFREG EQUAL "35"
               OPEN OUTPUT TARIFREG
               CLOSE TARIFREG
               OPEN I-O TARIFREG
               SET SEMEADURA-LIGADA TO TRUE
               DISPLAY "TARIFEV: REGISTRO DE TARIFAS CRIADO - EVENTOS "
                       "ANTERIORES A DATA DE MOVIMENTO SO REGISTRADOS"
           END-IF.
           IF WK-FS-TARIFREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TARIFREG
                       " NA ABERTURA DO ARQUIVO TARIFREG"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-TARIFEV.
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
           CLOSE PERIODO.
      ******************************************************************
       0150-CARREGA-TARIFAS SECTION.
      *----> SEM A TABELA TARIFA (TARIFCAD AINDA NAO EXECUTADO) O
      *----> PASSO NAO COBRA NADA E TERMINA NORMALMENTE
           INITIALIZE WK-TAB-TARIFAS.
           OPEN INPUT TARIFA.
           IF WK-FS-TARIFA EQUAL "35"
               DISPLAY "TARIFEV: TABELA TARIFA INEXISTENTE - "
                       "NENHUMA TARIFA POR EVENTO COBRADA"
               GO TO 0159-CARREGA-TARIFAS-EXIT
           END-IF.
           IF WK-FS-TARIFA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TARIFA
                       " NA ABERTURA DO ARQUIVO TARIFA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO TT-CHAVE.
           START TARIFA KEY IS NOT LESS THAN TT-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-TARIFA
           END-START.
           PERFORM 0155-CARREGA-TARIFA
               UNTIL WK-FS-TARIFA EQUAL "10".
           CLOSE TARIFA.
           GO TO 0159-CARREGA-TARIFAS-EXIT.
      *
       0155-CARREGA-TARIFA.
           READ TARIFA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-TARIFA
               NOT AT END
                   IF TARIFA-ATIVA AND TT-VALOR NUMERIC
                           AND TT-VALOR GREATER THAN ZEROS
                       PERFORM 0157-GUARDA-TARIFA
                   END-IF
           END-READ.
      *
       0157-GUARDA-TARIFA.
           EVALUATE TT-TIPO-CONTA
               WHEN "C"
                   MOVE 1 TO WK-IX-TIPO
               WHEN "P"
                   MOVE 2 TO WK-IX-TIPO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EVENTO-LIMITE
                   MOVE 1 TO WK-IX-EVENTO
               WHEN EVENTO-TRANSFERENCIA
                   MOVE 2 TO WK-IX-EVENTO
               WHEN EVENTO-DEBITO-EXCEDENTE
                   MOVE 3 TO WK-IX-EVENTO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE TT-VALOR  TO TB-VALOR(WK-IX-TIPO, WK-IX-EVENTO).
           IF TT-FRANQUIA NUMERIC
               MOVE TT-FRANQUIA
                         TO TB-FRANQUIA(WK-IX-TIPO, WK-IX-EVENTO)
           END-IF.
           MOVE TT-DESCR  TO TB-DESCR(WK-IX-TIPO, WK-IX-EVENTO).
           ADD 1 TO WK-QTD-TARIFAS-ATIVAS.
       0159-CARREGA-TARIFAS-EXIT.
           EXIT.
      ******************************************************************
       0160-CARREGA-CONTAS SECTION.
      *----> SO AS CONTAS ATIVAS SAO TARIFADAS; O TIPO DA CONTA ESCOLHE
      *----> A LINHA DA TABELA E A MOEDA VAI PARA O LANCAMENTO
           MOVE LOW-VALUES TO WK-TAB-CONTAS.
           MOVE LOW-VALUES TO IDCONTA.
           START CADCONTA KEY IS NOT LESS THAN IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-CADCONTA
           END-START.
           PERFORM 0165-CARREGA-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
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
                       PERFORM 0167-GUARDA-CONTA
                   END-IF
           END-READ.
      *
       0167-GUARDA-CONTA.
           MOVE "S"          TO TC-EXISTE(WK-CONTA-NUM).
           MOVE STATUS-CONTA TO TC-STATUS(WK-CONTA-NUM).
           MOVE ZEROS        TO TC-QTD-DEBITOS(WK-CONTA-NUM).
           EVALUATE TIPO-CONTA
               WHEN "C"
                   MOVE 1     TO TC-IX-TIPO(WK-CONTA-NUM)
               WHEN "P"
                   MOVE 2     TO TC-IX-TIPO(WK-CONTA-NUM)
               WHEN OTHER
                   MOVE ZEROS TO TC-IX-TIPO(WK-CONTA-NUM)
           END-EVALUATE.
      *----> TARIFAS SAO LANCADAS NA MOEDA DA PROPRIA CONTA
           IF MOEDA-CONTA EQUAL SPACES
               MOVE "BRL"       TO TC-MOEDA(WK-CONTA-NUM)
           ELSE
               MOVE MOEDA-CONTA TO TC-MOEDA(WK-CONTA-NUM)
           END-IF.
      ******************************************************************
       0690-TOTAIS-GERAIS SECTION.
           MOVE "TOTAIS DAS TARIFAS POR EVENTO" TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE "LC - DEBITOS BLOQUEADOS......."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LC            TO LG-QTD.
           MOVE WK-VLR-LC            TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "TE - TRANSFERENCIAS ENVIADAS.."
                                     TO LG-LITERAL.
           MOVE WK-QTD-TE            TO LG-QTD.
           MOVE WK-VLR-TE            TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "DX - DEBITOS ALEM DA FRANQUIA."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DX            TO LG-QTD.
           MOVE WK-VLR-DX            TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE ZEROS TO LG-VALOR.
           MOVE "EVENTOS JA COBRADOS ANTES....."
                                     TO LG-LITERAL.
           MOVE WK-QTD-JA-COBRADOS   TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "EVENTOS SEMEADOS SEM COBRANCA."
                                     TO LG-LITERAL.
           MOVE WK-QTD-SEMEADOS      TO LG-QTD.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "BLOQUEIOS DE TARIFA IGNORADOS."
                                     TO LG-LITERAL.
           MOVE WK-QTD-TARIFA-BLOQ   TO LG-QTD.
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
       0730-IMPRIME-TARIFA.
           MOVE ST-IDCONTA         TO DET-IDCONTA.
           MOVE WK-TIPO-SIGLA      TO DET-TIPO.
           MOVE ST-EVENTO          TO DET-EVENTO.
           MOVE TB-DESCR(WK-IX-TIPO, WK-IX-EVENTO)
                                   TO DET-DESCR.
           MOVE ST-DATA            TO DET-DATA.
           MOVE ST-IDTRANS         TO DET-IDTRANS.
           MOVE ST-VALOR           TO DET-VALOR.
           MOVE TR-VALOR           TO DET-TARIFA.
           MOVE TR-IDTRANS-TARIFA  TO DET-IDTARIFA.
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
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E COBRANCA
      ******************************************************************
       0800-EXTRAI-EVENTOS SECTION.
       0810-EXTRAI-EVENTOS.
      *----> A MESMA LEITURA DEFINE O PROXIMO FD-IDTRANS PARA AS
      *----> TARIFAS, COMO NA NUMERACAO DO TRANSFER. NA ORDEM DA CHAVE
      *----> OS DEBITOS DE CADA CONTA SAO CONTADOS NA ORDEM EM QUE
      *----> FORAM LANCADOS.
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
           PERFORM 0820-LE-TRANSACAO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           MOVE "00" TO WK-FS-CADTRANS.

      *----> O BLOQUEIO PELO LIMITE SO EXISTE NO JORNAL (O DEBITO SAI
      *----> DO CADTRANS PARA O SUSPENSO). SO ENTRAM OS DE CICLOS JA
      *----> ENCERRADOS: OS DA PROPRIA DATA SAO REFEITOS SE O
      *----> CALCSALDO FOR REEXECUTADO.
           OPEN INPUT JORNAL.
           IF WK-FS-JORNAL EQUAL "35"
               DISPLAY "TARIFEV: ARQUIVO JORNAL INEXISTENTE - "
                       "SEM TARIFAS DE DEBITO BLOQUEADO"
               GO TO 0849-EXTRAI-EVENTOS-EXIT
           END-IF.
           IF WK-FS-JORNAL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-JORNAL
                       " NA ABERTURA DO ARQUIVO JORNAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0840-LE-JORNAL
               UNTIL WK-FS-JORNAL EQUAL "10".
           CLOSE JORNAL.
           GO TO 0849-EXTRAI-EVENTOS-EXIT.
      *
       0820-LE-TRANSACAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   COMPUTE WK-CONTADOR = FD-IDTRANS + 1
                   IF FD-IDCONTA GREATER THAN ZEROS
                           AND TIPO-DEBITO
                       PERFORM 0825-AVALIA-DEBITO
                   END-IF
           END-READ.
      *
       0825-AVALIA-DEBITO.
      *----> ESTORNOS, TARIFAS, JUROS, PARCELAS DE EMPRESTIMO E
      *----> PERNAS DE VARREDURA (TE COM O DEBITO COBERTO EM
      *----> FD-IDTRANS-ORIG) NAO SAO MOVIMENTO DO CLIENTE. O DEBITO
      *----> DEPOIS ESTORNADO CONTINUA CONTANDO PARA A FRANQUIA, PARA
      *----> A POSICAO DOS SEGUINTES NAO MUDAR.
           IF MOVIMENTO-DE-ESTORNO
                   OR CATEGORIA-TARIFA OR CATEGORIA-JUROS
                   OR CATEGORIA-EMPRESTIMO
               EXIT PARAGRAPH
           END-IF.
           IF CATEGORIA-TRANSFER AND MOVIMENTO-NORMAL
                   AND FD-IDTRANS-ORIG NUMERIC
                   AND FD-IDTRANS-ORIG GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF TC-EXISTE(FD-IDCONTA) NOT EQUAL "S"
                   OR TC-STATUS(FD-IDCONTA) NOT EQUAL "A"
                   OR TC-IX-TIPO(FD-IDCONTA) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-IX-TIPO(FD-IDCONTA) TO WK-IX-TIPO.

           IF CATEGORIA-TRANSFER AND MOVIMENTO-NORMAL
                   AND TB-VALOR(WK-IX-TIPO, 2) GREATER THAN ZEROS
               MOVE "TE" TO ST-EVENTO
               PERFORM 0830-LIBERA-TRANSACAO
           END-IF.

           MOVE FD-DATA TO WK-DATA-EVENTO.
           IF WK-PERIODO-EVENTO NOT EQUAL WK-PERIODO-MOV
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TC-QTD-DEBITOS(FD-IDCONTA).
           IF MOVIMENTO-NORMAL
                   AND TB-VALOR(WK-IX-TIPO, 3) GREATER THAN ZEROS
                   AND TC-QTD-DEBITOS(FD-IDCONTA) GREATER THAN
                       TB-FRANQUIA(WK-IX-TIPO, 3)
               MOVE "DX" TO ST-EVENTO
               PERFORM 0830-LIBERA-TRANSACAO
           END-IF.
      *
       0830-LIBERA-TRANSACAO.
           MOVE FD-IDCONTA TO ST-IDCONTA.
           MOVE FD-IDTRANS TO ST-IDTRANS.
           MOVE FD-DATA    TO ST-DATA.
           MOVE FD-VALOR   TO ST-VALOR.
           RELEASE REG-SORT.
      *
       0840-LE-JORNAL.
           READ JORNAL
               AT END
                   MOVE "10" TO WK-FS-JORNAL
               NOT AT END
                   IF JR-ORIGEM EQUAL "LC"
                           AND JR-DATA-MOV LESS THAN WK-DATA-MOVIMENTO
                       PERFORM 0845-AVALIA-BLOQUEIO
                   END-IF
           END-READ.
      *
       0845-AVALIA-BLOQUEIO.
           IF JR-IDCONTA IS NUMERIC
               MOVE JR-IDCONTA TO WK-CONTA-NUM
           ELSE
               MOVE ZEROS      TO WK-CONTA-NUM
           END-IF.
           IF WK-CONTA-NUM EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF TC-EXISTE(WK-CONTA-NUM) NOT EQUAL "S"
                   OR TC-STATUS(WK-CONTA-NUM) NOT EQUAL "A"
                   OR TC-IX-TIPO(WK-CONTA-NUM) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-IX-TIPO(WK-CONTA-NUM) TO WK-IX-TIPO.
           IF TB-VALOR(WK-IX-TIPO, 1) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-CONTA-NUM TO ST-IDCONTA.
           MOVE "LC"         TO ST-EVENTO.
           MOVE JR-IDTRANS   TO ST-IDTRANS.
           MOVE JR-DATA-MOV  TO ST-DATA.
           MOVE JR-VALOR     TO ST-VALOR.
           RELEASE REG-SORT.
       0849-EXTRAI-EVENTOS-EXIT.
           EXIT.
      ******************************************************************
       0850-COBRA-TARIFAS SECTION.
       0855-COBRA-TARIFAS.
           PERFORM 0890-RETORNA-EVENTO.
           PERFORM 0860-COBRA-EVENTO
               UNTIL FIM-SORT.
           GO TO 0899-COBRA-TARIFAS-EXIT.
      *
       0860-COBRA-EVENTO.
           PERFORM 0865-TRATA-EVENTO.
           PERFORM 0890-RETORNA-EVENTO.
      *
       0865-TRATA-EVENTO.
      *----> EVENTO JA NO REGISTRO: COBRADO (OU SEMEADO) EM CICLO
      *----> ANTERIOR OU NA EXECUCAO INTERROMPIDA DESTE
           MOVE ST-DATA           TO WK-DATA-EVENTO.
           MOVE ST-EVENTO         TO TR-EVENTO.
           MOVE WK-PERIODO-EVENTO TO TR-PERIODO-EVENTO.
           MOVE ST-IDTRANS        TO TR-IDTRANS.
           READ TARIFREG KEY IS TR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-JA-COBRADOS
                   EXIT PARAGRAPH
           END-READ.

      *----> O BLOQUEIO DA PROPRIA TARIFA NAO GERA OUTRA TARIFA. A
      *----> TARIFA E BLOQUEADA NO MESMO CICLO QUE A LANCOU, PORTANTO
      *----> NO PERIODO DO DEBITO BLOQUEADO.
           IF ST-EVENTO EQUAL "LC"
               MOVE WK-PERIODO-EVENTO TO TR-PERIODO-TARIFA
               MOVE ST-IDTRANS        TO TR-IDTRANS-TARIFA
               READ TARIFREG KEY IS TR-CHAVE-TARIFA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-TARIFA-BLOQ
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE TC-IX-TIPO(ST-IDCONTA) TO WK-IX-TIPO.
           EVALUATE ST-EVENTO
               WHEN "LC"
                   MOVE 1 TO WK-IX-EVENTO
               WHEN "TE"
                   MOVE 2 TO WK-IX-EVENTO
               WHEN OTHER
                   MOVE 3 TO WK-IX-EVENTO
           END-EVALUATE.
           IF WK-IX-TIPO EQUAL 1
               MOVE "C" TO WK-TIPO-SIGLA
           ELSE
               MOVE "P" TO WK-TIPO-SIGLA
           END-IF.

           MOVE ST-EVENTO         TO TR-EVENTO.
           MOVE WK-PERIODO-EVENTO TO TR-PERIODO-EVENTO.
           MOVE ST-IDTRANS        TO TR-IDTRANS.
           MOVE ST-IDCONTA        TO TR-IDCONTA.
           MOVE ST-DATA           TO TR-DATA-EVENTO.
           MOVE WK-DATA-MOVIMENTO TO TR-DATA-COBRANCA.
      *----> PRIMEIRA EXECUCAO: O QUE ACONTECEU ANTES DA DATA DE
      *----> MOVIMENTO SO E REGISTRADO, SEM COBRANCA RETROATIVA
           IF SEMEADURA-LIGADA
                   AND ST-DATA LESS THAN WK-DATA-MOVIMENTO
               MOVE ZEROS TO TR-VALOR
               MOVE ZEROS TO TR-CHAVE-TARIFA
               SET TARIFA-SEMEADA TO TRUE
               PERFORM 0870-GRAVA-REGISTRO
               ADD 1 TO WK-QTD-SEMEADOS
               EXIT PARAGRAPH
           END-IF.

      *----> O REGISTRO E GRAVADO ANTES DO LANCAMENTO: UMA QUEDA ENTRE
      *----> OS DOIS DEIXA DE COBRAR UMA TARIFA, NUNCA COBRA DUAS
           MOVE TB-VALOR(WK-IX-TIPO, WK-IX-EVENTO) TO TR-VALOR.
           MOVE WK-PERIODO-MOV    TO TR-PERIODO-TARIFA.
           MOVE WK-CONTADOR       TO TR-IDTRANS-TARIFA.
           SET TARIFA-COBRADA TO TRUE.
           PERFORM 0870-GRAVA-REGISTRO.
           PERFORM 0880-LANCA-TARIFA.
           PERFORM 0730-IMPRIME-TARIFA.
           EVALUATE ST-EVENTO
               WHEN "LC"
                   ADD 1        TO WK-QTD-LC
                   ADD TR-VALOR TO WK-VLR-LC
               WHEN "TE"
                   ADD 1        TO WK-QTD-TE
                   ADD TR-VALOR TO WK-VLR-TE
               WHEN OTHER
                   ADD 1        TO WK-QTD-DX
                   ADD TR-VALOR TO WK-VLR-DX
           END-EVALUATE.
      *
       0870-GRAVA-REGISTRO.
           WRITE REG-TARIFREG
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-TARIFREG
                           " NA GRAVACAO DO TARIFREG " TR-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-WRITE.
      *
       0880-LANCA-TARIFA.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 1                 TO FD-TIPO.
           MOVE TR-VALOR          TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "TARIFA " ST-EVENTO " REF " ST-IDTRANS
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE ST-IDCONTA        TO FD-IDCONTA.
           MOVE "TA"              TO FD-CATEGORIA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ST-IDTRANS        TO FD-IDTRANS-ORIG.
           MOVE TC-MOEDA(ST-IDCONTA) TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR A TARIFA " ST-EVENTO
                       " DO MOVIMENTO " ST-IDTRANS
                       " - REGISTRADA NO TARIFREG SEM LANCAMENTO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR.
           DISPLAY "TARIFEV: CONTA " ST-IDCONTA " TARIFA " ST-EVENTO
                   " VALOR " TR-VALOR " REF " ST-IDTRANS.
      *
       0890-RETORNA-EVENTO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-COBRA-TARIFAS-EXIT.
           EXIT.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           CLOSE TARIFREG.
           CLOSE REL-TARIFEV.
           DISPLAY "TARIFEV: TARIFAS LC............ " WK-QTD-LC.
           DISPLAY "TARIFEV: TARIFAS TE............ " WK-QTD-TE.
           DISPLAY "TARIFEV: TARIFAS DX............ " WK-QTD-DX.
           DISPLAY "TARIFEV: EVENTOS JA COBRADOS... "
                   WK-QTD-JA-COBRADOS.
           DISPLAY "TARIFEV: EVENTOS SEMEADOS...... " WK-QTD-SEMEADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM TARIFEV.
