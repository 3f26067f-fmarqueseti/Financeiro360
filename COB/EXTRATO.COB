      *               TO A PAGINATED PRINT FILE (ONE PAGE BREAK PER    *
      *               ACCOUNT, EDITED AMOUNTS, GRAND-TOTAL PAGE); THE  *
      *               CONSOLE CARRIES ONLY OPERATIONAL MESSAGES.       *
      *               ONLY ACCOUNTS WHOSE STATEMENT CYCLE FALLS DUE ON *
      *               THE BUSINESS DATE ARE ISSUED, COVERING THE       *
      *               MOVEMENTS SINCE THE LAST STATEMENT; E-MAIL       *
      *               ACCOUNTS GET A DELIMITED E-STATEMENT FILE EACH   *
      *               AND A CONTROL REPORT ACCOUNTS FOR EVERY ISSUE.   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. EXTRATO.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *----> EM I-O: A DATA DO ULTIMO EXTRATO E REGRAVADA NA CONTA
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IDCONTA
               FILE STATUS  IS WK-FS-CADCONTA.
      *
      *----> ENDERECO DE E-MAIL DO CLIENTE TITULAR
           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CL-IDCLI
               FILE STATUS  IS WK-FS-CADCLI.
      *
      *----> HISTORICO DOS PERIODOS FECHADOS - A JANELA DE UM EXTRATO
      *----> SEMANAL OU MENSAL PODE COMECAR ANTES DO FECHAMENTO
           SELECT CADTRANSH ASSIGN DYNAMIC WK-ARQ-CADTRANSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HS-CHAVE
               FILE STATUS  IS WK-FS-CADTRANSH.
      *
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
      *----> EXTRATO ELETRONICO - UM ARQUIVO DELIMITADO POR CONTA
      *----> PARA O GATEWAY DE E-MAIL
           SELECT EXTRATO-ELETR ASSIGN DYNAMIC WK-ARQ-EMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-EMAIL.
      *
      *----> RELATORIO DE CONTROLE DA EMISSAO
           SELECT REL-CONTROLE ASSIGN DYNAMIC WK-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-CONTROLE.
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CADCONTA.
       COPY CADCONTA.

       FD  CADCLI.
       COPY CADCLI.

       FD  CADTRANS.
       COPY CADTRANS-REC.

       FD  CADTRANSH.
       COPY CADTRANSH.

       FD  PERIODO.
       COPY PERIODO.

       FD  REL-EXTRATO.
       01  REG-IMPRESSAO             PIC X(132).

       FD  EXTRATO-ELETR.
       01  REG-EXTRATO-EMAIL         PIC X(200).

       FD  REL-CONTROLE.
       01  REG-CONTROLE              PIC X(132).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\periodo.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\extrato-rel.txt".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-CONTROLE          PIC X(100)   VALUE
           "C:\teste\extrato-ctl.txt".
      *----> PREFIXO DOS EXTRATOS ELETRONICOS - O NOME FINAL LEVA A
      *----> CONTA E A DATA DE MOVIMENTO (PREFIXO-CCCC-AAAAMMDD.txt)
       77  WK-PREFIXO-EMAIL         PIC X(100)   VALUE
           "C:\teste\extrato-email".
       77  WK-ARQ-EMAIL             PIC X(100)   VALUE SPACES.
       COPY FINCFG.
      *---> Variaveis de status
       77  WK-FS-CADCONTA            PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADTRANS            PIC X(02)    VALUE ZEROS.
       77  WK-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADCLI              PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADTRANSH           PIC X(02)    VALUE ZEROS.
       77  WK-FS-EMAIL               PIC X(02)    VALUE ZEROS.
       77  WK-FS-CONTROLE            PIC X(02)    VALUE ZEROS.
       01  WK-SW-HISTORICO           PIC X        VALUE "N".
           88  HISTORICO-DISPONIVEL               VALUE "S".

       77  SALDOFINAL                PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-ULTIMO-IDTRANS         PIC 9(08)     VALUE ZEROS.
           88 TEM-TRANSACAO                       VALUE "S".
           88 NAO-TEM-TRANSACAO                   VALUE "N".

      *---> Ciclo do extrato da conta - janela desde o ultimo extrato
       77  WK-DATA-ULTIMO            PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-ANTERIOR          PIC 9(08)     VALUE ZEROS.
      *----> INICIO EXCLUSIVO DA JANELA; ZEROS = DESDE A ABERTURA DO
      *----> PERIODO CORRENTE (SALDOINI)
       77  WK-DATA-INICIO            PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-MOVTOS             PIC 9(06)     VALUE ZEROS.
       01  WK-SW-DEVIDO              PIC X        VALUE "N".
           88  EXTRATO-DEVIDO                     VALUE "S".
           88  EXTRATO-NAO-DEVIDO                 VALUE "N".
       01  WK-SW-REEMISSAO           PIC X        VALUE "N".
           88  REEMISSAO                          VALUE "S".
           88  EMISSAO-NOVA                       VALUE "N".
       01  WK-SW-DESTINO             PIC X        VALUE "P".
           88  DESTINO-PAPEL                      VALUE "P".
           88  DESTINO-EMAIL                      VALUE "E".
       01  WK-SW-SEM-EMAIL           PIC X        VALUE "N".
           88  EMAIL-AUSENTE                      VALUE "S".
           88  EMAIL-PRESENTE                     VALUE "N".

      *---> Calculo de dias corridos entre duas datas
       77  WK-SERIAL-MOVIMENTO       PIC 9(07)     VALUE ZEROS.
       77  WK-SERIAL-DATA            PIC 9(07)     VALUE ZEROS.
       77  WK-DIAS-DECORRIDOS        PIC S9(07)    VALUE ZEROS.
       77  WK-DIAS-ACUMULADOS        PIC 9(03)     VALUE ZEROS.
       77  WK-ANO-QUOCIENTE          PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-RESTO              PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-ANTERIOR           PIC 9(04)     VALUE ZEROS.
       77  WK-BISSEXTOS              PIC 9(04)     VALUE ZEROS.
       77  WK-SECULOS                PIC 9(04)     VALUE ZEROS.
       77  WK-QUADRISSECULOS         PIC 9(04)     VALUE ZEROS.
       01  WK-DATA-TRANSACAO.
           03  WK-DT-ANO             PIC 9(04).
           03  WK-DT-MES             PIC 9(02).
           03  WK-DT-DIA             PIC 9(02).
       01  WK-SW-ANO-BISSEXTO        PIC X        VALUE "N".
           88  ANO-BISSEXTO                       VALUE "S".
           88  ANO-NAO-BISSEXTO                   VALUE "N".

      *---> Totais do controle de emissao
       77  WK-QTD-LIDAS              PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DEVIDOS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-IMPRESSOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-EMAIL              PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-EMAIL          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REEMISSOES         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-NAO-DEVIDOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PULA-SEMANAL       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PULA-MENSAL        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PULA-PEDIDO        PIC 9(06)     VALUE ZEROS.

      *---> Registros do extrato eletronico (H/D/T, como no ALERTAS)
       01  WK-LINHA-EMAIL            PIC X(200)   VALUE SPACES.
       77  WK-ED-VALOR               PIC +9(10),9(02) VALUE ZEROS.
       77  WK-ED-SALDO               PIC +9(10),9(02) VALUE ZEROS.
       77  WK-ED-HASH                PIC +9(13),9(02) VALUE ZEROS.
       77  WK-ED-QTD                 PIC 9(06)     VALUE ZEROS.
       77  WK-HASH-EMAIL             PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TIPO-EMAIL             PIC X(01)     VALUE SPACES.
       77  WK-MOEDA-EXTRATO          PIC X(03)     VALUE SPACES.

      *---> Controle de paginacao do relatorio de controle
       77  WK-PAGINA-CTL             PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS-CTL             PIC 9(02)     VALUE 99.
       77  WK-SITUACAO-TXT           PIC X(30)     VALUE SPACES.
       77  WK-DESDE-TXT              PIC X(10)     VALUE SPACES.

      *---> Linha de impressao generica e formatacao de data
       01  WK-LINHA-IMP              PIC X(132)   VALUE SPACES.
       01  WK-DATA-AMD.
           03  FILLER                PIC X(10)    VALUE
               "   MOEDA: ".
           03  CABC-MOEDA            PIC X(03).
           03  FILLER                PIC X(10)    VALUE
               "   DESDE: ".
           03  CABC-DESDE            PIC X(10).

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  FILLER                PIC X(01)    VALUE SPACES.
           03  LG-QTD                PIC ZZZ.ZZ9.

      *---> Linhas do relatorio de controle da emissao
       01  WK-LIN-CTL-CAB1.
           03  FILLER                PIC X(48)    VALUE
               "FINANCEIRO360 - CONTROLE DA EMISSAO DE EXTRATOS".
           03  FILLER                PIC X(16)    VALUE
               "DATA MOVIMENTO: ".
           03  CTL1-DATA             PIC X(10).
           03  FILLER                PIC X(46)    VALUE SPACES.
           03  FILLER                PIC X(08)    VALUE "PAGINA: ".
           03  CTL1-PAGINA           PIC ZZZ9.

       01  WK-LIN-CTL-CAB2.
           03  FILLER                PIC X(07)    VALUE "CONTA".
           03  FILLER                PIC X(32)    VALUE "NOME".
           03  FILLER                PIC X(07)    VALUE "CICLO".
           03  FILLER                PIC X(07)    VALUE "CANAL".
           03  FILLER                PIC X(12)    VALUE "DESDE".
           03  FILLER                PIC X(07)    VALUE " MOVTOS".
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  FILLER                PIC X(30)    VALUE "SITUACAO".

       01  WK-LIN-CTL-DET.
           03  CTLD-IDCONTA          PIC X(04).
           03  FILLER                PIC X(03)    VALUE SPACES.
           03  CTLD-NOME             PIC X(30).
           03  FILLER                PIC X(04)    VALUE SPACES.
           03  CTLD-CICLO            PIC X(01).
           03  FILLER                PIC X(06)    VALUE SPACES.
           03  CTLD-CANAL            PIC X(01).
           03  FILLER                PIC X(04)    VALUE SPACES.
           03  CTLD-DESDE            PIC X(10).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  CTLD-MOVTOS           PIC ZZZ.ZZ9.
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  CTLD-SITUACAO         PIC X(30).

      ******************************************************************
       PROCEDURE                       DIVISION.
       0000-PRINCIPAL                  SECTION.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CADCLI" TO CFG-NOME.
           MOVE WK-ARQ-CADCLI          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCLI.
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
           MOVE "EXTRATO-CTL" TO CFG-NOME.
           MOVE WK-ARQ-CONTROLE        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTROLE.
           MOVE "EXTRATO-EMAIL" TO CFG-NOME.
           MOVE WK-PREFIXO-EMAIL       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-EMAIL.
      *
       0110-OPEN-DATA.
           OPEN I-O     CADCONTA.
           PERFORM 0210-VALIDATE-CADCONTA-OPEN.

           OPEN INPUT CADTRANS.
           PERFORM 0220-VALIDATE-CADTRANS-OPEN.

           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCLI
                       " NA ABERTURA DO ARQUIVO CADCLI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM HISTORICO (NENHUM MES FECHADO AINDA) TODA JANELA
      *----> CABE NO CADTRANS
           OPEN INPUT CADTRANSH.
           EVALUATE WK-FS-CADTRANSH
               WHEN "00"
                   SET HISTORICO-DISPONIVEL TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CADTRANSH
                           " NA ABERTURA DO ARQUIVO CADTRANSH"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           PERFORM 0260-LE-DATA-MOVIMENTO.

           OPEN OUTPUT REL-EXTRATO.
           PERFORM 0230-VALIDATE-RELATORIO-OPEN.

           OPEN OUTPUT REL-CONTROLE.
           IF WK-FS-CONTROLE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTROLE
                       " NA ABERTURA DO RELATORIO DE CONTROLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0200-VALIDATE-DATA              SECTION.
       0210-VALIDATE-CADCONTA-OPEN.
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-AMD.
           PERFORM 0720-FORMATA-DATA.
           MOVE WK-DATA-DMA TO CAB1-DATA.
           MOVE WK-DATA-DMA TO CTL1-DATA.

           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO.
           PERFORM 0660-CALCULA-SERIAL.
           MOVE WK-SERIAL-DATA TO WK-SERIAL-MOVIMENTO.
      ******************************************************************
       0300-PROCESS-DATA               SECTION.
       0310-PROCESS-DATA.
                       MOVE "10" TO WK-FS-CADCONTA
                   NOT AT END
                       PERFORM 0240-VALIDATE-CADCONTA-READ
                       ADD 1 TO WK-QTD-LIDAS
                       PERFORM 0312-VERIFICA-CICLO
                       IF EXTRATO-DEVIDO
                           PERFORM 0314-EMITE-EXTRATO
                       ELSE
                           ADD 1 TO WK-QTD-NAO-DEVIDOS
                       END-IF
               END-READ.
      *
       0312-VERIFICA-CICLO.
      *----> O EXTRATO SAI QUANDO O CICLO DA CONTA VENCE NA DATA DE
      *----> MOVIMENTO: DIARIO SEMPRE; SEMANAL COM SETE DIAS CORRIDOS
      *----> DESDE O ULTIMO; MENSAL NA PRIMEIRA DATA DE UM MES NOVO;
      *----> A PEDIDO SO COM O PEDIDO LIGADO PELO CONTAMAN. A CONTA
      *----> QUE JA TEVE EXTRATO NESTA DATA (REEXECUCAO DA CADEIA OU
      *----> EXTRATO POR CLIENTE) SAI DE NOVO COM A MESMA JANELA.
           SET EXTRATO-NAO-DEVIDO TO TRUE.
           SET EMISSAO-NOVA       TO TRUE.
           MOVE ZEROS TO WK-DATA-ULTIMO.
           MOVE ZEROS TO WK-DATA-ANTERIOR.
           IF EXTRATO-ULTIMO NUMERIC
               MOVE EXTRATO-ULTIMO   TO WK-DATA-ULTIMO
           END-IF.
           IF EXTRATO-ANTERIOR NUMERIC
               MOVE EXTRATO-ANTERIOR TO WK-DATA-ANTERIOR
           END-IF.

           IF WK-DATA-ULTIMO EQUAL WK-DATA-MOVIMENTO
               SET EXTRATO-DEVIDO TO TRUE
               SET REEMISSAO      TO TRUE
               MOVE WK-DATA-ANTERIOR TO WK-DATA-INICIO
               EXIT PARAGRAPH
           END-IF.

           MOVE WK-DATA-ULTIMO TO WK-DATA-INICIO.
           EVALUATE TRUE
               WHEN EXTRATO-SEMANAL
                   IF WK-DATA-ULTIMO EQUAL ZEROS
                       SET EXTRATO-DEVIDO TO TRUE
                   ELSE
                       MOVE WK-DATA-ULTIMO TO WK-DATA-TRANSACAO
                       PERFORM 0660-CALCULA-SERIAL
                       COMPUTE WK-DIAS-DECORRIDOS =
                               WK-SERIAL-MOVIMENTO - WK-SERIAL-DATA
                       IF WK-DIAS-DECORRIDOS NOT LESS THAN 7
                           SET EXTRATO-DEVIDO TO TRUE
                       ELSE
                           ADD 1 TO WK-QTD-PULA-SEMANAL
                       END-IF
                   END-IF
               WHEN EXTRATO-MENSAL
                   IF WK-DATA-ULTIMO(1:6) LESS THAN
                           WK-DATA-MOVIMENTO(1:6)
                       SET EXTRATO-DEVIDO TO TRUE
                   ELSE
                       ADD 1 TO WK-QTD-PULA-MENSAL
                   END-IF
               WHEN EXTRATO-A-PEDIDO
                   IF EXTRATO-SOLICITADO
                       SET EXTRATO-DEVIDO TO TRUE
                   ELSE
                       ADD 1 TO WK-QTD-PULA-PEDIDO
                   END-IF
               WHEN OTHER
                   SET EXTRATO-DEVIDO TO TRUE
           END-EVALUATE.
      *
       0314-EMITE-EXTRATO.
           ADD 1 TO WK-QTD-DEVIDOS.
           IF REEMISSAO
               ADD 1 TO WK-QTD-REEMISSOES
           END-IF.
           MOVE ZEROS TO WK-QTD-MOVTOS.
           PERFORM 0316-DEFINE-DESTINO.
           PERFORM 0360-SALDO-ANTERIOR.
      *----> O EXTRATO DEMONSTRA OS VALORES NA MOEDA DA PROPRIA CONTA
           IF MOEDA-CONTA EQUAL SPACES
               MOVE "BRL"        TO WK-MOEDA-EXTRATO
           ELSE
               MOVE MOEDA-CONTA  TO WK-MOEDA-EXTRATO
           END-IF.

           IF DESTINO-EMAIL
               PERFORM 0370-ABRE-EXTRATO-EMAIL
               PERFORM 0330-VERIFICA-TRANSACAO
               PERFORM 0378-FECHA-EXTRATO-EMAIL
               ADD 1 TO WK-QTD-EMAIL
               MOVE "ENVIADO POR E-MAIL" TO WK-SITUACAO-TXT
           ELSE
               PERFORM 0320-MOSTRA-CABECALHO
               PERFORM 0330-VERIFICA-TRANSACAO
               PERFORM 0350-MOSTRA-RODAPE
               ADD 1 TO WK-TOT-CONTAS
               ADD 1 TO WK-QTD-IMPRESSOS
               IF EMAIL-AUSENTE
                   ADD 1 TO WK-QTD-SEM-EMAIL
                   MOVE "SEM E-MAIL - IMPRESSO" TO WK-SITUACAO-TXT
               ELSE
                   MOVE "IMPRESSO"              TO WK-SITUACAO-TXT
               END-IF
           END-IF.
           PERFORM 0740-LINHA-CONTROLE.
           PERFORM 0318-ATUALIZA-CICLO.
      *
       0316-DEFINE-DESTINO.
      *----> O E-MAIL VAI PARA O ENDERECO DO CLIENTE TITULAR; SEM
      *----> CLIENTE OU SEM ENDERECO O EXTRATO CAI PARA O PAPEL.
           SET DESTINO-PAPEL  TO TRUE.
           SET EMAIL-PRESENTE TO TRUE.
           IF NOT EXTRATO-EMAIL
               EXIT PARAGRAPH
           END-IF.
           SET EMAIL-AUSENTE  TO TRUE.
           IF IDCLI EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE IDCLI TO CL-IDCLI.
           READ CADCLI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CL-EMAIL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           SET EMAIL-PRESENTE TO TRUE.
           SET DESTINO-EMAIL  TO TRUE.
      *
       0318-ATUALIZA-CICLO.
      *----> A DATA DO EXTRATO EMITIDO VAI PARA A CONTA E A ANTERIOR
      *----> E GUARDADA PARA A REEMISSAO; O PEDIDO E ATENDIDO.
           IF REEMISSAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-DATA-ULTIMO    TO EXTRATO-ANTERIOR.
           MOVE WK-DATA-MOVIMENTO TO EXTRATO-ULTIMO.
           MOVE "N"               TO EXTRATO-PEDIDO.
           REWRITE REG-CTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " AO REGRAVAR O CICLO DE EXTRATO DA CONTA "
                       IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0320-MOSTRA-CABECALHO.
      *----> CADA CONTA COMECA EM PAGINA NOVA
           MOVE 99 TO WK-LINHAS.
           MOVE IDCONTA     TO CABC-IDCONTA.
           MOVE NOME        TO CABC-NOME.
           MOVE WK-SALDO-ANTERIOR TO CABC-SALDO-ANT.
           MOVE WK-MOEDA-EXTRATO  TO CABC-MOEDA.
           PERFORM 0325-FORMATA-INICIO.
           MOVE WK-DESDE-TXT TO CABC-DESDE.
           MOVE WK-LIN-CAB-CONTA TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-LIN-CAB-COLUNAS TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0325-FORMATA-INICIO.
      *----> CONTA SEM EXTRATO ANTERIOR PARTE DA ABERTURA DO PERIODO
           IF WK-DATA-INICIO EQUAL ZEROS
               MOVE "ABERTURA"     TO WK-DESDE-TXT
           ELSE
               MOVE WK-DATA-INICIO TO WK-DATA-AMD
               PERFORM 0720-FORMATA-DATA
               MOVE WK-DATA-DMA    TO WK-DESDE-TXT
           END-IF.
      *
       0330-VERIFICA-TRANSACAO.
           SET     NAO-TEM-TRANSACAO      TO TRUE.
           MOVE    WK-SALDO-ANTERIOR      TO SALDOFINAL.

           IF NOT CONTA-ATIVA
               IF DESTINO-PAPEL
                   MOVE SPACES TO WK-LINHA-IMP
                   STRING "  CONTA COM STATUS " STATUS-CONTA
                          " - TRANSACOES NAO DEMONSTRADAS"
                          DELIMITED BY SIZE INTO WK-LINHA-IMP
                   PERFORM 0700-IMPRIME-LINHA
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *----> PRIMEIRO O QUE JA FOI PARA O HISTORICO, DEPOIS O PERIODO
      *----> CORRENTE - A JANELA SEGUE A ORDEM DOS LANCAMENTOS
           IF WK-DATA-INICIO GREATER THAN ZEROS
                   AND HISTORICO-DISPONIVEL
               PERFORM 0332-POSICIONA-HISTORICO
               PERFORM 0334-DEMONSTRA-HISTORICO
                   UNTIL WK-FS-CADTRANSH EQUAL "10"
           END-IF.

           PERFORM 0336-POSICIONA-CADTRANS.
           PERFORM 0338-DEMONSTRA-CADTRANS
               UNTIL WK-FS-CADTRANS EQUAL "10".

           IF NAO-TEM-TRANSACAO AND DESTINO-PAPEL
               IF WK-DATA-INICIO EQUAL ZEROS
                   MOVE "  NENHUMA TRANSACAO NO PERIODO"
                                        TO WK-LINHA-IMP
               ELSE
                   MOVE "  NENHUMA TRANSACAO DESDE O ULTIMO EXTRATO"
                                        TO WK-LINHA-IMP
               END-IF
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
      *
       0332-POSICIONA-HISTORICO.
           MOVE WK-DATA-INICIO(1:6) TO HS-PERIODO.
           MOVE ZEROS               TO HS-IDTRANS.
           MOVE "00"                TO WK-FS-CADTRANSH.
           START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANSH
           END-START.
      *
       0334-DEMONSTRA-HISTORICO.
      *----> O MOVIMENTO ARQUIVADO E CARREGADO NA AREA DO CADTRANS
      *----> PARA SAIR PELA MESMA LINHA DE DETALHE
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-IDCONTA EQUAL IDCONTA
                           AND HS-DATA GREATER THAN WK-DATA-INICIO
                       MOVE HS-DATA         TO FD-DATA
                       MOVE HS-TIPO         TO FD-TIPO
                       MOVE HS-VALOR        TO FD-VALOR
                       MOVE HS-DESCR        TO FD-DESCR
                       MOVE HS-IDCONTA      TO FD-IDCONTA
                       MOVE HS-CATEGORIA    TO FD-CATEGORIA
                       MOVE HS-IDTRANS      TO FD-IDTRANS
                       MOVE HS-CONTRAPARTE  TO FD-CONTRAPARTE
                       MOVE HS-ESTORNO      TO FD-ESTORNO
                       MOVE HS-IDTRANS-ORIG TO FD-IDTRANS-ORIG
                       MOVE HS-MOEDA        TO FD-MOEDA
                       PERFORM 0340-MOSTRA-LINHA-EXTRATO
                   END-IF
           END-READ.
      *
       0336-POSICIONA-CADTRANS.
           MOVE    IDCONTA                TO FD-IDCONTA.
           MOVE    ZEROS                  TO WK-ULTIMO-IDTRANS.
           MOVE    "00"                   TO WK-FS-CADTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
      *
       0338-DEMONSTRA-CADTRANS.
           READ CADTRANS NEXT
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   PERFORM 0250-VALIDATE-CADTRANS-READ
                   IF FD-IDCONTA NOT EQUAL IDCONTA
                           OR FD-IDTRANS EQUAL WK-ULTIMO-IDTRANS
                       MOVE "10" TO WK-FS-CADTRANS
                   ELSE
                       MOVE FD-IDTRANS     TO WK-ULTIMO-IDTRANS
                       IF FD-DATA GREATER THAN WK-DATA-INICIO
                           PERFORM 0340-MOSTRA-LINHA-EXTRATO
                       END-IF
                   END-IF
           END-READ.
      *
       0340-MOSTRA-LINHA-EXTRATO.
           SET TEM-TRANSACAO TO TRUE.
           ADD 1 TO WK-QTD-MOVTOS.
           EVALUATE FD-TIPO
               WHEN 1
                   SUBTRACT FD-VALOR FROM SALDOFINAL
                   ADD      FD-VALOR TO WK-TOT-DEBITOS
                   MOVE "DEBITO "    TO DET-TIPO
                   MOVE "D"          TO WK-TIPO-EMAIL
               WHEN 2
                   ADD      FD-VALOR TO SALDOFINAL
                   ADD      FD-VALOR TO WK-TOT-CREDITOS
                   MOVE "CREDITO"    TO DET-TIPO
                   MOVE "C"          TO WK-TIPO-EMAIL
               WHEN OTHER
                   MOVE "TIPO ? "    TO DET-TIPO
                   MOVE "?"          TO WK-TIPO-EMAIL
           END-EVALUATE.
           IF DESTINO-EMAIL
               PERFORM 0375-GRAVA-DETALHE-EMAIL
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-DATA TO WK-DATA-AMD.
           PERFORM 0720-FORMATA-DATA.
           MOVE SALDOFINAL TO ROD-SALDO.
           MOVE WK-LIN-RODAPE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0360-SALDO-ANTERIOR.
      *----> SALDO NO INICIO DA JANELA = SALDO DE ABERTURA DO PERIODO
      *----> MAIS O MOVIMENTO CORRENTE ATE O ULTIMO EXTRATO, MENOS O
      *----> MOVIMENTO ARQUIVADO DEPOIS DELE (JANELA ANTERIOR AO
      *----> FECHAMENTO). ASSIM O SALDO FINAL DO EXTRATO E SEMPRE O
      *----> SALDO CORRENTE DA CONTA.
           MOVE SALDOINI TO WK-SALDO-ANTERIOR.
           IF WK-DATA-INICIO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF HISTORICO-DISPONIVEL
               PERFORM 0332-POSICIONA-HISTORICO
               PERFORM 0362-DESCONTA-HISTORICO
                   UNTIL WK-FS-CADTRANSH EQUAL "10"
           END-IF.
           PERFORM 0336-POSICIONA-CADTRANS.
           PERFORM 0364-SOMA-CADTRANS
               UNTIL WK-FS-CADTRANS EQUAL "10".
      *
       0362-DESCONTA-HISTORICO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-IDCONTA EQUAL IDCONTA
                           AND HS-DATA GREATER THAN WK-DATA-INICIO
                       EVALUATE HS-TIPO
                           WHEN 1
                               ADD      HS-VALOR TO WK-SALDO-ANTERIOR
                           WHEN 2
                               SUBTRACT HS-VALOR
                                   FROM WK-SALDO-ANTERIOR
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       0364-SOMA-CADTRANS.
           READ CADTRANS NEXT
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   PERFORM 0250-VALIDATE-CADTRANS-READ
                   IF FD-IDCONTA NOT EQUAL IDCONTA
                           OR FD-IDTRANS EQUAL WK-ULTIMO-IDTRANS
                       MOVE "10" TO WK-FS-CADTRANS
                   ELSE
                       MOVE FD-IDTRANS     TO WK-ULTIMO-IDTRANS
                       IF FD-DATA NOT GREATER THAN WK-DATA-INICIO
                           EVALUATE FD-TIPO
                               WHEN 1
                                   SUBTRACT FD-VALOR
                                       FROM WK-SALDO-ANTERIOR
                               WHEN 2
                                   ADD FD-VALOR TO WK-SALDO-ANTERIOR
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
      *
       0370-ABRE-EXTRATO-EMAIL.
      *----> UM ARQUIVO POR CONTA E DATA: HEADER COM O DESTINATARIO E
      *----> O SALDO ANTERIOR, UM DETALHE POR MOVIMENTO, TRAILER COM
      *----> CONTAGEM, HASH DOS VALORES E SALDO FINAL
           MOVE SPACES TO WK-ARQ-EMAIL.
           STRING WK-PREFIXO-EMAIL    DELIMITED BY SPACES
                  "-"                 DELIMITED BY SIZE
                  IDCONTA             DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WK-DATA-MOVIMENTO   DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
               INTO WK-ARQ-EMAIL.
           OPEN OUTPUT EXTRATO-ELETR.
           IF WK-FS-EMAIL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-EMAIL
                       " NA ABERTURA DO EXTRATO ELETRONICO "
                       WK-ARQ-EMAIL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WK-HASH-EMAIL.
           MOVE WK-SALDO-ANTERIOR TO WK-ED-SALDO.
           MOVE SPACES TO WK-LINHA-EMAIL.
           STRING "H;" WK-DATA-MOVIMENTO
                  ";EXTRATO"
                  ";" IDCONTA
                  ";" NOME
                  ";" CL-IDCLI
                  ";" CL-NOME
                  ";" CL-EMAIL
                  ";" WK-MOEDA-EXTRATO
                  ";" WK-DATA-INICIO
                  ";" WK-ED-SALDO
                  ";" STATUS-CONTA
                  DELIMITED BY SIZE INTO WK-LINHA-EMAIL.
           PERFORM 0379-GRAVA-LINHA-EMAIL.
      *
       0375-GRAVA-DETALHE-EMAIL.
           MOVE FD-VALOR   TO WK-ED-VALOR.
           MOVE SALDOFINAL TO WK-ED-SALDO.
           ADD  FD-VALOR   TO WK-HASH-EMAIL.
           MOVE SPACES TO WK-LINHA-EMAIL.
           STRING "D;" FD-DATA
                  ";" WK-TIPO-EMAIL
                  ";" WK-ED-VALOR
                  ";" FD-DESCR
                  ";" FD-CONTRAPARTE
                  ";" WK-ED-SALDO
                  ";" FD-ESTORNO
                  ";" FD-IDTRANS-ORIG
                  DELIMITED BY SIZE INTO WK-LINHA-EMAIL.
           PERFORM 0379-GRAVA-LINHA-EMAIL.
      *
       0378-FECHA-EXTRATO-EMAIL.
           MOVE WK-QTD-MOVTOS TO WK-ED-QTD.
           MOVE WK-HASH-EMAIL TO WK-ED-HASH.
           MOVE SALDOFINAL    TO WK-ED-SALDO.
           MOVE SPACES TO WK-LINHA-EMAIL.
           STRING "T;" WK-ED-QTD ";" WK-ED-HASH ";" WK-ED-SALDO
                  DELIMITED BY SIZE INTO WK-LINHA-EMAIL.
           PERFORM 0379-GRAVA-LINHA-EMAIL.
           CLOSE EXTRATO-ELETR.
      *
       0379-GRAVA-LINHA-EMAIL.
           WRITE REG-EXTRATO-EMAIL FROM WK-LINHA-EMAIL.
           IF WK-FS-EMAIL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-EMAIL
                       " NA GRAVACAO DO EXTRATO ELETRONICO "
                       WK-ARQ-EMAIL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0600-TOTAIS-GERAIS              SECTION.
       0610-TOTAIS-GERAIS.
           MOVE WK-TOT-CREDITOS      TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0620-TOTAIS-CONTROLE.
      *----> FECHO DO RELATORIO DE CONTROLE: DEVIDOS = IMPRESSOS +
      *----> E-MAIL; LIDAS = DEVIDOS + NAO DEVIDOS
           MOVE 99 TO WK-LINHAS-CTL.
           MOVE "TOTAIS DA EMISSAO" TO WK-LINHA-IMP.
           PERFORM 0730-IMPRIME-CONTROLE.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0730-IMPRIME-CONTROLE.
           MOVE "CONTAS LIDAS.................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDAS         TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "EXTRATOS DEVIDOS.............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DEVIDOS       TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  IMPRESSOS..................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-IMPRESSOS     TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "    E-MAIL SEM ENDERECO......."
                                     TO LG-LITERAL.
           MOVE WK-QTD-SEM-EMAIL     TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  ENVIADOS POR E-MAIL........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-EMAIL         TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  REEMISSOES NA MESMA DATA...."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REEMISSOES    TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "NAO DEVIDOS (PULADOS)........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-NAO-DEVIDOS   TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  CICLO SEMANAL..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PULA-SEMANAL  TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  CICLO MENSAL................"
                                     TO LG-LITERAL.
           MOVE WK-QTD-PULA-MENSAL   TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
           MOVE "  A PEDIDO SEM PEDIDO........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PULA-PEDIDO   TO LG-QTD.
           PERFORM 0750-CONTAGEM-CONTROLE.
      ******************************************************************
       0650-DATAS                      SECTION.
       0660-CALCULA-SERIAL.
      *----> NUMERO SERIAL DE DIAS DA DATA EM WK-DATA-TRANSACAO,
      *----> PELO CALENDARIO GREGORIANO - PERMITE SUBTRAIR DUAS
      *----> DATAS PARA OBTER A DIFERENCA EM DIAS CORRIDOS.
           COMPUTE WK-ANO-ANTERIOR = WK-DT-ANO - 1.
           DIVIDE WK-ANO-ANTERIOR BY 4 GIVING WK-BISSEXTOS.
           DIVIDE WK-ANO-ANTERIOR BY 100 GIVING WK-SECULOS.
           DIVIDE WK-ANO-ANTERIOR BY 400 GIVING WK-QUADRISSECULOS.
           PERFORM 0670-DIAS-ACUMULADOS-MES.
           COMPUTE WK-SERIAL-DATA =
                   (WK-DT-ANO * 365) + WK-BISSEXTOS - WK-SECULOS
                   + WK-QUADRISSECULOS + WK-DIAS-ACUMULADOS
                   + WK-DT-DIA.
           IF WK-DT-MES GREATER THAN 2
               PERFORM 0680-VERIFICA-BISSEXTO
               IF ANO-BISSEXTO
                   ADD 1 TO WK-SERIAL-DATA
               END-IF
           END-IF.
      *
       0670-DIAS-ACUMULADOS-MES.
           EVALUATE WK-DT-MES
               WHEN 1
                   MOVE 000 TO WK-DIAS-ACUMULADOS
               WHEN 2
                   MOVE 031 TO WK-DIAS-ACUMULADOS
               WHEN 3
                   MOVE 059 TO WK-DIAS-ACUMULADOS
               WHEN 4
                   MOVE 090 TO WK-DIAS-ACUMULADOS
               WHEN 5
                   MOVE 120 TO WK-DIAS-ACUMULADOS
               WHEN 6
                   MOVE 151 TO WK-DIAS-ACUMULADOS
               WHEN 7
                   MOVE 181 TO WK-DIAS-ACUMULADOS
               WHEN 8
                   MOVE 212 TO WK-DIAS-ACUMULADOS
               WHEN 9
                   MOVE 243 TO WK-DIAS-ACUMULADOS
               WHEN 10
                   MOVE 273 TO WK-DIAS-ACUMULADOS
               WHEN 11
                   MOVE 304 TO WK-DIAS-ACUMULADOS
               WHEN OTHER
                   MOVE 334 TO WK-DIAS-ACUMULADOS
           END-EVALUATE.
      ******************************************************************
       0680-VERIFICA-BISSEXTO          SECTION.
           SET ANO-NAO-BISSEXTO TO TRUE.
           DIVIDE WK-DT-ANO BY 400 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 0680-VERIFICA-BISSEXTO-EXIT
           END-IF.
           DIVIDE WK-DT-ANO BY 100 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               GO TO 0680-VERIFICA-BISSEXTO-EXIT
           END-IF.
           DIVIDE WK-DT-ANO BY 4 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       0680-VERIFICA-BISSEXTO-EXIT.
           EXIT.
      ******************************************************************
       0700-IMPRESSAO                  SECTION.
       0700-IMPRIME-LINHA.
           MOVE WK-AMD-DIA TO WK-DMA-DIA.
           MOVE WK-AMD-MES TO WK-DMA-MES.
           MOVE WK-AMD-ANO TO WK-DMA-ANO.
      *
       0730-IMPRIME-CONTROLE.
           IF WK-LINHAS-CTL GREATER THAN WK-LINHAS-MAX
               PERFORM 0735-CABECALHO-CONTROLE
           END-IF.
           WRITE REG-CONTROLE FROM WK-LINHA-IMP.
           IF WK-FS-CONTROLE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTROLE
                       " NA ESCRITA DO RELATORIO DE CONTROLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-LINHAS-CTL.
      *
       0735-CABECALHO-CONTROLE.
           ADD 1 TO WK-PAGINA-CTL.
           MOVE WK-PAGINA-CTL TO CTL1-PAGINA.
           WRITE REG-CONTROLE FROM WK-LIN-CTL-CAB1.
           MOVE ALL "=" TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           WRITE REG-CONTROLE FROM WK-LIN-CTL-CAB2.
           MOVE SPACES TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE 4 TO WK-LINHAS-CTL.
      *
       0740-LINHA-CONTROLE.
           MOVE IDCONTA         TO CTLD-IDCONTA.
           MOVE NOME            TO CTLD-NOME.
           MOVE EXTRATO-CICLO   TO CTLD-CICLO.
           MOVE EXTRATO-CANAL   TO CTLD-CANAL.
           PERFORM 0325-FORMATA-INICIO.
           MOVE WK-DESDE-TXT    TO CTLD-DESDE.
           MOVE WK-QTD-MOVTOS   TO CTLD-MOVTOS.
           IF REEMISSAO
               MOVE SPACES TO CTLD-SITUACAO
               STRING "REEMISSAO - " WK-SITUACAO-TXT
                      DELIMITED BY "  " INTO CTLD-SITUACAO
           ELSE
               MOVE WK-SITUACAO-TXT TO CTLD-SITUACAO
           END-IF.
           MOVE WK-LIN-CTL-DET  TO WK-LINHA-IMP.
           PERFORM 0730-IMPRIME-CONTROLE.
      *
       0750-CONTAGEM-CONTROLE.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0730-IMPRIME-CONTROLE.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           CLOSE CADTRANS.
           IF HISTORICO-DISPONIVEL
               CLOSE CADTRANSH
           END-IF.
           CLOSE REL-EXTRATO.
           CLOSE REL-CONTROLE.
           DISPLAY "EXTRATO: RELATORIO EMITIDO COM " WK-TOT-CONTAS
                   " CONTAS EM " WK-PAGINA " PAGINAS".
           DISPLAY "EXTRATO: DEVIDOS=" WK-QTD-DEVIDOS
                   " IMPRESSOS=" WK-QTD-IMPRESSOS
                   " E-MAIL=" WK-QTD-EMAIL
                   " PULADOS=" WK-QTD-NAO-DEVIDOS.
      ******************************************************************
       0500-END-PROGRAM                SECTION.
       0510-END-PROGRAM.
