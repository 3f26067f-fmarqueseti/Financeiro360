      ******************************************************************
      * FILE NAME   : RENTREL                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : RENTABILIDADE POR CLIENTE E POR TIPO DE CONTA NO *
      *               PERIODO PEDIDO - SOMA AS TARIFAS COBRADAS (TA,   *
      *               MANUTENCAO E TARIFAS POR EVENTO), OS JUROS PAGOS *
      *               (JU) E O VOLUME MOVIMENTADO DE CADA CONTA EM     *
      *               CADTRANSH (PERIODO FECHADO) OU CADTRANS (PERIODO *
      *               ABERTO), O SALDO MEDIO DIARIO EM SALDOHIST, E    *
      *               CONSOLIDA POR CLIENTE TITULAR (IDCLI) E TIPO DE  *
      *               CONTA, EM BRL PELA TAXA DE CAMBIO DO PERIODO.    *
      *               IMPRIME O RANKING DE CLIENTES PELA CONTRIBUICAO  *
      *               LIQUIDA (TARIFAS MENOS JUROS), O SUBTOTAL POR    *
      *               TIPO DE CONTA E GRAVA O ARQUIVO DELIMITADO PARA  *
      *               A PLANILHA GERENCIAL.                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RENTREL.
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *----> PERIODO DO RELATORIO (AAAAMM) NA LINHA 1; SEM O ARQUIVO
      *----> VALE O PERIODO DA DATA DE MOVIMENTO
           SELECT PARM-PERIODO ASSIGN DYNAMIC WK-ARQ-PARM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-PARM.
      *
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PC-CHAVE
               FILE STATUS  IS WK-FS-PERIODO.
      *
           SELECT CADTRANSH ASSIGN DYNAMIC WK-ARQ-CADTRANSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HS-CHAVE
               FILE STATUS  IS WK-FS-CADTRANSH.
      *
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FD-IDTRANS
               ALTERNATE KEY IS FD-IDCONTA
               WITH DUPLICATES
               FILE STATUS  IS WK-FS-CADTRANS.
      *
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IDCONTA
               FILE STATUS  IS WK-FS-CADCONTA.
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
      *----> TAXAS DE CAMBIO - CONVERTEM AS CONTAS EM MOEDA
      *----> ESTRANGEIRA PARA A MOEDA BASE (BRL)
           SELECT CAMBIO ASSIGN DYNAMIC WK-ARQ-CAMBIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CHAVE
               FILE STATUS  IS WK-FS-CAMBIO.
      *
      *----> ARQUIVO DE TRABALHO - UM REGISTRO POR CLIENTE JA
      *----> CONSOLIDADO, ENTRADA DA CLASSIFICACAO DO RANKING
           SELECT REND-TRAB ASSIGN DYNAMIC WK-ARQ-TRAB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-TRAB.
      *
           SELECT REL-RENTAB ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
           SELECT EXT-SAIDA ASSIGN DYNAMIC WK-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-SAIDA.
      *
      *----> CLASSIFICACAO DAS CONTAS POR CLIENTE E TIPO DE CONTA
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      *----> CLASSIFICACAO DOS CLIENTES PELA CONTRIBUICAO LIQUIDA
           SELECT ARQ-RANKING ASSIGN TO "SORTWK2".
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PARM-PERIODO.
       01  REG-PARM-PERIODO          PIC X(06).

       FD  PERIODO.
       COPY PERIODO.

       FD  CADTRANSH.
       COPY CADTRANSH.

       FD  CADTRANS.
       COPY CADTRANS-REC.

       FD  CADCONTA.
       COPY CADCONTA.

       FD  CADCLI.
       COPY CADCLI.

       FD  SALDOHIST.
       COPY SALDOHIST.

       FD  CAMBIO.
       COPY CAMBIO.

       FD  REND-TRAB
             RECORDING MODE IS F.
       01  REG-REND-TRAB             PIC X(362).

       FD  REL-RENTAB.
       01  REG-IMPRESSAO             PIC X(132).

       FD  EXT-SAIDA.
       01  REG-EXT-SAIDA             PIC X(200).

       SD  ARQ-SORT.
       01  REG-SORT.
           03  S1-IDCLI              PIC X(06).
           03  S1-IX-TIPO            PIC 9(01).
           03  S1-IDCONTA            PIC X(04).
           03  S1-TARIFAS            PIC S9(13)V9(02).
           03  S1-JUROS              PIC S9(13)V9(02).
           03  S1-SALDO-MEDIO        PIC S9(13)V9(02).
           03  S1-QTD-MOV            PIC 9(08).
           03  S1-VOLUME             PIC 9(15)V9(02).

       SD  ARQ-RANKING.
       01  REG-RANKING.
           03  SR-CONTRIB            PIC S9(13)V9(02).
           03  SR-IDCLI              PIC X(06).
           03  SR-REGISTRO           PIC X(362).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PARM              PIC X(100)   VALUE
           "C:\teste\rentrel-periodo.txt".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-SALDOHIST         PIC X(100)   VALUE
           "C:\teste\saldohist.dat".
       77  WK-ARQ-CAMBIO            PIC X(100)   VALUE
           "C:\teste\cambio.dat".
       77  WK-ARQ-TRAB              PIC X(100)   VALUE
           "C:\teste\rentrel.trb".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\rentrel-rel.txt".
       77  WK-PREFIXO-SAIDA         PIC X(100)   VALUE
           "C:\teste\rentrel".
       COPY FINCFG.
       77  WK-ARQ-SAIDA             PIC X(100)    VALUE SPACES.
       77  WK-FS-PARM               PIC X(02)     VALUE ZEROS.
       77  WK-FS-PERIODO            PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANSH          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANS           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCONTA           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCLI             PIC X(02)     VALUE ZEROS.
       77  WK-FS-SALDOHIST          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CAMBIO             PIC X(02)     VALUE ZEROS.
       77  WK-FS-TRAB               PIC X(02)     VALUE ZEROS.
       77  WK-FS-RELATORIO          PIC X(02)     VALUE ZEROS.
       77  WK-FS-SAIDA              PIC X(02)     VALUE ZEROS.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       01  WK-PERIODO-X             PIC X(06)     VALUE SPACES.
       01  WK-PERIODO REDEFINES WK-PERIODO-X.
           03  WK-PER-ANO           PIC 9(04).
           03  WK-PER-MES           PIC 9(02).
      *----> JANELA DO PERIODO - DATAS DE MOVIMENTO, SALDOS DIARIOS E
      *----> TAXAS DE CAMBIO ENTRE O DIA 01 E O DIA 31 DO MES
       77  WK-DATA-INICIO           PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-FIM              PIC 9(08)     VALUE ZEROS.
       01  WK-SW-ORIGEM             PIC X        VALUE "H".
           88  ORIGEM-HISTORICO                   VALUE "H".
           88  ORIGEM-CORRENTE                    VALUE "C".

      *----> MOVIMENTO DO PERIODO POR CONTA - INDICE = NUMERO DA
      *----> CONTA, COMO NO INFREND
       01  WK-TAB-CONTAS.
           03  WK-CT-ENT OCCURS 9999.
               05  WK-CT-TARIFAS    PIC S9(11)V9(02).
               05  WK-CT-JUROS      PIC S9(11)V9(02).
               05  WK-CT-QTD-MOV    PIC 9(06).
               05  WK-CT-VOLUME     PIC 9(13)V9(02).
       77  WK-IX-CONTA              PIC 9(05)     COMP VALUE ZEROS.
       77  WK-QTD-MOV-PERIODO       PIC 9(08)     VALUE ZEROS.

      *----> MOVIMENTO CORRENTE, VINDO DE CADTRANSH OU DE CADTRANS
       01  WK-MOVIMENTO.
           03  WK-MV-IDCONTA        PIC 9(04).
           03  WK-MV-TIPO           PIC 9(01).
           03  WK-MV-VALOR          PIC 9(09)V9(02).
           03  WK-MV-CATEGORIA      PIC X(02).
           03  WK-MV-ESTORNO        PIC X(01).

      *----> SALDO MEDIO DA CONTA EM TRATAMENTO - MEDIA DOS SALDOS
      *----> DE FECHAMENTO DIARIOS DO PERIODO
       77  WK-CONTA-SALDO           PIC X(04)     VALUE SPACES.
       77  WK-SOMA-SALDOS           PIC S9(15)V9(02) VALUE ZEROS.
       77  WK-QTD-DIAS              PIC 9(04)     VALUE ZEROS.
       77  WK-SALDO-MEDIO           PIC S9(13)V9(02) VALUE ZEROS.

      *----> CONVERSAO PARA A MOEDA BASE - ULTIMA TAXA DO PERIODO DE
      *----> CADA MOEDA, GUARDADA NA TABELA DEPOIS DA PRIMEIRA LEITURA
       01  WK-SW-CAMBIO             PIC X        VALUE "N".
           88  CAMBIO-DISPONIVEL                  VALUE "S".
           88  CAMBIO-INDISPONIVEL                VALUE "N".
       01  WK-SW-TAXA               PIC X        VALUE "N".
           88  TAXA-ENCONTRADA                    VALUE "S".
           88  TAXA-AUSENTE                       VALUE "N".
       77  WK-MOEDA-BUSCA           PIC X(03)     VALUE SPACES.
       77  WK-TAXA-DIA              PIC 9(07)V9(06) VALUE ZEROS.
       01  WK-TAB-TAXAS.
           03  WK-TX-ENT OCCURS 50.
               05  WK-TX-MOEDA      PIC X(03).
               05  WK-TX-TAXA       PIC 9(07)V9(06).
       77  WK-QTD-TAXAS             PIC 9(02)     COMP VALUE ZEROS.
       77  WK-IX-TAXA               PIC 9(02)     COMP VALUE ZEROS.
       77  WK-QTD-ESTRANGEIRAS      PIC 9(06)     VALUE ZEROS.

      *----> TIPOS DE CONTA - 1 CORRENTE, 2 POUPANCA, 3 OUTROS
       01  WK-ROTULOS-TIPO.
           03  FILLER               PIC X(20)     VALUE
               "CC/C  CONTA CORRENTE".
           03  FILLER               PIC X(20)     VALUE
               "PPOUP POUPANCA      ".
           03  FILLER               PIC X(20)     VALUE
               "OOUTR OUTROS        ".
       01  WK-TAB-ROTULOS REDEFINES WK-ROTULOS-TIPO.
           03  WK-RT-ENT OCCURS 3.
               05  WK-RT-CODIGO     PIC X(01).
               05  WK-RT-SIGLA      PIC X(05).
               05  WK-RT-NOME       PIC X(14).
       77  WK-IX-TIPO               PIC 9(01)     VALUE ZEROS.
       77  WK-QTD-TIPOS-CLI         PIC 9(01)     VALUE ZEROS.

      *----> CLIENTE CONSOLIDADO - TOTAL E ABERTURA POR TIPO DE CONTA,
      *----> TUDO EM BRL; E O REGISTRO DO ARQUIVO DE TRABALHO
       01  WK-REND-CLIENTE.
           03  RC-IDCLI             PIC X(06).
           03  RC-QTD-CONTAS        PIC 9(04).
           03  RC-TARIFAS           PIC S9(13)V9(02).
           03  RC-JUROS             PIC S9(13)V9(02).
           03  RC-CONTRIB           PIC S9(13)V9(02).
           03  RC-SALDO-MEDIO       PIC S9(13)V9(02).
           03  RC-QTD-MOV           PIC 9(08).
           03  RC-VOLUME            PIC 9(15)V9(02).
           03  RC-TIPO OCCURS 3.
               05  RC-TP-QTD-CONTAS PIC 9(04).
               05  RC-TP-TARIFAS    PIC S9(13)V9(02).
               05  RC-TP-JUROS      PIC S9(13)V9(02).
               05  RC-TP-CONTRIB    PIC S9(13)V9(02).
               05  RC-TP-SALDO-MEDIO PIC S9(13)V9(02).
               05  RC-TP-QTD-MOV    PIC 9(08).
               05  RC-TP-VOLUME     PIC 9(15)V9(02).

      *----> SUBTOTAIS POR TIPO DE CONTA E TOTAL GERAL
       01  WK-TAB-TIPOS.
           03  WK-TT-ENT OCCURS 3.
               05  WK-TT-QTD-CLIENTES PIC 9(06).
               05  WK-TT-QTD-CONTAS PIC 9(06).
               05  WK-TT-TARIFAS    PIC S9(13)V9(02).
               05  WK-TT-JUROS      PIC S9(13)V9(02).
               05  WK-TT-CONTRIB    PIC S9(13)V9(02).
               05  WK-TT-SALDO-MEDIO PIC S9(13)V9(02).
               05  WK-TT-QTD-MOV    PIC 9(08).
               05  WK-TT-VOLUME     PIC 9(15)V9(02).
       01  WK-TOTAL-GERAL.
           03  WK-TG-QTD-CLIENTES   PIC 9(06).
           03  WK-TG-QTD-CONTAS     PIC 9(06).
           03  WK-TG-TARIFAS        PIC S9(13)V9(02).
           03  WK-TG-JUROS          PIC S9(13)V9(02).
           03  WK-TG-CONTRIB        PIC S9(13)V9(02).
           03  WK-TG-SALDO-MEDIO    PIC S9(13)V9(02).
           03  WK-TG-QTD-MOV        PIC 9(08).
           03  WK-TG-VOLUME         PIC 9(15)V9(02).

      *----> QUEBRA POR CLIENTE
       77  WK-CLIENTE-ATUAL         PIC X(06)     VALUE LOW-VALUES.
       77  WK-NOME-CLIENTE          PIC X(30)     VALUE SPACES.
       77  WK-POSICAO               PIC 9(05)     VALUE ZEROS.
       01  WK-SW-CLIENTE            PIC X        VALUE "N".
           88  CLIENTE-ABERTO                     VALUE "S".
           88  NENHUM-CLIENTE                     VALUE "N".
       01  WK-SW-FIM-SORT           PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".

      *----> CONTADORES DE CONFERENCIA
       77  WK-QTD-CLIENTES          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-CONTAS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-FORA              PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CLIENTE       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CADASTRO      PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGISTROS         PIC 9(08)     VALUE ZEROS.
       77  WK-HASH-VALOR            PIC S9(15)V9(02) VALUE ZEROS.

      *----> CAMPOS DO ARQUIVO DELIMITADO - VALORES COM SINAL E DUAS
      *----> DECIMAIS IMPLICITAS, SEM SEPARADOR
       77  WK-ED-TARIFAS            PIC S9(15)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-JUROS              PIC S9(15)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-CONTRIB            PIC S9(15)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-SALDO              PIC S9(15)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-VOLUME             PIC 9(17)     VALUE ZEROS.
       77  WK-ED-HASH               PIC S9(17)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-QTD                PIC 9(08)     VALUE ZEROS.
       01  WK-LINHA-EXT             PIC X(200)    VALUE SPACES.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.

       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - RENTABILIDADE POR CLIENTE".
           03  FILLER               PIC X(09)     VALUE "PERIODO: ".
           03  CAB1-MES             PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  CAB1-ANO             PIC X(04).
           03  FILLER               PIC X(04)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "ORIGEM: ".
           03  CAB1-ORIGEM          PIC X(09).
           03  FILLER               PIC X(41)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(06)     VALUE "  POS ".
           03  FILLER               PIC X(07)     VALUE "IDCLI".
           03  FILLER               PIC X(22)     VALUE "NOME".
           03  FILLER               PIC X(06)     VALUE "TIPO".
           03  FILLER               PIC X(05)     VALUE "CTAS".
           03  FILLER               PIC X(15)     VALUE
               "       TARIFAS ".
           03  FILLER               PIC X(15)     VALUE
               "   JUROS PAGOS ".
           03  FILLER               PIC X(16)     VALUE
               "   CONTRIBUICAO ".
           03  FILLER               PIC X(16)     VALUE
               "    SALDO MEDIO ".
           03  FILLER               PIC X(08)     VALUE
               " MOVTOS ".
           03  FILLER               PIC X(16)     VALUE
               "          VOLUME".

       01  WK-LIN-DETALHE.
           03  DET-POSICAO          PIC ZZZZ9.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-IDCLI            PIC X(06).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-NOME             PIC X(21).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-TIPO             PIC X(05).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-CONTAS           PIC ZZZ9.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-TARIFAS          PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-JUROS            PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-CONTRIB          PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SALDO            PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-QTD-MOV          PIC ZZZZZZ9.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VOLUME           PIC Z.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE                       DIVISION.
       0000-PRINCIPAL                  SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0150-ACUMULA-PERIODO.
           PERFORM 0180-CONFERE-TAXAS.

      *----> PRIMEIRA CLASSIFICACAO: CONTAS POR CLIENTE E TIPO DE
      *----> CONTA, CONSOLIDADAS NO ARQUIVO DE TRABALHO.
           SORT ARQ-SORT
               ON ASCENDING KEY S1-IDCLI S1-IX-TIPO S1-IDCONTA
               INPUT PROCEDURE IS 0800-EXTRAI-CONTAS
               OUTPUT PROCEDURE IS 0850-CONSOLIDA-CLIENTES.

      *----> SEGUNDA CLASSIFICACAO: CLIENTES DA MAIOR PARA A MENOR
      *----> CONTRIBUICAO LIQUIDA - O RANKING IMPRESSO E DELIMITADO.
           SORT ARQ-RANKING
               ON DESCENDING KEY SR-CONTRIB
               ON ASCENDING KEY SR-IDCLI
               INPUT PROCEDURE IS 0900-LIBERA-CLIENTES
               OUTPUT PROCEDURE IS 0950-IMPRIME-RANKING.

           PERFORM 0600-SUBTOTAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA                  SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "RENTREL-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
           MOVE "CADTRANS" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANS        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANS.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "CADCLI" TO CFG-NOME.
           MOVE WK-ARQ-CADCLI          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCLI.
           MOVE "SALDOHIST" TO CFG-NOME.
           MOVE WK-ARQ-SALDOHIST       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-SALDOHIST.
           MOVE "CAMBIO" TO CFG-NOME.
           MOVE WK-ARQ-CAMBIO          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CAMBIO.
           MOVE "RENTREL-TRAB" TO CFG-NOME.
           MOVE WK-ARQ-TRAB            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TRAB.
           MOVE "RENTREL-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "RENTREL-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-SAIDA       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-SAIDA.
      *
       0110-OPEN-DATA.
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

           OPEN INPUT PARM-PERIODO.
           IF WK-FS-PARM EQUAL "00"
               READ PARM-PERIODO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PARM-PERIODO TO WK-PERIODO-X
               END-READ
               CLOSE PARM-PERIODO
           END-IF.
           IF WK-PERIODO-X EQUAL SPACES
               MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-X
           END-IF.
           IF WK-PERIODO-X NOT NUMERIC
                   OR WK-PER-MES LESS THAN 1
                   OR WK-PER-MES GREATER THAN 12
               DISPLAY "RENTREL: PERIODO INVALIDO EM PARM-PERIODO: "
                       WK-PERIODO-X
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-PERIODO-X(5:2) TO CAB1-MES.
           MOVE WK-PERIODO-X(1:4) TO CAB1-ANO.
           COMPUTE WK-DATA-INICIO = WK-PER-ANO * 10000
                                  + WK-PER-MES * 100 + 1.
           COMPUTE WK-DATA-FIM    = WK-PER-ANO * 10000
                                  + WK-PER-MES * 100 + 31.

      *----> PERIODO FECHADO E LIDO NO HISTORICO; O PERIODO AINDA
      *----> ABERTO SO EXISTE EM CADTRANS.
           MOVE WK-PERIODO-X TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "RENTREL: PERIODO " WK-PERIODO-X
                           " NAO CADASTRADO NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF PERIODO-FECHADO
               SET ORIGEM-HISTORICO TO TRUE
               MOVE "CADTRANSH" TO CAB1-ORIGEM
               OPEN INPUT CADTRANSH
               IF WK-FS-CADTRANSH NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CADTRANSH
                           " NA ABERTURA DO ARQUIVO CADTRANSH"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               SET ORIGEM-CORRENTE TO TRUE
               MOVE "CADTRANS"  TO CAB1-ORIGEM
               OPEN INPUT CADTRANS
               IF WK-FS-CADTRANS NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CADTRANS
                           " NA ABERTURA DO ARQUIVO CADTRANS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           CLOSE PERIODO.

           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCLI
                       " NA ABERTURA DO ARQUIVO CADCLI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SALDOS EXPURGADOS PELO RETENMGR FICAM NO ARQUIVO MORTO -
      *----> PARA PERIODOS ANTIGOS APONTAR SALDOHIST PARA ELE NO FINCFG
           OPEN INPUT SALDOHIST.
           IF WK-FS-SALDOHIST NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SALDOHIST
                       " NA ABERTURA DO ARQUIVO SALDOHIST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM ARQUIVO DE CAMBIO O RELATORIO SO CONSEGUE CONVERTER
      *----> A MOEDA BASE - A FALTA SO E FATAL SE HOUVER CONTA EM
      *----> MOEDA ESTRANGEIRA.
           OPEN INPUT CAMBIO.
           IF WK-FS-CAMBIO EQUAL "00"
               SET CAMBIO-DISPONIVEL TO TRUE
           ELSE
               IF WK-FS-CAMBIO NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-CAMBIO
                           " NA ABERTURA DO ARQUIVO CAMBIO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REL-RENTAB.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WK-ARQ-SAIDA.
           STRING WK-PREFIXO-SAIDA DELIMITED BY SPACES
                  "-"              DELIMITED BY SIZE
                  WK-PERIODO-X     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO WK-ARQ-SAIDA.
           OPEN OUTPUT EXT-SAIDA.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA ABERTURA DO ARQUIVO DELIMITADO "
                       WK-ARQ-SAIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "H;" WK-PERIODO-X ";" WK-DATA-MOVIMENTO
                  ";" CAB1-ORIGEM
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.
      *
       0230-GRAVA-LINHA.
           WRITE REG-EXT-SAIDA FROM WK-LINHA-EXT.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA GRAVACAO DO ARQUIVO DELIMITADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-ACUMULA-PERIODO            SECTION.
       0151-ACUMULA-PERIODO.
      *----> UMA PASSADA NO MOVIMENTO DO PERIODO: TARIFAS E JUROS
      *----> LIQUIDOS DOS ESTORNOS (O ESTORNO VEM NA MESMA CATEGORIA
      *----> COM O TIPO INVERTIDO) E O VOLUME SEM OS PARES ESTORNADOS
           INITIALIZE WK-TAB-CONTAS.
           IF ORIGEM-HISTORICO
               MOVE WK-PERIODO-X TO HS-PERIODO
               MOVE ZEROS        TO HS-IDTRANS
               START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WK-FS-CADTRANSH
               END-START
               PERFORM 0155-LE-HISTORICO
                   UNTIL WK-FS-CADTRANSH EQUAL "10"
           ELSE
               MOVE ZEROS TO FD-IDTRANS
               START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
                   INVALID KEY
                       MOVE "10" TO WK-FS-CADTRANS
               END-START
               PERFORM 0156-LE-CORRENTE
                   UNTIL WK-FS-CADTRANS EQUAL "10"
           END-IF.
           GO TO 0159-ACUMULA-PERIODO-EXIT.
      *
       0155-LE-HISTORICO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-PERIODO NOT EQUAL WK-PERIODO-X
                       MOVE "10" TO WK-FS-CADTRANSH
                   ELSE
                       MOVE HS-IDCONTA   TO WK-MV-IDCONTA
                       MOVE HS-TIPO      TO WK-MV-TIPO
                       MOVE HS-VALOR     TO WK-MV-VALOR
                       MOVE HS-CATEGORIA TO WK-MV-CATEGORIA
                       MOVE HS-ESTORNO   TO WK-MV-ESTORNO
                       PERFORM 0157-SOMA-MOVIMENTO
                   END-IF
           END-READ.
      *
       0156-LE-CORRENTE.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   IF FD-DATA NOT LESS THAN WK-DATA-INICIO
                           AND FD-DATA NOT GREATER THAN WK-DATA-FIM
                       MOVE FD-IDCONTA   TO WK-MV-IDCONTA
                       MOVE FD-TIPO      TO WK-MV-TIPO
                       MOVE FD-VALOR     TO WK-MV-VALOR
                       MOVE FD-CATEGORIA TO WK-MV-CATEGORIA
                       MOVE FD-ESTORNO   TO WK-MV-ESTORNO
                       PERFORM 0157-SOMA-MOVIMENTO
                   END-IF
           END-READ.
      *
       0157-SOMA-MOVIMENTO.
           IF WK-MV-IDCONTA EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-MOV-PERIODO.
           MOVE WK-MV-IDCONTA TO WK-IX-CONTA.
           EVALUATE TRUE
               WHEN WK-MV-CATEGORIA EQUAL "TA" AND WK-MV-TIPO EQUAL 1
                   ADD WK-MV-VALOR TO WK-CT-TARIFAS(WK-IX-CONTA)
               WHEN WK-MV-CATEGORIA EQUAL "TA" AND WK-MV-TIPO EQUAL 2
                   SUBTRACT WK-MV-VALOR
                       FROM WK-CT-TARIFAS(WK-IX-CONTA)
               WHEN WK-MV-CATEGORIA EQUAL "JU" AND WK-MV-TIPO EQUAL 2
                   ADD WK-MV-VALOR TO WK-CT-JUROS(WK-IX-CONTA)
               WHEN WK-MV-CATEGORIA EQUAL "JU" AND WK-MV-TIPO EQUAL 1
                   SUBTRACT WK-MV-VALOR
                       FROM WK-CT-JUROS(WK-IX-CONTA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WK-MV-ESTORNO EQUAL SPACES
               ADD 1           TO WK-CT-QTD-MOV(WK-IX-CONTA)
               ADD WK-MV-VALOR TO WK-CT-VOLUME(WK-IX-CONTA)
           END-IF.
       0159-ACUMULA-PERIODO-EXIT.
           EXIT.
      ******************************************************************
       0180-CONFERE-TAXAS              SECTION.
       0181-CONFERE-TAXAS.
      *----> ANTES DE QUALQUER IMPRESSAO, TODA MOEDA ESTRANGEIRA DO
      *----> CADASTRO PRECISA TER TAXA NO PERIODO - O RELATORIO NAO
      *----> PODE SAIR COM TOTAL PARCIALMENTE CONVERTIDO.
           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0185-CONFERE-MOEDA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           CLOSE CADCONTA.

      *----> REABRE PARA A EXTRACAO DA CLASSIFICACAO
           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA REABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           GO TO 0189-CONFERE-TAXAS-EXIT.
      *
       0185-CONFERE-MOEDA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   MOVE MOEDA-CONTA TO WK-MOEDA-BUSCA
                   PERFORM 0750-CAMBIO
           END-READ.
       0189-CONFERE-TAXAS-EXIT.
           EXIT.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO POR CLIENTE E TIPO DE CONTA
      ******************************************************************
       0800-EXTRAI-CONTAS              SECTION.
       0810-EXTRAI-CONTAS.
           PERFORM 0820-LIBERA-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           GO TO 0839-EXTRAI-CONTAS-EXIT.
      *
       0820-LIBERA-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   PERFORM 0825-AVALIA-CONTA
           END-READ.
      *
       0825-AVALIA-CONTA.
           MOVE ZEROS TO S1-TARIFAS.
           MOVE ZEROS TO S1-JUROS.
           MOVE ZEROS TO S1-QTD-MOV.
           MOVE ZEROS TO S1-VOLUME.
           IF IDCONTA IS NUMERIC AND IDCONTA GREATER THAN ZEROS
               MOVE IDCONTA TO WK-IX-CONTA
               MOVE WK-CT-TARIFAS(WK-IX-CONTA) TO S1-TARIFAS
               MOVE WK-CT-JUROS(WK-IX-CONTA)   TO S1-JUROS
               MOVE WK-CT-QTD-MOV(WK-IX-CONTA) TO S1-QTD-MOV
               MOVE WK-CT-VOLUME(WK-IX-CONTA)  TO S1-VOLUME
           END-IF.
           PERFORM 0830-SALDO-MEDIO.

      *----> CONTA SEM MOVIMENTO E SEM SALDO DIARIO NO PERIODO NAO
      *----> EXISTIA OU JA ESTAVA ENCERRADA - FICA FORA, SO CONTADA.
           IF WK-QTD-DIAS EQUAL ZEROS
                   AND S1-QTD-MOV EQUAL ZEROS
                   AND S1-TARIFAS EQUAL ZEROS
                   AND S1-JUROS EQUAL ZEROS
               ADD 1 TO WK-QTD-FORA
               EXIT PARAGRAPH
           END-IF.

      *----> CONTA SEM CLIENTE TITULAR ENTRA AGRUPADA SOB IDCLI EM
      *----> BRANCO, PARA OS SUBTOTAIS FECHAREM COM O CADASTRO.
           IF IDCLI EQUAL SPACES
               ADD 1 TO WK-QTD-SEM-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN CONTA-CORRENTE
                   MOVE 1 TO S1-IX-TIPO
               WHEN CONTA-POUPANCA
                   MOVE 2 TO S1-IX-TIPO
               WHEN OTHER
                   MOVE 3 TO S1-IX-TIPO
           END-EVALUATE.

           MOVE MOEDA-CONTA TO WK-MOEDA-BUSCA.
           PERFORM 0750-CAMBIO.
           IF WK-TAXA-DIA NOT EQUAL 1
               ADD 1 TO WK-QTD-ESTRANGEIRAS
           END-IF.
           COMPUTE S1-TARIFAS ROUNDED     = S1-TARIFAS * WK-TAXA-DIA.
           COMPUTE S1-JUROS ROUNDED       = S1-JUROS * WK-TAXA-DIA.
           COMPUTE S1-SALDO-MEDIO ROUNDED = WK-SALDO-MEDIO
                                          * WK-TAXA-DIA.
           COMPUTE S1-VOLUME ROUNDED      = S1-VOLUME * WK-TAXA-DIA.
           MOVE IDCLI   TO S1-IDCLI.
           MOVE IDCONTA TO S1-IDCONTA.
           ADD 1 TO WK-QTD-CONTAS.
           RELEASE REG-SORT.
      *
       0830-SALDO-MEDIO.
      *----> MEDIA DOS SALDOS DE FECHAMENTO DIARIOS DO PERIODO; SEM
      *----> SALDO DIARIO NO PERIODO A MEDIA E ZERO
           MOVE ZEROS TO WK-SOMA-SALDOS.
           MOVE ZEROS TO WK-QTD-DIAS.
           MOVE ZEROS TO WK-SALDO-MEDIO.
           MOVE IDCONTA        TO WK-CONTA-SALDO.
           MOVE IDCONTA        TO SH-IDCONTA.
           MOVE WK-DATA-INICIO TO SH-DATA.
           MOVE "00"           TO WK-FS-SALDOHIST.
           START SALDOHIST KEY IS NOT LESS THAN SH-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-SALDOHIST
           END-START.
           PERFORM 0835-LE-SALDO
               UNTIL WK-FS-SALDOHIST EQUAL "10".
           IF WK-QTD-DIAS GREATER THAN ZEROS
               COMPUTE WK-SALDO-MEDIO ROUNDED =
                       WK-SOMA-SALDOS / WK-QTD-DIAS
           END-IF.
      *
       0835-LE-SALDO.
           READ SALDOHIST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-SALDOHIST
               NOT AT END
                   IF SH-IDCONTA NOT EQUAL WK-CONTA-SALDO
                           OR SH-DATA GREATER THAN WK-DATA-FIM
                       MOVE "10" TO WK-FS-SALDOHIST
                   ELSE
                       ADD 1        TO WK-QTD-DIAS
                       ADD SH-SALDO TO WK-SOMA-SALDOS
                   END-IF
           END-READ.
       0839-EXTRAI-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0850-CONSOLIDA-CLIENTES         SECTION.
       0855-CONSOLIDA-CLIENTES.
           OPEN OUTPUT REND-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WK-TAB-TIPOS.
           SET TEM-SORT TO TRUE.
           PERFORM 0890-RETORNA-CONTA.
           PERFORM 0860-CONSOLIDA-CONTA
               UNTIL FIM-SORT.

      *----> FECHA O ULTIMO CLIENTE DO ARQUIVO
           IF CLIENTE-ABERTO
               PERFORM 0870-GRAVA-CLIENTE
           END-IF.
           CLOSE REND-TRAB.
           GO TO 0899-CONSOLIDA-CLIENTES-EXIT.
      *
       0860-CONSOLIDA-CONTA.
           IF S1-IDCLI NOT EQUAL WK-CLIENTE-ATUAL
               IF CLIENTE-ABERTO
                   PERFORM 0870-GRAVA-CLIENTE
               END-IF
               INITIALIZE WK-REND-CLIENTE
               MOVE S1-IDCLI TO RC-IDCLI
               MOVE S1-IDCLI TO WK-CLIENTE-ATUAL
               SET CLIENTE-ABERTO TO TRUE
           END-IF.
           MOVE S1-IX-TIPO TO WK-IX-TIPO.
           IF RC-TP-QTD-CONTAS(WK-IX-TIPO) EQUAL ZEROS
               ADD 1 TO WK-TT-QTD-CLIENTES(WK-IX-TIPO)
           END-IF.

           ADD 1              TO RC-QTD-CONTAS.
           ADD S1-TARIFAS     TO RC-TARIFAS.
           ADD S1-JUROS       TO RC-JUROS.
           ADD S1-SALDO-MEDIO TO RC-SALDO-MEDIO.
           ADD S1-QTD-MOV     TO RC-QTD-MOV.
           ADD S1-VOLUME      TO RC-VOLUME.

           ADD 1              TO RC-TP-QTD-CONTAS(WK-IX-TIPO).
           ADD S1-TARIFAS     TO RC-TP-TARIFAS(WK-IX-TIPO).
           ADD S1-JUROS       TO RC-TP-JUROS(WK-IX-TIPO).
           ADD S1-SALDO-MEDIO TO RC-TP-SALDO-MEDIO(WK-IX-TIPO).
           ADD S1-QTD-MOV     TO RC-TP-QTD-MOV(WK-IX-TIPO).
           ADD S1-VOLUME      TO RC-TP-VOLUME(WK-IX-TIPO).

           ADD 1              TO WK-TT-QTD-CONTAS(WK-IX-TIPO).
           ADD S1-TARIFAS     TO WK-TT-TARIFAS(WK-IX-TIPO).
           ADD S1-JUROS       TO WK-TT-JUROS(WK-IX-TIPO).
           ADD S1-SALDO-MEDIO TO WK-TT-SALDO-MEDIO(WK-IX-TIPO).
           ADD S1-QTD-MOV     TO WK-TT-QTD-MOV(WK-IX-TIPO).
           ADD S1-VOLUME      TO WK-TT-VOLUME(WK-IX-TIPO).
           PERFORM 0890-RETORNA-CONTA.
      *
       0870-GRAVA-CLIENTE.
      *----> CONTRIBUICAO LIQUIDA = TARIFAS COBRADAS - JUROS PAGOS
           COMPUTE RC-CONTRIB = RC-TARIFAS - RC-JUROS.
           PERFORM 0875-CONTRIB-DO-TIPO
               VARYING WK-IX-TIPO FROM 1 BY 1
               UNTIL WK-IX-TIPO GREATER THAN 3.
           WRITE REG-REND-TRAB FROM WK-REND-CLIENTE.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ESCRITA DO ARQUIVO DE TRABALHO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-QTD-CLIENTES.
      *
       0875-CONTRIB-DO-TIPO.
           COMPUTE RC-TP-CONTRIB(WK-IX-TIPO) =
                   RC-TP-TARIFAS(WK-IX-TIPO) - RC-TP-JUROS(WK-IX-TIPO).
      *
       0890-RETORNA-CONTA.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-CONSOLIDA-CLIENTES-EXIT.
           EXIT.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO DO RANKING
      ******************************************************************
       0900-LIBERA-CLIENTES            SECTION.
       0905-LIBERA-CLIENTES.
           OPEN INPUT REND-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA RELEITURA DO ARQUIVO DE TRABALHO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0910-LIBERA-CLIENTE
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE REND-TRAB.
           GO TO 0919-LIBERA-CLIENTES-EXIT.
      *
       0910-LIBERA-CLIENTE.
           READ REND-TRAB INTO WK-REND-CLIENTE
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   MOVE RC-CONTRIB    TO SR-CONTRIB
                   MOVE RC-IDCLI      TO SR-IDCLI
                   MOVE REG-REND-TRAB TO SR-REGISTRO
                   RELEASE REG-RANKING
           END-READ.
       0919-LIBERA-CLIENTES-EXIT.
           EXIT.
      ******************************************************************
       0950-IMPRIME-RANKING            SECTION.
       0955-IMPRIME-RANKING.
           MOVE 99 TO WK-LINHAS.
           MOVE "RANKING DE CLIENTES POR CONTRIBUICAO LIQUIDA"
                                     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           SET TEM-SORT TO TRUE.
           PERFORM 0990-RETORNA-CLIENTE.
           PERFORM 0960-IMPRIME-CLIENTE
               UNTIL FIM-SORT.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "  CONTRIBUICAO = TARIFAS COBRADAS (TA) - JUROS "
                  "PAGOS (JU), LIQUIDOS DE ESTORNOS; VOLUME SEM OS "
                  "MOVIMENTOS ESTORNADOS"
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "  VALORES EM BRL - CONTAS EM MOEDA ESTRANGEIRA "
                  "CONVERTIDAS PELA ULTIMA TAXA DE CAMBIO DO PERIODO"
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           GO TO 0999-IMPRIME-RANKING-EXIT.
      *
       0960-IMPRIME-CLIENTE.
           MOVE SR-REGISTRO TO WK-REND-CLIENTE.
           ADD 1 TO WK-POSICAO.
           IF RC-IDCLI EQUAL SPACES
               MOVE "(CONTAS SEM TITULAR)" TO WK-NOME-CLIENTE
           ELSE
               MOVE RC-IDCLI TO CL-IDCLI
               READ CADCLI
                   INVALID KEY
                       ADD 1 TO WK-QTD-SEM-CADASTRO
                       MOVE "(CLIENTE NAO CADASTRADO)"
                                             TO WK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE CL-NOME          TO WK-NOME-CLIENTE
               END-READ
           END-IF.

      *----> CLIENTE COM UM SO TIPO DE CONTA SAI NUMA LINHA; COM MAIS
      *----> DE UM, A LINHA DO CLIENTE TRAZ O TOTAL E CADA TIPO VEM
      *----> ABERTO LOGO ABAIXO.
           MOVE ZEROS TO WK-QTD-TIPOS-CLI.
           PERFORM 0965-CONTA-TIPO
               VARYING WK-IX-TIPO FROM 1 BY 1
               UNTIL WK-IX-TIPO GREATER THAN 3.

           MOVE SPACES          TO WK-LIN-DETALHE.
           MOVE WK-POSICAO      TO DET-POSICAO.
           MOVE RC-IDCLI        TO DET-IDCLI.
           MOVE WK-NOME-CLIENTE TO DET-NOME.
           IF WK-QTD-TIPOS-CLI GREATER THAN 1
               MOVE "TOTAL"     TO DET-TIPO
           ELSE
               PERFORM 0966-TIPO-UNICO
                   VARYING WK-IX-TIPO FROM 1 BY 1
                   UNTIL WK-IX-TIPO GREATER THAN 3
           END-IF.
           MOVE RC-QTD-CONTAS   TO DET-CONTAS.
           MOVE RC-TARIFAS      TO DET-TARIFAS.
           MOVE RC-JUROS        TO DET-JUROS.
           MOVE RC-CONTRIB      TO DET-CONTRIB.
           MOVE RC-SALDO-MEDIO  TO DET-SALDO.
           MOVE RC-QTD-MOV      TO DET-QTD-MOV.
           MOVE RC-VOLUME       TO DET-VOLUME.
           MOVE WK-LIN-DETALHE  TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           PERFORM 0970-IMPRIME-TIPO
               VARYING WK-IX-TIPO FROM 1 BY 1
               UNTIL WK-IX-TIPO GREATER THAN 3.
           PERFORM 0990-RETORNA-CLIENTE.
      *
       0965-CONTA-TIPO.
           IF RC-TP-QTD-CONTAS(WK-IX-TIPO) GREATER THAN ZEROS
               ADD 1 TO WK-QTD-TIPOS-CLI
           END-IF.
      *
       0966-TIPO-UNICO.
           IF RC-TP-QTD-CONTAS(WK-IX-TIPO) GREATER THAN ZEROS
               MOVE WK-RT-SIGLA(WK-IX-TIPO) TO DET-TIPO
           END-IF.
      *
       0970-IMPRIME-TIPO.
           IF RC-TP-QTD-CONTAS(WK-IX-TIPO) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WK-QTD-TIPOS-CLI GREATER THAN 1
               MOVE SPACES                        TO WK-LIN-DETALHE
               MOVE WK-RT-SIGLA(WK-IX-TIPO)       TO DET-TIPO
               MOVE RC-TP-QTD-CONTAS(WK-IX-TIPO)  TO DET-CONTAS
               MOVE RC-TP-TARIFAS(WK-IX-TIPO)     TO DET-TARIFAS
               MOVE RC-TP-JUROS(WK-IX-TIPO)       TO DET-JUROS
               MOVE RC-TP-CONTRIB(WK-IX-TIPO)     TO DET-CONTRIB
               MOVE RC-TP-SALDO-MEDIO(WK-IX-TIPO) TO DET-SALDO
               MOVE RC-TP-QTD-MOV(WK-IX-TIPO)     TO DET-QTD-MOV
               MOVE RC-TP-VOLUME(WK-IX-TIPO)      TO DET-VOLUME
               MOVE WK-LIN-DETALHE                TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.

      *----> UMA LINHA DO ARQUIVO DELIMITADO POR CLIENTE E TIPO DE
      *----> CONTA, NA ORDEM DO RANKING
           COMPUTE WK-ED-TARIFAS = RC-TP-TARIFAS(WK-IX-TIPO) * 100.
           COMPUTE WK-ED-JUROS   = RC-TP-JUROS(WK-IX-TIPO) * 100.
           COMPUTE WK-ED-CONTRIB = RC-TP-CONTRIB(WK-IX-TIPO) * 100.
           COMPUTE WK-ED-SALDO   = RC-TP-SALDO-MEDIO(WK-IX-TIPO) * 100.
           COMPUTE WK-ED-VOLUME  = RC-TP-VOLUME(WK-IX-TIPO) * 100.
           MOVE RC-TP-QTD-MOV(WK-IX-TIPO) TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "D;" WK-POSICAO
                  ";" RC-IDCLI
                  ";" WK-NOME-CLIENTE
                  ";" WK-RT-CODIGO(WK-IX-TIPO)
                  ";" RC-TP-QTD-CONTAS(WK-IX-TIPO)
                  ";" WK-ED-TARIFAS
                  ";" WK-ED-JUROS
                  ";" WK-ED-CONTRIB
                  ";" WK-ED-SALDO
                  ";" WK-ED-QTD
                  ";" WK-ED-VOLUME
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.
           ADD 1 TO WK-QTD-REGISTROS.
           ADD RC-TP-CONTRIB(WK-IX-TIPO) TO WK-HASH-VALOR.
      *
       0990-RETORNA-CLIENTE.
           RETURN ARQ-RANKING
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0999-IMPRIME-RANKING-EXIT.
           EXIT.
      ******************************************************************
       0600-SUBTOTAIS                  SECTION.
       0605-SUBTOTAL-POR-TIPO.
      *----> PAGINA FINAL: UMA LINHA POR TIPO DE CONTA E O TOTAL
      *----> GERAL DO PERIODO
           MOVE 99 TO WK-LINHAS.
           MOVE "SUBTOTAL POR TIPO DE CONTA" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           INITIALIZE WK-TOTAL-GERAL.
           MOVE WK-QTD-CLIENTES TO WK-TG-QTD-CLIENTES.
           PERFORM 0610-IMPRIME-SUBTOTAL
               VARYING WK-IX-TIPO FROM 1 BY 1
               UNTIL WK-IX-TIPO GREATER THAN 3.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES            TO WK-LIN-DETALHE.
           MOVE "TOTAL GERAL"     TO DET-NOME.
           MOVE WK-TG-QTD-CONTAS  TO DET-CONTAS.
           MOVE WK-TG-TARIFAS     TO DET-TARIFAS.
           MOVE WK-TG-JUROS       TO DET-JUROS.
           MOVE WK-TG-CONTRIB     TO DET-CONTRIB.
           MOVE WK-TG-SALDO-MEDIO TO DET-SALDO.
           MOVE WK-TG-QTD-MOV     TO DET-QTD-MOV.
           MOVE WK-TG-VOLUME      TO DET-VOLUME.
           MOVE WK-LIN-DETALHE    TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "  CLIENTES NO PERIODO: " WK-TG-QTD-CLIENTES
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           GO TO 0619-SUBTOTAL-POR-TIPO-EXIT.
      *
       0610-IMPRIME-SUBTOTAL.
           COMPUTE WK-TT-CONTRIB(WK-IX-TIPO) =
                   WK-TT-TARIFAS(WK-IX-TIPO) - WK-TT-JUROS(WK-IX-TIPO).
           ADD WK-TT-QTD-CONTAS(WK-IX-TIPO)  TO WK-TG-QTD-CONTAS.
           ADD WK-TT-TARIFAS(WK-IX-TIPO)     TO WK-TG-TARIFAS.
           ADD WK-TT-JUROS(WK-IX-TIPO)       TO WK-TG-JUROS.
           ADD WK-TT-CONTRIB(WK-IX-TIPO)     TO WK-TG-CONTRIB.
           ADD WK-TT-SALDO-MEDIO(WK-IX-TIPO) TO WK-TG-SALDO-MEDIO.
           ADD WK-TT-QTD-MOV(WK-IX-TIPO)     TO WK-TG-QTD-MOV.
           ADD WK-TT-VOLUME(WK-IX-TIPO)      TO WK-TG-VOLUME.

           MOVE SPACES                        TO WK-LIN-DETALHE.
           MOVE WK-TT-QTD-CLIENTES(WK-IX-TIPO) TO DET-POSICAO.
           MOVE WK-RT-NOME(WK-IX-TIPO)        TO DET-NOME.
           MOVE WK-RT-SIGLA(WK-IX-TIPO)       TO DET-TIPO.
           MOVE WK-TT-QTD-CONTAS(WK-IX-TIPO)  TO DET-CONTAS.
           MOVE WK-TT-TARIFAS(WK-IX-TIPO)     TO DET-TARIFAS.
           MOVE WK-TT-JUROS(WK-IX-TIPO)       TO DET-JUROS.
           MOVE WK-TT-CONTRIB(WK-IX-TIPO)     TO DET-CONTRIB.
           MOVE WK-TT-SALDO-MEDIO(WK-IX-TIPO) TO DET-SALDO.
           MOVE WK-TT-QTD-MOV(WK-IX-TIPO)     TO DET-QTD-MOV.
           MOVE WK-TT-VOLUME(WK-IX-TIPO)      TO DET-VOLUME.
           MOVE WK-LIN-DETALHE                TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
       0619-SUBTOTAL-POR-TIPO-EXIT.
           EXIT.
      ******************************************************************
       0700-IMPRESSAO                  SECTION.
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
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB-COLUNAS.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 4 TO WK-LINHAS.
      ******************************************************************
       0750-CAMBIO                     SECTION.
       0760-BUSCA-TAXA.
      *----> TAXA DO PERIODO PARA A MOEDA PEDIDA; A MOEDA BASE (OU
      *----> BRANCOS DO ESTOQUE ANTIGO) CONVERTE POR UM. VALE A
      *----> ULTIMA TAXA CADASTRADA ENTRE O DIA 01 E O DIA 31 DO MES.
           IF WK-MOEDA-BUSCA EQUAL SPACES
                   OR WK-MOEDA-BUSCA EQUAL "BRL"
               MOVE 1 TO WK-TAXA-DIA
               GO TO 0779-BUSCA-TAXA-EXIT
           END-IF.
           SET TAXA-AUSENTE TO TRUE.
           PERFORM 0765-PROCURA-TABELA
               VARYING WK-IX-TAXA FROM 1 BY 1
               UNTIL WK-IX-TAXA GREATER THAN WK-QTD-TAXAS
                  OR TAXA-ENCONTRADA.
           IF TAXA-ENCONTRADA
               GO TO 0779-BUSCA-TAXA-EXIT
           END-IF.

           IF CAMBIO-INDISPONIVEL
               DISPLAY "RENTREL: SEM ARQUIVO DE CAMBIO PARA A "
                       "MOEDA " WK-MOEDA-BUSCA " (CAMBIOCAD)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-MOEDA-BUSCA TO CB-MOEDA.
           MOVE WK-DATA-INICIO TO CB-DATA.
           MOVE "00"           TO WK-FS-CAMBIO.
           START CAMBIO KEY IS NOT LESS THAN CB-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CAMBIO
           END-START.
           PERFORM 0770-LE-TAXA
               UNTIL WK-FS-CAMBIO EQUAL "10".
           IF TAXA-AUSENTE
               DISPLAY "RENTREL: TAXA DE CAMBIO AUSENTE PARA "
                       WK-MOEDA-BUSCA " NO PERIODO " WK-PERIODO-X
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-QTD-TAXAS LESS THAN 50
               ADD 1 TO WK-QTD-TAXAS
               MOVE WK-MOEDA-BUSCA TO WK-TX-MOEDA(WK-QTD-TAXAS)
               MOVE WK-TAXA-DIA    TO WK-TX-TAXA(WK-QTD-TAXAS)
           END-IF.
           GO TO 0779-BUSCA-TAXA-EXIT.
      *
       0765-PROCURA-TABELA.
           IF WK-TX-MOEDA(WK-IX-TAXA) EQUAL WK-MOEDA-BUSCA
               MOVE WK-TX-TAXA(WK-IX-TAXA) TO WK-TAXA-DIA
               SET TAXA-ENCONTRADA TO TRUE
           END-IF.
      *
       0770-LE-TAXA.
           READ CAMBIO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CAMBIO
               NOT AT END
                   IF CB-MOEDA NOT EQUAL WK-MOEDA-BUSCA
                           OR CB-DATA GREATER THAN WK-DATA-FIM
                       MOVE "10" TO WK-FS-CAMBIO
                   ELSE
                       MOVE CB-TAXA TO WK-TAXA-DIA
                       SET TAXA-ENCONTRADA TO TRUE
                   END-IF
           END-READ.
       0779-BUSCA-TAXA-EXIT.
           EXIT.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           MOVE WK-QTD-REGISTROS TO WK-ED-QTD.
           COMPUTE WK-ED-HASH = WK-HASH-VALOR * 100.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "T;" WK-ED-QTD ";" WK-ED-HASH
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.

           IF ORIGEM-HISTORICO
               CLOSE CADTRANSH
           ELSE
               CLOSE CADTRANS
           END-IF.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           CLOSE SALDOHIST.
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO
           END-IF.
           CLOSE REL-RENTAB.
           CLOSE EXT-SAIDA.
           DISPLAY "RENTREL: PERIODO " WK-PERIODO-X " - "
                   WK-QTD-CLIENTES " CLIENTES E " WK-QTD-CONTAS
                   " CONTAS EM " WK-PAGINA " PAGINAS; ARQUIVO "
                   WK-ARQ-SAIDA.
           DISPLAY "RENTREL: MOVIMENTOS DO PERIODO LIDOS "
                   WK-QTD-MOV-PERIODO.
           IF WK-QTD-ESTRANGEIRAS GREATER THAN ZEROS
               DISPLAY "RENTREL: " WK-QTD-ESTRANGEIRAS
                       " CONTAS EM MOEDA ESTRANGEIRA CONVERTIDAS"
           END-IF.
           IF WK-QTD-FORA GREATER THAN ZEROS
               DISPLAY "RENTREL: " WK-QTD-FORA
                       " CONTAS SEM EXISTENCIA NO PERIODO FORA DO "
                       "RELATORIO"
           END-IF.
      *----> CONTA SEM TITULAR OU TITULAR SEM CADASTRO SAI NO
      *----> RELATORIO, MAS PEDE CONFERENCIA ANTES DA ENTREGA
           IF WK-QTD-SEM-CLIENTE GREATER THAN ZEROS
               DISPLAY "RENTREL: " WK-QTD-SEM-CLIENTE
                       " CONTAS SEM CLIENTE TITULAR (AGRUPADAS)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-QTD-SEM-CADASTRO GREATER THAN ZEROS
               DISPLAY "RENTREL: " WK-QTD-SEM-CADASTRO
                       " CLIENTES TITULARES SEM CADASTRO EM CADCLI"
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM                SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM RENTREL.
