      ******************************************************************
      * FILE NAME   : INFREND                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : INFORME DE RENDIMENTOS ANUAL POR CLIENTE - PARA  *
      *               O ANO-CALENDARIO PEDIDO (DOZE PERIODOS FECHADOS) *
      *               SOMA EM CADTRANSH OS JUROS CREDITADOS (JU) E AS  *
      *               TARIFAS COBRADAS (TA) DE CADA CONTA, BUSCA EM    *
      *               SALDOHIST O SALDO EM 31/12 DO ANO ANTERIOR E DO  *
      *               ANO DO INFORME E IMPRIME UMA PAGINA POR CLIENTE  *
      *               (NOME E CPF/CNPJ DE CADCLI), GRAVANDO TAMBEM O   *
      *               ARQUIVO DELIMITADO PARA A DECLARACAO FISCAL.     *
      *               CONTAS ENCERRADAS NO ANO CONTINUAM NO INFORME.   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. INFREND.
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *----> ANO-CALENDARIO DO INFORME (AAAA) NA LINHA 1; SEM O
      *----> ARQUIVO VALE O ANO ANTERIOR AO DA DATA DE MOVIMENTO
           SELECT PARM-ANO ASSIGN DYNAMIC WK-ARQ-PARM-ANO
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
           SELECT REL-INFORME ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
           SELECT EXT-SAIDA ASSIGN DYNAMIC WK-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-SAIDA.
      *
      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CLIENTE
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PARM-ANO.
       01  REG-PARM-ANO              PIC X(04).

       FD  PERIODO.
       COPY PERIODO.

       FD  CADTRANSH.
       COPY CADTRANSH.

       FD  CADCONTA.
       COPY CADCONTA.

       FD  CADCLI.
       COPY CADCLI.

       FD  SALDOHIST.
       COPY SALDOHIST.

       FD  REL-INFORME.
       01  REG-IMPRESSAO             PIC X(132).

       FD  EXT-SAIDA.
       01  REG-EXT-SAIDA             PIC X(200).

       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-IDCLI              PIC X(06).
           03  ST-IDCONTA            PIC X(04).
           03  ST-STATUS             PIC X(01).
           03  ST-TIPO-CONTA         PIC X(01).
           03  ST-MOEDA              PIC X(03).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PARM-ANO          PIC X(100)   VALUE
           "C:\teste\infrend-ano.txt".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-SALDOHIST         PIC X(100)   VALUE
           "C:\teste\saldohist.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\infrend-rel.txt".
       77  WK-PREFIXO-SAIDA         PIC X(100)   VALUE
           "C:\teste\infrend".
       COPY FINCFG.
       77  WK-ARQ-SAIDA             PIC X(100)    VALUE SPACES.
       77  WK-FS-PARM               PIC X(02)     VALUE ZEROS.
       77  WK-FS-PERIODO            PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANSH          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCONTA           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCLI             PIC X(02)     VALUE ZEROS.
       77  WK-FS-SALDOHIST          PIC X(02)     VALUE ZEROS.
       77  WK-FS-RELATORIO          PIC X(02)     VALUE ZEROS.
       77  WK-FS-SAIDA              PIC X(02)     VALUE ZEROS.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       01  WK-ANO-X                 PIC X(04)     VALUE SPACES.
       01  WK-ANO REDEFINES WK-ANO-X
                                    PIC 9(04).
       77  WK-ANO-ANTERIOR          PIC 9(04)     VALUE ZEROS.
      *----> DATAS DE CORTE DOS SALDOS - 31/12 DO ANO ANTERIOR E DO
      *----> ANO DO INFORME; VALE O ULTIMO SALDO DIARIO ATE O CORTE
       77  WK-CORTE-ANTERIOR        PIC 9(08)     VALUE ZEROS.
       77  WK-CORTE-ANO             PIC 9(08)     VALUE ZEROS.
       01  WK-PERIODO-VARRE.
           03  WK-PV-ANO            PIC 9(04).
           03  WK-PV-MES            PIC 9(02).
       77  WK-QTD-ABERTOS           PIC 9(02)     VALUE ZEROS.

      *----> JUROS E TARIFAS DO ANO POR CONTA - INDICE = NUMERO DA
      *----> CONTA, COMO NA TABELA DE MOVIMENTO DO DORMCTL
       01  WK-TAB-CONTAS.
           03  WK-CT-ENT OCCURS 9999.
               05  WK-CT-JUROS      PIC S9(11)V9(02).
               05  WK-CT-TARIFAS    PIC S9(11)V9(02).
               05  WK-CT-MOVIMENTO  PIC X(01).
       77  WK-IX-CONTA              PIC 9(05)     COMP VALUE ZEROS.
       77  WK-QTD-MOV-ANO           PIC 9(08)     VALUE ZEROS.

      *----> SALDOS DE 31/12 DA CONTA EM TRATAMENTO
       77  WK-CONTA-SALDO           PIC X(04)     VALUE SPACES.
       77  WK-SALDO-ANTERIOR        PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-SALDO-ANO             PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-JUROS-CONTA           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-TARIFAS-CONTA         PIC S9(11)V9(02) VALUE ZEROS.
       01  WK-SW-HISTORICO          PIC X        VALUE "N".
           88  TEM-HISTORICO                      VALUE "S".
           88  SEM-HISTORICO                      VALUE "N".
       01  WK-SW-MOVIMENTO          PIC X        VALUE "N".
           88  CONTA-MOVIMENTOU                   VALUE "S".
           88  CONTA-PARADA                       VALUE "N".

      *----> QUEBRA POR CLIENTE
       77  WK-CLIENTE-ATUAL         PIC X(06)     VALUE LOW-VALUES.
       77  WK-NOME-CLIENTE          PIC X(30)     VALUE SPACES.
       77  WK-DOC-CLIENTE           PIC X(14)     VALUE SPACES.
       77  WK-DOC-DIGITOS           PIC X(14)     VALUE SPACES.
       77  WK-QTD-DIGITOS           PIC 9(02)     COMP VALUE ZEROS.
       77  WK-IX                    PIC 9(02)     COMP VALUE ZEROS.
       77  WK-QTD-CONTAS-CLI        PIC 9(04)     VALUE ZEROS.
       77  WK-TOT-SALDO-ANT         PIC S9(12)V9(02) VALUE ZEROS.
       77  WK-TOT-SALDO-ANO         PIC S9(12)V9(02) VALUE ZEROS.
       77  WK-TOT-JUROS             PIC S9(12)V9(02) VALUE ZEROS.
       77  WK-TOT-TARIFAS           PIC S9(12)V9(02) VALUE ZEROS.
       77  WK-QTD-ESTRANGEIRAS      PIC 9(04)     VALUE ZEROS.
       01  WK-SW-FIM-SORT           PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".
       01  WK-SW-PRIMEIRO           PIC X        VALUE "S".
           88  PRIMEIRO-CLIENTE                   VALUE "S".
           88  CLIENTES-SEGUINTES                 VALUE "N".

      *----> CONTADORES DE CONFERENCIA
       77  WK-QTD-CLIENTES          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-CONTAS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-FORA              PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CLIENTE       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-CADASTRO      PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-HISTORICO     PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REGISTROS         PIC 9(08)     VALUE ZEROS.
       77  WK-HASH-VALOR            PIC S9(15)V9(02) VALUE ZEROS.

      *----> CAMPOS DO ARQUIVO DELIMITADO - VALORES COM SINAL E DUAS
      *----> DECIMAIS IMPLICITAS, SEM SEPARADOR
       77  WK-ED-SALDO              PIC S9(12)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-SALDO2             PIC S9(12)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-JUROS              PIC S9(13)
                                    SIGN LEADING SEPARATE.
       77  WK-ED-TARIFAS            PIC S9(13)
                                    SIGN LEADING SEPARATE.
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
               "FINANCEIRO360 - INFORME DE RENDIMENTOS".
           03  FILLER               PIC X(16)     VALUE
               "ANO-CALENDARIO: ".
           03  CAB1-ANO             PIC X(04).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB-CLIENTE.
           03  FILLER               PIC X(09)     VALUE "CLIENTE: ".
           03  CABL-IDCLI           PIC X(06).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  CABL-NOME            PIC X(30).

       01  WK-LIN-CAB-DOCUMENTO.
           03  FILLER               PIC X(10)     VALUE "CPF/CNPJ: ".
           03  CABD-DOCUMENTO       PIC X(14).

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(07)     VALUE "TIPO".
           03  FILLER               PIC X(07)     VALUE "MOEDA".
           03  FILLER               PIC X(11)     VALUE "SITUACAO".
           03  FILLER               PIC X(11)     VALUE "   SALDO EM".
           03  COL-CORTE-ANT        PIC X(10).
           03  FILLER               PIC X(11)     VALUE "   SALDO EM".
           03  COL-CORTE-ANO        PIC X(10).
           03  FILLER               PIC X(21)     VALUE
               "     JUROS CREDITADOS".
           03  FILLER               PIC X(21)     VALUE
               "     TARIFAS COBRADAS".

       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-CONTA            PIC X(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-TIPO             PIC X(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-MOEDA            PIC X(03).
           03  FILLER               PIC X(04)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SALDO-ANT        PIC Z.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(04)     VALUE SPACES.
           03  DET-SALDO-ANO        PIC Z.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-JUROS            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-TARIFAS          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-MARCA            PIC X(01).

       01  WK-LIN-TOTAL.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(31)     VALUE
               "TOTAL DAS CONTAS EM BRL".
           03  TOT-SALDO-ANT        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  TOT-SALDO-ANO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  TOT-JUROS            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  TOT-TARIFAS          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      ******************************************************************
       PROCEDURE                       DIVISION.
       0000-PRINCIPAL                  SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0150-ACUMULA-ANO.

      *----> CLASSIFICA AS CONTAS POR CLIENTE E CONTA E IMPRIME O
      *----> INFORME DE CADA CLIENTE NUMA UNICA PASSADA.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-IDCLI ST-IDCONTA
               INPUT PROCEDURE IS 0800-EXTRAI-CONTAS
               OUTPUT PROCEDURE IS 0850-IMPRIME-INFORMES.

           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA                  SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "INFREND-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-ANO        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-ANO.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
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
           MOVE "INFREND-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "INFREND-PREFIX" TO CFG-NOME.
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

           OPEN INPUT PARM-ANO.
           IF WK-FS-PARM EQUAL "00"
               READ PARM-ANO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PARM-ANO TO WK-ANO-X
               END-READ
               CLOSE PARM-ANO
           END-IF.
           IF WK-ANO-X EQUAL SPACES
               COMPUTE WK-ANO = WK-DATA-MOVIMENTO / 10000 - 1
           END-IF.
           IF WK-ANO-X NOT NUMERIC
               DISPLAY "INFREND: ANO-CALENDARIO INVALIDO EM "
                       "PARM-ANO: " WK-ANO-X
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-ANO-X TO CAB1-ANO.
           COMPUTE WK-ANO-ANTERIOR   = WK-ANO - 1.
           COMPUTE WK-CORTE-ANTERIOR = WK-ANO-ANTERIOR * 10000 + 1231.
           COMPUTE WK-CORTE-ANO      = WK-ANO * 10000 + 1231.
           MOVE SPACES TO COL-CORTE-ANT.
           STRING " 31/12/" WK-ANO-ANTERIOR
                  DELIMITED BY SIZE INTO COL-CORTE-ANT.
           MOVE SPACES TO COL-CORTE-ANO.
           STRING " 31/12/" WK-ANO-X
                  DELIMITED BY SIZE INTO COL-CORTE-ANO.

      *----> O INFORME SO SAI SOBRE O ANO INTEIRO FECHADO - UM MES
      *----> AINDA ABERTO TERIA JUROS E TARIFAS FORA DO HISTORICO
           MOVE WK-ANO TO WK-PV-ANO.
           PERFORM 0120-CONFERE-PERIODO
               VARYING WK-PV-MES FROM 1 BY 1
               UNTIL WK-PV-MES GREATER THAN 12.
           CLOSE PERIODO.
           IF WK-QTD-ABERTOS GREATER THAN ZEROS
               DISPLAY "INFREND: " WK-QTD-ABERTOS " PERIODOS DE "
                       WK-ANO-X " AINDA NAO FECHADOS - RODAR APOS O "
                       "FECHAMES DE DEZEMBRO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADTRANSH.
           IF WK-FS-CADTRANSH NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANSH
                       " NA ABERTURA DO ARQUIVO CADTRANSH"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
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

      *----> SALDOS EXPURGADOS PELO RETENMGR FICAM NO ARQUIVO MORTO -
      *----> PARA ANOS ANTIGOS APONTAR SALDOHIST PARA ELE NO FINCFG
           OPEN INPUT SALDOHIST.
           IF WK-FS-SALDOHIST NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SALDOHIST
                       " NA ABERTURA DO ARQUIVO SALDOHIST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-INFORME.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WK-ARQ-SAIDA.
           STRING WK-PREFIXO-SAIDA DELIMITED BY SPACES
                  "-"              DELIMITED BY SIZE
                  WK-ANO-X         DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO WK-ARQ-SAIDA.
           OPEN OUTPUT EXT-SAIDA.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA ABERTURA DO ARQUIVO FISCAL " WK-ARQ-SAIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "H;" WK-ANO-X ";" WK-DATA-MOVIMENTO
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.
      *
       0120-CONFERE-PERIODO.
           MOVE WK-PERIODO-VARRE TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   MOVE SPACES TO PC-STATUS
           END-READ.
           IF NOT PERIODO-FECHADO
               ADD 1 TO WK-QTD-ABERTOS
           END-IF.
      *
       0230-GRAVA-LINHA.
           WRITE REG-EXT-SAIDA FROM WK-LINHA-EXT.
           IF WK-FS-SAIDA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-SAIDA
                       " NA GRAVACAO DO ARQUIVO FISCAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-ACUMULA-ANO                SECTION.
       0151-ACUMULA-ANO.
      *----> UMA PASSADA NOS DOZE PERIODOS DO ANO EM CADTRANSH: JUROS
      *----> E TARIFAS LIQUIDOS DOS ESTORNOS (O ESTORNO VEM NA MESMA
      *----> CATEGORIA COM O TIPO INVERTIDO) E A MARCA DE QUE A CONTA
      *----> MOVIMENTOU NO ANO
           INITIALIZE WK-TAB-CONTAS.
           MOVE SPACES TO HS-CHAVE.
           MOVE WK-ANO-X TO HS-PERIODO(1:4).
           MOVE "01"     TO HS-PERIODO(5:2).
           MOVE ZEROS    TO HS-IDTRANS.
           START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANSH
           END-START.
           PERFORM 0155-ACUMULA-MOVIMENTO
               UNTIL WK-FS-CADTRANSH EQUAL "10".
           GO TO 0159-ACUMULA-ANO-EXIT.
      *
       0155-ACUMULA-MOVIMENTO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-PERIODO(1:4) NOT EQUAL WK-ANO-X
                       MOVE "10" TO WK-FS-CADTRANSH
                   ELSE
                       IF HS-IDCONTA GREATER THAN ZEROS
                           ADD 1 TO WK-QTD-MOV-ANO
                           MOVE HS-IDCONTA TO WK-IX-CONTA
                           PERFORM 0157-SOMA-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.
      *
       0157-SOMA-MOVIMENTO.
           MOVE "S" TO WK-CT-MOVIMENTO(WK-IX-CONTA).
           EVALUATE TRUE
               WHEN HS-CATEGORIA EQUAL "JU" AND HS-TIPO EQUAL 2
                   ADD HS-VALOR TO WK-CT-JUROS(WK-IX-CONTA)
               WHEN HS-CATEGORIA EQUAL "JU" AND HS-TIPO EQUAL 1
                   SUBTRACT HS-VALOR FROM WK-CT-JUROS(WK-IX-CONTA)
               WHEN HS-CATEGORIA EQUAL "TA" AND HS-TIPO EQUAL 1
                   ADD HS-VALOR TO WK-CT-TARIFAS(WK-IX-CONTA)
               WHEN HS-CATEGORIA EQUAL "TA" AND HS-TIPO EQUAL 2
                   SUBTRACT HS-VALOR FROM WK-CT-TARIFAS(WK-IX-CONTA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0159-ACUMULA-ANO-EXIT.
           EXIT.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E IMPRESSAO
      ******************************************************************
       0800-EXTRAI-CONTAS              SECTION.
       0810-EXTRAI-CONTAS.
           PERFORM 0820-LIBERA-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           GO TO 0830-EXTRAI-CONTAS-EXIT.
      *
       0820-LIBERA-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
      *----> CONTA SEM CLIENTE TITULAR NAO TEM A QUEM INFORMAR - FICA
      *----> FORA, SO CONTADA PARA CONFERENCIA.
                   IF IDCLI EQUAL SPACES
                       ADD 1 TO WK-QTD-SEM-CLIENTE
                   ELSE
                       MOVE IDCLI        TO ST-IDCLI
                       MOVE IDCONTA      TO ST-IDCONTA
                       MOVE STATUS-CONTA TO ST-STATUS
                       MOVE TIPO-CONTA   TO ST-TIPO-CONTA
                       MOVE MOEDA-CONTA  TO ST-MOEDA
                       RELEASE REG-SORT
                   END-IF
           END-READ.
       0830-EXTRAI-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0850-IMPRIME-INFORMES           SECTION.
       0855-IMPRIME-INFORMES.
           PERFORM 0890-RETORNA-CONTA.
           PERFORM 0310-PROCESSA-CONTA
               UNTIL FIM-SORT.

      *----> FECHA O TOTAL DO ULTIMO CLIENTE DO ARQUIVO
           IF CLIENTES-SEGUINTES
               PERFORM 0340-TOTAL-DO-CLIENTE
           END-IF.
           GO TO 0899-IMPRIME-INFORMES-EXIT.
      *
       0310-PROCESSA-CONTA.
           IF ST-IDCLI NOT EQUAL WK-CLIENTE-ATUAL
               IF CLIENTES-SEGUINTES
                   PERFORM 0340-TOTAL-DO-CLIENTE
               END-IF
               MOVE ST-IDCLI TO WK-CLIENTE-ATUAL
               SET PRIMEIRO-CLIENTE TO TRUE
               MOVE ZEROS TO WK-QTD-CONTAS-CLI
               MOVE ZEROS TO WK-TOT-SALDO-ANT
               MOVE ZEROS TO WK-TOT-SALDO-ANO
               MOVE ZEROS TO WK-TOT-JUROS
               MOVE ZEROS TO WK-TOT-TARIFAS
               MOVE ZEROS TO WK-QTD-ESTRANGEIRAS
           END-IF.
           PERFORM 0330-AVALIA-CONTA.
           PERFORM 0890-RETORNA-CONTA.
      *
       0320-ABRE-CLIENTE.
      *----> CADA CLIENTE EM PAGINA PROPRIA; O CLIENTE SO E ABERTO
      *----> NA PRIMEIRA CONTA QUE ENTRA NO INFORME
           SET CLIENTES-SEGUINTES TO TRUE.
           ADD 1 TO WK-QTD-CLIENTES.
           MOVE 99 TO WK-LINHAS.

           MOVE ST-IDCLI TO CABL-IDCLI.
           MOVE ST-IDCLI TO CL-IDCLI.
           READ CADCLI
               INVALID KEY
                   ADD 1 TO WK-QTD-SEM-CADASTRO
                   MOVE "(CLIENTE NAO CADASTRADO)" TO WK-NOME-CLIENTE
                   MOVE SPACES                     TO WK-DOC-CLIENTE
                   MOVE SPACES                     TO CABD-DOCUMENTO
               NOT INVALID KEY
                   MOVE CL-NOME      TO WK-NOME-CLIENTE
                   MOVE CL-DOCUMENTO TO CABD-DOCUMENTO
                   PERFORM 0325-NORMALIZA-DOCUMENTO
           END-READ.
           MOVE WK-NOME-CLIENTE TO CABL-NOME.
           MOVE WK-LIN-CAB-CLIENTE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-LIN-CAB-DOCUMENTO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-LIN-CAB-COLUNAS TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0325-NORMALIZA-DOCUMENTO.
      *----> SO OS DIGITOS DO CAMPO LIVRE VAO PARA O ARQUIVO FISCAL;
      *----> DOCUMENTO QUE NAO TEM 11 (CPF) OU 14 (CNPJ) DIGITOS SAI
      *----> EM BRANCO NO ARQUIVO E COMO ESTA NO CADASTRO NO PAPEL
           MOVE SPACES TO WK-DOC-DIGITOS.
           MOVE ZEROS  TO WK-QTD-DIGITOS.
           PERFORM 0327-EXTRAI-DIGITO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN 14.
           IF WK-QTD-DIGITOS EQUAL 11 OR WK-QTD-DIGITOS EQUAL 14
               MOVE WK-DOC-DIGITOS TO WK-DOC-CLIENTE
           ELSE
               MOVE SPACES         TO WK-DOC-CLIENTE
           END-IF.
      *
       0327-EXTRAI-DIGITO.
           IF CL-DOCUMENTO(WK-IX:1) IS NUMERIC
               ADD 1 TO WK-QTD-DIGITOS
               MOVE CL-DOCUMENTO(WK-IX:1)
                 TO WK-DOC-DIGITOS(WK-QTD-DIGITOS:1)
           END-IF.
      *
       0330-AVALIA-CONTA.
           MOVE ZEROS TO WK-JUROS-CONTA.
           MOVE ZEROS TO WK-TARIFAS-CONTA.
           SET CONTA-PARADA TO TRUE.
           IF ST-IDCONTA IS NUMERIC AND ST-IDCONTA GREATER THAN ZEROS
               MOVE ST-IDCONTA TO WK-IX-CONTA
               MOVE WK-CT-JUROS(WK-IX-CONTA)   TO WK-JUROS-CONTA
               MOVE WK-CT-TARIFAS(WK-IX-CONTA) TO WK-TARIFAS-CONTA
               IF WK-CT-MOVIMENTO(WK-IX-CONTA) EQUAL "S"
                   SET CONTA-MOVIMENTOU TO TRUE
               END-IF
           END-IF.
           PERFORM 0335-BUSCA-SALDOS.

      *----> FICAM FORA AS CONTAS QUE NAO EXISTIAM ATE 31/12 E AS
      *----> ENCERRADAS ANTES DO ANO (SALDO ZERO NA VIRADA E NENHUM
      *----> MOVIMENTO NO ANO); AS ENCERRADAS NO ANO CONTINUAM.
           IF SEM-HISTORICO AND CONTA-PARADA
               ADD 1 TO WK-QTD-FORA
               EXIT PARAGRAPH
           END-IF.
           IF ST-STATUS EQUAL "E" AND CONTA-PARADA
                   AND WK-SALDO-ANTERIOR EQUAL ZEROS
               ADD 1 TO WK-QTD-FORA
               EXIT PARAGRAPH
           END-IF.

           IF PRIMEIRO-CLIENTE
               PERFORM 0320-ABRE-CLIENTE
           END-IF.
           ADD 1 TO WK-QTD-CONTAS.
           ADD 1 TO WK-QTD-CONTAS-CLI.

           MOVE ST-IDCONTA TO DET-CONTA.
           EVALUATE ST-TIPO-CONTA
               WHEN "C"
                   MOVE "C/C " TO DET-TIPO
               WHEN "P"
                   MOVE "POUP" TO DET-TIPO
               WHEN OTHER
                   MOVE SPACES TO DET-TIPO
           END-EVALUATE.
           IF ST-MOEDA EQUAL SPACES
               MOVE "BRL"    TO DET-MOEDA
           ELSE
               MOVE ST-MOEDA TO DET-MOEDA
           END-IF.
           EVALUATE ST-STATUS
               WHEN "A"
                   MOVE "ATIVA"      TO DET-SITUACAO
               WHEN "B"
                   MOVE "BLOQUEADA"  TO DET-SITUACAO
               WHEN "D"
                   MOVE "DORMENTE"   TO DET-SITUACAO
               WHEN "E"
                   MOVE "ENCERRADA"  TO DET-SITUACAO
               WHEN OTHER
                   MOVE ST-STATUS    TO DET-SITUACAO
           END-EVALUATE.
           MOVE WK-SALDO-ANTERIOR TO DET-SALDO-ANT.
           MOVE WK-SALDO-ANO      TO DET-SALDO-ANO.
           MOVE WK-JUROS-CONTA    TO DET-JUROS.
           MOVE WK-TARIFAS-CONTA  TO DET-TARIFAS.
      *----> SEM SALDO DIARIO ATE O CORTE (CONTA NOVA OU HISTORICO
      *----> EXPURGADO) O SALDO SAI ZERO E MARCADO
           IF SEM-HISTORICO
               MOVE "*"    TO DET-MARCA
               ADD 1 TO WK-QTD-SEM-HISTORICO
           ELSE
               MOVE SPACES TO DET-MARCA
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           IF ST-MOEDA EQUAL SPACES OR ST-MOEDA EQUAL "BRL"
               ADD WK-SALDO-ANTERIOR TO WK-TOT-SALDO-ANT
               ADD WK-SALDO-ANO      TO WK-TOT-SALDO-ANO
               ADD WK-JUROS-CONTA    TO WK-TOT-JUROS
               ADD WK-TARIFAS-CONTA  TO WK-TOT-TARIFAS
           ELSE
               ADD 1 TO WK-QTD-ESTRANGEIRAS
           END-IF.

           COMPUTE WK-ED-SALDO   = WK-SALDO-ANTERIOR * 100.
           COMPUTE WK-ED-SALDO2  = WK-SALDO-ANO * 100.
           COMPUTE WK-ED-JUROS   = WK-JUROS-CONTA * 100.
           COMPUTE WK-ED-TARIFAS = WK-TARIFAS-CONTA * 100.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "D;" WK-DOC-CLIENTE
                  ";" ST-IDCLI
                  ";" WK-NOME-CLIENTE
                  ";" ST-IDCONTA
                  ";" DET-MOEDA
                  ";" ST-STATUS
                  ";" WK-ED-SALDO
                  ";" WK-ED-SALDO2
                  ";" WK-ED-JUROS
                  ";" WK-ED-TARIFAS
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.
           ADD 1              TO WK-QTD-REGISTROS.
           ADD WK-JUROS-CONTA TO WK-HASH-VALOR.
      *
       0335-BUSCA-SALDOS.
      *----> ULTIMO SALDO DIARIO ATE CADA UM DOS DOIS CORTES
           MOVE ZEROS TO WK-SALDO-ANTERIOR.
           MOVE ZEROS TO WK-SALDO-ANO.
           SET SEM-HISTORICO TO TRUE.
           MOVE ST-IDCONTA TO WK-CONTA-SALDO.
           MOVE ST-IDCONTA TO SH-IDCONTA.
           MOVE ZEROS      TO SH-DATA.
           MOVE "00"       TO WK-FS-SALDOHIST.
           START SALDOHIST KEY IS NOT LESS THAN SH-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-SALDOHIST
           END-START.
           PERFORM 0337-LE-SALDO
               UNTIL WK-FS-SALDOHIST EQUAL "10".
      *
       0337-LE-SALDO.
           READ SALDOHIST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-SALDOHIST
               NOT AT END
                   IF SH-IDCONTA NOT EQUAL WK-CONTA-SALDO
                           OR SH-DATA GREATER THAN WK-CORTE-ANO
                       MOVE "10" TO WK-FS-SALDOHIST
                   ELSE
                       SET TEM-HISTORICO TO TRUE
                       MOVE SH-SALDO TO WK-SALDO-ANO
                       IF SH-DATA NOT GREATER THAN WK-CORTE-ANTERIOR
                           MOVE SH-SALDO TO WK-SALDO-ANTERIOR
                       END-IF
                   END-IF
           END-READ.
      *
       0340-TOTAL-DO-CLIENTE.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-TOT-SALDO-ANT TO TOT-SALDO-ANT.
           MOVE WK-TOT-SALDO-ANO TO TOT-SALDO-ANO.
           MOVE WK-TOT-JUROS     TO TOT-JUROS.
           MOVE WK-TOT-TARIFAS   TO TOT-TARIFAS.
           MOVE WK-LIN-TOTAL     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           IF WK-QTD-ESTRANGEIRAS GREATER THAN ZEROS
               MOVE SPACES TO WK-LINHA-IMP
               STRING "  CONTAS EM MOEDA ESTRANGEIRA: VALORES NA "
                      "MOEDA DA CONTA, FORA DO TOTAL EM BRL"
                      DELIMITED BY SIZE INTO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "  JUROS E TARIFAS LIQUIDOS DE ESTORNOS. * = SEM "
                  "SALDO DIARIO ATE O CORTE (SALDO ZERO)"
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           SET PRIMEIRO-CLIENTE TO TRUE.
      *
       0890-RETORNA-CONTA.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-IMPRIME-INFORMES-EXIT.
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
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 3 TO WK-LINHAS.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           MOVE WK-QTD-REGISTROS TO WK-ED-QTD.
           COMPUTE WK-ED-HASH = WK-HASH-VALOR * 100.
           MOVE SPACES TO WK-LINHA-EXT.
           STRING "T;" WK-ED-QTD ";" WK-ED-HASH
                  DELIMITED BY SIZE INTO WK-LINHA-EXT.
           PERFORM 0230-GRAVA-LINHA.

           CLOSE CADTRANSH.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           CLOSE SALDOHIST.
           CLOSE REL-INFORME.
           CLOSE EXT-SAIDA.
           DISPLAY "INFREND: ANO " WK-ANO-X " - " WK-QTD-CLIENTES
                   " CLIENTES E " WK-QTD-CONTAS " CONTAS EM "
                   WK-PAGINA " PAGINAS; ARQUIVO FISCAL " WK-ARQ-SAIDA.
           IF WK-QTD-FORA GREATER THAN ZEROS
               DISPLAY "INFREND: " WK-QTD-FORA
                       " CONTAS SEM EXISTENCIA NO ANO FORA DO INFORME"
           END-IF.
           IF WK-QTD-SEM-CLIENTE GREATER THAN ZEROS
               DISPLAY "INFREND: " WK-QTD-SEM-CLIENTE
                       " CONTAS SEM CLIENTE TITULAR FORA DO INFORME"
           END-IF.
      *----> TITULAR SEM CADASTRO OU CONTA SEM SALDO DIARIO SAI NO
      *----> INFORME, MAS PEDE CONFERENCIA ANTES DA ENTREGA
           IF WK-QTD-SEM-CADASTRO GREATER THAN ZEROS
               DISPLAY "INFREND: " WK-QTD-SEM-CADASTRO
                       " CLIENTES TITULARES SEM CADASTRO EM CADCLI"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-QTD-SEM-HISTORICO GREATER THAN ZEROS
               DISPLAY "INFREND: " WK-QTD-SEM-HISTORICO
                       " CONTAS SEM SALDO DIARIO ATE 31/12 (MARCA *)"
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM                SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM INFREND.
