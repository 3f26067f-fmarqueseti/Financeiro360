      ******************************************************************
      * FILE NAME   : RELCOAF                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COMUNICACAO MENSAL DE MOVIMENTACAO POR DOCUMENTO *
      *               (COAF) - RODA APOS O FECHAMES SOBRE O PERIODO    *
      *               FECHADO EM CADTRANSH. CADA MOVIMENTO SOBE PELA   *
      *               CONTA (CADCONTA.IDCLI) ATE O CPF/CNPJ DO CLIENTE *
      *               (CADCLI), CONVERTIDO PARA BRL PELA TAXA CAMBIO   *
      *               DA DATA DO MOVIMENTO, E E SOMADO POR DOCUMENTO   *
      *               SOBRE TODAS AS CONTAS DO CLIENTE. OS CLIENTES    *
      *               QUE ATINGEM OS LIMITES DO ARQUIVO DE PARAMETRO   *
      *               SAEM NO RELATORIO PAGINADO COM O DETALHE DOS     *
      *               MOVIMENTOS E NO ARQUIVO DE ENVIO DE LAYOUT FIXO. *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RELCOAF.
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *----> MESMO ARQUIVO DE PARAMETRO DO FECHAMES - LINHA 1 TRAZ O
      *----> PERIODO FECHADO (AAAAMM)
           SELECT PARM-PERIODO ASSIGN DYNAMIC WK-ARQ-PARM-FECH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-PARM.
      *
      *----> LIMITES DE COMUNICACAO E CATEGORIAS EXCLUIDAS
           SELECT PARM-COAF ASSIGN DYNAMIC WK-ARQ-PARM-COAF
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-PARM-COAF.
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDCONTA
               FILE STATUS  IS WK-FS-CADCONTA.
      *
           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CL-IDCLI
               FILE STATUS  IS WK-FS-CADCLI.
      *
           SELECT CAMBIO ASSIGN DYNAMIC WK-ARQ-CAMBIO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CHAVE
               FILE STATUS  IS WK-FS-CAMBIO.
      *
           SELECT REL-COAF ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
      *----> ARQUIVO DE ENVIO - LAYOUT FIXO, NOME COM O PERIODO
           SELECT ARQ-ENVIO ASSIGN DYNAMIC WK-ARQ-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-ENVIO.
      *
      *----> ARQUIVOS DE TRABALHO - MOVIMENTOS CLASSIFICADOS POR
      *----> DOCUMENTO E O TOTAL DE CADA DOCUMENTO NA MESMA ORDEM,
      *----> LIDOS EM PARALELO NA EMISSAO
           SELECT ARQ-MOVTRAB ASSIGN TO "COAFMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-MOVTRAB.
      *
           SELECT ARQ-TOTTRAB ASSIGN TO "COAFTOT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-TOTTRAB.
      *
      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR DOCUMENTO
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PARM-PERIODO.
       01  REG-PARM-PERIODO          PIC X(06).

       FD  PARM-COAF.
       01  REG-PARM-COAF             PIC X(20).

       FD  PERIODO.
       COPY PERIODO.

       FD  CADTRANSH.
       COPY CADTRANSH.

       FD  CADCONTA.
       COPY CADCONTA.

       FD  CADCLI.
       COPY CADCLI.

       FD  CAMBIO.
       COPY CAMBIO.

       FD  REL-COAF.
       01  REG-IMPRESSAO             PIC X(132).

       FD  ARQ-ENVIO.
       01  REG-ENVIO                 PIC X(120).

       FD  ARQ-MOVTRAB
             RECORDING MODE IS F.
       01  REG-MOVTRAB.
           03  MV-DOCUMENTO          PIC X(14).
           03  MV-DATA               PIC 9(08).
           03  MV-IDTRANS            PIC 9(08).
           03  MV-TIPO-PESSOA        PIC X(01).
           03  MV-NOME               PIC X(30).
           03  MV-IDCONTA            PIC X(04).
           03  MV-TIPO               PIC 9(01).
           03  MV-CATEGORIA          PIC X(02).
           03  MV-MOEDA              PIC X(03).
           03  MV-VALOR              PIC 9(09)V9(02).
           03  MV-VALOR-BRL          PIC 9(11)V9(02).
           03  MV-DESCR              PIC X(30).

       FD  ARQ-TOTTRAB
             RECORDING MODE IS F.
       01  REG-TOTTRAB.
           03  TT-DOCUMENTO          PIC X(14).
           03  TT-TIPO-PESSOA        PIC X(01).
           03  TT-NOME               PIC X(30).
           03  TT-QTD                PIC 9(06).
           03  TT-CREDITOS           PIC 9(13)V9(02).
           03  TT-DEBITOS            PIC 9(13)V9(02).
      *----> LIMITES ATINGIDOS: C = CREDITOS, D = DEBITOS, T = TOTAL
           03  TT-ENQUADRAMENTO      PIC X(03).
               88  TT-NAO-ENQUADRADO          VALUE SPACES.

       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-DOCUMENTO          PIC X(14).
           03  ST-DATA               PIC 9(08).
           03  ST-IDTRANS            PIC 9(08).
           03  ST-TIPO-PESSOA        PIC X(01).
           03  ST-NOME               PIC X(30).
           03  ST-IDCONTA            PIC X(04).
           03  ST-TIPO               PIC 9(01).
           03  ST-CATEGORIA          PIC X(02).
           03  ST-MOEDA              PIC X(03).
           03  ST-VALOR              PIC 9(09)V9(02).
           03  ST-VALOR-BRL          PIC 9(11)V9(02).
           03  ST-DESCR              PIC X(30).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PARM-FECH         PIC X(100)   VALUE
           "C:\teste\fechames-periodo.txt".
       77  WK-ARQ-PARM-COAF         PIC X(100)   VALUE
           "C:\teste\coaf-parm.txt".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CAMBIO            PIC X(100)   VALUE
           "C:\teste\cambio.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\coaf-rel.txt".
       77  WK-PREFIXO-ENVIO         PIC X(100)   VALUE
           "C:\teste\coaf".
       COPY FINCFG.
       77  WK-ARQ-ENVIO             PIC X(100)    VALUE SPACES.
       77  WK-FS-PARM               PIC X(02)     VALUE ZEROS.
       77  WK-FS-PARM-COAF          PIC X(02)     VALUE ZEROS.
       77  WK-FS-PERIODO            PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANSH          PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCONTA           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCLI             PIC X(02)     VALUE ZEROS.
       77  WK-FS-CAMBIO             PIC X(02)     VALUE ZEROS.
       77  WK-FS-RELATORIO          PIC X(02)     VALUE ZEROS.
       77  WK-FS-ENVIO              PIC X(02)     VALUE ZEROS.
       77  WK-FS-MOVTRAB            PIC X(02)     VALUE ZEROS.
       77  WK-FS-TOTTRAB            PIC X(02)     VALUE ZEROS.

       77  WK-PERIODO               PIC X(06)     VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.

      *----> LIMITES DO MES EM BRL (ZERO DESLIGA O LIMITE) - LINHAS
      *----> 1 A 3 DO PARAMETRO; DAI EM DIANTE UMA CATEGORIA POR
      *----> LINHA A EXCLUIR DA SOMA. SEM ARQUIVO VALEM OS DEFAULTS
      *----> ABAIXO E FICAM DE FORA AS TRANSFERENCIAS INTERNAS (TE)
       01  WK-LIMITE-CRED-X         PIC X(11)     VALUE "00005000000".
       01  WK-LIMITE-CRED REDEFINES WK-LIMITE-CRED-X
                                    PIC 9(09)V9(02).
       01  WK-LIMITE-DEB-X          PIC X(11)     VALUE "00005000000".
       01  WK-LIMITE-DEB REDEFINES WK-LIMITE-DEB-X
                                    PIC 9(09)V9(02).
       01  WK-LIMITE-TOTAL-X        PIC X(11)     VALUE "00000000000".
       01  WK-LIMITE-TOTAL REDEFINES WK-LIMITE-TOTAL-X
                                    PIC 9(09)V9(02).
       77  WK-LINHA-PARM            PIC 9(04)     VALUE ZEROS.

       01  WK-TAB-EXCLUIDAS.
           03  WK-CAT-EXCLUIDA      PIC X(02)     OCCURS 20.
       77  WK-QTD-EXCLUIDAS         PIC 9(02)     COMP VALUE ZEROS.
       77  WK-IX-CAT                PIC 9(02)     COMP VALUE ZEROS.
       01  WK-SW-CATEGORIA          PIC X        VALUE "N".
           88  CATEGORIA-EXCLUIDA                 VALUE "S".
           88  CATEGORIA-INCLUIDA                 VALUE "N".

      *----> TITULAR DA ULTIMA CONTA CONSULTADA - OS MOVIMENTOS DE
      *----> UMA MESMA CONTA NAO RELEEM CADCONTA E CADCLI
       77  WK-CONTA-CACHE           PIC X(04)     VALUE LOW-VALUES.
       77  WK-DOC-TITULAR           PIC X(14)     VALUE SPACES.
       77  WK-NOME-TITULAR          PIC X(30)     VALUE SPACES.
       77  WK-TIPO-PESSOA           PIC X(01)     VALUE SPACES.
       77  WK-QTD-DIGITOS           PIC 9(02)     COMP VALUE ZEROS.
       77  WK-IX                    PIC 9(02)     COMP VALUE ZEROS.

      *----> CONVERSAO PARA A MOEDA BASE (BRL) PELA TAXA DA DATA DO
      *----> MOVIMENTO - O CACHE GUARDA MOEDA E DATA DA ULTIMA TAXA
       01  WK-SW-CAMBIO             PIC X        VALUE "N".
           88  CAMBIO-DISPONIVEL                  VALUE "S".
           88  CAMBIO-INDISPONIVEL                VALUE "N".
       01  WK-CHAVE-BUSCA.
           03  WK-MOEDA-BUSCA       PIC X(03)     VALUE SPACES.
           03  WK-DATA-BUSCA        PIC 9(08)     VALUE ZEROS.
       77  WK-CHAVE-CACHE           PIC X(11)     VALUE LOW-VALUES.
       77  WK-TAXA-CACHE            PIC 9(07)V9(06) VALUE ZEROS.
       77  WK-TAXA-DIA              PIC 9(07)V9(06) VALUE ZEROS.
       77  WK-VALOR-BRL             PIC 9(11)V9(02) VALUE ZEROS.

      *----> TOTAIS DO DOCUMENTO EM ACUMULACAO NA CLASSIFICACAO
       77  WK-DOC-ATUAL             PIC X(14)     VALUE LOW-VALUES.
       77  WK-DOC-QTD               PIC 9(06)     VALUE ZEROS.
       77  WK-DOC-CREDITOS          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-DOC-DEBITOS           PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-DOC-TOTAL             PIC 9(13)V9(02) VALUE ZEROS.
       01  WK-SW-PRIMEIRO           PIC X        VALUE "S".
           88  PRIMEIRO-DOCUMENTO                 VALUE "S".
           88  DOCUMENTOS-SEGUINTES               VALUE "N".
       01  WK-SW-FIM-SORT           PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".

      *----> CONTADORES DE CONFERENCIA
       77  WK-QTD-LIDOS             PIC 9(07)     VALUE ZEROS.
       77  WK-QTD-ESTORNOS          PIC 9(07)     VALUE ZEROS.
       77  WK-QTD-CAT-EXCLUIDA      PIC 9(07)     VALUE ZEROS.
       77  WK-QTD-SEM-DOC           PIC 9(07)     VALUE ZEROS.
       77  WK-VALOR-SEM-DOC         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-CONSIDERADOS      PIC 9(07)     VALUE ZEROS.
       77  WK-QTD-DOCUMENTOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-COMUNICADOS       PIC 9(06)     VALUE ZEROS.
       77  WK-SOMA-CREDITOS         PIC 9(15)V9(02) VALUE ZEROS.
       77  WK-SOMA-DEBITOS          PIC 9(15)V9(02) VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

      *---> Linha de impressao generica e formatacao de data
       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-DATA-AMD.
           03  WK-AMD-ANO           PIC X(04).
           03  WK-AMD-MES           PIC X(02).
           03  WK-AMD-DIA           PIC X(02).
       01  WK-DATA-DMA.
           03  WK-DMA-DIA           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-MES           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-ANO           PIC X(04).
       77  WK-DOC-EDITADO           PIC X(18)     VALUE SPACES.
       77  WK-ED-VALOR              PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WK-ED-QTD                PIC Z.ZZZ.ZZ9.

       01  WK-LIN-CAB1.
           03  FILLER               PIC X(50)     VALUE
               "FINANCEIRO360 - MOVIMENTACAO POR DOCUMENTO (COAF)".
           03  FILLER               PIC X(09)     VALUE "PERIODO: ".
           03  CAB1-MES             PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  CAB1-ANO             PIC X(04).
           03  FILLER               PIC X(46)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB-DOC.
           03  FILLER               PIC X(11)     VALUE "DOCUMENTO: ".
           03  CABD-DOCUMENTO       PIC X(18).
           03  FILLER               PIC X(02)     VALUE " (".
           03  CABD-TIPO-DOC        PIC X(04).
           03  FILLER               PIC X(03)     VALUE ")  ".
           03  CABD-NOME            PIC X(30).

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(12)     VALUE "DATA".
           03  FILLER               PIC X(06)     VALUE "CONTA".
           03  FILLER               PIC X(09)     VALUE "TIPO".
           03  FILLER               PIC X(05)     VALUE "CAT".
           03  FILLER               PIC X(05)     VALUE "MOEDA".
           03  FILLER               PIC X(16)     VALUE
               "  VALOR ORIGINAL".
           03  FILLER               PIC X(19)     VALUE
               "       VALOR EM BRL".
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(09)     VALUE "DESCRICAO".

       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-DATA             PIC X(10).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-CONTA            PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-TIPO             PIC X(07).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-CATEGORIA        PIC X(02).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-MOEDA            PIC X(03).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-VALOR-BRL        PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-DESCR            PIC X(30).

       01  WK-LIN-TOTAL-DOC.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(11)     VALUE "CREDITOS: ".
           03  TOT-CREDITOS         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(11)     VALUE "  DEBITOS: ".
           03  TOT-DEBITOS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(09)     VALUE "  TOTAL: ".
           03  TOT-TOTAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(15)     VALUE
               "  MOVIMENTOS: ".
           03  TOT-QTD              PIC ZZZ.ZZ9.
           03  FILLER               PIC X(11)     VALUE "  LIMITES: ".
           03  TOT-ENQUADRAMENTO    PIC X(03).

      *----> REGISTROS DO ARQUIVO DE ENVIO (120 POSICOES)
      *----> 0 = CABECALHO, 1 = CLIENTE COMUNICADO, 9 = TRAILER
       01  WK-ENV-HEADER.
           03  EH-TIPO-REG          PIC X(01)     VALUE "0".
           03  EH-SISTEMA           PIC X(20)     VALUE
               "FINANCEIRO360".
           03  EH-PERIODO           PIC X(06).
           03  EH-DATA-GERACAO      PIC 9(08).
           03  EH-LIMITE-CRED       PIC 9(13)V9(02).
           03  EH-LIMITE-DEB        PIC 9(13)V9(02).
           03  EH-LIMITE-TOTAL      PIC 9(13)V9(02).
           03  FILLER               PIC X(40)     VALUE SPACES.

       01  WK-ENV-DETALHE.
           03  ED-TIPO-REG          PIC X(01)     VALUE "1".
      *----> F = PESSOA FISICA (CPF), J = PESSOA JURIDICA (CNPJ)
           03  ED-TIPO-PESSOA       PIC X(01).
           03  ED-DOCUMENTO         PIC 9(14).
           03  ED-NOME              PIC X(30).
           03  ED-QTD               PIC 9(06).
           03  ED-CREDITOS          PIC 9(13)V9(02).
           03  ED-DEBITOS           PIC 9(13)V9(02).
           03  ED-ENQUADRAMENTO     PIC X(03).
           03  FILLER               PIC X(35)     VALUE SPACES.

       01  WK-ENV-TRAILER.
           03  ET-TIPO-REG          PIC X(01)     VALUE "9".
           03  ET-QTD-DETALHES      PIC 9(06).
           03  ET-SOMA-CREDITOS     PIC 9(15)V9(02).
           03  ET-SOMA-DEBITOS      PIC 9(15)V9(02).
           03  FILLER               PIC X(79)     VALUE SPACES.
      ******************************************************************
       PROCEDURE                       DIVISION.
       0000-PRINCIPAL                  SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-LE-PARAMETROS.

      *----> CLASSIFICA OS MOVIMENTOS DO PERIODO POR DOCUMENTO E
      *----> TOTALIZA CADA DOCUMENTO; A EMISSAO RELE OS DOIS
      *----> ARQUIVOS DE TRABALHO EM PARALELO.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-DOCUMENTO ST-DATA ST-IDTRANS
               INPUT PROCEDURE IS 0800-SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS 0850-TOTALIZA-DOCUMENTOS.

           PERFORM 0300-EMITE-COMUNICACAO.
           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA                  SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "FECHAMES-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-FECH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-FECH.
           MOVE "COAF-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-COAF       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-COAF.
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
           MOVE "CAMBIO" TO CFG-NOME.
           MOVE WK-ARQ-CAMBIO          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CAMBIO.
           MOVE "COAF-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "COAF-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-ENVIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-ENVIO.
      *
       0110-OPEN-DATA.
           OPEN INPUT PARM-PERIODO.
           IF WK-FS-PARM NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARM
                       " NA ABERTURA DO ARQUIVO PARM-PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARM-PERIODO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REG-PARM-PERIODO TO WK-PERIODO
           END-READ.
           CLOSE PARM-PERIODO.

           IF WK-PERIODO EQUAL SPACES
                   OR WK-PERIODO NOT NUMERIC
               DISPLAY "RELCOAF: PERIODO NAO INFORMADO OU "
                       "INVALIDO EM PARM-PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-PERIODO(1:4) TO CAB1-ANO.
           MOVE WK-PERIODO(5:2) TO CAB1-MES.

           PERFORM 0120-VALIDA-PERIODO.

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

      *----> SEM ARQUIVO DE CAMBIO SO A MOEDA BASE CONVERTE - O
      *----> MOVIMENTO ESTRANGEIRO SEM TAXA E FATAL NA BUSCA.
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
      *
       0120-VALIDA-PERIODO.
      *----> A COMUNICACAO SO SAI SOBRE MES FECHADO - ANTES DO
      *----> FECHAMES O HISTORICO DO PERIODO AINDA ESTA INCOMPLETO
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

           MOVE WK-PERIODO TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   MOVE SPACES TO PC-STATUS
           END-READ.
           IF NOT PERIODO-FECHADO
               DISPLAY "RELCOAF: PERIODO " WK-PERIODO
                       " NAO ESTA FECHADO - RODAR APOS O FECHAMES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PERIODO.
      ******************************************************************
       0140-LE-PARAMETROS              SECTION.
       0141-LE-PARAMETROS.
      *----> SEM ARQUIVO DE PARAMETRO FICAM OS LIMITES DEFAULT E SO
      *----> AS TRANSFERENCIAS INTERNAS SAEM DA SOMA; COM ARQUIVO,
      *----> VALEM SO AS CATEGORIAS NELE LISTADAS.
           OPEN INPUT PARM-COAF.
           IF WK-FS-PARM-COAF EQUAL "00"
               MOVE ZEROS TO WK-LINHA-PARM
               PERFORM 0146-LE-LINHA-PARM
                   UNTIL WK-FS-PARM-COAF EQUAL "10"
               CLOSE PARM-COAF
           ELSE
               MOVE 1    TO WK-QTD-EXCLUIDAS
               MOVE "TE" TO WK-CAT-EXCLUIDA(1)
           END-IF.

           MOVE WK-LIMITE-CRED TO WK-ED-VALOR.
           DISPLAY "RELCOAF: LIMITE DE CREDITOS NO MES  " WK-ED-VALOR.
           MOVE WK-LIMITE-DEB TO WK-ED-VALOR.
           DISPLAY "RELCOAF: LIMITE DE DEBITOS NO MES   " WK-ED-VALOR.
           MOVE WK-LIMITE-TOTAL TO WK-ED-VALOR.
           DISPLAY "RELCOAF: LIMITE DA MOVIMENTACAO     " WK-ED-VALOR.
           IF WK-LIMITE-CRED EQUAL ZEROS
                   AND WK-LIMITE-DEB EQUAL ZEROS
                   AND WK-LIMITE-TOTAL EQUAL ZEROS
               DISPLAY "RELCOAF: TODOS OS LIMITES ZERADOS NO "
                       "PARAMETRO - NADA A COMUNICAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0148-MOSTRA-EXCLUIDA
               VARYING WK-IX-CAT FROM 1 BY 1
               UNTIL WK-IX-CAT GREATER THAN WK-QTD-EXCLUIDAS.
           GO TO 0149-LE-PARAMETROS-EXIT.
      *
       0146-LE-LINHA-PARM.
           READ PARM-COAF
               AT END
                   MOVE "10" TO WK-FS-PARM-COAF
               NOT AT END
                   ADD 1 TO WK-LINHA-PARM
                   EVALUATE WK-LINHA-PARM
                       WHEN 1
                           IF REG-PARM-COAF(1:11) IS NUMERIC
                               MOVE REG-PARM-COAF(1:11)
                                 TO WK-LIMITE-CRED-X
                           END-IF
                       WHEN 2
                           IF REG-PARM-COAF(1:11) IS NUMERIC
                               MOVE REG-PARM-COAF(1:11)
                                 TO WK-LIMITE-DEB-X
                           END-IF
                       WHEN 3
                           IF REG-PARM-COAF(1:11) IS NUMERIC
                               MOVE REG-PARM-COAF(1:11)
                                 TO WK-LIMITE-TOTAL-X
                           END-IF
                       WHEN OTHER
                           IF REG-PARM-COAF(1:2) NOT EQUAL SPACES
                                   AND WK-QTD-EXCLUIDAS LESS THAN 20
                               ADD 1 TO WK-QTD-EXCLUIDAS
                               MOVE REG-PARM-COAF(1:2)
                                 TO WK-CAT-EXCLUIDA(WK-QTD-EXCLUIDAS)
                           END-IF
                   END-EVALUATE
           END-READ.
      *
       0148-MOSTRA-EXCLUIDA.
           DISPLAY "RELCOAF: CATEGORIA EXCLUIDA DA SOMA  "
                   WK-CAT-EXCLUIDA(WK-IX-CAT).
       0149-LE-PARAMETROS-EXIT.
           EXIT.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - SELECAO E TOTALIZACAO
      ******************************************************************
       0800-SELECIONA-MOVIMENTOS       SECTION.
       0810-SELECIONA-MOVIMENTOS.
           MOVE WK-PERIODO TO HS-PERIODO.
           MOVE ZEROS      TO HS-IDTRANS.
           START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANSH
           END-START.
           PERFORM 0820-LIBERA-MOVIMENTO
               UNTIL WK-FS-CADTRANSH EQUAL "10".
           GO TO 0849-SELECIONA-MOVIMENTOS-EXIT.
      *
       0820-LIBERA-MOVIMENTO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   IF HS-PERIODO NOT EQUAL WK-PERIODO
                       MOVE "10" TO WK-FS-CADTRANSH
                   ELSE
                       PERFORM 0825-AVALIA-MOVIMENTO
                   END-IF
           END-READ.
      *
       0825-AVALIA-MOVIMENTO.
           ADD 1 TO WK-QTD-LIDOS.

      *----> O MOVIMENTO ESTORNADO E O SEU ESTORNO SE ANULAM - NENHUM
      *----> DOS DOIS E MOVIMENTACAO EFETIVA DO CLIENTE
           IF HS-ESTORNO NOT EQUAL SPACES
               ADD 1 TO WK-QTD-ESTORNOS
               EXIT PARAGRAPH
           END-IF.

           SET CATEGORIA-INCLUIDA TO TRUE.
           PERFORM 0827-CONFERE-CATEGORIA
               VARYING WK-IX-CAT FROM 1 BY 1
               UNTIL WK-IX-CAT GREATER THAN WK-QTD-EXCLUIDAS
                  OR CATEGORIA-EXCLUIDA.
           IF CATEGORIA-EXCLUIDA
               ADD 1 TO WK-QTD-CAT-EXCLUIDA
               EXIT PARAGRAPH
           END-IF.

           MOVE HS-MOEDA TO WK-MOEDA-BUSCA.
           MOVE HS-DATA  TO WK-DATA-BUSCA.
           PERFORM 0845-BUSCA-TAXA.
           COMPUTE WK-VALOR-BRL ROUNDED = HS-VALOR * WK-TAXA-DIA.

           PERFORM 0830-BUSCA-TITULAR.

      *----> SEM CPF/CNPJ VALIDO NAO HA A QUEM ATRIBUIR O MOVIMENTO -
      *----> FICA FORA DA COMUNICACAO, CONTADO PARA CONFERENCIA
           IF WK-DOC-TITULAR EQUAL SPACES
               ADD 1            TO WK-QTD-SEM-DOC
               ADD WK-VALOR-BRL TO WK-VALOR-SEM-DOC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WK-QTD-CONSIDERADOS.
           MOVE WK-DOC-TITULAR  TO ST-DOCUMENTO.
           MOVE HS-DATA         TO ST-DATA.
           MOVE HS-IDTRANS      TO ST-IDTRANS.
           MOVE WK-TIPO-PESSOA  TO ST-TIPO-PESSOA.
           MOVE WK-NOME-TITULAR TO ST-NOME.
           MOVE HS-IDCONTA      TO ST-IDCONTA.
           MOVE HS-TIPO         TO ST-TIPO.
           MOVE HS-CATEGORIA    TO ST-CATEGORIA.
           IF HS-MOEDA EQUAL SPACES
               MOVE "BRL"       TO ST-MOEDA
           ELSE
               MOVE HS-MOEDA    TO ST-MOEDA
           END-IF.
           MOVE HS-VALOR        TO ST-VALOR.
           MOVE WK-VALOR-BRL    TO ST-VALOR-BRL.
           MOVE HS-DESCR        TO ST-DESCR.
           RELEASE REG-SORT.
      *
       0827-CONFERE-CATEGORIA.
           IF HS-CATEGORIA EQUAL WK-CAT-EXCLUIDA(WK-IX-CAT)
               SET CATEGORIA-EXCLUIDA TO TRUE
           END-IF.
      *
       0830-BUSCA-TITULAR.
      *----> CONTA -> CLIENTE TITULAR -> CPF/CNPJ; A ULTIMA CONTA
      *----> CONSULTADA FICA EM CACHE
           IF HS-IDCONTA EQUAL WK-CONTA-CACHE
               EXIT PARAGRAPH
           END-IF.
           MOVE HS-IDCONTA TO WK-CONTA-CACHE.
           MOVE SPACES     TO WK-DOC-TITULAR.
           MOVE SPACES     TO WK-NOME-TITULAR.
           MOVE SPACES     TO WK-TIPO-PESSOA.

           MOVE HS-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF IDCLI EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE IDCLI TO CL-IDCLI.
           READ CADCLI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CL-NOME TO WK-NOME-TITULAR.
           PERFORM 0835-NORMALIZA-DOCUMENTO.
      *
       0835-NORMALIZA-DOCUMENTO.
      *----> SO OS DIGITOS DO CAMPO LIVRE CONTAM (PONTOS, BARRAS E
      *----> TRACOS SAO TOLERADOS NO CADASTRO); 11 DIGITOS = CPF,
      *----> 14 = CNPJ, QUALQUER OUTRA COISA FICA SEM DOCUMENTO.
           MOVE ZEROS TO WK-QTD-DIGITOS.
           PERFORM 0837-EXTRAI-DIGITO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN 14.
           EVALUATE WK-QTD-DIGITOS
               WHEN 11
                   MOVE "F"    TO WK-TIPO-PESSOA
               WHEN 14
                   MOVE "J"    TO WK-TIPO-PESSOA
               WHEN OTHER
                   MOVE SPACES TO WK-DOC-TITULAR
           END-EVALUATE.
      *
       0837-EXTRAI-DIGITO.
           IF CL-DOCUMENTO(WK-IX:1) IS NUMERIC
               ADD 1 TO WK-QTD-DIGITOS
               MOVE CL-DOCUMENTO(WK-IX:1)
                 TO WK-DOC-TITULAR(WK-QTD-DIGITOS:1)
           END-IF.
      *
       0845-BUSCA-TAXA.
      *----> TAXA DA DATA DO MOVIMENTO; A MOEDA BASE (OU BRANCOS DO
      *----> ESTOQUE ANTIGO) CONVERTE POR UM. A TAXA AUSENTE E FATAL -
      *----> A COMUNICACAO NAO PODE SAIR PARCIALMENTE CONVERTIDA.
           IF WK-MOEDA-BUSCA EQUAL SPACES
                   OR WK-MOEDA-BUSCA EQUAL "BRL"
               MOVE 1 TO WK-TAXA-DIA
               EXIT PARAGRAPH
           END-IF.
           IF WK-CHAVE-BUSCA EQUAL WK-CHAVE-CACHE
               MOVE WK-TAXA-CACHE TO WK-TAXA-DIA
               EXIT PARAGRAPH
           END-IF.
           IF CAMBIO-INDISPONIVEL
               DISPLAY "RELCOAF: SEM ARQUIVO DE CAMBIO PARA A "
                       "MOEDA " WK-MOEDA-BUSCA " (CAMBIOCAD)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-MOEDA-BUSCA TO CB-MOEDA.
           MOVE WK-DATA-BUSCA  TO CB-DATA.
           READ CAMBIO
               INVALID KEY
                   DISPLAY "RELCOAF: TAXA DE CAMBIO AUSENTE PARA "
                           WK-MOEDA-BUSCA " EM " WK-DATA-BUSCA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE CB-TAXA        TO WK-TAXA-DIA.
           MOVE WK-CHAVE-BUSCA TO WK-CHAVE-CACHE.
           MOVE CB-TAXA        TO WK-TAXA-CACHE.
       0849-SELECIONA-MOVIMENTOS-EXIT.
           EXIT.
      ******************************************************************
       0850-TOTALIZA-DOCUMENTOS        SECTION.
       0855-TOTALIZA-DOCUMENTOS.
           OPEN OUTPUT ARQ-MOVTRAB.
           IF WK-FS-MOVTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-MOVTRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO COAFMOV"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-TOTTRAB.
           IF WK-FS-TOTTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TOTTRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO COAFTOT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0880-RETORNA-MOVIMENTO.
           PERFORM 0860-ACUMULA-MOVIMENTO
               UNTIL FIM-SORT.

      *----> FECHA O TOTAL DO ULTIMO DOCUMENTO DO ARQUIVO
           IF DOCUMENTOS-SEGUINTES
               PERFORM 0870-GRAVA-TOTAL
           END-IF.
           CLOSE ARQ-MOVTRAB.
           CLOSE ARQ-TOTTRAB.
           GO TO 0899-TOTALIZA-DOCUMENTOS-EXIT.
      *
       0860-ACUMULA-MOVIMENTO.
           IF ST-DOCUMENTO NOT EQUAL WK-DOC-ATUAL
               IF DOCUMENTOS-SEGUINTES
                   PERFORM 0870-GRAVA-TOTAL
               END-IF
               SET DOCUMENTOS-SEGUINTES TO TRUE
               MOVE ST-DOCUMENTO   TO WK-DOC-ATUAL
               MOVE ST-DOCUMENTO   TO TT-DOCUMENTO
               MOVE ST-TIPO-PESSOA TO TT-TIPO-PESSOA
               MOVE ST-NOME        TO TT-NOME
               MOVE ZEROS          TO WK-DOC-QTD
               MOVE ZEROS          TO WK-DOC-CREDITOS
               MOVE ZEROS          TO WK-DOC-DEBITOS
           END-IF.

           ADD 1 TO WK-DOC-QTD.
           IF ST-TIPO EQUAL 2
               ADD ST-VALOR-BRL TO WK-DOC-CREDITOS
           ELSE
               ADD ST-VALOR-BRL TO WK-DOC-DEBITOS
           END-IF.

           WRITE REG-MOVTRAB FROM REG-SORT.
           IF WK-FS-MOVTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-MOVTRAB
                       " NA GRAVACAO DO ARQUIVO DE TRABALHO COAFMOV"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0880-RETORNA-MOVIMENTO.
      *
       0870-GRAVA-TOTAL.
      *----> CONFRONTA O DOCUMENTO COM CADA LIMITE LIGADO; QUALQUER
      *----> LIMITE ATINGIDO LEVA O CLIENTE PARA A COMUNICACAO
           ADD 1 TO WK-QTD-DOCUMENTOS.
           COMPUTE WK-DOC-TOTAL = WK-DOC-CREDITOS + WK-DOC-DEBITOS.
           MOVE SPACES TO TT-ENQUADRAMENTO.
           IF WK-LIMITE-CRED GREATER THAN ZEROS
                   AND WK-DOC-CREDITOS NOT LESS THAN WK-LIMITE-CRED
               MOVE "C" TO TT-ENQUADRAMENTO(1:1)
           END-IF.
           IF WK-LIMITE-DEB GREATER THAN ZEROS
                   AND WK-DOC-DEBITOS NOT LESS THAN WK-LIMITE-DEB
               MOVE "D" TO TT-ENQUADRAMENTO(2:1)
           END-IF.
           IF WK-LIMITE-TOTAL GREATER THAN ZEROS
                   AND WK-DOC-TOTAL NOT LESS THAN WK-LIMITE-TOTAL
               MOVE "T" TO TT-ENQUADRAMENTO(3:1)
           END-IF.
           MOVE WK-DOC-QTD      TO TT-QTD.
           MOVE WK-DOC-CREDITOS TO TT-CREDITOS.
           MOVE WK-DOC-DEBITOS  TO TT-DEBITOS.
           WRITE REG-TOTTRAB.
           IF WK-FS-TOTTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TOTTRAB
                       " NA GRAVACAO DO ARQUIVO DE TRABALHO COAFTOT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0880-RETORNA-MOVIMENTO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-TOTALIZA-DOCUMENTOS-EXIT.
           EXIT.
      ******************************************************************
      * EMISSAO - RELATORIO PAGINADO E ARQUIVO DE ENVIO
      ******************************************************************
       0300-EMITE-COMUNICACAO          SECTION.
       0305-EMITE-COMUNICACAO.
           OPEN INPUT ARQ-MOVTRAB.
           IF WK-FS-MOVTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-MOVTRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO COAFMOV"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-TOTTRAB.
           IF WK-FS-TOTTRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TOTTRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO COAFTOT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-COAF.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> O ARQUIVO DE ENVIO SAI MESMO SEM CLIENTE ENQUADRADO -
      *----> CABECALHO E TRAILER ZERADO VALEM COMO COMUNICACAO
      *----> NEGATIVA DO PERIODO
           MOVE SPACES TO WK-ARQ-ENVIO.
           STRING WK-PREFIXO-ENVIO DELIMITED BY SPACES
                  "-"              DELIMITED BY SIZE
                  WK-PERIODO       DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO WK-ARQ-ENVIO.
           OPEN OUTPUT ARQ-ENVIO.
           IF WK-FS-ENVIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ENVIO
                       " NA ABERTURA DO ARQUIVO DE ENVIO " WK-ARQ-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WK-PERIODO        TO EH-PERIODO.
           MOVE WK-DATA-MOVIMENTO TO EH-DATA-GERACAO.
           MOVE WK-LIMITE-CRED    TO EH-LIMITE-CRED.
           MOVE WK-LIMITE-DEB     TO EH-LIMITE-DEB.
           MOVE WK-LIMITE-TOTAL   TO EH-LIMITE-TOTAL.
           MOVE WK-ENV-HEADER     TO REG-ENVIO.
           PERFORM 0390-GRAVA-ENVIO.

           PERFORM 0335-LE-MOVTRAB.
           PERFORM 0310-TRATA-DOCUMENTO
               UNTIL WK-FS-TOTTRAB EQUAL "10".

           MOVE WK-QTD-COMUNICADOS TO ET-QTD-DETALHES.
           MOVE WK-SOMA-CREDITOS   TO ET-SOMA-CREDITOS.
           MOVE WK-SOMA-DEBITOS    TO ET-SOMA-DEBITOS.
           MOVE WK-ENV-TRAILER     TO REG-ENVIO.
           PERFORM 0390-GRAVA-ENVIO.

           PERFORM 0350-RESUMO.
           GO TO 0399-EMITE-COMUNICACAO-EXIT.
      *
       0310-TRATA-DOCUMENTO.
           READ ARQ-TOTTRAB
               AT END
                   MOVE "10" TO WK-FS-TOTTRAB
               NOT AT END
                   PERFORM 0320-DOCUMENTO
           END-READ.
      *
       0320-DOCUMENTO.
           IF NOT TT-NAO-ENQUADRADO
               PERFORM 0325-ABRE-DOCUMENTO
           END-IF.
      *----> OS DOIS ARQUIVOS DE TRABALHO ESTAO NA MESMA ORDEM - OS
      *----> MOVIMENTOS DO DOCUMENTO SAO CONSUMIDOS MESMO QUANDO ELE
      *----> NAO E COMUNICADO
           PERFORM 0330-MOVIMENTO-DOCUMENTO
               UNTIL WK-FS-MOVTRAB EQUAL "10"
                  OR MV-DOCUMENTO NOT EQUAL TT-DOCUMENTO.
           IF NOT TT-NAO-ENQUADRADO
               PERFORM 0340-FECHA-DOCUMENTO
           END-IF.
      *
       0325-ABRE-DOCUMENTO.
           ADD 1 TO WK-QTD-COMUNICADOS.
      *----> BLOCO DO CLIENTE NAO COMECA NO PE DA PAGINA
           IF WK-LINHAS GREATER THAN WK-LINHAS-MAX - 6
               MOVE 99 TO WK-LINHAS
           END-IF.
           PERFORM 0360-EDITA-DOCUMENTO.
           MOVE WK-DOC-EDITADO TO CABD-DOCUMENTO.
           IF TT-TIPO-PESSOA EQUAL "F"
               MOVE "CPF "     TO CABD-TIPO-DOC
           ELSE
               MOVE "CNPJ"     TO CABD-TIPO-DOC
           END-IF.
           MOVE TT-NOME        TO CABD-NOME.
           MOVE WK-LIN-CAB-DOC TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-LIN-CAB-COLUNAS TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0330-MOVIMENTO-DOCUMENTO.
           IF NOT TT-NAO-ENQUADRADO
               MOVE MV-DATA TO WK-DATA-AMD
               PERFORM 0720-FORMATA-DATA
               MOVE WK-DATA-DMA   TO DET-DATA
               MOVE MV-IDCONTA    TO DET-CONTA
               IF MV-TIPO EQUAL 2
                   MOVE "CREDITO" TO DET-TIPO
               ELSE
                   MOVE "DEBITO " TO DET-TIPO
               END-IF
               MOVE MV-CATEGORIA  TO DET-CATEGORIA
               MOVE MV-MOEDA      TO DET-MOEDA
               MOVE MV-VALOR      TO DET-VALOR
               MOVE MV-VALOR-BRL  TO DET-VALOR-BRL
               MOVE MV-DESCR      TO DET-DESCR
               MOVE WK-LIN-DETALHE TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
           PERFORM 0335-LE-MOVTRAB.
      *
       0335-LE-MOVTRAB.
           READ ARQ-MOVTRAB
               AT END
                   MOVE "10" TO WK-FS-MOVTRAB
           END-READ.
      *
       0340-FECHA-DOCUMENTO.
           COMPUTE WK-DOC-TOTAL = TT-CREDITOS + TT-DEBITOS.
           MOVE TT-CREDITOS      TO TOT-CREDITOS.
           MOVE TT-DEBITOS       TO TOT-DEBITOS.
           MOVE WK-DOC-TOTAL     TO TOT-TOTAL.
           MOVE TT-QTD           TO TOT-QTD.
           MOVE TT-ENQUADRAMENTO TO TOT-ENQUADRAMENTO.
           MOVE WK-LIN-TOTAL-DOC TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           ADD TT-CREDITOS TO WK-SOMA-CREDITOS.
           ADD TT-DEBITOS  TO WK-SOMA-DEBITOS.

           MOVE TT-TIPO-PESSOA   TO ED-TIPO-PESSOA.
           IF TT-TIPO-PESSOA EQUAL "F"
               MOVE TT-DOCUMENTO(1:11) TO ED-DOCUMENTO
           ELSE
               MOVE TT-DOCUMENTO(1:14) TO ED-DOCUMENTO
           END-IF.
           MOVE TT-NOME          TO ED-NOME.
           MOVE TT-QTD           TO ED-QTD.
           MOVE TT-CREDITOS      TO ED-CREDITOS.
           MOVE TT-DEBITOS       TO ED-DEBITOS.
           MOVE TT-ENQUADRAMENTO TO ED-ENQUADRAMENTO.
           MOVE WK-ENV-DETALHE   TO REG-ENVIO.
           PERFORM 0390-GRAVA-ENVIO.
      *
       0350-RESUMO.
      *----> PAGINA FINAL DE CONFERENCIA - OS LIDOS FECHAM COM
      *----> ESTORNOS + EXCLUIDOS + SEM DOCUMENTO + CONSIDERADOS
           MOVE 99 TO WK-LINHAS.
           MOVE "RESUMO DA APURACAO" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE WK-QTD-LIDOS TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "MOVIMENTOS DO PERIODO NO HISTORICO......  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-ESTORNOS TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "ESTORNADOS E ESTORNOS (FORA DA SOMA).....  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-CAT-EXCLUIDA TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "CATEGORIAS EXCLUIDAS (FORA DA SOMA)......  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-SEM-DOC TO WK-ED-QTD.
           MOVE WK-VALOR-SEM-DOC TO WK-ED-VALOR.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "SEM CPF/CNPJ VALIDO DO TITULAR...........  "
                  WK-ED-QTD "   VALOR BRL " WK-ED-VALOR
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-CONSIDERADOS TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "MOVIMENTOS CONSIDERADOS..................  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-DOCUMENTOS TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "DOCUMENTOS APURADOS......................  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-QTD-COMUNICADOS TO WK-ED-QTD.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "DOCUMENTOS COMUNICADOS...................  "
                  WK-ED-QTD DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-SOMA-CREDITOS TO WK-ED-VALOR.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "CREDITOS COMUNICADOS EM BRL..............  "
                  WK-ED-VALOR DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-SOMA-DEBITOS TO WK-ED-VALOR.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "DEBITOS COMUNICADOS EM BRL...............  "
                  WK-ED-VALOR DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "LIMITES: C = CREDITOS  D = DEBITOS  "
                  "T = MOVIMENTACAO TOTAL DO MES"
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0360-EDITA-DOCUMENTO.
      *----> 999.999.999-99 PARA CPF, 99.999.999/9999-99 PARA CNPJ
           MOVE SPACES TO WK-DOC-EDITADO.
           IF TT-TIPO-PESSOA EQUAL "F"
               STRING TT-DOCUMENTO(1:3)  "."
                      TT-DOCUMENTO(4:3)  "."
                      TT-DOCUMENTO(7:3)  "-"
                      TT-DOCUMENTO(10:2)
                      DELIMITED BY SIZE INTO WK-DOC-EDITADO
           ELSE
               STRING TT-DOCUMENTO(1:2)  "."
                      TT-DOCUMENTO(3:3)  "."
                      TT-DOCUMENTO(6:3)  "/"
                      TT-DOCUMENTO(9:4)  "-"
                      TT-DOCUMENTO(13:2)
                      DELIMITED BY SIZE INTO WK-DOC-EDITADO
           END-IF.
      *
       0390-GRAVA-ENVIO.
           WRITE REG-ENVIO.
           IF WK-FS-ENVIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ENVIO
                       " NA GRAVACAO DO ARQUIVO DE ENVIO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       0399-EMITE-COMUNICACAO-EXIT.
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
      *
       0720-FORMATA-DATA.
           MOVE WK-AMD-DIA TO WK-DMA-DIA.
           MOVE WK-AMD-MES TO WK-DMA-MES.
           MOVE WK-AMD-ANO TO WK-DMA-ANO.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           CLOSE CADTRANSH.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO
           END-IF.
           CLOSE ARQ-MOVTRAB.
           CLOSE ARQ-TOTTRAB.
           CLOSE REL-COAF.
           CLOSE ARQ-ENVIO.
           DISPLAY "RELCOAF: PERIODO " WK-PERIODO " - "
                   WK-QTD-DOCUMENTOS " DOCUMENTOS APURADOS, "
                   WK-QTD-COMUNICADOS " COMUNICADOS EM "
                   WK-ARQ-ENVIO.
      *----> MOVIMENTO SEM CPF/CNPJ DO TITULAR NAO ENTRA NA
      *----> COMUNICACAO - AVISO PARA O CADASTRO SER CORRIGIDO
           IF WK-QTD-SEM-DOC GREATER THAN ZEROS
               DISPLAY "RELCOAF: " WK-QTD-SEM-DOC
                       " MOVIMENTOS SEM CPF/CNPJ VALIDO DO TITULAR"
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM                SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM RELCOAF.
