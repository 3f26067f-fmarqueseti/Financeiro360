      ******************************************************************
      * FILE NAME   : EXTTESTE                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EXTRACAO DE MASSA DE TESTE MASCARADA - COPIA     *
      *               CADCLI, CADCONTA, CADTRANS, CADTRANSH, JORNAL E  *
      *               SALDOHIST PARA O PREFIXO DE TESTE, TROCANDO OS   *
      *               DADOS PESSOAIS POR DADOS FICTICIOS DERIVADOS DO  *
      *               CODIGO DO CLIENTE (O MESMO CLIENTE RECEBE O      *
      *               MESMO NOME E O MESMO DOCUMENTO EM TODA PARTE, E  *
      *               O CPF/CNPJ FICTICIO TEM DIGITO VERIFICADOR       *
      *               VALIDO). CHAVES, VINCULOS, VALORES E SALDOS SAO  *
      *               MANTIDOS; CADA COPIA E RELIDA E CONCILIADA COM A *
      *               ORIGEM POR QUANTIDADE E TOTAIS DE CONTROLE.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTTESTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ORIGENS - NA CONFERENCIA O MESMO SELECT E REAPONTADO
      *----> PARA A COPIA, QUE E RELIDA COM O MESMO DESENHO
           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CL-IDCLI
           FILE STATUS IS WK-FS-CADCLI.

           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

           SELECT CADTRANSH ASSIGN DYNAMIC WK-ARQ-CADTRANSH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HS-CHAVE
           FILE STATUS IS WK-FS-CADTRANSH.

           SELECT JORNAL ASSIGN DYNAMIC WK-ARQ-JORNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-JORNAL.

           SELECT SALDOHIST ASSIGN DYNAMIC WK-ARQ-SALDOHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SH-CHAVE
           FILE STATUS IS WK-FS-SALDOHIST.

      *----> DESTINOS - PREFIXO DE TESTE + NOME-BASE DA ORIGEM, COM
      *----> AS MESMAS CHAVES DOS MESTRES DE PRODUCAO
           SELECT TST-CADCLI ASSIGN DYNAMIC WK-DST-CADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TC-IDCLI
           FILE STATUS IS WK-FS-DESTINO.

           SELECT TST-CADCONTA ASSIGN DYNAMIC WK-DST-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TA-IDCONTA
           FILE STATUS IS WK-FS-DESTINO.

           SELECT TST-CADTRANS ASSIGN DYNAMIC WK-DST-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TT-IDTRANS
           ALTERNATE KEY IS TT-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-DESTINO.

           SELECT TST-CADTRANSH ASSIGN DYNAMIC WK-DST-CADTRANSH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TH-CHAVE
           FILE STATUS IS WK-FS-DESTINO.

           SELECT TST-JORNAL ASSIGN DYNAMIC WK-DST-JORNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-DESTINO.

           SELECT TST-SALDOHIST ASSIGN DYNAMIC WK-DST-SALDOHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TS-CHAVE
           FILE STATUS IS WK-FS-DESTINO.

           SELECT REL-EXTRACAO ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI.
       COPY CADCLI.

       FD CADCONTA.
       COPY CADCONTA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD CADTRANSH.
       COPY CADTRANSH.

       FD JORNAL
             RECORDING MODE IS F.
       COPY JORNAL.

       FD SALDOHIST.
       COPY SALDOHIST.

       FD TST-CADCLI.
       01 REG-TST-CADCLI.
           03 TC-IDCLI              PIC X(06).
           03 FILLER                PIC X(114).

       FD TST-CADCONTA.
       01 REG-TST-CADCONTA.
           03 TA-IDCONTA            PIC X(04).
           03 FILLER                PIC X(96).

       FD TST-CADTRANS.
       01 REG-TST-CADTRANS.
           03 FILLER                PIC X(50).
           03 TT-IDCONTA            PIC 9(04).
           03 FILLER                PIC X(02).
           03 TT-IDTRANS            PIC 9(08).
           03 FILLER                PIC X(16).

       FD TST-CADTRANSH.
       01 REG-TST-CADTRANSH.
           03 TH-CHAVE              PIC X(14).
           03 FILLER                PIC X(72).

       FD TST-JORNAL
             RECORDING MODE IS F.
       01 REG-TST-JORNAL            PIC X(65).

       FD TST-SALDOHIST.
       01 REG-TST-SALDOHIST.
           03 TS-CHAVE              PIC X(12).
           03 FILLER                PIC X(12).

       FD REL-EXTRACAO.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-JORNAL            PIC X(100)   VALUE
           "C:\teste\jornal.dat".
       77  WK-ARQ-SALDOHIST         PIC X(100)   VALUE
           "C:\teste\saldohist.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\extteste-rel.txt".
      *----> PREFIXO DA MASSA DE TESTE - O DESTINO DE CADA ARQUIVO E
      *----> ESTE PREFIXO SEGUIDO DO NOME-BASE DO CAMINHO DE ORIGEM
       77  WK-PREFIXO-TESTE         PIC X(100)   VALUE
           "C:\teste\tst-".
       COPY FINCFG.
       77  WK-DST-CADCLI            PIC X(100)    VALUE SPACES.
       77  WK-DST-CADCONTA          PIC X(100)    VALUE SPACES.
       77  WK-DST-CADTRANS          PIC X(100)    VALUE SPACES.
       77  WK-DST-CADTRANSH         PIC X(100)    VALUE SPACES.
       77  WK-DST-JORNAL            PIC X(100)    VALUE SPACES.
       77  WK-DST-SALDOHIST         PIC X(100)    VALUE SPACES.
       77  WK-ARQ-SALVO             PIC X(100)    VALUE SPACES.
       77  WK-FS-CADCLI             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANSH          PIC X(2)      VALUE SPACES.
       77  WK-FS-JORNAL             PIC X(2)      VALUE SPACES.
       77  WK-FS-SALDOHIST          PIC X(2)      VALUE SPACES.
       77  WK-FS-DESTINO            PIC X(2)      VALUE SPACES.
       77  WK-FS-ABERTURA           PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.

      *----> MONTAGEM DO CAMINHO DE DESTINO
       77  WK-CAMINHO-ORIGEM        PIC X(100)    VALUE SPACES.
       77  WK-CAMINHO-DESTINO       PIC X(100)    VALUE SPACES.
       77  WK-BASENAME              PIC X(100)    VALUE SPACES.
       77  WK-POS                   PIC 9(03)     VALUE ZEROS COMP.
       77  WK-POS-BARRA             PIC 9(03)     VALUE ZEROS COMP.
       77  WK-NOME-MESTRE           PIC X(10)     VALUE SPACES.

      *----> ARQUIVO CORRENTE NA TABELA DE CONCILIACAO E LADO
      *----> SENDO TOTALIZADO (1 = ORIGEM, 2 = COPIA)
       77  WK-IX-ARQ                PIC 9(02)     VALUE ZEROS COMP.
       77  WK-LADO                  PIC 9(01)     VALUE ZEROS COMP.
       77  WK-QTD-ARQUIVOS          PIC 9(02)     VALUE 6 COMP.
       01  WK-SW-MESTRE             PIC X         VALUE "S".
           88  MESTRE-DISPONIVEL                  VALUE "S".
           88  MESTRE-AUSENTE                     VALUE "N".
       01  WK-SW-DIVERGENCIA        PIC X         VALUE "N".
           88  HOUVE-DIVERGENCIA                  VALUE "S".
           88  SEM-DIVERGENCIA                    VALUE "N".

      *----> TOTAIS DE CONTROLE POR ARQUIVO: QUANTIDADE, SOMA DAS
      *----> CHAVES, SOMA DOS VINCULOS (CONTA, CLIENTE, CONTRAPARTE,
      *----> ORIGEM DO ESTORNO) E SOMA DE VALORES E SALDOS
       01  WK-TAB-CONCILIACAO.
           03  WK-CON-ARQ OCCURS 6.
               05  WK-CON-NOME      PIC X(10).
               05  WK-CON-SITUACAO  PIC X(01).
                   88  CON-COPIADO                VALUE "C".
                   88  CON-AUSENTE                VALUE "A".
               05  WK-CON-LADO OCCURS 2.
                   07  WK-CON-QTD       PIC 9(09).
                   07  WK-CON-HASH-CHV  PIC 9(15).
                   07  WK-CON-HASH-VINC PIC 9(15).
                   07  WK-CON-HASH-VLR  PIC S9(15)V9(02).

      *----> CHAVE ALFANUMERICA CONVERTIDA EM NUMERO PARA OS TOTAIS
      *----> E PARA A GERACAO DOS DADOS FICTICIOS
       01  WK-CHAVE-X               PIC X(08)     VALUE SPACES.
       01  WK-CHAVE-N REDEFINES WK-CHAVE-X
                                    PIC 9(08).
       77  WK-IX                    PIC 9(02)     VALUE ZEROS COMP.

      *----> DADOS FICTICIOS DO CLIENTE - TODOS DERIVADOS DO CODIGO
      *----> DO CLIENTE, DE MODO QUE A MESMA PESSOA RECEBE SEMPRE O
      *----> MESMO NOME, DOCUMENTO, TELEFONE E E-MAIL
       01  WK-ID-CLIENTE            PIC X(06)     VALUE SPACES.
       01  WK-ID-DIGITOS REDEFINES WK-ID-CLIENTE.
           03  WK-ID-DIG            OCCURS 6 PIC 9(01).
       77  WK-NOME-FICTICIO         PIC X(30)     VALUE SPACES.
       77  WK-IX-NOME               PIC 9(02)     VALUE ZEROS COMP.
       77  WK-IX-SOBRENOME1         PIC 9(02)     VALUE ZEROS COMP.
       77  WK-IX-SOBRENOME2         PIC 9(02)     VALUE ZEROS COMP.
       01  WK-NOMES.
           03  FILLER               PIC X(10)     VALUE "ANA".
           03  FILLER               PIC X(10)     VALUE "BRUNO".
           03  FILLER               PIC X(10)     VALUE "CARLA".
           03  FILLER               PIC X(10)     VALUE "DANIEL".
           03  FILLER               PIC X(10)     VALUE "ELISA".
           03  FILLER               PIC X(10)     VALUE "FABIO".
           03  FILLER               PIC X(10)     VALUE "GABRIELA".
           03  FILLER               PIC X(10)     VALUE "HUGO".
           03  FILLER               PIC X(10)     VALUE "IRENE".
           03  FILLER               PIC X(10)     VALUE "JOAO".
       01  WK-NOMES-T REDEFINES WK-NOMES.
           03  WK-NOME-TAB          OCCURS 10 PIC X(10).
       01  WK-SOBRENOMES.
           03  FILLER               PIC X(10)     VALUE "ALMEIDA".
           03  FILLER               PIC X(10)     VALUE "BARROS".
           03  FILLER               PIC X(10)     VALUE "CAMPOS".
           03  FILLER               PIC X(10)     VALUE "DUARTE".
           03  FILLER               PIC X(10)     VALUE "ESTEVES".
           03  FILLER               PIC X(10)     VALUE "FARIAS".
           03  FILLER               PIC X(10)     VALUE "GOMES".
           03  FILLER               PIC X(10)     VALUE "MOURA".
           03  FILLER               PIC X(10)     VALUE "NUNES".
           03  FILLER               PIC X(10)     VALUE "TEIXEIRA".
       01  WK-SOBRENOMES-T REDEFINES WK-SOBRENOMES.
           03  WK-SOBRENOME-TAB     OCCURS 10 PIC X(10).

      *----> DOCUMENTO FICTICIO: CPF = 900 + CODIGO + DV; CNPJ =
      *----> 90 + CODIGO + 0001 + DV - MESMAS REGRAS DE DIGITO
      *----> VERIFICADOR DA CARGA DE CLIENTES (CADCLILD)
       77  WK-DOC-TAM               PIC 9(02)     VALUE ZEROS.
       01  WK-DOC-DIGITOS.
           03  WK-DOC-DIG           OCCURS 14 PIC 9(01).
       77  WK-SOMA                  PIC 9(05)     VALUE ZEROS.
       77  WK-QUOCIENTE             PIC 9(05)     VALUE ZEROS.
       77  WK-RESTO                 PIC 9(02)     VALUE ZEROS.
       77  WK-DV                    PIC 9(02)     VALUE ZEROS.
       77  WK-DV1                   PIC 9(02)     VALUE ZEROS.
       77  WK-DV2                   PIC 9(02)     VALUE ZEROS.
       01  WK-PESOS-CNPJ1           PIC X(12)     VALUE "543298765432".
       01  WK-PESOS-CNPJ1-T REDEFINES WK-PESOS-CNPJ1.
           03  WK-PESO1             OCCURS 12 PIC 9(01).
       01  WK-PESOS-CNPJ2           PIC X(13)     VALUE "6543298765432".
       01  WK-PESOS-CNPJ2-T REDEFINES WK-PESOS-CNPJ2.
           03  WK-PESO2             OCCURS 13 PIC 9(01).
       01  WK-SW-DOCUMENTO          PIC X         VALUE "S".
           88  DOCUMENTO-VALIDO                   VALUE "S".
           88  DOCUMENTO-INVALIDO                 VALUE "N".

      *----> CONTADORES DA MASCARA
       77  WK-QTD-CLI-MASCARADOS    PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-CPF               PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-CNPJ              PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-CONTAS-MASCARADAS PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-DESCR-MASCARADAS  PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-DOC-INVALIDOS     PIC 9(08)     VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

      *---> Linha de impressao generica e formatacao de data
       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-DATA-SISTEMA          PIC 9(08)     VALUE ZEROS.
       01  WK-DATA-AMD REDEFINES WK-DATA-SISTEMA.
           03  WK-AMD-ANO           PIC X(04).
           03  WK-AMD-MES           PIC X(02).
           03  WK-AMD-DIA           PIC X(02).
       01  WK-DATA-DMA.
           03  WK-DMA-DIA           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-MES           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-ANO           PIC X(04).

       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - EXTRACAO DE TESTE".
           03  FILLER               PIC X(16)     VALUE
               "DATA EXTRACAO:  ".
           03  CAB1-DATA            PIC X(10).
           03  FILLER               PIC X(44)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-PREFIXO.
           03  FILLER               PIC X(18)     VALUE
               "PREFIXO DE TESTE: ".
           03  PRE-PREFIXO          PIC X(100).

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(13)     VALUE "  ARQUIVO".
           03  FILLER               PIC X(08)     VALUE "LADO".
           03  FILLER               PIC X(13)     VALUE "   REGISTROS".
           03  FILLER               PIC X(22)     VALUE
               "         HASH CHAVES".
           03  FILLER               PIC X(22)     VALUE
               "       HASH VINCULOS".
           03  FILLER               PIC X(26)     VALUE
               "   HASH VALORES/SALDOS".
           03  FILLER               PIC X(10)     VALUE "SITUACAO".

       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-ARQUIVO          PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-LADO             PIC X(06).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-QTD              PIC ZZZ.ZZZ.ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-HASH-CHV         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-HASH-VINC        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-HASH-VLR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(18).

       01  WK-LIN-CONTAGEM.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  LG-LITERAL           PIC X(40).
           03  LG-QTD               PIC ZZ.ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0120-MONTA-DESTINOS.
           PERFORM 0110-OPEN-DATA.

           PERFORM 0310-COPIA-CADCLI.
           PERFORM 0330-COPIA-CADCONTA.
           PERFORM 0340-COPIA-CADTRANS.
           PERFORM 0350-COPIA-CADTRANSH.
           PERFORM 0360-COPIA-JORNAL.
           PERFORM 0370-COPIA-SALDOHIST.

           PERFORM 0600-IMPRIME-CONCILIACAO THRU 0699-CONCILIACAO-EXIT.
           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CADCLI" TO CFG-NOME.
           MOVE WK-ARQ-CADCLI TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCLI.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "CADTRANS" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANS TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANS.
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
           MOVE "JORNAL" TO CFG-NOME.
           MOVE WK-ARQ-JORNAL TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-JORNAL.
           MOVE "SALDOHIST" TO CFG-NOME.
           MOVE WK-ARQ-SALDOHIST TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-SALDOHIST.
           MOVE "EXTTESTE-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "TESTE-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-TESTE TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-TESTE.
      *
       0110-OPEN-DATA.
           OPEN OUTPUT REL-EXTRACAO.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0720-FORMATA-DATA.
           MOVE WK-DATA-DMA TO CAB1-DATA.

           INITIALIZE WK-TAB-CONCILIACAO.
           MOVE "CADCLI"    TO WK-CON-NOME(1).
           MOVE "CADCONTA"  TO WK-CON-NOME(2).
           MOVE "CADTRANS"  TO WK-CON-NOME(3).
           MOVE "CADTRANSH" TO WK-CON-NOME(4).
           MOVE "JORNAL"    TO WK-CON-NOME(5).
           MOVE "SALDOHIST" TO WK-CON-NOME(6).
      *
       0120-MONTA-DESTINOS.
      *----> O PREFIXO DE TESTE E OBRIGATORIO E NENHUM DESTINO PODE
      *----> COINCIDIR COM A ORIGEM - A EXTRACAO NUNCA GRAVA POR CIMA
      *----> DE UM MESTRE.
           IF WK-PREFIXO-TESTE EQUAL SPACES
               DISPLAY "EXTTESTE: PREFIXO DE TESTE NAO INFORMADO - "
                       "EXTRACAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CADCLI" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-CADCLI TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-CADCLI.
           MOVE "CADCONTA" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-CADCONTA TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-CADCONTA.
           MOVE "CADTRANS" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-CADTRANS TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-CADTRANS.
           MOVE "CADTRANSH" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-CADTRANSH TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-CADTRANSH.
           MOVE "JORNAL" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-JORNAL TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-JORNAL.
           MOVE "SALDOHIST" TO WK-NOME-MESTRE.
           MOVE WK-ARQ-SALDOHIST TO WK-CAMINHO-ORIGEM.
           PERFORM 0125-MONTA-CAMINHO.
           MOVE WK-CAMINHO-DESTINO TO WK-DST-SALDOHIST.
      *
       0125-MONTA-CAMINHO.
           MOVE ZEROS TO WK-POS-BARRA.
           PERFORM 0126-PROCURA-BARRA
               VARYING WK-POS FROM 1 BY 1
                 UNTIL WK-POS GREATER THAN 100.

           IF WK-POS-BARRA EQUAL ZEROS
               MOVE WK-CAMINHO-ORIGEM TO WK-BASENAME
           ELSE
               COMPUTE WK-POS = WK-POS-BARRA + 1
               MOVE WK-CAMINHO-ORIGEM(WK-POS:) TO WK-BASENAME
           END-IF.

           MOVE SPACES TO WK-CAMINHO-DESTINO.
           STRING WK-PREFIXO-TESTE DELIMITED BY SPACES
                  WK-BASENAME      DELIMITED BY SPACES
               INTO WK-CAMINHO-DESTINO.

           IF WK-CAMINHO-DESTINO EQUAL WK-CAMINHO-ORIGEM
               DISPLAY "EXTTESTE: DESTINO DO " WK-NOME-MESTRE
                       " COINCIDE COM A ORIGEM (" WK-CAMINHO-ORIGEM
                       ") - EXTRACAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0126-PROCURA-BARRA.
           IF WK-CAMINHO-ORIGEM(WK-POS:1) EQUAL "\"
                   OR WK-CAMINHO-ORIGEM(WK-POS:1) EQUAL "/"
               MOVE WK-POS TO WK-POS-BARRA
           END-IF.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
      *----> CADA ARQUIVO: COPIA COM MASCARA TOTALIZANDO A ORIGEM
      *----> (LADO 1), DEPOIS RELE A COPIA PELO MESMO SELECT
      *----> REAPONTADO E TOTALIZA O LADO 2.
       0305-TRATA-ABERTURA.
           SET MESTRE-DISPONIVEL TO TRUE.
           IF WK-FS-ABERTURA EQUAL "35"
               SET MESTRE-AUSENTE TO TRUE
               SET CON-AUSENTE(WK-IX-ARQ) TO TRUE
               DISPLAY "EXTTESTE: " WK-NOME-MESTRE
                       " INEXISTENTE NA ORIGEM - COPIA IGNORADA"
           ELSE
               IF WK-FS-ABERTURA NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-ABERTURA
                           " NA ABERTURA DO ARQUIVO " WK-NOME-MESTRE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET CON-COPIADO(WK-IX-ARQ) TO TRUE
           END-IF.
      *
       0307-VALIDA-DESTINO-OPEN.
           IF WK-FS-DESTINO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-DESTINO
                       " NA ABERTURA DA COPIA DO " WK-NOME-MESTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0308-VALIDA-DESTINO-WRITE.
           IF WK-FS-DESTINO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-DESTINO
                       " NA ESCRITA DA COPIA DO " WK-NOME-MESTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0309-VALIDA-RELEITURA.
           IF WK-FS-ABERTURA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ABERTURA
                       " NA RELEITURA DA COPIA DO " WK-NOME-MESTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0310-COPIA-CADCLI.
           MOVE "CADCLI" TO WK-NOME-MESTRE.
           MOVE 1 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT CADCLI.
           MOVE WK-FS-CADCLI TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-CADCLI.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0312-COPIA-REG-CADCLI
               UNTIL WK-FS-CADCLI EQUAL "10".
           CLOSE CADCLI.
           CLOSE TST-CADCLI.

           MOVE WK-ARQ-CADCLI TO WK-ARQ-SALVO.
           MOVE WK-DST-CADCLI TO WK-ARQ-CADCLI.
           MOVE 2 TO WK-LADO.
           OPEN INPUT CADCLI.
           MOVE WK-FS-CADCLI TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0314-CONFERE-REG-CADCLI
               UNTIL WK-FS-CADCLI EQUAL "10".
           CLOSE CADCLI.
           MOVE WK-ARQ-SALVO TO WK-ARQ-CADCLI.
           DISPLAY "EXTTESTE: CADCLI    COPIADO - "
                   WK-CON-QTD(1, 1) " REGISTROS".
      *
       0312-COPIA-REG-CADCLI.
           READ CADCLI NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCLI
               NOT AT END
                   PERFORM 0313-TOTALIZA-CADCLI
                   PERFORM 0380-MASCARA-CLIENTE
                   WRITE REG-TST-CADCLI FROM REG-CLI
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0313-TOTALIZA-CADCLI.
           ADD 1 TO WK-CON-QTD(1, WK-LADO).
           MOVE CL-IDCLI TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.
           MOVE ZEROS TO WK-CHAVE-N.
           MOVE WK-ID-CLIENTE TO WK-CHAVE-X(3:6).
           ADD WK-CHAVE-N TO WK-CON-HASH-CHV(1, WK-LADO).
      *
       0314-CONFERE-REG-CADCLI.
      *----> ALEM DOS TOTAIS, O DOCUMENTO GRAVADO NA COPIA PASSA
      *----> PELA MESMA CONFERENCIA DE DV DA CARGA DE CLIENTES
           READ CADCLI NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCLI
               NOT AT END
                   PERFORM 0313-TOTALIZA-CADCLI
                   IF CL-DOCUMENTO NOT EQUAL SPACES
                       PERFORM 0395-CONFERE-DOCUMENTO
                       IF DOCUMENTO-INVALIDO
                           ADD 1 TO WK-QTD-DOC-INVALIDOS
                           DISPLAY "EXTTESTE: DOCUMENTO FICTICIO "
                                   "INVALIDO NO CLIENTE " CL-IDCLI
                       END-IF
                   END-IF
           END-READ.
      *
       0330-COPIA-CADCONTA.
           MOVE "CADCONTA" TO WK-NOME-MESTRE.
           MOVE 2 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT CADCONTA.
           MOVE WK-FS-CADCONTA TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-CADCONTA.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0332-COPIA-REG-CADCONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           CLOSE CADCONTA.
           CLOSE TST-CADCONTA.

           MOVE WK-ARQ-CADCONTA TO WK-ARQ-SALVO.
           MOVE WK-DST-CADCONTA TO WK-ARQ-CADCONTA.
           MOVE 2 TO WK-LADO.
           OPEN INPUT CADCONTA.
           MOVE WK-FS-CADCONTA TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0334-CONFERE-REG-CADCONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           CLOSE CADCONTA.
           MOVE WK-ARQ-SALVO TO WK-ARQ-CADCONTA.
           DISPLAY "EXTTESTE: CADCONTA  COPIADO - "
                   WK-CON-QTD(2, 1) " REGISTROS".
      *
       0332-COPIA-REG-CADCONTA.
      *----> O NOME DA CONTA E O DO TITULAR: RECEBE O MESMO NOME
      *----> FICTICIO DO CLIENTE NO CADCLI MASCARADO
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   PERFORM 0333-TOTALIZA-CADCONTA
                   IF IDCLI EQUAL SPACES
                       MOVE SPACES TO NOME
                       STRING "TITULAR CONTA " DELIMITED BY SIZE
                              IDCONTA          DELIMITED BY SIZE
                           INTO NOME
                   ELSE
                       MOVE IDCLI TO WK-ID-CLIENTE
                       PERFORM 0385-NORMALIZA-CODIGO
                       PERFORM 0386-MONTA-NOME
                       MOVE WK-NOME-FICTICIO TO NOME
                   END-IF
                   ADD 1 TO WK-QTD-CONTAS-MASCARADAS
                   WRITE REG-TST-CADCONTA FROM REG-CTA
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0333-TOTALIZA-CADCONTA.
           ADD 1 TO WK-CON-QTD(2, WK-LADO).
           MOVE IDCONTA TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.
           MOVE ZEROS TO WK-CHAVE-N.
           MOVE WK-ID-CLIENTE TO WK-CHAVE-X(3:6).
           ADD WK-CHAVE-N TO WK-CON-HASH-CHV(2, WK-LADO).
           MOVE IDCLI TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.
           MOVE ZEROS TO WK-CHAVE-N.
           MOVE WK-ID-CLIENTE TO WK-CHAVE-X(3:6).
           ADD WK-CHAVE-N TO WK-CON-HASH-VINC(2, WK-LADO).
           IF SALDOINI IS NUMERIC
               ADD SALDOINI TO WK-CON-HASH-VLR(2, WK-LADO)
           END-IF.
           IF LIMITE-CRED IS NUMERIC
               ADD LIMITE-CRED TO WK-CON-HASH-VLR(2, WK-LADO)
           END-IF.
      *
       0334-CONFERE-REG-CADCONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   PERFORM 0333-TOTALIZA-CADCONTA
           END-READ.
      *
       0340-COPIA-CADTRANS.
           MOVE "CADTRANS" TO WK-NOME-MESTRE.
           MOVE 3 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT CADTRANS.
           MOVE WK-FS-CADTRANS TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-CADTRANS.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0342-COPIA-REG-CADTRANS
               UNTIL WK-FS-CADTRANS EQUAL "10".
           CLOSE CADTRANS.
           CLOSE TST-CADTRANS.

           MOVE WK-ARQ-CADTRANS TO WK-ARQ-SALVO.
           MOVE WK-DST-CADTRANS TO WK-ARQ-CADTRANS.
           MOVE 2 TO WK-LADO.
           OPEN INPUT CADTRANS.
           MOVE WK-FS-CADTRANS TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0344-CONFERE-REG-CADTRANS
               UNTIL WK-FS-CADTRANS EQUAL "10".
           CLOSE CADTRANS.
           MOVE WK-ARQ-SALVO TO WK-ARQ-CADTRANS.
           DISPLAY "EXTTESTE: CADTRANS  COPIADO - "
                   WK-CON-QTD(3, 1) " REGISTROS".
      *
       0342-COPIA-REG-CADTRANS.
      *----> A DESCRICAO DOS MOVIMENTOS DOS ALIMENTADORES E DAS
      *----> TRANSFERENCIAS PODE TRAZER NOME DE FAVORECIDO - VIRA
      *----> TEXTO GENERICO; JUROS, TARIFA E EMPRESTIMO TEM TEXTO
      *----> FIXO GERADO PELO PROPRIO SISTEMA E FICAM COMO ESTAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   PERFORM 0343-TOTALIZA-CADTRANS
                   IF NOT CATEGORIA-JUROS
                           AND NOT CATEGORIA-TARIFA
                           AND NOT CATEGORIA-EMPRESTIMO
                           AND FD-DESCR NOT EQUAL SPACES
                       MOVE SPACES TO FD-DESCR
                       STRING "MOVIMENTO "   DELIMITED BY SIZE
                              FD-CATEGORIA   DELIMITED BY SIZE
                           INTO FD-DESCR
                       ADD 1 TO WK-QTD-DESCR-MASCARADAS
                   END-IF
                   WRITE REG-TST-CADTRANS FROM REG-CADTRANS
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0343-TOTALIZA-CADTRANS.
           ADD 1 TO WK-CON-QTD(3, WK-LADO).
           IF FD-IDTRANS IS NUMERIC
               ADD FD-IDTRANS TO WK-CON-HASH-CHV(3, WK-LADO)
           END-IF.
           IF FD-IDCONTA IS NUMERIC
               ADD FD-IDCONTA TO WK-CON-HASH-VINC(3, WK-LADO)
           END-IF.
           IF FD-CONTRAPARTE IS NUMERIC
               ADD FD-CONTRAPARTE TO WK-CON-HASH-VINC(3, WK-LADO)
           END-IF.
           IF FD-IDTRANS-ORIG IS NUMERIC
               ADD FD-IDTRANS-ORIG TO WK-CON-HASH-VINC(3, WK-LADO)
           END-IF.
           IF FD-VALOR IS NUMERIC
               ADD FD-VALOR TO WK-CON-HASH-VLR(3, WK-LADO)
           END-IF.
      *
       0344-CONFERE-REG-CADTRANS.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   PERFORM 0343-TOTALIZA-CADTRANS
           END-READ.
      *
       0350-COPIA-CADTRANSH.
           MOVE "CADTRANSH" TO WK-NOME-MESTRE.
           MOVE 4 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT CADTRANSH.
           MOVE WK-FS-CADTRANSH TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-CADTRANSH.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0352-COPIA-REG-CADTRANSH
               UNTIL WK-FS-CADTRANSH EQUAL "10".
           CLOSE CADTRANSH.
           CLOSE TST-CADTRANSH.

           MOVE WK-ARQ-CADTRANSH TO WK-ARQ-SALVO.
           MOVE WK-DST-CADTRANSH TO WK-ARQ-CADTRANSH.
           MOVE 2 TO WK-LADO.
           OPEN INPUT CADTRANSH.
           MOVE WK-FS-CADTRANSH TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0354-CONFERE-REG-CADTRANSH
               UNTIL WK-FS-CADTRANSH EQUAL "10".
           CLOSE CADTRANSH.
           MOVE WK-ARQ-SALVO TO WK-ARQ-CADTRANSH.
           DISPLAY "EXTTESTE: CADTRANSH COPIADO - "
                   WK-CON-QTD(4, 1) " REGISTROS".
      *
       0352-COPIA-REG-CADTRANSH.
      *----> MESMA REGRA DE DESCRICAO DO CADTRANS
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   PERFORM 0353-TOTALIZA-CADTRANSH
                   IF HS-CATEGORIA NOT EQUAL "JU"
                           AND HS-CATEGORIA NOT EQUAL "TA"
                           AND HS-CATEGORIA NOT EQUAL "EM"
                           AND HS-DESCR NOT EQUAL SPACES
                       MOVE SPACES TO HS-DESCR
                       STRING "MOVIMENTO "   DELIMITED BY SIZE
                              HS-CATEGORIA   DELIMITED BY SIZE
                           INTO HS-DESCR
                       ADD 1 TO WK-QTD-DESCR-MASCARADAS
                   END-IF
                   WRITE REG-TST-CADTRANSH FROM REG-CADTRANSH
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0353-TOTALIZA-CADTRANSH.
           ADD 1 TO WK-CON-QTD(4, WK-LADO).
           IF HS-IDTRANS IS NUMERIC
               ADD HS-IDTRANS TO WK-CON-HASH-CHV(4, WK-LADO)
           END-IF.
           IF HS-IDCONTA IS NUMERIC
               ADD HS-IDCONTA TO WK-CON-HASH-VINC(4, WK-LADO)
           END-IF.
           IF HS-CONTRAPARTE IS NUMERIC
               ADD HS-CONTRAPARTE TO WK-CON-HASH-VINC(4, WK-LADO)
           END-IF.
           IF HS-IDTRANS-ORIG IS NUMERIC
               ADD HS-IDTRANS-ORIG TO WK-CON-HASH-VINC(4, WK-LADO)
           END-IF.
           IF HS-VALOR IS NUMERIC
               ADD HS-VALOR TO WK-CON-HASH-VLR(4, WK-LADO)
           END-IF.
      *
       0354-CONFERE-REG-CADTRANSH.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANSH
               NOT AT END
                   PERFORM 0353-TOTALIZA-CADTRANSH
           END-READ.
      *
       0360-COPIA-JORNAL.
      *----> O JORNAL NAO TEM DADO PESSOAL - COPIA INTEGRAL
           MOVE "JORNAL" TO WK-NOME-MESTRE.
           MOVE 5 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT JORNAL.
           MOVE WK-FS-JORNAL TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-JORNAL.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0362-COPIA-REG-JORNAL
               UNTIL WK-FS-JORNAL EQUAL "10".
           CLOSE JORNAL.
           CLOSE TST-JORNAL.

           MOVE WK-ARQ-JORNAL TO WK-ARQ-SALVO.
           MOVE WK-DST-JORNAL TO WK-ARQ-JORNAL.
           MOVE 2 TO WK-LADO.
           OPEN INPUT JORNAL.
           MOVE WK-FS-JORNAL TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0364-CONFERE-REG-JORNAL
               UNTIL WK-FS-JORNAL EQUAL "10".
           CLOSE JORNAL.
           MOVE WK-ARQ-SALVO TO WK-ARQ-JORNAL.
           DISPLAY "EXTTESTE: JORNAL    COPIADO - "
                   WK-CON-QTD(5, 1) " REGISTROS".
      *
       0362-COPIA-REG-JORNAL.
           READ JORNAL
               AT END
                   MOVE "10" TO WK-FS-JORNAL
               NOT AT END
                   PERFORM 0363-TOTALIZA-JORNAL
                   WRITE REG-TST-JORNAL FROM REG-JORNAL
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0363-TOTALIZA-JORNAL.
           ADD 1 TO WK-CON-QTD(5, WK-LADO).
           IF JR-IDTRANS IS NUMERIC
               ADD JR-IDTRANS TO WK-CON-HASH-CHV(5, WK-LADO)
           END-IF.
           MOVE JR-IDCONTA TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.
           MOVE ZEROS TO WK-CHAVE-N.
           MOVE WK-ID-CLIENTE TO WK-CHAVE-X(3:6).
           ADD WK-CHAVE-N TO WK-CON-HASH-VINC(5, WK-LADO).
           IF JR-CONTRAPARTE IS NUMERIC
               ADD JR-CONTRAPARTE TO WK-CON-HASH-VINC(5, WK-LADO)
           END-IF.
           IF JR-VALOR IS NUMERIC
               ADD JR-VALOR TO WK-CON-HASH-VLR(5, WK-LADO)
           END-IF.
           IF JR-SALDO-DEPOIS IS NUMERIC
               ADD JR-SALDO-DEPOIS TO WK-CON-HASH-VLR(5, WK-LADO)
           END-IF.
      *
       0364-CONFERE-REG-JORNAL.
           READ JORNAL
               AT END
                   MOVE "10" TO WK-FS-JORNAL
               NOT AT END
                   PERFORM 0363-TOTALIZA-JORNAL
           END-READ.
      *
       0370-COPIA-SALDOHIST.
      *----> SALDOS DIARIOS - COPIA INTEGRAL
           MOVE "SALDOHIST" TO WK-NOME-MESTRE.
           MOVE 6 TO WK-IX-ARQ.
           MOVE 1 TO WK-LADO.
           OPEN INPUT SALDOHIST.
           MOVE WK-FS-SALDOHIST TO WK-FS-ABERTURA.
           PERFORM 0305-TRATA-ABERTURA.
           IF MESTRE-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TST-SALDOHIST.
           PERFORM 0307-VALIDA-DESTINO-OPEN.
           PERFORM 0372-COPIA-REG-SALDOHIST
               UNTIL WK-FS-SALDOHIST EQUAL "10".
           CLOSE SALDOHIST.
           CLOSE TST-SALDOHIST.

           MOVE WK-ARQ-SALDOHIST TO WK-ARQ-SALVO.
           MOVE WK-DST-SALDOHIST TO WK-ARQ-SALDOHIST.
           MOVE 2 TO WK-LADO.
           OPEN INPUT SALDOHIST.
           MOVE WK-FS-SALDOHIST TO WK-FS-ABERTURA.
           PERFORM 0309-VALIDA-RELEITURA.
           PERFORM 0374-CONFERE-REG-SALDOHIST
               UNTIL WK-FS-SALDOHIST EQUAL "10".
           CLOSE SALDOHIST.
           MOVE WK-ARQ-SALVO TO WK-ARQ-SALDOHIST.
           DISPLAY "EXTTESTE: SALDOHIST COPIADO - "
                   WK-CON-QTD(6, 1) " REGISTROS".
      *
       0372-COPIA-REG-SALDOHIST.
           READ SALDOHIST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-SALDOHIST
               NOT AT END
                   PERFORM 0373-TOTALIZA-SALDOHIST
                   WRITE REG-TST-SALDOHIST FROM REG-SALDOHIST
                   PERFORM 0308-VALIDA-DESTINO-WRITE
           END-READ.
      *
       0373-TOTALIZA-SALDOHIST.
           ADD 1 TO WK-CON-QTD(6, WK-LADO).
           IF SH-DATA IS NUMERIC
               ADD SH-DATA TO WK-CON-HASH-CHV(6, WK-LADO)
           END-IF.
           MOVE SH-IDCONTA TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.
           MOVE ZEROS TO WK-CHAVE-N.
           MOVE WK-ID-CLIENTE TO WK-CHAVE-X(3:6).
           ADD WK-CHAVE-N TO WK-CON-HASH-VINC(6, WK-LADO).
           IF SH-SALDO IS NUMERIC
               ADD SH-SALDO TO WK-CON-HASH-VLR(6, WK-LADO)
           END-IF.
      *
       0374-CONFERE-REG-SALDOHIST.
           READ SALDOHIST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-SALDOHIST
               NOT AT END
                   PERFORM 0373-TOTALIZA-SALDOHIST
           END-READ.
      ******************************************************************
       0380-MASCARA SECTION.
       0380-MASCARA-CLIENTE.
      *----> CAMPO EM BRANCO NA ORIGEM CONTINUA EM BRANCO NA COPIA;
      *----> O DOCUMENTO MANTEM O TIPO (CPF OU CNPJ) DO ORIGINAL.
           MOVE CL-IDCLI TO WK-ID-CLIENTE.
           PERFORM 0385-NORMALIZA-CODIGO.

           PERFORM 0386-MONTA-NOME.
           MOVE WK-NOME-FICTICIO TO CL-NOME.

           IF CL-DOCUMENTO NOT EQUAL SPACES
               PERFORM 0387-CONTA-DIGITOS
               IF WK-DOC-TAM EQUAL 14
                   PERFORM 0392-GERA-CNPJ
                   ADD 1 TO WK-QTD-CNPJ
               ELSE
                   PERFORM 0391-GERA-CPF
                   ADD 1 TO WK-QTD-CPF
               END-IF
           END-IF.

           IF CL-TELEFONE NOT EQUAL SPACES
               MOVE SPACES TO CL-TELEFONE
               STRING "(00) 90"      DELIMITED BY SIZE
                      WK-ID-CLIENTE  DELIMITED BY SIZE
                   INTO CL-TELEFONE
           END-IF.

           IF CL-EMAIL NOT EQUAL SPACES
               MOVE SPACES TO CL-EMAIL
               STRING "CLIENTE"          DELIMITED BY SIZE
                      WK-ID-CLIENTE      DELIMITED BY SIZE
                      "@TESTE.INVALID"   DELIMITED BY SIZE
                   INTO CL-EMAIL
           END-IF.
           ADD 1 TO WK-QTD-CLI-MASCARADOS.
      *
       0385-NORMALIZA-CODIGO.
      *----> CODIGO DO CLIENTE (OU DA CONTA) SO COM DIGITOS: LETRAS
      *----> VIRAM O ALGARISMO DA SUA POSICAO NO ALFABETO E QUALQUER
      *----> OUTRO CARACTER VIRA ZERO.
           INSPECT WK-ID-CLIENTE CONVERTING
                   " ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "012345678901234567890123456".
           PERFORM 0384-ZERA-NAO-DIGITO
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 6.
      *
       0384-ZERA-NAO-DIGITO.
           IF WK-ID-CLIENTE(WK-IX:1) IS NOT NUMERIC
               MOVE "0" TO WK-ID-CLIENTE(WK-IX:1)
           END-IF.
      *
       0386-MONTA-NOME.
      *----> NOME = PRENOME PELO ULTIMO DIGITO DO CODIGO + DOIS
      *----> SOBRENOMES PELOS DIGITOS ANTERIORES
           COMPUTE WK-IX-NOME       = WK-ID-DIG(6) + 1.
           COMPUTE WK-IX-SOBRENOME1 = WK-ID-DIG(5) + 1.
           COMPUTE WK-IX-SOBRENOME2 = WK-ID-DIG(4) + 1.
           MOVE SPACES TO WK-NOME-FICTICIO.
           STRING WK-NOME-TAB(WK-IX-NOME)
                                      DELIMITED BY SPACES
                  " "                 DELIMITED BY SIZE
                  WK-SOBRENOME-TAB(WK-IX-SOBRENOME1)
                                      DELIMITED BY SPACES
                  " "                 DELIMITED BY SIZE
                  WK-SOBRENOME-TAB(WK-IX-SOBRENOME2)
                                      DELIMITED BY SPACES
               INTO WK-NOME-FICTICIO.
      *
       0387-CONTA-DIGITOS.
           MOVE ZEROS TO WK-DOC-TAM.
           PERFORM 0388-CONTA-DIGITO
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 14.
      *
       0388-CONTA-DIGITO.
           IF CL-DOCUMENTO(WK-IX:1) IS NUMERIC
               ADD 1 TO WK-DOC-TAM
               IF WK-DOC-TAM NOT GREATER THAN 14
                   MOVE CL-DOCUMENTO(WK-IX:1)
                     TO WK-DOC-DIG(WK-DOC-TAM)
               END-IF
           END-IF.
      *
       0391-GERA-CPF.
           MOVE ZEROS TO WK-DOC-DIGITOS.
           MOVE "900" TO WK-DOC-DIGITOS(1:3).
           MOVE WK-ID-CLIENTE TO WK-DOC-DIGITOS(4:6).
           PERFORM 0393-CALCULA-DV1-CPF.
           MOVE WK-DV1 TO WK-DOC-DIG(10).
           PERFORM 0390-CALCULA-DV2-CPF.
           MOVE WK-DV2 TO WK-DOC-DIG(11).
           MOVE SPACES TO CL-DOCUMENTO.
           MOVE WK-DOC-DIGITOS(1:11) TO CL-DOCUMENTO.
      *
       0392-GERA-CNPJ.
           MOVE ZEROS TO WK-DOC-DIGITOS.
           MOVE "90" TO WK-DOC-DIGITOS(1:2).
           MOVE WK-ID-CLIENTE TO WK-DOC-DIGITOS(3:6).
           MOVE "0001" TO WK-DOC-DIGITOS(9:4).
           PERFORM 0394-CALCULA-DV1-CNPJ.
           MOVE WK-DV1 TO WK-DOC-DIG(13).
           PERFORM 0383-CALCULA-DV2-CNPJ.
           MOVE WK-DV2 TO WK-DOC-DIG(14).
           MOVE WK-DOC-DIGITOS TO CL-DOCUMENTO.
      *
       0393-CALCULA-DV1-CPF.
      *----> PESOS 10..2 SOBRE 9 DIGITOS E 11..2 SOBRE 10 DIGITOS
           MOVE ZEROS TO WK-SOMA.
           PERFORM 0396-SOMA-CPF1
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 9.
           PERFORM 0399-CALCULA-DV.
           MOVE WK-DV TO WK-DV1.
      *
       0390-CALCULA-DV2-CPF.
           MOVE ZEROS TO WK-SOMA.
           PERFORM 0397-SOMA-CPF2
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 10.
           PERFORM 0399-CALCULA-DV.
           MOVE WK-DV TO WK-DV2.
      *
       0394-CALCULA-DV1-CNPJ.
           MOVE ZEROS TO WK-SOMA.
           PERFORM 0398-SOMA-CNPJ1
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 12.
           PERFORM 0399-CALCULA-DV.
           MOVE WK-DV TO WK-DV1.
      *
       0383-CALCULA-DV2-CNPJ.
           MOVE ZEROS TO WK-SOMA.
           PERFORM 0389-SOMA-CNPJ2
               VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX GREATER THAN 13.
           PERFORM 0399-CALCULA-DV.
           MOVE WK-DV TO WK-DV2.
      *
       0395-CONFERE-DOCUMENTO.
      *----> RECALCULA OS DV DO DOCUMENTO GRAVADO NA COPIA
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE ZEROS TO WK-DOC-DIGITOS.
           PERFORM 0387-CONTA-DIGITOS.
           EVALUATE WK-DOC-TAM
               WHEN 11
                   PERFORM 0393-CALCULA-DV1-CPF
                   PERFORM 0390-CALCULA-DV2-CPF
                   IF WK-DV1 NOT EQUAL WK-DOC-DIG(10)
                           OR WK-DV2 NOT EQUAL WK-DOC-DIG(11)
                       SET DOCUMENTO-INVALIDO TO TRUE
                   END-IF
               WHEN 14
                   PERFORM 0394-CALCULA-DV1-CNPJ
                   PERFORM 0383-CALCULA-DV2-CNPJ
                   IF WK-DV1 NOT EQUAL WK-DOC-DIG(13)
                           OR WK-DV2 NOT EQUAL WK-DOC-DIG(14)
                       SET DOCUMENTO-INVALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   SET DOCUMENTO-INVALIDO TO TRUE
           END-EVALUATE.
      *
       0396-SOMA-CPF1.
           COMPUTE WK-SOMA =
                   WK-SOMA + (WK-DOC-DIG(WK-IX) * (11 - WK-IX)).
      *
       0397-SOMA-CPF2.
           COMPUTE WK-SOMA =
                   WK-SOMA + (WK-DOC-DIG(WK-IX) * (12 - WK-IX)).
      *
       0398-SOMA-CNPJ1.
           COMPUTE WK-SOMA =
                   WK-SOMA + (WK-DOC-DIG(WK-IX) * WK-PESO1(WK-IX)).
      *
       0389-SOMA-CNPJ2.
           COMPUTE WK-SOMA =
                   WK-SOMA + (WK-DOC-DIG(WK-IX) * WK-PESO2(WK-IX)).
      *
       0399-CALCULA-DV.
      *----> DV = 11 - (SOMA MOD 11); RESULTADO ACIMA DE 9 VIRA ZERO
           DIVIDE WK-SOMA BY 11 GIVING WK-QUOCIENTE
               REMAINDER WK-RESTO.
           COMPUTE WK-DV = 11 - WK-RESTO.
           IF WK-DV GREATER THAN 9
               MOVE ZEROS TO WK-DV
           END-IF.
      ******************************************************************
       0600-CONCILIACAO SECTION.
       0600-IMPRIME-CONCILIACAO.
           MOVE WK-PREFIXO-TESTE TO PRE-PREFIXO.
           MOVE WK-LIN-PREFIXO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-LIN-CAB-COLUNAS TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           PERFORM 0610-IMPRIME-ARQUIVO
               VARYING WK-IX-ARQ FROM 1 BY 1
                 UNTIL WK-IX-ARQ GREATER THAN WK-QTD-ARQUIVOS.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CLIENTES MASCARADOS" TO LG-LITERAL.
           MOVE WK-QTD-CLI-MASCARADOS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "  DOCUMENTOS CPF FICTICIOS" TO LG-LITERAL.
           MOVE WK-QTD-CPF TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "  DOCUMENTOS CNPJ FICTICIOS" TO LG-LITERAL.
           MOVE WK-QTD-CNPJ TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "  DOCUMENTOS COM DV INVALIDO NA COPIA" TO LG-LITERAL.
           MOVE WK-QTD-DOC-INVALIDOS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "CONTAS COM NOME DO TITULAR MASCARADO" TO LG-LITERAL.
           MOVE WK-QTD-CONTAS-MASCARADAS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "DESCRICOES DE MOVIMENTO MASCARADAS" TO LG-LITERAL.
           MOVE WK-QTD-DESCR-MASCARADAS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.

           IF WK-QTD-DOC-INVALIDOS GREATER THAN ZEROS
               SET HOUVE-DIVERGENCIA TO TRUE
           END-IF.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           IF HOUVE-DIVERGENCIA
               MOVE "*** MASSA DE TESTE DIVERGENTE DA ORIGEM - NAO USAR"
                 TO WK-LINHA-IMP
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "MASSA DE TESTE CONCILIADA COM A ORIGEM"
                 TO WK-LINHA-IMP
           END-IF.
           PERFORM 0700-IMPRIME-LINHA.
           GO TO 0699-CONCILIACAO-EXIT.
      *
       0610-IMPRIME-ARQUIVO.
           MOVE WK-CON-NOME(WK-IX-ARQ) TO DET-ARQUIVO.
           MOVE "ORIGEM" TO DET-LADO.
           MOVE 1 TO WK-LADO.
           PERFORM 0620-VALORES-LADO.
           IF CON-AUSENTE(WK-IX-ARQ)
               MOVE "AUSENTE - IGNORADO" TO DET-SITUACAO
           ELSE
               MOVE SPACES TO DET-SITUACAO
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           IF CON-AUSENTE(WK-IX-ARQ)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES  TO DET-ARQUIVO.
           MOVE "COPIA" TO DET-LADO.
           MOVE 2 TO WK-LADO.
           PERFORM 0620-VALORES-LADO.
           IF WK-CON-QTD(WK-IX-ARQ, 1)
                   EQUAL WK-CON-QTD(WK-IX-ARQ, 2)
              AND WK-CON-HASH-CHV(WK-IX-ARQ, 1)
                   EQUAL WK-CON-HASH-CHV(WK-IX-ARQ, 2)
              AND WK-CON-HASH-VINC(WK-IX-ARQ, 1)
                   EQUAL WK-CON-HASH-VINC(WK-IX-ARQ, 2)
              AND WK-CON-HASH-VLR(WK-IX-ARQ, 1)
                   EQUAL WK-CON-HASH-VLR(WK-IX-ARQ, 2)
               MOVE "OK" TO DET-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO DET-SITUACAO
               SET HOUVE-DIVERGENCIA TO TRUE
               DISPLAY "EXTTESTE: COPIA DO " WK-CON-NOME(WK-IX-ARQ)
                       " DIVERGENTE DA ORIGEM"
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0620-VALORES-LADO.
           MOVE WK-CON-QTD(WK-IX-ARQ, WK-LADO)       TO DET-QTD.
           MOVE WK-CON-HASH-CHV(WK-IX-ARQ, WK-LADO)  TO DET-HASH-CHV.
           MOVE WK-CON-HASH-VINC(WK-IX-ARQ, WK-LADO) TO DET-HASH-VINC.
           MOVE WK-CON-HASH-VLR(WK-IX-ARQ, WK-LADO)  TO DET-HASH-VLR.
      *
       0630-LINHA-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
       0699-CONCILIACAO-EXIT.
           EXIT.
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
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 3 TO WK-LINHAS.
      *
       0720-FORMATA-DATA.
           MOVE WK-AMD-DIA TO WK-DMA-DIA.
           MOVE WK-AMD-MES TO WK-DMA-MES.
           MOVE WK-AMD-ANO TO WK-DMA-ANO.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE REL-EXTRACAO.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           IF HOUVE-DIVERGENCIA
               DISPLAY "EXTTESTE: EXTRACAO CONCLUIDA COM DIVERGENCIA"
           ELSE
               DISPLAY "EXTTESTE: EXTRACAO CONCLUIDA E CONCILIADA"
           END-IF.
           GOBACK.
       END PROGRAM EXTTESTE.
