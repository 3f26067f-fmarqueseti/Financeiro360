      ******************************************************************
      * FILE NAME   : PROJCAIXA                                        *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PROJECAO DE CAIXA POR CONTA - PASSO DIARIO DO    *
      *               CICLO NOTURNO, DEPOIS DO CALCSALDO. PARTE DO     *
      *               SALDO DE FECHAMENTO (CADCONTAN) E ROLA CADA      *
      *               CONTA DIA A DIA PELO HORIZONTE PARAMETRIZADO COM *
      *               OS MOVIMENTOS FUTUROS JA CONHECIDOS: ORDENS      *
      *               PERMANENTES (ORDEMPERM), AGENDADOS (AGENDADO) E  *
      *               LIBERACOES E PARCELAS DE EMPRESTIMO (EMPRESTIMO/ *
      *               PARCELA). APONTA A PRIMEIRA DATA EM QUE O SALDO  *
      *               PROJETADO PASSARIA O LIMITE DE CREDITO DA CONTA  *
      *               (DESCONTADO O VALOR RETIDO POR ORDEM JUDICIAL) E *
      *               O MOVIMENTO FUTURO QUE CAUSA O ESTOURO, PARA O   *
      *               GERENTE AVISAR O CLIENTE ANTES DOS DEBITOS       *
      *               COMECAREM A SER BLOQUEADOS.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCAIXA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTAN ASSIGN DYNAMIC WK-ARQ-CADCONTAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA-N
           FILE STATUS IS WK-FS-CADCONTAN.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> FONTES DOS MOVIMENTOS FUTUROS - TODAS OPCIONAIS
           SELECT ORDEMPERM ASSIGN DYNAMIC WK-ARQ-ORDEMPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-IDORDEM
           FILE STATUS IS WK-FS-ORDEMPERM.

           SELECT AGENDADO ASSIGN TO AGENDADO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-AGENDADO.

           SELECT EMPRESTIMO ASSIGN DYNAMIC WK-ARQ-EMPRESTIMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-CONTRATO
           FILE STATUS IS WK-FS-EMPRESTIMO.

           SELECT PARCELA ASSIGN DYNAMIC WK-ARQ-PARCELA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-CHAVE
           FILE STATUS IS WK-FS-PARCELA.

      *----> VALOR RETIDO POR ORDEM JUDICIAL - INDISPONIVEL PARA OS
      *----> DEBITOS, COMO NO CALCSALDO
           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

      *----> HORIZONTE DA PROJECAO EM DIAS CORRIDOS NA LINHA 1
      *----> (OPCIONAL)
           SELECT PARM-PROJCAIXA ASSIGN DYNAMIC WK-ARQ-PARM-PROJCAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

           SELECT REL-PROJCAIXA ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CONTA E DATA
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTAN.
       COPY CADCONTAN.

       FD PERIODO.
       COPY PERIODO.

       FD ORDEMPERM.
       COPY ORDEMPERM.

       FD AGENDADO
             RECORDING MODE IS F.
       COPY AGENDADO.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD PARCELA.
       COPY PARCELA.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD PARM-PROJCAIXA.
       01 REG-PARM-PROJCAIXA        PIC X(03).

       FD REL-PROJCAIXA.
       01 REG-IMPRESSAO             PIC X(132).

      *----> MOVIMENTO FUTURO: A ORIGEM SEGUE A ORDEM DOS PASSOS DA
      *----> CADEIA NO MESMO DIA - ORDENS E AGENDADOS ENTRAM NA CARGA,
      *----> O EMPDEB LIBERA O EMPRESTIMO E DEBITA AS PARCELAS DEPOIS
       SD ARQ-SORT.
       01 REG-SORT.
           03  SR-IDCONTA           PIC 9(04).
           03  SR-DATA              PIC 9(08).
           03  SR-ORIGEM            PIC 9(01).
               88  SR-ORDEM-PERMANENTE         VALUE 1.
               88  SR-AGENDADO                 VALUE 2.
               88  SR-LIBERACAO-EMPRESTIMO     VALUE 3.
               88  SR-PARCELA-EMPRESTIMO       VALUE 4.
           03  SR-SEQ               PIC 9(07).
           03  SR-TIPO              PIC 9(01).
               88  SR-DEBITO                   VALUE 1.
               88  SR-CREDITO                  VALUE 2.
           03  SR-VALOR             PIC 9(09)V9(02).
           03  SR-MOEDA             PIC X(03).
           03  SR-REFERENCIA        PIC X(10).
           03  SR-DESCR             PIC X(30).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CADCONTAN         PIC X(100)   VALUE
           "C:\teste\cadcontan.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-ORDEMPERM         PIC X(100)   VALUE
           "C:\teste\ordemperm.dat".
       77  WK-ARQ-EMPRESTIMO        PIC X(100)   VALUE
           "C:\teste\emprestimo.dat".
       77  WK-ARQ-PARCELA           PIC X(100)   VALUE
           "C:\teste\parcela.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-PARM-PROJCAIXA    PIC X(100)   VALUE
           "C:\teste\projcaixa-parm.txt".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\projcaixa-rel.txt".
       COPY FINCFG.
       77  WK-FS-CADCONTAN          PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-ORDEMPERM          PIC X(2)      VALUE SPACES.
       77  WK-FS-AGENDADO           PIC X(2)      VALUE SPACES.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-PARCELA            PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

       01  WK-SW-ORDEMPERM          PIC X(01)     VALUE "N".
           88  HA-ORDEMPERM                       VALUE "S".
       01  WK-SW-AGENDADO           PIC X(01)     VALUE "N".
           88  HA-AGENDADO                        VALUE "S".
       01  WK-SW-EMPRESTIMO         PIC X(01)     VALUE "N".
           88  HA-EMPRESTIMO                      VALUE "S".
       01  WK-SW-PARCELA            PIC X(01)     VALUE "N".
           88  HA-PARCELA                         VALUE "S".
       01  WK-SW-BLOQJUD            PIC X(01)     VALUE "N".
           88  HA-BLOQJUD                         VALUE "S".
       01  WK-SW-FIM-SORT           PIC X(01)     VALUE "N".
           88  FIM-SORT                           VALUE "S".
       01  WK-SW-CONTA              PIC X(01)     VALUE "N".
           88  CONTA-PROJETAVEL                   VALUE "S".
           88  CONTA-NAO-PROJETAVEL               VALUE "N".
       01  WK-SW-ESTOURO            PIC X(01)     VALUE "N".
           88  ESTOURO-PREVISTO                   VALUE "S".
           88  SEM-ESTOURO                        VALUE "N".

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
      *----> PRIMEIRO E ULTIMO DIA DO HORIZONTE DA PROJECAO
       77  WK-DATA-INICIO           PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-FIM              PIC 9(08)     VALUE ZEROS.
      *----> HORIZONTE PADRAO QUANDO NAO HA PARAMETRO
       01  WK-HORIZONTE-X           PIC X(03)     VALUE "030".
       01  WK-HORIZONTE REDEFINES WK-HORIZONTE-X
                                    PIC 9(03).
       77  WK-PERIODO-PROJ          PIC X(06)     VALUE SPACES.
       77  WK-SEQ-SORT              PIC 9(07)     VALUE ZEROS.

      *----> DATAS - AVANCO DE UM DIA PELO CALENDARIO GREGORIANO
       77  WK-DIAS-MES              PIC 9(02)     VALUE ZEROS.
       77  WK-ANO-QUOCIENTE         PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-RESTO             PIC 9(04)     VALUE ZEROS.
       01  WK-DATA-TRANSACAO.
           03  WK-DT-ANO            PIC 9(04).
           03  WK-DT-MES            PIC 9(02).
           03  WK-DT-DIA            PIC 9(02).
       01  WK-DATA-TRANSACAO-N REDEFINES WK-DATA-TRANSACAO
                                    PIC 9(08).
       01  WK-SW-ANO-BISSEXTO       PIC X         VALUE "N".
           88  ANO-BISSEXTO                       VALUE "S".
           88  ANO-NAO-BISSEXTO                   VALUE "N".

      *----> CONTA EM PROJECAO
       77  WK-CONTA-ATUAL           PIC 9(04)     VALUE ZEROS.
       77  WK-IDCONTA-X             PIC X(04)     VALUE SPACES.
       77  WK-MOEDA-CONTA           PIC X(03)     VALUE SPACES.
       77  WK-SALDO-ATUAL           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-PROJETADO       PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-LIMITE                PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-RETIDO                PIC 9(11)V9(02) VALUE ZEROS.
      *----> MENOR SALDO ADMITIDO ANTES DO BLOQUEIO DO DEBITO: O
      *----> VALOR RETIDO MENOS O LIMITE DE CREDITO
       77  WK-SALDO-MINIMO          PIC S9(11)V9(02) VALUE ZEROS.
      *----> MOVIMENTO FUTURO QUE CAUSA O ESTOURO
       77  WK-EST-DATA              PIC 9(08)     VALUE ZEROS.
       77  WK-EST-ORIGEM            PIC 9(01)     VALUE ZEROS.
       77  WK-EST-REFERENCIA        PIC X(10)     VALUE SPACES.
       77  WK-EST-DESCR             PIC X(30)     VALUE SPACES.
       77  WK-EST-VALOR             PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-EST-SALDO             PIC S9(11)V9(02) VALUE ZEROS.

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-LIBERADOS         PIC 9(07)     VALUE ZEROS.
       77  WK-QTD-CONTAS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ESTOUROS          PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-ESTOUROS          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-NAO-PROJETADAS    PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ORDENS            PIC 9(07)     VALUE ZEROS.
       77  WK-VLR-ORDENS            PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-AGENDADOS         PIC 9(07)     VALUE ZEROS.
       77  WK-VLR-AGENDADOS         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-LIBERACOES        PIC 9(07)     VALUE ZEROS.
       77  WK-VLR-LIBERACOES        PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-PARCELAS          PIC 9(07)     VALUE ZEROS.
       77  WK-VLR-PARCELAS          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-OUTRA-MOEDA       PIC 9(07)     VALUE ZEROS.
       77  WK-VLR-OUTRA-MOEDA       PIC 9(13)V9(02) VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - PROJECAO DE CAIXA POR CONTA".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(80).

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-ESTOUROS.
           03  FILLER               PIC X(06)     VALUE "CONTA".
           03  FILLER               PIC X(21)     VALUE "NOME".
           03  FILLER               PIC X(19)     VALUE
               "       SALDO ATUAL".
           03  FILLER               PIC X(15)     VALUE
               "        LIMITE".
           03  FILLER               PIC X(09)     VALUE "ESTOURO".
           03  FILLER               PIC X(09)     VALUE "ORIGEM".
           03  FILLER               PIC X(11)     VALUE "REFERENCIA".
           03  FILLER               PIC X(15)     VALUE
               "  VALOR DO MOV.".
           03  FILLER               PIC X(18)     VALUE
               "   SALDO PROJETADO".

       01  WK-LIN-DETALHE.
           03  DET-IDCONTA          PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-NOME             PIC X(20).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SALDO-ATUAL      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-LIMITE           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DATA             PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-ORIGEM           PIC X(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-REFERENCIA       PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SALDO-PROJ       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-LIN-COMPLEMENTO.
           03  FILLER               PIC X(06)     VALUE SPACES.
           03  FILLER               PIC X(11)     VALUE "MOVIMENTO: ".
           03  CPL-DESCR            PIC X(30).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(18)     VALUE
               "RETIDO JUDICIAL: ".
           03  CPL-RETIDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(16)     VALUE
               "SALDO NO FIM: ".
           03  CPL-SALDO-FIM        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-LIN-AVISO.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  AV-TEXTO             PIC X(70).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(34).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC Z.ZZZ.ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  LG-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-LE-DATA-MOVIMENTO.
           PERFORM 0150-LE-HORIZONTE.

           MOVE SPACES TO SEC-TITULO.
           STRING "CONTAS COM ESTOURO PREVISTO DO LIMITE - HORIZONTE "
                  "DE " WK-HORIZONTE " DIAS (ATE " WK-DATA-FIM ")"
               DELIMITED BY SIZE INTO SEC-TITULO.
           MOVE WK-CAB2-ESTOUROS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.

      *----> OS MOVIMENTOS FUTUROS DE TODAS AS FONTES SAO CLASSIFICADOS
      *----> POR CONTA E DATA; A PROJECAO ROLA CADA CONTA NA SAIDA.
           SORT ARQ-SORT
               ON ASCENDING KEY SR-IDCONTA SR-DATA SR-ORIGEM SR-SEQ
               INPUT PROCEDURE IS 0800-SELECIONA-PREVISTOS
               OUTPUT PROCEDURE IS 0850-PROJETA-CONTAS.

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CADCONTAN" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTAN       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTAN.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "ORDEMPERM" TO CFG-NOME.
           MOVE WK-ARQ-ORDEMPERM       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORDEMPERM.
           MOVE "EMPRESTIMO" TO CFG-NOME.
           MOVE WK-ARQ-EMPRESTIMO      TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-EMPRESTIMO.
           MOVE "PARCELA" TO CFG-NOME.
           MOVE WK-ARQ-PARCELA         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARCELA.
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
           MOVE "PROJCAIXA-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-PROJCAIXA  TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-PROJCAIXA.
           MOVE "PROJCAIXA-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
      *----> SEM O SALDO DE FECHAMENTO NAO HA DE ONDE PARTIR
           OPEN INPUT CADCONTAN.
           IF WK-FS-CADCONTAN NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTAN
                       " NA ABERTURA DO ARQUIVO CADCONTAN"
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

      *----> FONTE AUSENTE SIGNIFICA NENHUM MOVIMENTO FUTURO DAQUELE
      *----> TIPO - A PROJECAO SEGUE COM AS DEMAIS
           OPEN INPUT ORDEMPERM.
           EVALUATE WK-FS-ORDEMPERM
               WHEN "00"
                   SET HA-ORDEMPERM TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-ORDEMPERM
                           " NA ABERTURA DO ARQUIVO ORDEMPERM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN INPUT AGENDADO.
           EVALUATE WK-FS-AGENDADO
               WHEN "00"
                   SET HA-AGENDADO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-AGENDADO
                           " NA ABERTURA DO ARQUIVO AGENDADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN INPUT EMPRESTIMO.
           EVALUATE WK-FS-EMPRESTIMO
               WHEN "00"
                   SET HA-EMPRESTIMO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                           " NA ABERTURA DO ARQUIVO EMPRESTIMO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN INPUT PARCELA.
           EVALUATE WK-FS-PARCELA
               WHEN "00"
                   SET HA-PARCELA TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-PARCELA
                           " NA ABERTURA DO ARQUIVO PARCELA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

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

           OPEN OUTPUT REL-PROJCAIXA.
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
      *
       0150-LE-HORIZONTE.
      *----> SEM ARQUIVO DE PARAMETRO, OU COM VALOR INVALIDO, VALE O
      *----> HORIZONTE PADRAO DE 30 DIAS CORRIDOS.
           OPEN INPUT PARM-PROJCAIXA.
           IF WK-FS-PARM EQUAL "00"
               READ PARM-PROJCAIXA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARM-PROJCAIXA IS NUMERIC
                               AND REG-PARM-PROJCAIXA NOT EQUAL "000"
                           MOVE REG-PARM-PROJCAIXA TO WK-HORIZONTE-X
                       END-IF
               END-READ
               CLOSE PARM-PROJCAIXA
           END-IF.

      *----> O HORIZONTE COMECA NO DIA SEGUINTE A DATA DE MOVIMENTO -
      *----> O PROPRIO DIA JA ESTA NO SALDO DE FECHAMENTO
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO-N.
           PERFORM 0640-SOMA-UM-DIA.
           MOVE WK-DATA-TRANSACAO-N TO WK-DATA-INICIO.
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO-N.
           PERFORM 0640-SOMA-UM-DIA WK-HORIZONTE TIMES.
           MOVE WK-DATA-TRANSACAO-N TO WK-DATA-FIM.
           DISPLAY "PROJCAIXA: HORIZONTE DE " WK-HORIZONTE
                   " DIAS - DE " WK-DATA-INICIO " A " WK-DATA-FIM.
      ******************************************************************
       0800-SELECIONA-PREVISTOS SECTION.
       0805-SELECIONA-PREVISTOS.
           PERFORM 0810-SELECIONA-ORDENS.
           PERFORM 0820-SELECIONA-AGENDADOS.
           PERFORM 0830-SELECIONA-EMPRESTIMOS.
           GO TO 0849-SELECIONA-PREVISTOS-EXIT.
      *
       0810-SELECIONA-ORDENS.
           IF NOT HA-ORDEMPERM
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO OP-IDORDEM.
           START ORDEMPERM KEY IS NOT LESS THAN OP-IDORDEM
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0812-LE-ORDEM
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0812-LE-ORDEM.
           READ ORDEMPERM NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF ORDEM-ATIVA
                       MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO-N
                       PERFORM 0814-DIA-DA-ORDEM WK-HORIZONTE TIMES
                   END-IF
           END-READ.
      *
       0814-DIA-DA-ORDEM.
      *----> MESMA REGRA DO ORDPGERA: A ORDEM VENCE NO DIA CADASTRADO,
      *----> OU NO ULTIMO DIA DO MES MAIS CURTO, DENTRO DA VIGENCIA.
           PERFORM 0640-SOMA-UM-DIA.
           MOVE WK-DATA-TRANSACAO-N(1:6) TO WK-PERIODO-PROJ.
           IF WK-PERIODO-PROJ LESS THAN OP-PERIODO-INI
                   OR WK-PERIODO-PROJ GREATER THAN OP-PERIODO-FIM
               EXIT PARAGRAPH
           END-IF.
           IF OP-DIA NOT EQUAL WK-DT-DIA
               IF OP-DIA NOT GREATER THAN WK-DIAS-MES
                       OR WK-DT-DIA NOT EQUAL WK-DIAS-MES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE OP-IDCONTA          TO SR-IDCONTA.
           MOVE WK-DATA-TRANSACAO-N TO SR-DATA.
           SET SR-ORDEM-PERMANENTE  TO TRUE.
           MOVE OP-TIPO             TO SR-TIPO.
           MOVE OP-VALOR            TO SR-VALOR.
           MOVE SPACES              TO SR-MOEDA.
           MOVE OP-IDORDEM          TO SR-REFERENCIA.
           MOVE OP-DESCR            TO SR-DESCR.
           PERFORM 0890-LIBERA-PREVISTO.
      *
       0820-SELECIONA-AGENDADOS.
           IF NOT HA-AGENDADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0822-LE-AGENDADO
               UNTIL WK-FS-AGENDADO EQUAL "10".
      *
       0822-LE-AGENDADO.
           READ AGENDADO
               AT END
                   MOVE "10" TO WK-FS-AGENDADO
               NOT AT END
                   IF AG-DATA NOT GREATER THAN WK-DATA-FIM
                       PERFORM 0824-PREVE-AGENDADO
                   END-IF
           END-READ.
      *
       0824-PREVE-AGENDADO.
      *----> O QUE JA DEVERIA TER SAIDO DO ARMAZEM SAI NO PROXIMO
      *----> CICLO (AGENDREL)
           MOVE AG-IDCONTA TO SR-IDCONTA.
           IF AG-DATA GREATER THAN WK-DATA-MOVIMENTO
               MOVE AG-DATA        TO SR-DATA
           ELSE
               MOVE WK-DATA-INICIO TO SR-DATA
           END-IF.
           SET SR-AGENDADO  TO TRUE.
           MOVE AG-TIPO     TO SR-TIPO.
           MOVE AG-VALOR    TO SR-VALOR.
           MOVE AG-MOEDA    TO SR-MOEDA.
           MOVE SPACES      TO SR-REFERENCIA.
           MOVE AG-DESCR    TO SR-DESCR.
           PERFORM 0890-LIBERA-PREVISTO.
      *
       0830-SELECIONA-EMPRESTIMOS.
           IF NOT HA-EMPRESTIMO
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CONTRATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-EMPRESTIMO.
           PERFORM 0832-LE-CONTRATO
               UNTIL WK-FS-EMPRESTIMO EQUAL "10".
      *
       0832-LE-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-EMPRESTIMO
           END-READ.
           IF WK-FS-EMPRESTIMO EQUAL "10"
               EXIT PARAGRAPH
           END-IF.
           IF NOT CONTRATO-NOVO AND NOT CONTRATO-ATIVO
               EXIT PARAGRAPH
           END-IF.
      *----> O CONTRATO NOVO E LIBERADO PELO EMPDEB NO PROXIMO CICLO
           IF CONTRATO-NOVO
               MOVE EM-IDCONTA      TO SR-IDCONTA
               MOVE WK-DATA-INICIO  TO SR-DATA
               SET SR-LIBERACAO-EMPRESTIMO TO TRUE
               MOVE 2               TO SR-TIPO
               MOVE EM-PRINCIPAL    TO SR-VALOR
               MOVE SPACES          TO SR-MOEDA
               MOVE EM-CONTRATO     TO SR-REFERENCIA
               MOVE "LIBERACAO DE EMPRESTIMO" TO SR-DESCR
               PERFORM 0890-LIBERA-PREVISTO
           END-IF.
           IF NOT HA-PARCELA
               EXIT PARAGRAPH
           END-IF.
           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE ZEROS       TO EP-NUMERO.
           START PARCELA KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-PARCELA.
           PERFORM 0834-LE-PARCELA
               UNTIL WK-FS-PARCELA EQUAL "10".
      *
       0834-LE-PARCELA.
      *----> PARCELA EM ABERTO JA VENCIDA (ADIADA OU BLOQUEADA) E
      *----> RETENTADA PELO EMPDEB NO PROXIMO CICLO
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PARCELA
               NOT AT END
                   IF EP-CONTRATO NOT EQUAL EM-CONTRATO
                       MOVE "10" TO WK-FS-PARCELA
                   ELSE
                       IF PARCELA-ABERTA
                          AND EP-VENCIMENTO NOT GREATER THAN
                              WK-DATA-FIM
                           PERFORM 0836-PREVE-PARCELA
                       END-IF
                   END-IF
           END-READ.
      *
       0836-PREVE-PARCELA.
           MOVE EM-IDCONTA TO SR-IDCONTA.
           IF EP-VENCIMENTO GREATER THAN WK-DATA-MOVIMENTO
               MOVE EP-VENCIMENTO  TO SR-DATA
           ELSE
               MOVE WK-DATA-INICIO TO SR-DATA
           END-IF.
           SET SR-PARCELA-EMPRESTIMO TO TRUE.
           MOVE 1             TO SR-TIPO.
           MOVE EP-VALOR      TO SR-VALOR.
           MOVE SPACES        TO SR-MOEDA.
           MOVE SPACES        TO SR-REFERENCIA.
           STRING EP-CONTRATO "-" EP-NUMERO
               DELIMITED BY SIZE INTO SR-REFERENCIA.
           MOVE "PARCELA DE EMPRESTIMO" TO SR-DESCR.
           PERFORM 0890-LIBERA-PREVISTO.
      *
       0890-LIBERA-PREVISTO.
           ADD 1 TO WK-SEQ-SORT.
           MOVE WK-SEQ-SORT TO SR-SEQ.
           ADD 1 TO WK-QTD-LIBERADOS.
           RELEASE REG-SORT.
       0849-SELECIONA-PREVISTOS-EXIT.
           EXIT.
      ******************************************************************
       0850-PROJETA-CONTAS SECTION.
       0855-PROJETA-CONTAS.
           SET CONTA-NAO-PROJETAVEL TO TRUE.
           MOVE ZEROS TO WK-CONTA-ATUAL.
           PERFORM 0860-RETORNA-PREVISTO.
           IF NOT FIM-SORT
               PERFORM 0875-ABRE-CONTA
           END-IF.
           PERFORM 0870-TRATA-PREVISTO
               UNTIL FIM-SORT.
           IF WK-QTD-LIBERADOS GREATER THAN ZEROS
               PERFORM 0880-FECHA-CONTA
           END-IF.
           IF WK-QTD-ESTOUROS EQUAL ZEROS
               MOVE "NENHUMA CONTA COM ESTOURO PREVISTO NO HORIZONTE"
                                          TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.
           GO TO 0899-PROJETA-CONTAS-EXIT.
      *
       0860-RETORNA-PREVISTO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
      *
       0870-TRATA-PREVISTO.
           IF SR-IDCONTA NOT EQUAL WK-CONTA-ATUAL
               PERFORM 0880-FECHA-CONTA
               PERFORM 0875-ABRE-CONTA
           END-IF.
           IF CONTA-PROJETAVEL
               PERFORM 0872-APLICA-PREVISTO
           END-IF.
           PERFORM 0860-RETORNA-PREVISTO.
      *
       0872-APLICA-PREVISTO.
      *----> MOVIMENTO EM MOEDA DIFERENTE DA CONTA E RECUSADO NA CARGA
           IF SR-MOEDA NOT EQUAL SPACES
                   AND SR-MOEDA NOT EQUAL WK-MOEDA-CONTA
               ADD 1        TO WK-QTD-OUTRA-MOEDA
               ADD SR-VALOR TO WK-VLR-OUTRA-MOEDA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SR-ORDEM-PERMANENTE
                   ADD 1        TO WK-QTD-ORDENS
                   ADD SR-VALOR TO WK-VLR-ORDENS
               WHEN SR-AGENDADO
                   ADD 1        TO WK-QTD-AGENDADOS
                   ADD SR-VALOR TO WK-VLR-AGENDADOS
               WHEN SR-LIBERACAO-EMPRESTIMO
                   ADD 1        TO WK-QTD-LIBERACOES
                   ADD SR-VALOR TO WK-VLR-LIBERACOES
               WHEN OTHER
                   ADD 1        TO WK-QTD-PARCELAS
                   ADD SR-VALOR TO WK-VLR-PARCELAS
           END-EVALUATE.
           IF SR-CREDITO
               ADD SR-VALOR TO WK-SALDO-PROJETADO
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT SR-VALOR FROM WK-SALDO-PROJETADO.
      *----> MESMA REGRA DO CALCSALDO: O DEBITO QUE DEIXA O SALDO
      *----> ABAIXO DO RETIDO MENOS O LIMITE SERIA BLOQUEADO
           IF SEM-ESTOURO
                   AND WK-SALDO-PROJETADO LESS THAN WK-SALDO-MINIMO
               SET ESTOURO-PREVISTO TO TRUE
               MOVE SR-DATA            TO WK-EST-DATA
               MOVE SR-ORIGEM          TO WK-EST-ORIGEM
               MOVE SR-REFERENCIA      TO WK-EST-REFERENCIA
               MOVE SR-DESCR           TO WK-EST-DESCR
               MOVE SR-VALOR           TO WK-EST-VALOR
               MOVE WK-SALDO-PROJETADO TO WK-EST-SALDO
           END-IF.
      *
       0875-ABRE-CONTA.
           MOVE SR-IDCONTA   TO WK-CONTA-ATUAL.
           MOVE SR-IDCONTA   TO WK-IDCONTA-X.
           SET SEM-ESTOURO   TO TRUE.
           SET CONTA-NAO-PROJETAVEL TO TRUE.
           MOVE WK-IDCONTA-X TO IDCONTA-N.
           READ CADCONTAN
               INVALID KEY
                   DISPLAY "PROJCAIXA: CONTA " WK-IDCONTA-X
                           " COM MOVIMENTO PREVISTO SEM SALDO EM "
                           "CADCONTAN - NAO PROJETADA"
                   ADD 1 TO WK-QTD-NAO-PROJETADAS
                   EXIT PARAGRAPH
           END-READ.
      *----> CONTA ENCERRADA OU BLOQUEADA NAO RECEBE MOVIMENTO
           IF CONTAN-ENCERRADA OR CONTAN-BLOQUEADA
               ADD 1 TO WK-QTD-NAO-PROJETADAS
               EXIT PARAGRAPH
           END-IF.
           SET CONTA-PROJETAVEL TO TRUE.
           ADD 1 TO WK-QTD-CONTAS.
           MOVE SALDOINI-N TO WK-SALDO-ATUAL WK-SALDO-PROJETADO.
           IF LIMITE-CRED-N NUMERIC
               MOVE LIMITE-CRED-N TO WK-LIMITE
           ELSE
               MOVE ZEROS         TO WK-LIMITE
           END-IF.
           IF MOEDA-CONTAN EQUAL SPACES
               MOVE "BRL"        TO WK-MOEDA-CONTA
           ELSE
               MOVE MOEDA-CONTAN TO WK-MOEDA-CONTA
           END-IF.
           PERFORM 0876-SOMA-RETIDO.
           COMPUTE WK-SALDO-MINIMO = WK-RETIDO - WK-LIMITE.
      *
       0876-SOMA-RETIDO.
           MOVE ZEROS TO WK-RETIDO.
           IF NOT HA-BLOQJUD
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-IDCONTA-X TO BJ-IDCONTA.
           MOVE LOW-VALUES   TO BJ-NUMORDEM.
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0877-LE-RETIDO
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0877-LE-RETIDO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF BJ-IDCONTA NOT EQUAL WK-IDCONTA-X
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       ADD BJ-VALOR TO WK-RETIDO
                   END-IF
           END-READ.
      *
       0880-FECHA-CONTA.
           IF CONTA-NAO-PROJETAVEL OR SEM-ESTOURO
               EXIT PARAGRAPH
           END-IF.
           ADD 1            TO WK-QTD-ESTOUROS.
           ADD WK-EST-VALOR TO WK-VLR-ESTOUROS.
           PERFORM 0730-IMPRIME-ESTOURO.
           DISPLAY "PROJCAIXA: CONTA " WK-IDCONTA-X
                   " ESTOURA O LIMITE EM " WK-EST-DATA.
       0899-PROJETA-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0600-DATAS SECTION.
       0640-SOMA-UM-DIA.
      *----> AVANCA UM DIA EM WK-DATA-TRANSACAO E DEIXA EM WK-DIAS-MES
      *----> O NUMERO DE DIAS DO MES DA NOVA DATA
           PERFORM 0650-DIAS-DO-MES.
           ADD 1 TO WK-DT-DIA.
           IF WK-DT-DIA GREATER THAN WK-DIAS-MES
               MOVE 1 TO WK-DT-DIA
               ADD 1 TO WK-DT-MES
               IF WK-DT-MES GREATER THAN 12
                   MOVE 1 TO WK-DT-MES
                   ADD 1 TO WK-DT-ANO
               END-IF
               PERFORM 0650-DIAS-DO-MES
           END-IF.
      *
       0650-DIAS-DO-MES.
           EVALUATE WK-DT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WK-DIAS-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WK-DIAS-MES
               WHEN OTHER
                   PERFORM 0380-VERIFICA-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WK-DIAS-MES
                   ELSE
                       MOVE 28 TO WK-DIAS-MES
                   END-IF
           END-EVALUATE.
      ******************************************************************
       0380-VERIFICA-BISSEXTO SECTION.
           SET ANO-NAO-BISSEXTO TO TRUE.
           DIVIDE WK-DT-ANO BY 400 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 0380-VERIFICA-BISSEXTO-EXIT
           END-IF.
           DIVIDE WK-DT-ANO BY 100 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               GO TO 0380-VERIFICA-BISSEXTO-EXIT
           END-IF.
           DIVIDE WK-DT-ANO BY 4 GIVING WK-ANO-QUOCIENTE
               REMAINDER WK-ANO-RESTO.
           IF WK-ANO-RESTO EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       0380-VERIFICA-BISSEXTO-EXIT.
           EXIT.
      ******************************************************************
       0690-TOTAIS-GERAIS SECTION.
           MOVE "TOTAIS DA PROJECAO" TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE "CONTAS COM MOVIMENTO PREVISTO....."
                                     TO LG-LITERAL.
           MOVE WK-QTD-CONTAS        TO LG-QTD.
           MOVE ZEROS                TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CONTAS COM ESTOURO PREVISTO......."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ESTOUROS      TO LG-QTD.
           MOVE WK-VLR-ESTOUROS      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CONTAS NAO PROJETADAS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-NAO-PROJETADAS TO LG-QTD.
           MOVE ZEROS                TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "ORDENS PERMANENTES PREVISTAS......"
                                     TO LG-LITERAL.
           MOVE WK-QTD-ORDENS        TO LG-QTD.
           MOVE WK-VLR-ORDENS        TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "AGENDADOS PREVISTOS..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-AGENDADOS     TO LG-QTD.
           MOVE WK-VLR-AGENDADOS     TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "LIBERACOES DE EMPRESTIMO.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIBERACOES    TO LG-QTD.
           MOVE WK-VLR-LIBERACOES    TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "PARCELAS DE EMPRESTIMO............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-PARCELAS      TO LG-QTD.
           MOVE WK-VLR-PARCELAS      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "EM OUTRA MOEDA (DESCONSIDERADOS).."
                                     TO LG-LITERAL.
           MOVE WK-QTD-OUTRA-MOEDA   TO LG-QTD.
           MOVE WK-VLR-OUTRA-MOEDA   TO LG-VALOR.
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
       0730-IMPRIME-ESTOURO.
      *----> A CONTA E O MOVIMENTO QUE CAUSA O ESTOURO FICAM NA MESMA
      *----> PAGINA
           IF WK-LINHAS GREATER THAN WK-LINHAS-MAX - 2
               MOVE 99 TO WK-LINHAS
           END-IF.
           MOVE WK-IDCONTA-X       TO DET-IDCONTA.
           MOVE NOME-N             TO DET-NOME.
           MOVE WK-SALDO-ATUAL     TO DET-SALDO-ATUAL.
           MOVE WK-LIMITE          TO DET-LIMITE.
           MOVE WK-EST-DATA        TO DET-DATA.
           EVALUATE WK-EST-ORIGEM
               WHEN 1
                   MOVE "ORDEM"    TO DET-ORIGEM
               WHEN 2
                   MOVE "AGENDADO" TO DET-ORIGEM
               WHEN 3
                   MOVE "LIB.EMPR" TO DET-ORIGEM
               WHEN OTHER
                   MOVE "PARC.EMP" TO DET-ORIGEM
           END-EVALUATE.
           MOVE WK-EST-REFERENCIA  TO DET-REFERENCIA.
           MOVE WK-EST-VALOR       TO DET-VALOR.
           MOVE WK-EST-SALDO       TO DET-SALDO-PROJ.
           MOVE WK-LIN-DETALHE     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-EST-DESCR       TO CPL-DESCR.
           MOVE WK-RETIDO          TO CPL-RETIDO.
           MOVE WK-SALDO-PROJETADO TO CPL-SALDO-FIM.
           MOVE WK-LIN-COMPLEMENTO TO WK-LINHA-IMP.
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
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CADCONTAN.
           IF HA-ORDEMPERM
               CLOSE ORDEMPERM
           END-IF.
           IF HA-AGENDADO
               CLOSE AGENDADO
           END-IF.
           IF HA-EMPRESTIMO
               CLOSE EMPRESTIMO
           END-IF.
           IF HA-PARCELA
               CLOSE PARCELA
           END-IF.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           CLOSE REL-PROJCAIXA.
           DISPLAY "PROJCAIXA: MOVIMENTOS PREVISTOS.. "
                   WK-QTD-LIBERADOS.
           DISPLAY "PROJCAIXA: CONTAS PROJETADAS..... " WK-QTD-CONTAS.
           DISPLAY "PROJCAIXA: CONTAS COM ESTOURO.... " WK-QTD-ESTOUROS.
           IF WK-QTD-ESTOUROS GREATER THAN ZEROS
               DISPLAY "PROJCAIXA: *** HA CONTAS COM ESTOURO DO LIMITE "
                       "PREVISTO NO HORIZONTE ***"
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM PROJCAIXA.
