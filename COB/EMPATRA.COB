      ******************************************************************
      * FILE NAME   : EMPATRA                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ATRASOS DE EMPRESTIMO - PASSO DO CICLO NOTURNO   *
      *               LOGO APOS O CALCSALDO. CONFIRMA CADA PARCELA "EM *
      *               DEBITO" CONTRA O CADTRANS (OU O HISTORICO        *
      *               CADTRANSH): DEBITO APLICADO = PARCELA PAGA;      *
      *               DEBITO BLOQUEADO PELO LIMITE OU ESTORNADO =      *
      *               PARCELA DE VOLTA A ABERTO, PARA O EMPDEB RETENTAR*
      *               NA NOITE SEGUINTE. ATUALIZA DIAS E MORA DAS      *
      *               PARCELAS VENCIDAS, LIQUIDA O CONTRATO TODO PAGO  *
      *               E IMPRIME O RELATORIO DE INADIMPLENCIA.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPATRA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

      *----> DEBITO DE PARCELA DE UM PERIODO JA FECHADO ESTA NO
      *----> HISTORICO - A CONFIRMACAO E FEITA LA
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

           SELECT REL-EMPATRA ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD PARCELA.
       COPY PARCELA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD CADTRANSH.
       COPY CADTRANSH.

       FD PERIODO.
       COPY PERIODO.

       FD REL-EMPATRA.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-EMPRESTIMO        PIC X(100)   VALUE
           "C:\teste\emprestimo.dat".
       77  WK-ARQ-PARCELA           PIC X(100)   VALUE
           "C:\teste\parcela.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\empatra-rel.txt".
       COPY FINCFG.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-PARCELA            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANSH          PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-PENDENTES-CTR     PIC 9(03)     VALUE ZEROS.
       77  WK-SITUACAO-TXT          PIC X(20)     VALUE SPACES.
       01  WK-DATA-DEBITO           PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-DATA-DEBITO.
           03  WK-PERIODO-DEBITO    PIC X(06).
           03  FILLER               PIC X(02).

       01  WK-SW-HISTORICO          PIC X(01)     VALUE "N".
           88  HISTORICO-DISPONIVEL           VALUE "S".
       01  WK-SW-PERIODO-DEBITO     PIC X(01)     VALUE "N".
           88  DEBITO-EM-PERIODO-FECHADO      VALUE "S".
      *----> VALOR LANCADO PELO EMPDEB - PARCELA MAIS MORA
       77  WK-VALOR-DEBITO          PIC 9(09)V9(02) VALUE ZEROS.
       01  WK-SW-DEBITO             PIC X(01)     VALUE SPACES.
           88  DEBITO-APLICADO                VALUE "A".
           88  DEBITO-BLOQUEADO               VALUE "B".
           88  DEBITO-ESTORNADO               VALUE "E".
       01  WK-SW-ALTERADA           PIC X(01)     VALUE "N".
           88  PARCELA-ALTERADA               VALUE "S".
           88  PARCELA-INALTERADA             VALUE "N".
       01  WK-SW-DEVOLVIDA          PIC X(01)     VALUE "N".
           88  DEVOLVIDA-HOJE                 VALUE "S".
           88  NAO-DEVOLVIDA                  VALUE "N".

      *----> CALCULO DA MORA - DIAS CORRIDOS DESDE O VENCIMENTO
       77  WK-DIAS-ATRASO           PIC S9(05)    VALUE ZEROS.
       77  WK-SERIAL-MOVIMENTO      PIC 9(07)     VALUE ZEROS.
       77  WK-SERIAL-DATA           PIC 9(07)     VALUE ZEROS.
       77  WK-DIAS-ACUMULADOS       PIC 9(03)     VALUE ZEROS.
       77  WK-ANO-QUOCIENTE         PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-RESTO             PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-ANTERIOR          PIC 9(04)     VALUE ZEROS.
       77  WK-BISSEXTOS             PIC 9(04)     VALUE ZEROS.
       77  WK-SECULOS               PIC 9(04)     VALUE ZEROS.
       77  WK-QUADRISSECULOS        PIC 9(04)     VALUE ZEROS.
       01  WK-DATA-TRANSACAO.
           03  WK-DT-ANO            PIC 9(04).
           03  WK-DT-MES            PIC 9(02).
           03  WK-DT-DIA            PIC 9(02).
       01  WK-SW-ANO-BISSEXTO       PIC X         VALUE "N".
           88  ANO-BISSEXTO                       VALUE "S".
           88  ANO-NAO-BISSEXTO                   VALUE "N".

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-PAGAS             PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-PAGAS             PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-DEVOLVIDAS        PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-DEVOLVIDAS        PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-ATRASO            PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-ATRASO            PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-VLR-MORA              PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-LIQUIDADOS        PIC 9(06)     VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - INADIMPLENCIA DE EMPRESTIMOS".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-ATRASOS.
           03  FILLER               PIC X(08)     VALUE "CONTR.".
           03  FILLER               PIC X(08)     VALUE "CLIENTE".
           03  FILLER               PIC X(06)     VALUE "CONTA".
           03  FILLER               PIC X(05)     VALUE "PAR".
           03  FILLER               PIC X(09)     VALUE "VENCTO".
           03  FILLER               PIC X(06)     VALUE " DIAS".
           03  FILLER               PIC X(15)     VALUE
               "         VALOR".
           03  FILLER               PIC X(15)     VALUE
               "          MORA".
           03  FILLER               PIC X(15)     VALUE
               "         TOTAL".
           03  FILLER               PIC X(05)     VALUE "TEN".
           03  FILLER               PIC X(20)     VALUE "SITUACAO".

       01  WK-LIN-DETALHE.
           03  DET-CONTRATO         PIC X(06).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDCLI            PIC X(06).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDCONTA          PIC 9(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-PARCELA          PIC ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-VENCIMENTO       PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DIAS             PIC ZZZZ9.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-MORA             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-TENTATIVAS       PIC ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(20).

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

           MOVE "PARCELAS EM ATRASO" TO SEC-TITULO.
           MOVE WK-CAB2-ATRASOS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CONTRATO
               INVALID KEY
                   MOVE "10" TO WK-FS-EMPRESTIMO
           END-START.
           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-EMPRESTIMO EQUAL "10".
           IF WK-QTD-ATRASO EQUAL ZEROS
               MOVE "NENHUMA PARCELA DE EMPRESTIMO EM ATRASO"
                                          TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "EMPRESTIMO" TO CFG-NOME.
           MOVE WK-ARQ-EMPRESTIMO      TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-EMPRESTIMO.
           MOVE "PARCELA" TO CFG-NOME.
           MOVE WK-ARQ-PARCELA         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARCELA.
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
           MOVE "EMPATRA-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
      *----> SEM CONTRATOS CADASTRADOS NAO HA O QUE CONFIRMAR - O
      *----> PASSO TERMINA NORMALMENTE
           OPEN I-O EMPRESTIMO.
           IF WK-FS-EMPRESTIMO EQUAL "35"
               DISPLAY "EMPATRA: ARQUIVO EMPRESTIMO INEXISTENTE - "
                       "NENHUM CONTRATO A ACOMPANHAR"
               GOBACK
           END-IF.
           IF WK-FS-EMPRESTIMO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                       " NA ABERTURA DO ARQUIVO EMPRESTIMO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PARCELA.
           IF WK-FS-PARCELA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARCELA
                       " NA ABERTURA DO ARQUIVO PARCELA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " NA ABERTURA DO ARQUIVO CADTRANS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> ANTES DO PRIMEIRO FECHAMENTO DE MES NAO HA HISTORICO
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

           OPEN INPUT PERIODO.
           IF WK-FS-PERIODO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PERIODO
                       " NA ABERTURA DO ARQUIVO PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-EMPATRA.
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
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO.
           PERFORM 0620-CALCULA-SERIAL.
           MOVE WK-SERIAL-DATA TO WK-SERIAL-MOVIMENTO.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-EMPRESTIMO
               NOT AT END
                   IF CONTRATO-ATIVO
                       PERFORM 0320-TRATA-CONTRATO
                   END-IF
           END-READ.
      *
       0320-TRATA-CONTRATO.
           MOVE ZEROS       TO WK-QTD-PENDENTES-CTR.
           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE ZEROS       TO EP-NUMERO.
           START PARCELA KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-PARCELA
               NOT INVALID KEY
                   MOVE "00" TO WK-FS-PARCELA
           END-START.
           PERFORM 0330-LE-PARCELA
               UNTIL WK-FS-PARCELA EQUAL "10".

      *----> TODAS AS PARCELAS PAGAS - O CONTRATO ESTA LIQUIDADO
           IF WK-QTD-PENDENTES-CTR EQUAL ZEROS
               MOVE "L" TO EM-STATUS
               REWRITE REG-EMPRESTIMO
                   INVALID KEY
                       DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                               " NA ATUALIZACAO DO CONTRATO "
                               EM-CONTRATO
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-REWRITE
               ADD 1 TO WK-QTD-LIQUIDADOS
               DISPLAY "EMPATRA: CONTRATO " EM-CONTRATO " LIQUIDADO"
           END-IF.
      *
       0330-LE-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PARCELA
               NOT AT END
                   IF EP-CONTRATO NOT EQUAL EM-CONTRATO
                       MOVE "10" TO WK-FS-PARCELA
                   ELSE
                       PERFORM 0340-TRATA-PARCELA
                   END-IF
           END-READ.
      *
       0340-TRATA-PARCELA.
           SET NAO-DEVOLVIDA TO TRUE.
           SET PARCELA-INALTERADA TO TRUE.
           IF PARCELA-EM-DEBITO
               PERFORM 0350-CONFIRMA-DEBITO
           END-IF.
           IF NOT PARCELA-PAGA
               ADD 1 TO WK-QTD-PENDENTES-CTR
           END-IF.
      *----> EM ATRASO: VENCIDA ANTES DE HOJE, OU DEVOLVIDA HOJE
      *----> (DEBITO DO DIA BLOQUEADO OU ESTORNADO)
           IF PARCELA-ABERTA
               IF EP-VENCIMENTO LESS THAN WK-DATA-MOVIMENTO
                       OR DEVOLVIDA-HOJE
                   PERFORM 0370-ATUALIZA-ATRASO
               END-IF
           END-IF.
           IF PARCELA-ALTERADA
               REWRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO: " WK-FS-PARCELA
                               " NA ATUALIZACAO DA PARCELA " EP-CHAVE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-REWRITE
           END-IF.
      *
       0350-CONFIRMA-DEBITO.
      *----> O DEBITO LANCADO PELO EMPDEB CONTINUA NO CADTRANS SE O
      *----> CALCSALDO O APLICOU; SE FOI BLOQUEADO PELO LIMITE, SAIU
      *----> DO CADTRANS PARA O SUSPENSO. DEBITO DE PERIODO JA
      *----> FECHADO SO PODE ESTAR NO HISTORICO - O FD-IDTRANS
      *----> RECOMECA A CADA FECHAMENTO, POR ISSO A CONTA E O VALOR
      *----> DO MOVIMENTO ACHADO SAO CONFERIDOS COM A PARCELA.
           SET PARCELA-ALTERADA TO TRUE.
           SET DEBITO-BLOQUEADO TO TRUE.
           COMPUTE WK-VALOR-DEBITO = EP-VALOR + EP-MORA.
           MOVE EP-DATA-DEBITO    TO WK-DATA-DEBITO.
           MOVE "N"               TO WK-SW-PERIODO-DEBITO.
           MOVE WK-PERIODO-DEBITO TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-FECHADO
                       SET DEBITO-EM-PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ.

           IF DEBITO-EM-PERIODO-FECHADO
               PERFORM 0360-PROCURA-HISTORICO
           ELSE
               MOVE EP-IDTRANS TO FD-IDTRANS
               READ CADTRANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-IDCONTA NOT EQUAL EM-IDCONTA
                               OR FD-VALOR NOT EQUAL WK-VALOR-DEBITO
                           PERFORM 0365-AVISA-DIVERGENCIA
                       ELSE
                           IF MOVIMENTO-ESTORNADO
                               SET DEBITO-ESTORNADO TO TRUE
                           ELSE
                               SET DEBITO-APLICADO TO TRUE
                               MOVE FD-VALOR TO EP-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF DEBITO-APLICADO
               MOVE "P"            TO EP-SITUACAO
               MOVE EP-DATA-DEBITO TO EP-DATA-PAGTO
               ADD 1               TO WK-QTD-PAGAS
               ADD EP-VALOR-PAGO   TO WK-VLR-PAGAS
               EXIT PARAGRAPH
           END-IF.

           MOVE "A"   TO EP-SITUACAO.
           MOVE ZEROS TO EP-VALOR-PAGO.
           MOVE ZEROS TO EP-DATA-PAGTO.
           SET DEVOLVIDA-HOJE TO TRUE.
           ADD 1        TO WK-QTD-DEVOLVIDAS.
           ADD EP-VALOR TO WK-VLR-DEVOLVIDAS.
           IF DEBITO-ESTORNADO
               MOVE "DEBITO ESTORNADO"   TO WK-SITUACAO-TXT
           ELSE
               MOVE "DEBITO BLOQUEADO"   TO WK-SITUACAO-TXT
           END-IF.
           DISPLAY "EMPATRA: CONTRATO " EM-CONTRATO " PARCELA "
                   EP-NUMERO " - " WK-SITUACAO-TXT
                   " - VOLTA A ABERTO".
      *
       0360-PROCURA-HISTORICO.
           IF NOT HISTORICO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-PERIODO-DEBITO TO HS-PERIODO.
           MOVE EP-IDTRANS        TO HS-IDTRANS.
           READ CADTRANSH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HS-IDCONTA NOT EQUAL EM-IDCONTA
                           OR HS-VALOR NOT EQUAL WK-VALOR-DEBITO
                       PERFORM 0365-AVISA-DIVERGENCIA
                   ELSE
                       IF HS-ESTORNO EQUAL "E"
                           SET DEBITO-ESTORNADO TO TRUE
                       ELSE
                           SET DEBITO-APLICADO TO TRUE
                           MOVE HS-VALOR TO EP-VALOR-PAGO
                       END-IF
                   END-IF
           END-READ.
      *
       0365-AVISA-DIVERGENCIA.
      *----> O ID APONTA PARA OUTRO MOVIMENTO - O DEBITO DA PARCELA NAO
      *----> ESTA NO ARQUIVO E E TRATADO COMO BLOQUEADO
           DISPLAY "EMPATRA: CONTRATO " EM-CONTRATO " PARCELA "
                   EP-NUMERO " - MOVIMENTO " EP-IDTRANS
                   " NAO CONFERE COM A CONTA E O VALOR DO DEBITO".
      *
       0370-ATUALIZA-ATRASO.
      *----> DIAS E MORA PRO RATA DIE ATE A DATA DE MOVIMENTO - O
      *----> EMPDEB RECALCULA NA PROXIMA TENTATIVA DE DEBITO
           SET PARCELA-ALTERADA TO TRUE.
           MOVE EP-VENCIMENTO TO WK-DATA-TRANSACAO.
           PERFORM 0620-CALCULA-SERIAL.
           COMPUTE WK-DIAS-ATRASO =
                   WK-SERIAL-MOVIMENTO - WK-SERIAL-DATA.
           IF WK-DIAS-ATRASO LESS THAN ZEROS
               MOVE ZEROS TO WK-DIAS-ATRASO
           END-IF.
           MOVE WK-DIAS-ATRASO TO EP-DIAS-ATRASO.
           COMPUTE EP-MORA ROUNDED =
                   EP-VALOR * EM-TAXA-MORA / 100 / 30
                   * WK-DIAS-ATRASO.
           IF NAO-DEVOLVIDA
               MOVE "EM ATRASO" TO WK-SITUACAO-TXT
           END-IF.
           ADD 1        TO WK-QTD-ATRASO.
           ADD EP-VALOR TO WK-VLR-ATRASO.
           ADD EP-MORA  TO WK-VLR-MORA.
           PERFORM 0730-IMPRIME-ATRASO.
      ******************************************************************
       0600-DATAS SECTION.
       0620-CALCULA-SERIAL.
      *----> NUMERO SERIAL DE DIAS DA DATA EM WK-DATA-TRANSACAO,
      *----> PELO CALENDARIO GREGORIANO - PERMITE SUBTRAIR DUAS
      *----> DATAS PARA OBTER A DIFERENCA EM DIAS CORRIDOS.
           COMPUTE WK-ANO-ANTERIOR = WK-DT-ANO - 1.
           DIVIDE WK-ANO-ANTERIOR BY 4 GIVING WK-BISSEXTOS.
           DIVIDE WK-ANO-ANTERIOR BY 100 GIVING WK-SECULOS.
           DIVIDE WK-ANO-ANTERIOR BY 400 GIVING WK-QUADRISSECULOS.
           PERFORM 0630-DIAS-ACUMULADOS-MES.
           COMPUTE WK-SERIAL-DATA =
                   (WK-DT-ANO * 365) + WK-BISSEXTOS - WK-SECULOS
                   + WK-QUADRISSECULOS + WK-DIAS-ACUMULADOS
                   + WK-DT-DIA.
           IF WK-DT-MES GREATER THAN 2
               PERFORM 0380-VERIFICA-BISSEXTO
               IF ANO-BISSEXTO
                   ADD 1 TO WK-SERIAL-DATA
               END-IF
           END-IF.
      *
       0630-DIAS-ACUMULADOS-MES.
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
           MOVE "TOTAIS DOS EMPRESTIMOS" TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE "PARCELAS PAGAS CONFIRMADAS...."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PAGAS         TO LG-QTD.
           MOVE WK-VLR-PAGAS         TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "DEBITOS BLOQUEADOS/ESTORNADOS."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DEVOLVIDAS    TO LG-QTD.
           MOVE WK-VLR-DEVOLVIDAS    TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "PARCELAS EM ATRASO............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-ATRASO        TO LG-QTD.
           MOVE WK-VLR-ATRASO        TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "MORA ACUMULADA DOS ATRASOS...."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ATRASO        TO LG-QTD.
           MOVE WK-VLR-MORA          TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE ZEROS TO LG-VALOR.
           MOVE "CONTRATOS LIQUIDADOS.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIQUIDADOS    TO LG-QTD.
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
       0730-IMPRIME-ATRASO.
           MOVE EM-CONTRATO        TO DET-CONTRATO.
           MOVE EM-IDCLI           TO DET-IDCLI.
           MOVE EM-IDCONTA         TO DET-IDCONTA.
           MOVE EP-NUMERO          TO DET-PARCELA.
           MOVE EP-VENCIMENTO      TO DET-VENCIMENTO.
           MOVE EP-DIAS-ATRASO     TO DET-DIAS.
           MOVE EP-VALOR           TO DET-VALOR.
           MOVE EP-MORA            TO DET-MORA.
           COMPUTE DET-TOTAL = EP-VALOR + EP-MORA.
           MOVE EP-TENTATIVAS      TO DET-TENTATIVAS.
           MOVE WK-SITUACAO-TXT    TO DET-SITUACAO.
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
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE EMPRESTIMO.
           CLOSE PARCELA.
           CLOSE CADTRANS.
           CLOSE PERIODO.
           IF HISTORICO-DISPONIVEL
               CLOSE CADTRANSH
           END-IF.
           CLOSE REL-EMPATRA.
           DISPLAY "EMPATRA: PARCELAS PAGAS........ " WK-QTD-PAGAS.
           DISPLAY "EMPATRA: DEBITOS DEVOLVIDOS.... "
                   WK-QTD-DEVOLVIDAS.
           DISPLAY "EMPATRA: PARCELAS EM ATRASO.... " WK-QTD-ATRASO.
           DISPLAY "EMPATRA: CONTRATOS LIQUIDADOS.. "
                   WK-QTD-LIQUIDADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM EMPATRA.
