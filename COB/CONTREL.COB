      ******************************************************************
      * FILE NAME   : CONTREL                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CONTESTACOES EM ABERTO - PASSO DIARIO DO CICLO   *
      *               NOTURNO. LISTA CADA CASO DE CONTESTACAO AINDA    *
      *               SEM DECISAO COM A IDADE EM DIAS CORRIDOS DESDE A *
      *               ABERTURA E OS DIAS QUE RESTAM DO PRAZO DE        *
      *               RESPOSTA EXIGIDO PELO REGULADOR, DESTACANDO OS   *
      *               CASOS COM O PRAZO VENCIDO.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST ASSIGN DYNAMIC WK-ARQ-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-IDCASO
           ALTERNATE KEY IS CT-CHAVE-MOV
           FILE STATUS IS WK-FS-CONTEST.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> PRAZO DE RESPOSTA EM DIAS CORRIDOS NA LINHA 1 (OPCIONAL)
           SELECT PARM-CONTREL ASSIGN DYNAMIC WK-ARQ-PARM-CONTREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

           SELECT REL-CONTREL ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONTEST.
       COPY CONTEST.

       FD PERIODO.
       COPY PERIODO.

       FD PARM-CONTREL.
       01 REG-PARM-CONTREL          PIC X(03).

       FD REL-CONTREL.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CONTEST           PIC X(100)   VALUE
           "C:\teste\contest.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-PARM-CONTREL      PIC X(100)   VALUE
           "C:\teste\contrel-parm.txt".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\contrel-rel.txt".
       COPY FINCFG.
       77  WK-FS-CONTEST            PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
      *----> PRAZO DE RESPOSTA PADRAO QUANDO NAO HA PARAMETRO
       01  WK-PRAZO-X               PIC X(03)     VALUE "010".
       01  WK-PRAZO REDEFINES WK-PRAZO-X
                                    PIC 9(03).
       77  WK-SITUACAO-TXT          PIC X(14)     VALUE SPACES.
       01  WK-SW-CASOS              PIC X(01)     VALUE "N".
           88  CASOS-DISPONIVEIS              VALUE "S".

      *----> IDADE DO CASO - DIAS CORRIDOS DESDE A ABERTURA
       77  WK-IDADE                 PIC S9(05)    VALUE ZEROS.
       77  WK-RESTAM                PIC S9(05)    VALUE ZEROS.
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
       77  WK-QTD-ABERTOS           PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-ABERTOS           PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-NO-PRAZO          PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-NO-PRAZO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-VENCE-HOJE        PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-VENCE-HOJE        PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-VENCIDOS          PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-VENCIDOS          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-CRED-PROV         PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-CRED-PROV         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-PROCEDENTES       PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-PROCEDENTES       PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-QTD-IMPROCEDENTES     PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-IMPROCEDENTES     PIC 9(13)V9(02) VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - CONTESTACOES EM ABERTO".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-ABERTOS.
           03  FILLER               PIC X(10)     VALUE "CASO".
           03  FILLER               PIC X(06)     VALUE "CONTA".
           03  FILLER               PIC X(10)     VALUE "LANCTO".
           03  FILLER               PIC X(10)     VALUE "DATA MOV".
           03  FILLER               PIC X(16)     VALUE
               "         VALOR".
           03  FILLER               PIC X(05)     VALUE "MOE".
           03  FILLER               PIC X(03)     VALUE "CP".
           03  FILLER               PIC X(10)     VALUE "ABERTURA".
           03  FILLER               PIC X(07)     VALUE "IDADE".
           03  FILLER               PIC X(07)     VALUE "RESTA".
           03  FILLER               PIC X(16)     VALUE "SITUACAO".
           03  FILLER               PIC X(30)     VALUE "MOTIVO".

       01  WK-LIN-DETALHE.
           03  DET-IDCASO           PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDCONTA          PIC 9(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDTRANS          PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-DATA-MOV         PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-MOEDA            PIC X(03).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-CRED-PROV        PIC X(01).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-ABERTURA         PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDADE            PIC ZZZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-RESTAM           PIC -ZZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(14).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-MOTIVO           PIC X(30).

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
           PERFORM 0150-LE-PRAZO.

           MOVE SPACES TO SEC-TITULO.
           STRING "CASOS AGUARDANDO DECISAO - PRAZO DE RESPOSTA "
                  WK-PRAZO " DIAS"
               DELIMITED BY SIZE INTO SEC-TITULO.
           MOVE WK-CAB2-ABERTOS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           IF CASOS-DISPONIVEIS
               MOVE LOW-VALUES TO CT-IDCASO
               START CONTEST KEY IS NOT LESS THAN CT-IDCASO
                   INVALID KEY
                       MOVE "10" TO WK-FS-CONTEST
               END-START
               PERFORM 0310-PROCESS-DATA
                   UNTIL WK-FS-CONTEST EQUAL "10"
           END-IF.
           IF WK-QTD-ABERTOS EQUAL ZEROS
               MOVE "NENHUMA CONTESTACAO AGUARDANDO DECISAO"
                                          TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CONTEST" TO CFG-NOME.
           MOVE WK-ARQ-CONTEST         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTEST.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CONTREL-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-CONTREL    TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-CONTREL.
           MOVE "CONTREL-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
      *----> SEM NENHUM CASO CADASTRADO O RELATORIO SAI ASSIM MESMO,
      *----> DIZENDO QUE NAO HA CONTESTACAO AGUARDANDO DECISAO
           OPEN INPUT CONTEST.
           EVALUATE WK-FS-CONTEST
               WHEN "00"
                   SET CASOS-DISPONIVEIS TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CONTEST
                           " NA ABERTURA DO ARQUIVO CONTEST"
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

           OPEN OUTPUT REL-CONTREL.
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
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO.
           PERFORM 0620-CALCULA-SERIAL.
           MOVE WK-SERIAL-DATA TO WK-SERIAL-MOVIMENTO.
      *
       0150-LE-PRAZO.
      *----> SEM ARQUIVO DE PARAMETRO, OU COM VALOR INVALIDO, VALE O
      *----> PRAZO PADRAO DE 10 DIAS CORRIDOS.
           OPEN INPUT PARM-CONTREL.
           IF WK-FS-PARM EQUAL "00"
               READ PARM-CONTREL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARM-CONTREL IS NUMERIC
                               AND REG-PARM-CONTREL NOT EQUAL "000"
                           MOVE REG-PARM-CONTREL TO WK-PRAZO-X
                       END-IF
               END-READ
               CLOSE PARM-CONTREL
           END-IF.
           DISPLAY "CONTREL: PRAZO DE RESPOSTA DE " WK-PRAZO
                   " DIAS CORRIDOS".
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ CONTEST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CONTEST
               NOT AT END
                   PERFORM 0320-TRATA-CASO
           END-READ.
      *
       0320-TRATA-CASO.
      *----> OS CASOS DECIDIDOS NA DATA ENTRAM SO NOS TOTAIS
           IF CONTESTACAO-PROCEDENTE
                   AND CT-DATA-DECISAO EQUAL WK-DATA-MOVIMENTO
               ADD 1        TO WK-QTD-PROCEDENTES
               ADD CT-VALOR TO WK-VLR-PROCEDENTES
           END-IF.
           IF CONTESTACAO-IMPROCEDENTE
                   AND CT-DATA-DECISAO EQUAL WK-DATA-MOVIMENTO
               ADD 1        TO WK-QTD-IMPROCEDENTES
               ADD CT-VALOR TO WK-VLR-IMPROCEDENTES
           END-IF.
           IF NOT CONTESTACAO-ABERTA
               EXIT PARAGRAPH
           END-IF.

           MOVE CT-DATA-ABERTURA TO WK-DATA-TRANSACAO.
           PERFORM 0620-CALCULA-SERIAL.
           COMPUTE WK-IDADE = WK-SERIAL-MOVIMENTO - WK-SERIAL-DATA.
           IF WK-IDADE LESS THAN ZEROS
               MOVE ZEROS TO WK-IDADE
           END-IF.
           COMPUTE WK-RESTAM = WK-PRAZO - WK-IDADE.

           ADD 1        TO WK-QTD-ABERTOS.
           ADD CT-VALOR TO WK-VLR-ABERTOS.
           EVALUATE TRUE
               WHEN WK-RESTAM GREATER THAN ZEROS
                   MOVE "NO PRAZO"      TO WK-SITUACAO-TXT
                   ADD 1        TO WK-QTD-NO-PRAZO
                   ADD CT-VALOR TO WK-VLR-NO-PRAZO
               WHEN WK-RESTAM EQUAL ZEROS
                   MOVE "VENCE HOJE"    TO WK-SITUACAO-TXT
                   ADD 1        TO WK-QTD-VENCE-HOJE
                   ADD CT-VALOR TO WK-VLR-VENCE-HOJE
               WHEN OTHER
                   MOVE "PRAZO VENCIDO" TO WK-SITUACAO-TXT
                   ADD 1        TO WK-QTD-VENCIDOS
                   ADD CT-VALOR TO WK-VLR-VENCIDOS
           END-EVALUATE.
           IF COM-CREDITO-PROVISORIO
               ADD 1        TO WK-QTD-CRED-PROV
               ADD CT-VALOR TO WK-VLR-CRED-PROV
           END-IF.
           PERFORM 0730-IMPRIME-CASO.
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
           MOVE "TOTAIS DAS CONTESTACOES" TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           MOVE "CASOS AGUARDANDO DECISAO......"
                                     TO LG-LITERAL.
           MOVE WK-QTD-ABERTOS       TO LG-QTD.
           MOVE WK-VLR-ABERTOS       TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  DENTRO DO PRAZO............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-NO-PRAZO      TO LG-QTD.
           MOVE WK-VLR-NO-PRAZO      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  PRAZO VENCENDO HOJE........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-VENCE-HOJE    TO LG-QTD.
           MOVE WK-VLR-VENCE-HOJE    TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "  PRAZO VENCIDO..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-VENCIDOS      TO LG-QTD.
           MOVE WK-VLR-VENCIDOS      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "CREDITOS PROVISORIOS EM ABERTO"
                                     TO LG-LITERAL.
           MOVE WK-QTD-CRED-PROV     TO LG-QTD.
           MOVE WK-VLR-CRED-PROV     TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "PROCEDENTES NA DATA..........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PROCEDENTES   TO LG-QTD.
           MOVE WK-VLR-PROCEDENTES   TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "IMPROCEDENTES NA DATA........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-IMPROCEDENTES TO LG-QTD.
           MOVE WK-VLR-IMPROCEDENTES TO LG-VALOR.
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
           MOVE CT-IDCASO          TO DET-IDCASO.
           MOVE CT-IDCONTA         TO DET-IDCONTA.
           MOVE CT-IDTRANS         TO DET-IDTRANS.
           MOVE CT-DATA-MOV        TO DET-DATA-MOV.
           MOVE CT-VALOR           TO DET-VALOR.
           MOVE CT-MOEDA           TO DET-MOEDA.
           MOVE CT-CRED-PROV       TO DET-CRED-PROV.
           MOVE CT-DATA-ABERTURA   TO DET-ABERTURA.
           MOVE WK-IDADE           TO DET-IDADE.
           MOVE WK-RESTAM          TO DET-RESTAM.
           MOVE WK-SITUACAO-TXT    TO DET-SITUACAO.
           MOVE CT-MOTIVO          TO DET-MOTIVO.
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
           IF CASOS-DISPONIVEIS
               CLOSE CONTEST
           END-IF.
           CLOSE REL-CONTREL.
           DISPLAY "CONTREL: CASOS EM ABERTO....... " WK-QTD-ABERTOS.
           DISPLAY "CONTREL: COM PRAZO VENCIDO..... " WK-QTD-VENCIDOS.
           IF WK-QTD-VENCIDOS GREATER THAN ZEROS
               DISPLAY "CONTREL: *** HA CONTESTACOES COM O PRAZO DE "
                       "RESPOSTA VENCIDO ***"
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CONTREL.
