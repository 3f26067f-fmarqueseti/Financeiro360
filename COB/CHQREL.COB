      ******************************************************************
      * FILE NAME   : CHQREL                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : RELATORIO DIARIO DE CHEQUES DA DATA DE MOVIMENTO *
      *               - CHEQUES PAGOS NA COMPENSACAO (REGISTRO DE      *
      *               CHEQUES), CHEQUES DEVOLVIDOS COM O MOTIVO        *
      *               (ARQUIVO DE DEVOLVIDOS DO DIA GERADO PELO        *
      *               CHQCOMP) E FOLHAS SUSTADAS NO DIA, COM CONTAGEM  *
      *               E VALOR POR SECAO E O TOTAL DE SUSTACOES EM      *
      *               VIGOR.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQREL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE ASSIGN DYNAMIC WK-ARQ-CHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CQ-CHAVE
           FILE STATUS IS WK-FS-CHEQUE.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> DEVOLVIDOS DO DIA - TRAZ TAMBEM AS DEVOLUCOES DE FOLHA
      *----> NAO REGISTRADA (35), ERRO FORMAL (31) E REAPRESENTACAO
      *----> INDEVIDA (49), QUE NAO ALTERAM O REGISTRO DE CHEQUES
           SELECT DEVOLUCAO ASSIGN DYNAMIC WK-ARQ-DEVOLUCAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-DEVOLUCAO.

           SELECT REL-CHEQUES ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE.
       COPY CHEQUE.

       FD PERIODO.
       COPY PERIODO.

       FD DEVOLUCAO.
       01 REG-DEVOLUCAO             PIC X(100).

       FD REL-CHEQUES.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CHEQUE            PIC X(100)   VALUE
           "C:\teste\cheque.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-PREFIXO-DEVOLUCAO     PIC X(100)   VALUE
           "C:\teste\chq-devolvidos".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\chqrel-rel.txt".
       COPY FINCFG.
       77  WK-ARQ-DEVOLUCAO         PIC X(100)    VALUE SPACES.
       77  WK-FS-CHEQUE             PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-DEVOLUCAO          PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.

       77  WK-QTD-PAGOS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DEVOLVIDOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SUSTADOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-EM-VIGOR          PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-PAGO              PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-DEVOLVIDO         PIC 9(13)V9(02) VALUE ZEROS.

      *----> LINHA DE DETALHE DO ARQUIVO DE DEVOLVIDOS - MESMO
      *----> LAYOUT GRAVADO PELO CHQCOMP
       01  WK-DEV-DETALHE.
           03  DD-TIPO-REG          PIC X(01).
           03  DD-BANCO-APRES       PIC X(03).
           03  DD-IDCONTA           PIC X(04).
           03  DD-NUMERO            PIC X(06).
           03  DD-VALOR             PIC 9(09)V9(02).
           03  DD-MOTIVO            PIC X(02).
           03  DD-DESCR-MOTIVO      PIC X(40).

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

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

       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - RELATORIO DE CHEQUES".
           03  FILLER               PIC X(16)     VALUE
               "DATA MOVIMENTO: ".
           03  CAB1-DATA            PIC X(10).
           03  FILLER               PIC X(44)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(09)     VALUE "CHEQUE".
           03  FILLER               PIC X(06)     VALUE "BANCO".
           03  FILLER               PIC X(20)     VALUE
               "               VALOR".
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(50)     VALUE
               "MOTIVO / LANCAMENTO".

       01  WK-LIN-DETALHE.
           03  DET-IDCONTA          PIC X(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-NUMERO           PIC X(06).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-BANCO            PIC X(03).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-MOTIVO           PIC X(50).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZZ.ZZ9.

       01  WK-LIN-TOTAL.
           03  TOT-LITERAL          PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  TOT-VALOR            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0160-LE-DATA-MOVIMENTO.
           PERFORM 0170-MONTA-NOME-DEVOLUCAO.

           PERFORM 0300-CHEQUES-PAGOS.
           PERFORM 0330-CHEQUES-DEVOLVIDOS.
           PERFORM 0360-CHEQUES-SUSTADOS.

           PERFORM 0645-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CHEQUE" TO CFG-NOME.
           MOVE WK-ARQ-CHEQUE          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CHEQUE.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CHQ-DEV-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-DEVOLUCAO   TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-DEVOLUCAO.
           MOVE "CHQREL-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
      *----> SEM REGISTRO DE CHEQUES AINDA NAO HOUVE TALAO EMITIDO -
      *----> NADA A RELATAR.
           OPEN INPUT CHEQUE.
           IF WK-FS-CHEQUE EQUAL "35"
               DISPLAY "CHQREL: REGISTRO DE CHEQUES INEXISTENTE - "
                       "NADA A RELATAR"
               GOBACK
           END-IF.
           PERFORM 0210-VALIDATE-CHEQUE-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.

           OPEN OUTPUT REL-CHEQUES.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0160-LE-DATA-MOVIMENTO SECTION.
           MOVE "000000" TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ERRO: DATA DE MOVIMENTO NAO FIXADA NO "
                           "ARQUIVO PERIODO (EXECUTAR CADPER)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-AMD.
           PERFORM 0720-FORMATA-DATA.
           MOVE WK-DATA-DMA TO CAB1-DATA.
      ******************************************************************
       0170-MONTA-NOME-DEVOLUCAO SECTION.
           MOVE SPACES TO WK-ARQ-DEVOLUCAO.
           STRING WK-PREFIXO-DEVOLUCAO DELIMITED BY SPACES
                  "-"                  DELIMITED BY SIZE
                  WK-DATA-MOVIMENTO    DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WK-ARQ-DEVOLUCAO.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-CHEQUE-OPEN.
           EVALUATE WK-FS-CHEQUE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CHEQUE
                           " NA ABERTURA DO ARQUIVO CHEQUE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       0239-VALIDATE-PERIODO-OPEN.
           EVALUATE WK-FS-PERIODO
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-PERIODO
                           " NA ABERTURA DO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0300-CHEQUES-PAGOS.
           MOVE "CHEQUES PAGOS NA COMPENSACAO" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           PERFORM 0390-POSICIONA-REGISTRO.
           PERFORM 0310-LE-PAGO
               UNTIL WK-FS-CHEQUE EQUAL "10".

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CHEQUES PAGOS................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PAGOS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "VALOR PAGO...................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-PAGO          TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0310-LE-PAGO.
           READ CHEQUE NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CHEQUE
               NOT AT END
                   IF CHEQUE-PAGO
                           AND CQ-DATA-PAGTO EQUAL WK-DATA-MOVIMENTO
                       ADD 1        TO WK-QTD-PAGOS
                       ADD CQ-VALOR TO WK-TOT-PAGO
                       MOVE CQ-IDCONTA     TO DET-IDCONTA
                       MOVE CQ-NUMERO      TO DET-NUMERO
                       MOVE CQ-BANCO-APRES TO DET-BANCO
                       MOVE CQ-VALOR       TO DET-VALOR
                       MOVE SPACES         TO DET-MOTIVO
                       STRING "DEBITO " CQ-IDTRANS
                              DELIMITED BY SIZE INTO DET-MOTIVO
                       MOVE WK-LIN-DETALHE TO WK-LINHA-IMP
                       PERFORM 0700-IMPRIME-LINHA
                   END-IF
           END-READ.
      *
       0330-CHEQUES-DEVOLVIDOS.
           MOVE 99 TO WK-LINHAS.
           MOVE "CHEQUES DEVOLVIDOS NA COMPENSACAO" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

      *----> SEM ARQUIVO DE DEVOLVIDOS DO DIA NAO HOUVE DEVOLUCAO (OU
      *----> A COMPENSACAO AINDA NAO RODOU) - A SECAO SAI ZERADA.
           OPEN INPUT DEVOLUCAO.
           EVALUATE WK-FS-DEVOLUCAO
               WHEN "00"
                   PERFORM 0340-LE-DEVOLVIDO
                       UNTIL WK-FS-DEVOLUCAO EQUAL "10"
                   CLOSE DEVOLUCAO
               WHEN "35"
                   MOVE "NENHUM CHEQUE DEVOLVIDO NA DATA"
                                     TO WK-LINHA-IMP
                   PERFORM 0700-IMPRIME-LINHA
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-DEVOLUCAO
                           " NA ABERTURA DOS DEVOLVIDOS "
                           WK-ARQ-DEVOLUCAO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CHEQUES DEVOLVIDOS............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-DEVOLVIDOS    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "VALOR DEVOLVIDO..............."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-DEVOLVIDO     TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0340-LE-DEVOLVIDO.
           READ DEVOLUCAO
               AT END
                   MOVE "10" TO WK-FS-DEVOLUCAO
               NOT AT END
                   IF REG-DEVOLUCAO(1:1) EQUAL "D"
                       MOVE REG-DEVOLUCAO  TO WK-DEV-DETALHE
                       ADD 1        TO WK-QTD-DEVOLVIDOS
                       ADD DD-VALOR TO WK-TOT-DEVOLVIDO
                       MOVE DD-IDCONTA      TO DET-IDCONTA
                       MOVE DD-NUMERO       TO DET-NUMERO
                       MOVE DD-BANCO-APRES  TO DET-BANCO
                       MOVE DD-VALOR        TO DET-VALOR
                       MOVE SPACES          TO DET-MOTIVO
                       STRING DD-MOTIVO " " DD-DESCR-MOTIVO
                              DELIMITED BY SIZE INTO DET-MOTIVO
                       MOVE WK-LIN-DETALHE TO WK-LINHA-IMP
                       PERFORM 0700-IMPRIME-LINHA
                   END-IF
           END-READ.
      *
       0360-CHEQUES-SUSTADOS.
           MOVE 99 TO WK-LINHAS.
           MOVE "FOLHAS SUSTADAS NA DATA" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           PERFORM 0390-POSICIONA-REGISTRO.
           PERFORM 0370-LE-SUSTADO
               UNTIL WK-FS-CHEQUE EQUAL "10".

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "FOLHAS SUSTADAS NA DATA......."
                                     TO LG-LITERAL.
           MOVE WK-QTD-SUSTADOS      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "SUSTACOES EM VIGOR............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-EM-VIGOR      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0370-LE-SUSTADO.
           READ CHEQUE NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CHEQUE
               NOT AT END
                   IF CHEQUE-SUSTADO
                       ADD 1 TO WK-QTD-EM-VIGOR
                       IF CQ-DATA-SUST EQUAL WK-DATA-MOVIMENTO
                           PERFORM 0375-LISTA-SUSTADO
                       END-IF
                   END-IF
           END-READ.
      *
       0375-LISTA-SUSTADO.
           ADD 1 TO WK-QTD-SUSTADOS.
           MOVE CQ-IDCONTA  TO DET-IDCONTA.
           MOVE CQ-NUMERO   TO DET-NUMERO.
           MOVE SPACES      TO DET-BANCO.
           MOVE CQ-VALOR    TO DET-VALOR.
           MOVE SPACES      TO DET-MOTIVO.
           EVALUATE TRUE
               WHEN SUSTADO-CANCELADO
                   STRING CQ-MOTIVO-SUST " FOLHA CANCELADA - OPER. "
                          CQ-OPERADOR-SUST
                          DELIMITED BY SIZE INTO DET-MOTIVO
               WHEN SUSTADO-CONTRA-ORDEM
                   STRING CQ-MOTIVO-SUST " CONTRA-ORDEM - OPER. "
                          CQ-OPERADOR-SUST
                          DELIMITED BY SIZE INTO DET-MOTIVO
               WHEN OTHER
                   STRING CQ-MOTIVO-SUST " FURTO OU ROUBO - OPER. "
                          CQ-OPERADOR-SUST
                          DELIMITED BY SIZE INTO DET-MOTIVO
           END-EVALUATE.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0390-POSICIONA-REGISTRO.
           MOVE "00"       TO WK-FS-CHEQUE.
           MOVE LOW-VALUES TO CQ-CHAVE.
           START CHEQUE KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-CHEQUE
           END-START.
      ******************************************************************
       0640-TOTAIS-GERAIS SECTION.
       0645-TOTAIS-GERAIS.
           DISPLAY "CHQREL: CHEQUES PAGOS......... " WK-QTD-PAGOS.
           DISPLAY "CHQREL: CHEQUES DEVOLVIDOS.... " WK-QTD-DEVOLVIDOS.
           DISPLAY "CHQREL: FOLHAS SUSTADAS....... " WK-QTD-SUSTADOS.
           DISPLAY "CHQREL: SUSTACOES EM VIGOR.... " WK-QTD-EM-VIGOR.
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
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB-COLUNAS.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 4 TO WK-LINHAS.
      *
       0720-FORMATA-DATA.
           MOVE WK-AMD-DIA TO WK-DMA-DIA.
           MOVE WK-AMD-MES TO WK-DMA-MES.
           MOVE WK-AMD-ANO TO WK-DMA-ANO.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CHEQUE.
           CLOSE PERIODO.
           CLOSE REL-CHEQUES.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CHQREL.
