      ******************************************************************
      * FILE NAME   : EMPDEB                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LANCAMENTOS DE EMPRESTIMO - PASSO DO CICLO       *
      *               NOTURNO ANTES DA VARREDURA E DO CALCSALDO. LIBERA*
      *               O PRINCIPAL DOS CONTRATOS NOVOS (CREDITO EM NA   *
      *               CONTA) E LANCA O DEBITO EM DE CADA PARCELA EM    *
      *               ABERTO JA VENCIDA, ACRESCIDO DA MORA PRO RATA    *
      *               DIE QUANDO EM ATRASO. A PARCELA FICA "EM DEBITO" *
      *               ATE O EMPATRA CONFIRMAR, DEPOIS DO CALCSALDO, SE *
      *               O DEBITO FOI APLICADO OU BLOQUEADO PELO LIMITE - *
      *               A BLOQUEADA VOLTA A ABERTO E E RETENTADA AQUI NA *
      *               NOITE SEGUINTE.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN DYNAMIC WK-ARQ-EMPRESTIMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-CONTRATO
           FILE STATUS IS WK-FS-EMPRESTIMO.
      *
           SELECT PARCELA ASSIGN DYNAMIC WK-ARQ-PARCELA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-CHAVE
           FILE STATUS IS WK-FS-PARCELA.
      *
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.
      *
      *----> EM I-O: OS LANCAMENTOS SAO GRAVADOS AQUI PARA O CALCSALDO
      *----> APLICA-LOS NA MESMA NOITE
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.
      *
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD PARCELA.
       COPY PARCELA.

       FD CADCONTA.
       COPY CADCONTA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-EMPRESTIMO        PIC X(100)   VALUE
           "C:\teste\emprestimo.dat".
       77  WK-ARQ-PARCELA           PIC X(100)   VALUE
           "C:\teste\parcela.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       COPY FINCFG.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-PARCELA            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-MOEDA-CONTA           PIC X(03)     VALUE SPACES.

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
       01  WK-SW-CONTA-OK           PIC X         VALUE "N".
           88  CONTA-OK                           VALUE "S".
           88  CONTA-NAO-OK                       VALUE "N".

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-CONTRATOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-LIBERADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-LIB-ADIADAS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PARCELAS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PARC-ADIADAS      PIC 9(06)     VALUE ZEROS.
       77  WK-VLR-LIBERADO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-VLR-DEBITADO          PIC 9(13)V9(02) VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0160-LE-DATA-MOVIMENTO.
           PERFORM 0170-OBTEM-CONTADOR.

           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CONTRATO
               INVALID KEY
                   MOVE "10" TO WK-FS-EMPRESTIMO
           END-START.
           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-EMPRESTIMO EQUAL "10".

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
      *
       0110-OPEN-DATA.
      *----> SEM CONTRATOS CADASTRADOS (EMPCAD AINDA NAO EXECUTADO)
      *----> NAO HA O QUE LANCAR - O PASSO TERMINA NORMALMENTE
           OPEN I-O EMPRESTIMO.
           IF WK-FS-EMPRESTIMO EQUAL "35"
               DISPLAY "EMPDEB: ARQUIVO EMPRESTIMO INEXISTENTE - "
                       "NENHUM CONTRATO A PROCESSAR"
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
      *
       0160-LE-DATA-MOVIMENTO.
           MOVE "000000" TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ERRO: DATA DE MOVIMENTO NAO FIXADA NO "
                           "ARQUIVO PERIODO (EXECUTAR CADPER)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
           CLOSE PERIODO.
           MOVE WK-DATA-MOVIMENTO TO WK-DATA-TRANSACAO.
           PERFORM 0620-CALCULA-SERIAL.
           MOVE WK-SERIAL-DATA TO WK-SERIAL-MOVIMENTO.
      *
       0170-OBTEM-CONTADOR.
      *----> PROXIMO FD-IDTRANS, COMO NA NUMERACAO DO TRANSFER
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
           PERFORM 0180-LE-TRANSACAO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           MOVE "00" TO WK-FS-CADTRANS.
      *
       0180-LE-TRANSACAO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   COMPUTE WK-CONTADOR = FD-IDTRANS + 1
           END-READ.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-EMPRESTIMO
               NOT AT END
                   PERFORM 0320-TRATA-CONTRATO
           END-READ.
      *
       0320-TRATA-CONTRATO.
           IF NOT CONTRATO-NOVO AND NOT CONTRATO-ATIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-CONTRATOS.
           PERFORM 0325-LE-CONTA.
           IF CONTRATO-NOVO
               PERFORM 0330-LIBERA-CONTRATO
           END-IF.
      *----> UM CONTRATO LIBERADO COM ATRASO PODE JA TER PARCELA
      *----> VENCIDA - E DEBITADA NA MESMA NOITE
           IF CONTRATO-ATIVO
               PERFORM 0340-DEBITA-PARCELAS
           END-IF.
      *
       0325-LE-CONTA.
           SET CONTA-NAO-OK TO TRUE.
           MOVE EM-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CONTA-ATIVA
               SET CONTA-OK TO TRUE
           END-IF.
           IF MOEDA-CONTA EQUAL SPACES
               MOVE "BRL"       TO WK-MOEDA-CONTA
           ELSE
               MOVE MOEDA-CONTA TO WK-MOEDA-CONTA
           END-IF.
      *
       0330-LIBERA-CONTRATO.
           IF CONTA-NAO-OK
               DISPLAY "EMPDEB: CONTRATO " EM-CONTRATO " - CONTA "
                       EM-IDCONTA " NAO ATIVA - LIBERACAO ADIADA"
               ADD 1 TO WK-QTD-LIB-ADIADAS
               EXIT PARAGRAPH
           END-IF.
      *----> O CONTRATO E ATUALIZADO ANTES DO LANCAMENTO: UMA QUEDA
      *----> ENTRE OS DOIS NUNCA LIBERA O MESMO PRINCIPAL DUAS VEZES
           MOVE "A"               TO EM-STATUS.
           MOVE WK-CONTADOR       TO EM-IDTRANS-LIB.
           MOVE WK-DATA-MOVIMENTO TO EM-DATA-LIB.
           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                           " NA ATUALIZACAO DO CONTRATO " EM-CONTRATO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 2                 TO FD-TIPO.
           MOVE EM-PRINCIPAL      TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "LIBERACAO EMPRESTIMO " EM-CONTRATO
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE EM-IDCONTA        TO FD-IDCONTA.
           MOVE "EM"              TO FD-CATEGORIA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE WK-MOEDA-CONTA    TO FD-MOEDA.
           PERFORM 0390-GRAVA-LANCAMENTO.
           ADD 1            TO WK-QTD-LIBERADOS.
           ADD EM-PRINCIPAL TO WK-VLR-LIBERADO.
           DISPLAY "EMPDEB: CONTRATO " EM-CONTRATO " LIBERADO NA CONTA "
                   EM-IDCONTA " VALOR " EM-PRINCIPAL.
      *
       0340-DEBITA-PARCELAS.
           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE ZEROS       TO EP-NUMERO.
           START PARCELA KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-PARCELA.
           PERFORM 0350-LE-PARCELA
               UNTIL WK-FS-PARCELA EQUAL "10".
      *
       0350-LE-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PARCELA
               NOT AT END
                   IF EP-CONTRATO NOT EQUAL EM-CONTRATO
                       MOVE "10" TO WK-FS-PARCELA
                   ELSE
                       IF PARCELA-ABERTA
                          AND EP-VENCIMENTO NOT GREATER THAN
                              WK-DATA-MOVIMENTO
                           PERFORM 0360-DEBITA-PARCELA
                       END-IF
                   END-IF
           END-READ.
      *
       0360-DEBITA-PARCELA.
           IF CONTA-NAO-OK
               DISPLAY "EMPDEB: CONTRATO " EM-CONTRATO " PARCELA "
                       EP-NUMERO " - CONTA " EM-IDCONTA
                       " NAO ATIVA - DEBITO ADIADO"
               ADD 1 TO WK-QTD-PARC-ADIADAS
               EXIT PARAGRAPH
           END-IF.

      *----> MORA PRO RATA DIE: TAXA MENSAL / 30 POR DIA DE ATRASO,
      *----> SOBRE O VALOR DA PARCELA
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

      *----> A PARCELA E MARCADA ANTES DO LANCAMENTO: UMA QUEDA ENTRE
      *----> OS DOIS DEIXA DE DEBITAR (O EMPATRA A DEVOLVE A ABERTO),
      *----> NUNCA DEBITA DUAS VEZES
           MOVE "D"               TO EP-SITUACAO.
           MOVE WK-CONTADOR       TO EP-IDTRANS.
           MOVE WK-DATA-MOVIMENTO TO EP-DATA-DEBITO.
           ADD 1                  TO EP-TENTATIVAS.
           REWRITE REG-PARCELA
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-PARCELA
                           " NA ATUALIZACAO DA PARCELA " EP-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 1                 TO FD-TIPO.
           COMPUTE FD-VALOR = EP-VALOR + EP-MORA.
           MOVE SPACES            TO FD-DESCR.
           STRING "EMPR " EM-CONTRATO " PARC " EP-NUMERO
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE EM-IDCONTA        TO FD-IDCONTA.
           MOVE "EM"              TO FD-CATEGORIA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE WK-MOEDA-CONTA    TO FD-MOEDA.
           PERFORM 0390-GRAVA-LANCAMENTO.
           ADD 1        TO WK-QTD-PARCELAS.
           ADD FD-VALOR TO WK-VLR-DEBITADO.
           DISPLAY "EMPDEB: CONTRATO " EM-CONTRATO " PARCELA "
                   EP-NUMERO " DEBITADA - VALOR " EP-VALOR
                   " MORA " EP-MORA " ATRASO " EP-DIAS-ATRASO.
      *
       0390-GRAVA-LANCAMENTO.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR O LANCAMENTO " FD-DESCR
                       " - CONTRATO ATUALIZADO SEM LANCAMENTO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR.
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
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE EMPRESTIMO.
           CLOSE PARCELA.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           DISPLAY "EMPDEB: CONTRATOS EM CURSO..... " WK-QTD-CONTRATOS.
           DISPLAY "EMPDEB: LIBERACOES............. " WK-QTD-LIBERADOS.
           DISPLAY "EMPDEB: VALOR LIBERADO......... " WK-VLR-LIBERADO.
           DISPLAY "EMPDEB: LIBERACOES ADIADAS..... "
                   WK-QTD-LIB-ADIADAS.
           DISPLAY "EMPDEB: PARCELAS DEBITADAS..... " WK-QTD-PARCELAS.
           DISPLAY "EMPDEB: VALOR DEBITADO......... " WK-VLR-DEBITADO.
           DISPLAY "EMPDEB: DEBITOS ADIADOS........ "
                   WK-QTD-PARC-ADIADAS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM EMPDEB.
