      ******************************************************************
      * FILE NAME   : EMPCAD                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CADASTRO DE CONTRATOS DE EMPRESTIMO - CARREGA OS *
      *               CONTRATOS NOVOS (EMPRESTIMO) A PARTIR DE UM      *
      *               ARQUIVO SEQUENCIAL DE CARGA, NO DESENHO DO       *
      *               ORDPER, E GERA O CRONOGRAMA COMPLETO DE          *
      *               AMORTIZACAO (PARCELA) PELO SISTEMA SAC OU PRICE. *
      *               A LIBERACAO DO CREDITO E O DEBITO DAS PARCELAS   *
      *               FICAM COM O PASSO EMPDEB DO CICLO NOTURNO.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ARQUIVO DE CARGA - UM CONTRATO POR LINHA:
      *----> CONTRATO . IDCLI . CONTA . ACAO(A/C) . PRINCIPAL . TAXA .
      *----> PRAZO . SISTEMA(S/P) . PRIMEIRO VENCIMENTO . TAXA MORA
           SELECT ARQ-CARGA ASSIGN DYNAMIC
                       WK-ARQ-CARGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-CARGA.
      *
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
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARGA.
       01 REG-CARGA.
           03 CG-CONTRATO           PIC X(06).
           03 FILLER                PIC X(01).
           03 CG-IDCLI              PIC X(06).
           03 FILLER                PIC X(01).
           03 CG-IDCONTA            PIC 9(04).
           03 FILLER                PIC X(01).
           03 CG-ACAO               PIC X(01).
           03 FILLER                PIC X(01).
           03 CG-PRINCIPAL          PIC 9(09)V9(02).
           03 FILLER                PIC X(01).
           03 CG-TAXA               PIC 9(02)V9(04).
           03 FILLER                PIC X(01).
           03 CG-PRAZO              PIC 9(03).
           03 FILLER                PIC X(01).
           03 CG-SISTEMA            PIC X(01).
               88 CG-SISTEMA-VALIDO             VALUES "S" "P".
           03 FILLER                PIC X(01).
           03 CG-PRIM-VENC          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CG-TAXA-MORA          PIC 9(02)V9(04).

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD PARCELA.
       COPY PARCELA.

       FD CADCONTA.
       COPY CADCONTA.

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
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-CARGA             PIC X(100)   VALUE
           "C:\teste\empcad-carga.txt".
       COPY FINCFG.
       77  WK-FS-CARGA              PIC X(2)      VALUE SPACES.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-PARCELA            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-QTD-LIDOS             PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-GRAVADOS          PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-CANCELADOS        PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-REJEITADOS        PIC 9(04)     VALUE ZEROS.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.

      *----> CALCULO DO CRONOGRAMA
       77  WK-TAXA-DEC              PIC 9(01)V9(08) VALUE ZEROS.
       77  WK-FATOR                 PIC 9(15)V9(12) VALUE ZEROS.
       77  WK-PRESTACAO             PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-AMORT-SAC             PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-SALDO-DEVEDOR         PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-NUM-PARCELA           PIC 9(03)     VALUE ZEROS.
       77  WK-DIA-BASE              PIC 9(02)     VALUE ZEROS.

       77  WK-DIAS-MES              PIC 9(02)     VALUE ZEROS.
       77  WK-ANO-QUOCIENTE         PIC 9(04)     VALUE ZEROS.
       77  WK-ANO-RESTO             PIC 9(04)     VALUE ZEROS.
       01  WK-DATA-TRABALHO.
           03  WK-DT-ANO            PIC 9(04).
           03  WK-DT-MES            PIC 9(02).
           03  WK-DT-DIA            PIC 9(02).
       01  WK-DATA-TRABALHO-N REDEFINES WK-DATA-TRABALHO
                                    PIC 9(08).
       01  WK-SW-ANO-BISSEXTO       PIC X         VALUE "N".
           88  ANO-BISSEXTO                       VALUE "S".
           88  ANO-NAO-BISSEXTO                   VALUE "N".
       01  WK-SW-REG-EXISTE         PIC X         VALUE "N".
           88  REG-EXISTE                         VALUE "S".
           88  REG-NAO-EXISTE                     VALUE "N".
       01  WK-SW-CONTRATO-VALIDO    PIC X         VALUE "S".
           88  CONTRATO-VALIDO                    VALUE "S".
           88  CONTRATO-INVALIDO                  VALUE "N".
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0160-LE-DATA-MOVIMENTO.
           PERFORM 0310-PROCESS-DATA UNTIL WK-FS-CARGA EQUAL "10".
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
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "EMPCAD-CARGA" TO CFG-NOME.
           MOVE WK-ARQ-CARGA           TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CARGA.
      *
       0110-OPEN-DATA.
           OPEN INPUT ARQ-CARGA.
           PERFORM 0210-VALIDATE-CARGA-OPEN.

      *----> CONTRATOS E CRONOGRAMAS SAO PRESERVADOS ENTRE CARGAS;
      *----> NO PRIMEIRO USO OS ARQUIVOS SAO CRIADOS ANTES DE REABRIR.
           OPEN I-O EMPRESTIMO.
           IF WK-FS-EMPRESTIMO EQUAL "35"
               OPEN OUTPUT EMPRESTIMO
               CLOSE EMPRESTIMO
               OPEN I-O EMPRESTIMO
           END-IF.
           PERFORM 0220-VALIDATE-EMPRESTIMO-OPEN.

           OPEN I-O PARCELA.
           IF WK-FS-PARCELA EQUAL "35"
               OPEN OUTPUT PARCELA
               CLOSE PARCELA
               OPEN I-O PARCELA
           END-IF.
           PERFORM 0230-VALIDATE-PARCELA-OPEN.

           OPEN INPUT CADCONTA.
           PERFORM 0235-VALIDATE-CADCONTA-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.
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
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-CARGA-OPEN.
           EVALUATE WK-FS-CARGA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CARGA
                           " NA ABERTURA DO ARQUIVO DE CARGA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       0220-VALIDATE-EMPRESTIMO-OPEN.
           EVALUATE WK-FS-EMPRESTIMO
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                           " NA ABERTURA DO ARQUIVO EMPRESTIMO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       0230-VALIDATE-PARCELA-OPEN.
           EVALUATE WK-FS-PARCELA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-PARCELA
                           " NA ABERTURA DO ARQUIVO PARCELA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       0235-VALIDATE-CADCONTA-OPEN.
           EVALUATE WK-FS-CADCONTA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CADCONTA
                           " NA ABERTURA DO ARQUIVO CADCONTA"
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
       0310-PROCESS-DATA.
           READ ARQ-CARGA
               AT END
                   MOVE "10" TO WK-FS-CARGA
               NOT AT END
                   ADD 1 TO WK-QTD-LIDOS
                   PERFORM 0320-TRATA-LINHA
           END-READ.
      *
       0320-TRATA-LINHA.
           EVALUATE CG-ACAO
               WHEN "A"
                   PERFORM 0330-INCLUI-CONTRATO
               WHEN "C"
                   PERFORM 0350-CANCELA-CONTRATO
               WHEN OTHER
                   DISPLAY "EMPCAD: ACAO INVALIDA PARA O CONTRATO "
                           CG-CONTRATO " (SO A OU C) - IGNORADO"
                   ADD 1 TO WK-QTD-REJEITADOS
           END-EVALUATE.
      *
       0330-INCLUI-CONTRATO.
           PERFORM 0390-VALIDA-CONTRATO.
           IF CONTRATO-INVALIDO
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE CG-CONTRATO       TO EM-CONTRATO.
           MOVE CG-IDCLI          TO EM-IDCLI.
           MOVE CG-IDCONTA        TO EM-IDCONTA.
           MOVE CG-PRINCIPAL      TO EM-PRINCIPAL.
           MOVE CG-TAXA           TO EM-TAXA.
           MOVE CG-PRAZO          TO EM-PRAZO.
           MOVE CG-SISTEMA        TO EM-SISTEMA.
           MOVE CG-PRIM-VENC      TO EM-PRIM-VENC.
           MOVE CG-TAXA-MORA      TO EM-TAXA-MORA.
           MOVE WK-DATA-MOVIMENTO TO EM-DATA-CONTRATO.
           MOVE "N"               TO EM-STATUS.
           MOVE ZEROS             TO EM-IDTRANS-LIB.
           MOVE ZEROS             TO EM-DATA-LIB.

      *----> O CRONOGRAMA E GRAVADO ANTES DO CONTRATO: SE A CARGA
      *----> CAIR NO MEIO, A LINHA E SIMPLESMENTE REPROCESSADA.
           PERFORM 0392-GERA-CRONOGRAMA.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "EMPCAD: FALHA AO GRAVAR O CONTRATO "
                           EM-CONTRATO
                   ADD 1 TO WK-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-GRAVADOS
                   DISPLAY "EMPCAD: CONTRATO " EM-CONTRATO
                           " CONTA " EM-IDCONTA " PARCELAS "
                           EM-PRAZO " GRAVADO - AGUARDA LIBERACAO"
           END-WRITE.
      *
       0350-CANCELA-CONTRATO.
      *----> SO O CONTRATO AINDA NAO LIBERADO PODE SER CANCELADO;
      *----> DEPOIS DA LIBERACAO ELE SO TERMINA PELA LIQUIDACAO.
           MOVE CG-CONTRATO TO EM-CONTRATO.
           PERFORM 0360-LE-CONTRATO.
           IF REG-NAO-EXISTE
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " NAO CADASTRADO - CANCELAMENTO IGNORADO"
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
           IF NOT CONTRATO-NOVO
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " JA LIBERADO OU ENCERRADO - CANCELAMENTO "
                       "IGNORADO"
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO EM-STATUS.
           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "EMPCAD: FALHA AO ATUALIZAR O CONTRATO "
                           EM-CONTRATO
                   ADD 1 TO WK-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-CANCELADOS
                   DISPLAY "EMPCAD: CONTRATO " EM-CONTRATO
                           " CANCELADO"
           END-REWRITE.
      *
       0360-LE-CONTRATO.
           READ EMPRESTIMO
               INVALID KEY
                   SET REG-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REG-EXISTE TO TRUE
           END-READ.
      *
       0390-VALIDA-CONTRATO SECTION.
           SET CONTRATO-VALIDO TO TRUE.

           IF CG-CONTRATO EQUAL SPACES
               DISPLAY "EMPCAD: CONTRATO SEM NUMERO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           MOVE CG-CONTRATO TO EM-CONTRATO.
           PERFORM 0360-LE-CONTRATO.
           IF REG-EXISTE
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " JA CADASTRADO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF CG-PRINCIPAL NOT NUMERIC OR CG-PRINCIPAL EQUAL ZEROS
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRINCIPAL INVALIDO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
      *----> TETO DE 9,9999% AO MES E 360 MESES - MANTEM O FATOR DA
      *----> TABELA PRICE DENTRO DA PRECISAO DO CALCULO
           IF CG-TAXA NOT NUMERIC OR CG-TAXA NOT LESS THAN 10
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM TAXA INVALIDA (ATE 9,9999% A.M.) - "
                       "IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF CG-PRAZO NOT NUMERIC OR CG-PRAZO EQUAL ZEROS
                   OR CG-PRAZO GREATER THAN 360
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRAZO INVALIDO (1 A 360) - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF NOT CG-SISTEMA-VALIDO
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM SISTEMA INVALIDO (SO S OU P) - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF CG-TAXA-MORA NOT NUMERIC
                   OR CG-TAXA-MORA NOT LESS THAN 10
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM TAXA DE MORA INVALIDA - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.

           IF CG-PRIM-VENC NOT NUMERIC
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRIMEIRO VENCIMENTO NAO NUMERICO - "
                       "IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           MOVE CG-PRIM-VENC TO WK-DATA-TRABALHO.
           IF WK-DT-MES LESS THAN 1 OR WK-DT-MES GREATER THAN 12
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRIMEIRO VENCIMENTO INVALIDO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           PERFORM 0370-DIAS-DO-MES.
           IF WK-DT-DIA LESS THAN 1
                   OR WK-DT-DIA GREATER THAN WK-DIAS-MES
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRIMEIRO VENCIMENTO INVALIDO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF CG-PRIM-VENC NOT GREATER THAN WK-DATA-MOVIMENTO
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " COM PRIMEIRO VENCIMENTO NAO POSTERIOR A "
                       "DATA DE MOVIMENTO - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.

      *----> A CONTA DE DEBITO E UMA CONTA CORRENTE ATIVA DO PROPRIO
      *----> TOMADOR
           MOVE CG-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                           " - CONTA " CG-IDCONTA
                           " NAO CADASTRADA - IGNORADO"
                   SET CONTRATO-INVALIDO TO TRUE
                   GO TO 0390-VALIDA-CONTRATO-EXIT
           END-READ.
           IF NOT CONTA-ATIVA OR NOT CONTA-CORRENTE
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " - CONTA " CG-IDCONTA
                       " NAO E CONTA CORRENTE ATIVA - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
               GO TO 0390-VALIDA-CONTRATO-EXIT
           END-IF.
           IF IDCLI NOT EQUAL CG-IDCLI
               DISPLAY "EMPCAD: CONTRATO " CG-CONTRATO
                       " - CONTA " CG-IDCONTA
                       " NAO PERTENCE AO CLIENTE " CG-IDCLI
                       " - IGNORADO"
               SET CONTRATO-INVALIDO TO TRUE
           END-IF.
       0390-VALIDA-CONTRATO-EXIT.
           EXIT.
      ******************************************************************
       0392-GERA-CRONOGRAMA SECTION.
      *----> SAC: AMORTIZACAO CONSTANTE, JUROS SOBRE O SALDO DEVEDOR.
      *----> PRICE: PRESTACAO CONSTANTE P * I / (1 - (1 + I) ** -N).
      *----> A ULTIMA PARCELA AMORTIZA O QUE RESTAR, ABSORVENDO OS
      *----> ARREDONDAMENTOS.
           COMPUTE WK-TAXA-DEC = EM-TAXA / 100.
           MOVE EM-PRINCIPAL TO WK-SALDO-DEVEDOR.
           IF SISTEMA-SAC
               COMPUTE WK-AMORT-SAC ROUNDED = EM-PRINCIPAL / EM-PRAZO
           ELSE
               IF WK-TAXA-DEC EQUAL ZEROS
                   COMPUTE WK-PRESTACAO ROUNDED =
                           EM-PRINCIPAL / EM-PRAZO
               ELSE
                   COMPUTE WK-FATOR = (1 + WK-TAXA-DEC) ** EM-PRAZO
                   COMPUTE WK-PRESTACAO ROUNDED =
                           EM-PRINCIPAL * WK-TAXA-DEC * WK-FATOR
                           / (WK-FATOR - 1)
               END-IF
           END-IF.

           MOVE EM-PRIM-VENC TO WK-DATA-TRABALHO.
           MOVE WK-DT-DIA    TO WK-DIA-BASE.
           PERFORM 0394-GERA-PARCELA
               VARYING WK-NUM-PARCELA FROM 1 BY 1
               UNTIL WK-NUM-PARCELA GREATER THAN EM-PRAZO.
           GO TO 0392-GERA-CRONOGRAMA-EXIT.
      *
       0394-GERA-PARCELA.
           INITIALIZE REG-PARCELA.
           MOVE EM-CONTRATO    TO EP-CONTRATO.
           MOVE WK-NUM-PARCELA TO EP-NUMERO.
           IF WK-NUM-PARCELA GREATER THAN 1
               PERFORM 0396-PROXIMO-VENCIMENTO
           END-IF.
           MOVE WK-DATA-TRABALHO-N TO EP-VENCIMENTO.

           COMPUTE EP-JUROS ROUNDED = WK-SALDO-DEVEDOR * WK-TAXA-DEC.
           EVALUATE TRUE
               WHEN WK-NUM-PARCELA EQUAL EM-PRAZO
                   MOVE WK-SALDO-DEVEDOR TO EP-AMORTIZACAO
               WHEN SISTEMA-SAC
                   MOVE WK-AMORT-SAC     TO EP-AMORTIZACAO
               WHEN OTHER
                   COMPUTE EP-AMORTIZACAO = WK-PRESTACAO - EP-JUROS
           END-EVALUATE.
           COMPUTE EP-VALOR = EP-AMORTIZACAO + EP-JUROS.
           SUBTRACT EP-AMORTIZACAO FROM WK-SALDO-DEVEDOR.
           MOVE WK-SALDO-DEVEDOR TO EP-SALDO-APOS.
           MOVE "A"              TO EP-SITUACAO.

           WRITE REG-PARCELA.
      *----> CHAVE JA EXISTENTE: SOBRA DE UMA CARGA INTERROMPIDA ANTES
      *----> DE GRAVAR O CONTRATO - A PARCELA E REGRAVADA
           IF WK-FS-PARCELA EQUAL "22"
               REWRITE REG-PARCELA
           END-IF.
           IF WK-FS-PARCELA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARCELA
                       " NA GRAVACAO DA PARCELA " EP-CHAVE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0396-PROXIMO-VENCIMENTO.
      *----> MESMO DIA DO MES SEGUINTE; NUM MES MAIS CURTO, O ULTIMO
      *----> DIA DO MES (MESMA REGRA DAS ORDENS PERMANENTES)
           ADD 1 TO WK-DT-MES.
           IF WK-DT-MES GREATER THAN 12
               MOVE 1 TO WK-DT-MES
               ADD 1  TO WK-DT-ANO
           END-IF.
           PERFORM 0370-DIAS-DO-MES.
           IF WK-DIA-BASE GREATER THAN WK-DIAS-MES
               MOVE WK-DIAS-MES TO WK-DT-DIA
           ELSE
               MOVE WK-DIA-BASE TO WK-DT-DIA
           END-IF.
       0392-GERA-CRONOGRAMA-EXIT.
           EXIT.
      ******************************************************************
       0370-DIAS-DO-MES SECTION.
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
               WHEN 2
                   PERFORM 0380-VERIFICA-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WK-DIAS-MES
                   ELSE
                       MOVE 28 TO WK-DIAS-MES
                   END-IF
           END-EVALUATE.
      *
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
           CLOSE ARQ-CARGA.
           CLOSE EMPRESTIMO.
           CLOSE PARCELA.
           CLOSE CADCONTA.
           DISPLAY "EMPCAD: LIDOS      " WK-QTD-LIDOS.
           DISPLAY "EMPCAD: GRAVADOS   " WK-QTD-GRAVADOS.
           DISPLAY "EMPCAD: CANCELADOS " WK-QTD-CANCELADOS.
           DISPLAY "EMPCAD: REJEITADOS " WK-QTD-REJEITADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM EMPCAD.
