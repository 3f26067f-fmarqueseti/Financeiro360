      ******************************************************************
      * FILE NAME   : TARIFCAD                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MANUTENCAO DA TABELA DE TARIFAS POR EVENTO       *
      *               (TARIFA) - CARREGA, ATUALIZA E INATIVA A TARIFA  *
      *               DE CADA TIPO DE CONTA E EVENTO (DEBITO BLOQUEADO *
      *               PELO LIMITE, TRANSFERENCIA, DEBITO ALEM DA       *
      *               FRANQUIA) A PARTIR DE UM ARQUIVO SEQUENCIAL DE   *
      *               CARGA, NO MESMO DESENHO DO ORDPER.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFCAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ARQUIVO DE CARGA - UMA TARIFA POR LINHA:
      *----> TIPO-CONTA . EVENTO . ACAO(A/I) . VALOR . FRANQUIA .
      *----> DESCRICAO
           SELECT ARQ-CARGA ASSIGN DYNAMIC
                       WK-ARQ-CARGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-CARGA.
      *
           SELECT TARIFA ASSIGN DYNAMIC WK-ARQ-TARIFA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TT-CHAVE
           FILE STATUS IS WK-FS-TARIFA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARGA.
       01 REG-CARGA.
           03 CG-TIPO-CONTA         PIC X(01).
               88 CG-TIPO-VALIDO                VALUES "C" "P".
           03 FILLER                PIC X(01).
           03 CG-EVENTO             PIC X(02).
               88 CG-EVENTO-VALIDO              VALUES "LC" "TE" "DX".
           03 FILLER                PIC X(01).
           03 CG-ACAO               PIC X(01).
           03 FILLER                PIC X(01).
           03 CG-VALOR              PIC 9(05)V9(02).
           03 FILLER                PIC X(01).
           03 CG-FRANQUIA           PIC 9(04).
           03 FILLER                PIC X(01).
           03 CG-DESCR              PIC X(30).

       FD TARIFA.
       COPY TARIFA.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-TARIFA            PIC X(100)   VALUE
           "C:\teste\tarifa.dat".
       77  WK-ARQ-CARGA             PIC X(100)   VALUE
           "C:\teste\tarifa-carga.txt".
       COPY FINCFG.
       77  WK-FS-CARGA              PIC X(2)      VALUE SPACES.
       77  WK-FS-TARIFA             PIC X(2)      VALUE SPACES.
       77  WK-QTD-LIDOS             PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-GRAVADOS          PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-REJEITADOS        PIC 9(04)     VALUE ZEROS.
       01  WK-SW-REG-EXISTE         PIC X         VALUE "N".
           88  REG-EXISTE                         VALUE "S".
           88  REG-NAO-EXISTE                     VALUE "N".
       01  WK-SW-TARIFA-VALIDA      PIC X         VALUE "S".
           88  TARIFA-VALIDA                      VALUE "S".
           88  TARIFA-INVALIDA                    VALUE "N".
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0310-PROCESS-DATA UNTIL WK-FS-CARGA EQUAL "10".
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "TARIFA" TO CFG-NOME.
           MOVE WK-ARQ-TARIFA          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TARIFA.
           MOVE "TARIFA-CARGA" TO CFG-NOME.
           MOVE WK-ARQ-CARGA           TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CARGA.
      *
       0110-OPEN-DATA.
           OPEN INPUT ARQ-CARGA.
           PERFORM 0210-VALIDATE-CARGA-OPEN.

      *----> ABRE EM I-O PARA PRESERVAR AS TARIFAS JA CADASTRADAS;
      *----> SE O ARQUIVO AINDA NAO EXISTIR, CRIA-O ANTES DE REABRIR.
           OPEN I-O TARIFA.
           IF WK-FS-TARIFA EQUAL "35"
               OPEN OUTPUT TARIFA
               CLOSE TARIFA
               OPEN I-O TARIFA
           END-IF.
           PERFORM 0220-VALIDATE-TARIFA-OPEN.
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
       0220-VALIDATE-TARIFA-OPEN.
           EVALUATE WK-FS-TARIFA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-TARIFA
                           " NA ABERTURA DO ARQUIVO TARIFA"
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
                   PERFORM 0330-GRAVA-TARIFA
               WHEN "I"
                   PERFORM 0350-INATIVA-TARIFA
               WHEN OTHER
                   DISPLAY "TARIFCAD: ACAO INVALIDA PARA A TARIFA "
                           CG-TIPO-CONTA "/" CG-EVENTO
                           " (SO A OU I) - IGNORADO"
                   ADD 1 TO WK-QTD-REJEITADOS
           END-EVALUATE.
      *
       0330-GRAVA-TARIFA.
           PERFORM 0390-VALIDA-TARIFA.
           IF TARIFA-INVALIDA
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE CG-TIPO-CONTA     TO TT-TIPO-CONTA.
           MOVE CG-EVENTO         TO TT-EVENTO.
           PERFORM 0360-LE-REGISTRO-ATUAL.
           MOVE CG-TIPO-CONTA     TO TT-TIPO-CONTA.
           MOVE CG-EVENTO         TO TT-EVENTO.
           MOVE CG-VALOR          TO TT-VALOR.
      *----> A FRANQUIA SO VALE PARA O EVENTO DX
           IF EVENTO-DEBITO-EXCEDENTE
               MOVE CG-FRANQUIA   TO TT-FRANQUIA
           ELSE
               MOVE ZEROS         TO TT-FRANQUIA
           END-IF.
           MOVE CG-DESCR          TO TT-DESCR.
           MOVE "A"               TO TT-STATUS.
           PERFORM 0370-GRAVA-REGISTRO.
           DISPLAY "TARIFCAD: TARIFA " TT-TIPO-CONTA "/" TT-EVENTO
                   " VALOR " TT-VALOR " GRAVADA".
      *
       0350-INATIVA-TARIFA.
           MOVE CG-TIPO-CONTA TO TT-TIPO-CONTA.
           MOVE CG-EVENTO     TO TT-EVENTO.
           PERFORM 0360-LE-REGISTRO-ATUAL.
           IF REG-NAO-EXISTE
               DISPLAY "TARIFCAD: TARIFA " CG-TIPO-CONTA "/"
                       CG-EVENTO " NAO CADASTRADA - INATIVACAO "
                       "IGNORADA"
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO TT-STATUS.
           PERFORM 0370-GRAVA-REGISTRO.
           DISPLAY "TARIFCAD: TARIFA " TT-TIPO-CONTA "/" TT-EVENTO
                   " INATIVADA".
      *
       0360-LE-REGISTRO-ATUAL.
           READ TARIFA
               INVALID KEY
                   SET REG-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REG-EXISTE TO TRUE
           END-READ.
      *
       0370-GRAVA-REGISTRO.
           IF REG-EXISTE
               REWRITE REG-TARIFA
                   INVALID KEY
                       DISPLAY "TARIFCAD: FALHA AO ATUALIZAR "
                               TT-CHAVE
                       ADD 1 TO WK-QTD-REJEITADOS
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-GRAVADOS
               END-REWRITE
           ELSE
               WRITE REG-TARIFA
                   INVALID KEY
                       DISPLAY "TARIFCAD: FALHA AO GRAVAR " TT-CHAVE
                       ADD 1 TO WK-QTD-REJEITADOS
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-GRAVADOS
               END-WRITE
           END-IF.
      *
       0390-VALIDA-TARIFA SECTION.
           SET TARIFA-VALIDA TO TRUE.

           IF NOT CG-TIPO-VALIDO
               DISPLAY "TARIFCAD: TIPO DE CONTA INVALIDO "
                       CG-TIPO-CONTA " (SO C OU P) - IGNORADO"
               SET TARIFA-INVALIDA TO TRUE
               GO TO 0390-VALIDA-TARIFA-EXIT
           END-IF.
           IF NOT CG-EVENTO-VALIDO
               DISPLAY "TARIFCAD: EVENTO INVALIDO " CG-EVENTO
                       " (SO LC, TE OU DX) - IGNORADO"
               SET TARIFA-INVALIDA TO TRUE
               GO TO 0390-VALIDA-TARIFA-EXIT
           END-IF.
           IF CG-VALOR NOT NUMERIC OR CG-VALOR EQUAL ZEROS
               DISPLAY "TARIFCAD: TARIFA " CG-TIPO-CONTA "/"
                       CG-EVENTO " COM VALOR INVALIDO - IGNORADO"
               SET TARIFA-INVALIDA TO TRUE
               GO TO 0390-VALIDA-TARIFA-EXIT
           END-IF.
           IF CG-EVENTO EQUAL "DX" AND CG-FRANQUIA NOT NUMERIC
               DISPLAY "TARIFCAD: TARIFA " CG-TIPO-CONTA "/"
                       CG-EVENTO " COM FRANQUIA NAO NUMERICA - "
                       "IGNORADO"
               SET TARIFA-INVALIDA TO TRUE
               GO TO 0390-VALIDA-TARIFA-EXIT
           END-IF.
           IF CG-DESCR EQUAL SPACES
               DISPLAY "TARIFCAD: TARIFA " CG-TIPO-CONTA "/"
                       CG-EVENTO " SEM DESCRICAO - IGNORADO"
               SET TARIFA-INVALIDA TO TRUE
           END-IF.
       0390-VALIDA-TARIFA-EXIT.
           EXIT.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE ARQ-CARGA.
           CLOSE TARIFA.
           DISPLAY "TARIFCAD: LIDOS     " WK-QTD-LIDOS.
           DISPLAY "TARIFCAD: GRAVADOS  " WK-QTD-GRAVADOS.
           DISPLAY "TARIFCAD: REJEITADOS" WK-QTD-REJEITADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM TARIFCAD.
