               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WS-FS-CICLOLOCK.
      *
      *----> PONTO DE CONTROLE DA CARGA DE TRANSACOES - COM REGISTRO
      *----> NELE A CARGA CAIU NO MEIO E A TRAVA NAO PODE SER SOLTA
      *----> ATE O RERUN, QUE DESFAZ O QUE FOI GRAVADO APOS O PONTO
           SELECT CKCARGA ASSIGN DYNAMIC WS-ARQ-CKCARGA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WS-FS-CKCARGA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CICLOLOCK.
       COPY CICLOLOCK.
      *
       FD  CKCARGA
             RECORDING MODE IS F.
       01  REG-CKCARGA.
           03  CKC-DATA-MOV          PIC 9(08).
           03  FILLER                PIC X(186).
      *
       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
           "C:\teste\financas-operlog.txt".
       77  WS-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       77  WS-ARQ-CKCARGA           PIC X(100)   VALUE
           "C:\teste\ct-ckpoint.dat".
       COPY FINCFG.
      *
       77  WS-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WS-FS-RUNCTL              PIC X(02)    VALUE ZEROS.
       77  WS-FS-OPERLOG             PIC X(02)    VALUE ZEROS.
       77  WS-FS-CICLOLOCK           PIC X(02)    VALUE ZEROS.
       77  WS-FS-CKCARGA             PIC X(02)    VALUE ZEROS.
       77  WS-DATA-MOVIMENTO         PIC 9(08)    VALUE ZEROS.
       77  WS-PASSO                  PIC X(10)    VALUE SPACES.
       77  WS-RC-PASSO               PIC 9(04)    VALUE ZEROS.
       01  WS-SW-TRAVA               PIC X        VALUE "N".
           88  TRAVA-ARMADA                       VALUE "S".
           88  TRAVA-NAO-ARMADA                   VALUE "N".
       01  WS-SW-CKCARGA             PIC X        VALUE "N".
           88  CARGA-INTERROMPIDA                 VALUE "S".
           88  CARGA-SEM-PONTO                    VALUE "N".
      *
       01  WS-HORA-SISTEMA.
           03  WS-HS-HH              PIC X(02).
               GO TO 0900-FIM-COM-ERRO
           END-IF.

           PERFORM 0305-TRIAGEM-SUSPEITAS.
           PERFORM 0306-TARIFAS-EVENTO.
           PERFORM 0307-LANCAMENTOS-EMPRESTIMO.
           PERFORM 0308-VARREDURA-POUPANCA.

           PERFORM 0310-CALCULA-SALDO-FINAL.
           IF ABORTOU-O-CICLO
               GO TO 0900-FIM-COM-ERRO
           END-IF.

           PERFORM 0312-ATRASOS-EMPRESTIMO.
           PERFORM 0315-ALERTAS-CLIENTES.
           PERFORM 0320-EXIBE-EXTRATO.
           PERFORM 0330-RELATORIO-MENSAL.
           PERFORM 0335-RELATORIO-EXCECOES.
           PERFORM 0336-CONTESTACOES-ABERTAS.
           PERFORM 0337-INTERFACE-CONTABIL.
           PERFORM 0338-CONTROLE-ORCAMENTO.
           PERFORM 0339-EXTRACAO-WAREHOUSE.
           PERFORM 0341-PROJECAO-CAIXA.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
      ******************************************************************
           MOVE WS-ARQ-CICLOLOCK TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR        TO WS-ARQ-CICLOLOCK.
           MOVE "CT-CKPOINT"     TO CFG-NOME.
           MOVE WS-ARQ-CKCARGA   TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR        TO WS-ARQ-CKCARGA.
      ******************************************************************
       0200-INICIAR.
           SET CICLO-OK TO TRUE.
       0230-ARMA-TRAVA-DE-CICLO.
      *----> UMA TRAVA JA ARMADA SIGNIFICA OUTRO CICLO EM ANDAMENTO
      *----> OU UMA QUEDA SEM LIMPEZA - O OPERADOR CONFERE E, SE FOR
      *----> O CASO, LIBERA COM O UTILITARIO CICLOLCK. A TRAVA
      *----> MANTIDA POR UMA CARGA INTERROMPIDA E ASSUMIDA PELO RERUN,
      *----> QUE E QUEM RETOMA A CARGA.
           OPEN INPUT CICLOLOCK.
           IF WS-FS-CICLOLOCK EQUAL "00"
               READ CICLOLOCK
                       CONTINUE
                   NOT AT END
                       IF CICLO-EM-ANDAMENTO
                           PERFORM 0250-VERIFICA-CARGA-PENDENTE
                           IF CARGA-INTERROMPIDA
                               DISPLAY "FINANCAS: TRAVA MANTIDA PELA "
                                       "CARGA INTERROMPIDA DE "
                                       CKC-DATA-MOV " - RETOMANDO"
                           ELSE
                               DISPLAY "FINANCAS: TRAVA DE CICLO "
                                       "ARMADA DESDE " LK-DATA " "
                                       LK-HORA " - CONFERIR E "
                                       "LIBERAR COM O CICLOLCK"
                               CLOSE CICLOLOCK
                               SET ABORTOU-O-CICLO TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF ABORTOU-O-CICLO
           CLOSE CICLOLOCK.
       0240-DESARMA-TRAVA-EXIT.
           EXIT.
      ******************************************************************
       0250-VERIFICA-CARGA-PENDENTE.
      *----> ARQUIVO VAZIO (OU AUSENTE) = NENHUMA CARGA EM ANDAMENTO
           SET CARGA-SEM-PONTO TO TRUE.
           OPEN INPUT CKCARGA.
           IF WS-FS-CKCARGA NOT EQUAL "00"
               GO TO 0250-VERIFICA-CARGA-EXIT
           END-IF.
           READ CKCARGA
               AT END
                   CONTINUE
               NOT AT END
                   SET CARGA-INTERROMPIDA TO TRUE
           END-READ.
           CLOSE CKCARGA.
       0250-VERIFICA-CARGA-EXIT.
           EXIT.
      ******************************************************************
       0210-LE-CONTROLE-PERIODO.
           OPEN INPUT PERIODO.
           END-IF.
       0300-PROCESSAR1-EXIT.
           EXIT.
      ******************************************************************
      *----> TRIAGEM DE ATIVIDADE SUSPEITA SOBRE O QUE A CARGA LANCOU -
      *----> SO ABRE CASOS PARA O COMPLIANCE; FALHA NAO PARA O CICLO.
       0305-TRIAGEM-SUSPEITAS.
           MOVE "PLDTRIA" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: TRIAGEM DE ATIVIDADE SUSPEITA "
                       "(PLDTRIA)"
               PERFORM 0610-INICIA-PASSO
               CALL "PLDTRIA"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: PLDTRIA FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
      *----> AS TARIFAS POR EVENTO ENTRAM EM CADTRANS ANTES DA
      *----> VARREDURA E DO CALCULO DE SALDO, QUE AS APLICAM NA MESMA
      *----> NOITE - A FALHA SO DEIXA DE COBRAR, NAO ABORTA.
       0306-TARIFAS-EVENTO.
           MOVE "TARIFEV" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: TARIFAS POR EVENTO (TARIFEV)"
               PERFORM 0610-INICIA-PASSO
               CALL "TARIFEV"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: TARIFEV FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
      *----> LIBERACOES E PARCELAS VENCIDAS DOS EMPRESTIMOS ENTRAM EM
      *----> CADTRANS ANTES DA VARREDURA, QUE PODE COBRIR A PARCELA, E
      *----> DO CALCULO DE SALDO - A FALHA SO ADIA O DEBITO, NAO ABORTA.
       0307-LANCAMENTOS-EMPRESTIMO.
           MOVE "EMPDEB" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: LANCAMENTOS DE EMPRESTIMO (EMPDEB)"
               PERFORM 0610-INICIA-PASSO
               CALL "EMPDEB"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: EMPDEB FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
       0308-VARREDURA-POUPANCA.
      *----> AS COBERTURAS DA POUPANCA ENTRAM EM CADTRANS ANTES DO
      *----> CALCULO DE SALDO; SEM ELAS O CALCSALDO SO BLOQUEIA O
      *----> DEBITO PELO LIMITE, COMO ANTES - A FALHA NAO ABORTA.
           MOVE "VARPOUP" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: VARREDURA DA POUPANCA (VARPOUP)"
               PERFORM 0610-INICIA-PASSO
               CALL "VARPOUP"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: VARPOUP FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
       0310-CALCULA-SALDO-FINAL.
           MOVE "CALCSALDO" TO WS-PASSO.
               DISPLAY "FINANCAS: CALCSALDO FALHOU - RC=" WS-RC-PASSO
               SET ABORTOU-O-CICLO TO TRUE
           END-IF.
      ******************************************************************
      *----> CONFIRMA CONTRA O SALDO JA CALCULADO QUAIS PARCELAS FORAM
      *----> PAGAS E QUAIS O LIMITE BLOQUEOU; A FALHA NAO ABORTA - AS
      *----> PARCELAS FICAM EM DEBITO ATE A PROXIMA EXECUCAO.
       0312-ATRASOS-EMPRESTIMO.
           MOVE "EMPATRA" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: ATRASOS DE EMPRESTIMO (EMPATRA)"
               PERFORM 0610-INICIA-PASSO
               CALL "EMPATRA"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: EMPATRA FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
       0315-ALERTAS-CLIENTES.
           MOVE "ALERTAS" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: ALERTAS AOS CLIENTES (ALERTAS)"
               PERFORM 0610-INICIA-PASSO
               CALL "ALERTAS"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: ALERTAS FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
       0320-EXIBE-EXTRATO.
           MOVE "EXTRATO" TO WS-PASSO.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: RELEXCEC FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
      *----> CONTESTACOES DE CLIENTES AINDA SEM DECISAO, COM A IDADE
      *----> DE CADA CASO CONTRA O PRAZO DO REGULADOR; RELATORIO SO DE
      *----> LEITURA - A FALHA NAO ABORTA O CICLO.
       0336-CONTESTACOES-ABERTAS.
           MOVE "CONTREL" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: CONTESTACOES EM ABERTO (CONTREL)"
               PERFORM 0610-INICIA-PASSO
               CALL "CONTREL"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: CONTREL FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
       0337-INTERFACE-CONTABIL.
           MOVE "GLPOST" TO WS-PASSO.
               DISPLAY "FINANCAS: DWEXTRA FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
      *----> PROJECAO DE CAIXA DAS CONTAS PELOS MOVIMENTOS FUTUROS JA
      *----> CONHECIDOS; RELATORIO SO DE LEITURA - A FALHA NAO ABORTA
      *----> O CICLO.
       0341-PROJECAO-CAIXA.
           MOVE "PROJCAIXA" TO WS-PASSO.
           PERFORM 0600-VERIFICA-PASSO.
           IF PASSO-PENDENTE
               DISPLAY "FINANCAS: PROJECAO DE CAIXA (PROJCAIXA)"
               PERFORM 0610-INICIA-PASSO
               CALL "PROJCAIXA"
               MOVE RETURN-CODE TO WS-RC-PASSO
               PERFORM 0620-ENCERRA-PASSO
           END-IF.
           IF WS-RC-PASSO NOT EQUAL ZEROS
               DISPLAY "FINANCAS: PROJCAIXA FALHOU - RC=" WS-RC-PASSO
           END-IF.
      ******************************************************************
      * CONTROLE DE EXECUCAO POR PASSO - CONSULTA, ABERTURA E
      * ENCERRAMENTO DO REGISTRO DE RUN CONTROL, COM ESPELHO NO LOG
      ******************************************************************
               DISPLAY "FINANCAS: CICLOSUM FALHOU - RC=" RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
      *----> A TENDENCIA DA JANELA TAMBEM LE O LOG E O RUN CONTROL
      *----> FECHADOS E DESTACA OS PASSOS DA NOITE ACIMA DA MEDIA.
           DISPLAY "FINANCAS: TENDENCIA DA JANELA (CICLOTEND)".
           CALL "CICLOTEND".
           IF RETURN-CODE NOT EQUAL ZEROS
               DISPLAY "FINANCAS: CICLOTEND FALHOU - RC=" RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           DISPLAY "FINANCAS: CICLO NOTURNO ENCERRADO".
      ******************************************************************
       0900-FIM-COM-ERRO.
      *----> COM A CARGA DE TRANSACOES INTERROMPIDA A TRAVA FICA
      *----> ARMADA: O RERUN APAGA OS MOVIMENTOS DE FEEDER GRAVADOS
      *----> APOS O PONTO E NENHUM LANCAMENTO ONLINE PODE ENTRAR NESSA
      *----> FAIXA DE IDS ANTES DELE.
           IF CONTROLE-ABERTO
               PERFORM 0250-VERIFICA-CARGA-PENDENTE
               IF CARGA-INTERROMPIDA
                   DISPLAY "FINANCAS: CARGA DE TRANSACOES "
                           "INTERROMPIDA - TRAVA DE CICLO MANTIDA "
                           "ATE O RERUN"
               ELSE
                   PERFORM 0240-DESARMA-TRAVA-DE-CICLO
               END-IF
               MOVE "CICLO"     TO WS-PASSO
               MOVE "ABORTADO"  TO LG-EVENTO
               MOVE 0016        TO WS-RC-PASSO
