      *               DA TRAVA DE CICLO EM ANDAMENTO E, APOS UMA       *
      *               QUEDA QUE A DEIXOU ARMADA, PERMITE AO OPERADOR   *
      *               FORCAR A LIBERACAO; A LIBERACAO FORCADA FICA     *
      *               REGISTRADA NO LOG DE OPERACOES COM O OPERADOR E  *
      *               E RECUSADA ENQUANTO A CARGA DE TRANSACOES TIVER  *
      *               PONTO DE CONTROLE PENDENTE.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOLCK.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-OPERLOG.

      *----> PONTO DE CONTROLE DA CARGA DE TRANSACOES (CADTRANS)
           SELECT CKCARGA ASSIGN DYNAMIC WK-ARQ-CKCARGA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CKCARGA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPERLOG.
       01 REG-OPERLOG               PIC X(80).

       FD CKCARGA
             RECORDING MODE IS F.
       01 REG-CKCARGA.
           03 CKC-DATA-MOV          PIC 9(08).
           03 FILLER                PIC X(186).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\financas-ciclo.lck".
       77  WK-ARQ-OPERLOG           PIC X(100)   VALUE
           "C:\teste\financas-operlog.txt".
       77  WK-ARQ-CKCARGA           PIC X(100)   VALUE
           "C:\teste\ct-ckpoint.dat".
       COPY FINCFG.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-OPERLOG            PIC X(2)      VALUE SPACES.
       77  WK-FS-CKCARGA            PIC X(2)      VALUE SPACES.
       77  WK-OPERADOR              PIC X(08)     VALUE SPACES.
       77  WK-CONFIRMA              PIC X(01)     VALUE SPACES.
       77  WK-DATA-TRAVA            PIC 9(08)     VALUE ZEROS.
       01  WK-SW-TRAVADA            PIC X         VALUE "N".
           88  TRAVA-ARMADA                       VALUE "S".
           88  TRAVA-LIVRE                        VALUE "N".
       01  WK-SW-CKCARGA            PIC X         VALUE "N".
           88  CARGA-INTERROMPIDA                 VALUE "S".
           88  CARGA-SEM-PONTO                    VALUE "N".
      *----> LINHA DO LOG NO PADRAO DO FINANCAS, COM O OPERADOR NO
      *----> COMPLEMENTO DA LINHA
       01  WK-REG-LOG.
           MOVE WK-ARQ-OPERLOG TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-OPERLOG.
           MOVE "CT-CKPOINT" TO CFG-NOME.
           MOVE WK-ARQ-CKCARGA TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CKCARGA.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-EXIBE-TRAVA.
                   END-IF
           END-READ.
           CLOSE CICLOLOCK.
      *
       0315-VERIFICA-CARGA-PENDENTE.
      *----> ARQUIVO VAZIO (OU AUSENTE) = NENHUMA CARGA EM ANDAMENTO
           SET CARGA-SEM-PONTO TO TRUE.
           OPEN INPUT CKCARGA.
           IF WK-FS-CKCARGA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           READ CKCARGA
               AT END
                   CONTINUE
               NOT AT END
                   SET CARGA-INTERROMPIDA TO TRUE
           END-READ.
           CLOSE CKCARGA.
      *
       0320-OFERECE-LIBERACAO.
      *----> A LIBERACAO FORCADA E PARA TRAVA ORFA DE UMA QUEDA -
      *----> COM A CADEIA REALMENTE RODANDO ELA NAO DEVE SER USADA.
      *----> COM A CARGA DE TRANSACOES INTERROMPIDA ELA E RECUSADA: O
      *----> RERUN APAGA OS MOVIMENTOS DE FEEDER GRAVADOS APOS O PONTO
      *----> DE CONTROLE E UM LANCAMENTO ONLINE NESSE INTERVALO SERIA
      *----> APAGADO JUNTO. SO O RERUN DO FINANCAS LIBERA A TRAVA.
           PERFORM 0315-VERIFICA-CARGA-PENDENTE.
           IF CARGA-INTERROMPIDA
               DISPLAY "CICLOLCK: CARGA DE TRANSACOES INTERROMPIDA "
                       "EM " CKC-DATA-MOV " - LIBERACAO RECUSADA "
                       "(RODAR O FINANCAS PARA RETOMAR A CARGA)"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CICLOLCK: FORCAR A LIBERACAO DA TRAVA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WK-CONFIRMA.
