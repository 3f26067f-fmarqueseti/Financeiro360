      *               IDCONTA E BLOQUEAR, DESBLOQUEAR, ENCERRAR OU     *
      *               RENOMEAR NO ATO, COM CADA ALTERACAO ECOADA NO    *
      *               ARQUIVO DE AUDITORIA (VALOR ANTIGO, VALOR NOVO,  *
      *               OPERADOR E TIMESTAMP). A OPCAO C SUSTA FOLHAS DE *
      *               CHEQUE NO REGISTRO DE CHEQUES (E REVOGA A        *
      *               SUSTACAO), TAMBEM COM AUDITORIA POR FOLHA.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAMAN.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ID
           FILE STATUS IS WK-FS-OPERADOR.

      *----> CADASTRO DE AGENCIAS - A TRANSFERENCIA DE AGENCIA SO
      *----> ACEITA AGENCIA CADASTRADA E ABERTA
           SELECT AGENCIA ASSIGN DYNAMIC WK-ARQ-AGENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS WK-FS-AGENCIA.

      *----> REGISTRO DE CHEQUES - A SUSTACAO E A REVOGACAO SAO
      *----> GRAVADAS NA PROPRIA FOLHA
           SELECT CHEQUE ASSIGN DYNAMIC WK-ARQ-CHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CQ-CHAVE
           FILE STATUS IS WK-FS-CHEQUE.

      *----> DATA DE MOVIMENTO - E A DATA GRAVADA NA SUSTACAO
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CICLOLOCK.
       COPY CICLOLOCK.

       FD AGENCIA.
       COPY AGENCIA.

       FD CHEQUE.
       COPY CHEQUE.

       FD PERIODO.
       COPY PERIODO.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\operador.dat".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       77  WK-ARQ-AGENCIA           PIC X(100)   VALUE
           "C:\teste\agencia.dat".
       77  WK-ARQ-CHEQUE            PIC X(100)   VALUE
           "C:\teste\cheque.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       COPY FINCFG.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-OPERADOR           PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-AGENCIA            PIC X(2)      VALUE SPACES.
       77  WK-FS-CHEQUE             PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       01  WK-SW-CADASTRO-AGE       PIC X         VALUE "N".
           88  CADASTRO-AGE-ABERTO                VALUE "S".
           88  CADASTRO-AGE-AUSENTE               VALUE "N".
       01  WK-SW-CADASTRO-CHQ       PIC X         VALUE "N".
           88  CADASTRO-CHQ-ABERTO                VALUE "S".
           88  CADASTRO-CHQ-AUSENTE               VALUE "N".
       01  WK-SW-PERMISSAO          PIC X         VALUE "S".
           88  ACESSO-PERMITIDO                   VALUE "S".
           88  ACESSO-NEGADO                      VALUE "N".
       01  WK-LIMITE-NOVO           PIC 9(10)V9(02) VALUE ZEROS.
       01  WK-LIMITE-NOVO-X REDEFINES WK-LIMITE-NOVO
                                    PIC X(12).
      *----> ACORDO DE VARREDURA - A CONTA CORRENTE FICA GUARDADA
      *----> ENQUANTO A POUPANCA INFORMADA E LIDA PARA VALIDACAO
       77  WK-VARREDURA-INF         PIC X(04)     VALUE SPACES.
       77  WK-IDCONTA-CORRENTE      PIC X(04)     VALUE SPACES.
       77  WK-IDCLI-CORRENTE        PIC X(06)     VALUE SPACES.
       77  WK-MOEDA-CORRENTE        PIC X(03)     VALUE SPACES.
       77  WK-MOEDA-POUPANCA        PIC X(03)     VALUE SPACES.
       01  WK-SW-VARREDURA          PIC X         VALUE "N".
           88  VARREDURA-VALIDA                   VALUE "S".
           88  VARREDURA-INVALIDA                 VALUE "N".
      *----> PREFERENCIA DE EXTRATO - CICLO, CANAL E PEDIDO
      *----> INFORMADOS; BRANCO MANTEM O VALOR ATUAL
       77  WK-CICLO-INF             PIC X(01)     VALUE SPACES.
       77  WK-CANAL-INF             PIC X(01)     VALUE SPACES.
       77  WK-PEDIDO-INF            PIC X(01)     VALUE SPACES.
      *----> AGENCIA DE DESTINO DA TRANSFERENCIA DA CONTA
       77  WK-AGENCIA-INF           PIC X(04)     VALUE SPACES.
      *----> SUSTACAO DE CHEQUES - FAIXA DE FOLHAS (FINAL EM BRANCO =
      *----> UMA FOLHA SO, NO MAXIMO UM TALAO DE 50 FOLHAS POR VEZ),
      *----> MOTIVO E CONTAGEM DAS FOLHAS DA FAIXA
       77  WK-ACAO-CHQ              PIC X(01)     VALUE SPACES.
       77  WK-CHQ-INICIAL-INF       PIC X(06)     VALUE SPACES.
       77  WK-CHQ-FINAL-INF         PIC X(06)     VALUE SPACES.
       77  WK-CHQ-INICIAL           PIC 9(06)     VALUE ZEROS.
       77  WK-CHQ-FINAL             PIC 9(06)     VALUE ZEROS.
       77  WK-CHQ-NUMERO            PIC 9(06)     VALUE ZEROS.
       77  WK-CHQ-MAX-FAIXA         PIC 9(03)     VALUE 50.
       01  WK-MOTIVO-SUST-INF       PIC X(02)     VALUE SPACES.
           88  MOTIVO-INFORMADO-VALIDO            VALUES "20" "21"
                                                         "28".
       77  WK-QTD-SUSTAVEIS         PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-RECUSADAS         PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-SUSTADAS          PIC 9(04)     VALUE ZEROS.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-VALOR-ANTIGO          PIC X(30)     VALUE SPACES.
       77  WK-VALOR-NOVO            PIC X(30)     VALUE SPACES.
       77  WK-CAMPO-ALTERADO        PIC X(06)     VALUE SPACES.
           MOVE WK-ARQ-CICLOLOCK TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
           MOVE "AGENCIA" TO CFG-NOME.
           MOVE WK-ARQ-AGENCIA TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENCIA.
           MOVE "CHEQUE" TO CFG-NOME.
           MOVE WK-ARQ-CHEQUE TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CHEQUE.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, UMA ALTERACAO ONLINE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM CADASTRO DE AGENCIAS A SESSAO SEGUE, SO A OPCAO DE
      *----> TRANSFERENCIA DE AGENCIA FICA INDISPONIVEL.
           OPEN INPUT AGENCIA.
           IF WK-FS-AGENCIA EQUAL "00"
               SET CADASTRO-AGE-ABERTO TO TRUE
           ELSE
               IF WK-FS-AGENCIA NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-AGENCIA
                           " NA ABERTURA DO ARQUIVO AGENCIA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *----> SEM REGISTRO DE CHEQUES OU SEM DATA DE MOVIMENTO A SESSAO
      *----> SEGUE, SO A OPCAO DE SUSTACAO FICA INDISPONIVEL.
           OPEN INPUT PERIODO.
           IF WK-FS-PERIODO EQUAL "00"
               MOVE "000000" TO PC-CHAVE
               READ PERIODO
                   INVALID KEY
                       MOVE ZEROS TO WK-DATA-MOVIMENTO
                   NOT INVALID KEY
                       MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO
               END-READ
               CLOSE PERIODO
           END-IF.
           IF WK-DATA-MOVIMENTO NOT EQUAL ZEROS
               OPEN I-O CHEQUE
               IF WK-FS-CHEQUE EQUAL "00"
                   SET CADASTRO-CHQ-ABERTO TO TRUE
               ELSE
                   IF WK-FS-CHEQUE NOT EQUAL "35"
                       DISPLAY "ERRO: " WK-FS-CHEQUE
                               " NA ABERTURA DO ARQUIVO CHEQUE"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.
      *
       0150-IDENTIFICA-OPERADOR.
           PERFORM UNTIL WK-OPERADOR NOT EQUAL SPACES
           DISPLAY "* 4 - ENCERRAR CONTA                 *".
           DISPLAY "* 5 - ALTERAR NOME                   *".
           DISPLAY "* 6 - ALTERAR LIMITE DE CREDITO      *".
           DISPLAY "* 7 - ACORDO DE VARREDURA (POUPANCA) *".
           DISPLAY "* 8 - PREFERENCIA DE EXTRATO         *".
           DISPLAY "* A - TRANSFERIR DE AGENCIA          *".
           DISPLAY "* C - SUSTACAO DE CHEQUE             *".
           DISPLAY "* 9 - ENCERRAR SESSAO                *".
           DISPLAY "+====================================+".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
                   IF ACESSO-PERMITIDO
                       PERFORM 0375-ALTERA-LIMITE
                   END-IF
               WHEN "7"
                   PERFORM 0315-VERIFICA-PERMISSAO
                   IF ACESSO-PERMITIDO
                       PERFORM 0377-ALTERA-VARREDURA
                   END-IF
               WHEN "8"
                   PERFORM 0379-ALTERA-EXTRATO
               WHEN "A"
                   PERFORM 0315-VERIFICA-PERMISSAO
                   IF ACESSO-PERMITIDO
                       PERFORM 0376-ALTERA-AGENCIA
                   END-IF
               WHEN "C"
                   PERFORM 0381-MENU-CHEQUE
               WHEN "9"
                   SET SESSAO-ENCERRADA TO TRUE
               WHEN OTHER
           END-EVALUATE.
      *
       0315-VERIFICA-PERMISSAO.
      *----> BLOQUEIO, DESBLOQUEIO, ENCERRAMENTO, LIMITE, ACORDO
      *----> DE VARREDURA, TRANSFERENCIA DE AGENCIA E REVOGACAO DA
      *----> SUSTACAO DE CHEQUE SO PARA ADMINISTRADOR OU
      *----> SUPERVISOR; A TENTATIVA NEGADA FICA REGISTRADA NA
      *----> AUDITORIA.
           SET ACESSO-PERMITIDO TO TRUE.
           IF PERFIL-ADMIN OR PERFIL-SUPERVISOR
               EXIT PARAGRAPH
           DISPLAY "SALDO..... " SALDOINI.
           DISPLAY "STATUS.... " STATUS-CONTA.
           DISPLAY "TIPO...... " TIPO-CONTA.
           IF AGENCIA-CONTA EQUAL SPACES
               DISPLAY "AGENCIA... (SEM AGENCIA)"
           ELSE
               DISPLAY "AGENCIA... " AGENCIA-CONTA
           END-IF.
           IF LIMITE-CRED NUMERIC
               DISPLAY "LIMITE.... " LIMITE-CRED
           ELSE
               DISPLAY "LIMITE.... (NAO CONCEDIDO)"
           END-IF.
           IF CONTA-CORRENTE
               IF CONTA-VARREDURA EQUAL SPACES
                   DISPLAY "VARREDURA. (SEM ACORDO)"
               ELSE
                   DISPLAY "VARREDURA. POUPANCA " CONTA-VARREDURA
               END-IF
           END-IF.
           DISPLAY "EXTRATO... CICLO " EXTRATO-CICLO
                   " CANAL " EXTRATO-CANAL
                   " PEDIDO " EXTRATO-PEDIDO.
           IF EXTRATO-ULTIMO NUMERIC
                   AND EXTRATO-ULTIMO GREATER THAN ZEROS
               DISPLAY "ULT.EXTR.. " EXTRATO-ULTIMO
           ELSE
               DISPLAY "ULT.EXTR.. (NENHUM EMITIDO)"
           END-IF.
      *
       0340-BLOQUEIA-CONTA.
           PERFORM 0320-LOCALIZA-CONTA.
               MOVE WK-LIMITE-NOVO TO LIMITE-CRED
               PERFORM 0390-REGRAVA-E-AUDITA
           END-IF.
      *
       0376-ALTERA-AGENCIA.
      *----> TRANSFERE A CONTA PARA OUTRA AGENCIA, QUE TEM QUE ESTAR
      *----> CADASTRADA E ABERTA; A PARTIR DO PROXIMO CICLO A CONTA
      *----> SAI NOS RELATORIOS E NO RAZAO DA AGENCIA NOVA.
           IF CADASTRO-AGE-AUSENTE
               DISPLAY "CADASTRO DE AGENCIAS INDISPONIVEL - "
                       "EXECUTAR AGENCLD"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-LOCALIZA-CONTA.
           IF CONTA-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF.
           IF AGENCIA-CONTA EQUAL SPACES
               DISPLAY "AGENCIA ATUAL: (SEM AGENCIA)"
           ELSE
               DISPLAY "AGENCIA ATUAL: " AGENCIA-CONTA
           END-IF.
           DISPLAY "AGENCIA NOVA.: " WITH NO ADVANCING.
           MOVE SPACES TO WK-AGENCIA-INF.
           ACCEPT WK-AGENCIA-INF.
           IF WK-AGENCIA-INF EQUAL SPACES
               DISPLAY "AGENCIA NAO INFORMADA - ALTERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           IF WK-AGENCIA-INF EQUAL AGENCIA-CONTA
               DISPLAY "AGENCIA INALTERADA - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-AGENCIA-INF TO AGE-CODIGO.
           READ AGENCIA
               INVALID KEY
                   DISPLAY "AGENCIA " WK-AGENCIA-INF
                           " NAO CADASTRADA - ALTERACAO RECUSADA"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AGENCIA-ATIVA
               DISPLAY "AGENCIA " WK-AGENCIA-INF " FECHADA - "
                       "ALTERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENCIA NOVA.: " AGE-NOME.
           MOVE AGENCIA-CONTA     TO WK-VALOR-ANTIGO.
           MOVE WK-AGENCIA-INF    TO WK-VALOR-NOVO.
           MOVE "AGENC"           TO WK-CAMPO-ALTERADO.
           PERFORM 0380-CONFIRMA-ALTERACAO.
           IF WK-CONFIRMA EQUAL "S"
               MOVE WK-AGENCIA-INF TO AGENCIA-CONTA
               PERFORM 0390-REGRAVA-E-AUDITA
           END-IF.
      *
       0377-ALTERA-VARREDURA.
      *----> O ACORDO E DA CONTA CORRENTE E APONTA UMA POUPANCA ATIVA
      *----> DO MESMO CLIENTE E NA MESMA MOEDA; IDCONTA EM BRANCO
      *----> DESFAZ O ACORDO.
           PERFORM 0320-LOCALIZA-CONTA.
           IF CONTA-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF.
           IF NOT CONTA-CORRENTE
               DISPLAY "CONTA " IDCONTA " NAO E CONTA CORRENTE (TIPO "
                       TIPO-CONTA ") - ACORDO RECUSADO"
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-VARREDURA EQUAL SPACES
               DISPLAY "ACORDO ATUAL: (SEM ACORDO)"
           ELSE
               DISPLAY "ACORDO ATUAL: POUPANCA " CONTA-VARREDURA
           END-IF.
           DISPLAY "POUPANCA DE COBERTURA (BRANCO DESFAZ): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WK-VARREDURA-INF.
           ACCEPT WK-VARREDURA-INF.
           IF WK-VARREDURA-INF EQUAL CONTA-VARREDURA
               DISPLAY "ACORDO INALTERADO - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           IF WK-VARREDURA-INF NOT EQUAL SPACES
               PERFORM 0378-VALIDA-POUPANCA
               IF VARREDURA-INVALIDA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CONTA-VARREDURA   TO WK-VALOR-ANTIGO.
           MOVE WK-VARREDURA-INF  TO WK-VALOR-NOVO.
           MOVE "VARRED"          TO WK-CAMPO-ALTERADO.
           PERFORM 0380-CONFIRMA-ALTERACAO.
           IF WK-CONFIRMA EQUAL "S"
               MOVE WK-VARREDURA-INF TO CONTA-VARREDURA
               PERFORM 0390-REGRAVA-E-AUDITA
           END-IF.
      *
       0378-VALIDA-POUPANCA.
      *----> LE A POUPANCA NA MESMA AREA DO MESTRE E RELE A CONTA
      *----> CORRENTE NO FIM, PARA A REGRAVACAO SAIR SOBRE ELA.
           SET VARREDURA-INVALIDA TO TRUE.
           MOVE IDCONTA     TO WK-IDCONTA-CORRENTE.
           MOVE IDCLI       TO WK-IDCLI-CORRENTE.
           MOVE MOEDA-CONTA TO WK-MOEDA-CORRENTE.
           IF WK-MOEDA-CORRENTE EQUAL SPACES
               MOVE "BRL" TO WK-MOEDA-CORRENTE
           END-IF.
           MOVE WK-VARREDURA-INF TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   DISPLAY "POUPANCA " WK-VARREDURA-INF
                           " NAO CADASTRADA - ACORDO RECUSADO"
               NOT INVALID KEY
                   MOVE MOEDA-CONTA TO WK-MOEDA-POUPANCA
                   IF WK-MOEDA-POUPANCA EQUAL SPACES
                       MOVE "BRL" TO WK-MOEDA-POUPANCA
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT CONTA-POUPANCA
                           DISPLAY "CONTA " IDCONTA " NAO E POUPANCA"
                                   " (TIPO " TIPO-CONTA
                                   ") - ACORDO RECUSADO"
                       WHEN NOT CONTA-ATIVA
                           DISPLAY "POUPANCA " IDCONTA " NAO ESTA "
                                   "ATIVA (STATUS " STATUS-CONTA
                                   ") - ACORDO RECUSADO"
                       WHEN IDCLI NOT EQUAL WK-IDCLI-CORRENTE
                           DISPLAY "POUPANCA " IDCONTA " E DE OUTRO "
                                   "CLIENTE (" IDCLI
                                   ") - ACORDO RECUSADO"
                       WHEN WK-MOEDA-POUPANCA NOT EQUAL
                               WK-MOEDA-CORRENTE
                           DISPLAY "POUPANCA " IDCONTA " EM MOEDA "
                                   WK-MOEDA-POUPANCA " DIFERENTE DA "
                                   "CONTA CORRENTE - ACORDO RECUSADO"
                       WHEN OTHER
                           SET VARREDURA-VALIDA TO TRUE
                   END-EVALUATE
           END-READ.

           MOVE WK-IDCONTA-CORRENTE TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   DISPLAY "CONTA " WK-IDCONTA-CORRENTE
                           " SUMIU DO MESTRE DURANTE A VALIDACAO"
                   SET VARREDURA-INVALIDA TO TRUE
           END-READ.
      *
       0379-ALTERA-EXTRATO.
      *----> CICLO D/S/M/A (DIARIO, SEMANAL, MENSAL, A PEDIDO) E CANAL
      *----> P/E (PAPEL, E-MAIL DO CLIENTE EM CADCLI); NA CONTA A
      *----> PEDIDO O OPERADOR PODE SOLICITAR O PROXIMO EXTRATO. OS
      *----> TRES CAMPOS VAO JUNTOS PARA UMA UNICA LINHA DE AUDITORIA.
           PERFORM 0320-LOCALIZA-CONTA.
           IF CONTA-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CICLO ATUAL: " EXTRATO-CICLO
                   "  CANAL ATUAL: " EXTRATO-CANAL
                   "  PEDIDO: " EXTRATO-PEDIDO.
           DISPLAY "CICLO (D/S/M/A, BRANCO MANTEM): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WK-CICLO-INF.
           ACCEPT WK-CICLO-INF.
           IF WK-CICLO-INF EQUAL SPACES
               MOVE EXTRATO-CICLO TO WK-CICLO-INF
           END-IF.
           IF WK-CICLO-INF NOT EQUAL "D" AND NOT EQUAL "S"
                   AND NOT EQUAL "M" AND NOT EQUAL "A"
                   AND NOT EQUAL SPACES
               DISPLAY "CICLO " WK-CICLO-INF " INVALIDO - "
                       "ALTERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANAL (P/E, BRANCO MANTEM): " WITH NO ADVANCING.
           MOVE SPACES TO WK-CANAL-INF.
           ACCEPT WK-CANAL-INF.
           IF WK-CANAL-INF EQUAL SPACES
               MOVE EXTRATO-CANAL TO WK-CANAL-INF
           END-IF.
           IF WK-CANAL-INF NOT EQUAL "P" AND NOT EQUAL "E"
                   AND NOT EQUAL SPACES
               DISPLAY "CANAL " WK-CANAL-INF " INVALIDO - "
                       "ALTERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WK-PEDIDO-INF.
           IF WK-CICLO-INF EQUAL "A"
               DISPLAY "SOLICITAR EXTRATO NA PROXIMA EMISSAO (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WK-PEDIDO-INF
               IF WK-PEDIDO-INF NOT EQUAL "S"
                   MOVE "N" TO WK-PEDIDO-INF
               END-IF
           END-IF.
           MOVE SPACES TO WK-VALOR-ANTIGO.
           STRING "CICLO=" EXTRATO-CICLO " CANAL=" EXTRATO-CANAL
                  " PEDIDO=" EXTRATO-PEDIDO
                  DELIMITED BY SIZE INTO WK-VALOR-ANTIGO.
           MOVE SPACES TO WK-VALOR-NOVO.
           STRING "CICLO=" WK-CICLO-INF " CANAL=" WK-CANAL-INF
                  " PEDIDO=" WK-PEDIDO-INF
                  DELIMITED BY SIZE INTO WK-VALOR-NOVO.
           IF WK-VALOR-NOVO EQUAL WK-VALOR-ANTIGO
               DISPLAY "PREFERENCIA INALTERADA - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "EXTRAT"          TO WK-CAMPO-ALTERADO.
           PERFORM 0380-CONFIRMA-ALTERACAO.
           IF WK-CONFIRMA EQUAL "S"
               MOVE WK-CICLO-INF  TO EXTRATO-CICLO
               MOVE WK-CANAL-INF  TO EXTRATO-CANAL
               MOVE WK-PEDIDO-INF TO EXTRATO-PEDIDO
               PERFORM 0390-REGRAVA-E-AUDITA
           END-IF.
      *
       0380-CONFIRMA-ALTERACAO.
           MOVE SPACES TO WK-CONFIRMA.
           IF WK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ALTERACAO NAO CONFIRMADA - NADA FEITO"
           END-IF.
      *
       0381-MENU-CHEQUE.
      *----> SUSTAR E PERMITIDO A QUALQUER OPERADOR (O CLIENTE QUE
      *----> PERDEU O TALAO NAO PODE ESPERAR); REVOGAR A SUSTACAO
      *----> SEGUE A REGRA DAS OPCOES RESTRITAS.
           IF CADASTRO-CHQ-AUSENTE
               DISPLAY "REGISTRO DE CHEQUES OU DATA DE MOVIMENTO "
                       "INDISPONIVEL - EXECUTAR CHQEMIS/CADPER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "S - SUSTAR FOLHAS  R - REVOGAR SUSTACAO: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WK-ACAO-CHQ.
           ACCEPT WK-ACAO-CHQ.
           EVALUATE WK-ACAO-CHQ
               WHEN "S"
                   PERFORM 0382-SUSTA-CHEQUES
               WHEN "R"
                   PERFORM 0315-VERIFICA-PERMISSAO
                   IF ACESSO-PERMITIDO
                       PERFORM 0386-REVOGA-SUSTACAO
                   END-IF
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA"
           END-EVALUATE.
      *
       0382-SUSTA-CHEQUES.
           PERFORM 0320-LOCALIZA-CONTA.
           IF CONTA-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FOLHA INICIAL: " WITH NO ADVANCING.
           MOVE SPACES TO WK-CHQ-INICIAL-INF.
           ACCEPT WK-CHQ-INICIAL-INF.
           DISPLAY "FOLHA FINAL (BRANCO = SO A INICIAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WK-CHQ-FINAL-INF.
           ACCEPT WK-CHQ-FINAL-INF.
           IF WK-CHQ-FINAL-INF EQUAL SPACES
               MOVE WK-CHQ-INICIAL-INF TO WK-CHQ-FINAL-INF
           END-IF.
           IF WK-CHQ-INICIAL-INF NOT NUMERIC
                   OR WK-CHQ-FINAL-INF NOT NUMERIC
               DISPLAY "NUMERO DE FOLHA NAO NUMERICO (6 DIGITOS) - "
                       "SUSTACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-CHQ-INICIAL-INF TO WK-CHQ-INICIAL.
           MOVE WK-CHQ-FINAL-INF   TO WK-CHQ-FINAL.
           IF WK-CHQ-FINAL LESS THAN WK-CHQ-INICIAL
               DISPLAY "FOLHA FINAL MENOR QUE A INICIAL - SUSTACAO "
                       "RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           IF WK-CHQ-FINAL - WK-CHQ-INICIAL NOT LESS THAN
                   WK-CHQ-MAX-FAIXA
               DISPLAY "FAIXA ACIMA DE " WK-CHQ-MAX-FAIXA
                       " FOLHAS - SUSTACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO (20 CANCELADA, 21 CONTRA-ORDEM, "
                   "28 FURTO/ROUBO): " WITH NO ADVANCING.
           MOVE SPACES TO WK-MOTIVO-SUST-INF.
           ACCEPT WK-MOTIVO-SUST-INF.
           IF NOT MOTIVO-INFORMADO-VALIDO
               DISPLAY "MOTIVO " WK-MOTIVO-SUST-INF
                       " INVALIDO - SUSTACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.

      *----> PRIMEIRO CONFERE A FAIXA INTEIRA: FOLHA NAO EMITIDA OU
      *----> JA PAGA NAO PODE SER SUSTADA, FOLHA JA SUSTADA FICA COMO
      *----> ESTA - SO O QUE SOBRA VAI PARA A CONFIRMACAO.
           MOVE ZEROS TO WK-QTD-SUSTAVEIS.
           MOVE ZEROS TO WK-QTD-RECUSADAS.
           PERFORM 0383-CONFERE-FOLHA
               VARYING WK-CHQ-NUMERO FROM WK-CHQ-INICIAL BY 1
               UNTIL WK-CHQ-NUMERO GREATER THAN WK-CHQ-FINAL.
           IF WK-QTD-SUSTAVEIS EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA A SUSTAR NA FAIXA - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WK-VALOR-ANTIGO.
           STRING "FOLHAS " WK-CHQ-INICIAL " A " WK-CHQ-FINAL
                  DELIMITED BY SIZE INTO WK-VALOR-ANTIGO.
           MOVE SPACES TO WK-VALOR-NOVO.
           STRING "SUSTAR " WK-QTD-SUSTAVEIS " MOTIVO "
                  WK-MOTIVO-SUST-INF
                  DELIMITED BY SIZE INTO WK-VALOR-NOVO.
           MOVE "CHEQUE" TO WK-CAMPO-ALTERADO.
           PERFORM 0380-CONFIRMA-ALTERACAO.
           IF WK-CONFIRMA NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WK-QTD-SUSTADAS.
           PERFORM 0384-SUSTA-FOLHA
               VARYING WK-CHQ-NUMERO FROM WK-CHQ-INICIAL BY 1
               UNTIL WK-CHQ-NUMERO GREATER THAN WK-CHQ-FINAL.
           DISPLAY WK-QTD-SUSTADAS " FOLHA(S) SUSTADA(S) COM O MOTIVO "
                   WK-MOTIVO-SUST-INF.
      *
       0383-CONFERE-FOLHA.
           MOVE IDCONTA       TO CQ-IDCONTA.
           MOVE WK-CHQ-NUMERO TO CQ-NUMERO.
           READ CHEQUE
               INVALID KEY
                   DISPLAY "FOLHA " WK-CHQ-NUMERO
                           " NAO EMITIDA PARA A CONTA - IGNORADA"
                   ADD 1 TO WK-QTD-RECUSADAS
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN CHEQUE-PAGO
                   DISPLAY "FOLHA " WK-CHQ-NUMERO " JA PAGA EM "
                           CQ-DATA-PAGTO " - NAO PODE SER SUSTADA"
                   ADD 1 TO WK-QTD-RECUSADAS
               WHEN CHEQUE-SUSTADO
                   DISPLAY "FOLHA " WK-CHQ-NUMERO " JA SUSTADA "
                           "(MOTIVO " CQ-MOTIVO-SUST ") - IGNORADA"
               WHEN OTHER
                   ADD 1 TO WK-QTD-SUSTAVEIS
           END-EVALUATE.
      *
       0384-SUSTA-FOLHA.
           MOVE IDCONTA       TO CQ-IDCONTA.
           MOVE WK-CHQ-NUMERO TO CQ-NUMERO.
           READ CHEQUE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CHEQUE-PAGO OR CHEQUE-SUSTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WK-VALOR-ANTIGO.
           STRING CQ-NUMERO " " CQ-STATUS
                  DELIMITED BY SIZE INTO WK-VALOR-ANTIGO.
           MOVE CQ-STATUS          TO CQ-STATUS-ANTERIOR.
           SET CHEQUE-SUSTADO      TO TRUE.
           MOVE WK-MOTIVO-SUST-INF TO CQ-MOTIVO-SUST.
           MOVE WK-DATA-MOVIMENTO  TO CQ-DATA-SUST.
           MOVE WK-OPERADOR        TO CQ-OPERADOR-SUST.
           MOVE SPACES TO WK-VALOR-NOVO.
           STRING CQ-NUMERO " " CQ-STATUS CQ-MOTIVO-SUST
                  DELIMITED BY SIZE INTO WK-VALOR-NOVO.
           PERFORM 0392-REGRAVA-E-AUDITA-CHEQUE.
           ADD 1 TO WK-QTD-SUSTADAS.
      *
       0386-REVOGA-SUSTACAO.
      *----> A FOLHA VOLTA AO STATUS QUE TINHA ANTES DA SUSTACAO
      *----> (EMITIDA OU DEVOLVIDA) E PODE SER PAGA NA COMPENSACAO.
           PERFORM 0320-LOCALIZA-CONTA.
           IF CONTA-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FOLHA: " WITH NO ADVANCING.
           MOVE SPACES TO WK-CHQ-INICIAL-INF.
           ACCEPT WK-CHQ-INICIAL-INF.
           IF WK-CHQ-INICIAL-INF NOT NUMERIC
               DISPLAY "NUMERO DE FOLHA NAO NUMERICO (6 DIGITOS) - "
                       "REVOGACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE IDCONTA            TO CQ-IDCONTA.
           MOVE WK-CHQ-INICIAL-INF TO CQ-NUMERO.
           READ CHEQUE
               INVALID KEY
                   DISPLAY "FOLHA " WK-CHQ-INICIAL-INF
                           " NAO EMITIDA PARA A CONTA"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CHEQUE-SUSTADO
               DISPLAY "FOLHA " CQ-NUMERO " NAO ESTA SUSTADA - "
                       "NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SUSTADA EM " CQ-DATA-SUST " POR " CQ-OPERADOR-SUST
                   " - MOTIVO " CQ-MOTIVO-SUST.
           MOVE SPACES TO WK-VALOR-ANTIGO.
           STRING CQ-NUMERO " " CQ-STATUS CQ-MOTIVO-SUST
                  DELIMITED BY SIZE INTO WK-VALOR-ANTIGO.
           IF CQ-STATUS-ANTERIOR EQUAL "D"
               MOVE "D" TO CQ-STATUS-ANTERIOR
           ELSE
               MOVE "E" TO CQ-STATUS-ANTERIOR
           END-IF.
           MOVE SPACES TO WK-VALOR-NOVO.
           STRING CQ-NUMERO " " CQ-STATUS-ANTERIOR
                  DELIMITED BY SIZE INTO WK-VALOR-NOVO.
           MOVE "CHEQUE" TO WK-CAMPO-ALTERADO.
           PERFORM 0380-CONFIRMA-ALTERACAO.
           IF WK-CONFIRMA EQUAL "S"
               MOVE CQ-STATUS-ANTERIOR TO CQ-STATUS
               MOVE SPACES             TO CQ-MOTIVO-SUST
               MOVE ZEROS              TO CQ-DATA-SUST
               MOVE SPACES             TO CQ-OPERADOR-SUST
               MOVE SPACES             TO CQ-STATUS-ANTERIOR
               PERFORM 0392-REGRAVA-E-AUDITA-CHEQUE
           END-IF.
      *
       0390-REGRAVA-E-AUDITA.
           REWRITE REG-CTA.
           END-IF.
           ADD 1 TO WK-QTD-ALTERACOES.
           DISPLAY "ALTERACAO EFETIVADA E AUDITADA".
      *
       0392-REGRAVA-E-AUDITA-CHEQUE.
      *----> MESMO TRILHO DE AUDITORIA DA CONTA - O CAMPO E "CHEQUE"
      *----> E OS VALORES LEVAM O NUMERO DA FOLHA, O STATUS E O MOTIVO
           REWRITE REG-CHEQUE.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CHEQUE
                       " AO REGRAVAR A FOLHA " CQ-NUMERO
                       " DA CONTA " CQ-IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES            TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA   TO AU-DATA.
           MOVE WK-HS-HH          TO AU-HH.
           MOVE WK-HS-MM          TO AU-MM.
           MOVE WK-HS-SS          TO AU-SS.
           MOVE WK-OPERADOR       TO AU-OPERADOR.
           MOVE CQ-IDCONTA        TO AU-IDCONTA.
           MOVE "CHEQUE"          TO AU-CAMPO.
           MOVE WK-VALOR-ANTIGO   TO AU-VALOR-ANTIGO.
           MOVE WK-VALOR-NOVO     TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-QTD-ALTERACOES.
      *
       0395-AUDITA-NEGADO.
      *----> TENTATIVA NEGADA: MESMO TRILHO DE AUDITORIA DAS
           CLOSE CADCONTA.
           CLOSE CONTAAUD.
           CLOSE OPERADOR.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
           IF CADASTRO-CHQ-ABERTO
               CLOSE CHEQUE
           END-IF.
           DISPLAY "CONTAMAN: SESSAO ENCERRADA COM "
                   WK-QTD-ALTERACOES " ALTERACOES".
      ******************************************************************
