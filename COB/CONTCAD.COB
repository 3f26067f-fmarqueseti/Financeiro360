      ******************************************************************
      * FILE NAME   : CONTCAD                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CONTESTACOES DE CLIENTES - A PARTIR DO ARQUIVO DE*
      *               PARAMETRO, ABRE O CASO DE CONTESTACAO DE UM      *
      *               DEBITO (COM CREDITO PROVISORIO OPCIONAL) E       *
      *               DECIDE OS CASOS ABERTOS: PROCEDENTE = O CREDITO  *
      *               PROVISORIO VIRA O ESTORNO DEFINITIVO DO DEBITO   *
      *               (OU O DEBITO E ESTORNADO); IMPROCEDENTE = O      *
      *               CREDITO PROVISORIO E ESTORNADO. CADA PASSO VAI   *
      *               PARA O JORNAL E PARA A AUDITORIA COM O OPERADOR. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> SOLICITACOES - UMA POR LINHA:
      *----> ACAO (A=ABRIR, P=PROCEDENTE, I=IMPROCEDENTE) . ID (FD-
      *----> IDTRANS NA ABERTURA, NUMERO DO CASO NA DECISAO) . CREDITO
      *----> PROVISORIO (S/N, SO NA ABERTURA) . MOTIVO OU PARECER .
      *----> PERIODO AAAAMM DO MOVIMENTO (SO NA ABERTURA; EM BRANCO =
      *----> PERIODO CORRENTE)
           SELECT PARM-CONTEST ASSIGN DYNAMIC
                       WK-ARQ-PARM-CONT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

           SELECT CONTEST ASSIGN DYNAMIC WK-ARQ-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-IDCASO
           ALTERNATE KEY IS CT-CHAVE-MOV
           FILE STATUS IS WK-FS-CONTEST.

           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

      *----> MOVIMENTO CONTESTADO DE UM PERIODO JA FECHADO ESTA NO
      *----> HISTORICO - CONSULTADO, NUNCA REGRAVADO
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

           SELECT JORNAL ASSIGN DYNAMIC WK-ARQ-JORNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-JORNAL.

      *----> TRAVA DE CICLO EM ANDAMENTO - COMO NO ESTORNO, NAO RODA
      *----> ENQUANTO A CADEIA NOTURNA ESTIVER ATUALIZANDO OS MESTRES
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.

      *----> CADASTRO DE OPERADORES - SO ADMINISTRADOR OU SUPERVISOR
      *----> ABRE E DECIDE CONTESTACOES
           SELECT OPERADOR ASSIGN DYNAMIC WK-ARQ-OPERADOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ID
           FILE STATUS IS WK-FS-OPERADOR.

      *----> AUDITORIA DE CADA PASSO DOS CASOS - MESMO ARQUIVO E
      *----> LAYOUT DA MANUTENCAO ONLINE (CONTAMAN)
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-CONTEST.
       01 REG-PARM-CONTEST.
           03 PM-ACAO               PIC X(01).
               88 ACAO-ABRIR                    VALUE "A".
               88 ACAO-PROCEDENTE               VALUE "P".
               88 ACAO-IMPROCEDENTE             VALUE "I".
           03 FILLER                PIC X(01).
           03 PM-ID                 PIC X(08).
           03 FILLER                PIC X(01).
           03 PM-CRED-PROV          PIC X(01).
           03 FILLER                PIC X(01).
           03 PM-TEXTO              PIC X(40).
           03 FILLER                PIC X(01).
           03 PM-PERIODO            PIC X(06).

       FD CONTEST.
       COPY CONTEST.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD CADTRANSH.
       COPY CADTRANSH.

       FD PERIODO.
       COPY PERIODO.

       FD JORNAL
             RECORDING MODE IS F.
       COPY JORNAL.

       FD CICLOLOCK.
       COPY CICLOLOCK.

       FD OPERADOR.
       COPY OPERADOR.

       FD CONTAAUD.
       COPY CONTAAUD.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CONTEST           PIC X(100)   VALUE
           "C:\teste\contest.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-JORNAL            PIC X(100)   VALUE
           "C:\teste\jornal.dat".
       77  WK-ARQ-PARM-CONT         PIC X(100)   VALUE
           "C:\teste\contest-parm.txt".
       77  WK-ARQ-OPERADOR          PIC X(100)   VALUE
           "C:\teste\operador.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTEST            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANSH          PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-JORNAL             PIC X(2)      VALUE SPACES.
       77  WK-FS-OPERADOR           PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-OPERADOR              PIC X(08)     VALUE SPACES.
       01  WK-DATA-SISTEMA          PIC 9(08)     VALUE ZEROS.
       01  WK-HORA-SISTEMA.
           03  WK-HS-HH             PIC X(02).
           03  WK-HS-MM             PIC X(02).
           03  WK-HS-SS             PIC X(02).
           03  FILLER               PIC X(02).
       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-CONTADOR-CASO         PIC 9(08)     VALUE 1.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-ID-LANCADO            PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-SOLICITADOS       PIC 9(05)     VALUE ZEROS.
       77  WK-QTD-ABERTOS           PIC 9(05)     VALUE ZEROS.
       77  WK-QTD-PROCEDENTES       PIC 9(05)     VALUE ZEROS.
       77  WK-QTD-IMPROCEDENTES     PIC 9(05)     VALUE ZEROS.
       77  WK-QTD-RECUSADOS         PIC 9(05)     VALUE ZEROS.

      *----> MOVIMENTO A LOCALIZAR (CADTRANS E, SE NAO ESTIVER LA,
      *----> O HISTORICO) E A COPIA DO QUE FOI ENCONTRADO
       77  WK-ID-BUSCA              PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-BUSCA         PIC X(06)     VALUE SPACES.
       01  WK-SW-PERIODO-BUSCA      PIC X(01)     VALUE "N".
           88  BUSCA-EM-PERIODO-FECHADO       VALUE "S".
       01  WK-SW-HISTORICO          PIC X(01)     VALUE "N".
           88  HISTORICO-DISPONIVEL           VALUE "S".
       01  WK-MOV-LOCALIZADO.
           03  WK-MV-LOCAL          PIC X(01).
               88  MV-NO-CADTRANS                 VALUE "C".
               88  MV-NO-HISTORICO                VALUE "H".
               88  MV-NAO-LOCALIZADO              VALUE "X".
           03  WK-MV-DATA           PIC 9(08).
           03  WK-MV-TIPO           PIC 9(01).
           03  WK-MV-VALOR          PIC 9(09)V9(02).
           03  WK-MV-DESCR          PIC X(30).
           03  WK-MV-IDCONTA        PIC 9(04).
           03  WK-MV-CATEGORIA      PIC X(02).
           03  WK-MV-ESTORNO        PIC X(01).
           03  WK-MV-MOEDA          PIC X(03).
      *----> COPIAS DO MOVIMENTO CONTESTADO E DO CREDITO PROVISORIO
      *----> PARA A DECISAO DO CASO
       01  WK-MOV-ORIGINAL.
           03  WK-MO-LOCAL          PIC X(01).
               88  MO-NO-CADTRANS                 VALUE "C".
           03  WK-MO-DATA           PIC 9(08).
           03  WK-MO-TIPO           PIC 9(01).
           03  WK-MO-VALOR          PIC 9(09)V9(02).
           03  WK-MO-DESCR          PIC X(30).
           03  WK-MO-IDCONTA        PIC 9(04).
           03  WK-MO-CATEGORIA      PIC X(02).
           03  WK-MO-ESTORNO        PIC X(01).
               88  MO-NORMAL                      VALUE " ".
               88  MO-ESTORNADO                   VALUE "E".
           03  WK-MO-MOEDA          PIC X(03).
       01  WK-MOV-PROVISORIO.
           03  WK-MP-LOCAL          PIC X(01).
               88  MP-NO-CADTRANS                 VALUE "C".
           03  WK-MP-DATA           PIC 9(08).
           03  WK-MP-TIPO           PIC 9(01).
           03  WK-MP-VALOR          PIC 9(09)V9(02).
           03  WK-MP-DESCR          PIC X(30).
           03  WK-MP-IDCONTA        PIC 9(04).
           03  WK-MP-CATEGORIA      PIC X(02).
           03  WK-MP-ESTORNO        PIC X(01).
               88  MP-NORMAL                      VALUE " ".
           03  WK-MP-MOEDA          PIC X(03).
      *----> A DECISAO PROCEDENTE CONVERTE O CREDITO PROVISORIO AINDA
      *----> VIGENTE NO ESTORNO DEFINITIVO; SEM ELE, LANCA UM ESTORNO
       01  WK-SW-CONVERTE           PIC X(01)     VALUE "N".
           88  CONVERTE-PROVISORIO            VALUE "S".
           88  LANCA-ESTORNO                  VALUE "N".
      *----> MARCACAO DE ESTORNO A REGRAVAR NUM MOVIMENTO DO CADTRANS
       77  WK-MARCA-ID              PIC 9(08)     VALUE ZEROS.
       77  WK-MARCA-ESTORNO         PIC X(01)     VALUE SPACES.
       77  WK-MARCA-ORIG            PIC 9(08)     VALUE ZEROS.
      *----> VALORES ANTIGO E NOVO DA AUDITORIA DE CADA PASSO
       77  WK-AUD-ANTIGO            PIC X(30)     VALUE SPACES.
       77  WK-AUD-NOVO              PIC X(30)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0130-VERIFICA-TRAVA-DE-CICLO.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-IDENTIFICA-OPERADOR.
           PERFORM 0150-DETERMINA-CONTADOR.
           PERFORM 0160-LE-DATA-MOVIMENTO.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-PARM EQUAL "10".

           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CONTEST" TO CFG-NOME.
           MOVE WK-ARQ-CONTEST         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTEST.
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
           MOVE "JORNAL" TO CFG-NOME.
           MOVE WK-ARQ-JORNAL          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-JORNAL.
           MOVE "CONTEST-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-CONT       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-CONT.
           MOVE "OPERADOR" TO CFG-NOME.
           MOVE WK-ARQ-OPERADOR        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-OPERADOR.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, OS LANCAMENTOS DO CASO
      *----> CONCORRERIAM COM O CALCSALDO SOBRE CADTRANS.
           OPEN INPUT CICLOLOCK.
           IF WK-FS-CICLOLOCK NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           READ CICLOLOCK
               AT END
                   CONTINUE
               NOT AT END
                   IF CICLO-EM-ANDAMENTO
                       DISPLAY "CONTCAD: CICLO NOTURNO EM ANDAMENTO"
                               " DESDE " LK-DATA " " LK-HORA
                               " - EXECUCAO RECUSADA (TRAVA PODE "
                               "SER LIBERADA PELO CICLOLCK)"
                       CLOSE CICLOLOCK
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
           CLOSE CICLOLOCK.
      *
       0110-OPEN-DATA.
           OPEN INPUT PARM-CONTEST.
           IF WK-FS-PARM NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARM
                       " NA ABERTURA DO ARQUIVO PARM-CONTEST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> O ARQUIVO DE CASOS E PERMANENTE - CRIA NO PRIMEIRO USO
           OPEN I-O CONTEST.
           IF WK-FS-CONTEST EQUAL "35"
               OPEN OUTPUT CONTEST
               CLOSE CONTEST
               OPEN I-O CONTEST
           END-IF.
           IF WK-FS-CONTEST NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTEST
                       " NA ABERTURA DO ARQUIVO CONTEST"
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

           OPEN EXTEND JORNAL.
           IF WK-FS-JORNAL EQUAL "35"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           IF WK-FS-JORNAL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-JORNAL
                       " NA ABERTURA DO ARQUIVO JORNAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> AUDITORIA EM EXTEND PARA O HISTORICO SOBREVIVER ENTRE
      *----> RUNS; CRIA NO PRIMEIRO USO.
           OPEN EXTEND CONTAAUD.
           IF WK-FS-CONTAAUD EQUAL "35"
               OPEN OUTPUT CONTAAUD
               CLOSE CONTAAUD
               OPEN EXTEND CONTAAUD
           END-IF.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " NA ABERTURA DO ARQUIVO CONTAAUD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0140-IDENTIFICA-OPERADOR SECTION.
      *----> O CASO LANCA E ESTORNA MOVIMENTOS NOS LIVROS - EXIGE
      *----> OPERADOR CADASTRADO, ATIVO E COM PERFIL DE ADMINISTRADOR
      *----> OU SUPERVISOR; TENTATIVAS NEGADAS FICAM NA AUDITORIA.
           OPEN INPUT OPERADOR.
           IF WK-FS-OPERADOR NOT EQUAL "00"
               DISPLAY "CONTCAD: CADASTRO DE OPERADORES INDISPONIVEL"
                       " (" WK-FS-OPERADOR ") - EXECUTAR OPERCAD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0142-PEDE-OPERADOR
               UNTIL WK-OPERADOR NOT EQUAL SPACES.

           MOVE WK-OPERADOR TO OM-ID.
           READ OPERADOR
               INVALID KEY
                   DISPLAY "CONTCAD: OPERADOR " WK-OPERADOR
                           " NAO CADASTRADO - EXECUCAO RECUSADA"
                   PERFORM 0145-AUDITA-NEGADO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF OPERADOR-INATIVO
               DISPLAY "CONTCAD: OPERADOR " WK-OPERADOR
                       " INATIVO - EXECUCAO RECUSADA"
               PERFORM 0145-AUDITA-NEGADO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT PERFIL-ADMIN AND NOT PERFIL-SUPERVISOR
               DISPLAY "CONTCAD: PERFIL " OM-PERFIL " NAO PODE "
                       "TRATAR CONTESTACOES - EXECUCAO RECUSADA"
               PERFORM 0145-AUDITA-NEGADO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE OPERADOR.
           DISPLAY "CONTCAD: OPERADOR " OM-NOME
                   " (PERFIL " OM-PERFIL ") CONECTADO".
           GO TO 0140-IDENTIFICA-OPERADOR-EXIT.
      *
       0142-PEDE-OPERADOR.
           DISPLAY "CONTCAD: INFORME O CODIGO DO OPERADOR: "
                   WITH NO ADVANCING.
           ACCEPT WK-OPERADOR.
      *
       0145-AUDITA-NEGADO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE WK-OPERADOR     TO AU-OPERADOR.
           MOVE SPACES          TO AU-IDCONTA.
           MOVE "CONTES"        TO AU-CAMPO.
           MOVE "ACESSO"        TO AU-VALOR-ANTIGO.
           MOVE "NEGADO"        TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DA RECUSA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       0140-IDENTIFICA-OPERADOR-EXIT.
           EXIT.
      ******************************************************************
       0150-DETERMINA-CONTADOR SECTION.
      *----> CONTINUA A NUMERACAO DE FD-IDTRANS A PARTIR DO MAIOR ID
      *----> JA GRAVADO, EXATAMENTE COMO NUMA CARGA NORMAL, E A DOS
      *----> CASOS A PARTIR DO MAIOR CT-IDCASO.
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
           PERFORM 0152-LE-CADTRANS
               UNTIL WK-FS-CADTRANS EQUAL "10".
           MOVE "00" TO WK-FS-CADTRANS.

           MOVE 1          TO WK-CONTADOR-CASO.
           MOVE LOW-VALUES TO CT-IDCASO.
           START CONTEST KEY IS NOT LESS THAN CT-IDCASO
               INVALID KEY
                   MOVE "10" TO WK-FS-CONTEST
           END-START.
           PERFORM 0154-LE-CONTEST
               UNTIL WK-FS-CONTEST EQUAL "10".
           MOVE "00" TO WK-FS-CONTEST.
           GO TO 0150-DETERMINA-CONTADOR-EXIT.
      *
       0152-LE-CADTRANS.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   COMPUTE WK-CONTADOR = FD-IDTRANS + 1
           END-READ.
      *
       0154-LE-CONTEST.
           READ CONTEST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CONTEST
               NOT AT END
                   COMPUTE WK-CONTADOR-CASO = CT-IDCASO + 1
           END-READ.
       0150-DETERMINA-CONTADOR-EXIT.
           EXIT.
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

      *----> CREDITO PROVISORIO E ESTORNOS SAO LANCADOS COM A DATA DE
      *----> MOVIMENTO CORRENTE - O PERIODO CORRENTE PRECISA ESTAR
      *----> ABERTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "CONTCAD: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "CONTCAD: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ PARM-CONTEST
               AT END
                   MOVE "10" TO WK-FS-PARM
               NOT AT END
                   ADD 1 TO WK-QTD-SOLICITADOS
                   EVALUATE TRUE
                       WHEN ACAO-ABRIR
                           PERFORM 0320-ABRE-CASO
                       WHEN ACAO-PROCEDENTE
                       WHEN ACAO-IMPROCEDENTE
                           PERFORM 0340-DECIDE-CASO
                       WHEN OTHER
                           DISPLAY "CONTCAD: ACAO " PM-ACAO
                                   " INVALIDA PARA " PM-ID
                                   " - RECUSADA"
                           ADD 1 TO WK-QTD-RECUSADOS
                   END-EVALUATE
           END-READ.
      ******************************************************************
       0320-ABRE-CASO SECTION.
           IF PM-ID NOT NUMERIC
               DISPLAY "CONTCAD: ID " PM-ID
                       " NAO NUMERICO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.
           IF PM-TEXTO EQUAL SPACES
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " SEM MOTIVO DA CONTESTACAO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.
           IF PM-CRED-PROV EQUAL SPACES
               MOVE "N" TO PM-CRED-PROV
           END-IF.
           IF PM-CRED-PROV NOT EQUAL "S" AND NOT EQUAL "N"
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " COM INDICADOR DE CREDITO PROVISORIO "
                       PM-CRED-PROV " INVALIDO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.

      *----> O FD-IDTRANS RECOMECA A CADA FECHAMENTO - O MOVIMENTO E
      *----> IDENTIFICADO PELO PERIODO E PELO ID
           IF PM-PERIODO EQUAL SPACES
               MOVE WK-DATA-MOVIMENTO(1:6) TO PM-PERIODO
           END-IF.
           IF PM-PERIODO NOT NUMERIC
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " COM PERIODO " PM-PERIODO
                       " INVALIDO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.

           MOVE PM-PERIODO TO CT-PERIODO-MOV.
           MOVE PM-ID      TO CT-IDTRANS.
           READ CONTEST KEY IS CT-CHAVE-MOV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                           " DO PERIODO " PM-PERIODO
                           " JA CONTESTADO NO CASO " CT-IDCASO
                           " - RECUSADO"
                   ADD 1 TO WK-QTD-RECUSADOS
                   GO TO 0320-ABRE-CASO-EXIT
           END-READ.

           MOVE PM-ID      TO WK-ID-BUSCA.
           MOVE PM-PERIODO TO WK-PERIODO-BUSCA.
           PERFORM 0360-LOCALIZA-MOVIMENTO.
           IF MV-NAO-LOCALIZADO
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " DO PERIODO " PM-PERIODO
                       " NAO EXISTE EM CADTRANS NEM NO HISTORICO"
                       " - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.
           IF WK-MV-ESTORNO NOT EQUAL SPACE
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " JA ESTORNADO OU E UM ESTORNO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.
      *----> O CLIENTE CONTESTA DEBITOS; TRANSFERENCIA ENTRE CONTAS
      *----> PROPRIAS SE DESFAZ PELO ESTORNO DO PAR E PARCELA DE
      *----> EMPRESTIMO E TRATADA NO CONTRATO.
           IF WK-MV-TIPO NOT EQUAL 1
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " NAO E UM DEBITO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.
           IF WK-MV-CATEGORIA EQUAL "TE" OR WK-MV-CATEGORIA EQUAL "EM"
               DISPLAY "CONTCAD: MOVIMENTO " PM-ID
                       " DE CATEGORIA " WK-MV-CATEGORIA
                       " NAO PODE SER CONTESTADO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0320-ABRE-CASO-EXIT
           END-IF.

      *----> O CASO E GRAVADO ANTES DO CREDITO PROVISORIO, JA COM O
      *----> ID QUE O CREDITO VAI RECEBER - UMA QUEDA ENTRE OS DOIS
      *----> NAO DEIXA CREDITO SEM CASO.
           MOVE SPACES              TO REG-CONTEST.
           MOVE WK-CONTADOR-CASO    TO CT-IDCASO.
           MOVE PM-PERIODO          TO CT-PERIODO-MOV.
           MOVE WK-ID-BUSCA         TO CT-IDTRANS.
           MOVE WK-MV-IDCONTA       TO CT-IDCONTA.
           MOVE WK-MV-DATA          TO CT-DATA-MOV.
           MOVE WK-MV-VALOR         TO CT-VALOR.
           MOVE WK-MV-CATEGORIA     TO CT-CATEGORIA.
           MOVE WK-MV-MOEDA         TO CT-MOEDA.
           MOVE WK-DATA-MOVIMENTO   TO CT-DATA-ABERTURA.
           MOVE WK-OPERADOR         TO CT-OPER-ABERTURA.
           MOVE PM-TEXTO            TO CT-MOTIVO.
           MOVE PM-CRED-PROV        TO CT-CRED-PROV.
           IF COM-CREDITO-PROVISORIO
               MOVE WK-CONTADOR     TO CT-IDTRANS-PROV
           ELSE
               MOVE ZEROS           TO CT-IDTRANS-PROV
           END-IF.
           MOVE "A"                 TO CT-STATUS.
           MOVE ZEROS               TO CT-DATA-DECISAO.
           MOVE ZEROS               TO CT-IDTRANS-EST.
           WRITE REG-CONTEST.
           IF WK-FS-CONTEST NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTEST
                       " NA GRAVACAO DO CASO " CT-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR-CASO.

      *----> MARCO DA ABERTURA NO JORNAL SOBRE O MOVIMENTO CONTESTADO
           MOVE CT-IDTRANS          TO JR-IDTRANS.
           MOVE 1                   TO JR-TIPO.
           MOVE CT-VALOR            TO JR-VALOR.
           MOVE "CT"                TO JR-ORIGEM.
           PERFORM 0390-REGISTRA-JORNAL.

           IF COM-CREDITO-PROVISORIO
               MOVE 2                  TO FD-TIPO
               MOVE CT-VALOR           TO FD-VALOR
               MOVE SPACES             TO FD-DESCR
               STRING "CRED PROV CONTESTACAO " CT-IDCASO
                   DELIMITED BY SIZE INTO FD-DESCR
               MOVE CT-IDCONTA         TO FD-IDCONTA
               MOVE CT-CATEGORIA       TO FD-CATEGORIA
               MOVE ZEROS              TO FD-CONTRAPARTE
               MOVE SPACE              TO FD-ESTORNO
               MOVE CT-IDTRANS         TO FD-IDTRANS-ORIG
               MOVE CT-MOEDA           TO FD-MOEDA
               PERFORM 0380-GRAVA-LANCAMENTO
               MOVE WK-ID-LANCADO      TO JR-IDTRANS
               MOVE 2                  TO JR-TIPO
               MOVE CT-VALOR           TO JR-VALOR
               MOVE "CT"               TO JR-ORIGEM
               PERFORM 0390-REGISTRA-JORNAL
           END-IF.

           MOVE SPACES TO WK-AUD-ANTIGO.
           STRING "CASO " CT-IDCASO " MOV " CT-IDTRANS
               DELIMITED BY SIZE INTO WK-AUD-ANTIGO.
           IF COM-CREDITO-PROVISORIO
               MOVE SPACES TO WK-AUD-NOVO
               STRING "ABERTO CRED PROV " CT-IDTRANS-PROV
                   DELIMITED BY SIZE INTO WK-AUD-NOVO
           ELSE
               MOVE "ABERTO SEM CRED PROV" TO WK-AUD-NOVO
           END-IF.
           PERFORM 0395-AUDITA-PASSO.

           ADD 1 TO WK-QTD-ABERTOS.
           DISPLAY "CONTCAD: CASO " CT-IDCASO " ABERTO PARA O "
                   "MOVIMENTO " CT-IDTRANS " DA CONTA " CT-IDCONTA.
           IF COM-CREDITO-PROVISORIO
               DISPLAY "CONTCAD: CREDITO PROVISORIO LANCADO NO "
                       "MOVIMENTO " CT-IDTRANS-PROV
           END-IF.
       0320-ABRE-CASO-EXIT.
           EXIT.
      ******************************************************************
       0340-DECIDE-CASO SECTION.
           IF PM-ID NOT NUMERIC
               DISPLAY "CONTCAD: CASO " PM-ID
                       " NAO NUMERICO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.
           IF PM-TEXTO EQUAL SPACES
               DISPLAY "CONTCAD: CASO " PM-ID
                       " SEM PARECER DA DECISAO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.

           MOVE PM-ID TO CT-IDCASO.
           READ CONTEST
               INVALID KEY
                   DISPLAY "CONTCAD: CASO " PM-ID
                           " NAO EXISTE - RECUSADO"
                   ADD 1 TO WK-QTD-RECUSADOS
                   GO TO 0340-DECIDE-CASO-EXIT
           END-READ.
           IF NOT CONTESTACAO-ABERTA
               DISPLAY "CONTCAD: CASO " CT-IDCASO " JA DECIDIDO ("
                       CT-STATUS ") EM " CT-DATA-DECISAO " POR "
                       CT-OPER-DECISAO " - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.

           MOVE CT-IDTRANS          TO WK-ID-BUSCA.
           MOVE CT-PERIODO-MOV      TO WK-PERIODO-BUSCA.
           PERFORM 0360-LOCALIZA-MOVIMENTO.
           IF MV-NAO-LOCALIZADO
               DISPLAY "CONTCAD: CASO " CT-IDCASO " - MOVIMENTO "
                       "CONTESTADO " CT-IDTRANS " NAO LOCALIZADO"
                       " - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.
      *----> O MOVIMENTO ACHADO TEM QUE SER O QUE O CASO COPIOU NA
      *----> ABERTURA
           IF WK-MV-IDCONTA NOT EQUAL CT-IDCONTA
                   OR WK-MV-VALOR NOT EQUAL CT-VALOR
               DISPLAY "CONTCAD: CASO " CT-IDCASO " - MOVIMENTO "
                       "CONTESTADO " CT-IDTRANS " NAO CONFERE COM "
                       "A CONTA E O VALOR DO CASO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.
           MOVE WK-MOV-LOCALIZADO   TO WK-MOV-ORIGINAL.

           MOVE SPACES TO WK-MOV-PROVISORIO.
           IF COM-CREDITO-PROVISORIO
               MOVE CT-IDTRANS-PROV        TO WK-ID-BUSCA
               MOVE CT-DATA-ABERTURA(1:6)  TO WK-PERIODO-BUSCA
               PERFORM 0360-LOCALIZA-MOVIMENTO
               IF MV-NAO-LOCALIZADO
                   DISPLAY "CONTCAD: CASO " CT-IDCASO " - CREDITO "
                           "PROVISORIO " CT-IDTRANS-PROV
                           " NAO LOCALIZADO - RECUSADO"
                   ADD 1 TO WK-QTD-RECUSADOS
                   GO TO 0340-DECIDE-CASO-EXIT
               END-IF
               IF WK-MV-IDCONTA NOT EQUAL CT-IDCONTA
                       OR WK-MV-VALOR NOT EQUAL CT-VALOR
                   DISPLAY "CONTCAD: CASO " CT-IDCASO " - CREDITO "
                           "PROVISORIO " CT-IDTRANS-PROV " NAO "
                           "CONFERE COM A CONTA E O VALOR DO CASO"
                           " - RECUSADO"
                   ADD 1 TO WK-QTD-RECUSADOS
                   GO TO 0340-DECIDE-CASO-EXIT
               END-IF
               MOVE WK-MOV-LOCALIZADO TO WK-MOV-PROVISORIO
           END-IF.

      *----> PROCEDENTE COM O DEBITO JA ESTORNADO POR FORA DO CASO
      *----> DEVOLVERIA O VALOR DUAS VEZES - FICA PARA DECISAO MANUAL
           IF ACAO-PROCEDENTE AND MO-ESTORNADO
               DISPLAY "CONTCAD: CASO " CT-IDCASO " - MOVIMENTO "
                       CT-IDTRANS " JA ESTORNADO FORA DA "
                       "CONTESTACAO - RECUSADO"
               ADD 1 TO WK-QTD-RECUSADOS
               GO TO 0340-DECIDE-CASO-EXIT
           END-IF.

      *----> A DECISAO E GRAVADA ANTES DOS LANCAMENTOS, JA COM O ID
      *----> DO ESTORNO A LANCAR - UMA QUEDA ENTRE OS DOIS NAO PERMITE
      *----> DECIDIR O CASO (E LANCAR) DE NOVO.
           SET LANCA-ESTORNO TO TRUE.
           MOVE ZEROS TO CT-IDTRANS-EST.
           IF ACAO-PROCEDENTE
               IF COM-CREDITO-PROVISORIO AND MP-NORMAL
                   SET CONVERTE-PROVISORIO TO TRUE
               ELSE
                   MOVE WK-CONTADOR TO CT-IDTRANS-EST
               END-IF
               MOVE "P" TO CT-STATUS
           ELSE
               IF COM-CREDITO-PROVISORIO AND MP-NORMAL
                   MOVE WK-CONTADOR TO CT-IDTRANS-EST
               END-IF
               MOVE "I" TO CT-STATUS
           END-IF.
           MOVE WK-DATA-MOVIMENTO   TO CT-DATA-DECISAO.
           MOVE WK-OPERADOR         TO CT-OPER-DECISAO.
           MOVE PM-TEXTO            TO CT-PARECER.
           REWRITE REG-CONTEST.
           IF WK-FS-CONTEST NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTEST
                       " NA REGRAVACAO DO CASO " CT-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CONTESTACAO-PROCEDENTE
               PERFORM 0350-PROCEDENTE
               ADD 1 TO WK-QTD-PROCEDENTES
           ELSE
               PERFORM 0355-IMPROCEDENTE
               ADD 1 TO WK-QTD-IMPROCEDENTES
           END-IF.

           MOVE SPACES TO WK-AUD-ANTIGO.
           STRING "CASO " CT-IDCASO " ABERTO"
               DELIMITED BY SIZE INTO WK-AUD-ANTIGO.
           MOVE SPACES TO WK-AUD-NOVO.
           IF CONTESTACAO-PROCEDENTE
               STRING "PROCEDENTE EST " CT-IDTRANS-EST
                   DELIMITED BY SIZE INTO WK-AUD-NOVO
           ELSE
               STRING "IMPROCEDENTE EST " CT-IDTRANS-EST
                   DELIMITED BY SIZE INTO WK-AUD-NOVO
           END-IF.
           PERFORM 0395-AUDITA-PASSO.
       0340-DECIDE-CASO-EXIT.
           EXIT.
      ******************************************************************
       0350-PROCEDENTE SECTION.
      *----> A FAVOR DO CLIENTE: O CREDITO PROVISORIO AINDA VIGENTE
      *----> PASSA A SER O ESTORNO DEFINITIVO DO DEBITO CONTESTADO
      *----> (O VALOR JA ESTA NA CONTA); SEM ELE, O DEBITO E ESTORNADO
      *----> COMO NO ESTORNO. MOVIMENTO JA ARQUIVADO NO HISTORICO NAO
      *----> E REGRAVADO - O PERIODO FECHADO FICA COMO FOI FECHADO.
           IF CONVERTE-PROVISORIO
               MOVE CT-IDTRANS-PROV TO WK-ID-LANCADO
               IF MP-NO-CADTRANS
                   MOVE CT-IDTRANS-PROV TO WK-MARCA-ID
                   MOVE "R"             TO WK-MARCA-ESTORNO
                   MOVE CT-IDTRANS      TO WK-MARCA-ORIG
                   PERFORM 0385-MARCA-MOVIMENTO
               END-IF
           ELSE
               MOVE 2                  TO FD-TIPO
               MOVE WK-MO-VALOR        TO FD-VALOR
               MOVE WK-MO-DESCR        TO FD-DESCR
               MOVE WK-MO-IDCONTA      TO FD-IDCONTA
               MOVE WK-MO-CATEGORIA    TO FD-CATEGORIA
               MOVE ZEROS              TO FD-CONTRAPARTE
               MOVE "R"                TO FD-ESTORNO
               MOVE CT-IDTRANS         TO FD-IDTRANS-ORIG
               MOVE WK-MO-MOEDA        TO FD-MOEDA
               PERFORM 0380-GRAVA-LANCAMENTO
           END-IF.

           IF MO-NO-CADTRANS
               MOVE CT-IDTRANS      TO WK-MARCA-ID
               MOVE "E"             TO WK-MARCA-ESTORNO
               MOVE WK-ID-LANCADO   TO WK-MARCA-ORIG
               PERFORM 0385-MARCA-MOVIMENTO
           END-IF.

      *----> O PAR DEFINITIVO VAI PARA O JORNAL COMO UM ESTORNO
           MOVE CT-IDTRANS          TO JR-IDTRANS.
           MOVE 1                   TO JR-TIPO.
           MOVE WK-MO-VALOR         TO JR-VALOR.
           MOVE "ES"                TO JR-ORIGEM.
           PERFORM 0390-REGISTRA-JORNAL.
           MOVE WK-ID-LANCADO       TO JR-IDTRANS.
           MOVE 2                   TO JR-TIPO.
           PERFORM 0390-REGISTRA-JORNAL.

           IF CONVERTE-PROVISORIO
               DISPLAY "CONTCAD: CASO " CT-IDCASO " PROCEDENTE - "
                       "CREDITO PROVISORIO " CT-IDTRANS-PROV
                       " CONVERTIDO EM ESTORNO DO MOVIMENTO "
                       CT-IDTRANS
           ELSE
               DISPLAY "CONTCAD: CASO " CT-IDCASO " PROCEDENTE - "
                       "MOVIMENTO " CT-IDTRANS " ESTORNADO PELO "
                       "MOVIMENTO " WK-ID-LANCADO
           END-IF.
      ******************************************************************
       0355-IMPROCEDENTE SECTION.
      *----> CONTRA O CLIENTE: O DEBITO CONTESTADO FICA COMO ESTA E O
      *----> CREDITO PROVISORIO AINDA VIGENTE E ESTORNADO.
           MOVE CT-IDTRANS          TO JR-IDTRANS.
           MOVE 1                   TO JR-TIPO.
           MOVE WK-MO-VALOR         TO JR-VALOR.
           MOVE "CT"                TO JR-ORIGEM.
           PERFORM 0390-REGISTRA-JORNAL.

           IF CT-IDTRANS-EST EQUAL ZEROS
               DISPLAY "CONTCAD: CASO " CT-IDCASO " IMPROCEDENTE - "
                       "NENHUM CREDITO PROVISORIO A ESTORNAR"
               GO TO 0355-IMPROCEDENTE-EXIT
           END-IF.

           MOVE 1                   TO FD-TIPO.
           MOVE WK-MP-VALOR         TO FD-VALOR.
           MOVE WK-MP-DESCR         TO FD-DESCR.
           MOVE WK-MP-IDCONTA       TO FD-IDCONTA.
           MOVE WK-MP-CATEGORIA     TO FD-CATEGORIA.
           MOVE ZEROS               TO FD-CONTRAPARTE.
           MOVE "R"                 TO FD-ESTORNO.
           MOVE CT-IDTRANS-PROV     TO FD-IDTRANS-ORIG.
           MOVE WK-MP-MOEDA         TO FD-MOEDA.
           PERFORM 0380-GRAVA-LANCAMENTO.

           IF MP-NO-CADTRANS
               MOVE CT-IDTRANS-PROV TO WK-MARCA-ID
               MOVE "E"             TO WK-MARCA-ESTORNO
               MOVE WK-ID-LANCADO   TO WK-MARCA-ORIG
               PERFORM 0385-MARCA-MOVIMENTO
           END-IF.

           MOVE CT-IDTRANS-PROV     TO JR-IDTRANS.
           MOVE 2                   TO JR-TIPO.
           MOVE WK-MP-VALOR         TO JR-VALOR.
           MOVE "ES"                TO JR-ORIGEM.
           PERFORM 0390-REGISTRA-JORNAL.
           MOVE WK-ID-LANCADO       TO JR-IDTRANS.
           MOVE 1                   TO JR-TIPO.
           PERFORM 0390-REGISTRA-JORNAL.

           DISPLAY "CONTCAD: CASO " CT-IDCASO " IMPROCEDENTE - "
                   "CREDITO PROVISORIO " CT-IDTRANS-PROV
                   " ESTORNADO PELO MOVIMENTO " WK-ID-LANCADO.
       0355-IMPROCEDENTE-EXIT.
           EXIT.
      ******************************************************************
       0360-LOCALIZA-MOVIMENTO SECTION.
      *----> PROCURA WK-ID-BUSCA DO PERIODO WK-PERIODO-BUSCA: PERIODO
      *----> JA FECHADO VAI DIRETO AO HISTORICO, PELA CHAVE; PERIODO
      *----> AINDA ABERTO ESTA EM CADTRANS. O FD-IDTRANS RECOMECA A
      *----> CADA FECHAMENTO E O MESMO ID EM CADTRANS PODE SER OUTRO
      *----> MOVIMENTO - O ACHADO TEM QUE SER DO PERIODO PEDIDO.
           MOVE SPACES TO WK-MOV-LOCALIZADO.
           SET MV-NAO-LOCALIZADO TO TRUE.
           MOVE "N" TO WK-SW-PERIODO-BUSCA.
           MOVE WK-PERIODO-BUSCA TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-FECHADO
                       SET BUSCA-EM-PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ.

           IF BUSCA-EM-PERIODO-FECHADO
               IF HISTORICO-DISPONIVEL
                   MOVE WK-PERIODO-BUSCA TO HS-PERIODO
                   MOVE WK-ID-BUSCA      TO HS-IDTRANS
                   READ CADTRANSH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0368-COPIA-HISTORICO
                   END-READ
               END-IF
               GO TO 0360-LOCALIZA-MOVIMENTO-EXIT
           END-IF.

           MOVE WK-ID-BUSCA TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-DATA(1:6) EQUAL WK-PERIODO-BUSCA
                       SET MV-NO-CADTRANS TO TRUE
                       MOVE FD-DATA        TO WK-MV-DATA
                       MOVE FD-TIPO        TO WK-MV-TIPO
                       MOVE FD-VALOR       TO WK-MV-VALOR
                       MOVE FD-DESCR       TO WK-MV-DESCR
                       MOVE FD-IDCONTA     TO WK-MV-IDCONTA
                       MOVE FD-CATEGORIA   TO WK-MV-CATEGORIA
                       MOVE FD-ESTORNO     TO WK-MV-ESTORNO
                       MOVE FD-MOEDA       TO WK-MV-MOEDA
                   END-IF
           END-READ.
           GO TO 0360-LOCALIZA-MOVIMENTO-EXIT.
      *
       0368-COPIA-HISTORICO.
           SET MV-NO-HISTORICO TO TRUE.
           MOVE HS-DATA        TO WK-MV-DATA.
           MOVE HS-TIPO        TO WK-MV-TIPO.
           MOVE HS-VALOR       TO WK-MV-VALOR.
           MOVE HS-DESCR       TO WK-MV-DESCR.
           MOVE HS-IDCONTA     TO WK-MV-IDCONTA.
           MOVE HS-CATEGORIA   TO WK-MV-CATEGORIA.
           MOVE HS-ESTORNO     TO WK-MV-ESTORNO.
           MOVE HS-MOEDA       TO WK-MV-MOEDA.
       0360-LOCALIZA-MOVIMENTO-EXIT.
           EXIT.
      ******************************************************************
       0380-GRAVA-LANCAMENTO SECTION.
      *----> GRAVA EM CADTRANS O MOVIMENTO MONTADO NO REGISTRO, COM O
      *----> PROXIMO FD-IDTRANS E A DATA DE MOVIMENTO CORRENTE.
           MOVE WK-CONTADOR        TO FD-IDTRANS.
           MOVE WK-DATA-MOVIMENTO  TO FD-DATA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR O LANCAMENTO DO CASO " CT-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-CONTADOR        TO WK-ID-LANCADO.
           ADD 1 TO WK-CONTADOR.
      *
       0385-MARCA-MOVIMENTO SECTION.
      *----> LIGA O MOVIMENTO AO SEU PAR DE ESTORNO, COMO O ESTORNO
      *----> FAZ COM O ORIGINAL E O MOVIMENTO OPOSTO.
           MOVE WK-MARCA-ID TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   DISPLAY "ERRO: MOVIMENTO " WK-MARCA-ID
                           " SUMIU DURANTE A DECISAO DO CASO "
                           CT-IDCASO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE WK-MARCA-ESTORNO   TO FD-ESTORNO.
           MOVE WK-MARCA-ORIG      TO FD-IDTRANS-ORIG.
           REWRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO MARCAR O MOVIMENTO " WK-MARCA-ID
                       " DO CASO " CT-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0390-REGISTRA-JORNAL SECTION.
      *----> MARCO DE AUDITORIA NO JORNAL COM SALDOS ZERADOS, COMO NO
      *----> ESTORNO - O EFEITO NO SALDO E JORNALIZADO PELO CALCSALDO.
      *----> ORIGEM "CT" NA ABERTURA E NO CASO IMPROCEDENTE, "ES" NOS
      *----> PARES DE ESTORNO.
           MOVE CT-IDCONTA         TO JR-IDCONTA.
           MOVE WK-DATA-MOVIMENTO  TO JR-DATA-MOV.
           MOVE ZEROS              TO JR-CONTRAPARTE.
           MOVE ZEROS              TO JR-SALDO-ANTES.
           MOVE ZEROS              TO JR-SALDO-DEPOIS.
           MOVE CT-MOEDA           TO JR-MOEDA.
           WRITE REG-JORNAL.
           IF WK-FS-JORNAL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-JORNAL
                       " NA ESCRITA DO ARQUIVO JORNAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0395-AUDITA-PASSO SECTION.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE WK-OPERADOR     TO AU-OPERADOR.
           MOVE CT-IDCONTA      TO AU-IDCONTA.
           MOVE "CONTES"        TO AU-CAMPO.
           MOVE WK-AUD-ANTIGO   TO AU-VALOR-ANTIGO.
           MOVE WK-AUD-NOVO     TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DO CASO " CT-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE PARM-CONTEST.
           CLOSE CONTEST.
           CLOSE CADTRANS.
           IF HISTORICO-DISPONIVEL
               CLOSE CADTRANSH
           END-IF.
           CLOSE PERIODO.
           CLOSE JORNAL.
           CLOSE CONTAAUD.
           DISPLAY "CONTCAD: SOLICITADOS..... " WK-QTD-SOLICITADOS.
           DISPLAY "CONTCAD: CASOS ABERTOS... " WK-QTD-ABERTOS.
           DISPLAY "CONTCAD: PROCEDENTES..... " WK-QTD-PROCEDENTES.
           DISPLAY "CONTCAD: IMPROCEDENTES... " WK-QTD-IMPROCEDENTES.
           DISPLAY "CONTCAD: RECUSADOS....... " WK-QTD-RECUSADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CONTCAD.
