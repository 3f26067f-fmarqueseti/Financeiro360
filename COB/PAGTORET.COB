      ******************************************************************
      * FILE NAME   : PAGTORET                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PROCESSA O RETORNO DO BANCO PARA A REMESSA DE    *
      *               PAGAMENTOS DO PAGTOREM - AMARRA O RETORNO A      *
      *               REMESSA PELOS HASH TOTALS DO HEADER, CONFERE O   *
      *               TRAILER ANTES DE APLICAR QUALQUER ITEM, MARCA AS *
      *               ORDENS PAGAS NO PAGTOREG E ESTORNA O DEBITO DAS  *
      *               ORDENS DEVOLVIDAS (MOVIMENTO OPOSTO LIGADO AO    *
      *               ORIGINAL POR FD-ESTORNO / FD-IDTRANS-ORIG, COM   *
      *               OS DOIS LADOS NO JORNAL COM ORIGEM "ES").        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTORET.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> RETORNO DO BANCO: HEADER ECOANDO A REMESSA, LINHAS "D"
      *----> COM O DETALHE REMETIDO MAIS STATUS A/R E MOTIVO, E
      *----> TRAILER COM OS MESMOS TOTAIS
           SELECT PAGTO-RETORNO ASSIGN DYNAMIC WK-ARQ-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-RETORNO.

      *----> REMESSA ENTREGUE - SO O HEADER E LIDO, PARA A AMARRACAO
      *----> PELOS HASH TOTALS
           SELECT REMESSA ASSIGN DYNAMIC WK-ARQ-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-REMESSA.

           SELECT PAGTOREG ASSIGN DYNAMIC WK-ARQ-PAGTOREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-IDPAGTO
           FILE STATUS IS WK-FS-PAGTOREG.

           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

      *----> DEBITO DE REMESSA DE UM PERIODO JA FECHADO ESTA NO
      *----> HISTORICO - E LA QUE O ORIGINAL E MARCADO COMO ESTORNADO
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

           SELECT REL-RETORNO ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> TRAVA DE CICLO EM ANDAMENTO - OS ESTORNOS CONCORRERIAM
      *----> COM O CALCSALDO SOBRE CADTRANS
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-RETORNO.
       01 REG-RETORNO               PIC X(150).

       FD REMESSA.
       01 REG-REMESSA               PIC X(120).

       FD PAGTOREG.
       COPY PAGTOREG.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD CADTRANSH.
       COPY CADTRANSH.

       FD PERIODO.
       COPY PERIODO.

       FD JORNAL
             RECORDING MODE IS F.
       COPY JORNAL.

       FD REL-RETORNO.
       01 REG-IMPRESSAO             PIC X(132).

       FD CICLOLOCK.
       COPY CICLOLOCK.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-RETORNO           PIC X(100)   VALUE
           "C:\teste\pagto-retorno.txt".
       77  WK-PREFIXO-REMESSA       PIC X(100)   VALUE
           "C:\teste\pagto-remessa".
       77  WK-ARQ-PAGTOREG          PIC X(100)   VALUE
           "C:\teste\pagtoreg.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-JORNAL            PIC X(100)   VALUE
           "C:\teste\jornal.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\pagtoret-rel.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-ARQ-REMESSA           PIC X(100)    VALUE SPACES.
       77  WK-FS-RETORNO            PIC X(2)      VALUE SPACES.
       77  WK-FS-REMESSA            PIC X(2)      VALUE SPACES.
       77  WK-FS-PAGTOREG           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANSH          PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-JORNAL             PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
      *----> STATUS DA MARCACAO DO ORIGINAL, EM CADTRANS OU NO
      *----> HISTORICO

       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-ID-ORIGINAL           PIC 9(08)     VALUE ZEROS.
       77  WK-ID-ESTORNO            PIC 9(08)     VALUE ZEROS.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.

      *----> COPIA DO DEBITO ORIGINAL PARA MONTAR O ESTORNO SEM
      *----> DEPENDER DO BUFFER DO ARQUIVO DE ONDE ELE VEIO
       01  WK-MOV-ORIGINAL.
           03  WK-MO-TIPO           PIC 9(01).
           03  WK-MO-VALOR          PIC 9(09)V9(02).
           03  WK-MO-DESCR          PIC X(30).
           03  WK-MO-IDCONTA        PIC 9(04).
           03  WK-MO-CATEGORIA      PIC X(02).
           03  WK-MO-CONTRAPARTE    PIC 9(04).
           03  WK-MO-MOEDA          PIC X(03).

       01  WK-SW-ORIGEM             PIC X         VALUE "C".
           88  ORIGINAL-EM-CADTRANS               VALUE "C".
           88  ORIGINAL-NO-HISTORICO              VALUE "H".
       01  WK-SW-HISTORICO          PIC X         VALUE "S".
           88  HISTORICO-DISPONIVEL               VALUE "S".
           88  HISTORICO-AUSENTE                  VALUE "N".
       01  WK-SW-ITEM               PIC X         VALUE "S".
           88  ITEM-VALIDO                        VALUE "S".
           88  ITEM-DIVERGENTE                    VALUE "N".
           88  ITEM-JA-PROCESSADO                 VALUE "J".

      *----> HEADER DA REMESSA ENTREGUE (LAYOUT DO PAGTOREM)
       01  WK-LIN-ENTREGUE.
           03  EN-TIPO-REG          PIC X(01).
           03  EN-DATA              PIC 9(08).
           03  EN-QTD-ITENS         PIC 9(06).
           03  EN-TOT-VALOR         PIC 9(13)V9(02).
           03  EN-HASH-ORDENS       PIC 9(15).

      *----> LINHAS DO RETORNO - HEADER, DETALHE E TRAILER
       01  WK-RET-HEADER.
           03  RH-TIPO-REG          PIC X(01).
           03  RH-DATA              PIC 9(08).
           03  RH-QTD-ITENS         PIC 9(06).
           03  RH-TOT-VALOR         PIC 9(13)V9(02).
           03  RH-HASH-ORDENS       PIC 9(15).

       01  WK-RET-DETALHE.
           03  RD-TIPO-REG          PIC X(01).
           03  RD-IDPAGTO           PIC 9(08).
           03  RD-IDTRANS           PIC 9(08).
           03  RD-IDCONTA           PIC 9(04).
           03  RD-BANCO             PIC 9(03).
           03  RD-AGENCIA           PIC 9(04).
           03  RD-CONTA-FAVOR       PIC X(12).
           03  RD-DOC-FAVOR         PIC X(14).
           03  RD-NOME-FAVOR        PIC X(30).
           03  RD-VALOR             PIC 9(13)V9(02).
           03  RD-MOEDA             PIC X(03).
           03  RD-STATUS            PIC X(01).
           03  RD-MOTIVO            PIC X(20).

       01  WK-RET-TRAILER.
           03  RT-TIPO-REG          PIC X(01).
           03  RT-QTD-ITENS         PIC 9(06).
           03  RT-TOT-VALOR         PIC 9(13)V9(02).
           03  RT-HASH-ORDENS       PIC 9(15).

       01  WK-SW-HEADER             PIC X         VALUE "N".
           88  HEADER-RECEBIDO                    VALUE "S".
           88  HEADER-PENDENTE                    VALUE "N".
       01  WK-SW-TRAILER-RET        PIC X         VALUE "N".
           88  TRAILER-RECEBIDO                   VALUE "S".
           88  TRAILER-PENDENTE                   VALUE "N".
       77  WK-QTD-DETALHES          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PAGAS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DEVOLVIDAS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DIVERGENTES       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-JA-PROCESSADAS    PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-PAGO              PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-DEVOLVIDO         PIC 9(13)V9(02) VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - RETORNO DE PAGAMENTOS".
           03  FILLER               PIC X(12)     VALUE
               "REMESSA: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB2.
           03  FILLER               PIC X(10)     VALUE "ORDEM".
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(20)     VALUE
               "               VALOR".
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(14)     VALUE "SITUACAO".
           03  FILLER               PIC X(40)     VALUE
               "MOTIVO / ESTORNO".

       01  WK-LIN-DETALHE.
           03  DET-IDPAGTO          PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDCONTA          PIC 9(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(14).
           03  DET-MOTIVO           PIC X(40).

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
           PERFORM 0130-VERIFICA-TRAVA-DE-CICLO.
           PERFORM 0110-OPEN-DATA.

      *----> PRIMEIRA PASSADA: SO CONFERE HEADER, TRAILER E CONTAGEM.
      *----> UM RETORNO TRUNCADO OU DE OUTRA REMESSA E RECUSADO ANTES
      *----> DE QUALQUER ORDEM SER BAIXADA OU ESTORNADA.
           PERFORM 0290-CONFERE-RETORNO.

           PERFORM 0150-DETERMINA-CONTADOR.
           PERFORM 0160-LE-DATA-MOVIMENTO.
           PERFORM 0120-OPEN-ATUALIZACAO.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-RETORNO EQUAL "10".

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "PAGTO-RETORNO" TO CFG-NOME.
           MOVE WK-ARQ-RETORNO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RETORNO.
           MOVE "PAGTO-REM-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-REMESSA     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-REMESSA.
           MOVE "PAGTOREG" TO CFG-NOME.
           MOVE WK-ARQ-PAGTOREG        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PAGTOREG.
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
           MOVE "PAGTORET-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, OS ESTORNOS CONCORRERIAM
      *----> COM O CALCSALDO SOBRE CADTRANS - EXECUCAO RECUSADA.
           OPEN INPUT CICLOLOCK.
           IF WK-FS-CICLOLOCK NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           READ CICLOLOCK
               AT END
                   CONTINUE
               NOT AT END
                   IF CICLO-EM-ANDAMENTO
                       DISPLAY "PAGTORET: CICLO NOTURNO EM ANDAMENTO"
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
           OPEN INPUT PAGTO-RETORNO.
           IF WK-FS-RETORNO EQUAL "35"
               DISPLAY "PAGTORET: RETORNO DE PAGAMENTOS NAO RECEBIDO "
                       "- NADA A PROCESSAR"
               GOBACK
           END-IF.
           IF WK-FS-RETORNO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RETORNO
                       " NA ABERTURA DO RETORNO DE PAGAMENTOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CADTRANS.
           PERFORM 0220-VALIDATE-CADTRANS-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.
      *
       0120-OPEN-ATUALIZACAO.
      *----> SO DEPOIS DA CONFERENCIA DO RETORNO OS ARQUIVOS QUE
      *----> RECEBEM AS BAIXAS E OS ESTORNOS SAO ABERTOS.
           OPEN INPUT PAGTO-RETORNO.
           IF WK-FS-RETORNO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RETORNO
                       " NA REABERTURA DO RETORNO DE PAGAMENTOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PAGTOREG.
           IF WK-FS-PAGTOREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PAGTOREG
                       " NA ABERTURA DO ARQUIVO PAGTOREG"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM HISTORICO (NENHUM FECHAMENTO AINDA) TODO DEBITO
      *----> REMETIDO AINDA ESTA EM CADTRANS. O HISTORICO E
      *----> CONSULTADO, NUNCA REGRAVADO.
           OPEN INPUT CADTRANSH.
           IF WK-FS-CADTRANSH EQUAL "35"
               SET HISTORICO-AUSENTE TO TRUE
           ELSE
               IF WK-FS-CADTRANSH NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CADTRANSH
                           " NA ABERTURA DO ARQUIVO CADTRANSH"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN EXTEND JORNAL.
           IF WK-FS-JORNAL EQUAL "35"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           PERFORM 0270-VALIDATE-JORNAL-OPEN.

           OPEN OUTPUT REL-RETORNO.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-DETERMINA-CONTADOR SECTION.
      *----> CONTINUA A NUMERACAO DE FD-IDTRANS A PARTIR DO MAIOR ID
      *----> JA GRAVADO, COMO O ESTORNO.
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.

           PERFORM 0155-LE-PROXIMO-ID
               UNTIL WK-FS-CADTRANS EQUAL "10".

           MOVE "00" TO WK-FS-CADTRANS.
           EXIT SECTION.
      *
       0155-LE-PROXIMO-ID.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
               NOT AT END
                   COMPUTE WK-CONTADOR = FD-IDTRANS + 1
           END-READ.
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

      *----> O ESTORNO DA ORDEM DEVOLVIDA E LANCADO NA DATA DE
      *----> MOVIMENTO CORRENTE - O PERIODO CORRENTE PRECISA ESTAR
      *----> ABERTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "PAGTORET: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "PAGTORET: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0220-VALIDATE-CADTRANS-OPEN.
           EVALUATE WK-FS-CADTRANS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-CADTRANS
                           " NA ABERTURA DO ARQUIVO CADTRANS"
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
      *
       0270-VALIDATE-JORNAL-OPEN.
           EVALUATE WK-FS-JORNAL
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-JORNAL
                           " NA ABERTURA DO ARQUIVO JORNAL"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       0280-VALIDATE-JORNAL-WRITE.
           EVALUATE WK-FS-JORNAL
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-JORNAL
                           " NA ESCRITA DO ARQUIVO JORNAL"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       0290-CONFERENCIA SECTION.
       0290-CONFERE-RETORNO.
           PERFORM 0292-CONFERE-LINHA
               UNTIL WK-FS-RETORNO EQUAL "10".
           CLOSE PAGTO-RETORNO.

           IF HEADER-PENDENTE
               DISPLAY "PAGTORET: RETORNO SEM HEADER - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM O TRAILER (OU COM CONTAGEM DIFERENTE DAS LINHAS
      *----> REALMENTE LIDAS) O RETORNO PODE ESTAR TRUNCADO - NADA
      *----> E BAIXADO NEM ESTORNADO.
           IF TRAILER-PENDENTE
               DISPLAY "PAGTORET: RETORNO SEM TRAILER - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-QTD-DETALHES NOT EQUAL RT-QTD-ITENS
               DISPLAY "PAGTORET: RETORNO TRUNCADO - TRAILER ANUNCIA "
                       RT-QTD-ITENS " ITENS E " WK-QTD-DETALHES
                       " FORAM LIDOS - EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "00" TO WK-FS-RETORNO.
      *
       0292-CONFERE-LINHA.
           READ PAGTO-RETORNO
               AT END
                   MOVE "10" TO WK-FS-RETORNO
               NOT AT END
                   EVALUATE REG-RETORNO(1:1)
                       WHEN "H"
                           PERFORM 0294-CONFERE-HEADER
                       WHEN "D"
                           IF HEADER-PENDENTE
                               DISPLAY "PAGTORET: DETALHE ANTES DO "
                                       "HEADER - EXECUCAO RECUSADA"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WK-QTD-DETALHES
                       WHEN "T"
                           PERFORM 0296-CONFERE-TRAILER
                       WHEN OTHER
                           DISPLAY "PAGTORET: LINHA DE RETORNO "
                                   "DESCONHECIDA - IGNORADA"
                   END-EVALUATE
           END-READ.
      *
       0294-CONFERE-HEADER.
      *----> A DATA DO HEADER NOMEIA A REMESSA ENTREGUE; O RETORNO SO
      *----> E ACEITO SE ECOAR OS HASH TOTALS DAQUELE ARQUIVO.
           MOVE REG-RETORNO TO WK-RET-HEADER.
           MOVE RH-DATA     TO CAB1-DATA.
           MOVE SPACES TO WK-ARQ-REMESSA.
           STRING WK-PREFIXO-REMESSA DELIMITED BY SPACES
                  "-"                DELIMITED BY SIZE
                  RH-DATA            DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
               INTO WK-ARQ-REMESSA.

           OPEN INPUT REMESSA.
           IF WK-FS-REMESSA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-REMESSA
                       " NA ABERTURA DA REMESSA " WK-ARQ-REMESSA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ REMESSA
               AT END
                   DISPLAY "PAGTORET: REMESSA ENTREGUE VAZIA - "
                           "EXECUCAO RECUSADA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE REG-REMESSA TO WK-LIN-ENTREGUE.
           CLOSE REMESSA.

           IF EN-TIPO-REG NOT EQUAL "H"
               DISPLAY "PAGTORET: REMESSA ENTREGUE SEM HEADER - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF RH-DATA NOT EQUAL EN-DATA
                   OR RH-QTD-ITENS NOT EQUAL EN-QTD-ITENS
                   OR RH-TOT-VALOR NOT EQUAL EN-TOT-VALOR
                   OR RH-HASH-ORDENS NOT EQUAL EN-HASH-ORDENS
               DISPLAY "PAGTORET: RETORNO NAO CORRESPONDE A REMESSA "
                       "ENTREGUE (HASH TOTALS) - EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET HEADER-RECEBIDO TO TRUE.
      *
       0296-CONFERE-TRAILER.
           MOVE REG-RETORNO TO WK-RET-TRAILER.
           IF HEADER-PENDENTE
                   OR RT-QTD-ITENS NOT EQUAL EN-QTD-ITENS
                   OR RT-TOT-VALOR NOT EQUAL EN-TOT-VALOR
                   OR RT-HASH-ORDENS NOT EQUAL EN-HASH-ORDENS
               DISPLAY "PAGTORET: TRAILER DO RETORNO NAO CORRESPONDE"
                       " A REMESSA ENTREGUE (HASH TOTALS) - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET TRAILER-RECEBIDO TO TRUE.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ PAGTO-RETORNO
               AT END
                   MOVE "10" TO WK-FS-RETORNO
               NOT AT END
                   IF REG-RETORNO(1:1) EQUAL "D"
                       MOVE REG-RETORNO TO WK-RET-DETALHE
                       PERFORM 0330-TRATA-DETALHE
                   END-IF
           END-READ.
      *
       0330-TRATA-DETALHE SECTION.
           PERFORM 0340-LOCALIZA-ORDEM.
           IF ITEM-DIVERGENTE
               PERFORM 0380-REGISTRA-DIVERGENCIA
               GO TO 0330-TRATA-DETALHE-EXIT
           END-IF.
           IF ITEM-JA-PROCESSADO
               ADD 1 TO WK-QTD-JA-PROCESSADAS
               MOVE "JA PROCESSADA" TO DET-SITUACAO
               MOVE PR-MOTIVO-RET   TO DET-MOTIVO
               PERFORM 0390-IMPRIME-ITEM
               GO TO 0330-TRATA-DETALHE-EXIT
           END-IF.

      *----> STATUS FORA DE A/R NAO BAIXA NEM ESTORNA - A ORDEM FICA
      *----> ENVIADA ATE O BANCO CONFIRMAR O QUE FOI FEITO COM ELA.
           EVALUATE RD-STATUS
               WHEN "A"
                   PERFORM 0350-BAIXA-PAGA
               WHEN "R"
                   PERFORM 0360-ESTORNA-DEVOLVIDA
               WHEN OTHER
                   SET ITEM-DIVERGENTE TO TRUE
                   MOVE "STATUS DE RETORNO INVALIDO" TO WK-MOTIVO
                   PERFORM 0380-REGISTRA-DIVERGENCIA
           END-EVALUATE.
       0330-TRATA-DETALHE-EXIT.
           EXIT.
      *
       0340-LOCALIZA-ORDEM SECTION.
           SET ITEM-VALIDO TO TRUE.
           MOVE SPACES TO WK-MOTIVO.
           IF RD-IDPAGTO NOT NUMERIC
               SET ITEM-DIVERGENTE TO TRUE
               MOVE "NUMERO DA ORDEM INVALIDO" TO WK-MOTIVO
               GO TO 0340-LOCALIZA-ORDEM-EXIT
           END-IF.
           MOVE RD-IDPAGTO TO PR-IDPAGTO.
           READ PAGTOREG
               INVALID KEY
                   SET ITEM-DIVERGENTE TO TRUE
                   MOVE "ORDEM NAO REGISTRADA" TO WK-MOTIVO
           END-READ.
           IF ITEM-DIVERGENTE
               GO TO 0340-LOCALIZA-ORDEM-EXIT
           END-IF.

      *----> O ITEM TEM QUE SER DESTA REMESSA E APONTAR PARA O MESMO
      *----> DEBITO QUE O PAGTOREM REGISTROU.
           IF PR-DATA-REMESSA NOT EQUAL RH-DATA
                   OR RD-IDTRANS NOT NUMERIC
                   OR PR-IDTRANS NOT EQUAL RD-IDTRANS
               SET ITEM-DIVERGENTE TO TRUE
               MOVE "ORDEM NAO CORRESPONDE A REMESSA" TO WK-MOTIVO
               GO TO 0340-LOCALIZA-ORDEM-EXIT
           END-IF.

      *----> RETORNO REPROCESSADO - A ORDEM JA FOI BAIXADA.
           IF NOT PAGTO-ENVIADO
               SET ITEM-JA-PROCESSADO TO TRUE
           END-IF.
       0340-LOCALIZA-ORDEM-EXIT.
           EXIT.
      *
       0350-BAIXA-PAGA SECTION.
           MOVE "P"               TO PR-STATUS.
           MOVE WK-DATA-MOVIMENTO TO PR-DATA-RETORNO.
           MOVE SPACES            TO PR-MOTIVO-RET.
           PERFORM 0375-REGRAVA-ORDEM.
           ADD 1        TO WK-QTD-PAGAS.
           ADD PR-VALOR TO WK-TOT-PAGO.
           MOVE "PAGA"   TO DET-SITUACAO.
           MOVE SPACES   TO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ITEM.
      *
       0360-ESTORNA-DEVOLVIDA SECTION.
      *----> O DEBITO ORIGINAL ESTA EM CADTRANS SE O PERIODO DA
      *----> REMESSA AINDA ESTA ABERTO; SENAO FOI PARA O HISTORICO
      *----> NO FECHAMENTO, COM O PERIODO DA REMESSA NA CHAVE. O
      *----> FD-IDTRANS RECOMECA A CADA FECHAMENTO - O ARQUIVO E
      *----> ESCOLHIDO PELO PERIODO, NUNCA PELA FALTA DO ID EM
      *----> CADTRANS, E O MOVIMENTO ACHADO TEM QUE SER DA CONTA E DO
      *----> VALOR DA ORDEM.
           MOVE PR-IDTRANS TO WK-ID-ORIGINAL.
           SET ORIGINAL-EM-CADTRANS TO TRUE.
           MOVE PR-DATA-REMESSA(1:6) TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-FECHADO
                       SET ORIGINAL-NO-HISTORICO TO TRUE
                   END-IF
           END-READ.

           IF ORIGINAL-EM-CADTRANS
               MOVE WK-ID-ORIGINAL TO FD-IDTRANS
               READ CADTRANS
                   INVALID KEY
                       SET ITEM-DIVERGENTE TO TRUE
                       MOVE "DEBITO NAO LOCALIZADO" TO WK-MOTIVO
               END-READ
           ELSE
               PERFORM 0365-LOCALIZA-NO-HISTORICO
           END-IF.

           IF ORIGINAL-EM-CADTRANS AND ITEM-VALIDO
               EVALUATE TRUE
                   WHEN FD-IDCONTA NOT EQUAL PR-IDCONTA
                           OR FD-VALOR NOT EQUAL PR-VALOR
                       SET ITEM-DIVERGENTE TO TRUE
                       MOVE "DEBITO NAO CONFERE COM A ORDEM"
                                           TO WK-MOTIVO
                   WHEN NOT MOVIMENTO-NORMAL
                       SET ITEM-DIVERGENTE TO TRUE
                       MOVE "DEBITO JA ESTORNADO" TO WK-MOTIVO
                   WHEN OTHER
                       MOVE FD-TIPO        TO WK-MO-TIPO
                       MOVE FD-VALOR       TO WK-MO-VALOR
                       MOVE FD-DESCR       TO WK-MO-DESCR
                       MOVE FD-IDCONTA     TO WK-MO-IDCONTA
                       MOVE FD-CATEGORIA   TO WK-MO-CATEGORIA
                       MOVE ZEROS          TO WK-MO-CONTRAPARTE
                       MOVE FD-MOEDA       TO WK-MO-MOEDA
               END-EVALUATE
           END-IF.
           IF ITEM-DIVERGENTE
               PERFORM 0380-REGISTRA-DIVERGENCIA
               GO TO 0360-ESTORNA-DEVOLVIDA-EXIT
           END-IF.

      *----> GRAVA O CREDITO DE ESTORNO NA DATA DE MOVIMENTO
      *----> CORRENTE, APONTANDO PARA O DEBITO ORIGINAL.
           MOVE WK-CONTADOR        TO WK-ID-ESTORNO.
           MOVE WK-DATA-MOVIMENTO  TO FD-DATA.
           IF WK-MO-TIPO EQUAL 1
               MOVE 2 TO FD-TIPO
           ELSE
               MOVE 1 TO FD-TIPO
           END-IF.
           MOVE WK-MO-VALOR        TO FD-VALOR.
           MOVE WK-MO-DESCR        TO FD-DESCR.
           MOVE WK-MO-IDCONTA      TO FD-IDCONTA.
           MOVE WK-MO-CATEGORIA    TO FD-CATEGORIA.
           MOVE WK-ID-ESTORNO      TO FD-IDTRANS.
           MOVE WK-MO-CONTRAPARTE  TO FD-CONTRAPARTE.
           MOVE "R"                TO FD-ESTORNO.
           MOVE WK-ID-ORIGINAL     TO FD-IDTRANS-ORIG.
           MOVE WK-MO-MOEDA        TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR O ESTORNO DO DEBITO "
                       WK-ID-ORIGINAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR.

           PERFORM 0370-MARCA-ORIGINAL.
           PERFORM 0377-REGISTRA-JORNAL.

           MOVE "D"               TO PR-STATUS.
           MOVE WK-ID-ESTORNO     TO PR-IDTRANS-EST.
           MOVE WK-DATA-MOVIMENTO TO PR-DATA-RETORNO.
           MOVE RD-MOTIVO         TO PR-MOTIVO-RET.
           PERFORM 0375-REGRAVA-ORDEM.

           ADD 1        TO WK-QTD-DEVOLVIDAS.
           ADD PR-VALOR TO WK-TOT-DEVOLVIDO.
           DISPLAY "PAGTORET: ORDEM " PR-IDPAGTO " DEVOLVIDA - "
                   "DEBITO " WK-ID-ORIGINAL " ESTORNADO PELO "
                   "MOVIMENTO " WK-ID-ESTORNO.
           MOVE "DEVOLVIDA"       TO DET-SITUACAO.
           MOVE SPACES            TO DET-MOTIVO.
           STRING RD-MOTIVO       DELIMITED BY SIZE
                  " ESTORNO "     DELIMITED BY SIZE
                  WK-ID-ESTORNO   DELIMITED BY SIZE
               INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ITEM.
       0360-ESTORNA-DEVOLVIDA-EXIT.
           EXIT.
      *
       0365-LOCALIZA-NO-HISTORICO SECTION.
           IF HISTORICO-AUSENTE
               SET ITEM-DIVERGENTE TO TRUE
               MOVE "DEBITO NAO LOCALIZADO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           MOVE PR-DATA-REMESSA(1:6) TO HS-PERIODO.
           MOVE WK-ID-ORIGINAL       TO HS-IDTRANS.
           READ CADTRANSH
               INVALID KEY
                   SET ITEM-DIVERGENTE TO TRUE
                   MOVE "DEBITO NAO LOCALIZADO" TO WK-MOTIVO
           END-READ.
           IF ITEM-DIVERGENTE
               EXIT SECTION
           END-IF.
           IF HS-IDCONTA NOT EQUAL PR-IDCONTA
                   OR HS-VALOR NOT EQUAL PR-VALOR
               SET ITEM-DIVERGENTE TO TRUE
               MOVE "DEBITO NAO CONFERE COM A ORDEM" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           IF HS-ESTORNO NOT EQUAL SPACES
               SET ITEM-DIVERGENTE TO TRUE
               MOVE "DEBITO JA ESTORNADO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           MOVE HS-TIPO        TO WK-MO-TIPO.
           MOVE HS-VALOR       TO WK-MO-VALOR.
           MOVE HS-DESCR       TO WK-MO-DESCR.
           MOVE HS-IDCONTA     TO WK-MO-IDCONTA.
           MOVE HS-CATEGORIA   TO WK-MO-CATEGORIA.
           MOVE ZEROS          TO WK-MO-CONTRAPARTE.
           MOVE HS-MOEDA       TO WK-MO-MOEDA.
      *
       0370-MARCA-ORIGINAL SECTION.
      *----> MARCA O DEBITO COMO ESTORNADO, APONTANDO PARA O
      *----> ESTORNO; SE A REGRAVACAO FALHAR O ESTORNO RECEM-GRAVADO
      *----> E REMOVIDO PARA NAO FICAR UM PAR PELA METADE. DEBITO QUE
      *----> JA FOI PARA O HISTORICO NAO E MARCADO: O PERIODO ESTA
      *----> FECHADO E O VINCULO FICA NO ESTORNO (FD-IDTRANS-ORIG) E
      *----> NA ORDEM (PR-IDTRANS-EST).
           IF ORIGINAL-NO-HISTORICO
               EXIT SECTION
           END-IF.
           MOVE WK-ID-ORIGINAL TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   MOVE "23" TO WK-FS-CADTRANS
           END-READ.
           IF WK-FS-CADTRANS EQUAL "00"
               MOVE "E"            TO FD-ESTORNO
               MOVE WK-ID-ESTORNO  TO FD-IDTRANS-ORIG
               REWRITE REG-CADTRANS
           END-IF.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO MARCAR O DEBITO " WK-ID-ORIGINAL
                       " - DESFAZENDO O ESTORNO " WK-ID-ESTORNO
               MOVE WK-ID-ESTORNO TO FD-IDTRANS
               DELETE CADTRANS RECORD
               IF WK-FS-CADTRANS NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CADTRANS
                           " AO DESFAZER O ESTORNO " WK-ID-ESTORNO
                           " - INTERVENCAO MANUAL"
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0375-REGRAVA-ORDEM SECTION.
           REWRITE REG-PAGTOREG.
           IF WK-FS-PAGTOREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PAGTOREG
                       " AO ATUALIZAR A ORDEM " PR-IDPAGTO
                       " NO PAGTOREG"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0377-REGISTRA-JORNAL SECTION.
      *----> OS DOIS LADOS DO PAR VAO PARA O JORNAL COM ORIGEM "ES"
      *----> E SALDOS ZERADOS, COMO NO ESTORNO - O EFEITO NO SALDO E
      *----> JORNALIZADO PELO CALCSALDO.
           MOVE WK-MO-IDCONTA      TO JR-IDCONTA.
           MOVE WK-ID-ORIGINAL     TO JR-IDTRANS.
           MOVE WK-DATA-MOVIMENTO  TO JR-DATA-MOV.
           MOVE WK-MO-TIPO         TO JR-TIPO.
           MOVE WK-MO-VALOR        TO JR-VALOR.
           MOVE WK-MO-CONTRAPARTE  TO JR-CONTRAPARTE.
           MOVE ZEROS              TO JR-SALDO-ANTES.
           MOVE ZEROS              TO JR-SALDO-DEPOIS.
           MOVE "ES"               TO JR-ORIGEM.
           MOVE WK-MO-MOEDA        TO JR-MOEDA.
           WRITE REG-JORNAL.
           PERFORM 0280-VALIDATE-JORNAL-WRITE.

           MOVE WK-ID-ESTORNO      TO JR-IDTRANS.
           IF WK-MO-TIPO EQUAL 1
               MOVE 2 TO JR-TIPO
           ELSE
               MOVE 1 TO JR-TIPO
           END-IF.
           WRITE REG-JORNAL.
           PERFORM 0280-VALIDATE-JORNAL-WRITE.
      *
       0380-REGISTRA-DIVERGENCIA SECTION.
           ADD 1 TO WK-QTD-DIVERGENTES.
           DISPLAY "PAGTORET: ITEM DA ORDEM " RD-IDPAGTO
                   " DIVERGENTE: " WK-MOTIVO.
           MOVE "DIVERGENTE"  TO DET-SITUACAO.
           MOVE WK-MOTIVO     TO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ITEM.
      *
       0390-IMPRIME-ITEM SECTION.
           IF RD-IDPAGTO NUMERIC
               MOVE RD-IDPAGTO TO DET-IDPAGTO
           ELSE
               MOVE ZEROS      TO DET-IDPAGTO
           END-IF.
           IF RD-IDCONTA NUMERIC
               MOVE RD-IDCONTA TO DET-IDCONTA
           ELSE
               MOVE ZEROS      TO DET-IDCONTA
           END-IF.
           IF RD-VALOR NUMERIC
               MOVE RD-VALOR   TO DET-VALOR
           ELSE
               MOVE ZEROS      TO DET-VALOR
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0600-TOTAIS SECTION.
       0690-TOTAIS-GERAIS.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ITENS NO RETORNO.............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DETALHES      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS PAGAS.................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PAGAS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS DEVOLVIDAS/ESTORNADAS.."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DEVOLVIDAS    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ITENS JA PROCESSADOS.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-JA-PROCESSADAS TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ITENS DIVERGENTES............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-DIVERGENTES   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "VALOR PAGO...................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-PAGO          TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "VALOR DEVOLVIDO..............."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-DEVOLVIDO     TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
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
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB2.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 4 TO WK-LINHAS.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE PAGTO-RETORNO.
           CLOSE PAGTOREG.
           CLOSE CADTRANS.
           IF HISTORICO-DISPONIVEL
               CLOSE CADTRANSH
           END-IF.
           CLOSE PERIODO.
           CLOSE JORNAL.
           CLOSE REL-RETORNO.
           DISPLAY "PAGTORET: ITENS NO RETORNO..... " WK-QTD-DETALHES.
           DISPLAY "PAGTORET: ORDENS PAGAS......... " WK-QTD-PAGAS.
           DISPLAY "PAGTORET: ORDENS DEVOLVIDAS.... "
                   WK-QTD-DEVOLVIDAS.
           DISPLAY "PAGTORET: JA PROCESSADAS....... "
                   WK-QTD-JA-PROCESSADAS.
           DISPLAY "PAGTORET: ITENS DIVERGENTES.... "
                   WK-QTD-DIVERGENTES.
      *----> RC 4 SINALIZA DEVOLUCOES (ESTORNOS LANCADOS); RC 8
      *----> SINALIZA ITENS QUE PRECISAM DE TRATAMENTO MANUAL.
           IF WK-QTD-DIVERGENTES GREATER THAN ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-QTD-DEVOLVIDAS GREATER THAN ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM PAGTORET.
