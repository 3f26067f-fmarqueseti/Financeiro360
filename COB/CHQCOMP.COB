      ******************************************************************
      * FILE NAME   : CHQCOMP                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COMPENSACAO DIARIA DE CHEQUES - CONFERE HEADER E *
      *               TRAILER DO ARQUIVO DA COMPENSACAO ANTES DE       *
      *               QUALQUER LANCAMENTO, VALIDA CADA CHEQUE CONTRA O *
      *               REGISTRO DE CHEQUES (EMITIDO, NAO PAGO, NAO      *
      *               SUSTADO) E CONTRA O SALDO DISPONIVEL DA CONTA    *
      *               (LIMITE DE CREDITO E BLOQUEIOS JUDICIAIS), LANCA *
      *               O DEBITO DOS CHEQUES PAGOS EM CADTRANS E GERA O  *
      *               ARQUIVO DE CHEQUES DEVOLVIDOS DA DATA DE         *
      *               MOVIMENTO COM OS MOTIVOS PADRAO DE DEVOLUCAO.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCOMP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ARQUIVO DA COMPENSACAO: HEADER COM A DATA, UMA LINHA "D"
      *----> POR CHEQUE APRESENTADO E TRAILER COM OS TOTAIS
           SELECT COMPENSACAO ASSIGN DYNAMIC WK-ARQ-COMPENSACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-COMPENSACAO.

      *----> REGISTRO DE CHEQUES - REFERENCIA DA VALIDACAO E DESTINO
      *----> DO RESULTADO DE CADA APRESENTACAO
           SELECT CHEQUE ASSIGN DYNAMIC WK-ARQ-CHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CQ-CHAVE
           FILE STATUS IS WK-FS-CHEQUE.

      *----> EM I-O PARA REATIVAR A CONTA DORMENTE QUE TEM CHEQUE
      *----> PAGO, COMO NA CARGA DE MOVIMENTOS
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-IDTRANS
           ALTERNATE KEY IS FD-IDCONTA
           WITH DUPLICATES
           FILE STATUS IS WK-FS-CADTRANS.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

      *----> VALOR RETIDO POR ORDEM JUDICIAL - INDISPONIVEL PARA O
      *----> PAGAMENTO DO CHEQUE, COMO NO CALCSALDO
           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

      *----> AUDITORIA DAS REATIVACOES - MESMO ARQUIVO E LAYOUT DA
      *----> MANUTENCAO ONLINE (CONTAMAN)
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.

      *----> ARQUIVO DE TRABALHO - RECEBE AS DEVOLUCOES ENQUANTO OS
      *----> CHEQUES SAO PROCESSADOS; O HEADER SO PODE SER GRAVADO
      *----> DEPOIS, COM OS TOTAIS CONHECIDOS
           SELECT DEVOLUCAO-TRAB ASSIGN DYNAMIC WK-ARQ-TRAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-TRAB.

      *----> CHEQUES DEVOLVIDOS DA DATA DE MOVIMENTO - O NOME LEVA A
      *----> DATA, COMO A REMESSA DO PAGTOREM
           SELECT DEVOLUCAO ASSIGN DYNAMIC WK-ARQ-DEVOLUCAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-DEVOLUCAO.

           SELECT REL-COMPENSACAO ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> TRAVA DE CICLO EM ANDAMENTO - O LANCAMENTO DOS CHEQUES
      *----> CONCORRERIA COM O CALCSALDO SOBRE CADTRANS
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD COMPENSACAO.
       01 REG-COMPENSACAO           PIC X(100).

       FD CHEQUE.
       COPY CHEQUE.

       FD CADCONTA.
       COPY CADCONTA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD CONTAAUD.
       COPY CONTAAUD.

       FD DEVOLUCAO-TRAB
             RECORDING MODE IS F.
       01 REG-DEVOLUCAO-TRAB        PIC X(100).

       FD DEVOLUCAO.
       01 REG-DEVOLUCAO             PIC X(100).

       FD REL-COMPENSACAO.
       01 REG-IMPRESSAO             PIC X(132).

       FD CICLOLOCK.
       COPY CICLOLOCK.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-COMPENSACAO       PIC X(100)   VALUE
           "C:\teste\chq-compensacao.txt".
       77  WK-ARQ-CHEQUE            PIC X(100)   VALUE
           "C:\teste\cheque.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-TRAB              PIC X(100)   VALUE
           "C:\teste\chq-devolvidos.trb".
       77  WK-PREFIXO-DEVOLUCAO     PIC X(100)   VALUE
           "C:\teste\chq-devolvidos".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\chqcomp-rel.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-ARQ-DEVOLUCAO         PIC X(100)    VALUE SPACES.
       77  WK-FS-COMPENSACAO        PIC X(2)      VALUE SPACES.
       77  WK-FS-CHEQUE             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-TRAB               PIC X(2)      VALUE SPACES.
       77  WK-FS-DEVOLUCAO          PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-ID-DEBITO             PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-SISTEMA          PIC 9(08)     VALUE ZEROS.
       01  WK-HORA-SISTEMA.
           03  WK-HS-HH             PIC X(02).
           03  WK-HS-MM             PIC X(02).
           03  WK-HS-SS             PIC X(02).
           03  FILLER               PIC X(02).

      *----> MOTIVO DE DEVOLUCAO DO CHEQUE CORRENTE E SUA DESCRICAO
       77  WK-MOTIVO-DEV            PIC X(02)     VALUE SPACES.
       77  WK-DESCR-MOTIVO          PIC X(40)     VALUE SPACES.

      *----> SALDO DISPONIVEL DA CONTA: SALDO DE ABERTURA DO PERIODO
      *----> MAIS TODOS OS MOVIMENTOS JA GRAVADOS EM CADTRANS (OS
      *----> CHEQUES JA PAGOS NESTE ARQUIVO INCLUSIVE), MENOS O VALOR
      *----> RETIDO POR ORDEM JUDICIAL, ATE O LIMITE DE CREDITO
       77  WK-SALDO-ATUAL           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-PROJETADO       PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-DISPONIVEL      PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-LIMITE-NEG            PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-RETIDO                PIC 9(11)V9(02)  VALUE ZEROS.

      *----> POSICAO DO CHEQUE NO ARQUIVO DO DIA - NUMA REEXECUCAO O
      *----> MESMO ITEM VOLTA NA MESMA POSICAO E E RECONHECIDO
       77  WK-SEQ-ITEM              PIC 9(06)     VALUE ZEROS.

       77  WK-QTD-DETALHES          PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-CONFERENCIA       PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-HASH-CONFERENCIA      PIC 9(15)     VALUE ZEROS.
       77  WK-QTD-LIDOS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PAGOS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-DEVOLVIDOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REC-PAGOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REC-DEVOLVIDOS    PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REATIVADAS        PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-PAGO              PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-DEVOLVIDO         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-HASH-DEVOLVIDO        PIC 9(15)     VALUE ZEROS.
      *----> TOTAIS RECONTADOS NO ARQUIVO DE TRABALHO ANTES DA
      *----> ENTREGA - TEM QUE BATER COM AS DEVOLUCOES DO PROCESSAMENTO
       77  WK-QTD-CONFERIDA         PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-CONFERIDO         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-HASH-CONFERIDO        PIC 9(15)     VALUE ZEROS.
       77  WK-NUMERO-CONFERIDO      PIC 9(06)     VALUE ZEROS.

       01  WK-SW-ITEM               PIC X         VALUE "P".
           88  ITEM-PAGAR                         VALUE "P".
           88  ITEM-DEVOLVER                      VALUE "D".
           88  ITEM-PAGO-RECUPERADO               VALUE "R".
           88  ITEM-DEVOLVIDO-RECUPERADO          VALUE "V".
       01  WK-SW-FOLHA              PIC X         VALUE "N".
           88  FOLHA-REGISTRADA                   VALUE "S".
           88  FOLHA-NAO-REGISTRADA               VALUE "N".
       01  WK-SW-BLOQJUD            PIC X(01)     VALUE "N".
           88  HA-BLOQJUD                         VALUE "S".
       01  WK-SW-HEADER             PIC X         VALUE "N".
           88  HEADER-RECEBIDO                    VALUE "S".
           88  HEADER-PENDENTE                    VALUE "N".
       01  WK-SW-TRAILER            PIC X         VALUE "N".
           88  TRAILER-RECEBIDO                   VALUE "S".
           88  TRAILER-PENDENTE                   VALUE "N".

      *----> LINHAS DO ARQUIVO DA COMPENSACAO - HEADER, DETALHE E
      *----> TRAILER (HASH = SOMA DOS NUMEROS DOS CHEQUES)
       01  WK-COMP-HEADER.
           03  CH-TIPO-REG          PIC X(01).
           03  CH-DATA              PIC 9(08).

       01  WK-COMP-DETALHE.
           03  CD-TIPO-REG          PIC X(01).
           03  CD-BANCO-APRES       PIC 9(03).
           03  CD-IDCONTA           PIC X(04).
           03  CD-NUMERO            PIC 9(06).
           03  CD-VALOR             PIC 9(09)V9(02).

       01  WK-COMP-TRAILER.
           03  CT-TIPO-REG          PIC X(01).
           03  CT-QTD-ITENS         PIC 9(06).
           03  CT-TOT-VALOR         PIC 9(13)V9(02).
           03  CT-HASH-NUMEROS      PIC 9(15).

      *----> LAYOUTS DO ARQUIVO DE DEVOLVIDOS - HEADER, DETALHE E
      *----> TRAILER
       01  WK-DEV-HEADER.
           03  FILLER               PIC X(01)     VALUE "H".
           03  DH-DATA              PIC 9(08).
           03  DH-QTD-ITENS         PIC 9(06).
           03  DH-TOT-VALOR         PIC 9(13)V9(02).
           03  DH-HASH-NUMEROS      PIC 9(15).

       01  WK-DEV-DETALHE.
           03  DD-TIPO-REG          PIC X(01)     VALUE "D".
           03  DD-BANCO-APRES       PIC X(03).
           03  DD-IDCONTA           PIC X(04).
           03  DD-NUMERO            PIC X(06).
           03  DD-VALOR             PIC 9(09)V9(02).
           03  DD-MOTIVO            PIC X(02).
           03  DD-DESCR-MOTIVO      PIC X(40).

       01  WK-DEV-TRAILER.
           03  FILLER               PIC X(01)     VALUE "T".
           03  DT-QTD-ITENS         PIC 9(06).
           03  DT-TOT-VALOR         PIC 9(13)V9(02).
           03  DT-HASH-NUMEROS      PIC 9(15).

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - COMPENSACAO DE CHEQUES".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB2.
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(09)     VALUE "CHEQUE".
           03  FILLER               PIC X(06)     VALUE "BANCO".
           03  FILLER               PIC X(20)     VALUE
               "               VALOR".
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(14)     VALUE "SITUACAO".
           03  FILLER               PIC X(44)     VALUE
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
           03  DET-SITUACAO         PIC X(14).
           03  DET-MOTIVO           PIC X(44).

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
           PERFORM 0160-LE-DATA-MOVIMENTO.

      *----> PRIMEIRA PASSADA: SO CONFERE HEADER, TRAILER E TOTAIS.
      *----> UM ARQUIVO TRUNCADO OU DE OUTRA DATA E RECUSADO ANTES DE
      *----> QUALQUER CHEQUE SER PAGO OU DEVOLVIDO.
           PERFORM 0250-CONFERE-COMPENSACAO.

           PERFORM 0170-MONTA-NOME-DEVOLUCAO.
           PERFORM 0120-OPEN-ATUALIZACAO.
           PERFORM 0150-DETERMINA-CONTADOR.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-COMPENSACAO EQUAL "10".

           PERFORM 0600-GERA-DEVOLUCAO.
           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CHQ-COMPENSACAO" TO CFG-NOME.
           MOVE WK-ARQ-COMPENSACAO     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-COMPENSACAO.
           MOVE "CHEQUE" TO CFG-NOME.
           MOVE WK-ARQ-CHEQUE          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CHEQUE.
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
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "CHQ-DEV-TRAB" TO CFG-NOME.
           MOVE WK-ARQ-TRAB            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TRAB.
           MOVE "CHQ-DEV-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-DEVOLUCAO   TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-DEVOLUCAO.
           MOVE "CHQCOMP-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, O LANCAMENTO DOS CHEQUES
      *----> CONCORRERIA COM O CALCSALDO SOBRE CADTRANS - EXECUCAO
      *----> RECUSADA.
           OPEN INPUT CICLOLOCK.
           IF WK-FS-CICLOLOCK NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           READ CICLOLOCK
               AT END
                   CONTINUE
               NOT AT END
                   IF CICLO-EM-ANDAMENTO
                       DISPLAY "CHQCOMP: CICLO NOTURNO EM ANDAMENTO"
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
      *----> SEM ARQUIVO DA COMPENSACAO NAO HA CHEQUE A PAGAR -
      *----> ENCERRA NORMALMENTE.
           OPEN INPUT COMPENSACAO.
           IF WK-FS-COMPENSACAO EQUAL "35"
               DISPLAY "CHQCOMP: ARQUIVO DA COMPENSACAO NAO RECEBIDO "
                       "- NADA A PROCESSAR"
               GOBACK
           END-IF.
           PERFORM 0210-VALIDATE-COMPENSACAO-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.
      *
       0120-OPEN-ATUALIZACAO.
      *----> SO DEPOIS DA CONFERENCIA DO ARQUIVO OS ARQUIVOS QUE
      *----> RECEBEM OS PAGAMENTOS E AS DEVOLUCOES SAO ABERTOS.
           OPEN INPUT COMPENSACAO.
           PERFORM 0210-VALIDATE-COMPENSACAO-OPEN.

           OPEN I-O CHEQUE.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CHEQUE
                       " NA ABERTURA DO ARQUIVO CHEQUE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CADCONTA.
           PERFORM 0226-VALIDATE-CADCONTA-OPEN.

           OPEN I-O CADTRANS.
           PERFORM 0220-VALIDATE-CADTRANS-OPEN.

      *----> SEM ARQUIVO DE BLOQUEIOS NAO HA VALOR RETIDO.
           OPEN INPUT BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN "00"
                   SET HA-BLOQJUD TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " NA ABERTURA DO ARQUIVO BLOQJUD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

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

           OPEN OUTPUT DEVOLUCAO-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO DAS "
                       "DEVOLUCOES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-COMPENSACAO.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-DETERMINA-CONTADOR SECTION.
      *----> CONTINUA A NUMERACAO DE FD-IDTRANS A PARTIR DO MAIOR ID
      *----> JA GRAVADO, EXATAMENTE COMO NUMA CARGA NORMAL.
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
           MOVE WK-DATA-MOVIMENTO TO CAB1-DATA.

      *----> O DEBITO E LANCADO COM A DATA DE MOVIMENTO CORRENTE,
      *----> PORTANTO O PERIODO CORRENTE PRECISA ESTAR ABERTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "CHQCOMP: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "CHQCOMP: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0170-MONTA-NOME-DEVOLUCAO SECTION.
           MOVE SPACES TO WK-ARQ-DEVOLUCAO.
           STRING WK-PREFIXO-DEVOLUCAO DELIMITED BY SPACES
                  "-"                  DELIMITED BY SIZE
                  WK-DATA-MOVIMENTO    DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WK-ARQ-DEVOLUCAO.

      *----> UMA COMPENSACAO POR DATA DE MOVIMENTO - SE OS DEVOLVIDOS
      *----> DO DIA JA FORAM GERADOS, O ARQUIVO DO DIA JA FOI
      *----> PROCESSADO ATE O FIM.
           OPEN INPUT DEVOLUCAO.
           IF WK-FS-DEVOLUCAO EQUAL "00"
               CLOSE DEVOLUCAO
               DISPLAY "CHQCOMP: DEVOLVIDOS DE " WK-DATA-MOVIMENTO
                       " JA GERADOS (" WK-ARQ-DEVOLUCAO
                       ") - EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "00" TO WK-FS-DEVOLUCAO.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-COMPENSACAO-OPEN.
           EVALUATE WK-FS-COMPENSACAO
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-COMPENSACAO
                           " NA ABERTURA DO ARQUIVO DA COMPENSACAO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
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
       0226-VALIDATE-CADCONTA-OPEN.
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
       0250-CONFERENCIA SECTION.
       0250-CONFERE-COMPENSACAO.
           PERFORM 0255-CONFERE-LINHA
               UNTIL WK-FS-COMPENSACAO EQUAL "10".
           CLOSE COMPENSACAO.

           IF HEADER-PENDENTE
               DISPLAY "CHQCOMP: COMPENSACAO SEM HEADER - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> SEM O TRAILER, OU COM TOTAIS DIFERENTES DAS LINHAS
      *----> REALMENTE LIDAS, O ARQUIVO PODE ESTAR TRUNCADO - NENHUM
      *----> CHEQUE E PAGO NEM DEVOLVIDO.
           IF TRAILER-PENDENTE
               DISPLAY "CHQCOMP: COMPENSACAO SEM TRAILER - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-QTD-DETALHES NOT EQUAL CT-QTD-ITENS
                   OR WK-TOT-CONFERENCIA NOT EQUAL CT-TOT-VALOR
                   OR WK-HASH-CONFERENCIA NOT EQUAL CT-HASH-NUMEROS
               DISPLAY "CHQCOMP: TRAILER ANUNCIA " CT-QTD-ITENS
                       " CHEQUES E " WK-QTD-DETALHES " FORAM LIDOS "
                       "(OU VALOR/HASH DIFERENTES) - EXECUCAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "00" TO WK-FS-COMPENSACAO.
      *
       0255-CONFERE-LINHA.
           READ COMPENSACAO
               AT END
                   MOVE "10" TO WK-FS-COMPENSACAO
               NOT AT END
                   EVALUATE REG-COMPENSACAO(1:1)
                       WHEN "H"
                           PERFORM 0260-CONFERE-HEADER
                       WHEN "D"
                           IF HEADER-PENDENTE
                               DISPLAY "CHQCOMP: DETALHE ANTES DO "
                                       "HEADER - EXECUCAO RECUSADA"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           PERFORM 0265-SOMA-DETALHE
                       WHEN "T"
                           MOVE REG-COMPENSACAO TO WK-COMP-TRAILER
                           SET TRAILER-RECEBIDO TO TRUE
                       WHEN OTHER
                           DISPLAY "CHQCOMP: LINHA DA COMPENSACAO "
                                   "DESCONHECIDA - IGNORADA"
                   END-EVALUATE
           END-READ.
      *
       0260-CONFERE-HEADER.
      *----> O ARQUIVO E DA DATA DE MOVIMENTO - ARQUIVO DE OUTRO DIA
      *----> E RECUSADO INTEIRO.
           MOVE REG-COMPENSACAO TO WK-COMP-HEADER.
           IF CH-DATA NOT EQUAL WK-DATA-MOVIMENTO
               DISPLAY "CHQCOMP: COMPENSACAO DE " CH-DATA
                       " DIFERENTE DA DATA DE MOVIMENTO "
                       WK-DATA-MOVIMENTO " - EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET HEADER-RECEBIDO TO TRUE.
      *
       0265-SOMA-DETALHE.
           MOVE REG-COMPENSACAO TO WK-COMP-DETALHE.
           ADD 1 TO WK-QTD-DETALHES.
           IF CD-VALOR NUMERIC
               ADD CD-VALOR  TO WK-TOT-CONFERENCIA
           END-IF.
           IF CD-NUMERO NUMERIC
               ADD CD-NUMERO TO WK-HASH-CONFERENCIA
           END-IF.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ COMPENSACAO
               AT END
                   MOVE "10" TO WK-FS-COMPENSACAO
               NOT AT END
                   IF REG-COMPENSACAO(1:1) EQUAL "D"
                       MOVE REG-COMPENSACAO TO WK-COMP-DETALHE
                       ADD 1 TO WK-QTD-LIDOS
                       MOVE WK-QTD-LIDOS TO WK-SEQ-ITEM
                       PERFORM 0340-CLASSIFICA-CHEQUE
                       EVALUATE TRUE
                           WHEN ITEM-PAGAR
                               PERFORM 0320-PAGA-CHEQUE
                           WHEN ITEM-DEVOLVER
                               PERFORM 0360-DEVOLVE-CHEQUE
                           WHEN ITEM-PAGO-RECUPERADO
                               PERFORM 0370-RECUPERA-PAGO
                           WHEN OTHER
                               PERFORM 0375-RECUPERA-DEVOLVIDO
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       0320-PAGA-CHEQUE SECTION.
      *----> A FOLHA E BAIXADA COMO PAGA ANTES DO DEBITO, JA COM O ID
      *----> QUE O DEBITO VAI RECEBER: UMA QUEDA ENTRE OS DOIS DEIXA O
      *----> CHEQUE PAGO SEM DEBITO, QUE A REEXECUCAO LANCA (0370);
      *----> NUNCA PAGA O MESMO CHEQUE DUAS VEZES.
           MOVE WK-CONTADOR TO WK-ID-DEBITO.
           PERFORM 0380-REGISTRA-APRESENTACAO.
           SET CHEQUE-PAGO        TO TRUE.
           MOVE WK-DATA-MOVIMENTO TO CQ-DATA-PAGTO.
           MOVE WK-ID-DEBITO      TO CQ-IDTRANS.
           REWRITE REG-CHEQUE.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CHEQUE
                       " AO BAIXAR O CHEQUE " CD-NUMERO
                       " DA CONTA " CD-IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0330-LANCA-DEBITO.

      *----> CONTA DORMENTE VOLTA A ATIVA AO TER CHEQUE PAGO, COMO
      *----> NA CARGA DE MOVIMENTOS - A REATIVACAO E AUDITADA.
           IF CONTA-DORMENTE
               PERFORM 0345-REATIVA-CONTA
           END-IF.

           ADD 1        TO WK-QTD-PAGOS.
           ADD CD-VALOR TO WK-TOT-PAGO.
           MOVE "PAGO"  TO DET-SITUACAO.
           MOVE SPACES  TO DET-MOTIVO.
           STRING "DEBITO " WK-ID-DEBITO DELIMITED BY SIZE
               INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-CHEQUE.
      *
       0330-LANCA-DEBITO SECTION.
      *----> DEBITO NA CONTA DO EMITENTE, SEM CONTRAPARTE INTERNA - O
      *----> DINHEIRO SAI PARA O BANCO APRESENTANTE. VALOR E ID VEM
      *----> DA APRESENTACAO REGISTRADA NA FOLHA.
           MOVE CQ-DATA-PAGTO     TO FD-DATA.
           MOVE 1                 TO FD-TIPO.
           MOVE CQ-VALOR          TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "CHEQUE " CQ-NUMERO " BCO " CQ-BANCO-APRES
                  DELIMITED BY SIZE INTO FD-DESCR.
           MOVE CD-IDCONTA        TO FD-IDCONTA.
           MOVE "OU"              TO FD-CATEGORIA.
           MOVE WK-ID-DEBITO      TO FD-IDTRANS.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE "BRL"             TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR O DEBITO DO CHEQUE " CD-NUMERO
                       " DA CONTA " CD-IDCONTA
                       " - FOLHA BAIXADA SEM DEBITO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-ID-DEBITO NOT LESS THAN WK-CONTADOR
               COMPUTE WK-CONTADOR = WK-ID-DEBITO + 1
           END-IF.
      *
       0340-CLASSIFICA-CHEQUE SECTION.
           SET ITEM-PAGAR           TO TRUE.
           SET FOLHA-NAO-REGISTRADA TO TRUE.
           MOVE SPACES TO WK-MOTIVO-DEV.

      *----> DADOS ILEGIVEIS NO ITEM: ERRO FORMAL
           IF CD-IDCONTA NOT NUMERIC
                   OR CD-NUMERO NOT NUMERIC
                   OR CD-BANCO-APRES NOT NUMERIC
                   OR CD-VALOR NOT NUMERIC
                   OR CD-VALOR EQUAL ZEROS
               SET ITEM-DEVOLVER TO TRUE
               MOVE "31" TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.

      *----> FOLHA QUE NAO CONSTA DO REGISTRO NAO FOI EMITIDA PARA A
      *----> CONTA
           MOVE CD-IDCONTA TO CQ-IDCONTA.
           MOVE CD-NUMERO  TO CQ-NUMERO.
           READ CHEQUE
               INVALID KEY
                   SET ITEM-DEVOLVER TO TRUE
                   MOVE "35" TO WK-MOTIVO-DEV
               NOT INVALID KEY
                   SET FOLHA-REGISTRADA TO TRUE
           END-READ.
           IF ITEM-DEVOLVER
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.

      *----> ITEM JA TRATADO NESTA DATA NA MESMA POSICAO DO ARQUIVO:
      *----> REEXECUCAO APOS QUEDA - NADA E LANCADO DE NOVO, A
      *----> DEVOLUCAO SO VOLTA PARA O ARQUIVO DE DEVOLVIDOS.
           IF CQ-DATA-APRES EQUAL WK-DATA-MOVIMENTO
                   AND CQ-SEQ-APRES EQUAL WK-SEQ-ITEM
               IF CHEQUE-PAGO
                   SET ITEM-PAGO-RECUPERADO TO TRUE
               ELSE
                   SET ITEM-DEVOLVIDO-RECUPERADO TO TRUE
                   MOVE CQ-MOTIVO-DEV TO WK-MOTIVO-DEV
               END-IF
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.

      *----> FOLHA JA PAGA OU DEVOLVIDA EM DEFINITIVO: REAPRESENTACAO
      *----> INDEVIDA. FOLHA SUSTADA VOLTA PELO MOTIVO DA SUSTACAO
      *----> (20 CANCELADA, 21 CONTRA-ORDEM, 28 FURTO OU ROUBO).
           IF CHEQUE-PAGO
               SET ITEM-DEVOLVER TO TRUE
               MOVE "49" TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.
           IF CHEQUE-SUSTADO
               SET ITEM-DEVOLVER TO TRUE
               MOVE CQ-MOTIVO-SUST TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.
           IF CHEQUE-DEVOLVIDO AND NOT DEVOLVIDO-REAPRESENTAVEL
               SET ITEM-DEVOLVER TO TRUE
               MOVE "49" TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.

           MOVE CD-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   SET ITEM-DEVOLVER TO TRUE
                   MOVE "13" TO WK-MOTIVO-DEV
           END-READ.
           IF ITEM-DEVOLVER
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.
           IF CONTA-ENCERRADA
               SET ITEM-DEVOLVER TO TRUE
               MOVE "13" TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.
           IF CONTA-BLOQUEADA
               SET ITEM-DEVOLVER TO TRUE
               MOVE "24" TO WK-MOTIVO-DEV
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.

      *----> O CHEQUE NAO PODE LEVAR O SALDO ALEM DO LIMITE DE
      *----> CREDITO NEM ALCANCAR O VALOR RETIDO POR ORDEM JUDICIAL.
      *----> SE SO O BLOQUEIO IMPEDE O PAGAMENTO, O MOTIVO E O 24;
      *----> SENAO E FALTA DE FUNDOS - 11 NA PRIMEIRA APRESENTACAO,
      *----> 12 NA REAPRESENTACAO DE CHEQUE JA DEVOLVIDO PELO 11.
           PERFORM 0350-APURA-SALDO-ATUAL.
           PERFORM 0356-SOMA-RETIDO.
           IF LIMITE-CRED NUMERIC
               COMPUTE WK-LIMITE-NEG = ZERO - LIMITE-CRED
           ELSE
               MOVE ZEROS TO WK-LIMITE-NEG
           END-IF.
           COMPUTE WK-SALDO-PROJETADO  = WK-SALDO-ATUAL - CD-VALOR.
           COMPUTE WK-SALDO-DISPONIVEL = WK-SALDO-PROJETADO - WK-RETIDO.
           IF WK-SALDO-DISPONIVEL NOT LESS THAN WK-LIMITE-NEG
               GO TO 0340-CLASSIFICA-CHEQUE-EXIT
           END-IF.
           SET ITEM-DEVOLVER TO TRUE.
           IF WK-SALDO-PROJETADO NOT LESS THAN WK-LIMITE-NEG
               MOVE "24" TO WK-MOTIVO-DEV
           ELSE
               IF CHEQUE-DEVOLVIDO AND DEVOLVIDO-SEM-FUNDOS-1
                   MOVE "12" TO WK-MOTIVO-DEV
               ELSE
                   MOVE "11" TO WK-MOTIVO-DEV
               END-IF
           END-IF.
       0340-CLASSIFICA-CHEQUE-EXIT.
           EXIT.
      *
       0345-REATIVA-CONTA SECTION.
           MOVE "A" TO STATUS-CONTA.
           REWRITE REG-CTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " AO REATIVAR A CONTA " IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
      *----> A AREA DO REGISTRO NASCE COM LOW-VALUES - OS FILLERS
      *----> SEPARADORES PRECISAM VIRAR ESPACOS ANTES DA GRAVACAO
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE "CHQCOMP"       TO AU-OPERADOR.
           MOVE IDCONTA         TO AU-IDCONTA.
           MOVE "STATUS"        TO AU-CAMPO.
           MOVE "D"             TO AU-VALOR-ANTIGO.
           MOVE "A"             TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DA REATIVACAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-QTD-REATIVADAS.
           DISPLAY "CHQCOMP: CONTA " IDCONTA
                   " DORMENTE REATIVADA POR CHEQUE PAGO".
      *
       0350-APURA-SALDO-ATUAL SECTION.
           MOVE SALDOINI TO WK-SALDO-ATUAL.
           MOVE CD-IDCONTA TO FD-IDCONTA.
           START CADTRANS KEY IS NOT LESS THAN FD-IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               MOVE "10" TO WK-FS-BUSCA
           ELSE
               MOVE "00" TO WK-FS-BUSCA
           END-IF.

           PERFORM 0355-SOMA-MOVIMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0355-SOMA-MOVIMENTO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF FD-IDCONTA NOT EQUAL CD-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       IF TIPO-DEBITO
                           SUBTRACT FD-VALOR FROM WK-SALDO-ATUAL
                       END-IF
                       IF TIPO-CREDITO
                           ADD FD-VALOR TO WK-SALDO-ATUAL
                       END-IF
                   END-IF
           END-READ.
      *
       0356-SOMA-RETIDO.
           MOVE ZEROS TO WK-RETIDO.
           IF NOT HA-BLOQJUD
               EXIT PARAGRAPH
           END-IF.
           MOVE CD-IDCONTA   TO BJ-IDCONTA.
           MOVE LOW-VALUES   TO BJ-NUMORDEM.
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0357-LE-RETIDO
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0357-LE-RETIDO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF BJ-IDCONTA NOT EQUAL CD-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       ADD BJ-VALOR TO WK-RETIDO
                   END-IF
           END-READ.
      *
       0360-DEVOLVE-CHEQUE SECTION.
      *----> A DEVOLUCAO FICA NA FOLHA PARA A REAPRESENTACAO (11 -> 12)
      *----> E PARA A REEXECUCAO; FOLHA SUSTADA CONTINUA SUSTADA. A
      *----> REAPRESENTACAO INDEVIDA (49) NAO MEXE NA FOLHA, QUE
      *----> GUARDA O PAGAMENTO OU A DEVOLUCAO DEFINITIVA ORIGINAL.
           IF FOLHA-REGISTRADA AND WK-MOTIVO-DEV NOT EQUAL "49"
               PERFORM 0380-REGISTRA-APRESENTACAO
               IF NOT CHEQUE-SUSTADO
                   SET CHEQUE-DEVOLVIDO TO TRUE
               END-IF
               MOVE WK-MOTIVO-DEV     TO CQ-MOTIVO-DEV
               MOVE WK-DATA-MOVIMENTO TO CQ-DATA-DEV
               REWRITE REG-CHEQUE
               IF WK-FS-CHEQUE NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CHEQUE
                           " AO REGISTRAR A DEVOLUCAO DO CHEQUE "
                           CD-NUMERO " DA CONTA " CD-IDCONTA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 0385-GRAVA-DEVOLUCAO-TRAB.
           ADD 1 TO WK-QTD-DEVOLVIDOS.
           DISPLAY "CHQCOMP: CHEQUE " CD-NUMERO " DA CONTA "
                   CD-IDCONTA " DEVOLVIDO - MOTIVO " WK-MOTIVO-DEV.
           MOVE "DEVOLVIDO"   TO DET-SITUACAO.
           MOVE SPACES        TO DET-MOTIVO.
           STRING WK-MOTIVO-DEV " " WK-DESCR-MOTIVO
                  DELIMITED BY SIZE INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-CHEQUE.
      *
       0370-RECUPERA-PAGO SECTION.
      *----> A FOLHA JA ESTA PAGA. SE A QUEDA FOI ANTES DO DEBITO ELE
      *----> E LANCADO AGORA, NO ID GUARDADO NA FOLHA (E A CONTA
      *----> DORMENTE E REATIVADA); SE OUTRO MOVIMENTO JA OCUPOU ESSE
      *----> ID, O DEBITO RECEBE O PROXIMO E A FOLHA E REGRAVADA.
           MOVE CQ-IDTRANS TO WK-ID-DEBITO.
           MOVE CQ-IDTRANS TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   MOVE "23" TO WK-FS-CADTRANS
           END-READ.
           IF WK-FS-CADTRANS NOT EQUAL "00"
                   AND WK-FS-CADTRANS NOT EQUAL "23"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " NA LEITURA DO DEBITO DO CHEQUE " CD-NUMERO
                       " DA CONTA " CD-IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-FS-CADTRANS EQUAL "00"
                   AND (FD-IDCONTA NOT EQUAL CD-IDCONTA
                        OR FD-VALOR NOT EQUAL CQ-VALOR
                        OR FD-TIPO NOT EQUAL 1
                        OR FD-DATA NOT EQUAL CQ-DATA-PAGTO)
               MOVE WK-CONTADOR  TO WK-ID-DEBITO
               MOVE WK-ID-DEBITO TO CQ-IDTRANS
               REWRITE REG-CHEQUE
               IF WK-FS-CHEQUE NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-CHEQUE
                           " AO BAIXAR O CHEQUE " CD-NUMERO
                           " DA CONTA " CD-IDCONTA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "23" TO WK-FS-CADTRANS
           END-IF.
           IF WK-FS-CADTRANS EQUAL "23"
               PERFORM 0330-LANCA-DEBITO
               DISPLAY "CHQCOMP: CHEQUE " CD-NUMERO " DA CONTA "
                       CD-IDCONTA " BAIXADO SEM DEBITO - DEBITO "
                       WK-ID-DEBITO " LANCADO"
               MOVE CD-IDCONTA TO IDCONTA
               READ CADCONTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTA-DORMENTE
                           PERFORM 0345-REATIVA-CONTA
                       END-IF
               END-READ
           END-IF.
           MOVE "00" TO WK-FS-CADTRANS.

           ADD 1        TO WK-QTD-REC-PAGOS.
           ADD CD-VALOR TO WK-TOT-PAGO.
           DISPLAY "CHEQUE " CD-NUMERO " DA CONTA " CD-IDCONTA
                   " JA PAGO NO DEBITO " WK-ID-DEBITO.
           MOVE "PAGO RECUPER." TO DET-SITUACAO.
           MOVE SPACES          TO DET-MOTIVO.
           STRING "DEBITO " WK-ID-DEBITO DELIMITED BY SIZE
               INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-CHEQUE.
      *
       0375-RECUPERA-DEVOLVIDO SECTION.
      *----> A DEVOLUCAO JA ESTA NA FOLHA - SO VOLTA PARA O ARQUIVO
      *----> DE DEVOLVIDOS, COM O MOTIVO ORIGINAL.
           PERFORM 0385-GRAVA-DEVOLUCAO-TRAB.
           ADD 1 TO WK-QTD-REC-DEVOLVIDOS.
           MOVE "DEVOL.RECUPER." TO DET-SITUACAO.
           MOVE SPACES           TO DET-MOTIVO.
           STRING WK-MOTIVO-DEV " " WK-DESCR-MOTIVO
                  DELIMITED BY SIZE INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-CHEQUE.
      *
       0380-REGISTRA-APRESENTACAO SECTION.
           MOVE CD-VALOR          TO CQ-VALOR.
           MOVE WK-DATA-MOVIMENTO TO CQ-DATA-APRES.
           MOVE WK-SEQ-ITEM       TO CQ-SEQ-APRES.
           MOVE CD-BANCO-APRES    TO CQ-BANCO-APRES.
           IF CQ-QTD-APRES NOT NUMERIC
               MOVE ZEROS TO CQ-QTD-APRES
           END-IF.
           IF CQ-QTD-APRES LESS THAN 99
               ADD 1 TO CQ-QTD-APRES
           END-IF.
      *
       0385-GRAVA-DEVOLUCAO-TRAB SECTION.
           PERFORM 0387-DESCREVE-MOTIVO.
           MOVE "D"               TO DD-TIPO-REG.
           MOVE CD-BANCO-APRES    TO DD-BANCO-APRES.
           MOVE CD-IDCONTA        TO DD-IDCONTA.
           MOVE CD-NUMERO         TO DD-NUMERO.
           IF CD-VALOR NUMERIC
               MOVE CD-VALOR      TO DD-VALOR
           ELSE
               MOVE ZEROS         TO DD-VALOR
           END-IF.
           MOVE WK-MOTIVO-DEV     TO DD-MOTIVO.
           MOVE WK-DESCR-MOTIVO   TO DD-DESCR-MOTIVO.
           WRITE REG-DEVOLUCAO-TRAB FROM WK-DEV-DETALHE.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ESCRITA DO ARQUIVO DE TRABALHO DAS "
                       "DEVOLUCOES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD DD-VALOR TO WK-TOT-DEVOLVIDO.
           IF CD-NUMERO NUMERIC
               ADD CD-NUMERO TO WK-HASH-DEVOLVIDO
           END-IF.
           EXIT SECTION.
      *
       0387-DESCREVE-MOTIVO.
      *----> MOTIVOS PADRAO DE DEVOLUCAO DA COMPENSACAO
           EVALUATE WK-MOTIVO-DEV
               WHEN "11"
                   MOVE "INSUFICIENCIA DE FUNDOS - 1A APRESENTACAO"
                                             TO WK-DESCR-MOTIVO
               WHEN "12"
                   MOVE "INSUFICIENCIA DE FUNDOS - 2A APRESENTACAO"
                                             TO WK-DESCR-MOTIVO
               WHEN "13"
                   MOVE "CONTA ENCERRADA"    TO WK-DESCR-MOTIVO
               WHEN "20"
                   MOVE "FOLHA CANCELADA PELO CORRENTISTA"
                                             TO WK-DESCR-MOTIVO
               WHEN "21"
                   MOVE "CONTRA-ORDEM OU OPOSICAO AO PAGAMENTO"
                                             TO WK-DESCR-MOTIVO
               WHEN "24"
                   MOVE "BLOQUEIO JUDICIAL OU DA CONTA"
                                             TO WK-DESCR-MOTIVO
               WHEN "28"
                   MOVE "SUSTACAO POR FURTO OU ROUBO"
                                             TO WK-DESCR-MOTIVO
               WHEN "31"
                   MOVE "ERRO FORMAL DE PREENCHIMENTO"
                                             TO WK-DESCR-MOTIVO
               WHEN "35"
                   MOVE "CHEQUE NAO EMITIDO PARA A CONTA"
                                             TO WK-DESCR-MOTIVO
               WHEN "49"
                   MOVE "REMESSA NULA - REAPRESENTACAO INDEVIDA"
                                             TO WK-DESCR-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO NAO CATALOGADO"
                                             TO WK-DESCR-MOTIVO
           END-EVALUATE.
      *
       0390-IMPRIME-CHEQUE SECTION.
           MOVE CD-IDCONTA     TO DET-IDCONTA.
           MOVE CD-NUMERO      TO DET-NUMERO.
           MOVE CD-BANCO-APRES TO DET-BANCO.
           IF CD-VALOR NUMERIC
               MOVE CD-VALOR   TO DET-VALOR
           ELSE
               MOVE ZEROS      TO DET-VALOR
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0600-GERACAO SECTION.
       0600-GERA-DEVOLUCAO.
           CLOSE DEVOLUCAO-TRAB.
           IF WK-QTD-DEVOLVIDOS EQUAL ZEROS
                   AND WK-QTD-REC-DEVOLVIDOS EQUAL ZEROS
               DISPLAY "CHQCOMP: NENHUM CHEQUE DEVOLVIDO EM "
                       WK-DATA-MOVIMENTO " - ARQUIVO NAO GERADO"
               EXIT PARAGRAPH
           END-IF.

      *----> PRIMEIRO RECONTA O ARQUIVO DE TRABALHO; SE A CONTAGEM,
      *----> O VALOR OU O HASH DOS NUMEROS NAO BATEREM COM AS
      *----> DEVOLUCOES PROCESSADAS, NADA E ENTREGUE.
           OPEN INPUT DEVOLUCAO-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA RELEITURA DO ARQUIVO DE TRABALHO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0620-CONFERE-DETALHE
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE DEVOLUCAO-TRAB.

           IF WK-QTD-CONFERIDA NOT EQUAL
                       WK-QTD-DEVOLVIDOS + WK-QTD-REC-DEVOLVIDOS
                   OR WK-TOT-CONFERIDO NOT EQUAL WK-TOT-DEVOLVIDO
                   OR WK-HASH-CONFERIDO NOT EQUAL WK-HASH-DEVOLVIDO
               DISPLAY "CHQCOMP: TOTAIS DO ARQUIVO DE TRABALHO NAO "
                       "FECHAM COM AS DEVOLUCOES - ARQUIVO NAO "
                       "ENTREGUE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEVOLUCAO.
           IF WK-FS-DEVOLUCAO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-DEVOLUCAO
                       " NA ABERTURA DOS DEVOLVIDOS " WK-ARQ-DEVOLUCAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WK-DATA-MOVIMENTO TO DH-DATA.
           MOVE WK-QTD-CONFERIDA  TO DH-QTD-ITENS.
           MOVE WK-TOT-CONFERIDO  TO DH-TOT-VALOR.
           MOVE WK-HASH-CONFERIDO TO DH-HASH-NUMEROS.
           WRITE REG-DEVOLUCAO FROM WK-DEV-HEADER.
           PERFORM 0650-VALIDA-ESCRITA-DEVOLUCAO.

           OPEN INPUT DEVOLUCAO-TRAB.
           PERFORM 0630-COPIA-DETALHE
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE DEVOLUCAO-TRAB.

           MOVE WK-QTD-CONFERIDA  TO DT-QTD-ITENS.
           MOVE WK-TOT-CONFERIDO  TO DT-TOT-VALOR.
           MOVE WK-HASH-CONFERIDO TO DT-HASH-NUMEROS.
           WRITE REG-DEVOLUCAO FROM WK-DEV-TRAILER.
           PERFORM 0650-VALIDA-ESCRITA-DEVOLUCAO.
           CLOSE DEVOLUCAO.
           DISPLAY "CHQCOMP: DEVOLVIDOS " WK-ARQ-DEVOLUCAO " GERADO".
      *
       0620-CONFERE-DETALHE.
           READ DEVOLUCAO-TRAB INTO WK-DEV-DETALHE
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   ADD 1           TO WK-QTD-CONFERIDA
                   ADD DD-VALOR    TO WK-TOT-CONFERIDO
                   IF DD-NUMERO NUMERIC
                       MOVE DD-NUMERO TO WK-NUMERO-CONFERIDO
                       ADD WK-NUMERO-CONFERIDO TO WK-HASH-CONFERIDO
                   END-IF
           END-READ.
      *
       0630-COPIA-DETALHE.
           READ DEVOLUCAO-TRAB
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   WRITE REG-DEVOLUCAO FROM REG-DEVOLUCAO-TRAB
                   PERFORM 0650-VALIDA-ESCRITA-DEVOLUCAO
           END-READ.
      *
       0650-VALIDA-ESCRITA-DEVOLUCAO.
           IF WK-FS-DEVOLUCAO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-DEVOLUCAO
                       " NA ESCRITA DOS DEVOLVIDOS " WK-ARQ-DEVOLUCAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0690-TOTAIS-GERAIS.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "CHEQUES APRESENTADOS.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDOS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "CHEQUES PAGOS................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PAGOS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "PAGOS RECUPERADOS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REC-PAGOS     TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "CHEQUES DEVOLVIDOS............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-DEVOLVIDOS    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "DEVOLVIDOS RECUPERADOS........"
                                     TO LG-LITERAL.
           MOVE WK-QTD-REC-DEVOLVIDOS TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "CONTAS REATIVADAS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REATIVADAS    TO LG-QTD.
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
           CLOSE COMPENSACAO.
           CLOSE CHEQUE.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           CLOSE PERIODO.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           CLOSE CONTAAUD.
           CLOSE REL-COMPENSACAO.
           DISPLAY "CHQCOMP: CHEQUES APRESENTADOS.. " WK-QTD-LIDOS.
           DISPLAY "CHQCOMP: CHEQUES PAGOS......... " WK-QTD-PAGOS.
           DISPLAY "CHQCOMP: PAGOS RECUPERADOS..... "
                   WK-QTD-REC-PAGOS.
           DISPLAY "CHQCOMP: CHEQUES DEVOLVIDOS.... "
                   WK-QTD-DEVOLVIDOS.
           DISPLAY "CHQCOMP: DEVOLVIDOS RECUPERADOS "
                   WK-QTD-REC-DEVOLVIDOS.
           DISPLAY "CHQCOMP: VALOR PAGO............ " WK-TOT-PAGO.
           DISPLAY "CHQCOMP: VALOR DEVOLVIDO....... " WK-TOT-DEVOLVIDO.
           IF WK-QTD-DEVOLVIDOS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CHQCOMP.
