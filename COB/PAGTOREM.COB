      ******************************************************************
      * FILE NAME   : PAGTOREM                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ORDENS DE PAGAMENTO A TERCEIROS - VALIDA CADA    *
      *               ORDEM DO ARQUIVO ORDPAGTO CONTRA O CADCONTA      *
      *               (STATUS, LIMITE DE CREDITO, VALOR RETIDO POR     *
      *               ORDEM JUDICIAL E MOEDA), LANCA O                 *
      *               DEBITO EM CADTRANS, REGISTRA A ORDEM NO PAGTOREG *
      *               E GERA A REMESSA BANCARIA DA DATA DE MOVIMENTO   *
      *               COM HEADER E TRAILER DE HASH TOTALS NO PADRAO DO *
      *               GLPOST. A REMESSA SO E ENTREGUE SE OS TOTAIS DO  *
      *               ARQUIVO FECHAREM COM OS DEBITOS LANCADOS.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTOREM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ORDENS DE PAGAMENTO RECEBIDAS - UMA POR LINHA
           SELECT ORDPAGTO ASSIGN DYNAMIC WK-ARQ-ORDENS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-ORDENS.

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
      *----> PAGAMENTO, COMO NO CALCSALDO E NO CHQCOMP
           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

      *----> REGISTRO DAS ORDENS ACEITAS - PRESERVADO ENTRE RUNS,
      *----> IMPEDE PAGAR A MESMA ORDEM DUAS VEZES E AMARRA A ORDEM
      *----> AO SEU DEBITO PARA O PROCESSAMENTO DO RETORNO
           SELECT PAGTOREG ASSIGN DYNAMIC WK-ARQ-PAGTOREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-IDPAGTO
           FILE STATUS IS WK-FS-PAGTOREG.

      *----> ARQUIVO DE TRABALHO - RECEBE OS DETALHES DA REMESSA
      *----> ENQUANTO AS ORDENS SAO LANCADAS; O HEADER SO PODE SER
      *----> GRAVADO DEPOIS, COM OS TOTAIS CONHECIDOS
           SELECT REMESSA-TRAB ASSIGN DYNAMIC WK-ARQ-TRAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-TRAB.

      *----> REMESSA AO BANCO - O NOME LEVA A DATA DE MOVIMENTO PARA
      *----> O PAGTORET LOCALIZAR O LOTE PELO HEADER DO RETORNO
           SELECT REMESSA ASSIGN DYNAMIC WK-ARQ-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-REMESSA.

           SELECT REL-PAGTO ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> TRAVA DE CICLO EM ANDAMENTO - O LANCAMENTO DAS ORDENS
      *----> CONCORRERIA COM O CALCSALDO SOBRE CADTRANS
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ORDPAGTO.
       COPY ORDPAGTO.

       FD CADCONTA.
       COPY CADCONTA.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD PAGTOREG.
       COPY PAGTOREG.

       FD REMESSA-TRAB
             RECORDING MODE IS F.
       01 REG-REMESSA-TRAB          PIC X(120).

       FD REMESSA.
       01 REG-REMESSA               PIC X(120).

       FD REL-PAGTO.
       01 REG-IMPRESSAO             PIC X(132).

       FD CICLOLOCK.
       COPY CICLOLOCK.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-ORDENS            PIC X(100)   VALUE
           "C:\teste\pagto-ordens.txt".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-PAGTOREG          PIC X(100)   VALUE
           "C:\teste\pagtoreg.dat".
       77  WK-ARQ-TRAB              PIC X(100)   VALUE
           "C:\teste\pagto-remessa.trb".
       77  WK-PREFIXO-REMESSA       PIC X(100)   VALUE
           "C:\teste\pagto-remessa".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\pagtorem-rel.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-ARQ-REMESSA           PIC X(100)    VALUE SPACES.
       77  WK-FS-ORDENS             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-PAGTOREG           PIC X(2)      VALUE SPACES.
       77  WK-FS-TRAB               PIC X(2)      VALUE SPACES.
       77  WK-FS-REMESSA            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.
       77  WK-MOEDA-CONTA           PIC X(03)     VALUE SPACES.
       77  WK-CATEGORIA             PIC X(02)     VALUE SPACES.
       77  WK-ID-DEBITO             PIC 9(08)     VALUE ZEROS.

      *----> SALDO CORRENTE DA CONTA: SALDO DE ABERTURA DO PERIODO
      *----> MAIS TODOS OS MOVIMENTOS JA GRAVADOS EM CADTRANS, PARA A
      *----> ORDEM NAO PASSAR DO LIMITE DE CREDITO NEM QUANDO VARIAS
      *----> ORDENS DA MESMA CONTA CHEGAM NO MESMO ARQUIVO
       77  WK-SALDO-ATUAL           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-PROJETADO       PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-LIMITE-NEG            PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-DISPONIVEL      PIC S9(11)V9(02) VALUE ZEROS.
      *----> SOMA DOS BLOQUEIOS JUDICIAIS DA CONTA
       77  WK-RETIDO                PIC 9(11)V9(02)  VALUE ZEROS.
       01  WK-SW-BLOQJUD            PIC X(01)     VALUE "N".
           88  HA-BLOQJUD                         VALUE "S".

       77  WK-QTD-LIDAS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-REMETIDAS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUPERADAS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUSADAS         PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-REMETIDO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-HASH-REMETIDO         PIC 9(15)     VALUE ZEROS.
       77  WK-TOT-RECUSADO          PIC 9(13)V9(02) VALUE ZEROS.
      *----> TOTAIS RECONTADOS NO ARQUIVO DE TRABALHO ANTES DA
      *----> ENTREGA - TEM QUE BATER COM OS TOTAIS DOS LANCAMENTOS
       77  WK-QTD-CONFERIDA         PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-CONFERIDO         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-HASH-CONFERIDO        PIC 9(15)     VALUE ZEROS.

       01  WK-SW-ORDEM              PIC X         VALUE "S".
           88  ORDEM-VALIDA                       VALUE "S".
           88  ORDEM-INVALIDA                     VALUE "N".
           88  ORDEM-RECUPERADA                   VALUE "R".

      *----> LAYOUTS DA REMESSA - HEADER, DETALHE E TRAILER
       01  WK-LIN-HEADER.
           03  FILLER               PIC X(01)     VALUE "H".
           03  HD-DATA              PIC 9(08).
           03  HD-QTD-ITENS         PIC 9(06).
           03  HD-TOT-VALOR         PIC 9(13)V9(02).
           03  HD-HASH-ORDENS       PIC 9(15).

       01  WK-LIN-REMESSA.
           03  RM-TIPO-REG          PIC X(01)     VALUE "D".
           03  RM-IDPAGTO           PIC 9(08).
           03  RM-IDTRANS           PIC 9(08).
           03  RM-IDCONTA           PIC 9(04).
           03  RM-BANCO             PIC 9(03).
           03  RM-AGENCIA           PIC 9(04).
           03  RM-CONTA-FAVOR       PIC X(12).
           03  RM-DOC-FAVOR         PIC X(14).
           03  RM-NOME-FAVOR        PIC X(30).
           03  RM-VALOR             PIC 9(13)V9(02).
           03  RM-MOEDA             PIC X(03).

       01  WK-LIN-TRAILER.
           03  FILLER               PIC X(01)     VALUE "T".
           03  TR-QTD-ITENS         PIC 9(06).
           03  TR-TOT-VALOR         PIC 9(13)V9(02).
           03  TR-HASH-ORDENS       PIC 9(15).

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - REMESSA DE PAGAMENTOS".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
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
           03  FILLER               PIC X(12)     VALUE "SITUACAO".
           03  FILLER               PIC X(40)     VALUE
               "LANCAMENTO / MOTIVO".

       01  WK-LIN-DETALHE.
           03  DET-IDPAGTO          PIC 9(08).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-IDCONTA          PIC 9(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(12).
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
           PERFORM 0150-DETERMINA-CONTADOR.
           PERFORM 0160-LE-DATA-MOVIMENTO.
           PERFORM 0170-MONTA-NOME-REMESSA.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-ORDENS EQUAL "10".

           PERFORM 0600-GERA-REMESSA.
           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "PAGTO-ORDENS" TO CFG-NOME.
           MOVE WK-ARQ-ORDENS          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORDENS.
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
           MOVE "PAGTOREG" TO CFG-NOME.
           MOVE WK-ARQ-PAGTOREG        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PAGTOREG.
           MOVE "PAGTO-REM-TRAB" TO CFG-NOME.
           MOVE WK-ARQ-TRAB            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-TRAB.
           MOVE "PAGTO-REM-PREFIX" TO CFG-NOME.
           MOVE WK-PREFIXO-REMESSA     TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-REMESSA.
           MOVE "PAGTOREM-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, O LANCAMENTO DAS ORDENS
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
                       DISPLAY "PAGTOREM: CICLO NOTURNO EM ANDAMENTO"
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
      *----> SEM ARQUIVO DE ORDENS NAO HA O QUE REMETER - ENCERRA
      *----> NORMALMENTE.
           OPEN INPUT ORDPAGTO.
           IF WK-FS-ORDENS EQUAL "35"
               DISPLAY "PAGTOREM: NENHUMA ORDEM DE PAGAMENTO "
                       "RECEBIDA - NADA A REMETER"
               GOBACK
           END-IF.
           PERFORM 0210-VALIDATE-ORDENS-OPEN.

           OPEN INPUT CADCONTA.
           PERFORM 0226-VALIDATE-CADCONTA-OPEN.

           OPEN I-O CADTRANS.
           PERFORM 0220-VALIDATE-CADTRANS-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.

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

      *----> REGISTRO DE PAGAMENTOS PRESERVADO ENTRE RUNS; CRIA NO
      *----> PRIMEIRO USO.
           OPEN I-O PAGTOREG.
           IF WK-FS-PAGTOREG EQUAL "35"
               OPEN OUTPUT PAGTOREG
               CLOSE PAGTOREG
               OPEN I-O PAGTOREG
           END-IF.
           IF WK-FS-PAGTOREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PAGTOREG
                       " NA ABERTURA DO ARQUIVO PAGTOREG"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REMESSA-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ABERTURA DO ARQUIVO DE TRABALHO DA "
                       "REMESSA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-PAGTO.
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
                   DISPLAY "PAGTOREM: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "PAGTOREM: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0170-MONTA-NOME-REMESSA SECTION.
           MOVE SPACES TO WK-ARQ-REMESSA.
           STRING WK-PREFIXO-REMESSA DELIMITED BY SPACES
                  "-"                DELIMITED BY SIZE
                  WK-DATA-MOVIMENTO  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
               INTO WK-ARQ-REMESSA.

      *----> UMA REMESSA POR DATA DE MOVIMENTO - SE A DO DIA JA FOI
      *----> GERADA, UM NOVO ARQUIVO A SOBRESCREVERIA ANTES DO
      *----> RETORNO DO BANCO. AS NOVAS ORDENS FICAM PARA O DIA
      *----> SEGUINTE.
           OPEN INPUT REMESSA.
           IF WK-FS-REMESSA EQUAL "00"
               CLOSE REMESSA
               DISPLAY "PAGTOREM: REMESSA DE " WK-DATA-MOVIMENTO
                       " JA GERADA (" WK-ARQ-REMESSA
                       ") - EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "00" TO WK-FS-REMESSA.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-ORDENS-OPEN.
           EVALUATE WK-FS-ORDENS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-ORDENS
                           " NA ABERTURA DO ARQUIVO DE ORDENS"
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
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ ORDPAGTO
               AT END
                   MOVE "10" TO WK-FS-ORDENS
               NOT AT END
                   ADD 1 TO WK-QTD-LIDAS
                   PERFORM 0340-VALIDA-ORDEM
                   EVALUATE TRUE
                       WHEN ORDEM-INVALIDA
                           PERFORM 0360-RECUSA-ORDEM
                       WHEN ORDEM-RECUPERADA
                           PERFORM 0370-RECUPERA-ORDEM
                       WHEN OTHER
                           PERFORM 0320-LANCA-ORDEM
                   END-EVALUATE
           END-READ.
      *
       0320-LANCA-ORDEM SECTION.
      *----> A ORDEM E REGISTRADA ANTES DO DEBITO, JA COM O ID QUE O
      *----> DEBITO VAI RECEBER: UMA QUEDA ENTRE OS DOIS DEIXA A ORDEM
      *----> SEM DEBITO, QUE A REEXECUCAO LANCA (0370); NUNCA DEBITA
      *----> A MESMA ORDEM DUAS VEZES.
           MOVE WK-CONTADOR       TO WK-ID-DEBITO.
           MOVE SPACES            TO REG-PAGTOREG.
           MOVE PG-IDPAGTO        TO PR-IDPAGTO.
           MOVE PG-IDCONTA        TO PR-IDCONTA.
           MOVE WK-ID-DEBITO      TO PR-IDTRANS.
           MOVE ZEROS             TO PR-IDTRANS-EST.
           MOVE PG-VALOR          TO PR-VALOR.
           MOVE WK-MOEDA-CONTA    TO PR-MOEDA.
           MOVE PG-BANCO          TO PR-BANCO.
           MOVE PG-CONTA-FAVOR    TO PR-CONTA-FAVOR.
           MOVE WK-DATA-MOVIMENTO TO PR-DATA-REMESSA.
           MOVE ZEROS             TO PR-DATA-RETORNO.
           MOVE "E"               TO PR-STATUS.
           MOVE SPACES            TO PR-MOTIVO-RET.
           WRITE REG-PAGTOREG.
           IF WK-FS-PAGTOREG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PAGTOREG
                       " AO REGISTRAR A ORDEM " PG-IDPAGTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0330-LANCA-DEBITO.

           PERFORM 0380-GRAVA-DETALHE-TRAB.
           ADD 1 TO WK-QTD-REMETIDAS.

           MOVE "REMETIDA"        TO DET-SITUACAO.
           MOVE SPACES            TO DET-MOTIVO.
           STRING "DEBITO " WK-ID-DEBITO DELIMITED BY SIZE
               INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ORDEM.
      *
       0330-LANCA-DEBITO SECTION.
      *----> DEBITO NA CONTA DO CLIENTE, SEM CONTRAPARTE INTERNA - O
      *----> DINHEIRO SAI PARA O FAVORECIDO EM OUTRO BANCO. CONTA,
      *----> VALOR E ID VEM DA ORDEM REGISTRADA NO PAGTOREG.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE 1                 TO FD-TIPO.
           MOVE PR-VALOR          TO FD-VALOR.
           MOVE PG-DESCR          TO FD-DESCR.
           MOVE PR-IDCONTA        TO FD-IDCONTA.
           MOVE WK-CATEGORIA      TO FD-CATEGORIA.
           MOVE WK-ID-DEBITO      TO FD-IDTRANS.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE WK-MOEDA-CONTA    TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR O DEBITO DA ORDEM " PR-IDPAGTO
                       " - REGISTRADA NO PAGTOREG SEM DEBITO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-ID-DEBITO NOT LESS THAN WK-CONTADOR
               COMPUTE WK-CONTADOR = WK-ID-DEBITO + 1
           END-IF.
      *
       0340-VALIDA-ORDEM SECTION.
           SET ORDEM-VALIDA TO TRUE.
           MOVE SPACES TO WK-MOTIVO.

           IF PG-IDPAGTO NOT NUMERIC OR PG-IDPAGTO EQUAL ZEROS
               SET ORDEM-INVALIDA TO TRUE
               MOVE "NUMERO DA ORDEM INVALIDO" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

      *----> ORDEM JA REGISTRADA: SO E ACEITA DE NOVO SE FOI LANCADA
      *----> HOJE E A REMESSA DO DIA NAO CHEGOU A SER GERADA (QUEDA
      *----> ENTRE O REGISTRO E A ENTREGA) - ENTRA NA REMESSA COM O
      *----> DEBITO REGISTRADO. FORA ISSO, E ORDEM EM DUPLICIDADE.
           MOVE PG-IDPAGTO TO PR-IDPAGTO.
           READ PAGTOREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAGTO-ENVIADO
                           AND PR-DATA-REMESSA EQUAL WK-DATA-MOVIMENTO
                       SET ORDEM-RECUPERADA TO TRUE
                   ELSE
                       SET ORDEM-INVALIDA TO TRUE
                       MOVE "ORDEM JA RECEBIDA ANTERIORMENTE"
                                            TO WK-MOTIVO
                   END-IF
           END-READ.
           IF NOT ORDEM-VALIDA
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

           IF PG-VALOR NOT NUMERIC OR PG-VALOR EQUAL ZEROS
               SET ORDEM-INVALIDA TO TRUE
               MOVE "VALOR DA ORDEM INVALIDO" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

      *----> A REMESSA E DO DIA - ORDEM PARA OUTRA DATA E RECUSADA
      *----> (O AGENDAMENTO FUTURO CONTINUA SENDO FEITO PELA ORIGEM).
           IF PG-DATA NOT EQUAL WK-DATA-MOVIMENTO
               SET ORDEM-INVALIDA TO TRUE
               MOVE "DATA DIFERENTE DA DATA DE MOVIMENTO"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

           IF PG-BANCO NOT NUMERIC OR PG-AGENCIA NOT NUMERIC
                   OR PG-CONTA-FAVOR EQUAL SPACES
                   OR PG-NOME-FAVOR EQUAL SPACES
               SET ORDEM-INVALIDA TO TRUE
               MOVE "DADOS DO FAVORECIDO INCOMPLETOS" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

      *----> CATEGORIAS DE SISTEMA (JUROS, TARIFA, TRANSFERENCIA,
      *----> EMPRESTIMO) NAO SAO ACEITAS DE FORA, COMO NOS FEEDERS.
           IF PG-CATEGORIA EQUAL SPACES
               MOVE "OU"         TO WK-CATEGORIA
           ELSE
               MOVE PG-CATEGORIA TO WK-CATEGORIA
           END-IF.
           MOVE WK-CATEGORIA TO FD-CATEGORIA.
           IF NOT CATEGORIA-VALIDA
                   OR CATEGORIA-JUROS
                   OR CATEGORIA-TARIFA
                   OR CATEGORIA-TRANSFER
                   OR CATEGORIA-EMPRESTIMO
               SET ORDEM-INVALIDA TO TRUE
               MOVE "CATEGORIA INVALIDA PARA PAGAMENTO" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

           IF PG-IDCONTA NOT NUMERIC
               SET ORDEM-INVALIDA TO TRUE
               MOVE "CONTA NAO NUMERICA" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.
           MOVE PG-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   SET ORDEM-INVALIDA TO TRUE
                   MOVE "CONTA NAO CADASTRADA" TO WK-MOTIVO
           END-READ.
           IF ORDEM-INVALIDA
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

      *----> SO CONTA ATIVA PAGA TERCEIROS - CONTA DORMENTE PRECISA
      *----> SER REATIVADA PELA AGENCIA ANTES DE UMA SAIDA EXTERNA.
           IF NOT CONTA-ATIVA
               SET ORDEM-INVALIDA TO TRUE
               MOVE "CONTA NAO ATIVA" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

           IF MOEDA-CONTA EQUAL SPACES
               MOVE "BRL"       TO WK-MOEDA-CONTA
           ELSE
               MOVE MOEDA-CONTA TO WK-MOEDA-CONTA
           END-IF.
           IF PG-MOEDA NOT EQUAL SPACES
                   AND PG-MOEDA NOT EQUAL WK-MOEDA-CONTA
               SET ORDEM-INVALIDA TO TRUE
               MOVE "MOEDA DA ORDEM DIFERENTE DA CONTA" TO WK-MOTIVO
               GO TO 0340-VALIDA-ORDEM-EXIT
           END-IF.

      *----> O PAGAMENTO SAI DO BANCO NO MESMO DIA - NAO PODE LEVAR O
      *----> SALDO ALEM DO LIMITE DE CREDITO DA CONTA NEM ALCANCAR O
      *----> VALOR RETIDO POR ORDEM JUDICIAL: O CALCSALDO SUSPENDERIA
      *----> O DEBITO E O DINHEIRO JA TERIA SAIDO NA REMESSA.
           PERFORM 0350-APURA-SALDO-ATUAL.
           PERFORM 0356-SOMA-RETIDO.
           IF LIMITE-CRED NUMERIC
               COMPUTE WK-LIMITE-NEG = ZERO - LIMITE-CRED
           ELSE
               MOVE ZEROS TO WK-LIMITE-NEG
           END-IF.
           COMPUTE WK-SALDO-PROJETADO  = WK-SALDO-ATUAL - PG-VALOR.
           COMPUTE WK-SALDO-DISPONIVEL = WK-SALDO-PROJETADO - WK-RETIDO.
           IF WK-SALDO-DISPONIVEL LESS THAN WK-LIMITE-NEG
               SET ORDEM-INVALIDA TO TRUE
               IF WK-SALDO-PROJETADO LESS THAN WK-LIMITE-NEG
                   MOVE "SALDO INSUFICIENTE - EXCEDE O LIMITE"
                                    TO WK-MOTIVO
               ELSE
                   MOVE "SALDO RETIDO POR BLOQUEIO JUDICIAL"
                                    TO WK-MOTIVO
               END-IF
           END-IF.
       0340-VALIDA-ORDEM-EXIT.
           EXIT.
      *
       0350-APURA-SALDO-ATUAL SECTION.
           MOVE SALDOINI TO WK-SALDO-ATUAL.
           MOVE PG-IDCONTA TO FD-IDCONTA.
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
                   IF FD-IDCONTA NOT EQUAL PG-IDCONTA
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
           MOVE PG-IDCONTA   TO BJ-IDCONTA.
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
                   IF BJ-IDCONTA NOT EQUAL PG-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       ADD BJ-VALOR TO WK-RETIDO
                   END-IF
           END-READ.
      *
       0360-RECUSA-ORDEM SECTION.
           ADD 1 TO WK-QTD-RECUSADAS.
           IF PG-VALOR NUMERIC
               ADD PG-VALOR TO WK-TOT-RECUSADO
           END-IF.
           DISPLAY "PAGTOREM: ORDEM " PG-IDPAGTO " RECUSADA: "
                   WK-MOTIVO.
           MOVE "RECUSADA"  TO DET-SITUACAO.
           MOVE WK-MOTIVO   TO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ORDEM.
      *
       0370-RECUPERA-ORDEM SECTION.
      *----> A ORDEM JA ESTA NO PAGTOREG E VOLTA PARA A REMESSA COM O
      *----> DEBITO REGISTRADO. SE A QUEDA FOI ANTES DO DEBITO ELE E
      *----> LANCADO AGORA, NO ID REGISTRADO; SE OUTRO MOVIMENTO JA
      *----> OCUPOU ESSE ID, O DEBITO RECEBE O PROXIMO E A ORDEM E
      *----> REGRAVADA COM ELE.
           MOVE PR-IDTRANS  TO WK-ID-DEBITO.
           MOVE PR-MOEDA    TO WK-MOEDA-CONTA.
           MOVE PR-IDTRANS  TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   MOVE "23" TO WK-FS-CADTRANS
           END-READ.
           IF WK-FS-CADTRANS NOT EQUAL "00"
                   AND WK-FS-CADTRANS NOT EQUAL "23"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " NA LEITURA DO DEBITO DA ORDEM " PR-IDPAGTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-FS-CADTRANS EQUAL "00"
                   AND (FD-IDCONTA NOT EQUAL PR-IDCONTA
                        OR FD-VALOR NOT EQUAL PR-VALOR
                        OR FD-TIPO NOT EQUAL 1
                        OR FD-DATA NOT EQUAL PR-DATA-REMESSA)
               MOVE WK-CONTADOR  TO WK-ID-DEBITO
               MOVE WK-ID-DEBITO TO PR-IDTRANS
               REWRITE REG-PAGTOREG
               IF WK-FS-PAGTOREG NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-PAGTOREG
                           " AO ATUALIZAR A ORDEM " PR-IDPAGTO
                           " NO PAGTOREG"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "23" TO WK-FS-CADTRANS
           END-IF.
           IF WK-FS-CADTRANS EQUAL "23"
               IF PG-CATEGORIA EQUAL SPACES
                   MOVE "OU"         TO WK-CATEGORIA
               ELSE
                   MOVE PG-CATEGORIA TO WK-CATEGORIA
               END-IF
               PERFORM 0330-LANCA-DEBITO
               DISPLAY "PAGTOREM: ORDEM " PG-IDPAGTO " REGISTRADA SEM "
                       "DEBITO - DEBITO " WK-ID-DEBITO " LANCADO"
           END-IF.
           MOVE "00" TO WK-FS-CADTRANS.
           PERFORM 0380-GRAVA-DETALHE-TRAB.
           ADD 1 TO WK-QTD-RECUPERADAS.
           DISPLAY "PAGTOREM: ORDEM " PG-IDPAGTO " JA LANCADA NO "
                   "DEBITO " WK-ID-DEBITO " - INCLUIDA NA REMESSA".
           MOVE "RECUPERADA" TO DET-SITUACAO.
           MOVE SPACES       TO DET-MOTIVO.
           STRING "DEBITO " WK-ID-DEBITO DELIMITED BY SIZE
               INTO DET-MOTIVO.
           PERFORM 0390-IMPRIME-ORDEM.
      *
       0380-GRAVA-DETALHE-TRAB SECTION.
           MOVE "D"               TO RM-TIPO-REG.
           MOVE PG-IDPAGTO        TO RM-IDPAGTO.
           MOVE WK-ID-DEBITO      TO RM-IDTRANS.
           MOVE PG-IDCONTA        TO RM-IDCONTA.
           MOVE PG-BANCO          TO RM-BANCO.
           MOVE PG-AGENCIA        TO RM-AGENCIA.
           MOVE PG-CONTA-FAVOR    TO RM-CONTA-FAVOR.
           MOVE PG-DOC-FAVOR      TO RM-DOC-FAVOR.
           MOVE PG-NOME-FAVOR     TO RM-NOME-FAVOR.
           MOVE PG-VALOR          TO RM-VALOR.
           MOVE WK-MOEDA-CONTA    TO RM-MOEDA.
           WRITE REG-REMESSA-TRAB FROM WK-LIN-REMESSA.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA ESCRITA DO ARQUIVO DE TRABALHO DA "
                       "REMESSA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD PG-VALOR    TO WK-TOT-REMETIDO.
           ADD PG-IDPAGTO  TO WK-HASH-REMETIDO.
      *
       0390-IMPRIME-ORDEM SECTION.
           IF PG-IDPAGTO NUMERIC
               MOVE PG-IDPAGTO TO DET-IDPAGTO
           ELSE
               MOVE ZEROS      TO DET-IDPAGTO
           END-IF.
           IF PG-IDCONTA NUMERIC
               MOVE PG-IDCONTA TO DET-IDCONTA
           ELSE
               MOVE ZEROS      TO DET-IDCONTA
           END-IF.
           IF PG-VALOR NUMERIC
               MOVE PG-VALOR   TO DET-VALOR
           ELSE
               MOVE ZEROS      TO DET-VALOR
           END-IF.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0600-GERACAO SECTION.
       0600-GERA-REMESSA.
           CLOSE REMESSA-TRAB.
           IF WK-QTD-REMETIDAS EQUAL ZEROS
                   AND WK-QTD-RECUPERADAS EQUAL ZEROS
               DISPLAY "PAGTOREM: NENHUMA ORDEM ACEITA EM "
                       WK-DATA-MOVIMENTO " - REMESSA NAO GERADA"
               EXIT PARAGRAPH
           END-IF.

      *----> PRIMEIRO RECONTA O ARQUIVO DE TRABALHO; SE A CONTAGEM,
      *----> O VALOR OU O HASH DAS ORDENS NAO BATEREM COM O QUE FOI
      *----> LANCADO, NADA E ENTREGUE AO BANCO.
           OPEN INPUT REMESSA-TRAB.
           IF WK-FS-TRAB NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-TRAB
                       " NA RELEITURA DO ARQUIVO DE TRABALHO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0620-CONFERE-DETALHE
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE REMESSA-TRAB.

           IF WK-QTD-CONFERIDA NOT EQUAL
                       WK-QTD-REMETIDAS + WK-QTD-RECUPERADAS
                   OR WK-TOT-CONFERIDO NOT EQUAL WK-TOT-REMETIDO
                   OR WK-HASH-CONFERIDO NOT EQUAL WK-HASH-REMETIDO
               DISPLAY "PAGTOREM: TOTAIS DO ARQUIVO DE TRABALHO NAO "
                       "FECHAM COM OS LANCAMENTOS - REMESSA NAO "
                       "ENTREGUE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REMESSA.
           IF WK-FS-REMESSA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-REMESSA
                       " NA ABERTURA DA REMESSA " WK-ARQ-REMESSA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WK-DATA-MOVIMENTO TO HD-DATA.
           MOVE WK-QTD-CONFERIDA  TO HD-QTD-ITENS.
           MOVE WK-TOT-CONFERIDO  TO HD-TOT-VALOR.
           MOVE WK-HASH-CONFERIDO TO HD-HASH-ORDENS.
           WRITE REG-REMESSA FROM WK-LIN-HEADER.
           PERFORM 0650-VALIDA-ESCRITA-REMESSA.

           OPEN INPUT REMESSA-TRAB.
           PERFORM 0630-COPIA-DETALHE
               UNTIL WK-FS-TRAB EQUAL "10".
           CLOSE REMESSA-TRAB.

           MOVE WK-QTD-CONFERIDA  TO TR-QTD-ITENS.
           MOVE WK-TOT-CONFERIDO  TO TR-TOT-VALOR.
           MOVE WK-HASH-CONFERIDO TO TR-HASH-ORDENS.
           WRITE REG-REMESSA FROM WK-LIN-TRAILER.
           PERFORM 0650-VALIDA-ESCRITA-REMESSA.
           CLOSE REMESSA.
           DISPLAY "PAGTOREM: REMESSA " WK-ARQ-REMESSA " GERADA".
      *
       0620-CONFERE-DETALHE.
           READ REMESSA-TRAB INTO WK-LIN-REMESSA
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   ADD 1           TO WK-QTD-CONFERIDA
                   ADD RM-VALOR    TO WK-TOT-CONFERIDO
                   ADD RM-IDPAGTO  TO WK-HASH-CONFERIDO
           END-READ.
      *
       0630-COPIA-DETALHE.
           READ REMESSA-TRAB
               AT END
                   MOVE "10" TO WK-FS-TRAB
               NOT AT END
                   WRITE REG-REMESSA FROM REG-REMESSA-TRAB
                   PERFORM 0650-VALIDA-ESCRITA-REMESSA
           END-READ.
      *
       0650-VALIDA-ESCRITA-REMESSA.
           IF WK-FS-REMESSA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-REMESSA
                       " NA ESCRITA DA REMESSA " WK-ARQ-REMESSA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0690-TOTAIS-GERAIS.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS LIDAS.................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDAS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS REMETIDAS.............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-REMETIDAS     TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS RECUPERADAS............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUPERADAS   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS RECUSADAS.............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUSADAS     TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "VALOR REMETIDO................"
                                     TO TOT-LITERAL.
           MOVE WK-TOT-REMETIDO      TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "VALOR RECUSADO................"
                                     TO TOT-LITERAL.
           MOVE WK-TOT-RECUSADO      TO TOT-VALOR.
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
           CLOSE ORDPAGTO.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           CLOSE PERIODO.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           CLOSE PAGTOREG.
           CLOSE REL-PAGTO.
           DISPLAY "PAGTOREM: ORDENS LIDAS......... " WK-QTD-LIDAS.
           DISPLAY "PAGTOREM: ORDENS REMETIDAS..... "
                   WK-QTD-REMETIDAS.
           DISPLAY "PAGTOREM: ORDENS RECUPERADAS... "
                   WK-QTD-RECUPERADAS.
           DISPLAY "PAGTOREM: ORDENS RECUSADAS..... "
                   WK-QTD-RECUSADAS.
           DISPLAY "PAGTOREM: VALOR REMETIDO....... " WK-TOT-REMETIDO.
           IF WK-QTD-RECUSADAS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM PAGTOREM.
