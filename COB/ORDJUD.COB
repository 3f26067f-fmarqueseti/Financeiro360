      ******************************************************************
      * FILE NAME   : ORDJUD                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ORDENS JUDICIAIS DE BLOQUEIO POR CPF/CNPJ - PARA *
      *               CADA PEDIDO DO SISTEMA JUDICIAL: (B) BLOQUEIA O  *
      *               VALOR DA ORDEM DISTRIBUINDO-O PELAS CONTAS DO    *
      *               TITULAR DO DOCUMENTO, ATE O SALDO DISPONIVEL DE  *
      *               CADA UMA (BLOQJUD), SEM PARAR A CONTA; (L)       *
      *               LIBERA TOTAL OU PARCIALMENTE O VALOR RETIDO; (T) *
      *               TRANSFERE O VALOR RETIDO PARA A CONTA DE         *
      *               DEPOSITOS JUDICIAIS COM LANCAMENTOS TE EM        *
      *               CADTRANS. GRAVA O ARQUIVO DE RESPOSTA AO SISTEMA *
      *               JUDICIAL E O RELATORIO DAS ORDENS RECEBIDAS,     *
      *               CUMPRIDAS E CUMPRIDAS PARCIALMENTE POR FALTA DE  *
      *               SALDO. O CALCSALDO TRATA O VALOR RETIDO COMO     *
      *               INDISPONIVEL.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDJUD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> PEDIDOS DO SISTEMA JUDICIAL - UM POR LINHA
           SELECT PEDIDOS ASSIGN DYNAMIC WK-ARQ-PEDIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PEDIDOS.

           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-IDCLI
           FILE STATUS IS WK-FS-CADCLI.

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

      *----> ORDENS JUDICIAIS E VALOR RETIDO POR CONTA E ORDEM
           SELECT ORDJUD ASSIGN DYNAMIC WK-ARQ-ORDJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OJ-NUMORDEM
           FILE STATUS IS WK-FS-ORDJUD.

           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

      *----> PARAMETRO: CONTA DE DEPOSITOS JUDICIAIS QUE RECEBE AS
      *----> TRANSFERENCIAS AO JUIZO
           SELECT PARM-ORDJUD ASSIGN DYNAMIC WK-ARQ-PARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

      *----> AUDITORIA DOS BLOQUEIOS, LIBERACOES E TRANSFERENCIAS
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.

      *----> RESPOSTA AO SISTEMA JUDICIAL - NOME COM DATA E HORA DA
      *----> EXECUCAO PARA NAO SOBRESCREVER UM LOTE ANTERIOR
           SELECT ARQ-RESPOSTA ASSIGN DYNAMIC WK-ARQ-RESPOSTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-RESPOSTA.

           SELECT REL-ORDJUD ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> TRAVA DE CICLO EM ANDAMENTO - AS TRANSFERENCIAS E OS
      *----> BLOQUEIOS CONCORRERIAM COM O CALCSALDO
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REG-PEDIDO.
      *----> B = BLOQUEIO (NOVA ORDEM); L = LIBERACAO; T = TRANSFE-
      *----> RENCIA AO JUIZO
           03 PJ-ACAO               PIC X(01).
               88 PJ-BLOQUEIO                 VALUE "B".
               88 PJ-LIBERACAO                VALUE "L".
               88 PJ-TRANSFERENCIA            VALUE "T".
               88 PJ-ACAO-VALIDA              VALUES "B" "L" "T".
           03 PJ-NUMORDEM           PIC X(20).
           03 PJ-DOCUMENTO          PIC X(14).
      *----> VALOR DA ORDEM; NA LIBERACAO E NA TRANSFERENCIA, ZEROS
      *----> VALEM PELO VALOR AINDA RETIDO
           03 PJ-VALOR              PIC 9(10)V9(02).
           03 FILLER                PIC X(13).

       FD CADCONTA.
       COPY CADCONTA.

       FD CADCLI.
       COPY CADCLI.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       FD ORDJUD.
       COPY ORDJUD.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD PARM-ORDJUD.
       01 REG-PARM-ORDJUD           PIC X(04).

       FD CONTAAUD.
       COPY CONTAAUD.

       FD ARQ-RESPOSTA.
       01 REG-RESPOSTA              PIC X(150).

       FD REL-ORDJUD.
       01 REG-IMPRESSAO             PIC X(132).

       FD CICLOLOCK.
       COPY CICLOLOCK.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PEDIDOS           PIC X(100)   VALUE
           "C:\teste\ordjud-pedidos.txt".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-ORDJUD            PIC X(100)   VALUE
           "C:\teste\ordjud.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-PARM              PIC X(100)   VALUE
           "C:\teste\ordjud-parm.txt".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-PREFIXO-RESPOSTA      PIC X(100)   VALUE
           "C:\teste\ordjud-resposta".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\ordjud-rel.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-ARQ-RESPOSTA          PIC X(100)    VALUE SPACES.
       77  WK-FS-PEDIDOS            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCLI             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-ORDJUD             PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-RESPOSTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

       01  WK-SW-PEDIDO             PIC X         VALUE "S".
           88  PEDIDO-VALIDO                      VALUE "S".
           88  PEDIDO-INVALIDO                    VALUE "N".
       01  WK-SW-CONTA-JUDICIAL     PIC X         VALUE "N".
           88  HA-CONTA-JUDICIAL                  VALUE "S".

       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-IDTRANS-CORTE         PIC 9(08)     VALUE ZEROS.
       77  WK-ID-LANC               PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-MOVIMENTO     PIC X(06)     VALUE SPACES.
       77  WK-CONTA-JUDICIAL        PIC X(04)     VALUE SPACES.
       77  WK-CONTA-JUDICIAL-NUM    PIC 9(04)     VALUE ZEROS.
       77  WK-IDCONTA-NUM           PIC 9(04)     VALUE ZEROS.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.
       77  WK-SITUACAO              PIC X(10)     VALUE SPACES.

      *----> CLIENTES DO CADASTRO COM O DOCUMENTO DA ORDEM
       77  WK-QTD-CLIENTES          PIC 9(02)     VALUE ZEROS.
       77  WK-IX-CLI                PIC 9(02)     VALUE ZEROS.
       01  WK-TAB-CLIENTES.
           03  TC-IDCLI             PIC X(06)     OCCURS 10 TIMES.
       01  WK-SW-CLIENTE            PIC X         VALUE "N".
           88  CONTA-DO-TITULAR                   VALUE "S".

      *----> CONTAS ALCANCADAS PELA ORDEM - NO BLOQUEIO, AS CONTAS DO
      *----> TITULAR; NA LIBERACAO E NA TRANSFERENCIA, AS CONTAS COM
      *----> VALOR RETIDO PELA ORDEM
       77  WK-QTD-CONTAS            PIC 9(02)     VALUE ZEROS.
       77  WK-IX                    PIC 9(02)     VALUE ZEROS.
       01  WK-TAB-CONTAS.
           03  TB-CONTA             OCCURS 20 TIMES.
               05  TB-IDCONTA       PIC X(04).
               05  TB-SALDOINI      PIC S9(10)V9(02).
               05  TB-STATUS        PIC X(01).
               05  TB-VALOR         PIC 9(10)V9(02).
               05  TB-IDTRANS-TE    PIC 9(08).

      *----> SALDO DISPONIVEL DA CONTA: SALDO DE ABERTURA DO PERIODO
      *----> MAIS OS MOVIMENTOS DE CADTRANS, MENOS O QUE JA ESTA
      *----> RETIDO POR OUTRAS ORDENS
       77  WK-SALDO-ATUAL           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-RETIDO                PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-RETIDO-ORDEM          PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-DISPONIVEL            PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-A-ATENDER             PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-VALOR-CONTA           PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-VALOR-PEDIDO          PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-VALOR-ATENDIDO        PIC 9(10)V9(02) VALUE ZEROS.
       77  WK-QTD-CONTAS-ORDEM      PIC 9(02)     VALUE ZEROS.
       77  WK-QTD-NAO-ATIVAS        PIC 9(02)     VALUE ZEROS.

      *----> AUDITORIA
       77  WK-AUD-CAMPO             PIC X(06)     VALUE SPACES.
       77  WK-AUD-IDCONTA           PIC X(04)     VALUE SPACES.
       77  WK-AUD-ANTIGO            PIC X(30)     VALUE SPACES.
       77  WK-AUD-NOVO              PIC X(30)     VALUE SPACES.
       01  WK-DATA-SISTEMA          PIC 9(08)     VALUE ZEROS.
       01  WK-HORA-SISTEMA.
           03  WK-HS-HH             PIC X(02).
           03  WK-HS-MM             PIC X(02).
           03  WK-HS-SS             PIC X(02).
           03  FILLER               PIC X(02).
       77  WK-HORA-SESSAO           PIC X(06)     VALUE SPACES.

      *----> TOTAIS DA EXECUCAO
       77  WK-QTD-LIDOS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECEBIDAS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-INTEGRAIS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PARCIAIS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-SEM-SALDO         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-LIBERACOES        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-TRANSFERENCIAS    PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUSADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RESPOSTAS         PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-ORDENADO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-BLOQUEADO         PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-LIBERADO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-TRANSFERIDO       PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-ATENDIDO          PIC 9(13)V9(02) VALUE ZEROS.

      *----> CAMPOS EDITADOS DO ARQUIVO DE RESPOSTA E DA AUDITORIA
       77  WK-ED-VALOR              PIC 9(10),9(02) VALUE ZEROS.
       77  WK-ED-ATENDIDO           PIC 9(10),9(02) VALUE ZEROS.
       77  WK-ED-RETIDO             PIC 9(10),9(02) VALUE ZEROS.
       77  WK-ED-HASH               PIC 9(13),9(02) VALUE ZEROS.
       77  WK-ED-QTD                PIC 9(06)     VALUE ZEROS.
       01  WK-LINHA-RESPOSTA        PIC X(150)    VALUE SPACES.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - ORDENS JUDICIAIS".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB2.
           03  FILLER               PIC X(02)     VALUE "AC".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(20)     VALUE
               "ORDEM".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(14)     VALUE
               "DOCUMENTO".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(17)     VALUE
               "    VALOR PEDIDO".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(17)     VALUE
               "  VALOR ATENDIDO".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(06)     VALUE "CONTAS".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(10)     VALUE "SITUACAO".
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  FILLER               PIC X(40)     VALUE
               "OBSERVACAO".

       01  WK-LIN-DETALHE.
           03  DET-ACAO             PIC X(01).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-NUMORDEM         PIC X(20).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DOCUMENTO        PIC X(14).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-ATENDIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-CONTAS           PIC Z9.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-MOTIVO           PIC X(40).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(40).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZZ.ZZ9.

       01  WK-LIN-TOTAL.
           03  TOT-LITERAL          PIC X(40).
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
           PERFORM 0170-LE-PARAMETRO.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-PEDIDOS EQUAL "10".

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "ORDJUD-PEDIDOS" TO CFG-NOME.
           MOVE WK-ARQ-PEDIDOS         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PEDIDOS.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "CADCLI" TO CFG-NOME.
           MOVE WK-ARQ-CADCLI          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCLI.
           MOVE "CADTRANS" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANS        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANS.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "ORDJUD" TO CFG-NOME.
           MOVE WK-ARQ-ORDJUD          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORDJUD.
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
           MOVE "ORDJUD-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM            TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "ORDJUD-RESPOSTA" TO CFG-NOME.
           MOVE WK-PREFIXO-RESPOSTA    TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-RESPOSTA.
           MOVE "ORDJUD-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, OS BLOQUEIOS E AS
      *----> TRANSFERENCIAS CONCORRERIAM COM O CALCSALDO - EXECUCAO
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
                       DISPLAY "ORDJUD: CICLO NOTURNO EM ANDAMENTO"
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
      *----> SEM ARQUIVO DE PEDIDOS NAO HA ORDEM A CUMPRIR - ENCERRA
      *----> NORMALMENTE.
           OPEN INPUT PEDIDOS.
           IF WK-FS-PEDIDOS EQUAL "35"
               DISPLAY "ORDJUD: NENHUM PEDIDO DO SISTEMA JUDICIAL - "
                       "NADA A PROCESSAR"
               GOBACK
           END-IF.
           IF WK-FS-PEDIDOS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PEDIDOS
                       " NA ABERTURA DO ARQUIVO DE PEDIDOS"
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

      *----> SEM O CADASTRO DE CLIENTES NAO HA COMO ACHAR AS CONTAS
      *----> DO DOCUMENTO DA ORDEM
           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCLI
                       " NA ABERTURA DO ARQUIVO CADCLI"
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

      *----> ORDENS E BLOQUEIOS SAO CRIADOS NO PRIMEIRO USO
           OPEN I-O ORDJUD.
           IF WK-FS-ORDJUD EQUAL "35"
               OPEN OUTPUT ORDJUD
               CLOSE ORDJUD
               OPEN I-O ORDJUD
           END-IF.
           IF WK-FS-ORDJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ORDJUD
                       " NA ABERTURA DO ARQUIVO ORDJUD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BLOQJUD.
           IF WK-FS-BLOQJUD EQUAL "35"
               OPEN OUTPUT BLOQJUD
               CLOSE BLOQJUD
               OPEN I-O BLOQJUD
           END-IF.
           IF WK-FS-BLOQJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-BLOQJUD
                       " NA ABERTURA DO ARQUIVO BLOQJUD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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

           OPEN OUTPUT REL-ORDJUD.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE WK-HORA-SISTEMA(1:6) TO WK-HORA-SESSAO.

      *----> RESPOSTA AO SISTEMA JUDICIAL - TODO PEDIDO LIDO TEM UMA
      *----> LINHA DE RESPOSTA, INCLUSIVE O RECUSADO
           MOVE SPACES TO WK-ARQ-RESPOSTA.
           STRING WK-PREFIXO-RESPOSTA DELIMITED BY SPACES
                  "-"                 DELIMITED BY SIZE
                  WK-DATA-SISTEMA     DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WK-HORA-SESSAO      DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
               INTO WK-ARQ-RESPOSTA.
           OPEN OUTPUT ARQ-RESPOSTA.
           IF WK-FS-RESPOSTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RESPOSTA
                       " NA ABERTURA DO ARQUIVO DE RESPOSTA "
                       WK-ARQ-RESPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-DETERMINA-CONTADOR SECTION.
      *----> CONTINUA A NUMERACAO DE FD-IDTRANS A PARTIR DO MAIOR ID
      *----> JA GRAVADO, EXATAMENTE COMO NUMA CARGA NORMAL. O MAIOR ID
      *----> E TAMBEM O CORTE DOS BLOQUEIOS FEITOS NESTA EXECUCAO.
           MOVE 1          TO WK-CONTADOR.
           MOVE LOW-VALUES TO FD-IDTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.

           PERFORM 0155-LE-PROXIMO-ID
               UNTIL WK-FS-CADTRANS EQUAL "10".

           MOVE "00" TO WK-FS-CADTRANS.
           COMPUTE WK-IDTRANS-CORTE = WK-CONTADOR - 1.
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
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-MOVIMENTO.

      *----> AS TRANSFERENCIAS SAEM COM A DATA DE MOVIMENTO CORRENTE -
      *----> O PERIODO PRECISA ESTAR ABERTO.
           MOVE WK-PERIODO-MOVIMENTO TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ORDJUD: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "ORDJUD: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WK-LINHA-RESPOSTA.
           STRING "H;" WK-DATA-MOVIMENTO ";ORDJUD"
               DELIMITED BY SIZE INTO WK-LINHA-RESPOSTA.
           PERFORM 0660-GRAVA-LINHA-RESPOSTA.
      ******************************************************************
       0170-LE-PARAMETRO SECTION.
      *----> SEM A CONTA DE DEPOSITOS JUDICIAIS (CADASTRADA, ATIVA E
      *----> EM REAIS) OS PEDIDOS DE TRANSFERENCIA SAO RECUSADOS; OS
      *----> BLOQUEIOS E AS LIBERACOES SEGUEM NORMALMENTE.
           OPEN INPUT PARM-ORDJUD.
           IF WK-FS-PARM NOT EQUAL "00"
               DISPLAY "ORDJUD: PARAMETRO DA CONTA DE DEPOSITOS "
                       "JUDICIAIS INDISPONIVEL - SEM TRANSFERENCIAS"
               EXIT SECTION
           END-IF.
           READ PARM-ORDJUD
               AT END
                   MOVE SPACES TO REG-PARM-ORDJUD
           END-READ.
           CLOSE PARM-ORDJUD.
           IF REG-PARM-ORDJUD NOT NUMERIC
               DISPLAY "ORDJUD: CONTA DE DEPOSITOS JUDICIAIS INVALIDA "
                       "NO PARAMETRO - SEM TRANSFERENCIAS"
               EXIT SECTION
           END-IF.
           MOVE REG-PARM-ORDJUD TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   DISPLAY "ORDJUD: CONTA DE DEPOSITOS JUDICIAIS "
                           REG-PARM-ORDJUD " NAO CADASTRADA - SEM "
                           "TRANSFERENCIAS"
                   EXIT SECTION
           END-READ.
           IF NOT CONTA-ATIVA
                   OR (MOEDA-CONTA NOT EQUAL SPACES
                       AND MOEDA-CONTA NOT EQUAL "BRL")
               DISPLAY "ORDJUD: CONTA DE DEPOSITOS JUDICIAIS "
                       REG-PARM-ORDJUD " NAO ATIVA OU FORA DA MOEDA "
                       "BASE - SEM TRANSFERENCIAS"
               EXIT SECTION
           END-IF.
           MOVE REG-PARM-ORDJUD TO WK-CONTA-JUDICIAL.
           MOVE REG-PARM-ORDJUD TO WK-CONTA-JUDICIAL-NUM.
           SET HA-CONTA-JUDICIAL TO TRUE.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ PEDIDOS
               AT END
                   MOVE "10" TO WK-FS-PEDIDOS
               NOT AT END
                   ADD 1 TO WK-QTD-LIDOS
                   MOVE ZEROS  TO WK-VALOR-ATENDIDO
                                  WK-QTD-CONTAS-ORDEM
                   MOVE SPACES TO WK-MOTIVO WK-SITUACAO
                   PERFORM 0340-VALIDA-PEDIDO
                   IF PEDIDO-INVALIDO
                       PERFORM 0395-RECUSA-PEDIDO
                   ELSE
                       EVALUATE TRUE
                           WHEN PJ-BLOQUEIO
                               PERFORM 0320-BLOQUEIA-ORDEM
                           WHEN PJ-LIBERACAO
                               PERFORM 0370-LIBERA-ORDEM
                           WHEN PJ-TRANSFERENCIA
                               PERFORM 0370-LIBERA-ORDEM
                       END-EVALUATE
                   END-IF
                   PERFORM 0650-GRAVA-RESPOSTA
                   PERFORM 0680-IMPRIME-DETALHE
           END-READ.
      ******************************************************************
       0320-BLOQUEIA-ORDEM SECTION.
      *----> DISTRIBUI O VALOR DA ORDEM PELAS CONTAS DO TITULAR, NA
      *----> ORDEM DAS CONTAS, ATE O DISPONIVEL DE CADA UMA; O QUE
      *----> FALTA FICA COMO CUMPRIMENTO PARCIAL POR FALTA DE SALDO.
           ADD 1         TO WK-QTD-RECEBIDAS.
           ADD PJ-VALOR  TO WK-TOT-ORDENADO.
           MOVE PJ-VALOR TO WK-A-ATENDER.
           PERFORM 0355-LOCALIZA-CONTAS.
           PERFORM 0360-BLOQUEIA-CONTA
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-CONTAS
                  OR WK-A-ATENDER EQUAL ZEROS.
           COMPUTE WK-VALOR-ATENDIDO = PJ-VALOR - WK-A-ATENDER.
           ADD WK-VALOR-ATENDIDO TO WK-TOT-BLOQUEADO.

           MOVE SPACES            TO REG-ORDJUD.
           MOVE PJ-NUMORDEM       TO OJ-NUMORDEM.
           MOVE PJ-DOCUMENTO      TO OJ-DOCUMENTO.
           MOVE WK-DATA-MOVIMENTO TO OJ-DATA-RECEB OJ-DATA-ULT.
           MOVE PJ-VALOR          TO OJ-VALOR-ORDEM.
           MOVE WK-VALOR-ATENDIDO TO OJ-VALOR-BLOQ-INI OJ-VALOR-BLOQ.
           MOVE ZEROS             TO OJ-VALOR-LIBER OJ-VALOR-TRANSF.
           MOVE WK-QTD-CONTAS-ORDEM TO OJ-QTD-CONTAS.
           EVALUATE TRUE
               WHEN WK-A-ATENDER EQUAL ZEROS
                   SET ORDEM-INTEGRAL TO TRUE
                   MOVE "CUMPRIDA"  TO WK-SITUACAO
                   ADD 1 TO WK-QTD-INTEGRAIS
               WHEN WK-VALOR-ATENDIDO GREATER THAN ZEROS
                   SET ORDEM-PARCIAL TO TRUE
                   MOVE "PARCIAL"   TO WK-SITUACAO
                   MOVE "SALDO INSUFICIENTE NAS CONTAS DO TITULAR"
                                    TO WK-MOTIVO
                   ADD 1 TO WK-QTD-PARCIAIS
               WHEN OTHER
                   SET ORDEM-SEM-SALDO TO TRUE
                   MOVE "SEM SALDO" TO WK-SITUACAO
                   IF WK-QTD-CONTAS EQUAL ZEROS
                       MOVE "TITULAR SEM CONTA ATIVA EM REAIS"
                                    TO WK-MOTIVO
                   ELSE
                       MOVE "NENHUM SALDO DISPONIVEL NAS CONTAS"
                                    TO WK-MOTIVO
                   END-IF
                   ADD 1 TO WK-QTD-SEM-SALDO
           END-EVALUATE.
           WRITE REG-ORDJUD.
           IF WK-FS-ORDJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ORDJUD
                       " AO GRAVAR A ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " " WK-SITUACAO
                   " - BLOQUEADO " WK-VALOR-ATENDIDO
                   " EM " WK-QTD-CONTAS-ORDEM " CONTA(S)".
      ******************************************************************
       0355-LOCALIZA-CONTAS SECTION.
      *----> CONTAS DE TODOS OS CLIENTES COM O DOCUMENTO DA ORDEM -
      *----> SO AS NAO ENCERRADAS E NA MOEDA BASE (A ORDEM E EM REAIS)
           MOVE ZEROS      TO WK-QTD-CONTAS.
           MOVE LOW-VALUES TO IDCONTA.
           START CADCONTA KEY IS NOT LESS THAN IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CADCONTA EQUAL "00"
               MOVE "00" TO WK-FS-BUSCA
           ELSE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
           PERFORM 0356-SELECIONA-CONTA
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0356-SELECIONA-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
           END-READ.
           IF WK-FS-BUSCA EQUAL "10"
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-ENCERRADA OR IDCLI EQUAL SPACES
                   OR (MOEDA-CONTA NOT EQUAL SPACES
                       AND MOEDA-CONTA NOT EQUAL "BRL")
               EXIT PARAGRAPH
           END-IF.
      *----> A PROPRIA CONTA DE DEPOSITOS JUDICIAIS NUNCA E BLOQUEADA
           IF HA-CONTA-JUDICIAL AND IDCONTA EQUAL WK-CONTA-JUDICIAL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WK-SW-CLIENTE.
           PERFORM 0357-COMPARA-CLIENTE
               VARYING WK-IX-CLI FROM 1 BY 1
               UNTIL WK-IX-CLI GREATER THAN WK-QTD-CLIENTES
                  OR CONTA-DO-TITULAR.
           IF NOT CONTA-DO-TITULAR
               EXIT PARAGRAPH
           END-IF.
           IF WK-QTD-CONTAS NOT LESS THAN 20
               DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " - CONTA "
                       IDCONTA " ALEM DO LIMITE DE 20 CONTAS - "
                       "NAO CONSIDERADA"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-CONTAS.
           MOVE IDCONTA      TO TB-IDCONTA(WK-QTD-CONTAS).
           MOVE SALDOINI     TO TB-SALDOINI(WK-QTD-CONTAS).
           MOVE STATUS-CONTA TO TB-STATUS(WK-QTD-CONTAS).
           MOVE ZEROS        TO TB-VALOR(WK-QTD-CONTAS).
      *
       0357-COMPARA-CLIENTE.
           IF IDCLI EQUAL TC-IDCLI(WK-IX-CLI)
               SET CONTA-DO-TITULAR TO TRUE
           END-IF.
      ******************************************************************
       0358-LOCALIZA-CLIENTES SECTION.
      *----> O DOCUMENTO NAO E CHAVE DO CADASTRO DE CLIENTES - LEITURA
      *----> COMPLETA, GUARDANDO TODOS OS CLIENTES COM O DOCUMENTO
           MOVE ZEROS      TO WK-QTD-CLIENTES.
           MOVE LOW-VALUES TO CL-IDCLI.
           START CADCLI KEY IS NOT LESS THAN CL-IDCLI
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CADCLI EQUAL "00"
               MOVE "00" TO WK-FS-BUSCA
           ELSE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
           PERFORM 0359-SELECIONA-CLIENTE
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0359-SELECIONA-CLIENTE.
           READ CADCLI NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF CL-DOCUMENTO EQUAL PJ-DOCUMENTO
                           AND WK-QTD-CLIENTES LESS THAN 10
                       ADD 1 TO WK-QTD-CLIENTES
                       MOVE CL-IDCLI TO TC-IDCLI(WK-QTD-CLIENTES)
                   END-IF
           END-READ.
      ******************************************************************
       0360-BLOQUEIA-CONTA SECTION.
      *----> BLOQUEIO DA ORDEM JA GRAVADO NA CONTA (QUEDA ANTES DA
      *----> GRAVACAO DA ORDEM) - VALE O QUE JA ESTA RETIDO, SEM NOVO
      *----> BLOQUEIO
           MOVE TB-IDCONTA(WK-IX) TO BJ-IDCONTA.
           MOVE PJ-NUMORDEM       TO BJ-NUMORDEM.
           READ BLOQJUD
               INVALID KEY
                   MOVE "23" TO WK-FS-BLOQJUD
           END-READ.
           IF WK-FS-BLOQJUD EQUAL "00"
               PERFORM 0362-ASSUME-BLOQUEIO
               EXIT SECTION
           END-IF.
           IF WK-FS-BLOQJUD NOT EQUAL "23"
               DISPLAY "ERRO: " WK-FS-BLOQJUD
                       " AO LER O BLOQUEIO DA ORDEM " PJ-NUMORDEM
                       " NA CONTA " TB-IDCONTA(WK-IX)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0365-APURA-DISPONIVEL.
           IF WK-DISPONIVEL NOT GREATER THAN ZEROS
               EXIT SECTION
           END-IF.
           IF WK-DISPONIVEL LESS THAN WK-A-ATENDER
               MOVE WK-DISPONIVEL TO WK-VALOR-CONTA
           ELSE
               MOVE WK-A-ATENDER  TO WK-VALOR-CONTA
           END-IF.

           MOVE SPACES               TO REG-BLOQJUD.
           MOVE TB-IDCONTA(WK-IX)    TO BJ-IDCONTA.
           MOVE PJ-NUMORDEM          TO BJ-NUMORDEM.
           MOVE WK-VALOR-CONTA       TO BJ-VALOR.
           MOVE WK-DATA-MOVIMENTO    TO BJ-DATA.
           MOVE WK-IDTRANS-CORTE     TO BJ-IDTRANS-CORTE.
           MOVE WK-PERIODO-MOVIMENTO TO BJ-PERIODO-CORTE.
           MOVE ZEROS                TO BJ-IDTRANS-TE.
           WRITE REG-BLOQJUD.
           IF WK-FS-BLOQJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-BLOQJUD
                       " AO GRAVAR O BLOQUEIO DA ORDEM " PJ-NUMORDEM
                       " NA CONTA " TB-IDCONTA(WK-IX)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SUBTRACT WK-VALOR-CONTA FROM WK-A-ATENDER.
           MOVE WK-VALOR-CONTA TO TB-VALOR(WK-IX).
           ADD 1 TO WK-QTD-CONTAS-ORDEM.

           MOVE TB-IDCONTA(WK-IX) TO WK-AUD-IDCONTA.
           MOVE ZEROS             TO WK-ED-VALOR.
           MOVE WK-VALOR-CONTA    TO WK-ED-RETIDO.
           PERFORM 0610-AUDITA-BLOQUEIO.
           EXIT SECTION.
      *
       0362-ASSUME-BLOQUEIO.
      *----> O RETIDO NAO PASSA DO QUE AINDA FALTA ATENDER, PARA A
      *----> ORDEM SEGUIR IGUAL A SOMA DOS SEUS BLOQUEIOS
           IF BJ-VALOR GREATER THAN WK-A-ATENDER
               MOVE WK-A-ATENDER TO BJ-VALOR
               REWRITE REG-BLOQJUD
               IF WK-FS-BLOQJUD NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " AO REGRAVAR O BLOQUEIO DA ORDEM "
                           PJ-NUMORDEM " NA CONTA " TB-IDCONTA(WK-IX)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE BJ-VALOR TO WK-VALOR-CONTA.
           SUBTRACT WK-VALOR-CONTA FROM WK-A-ATENDER.
           MOVE WK-VALOR-CONTA TO TB-VALOR(WK-IX).
           ADD 1 TO WK-QTD-CONTAS-ORDEM.
           DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " - CONTA "
                   TB-IDCONTA(WK-IX) " JA BLOQUEADA EM "
                   WK-VALOR-CONTA.
      ******************************************************************
       0365-APURA-DISPONIVEL SECTION.
           MOVE TB-SALDOINI(WK-IX) TO WK-SALDO-ATUAL.
           MOVE TB-IDCONTA(WK-IX)  TO WK-IDCONTA-NUM.
           MOVE WK-IDCONTA-NUM     TO FD-IDCONTA.
           START CADTRANS KEY IS NOT LESS THAN FD-IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CADTRANS EQUAL "00"
               MOVE "00" TO WK-FS-BUSCA
           ELSE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
           PERFORM 0366-SOMA-MOVIMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".

      *----> O QUE OUTRAS ORDENS JA RETEM NA CONTA NAO ESTA DISPONIVEL
           MOVE ZEROS             TO WK-RETIDO.
           MOVE TB-IDCONTA(WK-IX) TO BJ-IDCONTA.
           MOVE LOW-VALUES        TO BJ-NUMORDEM.
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-BLOQJUD EQUAL "00"
               MOVE "00" TO WK-FS-BUSCA
           ELSE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
           PERFORM 0367-SOMA-RETIDO
               UNTIL WK-FS-BUSCA EQUAL "10".
           COMPUTE WK-DISPONIVEL = WK-SALDO-ATUAL - WK-RETIDO.
           EXIT SECTION.
      *
       0366-SOMA-MOVIMENTO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF FD-IDCONTA NOT EQUAL WK-IDCONTA-NUM
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
       0367-SOMA-RETIDO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF BJ-IDCONTA NOT EQUAL TB-IDCONTA(WK-IX)
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       ADD BJ-VALOR TO WK-RETIDO
                   END-IF
           END-READ.
      ******************************************************************
       0370-LIBERA-ORDEM SECTION.
      *----> LIBERACAO OU TRANSFERENCIA DO VALOR RETIDO PELA ORDEM -
      *----> ZEROS OU VALOR MAIOR QUE O RETIDO VALEM PELO RETIDO; A
      *----> BAIXA CONSOME AS CONTAS NA ORDEM EM QUE FORAM BLOQUEADAS.
      *----> CADA CONTA BAIXADA E REGISTRADA NA ORDEM NA HORA, E O
      *----> PEDIDO INTERROMPIDO CONTINUA DE ONDE PAROU NA REEXECUCAO.
           MOVE ZEROS           TO WK-QTD-NAO-ATIVAS.
           PERFORM 0375-CARREGA-BLOQUEIOS.
           PERFORM 0371-RETOMA-PEDIDO.
           IF PJ-VALOR EQUAL ZEROS
                   OR PJ-VALOR GREATER THAN
                      OJ-VALOR-BLOQ + OJ-VALOR-ANDAMENTO
               COMPUTE WK-VALOR-PEDIDO = OJ-VALOR-BLOQ
                                       + OJ-VALOR-ANDAMENTO
           ELSE
               MOVE PJ-VALOR      TO WK-VALOR-PEDIDO
           END-IF.
           COMPUTE WK-A-ATENDER = WK-VALOR-PEDIDO - OJ-VALOR-ANDAMENTO.
           PERFORM 0380-BAIXA-BLOQUEIO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-CONTAS
                  OR WK-A-ATENDER EQUAL ZEROS.
           COMPUTE WK-VALOR-ATENDIDO = WK-VALOR-PEDIDO - WK-A-ATENDER.

           IF PJ-LIBERACAO
               ADD WK-VALOR-ATENDIDO TO WK-TOT-LIBERADO
               ADD 1 TO WK-QTD-LIBERACOES
           ELSE
               ADD WK-VALOR-ATENDIDO TO WK-TOT-TRANSFERIDO
               ADD 1 TO WK-QTD-TRANSFERENCIAS
           END-IF.
      *----> SEM NADA MAIS RETIDO A ORDEM SE ENCERRA PELA ULTIMA BAIXA
           IF OJ-VALOR-BLOQ EQUAL ZEROS AND ORDEM-EM-VIGOR
               IF PJ-LIBERACAO
                   SET ORDEM-LIBERADA    TO TRUE
               ELSE
                   SET ORDEM-TRANSFERIDA TO TRUE
               END-IF
           END-IF.
           MOVE SPACES            TO OJ-ACAO-ANDAMENTO.
           MOVE ZEROS             TO OJ-VALOR-ANDAMENTO.
           MOVE WK-DATA-MOVIMENTO TO OJ-DATA-ULT.
           REWRITE REG-ORDJUD.
           IF WK-FS-ORDJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ORDJUD
                       " AO REGRAVAR A ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WK-QTD-NAO-ATIVAS GREATER THAN ZEROS
                       AND WK-A-ATENDER GREATER THAN ZEROS
                   MOVE "PARCIAL"  TO WK-SITUACAO
                   MOVE "CONTA NAO ATIVA - VALOR MANTIDO RETIDO"
                                   TO WK-MOTIVO
               WHEN PJ-VALOR GREATER THAN WK-VALOR-ATENDIDO
                   MOVE "PARCIAL"  TO WK-SITUACAO
                   MOVE "VALOR PEDIDO MAIOR QUE O RETIDO"
                                   TO WK-MOTIVO
               WHEN OTHER
                   MOVE "CUMPRIDA" TO WK-SITUACAO
           END-EVALUATE.
           DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " " WK-SITUACAO
                   " - ACAO " PJ-ACAO " VALOR " WK-VALOR-ATENDIDO
                   " - RETIDO " OJ-VALOR-BLOQ.
      ******************************************************************
       0371-RETOMA-PEDIDO SECTION.
      *----> PEDIDO INTERROMPIDO NA ORDEM: PRIMEIRO CONCLUI A CONTA QUE
      *----> FICOU PELA METADE; DEPOIS O PEDIDO E RETOMADO SE FOR A
      *----> MESMA ACAO NA MESMA DATA, OU DADO POR ENCERRADO NO QUE JA
      *----> BAIXOU. O PEDIDO NOVO E MARCADO NA ORDEM ANTES DA PRIMEIRA
      *----> CONTA.
           IF OJ-VALOR-ANDAMENTO NOT NUMERIC
               MOVE ZEROS TO OJ-VALOR-ANDAMENTO
           END-IF.
           IF NOT SEM-PEDIDO-EM-ANDAMENTO
               PERFORM 0378-CONCLUI-TRANSFERENCIA
                   VARYING WK-IX FROM 1 BY 1
                   UNTIL WK-IX GREATER THAN WK-QTD-CONTAS
      *----> RETIDO NAS CONTAS MENOR QUE O DA ORDEM: A ULTIMA CONTA FOI
      *----> BAIXADA E A QUEDA VEIO ANTES DE REGISTRA-LA NA ORDEM
               IF WK-RETIDO-ORDEM LESS THAN OJ-VALOR-BLOQ
                   COMPUTE WK-VALOR-CONTA = OJ-VALOR-BLOQ
                                          - WK-RETIDO-ORDEM
                   PERFORM 0385-REGISTRA-ANDAMENTO
               END-IF
               IF OJ-ACAO-ANDAMENTO EQUAL PJ-ACAO
                       AND OJ-DATA-ULT EQUAL WK-DATA-MOVIMENTO
                   DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " - PEDIDO "
                           PJ-ACAO " RETOMADO - JA BAIXADO "
                           OJ-VALOR-ANDAMENTO
                   EXIT SECTION
               END-IF
               DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " - PEDIDO "
                       OJ-ACAO-ANDAMENTO " INTERROMPIDO ENCERRADO - "
                       "BAIXADO " OJ-VALOR-ANDAMENTO
               IF OJ-VALOR-BLOQ EQUAL ZEROS
                   IF LIBERACAO-EM-ANDAMENTO
                       SET ORDEM-LIBERADA    TO TRUE
                   ELSE
                       SET ORDEM-TRANSFERIDA TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE PJ-ACAO           TO OJ-ACAO-ANDAMENTO.
           MOVE ZEROS             TO OJ-VALOR-ANDAMENTO.
           MOVE WK-DATA-MOVIMENTO TO OJ-DATA-ULT.
           REWRITE REG-ORDJUD.
           IF WK-FS-ORDJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ORDJUD
                       " AO REGRAVAR A ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0375-CARREGA-BLOQUEIOS SECTION.
      *----> CONTAS COM VALOR RETIDO PELA ORDEM, PELA CHAVE ALTERNATIVA,
      *----> E O TOTAL AINDA RETIDO NELAS
           MOVE ZEROS       TO WK-QTD-CONTAS WK-RETIDO-ORDEM.
           MOVE PJ-NUMORDEM TO BJ-NUMORDEM.
           START BLOQJUD KEY IS NOT LESS THAN BJ-NUMORDEM
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-BLOQJUD EQUAL "00"
               MOVE "00" TO WK-FS-BUSCA
           ELSE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
           PERFORM 0376-GUARDA-BLOQUEIO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0376-GUARDA-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF BJ-NUMORDEM NOT EQUAL PJ-NUMORDEM
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       ADD BJ-VALOR TO WK-RETIDO-ORDEM
                       IF WK-QTD-CONTAS LESS THAN 20
                           ADD 1 TO WK-QTD-CONTAS
                           MOVE BJ-IDCONTA TO TB-IDCONTA(WK-QTD-CONTAS)
                           MOVE BJ-VALOR   TO TB-VALOR(WK-QTD-CONTAS)
                           MOVE ZEROS  TO TB-IDTRANS-TE(WK-QTD-CONTAS)
                           IF BJ-IDTRANS-TE NUMERIC
                               MOVE BJ-IDTRANS-TE
                                   TO TB-IDTRANS-TE(WK-QTD-CONTAS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       0378-CONCLUI-TRANSFERENCIA SECTION.
      *----> CONTA COM TRANSFERENCIA INTERROMPIDA: SE O DEBITO TE FOI
      *----> GRAVADO, COMPLETA O PAR E BAIXA O BLOQUEIO NO VALOR DO
      *----> DEBITO; SE NAO FOI, SO DESMARCA A CONTA, QUE VOLTA PARA O
      *----> PEDIDO COMO AS DEMAIS
           IF TB-IDTRANS-TE(WK-IX) EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE TB-IDCONTA(WK-IX)    TO WK-IDCONTA-NUM.
           MOVE TB-IDTRANS-TE(WK-IX) TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   MOVE "23" TO WK-FS-CADTRANS
           END-READ.
           IF WK-FS-CADTRANS NOT EQUAL "00"
                   AND WK-FS-CADTRANS NOT EQUAL "23"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO LER A TRANSFERENCIA DA ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-FS-CADTRANS EQUAL "00"
                   AND TIPO-DEBITO AND CATEGORIA-TRANSFER
                   AND FD-IDCONTA EQUAL WK-IDCONTA-NUM
                   AND FD-DESCR(10:20) EQUAL PJ-NUMORDEM
               MOVE FD-VALOR TO WK-VALOR-CONTA
               PERFORM 0379-COMPLETA-CREDITO
           ELSE
               MOVE ZEROS    TO WK-VALOR-CONTA
           END-IF.
           MOVE "00" TO WK-FS-CADTRANS.

           MOVE TB-IDCONTA(WK-IX) TO BJ-IDCONTA.
           MOVE PJ-NUMORDEM       TO BJ-NUMORDEM.
           READ BLOQJUD
               INVALID KEY
                   DISPLAY "ERRO: BLOQUEIO DA ORDEM " PJ-NUMORDEM
                           " NA CONTA " TB-IDCONTA(WK-IX)
                           " SUMIU DE BLOQJUD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE ZEROS TO TB-IDTRANS-TE(WK-IX).
           IF WK-VALOR-CONTA EQUAL ZEROS
               MOVE ZEROS TO BJ-IDTRANS-TE
               REWRITE REG-BLOQJUD
               IF WK-FS-BLOQJUD NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " AO REGRAVAR O BLOQUEIO DA ORDEM "
                           PJ-NUMORDEM " NA CONTA " TB-IDCONTA(WK-IX)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               EXIT SECTION
           END-IF.

           MOVE BJ-VALOR TO WK-ED-VALOR.
           PERFORM 0382-ATUALIZA-BLOQUEIO.
           PERFORM 0385-REGISTRA-ANDAMENTO.
           COMPUTE WK-ED-RETIDO = TB-VALOR(WK-IX) - WK-VALOR-CONTA.
           SUBTRACT WK-VALOR-CONTA FROM TB-VALOR(WK-IX)
                                        WK-RETIDO-ORDEM.
           ADD 1 TO WK-QTD-CONTAS-ORDEM.
           MOVE TB-IDCONTA(WK-IX) TO WK-AUD-IDCONTA.
           PERFORM 0610-AUDITA-BLOQUEIO.
           DISPLAY "ORDJUD: ORDEM " PJ-NUMORDEM " - TRANSFERENCIA "
                   "INTERROMPIDA NA CONTA " TB-IDCONTA(WK-IX)
                   " CONCLUIDA - VALOR " WK-VALOR-CONTA.
           EXIT SECTION.
      *
       0379-COMPLETA-CREDITO.
      *----> O CREDITO NA CONTA JUDICIAL VEM LOGO APOS O DEBITO; SE O
      *----> ID SEGUINTE JA FOI USADO POR OUTRO MOVIMENTO, O CREDITO
      *----> RECEBE O PROXIMO ID LIVRE
           COMPUTE FD-IDTRANS = TB-IDTRANS-TE(WK-IX) + 1.
           READ CADTRANS
               INVALID KEY
                   MOVE "23" TO WK-FS-CADTRANS
           END-READ.
           IF WK-FS-CADTRANS NOT EQUAL "00"
                   AND WK-FS-CADTRANS NOT EQUAL "23"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO LER A TRANSFERENCIA DA ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-FS-CADTRANS EQUAL "00"
               IF TIPO-CREDITO AND CATEGORIA-TRANSFER
                       AND FD-IDCONTA EQUAL WK-CONTA-JUDICIAL-NUM
                       AND FD-CONTRAPARTE EQUAL WK-IDCONTA-NUM
                       AND FD-DESCR(10:20) EQUAL PJ-NUMORDEM
                   EXIT PARAGRAPH
               END-IF
               MOVE WK-CONTADOR TO WK-ID-LANC
           ELSE
               COMPUTE WK-ID-LANC = TB-IDTRANS-TE(WK-IX) + 1
           END-IF.
           PERFORM 0392-LANCA-CREDITO.
      ******************************************************************
       0380-BAIXA-BLOQUEIO SECTION.
      *----> NA TRANSFERENCIA O PAR TE E GRAVADO ANTES DA BAIXA DO
      *----> BLOQUEIO, COM O ID DO DEBITO MARCADO ANTES NO BLOQUEIO; A
      *----> ORDEM E REGRAVADA A CADA CONTA BAIXADA
           IF TB-VALOR(WK-IX) EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE TB-IDCONTA(WK-IX) TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   MOVE SPACES TO STATUS-CONTA
           END-READ.
      *----> A TRANSFERENCIA SO SAI DE CONTA ATIVA - NA CONTA PARADA O
      *----> CALCSALDO NAO APLICARIA O DEBITO E O VALOR FICA RETIDO
           IF PJ-TRANSFERENCIA AND NOT CONTA-ATIVA
               ADD 1 TO WK-QTD-NAO-ATIVAS
               EXIT SECTION
           END-IF.
           IF TB-VALOR(WK-IX) LESS THAN WK-A-ATENDER
               MOVE TB-VALOR(WK-IX) TO WK-VALOR-CONTA
           ELSE
               MOVE WK-A-ATENDER    TO WK-VALOR-CONTA
           END-IF.

           MOVE TB-IDCONTA(WK-IX) TO BJ-IDCONTA.
           MOVE PJ-NUMORDEM       TO BJ-NUMORDEM.
           READ BLOQJUD
               INVALID KEY
                   DISPLAY "ERRO: BLOQUEIO DA ORDEM " PJ-NUMORDEM
                           " NA CONTA " TB-IDCONTA(WK-IX)
                           " SUMIU DE BLOQJUD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE BJ-VALOR TO WK-ED-VALOR.
           IF PJ-TRANSFERENCIA
               MOVE WK-CONTADOR TO BJ-IDTRANS-TE WK-ID-LANC
               REWRITE REG-BLOQJUD
               IF WK-FS-BLOQJUD NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " AO MARCAR A TRANSFERENCIA DA ORDEM "
                           PJ-NUMORDEM " NA CONTA " TB-IDCONTA(WK-IX)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0390-TRANSFERE-AO-JUIZO
           END-IF.
           PERFORM 0382-ATUALIZA-BLOQUEIO.
           PERFORM 0385-REGISTRA-ANDAMENTO.
           COMPUTE WK-ED-RETIDO = TB-VALOR(WK-IX) - WK-VALOR-CONTA.
           SUBTRACT WK-VALOR-CONTA FROM WK-A-ATENDER.
           ADD 1 TO WK-QTD-CONTAS-ORDEM.
           MOVE TB-IDCONTA(WK-IX) TO WK-AUD-IDCONTA.
           PERFORM 0610-AUDITA-BLOQUEIO.
           EXIT SECTION.
      *
       0382-ATUALIZA-BLOQUEIO.
           IF WK-VALOR-CONTA NOT LESS THAN BJ-VALOR
               DELETE BLOQJUD RECORD
           ELSE
               SUBTRACT WK-VALOR-CONTA FROM BJ-VALOR
               MOVE ZEROS TO BJ-IDTRANS-TE
               REWRITE REG-BLOQJUD
           END-IF.
           IF WK-FS-BLOQJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-BLOQJUD
                       " AO ATUALIZAR O BLOQUEIO DA ORDEM " PJ-NUMORDEM
                       " NA CONTA " TB-IDCONTA(WK-IX)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0385-REGISTRA-ANDAMENTO SECTION.
      *----> A CONTA BAIXADA ENTRA NA ORDEM: MENOS RETIDO, MAIS LIBERADO
      *----> OU TRANSFERIDO E MAIS O VALOR JA BAIXADO NO PEDIDO
           SUBTRACT WK-VALOR-CONTA FROM OJ-VALOR-BLOQ.
           ADD WK-VALOR-CONTA TO OJ-VALOR-ANDAMENTO.
           IF LIBERACAO-EM-ANDAMENTO
               ADD WK-VALOR-CONTA TO OJ-VALOR-LIBER
           ELSE
               ADD WK-VALOR-CONTA TO OJ-VALOR-TRANSF
           END-IF.
           REWRITE REG-ORDJUD.
           IF WK-FS-ORDJUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-ORDJUD
                       " AO REGRAVAR A ORDEM " PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0390-TRANSFERE-AO-JUIZO SECTION.
      *----> PAR DE LANCAMENTOS DE TRANSFERENCIA, DA CONTA BLOQUEADA
      *----> PARA A CONTA DE DEPOSITOS JUDICIAIS, APONTANDO UM PARA O
      *----> OUTRO PELA CONTRAPARTE. O DEBITO E POSTERIOR AO CORTE E
      *----> O BLOQUEIO E BAIXADO LOGO EM SEGUIDA NO MESMO VALOR - O
      *----> CALCSALDO O APLICA CONTRA O PROPRIO VALOR RETIDO.
           MOVE TB-IDCONTA(WK-IX) TO WK-IDCONTA-NUM.
           MOVE 1                 TO FD-TIPO.
           MOVE WK-VALOR-CONTA    TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "JUDICIAL " PJ-NUMORDEM
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE WK-IDCONTA-NUM    TO FD-IDCONTA.
           MOVE WK-CONTA-JUDICIAL-NUM TO FD-CONTRAPARTE.
           PERFORM 0330-GRAVA-LANCAMENTO.

           MOVE WK-CONTADOR       TO WK-ID-LANC.
           PERFORM 0392-LANCA-CREDITO.
           EXIT SECTION.
      *
       0392-LANCA-CREDITO.
           MOVE 2                 TO FD-TIPO.
           MOVE WK-VALOR-CONTA    TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "JUDICIAL " PJ-NUMORDEM
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE WK-CONTA-JUDICIAL-NUM TO FD-IDCONTA.
           MOVE WK-IDCONTA-NUM    TO FD-CONTRAPARTE.
           PERFORM 0330-GRAVA-LANCAMENTO.
      ******************************************************************
       0330-GRAVA-LANCAMENTO SECTION.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE WK-ID-LANC        TO FD-IDTRANS.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE "BRL"             TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR A TRANSFERENCIA DA ORDEM "
                       PJ-NUMORDEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-ID-LANC NOT LESS THAN WK-CONTADOR
               COMPUTE WK-CONTADOR = WK-ID-LANC + 1
           END-IF.
      ******************************************************************
       0340-VALIDA-PEDIDO SECTION.
           SET PEDIDO-VALIDO TO TRUE.

           IF NOT PJ-ACAO-VALIDA
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "ACAO INVALIDA (B, L OU T)" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF PJ-NUMORDEM EQUAL SPACES
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "NUMERO DA ORDEM NAO INFORMADO" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF PJ-VALOR NOT NUMERIC
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "VALOR NAO NUMERICO" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

           MOVE PJ-NUMORDEM TO OJ-NUMORDEM.
           READ ORDJUD
               INVALID KEY
                   MOVE "23" TO WK-FS-ORDJUD
           END-READ.

           IF PJ-BLOQUEIO
               IF WK-FS-ORDJUD EQUAL "00"
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "ORDEM JA RECEBIDA" TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               IF PJ-DOCUMENTO EQUAL SPACES
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "DOCUMENTO NAO INFORMADO" TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               IF PJ-VALOR EQUAL ZEROS
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "VALOR DA ORDEM ZERADO" TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               PERFORM 0358-LOCALIZA-CLIENTES
               IF WK-QTD-CLIENTES EQUAL ZEROS
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "DOCUMENTO SEM RELACIONAMENTO COM O BANCO"
                                    TO WK-MOTIVO
               END-IF
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

      *----> LIBERACAO E TRANSFERENCIA: SO DE ORDEM JA RECEBIDA, COM
      *----> VALOR RETIDO E DO MESMO DOCUMENTO, QUANDO INFORMADO
           IF WK-FS-ORDJUD NOT EQUAL "00"
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "ORDEM NAO RECEBIDA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF PJ-DOCUMENTO NOT EQUAL SPACES
                   AND PJ-DOCUMENTO NOT EQUAL OJ-DOCUMENTO
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "DOCUMENTO DIFERENTE DO DA ORDEM" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
      *----> PEDIDO INTERROMPIDO DEPOIS DA ULTIMA CONTA AINDA PASSA,
      *----> PARA A ORDEM SER ENCERRADA
           IF NOT ORDEM-EM-VIGOR
                   OR (OJ-VALOR-BLOQ EQUAL ZEROS
                       AND SEM-PEDIDO-EM-ANDAMENTO)
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "ORDEM SEM VALOR RETIDO" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF PJ-TRANSFERENCIA AND NOT HA-CONTA-JUDICIAL
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA DE DEPOSITOS JUDICIAIS INDISPONIVEL"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
       0340-VALIDA-PEDIDO-EXIT.
           EXIT.
      *
       0395-RECUSA-PEDIDO SECTION.
           ADD 1 TO WK-QTD-RECUSADOS.
           MOVE "RECUSADA" TO WK-SITUACAO.
           DISPLAY "ORDJUD: PEDIDO " PJ-ACAO " DA ORDEM " PJ-NUMORDEM
                   " RECUSADO: " WK-MOTIVO.
      ******************************************************************
       0600-AUDITORIA SECTION.
       0610-AUDITA-BLOQUEIO.
      *----> ANTES: VALOR RETIDO PELA ORDEM NA CONTA; DEPOIS: O QUE
      *----> FICA RETIDO E A ACAO DO PEDIDO
           MOVE "BLQJUD" TO WK-AUD-CAMPO.
           MOVE SPACES   TO WK-AUD-ANTIGO WK-AUD-NOVO.
           STRING PJ-NUMORDEM " " WK-ED-VALOR
               DELIMITED BY SIZE INTO WK-AUD-ANTIGO.
           STRING PJ-ACAO " RETIDO " WK-ED-RETIDO
               DELIMITED BY SIZE INTO WK-AUD-NOVO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES            TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA   TO AU-DATA.
           MOVE WK-HS-HH          TO AU-HH.
           MOVE WK-HS-MM          TO AU-MM.
           MOVE WK-HS-SS          TO AU-SS.
           MOVE "ORDJUD"          TO AU-OPERADOR.
           MOVE WK-AUD-IDCONTA    TO AU-IDCONTA.
           MOVE WK-AUD-CAMPO      TO AU-CAMPO.
           MOVE WK-AUD-ANTIGO     TO AU-VALOR-ANTIGO.
           MOVE WK-AUD-NOVO       TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0650-GRAVA-RESPOSTA.
      *----> D;ORDEM;DOCUMENTO;ACAO;SITUACAO;VALOR PEDIDO;VALOR
      *----> ATENDIDO;VALOR AINDA RETIDO;CONTAS;OBSERVACAO
           IF PJ-VALOR NUMERIC
               MOVE PJ-VALOR      TO WK-ED-VALOR
           ELSE
               MOVE ZEROS         TO WK-ED-VALOR
           END-IF.
           MOVE WK-VALOR-ATENDIDO TO WK-ED-ATENDIDO.
           IF PEDIDO-VALIDO
               MOVE OJ-VALOR-BLOQ TO WK-ED-RETIDO
           ELSE
               MOVE ZEROS         TO WK-ED-RETIDO
           END-IF.
           MOVE SPACES TO WK-LINHA-RESPOSTA.
           STRING "D;" PJ-NUMORDEM
                  ";" PJ-DOCUMENTO
                  ";" PJ-ACAO
                  ";" WK-SITUACAO
                  ";" WK-ED-VALOR
                  ";" WK-ED-ATENDIDO
                  ";" WK-ED-RETIDO
                  ";" WK-QTD-CONTAS-ORDEM
                  ";" WK-MOTIVO
                  DELIMITED BY SIZE INTO WK-LINHA-RESPOSTA.
           PERFORM 0660-GRAVA-LINHA-RESPOSTA.
           ADD 1                 TO WK-QTD-RESPOSTAS.
           ADD WK-VALOR-ATENDIDO TO WK-TOT-ATENDIDO.
      *
       0660-GRAVA-LINHA-RESPOSTA.
           WRITE REG-RESPOSTA FROM WK-LINHA-RESPOSTA.
           IF WK-FS-RESPOSTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RESPOSTA
                       " NA ESCRITA DO ARQUIVO DE RESPOSTA "
                       WK-ARQ-RESPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0680-IMPRIME-DETALHE.
           MOVE PJ-ACAO             TO DET-ACAO.
           MOVE PJ-NUMORDEM         TO DET-NUMORDEM.
           MOVE PJ-DOCUMENTO        TO DET-DOCUMENTO.
           IF PJ-VALOR NUMERIC
               MOVE PJ-VALOR        TO DET-VALOR
           ELSE
               MOVE ZEROS           TO DET-VALOR
           END-IF.
           MOVE WK-VALOR-ATENDIDO   TO DET-ATENDIDO.
           MOVE WK-QTD-CONTAS-ORDEM TO DET-CONTAS.
           MOVE WK-SITUACAO         TO DET-SITUACAO.
           MOVE WK-MOTIVO           TO DET-MOTIVO.
           MOVE WK-LIN-DETALHE      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0690-TOTAIS-GERAIS.
           MOVE WK-QTD-RESPOSTAS TO WK-ED-QTD.
           MOVE WK-TOT-ATENDIDO  TO WK-ED-HASH.
           MOVE SPACES TO WK-LINHA-RESPOSTA.
           STRING "T;" WK-ED-QTD ";" WK-ED-HASH
               DELIMITED BY SIZE INTO WK-LINHA-RESPOSTA.
           PERFORM 0660-GRAVA-LINHA-RESPOSTA.
           DISPLAY "ORDJUD: ARQUIVO DE RESPOSTA " WK-ARQ-RESPOSTA.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "PEDIDOS LIDOS..........................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDOS         TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "ORDENS DE BLOQUEIO RECEBIDAS............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECEBIDAS     TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "  CUMPRIDAS INTEGRALMENTE..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-INTEGRAIS     TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "  CUMPRIDAS PARCIALMENTE (FALTA SALDO).."
                                     TO LG-LITERAL.
           MOVE WK-QTD-PARCIAIS      TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "  NAO CUMPRIDAS (SEM SALDO)............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-SEM-SALDO     TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "LIBERACOES.............................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIBERACOES    TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "TRANSFERENCIAS AO JUIZO................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-TRANSFERENCIAS TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.
           MOVE "PEDIDOS RECUSADOS......................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUSADOS     TO LG-QTD.
           PERFORM 0695-IMPRIME-CONTAGEM.

           MOVE "VALOR ORDENADO.........................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-ORDENADO      TO TOT-VALOR.
           PERFORM 0696-IMPRIME-TOTAL.
           MOVE "VALOR BLOQUEADO........................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-BLOQUEADO     TO TOT-VALOR.
           PERFORM 0696-IMPRIME-TOTAL.
           MOVE "VALOR LIBERADO.........................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-LIBERADO      TO TOT-VALOR.
           PERFORM 0696-IMPRIME-TOTAL.
           MOVE "VALOR TRANSFERIDO AO JUIZO.............."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-TRANSFERIDO   TO TOT-VALOR.
           PERFORM 0696-IMPRIME-TOTAL.
      *
       0695-IMPRIME-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0696-IMPRIME-TOTAL.
           MOVE WK-LIN-TOTAL TO WK-LINHA-IMP.
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
           MOVE ALL "-" TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 4 TO WK-LINHAS.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE PEDIDOS.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           CLOSE CADTRANS.
           CLOSE PERIODO.
           CLOSE ORDJUD.
           CLOSE BLOQJUD.
           CLOSE CONTAAUD.
           CLOSE ARQ-RESPOSTA.
           CLOSE REL-ORDJUD.
           DISPLAY "ORDJUD: PEDIDOS LIDOS......... " WK-QTD-LIDOS.
           DISPLAY "ORDJUD: ORDENS RECEBIDAS...... " WK-QTD-RECEBIDAS.
           DISPLAY "ORDJUD: CUMPRIDAS / PARCIAIS.. " WK-QTD-INTEGRAIS
                   " / " WK-QTD-PARCIAIS.
           DISPLAY "ORDJUD: PEDIDOS RECUSADOS..... " WK-QTD-RECUSADOS.
           IF WK-QTD-RECUSADOS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM ORDJUD.
