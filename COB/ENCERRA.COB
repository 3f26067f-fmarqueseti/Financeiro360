      ******************************************************************
      * FILE NAME   : ENCERRA                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ENCERRAMENTO DE CONTAS COM LIQUIDACAO - PARA     *
      *               CADA PEDIDO DO ARQUIVO DE ENCERRAMENTOS, RECUSA  *
      *               A CONTA COM PENDENCIAS (ORDENS PERMANENTES,      *
      *               AGENDADOS, FILA DE APROVACAO, LIMITES DE         *
      *               ORCAMENTO, PAGAMENTOS A TERCEIROS EM ABERTO,     *
      *               CONTRATO DE EMPRESTIMO EM ABERTO, CONTESTACAO    *
      *               COM CREDITO PROVISORIO) OU CANCELA AS            *
      *               PENDENCIAS CANCELAVEIS COM AUDITORIA EM CONTAAUD,*
      *               LANCA JUROS/TARIFA PRO-RATA DO MES NOS MOLDES DO *
      *               ACRMENSAL, TRANSFERE O SALDO RESTANTE PARA A     *
      *               CONTA DE DESTINO OU PARA O ARQUIVO DE PAGAMENTO, *
      *               DEIXA A CONTA EM ZERO COM STATUS "E" E IMPRIME O *
      *               CERTIFICADO DE ENCERRAMENTO DE CADA CONTA.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> PEDIDOS DE ENCERRAMENTO - UM POR LINHA
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

      *----> TAXAS E HISTORICO DO ACRMENSAL - O PRO-RATA SO E LANCADO
      *----> SE O ACRESCIMO DO PERIODO CORRENTE AINDA NAO FOI FEITO
           SELECT PARM-TAXAS ASSIGN DYNAMIC WK-ARQ-PARM-TAXAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

           SELECT HISTACR ASSIGN DYNAMIC WK-ARQ-HISTACR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HA-PERIODO
           FILE STATUS IS WK-FS-HISTACR.

      *----> ARQUIVOS COM PENDENCIAS DA CONTA
           SELECT ORDEMPERM ASSIGN DYNAMIC WK-ARQ-ORDEMPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-IDORDEM
           FILE STATUS IS WK-FS-ORDEMPERM.

           SELECT AGENDADO ASSIGN TO AGENDADO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-AGENDADO.

      *----> ARQUIVO DE TRABALHO - RECEBE OS AGENDADOS QUE FICAM E E
      *----> COPIADO DE VOLTA, COMO NO AGENDREL
           SELECT AGENDNOVO ASSIGN DYNAMIC WK-ARQ-AGENDNOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-AGENDNOVO.

           SELECT PENDAPROV ASSIGN DYNAMIC WK-ARQ-PENDAPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-IDPEND
           FILE STATUS IS WK-FS-PENDAPROV.

           SELECT ORCAMENTO ASSIGN DYNAMIC WK-ARQ-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CHAVE
           FILE STATUS IS WK-FS-ORCAMENTO.

           SELECT PAGTOREG ASSIGN DYNAMIC WK-ARQ-PAGTOREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-IDPAGTO
           FILE STATUS IS WK-FS-PAGTOREG.

      *----> BLOQUEIOS JUDICIAIS - O SALDO RETIDO NAO PODE SER
      *----> LIQUIDADO; A CONTA SO SE ENCERRA DEPOIS DA LIBERACAO OU
      *----> DA TRANSFERENCIA AO JUIZO (ORDJUD)
           SELECT BLOQJUD ASSIGN DYNAMIC WK-ARQ-BLOQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJ-CHAVE
           ALTERNATE RECORD KEY IS BJ-NUMORDEM
           WITH DUPLICATES
           FILE STATUS IS WK-FS-BLOQJUD.

      *----> CONTRATOS DE EMPRESTIMO E CASOS DE CONTESTACAO - A CONTA
      *----> QUE AINDA DEVE PARCELAS OU TEM CREDITO PROVISORIO A
      *----> DECIDIR NAO SE ENCERRA; NENHUM DOS DOIS SE CANCELA AQUI
           SELECT EMPRESTIMO ASSIGN DYNAMIC WK-ARQ-EMPRESTIMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-CONTRATO
           FILE STATUS IS WK-FS-EMPRESTIMO.

           SELECT CONTEST ASSIGN DYNAMIC WK-ARQ-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-IDCASO
           ALTERNATE KEY IS CT-CHAVE-MOV
           FILE STATUS IS WK-FS-CONTEST.

      *----> AUDITORIA DOS CANCELAMENTOS E DO ENCERRAMENTO
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.

      *----> CADASTRO DE OPERADORES - SO SUPERVISOR OU ADMINISTRADOR
      *----> ENCERRA CONTA, COMO NO CONTAMAN
           SELECT OPERADOR ASSIGN DYNAMIC WK-ARQ-OPERADOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ID
           FILE STATUS IS WK-FS-OPERADOR.

      *----> SALDOS PAGOS PARA FORA DO BANCO - NOME COM DATA E HORA
      *----> DA EXECUCAO PARA NAO SOBRESCREVER UM LOTE ANTERIOR
           SELECT ARQ-PAGTO ASSIGN DYNAMIC WK-ARQ-PAGTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PAGTO.

      *----> CERTIFICADOS DE ENCERRAMENTO E LISTA DE RECUSAS
           SELECT REL-ENCERRA ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.

      *----> TRAVA DE CICLO EM ANDAMENTO - O ENCERRAMENTO CONCORRERIA
      *----> COM O CALCSALDO SOBRE CADTRANS E CADCONTA
           SELECT CICLOLOCK ASSIGN DYNAMIC WK-ARQ-CICLOLOCK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CICLOLOCK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REG-PEDIDO.
           03 EP-IDCONTA            PIC X(04).
           03 EP-OPERADOR           PIC X(08).
      *----> "C" = CANCELA AS PENDENCIAS E ENCERRA; QUALQUER OUTRO
      *----> VALOR RECUSA O ENCERRAMENTO SE HOUVER PENDENCIA
           03 EP-ACAO               PIC X(01).
               88 EP-CANCELA-PENDENCIAS       VALUE "C".
      *----> DESTINO DO SALDO: CONTA DO PROPRIO BANCO OU, EM BRANCO,
      *----> PAGAMENTO PARA A CONTA INFORMADA EM OUTRO BANCO
           03 EP-CONTA-DESTINO      PIC X(04).
           03 EP-BANCO              PIC 9(03).
           03 EP-AGENCIA            PIC 9(04).
           03 EP-CONTA-FAVOR        PIC X(12).
           03 FILLER                PIC X(10).

       FD CADCONTA.
       COPY CADCONTA.

       FD CADCLI.
       COPY CADCLI.

       FD CADTRANS.
       COPY CADTRANS-REC.

       FD PERIODO.
       COPY PERIODO.

       FD PARM-TAXAS.
       01 REG-PARM-TAXAS            PIC X(08).

       FD HISTACR.
       01 REG-HISTACR.
           03 HA-PERIODO             PIC X(06).
           03 HA-DATA-LANCTO         PIC 9(08).
           03 HA-QTD-JUROS           PIC 9(08).
           03 HA-QTD-TARIFAS         PIC 9(08).
           03 HA-VALOR-JUROS         PIC 9(10)V9(02).
           03 HA-VALOR-TARIFAS       PIC 9(10)V9(02).

       FD ORDEMPERM.
       COPY ORDEMPERM.

       FD AGENDADO
             RECORDING MODE IS F.
       COPY AGENDADO.

       FD AGENDNOVO
             RECORDING MODE IS F.
       01 REG-AGENDNOVO             PIC X(67).

       FD PENDAPROV.
       COPY PENDAPROV.

       FD ORCAMENTO.
       COPY ORCAMENTO.

       FD PAGTOREG.
       COPY PAGTOREG.

       FD BLOQJUD.
       COPY BLOQJUD.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD CONTEST.
       COPY CONTEST.

       FD CONTAAUD.
       COPY CONTAAUD.

       FD OPERADOR.
       COPY OPERADOR.

       FD ARQ-PAGTO.
       01 REG-PAGTO                 PIC X(150).

       FD REL-ENCERRA.
       01 REG-IMPRESSAO             PIC X(132).

       FD CICLOLOCK.
       COPY CICLOLOCK.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PEDIDOS           PIC X(100)   VALUE
           "C:\teste\encerra-pedidos.txt".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-PARM-TAXAS        PIC X(100)   VALUE
           "C:\teste\acrmensal-taxas.txt".
       77  WK-ARQ-HISTACR           PIC X(100)   VALUE
           "C:\teste\acrmensal-hist.dat".
       77  WK-ARQ-ORDEMPERM         PIC X(100)   VALUE
           "C:\teste\ordemperm.dat".
       77  WK-ARQ-AGENDNOVO         PIC X(100)   VALUE
           "C:\teste\agendado.nvo".
       77  WK-ARQ-PENDAPROV         PIC X(100)   VALUE
           "C:\teste\pendaprov.dat".
       77  WK-ARQ-ORCAMENTO         PIC X(100)   VALUE
           "C:\teste\orcamento.dat".
       77  WK-ARQ-PAGTOREG          PIC X(100)   VALUE
           "C:\teste\pagtoreg.dat".
       77  WK-ARQ-BLOQJUD           PIC X(100)   VALUE
           "C:\teste\bloqjud.dat".
       77  WK-ARQ-EMPRESTIMO        PIC X(100)   VALUE
           "C:\teste\emprestimo.dat".
       77  WK-ARQ-CONTEST           PIC X(100)   VALUE
           "C:\teste\contest.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-OPERADOR          PIC X(100)   VALUE
           "C:\teste\operador.dat".
       77  WK-PREFIXO-PAGTO         PIC X(100)   VALUE
           "C:\teste\encerra-pagto".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\encerra-rel.txt".
       77  WK-ARQ-CICLOLOCK         PIC X(100)   VALUE
           "C:\teste\financas-ciclo.lck".
       COPY FINCFG.
       77  WK-ARQ-PAGTO             PIC X(100)    VALUE SPACES.
       77  WK-FS-PEDIDOS            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCLI             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-HISTACR            PIC X(2)      VALUE SPACES.
       77  WK-FS-ORDEMPERM          PIC X(2)      VALUE SPACES.
       77  WK-FS-AGENDADO           PIC X(2)      VALUE SPACES.
       77  WK-FS-AGENDNOVO          PIC X(2)      VALUE SPACES.
       77  WK-FS-PENDAPROV          PIC X(2)      VALUE SPACES.
       77  WK-FS-ORCAMENTO          PIC X(2)      VALUE SPACES.
       77  WK-FS-PAGTOREG           PIC X(2)      VALUE SPACES.
       77  WK-FS-BLOQJUD            PIC X(2)      VALUE SPACES.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTEST            PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.
       77  WK-FS-OPERADOR           PIC X(2)      VALUE SPACES.
       77  WK-FS-PAGTO              PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-CICLOLOCK          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

      *----> ARQUIVOS DE PENDENCIAS QUE AINDA NAO EXISTEM NA
      *----> INSTALACAO NAO TEM O QUE CANCELAR
       01  WK-SW-ARQUIVOS.
           03  WK-SW-ORDEMPERM      PIC X         VALUE "N".
               88  HA-ORDEMPERM                   VALUE "S".
           03  WK-SW-PENDAPROV      PIC X         VALUE "N".
               88  HA-PENDAPROV                   VALUE "S".
           03  WK-SW-ORCAMENTO      PIC X         VALUE "N".
               88  HA-ORCAMENTO                   VALUE "S".
           03  WK-SW-PAGTOREG       PIC X         VALUE "N".
               88  HA-PAGTOREG                    VALUE "S".
           03  WK-SW-CADCLI         PIC X         VALUE "N".
               88  HA-CADCLI                      VALUE "S".
           03  WK-SW-BLOQJUD        PIC X         VALUE "N".
               88  HA-BLOQJUD                     VALUE "S".
           03  WK-SW-EMPRESTIMO     PIC X         VALUE "N".
               88  HA-EMPRESTIMO                  VALUE "S".
           03  WK-SW-CONTEST        PIC X         VALUE "N".
               88  HA-CONTEST                     VALUE "S".
           03  WK-SW-ACRESCIMO      PIC X         VALUE "N".
               88  ACRESCIMO-JA-LANCADO           VALUE "S".
           03  WK-SW-ARQ-PAGTO      PIC X         VALUE "N".
               88  ARQ-PAGTO-ABERTO               VALUE "S".

       01  WK-SW-PEDIDO             PIC X         VALUE "S".
           88  PEDIDO-VALIDO                      VALUE "S".
           88  PEDIDO-INVALIDO                    VALUE "N".
       01  WK-SW-DESTINO            PIC X         VALUE SPACES.
           88  DESTINO-CONTA                      VALUE "C".
           88  DESTINO-PAGAMENTO                  VALUE "P".
           88  DESTINO-NENHUM                     VALUE "N".

       77  WK-CONTADOR              PIC 9(08)     VALUE 1.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-MOVIMENTO     PIC X(06)     VALUE SPACES.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.
       77  WK-IDCONTA-NUM           PIC 9(04)     VALUE ZEROS.
       77  WK-MOEDA-CONTA           PIC X(03)     VALUE SPACES.
       77  WK-MOEDA-DESTINO         PIC X(03)     VALUE SPACES.
       77  WK-NOME-CONTA            PIC X(30)     VALUE SPACES.
       77  WK-IDCLI-CONTA           PIC X(06)     VALUE SPACES.
       77  WK-STATUS-ANTIGO         PIC X(01)     VALUE SPACES.
       77  WK-ID-LIQUIDACAO         PIC 9(08)     VALUE ZEROS.

      *----> SALDO CORRENTE DA CONTA: SALDO DE ABERTURA DO PERIODO
      *----> MAIS TODOS OS MOVIMENTOS JA GRAVADOS EM CADTRANS
       77  WK-SALDO-ATUAL           PIC S9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-LIQUIDAR        PIC S9(11)V9(02) VALUE ZEROS.

      *----> PRO-RATA DO MES: DIAS DECORRIDOS ATE A DATA DE MOVIMENTO
      *----> SOBRE OS DIAS DO MES, NAS TAXAS DO ACRMENSAL
       01  WK-TAXA-JUROS            PIC 9(04)V9(04) VALUE ZEROS.
       01  WK-TAXA-JUROS-X REDEFINES WK-TAXA-JUROS
                                    PIC X(08).
       01  WK-VALOR-TARIFA          PIC 9(05)V9(02) VALUE ZEROS.
       01  WK-VALOR-TARIFA-X REDEFINES WK-VALOR-TARIFA
                                    PIC X(07).
       77  WK-JUROS-PRO-RATA        PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-TARIFA-PRO-RATA       PIC 9(09)V9(02) VALUE ZEROS.
       77  WK-DIA-MOVIMENTO         PIC 9(02)     VALUE ZEROS.
       77  WK-DIAS-MES              PIC 9(02)     VALUE ZEROS.
       77  WK-ANO                   PIC 9(04)     VALUE ZEROS.
       77  WK-MES                   PIC 9(02)     VALUE ZEROS.
       77  WK-RESTO                 PIC 9(04)     VALUE ZEROS.
       77  WK-QUOCIENTE             PIC 9(04)     VALUE ZEROS.
       01  WK-TAB-DIAS-MES.
           03  FILLER               PIC X(24)     VALUE
               "312831303130313130313031".
       01  WK-TAB-DIAS REDEFINES WK-TAB-DIAS-MES.
           03  WK-DIAS-DO-MES       PIC 9(02)     OCCURS 12 TIMES.

      *----> PENDENCIAS DA CONTA - CONTADAS ANTES DE QUALQUER ALTERACAO
       77  WK-QTD-ORDENS            PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-AGENDADOS         PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-APROVACAO         PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-ORCAMENTOS        PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-PAGAMENTOS        PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-EMPRESTIMOS       PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-CONTESTACOES      PIC 9(04)     VALUE ZEROS.

      *----> AUDITORIA
       77  WK-AUD-CAMPO             PIC X(06)     VALUE SPACES.
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
       77  WK-QTD-ENCERRADAS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUSADAS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PAGTOS            PIC 9(06)     VALUE ZEROS.
       77  WK-TOT-TRANSFERIDO       PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-TOT-PAGO              PIC 9(13)V9(02) VALUE ZEROS.

      *----> CAMPOS EDITADOS DO ARQUIVO DE PAGAMENTO
       77  WK-ED-VALOR              PIC 9(11).9(02) VALUE ZEROS.
       77  WK-ED-HASH               PIC 9(13).9(02) VALUE ZEROS.
       77  WK-ED-QTD                PIC 9(06)     VALUE ZEROS.
       01  WK-LINHA-PAGTO           PIC X(150)    VALUE SPACES.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - ENCERRAMENTO DE CONTAS".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-TITULO.
           03  FILLER               PIC X(40)     VALUE
               "CERTIFICADO DE ENCERRAMENTO DE CONTA".

       01  WK-LIN-CAMPO.
           03  CP-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  CP-TEXTO             PIC X(60).

       01  WK-LIN-VALOR.
           03  VL-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  VL-VALOR             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-LIN-RECUSA.
           03  FILLER               PIC X(09)     VALUE "RECUSADA ".
           03  RC-IDCONTA           PIC X(04).
           03  FILLER               PIC X(03)     VALUE " - ".
           03  RC-MOTIVO            PIC X(40).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  RC-DETALHE           PIC X(60).

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
           PERFORM 0170-LE-TAXAS.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-PEDIDOS EQUAL "10".

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "ENCERRA-PEDIDOS" TO CFG-NOME.
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
           MOVE "ACRMENSAL-TAXAS" TO CFG-NOME.
           MOVE WK-ARQ-PARM-TAXAS      TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-TAXAS.
           MOVE "HISTACR" TO CFG-NOME.
           MOVE WK-ARQ-HISTACR         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-HISTACR.
           MOVE "ORDEMPERM" TO CFG-NOME.
           MOVE WK-ARQ-ORDEMPERM       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORDEMPERM.
           MOVE "AGENDNOVO" TO CFG-NOME.
           MOVE WK-ARQ-AGENDNOVO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENDNOVO.
           MOVE "PENDAPROV" TO CFG-NOME.
           MOVE WK-ARQ-PENDAPROV       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PENDAPROV.
           MOVE "ORCAMENTO" TO CFG-NOME.
           MOVE WK-ARQ-ORCAMENTO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORCAMENTO.
           MOVE "PAGTOREG" TO CFG-NOME.
           MOVE WK-ARQ-PAGTOREG        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PAGTOREG.
           MOVE "BLOQJUD" TO CFG-NOME.
           MOVE WK-ARQ-BLOQJUD         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-BLOQJUD.
           MOVE "EMPRESTIMO" TO CFG-NOME.
           MOVE WK-ARQ-EMPRESTIMO      TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-EMPRESTIMO.
           MOVE "CONTEST" TO CFG-NOME.
           MOVE WK-ARQ-CONTEST         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTEST.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "OPERADOR" TO CFG-NOME.
           MOVE WK-ARQ-OPERADOR        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-OPERADOR.
           MOVE "ENCERRA-PAGTO" TO CFG-NOME.
           MOVE WK-PREFIXO-PAGTO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-PREFIXO-PAGTO.
           MOVE "ENCERRA-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CICLOLOCK" TO CFG-NOME.
           MOVE WK-ARQ-CICLOLOCK       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CICLOLOCK.
      *
       0130-VERIFICA-TRAVA-DE-CICLO.
      *----> COM A CADEIA NOTURNA RODANDO, O ENCERRAMENTO CONCORRERIA
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
                       DISPLAY "ENCERRA: CICLO NOTURNO EM ANDAMENTO"
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
      *----> SEM ARQUIVO DE PEDIDOS NAO HA O QUE ENCERRAR - ENCERRA
      *----> NORMALMENTE.
           OPEN INPUT PEDIDOS.
           IF WK-FS-PEDIDOS EQUAL "35"
               DISPLAY "ENCERRA: NENHUM PEDIDO DE ENCERRAMENTO - "
                       "NADA A PROCESSAR"
               GOBACK
           END-IF.
           IF WK-FS-PEDIDOS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PEDIDOS
                       " NA ABERTURA DO ARQUIVO DE PEDIDOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
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

           OPEN INPUT OPERADOR.
           IF WK-FS-OPERADOR NOT EQUAL "00"
               DISPLAY "ENCERRA: CADASTRO DE OPERADORES INDISPONIVEL"
                       " (" WK-FS-OPERADOR ") - EXECUTAR OPERCAD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI EQUAL "00"
               SET HA-CADCLI TO TRUE
           END-IF.

      *----> ARQUIVOS DE PENDENCIAS: INEXISTENTE = NADA PENDENTE
           OPEN I-O ORDEMPERM.
           IF WK-FS-ORDEMPERM EQUAL "00"
               SET HA-ORDEMPERM TO TRUE
           ELSE
               IF WK-FS-ORDEMPERM NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-ORDEMPERM
                           " NA ABERTURA DO ARQUIVO ORDEMPERM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O PENDAPROV.
           IF WK-FS-PENDAPROV EQUAL "00"
               SET HA-PENDAPROV TO TRUE
           ELSE
               IF WK-FS-PENDAPROV NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-PENDAPROV
                           " NA ABERTURA DO ARQUIVO PENDAPROV"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O ORCAMENTO.
           IF WK-FS-ORCAMENTO EQUAL "00"
               SET HA-ORCAMENTO TO TRUE
           ELSE
               IF WK-FS-ORCAMENTO NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-ORCAMENTO
                           " NA ABERTURA DO ARQUIVO ORCAMENTO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT PAGTOREG.
           IF WK-FS-PAGTOREG EQUAL "00"
               SET HA-PAGTOREG TO TRUE
           ELSE
               IF WK-FS-PAGTOREG NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-PAGTOREG
                           " NA ABERTURA DO ARQUIVO PAGTOREG"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT BLOQJUD.
           IF WK-FS-BLOQJUD EQUAL "00"
               SET HA-BLOQJUD TO TRUE
           ELSE
               IF WK-FS-BLOQJUD NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-BLOQJUD
                           " NA ABERTURA DO ARQUIVO BLOQJUD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT EMPRESTIMO.
           IF WK-FS-EMPRESTIMO EQUAL "00"
               SET HA-EMPRESTIMO TO TRUE
           ELSE
               IF WK-FS-EMPRESTIMO NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                           " NA ABERTURA DO ARQUIVO EMPRESTIMO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CONTEST.
           IF WK-FS-CONTEST EQUAL "00"
               SET HA-CONTEST TO TRUE
           ELSE
               IF WK-FS-CONTEST NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-CONTEST
                           " NA ABERTURA DO ARQUIVO CONTEST"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
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

           OPEN OUTPUT REL-ENCERRA.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE WK-HORA-SISTEMA(1:6) TO WK-HORA-SESSAO.
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
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-MOVIMENTO.

      *----> OS LANCAMENTOS DE ENCERRAMENTO SAEM COM A DATA DE
      *----> MOVIMENTO CORRENTE - O PERIODO PRECISA ESTAR ABERTO.
           MOVE WK-PERIODO-MOVIMENTO TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ENCERRA: PERIODO CORRENTE NAO CADASTRADO "
                           "NO ARQUIVO PERIODO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT PERIODO-ABERTO
               DISPLAY "ENCERRA: PERIODO CORRENTE FECHADO - "
                       "EXECUCAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----> DIAS DO MES CORRENTE PARA O PRO-RATA
           MOVE WK-DATA-MOVIMENTO(1:4) TO WK-ANO.
           MOVE WK-DATA-MOVIMENTO(5:2) TO WK-MES.
           MOVE WK-DATA-MOVIMENTO(7:2) TO WK-DIA-MOVIMENTO.
           MOVE WK-DIAS-DO-MES(WK-MES) TO WK-DIAS-MES.
           IF WK-MES EQUAL 2
               DIVIDE WK-ANO BY 4 GIVING WK-QUOCIENTE
                   REMAINDER WK-RESTO
               IF WK-RESTO EQUAL ZEROS
                   MOVE 29 TO WK-DIAS-MES
                   DIVIDE WK-ANO BY 100 GIVING WK-QUOCIENTE
                       REMAINDER WK-RESTO
                   IF WK-RESTO EQUAL ZEROS
                       MOVE 28 TO WK-DIAS-MES
                       DIVIDE WK-ANO BY 400 GIVING WK-QUOCIENTE
                           REMAINDER WK-RESTO
                       IF WK-RESTO EQUAL ZEROS
                           MOVE 29 TO WK-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       0170-LE-TAXAS SECTION.
      *----> O ACRESCIMO DO PERIODO JA LANCADO PELO ACRMENSAL DISPENSA
      *----> O PRO-RATA; SEM ARQUIVO DE TAXAS NAO HA PRO-RATA.
           OPEN INPUT HISTACR.
           IF WK-FS-HISTACR EQUAL "00"
               MOVE WK-PERIODO-MOVIMENTO TO HA-PERIODO
               READ HISTACR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACRESCIMO-JA-LANCADO TO TRUE
               END-READ
               CLOSE HISTACR
           END-IF.
           IF ACRESCIMO-JA-LANCADO
               DISPLAY "ENCERRA: ACRESCIMO DO PERIODO "
                       WK-PERIODO-MOVIMENTO " JA LANCADO - SEM "
                       "PRO-RATA"
               EXIT SECTION
           END-IF.

           OPEN INPUT PARM-TAXAS.
           IF WK-FS-PARM NOT EQUAL "00"
               DISPLAY "ENCERRA: ARQUIVO DE TAXAS INDISPONIVEL - "
                       "SEM PRO-RATA"
               EXIT SECTION
           END-IF.
           READ PARM-TAXAS
               AT END
                   CONTINUE
               NOT AT END
                   IF REG-PARM-TAXAS IS NUMERIC
                       MOVE REG-PARM-TAXAS TO WK-TAXA-JUROS-X
                   END-IF
           END-READ.
           READ PARM-TAXAS
               AT END
                   CONTINUE
               NOT AT END
                   IF REG-PARM-TAXAS(1:7) IS NUMERIC
                       MOVE REG-PARM-TAXAS(1:7)
                            TO WK-VALOR-TARIFA-X
                   END-IF
           END-READ.
           CLOSE PARM-TAXAS.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ PEDIDOS
               AT END
                   MOVE "10" TO WK-FS-PEDIDOS
               NOT AT END
                   ADD 1 TO WK-QTD-LIDOS
                   PERFORM 0340-VALIDA-PEDIDO
                   IF PEDIDO-VALIDO
                       PERFORM 0320-ENCERRA-CONTA
                   ELSE
                       PERFORM 0395-RECUSA-PEDIDO
                   END-IF
           END-READ.
      *
       0320-ENCERRA-CONTA SECTION.
      *----> DAQUI EM DIANTE TUDO FOI VALIDADO: CANCELA AS PENDENCIAS,
      *----> LANCA O PRO-RATA, LIQUIDA O SALDO E MARCA A CONTA.
           IF WK-QTD-ORDENS GREATER THAN ZEROS
               PERFORM 0370-CANCELA-ORDENS
           END-IF.
           IF WK-QTD-AGENDADOS GREATER THAN ZEROS
               PERFORM 0375-CANCELA-AGENDADOS
           END-IF.
           IF WK-QTD-APROVACAO GREATER THAN ZEROS
               PERFORM 0380-CANCELA-APROVACAO
           END-IF.
           IF WK-QTD-ORCAMENTOS GREATER THAN ZEROS
               PERFORM 0385-CANCELA-ORCAMENTOS
           END-IF.

           IF WK-JUROS-PRO-RATA GREATER THAN ZEROS
               MOVE 2                  TO FD-TIPO
               MOVE WK-JUROS-PRO-RATA  TO FD-VALOR
               MOVE "JUROS PRO-RATA ENCERRAMENTO" TO FD-DESCR
               MOVE "JU"               TO FD-CATEGORIA
               MOVE WK-IDCONTA-NUM     TO FD-IDCONTA
               MOVE ZEROS              TO FD-CONTRAPARTE
               PERFORM 0330-GRAVA-LANCAMENTO
           END-IF.
           IF WK-TARIFA-PRO-RATA GREATER THAN ZEROS
               MOVE 1                  TO FD-TIPO
               MOVE WK-TARIFA-PRO-RATA TO FD-VALOR
               MOVE "TARIFA PRO-RATA ENCERRAMENTO" TO FD-DESCR
               MOVE "TA"               TO FD-CATEGORIA
               MOVE WK-IDCONTA-NUM     TO FD-IDCONTA
               MOVE ZEROS              TO FD-CONTRAPARTE
               PERFORM 0330-GRAVA-LANCAMENTO
           END-IF.

           MOVE ZEROS TO WK-ID-LIQUIDACAO.
           EVALUATE TRUE
               WHEN DESTINO-CONTA
                   PERFORM 0390-TRANSFERE-SALDO
               WHEN DESTINO-PAGAMENTO
                   PERFORM 0392-PAGA-SALDO
           END-EVALUATE.

           PERFORM 0394-MARCA-ENCERRADA.
           ADD 1 TO WK-QTD-ENCERRADAS.
           DISPLAY "ENCERRA: CONTA " EP-IDCONTA " ENCERRADA - SALDO "
                   "LIQUIDADO " WK-SALDO-LIQUIDAR.
           PERFORM 0800-IMPRIME-CERTIFICADO.
      *
       0330-GRAVA-LANCAMENTO SECTION.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA.
           MOVE WK-CONTADOR       TO FD-IDTRANS.
           MOVE SPACES            TO FD-ESTORNO.
           MOVE ZEROS             TO FD-IDTRANS-ORIG.
           MOVE WK-MOEDA-CONTA    TO FD-MOEDA.
           WRITE REG-CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " AO GRAVAR LANCAMENTO DE ENCERRAMENTO DA "
                       "CONTA " EP-IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WK-CONTADOR.
      ******************************************************************
       0340-VALIDA-PEDIDO SECTION.
           SET PEDIDO-VALIDO TO TRUE.
           MOVE SPACES TO WK-MOTIVO.
           MOVE ZEROS  TO WK-QTD-ORDENS WK-QTD-AGENDADOS
                          WK-QTD-APROVACAO WK-QTD-ORCAMENTOS
                          WK-QTD-PAGAMENTOS
                          WK-QTD-EMPRESTIMOS WK-QTD-CONTESTACOES
                          WK-JUROS-PRO-RATA WK-TARIFA-PRO-RATA
                          WK-SALDO-ATUAL WK-SALDO-LIQUIDAR.

      *----> SO SUPERVISOR OU ADMINISTRADOR ATIVO ENCERRA CONTA
           MOVE EP-OPERADOR TO OM-ID.
           READ OPERADOR
               INVALID KEY
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "OPERADOR NAO CADASTRADO" TO WK-MOTIVO
           END-READ.
           IF PEDIDO-INVALIDO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF OPERADOR-INATIVO
                   OR NOT (PERFIL-ADMIN OR PERFIL-SUPERVISOR)
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "OPERADOR SEM PERMISSAO PARA ENCERRAR"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

           IF EP-IDCONTA NOT NUMERIC
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA NAO NUMERICA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           MOVE EP-IDCONTA TO WK-IDCONTA-NUM.

      *----> CONTA DE DESTINO: TEM QUE EXISTIR, ESTAR ATIVA E TER A
      *----> MESMA MOEDA; SEM CONTA, OS DADOS BANCARIOS DO PAGAMENTO
           SET DESTINO-NENHUM TO TRUE.
           IF EP-CONTA-DESTINO NOT EQUAL SPACES
               IF EP-CONTA-DESTINO EQUAL EP-IDCONTA
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "CONTA DE DESTINO IGUAL A ENCERRADA"
                                    TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               MOVE EP-CONTA-DESTINO TO IDCONTA
               READ CADCONTA
                   INVALID KEY
                       SET PEDIDO-INVALIDO TO TRUE
                       MOVE "CONTA DE DESTINO NAO CADASTRADA"
                                    TO WK-MOTIVO
               END-READ
               IF PEDIDO-INVALIDO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               IF NOT CONTA-ATIVA
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "CONTA DE DESTINO NAO ATIVA" TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
               IF MOEDA-CONTA EQUAL SPACES
                   MOVE "BRL"       TO WK-MOEDA-DESTINO
               ELSE
                   MOVE MOEDA-CONTA TO WK-MOEDA-DESTINO
               END-IF
               SET DESTINO-CONTA TO TRUE
           ELSE
               IF EP-BANCO NUMERIC AND EP-AGENCIA NUMERIC
                       AND EP-CONTA-FAVOR NOT EQUAL SPACES
                   SET DESTINO-PAGAMENTO TO TRUE
               END-IF
           END-IF.

           MOVE EP-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "CONTA NAO CADASTRADA" TO WK-MOTIVO
           END-READ.
           IF PEDIDO-INVALIDO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF CONTA-ENCERRADA
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA JA ENCERRADA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF CONTA-BLOQUEADA
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA BLOQUEADA - DESBLOQUEAR ANTES" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           MOVE NOME         TO WK-NOME-CONTA.
           MOVE IDCLI        TO WK-IDCLI-CONTA.
           MOVE STATUS-CONTA TO WK-STATUS-ANTIGO.
           IF MOEDA-CONTA EQUAL SPACES
               MOVE "BRL"       TO WK-MOEDA-CONTA
           ELSE
               MOVE MOEDA-CONTA TO WK-MOEDA-CONTA
           END-IF.
           IF DESTINO-CONTA
                   AND WK-MOEDA-DESTINO NOT EQUAL WK-MOEDA-CONTA
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "MOEDA DA CONTA DE DESTINO DIFERENTE"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

      *----> SALDO RETIDO POR ORDEM JUDICIAL NAO SE LIQUIDA
           IF HA-BLOQJUD
               MOVE EP-IDCONTA  TO BJ-IDCONTA
               MOVE LOW-VALUES  TO BJ-NUMORDEM
               START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
                   INVALID KEY
                       MOVE "10" TO WK-FS-BLOQJUD
               END-START
               IF WK-FS-BLOQJUD EQUAL "00"
                   READ BLOQJUD NEXT RECORD
                       AT END
                           MOVE "10" TO WK-FS-BLOQJUD
                   END-READ
               END-IF
               IF WK-FS-BLOQJUD EQUAL "00"
                       AND BJ-IDCONTA EQUAL EP-IDCONTA
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "CONTA COM BLOQUEIO JUDICIAL" TO WK-MOTIVO
                   GO TO 0340-VALIDA-PEDIDO-EXIT
               END-IF
           END-IF.

      *----> PENDENCIAS: PAGAMENTO A TERCEIROS AINDA SEM RETORNO DO
      *----> BANCO NUNCA E CANCELAVEL (A DEVOLUCAO CREDITARIA A CONTA
      *----> JA ENCERRADA); AS DEMAIS SO COM PEDIDO DE CANCELAMENTO.
           PERFORM 0360-CONTA-PENDENCIAS.
           IF WK-QTD-PAGAMENTOS GREATER THAN ZEROS
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "PAGAMENTO A TERCEIROS AGUARDANDO RETORNO"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

      *----> EMPRESTIMO AINDA EM AMORTIZACAO (OU A LIBERAR) E
      *----> CONTESTACAO EM ABERTO COM CREDITO PROVISORIO TAMBEM NAO SE
      *----> CANCELAM AQUI: AS PARCELAS SERIAM DEBITADAS E A DECISAO
      *----> DO CASO LANCADA NA CONTA JA ENCERRADA.
           PERFORM 0356-CONTA-VINCULOS.
           IF WK-QTD-EMPRESTIMOS GREATER THAN ZEROS
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTRATO DE EMPRESTIMO EM ABERTO" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF WK-QTD-CONTESTACOES GREATER THAN ZEROS
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTESTACAO ABERTA COM CRED PROVISORIO"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF NOT EP-CANCELA-PENDENCIAS
                   AND (WK-QTD-ORDENS GREATER THAN ZEROS
                     OR WK-QTD-AGENDADOS GREATER THAN ZEROS
                     OR WK-QTD-APROVACAO GREATER THAN ZEROS
                     OR WK-QTD-ORCAMENTOS GREATER THAN ZEROS)
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA COM PENDENCIAS" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

      *----> SALDO: DEVEDOR NAO SE ENCERRA; O PRO-RATA ENTRA ANTES DA
      *----> LIQUIDACAO E A TARIFA NUNCA PASSA DO SALDO DISPONIVEL.
           PERFORM 0350-APURA-SALDO-ATUAL.
           IF WK-SALDO-ATUAL LESS THAN ZEROS
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "SALDO DEVEDOR - REGULARIZAR ANTES" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           PERFORM 0355-CALCULA-PRO-RATA.
           COMPUTE WK-SALDO-LIQUIDAR = WK-SALDO-ATUAL
                                     + WK-JUROS-PRO-RATA
                                     - WK-TARIFA-PRO-RATA.

           IF WK-SALDO-LIQUIDAR GREATER THAN ZEROS
                   AND DESTINO-NENHUM
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "SALDO SEM DESTINO (CONTA OU BANCO)"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
       0340-VALIDA-PEDIDO-EXIT.
           EXIT.
      *
       0350-APURA-SALDO-ATUAL SECTION.
           MOVE SALDOINI TO WK-SALDO-ATUAL.
           MOVE WK-IDCONTA-NUM TO FD-IDCONTA.
           START CADTRANS KEY IS NOT LESS THAN FD-IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               MOVE "10" TO WK-FS-BUSCA
           ELSE
               MOVE "00" TO WK-FS-BUSCA
           END-IF.

           PERFORM 0352-SOMA-MOVIMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0352-SOMA-MOVIMENTO.
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
       0355-CALCULA-PRO-RATA SECTION.
      *----> MESMA REGRA DO ACRMENSAL - SO CONTA ATIVA: JUROS NA
      *----> POUPANCA COM SALDO POSITIVO, TARIFA NA CONTA CORRENTE -
      *----> PROPORCIONAIS AOS DIAS DO MES ATE A DATA DE MOVIMENTO.
           IF ACRESCIMO-JA-LANCADO OR NOT CONTA-ATIVA
               EXIT SECTION
           END-IF.
           IF CONTA-POUPANCA
                   AND WK-TAXA-JUROS GREATER THAN ZEROS
                   AND WK-SALDO-ATUAL GREATER THAN ZEROS
               COMPUTE WK-JUROS-PRO-RATA ROUNDED =
                       WK-SALDO-ATUAL * WK-TAXA-JUROS / 100
                     * WK-DIA-MOVIMENTO / WK-DIAS-MES
                   ON SIZE ERROR
                       MOVE ZEROS TO WK-JUROS-PRO-RATA
               END-COMPUTE
           END-IF.
           IF CONTA-CORRENTE
                   AND WK-VALOR-TARIFA GREATER THAN ZEROS
               COMPUTE WK-TARIFA-PRO-RATA ROUNDED =
                       WK-VALOR-TARIFA * WK-DIA-MOVIMENTO
                     / WK-DIAS-MES
               IF WK-TARIFA-PRO-RATA GREATER THAN WK-SALDO-ATUAL
                   MOVE WK-SALDO-ATUAL TO WK-TARIFA-PRO-RATA
               END-IF
           END-IF.
      ******************************************************************
      *----> CONTRATOS E CASOS QUE PRENDEM A CONTA
       0356-CONTA-VINCULOS SECTION.
       0356-CONTA-EMPRESTIMOS.
           IF NOT HA-EMPRESTIMO
               GO TO 0357-CONTA-CONTESTACOES
           END-IF.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CONTRATO
               INVALID KEY
                   GO TO 0357-CONTA-CONTESTACOES
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0358-LE-EMPRESTIMO
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0357-CONTA-CONTESTACOES.
           IF NOT HA-CONTEST
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO CT-IDCASO.
           START CONTEST KEY IS NOT LESS THAN CT-IDCASO
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0359-LE-CONTESTACAO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0358-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF EM-IDCONTA EQUAL WK-IDCONTA-NUM
                           AND (CONTRATO-NOVO OR CONTRATO-ATIVO)
                       ADD 1 TO WK-QTD-EMPRESTIMOS
                   END-IF
           END-READ.
      *
       0359-LE-CONTESTACAO.
           READ CONTEST NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF CT-IDCONTA EQUAL WK-IDCONTA-NUM
                           AND CONTESTACAO-ABERTA
                           AND COM-CREDITO-PROVISORIO
                       ADD 1 TO WK-QTD-CONTESTACOES
                   END-IF
           END-READ.
      ******************************************************************
      *----> CONTAGEM DAS PENDENCIAS DA CONTA EM CADA ARQUIVO
       0360-CONTA-PENDENCIAS SECTION.
       0361-CONTA-ORDENS.
           IF NOT HA-ORDEMPERM
               GO TO 0362-CONTA-AGENDADOS
           END-IF.
           MOVE LOW-VALUES TO OP-IDORDEM.
           START ORDEMPERM KEY IS NOT LESS THAN OP-IDORDEM
               INVALID KEY
                   GO TO 0362-CONTA-AGENDADOS
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0366-LE-ORDEM
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0362-CONTA-AGENDADOS.
           OPEN INPUT AGENDADO.
           IF WK-FS-AGENDADO EQUAL "00"
               PERFORM 0367-LE-AGENDADO
                   UNTIL WK-FS-AGENDADO EQUAL "10"
               CLOSE AGENDADO
           END-IF.
      *
       0363-CONTA-APROVACAO.
           IF NOT HA-PENDAPROV
               GO TO 0364-CONTA-ORCAMENTOS
           END-IF.
           MOVE ZEROS TO PA-IDPEND.
           START PENDAPROV KEY IS NOT LESS THAN PA-IDPEND
               INVALID KEY
                   GO TO 0364-CONTA-ORCAMENTOS
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0368-LE-PENDENTE
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0364-CONTA-ORCAMENTOS.
           IF NOT HA-ORCAMENTO
               GO TO 0365-CONTA-PAGAMENTOS
           END-IF.
           MOVE EP-IDCONTA  TO OR-IDCONTA.
           MOVE LOW-VALUES  TO OR-CATEGORIA OR-PERIODO.
           START ORCAMENTO KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                   GO TO 0365-CONTA-PAGAMENTOS
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0369-LE-ORCAMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".
      *
       0365-CONTA-PAGAMENTOS.
           IF NOT HA-PAGTOREG
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO PR-IDPAGTO.
           START PAGTOREG KEY IS NOT LESS THAN PR-IDPAGTO
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0372-LE-PAGAMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0366-LE-ORDEM.
           READ ORDEMPERM NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF OP-IDCONTA EQUAL WK-IDCONTA-NUM
                           AND ORDEM-ATIVA
                           AND (OP-PERIODO-FIM EQUAL SPACES
                             OR OP-PERIODO-FIM NOT LESS THAN
                                WK-PERIODO-MOVIMENTO)
                       ADD 1 TO WK-QTD-ORDENS
                   END-IF
           END-READ.
      *
       0367-LE-AGENDADO.
           READ AGENDADO
               AT END
                   MOVE "10" TO WK-FS-AGENDADO
               NOT AT END
                   IF AG-IDCONTA EQUAL WK-IDCONTA-NUM
                       ADD 1 TO WK-QTD-AGENDADOS
                   END-IF
           END-READ.
      *
       0368-LE-PENDENTE.
           READ PENDAPROV NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF PEND-PENDENTE
                           AND (PA-IDCONTA EQUAL WK-IDCONTA-NUM
                             OR PA-CONTA-CREDITO EQUAL WK-IDCONTA-NUM)
                       ADD 1 TO WK-QTD-APROVACAO
                   END-IF
           END-READ.
      *
       0369-LE-ORCAMENTO.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF OR-IDCONTA NOT EQUAL EP-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       IF OR-PERIODO NOT LESS THAN
                               WK-PERIODO-MOVIMENTO
                           ADD 1 TO WK-QTD-ORCAMENTOS
                       END-IF
                   END-IF
           END-READ.
      *
       0372-LE-PAGAMENTO.
           READ PAGTOREG NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF PR-IDCONTA EQUAL WK-IDCONTA-NUM
                           AND PAGTO-ENVIADO
                       ADD 1 TO WK-QTD-PAGAMENTOS
                   END-IF
           END-READ.
      ******************************************************************
      *----> CANCELAMENTO DAS PENDENCIAS - CADA ITEM VAI PARA A
      *----> AUDITORIA COM O OPERADOR DO PEDIDO
       0370-CANCELA-ORDENS SECTION.
           MOVE LOW-VALUES TO OP-IDORDEM.
           START ORDEMPERM KEY IS NOT LESS THAN OP-IDORDEM
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0371-CANCELA-ORDEM
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0371-CANCELA-ORDEM.
           READ ORDEMPERM NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF OP-IDCONTA EQUAL WK-IDCONTA-NUM
                           AND ORDEM-ATIVA
                           AND (OP-PERIODO-FIM EQUAL SPACES
                             OR OP-PERIODO-FIM NOT LESS THAN
                                WK-PERIODO-MOVIMENTO)
                       MOVE "I" TO OP-STATUS
                       REWRITE REG-ORDEM
                       IF WK-FS-ORDEMPERM NOT EQUAL "00"
                           DISPLAY "ERRO: " WK-FS-ORDEMPERM
                                   " AO CANCELAR A ORDEM " OP-IDORDEM
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE "ORDPER" TO WK-AUD-CAMPO
                       MOVE SPACES   TO WK-AUD-ANTIGO
                       STRING "ORDEM " OP-IDORDEM " ATIVA"
                           DELIMITED BY SIZE INTO WK-AUD-ANTIGO
                       MOVE "INATIVADA NO ENCERRAMENTO"
                                     TO WK-AUD-NOVO
                       PERFORM 0600-GRAVA-AUDITORIA
                   END-IF
           END-READ.
      *
       0375-CANCELA-AGENDADOS SECTION.
      *----> O ARMAZEM E SEQUENCIAL: COPIA PARA O ARQUIVO DE TRABALHO
      *----> O QUE FICA E DEVOLVE SOBRE O AGENDADO, COMO O AGENDREL.
           OPEN INPUT AGENDADO.
           IF WK-FS-AGENDADO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-AGENDADO
                       " NA ABERTURA DO ARQUIVO AGENDADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGENDNOVO.
           IF WK-FS-AGENDNOVO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-AGENDNOVO
                       " NA ABERTURA DO ARQUIVO AGENDNOVO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0376-SEPARA-AGENDADO
               UNTIL WK-FS-AGENDADO EQUAL "10".
           CLOSE AGENDADO.
           CLOSE AGENDNOVO.

           OPEN OUTPUT AGENDADO.
           OPEN INPUT AGENDNOVO.
           IF WK-FS-AGENDADO NOT EQUAL "00"
                   OR WK-FS-AGENDNOVO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-AGENDADO "/" WK-FS-AGENDNOVO
                       " NA DEVOLUCAO DO ARQUIVO AGENDADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0377-DEVOLVE-AGENDADO
               UNTIL WK-FS-AGENDNOVO EQUAL "10".
           CLOSE AGENDADO.
           CLOSE AGENDNOVO.
           EXIT SECTION.
      *
       0376-SEPARA-AGENDADO.
           READ AGENDADO
               AT END
                   MOVE "10" TO WK-FS-AGENDADO
               NOT AT END
                   IF AG-IDCONTA EQUAL WK-IDCONTA-NUM
                       MOVE "AGEND"  TO WK-AUD-CAMPO
                       MOVE SPACES   TO WK-AUD-ANTIGO
                       STRING AG-DATA " " AG-TIPO " " AG-VALOR
                           DELIMITED BY SIZE INTO WK-AUD-ANTIGO
                       MOVE "CANCELADO NO ENCERRAMENTO"
                                     TO WK-AUD-NOVO
                       PERFORM 0600-GRAVA-AUDITORIA
                   ELSE
                       WRITE REG-AGENDNOVO FROM REG-AGENDADO
                       IF WK-FS-AGENDNOVO NOT EQUAL "00"
                           DISPLAY "ERRO: " WK-FS-AGENDNOVO
                                   " NA ESCRITA DO ARQUIVO AGENDNOVO"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
           END-READ.
      *
       0377-DEVOLVE-AGENDADO.
           READ AGENDNOVO
               AT END
                   MOVE "10" TO WK-FS-AGENDNOVO
               NOT AT END
                   WRITE REG-AGENDADO FROM REG-AGENDNOVO
                   IF WK-FS-AGENDADO NOT EQUAL "00"
                       DISPLAY "ERRO: " WK-FS-AGENDADO
                               " NA REGRAVACAO DO ARQUIVO AGENDADO"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
      *
       0380-CANCELA-APROVACAO SECTION.
      *----> ITEM PENDENTE DA CONTA (DEBITO OU CREDITO DE
      *----> TRANSFERENCIA) E REJEITADO EM NOME DO OPERADOR DO PEDIDO.
           MOVE ZEROS TO PA-IDPEND.
           START PENDAPROV KEY IS NOT LESS THAN PA-IDPEND
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0381-REJEITA-PENDENTE
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0381-REJEITA-PENDENTE.
           READ PENDAPROV NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF PEND-PENDENTE
                           AND (PA-IDCONTA EQUAL WK-IDCONTA-NUM
                             OR PA-CONTA-CREDITO EQUAL WK-IDCONTA-NUM)
                       MOVE "R"         TO PA-STATUS
                       MOVE EP-OPERADOR TO PA-OPER-DECISAO
                       REWRITE REG-PENDAPROV
                       IF WK-FS-PENDAPROV NOT EQUAL "00"
                           DISPLAY "ERRO: " WK-FS-PENDAPROV
                                   " AO REJEITAR O ITEM " PA-IDPEND
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE "PENDAP" TO WK-AUD-CAMPO
                       MOVE SPACES   TO WK-AUD-ANTIGO
                       STRING "ITEM " PA-IDPEND " PENDENTE"
                           DELIMITED BY SIZE INTO WK-AUD-ANTIGO
                       MOVE "REJEITADO NO ENCERRAMENTO"
                                     TO WK-AUD-NOVO
                       PERFORM 0600-GRAVA-AUDITORIA
                   END-IF
           END-READ.
      *
       0385-CANCELA-ORCAMENTOS SECTION.
      *----> LIMITES DO PERIODO CORRENTE EM DIANTE SAO EXCLUIDOS; OS
      *----> DE PERIODOS PASSADOS FICAM PARA O HISTORICO DO ORCAMREL.
           MOVE EP-IDCONTA  TO OR-IDCONTA.
           MOVE LOW-VALUES  TO OR-CATEGORIA OR-PERIODO.
           START ORCAMENTO KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-BUSCA.
           PERFORM 0386-EXCLUI-ORCAMENTO
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0386-EXCLUI-ORCAMENTO.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF OR-IDCONTA NOT EQUAL EP-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       IF OR-PERIODO NOT LESS THAN
                               WK-PERIODO-MOVIMENTO
                           MOVE "ORCAM"  TO WK-AUD-CAMPO
                           MOVE SPACES   TO WK-AUD-ANTIGO
                           STRING OR-CATEGORIA " " OR-PERIODO " "
                                  OR-LIMITE
                               DELIMITED BY SIZE INTO WK-AUD-ANTIGO
                           MOVE "EXCLUIDO NO ENCERRAMENTO"
                                         TO WK-AUD-NOVO
                           DELETE ORCAMENTO RECORD
                           IF WK-FS-ORCAMENTO NOT EQUAL "00"
                               DISPLAY "ERRO: " WK-FS-ORCAMENTO
                                       " AO EXCLUIR O ORCAMENTO "
                                       OR-CHAVE
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           PERFORM 0600-GRAVA-AUDITORIA
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *----> LIQUIDACAO DO SALDO
       0390-TRANSFERE-SALDO SECTION.
      *----> PAR DE LANCAMENTOS DE TRANSFERENCIA, UM EM CADA CONTA,
      *----> APONTANDO UM PARA O OUTRO PELA CONTRAPARTE.
           IF WK-SALDO-LIQUIDAR NOT GREATER THAN ZEROS
               EXIT SECTION
           END-IF.
           MOVE 1                 TO FD-TIPO.
           MOVE WK-SALDO-LIQUIDAR TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "ENCERRAMENTO - P/ CONTA " EP-CONTA-DESTINO
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE WK-IDCONTA-NUM    TO FD-IDCONTA.
           MOVE EP-CONTA-DESTINO  TO FD-CONTRAPARTE.
           MOVE WK-CONTADOR       TO WK-ID-LIQUIDACAO.
           PERFORM 0330-GRAVA-LANCAMENTO.

           MOVE 2                 TO FD-TIPO.
           MOVE WK-SALDO-LIQUIDAR TO FD-VALOR.
           MOVE SPACES            TO FD-DESCR.
           STRING "ENCERRAMENTO - DA CONTA " EP-IDCONTA
               DELIMITED BY SIZE INTO FD-DESCR.
           MOVE "TE"              TO FD-CATEGORIA.
           MOVE EP-CONTA-DESTINO  TO FD-IDCONTA.
           MOVE WK-IDCONTA-NUM    TO FD-CONTRAPARTE.
           PERFORM 0330-GRAVA-LANCAMENTO.
           ADD WK-SALDO-LIQUIDAR  TO WK-TOT-TRANSFERIDO.
      *
       0392-PAGA-SALDO SECTION.
      *----> DEBITO SEM CONTRAPARTE INTERNA - O VALOR SAI PELO
      *----> ARQUIVO DE PAGAMENTO PARA A CONTA EM OUTRO BANCO.
           IF WK-SALDO-LIQUIDAR NOT GREATER THAN ZEROS
               EXIT SECTION
           END-IF.
           MOVE 1                 TO FD-TIPO.
           MOVE WK-SALDO-LIQUIDAR TO FD-VALOR.
           MOVE "ENCERRAMENTO - PAGTO EXTERNO" TO FD-DESCR.
           MOVE "OU"              TO FD-CATEGORIA.
           MOVE WK-IDCONTA-NUM    TO FD-IDCONTA.
           MOVE ZEROS             TO FD-CONTRAPARTE.
           MOVE WK-CONTADOR       TO WK-ID-LIQUIDACAO.
           PERFORM 0330-GRAVA-LANCAMENTO.
           PERFORM 0650-GRAVA-PAGAMENTO.
      *
       0394-MARCA-ENCERRADA SECTION.
           MOVE EP-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   DISPLAY "ERRO: " WK-FS-CADCONTA
                           " AO RELER A CONTA " EP-IDCONTA
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE "E" TO STATUS-CONTA.
           REWRITE REG-CTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " AO REGRAVAR A CONTA " IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "STATUS"         TO WK-AUD-CAMPO.
           MOVE WK-STATUS-ANTIGO TO WK-AUD-ANTIGO.
           MOVE "E"              TO WK-AUD-NOVO.
           PERFORM 0600-GRAVA-AUDITORIA.
      *
       0395-RECUSA-PEDIDO SECTION.
           ADD 1 TO WK-QTD-RECUSADAS.
           DISPLAY "ENCERRA: CONTA " EP-IDCONTA " RECUSADA: "
                   WK-MOTIVO.
           MOVE EP-IDCONTA TO RC-IDCONTA.
           MOVE WK-MOTIVO  TO RC-MOTIVO.
           MOVE SPACES     TO RC-DETALHE.
           IF WK-MOTIVO EQUAL "CONTA COM PENDENCIAS"
               STRING "ORDENS " WK-QTD-ORDENS
                      " AGENDADOS " WK-QTD-AGENDADOS
                      " APROVACAO " WK-QTD-APROVACAO
                      " ORCAMENTOS " WK-QTD-ORCAMENTOS
                   DELIMITED BY SIZE INTO RC-DETALHE
           END-IF.
           MOVE WK-LIN-RECUSA TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0600-AUDITORIA SECTION.
       0600-GRAVA-AUDITORIA.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES            TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA   TO AU-DATA.
           MOVE WK-HS-HH          TO AU-HH.
           MOVE WK-HS-MM          TO AU-MM.
           MOVE WK-HS-SS          TO AU-SS.
           MOVE EP-OPERADOR       TO AU-OPERADOR.
           MOVE EP-IDCONTA        TO AU-IDCONTA.
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
       0650-GRAVA-PAGAMENTO.
      *----> ARQUIVO ABERTO NO PRIMEIRO PAGAMENTO DA EXECUCAO
           IF NOT ARQ-PAGTO-ABERTO
               MOVE SPACES TO WK-ARQ-PAGTO
               STRING WK-PREFIXO-PAGTO  DELIMITED BY SPACES
                      "-"               DELIMITED BY SIZE
                      WK-DATA-MOVIMENTO DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WK-HORA-SESSAO    DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                   INTO WK-ARQ-PAGTO
               OPEN OUTPUT ARQ-PAGTO
               IF WK-FS-PAGTO NOT EQUAL "00"
                   DISPLAY "ERRO: " WK-FS-PAGTO
                           " NA ABERTURA DO ARQUIVO DE PAGAMENTO "
                           WK-ARQ-PAGTO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET ARQ-PAGTO-ABERTO TO TRUE
               MOVE SPACES TO WK-LINHA-PAGTO
               STRING "H;" WK-DATA-MOVIMENTO ";ENCERRA"
                      DELIMITED BY SIZE INTO WK-LINHA-PAGTO
               PERFORM 0660-GRAVA-LINHA-PAGTO
           END-IF.

           MOVE SPACES TO CL-DOCUMENTO CL-NOME.
           IF HA-CADCLI AND WK-IDCLI-CONTA NOT EQUAL SPACES
               MOVE WK-IDCLI-CONTA TO CL-IDCLI
               READ CADCLI
                   INVALID KEY
                       MOVE SPACES TO CL-DOCUMENTO CL-NOME
               END-READ
           END-IF.
           IF CL-NOME EQUAL SPACES
               MOVE WK-NOME-CONTA TO CL-NOME
           END-IF.

           MOVE WK-SALDO-LIQUIDAR TO WK-ED-VALOR.
           MOVE SPACES TO WK-LINHA-PAGTO.
           STRING "D;" EP-IDCONTA
                  ";" WK-ID-LIQUIDACAO
                  ";" WK-IDCLI-CONTA
                  ";" CL-DOCUMENTO
                  ";" CL-NOME
                  ";" EP-BANCO
                  ";" EP-AGENCIA
                  ";" EP-CONTA-FAVOR
                  ";" WK-ED-VALOR
                  ";" WK-MOEDA-CONTA
                  DELIMITED BY SIZE INTO WK-LINHA-PAGTO.
           PERFORM 0660-GRAVA-LINHA-PAGTO.
           ADD 1                 TO WK-QTD-PAGTOS.
           ADD WK-SALDO-LIQUIDAR TO WK-TOT-PAGO.
      *
       0660-GRAVA-LINHA-PAGTO.
           WRITE REG-PAGTO FROM WK-LINHA-PAGTO.
           IF WK-FS-PAGTO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PAGTO
                       " NA ESCRITA DO ARQUIVO DE PAGAMENTO "
                       WK-ARQ-PAGTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0690-TOTAIS-GERAIS.
           IF ARQ-PAGTO-ABERTO
               MOVE WK-QTD-PAGTOS TO WK-ED-QTD
               MOVE WK-TOT-PAGO   TO WK-ED-HASH
               MOVE SPACES TO WK-LINHA-PAGTO
               STRING "T;" WK-ED-QTD ";" WK-ED-HASH
                      DELIMITED BY SIZE INTO WK-LINHA-PAGTO
               PERFORM 0660-GRAVA-LINHA-PAGTO
               CLOSE ARQ-PAGTO
               DISPLAY "ENCERRA: ARQUIVO DE PAGAMENTO " WK-ARQ-PAGTO
           END-IF.

           MOVE 99 TO WK-LINHAS.
           MOVE "PEDIDOS LIDOS................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDOS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "CONTAS ENCERRADAS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ENCERRADAS    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "PEDIDOS RECUSADOS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUSADAS     TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "SALDOS TRANSFERIDOS..........."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-TRANSFERIDO   TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "SALDOS PAGOS A OUTROS BANCOS.."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-PAGO          TO TOT-VALOR.
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
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 3 TO WK-LINHAS.
      ******************************************************************
      *----> CERTIFICADO - UMA PAGINA POR CONTA ENCERRADA
       0800-CERTIFICADO SECTION.
       0800-IMPRIME-CERTIFICADO.
           MOVE 99 TO WK-LINHAS.
           MOVE WK-LIN-TITULO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE SPACES TO CL-DOCUMENTO.
           IF HA-CADCLI AND WK-IDCLI-CONTA NOT EQUAL SPACES
               MOVE WK-IDCLI-CONTA TO CL-IDCLI
               READ CADCLI
                   INVALID KEY
                       MOVE SPACES TO CL-DOCUMENTO
               END-READ
           END-IF.

           MOVE "CONTA.........................." TO CP-LITERAL.
           MOVE EP-IDCONTA       TO CP-TEXTO.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE "TITULAR........................" TO CP-LITERAL.
           MOVE WK-NOME-CONTA    TO CP-TEXTO.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE "CLIENTE / DOCUMENTO............" TO CP-LITERAL.
           MOVE SPACES           TO CP-TEXTO.
           STRING WK-IDCLI-CONTA " / " CL-DOCUMENTO
               DELIMITED BY SIZE INTO CP-TEXTO.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE "MOEDA.........................." TO CP-LITERAL.
           MOVE WK-MOEDA-CONTA   TO CP-TEXTO.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE "OPERADOR......................." TO CP-LITERAL.
           MOVE EP-OPERADOR      TO CP-TEXTO.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "ORDENS PERMANENTES INATIVADAS.." TO LG-LITERAL.
           MOVE WK-QTD-ORDENS    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM  TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "AGENDADOS CANCELADOS..........." TO LG-LITERAL.
           MOVE WK-QTD-AGENDADOS TO LG-QTD.
           MOVE WK-LIN-CONTAGEM  TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "APROVACOES REJEITADAS.........." TO LG-LITERAL.
           MOVE WK-QTD-APROVACAO TO LG-QTD.
           MOVE WK-LIN-CONTAGEM  TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "LIMITES DE ORCAMENTO EXCLUIDOS." TO LG-LITERAL.
           MOVE WK-QTD-ORCAMENTOS TO LG-QTD.
           MOVE WK-LIN-CONTAGEM  TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "SALDO APURADO.................." TO VL-LITERAL.
           MOVE WK-SALDO-ATUAL     TO VL-VALOR.
           PERFORM 0820-IMPRIME-VALOR.
           MOVE "JUROS PRO-RATA (+)............." TO VL-LITERAL.
           MOVE WK-JUROS-PRO-RATA  TO VL-VALOR.
           PERFORM 0820-IMPRIME-VALOR.
           MOVE "TARIFA PRO-RATA (-)............" TO VL-LITERAL.
           MOVE WK-TARIFA-PRO-RATA TO VL-VALOR.
           PERFORM 0820-IMPRIME-VALOR.
           MOVE "VALOR LIQUIDADO (-)............" TO VL-LITERAL.
           MOVE WK-SALDO-LIQUIDAR  TO VL-VALOR.
           PERFORM 0820-IMPRIME-VALOR.
           MOVE "SALDO FINAL...................." TO VL-LITERAL.
           MOVE ZEROS              TO VL-VALOR.
           PERFORM 0820-IMPRIME-VALOR.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "DESTINO DO SALDO..............." TO CP-LITERAL.
           MOVE SPACES TO CP-TEXTO.
           EVALUATE TRUE
               WHEN WK-SALDO-LIQUIDAR NOT GREATER THAN ZEROS
                   MOVE "SEM SALDO A LIQUIDAR" TO CP-TEXTO
               WHEN DESTINO-CONTA
                   STRING "CONTA " EP-CONTA-DESTINO
                          " - LANCAMENTO " WK-ID-LIQUIDACAO
                       DELIMITED BY SIZE INTO CP-TEXTO
               WHEN DESTINO-PAGAMENTO
                   STRING "BANCO " EP-BANCO " AG " EP-AGENCIA
                          " CONTA " EP-CONTA-FAVOR
                          " - LANCAMENTO " WK-ID-LIQUIDACAO
                       DELIMITED BY SIZE INTO CP-TEXTO
           END-EVALUATE.
           PERFORM 0810-IMPRIME-CAMPO.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "CERTIFICAMOS QUE A CONTA " EP-IDCONTA
                  " FOI ENCERRADA EM " WK-DATA-MOVIMENTO
                  " COM SALDO ZERO E SEM PENDENCIAS."
               DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE 99 TO WK-LINHAS.
      *
       0810-IMPRIME-CAMPO.
           MOVE WK-LIN-CAMPO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0820-IMPRIME-VALOR.
           MOVE WK-LIN-VALOR TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE PEDIDOS.
           CLOSE CADCONTA.
           CLOSE CADTRANS.
           CLOSE PERIODO.
           CLOSE OPERADOR.
           CLOSE CONTAAUD.
           CLOSE REL-ENCERRA.
           IF HA-CADCLI
               CLOSE CADCLI
           END-IF.
           IF HA-BLOQJUD
               CLOSE BLOQJUD
           END-IF.
           IF HA-EMPRESTIMO
               CLOSE EMPRESTIMO
           END-IF.
           IF HA-CONTEST
               CLOSE CONTEST
           END-IF.
           IF HA-ORDEMPERM
               CLOSE ORDEMPERM
           END-IF.
           IF HA-PENDAPROV
               CLOSE PENDAPROV
           END-IF.
           IF HA-ORCAMENTO
               CLOSE ORCAMENTO
           END-IF.
           IF HA-PAGTOREG
               CLOSE PAGTOREG
           END-IF.
           DISPLAY "ENCERRA: PEDIDOS LIDOS......... " WK-QTD-LIDOS.
           DISPLAY "ENCERRA: CONTAS ENCERRADAS..... "
                   WK-QTD-ENCERRADAS.
           DISPLAY "ENCERRA: PEDIDOS RECUSADOS..... "
                   WK-QTD-RECUSADAS.
           IF WK-QTD-RECUSADAS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM ENCERRA.
