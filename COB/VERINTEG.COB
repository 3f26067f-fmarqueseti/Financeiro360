      ******************************************************************
      * FILE NAME   : VERINTEG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : VERIFICACAO SEMANAL DE INTEGRIDADE REFERENCIAL - *
      *               CONFERE AS LIGACOES ENTRE OS ARQUIVOS MESTRES:   *
      *               CLIENTE TITULAR DE CADA CONTA EM CADCLI; CONTAS  *
      *               DE ORDEMPERM, ORCAMENTO, AGENDADO, PENDAPROV E   *
      *               EXCECOES EM CADCONTA (E NAO ENCERRADAS QUANDO A  *
      *               PENDENCIA AINDA VALE); PERNAS DE TRANSFERENCIA   *
      *               CASADAS PELA CONTRAPARTE; PARES DE ESTORNO       *
      *               LIGADOS NOS DOIS SENTIDOS POR FD-IDTRANS-ORIG.   *
      *               IMPRIME UM RELATORIO DE DISCREPANCIAS AGRUPADO   *
      *               POR CATEGORIA COM O RESUMO FINAL E DEVOLVE RC 0  *
      *               (INTEGRO) OU 8 (DISCREPANCIAS) - AS OPERACOES    *
      *               SEGURAM O FECHAMENTO DO MES COM RC 8.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERINTEG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDCONTA
               FILE STATUS  IS WK-FS-CADCONTA.
      *
           SELECT CADCLI ASSIGN DYNAMIC WK-ARQ-CADCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CL-IDCLI
               FILE STATUS  IS WK-FS-CADCLI.
      *
           SELECT CADTRANS ASSIGN DYNAMIC WK-ARQ-CADTRANS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FD-IDTRANS
               ALTERNATE RECORD KEY IS FD-IDCONTA
               WITH DUPLICATES
               FILE STATUS  IS WK-FS-CADTRANS.
      *
      *----> PARCEIRO DE ESTORNO QUE JA FOI PARA O HISTORICO
           SELECT CADTRANSH ASSIGN DYNAMIC WK-ARQ-CADTRANSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HS-CHAVE
               FILE STATUS  IS WK-FS-CADTRANSH.
      *
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PC-CHAVE
               FILE STATUS  IS WK-FS-PERIODO.
      *
      *----> ARQUIVOS QUE APONTAM PARA CONTAS - INEXISTENTE = NADA A
      *----> CONFERIR NAQUELE ARQUIVO
           SELECT ORDEMPERM ASSIGN DYNAMIC WK-ARQ-ORDEMPERM
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OP-IDORDEM
               FILE STATUS  IS WK-FS-ORDEMPERM.
      *
           SELECT ORCAMENTO ASSIGN DYNAMIC WK-ARQ-ORCAMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OR-CHAVE
               FILE STATUS  IS WK-FS-ORCAMENTO.
      *
           SELECT AGENDADO ASSIGN TO AGENDADO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-AGENDADO.
      *
           SELECT PENDAPROV ASSIGN DYNAMIC WK-ARQ-PENDAPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-IDPEND
               FILE STATUS  IS WK-FS-PENDAPROV.
      *
           SELECT EXCECOES ASSIGN DYNAMIC WK-ARQ-EXCECOES
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EX-IDCONTA
               FILE STATUS  IS WK-FS-EXCECOES.
      *
      *----> RELATORIO DE DISCREPANCIAS
           SELECT REL-INTEGRIDADE ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
      *----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CATEGORIA
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CADCONTA.
       COPY CADCONTA.

       FD  CADCLI.
       COPY CADCLI.

       FD  CADTRANS.
       COPY CADTRANS-REC.

       FD  CADTRANSH.
       COPY CADTRANSH.

       FD  PERIODO.
       COPY PERIODO.

       FD  ORDEMPERM.
       COPY ORDEMPERM.

       FD  ORCAMENTO.
       COPY ORCAMENTO.

       FD  AGENDADO
             RECORDING MODE IS F.
       COPY AGENDADO.

       FD  PENDAPROV.
       COPY PENDAPROV.

       FD  EXCECOES.
       COPY EXCECAO.

       FD  REL-INTEGRIDADE.
       01  REG-IMPRESSAO             PIC X(132).

       SD  ARQ-SORT.
       01  REG-SORT.
           03  SR-CATEGORIA          PIC 9(02).
           03  SR-ARQUIVO            PIC X(09).
           03  SR-CHAVE              PIC X(14).
           03  SR-CONTA              PIC X(04).
           03  SR-DETALHE            PIC X(60).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CADCLI            PIC X(100)   VALUE
           "C:\teste\cadcli.dat".
       77  WK-ARQ-CADTRANS          PIC X(100)   VALUE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-CADTRANSH         PIC X(100)   VALUE
           "C:\teste\cadtransh.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-ORDEMPERM         PIC X(100)   VALUE
           "C:\teste\ordemperm.dat".
       77  WK-ARQ-ORCAMENTO         PIC X(100)   VALUE
           "C:\teste\orcamento.dat".
       77  WK-ARQ-PENDAPROV         PIC X(100)   VALUE
           "C:\teste\pendaprov.dat".
       77  WK-ARQ-EXCECOES          PIC X(100)   VALUE
           "C:\teste\excecoes.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\verinteg-rel.txt".
       COPY FINCFG.
       77  WK-FS-CADCONTA           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCLI             PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANS           PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADTRANSH          PIC X(02)     VALUE ZEROS.
       77  WK-FS-PERIODO            PIC X(02)     VALUE ZEROS.
       77  WK-FS-ORDEMPERM          PIC X(02)     VALUE ZEROS.
       77  WK-FS-ORCAMENTO          PIC X(02)     VALUE ZEROS.
       77  WK-FS-AGENDADO           PIC X(02)     VALUE ZEROS.
       77  WK-FS-PENDAPROV          PIC X(02)     VALUE ZEROS.
       77  WK-FS-EXCECOES           PIC X(02)     VALUE ZEROS.
       77  WK-FS-RELATORIO          PIC X(02)     VALUE ZEROS.
       77  WK-FS-BUSCA              PIC X(02)     VALUE ZEROS.

      *----> ARQUIVOS OPCIONAIS PRESENTES NESTA EXECUCAO
       01  WK-SW-HISTORICO          PIC X(01)     VALUE "N".
           88  HISTORICO-DISPONIVEL               VALUE "S".
       01  WK-SW-ORDEMPERM          PIC X(01)     VALUE "N".
           88  HA-ORDEMPERM                       VALUE "S".
       01  WK-SW-ORCAMENTO          PIC X(01)     VALUE "N".
           88  HA-ORCAMENTO                       VALUE "S".
       01  WK-SW-PENDAPROV          PIC X(01)     VALUE "N".
           88  HA-PENDAPROV                       VALUE "S".
       01  WK-SW-EXCECOES           PIC X(01)     VALUE "N".
           88  HA-EXCECOES                        VALUE "S".

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-PERIODO-ATUAL         PIC X(06)     VALUE SPACES.

      *----> BUSCA DE CONTA EM CADCONTA
       77  WK-CONTA-BUSCA           PIC X(04)     VALUE SPACES.
       01  WK-SW-CONTA              PIC X(01)     VALUE "N".
           88  CONTA-LOCALIZADA                   VALUE "S".
           88  CONTA-INEXISTENTE                  VALUE "N".

      *----> MOVIMENTO CORRENTE DA VARREDURA DO CADTRANS - AS BUSCAS
      *----> DA PERNA E DO PARCEIRO USAM A MESMA AREA DO ARQUIVO
       01  WK-MOV-CORRENTE.
           03  WK-MC-DATA           PIC 9(08).
           03  WK-MC-TIPO           PIC 9(01).
           03  WK-MC-VALOR          PIC 9(09)V9(02).
           03  WK-MC-IDCONTA        PIC 9(04).
           03  WK-MC-CATEGORIA      PIC X(02).
           03  WK-MC-IDTRANS        PIC 9(08).
           03  WK-MC-CONTRAPARTE    PIC 9(04).
           03  WK-MC-ESTORNO        PIC X(01).
               88  MC-ESTORNADO                   VALUE "E".
               88  MC-DE-ESTORNO                  VALUE "R".
           03  WK-MC-IDTRANS-ORIG   PIC 9(08).
       77  WK-ESTORNO-ESPERADO      PIC X(01)     VALUE SPACES.
       01  WK-SW-PERNA              PIC X(01)     VALUE "N".
           88  PERNA-ACHADA                       VALUE "S".
           88  PERNA-NAO-ACHADA                   VALUE "N".
      *----> RESULTADO DA BUSCA DO PARCEIRO DE ESTORNO
       01  WK-SW-PARCEIRO           PIC X(01)     VALUE "N".
           88  PARCEIRO-CONSISTENTE               VALUE "S".
           88  PARCEIRO-SEM-VOLTA                 VALUE "V".
           88  PARCEIRO-INEXISTENTE               VALUE "N".
       77  WK-ED-IDTRANS            PIC Z(07)9.
       77  WK-ED-CONTA              PIC 9(04).

      *----> CATEGORIAS DE DISCREPANCIA - O NUMERO DA CATEGORIA E A
      *----> ORDEM DE IMPRESSAO NO RELATORIO
       01  WK-TAB-TITULOS.
           03  FILLER               PIC X(50)     VALUE
               "CONTA COM CLIENTE TITULAR INEXISTENTE EM CADCLI".
           03  FILLER               PIC X(50)     VALUE
               "ORDEM PERMANENTE DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "ORDEM PERMANENTE ATIVA EM CONTA ENCERRADA".
           03  FILLER               PIC X(50)     VALUE
               "ORCAMENTO DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "ORCAMENTO VIGENTE EM CONTA ENCERRADA".
           03  FILLER               PIC X(50)     VALUE
               "AGENDADO DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "AGENDADO PARA CONTA ENCERRADA".
           03  FILLER               PIC X(50)     VALUE
               "APROVACAO PENDENTE DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "APROVACAO PENDENTE EM CONTA ENCERRADA".
           03  FILLER               PIC X(50)     VALUE
               "EXCECAO DE SALDO DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "MOVIMENTO DE CONTA INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "TRANSFERENCIA COM CONTRAPARTE INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "PERNA DE DEBITO (TE) SEM A PERNA DE CREDITO".
           03  FILLER               PIC X(50)     VALUE
               "PERNA DE CREDITO (TE) SEM A PERNA DE DEBITO".
           03  FILLER               PIC X(50)     VALUE
               "ESTORNO COM PARCEIRO INEXISTENTE".
           03  FILLER               PIC X(50)     VALUE
               "ESTORNO CUJO PARCEIRO NAO APONTA DE VOLTA".
       01  WK-TAB-TITULOS-R REDEFINES WK-TAB-TITULOS.
           03  WK-TITULO            PIC X(50)     OCCURS 16.
       77  WK-QTD-CATEGORIAS        PIC 9(02)     VALUE 16.
       01  WK-TAB-CONTAGEM.
           03  WK-QTD-CATEGORIA     PIC 9(06)     OCCURS 16.
       77  WK-IX                    PIC 9(02)     VALUE ZEROS COMP.

      *----> CONTADORES DA VARREDURA
       77  WK-QTD-DISCREPANCIAS     PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-CONTAS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ORDENS            PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ORCAMENTOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-AGENDADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-PENDENCIAS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-EXCECOES          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-MOVIMENTOS        PIC 9(08)     VALUE ZEROS.

      *----> QUEBRA DE CATEGORIA NA IMPRESSAO
       77  WK-CATEGORIA-ATUAL       PIC 9(02)     VALUE ZEROS.
       77  WK-QTD-NA-CATEGORIA      PIC 9(06)     VALUE ZEROS.
       01  WK-SW-FIM-SORT           PIC X(01)     VALUE "N".
           88  FIM-SORT                           VALUE "S".

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

      *---> Linha de impressao generica e formatacao de data
       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-DATA-AMD.
           03  WK-AMD-ANO           PIC X(04).
           03  WK-AMD-MES           PIC X(02).
           03  WK-AMD-DIA           PIC X(02).
       01  WK-DATA-DMA.
           03  WK-DMA-DIA           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-MES           PIC X(02).
           03  FILLER               PIC X(01)     VALUE "/".
           03  WK-DMA-ANO           PIC X(04).

       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - INTEGRIDADE REFERENCIAL".
           03  FILLER               PIC X(16)     VALUE
               "DATA MOVIMENTO: ".
           03  CAB1-DATA            PIC X(10).
           03  FILLER               PIC X(44)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER               PIC X(12)     VALUE "  ARQUIVO".
           03  FILLER               PIC X(17)     VALUE "CHAVE".
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(60)     VALUE "DETALHE".

       01  WK-LIN-CATEGORIA.
           03  FILLER               PIC X(11)     VALUE "CATEGORIA ".
           03  CAT-NUMERO           PIC 9(02).
           03  FILLER               PIC X(03)     VALUE " - ".
           03  CAT-TITULO           PIC X(50).

       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-ARQUIVO          PIC X(09).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-CHAVE            PIC X(14).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-CONTA            PIC X(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-DETALHE          PIC X(60).

       01  WK-LIN-SUBTOTAL.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  FILLER               PIC X(30)     VALUE
               "DISCREPANCIAS NA CATEGORIA...".
           03  SUB-QTD              PIC ZZZ.ZZ9.

       01  WK-LIN-RESUMO.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  RES-NUMERO           PIC 9(02).
           03  FILLER               PIC X(03)     VALUE " - ".
           03  RES-TITULO           PIC X(50).
           03  RES-QTD              PIC ZZZ.ZZ9.

       01  WK-LIN-CONTAGEM.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  LG-LITERAL           PIC X(30).
           03  LG-QTD               PIC ZZ.ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.

      *----> CADA VERIFICACAO LIBERA SUAS DISCREPANCIAS PARA A
      *----> CLASSIFICACAO; A IMPRESSAO SAI AGRUPADA POR CATEGORIA.
           SORT ARQ-SORT
               ON ASCENDING KEY SR-CATEGORIA SR-ARQUIVO SR-CHAVE
               INPUT PROCEDURE IS 0800-VERIFICA-ARQUIVOS
               OUTPUT PROCEDURE IS 0850-IMPRIME-DISCREPANCIAS.

           PERFORM 0600-RESUMO.
           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
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
           MOVE "CADTRANSH" TO CFG-NOME.
           MOVE WK-ARQ-CADTRANSH       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADTRANSH.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "ORDEMPERM" TO CFG-NOME.
           MOVE WK-ARQ-ORDEMPERM       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORDEMPERM.
           MOVE "ORCAMENTO" TO CFG-NOME.
           MOVE WK-ARQ-ORCAMENTO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-ORCAMENTO.
           MOVE "PENDAPROV" TO CFG-NOME.
           MOVE WK-ARQ-PENDAPROV       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PENDAPROV.
           MOVE "EXCECOES" TO CFG-NOME.
           MOVE WK-ARQ-EXCECOES        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-EXCECOES.
           MOVE "VERINTEG-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADCLI.
           IF WK-FS-CADCLI NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCLI
                       " NA ABERTURA DO ARQUIVO CADCLI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CADTRANS.
           IF WK-FS-CADTRANS NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADTRANS
                       " NA ABERTURA DO ARQUIVO CADTRANS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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

      *----> ARQUIVOS DE PENDENCIAS: INEXISTENTE = NADA A CONFERIR
           OPEN INPUT ORDEMPERM.
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
           OPEN INPUT ORCAMENTO.
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
           OPEN INPUT PENDAPROV.
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
           OPEN INPUT EXCECOES.
           IF WK-FS-EXCECOES EQUAL "00"
               SET HA-EXCECOES TO TRUE
           ELSE
               IF WK-FS-EXCECOES NOT EQUAL "35"
                   DISPLAY "ERRO: " WK-FS-EXCECOES
                           " NA ABERTURA DO ARQUIVO EXCECOES"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 0260-LE-DATA-MOVIMENTO.

           OPEN OUTPUT REL-INTEGRIDADE.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WK-TAB-CONTAGEM.
      *
       0260-LE-DATA-MOVIMENTO.
           OPEN INPUT PERIODO.
           IF WK-FS-PERIODO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PERIODO
                       " NA ABERTURA DO ARQUIVO PERIODO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "000000" TO PC-CHAVE.
           READ PERIODO
               INVALID KEY
                   DISPLAY "ERRO: DATA DE MOVIMENTO NAO FIXADA NO "
                           "ARQUIVO PERIODO (EXECUTAR CADPER)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE PC-DATA-MOV TO WK-DATA-MOVIMENTO.
           CLOSE PERIODO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-PERIODO-ATUAL.

           MOVE WK-DATA-MOVIMENTO TO WK-DATA-AMD.
           PERFORM 0720-FORMATA-DATA.
           MOVE WK-DATA-DMA TO CAB1-DATA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - VERIFICACAO E IMPRESSAO
      ******************************************************************
       0800-VERIFICA-ARQUIVOS SECTION.
       0805-VERIFICA-ARQUIVOS.
      *----> O CADCONTA E LIDO EM SEQUENCIA SO NA PRIMEIRA PASSADA;
      *----> NAS DEMAIS ELE E CONSULTADO PELA CHAVE.
           PERFORM 0810-VERIFICA-CONTAS.
           PERFORM 0815-VERIFICA-ORDENS.
           PERFORM 0820-VERIFICA-ORCAMENTOS.
           PERFORM 0825-VERIFICA-AGENDADOS.
           PERFORM 0830-VERIFICA-PENDENCIAS.
           PERFORM 0835-VERIFICA-EXCECOES.
           PERFORM 0840-VERIFICA-MOVIMENTOS.
           GO TO 0849-VERIFICA-ARQUIVOS-EXIT.
      *
       0810-VERIFICA-CONTAS.
           MOVE "00" TO WK-FS-CADCONTA.
           PERFORM 0811-LE-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
      *
       0811-LE-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   ADD 1 TO WK-QTD-CONTAS
      *----> CONTA SEM CLIENTE TITULAR E ESTOQUE ANTIGO ADMITIDO -
      *----> SO O CLIENTE INFORMADO E AUSENTE E DISCREPANCIA
                   IF IDCLI NOT EQUAL SPACES
                       MOVE IDCLI TO CL-IDCLI
                       READ CADCLI
                           INVALID KEY
                               MOVE 01         TO SR-CATEGORIA
                               MOVE "CADCONTA" TO SR-ARQUIVO
                               MOVE IDCONTA    TO SR-CHAVE
                               MOVE IDCONTA    TO SR-CONTA
                               MOVE SPACES     TO SR-DETALHE
                               STRING "CLIENTE " IDCLI
                                      " NAO CADASTRADO - " NOME
                                   DELIMITED BY SIZE INTO SR-DETALHE
                               PERFORM 0890-REGISTRA-DISCREPANCIA
                       END-READ
                   END-IF
           END-READ.
      *
       0815-VERIFICA-ORDENS.
           IF NOT HA-ORDEMPERM
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WK-FS-ORDEMPERM.
           PERFORM 0816-LE-ORDEM
               UNTIL WK-FS-ORDEMPERM EQUAL "10".
      *
       0816-LE-ORDEM.
           READ ORDEMPERM NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-ORDEMPERM
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WK-QTD-ORDENS.
           MOVE OP-IDCONTA TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           MOVE "ORDEMPERM"    TO SR-ARQUIVO.
           MOVE OP-IDORDEM     TO SR-CHAVE.
           MOVE WK-CONTA-BUSCA TO SR-CONTA.
           MOVE SPACES         TO SR-DETALHE.
           IF CONTA-INEXISTENTE
               MOVE 02 TO SR-CATEGORIA
               STRING "ORDEM " OP-STATUS " - " OP-DESCR
                   DELIMITED BY SIZE INTO SR-DETALHE
               PERFORM 0890-REGISTRA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.
           IF ORDEM-ATIVA AND CONTA-ENCERRADA
               MOVE 03 TO SR-CATEGORIA
               STRING "VIGENCIA " OP-PERIODO-INI " A "
                      OP-PERIODO-FIM " - " OP-DESCR
                   DELIMITED BY SIZE INTO SR-DETALHE
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0820-VERIFICA-ORCAMENTOS.
           IF NOT HA-ORCAMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WK-FS-ORCAMENTO.
           PERFORM 0821-LE-ORCAMENTO
               UNTIL WK-FS-ORCAMENTO EQUAL "10".
      *
       0821-LE-ORCAMENTO.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-ORCAMENTO
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WK-QTD-ORCAMENTOS.
           MOVE OR-IDCONTA TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           MOVE "ORCAMENTO"    TO SR-ARQUIVO.
           MOVE OR-CHAVE       TO SR-CHAVE.
           MOVE WK-CONTA-BUSCA TO SR-CONTA.
           MOVE SPACES         TO SR-DETALHE.
           STRING "CATEGORIA " OR-CATEGORIA " PERIODO " OR-PERIODO
               DELIMITED BY SIZE INTO SR-DETALHE.
           IF CONTA-INEXISTENTE
               MOVE 04 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.
      *----> LIMITE DE PERIODO JA ENCERRADO FICA COMO HISTORICO
           IF CONTA-ENCERRADA
                   AND OR-PERIODO NOT LESS THAN WK-PERIODO-ATUAL
               MOVE 05 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0825-VERIFICA-AGENDADOS.
           OPEN INPUT AGENDADO.
           IF WK-FS-AGENDADO EQUAL "35"
               EXIT PARAGRAPH
           END-IF.
           IF WK-FS-AGENDADO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-AGENDADO
                       " NA ABERTURA DO ARQUIVO AGENDADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0826-LE-AGENDADO
               UNTIL WK-FS-AGENDADO EQUAL "10".
           CLOSE AGENDADO.
      *
       0826-LE-AGENDADO.
           READ AGENDADO
               AT END
                   MOVE "10" TO WK-FS-AGENDADO
                   EXIT PARAGRAPH
           END-READ.
      *----> O AGENDADO NAO TEM CHAVE - A ORDEM DO REGISTRO NO
      *----> ARQUIVO IDENTIFICA O ITEM
           ADD 1 TO WK-QTD-AGENDADOS.
           MOVE AG-IDCONTA TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           MOVE "AGENDADO"       TO SR-ARQUIVO.
           MOVE WK-QTD-AGENDADOS TO WK-ED-IDTRANS.
           MOVE SPACES           TO SR-CHAVE.
           STRING "REG " WK-ED-IDTRANS
               DELIMITED BY SIZE INTO SR-CHAVE.
           MOVE WK-CONTA-BUSCA   TO SR-CONTA.
           MOVE SPACES           TO SR-DETALHE.
           STRING "VALOR EM " AG-DATA " - " AG-DESCR
               DELIMITED BY SIZE INTO SR-DETALHE.
           IF CONTA-INEXISTENTE
               MOVE 06 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-ENCERRADA
               MOVE 07 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0830-VERIFICA-PENDENCIAS.
           IF NOT HA-PENDAPROV
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WK-FS-PENDAPROV.
           PERFORM 0831-LE-PENDENCIA
               UNTIL WK-FS-PENDAPROV EQUAL "10".
      *
       0831-LE-PENDENCIA.
      *----> ITEM JA APROVADO OU REJEITADO E SO HISTORICO DA FILA
           READ PENDAPROV NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PENDAPROV
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PEND-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-PENDENCIAS.
           MOVE PA-IDCONTA TO WK-CONTA-BUSCA.
           PERFORM 0832-CONFERE-CONTA-PENDENTE.
           IF PEND-DE-TRANSF
               MOVE PA-CONTA-CREDITO TO WK-CONTA-BUSCA
               PERFORM 0832-CONFERE-CONTA-PENDENTE
           END-IF.
      *
       0832-CONFERE-CONTA-PENDENTE.
           PERFORM 0880-LOCALIZA-CONTA.
           MOVE "PENDAPROV"    TO SR-ARQUIVO.
           MOVE PA-IDPEND      TO SR-CHAVE.
           MOVE WK-CONTA-BUSCA TO SR-CONTA.
           MOVE SPACES         TO SR-DETALHE.
           STRING "ORIGEM " PA-ORIGEM " RETIDO EM " PA-DATA-CARGA
                  " - " PA-DESCR
               DELIMITED BY SIZE INTO SR-DETALHE.
           IF CONTA-INEXISTENTE
               MOVE 08 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-ENCERRADA
               MOVE 09 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0835-VERIFICA-EXCECOES.
           IF NOT HA-EXCECOES
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WK-FS-EXCECOES.
           PERFORM 0836-LE-EXCECAO
               UNTIL WK-FS-EXCECOES EQUAL "10".
      *
       0836-LE-EXCECAO.
           READ EXCECOES NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-EXCECOES
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WK-QTD-EXCECOES.
           MOVE EX-IDCONTA TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           IF CONTA-INEXISTENTE
               MOVE 10             TO SR-CATEGORIA
               MOVE "EXCECOES"     TO SR-ARQUIVO
               MOVE EX-IDCONTA     TO SR-CHAVE
               MOVE WK-CONTA-BUSCA TO SR-CONTA
               MOVE SPACES         TO SR-DETALHE
               STRING "EM EXCECAO DESDE " EX-DATA-INICIO " - "
                      EX-NOME
                   DELIMITED BY SIZE INTO SR-DETALHE
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0840-VERIFICA-MOVIMENTOS.
           MOVE LOW-VALUES TO FD-IDTRANS.
           MOVE "00" TO WK-FS-CADTRANS.
           START CADTRANS KEY IS NOT LESS THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
           PERFORM 0841-LE-MOVIMENTO
               UNTIL WK-FS-CADTRANS EQUAL "10".
      *
       0841-LE-MOVIMENTO.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADTRANS
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WK-QTD-MOVIMENTOS.
           MOVE FD-DATA         TO WK-MC-DATA.
           MOVE FD-TIPO         TO WK-MC-TIPO.
           MOVE FD-VALOR        TO WK-MC-VALOR.
           MOVE FD-IDCONTA      TO WK-MC-IDCONTA.
           MOVE FD-CATEGORIA    TO WK-MC-CATEGORIA.
           MOVE FD-IDTRANS      TO WK-MC-IDTRANS.
           MOVE ZEROS           TO WK-MC-CONTRAPARTE.
           IF FD-CONTRAPARTE NUMERIC
               MOVE FD-CONTRAPARTE TO WK-MC-CONTRAPARTE
           END-IF.
           MOVE FD-ESTORNO      TO WK-MC-ESTORNO.
           MOVE ZEROS           TO WK-MC-IDTRANS-ORIG.
           IF FD-IDTRANS-ORIG NUMERIC
               MOVE FD-IDTRANS-ORIG TO WK-MC-IDTRANS-ORIG
           END-IF.
           MOVE "CADTRANS"      TO SR-ARQUIVO.
           MOVE WK-MC-IDTRANS   TO WK-ED-IDTRANS.
           MOVE WK-ED-IDTRANS   TO SR-CHAVE.
           MOVE WK-MC-IDCONTA   TO SR-CONTA.

           MOVE WK-MC-IDCONTA TO WK-ED-CONTA.
           MOVE WK-ED-CONTA   TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           IF CONTA-INEXISTENTE
               MOVE 11     TO SR-CATEGORIA
               MOVE SPACES TO SR-DETALHE
               STRING "DATA " WK-MC-DATA " CATEGORIA "
                      WK-MC-CATEGORIA " - " FD-DESCR
                   DELIMITED BY SIZE INTO SR-DETALHE
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.

      *----> AS BUSCAS DA PERNA E DO PARCEIRO MUDAM A POSICAO DO
      *----> CADTRANS - A VARREDURA CONTINUA DEPOIS DO MOVIMENTO
           IF WK-MC-CATEGORIA EQUAL "TE"
               PERFORM 0842-CONFERE-TRANSFERENCIA
           END-IF.
           IF MC-ESTORNADO OR MC-DE-ESTORNO
               PERFORM 0845-CONFERE-ESTORNO
           END-IF.
           MOVE WK-MC-IDTRANS TO FD-IDTRANS.
           START CADTRANS KEY IS GREATER THAN FD-IDTRANS
               INVALID KEY
                   MOVE "10" TO WK-FS-CADTRANS
           END-START.
      *
       0842-CONFERE-TRANSFERENCIA.
           MOVE "CADTRANS"      TO SR-ARQUIVO.
           MOVE WK-MC-IDTRANS   TO WK-ED-IDTRANS.
           MOVE WK-ED-IDTRANS   TO SR-CHAVE.
           MOVE WK-MC-IDCONTA   TO SR-CONTA.
           MOVE SPACES          TO SR-DETALHE.
           STRING "CONTRAPARTE " WK-MC-CONTRAPARTE " DATA "
                  WK-MC-DATA " ESTORNO " WK-MC-ESTORNO
               DELIMITED BY SIZE INTO SR-DETALHE.
           MOVE WK-MC-CONTRAPARTE TO WK-ED-CONTA.
           MOVE WK-ED-CONTA       TO WK-CONTA-BUSCA.
           PERFORM 0880-LOCALIZA-CONTA.
           IF WK-MC-CONTRAPARTE EQUAL ZEROS OR CONTA-INEXISTENTE
               MOVE 12 TO SR-CATEGORIA
               PERFORM 0890-REGISTRA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.

      *----> A OUTRA PERNA ESTA NA CONTA CONTRAPARTE, COM O TIPO
      *----> OPOSTO, MESMO VALOR E DATA, APONTANDO DE VOLTA; O PAR DE
      *----> ESTORNOS DE UMA TRANSFERENCIA SE CASA DO MESMO JEITO.
           SET PERNA-NAO-ACHADA TO TRUE.
           MOVE WK-MC-CONTRAPARTE TO FD-IDCONTA.
           MOVE "00" TO WK-FS-BUSCA.
           START CADTRANS KEY IS EQUAL FD-IDCONTA
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           PERFORM 0843-PROCURA-PERNA
               UNTIL WK-FS-BUSCA EQUAL "10".
           IF PERNA-NAO-ACHADA
               IF WK-MC-TIPO EQUAL 1
                   MOVE 13 TO SR-CATEGORIA
               ELSE
                   MOVE 14 TO SR-CATEGORIA
               END-IF
               PERFORM 0890-REGISTRA-DISCREPANCIA
           END-IF.
      *
       0843-PROCURA-PERNA.
           READ CADTRANS NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
                   EXIT PARAGRAPH
           END-READ.
           IF FD-IDCONTA NOT EQUAL WK-MC-CONTRAPARTE
               MOVE "10" TO WK-FS-BUSCA
               EXIT PARAGRAPH
           END-IF.
           IF FD-CATEGORIA EQUAL "TE"
                   AND FD-TIPO NOT EQUAL WK-MC-TIPO
                   AND FD-VALOR EQUAL WK-MC-VALOR
                   AND FD-DATA EQUAL WK-MC-DATA
                   AND FD-CONTRAPARTE NUMERIC
                   AND FD-CONTRAPARTE EQUAL WK-MC-IDCONTA
               IF (MOVIMENTO-DE-ESTORNO AND MC-DE-ESTORNO)
                       OR (NOT MOVIMENTO-DE-ESTORNO
                           AND NOT MC-DE-ESTORNO)
                   SET PERNA-ACHADA TO TRUE
                   MOVE "10" TO WK-FS-BUSCA
               END-IF
           END-IF.
      *
       0845-CONFERE-ESTORNO.
      *----> O ORIGINAL ("E") E O SEU ESTORNO ("R") APONTAM UM PARA O
      *----> OUTRO. O PARCEIRO FORA DO CADTRANS (PERIODO JA FECHADO)
      *----> E ACEITO NO HISTORICO, QUE NAO E MAIS REGRAVADO.
           IF MC-ESTORNADO
               MOVE "R" TO WK-ESTORNO-ESPERADO
           ELSE
               MOVE "E" TO WK-ESTORNO-ESPERADO
           END-IF.
           SET PARCEIRO-INEXISTENTE TO TRUE.
           MOVE WK-MC-IDTRANS-ORIG TO FD-IDTRANS.
           READ CADTRANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-IDTRANS-ORIG NUMERIC
                           AND FD-IDTRANS-ORIG EQUAL WK-MC-IDTRANS
                           AND FD-ESTORNO EQUAL WK-ESTORNO-ESPERADO
                           AND FD-IDCONTA EQUAL WK-MC-IDCONTA
                       SET PARCEIRO-CONSISTENTE TO TRUE
                   ELSE
                       SET PARCEIRO-SEM-VOLTA TO TRUE
                   END-IF
           END-READ.
           IF PARCEIRO-CONSISTENTE
               EXIT PARAGRAPH
           END-IF.

           IF HISTORICO-DISPONIVEL
                   AND WK-MC-IDTRANS-ORIG GREATER THAN ZEROS
               MOVE LOW-VALUES TO HS-CHAVE
               MOVE "00" TO WK-FS-BUSCA
               START CADTRANSH KEY IS NOT LESS THAN HS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WK-FS-BUSCA
               END-START
               PERFORM 0846-PROCURA-HISTORICO
                   UNTIL WK-FS-BUSCA EQUAL "10"
           END-IF.
           IF PARCEIRO-CONSISTENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE "CADTRANS"         TO SR-ARQUIVO.
           MOVE WK-MC-IDTRANS      TO WK-ED-IDTRANS.
           MOVE WK-ED-IDTRANS      TO SR-CHAVE.
           MOVE WK-MC-IDCONTA      TO SR-CONTA.
           MOVE WK-MC-IDTRANS-ORIG TO WK-ED-IDTRANS.
           MOVE SPACES             TO SR-DETALHE.
           STRING "MARCA " WK-MC-ESTORNO " APONTA PARA "
                  WK-ED-IDTRANS
               DELIMITED BY SIZE INTO SR-DETALHE.
           IF PARCEIRO-SEM-VOLTA
               MOVE 16 TO SR-CATEGORIA
           ELSE
               MOVE 15 TO SR-CATEGORIA
           END-IF.
           PERFORM 0890-REGISTRA-DISCREPANCIA.
      *
       0846-PROCURA-HISTORICO.
           READ CADTRANSH NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
                   EXIT PARAGRAPH
           END-READ.
           IF HS-IDTRANS EQUAL WK-MC-IDTRANS-ORIG
                   AND HS-IDCONTA EQUAL WK-MC-IDCONTA
                   AND HS-DATA NOT GREATER THAN WK-MC-DATA
               SET PARCEIRO-CONSISTENTE TO TRUE
               MOVE "10" TO WK-FS-BUSCA
           END-IF.
      *
       0880-LOCALIZA-CONTA.
      *----> LE A CONTA WK-CONTA-BUSCA; O REGISTRO LIDO FICA NA AREA
      *----> DO CADCONTA PARA O TESTE DE CONTA-ENCERRADA
           MOVE WK-CONTA-BUSCA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   SET CONTA-INEXISTENTE TO TRUE
                   MOVE SPACES TO STATUS-CONTA
               NOT INVALID KEY
                   SET CONTA-LOCALIZADA TO TRUE
           END-READ.
      *
       0890-REGISTRA-DISCREPANCIA.
           ADD 1 TO WK-QTD-CATEGORIA(SR-CATEGORIA).
           ADD 1 TO WK-QTD-DISCREPANCIAS.
           RELEASE REG-SORT.
       0849-VERIFICA-ARQUIVOS-EXIT.
           EXIT.
      ******************************************************************
       0850-IMPRIME-DISCREPANCIAS SECTION.
       0855-IMPRIME-DISCREPANCIAS.
           PERFORM 0860-RETORNA-DISCREPANCIA.
           PERFORM 0870-IMPRIME-DISCREPANCIA
               UNTIL FIM-SORT.
           IF WK-CATEGORIA-ATUAL GREATER THAN ZEROS
               PERFORM 0875-SUBTOTAL-CATEGORIA
           END-IF.
           IF WK-QTD-DISCREPANCIAS EQUAL ZEROS
               MOVE "  NENHUMA DISCREPANCIA ENCONTRADA"
                                   TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
           GO TO 0899-IMPRIME-DISCREPANCIAS-EXIT.
      *
       0860-RETORNA-DISCREPANCIA.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
      *
       0870-IMPRIME-DISCREPANCIA.
           IF SR-CATEGORIA NOT EQUAL WK-CATEGORIA-ATUAL
               IF WK-CATEGORIA-ATUAL GREATER THAN ZEROS
                   PERFORM 0875-SUBTOTAL-CATEGORIA
               END-IF
               MOVE SR-CATEGORIA TO WK-CATEGORIA-ATUAL
               MOVE ZEROS        TO WK-QTD-NA-CATEGORIA
               MOVE SR-CATEGORIA TO CAT-NUMERO
               MOVE WK-TITULO(SR-CATEGORIA) TO CAT-TITULO
               MOVE WK-LIN-CATEGORIA   TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
               MOVE WK-LIN-CAB-COLUNAS TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
           ADD 1 TO WK-QTD-NA-CATEGORIA.
           MOVE SR-ARQUIVO  TO DET-ARQUIVO.
           MOVE SR-CHAVE    TO DET-CHAVE.
           MOVE SR-CONTA    TO DET-CONTA.
           MOVE SR-DETALHE  TO DET-DETALHE.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           PERFORM 0860-RETORNA-DISCREPANCIA.
      *
       0875-SUBTOTAL-CATEGORIA.
           MOVE WK-QTD-NA-CATEGORIA TO SUB-QTD.
           MOVE WK-LIN-SUBTOTAL     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
       0899-IMPRIME-DISCREPANCIAS-EXIT.
           EXIT.
      ******************************************************************
       0600-RESUMO SECTION.
       0610-RESUMO.
      *----> PAGINA FINAL: O QUE FOI LIDO, AS DISCREPANCIAS DE CADA
      *----> CATEGORIA (INCLUSIVE AS ZERADAS) E O VEREDICTO
           MOVE 99 TO WK-LINHAS.
           MOVE "RESUMO DA VERIFICACAO" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CONTAS LIDAS.................." TO LG-LITERAL.
           MOVE WK-QTD-CONTAS     TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "ORDENS PERMANENTES LIDAS......" TO LG-LITERAL.
           MOVE WK-QTD-ORDENS     TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "ORCAMENTOS LIDOS.............." TO LG-LITERAL.
           MOVE WK-QTD-ORCAMENTOS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "AGENDADOS LIDOS..............." TO LG-LITERAL.
           MOVE WK-QTD-AGENDADOS  TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "APROVACOES PENDENTES LIDAS...." TO LG-LITERAL.
           MOVE WK-QTD-PENDENCIAS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "EXCECOES DE SALDO LIDAS......." TO LG-LITERAL.
           MOVE WK-QTD-EXCECOES   TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE "MOVIMENTOS LIDOS.............." TO LG-LITERAL.
           MOVE WK-QTD-MOVIMENTOS TO LG-QTD.
           PERFORM 0630-LINHA-CONTAGEM.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "DISCREPANCIAS POR CATEGORIA" TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           PERFORM 0620-LINHA-RESUMO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-CATEGORIAS.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           IF WK-QTD-DISCREPANCIAS EQUAL ZEROS
               MOVE "VEREDICTO: ARQUIVOS INTEGROS" TO WK-LINHA-IMP
               DISPLAY "VERINTEG: ARQUIVOS INTEGROS"
           ELSE
               MOVE SPACES TO WK-LINHA-IMP
               STRING "VEREDICTO: " WK-QTD-DISCREPANCIAS
                      " DISCREPANCIAS - SEGURAR O FECHAMENTO DO MES"
                   DELIMITED BY SIZE INTO WK-LINHA-IMP
               DISPLAY "VERINTEG: " WK-QTD-DISCREPANCIAS
                       " DISCREPANCIAS DE INTEGRIDADE REFERENCIAL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0700-IMPRIME-LINHA.
           GO TO 0699-RESUMO-EXIT.
      *
       0620-LINHA-RESUMO.
           MOVE WK-IX                   TO RES-NUMERO.
           MOVE WK-TITULO(WK-IX)        TO RES-TITULO.
           MOVE WK-QTD-CATEGORIA(WK-IX) TO RES-QTD.
           MOVE WK-LIN-RESUMO           TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0630-LINHA-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
       0699-RESUMO-EXIT.
           EXIT.
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
      *
       0720-FORMATA-DATA.
           MOVE WK-AMD-DIA TO WK-DMA-DIA.
           MOVE WK-AMD-MES TO WK-DMA-MES.
           MOVE WK-AMD-ANO TO WK-DMA-ANO.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE CADCONTA.
           CLOSE CADCLI.
           CLOSE CADTRANS.
           IF HISTORICO-DISPONIVEL
               CLOSE CADTRANSH
           END-IF.
           IF HA-ORDEMPERM
               CLOSE ORDEMPERM
           END-IF.
           IF HA-ORCAMENTO
               CLOSE ORCAMENTO
           END-IF.
           IF HA-PENDAPROV
               CLOSE PENDAPROV
           END-IF.
           IF HA-EXCECOES
               CLOSE EXCECOES
           END-IF.
           CLOSE REL-INTEGRIDADE.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM VERINTEG.
