      *               PARA O CLIENTE TITULAR (CADCLI) E IMPRIME A      *
      *               POSICAO TOTAL DE CADA CLIENTE EM ARQUIVO DE      *
      *               IMPRESSAO PAGINADO, NO PADRAO DOS DEMAIS         *
      *               RELATORIOS. A POSICAO E ABERTA POR AGENCIA DA    *
      *               CONTA - CADA AGENCIA EM PAGINAS PROPRIAS, COM    *
      *               SUBTOTAL; CLIENTE COM CONTAS EM MAIS DE UMA      *
      *               AGENCIA APARECE EM CADA UMA DELAS.               *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RELCLIPOS.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CHAVE
               FILE STATUS  IS WK-FS-CAMBIO.
      *
      *----> CADASTRO DE AGENCIAS - SO PARA O NOME NO CABECALHO DA
      *----> QUEBRA; AUSENTE, A QUEBRA SAI SO COM O CODIGO
           SELECT AGENCIA ASSIGN DYNAMIC WK-ARQ-AGENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AGE-CODIGO
               FILE STATUS  IS WK-FS-AGENCIA.
      *
           SELECT REL-CLIENTE ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CAMBIO.
       COPY CAMBIO.

       FD  AGENCIA.
       COPY AGENCIA.

       FD  REL-CLIENTE.
       01  REG-IMPRESSAO             PIC X(132).

      *----> POSICOES DA TABELA CLASSIFICADAS POR AGENCIA E CLIENTE
       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-AGENCIA            PIC X(04).
           03  ST-IDCLI              PIC X(06).
           03  ST-CONTAS             PIC 9(04).
           03  ST-SALDO              PIC S9(12)V9(02).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\relclipos-rel.txt".
       77  WK-ARQ-CAMBIO            PIC X(100)   VALUE
           "C:\teste\cambio.dat".
       77  WK-ARQ-AGENCIA           PIC X(100)   VALUE
           "C:\teste\agencia.dat".
       COPY FINCFG.
       77  WK-FS-CADCONTAN           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADCLI              PIC X(02)    VALUE ZEROS.
       77  WK-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CAMBIO              PIC X(02)    VALUE ZEROS.
       77  WK-FS-AGENCIA             PIC X(02)    VALUE ZEROS.

      *----> CONVERSAO PARA A MOEDA BASE (BRL) PELA TAXA DO DIA
       01  WK-SW-CAMBIO              PIC X        VALUE "N".
       77  WK-QTD-NAO-CONSOL         PIC 9(06)    VALUE ZEROS.
       77  WK-TOT-SALDOS             PIC S9(12)V9(02) VALUE ZEROS.

      *----> QUEBRA POR AGENCIA - SUBTOTAIS DA AGENCIA CORRENTE
       01  WK-SW-CADASTRO-AGE        PIC X        VALUE "N".
           88  CADASTRO-AGE-ABERTO                VALUE "S".
           88  CADASTRO-AGE-AUSENTE               VALUE "N".
       01  WK-SW-FIM-SORT            PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".
       77  WK-AGENCIA-ATUAL          PIC X(04)    VALUE SPACES.
       77  WK-QTD-AGENCIAS           PIC 9(04)    VALUE ZEROS.
       77  WK-QTD-CLIENTES-AGE       PIC 9(04)    VALUE ZEROS.
       77  WK-QTD-CONTAS-AGE         PIC 9(06)    VALUE ZEROS.
       77  WK-TOT-SALDOS-AGE         PIC S9(12)V9(02) VALUE ZEROS.

      *----> TABELA DE CONSOLIDACAO POR AGENCIA+CLIENTE
       77  WK-CLI-QTD                PIC 9(03)    VALUE ZEROS.
       77  WK-CLI-MAX                PIC 9(03)    VALUE 500 COMP.
       77  WK-IX                     PIC 9(03)    VALUE ZEROS COMP.
       77  WK-IX-ACHADO              PIC 9(03)    VALUE ZEROS COMP.
       01  WK-TABELA-CLI.
           03  WK-CLI-ENT OCCURS 500.
               05  WK-CLI-AGENCIA    PIC X(04).
               05  WK-CLI-ID         PIC X(06).
               05  WK-CLI-CONTAS     PIC 9(04).
               05  WK-CLI-SALDO      PIC S9(12)V9(02).
           03  FILLER                PIC X(19)    VALUE
               "     POSICAO TOTAL".

       01  WK-LIN-CAB2.
           03  FILLER                PIC X(09)    VALUE "AGENCIA: ".
           03  CAB2-AGENCIA          PIC X(04)    VALUE SPACES.
           03  FILLER                PIC X(03)    VALUE SPACES.
           03  CAB2-NOME             PIC X(30)    VALUE SPACES.

       01  WK-LIN-DETALHE.
           03  DET-IDCLI             PIC X(06).
           03  FILLER                PIC X(02)    VALUE SPACES.
           MOVE WK-ARQ-CAMBIO TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CAMBIO.
           MOVE "AGENCIA" TO CFG-NOME.
           MOVE WK-ARQ-AGENCIA TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENCIA.
      *
       0110-OPEN-DATA.
           OPEN INPUT CADCONTAN.
               END-IF
           END-IF.

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

           OPEN OUTPUT REL-CLIENTE.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
           PERFORM VARYING WK-IX FROM 1 BY 1
                   UNTIL WK-IX GREATER THAN WK-CLI-QTD
               IF WK-CLI-ID(WK-IX) EQUAL IDCLI-N
                       AND WK-CLI-AGENCIA(WK-IX) EQUAL AGENCIA-N
                   MOVE WK-IX TO WK-IX-ACHADO
               END-IF
           END-PERFORM.
               END-IF
               ADD 1 TO WK-CLI-QTD
               MOVE WK-CLI-QTD TO WK-IX-ACHADO
               MOVE AGENCIA-N  TO WK-CLI-AGENCIA(WK-IX-ACHADO)
               MOVE IDCLI-N    TO WK-CLI-ID(WK-IX-ACHADO)
               MOVE ZEROS      TO WK-CLI-CONTAS(WK-IX-ACHADO)
               MOVE ZEROS      TO WK-CLI-SALDO(WK-IX-ACHADO)
      ******************************************************************
       0600-IMPRESSAO-POSICOES         SECTION.
       0600-IMPRIME-POSICOES.
      *----> A TABELA SAI CLASSIFICADA POR AGENCIA E CLIENTE, CADA
      *----> AGENCIA EM PAGINAS PROPRIAS COM O SEU SUBTOTAL.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-AGENCIA ST-IDCLI
               INPUT PROCEDURE IS 0800-LIBERA-POSICOES
               OUTPUT PROCEDURE IS 0850-EMITE-POSICOES.

      *----> PAGINA FINAL COM OS TOTAIS GERAIS DO RELATORIO
           MOVE SPACES              TO CAB2-AGENCIA.
           MOVE "TODAS AS AGENCIAS" TO CAB2-NOME.
           MOVE 99 TO WK-LINHAS.
           MOVE "TOTAIS GERAIS DA POSICAO POR CLIENTE"
                                     TO WK-LINHA-IMP.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "AGENCIAS DEMONSTRADAS........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-AGENCIAS      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "POSICAO TOTAL................."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-SALDOS        TO TOT-VALOR.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0620-IMPRIME-CLIENTE.
           IF WK-QTD-AGENCIAS EQUAL ZEROS
                   OR ST-AGENCIA NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-QTD-AGENCIAS GREATER THAN ZEROS
                   PERFORM 0640-TOTAL-AGENCIA
               END-IF
               PERFORM 0630-ABRE-AGENCIA
           END-IF.
           ADD 1        TO WK-QTD-CLIENTES-AGE.
           ADD ST-CONTAS TO WK-QTD-CONTAS-AGE.
           ADD ST-SALDO  TO WK-TOT-SALDOS-AGE.

           MOVE ST-IDCLI             TO DET-IDCLI.
           IF ST-IDCLI EQUAL SPACES
               MOVE "(CONTAS SEM CLIENTE)"  TO DET-NOME
               MOVE SPACES                  TO DET-DOCUMENTO
           ELSE
               MOVE ST-IDCLI         TO CL-IDCLI
               READ CADCLI
                   INVALID KEY
                       MOVE "(CLIENTE NAO CADASTRADO)" TO DET-NOME
                       MOVE CL-DOCUMENTO TO DET-DOCUMENTO
               END-READ
           END-IF.
           MOVE ST-CONTAS            TO DET-CONTAS.
           MOVE ST-SALDO             TO DET-SALDO.
           MOVE WK-LIN-DETALHE       TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           PERFORM 0890-RETORNA-POSICAO.
      *
       0630-ABRE-AGENCIA.
      *----> CADA AGENCIA COMECA EM PAGINA NOVA, COM O CODIGO E O
      *----> NOME NO CABECALHO; CONTA SEM AGENCIA FORMA UM GRUPO
      *----> PROPRIO, O PRIMEIRO DO RELATORIO.
           MOVE ST-AGENCIA TO WK-AGENCIA-ATUAL.
           ADD 1 TO WK-QTD-AGENCIAS.
           MOVE ZEROS TO WK-QTD-CLIENTES-AGE
                         WK-QTD-CONTAS-AGE
                         WK-TOT-SALDOS-AGE.
           MOVE WK-AGENCIA-ATUAL TO CAB2-AGENCIA.
           MOVE SPACES           TO CAB2-NOME.
           IF WK-AGENCIA-ATUAL EQUAL SPACES
               MOVE "SEM AGENCIA" TO CAB2-NOME
           ELSE
               IF CADASTRO-AGE-ABERTO
                   MOVE WK-AGENCIA-ATUAL TO AGE-CODIGO
                   READ AGENCIA
                       INVALID KEY
                           MOVE "AGENCIA NAO CADASTRADA" TO CAB2-NOME
                       NOT INVALID KEY
                           MOVE AGE-NOME TO CAB2-NOME
                   END-READ
               END-IF
           END-IF.
           MOVE 99 TO WK-LINHAS.
      *
       0640-TOTAL-AGENCIA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "TOTAIS DA AGENCIA " CAB2-AGENCIA " " CAB2-NOME
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CLIENTES DA AGENCIA..........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-CLIENTES-AGE  TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CONTAS DA AGENCIA............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-CONTAS-AGE    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "POSICAO DA AGENCIA............"
                                     TO TOT-LITERAL.
           MOVE WK-TOT-SALDOS-AGE    TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - LIBERACAO E IMPRESSAO
      ******************************************************************
       0800-LIBERA-POSICOES            SECTION.
       0810-LIBERA-POSICOES.
           PERFORM 0820-LIBERA-POSICAO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-CLI-QTD.
           GO TO 0830-LIBERA-POSICOES-EXIT.
      *
       0820-LIBERA-POSICAO.
           MOVE WK-CLI-AGENCIA(WK-IX) TO ST-AGENCIA.
           MOVE WK-CLI-ID(WK-IX)      TO ST-IDCLI.
           MOVE WK-CLI-CONTAS(WK-IX)  TO ST-CONTAS.
           MOVE WK-CLI-SALDO(WK-IX)   TO ST-SALDO.
           RELEASE REG-SORT.
       0830-LIBERA-POSICOES-EXIT.
           EXIT.
      ******************************************************************
       0850-EMITE-POSICOES             SECTION.
       0855-EMITE-POSICOES.
           PERFORM 0890-RETORNA-POSICAO.
           PERFORM 0620-IMPRIME-CLIENTE
               UNTIL FIM-SORT.

      *----> FECHA O SUBTOTAL DA ULTIMA AGENCIA DA TABELA
           IF WK-QTD-AGENCIAS GREATER THAN ZEROS
               PERFORM 0640-TOTAL-AGENCIA
           END-IF.
           GO TO 0899-EMITE-POSICOES-EXIT.
      *
       0890-RETORNA-POSICAO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-EMITE-POSICOES-EXIT.
           EXIT.
      ******************************************************************
       0700-IMPRESSAO                  SECTION.
       0700-IMPRIME-LINHA.
           ADD 1 TO WK-PAGINA.
           MOVE WK-PAGINA TO CAB1-PAGINA.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB1.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB2.
           MOVE ALL "=" TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB-COLUNAS.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 5 TO WK-LINHAS.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO
           END-IF.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
           CLOSE REL-CLIENTE.
           DISPLAY "RELCLIPOS: RELATORIO EMITIDO COM " WK-CLI-QTD
                   " CLIENTES EM " WK-PAGINA " PAGINAS".
