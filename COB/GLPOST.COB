      *               DE DEBITO, CONTRAPARTIDA NA CONTA CAIXA, HEADER  *
      *               E TRAILER COM HASH TOTALS). O ARQUIVO SO E       *
      *               ENTREGUE SE DEBITOS E CREDITOS FECHAREM EM ZERO. *
      *               OS TOTAIS SAO ABERTOS POR AGENCIA DA CONTA E OS  *
      *               LANCAMENTOS SAEM AGRUPADOS POR AGENCIA, COM A    *
      *               AGENCIA COMO SEGMENTO DA CONTA DO RAZAO.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
           RECORD KEY IS CB-CHAVE
           FILE STATUS IS WK-FS-CAMBIO.

      *----> MESTRE DE CONTAS - FORNECE A AGENCIA DE CADA MOVIMENTO
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

           SELECT GL-SAIDA ASSIGN DYNAMIC WK-ARQ-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-SAIDA.

           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CAMBIO.
       COPY CAMBIO.

       FD CADCONTA.
       COPY CADCONTA.

       FD GL-SAIDA.
       01 REG-GL-SAIDA              PIC X(60).

      *----> TOTAIS CLASSIFICADOS POR AGENCIA PARA A EMISSAO
       SD ARQ-SORT.
       01 REG-SORT.
           03 ST-AGENCIA            PIC X(04).
           03 ST-CATEGORIA          PIC X(02).
           03 ST-TIPO               PIC 9(01).
           03 ST-CONTA-GL           PIC X(08).
           03 ST-VALOR              PIC 9(13)V9(02).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\glpost-saida.txt".
       77  WK-ARQ-CAMBIO            PIC X(100)   VALUE
           "C:\teste\cambio.dat".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       COPY FINCFG.
       77  WK-FS-MAPA               PIC X(2)      VALUE SPACES.
       77  WK-FS-CADTRANS           PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-SAIDA              PIC X(2)      VALUE SPACES.
       77  WK-FS-CAMBIO             PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.

      *----> AGENCIA DO MOVIMENTO PELA CONTA; CONTA SEM AGENCIA (OU
      *----> FORA DO MESTRE) LANCA NO SEGMENTO 0000
       77  WK-AGENCIA-MOV           PIC X(04)     VALUE SPACES.
       77  WK-IDCONTA-CACHE         PIC X(04)     VALUE LOW-VALUES.
       77  WK-AGENCIA-CACHE         PIC X(04)     VALUE SPACES.
       77  WK-AGENCIA-SEM           PIC X(04)     VALUE "0000".

      *----> QUEBRA POR AGENCIA NA EMISSAO DOS LANCAMENTOS
       77  WK-AGENCIA-ATUAL         PIC X(04)     VALUE SPACES.
       77  WK-QTD-AGENCIAS          PIC 9(04)     VALUE ZEROS.
       77  WK-AGE-DEBITOS           PIC 9(13)V9(02) VALUE ZEROS.
       77  WK-AGE-CREDITOS          PIC 9(13)V9(02) VALUE ZEROS.
       01  WK-SW-FIM-SORT           PIC X         VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".

      *----> CONVERSAO PARA A MOEDA BASE (BRL) PELA TAXA DO DIA
       01  WK-SW-CAMBIO             PIC X         VALUE "N".
               05  WK-MAP-TIPO      PIC 9(01).
               05  WK-MAP-GL        PIC X(08).

      *----> ACUMULADORES POR AGENCIA+CATEGORIA+TIPO DO DIA
       77  WK-TOT-QTD               PIC 9(03)     VALUE ZEROS.
       77  WK-TOT-MAX               PIC 9(03)     VALUE 400 COMP.
       01  WK-TOTAIS.
           03  WK-TOT-ENT OCCURS 400.
               05  WK-TOT-AGENCIA   PIC X(04).
               05  WK-TOT-CAT       PIC X(02).
               05  WK-TOT-TIPO      PIC 9(01).
               05  WK-TOT-VALOR     PIC 9(13)V9(02).

       77  WK-IX                    PIC 9(03)     VALUE ZEROS COMP.
       77  WK-IX-ACHADO             PIC 9(03)     VALUE ZEROS COMP.
       77  WK-GL-ACHADA             PIC X(08)     VALUE SPACES.
       01  WK-SW-MAPA-ACHADO        PIC X         VALUE "N".
           88  MAPA-ACHADO                        VALUE "S".
       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(01)     VALUE "D".
           03  DT-CONTA-GL          PIC X(08).
           03  DT-AGENCIA           PIC X(04).
           03  DT-NATUREZA          PIC X(01).
           03  DT-VALOR             PIC 9(13)V9(02).
           03  DT-CATEGORIA         PIC X(02).
           MOVE WK-ARQ-CAMBIO          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CAMBIO.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
      *
       0110-OPEN-DATA.
           OPEN INPUT PARM-MAPA.
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0150-CARREGA-MAPA SECTION.
       0155-CARREGA-MAPA.
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-MOVIMENTOS.
           PERFORM 0325-BUSCA-AGENCIA.

           MOVE ZEROS TO WK-IX-ACHADO.
           PERFORM VARYING WK-IX FROM 1 BY 1
                   UNTIL WK-IX GREATER THAN WK-TOT-QTD
               IF WK-TOT-AGENCIA(WK-IX) EQUAL WK-AGENCIA-MOV
                       AND WK-TOT-CAT(WK-IX) EQUAL FD-CATEGORIA
                       AND WK-TOT-TIPO(WK-IX) EQUAL FD-TIPO
                   MOVE WK-IX TO WK-IX-ACHADO
               END-IF
           END-PERFORM.

           IF WK-IX-ACHADO EQUAL ZEROS
               IF WK-TOT-QTD NOT LESS THAN WK-TOT-MAX
                   DISPLAY "GLPOST: EXCESSO DE COMBINACOES AGENCIA+"
                           "CATEGORIA+TIPO - EXECUCAO RECUSADA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WK-TOT-QTD
               MOVE WK-TOT-QTD    TO WK-IX-ACHADO
               MOVE WK-AGENCIA-MOV TO WK-TOT-AGENCIA(WK-IX-ACHADO)
               MOVE FD-CATEGORIA  TO WK-TOT-CAT(WK-IX-ACHADO)
               MOVE FD-TIPO       TO WK-TOT-TIPO(WK-IX-ACHADO)
               MOVE ZEROS         TO WK-TOT-VALOR(WK-IX-ACHADO)
           COMPUTE WK-VALOR-BASE ROUNDED =
                   FD-VALOR * WK-TAXA-DIA.
           ADD WK-VALOR-BASE TO WK-TOT-VALOR(WK-IX-ACHADO).
      *
       0325-BUSCA-AGENCIA.
      *----> OS MOVIMENTOS DE UMA CONTA COSTUMAM VIR SEGUIDOS - A
      *----> ULTIMA CONTA LIDA FICA GUARDADA PARA POUPAR LEITURAS.
           IF FD-IDCONTA EQUAL WK-IDCONTA-CACHE
               MOVE WK-AGENCIA-CACHE TO WK-AGENCIA-MOV
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   MOVE WK-AGENCIA-SEM TO WK-AGENCIA-MOV
               NOT INVALID KEY
                   IF AGENCIA-CONTA EQUAL SPACES
                       MOVE WK-AGENCIA-SEM TO WK-AGENCIA-MOV
                   ELSE
                       MOVE AGENCIA-CONTA  TO WK-AGENCIA-MOV
                   END-IF
           END-READ.
           MOVE FD-IDCONTA     TO WK-IDCONTA-CACHE.
           MOVE WK-AGENCIA-MOV TO WK-AGENCIA-CACHE.
      ******************************************************************
       0600-GERACAO SECTION.
       0600-GERA-ARQUIVO-GL.
           WRITE REG-GL-SAIDA FROM WK-LIN-HEADER.
           PERFORM 0650-VALIDA-ESCRITA-SAIDA.

      *----> OS PARES SAEM AGRUPADOS POR AGENCIA; CADA AGENCIA TEM
      *----> QUE FECHAR EM ZERO SOZINHA.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-AGENCIA ST-CATEGORIA ST-TIPO
               INPUT PROCEDURE IS 0800-LIBERA-TOTAIS
               OUTPUT PROCEDURE IS 0850-GRAVA-LANCAMENTOS.

           MOVE WK-QTD-LINHAS     TO TR-QTD-LINHAS.
           MOVE WK-TOT-DEBITOS    TO TR-TOT-DEBITOS.
           PERFORM 0650-VALIDA-ESCRITA-SAIDA.
      *
       0620-GRAVA-PAR-DE-LINHAS.
      *----> MOVIMENTO TIPO 1 (DEBITO NA CONTA DO CLIENTE) DEBITA A
      *----> CONTA DA CATEGORIA E CREDITA O CAIXA; TIPO 2 FAZ O
      *----> INVERSO - O PAR SEMPRE NASCE BALANCEADO, NA MESMA
      *----> AGENCIA.
           MOVE ST-CONTA-GL        TO DT-CONTA-GL.
           MOVE ST-AGENCIA         TO DT-AGENCIA.
           IF ST-TIPO EQUAL 1
               MOVE "D" TO DT-NATUREZA
               ADD ST-VALOR TO WK-AGE-DEBITOS
           ELSE
               MOVE "C" TO DT-NATUREZA
               ADD ST-VALOR TO WK-AGE-CREDITOS
           END-IF.
           MOVE ST-VALOR           TO DT-VALOR.
           MOVE ST-CATEGORIA       TO DT-CATEGORIA.
           MOVE ST-TIPO            TO DT-TIPO.
           WRITE REG-GL-SAIDA FROM WK-LIN-DETALHE.
           PERFORM 0650-VALIDA-ESCRITA-SAIDA.

           MOVE WK-CONTA-CAIXA     TO DT-CONTA-GL.
           IF ST-TIPO EQUAL 1
               MOVE "C" TO DT-NATUREZA
               ADD ST-VALOR TO WK-AGE-CREDITOS
           ELSE
               MOVE "D" TO DT-NATUREZA
               ADD ST-VALOR TO WK-AGE-DEBITOS
           END-IF.
           WRITE REG-GL-SAIDA FROM WK-LIN-DETALHE.
           PERFORM 0650-VALIDA-ESCRITA-SAIDA.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - LIBERACAO E EMISSAO
      ******************************************************************
       0800-LIBERA-TOTAIS SECTION.
       0810-LIBERA-TOTAIS.
           PERFORM 0820-LIBERA-TOTAL
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-TOT-QTD.
           GO TO 0830-LIBERA-TOTAIS-EXIT.
      *
       0820-LIBERA-TOTAL.
           PERFORM 0630-BUSCA-MAPA.
           MOVE WK-TOT-AGENCIA(WK-IX) TO ST-AGENCIA.
           MOVE WK-TOT-CAT(WK-IX)     TO ST-CATEGORIA.
           MOVE WK-TOT-TIPO(WK-IX)    TO ST-TIPO.
           MOVE WK-GL-ACHADA          TO ST-CONTA-GL.
           MOVE WK-TOT-VALOR(WK-IX)   TO ST-VALOR.
           RELEASE REG-SORT.
       0830-LIBERA-TOTAIS-EXIT.
           EXIT.
      ******************************************************************
       0850-GRAVA-LANCAMENTOS SECTION.
       0855-GRAVA-LANCAMENTOS.
           PERFORM 0890-RETORNA-TOTAL.
           PERFORM 0860-GRAVA-TOTAL
               UNTIL FIM-SORT.
           IF WK-QTD-AGENCIAS GREATER THAN ZEROS
               PERFORM 0870-FECHA-AGENCIA
           END-IF.
           GO TO 0899-GRAVA-LANCAMENTOS-EXIT.
      *
       0860-GRAVA-TOTAL.
           IF WK-QTD-AGENCIAS EQUAL ZEROS
                   OR ST-AGENCIA NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-QTD-AGENCIAS GREATER THAN ZEROS
                   PERFORM 0870-FECHA-AGENCIA
               END-IF
               MOVE ST-AGENCIA TO WK-AGENCIA-ATUAL
               MOVE ZEROS      TO WK-AGE-DEBITOS WK-AGE-CREDITOS
               ADD 1           TO WK-QTD-AGENCIAS
           END-IF.
           PERFORM 0620-GRAVA-PAR-DE-LINHAS.
           PERFORM 0890-RETORNA-TOTAL.
      *
       0870-FECHA-AGENCIA.
      *----> CADA AGENCIA FECHA EM ZERO - UMA DIFERENCA AQUI DEIXA
      *----> O ARQUIVO INCOMPLETO, QUE E ESVAZIADO ANTES DA RECUSA.
           IF WK-AGE-DEBITOS NOT EQUAL WK-AGE-CREDITOS
               DISPLAY "GLPOST: AGENCIA " WK-AGENCIA-ATUAL
                       " NAO FECHA EM ZERO - ARQUIVO NAO ENTREGUE"
               CLOSE GL-SAIDA
               OPEN OUTPUT GL-SAIDA
               CLOSE GL-SAIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "GLPOST: AGENCIA " WK-AGENCIA-ATUAL
                   " DEBITOS " WK-AGE-DEBITOS
                   " CREDITOS " WK-AGE-CREDITOS.
      *
       0890-RETORNA-TOTAL.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-GRAVA-LANCAMENTOS-EXIT.
           EXIT.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO
           END-IF.
           CLOSE CADCONTA.
           CLOSE GL-SAIDA.
           DISPLAY "GLPOST: MOVIMENTOS DO DIA...... "
                   WK-QTD-MOVIMENTOS.
           DISPLAY "GLPOST: AGENCIAS LANCADAS...... " WK-QTD-AGENCIAS.
           DISPLAY "GLPOST: LINHAS GERADAS......... " WK-QTD-LINHAS.
           DISPLAY "GLPOST: TOTAL DEBITOS.......... " WK-TOT-DEBITOS.
           DISPLAY "GLPOST: TOTAL CREDITOS......... " WK-TOT-CREDITOS.
