      *               IMPRIME O RELATORIO PAGINADO DE ESTOUROS MAIS A  *
      *               LISTA DE ALERTA DAS CONTAS ALEM DO PERCENTUAL    *
      *               CONFIGURADO, PARA O GERENTE LIGAR ANTES DE O     *
      *               ORCAMENTO ESTOURAR. AS LINHAS SAEM AGRUPADAS POR *
      *               AGENCIA DA CONTA, CADA AGENCIA EM PAGINAS        *
      *               PROPRIAS E COM SUBTOTAL PROPRIO.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMREL.
               ALTERNATE RECORD KEY IS FD-IDCONTA
               WITH DUPLICATES
               FILE STATUS  IS WK-FS-CADTRANS.
      *
      *----> MESTRE DE CONTAS - FORNECE A AGENCIA DE CADA ORCAMENTO
           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDCONTA
               FILE STATUS  IS WK-FS-CADCONTA.
      *
      *----> CADASTRO DE AGENCIAS - SO PARA O NOME NO CABECALHO DA
      *----> QUEBRA; AUSENTE, A QUEBRA SAI SO COM O CODIGO
           SELECT AGENCIA ASSIGN DYNAMIC WK-ARQ-AGENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AGE-CODIGO
               FILE STATUS  IS WK-FS-AGENCIA.
      *
           SELECT REL-ORCAMENTO ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CADTRANS.
       COPY CADTRANS-REC.

       FD  CADCONTA.
       COPY CADCONTA.

       FD  AGENCIA.
       COPY AGENCIA.

       FD  REL-ORCAMENTO.
       01  REG-IMPRESSAO             PIC X(132).

      *----> LINHAS DE ESTOURO E ALERTA CLASSIFICADAS POR AGENCIA
       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-AGENCIA            PIC X(04).
           03  ST-CONTA              PIC X(04).
           03  ST-CAT                PIC X(02).
           03  ST-LIMITE             PIC 9(10)V9(02).
           03  ST-ACUM               PIC 9(12)V9(02).
           03  ST-SITUACAO           PIC X(20).
               88  ST-ESTOURADO                   VALUE "*ESTOURADO*".

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\cadtrans.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\orcamrel-rel.txt".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-AGENCIA           PIC X(100)   VALUE
           "C:\teste\agencia.dat".
       COPY FINCFG.
       77  WK-FS-PARM                PIC X(02)    VALUE ZEROS.
       77  WK-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WK-FS-ORCAMENTO           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADTRANS            PIC X(02)    VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CADCONTA            PIC X(02)    VALUE ZEROS.
       77  WK-FS-AGENCIA             PIC X(02)    VALUE ZEROS.

       77  WK-DATA-MOVIMENTO         PIC 9(08)    VALUE ZEROS.
       77  WK-PERIODO-MOVIMENTO      PIC X(06)    VALUE SPACES.
       77  WK-IX-ACHADO              PIC 9(03)    VALUE ZEROS COMP.
       01  WK-TABELA-ORC.
           03  WK-ORC-ENT OCCURS 500.
               05  WK-ORC-AGENCIA    PIC X(04).
               05  WK-ORC-CONTA      PIC X(04).
               05  WK-ORC-CAT        PIC X(02).
               05  WK-ORC-LIMITE     PIC 9(10)V9(02).
       77  WK-QTD-ALERTAS            PIC 9(04)    VALUE ZEROS.
       77  WK-IDCONTA-BUSCA          PIC X(04)    VALUE SPACES.

      *----> QUEBRA POR AGENCIA - SUBTOTAIS DA AGENCIA CORRENTE
       01  WK-SW-CADASTRO-AGE        PIC X        VALUE "N".
           88  CADASTRO-AGE-ABERTO                VALUE "S".
           88  CADASTRO-AGE-AUSENTE               VALUE "N".
       01  WK-SW-FIM-SORT            PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".
       77  WK-AGENCIA-ATUAL          PIC X(04)    VALUE SPACES.
       77  WK-QTD-AGENCIAS           PIC 9(04)    VALUE ZEROS.
       77  WK-QTD-ESTOUROS-AGE       PIC 9(04)    VALUE ZEROS.
       77  WK-QTD-ALERTAS-AGE        PIC 9(04)    VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                 PIC 9(04)    VALUE ZEROS.
       77  WK-LINHAS                 PIC 9(02)    VALUE 99.
           03  FILLER                PIC X(08)    VALUE "PAGINA: ".
           03  CAB1-PAGINA           PIC ZZZ9.

       01  WK-LIN-CAB2.
           03  FILLER                PIC X(09)    VALUE "AGENCIA: ".
           03  CAB2-AGENCIA          PIC X(04)    VALUE SPACES.
           03  FILLER                PIC X(03)    VALUE SPACES.
           03  CAB2-NOME             PIC X(30)    VALUE SPACES.

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER                PIC X(06)    VALUE "CONTA".
           03  FILLER                PIC X(05)    VALUE "CAT".
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "AGENCIA" TO CFG-NOME.
           MOVE WK-ARQ-AGENCIA         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENCIA.
      *
       0110-OPEN-DATA.
           PERFORM 0140-LE-PARAMETRO.
               GOBACK
           END-IF.

           OPEN INPUT CADCONTA.
           IF WK-FS-CADCONTA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CADCONTA
                       " NA ABERTURA DO ARQUIVO CADCONTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
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

           OPEN OUTPUT REL-ORCAMENTO.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
           END-START.
           PERFORM 0155-GUARDA-ORCAMENTO
               UNTIL WK-FS-ORCAMENTO EQUAL "10".
           EXIT SECTION.
      *
       0155-GUARDA-ORCAMENTO.
           READ ORCAMENTO NEXT RECORD
                       MOVE OR-CATEGORIA TO WK-ORC-CAT(WK-ORC-QTD)
                       MOVE OR-LIMITE    TO WK-ORC-LIMITE(WK-ORC-QTD)
                       MOVE ZEROS        TO WK-ORC-ACUM(WK-ORC-QTD)
                       PERFORM 0157-BUSCA-AGENCIA
                   END-IF
           END-READ.
      *
       0157-BUSCA-AGENCIA.
      *----> ORCAMENTO DE CONTA FORA DO MESTRE (OU SEM AGENCIA) SAI
      *----> NO GRUPO "SEM AGENCIA" DO RELATORIO.
           MOVE OR-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   MOVE SPACES TO WK-ORC-AGENCIA(WK-ORC-QTD)
               NOT INVALID KEY
                   MOVE AGENCIA-CONTA TO WK-ORC-AGENCIA(WK-ORC-QTD)
           END-READ.
      ******************************************************************
       0160-ACUMULA-DEBITOS SECTION.
       0161-ACUMULA-DEBITOS.
           END-START.
           PERFORM 0165-ACUMULA-DEBITO
               UNTIL WK-FS-CADTRANS EQUAL "10".
           EXIT SECTION.
      *
       0165-ACUMULA-DEBITO.
           READ CADTRANS NEXT RECORD
      ******************************************************************
       0600-IMPRESSAO-RELATORIO SECTION.
       0600-IMPRIME-RELATORIO.
      *----> OS ORCAMENTOS AVALIADOS SAEM CLASSIFICADOS POR AGENCIA,
      *----> CONTA E CATEGORIA, CADA AGENCIA EM PAGINAS PROPRIAS.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-AGENCIA ST-CONTA ST-CAT
               INPUT PROCEDURE IS 0800-AVALIA-ORCAMENTOS
               OUTPUT PROCEDURE IS 0850-EMITE-ORCAMENTOS.

      *----> PAGINA FINAL COM OS TOTAIS GERAIS DO RELATORIO
           MOVE SPACES              TO CAB2-AGENCIA.
           MOVE "TODAS AS AGENCIAS" TO CAB2-NOME.
           MOVE 99 TO WK-LINHAS.
           MOVE "TOTAIS GERAIS DO CONTROLE DE ORCAMENTO"
                                     TO WK-LINHA-IMP.
           MOVE WK-QTD-ALERTAS       TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "AGENCIAS COM OCORRENCIA......."
                                     TO LG-LITERAL.
           MOVE WK-QTD-AGENCIAS      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0620-AVALIA-ORCAMENTO.
      *----> SO ESTOUROS E ALERTAS VAO PARA A CLASSIFICACAO
           COMPUTE WK-VALOR-ALERTA ROUNDED =
                   WK-ORC-LIMITE(WK-IX) * WK-PCT-ALERTA / 100.

               WHEN WK-ORC-ACUM(WK-IX) GREATER THAN
                       WK-ORC-LIMITE(WK-IX)
                   ADD 1 TO WK-QTD-ESTOUROS
                   MOVE "*ESTOURADO*"     TO ST-SITUACAO
                   PERFORM 0625-LIBERA-ORCAMENTO
               WHEN WK-ORC-ACUM(WK-IX) NOT LESS THAN
                       WK-VALOR-ALERTA
                   ADD 1 TO WK-QTD-ALERTAS
                   MOVE "ALERTA"          TO ST-SITUACAO
                   PERFORM 0625-LIBERA-ORCAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       0625-LIBERA-ORCAMENTO.
           MOVE WK-ORC-AGENCIA(WK-IX) TO ST-AGENCIA.
           MOVE WK-ORC-CONTA(WK-IX)   TO ST-CONTA.
           MOVE WK-ORC-CAT(WK-IX)     TO ST-CAT.
           MOVE WK-ORC-LIMITE(WK-IX)  TO ST-LIMITE.
           MOVE WK-ORC-ACUM(WK-IX)    TO ST-ACUM.
           RELEASE REG-SORT.
      *
       0630-IMPRIME-ORCAMENTO.
           IF WK-QTD-AGENCIAS EQUAL ZEROS
                   OR ST-AGENCIA NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-QTD-AGENCIAS GREATER THAN ZEROS
                   PERFORM 0650-TOTAL-AGENCIA
               END-IF
               PERFORM 0640-ABRE-AGENCIA
           END-IF.
           IF ST-ESTOURADO
               ADD 1 TO WK-QTD-ESTOUROS-AGE
           ELSE
               ADD 1 TO WK-QTD-ALERTAS-AGE
           END-IF.
           MOVE ST-CONTA             TO DET-CONTA.
           MOVE ST-CAT               TO DET-CAT.
           MOVE ST-LIMITE            TO DET-LIMITE.
           MOVE ST-ACUM              TO DET-ACUM.
           MOVE ST-SITUACAO          TO DET-SITUACAO.
           MOVE WK-LIN-DETALHE       TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           PERFORM 0890-RETORNA-ORCAMENTO.
      *
       0640-ABRE-AGENCIA.
      *----> CADA AGENCIA COMECA EM PAGINA NOVA, COM O CODIGO E O
      *----> NOME NO CABECALHO; CONTA SEM AGENCIA FORMA UM GRUPO
      *----> PROPRIO, O PRIMEIRO DO RELATORIO.
           MOVE ST-AGENCIA TO WK-AGENCIA-ATUAL.
           ADD 1 TO WK-QTD-AGENCIAS.
           MOVE ZEROS TO WK-QTD-ESTOUROS-AGE
                         WK-QTD-ALERTAS-AGE.
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
       0650-TOTAL-AGENCIA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "TOTAIS DA AGENCIA " CAB2-AGENCIA " " CAB2-NOME
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "ESTOUROS DA AGENCIA..........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-ESTOUROS-AGE  TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "ALERTAS DA AGENCIA............"
                                     TO LG-LITERAL.
           MOVE WK-QTD-ALERTAS-AGE   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - AVALIACAO E IMPRESSAO
      ******************************************************************
       0800-AVALIA-ORCAMENTOS SECTION.
       0810-AVALIA-ORCAMENTOS.
           PERFORM 0620-AVALIA-ORCAMENTO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-ORC-QTD.
           GO TO 0830-AVALIA-ORCAMENTOS-EXIT.
       0830-AVALIA-ORCAMENTOS-EXIT.
           EXIT.
      ******************************************************************
       0850-EMITE-ORCAMENTOS SECTION.
       0855-EMITE-ORCAMENTOS.
           PERFORM 0890-RETORNA-ORCAMENTO.
           PERFORM 0630-IMPRIME-ORCAMENTO
               UNTIL FIM-SORT.

      *----> FECHA O SUBTOTAL DA ULTIMA AGENCIA COM OCORRENCIA
           IF WK-QTD-AGENCIAS GREATER THAN ZEROS
               PERFORM 0650-TOTAL-AGENCIA
           END-IF.
           GO TO 0899-EMITE-ORCAMENTOS-EXIT.
      *
       0890-RETORNA-ORCAMENTO.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-EMITE-ORCAMENTOS-EXIT.
           EXIT.
      ******************************************************************
       0700-IMPRESSAO SECTION.
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
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE ORCAMENTO.
           CLOSE CADTRANS.
           CLOSE CADCONTA.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
           CLOSE REL-ORCAMENTO.
           DISPLAY "ORCAMREL: ESTOUROS............. "
                   WK-QTD-ESTOUROS.
