      * PURPOSE     : MONTHLY SUMMARY OF DEBITS/CREDITS PER ACCOUNT    *
      *               WRITTEN TO A PAGINATED PRINT FILE WITH EDITED    *
      *               AMOUNTS AND A GRAND-TOTAL PAGE; THE CONSOLE      *
      *               CARRIES ONLY OPERATIONAL MESSAGES. ACCOUNTS ARE  *
      *               GROUPED BY BRANCH (AGENCIA), EACH BRANCH ON ITS  *
      *               OWN PAGES WITH ITS OWN SUBTOTAL.                 *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RELMENSAL.
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
      *----> ARQUIVO DE IMPRESSAO DO RELATORIO MENSAL
           SELECT REL-MENSAL ASSIGN DYNAMIC WK-ARQ-RELATORIO
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

       FD  REL-MENSAL.
       01  REG-IMPRESSAO             PIC X(132).

      *----> CONTAS CLASSIFICADAS POR AGENCIA - LEVA O REGISTRO
      *----> INTEIRO DO CADASTRO
       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-AGENCIA            PIC X(04).
           03  ST-IDCONTA            PIC X(04).
           03  ST-REG-CTA            PIC X(100).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\relmensal-rel.txt".
       77  WK-ARQ-CAMBIO            PIC X(100)   VALUE
           "C:\teste\cambio.dat".
       77  WK-ARQ-AGENCIA           PIC X(100)   VALUE
           "C:\teste\agencia.dat".
       COPY FINCFG.
      *---> Variaveis de status
       77  WK-FS-CADCONTA            PIC X(02)    VALUE ZEROS.
       77  WK-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)    VALUE ZEROS.
       77  WK-FS-CAMBIO              PIC X(02)    VALUE ZEROS.
       77  WK-FS-AGENCIA             PIC X(02)    VALUE ZEROS.

      *---> Conversao para a moeda base (BRL) pela taxa do dia
       01  WK-SW-CAMBIO              PIC X        VALUE "N".
       77  WK-CAT-JU-CTA             PIC 9(11)V99 VALUE ZEROS.
       77  WK-CAT-TA-CTA             PIC 9(11)V99 VALUE ZEROS.
       77  WK-CAT-TE-CTA             PIC 9(11)V99 VALUE ZEROS.
       77  WK-CAT-EM-CTA             PIC 9(11)V99 VALUE ZEROS.
       77  WK-CAT-AL-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-UT-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-SA-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-JU-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-TA-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-TE-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-CAT-EM-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WK-QTD-ESTORNO-CTA        PIC 9(05)    VALUE ZEROS.
       77  WK-QTD-ESTORNO-GERAL      PIC 9(07)    VALUE ZEROS.

       77  WK-QTD-CONTAS             PIC 9(06)    VALUE ZEROS.
       77  WK-DATA-MOVIMENTO         PIC 9(08)    VALUE ZEROS.

      *---> Quebra por agencia - subtotais da agencia corrente
       01  WK-SW-CADASTRO-AGE        PIC X        VALUE "N".
           88  CADASTRO-AGE-ABERTO                VALUE "S".
           88  CADASTRO-AGE-AUSENTE               VALUE "N".
       01  WK-SW-FIM-SORT            PIC X        VALUE "N".
           88  FIM-SORT                           VALUE "S".
           88  TEM-SORT                           VALUE "N".
       77  WK-AGENCIA-ATUAL          PIC X(04)    VALUE SPACES.
       77  WK-QTD-AGENCIAS           PIC 9(04)    VALUE ZEROS.
       77  WK-QTD-CONTAS-AGE         PIC 9(06)    VALUE ZEROS.
       77  WK-TOTAL-DEBITO-AGE       PIC 9(13)V99 VALUE ZEROS.
       77  WK-TOTAL-CREDITO-AGE      PIC 9(13)V99 VALUE ZEROS.
       77  WK-QTD-ESTORNO-AGE        PIC 9(07)    VALUE ZEROS.

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

       01  WK-LIN-CONTA.
           03  FILLER                PIC X(07)    VALUE "CONTA: ".
           03  LC-IDCONTA            PIC X(04).
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.

      *----> CLASSIFICA AS CONTAS POR AGENCIA E CONTA E IMPRIME CADA
      *----> AGENCIA EM PAGINAS PROPRIAS NUMA UNICA PASSADA.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-AGENCIA ST-IDCONTA
               INPUT PROCEDURE IS 0800-EXTRAI-CONTAS
               OUTPUT PROCEDURE IS 0850-EMITE-CONTAS.

           PERFORM 0320-MOSTRA-TOTAL-GERAL.
           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
           MOVE WK-ARQ-CAMBIO          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CAMBIO.
           MOVE "AGENCIA" TO CFG-NOME.
           MOVE WK-ARQ-AGENCIA         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENCIA.
      *
       0110-OPEN-DATA.
           OPEN INPUT   CADCONTA.
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

           OPEN OUTPUT REL-MENSAL.
           PERFORM 0230-VALIDATE-RELATORIO-OPEN.
      ******************************************************************
      ******************************************************************
       0300-PROCESS-DATA               SECTION.
       0310-PROCESS-DATA.
           MOVE ST-REG-CTA TO REG-CTA.
           IF WK-QTD-AGENCIAS EQUAL ZEROS
                   OR ST-AGENCIA NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-QTD-AGENCIAS GREATER THAN ZEROS
                   PERFORM 0360-TOTAL-AGENCIA
               END-IF
               PERFORM 0350-ABRE-AGENCIA
           END-IF.
           PERFORM 0330-SOMA-TRANSACOES-CONTA.
           PERFORM 0340-MOSTRA-TOTAL-CONTA.
           ADD 1 TO WK-QTD-CONTAS.
           ADD 1 TO WK-QTD-CONTAS-AGE.
           ADD WK-TOTAL-DEBITO-CTA  TO WK-TOTAL-DEBITO-AGE.
           ADD WK-TOTAL-CREDITO-CTA TO WK-TOTAL-CREDITO-AGE.
           ADD WK-QTD-ESTORNO-CTA   TO WK-QTD-ESTORNO-AGE.
           PERFORM 0890-RETORNA-CONTA.
      *
       0330-SOMA-TRANSACOES-CONTA.
           MOVE    ZEROS                  TO WK-TOTAL-DEBITO-CTA
                                             WK-CAT-JU-CTA
                                             WK-CAT-TA-CTA
                                             WK-CAT-TE-CTA
                                             WK-CAT-EM-CTA
                                             WK-QTD-ESTORNO-CTA.
           MOVE    IDCONTA                TO FD-IDCONTA.
           MOVE    ZEROS                  TO WK-ULTIMO-IDTRANS.
                               WHEN CATEGORIA-TRANSFER
                                   ADD WK-VALOR-BASE TO WK-CAT-TE-CTA
                                   ADD WK-VALOR-BASE TO WK-CAT-TE-GERAL
                               WHEN CATEGORIA-EMPRESTIMO
                                   ADD WK-VALOR-BASE TO WK-CAT-EM-CTA
                                   ADD WK-VALOR-BASE TO WK-CAT-EM-GERAL
                           END-EVALUATE
                           IF MOVIMENTO-DE-ESTORNO
                               ADD 1 TO WK-QTD-ESTORNO-CTA
           MOVE "TRANSFER    (TE)..........." TO LV-LITERAL.
           MOVE WK-CAT-TE-CTA        TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.
           MOVE "EMPRESTIMO  (EM)..........." TO LV-LITERAL.
           MOVE WK-CAT-EM-CTA        TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.

           MOVE "MOVIMENTOS ESTORNADOS......" TO LG-LITERAL.
           MOVE WK-QTD-ESTORNO-CTA   TO LG-QTD.

           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0350-ABRE-AGENCIA.
      *----> CADA AGENCIA COMECA EM PAGINA NOVA, COM O CODIGO E O
      *----> NOME NO CABECALHO; CONTA SEM AGENCIA FORMA UM GRUPO
      *----> PROPRIO, O PRIMEIRO DO RELATORIO.
           MOVE ST-AGENCIA TO WK-AGENCIA-ATUAL.
           ADD 1 TO WK-QTD-AGENCIAS.
           MOVE ZEROS TO WK-QTD-CONTAS-AGE
                         WK-TOTAL-DEBITO-AGE
                         WK-TOTAL-CREDITO-AGE
                         WK-QTD-ESTORNO-AGE.
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
       0360-TOTAL-AGENCIA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "TOTAIS DA AGENCIA " CAB2-AGENCIA " " CAB2-NOME
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "TOTAL DEBITOS DA AGENCIA..." TO LV-LITERAL.
           MOVE WK-TOTAL-DEBITO-AGE  TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.
           MOVE "TOTAL CREDITOS DA AGENCIA.." TO LV-LITERAL.
           MOVE WK-TOTAL-CREDITO-AGE TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.
           MOVE "ESTORNOS DA AGENCIA........" TO LG-LITERAL.
           MOVE WK-QTD-ESTORNO-AGE   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CONTAS DA AGENCIA.........." TO LG-LITERAL.
           MOVE WK-QTD-CONTAS-AGE    TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0320-MOSTRA-TOTAL-GERAL.
      *----> PAGINA FINAL COM OS TOTAIS GERAIS DO RELATORIO
           MOVE SPACES              TO CAB2-AGENCIA.
           MOVE "TODAS AS AGENCIAS" TO CAB2-NOME.
           MOVE 99 TO WK-LINHAS.
           MOVE "TOTAIS GERAIS DO RELATORIO MENSAL"
                                     TO WK-LINHA-IMP.
           MOVE "TRANSFER    (TE)..........." TO LV-LITERAL.
           MOVE WK-CAT-TE-GERAL        TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.
           MOVE "EMPRESTIMO  (EM)..........." TO LV-LITERAL.
           MOVE WK-CAT-EM-GERAL        TO LV-VALOR.
           PERFORM 0730-IMPRIME-VALOR.

           MOVE "TOTAL DE ESTORNOS.........." TO LG-LITERAL.
           MOVE WK-QTD-ESTORNO-GERAL   TO LG-QTD.
           MOVE WK-QTD-CONTAS          TO LG-QTD.
           MOVE WK-LIN-CONTAGEM        TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "AGENCIAS DEMONSTRADAS......" TO LG-LITERAL.
           MOVE WK-QTD-AGENCIAS        TO LG-QTD.
           MOVE WK-LIN-CONTAGEM        TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E IMPRESSAO
      ******************************************************************
       0800-EXTRAI-CONTAS              SECTION.
       0810-EXTRAI-CONTAS.
           PERFORM 0820-LIBERA-CONTA
               UNTIL WK-FS-CADCONTA EQUAL "10".
           GO TO 0830-EXTRAI-CONTAS-EXIT.
      *
       0820-LIBERA-CONTA.
           READ CADCONTA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-CADCONTA
               NOT AT END
                   PERFORM 0240-VALIDATE-CADCONTA-READ
                   MOVE AGENCIA-CONTA TO ST-AGENCIA
                   MOVE IDCONTA       TO ST-IDCONTA
                   MOVE REG-CTA       TO ST-REG-CTA
                   RELEASE REG-SORT
           END-READ.
       0830-EXTRAI-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0850-EMITE-CONTAS               SECTION.
       0855-EMITE-CONTAS.
           PERFORM 0890-RETORNA-CONTA.
           PERFORM 0310-PROCESS-DATA
               UNTIL FIM-SORT.

      *----> FECHA O SUBTOTAL DA ULTIMA AGENCIA DO ARQUIVO
           IF WK-QTD-AGENCIAS GREATER THAN ZEROS
               PERFORM 0360-TOTAL-AGENCIA
           END-IF.
           GO TO 0899-EMITE-CONTAS-EXIT.
      *
       0890-RETORNA-CONTA.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-EMITE-CONTAS-EXIT.
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
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 4 TO WK-LINHAS.
      *
       0730-IMPRIME-VALOR.
           MOVE WK-LIN-VALOR TO WK-LINHA-IMP.
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO
           END-IF.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
           CLOSE REL-MENSAL.
           DISPLAY "RELMENSAL: RELATORIO EMITIDO COM " WK-QTD-CONTAS
                   " CONTAS EM " WK-PAGINA " PAGINAS".
