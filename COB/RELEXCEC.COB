      *               ENVELHECIMENTO (1, 2-5, 6-15, 15+ DIAS); CONTAS  *
      *               HA MAIS DIAS EM EXCECAO QUE O PARAMETRO DE       *
      *               BLOQUEIO SAO BLOQUEADAS AUTOMATICAMENTE EM       *
      *               CADCONTA, COM REGISTRO DE AUDITORIA. AS CONTAS   *
      *               SAO AGRUPADAS POR AGENCIA, CADA UMA EM PAGINAS   *
      *               PROPRIAS E COM SUBTOTAL PROPRIO.                 *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RELEXCEC.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-CONTAAUD.
      *
      *----> CADASTRO DE AGENCIAS - SO PARA O NOME NO CABECALHO DA
      *----> QUEBRA; AUSENTE, A QUEBRA SAI SO COM O CODIGO
           SELECT AGENCIA ASSIGN DYNAMIC WK-ARQ-AGENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AGE-CODIGO
               FILE STATUS  IS WK-FS-AGENCIA.
      *
      *----> ARQUIVO DE IMPRESSAO DO RELATORIO DE EXCECOES
           SELECT REL-EXCECAO ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      *
           SELECT ARQ-SORT ASSIGN TO "SORTWK".
      ******************************************************************
       DATA                            DIVISION.
       FILE                            SECTION.
       01  REG-PARM-LIMITE           PIC X(12).

       FD  EXCECOES.
       COPY EXCECAO.

       FD  PERIODO.
       COPY PERIODO.
       FD  CONTAAUD.
       COPY CONTAAUD.

       FD  AGENCIA.
       COPY AGENCIA.

       FD  REL-EXCECAO.
       01  REG-IMPRESSAO             PIC X(132).

      *----> CONTAS CLASSIFICADAS POR AGENCIA - LEVA O REGISTRO
      *----> INTEIRO DO ARQUIVO DE SALDOS
       SD  ARQ-SORT.
       01  REG-SORT.
           03  ST-AGENCIA            PIC X(04).
           03  ST-IDCONTA            PIC X(04).
           03  ST-REG-CONTAN         PIC X(100).

       WORKING-STORAGE                 SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       77  WK-ARQ-AGENCIA           PIC X(100)   VALUE
           "C:\teste\agencia.dat".
       COPY FINCFG.
       77  WK-FS-CADCONTAN           PIC X(02)     VALUE ZEROS.
       77  WK-FS-PARM                PIC X(02)     VALUE ZEROS.
       77  WK-FS-CADCONTA            PIC X(02)     VALUE ZEROS.
       77  WK-FS-CONTAAUD            PIC X(02)     VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)     VALUE ZEROS.
       77  WK-FS-AGENCIA             PIC X(02)     VALUE ZEROS.

       77  WK-LIMITE                 PIC S9(10)V9(02) VALUE ZEROS.
       77  WK-DIAS-BLOQUEIO          PIC 9(03)     VALUE ZEROS.
       77  WK-FAIXA-6-15             PIC 9(04)     VALUE ZEROS.
       77  WK-FAIXA-15-MAIS          PIC 9(04)     VALUE ZEROS.

      *---> Quebra por agencia - a agencia so ganha paginas quando
      *---> tem ao menos uma conta em excecao
       01  WK-SW-CADASTRO-AGE        PIC X         VALUE "N".
           88  CADASTRO-AGE-ABERTO                 VALUE "S".
           88  CADASTRO-AGE-AUSENTE                VALUE "N".
       01  WK-SW-FIM-SORT            PIC X         VALUE "N".
           88  FIM-SORT                            VALUE "S".
           88  TEM-SORT                            VALUE "N".
       01  WK-SW-AGENCIA             PIC X         VALUE "N".
           88  AGENCIA-IMPRESSA                    VALUE "S".
           88  AGENCIA-PENDENTE                    VALUE "N".
       77  WK-AGENCIA-ATUAL          PIC X(04)     VALUE SPACES.
       77  WK-QTD-CONTAS-LIDAS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-AGENCIAS           PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-EXCECOES-AGE       PIC 9(04)     VALUE ZEROS.
       77  WK-QTD-BLOQUEADAS-AGE     PIC 9(04)     VALUE ZEROS.
       77  WK-TOT-SALDOS-AGE         PIC S9(12)V9(02) VALUE ZEROS.

       01  WK-SW-EXCECAO             PIC X         VALUE "N".
           88  EXCECAO-JA-EXISTIA                  VALUE "S".
           88  EXCECAO-NOVA                        VALUE "N".
           03  CAB2-DIAS             PIC ZZ9.
           03  FILLER                PIC X(05)     VALUE " DIAS".

       01  WK-LIN-CAB3.
           03  FILLER                PIC X(09)     VALUE "AGENCIA: ".
           03  CAB3-AGENCIA          PIC X(04)     VALUE SPACES.
           03  FILLER                PIC X(03)     VALUE SPACES.
           03  CAB3-NOME             PIC X(30)     VALUE SPACES.

       01  WK-LIN-CAB-COLUNAS.
           03  FILLER                PIC X(06)     VALUE "CONTA".
           03  FILLER                PIC X(32)     VALUE "NOME".
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.

      *----> CLASSIFICA AS CONTAS POR AGENCIA E CONTA E TRATA AS
      *----> EXCECOES DE CADA AGENCIA EM PAGINAS PROPRIAS.
           SORT ARQ-SORT
               ON ASCENDING KEY ST-AGENCIA ST-IDCONTA
               INPUT PROCEDURE IS 0800-EXTRAI-CONTAS
               OUTPUT PROCEDURE IS 0850-TRATA-CONTAS.

           PERFORM 0600-TOTAIS-GERAIS.
           PERFORM 0400-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
           MOVE WK-ARQ-CONTAAUD TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
           MOVE "AGENCIA" TO CFG-NOME.
           MOVE WK-ARQ-AGENCIA TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-AGENCIA.
      *
       0110-OPEN-DATA.
           PERFORM 0290-LE-PARAMETROS.
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

           OPEN OUTPUT REL-EXCECAO.
           PERFORM 0225-VALIDATE-RELATORIO-OPEN.

      ******************************************************************
       0300-PROCESS-DATA               SECTION.
       0310-PROCESS-DATA.
           MOVE ST-REG-CONTAN TO REG-CONTAN.
           IF WK-QTD-CONTAS-LIDAS EQUAL ZEROS
                   OR ST-AGENCIA NOT EQUAL WK-AGENCIA-ATUAL
               IF AGENCIA-IMPRESSA
                   PERFORM 0380-TOTAL-AGENCIA
               END-IF
               MOVE ST-AGENCIA TO WK-AGENCIA-ATUAL
               SET AGENCIA-PENDENTE TO TRUE
               MOVE ZEROS TO WK-QTD-EXCECOES-AGE
                             WK-QTD-BLOQUEADAS-AGE
                             WK-TOT-SALDOS-AGE
           END-IF.
           ADD 1 TO WK-QTD-CONTAS-LIDAS.
           IF SALDOINI-N LESS THAN WK-LIMITE
               PERFORM 0320-TRATA-EXCECAO
           ELSE
               PERFORM 0360-SANEIA-EXCECAO
           END-IF.
           PERFORM 0890-RETORNA-CONTA.
      *
       0320-TRATA-EXCECAO.
      *----> ATUALIZA OU CRIA A EXCECAO PERSISTIDA, CONTANDO UM DIA

           PERFORM 0345-AUDITA-BLOQUEIO.
           ADD 1 TO WK-QTD-BLOQUEADAS.
           ADD 1 TO WK-QTD-BLOQUEADAS-AGE.
           MOVE "BLOQUEADA AUTOMATIC." TO DET-MARCA.
           DISPLAY "RELEXCEC: CONTA " IDCONTA " BLOQUEADA APOS "
                   EX-DIAS " DIAS EM EXCECAO".
           END-IF.
      *
       0350-IMPRIME-EXCECAO.
           IF AGENCIA-PENDENTE
               PERFORM 0370-ABRE-AGENCIA
           END-IF.
           ADD 1 TO WK-QTD-EXCECOES.
           ADD EX-SALDO TO WK-TOT-SALDOS.
           ADD 1 TO WK-QTD-EXCECOES-AGE.
           ADD EX-SALDO TO WK-TOT-SALDOS-AGE.

           MOVE EX-IDCONTA TO DET-IDCONTA.
           MOVE EX-NOME    TO DET-NOME.
                   DELETE EXCECOES RECORD
                   ADD 1 TO WK-QTD-SANADAS
           END-READ.
      *
       0370-ABRE-AGENCIA.
      *----> PRIMEIRA EXCECAO DA AGENCIA - PAGINA NOVA COM O CODIGO
      *----> E O NOME NO CABECALHO; CONTA SEM AGENCIA FORMA UM GRUPO
      *----> PROPRIO.
           SET AGENCIA-IMPRESSA TO TRUE.
           ADD 1 TO WK-QTD-AGENCIAS.
           MOVE WK-AGENCIA-ATUAL TO CAB3-AGENCIA.
           MOVE SPACES           TO CAB3-NOME.
           IF WK-AGENCIA-ATUAL EQUAL SPACES
               MOVE "SEM AGENCIA" TO CAB3-NOME
           ELSE
               IF CADASTRO-AGE-ABERTO
                   MOVE WK-AGENCIA-ATUAL TO AGE-CODIGO
                   READ AGENCIA
                       INVALID KEY
                           MOVE "AGENCIA NAO CADASTRADA" TO CAB3-NOME
                       NOT INVALID KEY
                           MOVE AGE-NOME TO CAB3-NOME
                   END-READ
               END-IF
           END-IF.
           MOVE 99 TO WK-LINHAS.
      *
       0380-TOTAL-AGENCIA.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO WK-LINHA-IMP.
           STRING "TOTAIS DA AGENCIA " CAB3-AGENCIA " " CAB3-NOME
                  DELIMITED BY SIZE INTO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "CONTAS EM EXCECAO NA AGENCIA.."
                                     TO LG-LITERAL.
           MOVE WK-QTD-EXCECOES-AGE  TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "BLOQUEADAS NA AGENCIA........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-BLOQUEADAS-AGE TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "SOMA DOS SALDOS DA AGENCIA...."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-SALDOS-AGE    TO TOT-VALOR.
           MOVE WK-LIN-TOTAL         TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
      * PROCEDIMENTOS DA CLASSIFICACAO - EXTRACAO E TRATAMENTO
      ******************************************************************
       0800-EXTRAI-CONTAS              SECTION.
       0810-EXTRAI-CONTAS.
           PERFORM 0820-LIBERA-CONTA
               UNTIL WK-FS-CADCONTAN EQUAL "10".
           GO TO 0830-EXTRAI-CONTAS-EXIT.
      *
       0820-LIBERA-CONTA.
           READ CADCONTAN
               AT END
                   MOVE "10" TO WK-FS-CADCONTAN
               NOT AT END
                   PERFORM 0230-VALIDATE-CADCONTAN-READ
                   MOVE AGENCIA-N  TO ST-AGENCIA
                   MOVE IDCONTA-N  TO ST-IDCONTA
                   MOVE REG-CONTAN TO ST-REG-CONTAN
                   RELEASE REG-SORT
           END-READ.
       0830-EXTRAI-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0850-TRATA-CONTAS               SECTION.
       0855-TRATA-CONTAS.
           PERFORM 0890-RETORNA-CONTA.
           PERFORM 0310-PROCESS-DATA
               UNTIL FIM-SORT.

      *----> FECHA O SUBTOTAL DA ULTIMA AGENCIA COM EXCECAO
           IF AGENCIA-IMPRESSA
               PERFORM 0380-TOTAL-AGENCIA
           END-IF.
           GO TO 0899-TRATA-CONTAS-EXIT.
      *
       0890-RETORNA-CONTA.
           RETURN ARQ-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
       0899-TRATA-CONTAS-EXIT.
           EXIT.
      ******************************************************************
       0600-TOTAIS-GERAIS              SECTION.
       0610-TOTAIS-GERAIS.
      *----> PAGINA FINAL COM OS TOTAIS GERAIS E O ESCALONAMENTO
      *----> POR FAIXAS DE ENVELHECIMENTO
           MOVE SPACES              TO CAB3-AGENCIA.
           MOVE "TODAS AS AGENCIAS" TO CAB3-NOME.
           MOVE 99 TO WK-LINHAS.
           MOVE "TOTAIS GERAIS DO RELATORIO DE EXCECOES"
                                     TO WK-LINHA-IMP.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "AGENCIAS COM EXCECAO.........."
                                     TO LG-LITERAL.
           MOVE WK-QTD-AGENCIAS      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "SOMA DOS SALDOS EM EXCECAO...."
                                     TO TOT-LITERAL.
           MOVE WK-TOT-SALDOS        TO TOT-VALOR.
           MOVE WK-PAGINA TO CAB1-PAGINA.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB1.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB2.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB3.
           MOVE ALL "=" TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB-COLUNAS.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 6 TO WK-LINHAS.
      ******************************************************************
       0400-CLOSE-DATA                 SECTION.
       0410-CLOSE-DATA.
           CLOSE EXCECOES.
           CLOSE CADCONTA.
           CLOSE CONTAAUD.
           IF CADASTRO-AGE-ABERTO
               CLOSE AGENCIA
           END-IF.
           CLOSE REL-EXCECAO.
           DISPLAY "RELEXCEC: RELATORIO EMITIDO COM "
                   WK-QTD-EXCECOES " EXCECOES EM "
