      ******************************************************************
      * FILE NAME   : EMPEXT                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EXTRATO DE SALDO DEVEDOR DOS EMPRESTIMOS - UMA   *
      *               PAGINA POR CONTRATO COM OS DADOS DO CONTRATO, O  *
      *               CRONOGRAMA COMPLETO (SITUACAO, PAGAMENTO E MORA  *
      *               DE CADA PARCELA) E O RESUMO: PRINCIPAL AMORTIZADO*
      *               SALDO DEVEDOR, JUROS A VENCER E VENCIDO EM       *
      *               ABERTO. EXECUCAO AVULSA; O PARAMETRO OPCIONAL    *
      *               LIMITA O EXTRATO A UM CONTRATO.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> PARAMETRO DA CONSULTA: LINHA 1 = CONTRATO. ARQUIVO
      *----> AUSENTE OU LINHA EM BRANCO = TODOS OS CONTRATOS
           SELECT PARM-CONSULTA ASSIGN DYNAMIC WK-ARQ-PARM-CONS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-PARM.

           SELECT EMPRESTIMO ASSIGN DYNAMIC WK-ARQ-EMPRESTIMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-CONTRATO
           FILE STATUS IS WK-FS-EMPRESTIMO.

           SELECT PARCELA ASSIGN DYNAMIC WK-ARQ-PARCELA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-CHAVE
           FILE STATUS IS WK-FS-PARCELA.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

           SELECT REL-EMPEXT ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-CONSULTA.
       01 REG-PARM-CONSULTA         PIC X(06).

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD PARCELA.
       COPY PARCELA.

       FD PERIODO.
       COPY PERIODO.

       FD REL-EMPEXT.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PARM-CONS         PIC X(100)   VALUE
           "C:\teste\empext-parm.txt".
       77  WK-ARQ-EMPRESTIMO        PIC X(100)   VALUE
           "C:\teste\emprestimo.dat".
       77  WK-ARQ-PARCELA           PIC X(100)   VALUE
           "C:\teste\parcela.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\empext-rel.txt".
       COPY FINCFG.
       77  WK-FS-PARM               PIC X(2)      VALUE SPACES.
       77  WK-FS-EMPRESTIMO         PIC X(2)      VALUE SPACES.
       77  WK-FS-PARCELA            PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-CONTRATO-CONSULTA     PIC X(06)     VALUE SPACES.
       77  WK-QTD-CONTRATOS         PIC 9(06)     VALUE ZEROS.

      *----> RESUMO DO CONTRATO CORRENTE
       77  WK-QTD-PAGAS             PIC 9(03)     VALUE ZEROS.
       77  WK-VLR-PAGO              PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-PRINC-AMORTIZADO      PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-SALDO-DEVEDOR         PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-JUROS-A-VENCER        PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-QTD-VENCIDAS          PIC 9(03)     VALUE ZEROS.
       77  WK-VLR-VENCIDO           PIC 9(11)V9(02) VALUE ZEROS.
       77  WK-MORA-VENCIDA          PIC 9(11)V9(02) VALUE ZEROS.

      *----> CAMPOS EDITADOS PARA O BLOCO DE DADOS DO CONTRATO
       77  WK-ED-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
       77  WK-ED-TAXA               PIC Z9,9999.
       77  WK-ED-PRAZO              PIC ZZ9.

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(48)     VALUE
               "FINANCEIRO360 - EXTRATO DE EMPRESTIMO".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(52)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO           PIC X(60).

       01  WK-LIN-SECAO-CONTRATO.
           03  FILLER               PIC X(09)     VALUE "CONTRATO ".
           03  SC-CONTRATO          PIC X(06).
           03  FILLER               PIC X(11)     VALUE " - CLIENTE ".
           03  SC-IDCLI             PIC X(06).
           03  FILLER               PIC X(09)     VALUE " - CONTA ".
           03  SC-IDCONTA           PIC 9(04).
           03  FILLER               PIC X(15)     VALUE SPACES.

       01  WK-LIN-CAB2              PIC X(132)    VALUE SPACES.

       01  WK-CAB2-CRONOGRAMA.
           03  FILLER               PIC X(05)     VALUE "PAR".
           03  FILLER               PIC X(09)     VALUE "VENCTO".
           03  FILLER               PIC X(15)     VALUE
               "   AMORTIZACAO".
           03  FILLER               PIC X(15)     VALUE
               "         JUROS".
           03  FILLER               PIC X(15)     VALUE
               "       PARCELA".
           03  FILLER               PIC X(15)     VALUE
               "    SALDO APOS".
           03  FILLER               PIC X(11)     VALUE "SITUACAO".
           03  FILLER               PIC X(09)     VALUE "PAGTO".
           03  FILLER               PIC X(15)     VALUE
               "    VALOR PAGO".
           03  FILLER               PIC X(15)     VALUE
               "          MORA".
           03  FILLER               PIC X(05)     VALUE " DIAS".

       01  WK-LIN-DETALHE.
           03  DET-PARCELA          PIC ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-VENCIMENTO       PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-AMORTIZACAO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-JUROS            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SALDO-APOS       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(10).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DATA-PAGTO       PIC X(08).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-VALOR-PAGO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-MORA             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DET-DIAS             PIC ZZZZ9.

       01  WK-LIN-DADO.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DD-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  DD-TEXTO             PIC X(40).

       01  WK-LIN-AVISO.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  AV-TEXTO             PIC X(60).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZZ.ZZ9.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  LG-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0140-LE-DATA-MOVIMENTO.
           PERFORM 0290-LE-PARAMETROS.

           IF WK-CONTRATO-CONSULTA NOT EQUAL SPACES
               MOVE WK-CONTRATO-CONSULTA TO EM-CONTRATO
               READ EMPRESTIMO
                   INVALID KEY
                       DISPLAY "EMPEXT: CONTRATO "
                               WK-CONTRATO-CONSULTA
                               " NAO CADASTRADO"
                   NOT INVALID KEY
                       PERFORM 0320-EXTRATO-CONTRATO
               END-READ
           ELSE
               MOVE LOW-VALUES TO EM-CONTRATO
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CONTRATO
                   INVALID KEY
                       MOVE "10" TO WK-FS-EMPRESTIMO
               END-START
               PERFORM 0310-PROCESS-DATA
                   UNTIL WK-FS-EMPRESTIMO EQUAL "10"
           END-IF.
           IF WK-QTD-CONTRATOS EQUAL ZEROS
               MOVE "EXTRATO DE EMPRESTIMO" TO SEC-TITULO
               PERFORM 0720-IMPRIME-SECAO
               MOVE "NENHUM CONTRATO A EXTRAIR" TO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.

           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "EMPEXT-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-CONS       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-CONS.
           MOVE "EMPRESTIMO" TO CFG-NOME.
           MOVE WK-ARQ-EMPRESTIMO      TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-EMPRESTIMO.
           MOVE "PARCELA" TO CFG-NOME.
           MOVE WK-ARQ-PARCELA         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARCELA.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "EMPEXT-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
           OPEN INPUT EMPRESTIMO.
           IF WK-FS-EMPRESTIMO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-EMPRESTIMO
                       " NA ABERTURA DO ARQUIVO EMPRESTIMO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PARCELA.
           IF WK-FS-PARCELA NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARCELA
                       " NA ABERTURA DO ARQUIVO PARCELA"
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

           OPEN OUTPUT REL-EMPEXT.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0140-LE-DATA-MOVIMENTO.
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
           CLOSE PERIODO.
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0290-LE-PARAMETROS.
           OPEN INPUT PARM-CONSULTA.
           IF WK-FS-PARM EQUAL "35"
               EXIT PARAGRAPH
           END-IF.
           IF WK-FS-PARM NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PARM
                       " NA ABERTURA DO ARQUIVO PARM-CONSULTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARM-CONSULTA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REG-PARM-CONSULTA TO WK-CONTRATO-CONSULTA
           END-READ.
           CLOSE PARM-CONSULTA.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-PROCESS-DATA.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-EMPRESTIMO
               NOT AT END
                   PERFORM 0320-EXTRATO-CONTRATO
           END-READ.
      *
       0320-EXTRATO-CONTRATO.
      *----> CONTRATO CANCELADO ANTES DA LIBERACAO NAO TEM SALDO
           IF CONTRATO-CANCELADO
               IF WK-CONTRATO-CONSULTA NOT EQUAL SPACES
                   DISPLAY "EMPEXT: CONTRATO " EM-CONTRATO
                           " CANCELADO - SEM EXTRATO"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-CONTRATOS.
           MOVE ZEROS TO WK-QTD-PAGAS WK-VLR-PAGO WK-PRINC-AMORTIZADO
                         WK-SALDO-DEVEDOR WK-JUROS-A-VENCER
                         WK-QTD-VENCIDAS WK-VLR-VENCIDO
                         WK-MORA-VENCIDA.

           MOVE EM-CONTRATO TO SC-CONTRATO.
           MOVE EM-IDCLI    TO SC-IDCLI.
           MOVE EM-IDCONTA  TO SC-IDCONTA.
           MOVE WK-LIN-SECAO-CONTRATO TO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           PERFORM 0330-DADOS-CONTRATO.

      *----> O CABECALHO DAS COLUNAS ENTRA NA LINHA DE IMPRESSAO, E
      *----> NAS PAGINAS DE CONTINUACAO PELO CABECALHO DE PAGINA
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE WK-CAB2-CRONOGRAMA TO WK-LIN-CAB2.
           MOVE WK-LIN-CAB2 TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE ZEROS       TO EP-NUMERO.
           START PARCELA KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-PARCELA
               NOT INVALID KEY
                   MOVE "00" TO WK-FS-PARCELA
           END-START.
           PERFORM 0340-LE-PARCELA
               UNTIL WK-FS-PARCELA EQUAL "10".

           PERFORM 0360-RESUMO-CONTRATO.
      *
       0330-DADOS-CONTRATO.
           MOVE "PRINCIPAL....................." TO DD-LITERAL.
           MOVE EM-PRINCIPAL TO WK-ED-VALOR.
           MOVE WK-ED-VALOR  TO DD-TEXTO.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "TAXA DE JUROS (% A.M.)........" TO DD-LITERAL.
           MOVE EM-TAXA      TO WK-ED-TAXA.
           MOVE WK-ED-TAXA   TO DD-TEXTO.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "TAXA DE MORA (% A.M.)........." TO DD-LITERAL.
           MOVE EM-TAXA-MORA TO WK-ED-TAXA.
           MOVE WK-ED-TAXA   TO DD-TEXTO.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "PRAZO (MESES)................." TO DD-LITERAL.
           MOVE EM-PRAZO     TO WK-ED-PRAZO.
           MOVE WK-ED-PRAZO  TO DD-TEXTO.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "SISTEMA DE AMORTIZACAO........" TO DD-LITERAL.
           IF SISTEMA-SAC
               MOVE "SAC"   TO DD-TEXTO
           ELSE
               MOVE "PRICE" TO DD-TEXTO
           END-IF.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "DATA DO CONTRATO.............." TO DD-LITERAL.
           MOVE EM-DATA-CONTRATO TO DD-TEXTO.
           PERFORM 0760-IMPRIME-DADO.
           MOVE "SITUACAO......................" TO DD-LITERAL.
           EVALUATE TRUE
               WHEN CONTRATO-NOVO
                   MOVE "AGUARDANDO LIBERACAO" TO DD-TEXTO
               WHEN CONTRATO-ATIVO
                   MOVE SPACES TO DD-TEXTO
                   STRING "ATIVO - LIBERADO EM " EM-DATA-LIB
                       DELIMITED BY SIZE INTO DD-TEXTO
               WHEN OTHER
                   MOVE "LIQUIDADO" TO DD-TEXTO
           END-EVALUATE.
           PERFORM 0760-IMPRIME-DADO.
      *
       0340-LE-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PARCELA
               NOT AT END
                   IF EP-CONTRATO NOT EQUAL EM-CONTRATO
                       MOVE "10" TO WK-FS-PARCELA
                   ELSE
                       PERFORM 0350-TRATA-PARCELA
                   END-IF
           END-READ.
      *
       0350-TRATA-PARCELA.
      *----> SALDO DEVEDOR = AMORTIZACAO AINDA NAO PAGA; A PARCELA EM
      *----> DEBITO SO CONTA COMO PAGA DEPOIS DA CONFIRMACAO (EMPATRA)
           IF PARCELA-PAGA
               ADD 1              TO WK-QTD-PAGAS
               ADD EP-VALOR-PAGO  TO WK-VLR-PAGO
               ADD EP-AMORTIZACAO TO WK-PRINC-AMORTIZADO
           ELSE
               ADD EP-AMORTIZACAO TO WK-SALDO-DEVEDOR
               IF EP-VENCIMENTO LESS THAN WK-DATA-MOVIMENTO
                   ADD 1          TO WK-QTD-VENCIDAS
                   ADD EP-VALOR   TO WK-VLR-VENCIDO
                   ADD EP-MORA    TO WK-MORA-VENCIDA
               ELSE
                   ADD EP-JUROS   TO WK-JUROS-A-VENCER
               END-IF
           END-IF.
           PERFORM 0730-IMPRIME-PARCELA.
      *
       0360-RESUMO-CONTRATO.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE "PARCELAS PAGAS................" TO LG-LITERAL.
           MOVE WK-QTD-PAGAS         TO LG-QTD.
           MOVE WK-VLR-PAGO          TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "PRINCIPAL AMORTIZADO.........." TO LG-LITERAL.
           MOVE WK-QTD-PAGAS         TO LG-QTD.
           MOVE WK-PRINC-AMORTIZADO  TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "SALDO DEVEDOR (PRINCIPAL)....." TO LG-LITERAL.
           COMPUTE LG-QTD = EM-PRAZO - WK-QTD-PAGAS.
           MOVE WK-SALDO-DEVEDOR     TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "JUROS A VENCER................" TO LG-LITERAL.
           COMPUTE LG-QTD = EM-PRAZO - WK-QTD-PAGAS - WK-QTD-VENCIDAS.
           MOVE WK-JUROS-A-VENCER    TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "PARCELAS VENCIDAS EM ABERTO..." TO LG-LITERAL.
           MOVE WK-QTD-VENCIDAS      TO LG-QTD.
           MOVE WK-VLR-VENCIDO       TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
           MOVE "MORA SOBRE AS VENCIDAS........" TO LG-LITERAL.
           MOVE WK-QTD-VENCIDAS      TO LG-QTD.
           MOVE WK-MORA-VENCIDA      TO LG-VALOR.
           PERFORM 0740-IMPRIME-CONTAGEM.
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
           WRITE REG-IMPRESSAO FROM WK-LIN-SECAO.
           WRITE REG-IMPRESSAO FROM WK-LIN-CAB2.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 5 TO WK-LINHAS.
      *
       0720-IMPRIME-SECAO.
      *----> A SECAO NOVA COMECA EM PAGINA PROPRIA, COM O TITULO NO
      *----> CABECALHO
           MOVE 99 TO WK-LINHAS.
      *
       0730-IMPRIME-PARCELA.
           MOVE EP-NUMERO          TO DET-PARCELA.
           MOVE EP-VENCIMENTO      TO DET-VENCIMENTO.
           MOVE EP-AMORTIZACAO     TO DET-AMORTIZACAO.
           MOVE EP-JUROS           TO DET-JUROS.
           MOVE EP-VALOR           TO DET-VALOR.
           MOVE EP-SALDO-APOS      TO DET-SALDO-APOS.
           EVALUATE TRUE
               WHEN PARCELA-PAGA
                   MOVE "PAGA"      TO DET-SITUACAO
               WHEN PARCELA-EM-DEBITO
                   MOVE "EM DEBITO" TO DET-SITUACAO
               WHEN EP-VENCIMENTO LESS THAN WK-DATA-MOVIMENTO
                   MOVE "EM ATRASO" TO DET-SITUACAO
               WHEN OTHER
                   MOVE "A VENCER"  TO DET-SITUACAO
           END-EVALUATE.
           IF PARCELA-PAGA
               MOVE EP-DATA-PAGTO  TO DET-DATA-PAGTO
           ELSE
               MOVE SPACES         TO DET-DATA-PAGTO
           END-IF.
           MOVE EP-VALOR-PAGO      TO DET-VALOR-PAGO.
           MOVE EP-MORA            TO DET-MORA.
           MOVE EP-DIAS-ATRASO     TO DET-DIAS.
           MOVE WK-LIN-DETALHE     TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0740-IMPRIME-CONTAGEM.
           MOVE WK-LIN-CONTAGEM TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0750-IMPRIME-AVISO.
           MOVE WK-LIN-AVISO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0760-IMPRIME-DADO.
           MOVE WK-LIN-DADO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE EMPRESTIMO.
           CLOSE PARCELA.
           CLOSE REL-EMPEXT.
           DISPLAY "EMPEXT: CONTRATOS EXTRAIDOS.... " WK-QTD-CONTRATOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM EMPEXT.
