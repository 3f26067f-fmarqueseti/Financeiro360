      ******************************************************************
      * FILE NAME   : CHQEMIS                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EMISSAO DE TALOES DE CHEQUE - VALIDA CADA PEDIDO *
      *               DO ARQUIVO CHQPED CONTRA O CADCONTA (CONTA       *
      *               CORRENTE ATIVA EM MOEDA BASE), CONTINUA A        *
      *               NUMERACAO DE FOLHAS E DE TALOES DA CONTA E GRAVA *
      *               UMA FOLHA "EMITIDA" POR CHEQUE NO REGISTRO DE    *
      *               CHEQUES (CHEQUE), BASE DA VALIDACAO DA           *
      *               COMPENSACAO (CHQCOMP).                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQEMIS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> PEDIDOS DE TALAO RECEBIDOS DAS AGENCIAS - UM POR LINHA
           SELECT CHQPED ASSIGN DYNAMIC WK-ARQ-PEDIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-FS-PEDIDOS.

           SELECT CADCONTA ASSIGN DYNAMIC WK-ARQ-CADCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDCONTA
           FILE STATUS IS WK-FS-CADCONTA.

      *----> REGISTRO DE CHEQUES - PRESERVADO ENTRE RUNS; CADA FOLHA
      *----> EMITIDA E A REFERENCIA DA COMPENSACAO E DA SUSTACAO
           SELECT CHEQUE ASSIGN DYNAMIC WK-ARQ-CHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CQ-CHAVE
           FILE STATUS IS WK-FS-CHEQUE.

           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS WK-FS-PERIODO.

           SELECT REL-EMISSAO ASSIGN DYNAMIC WK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CHQPED.
       COPY CHQPED.

       FD CADCONTA.
       COPY CADCONTA.

       FD CHEQUE.
       COPY CHEQUE.

       FD PERIODO.
       COPY PERIODO.

       FD REL-EMISSAO.
       01 REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PEDIDOS           PIC X(100)   VALUE
           "C:\teste\chq-pedidos.txt".
       77  WK-ARQ-CADCONTA          PIC X(100)   VALUE
           "C:\teste\cadconta.dat".
       77  WK-ARQ-CHEQUE            PIC X(100)   VALUE
           "C:\teste\cheque.dat".
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\chqemis-rel.txt".
       COPY FINCFG.
       77  WK-FS-PEDIDOS            PIC X(2)      VALUE SPACES.
       77  WK-FS-CADCONTA           PIC X(2)      VALUE SPACES.
       77  WK-FS-CHEQUE             PIC X(2)      VALUE SPACES.
       77  WK-FS-PERIODO            PIC X(2)      VALUE SPACES.
       77  WK-FS-RELATORIO          PIC X(2)      VALUE SPACES.
       77  WK-FS-BUSCA              PIC X(2)      VALUE SPACES.

       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-MOTIVO                PIC X(40)     VALUE SPACES.
      *----> TALAO PADRAO QUANDO O PEDIDO NAO INFORMA AS FOLHAS E
      *----> MAIOR TALAO ACEITO NUM PEDIDO
       77  WK-FOLHAS-PADRAO         PIC 9(03)     VALUE 20.
       77  WK-FOLHAS-MAXIMO         PIC 9(03)     VALUE 50.
       77  WK-QTD-FOLHAS            PIC 9(03)     VALUE ZEROS.
       77  WK-IND-FOLHA             PIC 9(03)     VALUE ZEROS.
      *----> ULTIMA FOLHA E ULTIMO TALAO JA EMITIDOS PARA A CONTA -
      *----> A NUMERACAO CONTINUA DAI, SEM REUSAR NUMERO ANTIGO
       77  WK-ULTIMO-NUMERO         PIC 9(06)     VALUE ZEROS.
       77  WK-ULTIMO-TALAO          PIC 9(04)     VALUE ZEROS.
       77  WK-PRIMEIRO-NUMERO       PIC 9(06)     VALUE ZEROS.
       77  WK-NUMERO-FINAL          PIC 9(07)     VALUE ZEROS.
       77  WK-TALAO-NOVO            PIC 9(04)     VALUE ZEROS.
       77  WK-IND-INICIAL           PIC 9(03)     VALUE ZEROS.
      *----> FOLHAS JA GRAVADAS PELO MESMO PEDIDO (MESMA LINHA DO
      *----> CHQPED NA MESMA DATA DE MOVIMENTO), SEU TALAO E A PRIMEIRA
      *----> FOLHA
       77  WK-FOLHAS-DO-PEDIDO      PIC 9(03)     VALUE ZEROS.
       77  WK-TALAO-DO-PEDIDO       PIC 9(04)     VALUE ZEROS.
       77  WK-PRIMEIRO-DO-PEDIDO    PIC 9(06)     VALUE ZEROS.

       77  WK-QTD-LIDOS             PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-EMITIDOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-RECUSADOS         PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-JA-EMITIDOS       PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-FOLHAS-EMIT       PIC 9(08)     VALUE ZEROS.

       01  WK-SW-PEDIDO             PIC X         VALUE "S".
           88  PEDIDO-VALIDO                      VALUE "S".
           88  PEDIDO-INVALIDO                    VALUE "N".
           88  PEDIDO-JA-EMITIDO                  VALUE "J".

      *---> Controle de paginacao
       77  WK-PAGINA                PIC 9(04)     VALUE ZEROS.
       77  WK-LINHAS                PIC 9(02)     VALUE 99.
       77  WK-LINHAS-MAX            PIC 9(02)     VALUE 56.

       01  WK-LINHA-IMP             PIC X(132)    VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER               PIC X(42)     VALUE
               "FINANCEIRO360 - EMISSAO DE TALOES".
           03  FILLER               PIC X(12)     VALUE
               "DATA MOV.: ".
           03  CAB1-DATA            PIC 9(08).
           03  FILLER               PIC X(50)     VALUE SPACES.
           03  FILLER               PIC X(08)     VALUE "PAGINA: ".
           03  CAB1-PAGINA          PIC ZZZ9.

       01  WK-LIN-CAB2.
           03  FILLER               PIC X(07)     VALUE "CONTA".
           03  FILLER               PIC X(07)     VALUE "TALAO".
           03  FILLER               PIC X(09)     VALUE "PRIMEIRA".
           03  FILLER               PIC X(09)     VALUE "ULTIMA".
           03  FILLER               PIC X(08)     VALUE "FOLHAS".
           03  FILLER               PIC X(12)     VALUE "SITUACAO".
           03  FILLER               PIC X(40)     VALUE "MOTIVO".

       01  WK-LIN-DETALHE.
           03  DET-IDCONTA          PIC X(04).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-TALAO            PIC ZZZ9.
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-PRIMEIRA         PIC 9(06).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-ULTIMA           PIC 9(06).
           03  FILLER               PIC X(03)     VALUE SPACES.
           03  DET-FOLHAS           PIC ZZ9.
           03  FILLER               PIC X(05)     VALUE SPACES.
           03  DET-SITUACAO         PIC X(12).
           03  DET-MOTIVO           PIC X(40).

       01  WK-LIN-CONTAGEM.
           03  LG-LITERAL           PIC X(30).
           03  FILLER               PIC X(01)     VALUE SPACES.
           03  LG-QTD               PIC ZZ.ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0160-LE-DATA-MOVIMENTO.

           PERFORM 0310-PROCESS-DATA
               UNTIL WK-FS-PEDIDOS EQUAL "10".

           PERFORM 0690-TOTAIS-GERAIS.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "CHQ-PEDIDOS" TO CFG-NOME.
           MOVE WK-ARQ-PEDIDOS         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PEDIDOS.
           MOVE "CADCONTA" TO CFG-NOME.
           MOVE WK-ARQ-CADCONTA        TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CADCONTA.
           MOVE "CHEQUE" TO CFG-NOME.
           MOVE WK-ARQ-CHEQUE          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CHEQUE.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "CHQEMIS-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
      *----> SEM ARQUIVO DE PEDIDOS NAO HA TALAO A EMITIR - ENCERRA
      *----> NORMALMENTE.
           OPEN INPUT CHQPED.
           IF WK-FS-PEDIDOS EQUAL "35"
               DISPLAY "CHQEMIS: NENHUM PEDIDO DE TALAO RECEBIDO - "
                       "NADA A EMITIR"
               GOBACK
           END-IF.
           PERFORM 0210-VALIDATE-PEDIDOS-OPEN.

           OPEN INPUT CADCONTA.
           PERFORM 0226-VALIDATE-CADCONTA-OPEN.

           OPEN INPUT PERIODO.
           PERFORM 0239-VALIDATE-PERIODO-OPEN.

      *----> REGISTRO DE CHEQUES PRESERVADO ENTRE RUNS; CRIA NO
      *----> PRIMEIRO USO.
           OPEN I-O CHEQUE.
           IF WK-FS-CHEQUE EQUAL "35"
               OPEN OUTPUT CHEQUE
               CLOSE CHEQUE
               OPEN I-O CHEQUE
           END-IF.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CHEQUE
                       " NA ABERTURA DO ARQUIVO CHEQUE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-EMISSAO.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       0160-LE-DATA-MOVIMENTO SECTION.
      *----> AS FOLHAS NASCEM COM A DATA DE MOVIMENTO CORRENTE
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
      ******************************************************************
       0200-VALIDATE-DATA SECTION.
       0210-VALIDATE-PEDIDOS-OPEN.
           EVALUATE WK-FS-PEDIDOS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: " WK-FS-PEDIDOS
                           " NA ABERTURA DO ARQUIVO DE PEDIDOS"
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
           READ CHQPED
               AT END
                   MOVE "10" TO WK-FS-PEDIDOS
               NOT AT END
                   ADD 1 TO WK-QTD-LIDOS
                   PERFORM 0340-VALIDA-PEDIDO
                   EVALUATE TRUE
                       WHEN PEDIDO-VALIDO
                           PERFORM 0320-EMITE-TALAO
                       WHEN PEDIDO-JA-EMITIDO
                           PERFORM 0365-PEDIDO-JA-EMITIDO
                       WHEN OTHER
                           PERFORM 0360-RECUSA-PEDIDO
                   END-EVALUATE
           END-READ.
      *
       0320-EMITE-TALAO SECTION.
      *----> AS FOLHAS DO TALAO NOVO VEM LOGO APOS A ULTIMA JA
      *----> EMITIDA PARA A CONTA, TODAS COM STATUS "EMITIDO". TALAO
      *----> DO PEDIDO INTERROMPIDO NO MEIO E COMPLETADO NAS FOLHAS
      *----> QUE FALTAM, COM O MESMO NUMERO DE TALAO.
           IF WK-FOLHAS-DO-PEDIDO EQUAL ZEROS
               COMPUTE WK-PRIMEIRO-NUMERO = WK-ULTIMO-NUMERO + 1
               COMPUTE WK-TALAO-NOVO      = WK-ULTIMO-TALAO + 1
           ELSE
               MOVE WK-PRIMEIRO-DO-PEDIDO TO WK-PRIMEIRO-NUMERO
               MOVE WK-TALAO-DO-PEDIDO    TO WK-TALAO-NOVO
               DISPLAY "CHQEMIS: TALAO " WK-TALAO-NOVO " DA CONTA "
                       CP-IDCONTA " INTERROMPIDO COM "
                       WK-FOLHAS-DO-PEDIDO " FOLHA(S) - COMPLETADO"
           END-IF.
           COMPUTE WK-IND-INICIAL = WK-FOLHAS-DO-PEDIDO + 1.
           PERFORM 0325-GRAVA-FOLHA
               VARYING WK-IND-FOLHA FROM WK-IND-INICIAL BY 1
               UNTIL WK-IND-FOLHA GREATER THAN WK-QTD-FOLHAS.

           ADD 1             TO WK-QTD-EMITIDOS.
           ADD WK-QTD-FOLHAS TO WK-QTD-FOLHAS-EMIT.
           MOVE CP-IDCONTA          TO DET-IDCONTA.
           MOVE WK-TALAO-NOVO       TO DET-TALAO.
           MOVE WK-PRIMEIRO-NUMERO  TO DET-PRIMEIRA.
           COMPUTE DET-ULTIMA = WK-PRIMEIRO-NUMERO + WK-QTD-FOLHAS - 1.
           MOVE WK-QTD-FOLHAS       TO DET-FOLHAS.
           MOVE "EMITIDO"           TO DET-SITUACAO.
           MOVE SPACES              TO DET-MOTIVO.
           MOVE WK-LIN-DETALHE      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           EXIT SECTION.
      *
       0325-GRAVA-FOLHA.
           MOVE SPACES              TO REG-CHEQUE.
           MOVE CP-IDCONTA          TO CQ-IDCONTA.
           COMPUTE CQ-NUMERO = WK-PRIMEIRO-NUMERO + WK-IND-FOLHA - 1.
           MOVE WK-TALAO-NOVO       TO CQ-TALAO.
           MOVE WK-DATA-MOVIMENTO   TO CQ-DATA-EMISSAO.
           SET CHEQUE-EMITIDO       TO TRUE.
           MOVE ZEROS               TO CQ-VALOR
                                       CQ-DATA-APRES
                                       CQ-SEQ-APRES
                                       CQ-BANCO-APRES
                                       CQ-QTD-APRES
                                       CQ-DATA-PAGTO
                                       CQ-IDTRANS
                                       CQ-DATA-DEV
                                       CQ-DATA-SUST.
           MOVE WK-QTD-LIDOS        TO CQ-SEQ-PEDIDO.
           WRITE REG-CHEQUE.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CHEQUE
                       " AO GRAVAR A FOLHA " CQ-NUMERO
                       " DA CONTA " CQ-IDCONTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0340-VALIDA-PEDIDO SECTION.
           SET PEDIDO-VALIDO TO TRUE.
           MOVE SPACES TO WK-MOTIVO.

           IF CP-IDCONTA NOT NUMERIC
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA NAO NUMERICA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

           IF CP-QTD-FOLHAS NOT NUMERIC OR CP-QTD-FOLHAS EQUAL ZEROS
               MOVE WK-FOLHAS-PADRAO TO WK-QTD-FOLHAS
           ELSE
               MOVE CP-QTD-FOLHAS    TO WK-QTD-FOLHAS
           END-IF.
           IF WK-QTD-FOLHAS GREATER THAN WK-FOLHAS-MAXIMO
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "QUANTIDADE DE FOLHAS ACIMA DO MAXIMO"
                                    TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

           MOVE CP-IDCONTA TO IDCONTA.
           READ CADCONTA
               INVALID KEY
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE "CONTA NAO CADASTRADA" TO WK-MOTIVO
           END-READ.
           IF PEDIDO-INVALIDO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

      *----> CHEQUE SO PARA CONTA CORRENTE ATIVA NA MOEDA BASE - A
      *----> COMPENSACAO E SEMPRE EM REAIS.
           IF NOT CONTA-CORRENTE
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA NAO E CONTA CORRENTE" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF NOT CONTA-ATIVA
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA NAO ATIVA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF MOEDA-CONTA NOT EQUAL SPACES
                   AND MOEDA-CONTA NOT EQUAL "BRL"
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "CONTA EM MOEDA ESTRANGEIRA" TO WK-MOTIVO
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.

           PERFORM 0350-LOCALIZA-ULTIMA-FOLHA.
      *----> O PEDIDO E A LINHA DO CHQPED NA DATA DE MOVIMENTO: COM AS
      *----> FOLHAS TODAS GRAVADAS (REEXECUCAO COM O MESMO ARQUIVO) NAO
      *----> HA NOVO TALAO; COM PARTE DELAS, O TALAO E COMPLETADO
           IF WK-FOLHAS-DO-PEDIDO NOT LESS THAN WK-QTD-FOLHAS
               SET PEDIDO-JA-EMITIDO TO TRUE
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           IF WK-FOLHAS-DO-PEDIDO GREATER THAN ZEROS
               GO TO 0340-VALIDA-PEDIDO-EXIT
           END-IF.
           COMPUTE WK-NUMERO-FINAL = WK-ULTIMO-NUMERO + WK-QTD-FOLHAS.
           IF WK-NUMERO-FINAL GREATER THAN 999999
                   OR WK-ULTIMO-TALAO EQUAL 9999
               SET PEDIDO-INVALIDO TO TRUE
               MOVE "NUMERACAO DE CHEQUES DA CONTA ESGOTADA"
                                    TO WK-MOTIVO
           END-IF.
       0340-VALIDA-PEDIDO-EXIT.
           EXIT.
      *
       0350-LOCALIZA-ULTIMA-FOLHA SECTION.
      *----> PERCORRE AS FOLHAS DA CONTA NA ORDEM DA CHAVE - A ULTIMA
      *----> LIDA E A DE MAIOR NUMERO. CONTA TAMBEM AS FOLHAS JA
      *----> GRAVADAS PELO PEDIDO DA LINHA.
           MOVE ZEROS TO WK-ULTIMO-NUMERO.
           MOVE ZEROS TO WK-ULTIMO-TALAO.
           MOVE ZEROS TO WK-FOLHAS-DO-PEDIDO.
           MOVE CP-IDCONTA TO CQ-IDCONTA.
           MOVE ZEROS      TO CQ-NUMERO.
           START CHEQUE KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-BUSCA
           END-START.
           IF WK-FS-CHEQUE NOT EQUAL "00"
               MOVE "10" TO WK-FS-BUSCA
           ELSE
               MOVE "00" TO WK-FS-BUSCA
           END-IF.

           PERFORM 0355-LE-FOLHA-DA-CONTA
               UNTIL WK-FS-BUSCA EQUAL "10".
           EXIT SECTION.
      *
       0355-LE-FOLHA-DA-CONTA.
           READ CHEQUE NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-BUSCA
               NOT AT END
                   IF CQ-IDCONTA NOT EQUAL CP-IDCONTA
                       MOVE "10" TO WK-FS-BUSCA
                   ELSE
                       MOVE CQ-NUMERO TO WK-ULTIMO-NUMERO
                       IF CQ-TALAO GREATER THAN WK-ULTIMO-TALAO
                           MOVE CQ-TALAO TO WK-ULTIMO-TALAO
                       END-IF
                       IF CQ-SEQ-PEDIDO NUMERIC
                               AND CQ-SEQ-PEDIDO EQUAL WK-QTD-LIDOS
                               AND CQ-DATA-EMISSAO
                                   EQUAL WK-DATA-MOVIMENTO
                           ADD 1 TO WK-FOLHAS-DO-PEDIDO
                           IF WK-FOLHAS-DO-PEDIDO EQUAL 1
                               MOVE CQ-NUMERO TO WK-PRIMEIRO-DO-PEDIDO
                               MOVE CQ-TALAO  TO WK-TALAO-DO-PEDIDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       0360-RECUSA-PEDIDO SECTION.
           ADD 1 TO WK-QTD-RECUSADOS.
           DISPLAY "CHQEMIS: PEDIDO DA CONTA " CP-IDCONTA
                   " RECUSADO: " WK-MOTIVO.
           MOVE CP-IDCONTA     TO DET-IDCONTA.
           MOVE ZEROS          TO DET-TALAO.
           MOVE ZEROS          TO DET-PRIMEIRA.
           MOVE ZEROS          TO DET-ULTIMA.
           IF CP-QTD-FOLHAS NUMERIC
               MOVE CP-QTD-FOLHAS TO DET-FOLHAS
           ELSE
               MOVE ZEROS         TO DET-FOLHAS
           END-IF.
           MOVE "RECUSADO"     TO DET-SITUACAO.
           MOVE WK-MOTIVO      TO DET-MOTIVO.
           MOVE WK-LIN-DETALHE TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0365-PEDIDO-JA-EMITIDO SECTION.
           ADD 1 TO WK-QTD-JA-EMITIDOS.
           DISPLAY "CHQEMIS: PEDIDO DA CONTA " CP-IDCONTA
                   " JA EMITIDO NA DATA - TALAO " WK-TALAO-DO-PEDIDO.
           MOVE CP-IDCONTA            TO DET-IDCONTA.
           MOVE WK-TALAO-DO-PEDIDO    TO DET-TALAO.
           MOVE WK-PRIMEIRO-DO-PEDIDO TO DET-PRIMEIRA.
           COMPUTE DET-ULTIMA = WK-PRIMEIRO-DO-PEDIDO
                              + WK-FOLHAS-DO-PEDIDO - 1.
           MOVE WK-FOLHAS-DO-PEDIDO   TO DET-FOLHAS.
           MOVE "JA EMITIDO"          TO DET-SITUACAO.
           MOVE "TALAO JA EMITIDO NESTA DATA DE MOVIMENTO"
                                      TO DET-MOTIVO.
           MOVE WK-LIN-DETALHE        TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0600-TOTAIS SECTION.
       0690-TOTAIS-GERAIS.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "PEDIDOS LIDOS................."
                                     TO LG-LITERAL.
           MOVE WK-QTD-LIDOS         TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "TALOES EMITIDOS..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-EMITIDOS      TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "FOLHAS EMITIDAS..............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-FOLHAS-EMIT   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "PEDIDOS RECUSADOS............."
                                     TO LG-LITERAL.
           MOVE WK-QTD-RECUSADOS     TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.

           MOVE "PEDIDOS JA EMITIDOS NA DATA..."
                                     TO LG-LITERAL.
           MOVE WK-QTD-JA-EMITIDOS   TO LG-QTD.
           MOVE WK-LIN-CONTAGEM      TO WK-LINHA-IMP.
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
           CLOSE CHQPED.
           CLOSE CADCONTA.
           CLOSE CHEQUE.
           CLOSE PERIODO.
           CLOSE REL-EMISSAO.
           DISPLAY "CHQEMIS: PEDIDOS LIDOS......... " WK-QTD-LIDOS.
           DISPLAY "CHQEMIS: TALOES EMITIDOS....... " WK-QTD-EMITIDOS.
           DISPLAY "CHQEMIS: FOLHAS EMITIDAS....... "
                   WK-QTD-FOLHAS-EMIT.
           DISPLAY "CHQEMIS: PEDIDOS RECUSADOS..... " WK-QTD-RECUSADOS.
           DISPLAY "CHQEMIS: PEDIDOS JA EMITIDOS... "
                   WK-QTD-JA-EMITIDOS.
           IF WK-QTD-RECUSADOS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CHQEMIS.
