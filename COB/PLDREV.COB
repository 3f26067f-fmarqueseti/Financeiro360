      ******************************************************************
      * FILE NAME   : PLDREV                                           *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : REVISAO DOS CASOS DA TRIAGEM DE ATIVIDADE        *
      *               SUSPEITA - MENU ACCEPT/DISPLAY NO ESPIRITO DO    *
      *               APROVREV EM QUE O COMPLIANCE LISTA OS CASOS      *
      *               ABERTOS PELO PLDTRIA, ARQUIVA (CASO ESCLARECIDO) *
      *               OU ESCALA CADA UM, COM PARECER; CADA DECISAO E   *
      *               AUDITADA EM CONTAAUD.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDREV.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLDCASO ASSIGN DYNAMIC WK-ARQ-PLDCASO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-IDCASO
           ALTERNATE KEY IS CS-ORIGEM
           FILE STATUS IS WK-FS-PLDCASO.

           SELECT OPERADOR ASSIGN DYNAMIC WK-ARQ-OPERADOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ID
           FILE STATUS IS WK-FS-OPERADOR.

      *----> AUDITORIA DAS DECISOES - MESMO ARQUIVO E LAYOUT DA
      *----> MANUTENCAO ONLINE (CONTAMAN)
           SELECT CONTAAUD ASSIGN DYNAMIC WK-ARQ-CONTAAUD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WK-FS-CONTAAUD.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PLDCASO.
       COPY PLDCASO.

       FD OPERADOR.
       COPY OPERADOR.

       FD CONTAAUD.
       COPY CONTAAUD.

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PLDCASO           PIC X(100)   VALUE
           "C:\teste\pldcaso.dat".
       77  WK-ARQ-OPERADOR          PIC X(100)   VALUE
           "C:\teste\operador.dat".
       77  WK-ARQ-CONTAAUD          PIC X(100)   VALUE
           "C:\teste\contaaud.txt".
       COPY FINCFG.
       77  WK-FS-PLDCASO            PIC X(2)      VALUE SPACES.
       77  WK-FS-OPERADOR           PIC X(2)      VALUE SPACES.
       77  WK-FS-CONTAAUD           PIC X(2)      VALUE SPACES.

       77  WK-OPERADOR              PIC X(08)     VALUE SPACES.
       77  WK-OPCAO                 PIC X(01)     VALUE SPACES.
       77  WK-CONFIRMA              PIC X(01)     VALUE SPACES.
       77  WK-IDCASO-INF            PIC X(08)     VALUE SPACES.
       77  WK-PARECER               PIC X(40)     VALUE SPACES.
       77  WK-STATUS-ANTIGO         PIC X(10)     VALUE SPACES.
       77  WK-QTD-LISTADOS          PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ARQUIVADOS        PIC 9(06)     VALUE ZEROS.
       77  WK-QTD-ESCALADOS         PIC 9(06)     VALUE ZEROS.
       01  WK-DATA-SISTEMA          PIC 9(08)     VALUE ZEROS.
       01  WK-HORA-SISTEMA.
           03  WK-HS-HH             PIC X(02).
           03  WK-HS-MM             PIC X(02).
           03  WK-HS-SS             PIC X(02).
           03  FILLER               PIC X(02).
       01  WK-SW-FIM                PIC X         VALUE "N".
           88  SESSAO-ENCERRADA                   VALUE "S".
           88  SESSAO-ATIVA                       VALUE "N".
       01  WK-SW-CASO               PIC X         VALUE "N".
           88  CASO-LOCALIZADO                    VALUE "S".
           88  CASO-NAO-LOCALIZADO                VALUE "N".
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0150-IDENTIFICA-OPERADOR.

           PERFORM 0310-MENU-PRINCIPAL
               UNTIL SESSAO-ENCERRADA.

           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "PLDCASO" TO CFG-NOME.
           MOVE WK-ARQ-PLDCASO TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PLDCASO.
           MOVE "OPERADOR" TO CFG-NOME.
           MOVE WK-ARQ-OPERADOR TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-OPERADOR.
           MOVE "CONTAAUD" TO CFG-NOME.
           MOVE WK-ARQ-CONTAAUD TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-CONTAAUD.
      *
       0110-OPEN-DATA.
           OPEN I-O PLDCASO.
           IF WK-FS-PLDCASO EQUAL "35"
               DISPLAY "PLDREV: NENHUM CASO DE TRIAGEM REGISTRADO"
               GOBACK
           END-IF.
           IF WK-FS-PLDCASO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PLDCASO
                       " NA ABERTURA DO ARQUIVO PLDCASO"
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
      *
       0150-IDENTIFICA-OPERADOR.
      *----> A DECISAO DOS CASOS E DO PERFIL DE COMPLIANCE (OU DO
      *----> ADMINISTRADOR); A TENTATIVA NEGADA FICA NA AUDITORIA.
           OPEN INPUT OPERADOR.
           IF WK-FS-OPERADOR NOT EQUAL "00"
               DISPLAY "PLDREV: CADASTRO DE OPERADORES INDISPONIVEL"
                       " (" WK-FS-OPERADOR ") - EXECUTAR OPERCAD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0155-PEDE-OPERADOR
               UNTIL WK-OPERADOR NOT EQUAL SPACES.

           MOVE WK-OPERADOR TO OM-ID.
           READ OPERADOR
               INVALID KEY
                   DISPLAY "PLDREV: OPERADOR " WK-OPERADOR
                           " NAO CADASTRADO - SESSAO RECUSADA"
                   PERFORM 0395-AUDITA-NEGADO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF OPERADOR-INATIVO
                   OR (NOT PERFIL-COMPLIANCE AND NOT PERFIL-ADMIN)
               DISPLAY "PLDREV: OPERADOR " WK-OPERADOR
                       " SEM PERFIL DE COMPLIANCE - SESSAO RECUSADA"
               PERFORM 0395-AUDITA-NEGADO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PLDREV: OPERADOR " OM-NOME
                   " (PERFIL " OM-PERFIL ") CONECTADO".
      *
       0155-PEDE-OPERADOR.
           DISPLAY "PLDREV: INFORME O CODIGO DO OPERADOR: "
                   WITH NO ADVANCING.
           ACCEPT WK-OPERADOR.
      ******************************************************************
       0300-PROCESS-DATA SECTION.
       0310-MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "+====================================+".
           DISPLAY "* PLDREV - CASOS DE TRIAGEM          *".
           DISPLAY "* 1 - LISTAR CASOS EM ABERTO         *".
           DISPLAY "* 2 - ARQUIVAR CASO (ESCLARECIDO)    *".
           DISPLAY "* 3 - ESCALAR CASO                   *".
           DISPLAY "* 9 - ENCERRAR SESSAO                *".
           DISPLAY "+====================================+".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WK-OPCAO.

           EVALUATE WK-OPCAO
               WHEN "1"
                   PERFORM 0320-LISTA-CASOS
               WHEN "2"
                   PERFORM 0340-ARQUIVA-CASO
               WHEN "3"
                   PERFORM 0350-ESCALA-CASO
               WHEN "9"
                   SET SESSAO-ENCERRADA TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
      *
       0320-LISTA-CASOS.
           MOVE ZEROS TO WK-QTD-LISTADOS.
           MOVE LOW-VALUES TO CS-IDCASO.
           START PLDCASO KEY IS NOT LESS THAN CS-IDCASO
               INVALID KEY
                   MOVE "10" TO WK-FS-PLDCASO
           END-START.
           PERFORM 0325-LISTA-CASO
               UNTIL WK-FS-PLDCASO EQUAL "10".
           MOVE "00" TO WK-FS-PLDCASO.
           DISPLAY "PLDREV: " WK-QTD-LISTADOS " CASOS EM ABERTO".
      *
       0325-LISTA-CASO.
           READ PLDCASO NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-PLDCASO
               NOT AT END
                   IF CASO-ABERTO OR CASO-ESCALADO
                       ADD 1 TO WK-QTD-LISTADOS
                       DISPLAY "  CASO " CS-IDCASO
                               " DATA " CS-DATA
                               " CONTA " CS-IDCONTA
                               " REGRA " CS-REGRA
                               " QTD " CS-QTD
                               " VALOR " CS-VALOR
                               " STATUS " CS-STATUS
                   END-IF
           END-READ.
      *
       0330-LOCALIZA-CASO.
           SET CASO-NAO-LOCALIZADO TO TRUE.
           DISPLAY "ID DO CASO: " WITH NO ADVANCING.
           ACCEPT WK-IDCASO-INF.
           IF WK-IDCASO-INF NOT NUMERIC
               DISPLAY "ID NAO NUMERICO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WK-IDCASO-INF TO CS-IDCASO.
           READ PLDCASO
               INVALID KEY
                   DISPLAY "CASO " WK-IDCASO-INF " NAO EXISTE"
               NOT INVALID KEY
                   IF CASO-ARQUIVADO
                       DISPLAY "CASO " CS-IDCASO " JA ARQUIVADO EM "
                               CS-DATA-DECISAO " POR "
                               CS-OPER-DECISAO
                   ELSE
                       SET CASO-LOCALIZADO TO TRUE
                   END-IF
           END-READ.
           IF CASO-NAO-LOCALIZADO
               EXIT PARAGRAPH
           END-IF.
           IF CASO-ABERTO
               MOVE "ABERTO"   TO WK-STATUS-ANTIGO
           ELSE
               MOVE "ESCALADO" TO WK-STATUS-ANTIGO
           END-IF.
           DISPLAY "CASO " CS-IDCASO " CONTA " CS-IDCONTA
                   " REGRA " CS-REGRA " VALOR " CS-VALOR
                   " REFERENCIA " CS-REFERENCIA
                   " LANCTO " CS-IDTRANS.
           IF CS-PARECER NOT EQUAL SPACES
               DISPLAY "PARECER ANTERIOR: " CS-PARECER
           END-IF.
      *
       0335-PEDE-PARECER.
           MOVE SPACES TO WK-PARECER.
           PERFORM 0336-LE-PARECER
               UNTIL WK-PARECER NOT EQUAL SPACES.
      *
       0336-LE-PARECER.
           DISPLAY "PARECER (OBRIGATORIO): " WITH NO ADVANCING.
           ACCEPT WK-PARECER.
      *
       0340-ARQUIVA-CASO.
      *----> ARQUIVA O CASO ABERTO OU O ESCALADO JA APURADO
           PERFORM 0330-LOCALIZA-CASO.
           IF CASO-NAO-LOCALIZADO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ARQUIVAR CASO " CS-IDCASO " (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WK-CONFIRMA.
           IF WK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ARQUIVAMENTO NAO CONFIRMADO - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0335-PEDE-PARECER.

           MOVE "C"         TO CS-STATUS.
           PERFORM 0360-GRAVA-DECISAO.
           ADD 1 TO WK-QTD-ARQUIVADOS.
           DISPLAY "CASO " CS-IDCASO " ARQUIVADO".
      *
       0350-ESCALA-CASO.
           PERFORM 0330-LOCALIZA-CASO.
           IF CASO-NAO-LOCALIZADO
               EXIT PARAGRAPH
           END-IF.
           IF CASO-ESCALADO
               DISPLAY "CASO " CS-IDCASO " JA ESCALADO EM "
                       CS-DATA-DECISAO " POR " CS-OPER-DECISAO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ESCALAR CASO " CS-IDCASO " (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WK-CONFIRMA.
           IF WK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ESCALACAO NAO CONFIRMADA - NADA FEITO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0335-PEDE-PARECER.

           MOVE "E"         TO CS-STATUS.
           PERFORM 0360-GRAVA-DECISAO.
           ADD 1 TO WK-QTD-ESCALADOS.
           DISPLAY "CASO " CS-IDCASO " ESCALADO".
      *
       0360-GRAVA-DECISAO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WK-DATA-SISTEMA TO CS-DATA-DECISAO.
           MOVE WK-OPERADOR     TO CS-OPER-DECISAO.
           MOVE WK-PARECER      TO CS-PARECER.
           REWRITE REG-PLDCASO.
           IF WK-FS-PLDCASO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-PLDCASO
                       " AO REGRAVAR O CASO " CS-IDCASO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0390-AUDITA-DECISAO.
      *
       0390-AUDITA-DECISAO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
      *----> A AREA DO REGISTRO NASCE COM LOW-VALUES - OS FILLERS
      *----> SEPARADORES PRECISAM VIRAR ESPACOS ANTES DA GRAVACAO
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE WK-OPERADOR     TO AU-OPERADOR.
           MOVE CS-IDCONTA      TO AU-IDCONTA.
           MOVE "PLDCAS"        TO AU-CAMPO.
           STRING "CASO " CS-IDCASO " " WK-STATUS-ANTIGO
               DELIMITED BY SIZE INTO AU-VALOR-ANTIGO.
           IF CASO-ARQUIVADO
               MOVE "ARQUIVADO" TO AU-VALOR-NOVO
           ELSE
               MOVE "ESCALADO"  TO AU-VALOR-NOVO
           END-IF.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DA DECISAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0395-AUDITA-NEGADO.
      *----> CONTAAUD JA ESTA ABERTO EM EXTEND DESDE A PARTIDA -
      *----> GRAVA DIRETO, COMO NO APROVREV.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           MOVE SPACES          TO REG-CONTAAUD.
           MOVE WK-DATA-SISTEMA TO AU-DATA.
           MOVE WK-HS-HH        TO AU-HH.
           MOVE WK-HS-MM        TO AU-MM.
           MOVE WK-HS-SS        TO AU-SS.
           MOVE WK-OPERADOR     TO AU-OPERADOR.
           MOVE SPACES          TO AU-IDCONTA.
           MOVE "PLD"           TO AU-CAMPO.
           MOVE "ACESSO"        TO AU-VALOR-ANTIGO.
           MOVE "NEGADO"        TO AU-VALOR-NOVO.
           WRITE REG-CONTAAUD.
           IF WK-FS-CONTAAUD NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-CONTAAUD
                       " AO GRAVAR A AUDITORIA DA RECUSA"
           END-IF.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE PLDCASO.
           CLOSE CONTAAUD.
           CLOSE OPERADOR.
           DISPLAY "PLDREV: ARQUIVADOS............. "
                   WK-QTD-ARQUIVADOS.
           DISPLAY "PLDREV: ESCALADOS.............. "
                   WK-QTD-ESCALADOS.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM PLDREV.
