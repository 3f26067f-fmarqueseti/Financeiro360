      ******************************************************************
      * FILE NAME   : CICLOTEND                                        *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TENDENCIA DA JANELA DO CICLO NOTURNO - LE O LOG  *
      *               DE OPERACOES E O RUN CONTROL DAS ULTIMAS N DATAS *
      *               DE MOVIMENTO E IMPRIME, PARA CADA PASSO DA       *
      *               CADEIA FINANCAS, O TEMPO DECORRIDO NOITE A       *
      *               NOITE, A MEDIA E O PIOR CASO, DESTACANDO OS      *
      *               PASSOS DA NOITE CORRENTE QUE PASSARAM DA MEDIA   *
      *               ALEM DO PERCENTUAL PARAMETRIZADO. COM A MEDIA    *
      *               DOS PASSOS AINDA NAO COMPLETOS NA DATA, PROJETA  *
      *               A HORA DE FIM DA CADEIA NUM REINICIO TARDIO E A  *
      *               COMPARA COM O HORARIO LIMITE DA MANHA.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOTEND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO ASSIGN DYNAMIC WK-ARQ-PERIODO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PC-CHAVE
               FILE STATUS  IS WK-FS-PERIODO.
      *
           SELECT RUNCTL ASSIGN DYNAMIC WK-ARQ-RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RC-CHAVE
               FILE STATUS  IS WK-FS-RUNCTL.
      *
           SELECT OPERLOG ASSIGN DYNAMIC WK-ARQ-OPERLOG
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-OPERLOG.
      *
      *----> PARAMETROS NA LINHA 1 (OPCIONAIS): NOITES DE HISTORICO,
      *----> PERCENTUAL DE TOLERANCIA SOBRE A MEDIA, HORA DO REINICIO
      *----> (HHMM) E HORARIO LIMITE DA MANHA (HHMM)
           SELECT PARM-CICLOTEND ASSIGN DYNAMIC WK-ARQ-PARM-CICLOTEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WK-FS-PARM.
      *
           SELECT REL-TENDENCIA ASSIGN DYNAMIC WK-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS WK-FS-RELATORIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO.
       COPY PERIODO.

       FD  RUNCTL.
       COPY RUNCTL.

       FD  OPERLOG.
       01  REG-OPERLOG               PIC X(80).

       FD  PARM-CICLOTEND.
       01  REG-PARM-CICLOTEND.
           03  PM-NOITES             PIC X(02).
           03  PM-PERCENTUAL         PIC X(03).
           03  PM-REINICIO           PIC X(04).
           03  PM-LIMITE             PIC X(04).

       FD  REL-TENDENCIA.
       01  REG-IMPRESSAO             PIC X(132).

       WORKING-STORAGE SECTION.
      *----> CAMINHOS DOS ARQUIVOS - DEFAULTS HISTORICOS,
      *----> RESOLVIDOS NA PARTIDA PELA CONFIGURACAO DE
      *----> AMBIENTE (FINCFG)
       77  WK-ARQ-PERIODO           PIC X(100)   VALUE
           "C:\teste\periodo.dat".
       77  WK-ARQ-RUNCTL            PIC X(100)   VALUE
           "C:\teste\financas-runctl.dat".
       77  WK-ARQ-OPERLOG           PIC X(100)   VALUE
           "C:\teste\financas-operlog.txt".
       77  WK-ARQ-PARM-CICLOTEND    PIC X(100)   VALUE
           "C:\teste\ciclotend-parm.txt".
       77  WK-ARQ-RELATORIO         PIC X(100)   VALUE
           "C:\teste\ciclotend-rel.txt".
       COPY FINCFG.
       77  WK-FS-PERIODO             PIC X(02)    VALUE ZEROS.
       77  WK-FS-RUNCTL              PIC X(02)    VALUE ZEROS.
       77  WK-FS-OPERLOG             PIC X(02)    VALUE ZEROS.
       77  WK-FS-PARM                PIC X(02)    VALUE ZEROS.
       77  WK-FS-RELATORIO           PIC X(02)    VALUE ZEROS.

       77  WK-DATA-MOVIMENTO         PIC 9(08)    VALUE ZEROS.

      *----> PARAMETROS E SEUS PADROES: 20 NOITES, 20% ACIMA DA
      *----> MEDIA, REINICIO NA HORA DA EXECUCAO, LIMITE AS 06:00
       77  WK-NOITES                 PIC 9(02)    VALUE 20.
       77  WK-PERCENTUAL             PIC 9(03)    VALUE 20.
       01  WK-HHMM-X                 PIC X(04)    VALUE SPACES.
       01  WK-HHMM REDEFINES WK-HHMM-X.
           03  WK-HHMM-HH            PIC 9(02).
           03  WK-HHMM-MM            PIC 9(02).
       77  WK-SEG-REINICIO           PIC S9(07)   VALUE ZEROS.
       77  WK-SEG-LIMITE             PIC S9(07)   VALUE 21600.
       01  WK-SW-REINICIO            PIC X(01)    VALUE "N".
           88  REINICIO-INFORMADO                 VALUE "S".

      *----> DATAS DE MOVIMENTO DA JANELA, EM ORDEM CRESCENTE; A
      *----> ULTIMA E A DATA CORRENTE
       77  WK-QTD-DATAS              PIC 9(02)    VALUE ZEROS COMP.
       01  WK-TAB-DATAS.
           03  TD-DATA               PIC 9(08)    OCCURS 31 TIMES.
       77  WK-IX-DATA                PIC 9(02)    VALUE ZEROS COMP.
       77  WK-IX-HOJE                PIC 9(02)    VALUE ZEROS COMP.

      *----> PASSOS DA CADEIA NA ORDEM EM QUE APARECEM NO LOG, COM O
      *----> TEMPO DE CADA NOITE DA JANELA
       77  WK-QTD-PASSOS             PIC 9(02)    VALUE ZEROS COMP.
       01  WK-TAB-PASSOS.
           03  TP-ENT                OCCURS 40 TIMES.
               05  TP-PASSO          PIC X(10).
               05  TP-NOITES         PIC 9(02).
               05  TP-SOMA           PIC S9(09).
               05  TP-MEDIA          PIC S9(07).
               05  TP-PIOR           PIC S9(07).
               05  TP-DATA-PIOR      PIC 9(08).
               05  TP-COMPLETO       PIC X(01).
               05  TP-NOITE          OCCURS 31 TIMES.
                   07  TN-SEG-INI    PIC S9(07).
                   07  TN-TEM-INI    PIC X(01).
                   07  TN-SEG        PIC S9(07).
                   07  TN-TEM        PIC X(01).
       77  WK-IX                     PIC 9(02)    VALUE ZEROS COMP.
       77  WK-IX-PASSO               PIC 9(02)    VALUE ZEROS COMP.
       77  WK-IX-ENTRADA             PIC 9(02)    VALUE ZEROS COMP.

      *----> ESPELHO DO LAYOUT DO LOG DE OPERACOES (FINANCAS)
       01  WK-REG-LOG-E.
           03  LE-DATA               PIC X(08).
           03  FILLER                PIC X(01).
           03  LE-HH                 PIC X(02).
           03  FILLER                PIC X(01).
           03  LE-MM                 PIC X(02).
           03  FILLER                PIC X(01).
           03  LE-SS                 PIC X(02).
           03  FILLER                PIC X(01).
           03  LE-PASSO              PIC X(10).
           03  FILLER                PIC X(01).
           03  LE-EVENTO             PIC X(12).
           03  FILLER                PIC X(04).
           03  LE-RC                 PIC X(04).
           03  FILLER                PIC X(26).
       77  WK-DATA-LOG               PIC 9(08)    VALUE ZEROS.

      *----> TEMPOS EM SEGUNDOS
       77  WK-SEGUNDOS               PIC S9(07)   VALUE ZEROS.
       77  WK-DECORRIDO              PIC S9(07)   VALUE ZEROS.
       77  WK-TEMPO-HOJE             PIC S9(07)   VALUE ZEROS.
       77  WK-TOLERADO               PIC S9(09)   VALUE ZEROS.
       77  WK-VARIACAO               PIC S9(05)   VALUE ZEROS.
       77  WK-HORA-NUM               PIC 9(02)    VALUE ZEROS.
       77  WK-MIN-NUM                PIC 9(02)    VALUE ZEROS.
       77  WK-SEG-NUM                PIC 9(02)    VALUE ZEROS.
       77  WK-RESTO-SEG              PIC 9(07)    VALUE ZEROS.
       77  WK-SEG-PREVISTO           PIC S9(07)   VALUE ZEROS.
       77  WK-SEG-LIMITE-ABS         PIC S9(07)   VALUE ZEROS.
       77  WK-DIA-SEGUINTE           PIC X(03)    VALUE SPACES.
       01  WK-HORA-SISTEMA.
           03  WK-HS-HH              PIC 9(02).
           03  WK-HS-MM              PIC 9(02).
           03  WK-HS-SS              PIC 9(02).
           03  FILLER                PIC X(02).

      *----> TOTAIS
       77  WK-QTD-ACIMA              PIC 9(02)    VALUE ZEROS.
       77  WK-QTD-PENDENTES          PIC 9(02)    VALUE ZEROS.
       77  WK-QTD-SEM-MEDIA          PIC 9(02)    VALUE ZEROS.
       77  WK-SEG-RESTANTE           PIC S9(07)   VALUE ZEROS.
       77  WK-SEG-CADEIA             PIC S9(07)   VALUE ZEROS.

      *---> Controle de paginacao
       77  WK-PAGINA                 PIC 9(04)    VALUE ZEROS.
       77  WK-LINHAS                 PIC 9(02)    VALUE 99.
       77  WK-LINHAS-MAX             PIC 9(02)    VALUE 56.

       01  WK-LINHA-IMP              PIC X(132)   VALUE SPACES.
       01  WK-LIN-CAB1.
           03  FILLER                PIC X(48)    VALUE
               "FINANCEIRO360 - TENDENCIA DA JANELA DO CICLO".
           03  FILLER                PIC X(12)    VALUE
               "DATA MOV.: ".
           03  CAB1-DATA             PIC 9(08).
           03  FILLER                PIC X(52)    VALUE SPACES.
           03  FILLER                PIC X(08)    VALUE "PAGINA: ".
           03  CAB1-PAGINA           PIC ZZZ9.

       01  WK-LIN-SECAO.
           03  SEC-TITULO            PIC X(90).

       01  WK-LIN-CAB2               PIC X(132)   VALUE SPACES.

       01  WK-CAB2-MEDIAS.
           03  FILLER                PIC X(12)    VALUE "PASSO".
           03  FILLER                PIC X(08)    VALUE "NOITES".
           03  FILLER                PIC X(10)    VALUE "MEDIA".
           03  FILLER                PIC X(10)    VALUE "PIOR".
           03  FILLER                PIC X(10)    VALUE "DATA PIOR".
           03  FILLER                PIC X(10)    VALUE "NA DATA".
           03  FILLER                PIC X(08)    VALUE "VARIAC.".
           03  FILLER                PIC X(20)    VALUE "SITUACAO".

       01  WK-LIN-MEDIA.
           03  MD-PASSO              PIC X(10).
           03  FILLER                PIC X(04)    VALUE SPACES.
           03  MD-NOITES             PIC Z9.
           03  FILLER                PIC X(04)    VALUE SPACES.
           03  MD-MEDIA              PIC X(08).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  MD-PIOR               PIC X(08).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  MD-DATA-PIOR          PIC X(08).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  MD-HOJE               PIC X(08).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  MD-VARIACAO           PIC X(06).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  MD-SITUACAO           PIC X(20).
       01  WK-VARIACAO-ED.
           03  VR-VALOR              PIC -ZZZ9.
           03  FILLER                PIC X(01)    VALUE "%".

       01  WK-LIN-NOITES.
           03  NT-PASSO              PIC X(10).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  NT-ENTRADA            OCCURS 6 TIMES.
               05  NT-DATA           PIC X(08).
               05  FILLER            PIC X(01).
               05  NT-TEMPO          PIC X(08).
               05  FILLER            PIC X(02).

       01  WK-CAB2-PROJECAO.
           03  FILLER                PIC X(12)    VALUE "PASSO".
           03  FILLER                PIC X(10)    VALUE "MEDIA".
           03  FILLER                PIC X(14)    VALUE "INICIO PREV.".
           03  FILLER                PIC X(14)    VALUE "FIM PREVISTO".
           03  FILLER                PIC X(30)    VALUE "OBSERVACAO".

       01  WK-LIN-PROJECAO.
           03  PJ-PASSO              PIC X(10).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  PJ-MEDIA              PIC X(08).
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  PJ-INICIO             PIC X(08).
           03  PJ-INICIO-DIA         PIC X(03).
           03  FILLER                PIC X(03)    VALUE SPACES.
           03  PJ-FIM                PIC X(08).
           03  PJ-FIM-DIA            PIC X(03).
           03  FILLER                PIC X(03)    VALUE SPACES.
           03  PJ-OBSERVACAO         PIC X(30).

       01  WK-LIN-AVISO.
           03  FILLER                PIC X(02)    VALUE SPACES.
           03  AV-TEXTO              PIC X(90).

       01  WK-TEMPO-ED.
           03  ED-HH                 PIC 9(02).
           03  FILLER                PIC X(01)    VALUE ":".
           03  ED-MM                 PIC 9(02).
           03  FILLER                PIC X(01)    VALUE ":".
           03  ED-SS                 PIC 9(02).
       01  WK-TEMPO-ED-2             PIC X(08)    VALUE SPACES.
       01  WK-TEMPO-ED-3             PIC X(08)    VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0010-PRINCIPAL.
           PERFORM 0105-RESOLVE-ARQUIVOS.
           PERFORM 0110-OPEN-DATA.
           PERFORM 0120-LE-PARAMETROS.
           PERFORM 0150-MONTA-JANELA-DE-DATAS.
           PERFORM 0160-MAPEIA-TEMPOS-DO-LOG.
           PERFORM 0170-MARCA-PASSOS-COMPLETOS.
           PERFORM 0300-CALCULA-MEDIAS.
           PERFORM 0600-IMPRIME-MEDIAS.
           PERFORM 0630-IMPRIME-NOITES.
           PERFORM 0660-IMPRIME-PROJECAO.
           PERFORM 0410-CLOSE-DATA.
           PERFORM 0500-END-PROGRAM.
      ******************************************************************
       0100-OPEN-DATA SECTION.
       0105-RESOLVE-ARQUIVOS.
           MOVE "PERIODO" TO CFG-NOME.
           MOVE WK-ARQ-PERIODO         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PERIODO.
           MOVE "RUNCTL" TO CFG-NOME.
           MOVE WK-ARQ-RUNCTL          TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RUNCTL.
           MOVE "OPERLOG" TO CFG-NOME.
           MOVE WK-ARQ-OPERLOG         TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-OPERLOG.
           MOVE "CICLOTEND-PARM" TO CFG-NOME.
           MOVE WK-ARQ-PARM-CICLOTEND  TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-PARM-CICLOTEND.
           MOVE "CICLOTEND-REL" TO CFG-NOME.
           MOVE WK-ARQ-RELATORIO       TO CFG-VALOR.
           CALL "FINCFG" USING CFG-PARM.
           MOVE CFG-VALOR TO WK-ARQ-RELATORIO.
      *
       0110-OPEN-DATA.
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
           MOVE WK-DATA-MOVIMENTO TO CAB1-DATA.
           CLOSE PERIODO.

           OPEN INPUT RUNCTL.
           IF WK-FS-RUNCTL NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RUNCTL
                       " NA ABERTURA DO ARQUIVO RUNCTL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-TENDENCIA.
           IF WK-FS-RELATORIO NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-RELATORIO
                       " NA ABERTURA DO ARQUIVO DE IMPRESSAO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0120-LE-PARAMETROS.
      *----> CAMPO AUSENTE OU INVALIDO FICA COM O PADRAO
           ACCEPT WK-HORA-SISTEMA FROM TIME.
           COMPUTE WK-SEG-REINICIO = (WK-HS-HH * 3600)
                                   + (WK-HS-MM * 60) + WK-HS-SS.
           OPEN INPUT PARM-CICLOTEND.
           IF WK-FS-PARM EQUAL "00"
               READ PARM-CICLOTEND
                   AT END
                       MOVE SPACES TO REG-PARM-CICLOTEND
               END-READ
               CLOSE PARM-CICLOTEND
               PERFORM 0125-VALIDA-PARAMETROS
           END-IF.
           DISPLAY "CICLOTEND: " WK-NOITES " NOITES DE HISTORICO, "
                   "TOLERANCIA DE " WK-PERCENTUAL "% SOBRE A MEDIA".
      *
       0125-VALIDA-PARAMETROS.
           IF PM-NOITES IS NUMERIC AND PM-NOITES NOT EQUAL "00"
               MOVE PM-NOITES TO WK-NOITES
               IF WK-NOITES GREATER THAN 30
                   MOVE 30 TO WK-NOITES
               END-IF
           END-IF.
           IF PM-PERCENTUAL IS NUMERIC
               MOVE PM-PERCENTUAL TO WK-PERCENTUAL
           END-IF.
           MOVE PM-REINICIO TO WK-HHMM-X.
           IF WK-HHMM-X IS NUMERIC
                   AND WK-HHMM-HH LESS THAN 24
                   AND WK-HHMM-MM LESS THAN 60
               COMPUTE WK-SEG-REINICIO = (WK-HHMM-HH * 3600)
                                       + (WK-HHMM-MM * 60)
               SET REINICIO-INFORMADO TO TRUE
           END-IF.
           MOVE PM-LIMITE TO WK-HHMM-X.
           IF WK-HHMM-X IS NUMERIC
                   AND WK-HHMM-HH LESS THAN 24
                   AND WK-HHMM-MM LESS THAN 60
               COMPUTE WK-SEG-LIMITE = (WK-HHMM-HH * 3600)
                                     + (WK-HHMM-MM * 60)
           END-IF.
      ******************************************************************
       0150-MONTA-JANELA-DE-DATAS SECTION.
      *----> AS DATAS DE MOVIMENTO VEM DO RUN CONTROL (UMA POR NOITE
      *----> QUE A CADEIA RODOU); FICAM AS N ULTIMAS ATE A DATA
      *----> CORRENTE, QUE ENTRA MESMO SE A CADEIA AINDA NAO RODOU.
       0151-MONTA-JANELA.
           MOVE LOW-VALUES TO RC-CHAVE.
           START RUNCTL KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "10" TO WK-FS-RUNCTL
           END-START.
           PERFORM 0155-LE-DATA-RUNCTL
               UNTIL WK-FS-RUNCTL EQUAL "10".
           IF WK-QTD-DATAS EQUAL ZEROS
               MOVE WK-DATA-MOVIMENTO TO RC-DATA
               PERFORM 0157-ACRESCENTA-DATA
           ELSE
               IF TD-DATA(WK-QTD-DATAS) NOT EQUAL WK-DATA-MOVIMENTO
                   MOVE WK-DATA-MOVIMENTO TO RC-DATA
                   PERFORM 0157-ACRESCENTA-DATA
               END-IF
           END-IF.
           MOVE WK-QTD-DATAS TO WK-IX-HOJE.
           EXIT SECTION.
      *
       0155-LE-DATA-RUNCTL.
           READ RUNCTL NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-RUNCTL
               NOT AT END
                   IF RC-DATA GREATER THAN WK-DATA-MOVIMENTO
                       MOVE "10" TO WK-FS-RUNCTL
                   ELSE
                       IF WK-QTD-DATAS EQUAL ZEROS
                           PERFORM 0157-ACRESCENTA-DATA
                       ELSE
                           IF RC-DATA NOT EQUAL
                                   TD-DATA(WK-QTD-DATAS)
                               PERFORM 0157-ACRESCENTA-DATA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       0157-ACRESCENTA-DATA.
      *----> JANELA CHEIA: A DATA MAIS ANTIGA SAI
           IF WK-QTD-DATAS NOT LESS THAN WK-NOITES
               PERFORM 0158-DESLOCA-DATA
                   VARYING WK-IX-DATA FROM 1 BY 1
                   UNTIL WK-IX-DATA NOT LESS THAN WK-QTD-DATAS
           ELSE
               ADD 1 TO WK-QTD-DATAS
           END-IF.
           MOVE RC-DATA TO TD-DATA(WK-QTD-DATAS).
      *
       0158-DESLOCA-DATA.
           MOVE TD-DATA(WK-IX-DATA + 1) TO TD-DATA(WK-IX-DATA).
      ******************************************************************
       0160-MAPEIA-TEMPOS-DO-LOG SECTION.
       0161-ABRE-LOG.
           OPEN INPUT OPERLOG.
           IF WK-FS-OPERLOG EQUAL "35"
               DISPLAY "CICLOTEND: LOG DE OPERACOES INEXISTENTE - "
                       "RELATORIO SEM TEMPOS"
               EXIT SECTION
           END-IF.
           IF WK-FS-OPERLOG NOT EQUAL "00"
               DISPLAY "ERRO: " WK-FS-OPERLOG
                       " NA ABERTURA DO LOG DE OPERACOES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0163-TRATA-LINHA-LOG
               UNTIL WK-FS-OPERLOG EQUAL "10".
           CLOSE OPERLOG.
           EXIT SECTION.
      *
       0163-TRATA-LINHA-LOG.
           READ OPERLOG
               AT END
                   MOVE "10" TO WK-FS-OPERLOG
               NOT AT END
                   MOVE REG-OPERLOG TO WK-REG-LOG-E
                   PERFORM 0165-GUARDA-TEMPO
           END-READ.
      *
       0165-GUARDA-TEMPO.
      *----> AS LINHAS DO PROPRIO CICLO (INICIO, ENCERRADO, ABORTADO)
      *----> NAO SAO PASSOS
           IF LE-DATA NOT NUMERIC OR LE-PASSO EQUAL "CICLO"
               EXIT PARAGRAPH
           END-IF.
           IF LE-EVENTO NOT EQUAL "INICIO" AND LE-EVENTO NOT EQUAL "FIM"
               EXIT PARAGRAPH
           END-IF.
           IF LE-HH NOT NUMERIC OR LE-MM NOT NUMERIC
                   OR LE-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LE-DATA TO WK-DATA-LOG.
           MOVE ZEROS   TO WK-IX-DATA.
           PERFORM 0166-PROCURA-DATA
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-DATAS
                  OR WK-IX-DATA GREATER THAN ZEROS.
           IF WK-IX-DATA EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WK-IX-PASSO.
           PERFORM 0167-PROCURA-PASSO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-PASSOS
                  OR WK-IX-PASSO GREATER THAN ZEROS.
           IF WK-IX-PASSO EQUAL ZEROS
               IF WK-QTD-PASSOS NOT LESS THAN 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WK-QTD-PASSOS
               MOVE WK-QTD-PASSOS TO WK-IX-PASSO
               PERFORM 0168-INICIA-PASSO
           END-IF.

           MOVE LE-HH TO WK-HORA-NUM.
           MOVE LE-MM TO WK-MIN-NUM.
           MOVE LE-SS TO WK-SEG-NUM.
           COMPUTE WK-SEGUNDOS = (WK-HORA-NUM * 3600)
                               + (WK-MIN-NUM * 60) + WK-SEG-NUM.
      *----> A ULTIMA PASSADA DE CADA NOITE VALE - NUM RERUN O PASSO
      *----> REEXECUTADO SUBSTITUI O TEMPO DA PASSADA QUE FALHOU.
           IF LE-EVENTO EQUAL "INICIO"
               MOVE WK-SEGUNDOS TO TN-SEG-INI(WK-IX-PASSO, WK-IX-DATA)
               MOVE "S"         TO TN-TEM-INI(WK-IX-PASSO, WK-IX-DATA)
               EXIT PARAGRAPH
           END-IF.
           IF TN-TEM-INI(WK-IX-PASSO, WK-IX-DATA) NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WK-DECORRIDO = WK-SEGUNDOS
                   - TN-SEG-INI(WK-IX-PASSO, WK-IX-DATA).
      *----> PASSO QUE ATRAVESSOU A MEIA-NOITE
           IF WK-DECORRIDO LESS THAN ZEROS
               ADD 86400 TO WK-DECORRIDO
           END-IF.
           MOVE WK-DECORRIDO TO TN-SEG(WK-IX-PASSO, WK-IX-DATA).
           MOVE "S"          TO TN-TEM(WK-IX-PASSO, WK-IX-DATA).
      *
       0166-PROCURA-DATA.
           IF TD-DATA(WK-IX) EQUAL WK-DATA-LOG
               MOVE WK-IX TO WK-IX-DATA
           END-IF.
      *
       0167-PROCURA-PASSO.
           IF TP-PASSO(WK-IX) EQUAL LE-PASSO
               MOVE WK-IX TO WK-IX-PASSO
           END-IF.
      *
       0168-INICIA-PASSO.
           MOVE LE-PASSO TO TP-PASSO(WK-IX-PASSO).
           MOVE ZEROS    TO TP-NOITES(WK-IX-PASSO)
                            TP-SOMA(WK-IX-PASSO)
                            TP-MEDIA(WK-IX-PASSO)
                            TP-PIOR(WK-IX-PASSO)
                            TP-DATA-PIOR(WK-IX-PASSO).
           MOVE "N"      TO TP-COMPLETO(WK-IX-PASSO).
           PERFORM 0169-LIMPA-NOITE
               VARYING WK-IX-DATA FROM 1 BY 1
               UNTIL WK-IX-DATA GREATER THAN 31.
           MOVE ZEROS TO WK-IX-DATA.
           PERFORM 0166-PROCURA-DATA
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-DATAS
                  OR WK-IX-DATA GREATER THAN ZEROS.
      *
       0169-LIMPA-NOITE.
           MOVE ZEROS TO TN-SEG-INI(WK-IX-PASSO, WK-IX-DATA)
                         TN-SEG(WK-IX-PASSO, WK-IX-DATA).
           MOVE "N"   TO TN-TEM-INI(WK-IX-PASSO, WK-IX-DATA)
                         TN-TEM(WK-IX-PASSO, WK-IX-DATA).
      ******************************************************************
       0170-MARCA-PASSOS-COMPLETOS SECTION.
      *----> PASSO COMPLETO LIMPO NA DATA CORRENTE NAO ENTRA NA
      *----> PROJECAO DO REINICIO
       0171-MARCA-COMPLETOS.
           MOVE WK-DATA-MOVIMENTO TO RC-DATA.
           MOVE LOW-VALUES        TO RC-PASSO.
           START RUNCTL KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE "00" TO WK-FS-RUNCTL.
           PERFORM 0173-LE-PASSO-RUNCTL
               UNTIL WK-FS-RUNCTL EQUAL "10".
           EXIT SECTION.
      *
       0173-LE-PASSO-RUNCTL.
           READ RUNCTL NEXT RECORD
               AT END
                   MOVE "10" TO WK-FS-RUNCTL
               NOT AT END
                   IF RC-DATA NOT EQUAL WK-DATA-MOVIMENTO
                       MOVE "10" TO WK-FS-RUNCTL
                   ELSE
                       IF PASSO-COMPLETO-RC
                           PERFORM 0175-MARCA-PASSO
                       END-IF
                   END-IF
           END-READ.
      *
       0175-MARCA-PASSO.
           MOVE ZEROS TO WK-IX-PASSO.
           MOVE RC-PASSO TO LE-PASSO.
           PERFORM 0167-PROCURA-PASSO
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX GREATER THAN WK-QTD-PASSOS
                  OR WK-IX-PASSO GREATER THAN ZEROS.
           IF WK-IX-PASSO GREATER THAN ZEROS
               MOVE "S" TO TP-COMPLETO(WK-IX-PASSO)
           END-IF.
      ******************************************************************
       0300-CALCULA-MEDIAS SECTION.
      *----> MEDIA E PIOR CASO DAS NOITES ANTERIORES A DATA CORRENTE -
      *----> A NOITE CORRENTE E COMPARADA CONTRA ELAS
       0310-CALCULA-MEDIAS.
           PERFORM 0320-CALCULA-PASSO
               VARYING WK-IX-PASSO FROM 1 BY 1
               UNTIL WK-IX-PASSO GREATER THAN WK-QTD-PASSOS.
           EXIT SECTION.
      *
       0320-CALCULA-PASSO.
           PERFORM 0325-SOMA-NOITE
               VARYING WK-IX-DATA FROM 1 BY 1
               UNTIL WK-IX-DATA NOT LESS THAN WK-IX-HOJE.
           IF TP-NOITES(WK-IX-PASSO) GREATER THAN ZEROS
               COMPUTE TP-MEDIA(WK-IX-PASSO) ROUNDED =
                       TP-SOMA(WK-IX-PASSO) / TP-NOITES(WK-IX-PASSO)
           END-IF.
      *
       0325-SOMA-NOITE.
           IF TN-TEM(WK-IX-PASSO, WK-IX-DATA) NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TP-NOITES(WK-IX-PASSO).
           ADD TN-SEG(WK-IX-PASSO, WK-IX-DATA) TO TP-SOMA(WK-IX-PASSO).
           IF TN-SEG(WK-IX-PASSO, WK-IX-DATA)
                   NOT LESS THAN TP-PIOR(WK-IX-PASSO)
               MOVE TN-SEG(WK-IX-PASSO, WK-IX-DATA)
                                     TO TP-PIOR(WK-IX-PASSO)
               MOVE TD-DATA(WK-IX-DATA) TO TP-DATA-PIOR(WK-IX-PASSO)
           END-IF.
      ******************************************************************
       0600-IMPRESSAO SECTION.
       0600-IMPRIME-MEDIAS.
           MOVE SPACES TO SEC-TITULO.
           STRING "TEMPO DOS PASSOS NA DATA CONTRA A MEDIA DAS NOITES "
                  "ANTERIORES - TOLERANCIA DE " WK-PERCENTUAL "%"
               DELIMITED BY SIZE INTO SEC-TITULO.
           MOVE WK-CAB2-MEDIAS TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           IF WK-QTD-PASSOS EQUAL ZEROS
               MOVE SPACES TO AV-TEXTO
               STRING "NENHUM PASSO DA CADEIA NO LOG DE OPERACOES "
                      "NA JANELA"
                   DELIMITED BY SIZE INTO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0610-IMPRIME-MEDIA
               VARYING WK-IX-PASSO FROM 1 BY 1
               UNTIL WK-IX-PASSO GREATER THAN WK-QTD-PASSOS.
      *
       0610-IMPRIME-MEDIA.
           MOVE SPACES TO WK-LIN-MEDIA.
           MOVE TP-PASSO(WK-IX-PASSO)  TO MD-PASSO.
           MOVE TP-NOITES(WK-IX-PASSO) TO MD-NOITES.
           MOVE TP-MEDIA(WK-IX-PASSO)  TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED            TO MD-MEDIA.
           MOVE TP-PIOR(WK-IX-PASSO)   TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED            TO MD-PIOR.
           IF TP-NOITES(WK-IX-PASSO) GREATER THAN ZEROS
               MOVE TP-DATA-PIOR(WK-IX-PASSO) TO MD-DATA-PIOR
           END-IF.
           IF TN-TEM(WK-IX-PASSO, WK-IX-HOJE) NOT EQUAL "S"
               MOVE "NAO RODOU NA DATA"  TO MD-SITUACAO
               PERFORM 0615-IMPRIME-MEDIA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE TN-SEG(WK-IX-PASSO, WK-IX-HOJE) TO WK-TEMPO-HOJE
                                                   WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED            TO MD-HOJE.
           IF TP-NOITES(WK-IX-PASSO) EQUAL ZEROS
               MOVE "SEM HISTORICO"      TO MD-SITUACAO
               PERFORM 0615-IMPRIME-MEDIA-LINHA
               EXIT PARAGRAPH
           END-IF.
      *----> VARIACAO PERCENTUAL SOBRE A MEDIA; MEDIA ZERO (PASSO DE
      *----> MENOS DE UM SEGUNDO) NAO TEM VARIACAO
           IF TP-MEDIA(WK-IX-PASSO) GREATER THAN ZEROS
               COMPUTE WK-VARIACAO ROUNDED =
                       ((WK-TEMPO-HOJE - TP-MEDIA(WK-IX-PASSO)) * 100)
                       / TP-MEDIA(WK-IX-PASSO)
               MOVE WK-VARIACAO TO VR-VALOR
               MOVE WK-VARIACAO-ED TO MD-VARIACAO
           END-IF.
           COMPUTE WK-TOLERADO = TP-MEDIA(WK-IX-PASSO)
                   * (100 + WK-PERCENTUAL).
           IF WK-TEMPO-HOJE * 100 GREATER THAN WK-TOLERADO
                   AND TP-MEDIA(WK-IX-PASSO) GREATER THAN ZEROS
               MOVE "*** ACIMA DA MEDIA" TO MD-SITUACAO
               ADD 1 TO WK-QTD-ACIMA
               DISPLAY "CICLOTEND: PASSO " TP-PASSO(WK-IX-PASSO)
                       " ACIMA DA MEDIA NA DATA - " WK-TEMPO-ED
           ELSE
               MOVE "NORMAL"             TO MD-SITUACAO
           END-IF.
           PERFORM 0615-IMPRIME-MEDIA-LINHA.
      *
       0615-IMPRIME-MEDIA-LINHA.
           MOVE WK-LIN-MEDIA TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0630-IMPRIME-NOITES.
      *----> TEMPO DE CADA NOITE, SEIS NOITES POR LINHA
           MOVE WK-QTD-DATAS TO WK-NOITES.
           MOVE SPACES TO SEC-TITULO.
           STRING "TEMPO DECORRIDO POR NOITE - ULTIMAS " WK-NOITES
                  " DATAS DE MOVIMENTO (DE " TD-DATA(1) " A "
                  WK-DATA-MOVIMENTO ")"
               DELIMITED BY SIZE INTO SEC-TITULO.
           MOVE SPACES TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.
           PERFORM 0635-IMPRIME-NOITES-PASSO
               VARYING WK-IX-PASSO FROM 1 BY 1
               UNTIL WK-IX-PASSO GREATER THAN WK-QTD-PASSOS.
      *
       0635-IMPRIME-NOITES-PASSO.
           MOVE SPACES TO WK-LIN-NOITES.
           MOVE TP-PASSO(WK-IX-PASSO) TO NT-PASSO.
           MOVE ZEROS TO WK-IX-ENTRADA.
           PERFORM 0640-ENTRADA-NOITE
               VARYING WK-IX-DATA FROM 1 BY 1
               UNTIL WK-IX-DATA GREATER THAN WK-QTD-DATAS.
           IF WK-IX-ENTRADA GREATER THAN ZEROS
               MOVE WK-LIN-NOITES TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
           END-IF.
      *
       0640-ENTRADA-NOITE.
           IF TN-TEM(WK-IX-PASSO, WK-IX-DATA) NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           IF WK-IX-ENTRADA NOT LESS THAN 6
               MOVE WK-LIN-NOITES TO WK-LINHA-IMP
               PERFORM 0700-IMPRIME-LINHA
               MOVE SPACES TO WK-LIN-NOITES
               MOVE ZEROS  TO WK-IX-ENTRADA
           END-IF.
           ADD 1 TO WK-IX-ENTRADA.
           MOVE TD-DATA(WK-IX-DATA) TO NT-DATA(WK-IX-ENTRADA).
           MOVE TN-SEG(WK-IX-PASSO, WK-IX-DATA) TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED TO NT-TEMPO(WK-IX-ENTRADA).
      *
       0660-IMPRIME-PROJECAO.
      *----> REINICIO NA HORA INFORMADA (OU AGORA): OS PASSOS AINDA NAO
      *----> COMPLETOS NA DATA CORRENTE RODAM EM SEQUENCIA, CADA UM NO
      *----> SEU TEMPO MEDIO
           MOVE WK-SEG-REINICIO TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED TO WK-TEMPO-ED-2.
           MOVE WK-SEG-LIMITE TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED TO WK-TEMPO-ED-3.
           MOVE SPACES TO SEC-TITULO.
           STRING "PROJECAO DO FIM DA CADEIA - REINICIO AS "
                  WK-TEMPO-ED-2 " - LIMITE DA MANHA AS "
                  WK-TEMPO-ED-3
               DELIMITED BY SIZE INTO SEC-TITULO.
           MOVE WK-CAB2-PROJECAO TO WK-LIN-CAB2.
           PERFORM 0720-IMPRIME-SECAO.

           MOVE WK-SEG-REINICIO TO WK-SEG-PREVISTO.
           PERFORM 0665-PROJETA-PASSO
               VARYING WK-IX-PASSO FROM 1 BY 1
               UNTIL WK-IX-PASSO GREATER THAN WK-QTD-PASSOS.
           IF WK-QTD-PENDENTES EQUAL ZEROS
               MOVE WK-SEG-CADEIA TO WK-DECORRIDO
               PERFORM 0690-FORMATA-TEMPO
               MOVE SPACES TO AV-TEXTO
               STRING "NENHUM PASSO PENDENTE NA DATA - CADEIA COMPLETA"
                      " (CADEIA INTEIRA EM MEDIA: " WK-TEMPO-ED ")"
                      DELIMITED BY SIZE INTO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
               EXIT PARAGRAPH
           END-IF.

      *----> O LIMITE DA MANHA E O PRIMEIRO DEPOIS DO REINICIO
           IF WK-SEG-LIMITE GREATER THAN WK-SEG-REINICIO
               MOVE WK-SEG-LIMITE TO WK-SEG-LIMITE-ABS
           ELSE
               COMPUTE WK-SEG-LIMITE-ABS = WK-SEG-LIMITE + 86400
           END-IF.
           MOVE WK-SEG-PREVISTO TO WK-DECORRIDO.
           PERFORM 0695-FORMATA-HORARIO.
           MOVE SPACES TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
           MOVE SPACES TO AV-TEXTO.
           IF WK-SEG-PREVISTO GREATER THAN WK-SEG-LIMITE-ABS
               STRING "*** FIM PREVISTO DA CADEIA AS " WK-TEMPO-ED
                      WK-DIA-SEGUINTE " - ULTRAPASSA O LIMITE DAS "
                      WK-TEMPO-ED-3 " ***"
                   DELIMITED BY SIZE INTO AV-TEXTO
               DISPLAY "CICLOTEND: *** FIM PREVISTO DA CADEIA "
                       WK-TEMPO-ED " ULTRAPASSA O LIMITE ***"
           ELSE
               STRING "FIM PREVISTO DA CADEIA AS " WK-TEMPO-ED
                      WK-DIA-SEGUINTE " - DENTRO DO LIMITE DAS "
                      WK-TEMPO-ED-3
                   DELIMITED BY SIZE INTO AV-TEXTO
           END-IF.
           PERFORM 0750-IMPRIME-AVISO.
           IF WK-QTD-SEM-MEDIA GREATER THAN ZEROS
               MOVE SPACES TO AV-TEXTO
               STRING "PASSOS PENDENTES SEM HISTORICO (CONTADOS COMO "
                      "ZERO): " WK-QTD-SEM-MEDIA
                   DELIMITED BY SIZE INTO AV-TEXTO
               PERFORM 0750-IMPRIME-AVISO
           END-IF.
      *
       0665-PROJETA-PASSO.
           ADD TP-MEDIA(WK-IX-PASSO) TO WK-SEG-CADEIA.
           IF TP-COMPLETO(WK-IX-PASSO) EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-QTD-PENDENTES.
           MOVE SPACES TO WK-LIN-PROJECAO.
           MOVE TP-PASSO(WK-IX-PASSO) TO PJ-PASSO.
           MOVE TP-MEDIA(WK-IX-PASSO) TO WK-DECORRIDO.
           PERFORM 0690-FORMATA-TEMPO.
           MOVE WK-TEMPO-ED TO PJ-MEDIA.
           MOVE WK-SEG-PREVISTO TO WK-DECORRIDO.
           PERFORM 0695-FORMATA-HORARIO.
           MOVE WK-TEMPO-ED     TO PJ-INICIO.
           MOVE WK-DIA-SEGUINTE TO PJ-INICIO-DIA.
           ADD TP-MEDIA(WK-IX-PASSO) TO WK-SEG-PREVISTO.
           MOVE WK-SEG-PREVISTO TO WK-DECORRIDO.
           PERFORM 0695-FORMATA-HORARIO.
           MOVE WK-TEMPO-ED     TO PJ-FIM.
           MOVE WK-DIA-SEGUINTE TO PJ-FIM-DIA.
           IF TP-NOITES(WK-IX-PASSO) EQUAL ZEROS
               MOVE "SEM HISTORICO - CONTADO ZERO" TO PJ-OBSERVACAO
               ADD 1 TO WK-QTD-SEM-MEDIA
           END-IF.
           MOVE WK-LIN-PROJECAO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      *
       0690-FORMATA-TEMPO.
      *----> SEGUNDOS EM WK-DECORRIDO PARA HH:MM:SS EM WK-TEMPO-ED
           MOVE ZEROS TO WK-RESTO-SEG.
           IF WK-DECORRIDO GREATER THAN ZEROS
               MOVE WK-DECORRIDO TO WK-RESTO-SEG
           END-IF.
           COMPUTE WK-HORA-NUM = WK-RESTO-SEG / 3600.
           COMPUTE WK-RESTO-SEG =
                   WK-RESTO-SEG - (WK-HORA-NUM * 3600).
           COMPUTE WK-MIN-NUM = WK-RESTO-SEG / 60.
           COMPUTE WK-SEG-NUM =
                   WK-RESTO-SEG - (WK-MIN-NUM * 60).
           MOVE WK-HORA-NUM TO ED-HH.
           MOVE WK-MIN-NUM  TO ED-MM.
           MOVE WK-SEG-NUM  TO ED-SS.
      *
       0695-FORMATA-HORARIO.
      *----> HORARIO DO DIA A PARTIR DOS SEGUNDOS DESDE A MEIA-NOITE
      *----> DO REINICIO; PASSANDO DE 24 HORAS, MARCA O DIA SEGUINTE
           MOVE SPACES TO WK-DIA-SEGUINTE.
           IF WK-DECORRIDO NOT LESS THAN 86400
               SUBTRACT 86400 FROM WK-DECORRIDO
               MOVE " +1" TO WK-DIA-SEGUINTE
           END-IF.
           PERFORM 0690-FORMATA-TEMPO.
      *
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
       0750-IMPRIME-AVISO.
           MOVE WK-LIN-AVISO TO WK-LINHA-IMP.
           PERFORM 0700-IMPRIME-LINHA.
      ******************************************************************
       0400-CLOSE-DATA SECTION.
       0410-CLOSE-DATA.
           CLOSE RUNCTL.
           CLOSE REL-TENDENCIA.
           DISPLAY "CICLOTEND: PASSOS NA JANELA......... "
                   WK-QTD-PASSOS.
           DISPLAY "CICLOTEND: ACIMA DA MEDIA NA DATA... " WK-QTD-ACIMA.
           DISPLAY "CICLOTEND: PENDENTES NA DATA........ "
                   WK-QTD-PENDENTES.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
           GOBACK.
       END PROGRAM CICLOTEND.
