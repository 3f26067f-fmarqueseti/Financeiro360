      ******************************************************************
      * FILE NAME   : AGENCLD                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LOAD BRANCHES FROM SEQUENTIAL TO VSAM FILE -     *
      *               CARREGA O CADASTRO DE AGENCIAS (AGENCIA) A       *
      *               PARTIR DO ARQUIVO SEQUENCIAL AGEIN, NO MESMO     *
      *               DESENHO DA CARGA DE CLIENTES (CADCLILD): TRAILER *
      *               DE CONTROLE, ATUALIZACAO DE REGISTROS EXISTENTES *
      *               E REJEITOS COM CAMPO E MOTIVO.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCLD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-IN   ASSIGN TO AGEIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-IN.
      *
           SELECT VSAM-OUT ASSIGN TO AGENCIA
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AGE-CODIGO
                           FILE STATUS IS WS-STATUS-OUT.
      *
           SELECT REJEITOS ASSIGN TO AGEREJ
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-REJ.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-IN
             RECORDING MODE IS F.
       01  SEQ-RECORD.
           03 SR-CODIGO          PIC X(04).
           03 SR-NOME            PIC X(30).
           03 SR-STATUS          PIC X(01).
           03 SR-GERENTE         PIC X(30).
           03 SR-CIDADE          PIC X(20).
           03 SR-UF              PIC X(02).
           03 FILLER             PIC X(13).
       01  SEQ-TRAILER.
           03 ST-MARCA           PIC X(04).
           03 ST-QTD-REGS        PIC 9(10).
           03 FILLER             PIC X(86).
      *
       FD  VSAM-OUT.
       COPY AGENCIA.
      *
       FD  REJEITOS
             RECORDING MODE IS F.
       01  REG-REJEITO.
           03 RJ-CODIGO          PIC X(04).
           03 RJ-NOME            PIC X(30).
           03 RJ-CAMPO           PIC X(10).
           03 RJ-MOTIVO          PIC X(40).
      *
       WORKING-STORAGE SECTION.
       77  WS-STATUS-IN          PIC XX.
       77  WS-STATUS-OUT         PIC XX.
       77  WS-STATUS-REJ         PIC XX.
       77  WS-REG-COUNT          PIC 9(4)  VALUE ZEROES.
       77  WS-ERR-COUNT          PIC 9(4)  VALUE ZEROES.
       77  WS-UPD-COUNT          PIC 9(4)  VALUE ZEROES.
      *
       77  WS-REJ-CAMPO          PIC X(10) VALUE SPACES.
       77  WS-REJ-MOTIVO         PIC X(40) VALUE SPACES.
      *
       77  WS-TRAILER-QTD        PIC 9(10)     VALUE ZEROS.
       01  WS-SW-TRAILER         PIC X        VALUE "N".
           88 TRAILER-RECEBIDO                VALUE "S".
      *
       77  WS-ABEND-CODE         PIC XX    VALUE SPACES.
       77  WS-ABEND-MESSAGE      PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       100-OPEN-DATA SECTION.
           OPEN INPUT SEQ-IN.
           IF WS-STATUS-IN NOT EQUAL "00"
               MOVE WS-STATUS-IN          TO WS-ABEND-CODE
               MOVE "FILE AGEIN IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.

           OPEN I-O VSAM-OUT.
           IF WS-STATUS-OUT EQUAL "35"
               OPEN OUTPUT VSAM-OUT
               CLOSE VSAM-OUT
               OPEN I-O VSAM-OUT
           END-IF.
           IF WS-STATUS-OUT NOT EQUAL "00"
               MOVE WS-STATUS-OUT           TO WS-ABEND-CODE
               MOVE "FILE AGENCIA IO/ERROR" TO WS-ABEND-MESSAGE
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.

           OPEN OUTPUT REJEITOS.
           IF WS-STATUS-REJ NOT EQUAL "00"
               MOVE WS-STATUS-REJ            TO WS-ABEND-CODE
               MOVE "FILE AGEREJ IO/ERROR"   TO WS-ABEND-MESSAGE
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.
      *
       300-PROCESS-DATA SECTION.
           PERFORM 305-LE-REGISTRO
               UNTIL WS-STATUS-IN = "10".

           PERFORM 330-VALIDA-TOTAIS.

           PERFORM 400-CLOSE-DATA.
           PERFORM 600-END-PROGRAM.
      *
       305-LE-REGISTRO SECTION.
           READ SEQ-IN
               AT END
                   MOVE "10" TO WS-STATUS-IN
               NOT AT END
                   IF SR-CODIGO EQUAL "TRLR"
                       PERFORM 320-PROCESS-TRAILER
                   ELSE
                       PERFORM 310-PROCESS-RECORD
                   END-IF
           END-READ.
      *
       310-PROCESS-RECORD SECTION.
      *----> O CODIGO DA AGENCIA E SEMPRE NUMERICO DE QUATRO
      *----> DIGITOS - E ELE QUE VAI COMO SEGMENTO NO RAZAO. STATUS
      *----> EM BRANCO ENTRA COMO AGENCIA ATIVA.
           IF SR-STATUS EQUAL SPACES
               MOVE "A" TO SR-STATUS
           END-IF.
           IF SR-CODIGO EQUAL SPACES
               MOVE "CODIGO"               TO WS-REJ-CAMPO
               MOVE "CODIGO DA AGENCIA EM BRANCO"
                                           TO WS-REJ-MOTIVO
               PERFORM 315-REJEITAR-REGISTRO
           ELSE IF SR-CODIGO NOT NUMERIC
               MOVE "CODIGO"               TO WS-REJ-CAMPO
               MOVE "CODIGO DA AGENCIA NAO NUMERICO"
                                           TO WS-REJ-MOTIVO
               PERFORM 315-REJEITAR-REGISTRO
           ELSE IF SR-CODIGO EQUAL "0000"
               MOVE "CODIGO"               TO WS-REJ-CAMPO
               MOVE "CODIGO 0000 RESERVADO (SEM AGENCIA)"
                                           TO WS-REJ-MOTIVO
               PERFORM 315-REJEITAR-REGISTRO
           ELSE IF SR-NOME EQUAL SPACES
               MOVE "NOME"                 TO WS-REJ-CAMPO
               MOVE "NOME EM BRANCO"       TO WS-REJ-MOTIVO
               PERFORM 315-REJEITAR-REGISTRO
           ELSE IF SR-STATUS NOT EQUAL "A" AND NOT EQUAL "F"
               MOVE "STATUS"               TO WS-REJ-CAMPO
               MOVE "STATUS DIFERENTE DE A/F"
                                           TO WS-REJ-MOTIVO
               PERFORM 315-REJEITAR-REGISTRO
           ELSE
               MOVE SPACES       TO REG-AGENCIA
               MOVE SR-CODIGO    TO AGE-CODIGO
               MOVE SR-NOME      TO AGE-NOME
               MOVE SR-STATUS    TO AGE-STATUS
               MOVE SR-GERENTE   TO AGE-GERENTE
               MOVE SR-CIDADE    TO AGE-CIDADE
               MOVE SR-UF        TO AGE-UF

               WRITE REG-AGENCIA
                   INVALID KEY
                       PERFORM 316-ATUALIZAR-REGISTRO
                   NOT INVALID KEY
                       ADD 1 TO WS-REG-COUNT
               END-WRITE
           END-IF.
      *
       316-ATUALIZAR-REGISTRO SECTION.
           REWRITE REG-AGENCIA
               INVALID KEY
                   MOVE "CODIGO"               TO WS-REJ-CAMPO
                   MOVE "FALHA AO ATUALIZAR AGENCIA EXISTENTE"
                                               TO WS-REJ-MOTIVO
                   PERFORM 315-REJEITAR-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-UPD-COUNT
                   ADD 1 TO WS-REG-COUNT
           END-REWRITE.
      *
       315-REJEITAR-REGISTRO SECTION.
           MOVE SR-CODIGO     TO RJ-CODIGO.
           MOVE SR-NOME       TO RJ-NOME.
           MOVE WS-REJ-CAMPO  TO RJ-CAMPO.
           MOVE WS-REJ-MOTIVO TO RJ-MOTIVO.
           WRITE REG-REJEITO.
           ADD 1 TO WS-ERR-COUNT.
      *
       320-PROCESS-TRAILER SECTION.
           MOVE ST-QTD-REGS   TO WS-TRAILER-QTD.
           SET TRAILER-RECEBIDO TO TRUE.
      *
       330-VALIDA-TOTAIS SECTION.
           IF NOT TRAILER-RECEBIDO
               MOVE "02"                       TO WS-ABEND-CODE
               MOVE "TRAILER DE CONTROLE AUSENTE" TO WS-ABEND-MESSAGE
               PERFORM 400-CLOSE-DATA
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.

           IF WS-REG-COUNT NOT EQUAL WS-TRAILER-QTD
               MOVE "03"                       TO WS-ABEND-CODE
               MOVE "QTDE CARREGADA DIF TRAILER" TO WS-ABEND-MESSAGE
               PERFORM 400-CLOSE-DATA
               PERFORM 500-ABEND THRU 600-END-PROGRAM
           END-IF.
      *
       400-CLOSE-DATA SECTION.
           CLOSE SEQ-IN.
           CLOSE VSAM-OUT.
           CLOSE REJEITOS.
      *
       500-ABEND SECTION.
           DISPLAY "**********************************************".
           DISPLAY "* ************** ABEND ROUTINE ************* *".
           DISPLAY "* ABEND CODE: " WS-ABEND-CODE
                                       "                             *".
           DISPLAY "* ABEND MSG : " WS-ABEND-MESSAGE " *".
           MOVE 16 TO RETURN-CODE.
       600-END-PROGRAM SECTION.
           DISPLAY "**********************************************".
           DISPLAY "* ******* PROGRAM AGENCLD STATISTICS ******* *".
           DISPLAY "* LOAD COMPLETE: " WS-REG-COUNT
                                            "                        *".
           DISPLAY "* UPDATED      : " WS-UPD-COUNT
                                            "                        *".
           DISPLAY "* ERRORS       : " WS-ERR-COUNT
                                            "                        *".
           DISPLAY "**********************************************".
           GOBACK.
       END PROGRAM AGENCLD.
