       77  WK-QTD-LIDAS             PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-REPROCESSADAS     PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-AINDA-SUSPENSAS   PIC 9(08)     VALUE ZEROS.
       77  WK-QTD-PARCELAS-EMP      PIC 9(08)     VALUE ZEROS.
       77  WK-MOTIVO-SUSPENSO       PIC X(40)     VALUE SPACES.
       77  WK-DATA-MOVIMENTO        PIC 9(08)     VALUE ZEROS.
       77  WK-IDADE-DIAS            PIC S9(05)    VALUE ZEROS.
                   MOVE "10" TO WK-FS-SUSPENSO
               NOT AT END
                   ADD 1 TO WK-QTD-LIDAS
                   IF SP-CATEGORIA EQUAL "EM"
                       PERFORM 0355-DESCARTA-PARCELA
                   ELSE
                       PERFORM 0340-VALIDA-TRANSACAO
                       IF TRANSACAO-VALIDA
                           PERFORM 0330-LANCA-TRANSACAO
                       ELSE
                           PERFORM 0350-MANTER-SUSPENSA
                       END-IF
                   END-IF
           END-READ.
      *
                   " VALOR " SP-VALOR
                   " SUSPENSA HA " WK-IDADE-DIAS " DIAS - "
                   SP-MOTIVO.
      *
       0355-DESCARTA-PARCELA SECTION.
      *----> PARCELA DE EMPRESTIMO BLOQUEADA PELO LIMITE NAO FICA NO
      *----> SUSPENSO: CONTINUA EM ABERTO NO CRONOGRAMA (PARCELA) E O
      *----> EMPDEB A DEBITA DE NOVO, COM A MORA, NO PROXIMO CICLO.
           ADD 1 TO WK-QTD-PARCELAS-EMP.
           DISPLAY "SUSPREPRO: CONTA " SP-IDCONTA
                   " VALOR " SP-VALOR
                   " PARCELA DE EMPRESTIMO RETIRADA DO SUSPENSO - "
                   "RECOBRADA PELO EMPDEB".
      ******************************************************************
       0600-DEVOLVE-SUSPENSOS SECTION.
       0605-DEVOLVE-SUSPENSOS.
                   WK-QTD-REPROCESSADAS.
           DISPLAY "SUSPREPRO: AINDA EM SUSPENSO... "
                   WK-QTD-AINDA-SUSPENSAS.
           DISPLAY "SUSPREPRO: PARCELAS DE EMPREST. "
                   WK-QTD-PARCELAS-EMP.
      ******************************************************************
       0500-END-PROGRAM SECTION.
       0510-END-PROGRAM.
