      ******************************************************************
      * COPYBOOK    : AGENCIA                                          *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : EDU360 COLLAB TEAM                                *
      * PURPOSE     : RECORD LAYOUT OF THE BRANCH MASTER (AGENCIA) -   *
      *               ONE ENTRY PER BRANCH CODE, LOADED BY AGENCLD AND *
      *               USED TO VALIDATE THE BRANCH OF EACH ACCOUNT AND  *
      *               TO NAME THE BRANCH BREAKS OF THE REPORTS.        *
      ******************************************************************
       01  REG-AGENCIA.
           03  AGE-CODIGO            PIC X(04).
           03  AGE-NOME              PIC X(30).
      *----> AGENCIA FECHADA CONTINUA NO CADASTRO PARA NOMEAR AS
      *----> CONTAS ANTIGAS, MAS NAO RECEBE CONTA NOVA NEM TRANSFERIDA
           03  AGE-STATUS            PIC X(01).
               88  AGENCIA-ATIVA               VALUE "A".
               88  AGENCIA-FECHADA             VALUE "F".
           03  AGE-GERENTE           PIC X(30).
           03  AGE-CIDADE            PIC X(20).
           03  AGE-UF                PIC X(02).
           03  FILLER                PIC X(13).
