       01  WK-RET-DETALHE.
           03  RD-TIPO-REG          PIC X(01).
           03  RD-CONTA-GL          PIC X(08).
           03  RD-AGENCIA           PIC X(04).
           03  RD-NATUREZA          PIC X(01).
           03  RD-VALOR             PIC 9(13)V9(02).
           03  RD-CATEGORIA         PIC X(02).
       01  WK-LIN-CORRECAO.
           03  CO-TIPO-REG          PIC X(01).
           03  CO-CONTA-GL          PIC X(08).
           03  CO-AGENCIA           PIC X(04).
           03  CO-NATUREZA          PIC X(01).
           03  CO-VALOR             PIC 9(13)V9(02).
           03  CO-CATEGORIA         PIC X(02).
       01  WK-LIN-DETALHE.
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-CONTA-GL         PIC X(08).
           03  FILLER               PIC X(01)     VALUE "/".
           03  DET-AGENCIA          PIC X(04).
           03  FILLER               PIC X(02)     VALUE SPACES.
           03  DET-NATUREZA         PIC X(01).
           03  FILLER               PIC X(02)     VALUE SPACES.

           MOVE "D"           TO CO-TIPO-REG.
           MOVE RD-CONTA-GL   TO CO-CONTA-GL.
           MOVE RD-AGENCIA    TO CO-AGENCIA.
           MOVE RD-NATUREZA   TO CO-NATUREZA.
           MOVE RD-VALOR      TO CO-VALOR.
           MOVE RD-CATEGORIA  TO CO-CATEGORIA.
           END-IF.

           MOVE RD-CONTA-GL   TO DET-CONTA-GL.
           MOVE RD-AGENCIA    TO DET-AGENCIA.
           MOVE RD-NATUREZA   TO DET-NATUREZA.
           MOVE RD-VALOR      TO DET-VALOR.
           MOVE RD-CATEGORIA  TO DET-CATEGORIA.
