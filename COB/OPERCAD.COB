       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----> ARQUIVO DE CARGA - UM OPERADOR POR LINHA:
      *----> ID . ACAO(A/I) . PERFIL(A/S/O/C) . NOME
           SELECT ARQ-CARGA ASSIGN DYNAMIC
                       WK-ARQ-CARGA
           ORGANIZATION IS LINE SEQUENTIAL
           03 CG-ACAO               PIC X(01).
           03 FILLER                PIC X(01).
           03 CG-PERFIL             PIC X(01).
               88 CG-PERFIL-VALIDO              VALUES "A" "S" "O" "C".
           03 FILLER                PIC X(01).
           03 CG-NOME               PIC X(30).

       0330-GRAVA-OPERADOR.
           IF NOT CG-PERFIL-VALIDO
               DISPLAY "OPERCAD: OPERADOR " CG-ID
                       " COM PERFIL INVALIDO (A/S/O/C) - IGNORADO"
               ADD 1 TO WK-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
