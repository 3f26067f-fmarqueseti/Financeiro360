           03  OM-NOME               PIC X(30).
      *----> A = ADMINISTRADOR (TUDO, INCLUSIVE RESTAURACAO);
      *----> S = SUPERVISOR (BLOQUEIO/ENCERRAMENTO/LIMITE E ESTORNO);
      *----> O = OPERADOR (CONSULTA E RENOMEACAO);
      *----> C = COMPLIANCE (DECISAO DOS CASOS DE TRIAGEM - PLDREV)
           03  OM-PERFIL             PIC X(01).
               88  PERFIL-ADMIN                VALUE "A".
               88  PERFIL-SUPERVISOR           VALUE "S".
               88  PERFIL-OPERADOR             VALUE "O".
               88  PERFIL-COMPLIANCE           VALUE "C".
           03  OM-ATIVO              PIC X(01).
               88  OPERADOR-ATIVO              VALUE "S".
               88  OPERADOR-INATIVO            VALUE "N".
