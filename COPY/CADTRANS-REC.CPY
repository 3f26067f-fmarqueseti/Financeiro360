               88  CATEGORIA-SALARIO            VALUE "SA".
               88  CATEGORIA-TRANSPORTE         VALUE "TR".
               88  CATEGORIA-OUTROS             VALUE "OU".
      *----> CATEGORIAS DE SISTEMA - GERADAS PELO ACRESCIMO MENSAL,
      *----> PELA TRANSFERENCIA ENTRE CONTAS E PELOS EMPRESTIMOS
      *----> (LIBERACAO E PARCELAS), NUNCA ACEITAS DOS ARQUIVOS DE
      *----> FEEDER
               88  CATEGORIA-JUROS              VALUE "JU".
               88  CATEGORIA-TARIFA             VALUE "TA".
               88  CATEGORIA-TRANSFER           VALUE "TE".
               88  CATEGORIA-EMPRESTIMO         VALUE "EM".
               88  CATEGORIA-VALIDA             VALUES "AL" "UT" "SA"
                                                        "TR" "OU"
                                                        "JU" "TA"
                                                        "TE" "EM".
           03  FD-IDTRANS            PIC 9(08).
      *----> CONTA CONTRAPARTE DA OUTRA PERNA DE UMA TRANSFERENCIA
      *----> ENTRE CONTAS PROPRIAS; ZEROS NOS DEMAIS MOVIMENTOS
