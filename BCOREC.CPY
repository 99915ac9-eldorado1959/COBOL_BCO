      *----- vencimento contiguo (aaaammdd) p/chave alternada
           03 VCTO-CHE         PIC 9(08).
           03 EXPORT-CHE       PIC X(01).
      *----- empresa do lancamento (cadastro do 118)
           03 EMPR-CHE         PIC 99.
