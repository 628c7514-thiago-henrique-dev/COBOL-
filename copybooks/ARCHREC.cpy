      *****************************************************************
      *  ARCHREC - REGISTRO DO ARQUIVO MORTO (CALCARC.aaaammdd.DAT)   *
      *  Gravado pelo CALCARC e lido por calc1, HISTVER, MONRPT,      *
      *  RASTREIO e ANOMRPT (COPY ... REPLACING). Cada linha traz a   *
      *  CHAVE do CALCHIST.IDX (data de processamento, hora e SEQ)    *
      *  seguida do CORPO, para que o registro arquivado seja datado  *
      *  pela data de processamento como era no historico, e nao pelo *
      *  relogio do TIMESTAMP. As geracoes gravadas antes tem so o    *
      *  CORPO (visao ANTIGO): nelas a CHAVE nao e numerica e a data  *
      *  so pode vir do TIMESTAMP.                                    *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ATUAL.
               05  PFX-CHAVE.
                   07  PFX-CH-DATA     PIC 9(8).
                   07  PFX-CH-HORA     PIC 9(6).
                   07  PFX-CH-SEQ      PIC 9(4).
               05  PFX-CORPO           PIC X(120).
           03  PFX-ANTIGO REDEFINES PFX-ATUAL.
               05  PFX-CORPO-ANT       PIC X(120).
               05  FILLER              PIC X(18).
