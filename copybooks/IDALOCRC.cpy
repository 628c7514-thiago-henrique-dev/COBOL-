      *****************************************************************
      *  IDALOCRC - ALOCACAO CENTRAL DE TRANS-IDS (IDALOC.DAT)        *
      *  Usado por TRANSCAP (COPY ... REPLACING). Um unico registro   *
      *  com o proximo TRANS-ID livre. Cada sessao de captura reserva *
      *  uma faixa a partir dele e grava o registro de volta ja       *
      *  avancado, de modo que duas estacoes nunca recebem o mesmo    *
      *  ID. Faixa nao usada ate o fim da sessao fica perdida (o      *
      *  TRANS-ID nao precisa ser continuo). ATUALIZADO e ESTACAO     *
      *  registram a ultima reserva.                                  *
      *****************************************************************
       01  PFX-REC.
           03  PFX-PROX-ID         PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-ATUALIZADO      PIC X(19).
           03  FILLER              PIC X.
           03  PFX-ESTACAO         PIC X(8).
