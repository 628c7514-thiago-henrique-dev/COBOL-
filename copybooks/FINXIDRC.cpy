      *****************************************************************
      *  FINXIDRC - TRANS-IDS ENVIADOS AO FINANCEIRO (FINEXTID.DAT)   *
      *  Usado por FINEXT e RASTREIO (COPY ... REPLACING). O FINEXT   *
      *  acrescenta uma linha para cada registro do historico com     *
      *  TRANS-ID que entra numa extracao, ja que a linha D; do       *
      *  FINEXT.DAT nao leva o ID e o arquivo e regravado a cada      *
      *  extracao. EXT-NUM e o numero da extracao (header H; e        *
      *  FINEXTLOG.DAT), DATA a data da extracao, CHAVE a chave do    *
      *  CALCHIST.IDX enviada e TIPO o do registro (espaco, E ou D).  *
      *  Uma reextracao FULL grava de novo os IDs que reenviar.       *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ID              PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-EXT-NUM         PIC 9(4).
           03  FILLER              PIC X.
           03  PFX-DATA            PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-CHAVE           PIC X(18).
           03  FILLER              PIC X.
           03  PFX-TIPO            PIC X.
