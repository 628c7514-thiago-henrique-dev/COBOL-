      *****************************************************************
      *  IDREGRC - REGISTRO DE TRANS-IDS ARQUIVADOS (IDREG.IDX)       *
      *  Usado por CALCARC e TRANSEDT (COPY ... REPLACING). O CALCARC *
      *  grava um registro para cada TRANS-ID que sai do CALCHIST.IDX *
      *  para um arquivo morto, com a data da primeira postagem e o   *
      *  nome da geracao CALCARC que o recebeu; se o ID ja estiver    *
      *  registrado, o registro mais antigo e mantido. O arquivo nao  *
      *  e expurgado: e por ele que o TRANSEDT reconhece um ID ja     *
      *  postado depois que ele deixou a janela de retencao.          *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ID              PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-DATA            PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-ARQUIVO         PIC X(30).
