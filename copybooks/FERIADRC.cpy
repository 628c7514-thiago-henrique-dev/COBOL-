      *****************************************************************
      *  FERIADRC - CALENDARIO DE FERIADOS (FERIADOS.DAT)             *
      *  Usado por CALMNT e DTUTIL (COPY ... REPLACING). Um registro  *
      *  por feriado, em ordem de data. Sabados e domingos nao sao    *
      *  cadastrados: o DTUTIL ja os trata como dias nao uteis.       *
      *****************************************************************
       01  PFX-REC.
           03  PFX-DATA            PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-DESCRICAO       PIC X(30).
