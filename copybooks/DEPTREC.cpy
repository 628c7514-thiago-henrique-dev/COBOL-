      *****************************************************************
      *  DEPTREC - CADASTRO DE DEPARTAMENTOS (DEPTMAST.DAT)           *
      *  Usado por DEPTMNT, TRANSCAP, TRANSEDT, SUMRPT e MONRPT       *
      *  (COPY ... REPLACING). CODIGO e o departamento gravado no     *
      *  header do TRANSIN.DAT e no HIST-DEPTO. STATUS 'A' (ativo) ou *
      *  'I' (inativo) vale a partir de DT-EFETIVA: antes dela vale a *
      *  situacao oposta, de modo que uma inativacao programada para  *
      *  o futuro mantem o departamento ativo ate a data.             *
      *****************************************************************
       01  PFX-REC.
           03  PFX-CODIGO          PIC X(10).
           03  FILLER              PIC X.
           03  PFX-DESCRICAO       PIC X(30).
           03  FILLER              PIC X.
           03  PFX-CCUSTO          PIC X(8).
           03  FILLER              PIC X.
           03  PFX-GERENTE         PIC X(10).
           03  FILLER              PIC X.
           03  PFX-STATUS          PIC X.
           03  FILLER              PIC X.
           03  PFX-DT-EFETIVA      PIC 9(8).
