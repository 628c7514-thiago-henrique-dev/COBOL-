      *****************************************************************
      *  GLMAPRC - MAPA DE CONTAS CONTABEIS (GLMAPA.DAT)              *
      *  Usado por GLMAPMNT e GLDIARIO (COPY ... REPLACING). Uma      *
      *  linha por departamento e opcao do historico, com a conta a   *
      *  debito e a conta a credito do lancamento no razao; '*' em    *
      *  DEPTO ou OPCAO vale para qualquer um, e na busca prevalece   *
      *  a linha mais especifica (departamento e opcao,               *
      *  departamento e '*', '*' e opcao, '*' e '*'), como nos        *
      *  limites do LIMITES.DAT. Resultado sem linha aplicavel nao    *
      *  entra no diario e sai na listagem de nao mapeados.           *
      *  Estornos usam a opcao do original e as mesmas contas.        *
      *****************************************************************
       01  PFX-REC.
           03  PFX-DEPTO           PIC X(10).
           03  FILLER              PIC X.
           03  PFX-OPCAO           PIC X.
           03  FILLER              PIC X.
           03  PFX-DEBITO          PIC X(12).
           03  FILLER              PIC X.
           03  PFX-CREDITO         PIC X(12).
