      *****************************************************************
      *  LIMITRC - LIMITES DE AUTORIZACAO (LIMITES.DAT)               *
      *  Usado por LIMMNT e calc1 (COPY ... REPLACING). Uma linha     *
      *  por departamento e opcao; '*' em DEPTO ou OPCAO vale para    *
      *  qualquer um. Na busca prevalece a linha mais especifica:     *
      *  departamento e opcao, departamento e '*', '*' e opcao, e     *
      *  por fim '*' e '*'. Sem linha aplicavel nao ha limite.        *
      *  LIM-OPERANDO limita cada operando e LIM-RESULTADO o          *
      *  resultado, em valor absoluto; zero deixa o item sem limite.  *
      *  Transacao acima do limite fica retida no TRANSHLD.DAT ate    *
      *  a liberacao pelo supervisor (HOLDLIB).                       *
      *****************************************************************
       01  PFX-REC.
           03  PFX-DEPTO           PIC X(10).
           03  FILLER              PIC X.
           03  PFX-OPCAO           PIC X.
           03  FILLER              PIC X.
           03  PFX-LIM-OPERANDO    PIC 9(9)V99.
           03  FILLER              PIC X.
           03  PFX-LIM-RESULTADO   PIC 9(9)V99.
