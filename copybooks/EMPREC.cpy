      *****************************************************************
      *  EMPREC - LAYOUT DO CADASTRO DE FUNCIONARIOS (EMPMAST)        *
      *  Usado por EMPMNT, EMPMCONV, EMPACONV, TESTE, MENU, TRANSCAP, *
      *  PERFECH, HOLDLIB, SECRPT, ACESREV e ACESCERT (COPY ...       *
      *  REPLACING) para garantir que manutencao e consulta enxerguem *
      *  o mesmo registro.                                            *
      *  PIN-TROCA = 'S' obriga a troca do PIN no proximo sign-on     *
      *  (gravado pelo EMPMNT na inclusao e no reset de PIN).         *
      *  ULT-SIGNON e a data do ultimo sign-on com sucesso (MENU,     *
      *  TRANSCAP, PERFECH, HOLDLIB, ACESCERT); zero se nunca houve.  *
      *  O ACESREV suspende (STATUS 'S') quem fica sem sign-on alem   *
      *  do limite de dias. GERENTE e a matricula de quem recertifica *
      *  o acesso a cada trimestre (zero = sem gerente cadastrado).   *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ID              PIC 9(5).
           03  PFX-PIN             PIC 9(4).
           03  FILLER              PIC X.
           03  PFX-PIN-TROCA       PIC X.
           03  FILLER              PIC X.
           03  PFX-ULT-SIGNON      PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-GERENTE         PIC 9(5).
