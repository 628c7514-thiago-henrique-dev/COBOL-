      *****************************************************************
      *  JOBLOGRC - REGISTRO DO LOG DE PASSOS DO JOBCTL (JOBLOG.DAT)  *
      *  Usado por JOBCTL e JOBRPT (COPY ... REPLACING). Uma linha    *
      *  por passo executado, com inicio e fim (AAAA-MM-DD-HH:MI:SS), *
      *  numero e nome do passo, RETURN-CODE e SITUACAO (OK, AVISO ou *
      *  FALHOU). Uma retomada grava outra linha para o mesmo passo.  *
      *  DATA-PROC e a data de processamento da cadeia; nas linhas    *
      *  gravadas antes dela fica em branco.                          *
      *****************************************************************
       01  PFX-REC.
           03  PFX-INICIO          PIC X(19).
           03  FILLER              PIC X.
           03  PFX-FIM             PIC X(19).
           03  FILLER              PIC X.
           03  PFX-PASSO           PIC 9(2).
           03  FILLER              PIC X.
           03  PFX-NOME            PIC X(8).
           03  FILLER              PIC X.
           03  PFX-RC              PIC 9(3).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X(10).
           03  FILLER              PIC X.
           03  PFX-DATA-PROC       PIC 9(8).
