      *****************************************************************
      *  DTPROCRC - CONTROLE DA DATA DE PROCESSAMENTO (DATAPROC.DAT)  *
      *  Usado por JOBCTL, CALMNT e DTUTIL (COPY ... REPLACING). Um   *
      *  unico registro com o dia util que a cadeia noturna esta      *
      *  processando. O JOBCTL so avanca DATA-PROC para o proximo dia *
      *  util quando a cadeia termina, de modo que uma execucao que   *
      *  passa da meia-noite ou um reprocessamento na manha seguinte  *
      *  continuam no mesmo dia de negocio. DATA-ANT e o ultimo dia   *
      *  concluido; ORIGEM e JOBCTL ou o operador que acertou a data  *
      *  pelo CALMNT.                                                 *
      *****************************************************************
       01  PFX-REC.
           03  PFX-DATA-PROC       PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-DATA-ANT        PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-ATUALIZADO      PIC X(19).
           03  FILLER              PIC X.
           03  PFX-ORIGEM          PIC X(10).
