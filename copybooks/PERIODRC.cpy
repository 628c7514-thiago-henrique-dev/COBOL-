      *****************************************************************
      *  PERIODRC - CONTROLE DE PERIODOS CONTABEIS (PERIODOS.DAT)     *
      *  Usado por PERFECH, calc1, MENU, TRANSCAP, MONRPT, CALCARC,   *
      *  CALCDESF e GENPURGE (COPY ... REPLACING). Uma linha por mes  *
      *  AAAAMM; mes sem linha esta aberto. SITUACAO 'A' (aberto),    *
      *  'E' (em fechamento) ou 'F' (fechado): em 'E' e 'F' nenhum    *
      *  calculo novo e lancado no mes. FECH-OPER/FECH-TS guardam     *
      *  quem iniciou o fechamento e, ao fechar, quem fechou e        *
      *  quando; QTDE e VALOR sao os totais finais do MONREPT         *
      *  congelados no fechamento. REAB-* registram a ultima          *
      *  reabertura e o motivo informado.                             *
      *****************************************************************
       01  PFX-REC.
           03  PFX-MES             PIC 9(6).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X.
           03  FILLER              PIC X.
           03  PFX-FECH-OPER       PIC X(10).
           03  FILLER              PIC X.
           03  PFX-FECH-TS         PIC X(19).
           03  FILLER              PIC X.
           03  PFX-QTDE            PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-VALOR           PIC -(11)9.99.
           03  FILLER              PIC X.
           03  PFX-REAB-OPER       PIC X(10).
           03  FILLER              PIC X.
           03  PFX-REAB-TS         PIC X(19).
           03  FILLER              PIC X.
           03  PFX-REAB-MOTIVO     PIC X(40).
