      *****************************************************************
      *  RUNLOGRC - REGISTRO DO LOG DE EXECUCOES DO calc1 (RUNLOG.DAT)*
      *  Usado por calc1, CALCDESF e JOBRPT (COPY ... REPLACING). Uma *
      *  linha por execucao do calc1 BATCH (um reinicio gera outra    *
      *  linha com o mesmo RUN-ID). SITUACAO fica em branco na        *
      *  gravacao e recebe DESFEITO ou ESTORNADO quando o CALCDESF    *
      *  desfaz a execucao. REJ-ES (estornos rejeitados) fica depois  *
      *  da SITUACAO para nao deslocar as colunas das linhas antigas, *
      *  que nao o tem. DATA-PROC (data de processamento da execucao, *
      *  que nomeia a geracao TRANSOUT e data as chaves do historico) *
      *  vem em seguida pelo mesmo motivo; nas linhas antigas e o     *
      *  proprio RUN-ID que traz essa data.                           *
      *  REJ-PF (suspensas por periodo fechado) segue no fim, ausente *
      *  nas linhas gravadas antes dela.                              *
      *  RETIDAS (transacoes retidas por limite de autorizacao no     *
      *  TRANSHLD.DAT, nem gravadas nem rejeitadas) vem por ultimo,   *
      *  tambem ausente nas linhas antigas.                           *
      *****************************************************************
       01  PFX-REC.
           03  PFX-TIMESTAMP       PIC X(19).
           03  FILLER              PIC X.
           03  PFX-MODO            PIC X(5).
           03  FILLER              PIC X.
           03  PFX-RESTART         PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-LIDAS           PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-GRAVADAS        PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-SZ          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-DZ          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-OP          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-RT          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-RF          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-PULADAS         PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-RC              PIC 9(2).
           03  FILLER              PIC X.
           03  PFX-RUN-ID          PIC X(14).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X(10).
           03  FILLER              PIC X.
           03  PFX-REJ-ES          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-DATA-PROC       PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-REJ-PF          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-RETIDAS         PIC 9(8).
