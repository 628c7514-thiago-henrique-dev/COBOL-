      *****************************************************************
      *  HOLDREC - TRANSACOES RETIDAS POR LIMITE (TRANSHLD.DAT)       *
      *  Usado por calc1, HOLDLIB, TRANSASM, CALCDESF e RASTREIO      *
      *  (COPY ... REPLACING). Arquivo so de acrescimo: cada linha e  *
      *  um evento do item e a ultima linha do TRANS-ID da a situacao *
      *  vigente. SITUACAO 'P' retida pelo calc1 aguardando decisao;  *
      *  'A' aprovada pelo supervisor (entra na proxima montagem do   *
      *  TRANSASM); 'R' recusada; 'M' aprovada e ja montada no        *
      *  TRANSIN.DAT pelo TRANSASM (nao e montada de novo); 'L'       *
      *  aprovada e ja lancada pelo calc1 (o CALCDESF que desfaz a    *
      *  execucao que lancou volta o item a 'A'). TRANS-REC e o       *
      *  detalhe do TRANSVAL.DAT como retido (com o departamento nas  *
      *  colunas 32-41); CAPTURA e a matricula de quem capturou o     *
      *  lote (header do TRANSIN); EXCESSO diz o que passou do        *
      *  limite: OP operando, RS resultado. DEC-MATRICULA e           *
      *  DEC-MOTIVO registram o supervisor e o motivo nas linhas 'A'  *
      *  e 'R'. TIMESTAMP e o momento do evento; RUN-ID e DATA-PROC   *
      *  sao os da execucao do calc1 que reteve (ou lancou) o item;   *
      *  na linha 'M', DATA-PROC e a data da montagem.                *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ID              PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X.
           03  FILLER              PIC X.
           03  PFX-TRANS-REC       PIC X(41).
           03  FILLER              PIC X.
           03  PFX-CAPTURA         PIC X(5).
           03  FILLER              PIC X.
           03  PFX-RES             PIC -(9)9.99.
           03  FILLER              PIC X.
           03  PFX-EXCESSO         PIC X(2).
           03  FILLER              PIC X.
           03  PFX-RUN-ID          PIC X(14).
           03  FILLER              PIC X.
           03  PFX-DATA-PROC       PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-TIMESTAMP       PIC X(19).
           03  FILLER              PIC X.
           03  PFX-DEC-MATRICULA   PIC X(5).
           03  FILLER              PIC X.
           03  PFX-DEC-MOTIVO      PIC X(40).
