      *****************************************************************
      *  RECICLRC - CICLOS DE RECERTIFICACAO DE ACESSO (RECICLO.DAT)  *
      *  Usado por ACESREV, ACESCERT e SECRPT (COPY ... REPLACING).   *
      *  Arquivo so de acrescimo: a ultima linha do CICLO da a        *
      *  situacao vigente. CICLO e o trimestre AAAATn. SITUACAO 'A'   *
      *  aberto pelo ACESREV (listagem RECLIST.AAAATn.DAT emitida e   *
      *  contas pendentes no RECERT.DAT); 'F' fechado pelo ACESCERT   *
      *  quando a ultima conta do ciclo foi decidida. DT-LIMITE e o   *
      *  prazo para as assinaturas dos gerentes; QTDE e o numero de   *
      *  contas do ciclo; DT-FECHA e a data do fechamento (zero       *
      *  enquanto aberto).                                            *
      *****************************************************************
       01  PFX-REC.
           03  PFX-CICLO           PIC X(6).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X.
           03  FILLER              PIC X.
           03  PFX-DT-ABERTURA     PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-DT-LIMITE       PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-QTDE            PIC 9(5).
           03  FILLER              PIC X.
           03  PFX-DT-FECHA        PIC 9(8).
