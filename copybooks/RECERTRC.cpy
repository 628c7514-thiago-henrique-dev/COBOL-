      *****************************************************************
      *  RECERTRC - RECERTIFICACAO DE ACESSO POR CONTA (RECERT.DAT)   *
      *  Usado por ACESREV, ACESCERT e SECRPT (COPY ... REPLACING).   *
      *  Arquivo so de acrescimo: a ultima linha de CICLO + EMP-ID da *
      *  a situacao vigente da conta no ciclo. SITUACAO 'P' pendente  *
      *  (gravada pelo ACESREV na abertura do ciclo); 'C' acesso      *
      *  mantido (certificado) e 'R' acesso revogado, gravadas pelo   *
      *  ACESCERT. GERENTE e o responsavel pela decisao, zero quando  *
      *  a conta nao tem gerente valido e fica com a supervisao       *
      *  (funcao SU). ROLE e a funcao da conta na abertura. POR e a   *
      *  matricula de quem decidiu e TIMESTAMP o momento do evento.   *
      *****************************************************************
       01  PFX-REC.
           03  PFX-CICLO           PIC X(6).
           03  FILLER              PIC X.
           03  PFX-EMP-ID          PIC 9(5).
           03  FILLER              PIC X.
           03  PFX-GERENTE         PIC 9(5).
           03  FILLER              PIC X.
           03  PFX-ROLE            PIC X(2).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X.
           03  FILLER              PIC X.
           03  PFX-TIMESTAMP       PIC X(19).
           03  FILLER              PIC X.
           03  PFX-POR             PIC X(5).
