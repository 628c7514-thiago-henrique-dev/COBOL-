      *****************************************************************
      *  ESTACRC - JORNAL DAS ESTACOES DE CAPTURA (ESTACOES.DAT)      *
      *  Usado por TRANSCAP e TRANSCON (COPY ... REPLACING). Arquivo  *
      *  so de acrescimo: cada linha e um evento de um arquivo de     *
      *  estacao e a ultima linha do ARQUIVO da a situacao vigente.   *
      *  SITUACAO 'A' aberta (sessao do TRANSCAP em andamento ou      *
      *  interrompida); 'F' fechada com HDR/TRL completos, aguardando *
      *  a consolidacao; 'C' consolidada no TRANSIN.DAT pelo          *
      *  TRANSCON; 'X' excluida pelo TRANSCON, com o MOTIVO. ARQUIVO  *
      *  e CAPTURA.nnnnnnnn.DAT, nnnnnnnn o primeiro ID da faixa      *
      *  ID-INI a ID-FIM reservada no IDALOC.DAT. QTDE e HASH sao os  *
      *  do trailer gravado no fechamento. DATA-PROC e a data de      *
      *  processamento do header; TIMESTAMP e o momento do evento.    *
      *****************************************************************
       01  PFX-REC.
           03  PFX-ARQUIVO         PIC X(30).
           03  FILLER              PIC X.
           03  PFX-SITUACAO        PIC X.
           03  FILLER              PIC X.
           03  PFX-ESTACAO         PIC X(8).
           03  FILLER              PIC X.
           03  PFX-MATRICULA       PIC X(5).
           03  FILLER              PIC X.
           03  PFX-DEPTO           PIC X(10).
           03  FILLER              PIC X.
           03  PFX-DATA-PROC       PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-ID-INI          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-ID-FIM          PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-QTDE            PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-HASH            PIC 9(10)V99.
           03  FILLER              PIC X.
           03  PFX-TIMESTAMP       PIC X(19).
           03  FILLER              PIC X.
           03  PFX-MOTIVO          PIC X(30).
