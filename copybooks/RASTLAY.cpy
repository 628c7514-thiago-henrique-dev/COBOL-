      *****************************************************************
      *  RASTLAY - RASTREIO DE UM TRANS-ID (ROTINA RASTREIO)          *
      *  Usado por RASTREIO, RASTRPT e MENU (COPY ... REPLACING). O   *
      *  chamador passa o TRANS-ID em ID; a rotina devolve em EVENTO  *
      *  a historia do ID em todos os arquivos por onde ele passa,    *
      *  em ordem de data. ORDEM e a chave da ordenacao: DATA e HORA  *
      *  do evento (HORA zero quando o arquivo nao guarda o momento)  *
      *  e FASE do ciclo, que poe na ordem os eventos do mesmo dia:   *
      *    1 captura na estacao      2 TRANSIN.DAT                    *
      *    3 rejeicao na edicao      4 suspenso ou retido no calc1    *
      *    5 ressubmissao/decisao    6 lancamento e resultado         *
      *    7 estorno ou anulacao     8 extracao para o financeiro     *
      *    9 confirmacao do financeiro                                *
      *  QUANDO traz data e hora editadas (AAAA-MM-DD HH:MM:SS),      *
      *  ORIGEM o arquivo onde o evento foi achado e TEXTO o evento.  *
      *  STATUS: '0' = OK  'N' = ID EM NENHUM ARQUIVO  'I' = ID       *
      *  INVALIDO  'C' = MAIS DE 200 EVENTOS (EXCEDENTES PERDIDOS)    *
      *****************************************************************
       01  PFX-PARM.
           03  PFX-ID              PIC 9(8).
           03  PFX-STATUS          PIC X.
           03  PFX-QTDE            PIC 9(3).
           03  PFX-EVENTO OCCURS 200 TIMES.
               05  PFX-EV-ORDEM.
                   07  PFX-EV-DATA     PIC 9(8).
                   07  PFX-EV-FASE     PIC 9.
                   07  PFX-EV-HORA     PIC 9(6).
               05  PFX-EV-QUANDO   PIC X(19).
               05  PFX-EV-ORIGEM   PIC X(21).
               05  PFX-EV-TEXTO    PIC X(90).
