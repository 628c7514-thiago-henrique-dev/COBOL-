      *****************************************************************
      *  AMORTRC - LINHA DO CRONOGRAMA DE AMORTIZACAO                 *
      *  (AMORT.aaaammdd.DAT)                                         *
      *  Usado por calc1 e MENU (COPY ... REPLACING). A geracao do    *
      *  dia recebe os cronogramas do calc1 BATCH (data de            *
      *  processamento) e do MENU (data do relogio). Cada cronograma  *
      *  e identificado pela CHAVE do registro do CALCHIST.IDX que    *
      *  lancou o seu total; o registro aponta para a geracao pela    *
      *  data em REF-ID. TIPO:                                        *
      *    'C' - cabecalho: principal, codigo e taxa por periodo,     *
      *          prestacao fixa, departamento e operador; PERIODO     *
      *          traz o numero de periodos                            *
      *    'P' - um periodo: saldo inicial, juros, amortizacao,       *
      *          prestacao e saldo final                              *
      *    'T' - totais: principal, juros, amortizacao, prestacoes    *
      *          e saldo final (zero)                                 *
      *****************************************************************
       01  PFX-REC.
           03  PFX-CHAVE           PIC X(18).
           03  FILLER              PIC X.
           03  PFX-ID              PIC 9(8).
           03  FILLER              PIC X.
           03  PFX-TIPO            PIC X.
           03  FILLER              PIC X.
           03  PFX-PERIODO         PIC 9(3).
           03  FILLER              PIC X.
           03  PFX-VALORES.
               05  PFX-SALDO-INI   PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-JUROS       PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-AMORTIZ     PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-PRESTACAO   PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-SALDO-FIM   PIC -(9)9.99.
           03  PFX-CABECALHO REDEFINES PFX-VALORES.
               05  PFX-CAB-PRINCIPAL PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-CAB-TAXA-COD PIC X(4).
               05  FILLER          PIC X.
               05  PFX-CAB-TAXA    PIC ZZ9.99.
               05  FILLER          PIC X.
               05  PFX-CAB-PARCELA PIC -(9)9.99.
               05  FILLER          PIC X.
               05  PFX-CAB-DEPTO   PIC X(10).
               05  FILLER          PIC X.
               05  PFX-CAB-OPERADOR PIC X(10).
               05  FILLER          PIC X(8).
