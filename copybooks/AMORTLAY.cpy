      *****************************************************************
      *  AMORTLAY - CRONOGRAMA DA AMORTIZACAO (OPCAO A DO CALCENG)    *
      *  Usado por CALCENG, calc1 e MENU (COPY ... REPLACING). O      *
      *  chamador passa o principal em NUM1 e a taxa por periodo (%)  *
      *  em NUM2 do OPRESLAY e o numero de periodos em PRAZO (1 a     *
      *  360). O CALCENG devolve em RES o total das prestacoes e aqui *
      *  a prestacao fixa (tabela Price), o total de juros e uma      *
      *  linha por periodo: saldo inicial, juros, amortizacao,        *
      *  prestacao e saldo final. A ultima prestacao absorve o        *
      *  arredondamento para que o saldo termine exatamente em zero.  *
      *****************************************************************
       01  PFX-PARM.
           03  PFX-PRAZO           PIC 9(3).
           03  PFX-PARCELA         PIC S9(9)V99.
           03  PFX-TOTAL-JUROS     PIC S9(9)V99.
           03  PFX-PERIODO OCCURS 360 TIMES.
               05  PFX-SALDO-INI   PIC S9(9)V99.
               05  PFX-JUROS       PIC S9(9)V99.
               05  PFX-AMORTIZ     PIC S9(9)V99.
               05  PFX-PRESTACAO   PIC S9(9)V99.
               05  PFX-SALDO-FIM   PIC S9(9)V99.
