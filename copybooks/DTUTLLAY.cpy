      *****************************************************************
      *  DTUTLLAY - PARAMETRO DA ROTINA DE DATAS DTUTIL               *
      *  Usado pelos programas que chamam o DTUTIL (COPY ...          *
      *  REPLACING). FUNCAO:                                          *
      *    'D' - devolve em DATA-1 a data de processamento            *
      *    'U' - STATUS '0' se DATA-1 e dia util, 'N' se nao e        *
      *    'P' - devolve em DATA-2 o proximo dia util apos DATA-1     *
      *    'C' - devolve em DIAS os dias uteis depois de DATA-1 ate   *
      *          DATA-2 inclusive (negativo se DATA-2 for anterior)   *
      *    'R' - devolve em DATA-2 o dia util DIAS dias uteis antes   *
      *          de DATA-1                                            *
      *  STATUS: '0' = OK  'N' = DIA NAO UTIL  'I' = DATA OU FUNCAO   *
      *  INVALIDA  'S' = DATAPROC.DAT AUSENTE (DATA DO SISTEMA)       *
      *****************************************************************
       01  PFX-PARM.
           03  PFX-FUNCAO          PIC X.
           03  PFX-DATA-1          PIC 9(8).
           03  PFX-DATA-2          PIC 9(8).
           03  PFX-DIAS            PIC S9(5).
           03  PFX-STATUS          PIC X.
