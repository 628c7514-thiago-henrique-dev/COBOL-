      *****************************************************************
      *  SELOLAY - PARAMETRO DA ROTINA DE SELO HISTSELO               *
      *  Usado por quem grava ou confere o CALCHIST.IDX (COPY ...     *
      *  REPLACING). O chamador move CHAVE, CORPO e COMPL do registro *
      *  do historico para REG; a rotina devolve em SELO o valor de   *
      *  controle, que vai para o SELO do HISTREC. Qualquer byte      *
      *  alterado depois de selado muda o valor.                      *
      *****************************************************************
       01  PFX-PARM.
           03  PFX-REG.
               05  PFX-CHAVE       PIC X(18).
               05  PFX-CORPO       PIC X(120).
               05  PFX-COMPL       PIC X(7).
           03  PFX-SELO            PIC 9(10).
