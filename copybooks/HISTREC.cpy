      *****************************************************************
      *  HISTREC - REGISTRO DO HISTORICO INDEXADO (CALCHIST.IDX)      *
      *  Usado por calc1, MENU, SUMRPT, FINEXT, CALCARC, MONRPT,      *
      *  HISTIDXC, HISTAMPC, HISTSELC, HISTVER, RASTREIO e CALCDESF   *
      *  (COPY ... REPLACING). A chave primaria DATA+HORA+SEQ permite *
      *  START por data; o operador e chave alternada com duplicatas  *
      *  para a consulta do MENU. O CORPO preserva o layout plano do  *
      *  antigo CALCHIST.DAT acrescido do departamento do header do   *
      *  lote (espacos nos calculos interativos), e e o formato dos   *
      *  arquivos mortos do CALCARC.                                  *
      *  SEQ desempata registros gravados no mesmo segundo.           *
      *  RUN-ID identifica a execucao do calc1 BATCH que gravou o     *
      *  registro (AAAAMMDDHHMMSS do inicio da execucao; espacos nos  *
      *  calculos interativos) e permite ao CALCDESF desfazer uma     *
      *  execucao inteira. TIPO distingue o lancamento normal         *
      *  (espaco) dos estornos, que repetem opcao, operandos e        *
      *  departamento do original com o resultado de sinal invertido  *
      *  para que os totais se anulem:                                *
      *    'E' - transacao de estorno do TRANSIN (opcao E); REF-ID e  *
      *          o TRANS-ID do calculo estornado;                     *
      *    'D' - estorno gravado pelo CALCDESF ao desfazer uma        *
      *          execucao; REF-ID e o ID do registro anulado (ou, se  *
      *          o anulado era um 'E', o original que ele estornava). *
      *  No lancamento normal da opcao A (amortizacao) REF-ID e a     *
      *  data aaaammdd da geracao AMORT.aaaammdd.DAT que guarda o     *
      *  cronograma, identificado nela pela CHAVE deste registro.     *
      *  COMPL fica fora do CORPO (nao vai para o arquivo morto) e    *
      *  guarda o que o recalculo do HISTVER precisa: o codigo da     *
      *  taxa do RATEMAST.DAT nas opcoes R e A e o prazo da A (nos    *
      *  estornos 'E' fica em branco). SELO e o valor de controle     *
      *  calculado pela rotina HISTSELO sobre CHAVE, CORPO e COMPL;   *
      *  quem grava o registro sela-o antes de cada WRITE.            *
      *****************************************************************
       01  PFX-REC.
           03  PFX-CHAVE.
               05  PFX-OPERADOR    PIC X(10).
               05  FILLER          PIC X.
               05  PFX-DEPTO       PIC X(10).
               05  FILLER          PIC X.
               05  PFX-RUN-ID      PIC X(14).
               05  FILLER          PIC X.
               05  PFX-TIPO        PIC X.
               05  FILLER          PIC X.
               05  PFX-REF-ID      PIC X(8).
           03  PFX-COMPL.
               05  PFX-TAXA-COD    PIC X(4).
               05  PFX-PRAZO       PIC 9(3).
           03  PFX-SELO            PIC 9(10).
