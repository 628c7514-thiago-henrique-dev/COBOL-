      *  EXTRACAO DELIMITADA PARA O FINANCEIRO                        *
      *  Le o historico e PRGMOUT.DAT e gera FINEXT.DAT: uma linha    *
      *  por calculo (data;operador;operacao;num1;num2;resultado;     *
      *  departamento;tipo;original) - tipo E (estorno do TRANSIN)    *
      *  ou D (estorno do CALCDESF) com o ID do calculo anulado em    *
      *  original, e o resultado ja negativo;                         *
      *  sempre com ponto decimal, entre um header (data da extracao, *
      *  sistema de origem e numero sequencial da extracao) e um      *
      *  trailer (contagem e total) para o carregador deles conferir  *
      *  execucao envia somente o que foi acrescentado desde a        *
      *  anterior. O parametro FULL forca a reextracao completa       *
      *  para situacoes de recuperacao.                               *
      *  Cada registro do historico com TRANS-ID enviado e anotado em *
      *  FINEXTID.DAT com o numero da extracao, para o RASTREIO dizer *
      *  em que extracao o ID foi ao financeiro.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTLOG-STATUS.

           SELECT XID-FILE ASSIGN TO "FINEXTID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
               ==PFX-RES==       BY ==HIST-RES==
               ==PFX-TIMESTAMP== BY ==HIST-TIMESTAMP==
               ==PFX-OPERADOR==  BY ==HIST-OPERADOR==
               ==PFX-DEPTO==     BY ==HIST-DEPTO==
               ==PFX-RUN-ID==    BY ==HIST-RUN-ID==
               ==PFX-TIPO==      BY ==HIST-TIPO==
               ==PFX-REF-ID==    BY ==HIST-REF-ID==
               ==PFX-COMPL==     BY ==HIST-COMPL==
               ==PFX-TAXA-COD==  BY ==HIST-TAXA-COD==
               ==PFX-PRAZO==     BY ==HIST-PRAZO==
               ==PFX-SELO==      BY ==HIST-SELO==.

       FD  PRGM-OUT-FILE
           RECORDING MODE IS F.
           03 FILLER               PIC X VALUE SPACE.
           03 EL-VALOR             PIC +9(12).99.

       FD  XID-FILE
           RECORDING MODE IS F.
           COPY FINXIDRC REPLACING
               ==PFX-REC==     BY ==XID-REC==
               ==PFX-ID==      BY ==XID-ID==
               ==PFX-EXT-NUM== BY ==XID-EXT-NUM==
               ==PFX-DATA==    BY ==XID-DATA==
               ==PFX-CHAVE==   BY ==XID-CHAVE==
               ==PFX-TIPO==    BY ==XID-TIPO==.

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-PRGM-STATUS       PIC XX.
               03 WS-HOJE-MM        PIC 9(2).
               03 WS-HOJE-DD        PIC 9(2).
           01 WS-HOJE-N REDEFINES WS-HOJE PIC 9(8).
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

           01 WS-EXT-DATA          PIC X(8).
           01 WS-EXT-OPERADOR      PIC X(10).
           01 WS-EXT-OPCAO         PIC X.
           01 WS-EXT-DEPTO         PIC X(10).
           01 WS-EXT-TIPO          PIC X.
           01 WS-EXT-REF-ID        PIC X(8).
           01 WS-NUM1-N            PIC S9(9)V99.
           01 WS-NUM2-N            PIC S9(9)V99.
           01 WS-RES-N             PIC S9(9)V99.

           01 WS-CKPT-STATUS       PIC XX.
           01 WS-EXTLOG-STATUS     PIC XX.
           01 WS-XID-STATUS        PIC XX.
           01 WS-PARM              PIC X(20).
           01 WS-PARM-1            PIC X(10).
           01 WS-EXT-NUM           PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           PERFORM 0400-LE-BOOKMARK
           ADD 1 TO WS-EXT-NUM
           OPEN OUTPUT EXT-FILE
               DISPLAY "AVISO: CALCHIST.IDX NAO ENCONTRADO - RODAR "
                   "HISTIDXC SE O HISTORICO AINDA FOR SEQUENCIAL"
           ELSE
               OPEN EXTEND XID-FILE
               IF WS-XID-STATUS = '35'
                   OPEN OUTPUT XID-FILE
               END-IF
               IF WS-ULT-CHAVE = ZEROS
                   CONTINUE
               ELSE
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               CLOSE XID-FILE
           END-IF.

       0110-EXTRAI-UM-HISTORICO.
           MOVE HIST-OPERADOR TO WS-EXT-OPERADOR
           MOVE HIST-OPCAO    TO WS-EXT-OPCAO
           MOVE HIST-DEPTO    TO WS-EXT-DEPTO
           MOVE HIST-TIPO     TO WS-EXT-TIPO
           IF HIST-TIPO = 'E' OR HIST-TIPO = 'D'
               MOVE HIST-REF-ID TO WS-EXT-REF-ID
           ELSE
               MOVE SPACES      TO WS-EXT-REF-ID
           END-IF
           MOVE HIST-NUM1     TO WS-NUM1-N
           MOVE HIST-NUM2     TO WS-NUM2-N
           MOVE HIST-RES      TO WS-RES-N
           MOVE HIST-CHAVE    TO WS-ULT-CHAVE
           PERFORM 0300-GRAVA-LINHA
           IF HIST-ID NOT = ZERO
               MOVE SPACES     TO XID-REC
               MOVE HIST-ID    TO XID-ID
               MOVE WS-EXT-NUM TO XID-EXT-NUM
               MOVE WS-HOJE-N  TO XID-DATA
               MOVE HIST-CHAVE TO XID-CHAVE
               MOVE HIST-TIPO  TO XID-TIPO
               WRITE XID-REC
           END-IF.

       0200-EXTRAI-PRGMATEM.
           OPEN INPUT PRGM-OUT-FILE
           MOVE WS-HOJE-N TO WS-EXT-DATA
           MOVE PO-OPERADOR TO WS-EXT-OPERADOR
           MOVE SPACES TO WS-EXT-DEPTO
           MOVE SPACES TO WS-EXT-TIPO
           MOVE SPACES TO WS-EXT-REF-ID
           MOVE PO-NUM1 TO WS-NUM1-N
           MOVE PO-NUM2 TO WS-NUM2-N

               ";" WS-EXT-NUM2
               ";" WS-EXT-RES
               ";" WS-EXT-DEPTO
               ";" WS-EXT-TIPO
               ";" WS-EXT-REF-ID
               DELIMITED BY SIZE INTO EXT-LINE
           WRITE EXT-LINE
           ADD 1 TO WS-TOTAL-LINHAS
