       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTVER.
      *****************************************************************
      *  VERIFICACAO DE INTEGRIDADE DO HISTORICO (HISTVREPT.DAT)      *
      *  Passo do JOBCTL logo apos o calc1 BATCH. Le o CALCHIST.IDX   *
      *  inteiro em ordem de chave e, para cada registro:             *
      *    - recalcula o SELO pela rotina HISTSELO e compara com o    *
      *      gravado;                                                 *
      *    - confere a sequencia: o primeiro registro de cada         *
      *      DATA+HORA tem SEQ zero e os seguintes SEQ anterior + 1;  *
      *    - refaz o calculo pelo CALCENG a partir dos operandos      *
      *      gravados e compara com o RES. Nas opcoes R e A do        *
      *      lancamento normal a taxa usada e a do RATEMAST.DAT em    *
      *      vigor na data do registro para o codigo gravado em       *
      *      TAXA-COD; registros R anteriores ao codigo (TAXA-COD em  *
      *      branco) so passam se algum codigo tinha em vigor naquela *
      *      data a taxa gravada em NUM2. Estornos 'E' e 'D' sao      *
      *      refeitos com os operandos do original e devem trazer o   *
      *      resultado de sinal invertido (o 'D' que anula um 'E'     *
      *      volta ao sinal do original). A sem prazo gravado (E de   *
      *      amortizacao, ou convertida sem cronograma) e contada     *
      *      como nao recalculada.                                    *
      *  Depois soma a QTDE das entradas CALCARC.* do GENCAT.DAT por  *
      *  geracao (o CALCARC acrescenta uma entrada por execucao) e    *
      *  confere com as linhas de cada arquivo morto no disco.        *
      *  Cada divergencia e uma linha EXCECAO no relatorio e no       *
      *  console. RC 12 havendo qualquer excecao, para parar a        *
      *  cadeia; RC 4 se faltar CALCHIST.IDX ou GENCAT.DAT.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "CALCHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT ARCH-FILE ASSIGN USING WS-ARCH-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RPT-FILE ASSIGN TO "HISTVREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC REPLACING
               ==PFX-REC==       BY ==HIST-REC==
               ==PFX-CHAVE==     BY ==HIST-CHAVE==
               ==PFX-CH-DATA==   BY ==HIST-CH-DATA==
               ==PFX-CH-HORA==   BY ==HIST-CH-HORA==
               ==PFX-CH-SEQ==    BY ==HIST-CH-SEQ==
               ==PFX-CORPO==     BY ==HIST-CORPO==
               ==PFX-ID==        BY ==HIST-ID==
               ==PFX-OPCAO==     BY ==HIST-OPCAO==
               ==PFX-NUM1==      BY ==HIST-NUM1==
               ==PFX-NUM2==      BY ==HIST-NUM2==
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

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-REC.
           03 RATE-CODIGO          PIC X(4).
           03 FILLER               PIC X.
           03 RATE-VALOR           PIC 9(3)V99.
           03 FILLER               PIC X.
           03 RATE-DT-EFETIVA      PIC 9(8).

       FD  GENCAT-FILE
           RECORDING MODE IS F.
           COPY GENCATRC REPLACING
               ==PFX-REC==     BY ==GENCAT-REC==
               ==PFX-ARQUIVO== BY ==GENCAT-ARQUIVO==
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

       FD  ARCH-FILE
           RECORDING MODE IS F.
           COPY ARCHREC REPLACING
               ==PFX-REC==       BY ==ARCH-REC==
               ==PFX-ATUAL==     BY ==ARCH-ATUAL==
               ==PFX-CHAVE==     BY ==ARCH-CHAVE==
               ==PFX-CH-DATA==   BY ==ARCH-CH-DATA==
               ==PFX-CH-HORA==   BY ==ARCH-CH-HORA==
               ==PFX-CH-SEQ==    BY ==ARCH-CH-SEQ==
               ==PFX-CORPO==     BY ==ARCH-CORPO==
               ==PFX-ANTIGO==    BY ==ARCH-ANTIGO==
               ==PFX-CORPO-ANT== BY ==ARCH-CORPO-ANT==.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-RATE-STATUS       PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-ARCH-STATUS       PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.
           01 WS-RATE-EOF-SW       PIC X VALUE 'N'.
               88 WS-RATE-EOF          VALUE 'Y'.
           01 WS-GENCAT-EOF-SW     PIC X VALUE 'N'.
               88 WS-GENCAT-EOF        VALUE 'Y'.
           01 WS-ARCH-EOF-SW       PIC X.
               88 WS-ARCH-EOF          VALUE 'Y'.
           01 WS-PRIMEIRO-SW       PIC X VALUE 'Y'.
               88 WS-PRIMEIRO          VALUE 'Y'.
           01 WS-TAXA-OK-SW        PIC X.
               88 WS-TAXA-OK           VALUE 'Y'.
           01 WS-SUPERADA-SW       PIC X.
               88 WS-SUPERADA          VALUE 'Y'.

           01 WS-HOJE              PIC 9(8).
           01 WS-RC                PIC 9(2) VALUE ZERO.
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.

           COPY OPRESLAY REPLACING
               ==PFX-OPERANDOS== BY ==CALC-OPERANDOS==
               ==PFX-NUM1==      BY ==CALC-NUM1==
               ==PFX-NUM2==      BY ==CALC-NUM2==
               ==PFX-RES==       BY ==CALC-RES==.
           COPY AMORTLAY REPLACING
               ==PFX-PARM==        BY ==AMR-PARM==
               ==PFX-PRAZO==       BY ==AMR-PRAZO==
               ==PFX-PARCELA==     BY ==AMR-PARCELA==
               ==PFX-TOTAL-JUROS== BY ==AMR-TOTAL-JUROS==
               ==PFX-PERIODO==     BY ==AMR-PERIODO==
               ==PFX-SALDO-INI==   BY ==AMR-SALDO-INI==
               ==PFX-JUROS==       BY ==AMR-JUROS==
               ==PFX-AMORTIZ==     BY ==AMR-AMORTIZ==
               ==PFX-PRESTACAO==   BY ==AMR-PRESTACAO==
               ==PFX-SALDO-FIM==   BY ==AMR-SALDO-FIM==.
           01 WS-ENG-OPCAO         PIC X.
           01 WS-ENG-STATUS        PIC X.

           01 WS-RES-GRAVADO       PIC S9(9)V99.
           01 WS-RES-ESPERADO      PIC S9(9)V99.
           01 WS-VAL-1             PIC -(9)9.99.
           01 WS-VAL-2             PIC -(9)9.99.

           01 WS-RATE-TABLE.
               03 WS-RATE-ENTRY OCCURS 100 TIMES.
                   05 WS-RT-CODIGO  PIC X(4).
                   05 WS-RT-VALOR   PIC 9(3)V99.
                   05 WS-RT-DT      PIC 9(8).
           01 WS-RATE-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-RATE-IDX          PIC 9(4).
           01 WS-RATE-IDX-2        PIC 9(4).
           01 WS-RATE-ACHOU-IDX    PIC 9(4).
           01 WS-RATE-ACHOU-DT     PIC 9(8).
           01 WS-RATE-VIGENTE      PIC 9(3)V99.

           01 WS-ANT-DATA          PIC 9(8).
           01 WS-ANT-HORA          PIC 9(6).
           01 WS-ANT-SEQ           PIC 9(4).
           01 WS-SEQ-ESPERADO      PIC 9(5).

           01 WS-EXC-TEXTO         PIC X(80).

           01 WS-ARQ-TABLE.
               03 WS-ARQ-ENTRY OCCURS 400 TIMES.
                   05 WS-ARQ-NOME   PIC X(30).
                   05 WS-ARQ-QTDE   PIC 9(8).
           01 WS-ARQ-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-ARQ-IDX           PIC 9(4).
           01 WS-ARQ-ACHOU-IDX     PIC 9(4).
           01 WS-ARCH-NOME         PIC X(30).
           01 WS-ARCH-LINHAS       PIC 9(8).

           01 WS-TOTAL-LIDOS       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-RECALC      PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-NAO-RECALC  PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-EXC-HIST    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-EXC-ARQ     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           PERFORM 0050-CARREGA-TAXAS
           OPEN OUTPUT RPT-FILE
           MOVE "VERIFICACAO DE INTEGRIDADE DO HISTORICO CALCHIST.IDX"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GERADO EM: " WS-HOJE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 0100-VERIFICA-HISTORICO THRU 0100-EXIT
           PERFORM 0300-VERIFICA-ARQUIVOS-MORTOS THRU 0300-EXIT
           PERFORM 0500-ESCREVE-TOTAIS

           CLOSE RPT-FILE
           MOVE WS-RC TO RETURN-CODE.

       0000-EXIT.
           STOP RUN.

       0050-CARREGA-TAXAS.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '35'
               DISPLAY "AVISO: RATEMAST.DAT NAO ENCONTRADO - "
                   "OPCOES R E A NAO TERAO TAXA PARA CONFERIR"
           ELSE
               PERFORM UNTIL WS-RATE-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT >= 100
                               DISPLAY "AVISO: TABELA DE TAXAS CHEIA - "
                                   "TAXAS EXCEDENTES IGNORADAS"
                               SET WS-RATE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RATE-CODIGO
                                   TO WS-RT-CODIGO(WS-RATE-COUNT)
                               MOVE RATE-VALOR
                                   TO WS-RT-VALOR(WS-RATE-COUNT)
                               MOVE RATE-DT-EFETIVA
                                   TO WS-RT-DT(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       0100-VERIFICA-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '35'
               DISPLAY "AVISO: CALCHIST.IDX NAO ENCONTRADO - "
                   "HISTORICO NAO VERIFICADO"
               MOVE "AVISO: CALCHIST.IDX NAO ENCONTRADO" TO RPT-LINE
               WRITE RPT-LINE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               GO TO 0100-EXIT
           END-IF
           MOVE LOW-VALUES TO HIST-CHAVE
           START HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 0110-CONFERE-SELO
                       PERFORM 0120-CONFERE-SEQUENCIA
                       PERFORM 0200-RECALCULA THRU 0200-EXIT
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       0100-EXIT.
           EXIT.

       0110-CONFERE-SELO.
           IF HIST-SELO IS NOT NUMERIC
               MOVE "SELO AUSENTE OU NAO NUMERICO" TO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
           ELSE
               MOVE HIST-CHAVE TO SEL-CHAVE
               MOVE HIST-CORPO TO SEL-CORPO
               MOVE HIST-COMPL TO SEL-COMPL
               CALL 'HISTSELO' USING SEL-PARM
               IF SEL-SELO NOT = HIST-SELO
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING "SELO NAO CONFERE: GRAVADO " HIST-SELO
                       " CALCULADO " SEL-SELO
                       DELIMITED BY SIZE INTO WS-EXC-TEXTO
                   PERFORM 8000-EXCECAO-HISTORICO
               END-IF
           END-IF.

      * SEQ so desempata gravacoes no mesmo segundo: comeca em zero em
      * cada DATA+HORA e cresce de um em um a cada chave duplicada.
       0120-CONFERE-SEQUENCIA.
           IF NOT WS-PRIMEIRO
               AND HIST-CH-DATA = WS-ANT-DATA
               AND HIST-CH-HORA = WS-ANT-HORA
               COMPUTE WS-SEQ-ESPERADO = WS-ANT-SEQ + 1
               IF HIST-CH-SEQ NOT = WS-SEQ-ESPERADO
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING "SEQ SALTOU DE " WS-ANT-SEQ
                       " PARA " HIST-CH-SEQ
                       DELIMITED BY SIZE INTO WS-EXC-TEXTO
                   PERFORM 8000-EXCECAO-HISTORICO
               END-IF
           ELSE
               IF HIST-CH-SEQ NOT = ZERO
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING "SEQ INICIA EM " HIST-CH-SEQ
                       " (ESPERADO 0000) - REGISTROS FALTANDO"
                       DELIMITED BY SIZE INTO WS-EXC-TEXTO
                   PERFORM 8000-EXCECAO-HISTORICO
               END-IF
           END-IF
           MOVE 'N'          TO WS-PRIMEIRO-SW
           MOVE HIST-CH-DATA TO WS-ANT-DATA
           MOVE HIST-CH-HORA TO WS-ANT-HORA
           MOVE HIST-CH-SEQ  TO WS-ANT-SEQ.

       0200-RECALCULA.
           MOVE HIST-NUM1  TO CALC-NUM1
           MOVE HIST-NUM2  TO CALC-NUM2
           MOVE HIST-RES   TO WS-RES-GRAVADO
           MOVE HIST-OPCAO TO WS-ENG-OPCAO
           EVALUATE HIST-OPCAO
               WHEN '+'
               WHEN '-'
               WHEN '*'
               WHEN '/'
               WHEN 'P'
                   CONTINUE
               WHEN 'R'
                   IF HIST-TIPO = SPACE
                       PERFORM 0210-CONFERE-TAXA THRU 0210-EXIT
                   END-IF
                   MOVE 'P' TO WS-ENG-OPCAO
               WHEN 'A'
                   IF HIST-PRAZO IS NOT NUMERIC OR HIST-PRAZO = ZERO
                       ADD 1 TO WS-TOTAL-NAO-RECALC
                       GO TO 0200-EXIT
                   END-IF
                   MOVE HIST-PRAZO TO AMR-PRAZO
                   IF HIST-TIPO = SPACE
                       PERFORM 0210-CONFERE-TAXA THRU 0210-EXIT
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING "OPCAO [" HIST-OPCAO "] DESCONHECIDA - "
                       "NAO RECALCULADO"
                       DELIMITED BY SIZE INTO WS-EXC-TEXTO
                   PERFORM 8000-EXCECAO-HISTORICO
                   GO TO 0200-EXIT
           END-EVALUATE

           CALL 'CALCENG' USING WS-ENG-OPCAO CALC-OPERANDOS
               WS-ENG-STATUS AMR-PARM
           IF WS-ENG-STATUS NOT = '0'
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "CALCENG RECUSOU O RECALCULO (STATUS "
                   WS-ENG-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
               GO TO 0200-EXIT
           END-IF

      * 'E' e 'D' gravam o resultado do original com sinal invertido;
      * o 'D' que anula um 'E' (REF-ID diferente do proprio ID) volta
      * ao sinal do original.
           EVALUATE TRUE
               WHEN HIST-TIPO = SPACE
                   MOVE CALC-RES TO WS-RES-ESPERADO
               WHEN HIST-TIPO = 'E'
                   COMPUTE WS-RES-ESPERADO = 0 - CALC-RES
               WHEN HIST-TIPO = 'D' AND HIST-REF-ID = HIST-ID
                   COMPUTE WS-RES-ESPERADO = 0 - CALC-RES
               WHEN HIST-TIPO = 'D'
                   MOVE CALC-RES TO WS-RES-ESPERADO
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING "TIPO [" HIST-TIPO "] DESCONHECIDO - "
                       "NAO RECALCULADO"
                       DELIMITED BY SIZE INTO WS-EXC-TEXTO
                   PERFORM 8000-EXCECAO-HISTORICO
                   GO TO 0200-EXIT
           END-EVALUATE
           ADD 1 TO WS-TOTAL-RECALC
           IF WS-RES-ESPERADO NOT = WS-RES-GRAVADO
               MOVE WS-RES-GRAVADO  TO WS-VAL-1
               MOVE WS-RES-ESPERADO TO WS-VAL-2
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "RESULTADO NAO CONFERE: GRAVADO " WS-VAL-1
                   " RECALCULADO " WS-VAL-2
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
           END-IF.

       0200-EXIT.
           EXIT.

      * A taxa e a do RATEMAST.DAT em vigor na data do registro (a
      * data de processamento no batch, a do relogio no MENU) - a
      * mesma regra com que o calc1 e o MENU a resolveram. O recalculo
      * usa a taxa vigente, de modo que uma taxa gravada errada
      * tambem aparece como resultado divergente.
       0210-CONFERE-TAXA.
           IF HIST-TAXA-COD = SPACES
               PERFORM 0230-BUSCA-TAXA-SEM-CODIGO
               GO TO 0210-EXIT
           END-IF
           MOVE ZERO  TO WS-RATE-ACHOU-IDX
           MOVE ZEROS TO WS-RATE-ACHOU-DT
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CODIGO(WS-RATE-IDX) = HIST-TAXA-COD
                   AND WS-RT-DT(WS-RATE-IDX) NOT > HIST-CH-DATA
                   AND WS-RT-DT(WS-RATE-IDX) NOT < WS-RATE-ACHOU-DT
                   MOVE WS-RATE-IDX TO WS-RATE-ACHOU-IDX
                   MOVE WS-RT-DT(WS-RATE-IDX) TO WS-RATE-ACHOU-DT
               END-IF
           END-PERFORM
           IF WS-RATE-ACHOU-IDX = ZERO
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "TAXA [" HIST-TAXA-COD "] SEM VIGENCIA EM "
                   HIST-CH-DATA " NO RATEMAST.DAT"
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
               GO TO 0210-EXIT
           END-IF
           MOVE WS-RT-VALOR(WS-RATE-ACHOU-IDX) TO WS-RATE-VIGENTE
           IF WS-RATE-VIGENTE NOT = CALC-NUM2
               MOVE CALC-NUM2       TO WS-VAL-1
               MOVE WS-RATE-VIGENTE TO WS-VAL-2
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "TAXA [" HIST-TAXA-COD "] GRAVADA " WS-VAL-1
                   " VIGENTE " WS-VAL-2
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
           END-IF
           MOVE WS-RATE-VIGENTE TO CALC-NUM2.

       0210-EXIT.
           EXIT.

      * Registro gravado antes do codigo da taxa ir para o historico:
      * basta que algum codigo tivesse em vigor, na data, a taxa NUM2.
       0230-BUSCA-TAXA-SEM-CODIGO.
           MOVE 'N' TO WS-TAXA-OK-SW
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-TAXA-OK
               IF WS-RT-DT(WS-RATE-IDX) NOT > HIST-CH-DATA
                   AND WS-RT-VALOR(WS-RATE-IDX) = CALC-NUM2
                   PERFORM 0240-VERIFICA-SUPERADA
                   IF NOT WS-SUPERADA
                       SET WS-TAXA-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-TAXA-OK
               MOVE CALC-NUM2 TO WS-VAL-1
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "NENHUMA TAXA VIGENTE EM " HIST-CH-DATA
                   " IGUAL A GRAVADA " WS-VAL-1 " (SEM CODIGO)"
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8000-EXCECAO-HISTORICO
           END-IF.

      * A entrada WS-RATE-IDX deixa de vigorar se o mesmo codigo tem
      * outra com data efetiva posterior a ela e ate a do registro.
       0240-VERIFICA-SUPERADA.
           MOVE 'N' TO WS-SUPERADA-SW
           PERFORM VARYING WS-RATE-IDX-2 FROM 1 BY 1
                   UNTIL WS-RATE-IDX-2 > WS-RATE-COUNT
               IF WS-RT-CODIGO(WS-RATE-IDX-2)
                       = WS-RT-CODIGO(WS-RATE-IDX)
                   AND WS-RT-DT(WS-RATE-IDX-2)
                       > WS-RT-DT(WS-RATE-IDX)
                   AND WS-RT-DT(WS-RATE-IDX-2) NOT > HIST-CH-DATA
                   SET WS-SUPERADA TO TRUE
               END-IF
           END-PERFORM.

       0300-VERIFICA-ARQUIVOS-MORTOS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ARQUIVOS MORTOS CALCARC: CATALOGO GENCAT.DAT X DISCO"
               TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               DISPLAY "AVISO: GENCAT.DAT NAO ENCONTRADO - ARQUIVOS "
                   "MORTOS NAO CONFERIDOS"
               MOVE "AVISO: GENCAT.DAT NAO ENCONTRADO" TO RPT-LINE
               WRITE RPT-LINE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               GO TO 0300-EXIT
           END-IF
           PERFORM UNTIL WS-GENCAT-EOF
               READ GENCAT-FILE
                   AT END
                       SET WS-GENCAT-EOF TO TRUE
                   NOT AT END
                       IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
                           PERFORM 0310-ACUMULA-CATALOGO THRU 0310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENCAT-FILE
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-ARQ-COUNT
               PERFORM 0320-CONFERE-ARQUIVO THRU 0320-EXIT
           END-PERFORM.

       0300-EXIT.
           EXIT.

      * O CALCARC abre a geracao do dia em EXTEND e cataloga cada
      * execucao: a quantidade esperada e a soma das entradas.
       0310-ACUMULA-CATALOGO.
           MOVE ZERO TO WS-ARQ-ACHOU-IDX
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-ARQ-COUNT
               IF WS-ARQ-NOME(WS-ARQ-IDX) = GENCAT-ARQUIVO
                   MOVE WS-ARQ-IDX TO WS-ARQ-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-ARQ-ACHOU-IDX > ZERO
               ADD GENCAT-QTDE TO WS-ARQ-QTDE(WS-ARQ-ACHOU-IDX)
               GO TO 0310-EXIT
           END-IF
           IF WS-ARQ-COUNT >= 400
               MOVE GENCAT-ARQUIVO TO WS-ARCH-NOME
               MOVE "TABELA DE GERACOES CHEIA - NAO CONFERIDA"
                   TO WS-EXC-TEXTO
               PERFORM 8100-EXCECAO-ARQUIVO
               GO TO 0310-EXIT
           END-IF
           ADD 1 TO WS-ARQ-COUNT
           MOVE GENCAT-ARQUIVO TO WS-ARQ-NOME(WS-ARQ-COUNT)
           MOVE GENCAT-QTDE    TO WS-ARQ-QTDE(WS-ARQ-COUNT).

       0310-EXIT.
           EXIT.

       0320-CONFERE-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-ARCH-NOME
           MOVE ZERO TO WS-ARCH-LINHAS
           MOVE 'N' TO WS-ARCH-EOF-SW
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = '35'
               MOVE "CATALOGADO NO GENCAT.DAT MAS AUSENTE NO DISCO"
                   TO WS-EXC-TEXTO
               PERFORM 8100-EXCECAO-ARQUIVO
               GO TO 0320-EXIT
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               READ ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-LINHAS
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF WS-ARCH-LINHAS NOT = WS-ARQ-QTDE(WS-ARQ-IDX)
               MOVE SPACES TO WS-EXC-TEXTO
               STRING "CATALOGO " WS-ARQ-QTDE(WS-ARQ-IDX)
                   " REGISTROS, ARQUIVO " WS-ARCH-LINHAS
                   DELIMITED BY SIZE INTO WS-EXC-TEXTO
               PERFORM 8100-EXCECAO-ARQUIVO
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "  OK       " WS-ARCH-NOME " "
                   WS-ARCH-LINHAS " REGISTROS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       0320-EXIT.
           EXIT.

       0500-ESCREVE-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "REGISTROS LIDOS: " WS-TOTAL-LIDOS
               " RECALCULADOS=" WS-TOTAL-RECALC
               " NAO RECALCULADOS (A SEM PRAZO)=" WS-TOTAL-NAO-RECALC
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GERACOES CALCARC CONFERIDAS: " WS-ARQ-COUNT
               " EXCECOES NO HISTORICO=" WS-TOTAL-EXC-HIST
               " NOS ARQUIVOS MORTOS=" WS-TOTAL-EXC-ARQ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-TOTAL-EXC-HIST > ZERO OR WS-TOTAL-EXC-ARQ > ZERO
               DISPLAY "ERRO: HISTORICO COM EXCECOES - VER "
                   "HISTVREPT.DAT"
           END-IF.

       8000-EXCECAO-HISTORICO.
           ADD 1 TO WS-TOTAL-EXC-HIST
           MOVE 12 TO WS-RC
           MOVE SPACES TO RPT-LINE
           STRING "  EXCECAO " HIST-CH-DATA "-" HIST-CH-HORA "-"
               HIST-CH-SEQ " ID " HIST-ID " OP " HIST-OPCAO
               " TIPO " HIST-TIPO " " WS-EXC-TEXTO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

       8100-EXCECAO-ARQUIVO.
           ADD 1 TO WS-TOTAL-EXC-ARQ
           MOVE 12 TO WS-RC
           MOVE SPACES TO RPT-LINE
           STRING "  EXCECAO " WS-ARCH-NOME " " WS-EXC-TEXTO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

           END PROGRAM HISTVER.
