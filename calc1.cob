               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDH-STATUS.

           SELECT ARCH-FILE ASSIGN USING WS-ARCH-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT LIM-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

           SELECT HLD-FILE ASSIGN TO "TRANSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CRN-FILE ASSIGN USING WS-CRN-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
               05 TRANS-NUM2-MARCA  PIC X.
               05 TRANS-NUM2-REF    PIC 9(8).
               05 FILLER            PIC X(2).
           03 TRANS-NUM2-AMR-R REDEFINES TRANS-NUM2.
               05 FILLER            PIC X(4).
               05 TRANS-PRAZO       PIC 9(3).
               05 FILLER            PIC X(4).
           03 TRANS-DEPTO         PIC X(10).
       01  TRANS-HDR-REC.
           03 TRANS-HDR-TIPO      PIC X(3).
           03 TRANS-HDR-DATA      PIC 9(8).
           03 TRANS-HDR-DEPTO     PIC X(10).
           03 TRANS-HDR-CAPTURA   PIC X(5).
           03 FILLER              PIC X(15).
       01  TRANS-TRL-REC.
           03 TRANS-TRL-TIPO      PIC X(3).
           03 TRANS-TRL-COUNT     PIC 9(8).
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

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-REC.
           03 CKPT-CONTADOR        PIC 9(8).
           03 FILLER               PIC X.
           03 CKPT-RUN-ID          PIC X(14).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
           03 ERR-TRANS-REC        PIC X(41).
           03 FILLER               PIC X VALUE SPACE.
           03 ERR-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X VALUE SPACE.
           03 ERR-RUN-ID           PIC X(14).

       FD  OLDH-FILE
           RECORDING MODE IS F.
       01  OLDH-REC                PIC X(83).

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

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-REC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOGRC REPLACING
               ==PFX-REC==       BY ==RUNLOG-REC==
               ==PFX-TIMESTAMP== BY ==RL-TIMESTAMP==
               ==PFX-MODO==      BY ==RL-MODO==
               ==PFX-RESTART==   BY ==RL-RESTART==
               ==PFX-LIDAS==     BY ==RL-LIDAS==
               ==PFX-GRAVADAS==  BY ==RL-GRAVADAS==
               ==PFX-REJ-SZ==    BY ==RL-REJ-SZ==
               ==PFX-REJ-DZ==    BY ==RL-REJ-DZ==
               ==PFX-REJ-OP==    BY ==RL-REJ-OP==
               ==PFX-REJ-RT==    BY ==RL-REJ-RT==
               ==PFX-REJ-RF==    BY ==RL-REJ-RF==
               ==PFX-PULADAS==   BY ==RL-PULADAS==
               ==PFX-RC==        BY ==RL-RC==
               ==PFX-RUN-ID==    BY ==RL-RUN-ID==
               ==PFX-SITUACAO==  BY ==RL-SITUACAO==
               ==PFX-REJ-ES==    BY ==RL-REJ-ES==
               ==PFX-DATA-PROC== BY ==RL-DATA-PROC==
               ==PFX-REJ-PF==    BY ==RL-REJ-PF==
               ==PFX-RETIDAS==   BY ==RL-RETIDAS==.

       FD  PER-FILE
           RECORDING MODE IS F.
           COPY PERIODRC REPLACING
               ==PFX-REC==         BY ==PER-REC==
               ==PFX-MES==         BY ==PER-MES==
               ==PFX-SITUACAO==    BY ==PER-SITUACAO==
               ==PFX-FECH-OPER==   BY ==PER-FECH-OPER==
               ==PFX-FECH-TS==     BY ==PER-FECH-TS==
               ==PFX-QTDE==        BY ==PER-QTDE==
               ==PFX-VALOR==       BY ==PER-VALOR==
               ==PFX-REAB-OPER==   BY ==PER-REAB-OPER==
               ==PFX-REAB-TS==     BY ==PER-REAB-TS==
               ==PFX-REAB-MOTIVO== BY ==PER-REAB-MOTIVO==.

       FD  LIM-FILE
           RECORDING MODE IS F.
           COPY LIMITRC REPLACING
               ==PFX-REC==           BY ==LIM-REC==
               ==PFX-DEPTO==         BY ==LIM-DEPTO==
               ==PFX-OPCAO==         BY ==LIM-OPCAO==
               ==PFX-LIM-OPERANDO==  BY ==LIM-OPERANDO==
               ==PFX-LIM-RESULTADO== BY ==LIM-RESULTADO==.

       FD  HLD-FILE
           RECORDING MODE IS F.
           COPY HOLDREC REPLACING
               ==PFX-REC==           BY ==HLD-REC==
               ==PFX-ID==            BY ==HLD-ID==
               ==PFX-SITUACAO==      BY ==HLD-SITUACAO==
               ==PFX-TRANS-REC==     BY ==HLD-TRANS-REC==
               ==PFX-CAPTURA==       BY ==HLD-CAPTURA==
               ==PFX-RES==           BY ==HLD-RES==
               ==PFX-EXCESSO==       BY ==HLD-EXCESSO==
               ==PFX-RUN-ID==        BY ==HLD-RUN-ID==
               ==PFX-DATA-PROC==     BY ==HLD-DATA-PROC==
               ==PFX-TIMESTAMP==     BY ==HLD-TIMESTAMP==
               ==PFX-DEC-MATRICULA== BY ==HLD-DEC-MATRICULA==
               ==PFX-DEC-MOTIVO==    BY ==HLD-DEC-MOTIVO==.

       FD  CRN-FILE
           RECORDING MODE IS F.
           COPY AMORTRC REPLACING
               ==PFX-REC==           BY ==CRN-REC==
               ==PFX-CHAVE==         BY ==CRN-CHAVE==
               ==PFX-ID==            BY ==CRN-ID==
               ==PFX-TIPO==          BY ==CRN-TIPO==
               ==PFX-PERIODO==       BY ==CRN-PERIODO==
               ==PFX-VALORES==       BY ==CRN-VALORES==
               ==PFX-SALDO-INI==     BY ==CRN-SALDO-INI==
               ==PFX-JUROS==         BY ==CRN-JUROS==
               ==PFX-AMORTIZ==       BY ==CRN-AMORTIZ==
               ==PFX-PRESTACAO==     BY ==CRN-PRESTACAO==
               ==PFX-SALDO-FIM==     BY ==CRN-SALDO-FIM==
               ==PFX-CABECALHO==     BY ==CRN-CABECALHO==
               ==PFX-CAB-PRINCIPAL== BY ==CRN-CAB-PRINCIPAL==
               ==PFX-CAB-TAXA-COD==  BY ==CRN-CAB-TAXA-COD==
               ==PFX-CAB-TAXA==      BY ==CRN-CAB-TAXA==
               ==PFX-CAB-PARCELA==   BY ==CRN-CAB-PARCELA==
               ==PFX-CAB-DEPTO==     BY ==CRN-CAB-DEPTO==
               ==PFX-CAB-OPERADOR==  BY ==CRN-CAB-OPERADOR==.

       WORKING-STORAGE SECTION.
           COPY OPRESLAY REPLACING
               ==PFX-NUM2==      BY ==CALC-NUM2==
               ==PFX-RES==       BY ==CALC-RES==.
           01 OPCAO PIC X.
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

           01 WS-TRANS-STATUS      PIC XX.
           01 WS-RES-STATUS        PIC XX.
               88 WS-CALC-ERROR         VALUE 'Y'.
           01 WS-HIST-GRAVADO-SW   PIC X.
               88 WS-HIST-GRAVADO       VALUE 'Y'.
           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.
           01 WS-OLDH-STATUS       PIC XX.
           01 WS-HIST-LEGADO-SW    PIC X.
               88 WS-HIST-LEGADO        VALUE 'Y'.
           01 WS-REJ-RT-COUNT       PIC 9(8) VALUE ZERO.
           01 WS-SKIP-COUNT         PIC 9(8) VALUE ZERO.
           01 WS-RUN-TIMESTAMP      PIC X(19).
           01 WS-RUN-ID             PIC X(14) VALUE SPACES.
           01 WS-RUN-DATE-N         PIC 9(8).
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.
           01 WS-RES-GEN-NOME       PIC X(30).
           01 WS-GENCAT-STATUS      PIC XX.

           01 WS-REF-VALOR          PIC S9(9)V99.
           01 WS-REJ-RF-COUNT       PIC 9(8) VALUE ZERO.

           01 WS-EST-TABLE.
               03 WS-EST-ENTRY OCCURS 500 TIMES.
                   05 WS-EST-ORIG-ID    PIC X(8).
                   05 WS-EST-ACHOU-SW   PIC X.
                   05 WS-EST-OPCAO      PIC X.
                   05 WS-EST-NUM1       PIC S9(9)V99.
                   05 WS-EST-NUM2       PIC S9(9)V99.
                   05 WS-EST-RES        PIC S9(9)V99.
                   05 WS-EST-DEPTO      PIC X(10).
                   05 WS-EST-ESTORNOS   PIC S9(4).
           01 WS-EST-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-EST-IDX            PIC 9(4).
           01 WS-EST-ACHOU-IDX      PIC 9(4).
           01 WS-EST-BUSCA-ID       PIC X(8).
           01 WS-EST-HIST-ID        PIC X(8).
           01 WS-EST-CHEIA-SW       PIC X VALUE 'N'.
               88 WS-EST-CHEIA          VALUE 'Y'.
           01 WS-REJ-ES-COUNT       PIC 9(8) VALUE ZERO.

           01 WS-PER-STATUS         PIC XX.
           01 WS-PER-EOF-SW         PIC X.
               88 WS-PER-EOF            VALUE 'Y'.
           01 WS-PER-BUSCA-MES      PIC 9(6).
           01 WS-MES-FECHADO-SW     PIC X VALUE 'N'.
               88 WS-MES-FECHADO        VALUE 'Y'.
           01 WS-MES-SITUACAO       PIC X.
           01 WS-REJ-PF-COUNT       PIC 9(8) VALUE ZERO.

           01 WS-LIM-STATUS         PIC XX.
           01 WS-LIM-EOF-SW         PIC X VALUE 'N'.
               88 WS-LIM-EOF            VALUE 'Y'.
           01 WS-LIM-TABLE.
               03 WS-LIM-ENTRY OCCURS 200 TIMES.
                   05 WS-LM-DEPTO       PIC X(10).
                   05 WS-LM-OPCAO       PIC X.
                   05 WS-LM-OPERANDO    PIC 9(9)V99.
                   05 WS-LM-RESULTADO   PIC 9(9)V99.
           01 WS-LIM-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-LIM-IDX            PIC 9(4).
           01 WS-LIM-ACHOU-IDX      PIC 9(4).
           01 WS-LIM-PESO           PIC 9.
           01 WS-LIM-MELHOR-PESO    PIC 9.
           01 WS-LIM-VALOR          PIC 9(9)V99.
           01 WS-LIM-EXCESSO        PIC X(2).

           01 WS-HLD-STATUS         PIC XX.
           01 WS-HLD-EOF-SW         PIC X VALUE 'N'.
               88 WS-HLD-EOF            VALUE 'Y'.
           01 WS-HLD-TABLE.
               03 WS-HLD-ENTRY OCCURS 2000 TIMES.
                   05 WS-HT-ID          PIC 9(8).
                   05 WS-HT-SITUACAO    PIC X.
                   05 WS-HT-TRANS-REC   PIC X(41).
                   05 WS-HT-RUN-ID      PIC X(14).
           01 WS-HLD-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-HLD-IDX            PIC 9(4).
           01 WS-HLD-ACHOU-IDX      PIC 9(4).
           01 WS-HLD-CHEIA-SW       PIC X VALUE 'N'.
               88 WS-HLD-CHEIA          VALUE 'Y'.
           01 WS-RETIDA-SW          PIC X VALUE 'N'.
               88 WS-RETIDA             VALUE 'Y'.
           01 WS-LIBERADA-SW        PIC X VALUE 'N'.
               88 WS-LIBERADA           VALUE 'Y'.
           01 WS-CAPTURA-ATUAL      PIC X(5) VALUE SPACES.
           01 WS-HOLD-COUNT         PIC 9(8) VALUE ZERO.
           01 WS-LIB-COUNT          PIC 9(8) VALUE ZERO.

           01 WS-CRN-STATUS         PIC XX.
           01 WS-CRN-GEN-NOME       PIC X(30).
           01 WS-CRN-ABERTO-SW      PIC X VALUE 'N'.
               88 WS-CRN-ABERTO         VALUE 'Y'.
           01 WS-CRN-NOVA-SW        PIC X VALUE 'N'.
               88 WS-CRN-NOVA           VALUE 'Y'.
           01 WS-CRN-COUNT          PIC 9(8) VALUE ZERO.
           01 WS-CRN-LINHAS         PIC 9(8) VALUE ZERO.
           01 WS-CRN-IDX            PIC 9(3).

           01 WS-ARCH-STATUS        PIC XX.
           01 WS-ARCH-NOME          PIC X(30).
           01 WS-ARCH-EOF-SW        PIC X.
               88 WS-ARCH-EOF           VALUE 'Y'.
           01 WS-GENCAT-EOF-SW      PIC X VALUE 'N'.
               88 WS-GENCAT-EOF         VALUE 'Y'.
           01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
               88 WS-HIST-EOF           VALUE 'Y'.
           01 WS-ARQ-LIDOS-TABLE.
               03 WS-ARQ-LIDO-NOME OCCURS 400 TIMES PIC X(30).
           01 WS-ARQ-LIDOS-COUNT    PIC 9(3) VALUE ZERO.
           01 WS-ARQ-IDX            PIC 9(3).
           01 WS-JA-LIDO-SW         PIC X.
               88 WS-JA-LIDO            VALUE 'Y'.

           01 WS-CURRENT-DATE-TIME.
               03 WS-CDT-DATE.
                   05 WS-CDT-YYYY   PIC 9(4).
               CLOSE OLDH-FILE
           END-IF.

      * Mes WS-PER-BUSCA-MES em fechamento ('E') ou fechado ('F') no
      * PERIODOS.DAT nao recebe lancamento; mes sem linha esta aberto.
       0140-VERIFICA-PERIODO.
           MOVE 'N' TO WS-MES-FECHADO-SW
           MOVE 'A' TO WS-MES-SITUACAO
           MOVE 'N' TO WS-PER-EOF-SW
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-PER-BUSCA-MES
                               MOVE PER-SITUACAO TO WS-MES-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           IF WS-MES-SITUACAO = 'E' OR WS-MES-SITUACAO = 'F'
               MOVE 'Y' TO WS-MES-FECHADO-SW
           END-IF.

       0110-PARSE-RESTART.
           IF WS-PARM-2(1:8) = 'RESTART='
               MOVE WS-PARM-2(9:8) TO WS-RESTART-FROM
           END-IF.

      * O RUN-ID continua sendo o momento do inicio da execucao; a
      * geracao TRANSOUT, a chave do historico e a vigencia das taxas
      * usam a data de processamento (DATAPROC.DAT via DTUTIL).
       1000-BATCH-MODE.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-RUN-DATE-N
           DISPLAY "DATA DE PROCESSAMENTO: " WS-RUN-DATE-N
           MOVE WS-RUN-DATE-N(1:6) TO WS-PER-BUSCA-MES
           PERFORM 0140-VERIFICA-PERIODO
           IF WS-MES-FECHADO
               DISPLAY "AVISO: MES " WS-PER-BUSCA-MES " EM SITUACAO "
                   WS-MES-SITUACAO " NO PERIODOS.DAT - TRANSACOES "
                   "IRAO PARA O SUSPENSO COM MOTIVO PF"
           END-IF
           STRING WS-CDT-DATE WS-CDT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-ID
           IF WS-RESTART-FROM > ZERO
               PERFORM 0130-RECUPERA-RUN-ID
           END-IF
           DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN-ID): " WS-RUN-ID
           MOVE SPACES TO WS-RES-GEN-NOME
           STRING "TRANSOUT." WS-RUN-DATE-N ".DAT"
               DELIMITED BY SIZE INTO WS-RES-GEN-NOME
           PERFORM 0120-CARREGA-TAXAS
           PERFORM 0150-CARREGA-LIMITES
           PERFORM 0160-CARREGA-RETIDOS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = '35'
               DISPLAY "ERRO: TRANSVAL.DAT AUSENTE - EXECUTAR "
               PERFORM 1600-GRAVA-RUNLOG
               GO TO 1000-EXIT
           END-IF
           PERFORM 1800-LEVANTA-ESTORNOS

           IF WS-RESTART-FROM > ZERO
               OPEN EXTEND RES-FILE
               OPEN OUTPUT RES-FILE
               OPEN OUTPUT ERR-FILE
           END-IF
           OPEN EXTEND HLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HLD-FILE
           END-IF

           PERFORM UNTIL WS-EOF
               READ TRANS-FILE
           CLOSE TRANS-FILE
           CLOSE RES-FILE
           CLOSE ERR-FILE
           CLOSE HLD-FILE
           PERFORM 1700-GRAVA-CATALOGO
           PERFORM 1710-CATALOGA-CRONOGRAMA.

       1000-EXIT.
           EXIT.
               CLOSE RATE-FILE
           END-IF.

      * O reinicio continua a mesma execucao: o RUN-ID gravado no
      * checkpoint e reaproveitado para que os registros de antes e
      * de depois do reinicio sejam desfeitos juntos pelo CALCDESF.
      * So o RUN-ID e retomado: a geracao TRANSOUT e a vigencia das
      * taxas seguem a data de processamento (WS-RUN-DATE-N).
       0130-RECUPERA-RUN-ID.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = '35'
               DISPLAY "AVISO: CALCCKPT.DAT AUSENTE - REINICIO "
                   "RECEBE NOVO RUN-ID"
           ELSE
               READ CKPT-FILE
                   AT END
                       DISPLAY "AVISO: CALCCKPT.DAT VAZIO - REINICIO "
                           "RECEBE NOVO RUN-ID"
                   NOT AT END
                       IF CKPT-RUN-ID IS NUMERIC
                           MOVE CKPT-RUN-ID TO WS-RUN-ID
                       ELSE
                           DISPLAY "AVISO: CHECKPOINT SEM RUN-ID - "
                               "REINICIO RECEBE NOVO RUN-ID"
                       END-IF
               END-READ
               CLOSE CKPT-FILE
           END-IF.

       0150-CARREGA-LIMITES.
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = '35'
               DISPLAY "AVISO: LIMITES.DAT NAO ENCONTRADO - "
                   "TRANSACOES SEM LIMITE DE AUTORIZACAO"
           ELSE
               PERFORM UNTIL WS-LIM-EOF
                   READ LIM-FILE
                       AT END
                           SET WS-LIM-EOF TO TRUE
                       NOT AT END
                           IF WS-LIM-COUNT >= 200
                               DISPLAY "AVISO: TABELA DE LIMITES "
                                   "CHEIA - EXCEDENTES IGNORADOS"
                               SET WS-LIM-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-LIM-COUNT
                               MOVE LIM-DEPTO
                                   TO WS-LM-DEPTO(WS-LIM-COUNT)
                               MOVE LIM-OPCAO
                                   TO WS-LM-OPCAO(WS-LIM-COUNT)
                               MOVE LIM-OPERANDO
                                   TO WS-LM-OPERANDO(WS-LIM-COUNT)
                               MOVE LIM-RESULTADO
                                   TO WS-LM-RESULTADO(WS-LIM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIM-FILE
           END-IF.

      * Situacao vigente de cada item do TRANSHLD.DAT (a ultima linha
      * do TRANS-ID prevalece): item aprovado ('A' ou, ja montado
      * pelo TRANSASM, 'M') com o mesmo detalhe que foi retido e
      * lancado sem nova retencao; item ja pendente ('P') nao e
      * retido de novo no reinicio.
       0160-CARREGA-RETIDOS.
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS NOT = '35'
               PERFORM UNTIL WS-HLD-EOF
                   READ HLD-FILE
                       AT END
                           SET WS-HLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0165-GUARDA-RETIDA
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           IF WS-HLD-CHEIA
               DISPLAY "AVISO: MAIS DE 2000 ITENS NO TRANSHLD.DAT - "
                   "APROVACOES EXCEDENTES NAO SERAO RECONHECIDAS"
           END-IF.

       0165-GUARDA-RETIDA.
           MOVE HLD-ID TO WS-CUR-TRANS-ID
           PERFORM 1170-BUSCA-RETIDA
           IF WS-HLD-ACHOU-IDX = ZERO
               IF WS-HLD-COUNT < 2000
                   ADD 1 TO WS-HLD-COUNT
                   MOVE WS-HLD-COUNT TO WS-HLD-ACHOU-IDX
                   MOVE HLD-ID TO WS-HT-ID(WS-HLD-ACHOU-IDX)
               ELSE
                   SET WS-HLD-CHEIA TO TRUE
               END-IF
           END-IF
           IF WS-HLD-ACHOU-IDX > ZERO
               MOVE HLD-SITUACAO  TO WS-HT-SITUACAO(WS-HLD-ACHOU-IDX)
               MOVE HLD-TRANS-REC TO WS-HT-TRANS-REC(WS-HLD-ACHOU-IDX)
               MOVE HLD-RUN-ID    TO WS-HT-RUN-ID(WS-HLD-ACHOU-IDX)
           END-IF.

       1010-PROCESSA-TRANSACAO.
           ADD 1 TO WS-TRANS-COUNT
           ADD 1 TO WS-GRP-COUNT
           IF TRANS-NUM1-MARCA NOT = '*'
               ADD TRANS-NUM1 TO WS-GRP-HASH
           END-IF
           IF TRANS-OPCAO NOT = 'R' AND TRANS-OPCAO NOT = 'E'
               AND TRANS-OPCAO NOT = 'A'
               AND TRANS-NUM2-MARCA NOT = '*'
               ADD TRANS-NUM2 TO WS-GRP-HASH
           END-IF
               MOVE TRANS-ID    TO WS-CUR-TRANS-ID
               MOVE TRANS-OPCAO TO OPCAO
               MOVE 'N' TO WS-CALC-ERROR-SW
               MOVE 'N' TO WS-RETIDA-SW
               MOVE 'N' TO WS-LIBERADA-SW
               IF WS-MES-FECHADO
                   MOVE 'Y'  TO WS-CALC-ERROR-SW
                   MOVE 'PF' TO WS-REJ-MOTIVO
               ELSE
                   IF TRANS-OPCAO = 'E'
                       PERFORM 1080-PROCESSA-ESTORNO
                   ELSE
                       PERFORM 1020-RESOLVE-OPERANDOS
                       IF NOT WS-CALC-ERROR
                           PERFORM 9000-CALCULA
                       END-IF
                       IF NOT WS-CALC-ERROR
                           PERFORM 1140-VERIFICA-LIMITE THRU 1140-EXIT
                       END-IF
                       IF NOT WS-CALC-ERROR AND NOT WS-RETIDA
                           PERFORM 1100-WRITE-RESULT
                           PERFORM 9100-LOG-HISTORY
                           IF OPCAO = 'A'
                               PERFORM 1190-GRAVA-CRONOGRAMA
                                   THRU 1190-EXIT
                           END-IF
                           IF WS-LIBERADA
                               PERFORM 1160-BAIXA-LIBERADA
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-RETIDA
                   PERFORM 1150-GRAVA-RETIDA THRU 1150-EXIT
                   ADD 1 TO WS-HOLD-COUNT
               ELSE
               IF NOT WS-CALC-ERROR
                   PERFORM 1030-GUARDA-RESULTADO
                   ADD 1 TO WS-OUT-COUNT
               ELSE
                           ADD 1 TO WS-REJ-RT-COUNT
                       WHEN 'RF'
                           ADD 1 TO WS-REJ-RF-COUNT
                       WHEN 'ES'
                           ADD 1 TO WS-REJ-ES-COUNT
                       WHEN 'PF'
                           ADD 1 TO WS-REJ-PF-COUNT
                   END-EVALUATE
               END-IF
               END-IF
               PERFORM 1200-CHECKPOINT
           ELSE
               ADD 1 TO WS-SKIP-COUNT
      * sem isso, referencias *nnnnnnnn a transacoes pre-reinicio
      * cairiam em suspenso com motivo RF e a noite reiniciada daria
      * resultado diferente da noite corrida. Nada e regravado.
      * Um estorno pulado ja esta gravado no historico (e contado no
      * levantamento inicial); aqui so o seu resultado negativo volta
      * a tabela. Transacao retida por limite tambem fica fora dela.
       1070-REPROCESSA-PULADA.
           MOVE TRANS-ID    TO WS-CUR-TRANS-ID
           MOVE TRANS-OPCAO TO OPCAO
           MOVE 'N' TO WS-CALC-ERROR-SW
           MOVE 'N' TO WS-RETIDA-SW
           IF TRANS-OPCAO = 'E'
               MOVE TRANS-NUM1-REF TO WS-EST-BUSCA-ID
               PERFORM 1870-BUSCA-ORIGINAL
               IF WS-EST-ACHOU-IDX > ZERO
                   IF WS-EST-ACHOU-SW(WS-EST-ACHOU-IDX) = 'Y'
                       COMPUTE CALC-RES =
                           ZERO - WS-EST-RES(WS-EST-ACHOU-IDX)
                       PERFORM 1030-GUARDA-RESULTADO
                   END-IF
               END-IF
           ELSE
               PERFORM 1020-RESOLVE-OPERANDOS
               IF NOT WS-CALC-ERROR
                   PERFORM 9000-CALCULA
               END-IF
               IF NOT WS-CALC-ERROR
                   PERFORM 1140-VERIFICA-LIMITE THRU 1140-EXIT
               END-IF
               IF NOT WS-CALC-ERROR AND NOT WS-RETIDA
                   PERFORM 1030-GUARDA-RESULTADO
               END-IF
           END-IF.

      * Estorno (opcao E): NUM1 traz *nnnnnnnn com o TRANS-ID do
      * calculo original, achado no levantamento inicial. O
      * lancamento repete opcao, operandos e departamento do original
      * com o resultado de sinal invertido, TIPO 'E' e REF-ID
      * apontando o original, para que os totais por opcao e por
      * departamento se anulem. Original inexistente ou ja estornado
      * vai para o suspenso com motivo ES.
       1080-PROCESSA-ESTORNO.
           MOVE TRANS-NUM1-REF TO WS-EST-BUSCA-ID
           PERFORM 1870-BUSCA-ORIGINAL
           EVALUATE TRUE
               WHEN WS-EST-ACHOU-IDX = ZERO
                   DISPLAY "ERRO: TABELA DE ESTORNOS CHEIA - ESTORNO "
                       TRANS-ID " REJEITADO"
                   MOVE 'Y'  TO WS-CALC-ERROR-SW
                   MOVE 'ES' TO WS-REJ-MOTIVO
               WHEN WS-EST-ACHOU-SW(WS-EST-ACHOU-IDX) NOT = 'Y'
                   DISPLAY "ERRO: ORIGINAL " WS-EST-BUSCA-ID
                       " DO ESTORNO " TRANS-ID " NAO ENCONTRADO NO "
                       "HISTORICO NEM NOS ARQUIVOS MORTOS"
                   MOVE 'Y'  TO WS-CALC-ERROR-SW
                   MOVE 'ES' TO WS-REJ-MOTIVO
               WHEN WS-EST-ESTORNOS(WS-EST-ACHOU-IDX) > ZERO
                   DISPLAY "ERRO: ORIGINAL " WS-EST-BUSCA-ID
                       " DO ESTORNO " TRANS-ID " JA FOI ESTORNADO"
                   MOVE 'Y'  TO WS-CALC-ERROR-SW
                   MOVE 'ES' TO WS-REJ-MOTIVO
               WHEN OTHER
                   PERFORM 1090-GRAVA-ESTORNO
           END-EVALUATE.

       1090-GRAVA-ESTORNO.
           MOVE WS-EST-ACHOU-IDX TO WS-EST-IDX
           MOVE WS-EST-OPCAO(WS-EST-IDX) TO OPCAO
           MOVE WS-EST-NUM1(WS-EST-IDX)  TO CALC-NUM1
           MOVE WS-EST-NUM2(WS-EST-IDX)  TO CALC-NUM2
           COMPUTE CALC-RES = ZERO - WS-EST-RES(WS-EST-IDX)
           MOVE WS-CUR-TRANS-ID TO RESREC-ID
           MOVE 'E'             TO RESREC-OPCAO
           MOVE CALC-NUM1       TO RESREC-NUM1
           MOVE CALC-NUM2       TO RESREC-NUM2
           MOVE CALC-RES        TO RESREC-RES
           MOVE WS-EST-DEPTO(WS-EST-IDX) TO RESREC-DEPTO
           WRITE RES-REC
           PERFORM 9105-MONTA-HISTORICO
           MOVE WS-EST-DEPTO(WS-EST-IDX) TO HIST-DEPTO
           MOVE 'E'                      TO HIST-TIPO
           MOVE WS-EST-BUSCA-ID          TO HIST-REF-ID
           PERFORM 9110-GRAVA-HIST-REC
           ADD 1 TO WS-EST-ESTORNOS(WS-EST-IDX).

       1020-RESOLVE-OPERANDOS.
           IF TRANS-NUM1-MARCA = '*'
               MOVE TRANS-NUM1-REF TO WS-REF-BUSCA-ID
               MOVE TRANS-NUM1 TO CALC-NUM1
           END-IF
           IF NOT WS-CALC-ERROR
               IF TRANS-OPCAO = 'R' OR TRANS-OPCAO = 'A'
                   MOVE TRANS-RATE-CODIGO TO WS-RATE-CODIGO-BUSCA
                   MOVE ZEROS             TO CALC-NUM2
                   IF TRANS-OPCAO = 'A'
                       MOVE TRANS-PRAZO   TO AMR-PRAZO
                   END-IF
               ELSE
                   IF TRANS-NUM2-MARCA = '*'
                       MOVE TRANS-NUM2-REF TO WS-REF-BUSCA-ID
           END-IF
           SET WS-GRP-ABERTO TO TRUE
           MOVE TRANS-HDR-DEPTO TO WS-DEPTO-ATUAL
           MOVE TRANS-HDR-CAPTURA TO WS-CAPTURA-ATUAL
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-HASH.

           MOVE 'N' TO WS-GRP-ABERTO-SW
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-HASH
           MOVE SPACES TO WS-DEPTO-ATUAL
           MOVE SPACES TO WS-CAPTURA-ATUAL.

       1400-VERIFICA-CONTROLE.
           IF NOT WS-TEM-TRAILER
           DISPLAY "BALANCO DO BATCH: LIDAS=" WS-TRANS-COUNT
               " GRAVADAS=" WS-OUT-COUNT
               " REJEITADAS=" WS-REJ-COUNT
               " RETIDAS=" WS-HOLD-COUNT
           DISPLAY "REJEITADAS POR MOTIVO: SIZE=" WS-REJ-SZ-COUNT
               " DIV-ZERO=" WS-REJ-DZ-COUNT
               " OPCAO=" WS-REJ-OP-COUNT
               " TAXA=" WS-REJ-RT-COUNT
               " REFERENCIA=" WS-REJ-RF-COUNT
               " ESTORNO=" WS-REJ-ES-COUNT
               " PERIODO-FECHADO=" WS-REJ-PF-COUNT
               " PULADAS-RESTART=" WS-SKIP-COUNT
           IF WS-HOLD-COUNT > ZERO OR WS-LIB-COUNT > ZERO
               DISPLAY "LIMITE DE AUTORIZACAO: RETIDAS="
                   WS-HOLD-COUNT " LIBERADAS LANCADAS=" WS-LIB-COUNT
                   " (TRANSHLD.DAT - LIBERACAO PELO HOLDLIB)"
           END-IF
           DISPLAY "RETURN-CODE FINAL: " RETURN-CODE.

       1600-GRAVA-RUNLOG.
           MOVE WS-REJ-RF-COUNT   TO RL-REJ-RF
           MOVE WS-SKIP-COUNT     TO RL-PULADAS
           MOVE RETURN-CODE       TO RL-RC
           MOVE WS-RUN-ID         TO RL-RUN-ID
           MOVE WS-REJ-ES-COUNT   TO RL-REJ-ES
           MOVE WS-RUN-DATE-N     TO RL-DATA-PROC
           MOVE WS-REJ-PF-COUNT   TO RL-REJ-PF
           MOVE WS-HOLD-COUNT     TO RL-RETIDAS
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1200-CHECKPOINT.
           IF FUNCTION MOD(WS-TRANS-COUNT, WS-CKPT-EVERY) = 0
               OPEN OUTPUT CKPT-FILE
               MOVE SPACES         TO CKPT-REC
               MOVE WS-TRANS-COUNT TO CKPT-CONTADOR
               MOVE WS-RUN-ID      TO CKPT-RUN-ID
               WRITE CKPT-REC
               CLOSE CKPT-FILE
           END-IF.
           MOVE WS-REJ-MOTIVO    TO ERR-MOTIVO
           MOVE TRANS-REC        TO ERR-TRANS-REC
           MOVE WS-RUN-TIMESTAMP TO ERR-TIMESTAMP
           MOVE WS-RUN-ID        TO ERR-RUN-ID
           WRITE ERR-REC.

       1100-WRITE-RESULT.
           MOVE WS-DEPTO-ATUAL TO RESREC-DEPTO
           WRITE RES-REC.

      * Limite de autorizacao do departamento do grupo para a opcao:
      * operando ou resultado acima dele (em valor absoluto) retem a
      * transacao, salvo se o supervisor ja aprovou exatamente este
      * detalhe no HOLDLIB. Item ja lancado ('L') so passa de novo
      * no reinicio da mesma execucao (mesmo RUN-ID); fora dela seria
      * um segundo lancamento. Na opcao R o NUM2 e a taxa, nao valor.
       1140-VERIFICA-LIMITE.
           MOVE 'N' TO WS-RETIDA-SW
           MOVE 'N' TO WS-LIBERADA-SW
           MOVE SPACES TO WS-LIM-EXCESSO
           PERFORM 1145-BUSCA-LIMITE
           IF WS-LIM-ACHOU-IDX = ZERO
               GO TO 1140-EXIT
           END-IF
           IF WS-LM-OPERANDO(WS-LIM-ACHOU-IDX) > ZERO
               MOVE CALC-NUM1 TO WS-LIM-VALOR
               IF WS-LIM-VALOR > WS-LM-OPERANDO(WS-LIM-ACHOU-IDX)
                   MOVE 'OP' TO WS-LIM-EXCESSO
               END-IF
               MOVE CALC-NUM2 TO WS-LIM-VALOR
               IF OPCAO NOT = 'R' AND OPCAO NOT = 'A'
                   AND WS-LIM-VALOR > WS-LM-OPERANDO(WS-LIM-ACHOU-IDX)
                   MOVE 'OP' TO WS-LIM-EXCESSO
               END-IF
           END-IF
           IF WS-LM-RESULTADO(WS-LIM-ACHOU-IDX) > ZERO
               AND WS-LIM-EXCESSO = SPACES
               MOVE CALC-RES TO WS-LIM-VALOR
               IF WS-LIM-VALOR > WS-LM-RESULTADO(WS-LIM-ACHOU-IDX)
                   MOVE 'RS' TO WS-LIM-EXCESSO
               END-IF
           END-IF
           IF WS-LIM-EXCESSO = SPACES
               GO TO 1140-EXIT
           END-IF
           PERFORM 1170-BUSCA-RETIDA
           IF WS-HLD-ACHOU-IDX > ZERO
               AND (WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'A'
                   OR WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'M'
                   OR (WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'L'
                       AND WS-HT-RUN-ID(WS-HLD-ACHOU-IDX) = WS-RUN-ID))
               AND WS-HT-TRANS-REC(WS-HLD-ACHOU-IDX) = TRANS-REC
               SET WS-LIBERADA TO TRUE
           ELSE
               SET WS-RETIDA TO TRUE
           END-IF.

       1140-EXIT.
           EXIT.

      * Prevalece a linha mais especifica: departamento e opcao (3),
      * departamento e '*' (2), '*' e opcao (1), '*' e '*' (0).
       1145-BUSCA-LIMITE.
           MOVE ZERO TO WS-LIM-ACHOU-IDX
           MOVE ZERO TO WS-LIM-MELHOR-PESO
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               IF (WS-LM-DEPTO(WS-LIM-IDX) = WS-DEPTO-ATUAL
                       OR WS-LM-DEPTO(WS-LIM-IDX) = '*')
                   AND (WS-LM-OPCAO(WS-LIM-IDX) = OPCAO
                       OR WS-LM-OPCAO(WS-LIM-IDX) = '*')
                   MOVE ZERO TO WS-LIM-PESO
                   IF WS-LM-DEPTO(WS-LIM-IDX) NOT = '*'
                       ADD 2 TO WS-LIM-PESO
                   END-IF
                   IF WS-LM-OPCAO(WS-LIM-IDX) NOT = '*'
                       ADD 1 TO WS-LIM-PESO
                   END-IF
                   IF WS-LIM-ACHOU-IDX = ZERO
                       OR WS-LIM-PESO > WS-LIM-MELHOR-PESO
                       MOVE WS-LIM-IDX  TO WS-LIM-ACHOU-IDX
                       MOVE WS-LIM-PESO TO WS-LIM-MELHOR-PESO
                   END-IF
               END-IF
           END-PERFORM.

      * A transacao retida nao vai para o TRANSOUT nem para o
      * historico: fica no TRANSHLD.DAT com o resultado calculado,
      * o excesso e a matricula de quem capturou o lote. Item que ja
      * esta pendente com o mesmo detalhe (reinicio) nao e repetido.
       1150-GRAVA-RETIDA.
           IF WS-HLD-ACHOU-IDX > ZERO
               AND WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'P'
               AND WS-HT-TRANS-REC(WS-HLD-ACHOU-IDX) = TRANS-REC
               DISPLAY "AVISO: TRANSACAO " TRANS-ID " JA RETIDA - "
                   "AGUARDANDO LIBERACAO"
               GO TO 1150-EXIT
           END-IF
           MOVE SPACES           TO HLD-REC
           MOVE TRANS-ID         TO HLD-ID
           MOVE 'P'              TO HLD-SITUACAO
           MOVE TRANS-REC        TO HLD-TRANS-REC
           MOVE WS-CAPTURA-ATUAL TO HLD-CAPTURA
           MOVE CALC-RES         TO HLD-RES
           MOVE WS-LIM-EXCESSO   TO HLD-EXCESSO
           MOVE WS-RUN-ID        TO HLD-RUN-ID
           MOVE WS-RUN-DATE-N    TO HLD-DATA-PROC
           MOVE WS-RUN-TIMESTAMP TO HLD-TIMESTAMP
           WRITE HLD-REC
           PERFORM 0165-GUARDA-RETIDA
           DISPLAY "TRANSACAO " TRANS-ID " RETIDA POR LIMITE ("
               WS-LIM-EXCESSO ") - AGUARDA LIBERACAO DO SUPERVISOR".

       1150-EXIT.
           EXIT.

      * Item aprovado e lancado: a linha 'L' tira-o da proxima
      * montagem do TRANSASM.
       1160-BAIXA-LIBERADA.
           ADD 1 TO WS-LIB-COUNT
           IF WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'A'
               OR WS-HT-SITUACAO(WS-HLD-ACHOU-IDX) = 'M'
               MOVE SPACES           TO HLD-REC
               MOVE TRANS-ID         TO HLD-ID
               MOVE 'L'              TO HLD-SITUACAO
               MOVE TRANS-REC        TO HLD-TRANS-REC
               MOVE WS-CAPTURA-ATUAL TO HLD-CAPTURA
               MOVE CALC-RES         TO HLD-RES
               MOVE WS-LIM-EXCESSO   TO HLD-EXCESSO
               MOVE WS-RUN-ID        TO HLD-RUN-ID
               MOVE WS-RUN-DATE-N    TO HLD-DATA-PROC
               MOVE WS-RUN-TIMESTAMP TO HLD-TIMESTAMP
               WRITE HLD-REC
               MOVE 'L' TO WS-HT-SITUACAO(WS-HLD-ACHOU-IDX)
               MOVE WS-RUN-ID TO WS-HT-RUN-ID(WS-HLD-ACHOU-IDX)
           END-IF.

       1170-BUSCA-RETIDA.
           MOVE ZERO TO WS-HLD-ACHOU-IDX
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HT-ID(WS-HLD-IDX) = WS-CUR-TRANS-ID
                   MOVE WS-HLD-IDX TO WS-HLD-ACHOU-IDX
               END-IF
           END-PERFORM.

      * Cronograma da amortizacao lancada: cabecalho, uma linha por
      * periodo e totais na geracao AMORT.aaaammdd.DAT da data de
      * processamento, identificados pela chave do registro que o
      * 9100-LOG-HISTORY acabou de gravar. Sem o registro (sequencia
      * esgotada) nao ha o que apontar e o cronograma nao e gravado.
       1190-GRAVA-CRONOGRAMA.
           IF NOT WS-HIST-GRAVADO
               DISPLAY "AVISO: CRONOGRAMA DA TRANSACAO " TRANS-ID
                   " NAO GRAVADO - LANCAMENTO SEM HISTORICO"
               GO TO 1190-EXIT
           END-IF
           IF NOT WS-CRN-ABERTO
               PERFORM 1195-ABRE-CRONOGRAMA
           END-IF
           MOVE SPACES               TO CRN-REC
           MOVE HIST-CHAVE           TO CRN-CHAVE
           MOVE WS-CUR-TRANS-ID      TO CRN-ID
           MOVE 'C'                  TO CRN-TIPO
           MOVE AMR-PRAZO            TO CRN-PERIODO
           MOVE CALC-NUM1            TO CRN-CAB-PRINCIPAL
           MOVE WS-RATE-CODIGO-BUSCA TO CRN-CAB-TAXA-COD
           MOVE CALC-NUM2            TO CRN-CAB-TAXA
           MOVE AMR-PARCELA          TO CRN-CAB-PARCELA
           MOVE WS-DEPTO-ATUAL       TO CRN-CAB-DEPTO
           MOVE WS-CAPTURA-ATUAL     TO CRN-CAB-OPERADOR
           WRITE CRN-REC
           PERFORM VARYING WS-CRN-IDX FROM 1 BY 1
                   UNTIL WS-CRN-IDX > AMR-PRAZO
               MOVE SPACES          TO CRN-REC
               MOVE HIST-CHAVE      TO CRN-CHAVE
               MOVE WS-CUR-TRANS-ID TO CRN-ID
               MOVE 'P'             TO CRN-TIPO
               MOVE WS-CRN-IDX      TO CRN-PERIODO
               MOVE AMR-SALDO-INI(WS-CRN-IDX) TO CRN-SALDO-INI
               MOVE AMR-JUROS(WS-CRN-IDX)     TO CRN-JUROS
               MOVE AMR-AMORTIZ(WS-CRN-IDX)   TO CRN-AMORTIZ
               MOVE AMR-PRESTACAO(WS-CRN-IDX) TO CRN-PRESTACAO
               MOVE AMR-SALDO-FIM(WS-CRN-IDX) TO CRN-SALDO-FIM
               WRITE CRN-REC
           END-PERFORM
           MOVE SPACES          TO CRN-REC
           MOVE HIST-CHAVE      TO CRN-CHAVE
           MOVE WS-CUR-TRANS-ID TO CRN-ID
           MOVE 'T'             TO CRN-TIPO
           MOVE AMR-PRAZO       TO CRN-PERIODO
           MOVE CALC-NUM1       TO CRN-SALDO-INI
           MOVE AMR-TOTAL-JUROS TO CRN-JUROS
           MOVE CALC-NUM1       TO CRN-AMORTIZ
           MOVE CALC-RES        TO CRN-PRESTACAO
           MOVE ZERO            TO CRN-SALDO-FIM
           WRITE CRN-REC
           ADD 1 TO WS-CRN-COUNT
           COMPUTE WS-CRN-LINHAS = WS-CRN-LINHAS + AMR-PRAZO + 2.

       1190-EXIT.
           EXIT.

      * A geracao do dia pode ja existir (MENU ou outra execucao na
      * mesma data): os cronogramas sao acrescentados e a geracao so
      * e catalogada por quem a criou, para que o GENCAT tenha uma
      * unica entrada por arquivo.
       1195-ABRE-CRONOGRAMA.
           MOVE SPACES TO WS-CRN-GEN-NOME
           STRING "AMORT." WS-RUN-DATE-N ".DAT"
               DELIMITED BY SIZE INTO WS-CRN-GEN-NOME
           OPEN EXTEND CRN-FILE
           IF WS-CRN-STATUS = '35'
               OPEN OUTPUT CRN-FILE
               SET WS-CRN-NOVA TO TRUE
           END-IF
           SET WS-CRN-ABERTO TO TRUE.

       2000-INTERACTIVE-MODE.
           EVALUATE WS-PARM-1(1:5)
               WHEN 'CALC'
                   "TRANSACAO REJEITADA"
               MOVE 'Y' TO WS-CALC-ERROR-SW
           END-IF
           IF NOT WS-CALC-ERROR AND OPCAO = 'A'
               DISPLAY "ERRO: OPCAO A (AMORTIZACAO) SOMENTE EM BATCH "
                   "OU NA OPCAO 1 DO MENU - TRANSACAO REJEITADA"
               MOVE 'Y' TO WS-CALC-ERROR-SW
           END-IF
           IF NOT WS-CALC-ERROR
               PERFORM 9000-CALCULA
           END-IF
           IF NOT WS-CALC-ERROR
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE WS-CDT-DATE(1:6) TO WS-PER-BUSCA-MES
               PERFORM 0140-VERIFICA-PERIODO
               IF WS-MES-FECHADO
                   DISPLAY "ERRO: MES " WS-PER-BUSCA-MES " FECHADO "
                       "OU EM FECHAMENTO - CALCULO NAO LANCADO"
                   MOVE 'Y' TO WS-CALC-ERROR-SW
               END-IF
           END-IF
           IF NOT WS-CALC-ERROR
               DISPLAY "RESULTADO SERÁ:" CALC-RES
               PERFORM 9100-LOG-HISTORY
           DISPLAY "DIGITE O SEGUNDO NUMERO: ".
           ACCEPT CALC-NUM2.

      * O lancamento da amortizacao leva em REF-ID a data da geracao
      * AMORT.aaaammdd.DAT que recebe o seu cronograma.
       9100-LOG-HISTORY.
           PERFORM 9105-MONTA-HISTORICO
           IF OPCAO = 'A'
               MOVE HIST-CH-DATA TO HIST-REF-ID
               MOVE AMR-PRAZO    TO HIST-PRAZO
           END-IF
           IF OPCAO = 'R' OR OPCAO = 'A'
               MOVE WS-RATE-CODIGO-BUSCA TO HIST-TAXA-COD
           END-IF
           PERFORM 9110-GRAVA-HIST-REC.

       9105-MONTA-HISTORICO.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO HIST-CORPO
           IF WS-RUN-ID = SPACES
               MOVE WS-CDT-DATE     TO HIST-CH-DATA
           ELSE
               MOVE WS-RUN-DATE-N   TO HIST-CH-DATA
           END-IF
           MOVE WS-CDT-TIME(1:6) TO HIST-CH-HORA
           MOVE ZERO            TO HIST-CH-SEQ
           MOVE WS-CUR-TRANS-ID TO HIST-ID
               DELIMITED BY SIZE INTO HIST-TIMESTAMP
           MOVE SPACES TO HIST-OPERADOR
           MOVE WS-DEPTO-ATUAL TO HIST-DEPTO
           MOVE WS-RUN-ID      TO HIST-RUN-ID
           MOVE SPACES         TO HIST-TAXA-COD
           MOVE ZERO           TO HIST-PRAZO.

       9110-GRAVA-HIST-REC.
           MOVE 'N' TO WS-HIST-GRAVADO-SW
           PERFORM UNTIL WS-HIST-GRAVADO OR HIST-CH-SEQ > 9998
               PERFORM 9115-SELA-HISTORICO
               WRITE HIST-REC
                   INVALID KEY
                       ADD 1 TO HIST-CH-SEQ
                   "PARA A CHAVE " HIST-CH-DATA "-" HIST-CH-HORA
           END-IF.

      * O selo cobre a chave: cada tentativa com novo SEQ e selada.
       9115-SELA-HISTORICO.
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO.

      * Levantamento dos originais dos estornos, antes do primeiro
      * calculo: le TRANSVAL.DAT uma vez juntando os TRANS-IDs
      * estornados e, havendo algum, procura-os nas geracoes
      * CALCARC catalogadas em GENCAT.DAT e depois no CALCHIST.IDX,
      * nessa ordem cronologica, para que a ultima ocorrencia do ID
      * prevaleca. Para cada original guarda opcao, operandos,
      * resultado e departamento, e quantos estornos valem contra ele.
       1800-LEVANTA-ESTORNOS.
           PERFORM UNTIL WS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TRANS-REC(1:3) NOT = 'HDR'
                           AND TRANS-REC(1:3) NOT = 'TRL'
                           AND TRANS-OPCAO = 'E'
                           PERFORM 1810-GUARDA-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF WS-EST-CHEIA
               DISPLAY "AVISO: MAIS DE 500 ORIGINAIS ESTORNADOS NO "
                   "ARQUIVO - EXCEDENTES SERAO REJEITADOS"
           END-IF
           IF WS-EST-COUNT > ZERO
               DISPLAY "ESTORNOS NO ARQUIVO: " WS-EST-COUNT
                   " ORIGINAIS A LOCALIZAR"
               PERFORM 1820-PROCURA-ARQUIVOS-MORTOS
               PERFORM 1840-PROCURA-HISTORICO
           END-IF.

       1810-GUARDA-ORIGINAL.
           MOVE TRANS-NUM1-REF TO WS-EST-BUSCA-ID
           PERFORM 1870-BUSCA-ORIGINAL
           IF WS-EST-ACHOU-IDX = ZERO
               IF WS-EST-COUNT < 500
                   ADD 1 TO WS-EST-COUNT
                   MOVE WS-EST-BUSCA-ID
                       TO WS-EST-ORIG-ID(WS-EST-COUNT)
                   MOVE 'N'  TO WS-EST-ACHOU-SW(WS-EST-COUNT)
                   MOVE ZERO TO WS-EST-ESTORNOS(WS-EST-COUNT)
               ELSE
                   SET WS-EST-CHEIA TO TRUE
               END-IF
           END-IF.

       1820-PROCURA-ARQUIVOS-MORTOS.
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               DISPLAY "AVISO: GENCAT.DAT NAO ENCONTRADO - ARQUIVOS "
                   "MORTOS NAO CONSULTADOS PARA ESTORNOS"
           ELSE
               PERFORM UNTIL WS-GENCAT-EOF
                   READ GENCAT-FILE
                       AT END
                           SET WS-GENCAT-EOF TO TRUE
                       NOT AT END
                           IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
                               PERFORM 1830-LE-ARQUIVO-MORTO
                                   THRU 1830-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
           END-IF.

      * O CALCARC acrescenta a geracao do dia se rodar duas vezes e
      * cataloga as duas execucoes; a tabela de nomes ja lidos evita
      * contar duas vezes os estornos do mesmo arquivo.
       1830-LE-ARQUIVO-MORTO.
           MOVE 'N' TO WS-JA-LIDO-SW
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-ARQ-LIDOS-COUNT
               IF WS-ARQ-LIDO-NOME(WS-ARQ-IDX) = GENCAT-ARQUIVO
                   SET WS-JA-LIDO TO TRUE
               END-IF
           END-PERFORM
           IF WS-JA-LIDO
               GO TO 1830-EXIT
           END-IF
           MOVE GENCAT-ARQUIVO TO WS-ARCH-NOME
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = '35'
               DISPLAY "AVISO: " WS-ARCH-NOME
                   " CATALOGADO MAS AUSENTE NO DISCO"
               GO TO 1830-EXIT
           END-IF
           IF WS-ARQ-LIDOS-COUNT >= 400
               DISPLAY "AVISO: TABELA DE ARQUIVOS MORTOS CHEIA - "
                   WS-ARCH-NOME " NAO CONSULTADO PARA ESTORNOS"
               CLOSE ARCH-FILE
               GO TO 1830-EXIT
           END-IF
           ADD 1 TO WS-ARQ-LIDOS-COUNT
           MOVE WS-ARCH-NOME TO WS-ARQ-LIDO-NOME(WS-ARQ-LIDOS-COUNT)
           MOVE 'N' TO WS-ARCH-EOF-SW
           PERFORM UNTIL WS-ARCH-EOF
               READ ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF ARCH-CHAVE IS NUMERIC
                           MOVE ARCH-CORPO TO HIST-CORPO
                       ELSE
                           MOVE ARCH-CORPO-ANT TO HIST-CORPO
                       END-IF
                       PERFORM 1850-CONFERE-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE.

       1830-EXIT.
           EXIT.

       1840-PROCURA-HISTORICO.
           MOVE ZEROS TO HIST-CHAVE
           START HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 1850-CONFERE-REGISTRO
               END-READ
           END-PERFORM.

      * Lancamento normal com o ID procurado: nova ocorrencia do
      * original, que zera os estornos contados para ocorrencias
      * anteriores do mesmo ID. 'E' conta um estorno contra o
      * original do REF-ID. 'D' do CALCDESF conta um estorno quando
      * anula o proprio original e desconta um quando anula um 'E'.
       1850-CONFERE-REGISTRO.
           EVALUATE HIST-TIPO
               WHEN 'E'
                   MOVE HIST-REF-ID TO WS-EST-BUSCA-ID
                   PERFORM 1870-BUSCA-ORIGINAL
                   IF WS-EST-ACHOU-IDX > ZERO
                       ADD 1 TO WS-EST-ESTORNOS(WS-EST-ACHOU-IDX)
                   END-IF
               WHEN 'D'
                   MOVE HIST-REF-ID TO WS-EST-BUSCA-ID
                   PERFORM 1870-BUSCA-ORIGINAL
                   IF WS-EST-ACHOU-IDX > ZERO
                       MOVE HIST-ID TO WS-EST-HIST-ID
                       IF WS-EST-HIST-ID = WS-EST-BUSCA-ID
                           ADD 1 TO WS-EST-ESTORNOS(WS-EST-ACHOU-IDX)
                       ELSE
                           SUBTRACT 1
                               FROM WS-EST-ESTORNOS(WS-EST-ACHOU-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE HIST-ID TO WS-EST-BUSCA-ID
                   PERFORM 1870-BUSCA-ORIGINAL
                   IF WS-EST-ACHOU-IDX > ZERO
                       PERFORM 1860-GUARDA-DADOS-ORIGINAL
                   END-IF
           END-EVALUATE.

       1860-GUARDA-DADOS-ORIGINAL.
           MOVE WS-EST-ACHOU-IDX TO WS-EST-IDX
           MOVE 'Y'        TO WS-EST-ACHOU-SW(WS-EST-IDX)
           MOVE HIST-OPCAO TO WS-EST-OPCAO(WS-EST-IDX)
           MOVE HIST-NUM1  TO WS-EST-NUM1(WS-EST-IDX)
           MOVE HIST-NUM2  TO WS-EST-NUM2(WS-EST-IDX)
           MOVE HIST-RES   TO WS-EST-RES(WS-EST-IDX)
           MOVE HIST-DEPTO TO WS-EST-DEPTO(WS-EST-IDX)
           MOVE ZERO       TO WS-EST-ESTORNOS(WS-EST-IDX).

       1870-BUSCA-ORIGINAL.
           MOVE ZERO TO WS-EST-ACHOU-IDX
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-ORIG-ID(WS-EST-IDX) = WS-EST-BUSCA-ID
                   MOVE WS-EST-IDX TO WS-EST-ACHOU-IDX
               END-IF
           END-PERFORM.

       1700-GRAVA-CATALOGO.
           OPEN EXTEND GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
           WRITE GENCAT-REC
           CLOSE GENCAT-FILE.

       1710-CATALOGA-CRONOGRAMA.
           IF WS-CRN-ABERTO
               CLOSE CRN-FILE
               DISPLAY "CRONOGRAMAS DE AMORTIZACAO: " WS-CRN-COUNT
                   " (" WS-CRN-LINHAS " LINHAS) EM " WS-CRN-GEN-NOME
               IF WS-CRN-NOVA
                   OPEN EXTEND GENCAT-FILE
                   IF WS-GENCAT-STATUS = '35'
                       OPEN OUTPUT GENCAT-FILE
                   END-IF
                   MOVE SPACES          TO GENCAT-REC
                   MOVE WS-CRN-GEN-NOME TO GENCAT-ARQUIVO
                   MOVE WS-RUN-DATE-N   TO GENCAT-DATA
                   MOVE WS-CRN-LINHAS   TO GENCAT-QTDE
                   WRITE GENCAT-REC
                   CLOSE GENCAT-FILE
               END-IF
           END-IF.

       9000-CALCULA.
           MOVE 'N' TO WS-CALC-ERROR-SW
           MOVE OPCAO TO WS-ENG-OPCAO
           IF OPCAO = 'R' OR OPCAO = 'A'
               PERFORM 9200-RESOLVE-TAXA
           END-IF
           IF NOT WS-CALC-ERROR
               CALL 'CALCENG' USING WS-ENG-OPCAO CALC-OPERANDOS
                   WS-ENG-STATUS AMR-PARM
               EVALUATE WS-ENG-STATUS
                   WHEN '0'
                      CONTINUE
           END-PERFORM
           IF WS-RATE-ACHOU-IDX > ZERO
               MOVE WS-RT-VALOR(WS-RATE-ACHOU-IDX) TO CALC-NUM2
               IF OPCAO = 'R'
                   MOVE 'P' TO WS-ENG-OPCAO
               END-IF
           ELSE
               MOVE 'Y' TO WS-CALC-ERROR-SW
               MOVE 'RT' TO WS-REJ-MOTIVO
