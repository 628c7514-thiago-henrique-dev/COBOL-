       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDESF.
      *****************************************************************
      *  DESFAZ UMA EXECUCAO INTEIRA DO calc1 BATCH                   *
      *  Parametro RUN=aaaammddhhmmss (o RUN-ID exibido pelo calc1 e  *
      *  gravado em RUNLOG.DAT). Localiza no CALCHIST.IDX todos os    *
      *  registros gravados pela execucao (inclusive os de um         *
      *  reinicio, que herda o RUN-ID) e:                             *
      *    - sem parametro: remove-os do historico, apaga a geracao   *
      *      TRANSOUT.aaaammdd.DAT e suas entradas em GENCAT.DAT;     *
      *    - com ESTORNA: grava para cada um o lancamento de estorno  *
      *      (TIPO 'D', resultado com sinal invertido, chave nova)    *
      *      para o FINEXT levar ao financeiro na proxima extracao,   *
      *      preservando a geracao TRANSOUT como registro do que foi  *
      *      processado.                                              *
      *  Nos dois casos remove de TRANSERR.DAT os suspensos da        *
      *  execucao e marca as linhas do RUNLOG.DAT como DESFEITO ou    *
      *  ESTORNADO; os itens retidos que a execucao lancou (linha 'L' *
      *  do TRANSHLD.DAT com o RUN-ID) voltam a aprovados ('A') para  *
      *  a proxima montagem do TRANSASM. Na remocao, as linhas dos    *
      *  cronogramas das amortizacoes da execucao saem da geracao     *
      *  AMORT.aaaammdd.DAT e o GENCAT e acertado; no estorno ficam,  *
      *  como a geracao TRANSOUT. Se o bookmark de FINEXTCK.DAT       *
      *  mostra que algum registro da execucao ja foi enviado ao      *
      *  financeiro, a remocao e recusada (RC 12) - so o estorno e    *
      *  permitido.                                                   *
      *  O relatorio DESFREPT.DAT confronta as contagens e valores    *
      *  desfeitos com o que o RUNLOG registrou para a execucao.      *
      *  Execucao de mes em fechamento ou fechado no PERIODOS.DAT     *
      *  nao pode ser removida (RC 12) - so estornada.                *
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

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CKPT-FILE ASSIGN TO "FINEXTCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT RES-FILE ASSIGN USING WS-RES-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT ERR-FILE ASSIGN TO "TRANSERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT TMP-FILE ASSIGN USING WS-TMP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT RPT-FILE ASSIGN TO "DESFREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT CRN-FILE ASSIGN USING WS-CRN-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRN-STATUS.

           SELECT HLD-FILE ASSIGN TO "TRANSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

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

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-REC.
           03 CKPT-EXT-NUM         PIC 9(4).
           03 FILLER               PIC X.
           03 CKPT-HIST-CHAVE      PIC X(18).
           03 FILLER               PIC X.
           03 CKPT-PRGM-ENVIADOS   PIC 9(8).

       FD  RES-FILE
           RECORDING MODE IS F.
       01  RES-REC.
           03 RESREC-ID            PIC 9(8).
           03 FILLER               PIC X.
           03 RESREC-OPCAO         PIC X.
           03 RESREC-NUM1          PIC -(9)9.99.
           03 RESREC-NUM2          PIC -(9)9.99.
           03 FILLER               PIC X.
           03 RESREC-RES           PIC -(9)9.99.
           03 FILLER               PIC X.
           03 RESREC-DEPTO         PIC X(10).

       FD  ERR-FILE
           RECORDING MODE IS F.
       01  ERR-REC.
           03 ERR-SEQ              PIC 9(8).
           03 FILLER               PIC X.
           03 ERR-MOTIVO           PIC X(2).
           03 FILLER               PIC X.
           03 ERR-TRANS-REC        PIC X(41).
           03 FILLER               PIC X.
           03 ERR-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X.
           03 ERR-RUN-ID           PIC X(14).

       FD  GENCAT-FILE
           RECORDING MODE IS F.
           COPY GENCATRC REPLACING
               ==PFX-REC==     BY ==GENCAT-REC==
               ==PFX-ARQUIVO== BY ==GENCAT-ARQUIVO==
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

       FD  TMP-FILE
           RECORDING MODE IS F.
       01  TMP-REC                 PIC X(200).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(100).

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

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-RUNLOG-STATUS     PIC XX.
           01 WS-CKPT-STATUS       PIC XX.
           01 WS-RES-STATUS        PIC XX.
           01 WS-ERR-STATUS        PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-TMP-STATUS        PIC XX.
           01 WS-CRN-STATUS        PIC XX.
           01 WS-HLD-STATUS        PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.
           01 WS-RUNLOG-EOF-SW     PIC X VALUE 'N'.
               88 WS-RUNLOG-EOF        VALUE 'Y'.
           01 WS-RES-EOF-SW        PIC X VALUE 'N'.
               88 WS-RES-EOF           VALUE 'Y'.
           01 WS-ERR-EOF-SW        PIC X VALUE 'N'.
               88 WS-ERR-EOF           VALUE 'Y'.
           01 WS-GENCAT-EOF-SW     PIC X VALUE 'N'.
               88 WS-GENCAT-EOF        VALUE 'Y'.
           01 WS-TMP-EOF-SW        PIC X VALUE 'N'.
               88 WS-TMP-EOF           VALUE 'Y'.
           01 WS-CRN-EOF-SW        PIC X VALUE 'N'.
               88 WS-CRN-EOF           VALUE 'Y'.
           01 WS-HLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-HLD-EOF           VALUE 'Y'.

           01 WS-PARM              PIC X(40).
           01 WS-PARM-1            PIC X(20).
           01 WS-PARM-2            PIC X(10).
           01 WS-RUN-ID            PIC X(14).
           01 WS-RUN-DATA          PIC X(8).
           01 WS-RL-DATA           PIC X(8).
           01 WS-MODO-SW           PIC X VALUE 'D'.
               88 WS-MODO-DESFAZ       VALUE 'D'.
               88 WS-MODO-ESTORNA      VALUE 'E'.
           01 WS-SITUACAO-NOVA     PIC X(10).
           01 WS-PER-STATUS        PIC XX.
           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-MES-SITUACAO      PIC X VALUE 'A'.

           01 WS-RUNLOG-ACHOU      PIC 9(4) VALUE ZERO.
           01 WS-RUNLOG-JA-DESFEITO-SW PIC X VALUE 'N'.
               88 WS-RUNLOG-JA-DESFEITO VALUE 'Y'.
           01 WS-GERACAO-REUSADA-SW PIC X VALUE 'N'.
               88 WS-GERACAO-REUSADA   VALUE 'Y'.
           01 WS-RL-GRAVADAS       PIC 9(8) VALUE ZERO.
           01 WS-RL-REJEITADAS     PIC 9(8) VALUE ZERO.

           01 WS-ULT-CHAVE         PIC X(18) VALUE ZEROS.

           01 WS-CHAVE-TABLE.
               03 WS-CHAVE-ENTRY OCCURS 9999 TIMES.
                   05 WS-CHV-CHAVE  PIC X(18).
           01 WS-CHAVE-MAX         PIC 9(4) VALUE 9999.
           01 WS-CHAVE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-CHAVE-IDX         PIC 9(4).
           01 WS-CHAVE-CHEIA-SW    PIC X VALUE 'N'.
               88 WS-CHAVE-CHEIA       VALUE 'Y'.
           01 WS-CHAVE-ACHOU-SW    PIC X.
               88 WS-CHAVE-ACHOU       VALUE 'Y'.

      * Itens retidos que a execucao lancou (linha 'L' com o RUN-ID)
      * e que continuam nessa situacao no fim do TRANSHLD.DAT.
           01 WS-LIB-TABLE.
               03 WS-LIB-ENTRY OCCURS 2000 TIMES.
                   05 WS-LIB-ID         PIC 9(8).
                   05 WS-LIB-VIGENTE    PIC X.
                   05 WS-LIB-LINHA      PIC X(166).
           01 WS-LIB-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-LIB-IDX           PIC 9(4).
           01 WS-LIB-CHEIA-SW      PIC X VALUE 'N'.
               88 WS-LIB-CHEIA         VALUE 'Y'.

           01 WS-HIST-RES-N        PIC S9(9)V99.
           01 WS-RES-N             PIC S9(9)V99.
           01 WS-GRAVADO-SW        PIC X.
               88 WS-GRAVADO           VALUE 'Y'.
           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.

           01 WS-TOTAL-HIST        PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-ENVIADOS    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-JA-ESTORNO  PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-TRATADOS    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-FALHAS      PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-SAIDA       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-SUSPENSOS   PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-CATALOGO    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-AMORT       PIC 9(8) VALUE ZERO.
           01 WS-CRN-RETIRADAS     PIC 9(8) VALUE ZERO.
           01 WS-CRN-MANTIDAS      PIC 9(8) VALUE ZERO.
           01 WS-CRN-CATALOGO      PIC 9(8) VALUE ZERO.
           01 WS-CRN-TRATADO-SW    PIC X VALUE 'N'.
               88 WS-CRN-TRATADO       VALUE 'Y'.
           01 WS-TOTAL-REABERTAS   PIC 9(8) VALUE ZERO.
           01 WS-VALOR-HIST        PIC S9(11)V99 VALUE ZERO.
           01 WS-VALOR-TRATADOS    PIC S9(11)V99 VALUE ZERO.
           01 WS-VALOR-SAIDA       PIC S9(11)V99 VALUE ZERO.
           01 WS-SAIDA-LIDA-SW     PIC X VALUE 'N'.
               88 WS-SAIDA-LIDA        VALUE 'Y'.

           01 WS-RES-GEN-NOME      PIC X(30).
           01 WS-CRN-GEN-NOME      PIC X(30).
           01 WS-TMP-NOME          PIC X(30).
           01 WS-RC-SALVO          PIC 9(2).

           01 WS-RPT-QTDE          PIC ZZ,ZZZ,ZZ9.
           01 WS-RPT-QTDE-2        PIC ZZ,ZZZ,ZZ9.
           01 WS-RPT-VALOR         PIC -(10)9.99.
           01 WS-RPT-VALOR-2       PIC -(10)9.99.

           01 WS-CURRENT-DATE-TIME.
               03 WS-CDT-DATE.
                   05 WS-CDT-YYYY   PIC 9(4).
                   05 WS-CDT-MM     PIC 9(2).
                   05 WS-CDT-DD     PIC 9(2).
               03 WS-CDT-TIME.
                   05 WS-CDT-HH     PIC 9(2).
                   05 WS-CDT-MI     PIC 9(2).
                   05 WS-CDT-SS     PIC 9(2).
                   05 FILLER        PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-PARSE-PARM
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF
           PERFORM 0200-LE-RUNLOG
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF
           IF WS-MODO-DESFAZ
               PERFORM 0250-VERIFICA-PERIODO
               IF WS-MES-SITUACAO = 'E' OR WS-MES-SITUACAO = 'F'
                   DISPLAY "ERRO: MES " WS-RUN-DATA(1:6)
                       " EM FECHAMENTO OU FECHADO (SITUACAO "
                       WS-MES-SITUACAO ") - REMOCAO RECUSADA, USAR "
                       "ESTORNA"
                   MOVE 12 TO RETURN-CODE
                   GO TO 0000-EXIT
               END-IF
           END-IF
           PERFORM 0300-LE-BOOKMARK

           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = '35'
               DISPLAY "ERRO: CALCHIST.IDX NAO ENCONTRADO - "
                   "NADA A DESFAZER"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0400-LEVANTA-HISTORICO
           IF WS-CHAVE-CHEIA
               DISPLAY "ERRO: EXECUCAO COM MAIS DE " WS-CHAVE-MAX
                   " REGISTROS NO HISTORICO - DESFAZER EM PARTES "
                   "NAO E SUPORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE HIST-FILE
               GO TO 0000-EXIT
           END-IF
           IF WS-TOTAL-JA-ESTORNO > ZERO
               DISPLAY "ERRO: O HISTORICO JA CONTEM "
                   WS-TOTAL-JA-ESTORNO " ESTORNOS DESTA EXECUCAO - "
                   "DESFAZIMENTO RECUSADO"
               MOVE 16 TO RETURN-CODE
               CLOSE HIST-FILE
               GO TO 0000-EXIT
           END-IF

           OPEN OUTPUT RPT-FILE
           PERFORM 0900-CABECALHO
           IF WS-TOTAL-ENVIADOS > ZERO AND WS-MODO-DESFAZ
               CLOSE HIST-FILE
               PERFORM 0950-RECUSA-ENVIADOS
               CLOSE RPT-FILE
               GO TO 0000-EXIT
           END-IF

           PERFORM 0500-TRATA-HISTORICO
           CLOSE HIST-FILE
           IF WS-MODO-DESFAZ
               PERFORM 0600-TRATA-SAIDA THRU 0600-EXIT
               IF WS-TOTAL-AMORT > ZERO
                   PERFORM 0660-TRATA-CRONOGRAMA THRU 0660-EXIT
               END-IF
           END-IF
           PERFORM 0700-TRATA-SUSPENSOS THRU 0700-EXIT
           PERFORM 0750-REABRE-RETIDAS THRU 0750-EXIT
           PERFORM 0800-MARCA-RUNLOG
           PERFORM 0910-ESCREVE-TOTAIS
           CLOSE RPT-FILE.

       0000-EXIT.
           DISPLAY "RETURN-CODE FINAL: " RETURN-CODE
           STOP RUN.

       0100-PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-1 WS-PARM-2
           IF WS-PARM-1(1:4) = 'RUN='
                   AND WS-PARM-1(5:14) IS NUMERIC
                   AND WS-PARM-1(19:2) = SPACES
               MOVE WS-PARM-1(5:14) TO WS-RUN-ID
               MOVE WS-RUN-ID(1:8)  TO WS-RUN-DATA
           ELSE
               DISPLAY "ERRO: INFORMAR RUN=aaaammddhhmmss (RUN-ID DO "
                   "RUNLOG.DAT) E OPCIONALMENTE ESTORNA"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-PARM-2(1:7) = 'ESTORNA'
               SET WS-MODO-ESTORNA TO TRUE
               MOVE "ESTORNADO" TO WS-SITUACAO-NOVA
           ELSE
               MOVE "DESFEITO" TO WS-SITUACAO-NOVA
           END-IF
           IF RETURN-CODE = ZERO
               DISPLAY "EXECUCAO A DESFAZER: " WS-RUN-ID
                   " MODO: " WS-SITUACAO-NOVA
           END-IF.

      * Uma execucao reiniciada deixa mais de uma linha no RUNLOG com
      * o mesmo RUN-ID; as contagens de todas elas sao somadas para o
      * confronto final. Uma execucao posterior com a mesma data
      * regravou a geracao TRANSOUT, que entao nao pode ser apagada.
      * A data da geracao e a data de processamento gravada na linha
      * do RUNLOG (nas linhas antigas, a data do proprio RUN-ID).
       0200-LE-RUNLOG.
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               DISPLAY "ERRO: RUNLOG.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RUNLOG-EOF
                   READ RUNLOG-FILE
                       AT END
                           SET WS-RUNLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 0210-AVALIA-RUNLOG
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
               IF WS-RUNLOG-ACHOU = ZERO
                   DISPLAY "ERRO: RUN-ID " WS-RUN-ID
                       " NAO ENCONTRADO EM RUNLOG.DAT"
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF WS-RUNLOG-JA-DESFEITO
                   DISPLAY "ERRO: EXECUCAO " WS-RUN-ID
                       " JA MARCADA COMO DESFEITA NO RUNLOG.DAT"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-RES-GEN-NOME
           STRING "TRANSOUT." WS-RUN-DATA ".DAT"
               DELIMITED BY SIZE INTO WS-RES-GEN-NOME
           IF RETURN-CODE = ZERO
               DISPLAY "DATA DE PROCESSAMENTO DA EXECUCAO: "
                   WS-RUN-DATA
           END-IF.

       0210-AVALIA-RUNLOG.
           IF RL-DATA-PROC IS NUMERIC
               MOVE RL-DATA-PROC TO WS-RL-DATA
           ELSE
               MOVE RL-RUN-ID(1:8) TO WS-RL-DATA
           END-IF
           IF RL-RUN-ID = WS-RUN-ID
               ADD 1 TO WS-RUNLOG-ACHOU
               MOVE WS-RL-DATA TO WS-RUN-DATA
               ADD RL-GRAVADAS TO WS-RL-GRAVADAS
               ADD RL-REJ-SZ RL-REJ-DZ RL-REJ-OP RL-REJ-RT RL-REJ-RF
                   TO WS-RL-REJEITADAS
               IF RL-REJ-ES IS NUMERIC
                   ADD RL-REJ-ES TO WS-RL-REJEITADAS
               END-IF
               IF RL-REJ-PF IS NUMERIC
                   ADD RL-REJ-PF TO WS-RL-REJEITADAS
               END-IF
               IF RL-SITUACAO NOT = SPACES
                   SET WS-RUNLOG-JA-DESFEITO TO TRUE
               END-IF
           ELSE
               IF WS-RL-DATA = WS-RUN-DATA
                       AND RL-RUN-ID > WS-RUN-ID
                       AND RL-SITUACAO = SPACES
                   SET WS-GERACAO-REUSADA TO TRUE
               END-IF
           END-IF.

       0250-VERIFICA-PERIODO.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-RUN-DATA(1:6)
                               MOVE PER-SITUACAO TO WS-MES-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF.

       0300-LE-BOOKMARK.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = '35'
               CONTINUE
           ELSE
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-HIST-CHAVE IS NUMERIC
                           MOVE CKPT-HIST-CHAVE TO WS-ULT-CHAVE
                       END-IF
               END-READ
               CLOSE CKPT-FILE
           END-IF.

      * Os registros da execucao tem chave a partir da data de
      * processamento (o calc1 grava com essa data e a hora do
      * momento do calculo; execucoes antigas, com a data do
      * RUN-ID). As chaves sao guardadas numa tabela para o segundo
      * passe, que regrava o arquivo por acesso direto.
       0400-LEVANTA-HISTORICO.
           MOVE ZEROS TO HIST-CHAVE
           MOVE WS-RUN-DATA TO HIST-CH-DATA
           START HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-RUN-ID = WS-RUN-ID
                           PERFORM 0410-GUARDA-CHAVE
                       END-IF
               END-READ
           END-PERFORM.

       0410-GUARDA-CHAVE.
           IF HIST-TIPO = 'D'
               ADD 1 TO WS-TOTAL-JA-ESTORNO
           ELSE
               ADD 1 TO WS-TOTAL-HIST
               MOVE HIST-RES TO WS-HIST-RES-N
               ADD WS-HIST-RES-N TO WS-VALOR-HIST
               IF HIST-OPCAO = 'A'
                   ADD 1 TO WS-TOTAL-AMORT
               END-IF
               IF HIST-CHAVE NOT > WS-ULT-CHAVE
                   ADD 1 TO WS-TOTAL-ENVIADOS
               END-IF
               IF WS-CHAVE-COUNT < WS-CHAVE-MAX
                   ADD 1 TO WS-CHAVE-COUNT
                   MOVE HIST-CHAVE TO WS-CHV-CHAVE(WS-CHAVE-COUNT)
               ELSE
                   SET WS-CHAVE-CHEIA TO TRUE
               END-IF
           END-IF.

       0500-TRATA-HISTORICO.
           PERFORM VARYING WS-CHAVE-IDX FROM 1 BY 1
                   UNTIL WS-CHAVE-IDX > WS-CHAVE-COUNT
               MOVE WS-CHV-CHAVE(WS-CHAVE-IDX) TO HIST-CHAVE
               READ HIST-FILE
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-FALHAS
                       DISPLAY "ERRO: CHAVE " HIST-CHAVE
                           " SUMIU DO HISTORICO DURANTE O DESFAZIMENTO"
                   NOT INVALID KEY
                       IF WS-MODO-ESTORNA
                           PERFORM 0520-GRAVA-ESTORNO
                       ELSE
                           PERFORM 0510-REMOVE-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTAL-FALHAS > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.

       0510-REMOVE-REGISTRO.
           MOVE HIST-RES TO WS-HIST-RES-N
           DELETE HIST-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-FALHAS
                   DISPLAY "ERRO: FALHA AO REMOVER DO HISTORICO "
                       "A CHAVE " HIST-CH-DATA "-" HIST-CH-HORA
                       "-" HIST-CH-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-TRATADOS
                   ADD WS-HIST-RES-N TO WS-VALOR-TRATADOS
           END-DELETE.

      * O estorno repete o registro original com o resultado de
      * sinal invertido, TIPO 'D' e o mesmo RUN-ID, numa chave nova
      * (data e hora do desfazimento) posterior ao bookmark do FINEXT.
      * REF-ID aponta o registro anulado; se ele era um estorno 'E',
      * REF-ID continua apontando o original, para o calc1 saber que
      * o original voltou a valer e pode ser estornado de novo.
       0520-GRAVA-ESTORNO.
           MOVE HIST-RES TO WS-HIST-RES-N
           COMPUTE WS-RES-N = ZERO - WS-HIST-RES-N
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE WS-CDT-DATE      TO HIST-CH-DATA
           MOVE WS-CDT-TIME(1:6) TO HIST-CH-HORA
           MOVE ZERO             TO HIST-CH-SEQ
           MOVE WS-RES-N         TO HIST-RES
           MOVE SPACES           TO HIST-TIMESTAMP
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO HIST-TIMESTAMP
           IF HIST-TIPO NOT = 'E'
               MOVE HIST-ID          TO HIST-REF-ID
           END-IF
           MOVE 'D'              TO HIST-TIPO
           MOVE 'N' TO WS-GRAVADO-SW
           PERFORM UNTIL WS-GRAVADO OR HIST-CH-SEQ > 9998
               PERFORM 0525-SELA-ESTORNO
               WRITE HIST-REC
                   INVALID KEY
                       ADD 1 TO HIST-CH-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRAVADO-SW
               END-WRITE
           END-PERFORM
           IF WS-GRAVADO
               ADD 1 TO WS-TOTAL-TRATADOS
               ADD WS-HIST-RES-N TO WS-VALOR-TRATADOS
           ELSE
               ADD 1 TO WS-TOTAL-FALHAS
               DISPLAY "ERRO: ESTORNO NAO GRAVADO - SEQ ESGOTADO "
                   "PARA A CHAVE " HIST-CH-DATA "-" HIST-CH-HORA
           END-IF.

       0525-SELA-ESTORNO.
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO.

      * A geracao TRANSOUT e lida inteira antes de ser apagada, para
      * que contagem e valor entrem no confronto com o historico.
       0600-TRATA-SAIDA.
           IF WS-GERACAO-REUSADA
               DISPLAY "AVISO: " WS-RES-GEN-NOME " FOI REGRAVADO POR "
                   "EXECUCAO POSTERIOR DA MESMA DATA - MANTIDO"
               MOVE SPACES TO RPT-LINE
               STRING "GERACAO " WS-RES-GEN-NOME " MANTIDA: REGRAVADA "
                   "POR EXECUCAO POSTERIOR"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 0600-EXIT
           END-IF
           OPEN INPUT RES-FILE
           IF WS-RES-STATUS = '35'
               DISPLAY "AVISO: " WS-RES-GEN-NOME " NAO ENCONTRADO"
               GO TO 0600-EXIT
           END-IF
           PERFORM UNTIL WS-RES-EOF
               READ RES-FILE
                   AT END
                       SET WS-RES-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-SAIDA
                       MOVE RESREC-RES TO WS-RES-N
                       ADD WS-RES-N TO WS-VALOR-SAIDA
               END-READ
           END-PERFORM
           CLOSE RES-FILE
           SET WS-SAIDA-LIDA TO TRUE
           MOVE RETURN-CODE TO WS-RC-SALVO
           CALL 'CBL_DELETE_FILE' USING WS-RES-GEN-NOME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "AVISO: FALHA AO APAGAR " WS-RES-GEN-NOME
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-RC-SALVO TO RETURN-CODE
           END-IF
           PERFORM 0650-RETIRA-CATALOGO.

       0600-EXIT.
           EXIT.

       0650-RETIRA-CATALOGO.
           MOVE "GENCAT.TMP" TO WS-TMP-NOME
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               DISPLAY "AVISO: GENCAT.DAT NAO ENCONTRADO"
           ELSE
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS-GENCAT-EOF
                   READ GENCAT-FILE
                       AT END
                           SET WS-GENCAT-EOF TO TRUE
                       NOT AT END
                           IF GENCAT-ARQUIVO = WS-RES-GEN-NOME
                               ADD 1 TO WS-TOTAL-CATALOGO
                           ELSE
                               MOVE GENCAT-REC TO TMP-REC
                               WRITE TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
               CLOSE TMP-FILE
               OPEN INPUT TMP-FILE
               OPEN OUTPUT GENCAT-FILE
               MOVE 'N' TO WS-TMP-EOF-SW
               PERFORM UNTIL WS-TMP-EOF
                   READ TMP-FILE
                       AT END
                           SET WS-TMP-EOF TO TRUE
                       NOT AT END
                           MOVE TMP-REC TO GENCAT-REC
                           WRITE GENCAT-REC
                   END-READ
               END-PERFORM
               CLOSE TMP-FILE
               CLOSE GENCAT-FILE
           END-IF.

      * Cronogramas das amortizacoes removidas: as linhas da geracao
      * AMORT.aaaammdd.DAT da data de processamento cuja CHAVE e de
      * um registro da execucao saem, e a geracao e regravada com as
      * demais (MENU ou outras execucoes da mesma data). Sem linhas
      * restantes a geracao e apagada e sai do GENCAT; senao a QTDE
      * catalogada passa a ser a das linhas mantidas.
       0660-TRATA-CRONOGRAMA.
           MOVE SPACES TO WS-CRN-GEN-NOME
           STRING "AMORT." WS-RUN-DATA ".DAT"
               DELIMITED BY SIZE INTO WS-CRN-GEN-NOME
           MOVE "AMORT.TMP" TO WS-TMP-NOME
           OPEN INPUT CRN-FILE
           IF WS-CRN-STATUS = '35'
               DISPLAY "AVISO: " WS-CRN-GEN-NOME " NAO ENCONTRADO - "
                   "CRONOGRAMAS DA EXECUCAO NAO RETIRADOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 0660-EXIT
           END-IF
           SET WS-CRN-TRATADO TO TRUE
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-CRN-EOF
               READ CRN-FILE
                   AT END
                       SET WS-CRN-EOF TO TRUE
                   NOT AT END
                       PERFORM 0665-PROCURA-CHAVE
                       IF WS-CHAVE-ACHOU
                           ADD 1 TO WS-CRN-RETIRADAS
                       ELSE
                           ADD 1 TO WS-CRN-MANTIDAS
                           MOVE CRN-REC TO TMP-REC
                           WRITE TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRN-FILE
           CLOSE TMP-FILE
           IF WS-CRN-RETIRADAS = ZERO
               GO TO 0660-EXIT
           END-IF
           IF WS-CRN-MANTIDAS = ZERO
               MOVE RETURN-CODE TO WS-RC-SALVO
               CALL 'CBL_DELETE_FILE' USING WS-CRN-GEN-NOME
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "AVISO: FALHA AO APAGAR " WS-CRN-GEN-NOME
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-RC-SALVO TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT TMP-FILE
               OPEN OUTPUT CRN-FILE
               MOVE 'N' TO WS-TMP-EOF-SW
               PERFORM UNTIL WS-TMP-EOF
                   READ TMP-FILE
                       AT END
                           SET WS-TMP-EOF TO TRUE
                       NOT AT END
                           MOVE TMP-REC TO CRN-REC
                           WRITE CRN-REC
                   END-READ
               END-PERFORM
               CLOSE TMP-FILE
               CLOSE CRN-FILE
           END-IF
           PERFORM 0670-ACERTA-CATALOGO.

       0660-EXIT.
           EXIT.

       0665-PROCURA-CHAVE.
           MOVE 'N' TO WS-CHAVE-ACHOU-SW
           PERFORM VARYING WS-CHAVE-IDX FROM 1 BY 1
                   UNTIL WS-CHAVE-IDX > WS-CHAVE-COUNT
                      OR WS-CHAVE-ACHOU
               IF WS-CHV-CHAVE(WS-CHAVE-IDX) = CRN-CHAVE
                   SET WS-CHAVE-ACHOU TO TRUE
               END-IF
           END-PERFORM.

       0670-ACERTA-CATALOGO.
           MOVE "GENCAT.TMP" TO WS-TMP-NOME
           MOVE 'N' TO WS-GENCAT-EOF-SW
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               DISPLAY "AVISO: GENCAT.DAT NAO ENCONTRADO"
           ELSE
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS-GENCAT-EOF
                   READ GENCAT-FILE
                       AT END
                           SET WS-GENCAT-EOF TO TRUE
                       NOT AT END
                           IF GENCAT-ARQUIVO = WS-CRN-GEN-NOME
                               ADD 1 TO WS-CRN-CATALOGO
                               IF WS-CRN-MANTIDAS > ZERO
                                   MOVE WS-CRN-MANTIDAS TO GENCAT-QTDE
                                   MOVE GENCAT-REC TO TMP-REC
                                   WRITE TMP-REC
                               END-IF
                           ELSE
                               MOVE GENCAT-REC TO TMP-REC
                               WRITE TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
               CLOSE TMP-FILE
               OPEN INPUT TMP-FILE
               OPEN OUTPUT GENCAT-FILE
               MOVE 'N' TO WS-TMP-EOF-SW
               PERFORM UNTIL WS-TMP-EOF
                   READ TMP-FILE
                       AT END
                           SET WS-TMP-EOF TO TRUE
                       NOT AT END
                           MOVE TMP-REC TO GENCAT-REC
                           WRITE GENCAT-REC
                   END-READ
               END-PERFORM
               CLOSE TMP-FILE
               CLOSE GENCAT-FILE
           END-IF.

      * TRANSERR.DAT e recriado a cada noite; se uma execucao
      * posterior ja o regravou, os suspensos desta execucao nao
      * estao mais nele e nada e removido.
       0700-TRATA-SUSPENSOS.
           MOVE "TRANSERR.TMP" TO WS-TMP-NOME
           OPEN INPUT ERR-FILE
           IF WS-ERR-STATUS = '35'
               GO TO 0700-EXIT
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-ERR-EOF
               READ ERR-FILE
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       IF ERR-RUN-ID = WS-RUN-ID
                           ADD 1 TO WS-TOTAL-SUSPENSOS
                       ELSE
                           MOVE ERR-REC TO TMP-REC
                           WRITE TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERR-FILE
           CLOSE TMP-FILE
           OPEN INPUT TMP-FILE
           OPEN OUTPUT ERR-FILE
           MOVE 'N' TO WS-TMP-EOF-SW
           PERFORM UNTIL WS-TMP-EOF
               READ TMP-FILE
                   AT END
                       SET WS-TMP-EOF TO TRUE
                   NOT AT END
                       MOVE TMP-REC TO ERR-REC
                       WRITE ERR-REC
               END-READ
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE ERR-FILE.

       0700-EXIT.
           EXIT.

      * Item retido que a execucao lancou (ultima linha do item no
      * TRANSHLD.DAT e a 'L' com este RUN-ID) volta a aprovado: a
      * linha 'A' acrescentada repete a do lancamento e o item entra
      * de novo na proxima montagem do TRANSASM.
       0750-REABRE-RETIDAS.
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = '35'
               GO TO 0750-EXIT
           END-IF
           PERFORM UNTIL WS-HLD-EOF
               READ HLD-FILE
                   AT END
                       SET WS-HLD-EOF TO TRUE
                   NOT AT END
                       PERFORM 0760-AVALIA-RETIDA
               END-READ
           END-PERFORM
           CLOSE HLD-FILE
           IF WS-LIB-CHEIA
               DISPLAY "ERRO: MAIS DE 2000 ITENS RETIDOS LANCADOS "
                   "PELA EXECUCAO - EXCEDENTES NAO VOLTAM A APROVADOS"
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN EXTEND HLD-FILE
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF WS-LIB-VIGENTE(WS-LIB-IDX) = 'Y'
                   PERFORM 0770-GRAVA-REABERTA
               END-IF
           END-PERFORM
           CLOSE HLD-FILE.

       0750-EXIT.
           EXIT.

       0760-AVALIA-RETIDA.
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF WS-LIB-ID(WS-LIB-IDX) = HLD-ID
                   MOVE 'N' TO WS-LIB-VIGENTE(WS-LIB-IDX)
               END-IF
           END-PERFORM
           IF HLD-SITUACAO = 'L' AND HLD-RUN-ID = WS-RUN-ID
               IF WS-LIB-COUNT < 2000
                   ADD 1 TO WS-LIB-COUNT
                   MOVE HLD-ID  TO WS-LIB-ID(WS-LIB-COUNT)
                   MOVE 'Y'     TO WS-LIB-VIGENTE(WS-LIB-COUNT)
                   MOVE HLD-REC TO WS-LIB-LINHA(WS-LIB-COUNT)
               ELSE
                   SET WS-LIB-CHEIA TO TRUE
               END-IF
           END-IF.

       0770-GRAVA-REABERTA.
           MOVE WS-LIB-LINHA(WS-LIB-IDX) TO HLD-REC
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE 'A'    TO HLD-SITUACAO
           MOVE SPACES TO HLD-TIMESTAMP
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO HLD-TIMESTAMP
           MOVE SPACES TO HLD-DEC-MATRICULA
           MOVE SPACES TO HLD-DEC-MOTIVO
           STRING "CALCDESF: RUN " WS-RUN-ID " "
               WS-SITUACAO-NOVA
               DELIMITED BY SIZE INTO HLD-DEC-MOTIVO
           WRITE HLD-REC
           ADD 1 TO WS-TOTAL-REABERTAS.

       0800-MARCA-RUNLOG.
           MOVE "RUNLOG.TMP" TO WS-TMP-NOME
           OPEN INPUT RUNLOG-FILE
           OPEN OUTPUT TMP-FILE
           MOVE 'N' TO WS-RUNLOG-EOF-SW
           PERFORM UNTIL WS-RUNLOG-EOF
               READ RUNLOG-FILE
                   AT END
                       SET WS-RUNLOG-EOF TO TRUE
                   NOT AT END
                       IF RL-RUN-ID = WS-RUN-ID
                           MOVE WS-SITUACAO-NOVA TO RL-SITUACAO
                       END-IF
                       MOVE RUNLOG-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE
           CLOSE TMP-FILE
           OPEN INPUT TMP-FILE
           OPEN OUTPUT RUNLOG-FILE
           MOVE 'N' TO WS-TMP-EOF-SW
           PERFORM UNTIL WS-TMP-EOF
               READ TMP-FILE
                   AT END
                       SET WS-TMP-EOF TO TRUE
                   NOT AT END
                       MOVE TMP-REC TO RUNLOG-REC
                       WRITE RUNLOG-REC
               END-READ
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE RUNLOG-FILE.

       0900-CABECALHO.
           MOVE "RELATORIO DE DESFAZIMENTO DE EXECUCAO - calc1 BATCH"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN-ID: " WS-RUN-ID
               " MODO: " WS-SITUACAO-NOVA
               " LINHAS NO RUNLOG: " WS-RUNLOG-ACHOU
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ULTIMA CHAVE ENVIADA AO FINANCEIRO (FINEXTCK): "
               WS-ULT-CHAVE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       0910-ESCREVE-TOTAIS.
           MOVE WS-RL-GRAVADAS TO WS-RPT-QTDE
           MOVE WS-RL-REJEITADAS TO WS-RPT-QTDE-2
           MOVE SPACES TO RPT-LINE
           STRING "RUNLOG ORIGINAL     GRAVADAS: " WS-RPT-QTDE
               " REJEITADAS: " WS-RPT-QTDE-2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-TOTAL-HIST TO WS-RPT-QTDE
           MOVE WS-VALOR-HIST TO WS-RPT-VALOR
           MOVE SPACES TO RPT-LINE
           STRING "HISTORICO LOCALIZADO REGISTROS: " WS-RPT-QTDE
               " VALOR: " WS-RPT-VALOR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-TOTAL-TRATADOS TO WS-RPT-QTDE
           MOVE WS-VALOR-TRATADOS TO WS-RPT-VALOR
           MOVE SPACES TO RPT-LINE
           IF WS-MODO-ESTORNA
               STRING "HISTORICO ESTORNADO  REGISTROS: " WS-RPT-QTDE
                   " VALOR: " WS-RPT-VALOR
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "HISTORICO REMOVIDO   REGISTROS: " WS-RPT-QTDE
                   " VALOR: " WS-RPT-VALOR
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-SAIDA-LIDA
               MOVE WS-TOTAL-SAIDA TO WS-RPT-QTDE
               MOVE WS-VALOR-SAIDA TO WS-RPT-VALOR
               MOVE SPACES TO RPT-LINE
               STRING "TRANSOUT APAGADO     REGISTROS: " WS-RPT-QTDE
                   " VALOR: " WS-RPT-VALOR
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "  GERACAO: " WS-RES-GEN-NOME
                   " ENTRADAS RETIRADAS DO GENCAT: " WS-TOTAL-CATALOGO
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-CRN-TRATADO
               MOVE WS-CRN-RETIRADAS TO WS-RPT-QTDE
               MOVE WS-CRN-MANTIDAS TO WS-RPT-QTDE-2
               MOVE SPACES TO RPT-LINE
               STRING "CRONOGRAMAS RETIRADOS LINHAS: " WS-RPT-QTDE
                   " MANTIDAS: " WS-RPT-QTDE-2
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-CRN-MANTIDAS = ZERO AND WS-CRN-RETIRADAS > ZERO
                   STRING "  GERACAO: " WS-CRN-GEN-NOME
                       " APAGADA, ENTRADAS RETIRADAS DO GENCAT: "
                       WS-CRN-CATALOGO
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "  GERACAO: " WS-CRN-GEN-NOME
                       " QTDE ACERTADA NO GENCAT: " WS-CRN-CATALOGO
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF
           MOVE WS-TOTAL-SUSPENSOS TO WS-RPT-QTDE
           MOVE SPACES TO RPT-LINE
           STRING "SUSPENSOS REMOVIDOS DE TRANSERR: " WS-RPT-QTDE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-TOTAL-REABERTAS TO WS-RPT-QTDE
           MOVE SPACES TO RPT-LINE
           STRING "RETIDAS VOLTADAS A APROVADAS:   " WS-RPT-QTDE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-TOTAL-TRATADOS NOT = WS-TOTAL-HIST
                   OR WS-VALOR-TRATADOS NOT = WS-VALOR-HIST
               MOVE "ERRO: HISTORICO TRATADO DIVERGE DO LOCALIZADO"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SAIDA-LIDA
               IF WS-TOTAL-SAIDA NOT = WS-TOTAL-HIST
                       OR WS-VALOR-SAIDA NOT = WS-VALOR-HIST
                   MOVE "ERRO: TRANSOUT NAO FECHA COM O HISTORICO"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY RPT-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TOTAL-HIST NOT = WS-RL-GRAVADAS
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: HISTORICO NAO FECHA COM AS GRAVADAS DO "
                   "RUNLOG (REINICIO OU ARQUIVAMENTO?)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TOTAL-SUSPENSOS NOT = WS-RL-REJEITADAS
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: SUSPENSOS REMOVIDOS NAO FECHAM COM AS "
                   "REJEITADAS DO RUNLOG (TRANSERR REGRAVADO?)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO
               MOVE "DESFAZIMENTO CONFERIDO COM A EXECUCAO ORIGINAL"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
           END-IF.

       0950-RECUSA-ENVIADOS.
           MOVE WS-TOTAL-ENVIADOS TO WS-RPT-QTDE
           MOVE WS-TOTAL-HIST TO WS-RPT-QTDE-2
           MOVE SPACES TO RPT-LINE
           STRING "RECUSADO: " WS-RPT-QTDE " DE " WS-RPT-QTDE-2
               " REGISTROS JA ENVIADOS AO FINANCEIRO PELO FINEXT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE "REEXECUTAR COM O PARAMETRO ESTORNA PARA GERAR ESTORNOS"
               TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE 12 TO RETURN-CODE.

           END PROGRAM CALCDESF.
