      *  lido. Encerra com RETURN-CODE 12 quando encontra uma         *
      *  geracao catalogada cujo arquivo ja nao existe no disco       *
      *  (apagada a mao pelos operadores).                            *
      *  As geracoes CALCARC.* de arquivo morto NUNCA sao expurgadas: *
      *  sao a unica copia do historico que o CALCARC removeu do      *
      *  CALCHIST.IDX, e o MONRPT depende delas. O expurgo alcanca    *
      *  apenas as geracoes reproduziveis (TRANSOUT, SUMREPT,         *
      *  RECONREPT, MONREPT, GLDIARIO, GLCONTR, ANOMRPT).             *
      *  O MONREPT de mes fechado no PERIODOS.DAT tambem e retido:    *
      *  e o relatorio final do fechamento e o MONRPT nao o refaz.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "PURGEREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENCAT-FILE
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

       WORKING-STORAGE SECTION.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-TMP-STATUS        PIC XX.
           01 WS-CHK-STATUS        PIC XX.
           01 WS-PER-STATUS        PIC XX.
           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-FECH-TABLE.
               03 WS-FECH-MES OCCURS 240 TIMES PIC X(6).
           01 WS-FECH-COUNT        PIC 9(3) VALUE ZERO.
           01 WS-FECH-IDX          PIC 9(3).
           01 WS-PRESERVA-SW       PIC X.
               88 WS-PRESERVA           VALUE 'Y'.

           01 WS-GENCAT-EOF-SW     PIC X VALUE 'N'.
               88 WS-GENCAT-EOF        VALUE 'Y'.
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
           01 WS-CORTE-INT         PIC 9(8).
           01 WS-CORTE-DATA        PIC 9(8).

           01 WS-TOTAL-RETIDAS     PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-FALTANTES   PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-ARQMORTO    PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-FINAIS      PIC 9(6) VALUE ZERO.
           01 WS-RC-SALVO          PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           PERFORM 0100-PARSE-PARM
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
               TO WS-CORTE-DATA
           DISPLAY "DATA DE CORTE: " WS-CORTE-DATA
               " (GERACOES ANTERIORES SERAO EXPURGADAS)"
           PERFORM 0150-CARREGA-FECHADOS

           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               DISPLAY "RETENCAO: " WS-RETAIN-DIAS " DIAS"
           END-IF.

       0150-CARREGA-FECHADOS.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-SITUACAO = 'F'
                               AND WS-FECH-COUNT < 240
                               ADD 1 TO WS-FECH-COUNT
                               MOVE PER-MES
                                   TO WS-FECH-MES(WS-FECH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF.

       0200-CLASSIFICA-GERACAO.
           ADD 1 TO WS-TOTAL-LIDAS
           PERFORM 0300-VERIFICA-EXISTENCIA
           MOVE 'N' TO WS-PRESERVA-SW
           IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
               ADD 1 TO WS-TOTAL-ARQMORTO
               MOVE 'Y' TO WS-PRESERVA-SW
           END-IF
           IF GENCAT-ARQUIVO(1:8) = 'MONREPT.'
               PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                       UNTIL WS-FECH-IDX > WS-FECH-COUNT
                   IF WS-FECH-MES(WS-FECH-IDX) = GENCAT-ARQUIVO(9:6)
                       MOVE 'Y' TO WS-PRESERVA-SW
                   END-IF
               END-PERFORM
               IF WS-PRESERVA
                   ADD 1 TO WS-TOTAL-FINAIS
               END-IF
           END-IF
           IF GENCAT-DATA < WS-CORTE-DATA
               AND NOT WS-PRESERVA
               ADD 1 TO WS-TOTAL-EXPURGADAS
               IF WS-ARQ-EXISTE
                   PERFORM 0400-APAGA-ARQUIVO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MONREPT FINAIS DE MES FECHADO PRESERVADOS: "
               WS-TOTAL-FINAIS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-TOTAL-LIDAS NOT =
                   WS-TOTAL-EXPURGADAS + WS-TOTAL-RETIDAS
               MOVE "ERRO: CONTAGENS NAO BALANCEIAM" TO RPT-LINE
