               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT IDREG-FILE ASSIGN TO "IDREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDREG-ID
               FILE STATUS IS WS-IDREG-STATUS.

           SELECT RPT-FILE ASSIGN TO "ARCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

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

       FD  IDREG-FILE.
           COPY IDREGRC REPLACING
               ==PFX-REC==     BY ==IDREG-REC==
               ==PFX-ID==      BY ==IDREG-ID==
               ==PFX-DATA==    BY ==IDREG-DATA==
               ==PFX-ARQUIVO== BY ==IDREG-ARQUIVO==.

       FD  RPT-FILE
           RECORDING MODE IS F.
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

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
           01 WS-HIST-STATUS       PIC XX.
           01 WS-ARCH-STATUS       PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-IDREG-STATUS      PIC XX.
           01 WS-PER-STATUS        PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.

           01 WS-PARM              PIC X(40).
           01 WS-PARM-1            PIC X(15).
           01 WS-PARM-2            PIC X(15).
           01 WS-PARM-CHAVE        PIC X(10).
           01 WS-PARM-VALOR        PIC X(8).
           01 WS-RETAIN-DIAS       PIC 9(3) VALUE 90.
           01 WS-UTEIS-SW          PIC X VALUE 'N'.
               88 WS-UTEIS              VALUE 'Y'.
           01 WS-TIPO-DIAS         PIC X(10) VALUE "DIAS".

           01 WS-HOJE.
               03 WS-HOJE-AAAA      PIC 9(4).
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

           01 WS-HIST-RES-N        PIC S9(9)V99.

           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-FECH-TABLE.
               03 WS-FECH-MES OCCURS 240 TIMES PIC X(6).
           01 WS-FECH-COUNT        PIC 9(3) VALUE ZERO.
           01 WS-FECH-IDX          PIC 9(3).
           01 WS-MES-FECHADO-SW    PIC X.
               88 WS-MES-FECHADO        VALUE 'Y'.

           01 WS-TOTAL-LIDOS       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-ARQUIVADOS  PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-RETIDOS     PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-REGISTRADOS PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-MES-ABERTO  PIC 9(8) VALUE ZERO.
           01 WS-VALOR-LIDOS       PIC S9(11)V99 VALUE ZERO.
           01 WS-VALOR-ARQUIVADOS  PIC S9(11)V99 VALUE ZERO.
           01 WS-VALOR-RETIDOS     PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           PERFORM 0100-PARSE-PARM
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF
           PERFORM 0200-CALCULA-CORTE
           PERFORM 0250-CARREGA-FECHADOS
           MOVE SPACES TO WS-ARCH-NOME
           STRING "CALCARC." WS-HOJE-N ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-NOME
           IF WS-ARCH-STATUS = '35'
               OPEN OUTPUT ARCH-FILE
           END-IF
           OPEN I-O IDREG-FILE
           IF WS-IDREG-STATUS = '35'
               OPEN OUTPUT IDREG-FILE
               CLOSE IDREG-FILE
               OPEN I-O IDREG-FILE
           END-IF
           IF WS-IDREG-STATUS NOT = '00'
               DISPLAY "ERRO: FALHA NA ABERTURA DO IDREG.IDX - STATUS "
                   WS-IDREG-STATUS
               CLOSE HIST-FILE
               CLOSE ARCH-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF

           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE NEXT RECORD

           CLOSE HIST-FILE
           CLOSE ARCH-FILE
           CLOSE IDREG-FILE

           PERFORM 0500-ESCREVE-RELATORIO
           IF WS-TOTAL-ARQUIVADOS > ZERO
       0000-EXIT.
           STOP RUN.

      * RETAIN=nnn conta dias corridos; com UTEIS (antes ou depois)
      * a retencao e contada em dias uteis do calendario (DTUTIL).
       0100-PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-1 WS-PARM-2
           IF WS-PARM-1 = 'UTEIS'
               SET WS-UTEIS TO TRUE
               MOVE WS-PARM-2 TO WS-PARM-1
           ELSE
               IF WS-PARM-2 = 'UTEIS'
                   SET WS-UTEIS TO TRUE
               END-IF
           END-IF
           IF WS-UTEIS
               MOVE "DIAS UTEIS" TO WS-TIPO-DIAS
           END-IF
           IF WS-PARM-1(1:7) = 'RETAIN='
               UNSTRING WS-PARM-1 DELIMITED BY '='
                   INTO WS-PARM-CHAVE WS-PARM-VALOR
               END-EVALUATE
           END-IF
           IF RETURN-CODE = ZERO
               DISPLAY "RETENCAO: " WS-RETAIN-DIAS " " WS-TIPO-DIAS
           END-IF.

       0200-CALCULA-CORTE.
           IF WS-UTEIS
               MOVE 'R' TO DTU-FUNCAO
               MOVE WS-HOJE-N TO DTU-DATA-1
               MOVE WS-RETAIN-DIAS TO DTU-DIAS
               CALL 'DTUTIL' USING DTU-PARM
               MOVE DTU-DATA-2 TO WS-CORTE-DATA
           ELSE
               COMPUTE WS-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-N) - WS-RETAIN-DIAS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CORTE-INT)
                   TO WS-CORTE-DATA
           END-IF
           DISPLAY "DATA DE CORTE: " WS-CORTE-DATA
               " (ANTERIORES SERAO ARQUIVADAS)".

      * So os meses fechados ('F') no PERIODOS.DAT sao arquivados:
      * mes aberto ou em fechamento ainda pode mudar e o MONRPT dele
      * ainda nao e final.
       0250-CARREGA-FECHADOS.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = '35'
               DISPLAY "AVISO: PERIODOS.DAT NAO ENCONTRADO - NENHUM "
                   "MES FECHADO, NADA SERA ARQUIVADO"
           ELSE
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
           END-IF
           DISPLAY "MESES FECHADOS: " WS-FECH-COUNT.

       0260-VERIFICA-MES.
           MOVE 'N' TO WS-MES-FECHADO-SW
           PERFORM VARYING WS-FECH-IDX FROM 1 BY 1
                   UNTIL WS-FECH-IDX > WS-FECH-COUNT
               IF WS-FECH-MES(WS-FECH-IDX) = HIST-CH-DATA(1:6)
                   MOVE 'Y' TO WS-MES-FECHADO-SW
               END-IF
           END-PERFORM.

       0300-CLASSIFICA-REGISTRO.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE HIST-RES TO WS-HIST-RES-N
           ADD WS-HIST-RES-N TO WS-VALOR-LIDOS
           MOVE 'N' TO WS-MES-FECHADO-SW
           IF HIST-CH-DATA < WS-CORTE-DATA
               PERFORM 0260-VERIFICA-MES
               IF NOT WS-MES-FECHADO
                   ADD 1 TO WS-TOTAL-MES-ABERTO
               END-IF
           END-IF
           IF WS-MES-FECHADO
               ADD 1 TO WS-TOTAL-ARQUIVADOS
               ADD WS-HIST-RES-N TO WS-VALOR-ARQUIVADOS
               MOVE HIST-CHAVE TO ARCH-CHAVE
               MOVE HIST-CORPO TO ARCH-CORPO
               WRITE ARCH-REC
               IF HIST-ID NOT = ZERO
                   PERFORM 0310-REGISTRA-ID
               END-IF
               DELETE HIST-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO: FALHA AO REMOVER DO HISTORICO "
               ADD WS-HIST-RES-N TO WS-VALOR-RETIDOS
           END-IF.

      * O TRANS-ID arquivado continua conhecido pelo TRANSEDT atraves
      * do IDREG.IDX. A leitura do historico e na ordem da chave, logo
      * a primeira gravacao de um ID traz a data mais antiga; chave ja
      * existente significa ID registrado antes, e o registro antigo
      * fica como esta.
       0310-REGISTRA-ID.
           MOVE SPACES       TO IDREG-REC
           MOVE HIST-ID      TO IDREG-ID
           MOVE HIST-CH-DATA TO IDREG-DATA
           MOVE WS-ARCH-NOME TO IDREG-ARQUIVO
           WRITE IDREG-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REGISTRADOS
           END-WRITE.

       0500-ESCREVE-RELATORIO.
           OPEN OUTPUT RPT-FILE
           MOVE "RELATORIO DE ARQUIVAMENTO - CALCHIST" TO RPT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RETENCAO: " WS-RETAIN-DIAS " " WS-TIPO-DIAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-LIDOS TO WS-RPT-QTDE
           MOVE WS-VALOR-LIDOS TO WS-RPT-VALOR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-TOTAL-REGISTRADOS TO WS-RPT-QTDE
           MOVE SPACES TO RPT-LINE
           STRING "IDS NOVOS NO IDREG: " WS-RPT-QTDE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-TOTAL-MES-ABERTO TO WS-RPT-QTDE
           MOVE SPACES TO RPT-LINE
           STRING "RETIDOS ANTES DO CORTE (MES NAO FECHADO): "
               WS-RPT-QTDE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-TOTAL-LIDOS NOT =
                   WS-TOTAL-ARQUIVADOS + WS-TOTAL-RETIDOS
               MOVE "ERRO: CONTAGENS NAO BALANCEIAM" TO RPT-LINE
