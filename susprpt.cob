      *  na faixa SEM DATA. Itens mais velhos que o corte (parametro  *
      *  CUTOFF=nnn dias, padrao 5) sao listados um a um para os      *
      *  supervisores cobrarem a correcao antes do fechamento.        *
      *  A idade e medida ate a data de processamento (DATAPROC.DAT); *
      *  com o parametro UTEIS, idade, faixas e corte contam dias     *
      *  uteis do calendario (DTUTIL) em vez de dias corridos.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           01 WS-PARM              PIC X(40).
           01 WS-PARM-1            PIC X(15).
           01 WS-PARM-2            PIC X(15).
           01 WS-PARM-CHAVE        PIC X(10).
           01 WS-PARM-VALOR        PIC X(8).
           01 WS-CUTOFF-DIAS       PIC 9(3) VALUE 5.
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
           01 WS-HOJE-INT          PIC 9(8).
           01 WS-SUSP-DATA         PIC 9(8).
           01 WS-SUSP-DATA-X REDEFINES WS-SUSP-DATA PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE-N)
           PERFORM 0100-PARSE-PARM
           IF RETURN-CODE = 16
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATA DE REFERENCIA: " WS-HOJE-N
               " CORTE: " WS-CUTOFF-DIAS " " WS-TIPO-DIAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
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
           IF WS-PARM-1(1:7) = 'CUTOFF='
               UNSTRING WS-PARM-1 DELIMITED BY '='
                   INTO WS-PARM-CHAVE WS-PARM-VALOR
               MOVE ERR-TIMESTAMP(1:4) TO WS-SUSP-DATA-X(1:4)
               MOVE ERR-TIMESTAMP(6:2) TO WS-SUSP-DATA-X(5:2)
               MOVE ERR-TIMESTAMP(9:2) TO WS-SUSP-DATA-X(7:2)
               IF WS-UTEIS
                   MOVE 'C' TO DTU-FUNCAO
                   MOVE WS-SUSP-DATA TO DTU-DATA-1
                   MOVE WS-HOJE-N    TO DTU-DATA-2
                   CALL 'DTUTIL' USING DTU-PARM
                   IF DTU-STATUS = 'I'
                       SET WS-SEM-DATA TO TRUE
                       MOVE ZERO TO WS-IDADE-DIAS
                   ELSE
                       MOVE DTU-DIAS TO WS-IDADE-DIAS
                   END-IF
               ELSE
                   COMPUTE WS-SUSP-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SUSP-DATA)
                   COMPUTE WS-IDADE-DIAS = WS-HOJE-INT - WS-SUSP-INT
               END-IF
           ELSE
               SET WS-SEM-DATA TO TRUE
               MOVE ZERO TO WS-IDADE-DIAS
