               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

       FD  SEQ-FILE
           RECORDING MODE IS F.
               ==PFX-STATUS==     BY ==SEQ-STATUS==
               ==PFX-DT-EFETIVA== BY ==SEQ-DT-EFETIVA==
               ==PFX-PIN==        BY ==SEQ-PIN==
               ==PFX-PIN-TROCA==  BY ==SEQ-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==SEQ-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==SEQ-GERENTE==.

       FD  PEND-FILE
           RECORDING MODE IS F.
       01  PEND-REC                PIC X(120).

       FD  PTMP-FILE
           RECORDING MODE IS F.
       01  PTMP-REC                PIC X(120).

       FD  AUD-FILE
           RECORDING MODE IS F.
           01 WS-NOME-ENTRADA       PIC X(10).
           01 WS-ROLE-ENTRADA       PIC X(2).
           01 WS-PIN-ENTRADA        PIC X(4).
           01 WS-GERENTE-ENTRADA    PIC X(5).
           01 WS-DETALHE            PIC X(40).
           01 WS-ACAO-NOME          PIC X(10).
           01 WS-CARGA-COUNT        PIC 9(4) VALUE ZERO.
               03 WS-PD-PIN         PIC X(4).
               03 FILLER            PIC X.
               03 WS-PD-DETALHE     PIC X(40).
               03 FILLER            PIC X.
               03 WS-PD-GERENTE     PIC X(5).
           01 WS-PEND-TABLE.
               03 WS-PEND-ENTRY OCCURS 100 TIMES.
                   05 WS-PT-REC     PIC X(120).
                   05 WS-PT-MANTEM  PIC X.
           01 WS-PEND-COUNT         PIC 9(3) VALUE ZERO.
           01 WS-PEND-IDX           PIC 9(3).
               DISPLAY "ERRO: PIN DEVE SER NUMERICO"
               GO TO 1000-EXIT
           END-IF
           DISPLAY "MATRICULA DO GERENTE (BRANCO=NENHUM):"
           ACCEPT WS-GERENTE-ENTRADA
           IF WS-GERENTE-ENTRADA NOT = SPACES
               AND WS-GERENTE-ENTRADA IS NOT NUMERIC
               DISPLAY "ERRO: MATRICULA DO GERENTE DEVE SER NUMERICA"
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-DETALHE
           STRING "NOME=" WS-NOME-ENTRADA " FUNCAO=" WS-ROLE-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           ACCEPT WS-ROLE-ENTRADA
           DISPLAY "NOVO PIN (BRANCO=MANTEM):"
           ACCEPT WS-PIN-ENTRADA
           DISPLAY "GERENTE ATUAL: " EMP-GERENTE
               " - NOVO GERENTE (BRANCO=MANTEM):"
           ACCEPT WS-GERENTE-ENTRADA
           MOVE SPACES TO WS-DETALHE
           IF WS-NOME-ENTRADA = SPACES AND WS-ROLE-ENTRADA = SPACES
               AND WS-GERENTE-ENTRADA NOT = SPACES
               STRING "GERENTE DE " EMP-GERENTE
                   " PARA " WS-GERENTE-ENTRADA
                   DELIMITED BY SIZE INTO WS-DETALHE
           ELSE
               STRING "DE " EMP-NOME "/" EMP-ROLE
                   " PARA " WS-NOME-ENTRADA "/" WS-ROLE-ENTRADA
                   DELIMITED BY SIZE INTO WS-DETALHE
           END-IF
           IF WS-ROLE-ENTRADA NOT = SPACES
               MOVE "ALTERACAO" TO WS-PEND-ACAO-W
               PERFORM 7000-GRAVA-PENDENTE
                   DISPLAY "PIN INVALIDO - MANTIDO O ANTERIOR"
               END-IF
           END-IF
           IF WS-GERENTE-ENTRADA NOT = SPACES
               IF WS-GERENTE-ENTRADA IS NUMERIC
                   MOVE WS-GERENTE-ENTRADA TO EMP-GERENTE
               ELSE
                   DISPLAY "GERENTE INVALIDO - MANTIDO O ANTERIOR"
               END-IF
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-DT-EFETIVA
           REWRITE EMP-REC
               MOVE SPACES TO WS-NOME-ENTRADA
               MOVE SPACES TO WS-ROLE-ENTRADA
               MOVE SPACES TO WS-PIN-ENTRADA
               MOVE SPACES TO WS-GERENTE-ENTRADA
               MOVE "REATIVACAO PEDIDA" TO WS-DETALHE
               MOVE "REATIVA" TO WS-PEND-ACAO-W
               PERFORM 7000-GRAVA-PENDENTE
                   NOT AT END
                       DISPLAY EMP-ID " " EMP-NOME " " EMP-ROLE
                           " " EMP-STATUS " " EMP-DT-EFETIVA
                           " ULT.SIGNON " EMP-ULT-SIGNON
                           " GERENTE " EMP-GERENTE
               END-READ
           END-PERFORM.

           MOVE WS-ROLE-ENTRADA  TO WS-PD-ROLE
           MOVE WS-PIN-ENTRADA   TO WS-PD-PIN
           MOVE WS-DETALHE       TO WS-PD-DETALHE
           MOVE WS-GERENTE-ENTRADA TO WS-PD-GERENTE
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-FILE
           DISPLAY "  SOLICITANTE=" WS-PD-SOLIC
               " ACAO=" WS-PD-ACAO " MATRICULA=" WS-PD-ID
           DISPLAY "  NOME=" WS-PD-NOME " FUNCAO=" WS-PD-ROLE
               " GERENTE=" WS-PD-GERENTE " DET=" WS-PD-DETALHE
           IF WS-PD-SOLIC = WS-OPERADOR
               DISPLAY "  DUPLO CONTROLE: O SOLICITANTE NAO PODE "
                   "APROVAR A PROPRIA MUDANCA - MANTIDO PENDENTE"
                   MOVE WS-CDT-DATE TO EMP-DT-EFETIVA
                   MOVE WS-PD-PIN  TO EMP-PIN
                   MOVE 'S'        TO EMP-PIN-TROCA
                   MOVE ZERO       TO EMP-ULT-SIGNON
                   MOVE ZERO       TO EMP-GERENTE
                   IF WS-PD-GERENTE IS NUMERIC
                       MOVE WS-PD-GERENTE TO EMP-GERENTE
                   END-IF
                   WRITE EMP-REC
                       INVALID KEY
                           DISPLAY "  ERRO: MATRICULA JA EXISTE OU "
                       DISPLAY "  PIN INVALIDO - MANTIDO O ANTERIOR"
                   END-IF
               END-IF
               IF WS-PD-GERENTE IS NUMERIC
                   MOVE WS-PD-GERENTE TO EMP-GERENTE
               END-IF
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE WS-CDT-DATE TO EMP-DT-EFETIVA
               REWRITE EMP-REC
