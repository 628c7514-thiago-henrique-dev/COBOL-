       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPACONV.
      *****************************************************************
      *  CONVERSAO UNICA DO CADASTRO EMPMAST.DAT PARA O LAYOUT COM    *
      *  DATA DO ULTIMO SIGN-ON E GERENTE (EMPREC cresceu de 37 para  *
      *  52 bytes). Le o EMPMAST.DAT no layout com PIN-TROCA e        *
      *  descarrega EMPMAST.SEQ ja no layout novo, com ULT-SIGNON e   *
      *  GERENTE zerados: o ACESREV conta a inatividade a partir de   *
      *  DT-EFETIVA enquanto nao houver sign-on, e o gerente de cada  *
      *  matricula e informado depois pelo EMPMNT (acao A). Depois da *
      *  descarga: guardar o EMPMAST.DAT antigo fora do diretorio de  *
      *  producao e rodar o EMPMNT, acao C (CARGA-INICIAL), como no   *
      *  EMPMCONV. Cadastro ainda sem PIN-TROCA (35 bytes) vai pelo   *
      *  EMPMCONV; se o cadastro ja estiver no layout novo, a         *
      *  abertura aqui falha e nada e alterado.                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SEQ-FILE ASSIGN TO "EMPMAST.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
       01  OLD-REC.
           03 OLD-ID               PIC 9(5).
           03 FILLER               PIC X.
           03 OLD-NOME             PIC X(10).
           03 FILLER               PIC X.
           03 OLD-ROLE             PIC X(2).
           03 FILLER               PIC X.
           03 OLD-STATUS           PIC X.
           03 FILLER               PIC X.
           03 OLD-DT-EFETIVA       PIC 9(8).
           03 FILLER               PIC X.
           03 OLD-PIN              PIC 9(4).
           03 FILLER               PIC X.
           03 OLD-PIN-TROCA        PIC X.

       FD  SEQ-FILE
           RECORDING MODE IS F.
           COPY EMPREC REPLACING
               ==PFX-REC==        BY ==SEQ-REC==
               ==PFX-ID==         BY ==SEQ-ID==
               ==PFX-NOME==       BY ==SEQ-NOME==
               ==PFX-ROLE==       BY ==SEQ-ROLE==
               ==PFX-STATUS==     BY ==SEQ-STATUS==
               ==PFX-DT-EFETIVA== BY ==SEQ-DT-EFETIVA==
               ==PFX-PIN==        BY ==SEQ-PIN==
               ==PFX-PIN-TROCA==  BY ==SEQ-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==SEQ-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==SEQ-GERENTE==.

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS        PIC XX.
           01 WS-SEQ-STATUS        PIC XX.

           01 WS-OLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-OLD-EOF           VALUE 'Y'.

           01 WS-TOTAL-LIDOS       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OLD-FILE
           EVALUATE WS-OLD-STATUS
               WHEN '35'
                   DISPLAY "AVISO: EMPMAST.DAT NAO ENCONTRADO - "
                       "NADA A CONVERTER"
                   GO TO 0000-EXIT
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: EMPMAST.DAT NAO ABRIU NO LAYOUT "
                       "ANTIGO (STATUS=" WS-OLD-STATUS ") - O "
                       "CADASTRO JA DEVE ESTAR NO LAYOUT NOVO"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-EXIT
           END-EVALUATE
           OPEN OUTPUT SEQ-FILE
           MOVE ZEROS TO OLD-ID
           START OLD-FILE KEY NOT < OLD-ID
               INVALID KEY
                   SET WS-OLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-FILE NEXT RECORD
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       PERFORM 0100-CONVERTE-REGISTRO
               END-READ
           END-PERFORM
           CLOSE OLD-FILE
           CLOSE SEQ-FILE
           DISPLAY "DESCARGA CONCLUIDA: " WS-TOTAL-LIDOS
               " REGISTROS EM EMPMAST.SEQ NO LAYOUT NOVO"
           DISPLAY "AGORA: GUARDAR O EMPMAST.DAT ANTIGO FORA DO "
               "DIRETORIO E RODAR EMPMNT, ACAO C, PARA RECRIAR "
               "O CADASTRO".

       0000-EXIT.
           STOP RUN.

       0100-CONVERTE-REGISTRO.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES          TO SEQ-REC
           MOVE OLD-ID          TO SEQ-ID
           MOVE OLD-NOME        TO SEQ-NOME
           MOVE OLD-ROLE        TO SEQ-ROLE
           MOVE OLD-STATUS      TO SEQ-STATUS
           MOVE OLD-DT-EFETIVA  TO SEQ-DT-EFETIVA
           MOVE OLD-PIN         TO SEQ-PIN
           MOVE OLD-PIN-TROCA   TO SEQ-PIN-TROCA
           MOVE ZERO            TO SEQ-ULT-SIGNON
           MOVE ZERO            TO SEQ-GERENTE
           WRITE SEQ-REC.

           END PROGRAM EMPACONV.
