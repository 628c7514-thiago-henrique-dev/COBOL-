      *  OPCAO-NEGADA), mostra quais matriculas foram bloqueadas e    *
      *  seguem com EMP-STATUS 'L' aguardando reativacao pelo EMPMNT, *
      *  e destaca negacoes de permissao repetidas que sugerem        *
      *  EMP-ROLE mal cadastrado. Sign-ons aceitos (SIGNON-OK) entram *
      *  so nos totais. Sinaliza as contas ainda pendentes em ciclo   *
      *  de recertificacao de acesso aberto (RECICLO.DAT/RECERT.DAT)  *
      *  com prazo vencido. Impresso em SECREPT.DAT com secao de      *
      *  totais, no formato dos relatorios de SUMRPT e CALCARC.       *
      *  Parametro opcional: data AAAAMMDD (padrao hoje).             *
      *****************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT CIC-FILE ASSIGN TO "RECICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIC-STATUS.

           SELECT CRT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT RPT-FILE ASSIGN TO "SECREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

       FD  CIC-FILE
           RECORDING MODE IS F.
           COPY RECICLRC REPLACING
               ==PFX-REC==         BY ==CIC-REC==
               ==PFX-CICLO==       BY ==CIC-CICLO==
               ==PFX-SITUACAO==    BY ==CIC-SITUACAO==
               ==PFX-DT-ABERTURA== BY ==CIC-DT-ABERTURA==
               ==PFX-DT-LIMITE==   BY ==CIC-DT-LIMITE==
               ==PFX-QTDE==        BY ==CIC-QTDE==
               ==PFX-DT-FECHA==    BY ==CIC-DT-FECHA==.

       FD  CRT-FILE
           RECORDING MODE IS F.
           COPY RECERTRC REPLACING
               ==PFX-REC==         BY ==CRT-REC==
               ==PFX-CICLO==       BY ==CRT-CICLO==
               ==PFX-EMP-ID==      BY ==CRT-EMP-ID==
               ==PFX-GERENTE==     BY ==CRT-GERENTE==
               ==PFX-ROLE==        BY ==CRT-ROLE==
               ==PFX-SITUACAO==    BY ==CRT-SITUACAO==
               ==PFX-TIMESTAMP==   BY ==CRT-TIMESTAMP==
               ==PFX-POR==         BY ==CRT-POR==.

       FD  RPT-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
           01 WS-SEC-STATUS        PIC XX.
           01 WS-EMP-STATUS        PIC XX.
           01 WS-CIC-STATUS        PIC XX.
           01 WS-CRT-STATUS        PIC XX.

           01 WS-SEC-EOF-SW        PIC X VALUE 'N'.
               88 WS-SEC-EOF           VALUE 'Y'.
               88 WS-TEM-CADASTRO       VALUE 'Y'.
           01 WS-FOUND-SW          PIC X VALUE 'N'.
               88 WS-FOUND             VALUE 'Y'.
           01 WS-CIC-EOF-SW        PIC X VALUE 'N'.
               88 WS-CIC-EOF           VALUE 'Y'.
           01 WS-CRT-EOF-SW        PIC X VALUE 'N'.
               88 WS-CRT-EOF           VALUE 'Y'.

           01 WS-PARM              PIC X(20).
           01 WS-PARM-1            PIC X(10).
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
           01 WS-REF-DATA          PIC 9(8).
           01 WS-SEC-REC-DATA      PIC X(8).


           01 WS-NEGADAS           PIC 9(6).

      * Ciclos de recertificacao (ultima linha de cada um) e situacao
      * vigente das contas dos ciclos abertos com prazo vencido.
           01 WS-CIC-TABLE.
               03 WS-CIC-ENTRY OCCURS 40 TIMES.
                   05 WS-CC-CICLO       PIC X(6).
                   05 WS-CC-SITUACAO    PIC X.
                   05 WS-CC-DT-LIMITE   PIC 9(8).
           01 WS-CIC-COUNT         PIC 9(2) VALUE ZERO.
           01 WS-CIC-IDX           PIC 9(2).
           01 WS-CIC-ACHOU-IDX     PIC 9(2).
           01 WS-CIC-VENCIDOS      PIC 9(2) VALUE ZERO.
           01 WS-CRT-TABLE.
               03 WS-CRT-ENTRY OCCURS 2000 TIMES.
                   05 WS-CR-CICLO       PIC X(6).
                   05 WS-CR-EMP-ID      PIC 9(5).
                   05 WS-CR-GERENTE     PIC 9(5).
                   05 WS-CR-ROLE        PIC X(2).
                   05 WS-CR-SITUACAO    PIC X.
                   05 WS-CR-DT-LIMITE   PIC 9(8).
           01 WS-CRT-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CRT-IDX           PIC 9(4).
           01 WS-CRT-ACHOU-IDX     PIC 9(4).
           01 WS-CR-NOME           PIC X(10).

           01 WS-TOTAL-EVENTOS     PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-SIGNON      PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-SIGNON-OK   PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-SENHA       PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-BLOQUEIO    PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-MENU-NEG    PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-OUTROS      PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-BLOQUEADAS  PIC 9(3) VALUE ZERO.
           01 WS-TOTAL-SUSPEITAS   PIC 9(3) VALUE ZERO.
           01 WS-TOTAL-NAO-CERT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           MOVE WS-HOJE-N TO WS-REF-DATA
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
           CLOSE SEC-FILE

           PERFORM 0300-ESCREVE-QUEBRAS
           PERFORM 0500-RECERTIFICACAO-VENCIDA THRU 0500-EXIT
           PERFORM 0400-ESCREVE-TOTAIS
           IF WS-TEM-CADASTRO
               CLOSE EMP-FILE
           MOVE SEC-TIMESTAMP(6:2)  TO WS-SEC-REC-DATA(5:2)
           MOVE SEC-TIMESTAMP(9:2)  TO WS-SEC-REC-DATA(7:2)
           IF WS-SEC-REC-DATA = WS-REF-DATA
               IF SEC-EVENTO = 'SIGNON-OK'
                   ADD 1 TO WS-TOTAL-EVENTOS
                   ADD 1 TO WS-TOTAL-SIGNON-OK
               ELSE
                   PERFORM 0200-ACUMULA-EVENTO
               END-IF
           END-IF.

       0200-ACUMULA-EVENTO.
           STRING "               MENU-NEGADO=" WS-TOTAL-MENU-NEG
               " OPCAO-NEGADA=" WS-TOTAL-OPC-NEG
               " OUTROS=" WS-TOTAL-OUTROS
               " SIGNON-OK=" WS-TOTAL-SIGNON-OK
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
               " COM SUSPEITA DE EMP-ROLE: " WS-TOTAL-SUSPEITAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CONTAS NAO RECERTIFICADAS NO PRAZO: "
               WS-TOTAL-NAO-CERT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

      * Recertificacao de acesso: contas ainda pendentes em ciclo
      * aberto cujo prazo (DT-LIMITE) e anterior a data do relatorio.
       0500-RECERTIFICACAO-VENCIDA.
           OPEN INPUT CIC-FILE
           IF WS-CIC-STATUS = '35'
               GO TO 0500-EXIT
           END-IF
           PERFORM UNTIL WS-CIC-EOF
               READ CIC-FILE
                   AT END
                       SET WS-CIC-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-GUARDA-CICLO
               END-READ
           END-PERFORM
           CLOSE CIC-FILE
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-COUNT
               IF WS-CC-SITUACAO(WS-CIC-IDX) = 'A'
                   AND WS-CC-DT-LIMITE(WS-CIC-IDX) < WS-REF-DATA
                   ADD 1 TO WS-CIC-VENCIDOS
               END-IF
           END-PERFORM
           IF WS-CIC-VENCIDOS = ZERO
               GO TO 0500-EXIT
           END-IF
           OPEN INPUT CRT-FILE
           IF WS-CRT-STATUS = '35'
               GO TO 0500-EXIT
           END-IF
           PERFORM UNTIL WS-CRT-EOF
               READ CRT-FILE
                   AT END
                       SET WS-CRT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0520-GUARDA-CONTA
               END-READ
           END-PERFORM
           CLOSE CRT-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECERTIFICACAO DE ACESSO - PENDENTES APOS O PRAZO"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               IF WS-CR-SITUACAO(WS-CRT-IDX) = 'P'
                   PERFORM 0530-SINALIZA-CONTA
               END-IF
           END-PERFORM.

       0500-EXIT.
           EXIT.

       0510-GUARDA-CICLO.
           MOVE ZERO TO WS-CIC-ACHOU-IDX
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-COUNT
               IF WS-CC-CICLO(WS-CIC-IDX) = CIC-CICLO
                   MOVE WS-CIC-IDX TO WS-CIC-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-CIC-ACHOU-IDX = ZERO
               IF WS-CIC-COUNT < 40
                   ADD 1 TO WS-CIC-COUNT
                   MOVE WS-CIC-COUNT TO WS-CIC-ACHOU-IDX
               ELSE
                   PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                           UNTIL WS-CIC-IDX > WS-CIC-COUNT
                              OR WS-CIC-ACHOU-IDX > ZERO
                       IF WS-CC-SITUACAO(WS-CIC-IDX) = 'F'
                           MOVE WS-CIC-IDX TO WS-CIC-ACHOU-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CIC-ACHOU-IDX > ZERO
               MOVE CIC-CICLO     TO WS-CC-CICLO(WS-CIC-ACHOU-IDX)
               MOVE CIC-SITUACAO  TO WS-CC-SITUACAO(WS-CIC-ACHOU-IDX)
               MOVE CIC-DT-LIMITE TO WS-CC-DT-LIMITE(WS-CIC-ACHOU-IDX)
           END-IF.

      * So entram contas dos ciclos abertos e vencidos; a ultima
      * linha de cada conta no ciclo da a situacao vigente.
       0520-GUARDA-CONTA.
           MOVE ZERO TO WS-CIC-ACHOU-IDX
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-COUNT
               IF WS-CC-CICLO(WS-CIC-IDX) = CRT-CICLO
                   AND WS-CC-SITUACAO(WS-CIC-IDX) = 'A'
                   AND WS-CC-DT-LIMITE(WS-CIC-IDX) < WS-REF-DATA
                   MOVE WS-CIC-IDX TO WS-CIC-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-CIC-ACHOU-IDX > ZERO
               MOVE ZERO TO WS-CRT-ACHOU-IDX
               PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                       UNTIL WS-CRT-IDX > WS-CRT-COUNT
                   IF WS-CR-CICLO(WS-CRT-IDX) = CRT-CICLO
                       AND WS-CR-EMP-ID(WS-CRT-IDX) = CRT-EMP-ID
                       MOVE WS-CRT-IDX TO WS-CRT-ACHOU-IDX
                   END-IF
               END-PERFORM
               IF WS-CRT-ACHOU-IDX = ZERO
                   IF WS-CRT-COUNT >= 2000
                       DISPLAY "AVISO: TABELA DE RECERTIFICACAO CHEIA"
                           " - MATRICULA " CRT-EMP-ID " IGNORADA"
                   ELSE
                       ADD 1 TO WS-CRT-COUNT
                       MOVE WS-CRT-COUNT TO WS-CRT-ACHOU-IDX
                   END-IF
               END-IF
           END-IF
           IF WS-CIC-ACHOU-IDX > ZERO AND WS-CRT-ACHOU-IDX > ZERO
               MOVE CRT-CICLO    TO WS-CR-CICLO(WS-CRT-ACHOU-IDX)
               MOVE CRT-EMP-ID   TO WS-CR-EMP-ID(WS-CRT-ACHOU-IDX)
               MOVE CRT-GERENTE  TO WS-CR-GERENTE(WS-CRT-ACHOU-IDX)
               MOVE CRT-ROLE     TO WS-CR-ROLE(WS-CRT-ACHOU-IDX)
               MOVE CRT-SITUACAO TO WS-CR-SITUACAO(WS-CRT-ACHOU-IDX)
               MOVE WS-CC-DT-LIMITE(WS-CIC-ACHOU-IDX)
                   TO WS-CR-DT-LIMITE(WS-CRT-ACHOU-IDX)
           END-IF.

       0530-SINALIZA-CONTA.
           ADD 1 TO WS-TOTAL-NAO-CERT
           MOVE SPACES TO WS-CR-NOME
           IF WS-TEM-CADASTRO
               MOVE WS-CR-EMP-ID(WS-CRT-IDX) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "(EXCLUIDA)" TO WS-CR-NOME
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WS-CR-NOME
               END-READ
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  *** ACESSO NAO RECERTIFICADO: CICLO "
               WS-CR-CICLO(WS-CRT-IDX)
               " PRAZO " WS-CR-DT-LIMITE(WS-CRT-IDX)
               " MATRICULA " WS-CR-EMP-ID(WS-CRT-IDX)
               " " WS-CR-NOME
               " GERENTE " WS-CR-GERENTE(WS-CRT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

           END PROGRAM SECRPT.
