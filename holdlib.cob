       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDLIB.
      *****************************************************************
      *  LIBERACAO DE TRANSACOES RETIDAS POR LIMITE (TRANSHLD.DAT)    *
      *  Restrito a funcao SU (supervisor), conferida no EMPMAST.DAT  *
      *  com matricula e PIN como no PERFECH; tentativa negada vai    *
      *  para SECLOG.DAT. Apresenta um a um os itens pendentes que o  *
      *  calc1 reteve por passar do limite do LIMITES.DAT e o         *
      *  supervisor aprova ou recusa cada um, com motivo obrigatorio. *
      *  O supervisor nao decide item de lote que ele mesmo capturou  *
      *  (matricula do header do TRANSIN) nem item de lote sem essa   *
      *  matricula, que fica pendente. A decisao e acrescentada ao    *
      *  TRANSHLD.DAT (o item aprovado entra na proxima montagem do   *
      *  TRANSASM e o calc1 lanca sem reter) e registrada em          *
      *  HOLDAUD.DAT, no molde das demais auditorias.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT HLD-FILE ASSIGN TO "TRANSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT AUD-FILE ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC REPLACING
               ==PFX-REC==        BY ==EMP-REC==
               ==PFX-ID==         BY ==EMP-ID==
               ==PFX-NOME==       BY ==EMP-NOME==
               ==PFX-ROLE==       BY ==EMP-ROLE==
               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

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

       FD  AUD-FILE
           RECORDING MODE IS F.
       01  AUD-REC.
           03 AUD-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-OPERADOR         PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-ACAO             PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-CODIGO           PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-DETALHE          PIC X(60).

       FD  SEC-FILE
           RECORDING MODE IS F.
       01  SEC-REC.
           03 SEC-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X VALUE SPACE.
           03 SEC-MATRICULA        PIC X(5).
           03 FILLER               PIC X VALUE SPACE.
           03 SEC-EVENTO           PIC X(12).
           03 FILLER               PIC X VALUE SPACE.
           03 SEC-DETALHE          PIC X(30).

       WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS        PIC XX.
           01 WS-HLD-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.
           01 WS-SEC-STATUS        PIC XX.

           01 WS-HLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-HLD-EOF           VALUE 'Y'.
           01 WS-HLD-CHEIA-SW      PIC X VALUE 'N'.
               88 WS-HLD-CHEIA          VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-AUTORIZADO-SW     PIC X VALUE 'N'.
               88 WS-AUTORIZADO         VALUE 'Y'.

           01 WS-MATRICULA         PIC X(5).
           01 WS-PIN-ENTRADA       PIC X(4).
           01 WS-OPERADOR          PIC X(10).
           01 WS-EVENTO            PIC X(12).
           01 WS-SEC-DETALHE       PIC X(30).

           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(60).
           01 WS-CODIGO            PIC X(10).
           01 WS-MOTIVO-ENTRADA    PIC X(40).
           01 WS-NOVA-SITUACAO     PIC X.

           01 WS-HLD-TABLE.
               03 WS-HLD-ENTRY OCCURS 2000 TIMES.
                   05 WS-HT-ID          PIC 9(8).
                   05 WS-HT-LINHA       PIC X(166).
           01 WS-HLD-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-HLD-IDX           PIC 9(4).
           01 WS-HLD-ACHOU-IDX     PIC 9(4).

           01 WS-PENDENTES         PIC 9(6) VALUE ZERO.
           01 WS-APROVADAS         PIC 9(6) VALUE ZERO.
           01 WS-RECUSADAS         PIC 9(6) VALUE ZERO.
           01 WS-PULADAS           PIC 9(6) VALUE ZERO.
           01 WS-PROPRIAS          PIC 9(6) VALUE ZERO.
           01 WS-SEM-DIGITADOR     PIC 9(6) VALUE ZERO.

           01 WS-ITEM-REC.
               03 WS-ITEM-ID           PIC 9(8).
               03 WS-ITEM-OPCAO        PIC X.
               03 WS-ITEM-NUM1-X       PIC X(11).
               03 WS-ITEM-NUM1 REDEFINES WS-ITEM-NUM1-X
                                       PIC 9(9)V99.
               03 WS-ITEM-NUM2-X       PIC X(11).
               03 WS-ITEM-NUM2 REDEFINES WS-ITEM-NUM2-X
                                       PIC 9(9)V99.
               03 WS-ITEM-DEPTO        PIC X(10).
           01 WS-ITEM-NUM1-ED      PIC ZZZZZZZZ9.99.
           01 WS-ITEM-NUM2-ED      PIC ZZZZZZZZ9.99.
           01 WS-ITEM-NUM1-LST     PIC X(12).
           01 WS-ITEM-NUM2-LST     PIC X(12).

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
           01 WS-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LIBERACAO DE TRANSACOES RETIDAS POR LIMITE"
           PERFORM 0050-IDENTIFICA THRU 0050-EXIT
           IF NOT WS-AUTORIZADO
               MOVE 12 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0100-CARREGA-TABELA
           IF WS-HLD-CHEIA
               DISPLAY "ERRO: TRANSHLD.DAT EXCEDE OS 2000 ITENS DA "
                   "TABELA EM MEMORIA - LIBERACAO BLOQUEADA"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           DISPLAY "ITENS PENDENTES DE DECISAO: " WS-PENDENTES
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-SAIR
               MOVE WS-HT-LINHA(WS-HLD-IDX) TO HLD-REC
               IF HLD-SITUACAO = 'P'
                   PERFORM 1000-REVISA-ITEM THRU 1000-EXIT
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "APROVADAS=" WS-APROVADAS " RECUSADAS=" WS-RECUSADAS
               " PULADAS=" WS-PULADAS
               " CAPTURADAS PELO PROPRIO SUPERVISOR=" WS-PROPRIAS
               " SEM DIGITADOR=" WS-SEM-DIGITADOR.

       0000-EXIT.
           STOP RUN.

      * Identificacao do supervisor: matricula ativa no EMPMAST.DAT,
      * PIN correto e funcao SU. A matricula e comparada com a do
      * digitador do lote; o nome vai para a auditoria.
       0050-IDENTIFICA.
           MOVE 'N' TO WS-AUTORIZADO-SW
           DISPLAY "MATRICULA DO SUPERVISOR:"
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA IS NOT NUMERIC
               DISPLAY "MATRICULA DEVE SER NUMERICA"
               GO TO 0050-EXIT
           END-IF
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERRO: CADASTRO DE FUNCIONARIOS AUSENTE OU "
                   "NAO ABRIU (STATUS=" WS-EMP-STATUS ")"
               GO TO 0050-EXIT
           END-IF
           MOVE WS-MATRICULA TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "MATRICULA NAO ENCONTRADA NO CADASTRO"
                   MOVE "MATRICULA DESCONHECIDA" TO WS-SEC-DETALHE
                   MOVE "SIGNON-FALHA" TO WS-EVENTO
                   PERFORM 9500-GRAVA-SEGURANCA
               NOT INVALID KEY
                   PERFORM 0060-CONFERE-SUPERVISOR
           END-READ
           CLOSE EMP-FILE.

       0050-EXIT.
           EXIT.

       0060-CONFERE-SUPERVISOR.
           IF EMP-STATUS NOT = 'A'
               DISPLAY "MATRICULA NAO ATIVA NO CADASTRO"
               MOVE "STATUS NAO ATIVO" TO WS-SEC-DETALHE
               MOVE "SIGNON-FALHA" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
           ELSE
           DISPLAY "PIN:"
           ACCEPT WS-PIN-ENTRADA
           IF WS-PIN-ENTRADA IS NOT NUMERIC
               OR WS-PIN-ENTRADA NOT = EMP-PIN
               DISPLAY "PIN INCORRETO"
               MOVE "PIN INCORRETO NO HOLDLIB" TO WS-SEC-DETALHE
               MOVE "SENHA-ERRADA" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
           ELSE
           IF EMP-ROLE NOT = 'SU'
               DISPLAY "LIBERACAO DE RETIDAS RESTRITA A "
                   "SUPERVISOR (FUNCAO SU)"
               MOVE SPACES TO WS-SEC-DETALHE
               STRING "HOLDLIB FUNCAO " EMP-ROLE
                   DELIMITED BY SIZE INTO WS-SEC-DETALHE
               MOVE "MENU-NEGADO" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
           ELSE
               MOVE 'Y' TO WS-AUTORIZADO-SW
               MOVE EMP-NOME TO WS-OPERADOR
               DISPLAY "SUPERVISOR: " WS-OPERADOR
               PERFORM 0070-REGISTRA-SIGNON
           END-IF
           END-IF
           END-IF.

      * Sign-on aceito: data no cadastro (base da suspensao por
      * inatividade do ACESREV) e evento SIGNON-OK no SECLOG.DAT.
       0070-REGISTRA-SIGNON.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-ULT-SIGNON
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO REGISTRAR O SIGN-ON"
           END-REWRITE
           MOVE "SIGN-ON NO HOLDLIB" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

      * Ultima linha de cada TRANS-ID no TRANSHLD.DAT, na ordem em
      * que o item apareceu pela primeira vez.
       0100-CARREGA-TABELA.
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = '35'
               DISPLAY "TRANSHLD.DAT NAO ENCONTRADO - NENHUMA "
                   "TRANSACAO RETIDA"
           ELSE
               PERFORM UNTIL WS-HLD-EOF
                   READ HLD-FILE
                       AT END
                           SET WS-HLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0110-GUARDA-ITEM
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HT-LINHA(WS-HLD-IDX)(10:1) = 'P'
                   ADD 1 TO WS-PENDENTES
               END-IF
           END-PERFORM.

       0110-GUARDA-ITEM.
           MOVE ZERO TO WS-HLD-ACHOU-IDX
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HT-ID(WS-HLD-IDX) = HLD-ID
                   MOVE WS-HLD-IDX TO WS-HLD-ACHOU-IDX
               END-IF
           END-PERFORM
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
               MOVE HLD-REC TO WS-HT-LINHA(WS-HLD-ACHOU-IDX)
           END-IF.

      * HLD-REC traz a linha vigente do item WS-HLD-IDX.
       1000-REVISA-ITEM.
           MOVE HLD-TRANS-REC TO WS-ITEM-REC
           IF WS-ITEM-NUM1-X IS NUMERIC
               MOVE WS-ITEM-NUM1 TO WS-ITEM-NUM1-ED
               MOVE WS-ITEM-NUM1-ED TO WS-ITEM-NUM1-LST
           ELSE
               MOVE WS-ITEM-NUM1-X TO WS-ITEM-NUM1-LST
           END-IF
           IF WS-ITEM-NUM2-X IS NUMERIC AND WS-ITEM-OPCAO NOT = 'R'
               AND WS-ITEM-OPCAO NOT = 'A'
               MOVE WS-ITEM-NUM2 TO WS-ITEM-NUM2-ED
               MOVE WS-ITEM-NUM2-ED TO WS-ITEM-NUM2-LST
           ELSE
               MOVE WS-ITEM-NUM2-X TO WS-ITEM-NUM2-LST
           END-IF
           DISPLAY " "
           DISPLAY "TRANS-ID " HLD-ID " DEPTO " WS-ITEM-DEPTO
               " RETIDA EM " HLD-DATA-PROC " RUN-ID " HLD-RUN-ID
           DISPLAY "  OPCAO " WS-ITEM-OPCAO " NUM1 " WS-ITEM-NUM1-LST
               " NUM2 " WS-ITEM-NUM2-LST " RESULTADO " HLD-RES
           IF HLD-EXCESSO = 'RS'
               DISPLAY "  EXCEDE O LIMITE DO RESULTADO - DIGITADOR "
                   HLD-CAPTURA
           ELSE
               DISPLAY "  EXCEDE O LIMITE POR OPERANDO - DIGITADOR "
                   HLD-CAPTURA
           END-IF
           IF HLD-CAPTURA = WS-MATRICULA
               DISPLAY "  ITEM DE LOTE CAPTURADO PELO PROPRIO "
                   "SUPERVISOR - DECISAO CABE A OUTRO SUPERVISOR"
               ADD 1 TO WS-PROPRIAS
               GO TO 1000-EXIT
           END-IF
           IF HLD-CAPTURA = SPACES
               DISPLAY "  LOTE SEM MATRICULA DO DIGITADOR - NAO HA "
                   "COMO SEPARAR QUEM CAPTUROU DE QUEM LIBERA; "
                   "RECAPTURAR A TRANSACAO"
               ADD 1 TO WS-SEM-DIGITADOR
               GO TO 1000-EXIT
           END-IF
           DISPLAY "A=APROVA R=RECUSA P=PULA F=FIM"
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN 'A'
                   MOVE 'A' TO WS-NOVA-SITUACAO
                   MOVE "APROVACAO" TO WS-ACAO-NOME
               WHEN 'R'
                   MOVE 'R' TO WS-NOVA-SITUACAO
                   MOVE "RECUSA" TO WS-ACAO-NOME
               WHEN 'F'
                   SET WS-SAIR TO TRUE
                   GO TO 1000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-PULADAS
                   GO TO 1000-EXIT
           END-EVALUATE
           DISPLAY "MOTIVO DA DECISAO (OBRIGATORIO, 40 CARACTERES):"
           ACCEPT WS-MOTIVO-ENTRADA
           IF WS-MOTIVO-ENTRADA = SPACES
               DISPLAY "ERRO: MOTIVO AUSENTE - ITEM CONTINUA PENDENTE"
               ADD 1 TO WS-PULADAS
               GO TO 1000-EXIT
           END-IF
           PERFORM 2000-GRAVA-DECISAO
           IF WS-NOVA-SITUACAO = 'A'
               ADD 1 TO WS-APROVADAS
               DISPLAY "APROVADA - ENTRA NA PROXIMA MONTAGEM DO "
                   "TRANSASM"
           ELSE
               ADD 1 TO WS-RECUSADAS
               DISPLAY "RECUSADA - NAO SERA LANCADA"
           END-IF.

       1000-EXIT.
           EXIT.

      * A decisao e uma nova linha do item no TRANSHLD.DAT, com o
      * detalhe retido inalterado, mais a auditoria em HOLDAUD.DAT.
       2000-GRAVA-DECISAO.
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE WS-NOVA-SITUACAO  TO HLD-SITUACAO
           MOVE WS-TIMESTAMP      TO HLD-TIMESTAMP
           MOVE WS-MATRICULA      TO HLD-DEC-MATRICULA
           MOVE WS-MOTIVO-ENTRADA TO HLD-DEC-MOTIVO
           OPEN EXTEND HLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HLD-FILE
           END-IF
           WRITE HLD-REC
           CLOSE HLD-FILE
           MOVE HLD-REC TO WS-HT-LINHA(WS-HLD-IDX)
           MOVE HLD-ID TO WS-CODIGO
           MOVE SPACES TO WS-DETALHE
           STRING WS-ITEM-DEPTO " " HLD-EXCESSO " DIG=" HLD-CAPTURA
               " " WS-MOTIVO-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           PERFORM 9000-GRAVA-AUDITORIA.

       8500-MONTA-TIMESTAMP.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       9000-GRAVA-AUDITORIA.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE SPACES TO AUD-REC
           MOVE WS-TIMESTAMP   TO AUD-TIMESTAMP
           MOVE WS-OPERADOR    TO AUD-OPERADOR
           MOVE WS-ACAO-NOME   TO AUD-ACAO
           MOVE WS-CODIGO      TO AUD-CODIGO
           MOVE WS-DETALHE     TO AUD-DETALHE
           WRITE AUD-REC
           CLOSE AUD-FILE.

       9500-GRAVA-SEGURANCA.
           OPEN EXTEND SEC-FILE
           IF WS-SEC-STATUS = '35'
               OPEN OUTPUT SEC-FILE
           END-IF
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE SPACES TO SEC-REC
           MOVE WS-TIMESTAMP   TO SEC-TIMESTAMP
           MOVE WS-MATRICULA   TO SEC-MATRICULA
           MOVE WS-EVENTO      TO SEC-EVENTO
           MOVE WS-SEC-DETALHE TO SEC-DETALHE
           WRITE SEC-REC
           CLOSE SEC-FILE.

           END PROGRAM HOLDLIB.
