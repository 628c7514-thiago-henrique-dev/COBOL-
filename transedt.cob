               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT HIST-FILE ASSIGN TO "CALCHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ERR-FILE ASSIGN TO "TRANSERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT IDREG-FILE ASSIGN TO "IDREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDREG-ID
               FILE STATUS IS WS-IDREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           03 VAL-HDR-TIPO         PIC X(3).
           03 VAL-HDR-DATA         PIC 9(8).
           03 VAL-HDR-DEPTO        PIC X(10).
           03 VAL-HDR-CAPTURA      PIC X(5).
           03 FILLER               PIC X(15).
       01  VAL-TRL-REC.
           03 VAL-TRL-TIPO         PIC X(3).
           03 VAL-TRL-COUNT        PIC 9(8).
           RECORDING MODE IS F.
       01  LIST-LINE               PIC X(120).

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

       FD  ERR-FILE
           RECORDING MODE IS F.
       01  ERR-REC.
           03 ERR-SEQ              PIC 9(8).
           03 FILLER               PIC X.
           03 ERR-MOTIVO           PIC X(2).
           03 FILLER               PIC X.
           03 ERR-ID               PIC X(8).
           03 FILLER               PIC X(33).
           03 FILLER               PIC X.
           03 ERR-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X.
           03 ERR-RUN-ID           PIC X(14).

       FD  DEPT-FILE
           RECORDING MODE IS F.
           COPY DEPTREC REPLACING
               ==PFX-REC==        BY ==DEPT-REC==
               ==PFX-CODIGO==     BY ==DEPT-CODIGO==
               ==PFX-DESCRICAO==  BY ==DEPT-DESCRICAO==
               ==PFX-CCUSTO==     BY ==DEPT-CCUSTO==
               ==PFX-GERENTE==    BY ==DEPT-GERENTE==
               ==PFX-STATUS==     BY ==DEPT-STATUS==
               ==PFX-DT-EFETIVA== BY ==DEPT-DT-EFETIVA==.

       FD  IDREG-FILE.
           COPY IDREGRC REPLACING
               ==PFX-REC==     BY ==IDREG-REC==
               ==PFX-ID==      BY ==IDREG-ID==
               ==PFX-DATA==    BY ==IDREG-DATA==
               ==PFX-ARQUIVO== BY ==IDREG-ARQUIVO==.

       WORKING-STORAGE SECTION.
           01 WS-TRANS-STATUS      PIC XX.
           01 WS-VAL-STATUS        PIC XX.
           01 WS-LIST-STATUS       PIC XX.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-ERR-STATUS        PIC XX.
           01 WS-IDREG-STATUS      PIC XX.
           01 WS-DEPT-STATUS       PIC XX.

           01 WS-EOF-SW            PIC X VALUE 'N'.
               88 WS-EOF                VALUE 'Y'.
               88 WS-REC-VALIDO         VALUE 'Y'.

           01 WS-MOTIVO            PIC X(20).
           01 WS-MOTIVO-REF        PIC X(24).
           01 WS-ID-X              PIC X(8).
           01 WS-OPCAO-X           PIC X.
           01 WS-NUM1-X            PIC X(11).
           01 WS-TOTAL-LIDOS       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-VALIDOS     PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-REJEITADOS  PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-DUPLICADOS  PIC 9(8) VALUE ZERO.

           01 WS-TEM-HEADER-SW     PIC X VALUE 'N'.
               88 WS-TEM-HEADER         VALUE 'Y'.

           01 WS-HDR-DATA          PIC 9(8).
           01 WS-HDR-DEPTO         PIC X(10).
           01 WS-HDR-CAPTURA       PIC X(5).
           01 WS-GRP-DEPTO-OK-SW   PIC X VALUE 'Y'.
               88 WS-GRP-DEPTO-OK       VALUE 'Y'.
           01 WS-GRP-DEPTO-MOTIVO  PIC X(20).
           01 WS-GRUPOS-REJ-DEPTO  PIC 9(4) VALUE ZERO.

           01 WS-DEPT-EOF-SW       PIC X VALUE 'N'.
               88 WS-DEPT-EOF           VALUE 'Y'.
           01 WS-DEPT-TABLE.
               03 WS-DEPT-ENTRY OCCURS 200 TIMES.
                   05 WS-DT-CODIGO  PIC X(10).
                   05 WS-DT-DESCR   PIC X(30).
                   05 WS-DT-STATUS  PIC X.
                   05 WS-DT-DT      PIC 9(8).
           01 WS-DEPT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-DEPT-IDX          PIC 9(4).
           01 WS-DEPT-ACHOU-IDX    PIC 9(4).
           01 WS-TRL-COUNT         PIC 9(8).
           01 WS-TRL-HASH          PIC 9(10)V99.
           01 WS-TOTAL-GRUPOS      PIC 9(4) VALUE ZERO.
           01 WS-REF-OK-SW         PIC X.
               88 WS-REF-OK             VALUE 'Y'.

      * TRANS-IDs do TRANSIN.DAT levantados antes da edicao, com o
      * que ja se sabe de cada um: data da primeira postagem (IDREG
      * ou CALCHIST), saldo de postagens no CALCHIST (lancamentos
      * normais e estornos menos as anulacoes 'D' do CALCDESF), data
      * em que ficou suspenso no TRANSERR.DAT e quantas vezes o ID ja
      * foi aceito na edicao deste arquivo.
           01 WS-DUP-TABLE.
               03 WS-DUP-ENTRY OCCURS 5000 TIMES.
                   05 WS-DUP-ID          PIC X(8).
                   05 WS-DUP-REG-DATA    PIC 9(8).
                   05 WS-DUP-POST-DATA   PIC 9(8).
                   05 WS-DUP-POSTAGENS   PIC S9(4).
                   05 WS-DUP-SUSP-DATA   PIC X(10).
                   05 WS-DUP-ACEITOS     PIC 9(4).
           01 WS-DUP-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-DUP-MAX           PIC 9(4) VALUE 5000.
           01 WS-DUP-IDX           PIC 9(4).
           01 WS-DUP-ACHOU-IDX     PIC 9(4).
           01 WS-DUP-BUSCA-ID      PIC X(8).
           01 WS-DUP-MENOR-ID      PIC X(8) VALUE HIGH-VALUES.
           01 WS-DUP-MAIOR-ID      PIC X(8) VALUE LOW-VALUES.
           01 WS-DUP-CHEIA-SW      PIC X VALUE 'N'.
               88 WS-DUP-CHEIA          VALUE 'Y'.
           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF           VALUE 'Y'.
           01 WS-ERR-EOF-SW        PIC X VALUE 'N'.
               88 WS-ERR-EOF            VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0040-CARREGA-DEPTOS THRU 0040-EXIT
           IF RETURN-CODE = 16
               CLOSE TRANS-FILE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0050-LEVANTA-IDS
           IF RETURN-CODE = 16
               CLOSE TRANS-FILE
               GO TO 0000-EXIT
           END-IF
           OPEN OUTPUT VAL-FILE
           OPEN OUTPUT LIST-FILE
           MOVE "LISTAGEM DE EDICAO - TRANSIN.DAT" TO LIST-LINE
                       EVALUATE TRANS-RAW(1:3)
                           WHEN 'HDR'
                               PERFORM 0130-TRATA-HEADER
                                   THRU 0130-EXIT
                           WHEN 'TRL'
                               PERFORM 0140-TRATA-TRAILER
                                   THRU 0140-EXIT
           END-PERFORM

           PERFORM 0200-VERIFICA-CONTROLE
           PERFORM 0240-VERIFICA-REPETICAO
           PERFORM 0245-VERIFICA-DEPTOS
           PERFORM 0300-ESCREVE-TOTAIS
           CLOSE TRANS-FILE
           CLOSE VAL-FILE
       0000-EXIT.
           STOP RUN.

       0040-CARREGA-DEPTOS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "ERRO: DEPTMAST.DAT NAO ENCONTRADO - "
                   "DEPARTAMENTOS DOS HEADERS NAO PODEM SER "
                   "CONFERIDOS - EDICAO ENCERRADA"
               MOVE 16 TO RETURN-CODE
               GO TO 0040-EXIT
           END-IF
           PERFORM UNTIL WS-DEPT-EOF
               READ DEPT-FILE
                   AT END
                       SET WS-DEPT-EOF TO TRUE
                   NOT AT END
                       IF WS-DEPT-COUNT >= 200
                           DISPLAY "AVISO: TABELA DE DEPARTAMENTOS "
                               "CHEIA - " DEPT-CODIGO " IGNORADO"
                       ELSE
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-CODIGO
                               TO WS-DT-CODIGO(WS-DEPT-COUNT)
                           MOVE DEPT-DESCRICAO
                               TO WS-DT-DESCR(WS-DEPT-COUNT)
                           MOVE DEPT-STATUS
                               TO WS-DT-STATUS(WS-DEPT-COUNT)
                           MOVE DEPT-DT-EFETIVA
                               TO WS-DT-DT(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       0040-EXIT.
           EXIT.

      * Primeira passada no TRANSIN.DAT: guarda os TRANS-IDs dos
      * detalhes e confere cada um contra o IDREG.IDX, o CALCHIST.IDX
      * e o TRANSERR.DAT antes da edicao propriamente dita.
       0050-LEVANTA-IDS.
           PERFORM UNTIL WS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TRANS-RAW(1:3) NOT = 'HDR'
                           AND TRANS-RAW(1:3) NOT = 'TRL'
                           AND TRANS-RAW(1:8) IS NUMERIC
                           MOVE TRANS-RAW(1:8) TO WS-DUP-BUSCA-ID
                           PERFORM 0060-GUARDA-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF WS-DUP-CHEIA
               DISPLAY "AVISO: MAIS DE " WS-DUP-MAX " TRANS-IDS NO "
                   "TRANSIN.DAT - EXCEDENTES NAO CONFERIDOS CONTRA "
                   "POSTAGENS ANTERIORES"
           END-IF
           IF WS-DUP-COUNT > ZERO
               PERFORM 0070-CONFERE-IDREG THRU 0070-EXIT
               IF RETURN-CODE NOT = 16
                   PERFORM 0080-CONFERE-HISTORICO THRU 0080-EXIT
               END-IF
               IF RETURN-CODE NOT = 16
                   PERFORM 0090-CONFERE-SUSPENSOS THRU 0090-EXIT
               END-IF
           END-IF.

       0060-GUARDA-ID.
           PERFORM 0065-LOCALIZA-ID THRU 0065-EXIT
           IF WS-DUP-ACHOU-IDX = ZERO
               IF WS-DUP-COUNT < WS-DUP-MAX
                   ADD 1 TO WS-DUP-COUNT
                   MOVE WS-DUP-BUSCA-ID TO WS-DUP-ID(WS-DUP-COUNT)
                   MOVE ZERO   TO WS-DUP-REG-DATA(WS-DUP-COUNT)
                   MOVE ZERO   TO WS-DUP-POST-DATA(WS-DUP-COUNT)
                   MOVE ZERO   TO WS-DUP-POSTAGENS(WS-DUP-COUNT)
                   MOVE SPACES TO WS-DUP-SUSP-DATA(WS-DUP-COUNT)
                   MOVE ZERO   TO WS-DUP-ACEITOS(WS-DUP-COUNT)
                   IF WS-DUP-BUSCA-ID < WS-DUP-MENOR-ID
                       MOVE WS-DUP-BUSCA-ID TO WS-DUP-MENOR-ID
                   END-IF
                   IF WS-DUP-BUSCA-ID > WS-DUP-MAIOR-ID
                       MOVE WS-DUP-BUSCA-ID TO WS-DUP-MAIOR-ID
                   END-IF
               ELSE
                   SET WS-DUP-CHEIA TO TRUE
               END-IF
           END-IF.

      * Busca sequencial; IDs fora da faixa do lote nem entram na
      * busca, o que mantem barata a varredura do historico.
       0065-LOCALIZA-ID.
           MOVE ZERO TO WS-DUP-ACHOU-IDX
           IF WS-DUP-BUSCA-ID < WS-DUP-MENOR-ID
               OR WS-DUP-BUSCA-ID > WS-DUP-MAIOR-ID
               GO TO 0065-EXIT
           END-IF
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT
                   OR WS-DUP-ACHOU-IDX > ZERO
               IF WS-DUP-ID(WS-DUP-IDX) = WS-DUP-BUSCA-ID
                   MOVE WS-DUP-IDX TO WS-DUP-ACHOU-IDX
               END-IF
           END-PERFORM.

       0065-EXIT.
           EXIT.

      * IDs que ja sairam do CALCHIST pelo CALCARC. Sem IDREG.IDX
      * nenhum ID foi arquivado ainda e nao ha o que conferir.
       0070-CONFERE-IDREG.
           OPEN INPUT IDREG-FILE
           EVALUATE WS-IDREG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   GO TO 0070-EXIT
               WHEN OTHER
                   DISPLAY "ERRO: IDREG.IDX NAO ABRIU (STATUS="
                       WS-IDREG-STATUS ") - EDICAO ENCERRADA"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0070-EXIT
           END-EVALUATE
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT
               MOVE WS-DUP-ID(WS-DUP-IDX) TO IDREG-ID
               READ IDREG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IDREG-DATA TO WS-DUP-REG-DATA(WS-DUP-IDX)
               END-READ
           END-PERFORM
           CLOSE IDREG-FILE.

       0070-EXIT.
           EXIT.

      * Lancamentos normais e estornos 'E' contam uma postagem para o
      * seu HIST-ID; a anulacao 'D' do CALCDESF repete o HIST-ID do
      * registro anulado e desconta uma, liberando o ID de uma
      * execucao desfeita para ser postado de novo.
       0080-CONFERE-HISTORICO.
           OPEN INPUT HIST-FILE
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY "AVISO: CALCHIST.IDX NAO ENCONTRADO - "
                       "IDS NAO CONFERIDOS CONTRA O HISTORICO"
                   GO TO 0080-EXIT
               WHEN OTHER
                   DISPLAY "ERRO: CALCHIST.IDX NAO ABRIU (STATUS="
                       WS-HIST-STATUS ") - EDICAO ENCERRADA"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0080-EXIT
           END-EVALUATE
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
                       IF HIST-ID NOT = ZERO
                           PERFORM 0085-CONTA-POSTAGEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       0080-EXIT.
           EXIT.

       0085-CONTA-POSTAGEM.
           MOVE HIST-ID TO WS-DUP-BUSCA-ID
           PERFORM 0065-LOCALIZA-ID THRU 0065-EXIT
           IF WS-DUP-ACHOU-IDX > ZERO
               IF HIST-TIPO = 'D'
                   SUBTRACT 1 FROM WS-DUP-POSTAGENS(WS-DUP-ACHOU-IDX)
               ELSE
                   ADD 1 TO WS-DUP-POSTAGENS(WS-DUP-ACHOU-IDX)
                   IF WS-DUP-POST-DATA(WS-DUP-ACHOU-IDX) = ZERO
                       MOVE HIST-CH-DATA
                           TO WS-DUP-POST-DATA(WS-DUP-ACHOU-IDX)
                   END-IF
               END-IF
           END-IF.

      * Suspensos da ultima execucao do calc1; guarda a data em que
      * o ID ficou suspenso (do carimbo AAAA-MM-DD-HH:MM:SS).
       0090-CONFERE-SUSPENSOS.
           OPEN INPUT ERR-FILE
           IF WS-ERR-STATUS = '35'
               GO TO 0090-EXIT
           END-IF
           PERFORM UNTIL WS-ERR-EOF
               READ ERR-FILE
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       MOVE ERR-ID TO WS-DUP-BUSCA-ID
                       PERFORM 0065-LOCALIZA-ID THRU 0065-EXIT
                       IF WS-DUP-ACHOU-IDX > ZERO
                           AND WS-DUP-SUSP-DATA(WS-DUP-ACHOU-IDX)
                               = SPACES
                           MOVE ERR-TIMESTAMP(1:10)
                               TO WS-DUP-SUSP-DATA(WS-DUP-ACHOU-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERR-FILE.

       0090-EXIT.
           EXIT.

       0100-EDITA-REGISTRO.
           MOVE SPACES TO WS-MOTIVO-REF
           IF NOT WS-GRP-ABERTO
               SET WS-FORA-GRUPO TO TRUE
               ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE TRANS-RAW(10:11) TO WS-NUM1-X
           MOVE TRANS-RAW(21:11) TO WS-NUM2-X

           IF NOT WS-GRP-DEPTO-OK
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE WS-GRP-DEPTO-MOTIVO TO WS-MOTIVO
           ELSE
           IF TRANS-RAW(20:1) = SPACE
               AND TRANS-RAW(10:1) NOT = '*'
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "REGISTRO CURTO" TO WS-MOTIVO
           ELSE
               IF TRANS-RAW(33:48) NOT = SPACES
                   OR (TRANS-RAW(32:1) NOT = SPACE
                       AND TRANS-RAW(32:1) NOT = 'R')
                   MOVE 'N' TO WS-REC-VALIDO-SW
                   MOVE "REGISTRO LONGO" TO WS-MOTIVO
               ELSE
                       MOVE 'N' TO WS-REC-VALIDO-SW
                       MOVE "ID NAO NUMERICO" TO WS-MOTIVO
                   ELSE
                   IF WS-OPCAO-X = 'E'
                       PERFORM 0160-VALIDA-ESTORNO
                   ELSE
                   IF WS-OPCAO-X = '+' OR '-' OR '*' OR '/' OR 'P'
                           OR 'R' OR 'A'
                       IF WS-NUM1-X IS NOT NUMERIC
                           MOVE WS-NUM1-X TO WS-REF-X
                           PERFORM 0150-VALIDA-REFERENCIA
                                   MOVE "CODIGO TAXA AUSENTE"
                                       TO WS-MOTIVO
                               END-IF
                           ELSE
                           IF WS-OPCAO-X = 'A'
                               PERFORM 0165-VALIDA-AMORTIZACAO
                           ELSE
                               IF WS-NUM2-X IS NOT NUMERIC
                                   MOVE WS-NUM2-X TO WS-REF-X
                                   END-IF
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-REC-VALIDO-SW
                       MOVE "OPCAO INVALIDA" TO WS-MOTIVO
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-REC-VALIDO
               PERFORM 0170-VERIFICA-DUPLICIDADE
                   THRU 0170-EXIT
           END-IF

           ADD 1 TO WS-GRP-DET-COUNT
           IF WS-NUM1-X IS NUMERIC
               MOVE WS-NUM1-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-GRP-HASH-ACUM
           END-IF
           IF WS-OPCAO-X NOT = 'R' AND WS-OPCAO-X NOT = 'E'
               AND WS-OPCAO-X NOT = 'A'
               AND WS-NUM2-X IS NUMERIC
               MOVE WS-NUM2-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-GRP-HASH-ACUM
           END-IF
               MOVE 'Y' TO WS-REF-OK-SW
           END-IF.

      * O estorno traz em NUM1 a referencia *nnnnnnnn ao TRANS-ID do
      * calculo original, postado em noite anterior; a existencia do
      * original e conferida pelo calc1 contra o historico. NUM2 nao
      * e usado e deve vir em branco.
       0160-VALIDA-ESTORNO.
           MOVE WS-NUM1-X TO WS-REF-X
           PERFORM 0150-VALIDA-REFERENCIA
           IF NOT WS-REF-OK OR WS-NUM1-X(2:8) = ZEROS
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "REF ESTORNO INVALIDA" TO WS-MOTIVO
           ELSE
               IF WS-NUM2-X NOT = SPACES
                   MOVE 'N' TO WS-REC-VALIDO-SW
                   MOVE "ESTORNO COM NUM2" TO WS-MOTIVO
               END-IF
           END-IF.

      * Amortizacao: NUM2 traz o codigo da taxa do RATEMAST.DAT
      * (colunas 21-24) e o numero de periodos, 001 a 360 (colunas
      * 25-27); a vigencia da taxa e conferida pelo calc1.
       0165-VALIDA-AMORTIZACAO.
           IF WS-NUM2-X(1:4) = SPACES
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "CODIGO TAXA AUSENTE" TO WS-MOTIVO
           ELSE
               IF WS-NUM2-X(5:3) IS NOT NUMERIC
                   OR WS-NUM2-X(5:3) = ZEROS
                   OR WS-NUM2-X(5:3) > '360'
                   OR WS-NUM2-X(8:4) NOT = SPACES
                   MOVE 'N' TO WS-REC-VALIDO-SW
                   MOVE "PRAZO INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF.

      * TRANS-ID ja postado (saldo de postagens no CALCHIST ou
      * registro no IDREG, para IDs ja arquivados) e rejeitado com a
      * data da primeira postagem. ID suspenso no TRANSERR.DAT so
      * passa como ressubmissao, marcada pelo TRANSASM com 'R' na
      * coluna 32; sem a marca e um reenvio do mesmo lote. O mesmo ID
      * repetido dentro do TRANSIN.DAT so passa na primeira vez.
       0170-VERIFICA-DUPLICIDADE.
           MOVE WS-ID-X TO WS-DUP-BUSCA-ID
           PERFORM 0065-LOCALIZA-ID THRU 0065-EXIT
           IF WS-DUP-ACHOU-IDX = ZERO
               GO TO 0170-EXIT
           END-IF
           IF WS-DUP-REG-DATA(WS-DUP-ACHOU-IDX) > ZERO
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "ID JA POSTADO" TO WS-MOTIVO
               STRING " 1A POSTAGEM="
                   WS-DUP-REG-DATA(WS-DUP-ACHOU-IDX)
                   DELIMITED BY SIZE INTO WS-MOTIVO-REF
           ELSE
           IF WS-DUP-POSTAGENS(WS-DUP-ACHOU-IDX) > ZERO
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "ID JA POSTADO" TO WS-MOTIVO
               STRING " 1A POSTAGEM="
                   WS-DUP-POST-DATA(WS-DUP-ACHOU-IDX)
                   DELIMITED BY SIZE INTO WS-MOTIVO-REF
           ELSE
           IF WS-DUP-SUSP-DATA(WS-DUP-ACHOU-IDX) NOT = SPACES
               AND TRANS-RAW(32:1) NOT = 'R'
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "ID EM SUSPENSO" TO WS-MOTIVO
               STRING " SUSPENSO EM="
                   WS-DUP-SUSP-DATA(WS-DUP-ACHOU-IDX)
                   DELIMITED BY SIZE INTO WS-MOTIVO-REF
           ELSE
           IF WS-DUP-ACEITOS(WS-DUP-ACHOU-IDX) > ZERO
               MOVE 'N' TO WS-REC-VALIDO-SW
               MOVE "ID REPETIDO NO LOTE" TO WS-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REC-VALIDO
               ADD 1 TO WS-DUP-ACEITOS(WS-DUP-ACHOU-IDX)
           ELSE
               ADD 1 TO WS-TOTAL-DUPLICADOS
           END-IF.

       0170-EXIT.
           EXIT.

       0110-GRAVA-VALIDADO.
           MOVE WS-ID-X    TO VAL-REC(1:8)
           MOVE WS-OPCAO-X TO VAL-OPCAO
               MOVE WS-NUM1-X  TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-GRP-VAL-HASH
           END-IF
           IF WS-OPCAO-X NOT = 'R' AND WS-OPCAO-X NOT = 'E'
               AND WS-OPCAO-X NOT = 'A'
               AND WS-NUM2-X IS NUMERIC
               MOVE WS-NUM2-X  TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-GRP-VAL-HASH
           END-IF
           MOVE ZERO TO WS-GRP-VAL-HASH
           MOVE TRANS-RAW(4:8)  TO WS-HDR-DATA
           MOVE TRANS-RAW(12:10) TO WS-HDR-DEPTO
           MOVE TRANS-RAW(22:5)  TO WS-HDR-CAPTURA
           PERFORM 0135-VALIDA-DEPTO
           MOVE SPACES TO LIST-LINE
           IF WS-DEPT-ACHOU-IDX > ZERO
               STRING "HEADER: DATA=" WS-HDR-DATA
                   " DEPTO=" WS-HDR-DEPTO
                   " " WS-DT-DESCR(WS-DEPT-ACHOU-IDX)
                   DELIMITED BY SIZE INTO LIST-LINE
           ELSE
               STRING "HEADER: DATA=" WS-HDR-DATA
                   " DEPTO=" WS-HDR-DEPTO
                   DELIMITED BY SIZE INTO LIST-LINE
           END-IF
           WRITE LIST-LINE
           IF NOT WS-GRP-DEPTO-OK
               ADD 1 TO WS-GRUPOS-REJ-DEPTO
               MOVE WS-GRP-DEPTO-MOTIVO TO WS-MOTIVO
               PERFORM 0230-LISTA-CONTROLE
               MOVE "GRUPO REJEITADO" TO WS-MOTIVO
               PERFORM 0230-LISTA-CONTROLE
               GO TO 0130-EXIT
           END-IF
           MOVE SPACES      TO VAL-HDR-REC
           MOVE 'HDR'       TO VAL-HDR-TIPO
           MOVE WS-HDR-DATA TO VAL-HDR-DATA
           MOVE WS-HDR-DEPTO TO VAL-HDR-DEPTO
           MOVE WS-HDR-CAPTURA TO VAL-HDR-CAPTURA
           WRITE VAL-HDR-REC.

       0130-EXIT.
           EXIT.

      * O departamento do header tem de estar no DEPTMAST.DAT e ativo
      * na data do grupo: STATUS 'A' ja efetivo ou 'I' ainda futuro.
       0135-VALIDA-DEPTO.
           MOVE 'Y' TO WS-GRP-DEPTO-OK-SW
           MOVE ZERO TO WS-DEPT-ACHOU-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODIGO(WS-DEPT-IDX) = WS-HDR-DEPTO
                   MOVE WS-DEPT-IDX TO WS-DEPT-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-ACHOU-IDX = ZERO
               MOVE 'N' TO WS-GRP-DEPTO-OK-SW
               MOVE "DEPTO DESCONHECIDO" TO WS-GRP-DEPTO-MOTIVO
           ELSE
               IF (WS-DT-STATUS(WS-DEPT-ACHOU-IDX) = 'A'
                       AND WS-DT-DT(WS-DEPT-ACHOU-IDX)
                           NOT > WS-HDR-DATA)
                   OR (WS-DT-STATUS(WS-DEPT-ACHOU-IDX) = 'I'
                       AND WS-DT-DT(WS-DEPT-ACHOU-IDX)
                           > WS-HDR-DATA)
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-GRP-DEPTO-OK-SW
                   MOVE "DEPTO INATIVO" TO WS-GRP-DEPTO-MOTIVO
               END-IF
           END-IF.

       0140-TRATA-TRAILER.
           IF NOT WS-GRP-ABERTO
               PERFORM 0220-REJEITA-ARQUIVO
                   PERFORM 0230-LISTA-CONTROLE
               END-IF
           END-IF
           IF WS-GRP-DEPTO-OK
               PERFORM 0210-GRAVA-TRAILER-VAL
           END-IF
           MOVE 'N' TO WS-GRP-ABERTO-SW.

       0140-EXIT.
           WRITE LIST-LINE
           DISPLAY LIST-LINE.

      * Sem nenhum grupo com departamento valido o TRANSVAL.DAT sairia
      * sem header e o calc1 pararia por trailer ausente; a cadeia e
      * parada aqui, com o motivo na listagem.
       0245-VERIFICA-DEPTOS.
           IF WS-TOTAL-GRUPOS > ZERO
               AND WS-GRUPOS-REJ-DEPTO = WS-TOTAL-GRUPOS
               MOVE 12 TO RETURN-CODE
               DISPLAY "ERRO: TODOS OS GRUPOS DO TRANSIN.DAT TEM "
                   "DEPARTAMENTO DESCONHECIDO OU INATIVO - ARQUIVO "
                   "REJEITADO"
               MOVE "NENHUM DEPTO VALIDO" TO WS-MOTIVO
               PERFORM 0230-LISTA-CONTROLE
           END-IF.

      * Arquivo em que todo detalhe ja foi postado ou esta suspenso
      * e a repeticao de um lote de noite anterior: rejeitado inteiro
      * para que o JOBCTL pare a cadeia antes do calc1.
       0240-VERIFICA-REPETICAO.
           IF WS-TOTAL-LIDOS > ZERO
               AND WS-TOTAL-DUPLICADOS = WS-TOTAL-LIDOS
               MOVE 12 TO RETURN-CODE
               DISPLAY "ERRO: TODOS OS DETALHES DO TRANSIN.DAT JA "
                   "FORAM POSTADOS OU ESTAO SUSPENSOS - ARQUIVO "
                   "REPETE EXECUCAO ANTERIOR"
               MOVE "LOTE JA PROCESSADO" TO WS-MOTIVO
               PERFORM 0230-LISTA-CONTROLE
           END-IF.

       0120-GRAVA-LISTAGEM.
           MOVE SPACES TO LIST-LINE
           STRING "LINHA " WS-LINHA-NUM
               " MOTIVO=" WS-MOTIVO
               " REG=[" TRANS-RAW(1:38) "]" WS-MOTIVO-REF
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           DISPLAY LIST-LINE.
               " VALIDOS: " WS-TOTAL-VALIDOS
               " REJEITADOS: " WS-TOTAL-REJEITADOS
               " GRUPOS: " WS-TOTAL-GRUPOS
               " DUPLICADOS: " WS-TOTAL-DUPLICADOS
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           DISPLAY "EDICAO CONCLUIDA - LIDOS=" WS-TOTAL-LIDOS
               " VALIDOS=" WS-TOTAL-VALIDOS
               " REJEITADOS=" WS-TOTAL-REJEITADOS
               " GRUPOS=" WS-TOTAL-GRUPOS
               " DUPLICADOS=" WS-TOTAL-DUPLICADOS.

           END PROGRAM TRANSEDT.
