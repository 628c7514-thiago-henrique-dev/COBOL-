      *  departamento informado, os registros de detalhe e um TRL     *
      *  cuja contagem e hash sao acumulados da mesma forma que o     *
      *  TRANSEDT confere (NUM1 mais NUM2, exceto NUM2 dos registros  *
      *  de opcao R, A e E), eliminando a aritmetica manual de        *
      *  trailer que derruba o batch da manha. Se ja houver um        *
      *  TRANSIN.DAT nao processado (o consolidado das estacoes de    *
      *  captura pelo TRANSCON), acrescenta os seus grupos no fim     *
      *  dele; recusa-se a rodar se o arquivo existente nao terminar  *
      *  num TRL, para nao misturar grupos com um arquivo incompleto. *
      *  Os detalhes vindos do TRANSRSB.DAT saem com 'R' na coluna    *
      *  32, marca de ressubmissao: o TRANSEDT so aceita um TRANS-ID  *
      *  que ainda consta como suspenso no TRANSERR.DAT quando a      *
      *  marca esta presente.                                         *
      *  As transacoes retidas por limite e aprovadas pelo supervisor *
      *  no HOLDLIB (situacao vigente 'A' no TRANSHLD.DAT) entram em  *
      *  grupos proprios, um HDR/TRL por departamento e digitador de  *
      *  origem, com o detalhe exatamente como foi retido; o calc1    *
      *  reconhece a aprovacao e lanca sem reter. Cada item montado   *
      *  ganha uma linha 'M' no TRANSHLD.DAT e nao volta a ser        *
      *  montado numa nova execucao. O grupo das ressubmissoes e do   *
      *  arquivo novo exige sign-on do operador (matricula e PIN do   *
      *  EMPMAST, como no TRANSCAP, com eventos em SECLOG.DAT); a     *
      *  matricula vai no header como a do digitador do lote.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT RSB-FILE ASSIGN TO "TRANSRSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HLD-FILE ASSIGN TO "TRANSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

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

       FD  RSB-FILE
           RECORDING MODE IS F.
       01  RSB-RAW                 PIC X(80).
           03 TRANS-HDR-TIPO       PIC X(3).
           03 TRANS-HDR-DATA       PIC 9(8).
           03 TRANS-HDR-DEPTO      PIC X(10).
           03 TRANS-HDR-CAPTURA    PIC X(5).
           03 FILLER               PIC X(54).
       01  TRANS-TRL-REC.
           03 TRANS-TRL-TIPO       PIC X(3).
           03 TRANS-TRL-COUNT      PIC 9(8).
           03 TRANS-TRL-HASH       PIC 9(10)V99.
           03 FILLER               PIC X(57).

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
           01 WS-EMP-STATUS        PIC XX.
           01 WS-SEC-STATUS        PIC XX.
           01 WS-RSB-STATUS        PIC XX.
           01 WS-NEW-STATUS        PIC XX.
           01 WS-TRANS-STATUS      PIC XX.
           01 WS-HLD-STATUS        PIC XX.

           01 WS-RSB-EOF-SW        PIC X VALUE 'N'.
               88 WS-RSB-EOF           VALUE 'Y'.
               88 WS-TEM-RSB            VALUE 'Y'.
           01 WS-TEM-NEW-SW        PIC X VALUE 'N'.
               88 WS-TEM-NEW            VALUE 'Y'.
           01 WS-TEM-TRANSIN-SW    PIC X VALUE 'N'.
               88 WS-TEM-TRANSIN        VALUE 'Y'.
           01 WS-TRANSIN-EOF-SW    PIC X VALUE 'N'.
               88 WS-TRANSIN-EOF        VALUE 'Y'.
           01 WS-TRANSIN-ULTIMO    PIC X(3).
           01 WS-TRANSIN-GRUPOS    PIC 9(4) VALUE ZERO.
           01 WS-HLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-HLD-EOF            VALUE 'Y'.
           01 WS-HLD-CHEIA-SW      PIC X VALUE 'N'.
               88 WS-HLD-CHEIA          VALUE 'Y'.

           01 WS-HLD-TABLE.
               03 WS-HLD-ENTRY OCCURS 2000 TIMES.
                   05 WS-HT-ID          PIC 9(8).
                   05 WS-HT-SITUACAO    PIC X.
                   05 WS-HT-TRANS-REC   PIC X(41).
                   05 WS-HT-CAPTURA     PIC X(5).
                   05 WS-HT-RES         PIC X(13).
                   05 WS-HT-EXCESSO     PIC X(2).
                   05 WS-HT-EMITIDO     PIC X.
           01 WS-HLD-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-HLD-IDX           PIC 9(4).
           01 WS-HLD-IDX-2         PIC 9(4).
           01 WS-HLD-ACHOU-IDX     PIC 9(4).
           01 WS-APR-COUNT         PIC 9(8) VALUE ZERO.
           01 WS-APR-GRUPOS        PIC 9(4) VALUE ZERO.
           01 WS-GRP-DEPTO         PIC X(10).
           01 WS-GRP-CAPTURA       PIC X(5).

           01 WS-MATRICULA         PIC X(5).
           01 WS-NOME              PIC X(10).
           01 WS-NOME-VALIDO-SW    PIC X VALUE 'N'.
               88 WS-NOME-VALIDO        VALUE 'Y'.
           01 WS-ENCERRA-SW        PIC X VALUE 'N'.
               88 WS-ENCERRA            VALUE 'Y'.
           01 WS-PIN-ENTRADA       PIC X(4).
           01 WS-PIN-TENTATIVAS    PIC 9 VALUE ZERO.
           01 WS-PIN-MAXIMO        PIC 9 VALUE 3.
           01 WS-EVENTO            PIC X(12).
           01 WS-SEC-DETALHE       PIC X(30).

           01 WS-DEPTO             PIC X(10).
           01 WS-DET-REC           PIC X(80).
               03 WS-HOJE-MM        PIC 9(2).
               03 WS-HOJE-DD        PIC 9(2).
           01 WS-HOJE-N REDEFINES WS-HOJE PIC 9(8).
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
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           PERFORM 0010-CONFERE-TRANSIN THRU 0010-EXIT
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF
           OPEN INPUT RSB-FILE
           ELSE
               SET WS-TEM-NEW TO TRUE
           END-IF
           PERFORM 0050-CARREGA-APROVADAS
           IF NOT WS-TEM-RSB AND NOT WS-TEM-NEW
               AND WS-APR-COUNT = ZERO
               DISPLAY "ERRO: NENHUMA ENTRADA - NADA A MONTAR"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           IF WS-TEM-RSB OR WS-TEM-NEW
               PERFORM 0020-SIGNON
               IF NOT WS-NOME-VALIDO
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-EXIT
               END-IF
           END-IF

           IF WS-TEM-TRANSIN
               OPEN EXTEND TRANS-FILE
               DISPLAY "GRUPOS ACRESCENTADOS AO TRANSIN.DAT "
                   "CONSOLIDADO (" WS-TRANSIN-GRUPOS " GRUPO(S) "
                   "JA PRESENTES)"
           ELSE
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TEM-RSB OR WS-TEM-NEW
               PERFORM 0060-MONTA-GRUPO-DEPTO
           END-IF
           IF WS-APR-COUNT > ZERO
               PERFORM 0400-MONTA-APROVADAS
           END-IF
           CLOSE TRANS-FILE.

       0000-EXIT.
           STOP RUN.

      * Um TRANSIN.DAT ja existente (consolidado pelo TRANSCON) so
      * recebe os grupos montados aqui se terminar num TRL: um arquivo
      * cortado ou ainda em gravacao nao e tocado.
       0010-CONFERE-TRANSIN.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = '35'
               GO TO 0010-EXIT
           END-IF
           SET WS-TEM-TRANSIN TO TRUE
           MOVE SPACES TO WS-TRANSIN-ULTIMO
           PERFORM UNTIL WS-TRANSIN-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANSIN-EOF TO TRUE
                   NOT AT END
                       MOVE TRANS-RAW(1:3) TO WS-TRANSIN-ULTIMO
                       IF TRANS-RAW(1:3) = 'HDR'
                           ADD 1 TO WS-TRANSIN-GRUPOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           IF WS-TRANSIN-ULTIMO NOT = 'TRL'
               DISPLAY "ERRO: TRANSIN.DAT JA EXISTE E NAO TERMINA EM "
                   "TRL - RODAR O BATCH (OU GUARDAR O ARQUIVO) ANTES "
                   "DE MONTAR OUTRO"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0010-EXIT.
           EXIT.

      * Sign-on do operador que monta o grupo das ressubmissoes e do
      * arquivo novo, nas mesmas regras do TRANSCAP: a matricula vai
      * no header e e por ela que o HOLDLIB separa quem capturou de
      * quem libera um item retido desse lote.
       0020-SIGNON.
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS = '35'
               DISPLAY "AVISO: CADASTRO DE FUNCIONARIOS VAZIO OU "
                   "AUSENTE - ENCERRANDO"
           ELSE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERRO: EMPMAST.DAT NAO ABRIU (STATUS="
                   WS-EMP-STATUS ") - SE O CADASTRO ESTIVER NO "
                   "LAYOUT ANTIGO, RODAR EMPMCONV - ENCERRANDO"
           ELSE
               PERFORM UNTIL WS-NOME-VALIDO OR WS-ENCERRA
                   DISPLAY "MATRICULA DO OPERADOR (5 DIGITOS):"
                   ACCEPT WS-MATRICULA
                   PERFORM 0025-VALIDA-MATRICULA
                   IF NOT WS-NOME-VALIDO AND NOT WS-ENCERRA
                       DISPLAY "SIGN-ON RECUSADO. TENTE NOVAMENTE."
                   END-IF
               END-PERFORM
               CLOSE EMP-FILE
               IF WS-NOME-VALIDO
                   DISPLAY "OPERADOR: " WS-NOME
               END-IF
           END-IF
           END-IF.

       0025-VALIDA-MATRICULA.
           MOVE 'N' TO WS-NOME-VALIDO-SW
           IF WS-MATRICULA IS NOT NUMERIC
               DISPLAY "MATRICULA DEVE SER NUMERICA"
           ELSE
               MOVE WS-MATRICULA TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "MATRICULA DESCONHECIDA" TO WS-SEC-DETALHE
                       MOVE "SIGNON-FALHA" TO WS-EVENTO
                       PERFORM 9500-GRAVA-SEGURANCA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EMP-STATUS NOT = 'A'
                               DISPLAY "FUNCIONARIO INATIVO OU "
                                   "BLOQUEADO NO CADASTRO"
                               MOVE "STATUS NAO ATIVO"
                                   TO WS-SEC-DETALHE
                               MOVE "SIGNON-FALHA" TO WS-EVENTO
                               PERFORM 9500-GRAVA-SEGURANCA
                           WHEN EMP-PIN-TROCA = 'S'
                               DISPLAY "PIN PENDENTE DE TROCA - "
                                   "FACA SIGN-ON NO MENU ANTES"
                               MOVE "PIN PENDENTE DE TROCA"
                                   TO WS-SEC-DETALHE
                               MOVE "SIGNON-FALHA" TO WS-EVENTO
                               PERFORM 9500-GRAVA-SEGURANCA
                           WHEN OTHER
                               PERFORM 0030-VERIFICA-PIN
                       END-EVALUATE
               END-READ
           END-IF.

       0030-VERIFICA-PIN.
           MOVE ZERO TO WS-PIN-TENTATIVAS
           PERFORM UNTIL WS-NOME-VALIDO
                   OR WS-PIN-TENTATIVAS >= WS-PIN-MAXIMO
               DISPLAY "PIN:"
               ACCEPT WS-PIN-ENTRADA
               IF WS-PIN-ENTRADA IS NUMERIC
                   AND WS-PIN-ENTRADA = EMP-PIN
                   MOVE 'Y' TO WS-NOME-VALIDO-SW
                   MOVE EMP-NOME TO WS-NOME
               ELSE
                   ADD 1 TO WS-PIN-TENTATIVAS
                   DISPLAY "PIN INCORRETO"
                   MOVE "PIN INCORRETO" TO WS-SEC-DETALHE
                   MOVE "SENHA-ERRADA" TO WS-EVENTO
                   PERFORM 9500-GRAVA-SEGURANCA
               END-IF
           END-PERFORM
           IF WS-NOME-VALIDO
               PERFORM 0035-REGISTRA-SIGNON
           END-IF
           IF NOT WS-NOME-VALIDO
               MOVE 'L' TO EMP-STATUS
               REWRITE EMP-REC
                   INVALID KEY
                       DISPLAY "AVISO: FALHA AO BLOQUEAR MATRICULA"
               END-REWRITE
               SET WS-ENCERRA TO TRUE
               DISPLAY "MATRICULA BLOQUEADA APOS " WS-PIN-MAXIMO
                   " TENTATIVAS. PROCURE A ADMINISTRACAO."
               MOVE "BLOQUEADA POR TENTATIVAS" TO WS-SEC-DETALHE
               MOVE "BLOQUEIO" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
           END-IF.

      * Sign-on aceito: data no cadastro (base da suspensao por
      * inatividade do ACESREV) e evento SIGNON-OK no SECLOG.DAT.
       0035-REGISTRA-SIGNON.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-ULT-SIGNON
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO REGISTRAR O SIGN-ON"
           END-REWRITE
           MOVE "SIGN-ON NO TRANSASM" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

      * Situacao vigente de cada item do TRANSHLD.DAT: a ultima linha
      * do TRANS-ID prevalece. Conta os aprovados ainda nao lancados.
       0050-CARREGA-APROVADAS.
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS NOT = '35'
               PERFORM UNTIL WS-HLD-EOF
                   READ HLD-FILE
                       AT END
                           SET WS-HLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 0055-GUARDA-ITEM
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           IF WS-HLD-CHEIA
               DISPLAY "AVISO: MAIS DE 2000 ITENS NO TRANSHLD.DAT - "
                   "EXCEDENTES NAO MONTADOS"
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HT-SITUACAO(WS-HLD-IDX) = 'A'
                   ADD 1 TO WS-APR-COUNT
               END-IF
           END-PERFORM
           IF WS-APR-COUNT > ZERO
               DISPLAY "TRANSACOES RETIDAS APROVADAS A MONTAR: "
                   WS-APR-COUNT
           END-IF.

       0055-GUARDA-ITEM.
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
               MOVE HLD-SITUACAO  TO WS-HT-SITUACAO(WS-HLD-ACHOU-IDX)
               MOVE HLD-TRANS-REC TO WS-HT-TRANS-REC(WS-HLD-ACHOU-IDX)
               MOVE HLD-CAPTURA   TO WS-HT-CAPTURA(WS-HLD-ACHOU-IDX)
               MOVE HLD-RES       TO WS-HT-RES(WS-HLD-ACHOU-IDX)
               MOVE HLD-EXCESSO   TO WS-HT-EXCESSO(WS-HLD-ACHOU-IDX)
               MOVE 'N'           TO WS-HT-EMITIDO(WS-HLD-ACHOU-IDX)
           END-IF.

       0060-MONTA-GRUPO-DEPTO.
           DISPLAY "DEPARTAMENTO PARA O HEADER (10 CARACTERES):"
           ACCEPT WS-DEPTO

           MOVE SPACES    TO TRANS-HDR-REC
           MOVE 'HDR'     TO TRANS-HDR-TIPO
           MOVE WS-HOJE-N TO TRANS-HDR-DATA
           MOVE WS-DEPTO  TO TRANS-HDR-DEPTO
           MOVE WS-MATRICULA TO TRANS-HDR-CAPTURA
           WRITE TRANS-HDR-REC

           IF WS-TEM-RSB
           MOVE WS-DET-COUNT  TO TRANS-TRL-COUNT
           MOVE WS-HASH-ACUM  TO TRANS-TRL-HASH
           WRITE TRANS-TRL-REC

           DISPLAY "TRANSIN.DAT MONTADO: " WS-DET-COUNT
               " DETALHES (" WS-RSB-COUNT " RESSUBMETIDOS, "
           DISPLAY "TRAILER: COUNT=" WS-DET-COUNT
               " HASH=" WS-HASH-ACUM.

       0100-COPIA-RESSUBMISSOES.
           PERFORM UNTIL WS-RSB-EOF
               READ RSB-FILE
                       SET WS-RSB-EOF TO TRUE
                   NOT AT END
                       MOVE RSB-RAW TO WS-DET-REC
                       MOVE 'R' TO WS-DET-REC(32:1)
                       ADD 1 TO WS-RSB-COUNT
                       PERFORM 0300-GRAVA-DETALHE
               END-READ
               MOVE WS-NUM1-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-HASH-ACUM
           END-IF
           IF WS-OPCAO-X NOT = 'R' AND WS-OPCAO-X NOT = 'E'
               AND WS-OPCAO-X NOT = 'A'
               AND WS-NUM2-X IS NUMERIC
               MOVE WS-NUM2-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-HASH-ACUM
           END-IF
           MOVE WS-DET-REC TO TRANS-RAW
           WRITE TRANS-RAW.

      * Um grupo por departamento e digitador de origem dos itens
      * aprovados; o header leva a matricula de quem capturou. Cada
      * item montado recebe a linha 'M' no TRANSHLD.DAT, que o tira
      * das montagens seguintes mesmo que o TRANSIN.DAT ainda nao
      * tenha sido processado.
       0400-MONTA-APROVADAS.
           OPEN EXTEND HLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HLD-FILE
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               IF WS-HT-SITUACAO(WS-HLD-IDX) = 'A'
                   AND WS-HT-EMITIDO(WS-HLD-IDX) NOT = 'Y'
                   PERFORM 0410-GRUPO-APROVADAS
               END-IF
           END-PERFORM
           CLOSE HLD-FILE
           DISPLAY "APROVADAS MONTADAS: " WS-APR-COUNT " EM "
               WS-APR-GRUPOS " GRUPO(S)".

       0410-GRUPO-APROVADAS.
           MOVE WS-HT-TRANS-REC(WS-HLD-IDX)(32:10) TO WS-GRP-DEPTO
           MOVE WS-HT-CAPTURA(WS-HLD-IDX)          TO WS-GRP-CAPTURA
           MOVE ZERO TO WS-DET-COUNT
           MOVE ZERO TO WS-HASH-ACUM
           ADD 1 TO WS-APR-GRUPOS
           MOVE SPACES         TO TRANS-HDR-REC
           MOVE 'HDR'          TO TRANS-HDR-TIPO
           MOVE WS-HOJE-N      TO TRANS-HDR-DATA
           MOVE WS-GRP-DEPTO   TO TRANS-HDR-DEPTO
           MOVE WS-GRP-CAPTURA TO TRANS-HDR-CAPTURA
           WRITE TRANS-HDR-REC
           PERFORM VARYING WS-HLD-IDX-2 FROM WS-HLD-IDX BY 1
                   UNTIL WS-HLD-IDX-2 > WS-HLD-COUNT
               IF WS-HT-SITUACAO(WS-HLD-IDX-2) = 'A'
                   AND WS-HT-EMITIDO(WS-HLD-IDX-2) NOT = 'Y'
                   AND WS-HT-TRANS-REC(WS-HLD-IDX-2)(32:10)
                       = WS-GRP-DEPTO
                   AND WS-HT-CAPTURA(WS-HLD-IDX-2) = WS-GRP-CAPTURA
                   MOVE 'Y' TO WS-HT-EMITIDO(WS-HLD-IDX-2)
                   PERFORM 0420-MARCA-MONTADA
                   MOVE SPACES TO WS-DET-REC
                   MOVE WS-HT-TRANS-REC(WS-HLD-IDX-2)(1:31)
                       TO WS-DET-REC(1:31)
                   PERFORM 0300-GRAVA-DETALHE
               END-IF
           END-PERFORM
           MOVE SPACES        TO TRANS-TRL-REC
           MOVE 'TRL'         TO TRANS-TRL-TIPO
           MOVE WS-DET-COUNT  TO TRANS-TRL-COUNT
           MOVE WS-HASH-ACUM  TO TRANS-TRL-HASH
           WRITE TRANS-TRL-REC
           DISPLAY "GRUPO DE APROVADAS: DEPTO=" WS-GRP-DEPTO
               " DIGITADOR=" WS-GRP-CAPTURA " COUNT=" WS-DET-COUNT
               " HASH=" WS-HASH-ACUM.

       0420-MARCA-MONTADA.
           PERFORM 9600-MONTA-TIMESTAMP
           MOVE SPACES                        TO HLD-REC
           MOVE WS-HT-ID(WS-HLD-IDX-2)        TO HLD-ID
           MOVE 'M'                           TO HLD-SITUACAO
           MOVE WS-HT-TRANS-REC(WS-HLD-IDX-2) TO HLD-TRANS-REC
           MOVE WS-HT-CAPTURA(WS-HLD-IDX-2)   TO HLD-CAPTURA
           MOVE WS-HT-RES(WS-HLD-IDX-2)       TO HLD-RES
           MOVE WS-HT-EXCESSO(WS-HLD-IDX-2)   TO HLD-EXCESSO
           MOVE WS-HOJE-N                     TO HLD-DATA-PROC
           MOVE WS-TIMESTAMP                  TO HLD-TIMESTAMP
           WRITE HLD-REC.

       9500-GRAVA-SEGURANCA.
           OPEN EXTEND SEC-FILE
           IF WS-SEC-STATUS = '35'
               OPEN OUTPUT SEC-FILE
           END-IF
           PERFORM 9600-MONTA-TIMESTAMP
           MOVE SPACES TO SEC-REC
           MOVE WS-TIMESTAMP   TO SEC-TIMESTAMP
           MOVE WS-MATRICULA   TO SEC-MATRICULA
           MOVE WS-EVENTO      TO SEC-EVENTO
           MOVE WS-SEC-DETALHE TO SEC-DETALHE
           WRITE SEC-REC
           CLOSE SEC-FILE.

       9600-MONTA-TIMESTAMP.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

           END PROGRAM TRANSASM.
