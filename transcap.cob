      *  CAPTURA ONLINE DE TRANSACOES PARA O BATCH                    *
      *  Sign-on igual ao do MENU (matricula + PIN do EMPMAST, com    *
      *  bloqueio apos 3 tentativas e eventos em SECLOG.DAT). O       *
      *  digitador escolhe o departamento entre os ativos hoje no     *
      *  DEPTMAST.DAT e tecla as transacoes uma a uma: opcao,         *
      *  operandos (numericos ou referencia *nnnnnnnn a uma transacao *
      *  ja capturada na sessao) e codigo de taxa validado contra     *
      *  RATEMAST.DAT com vigencia ate hoje (opcoes R e A; a          *
      *  amortizacao pede tambem o numero de periodos, gravado logo   *
      *  apos o codigo). O TRANS-ID e atribuido em sequencia dentro   *
      *  da faixa que a sessao reserva no IDALOC.DAT (500 IDs;        *
      *  esgotada a faixa o arquivo e fechado) e o hash de controle e *
      *  acumulado como o TRANSEDT confere (NUM1 mais NUM2, exceto    *
      *  NUM2 de 'R' e 'A' e operandos de referencia). O estorno      *
      *  (opcao E) pede so o TRANS-ID original, postado em noite      *
      *  anterior, e grava-o em NUM1 como referencia *nnnnnnnn, sem   *
      *  NUM2. Cada sessao e uma estacao de captura (codigo da        *
      *  estacao no parametro; sem ele, a matricula) e grava o seu    *
      *  proprio arquivo CAPTURA.nnnnnnnn.DAT (nnnnnnnn o primeiro ID *
      *  da faixa) com HDR, detalhes e TRL balanceado, registrado em  *
      *  ESTACOES.DAT como aberto na abertura e fechado, com contagem *
      *  e hash, no fechamento. O TRANSCON consolida os arquivos      *
      *  fechados no TRANSIN.DAT. O lote leva a data de               *
      *  processamento; se o mes dela estiver em fechamento ou        *
      *  fechado no PERIODOS.DAT a captura e recusada antes do        *
      *  sign-on. A matricula do digitador vai no header (colunas     *
      *  22-26): e por ela que a liberacao de transacao retida por    *
      *  limite exige supervisor diferente de quem capturou.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TRANS-FILE ASSIGN USING WS-CAP-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ALOC-FILE ASSIGN TO "IDALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT EST-FILE ASSIGN TO "ESTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

       FD  SEC-FILE
           RECORDING MODE IS F.
           03 FILLER               PIC X.
           03 RATE-DT-EFETIVA      PIC 9(8).

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

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RAW               PIC X(80).
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

       FD  ALOC-FILE
           RECORDING MODE IS F.
           COPY IDALOCRC REPLACING
               ==PFX-REC==        BY ==ALOC-REC==
               ==PFX-PROX-ID==    BY ==ALOC-PROX-ID==
               ==PFX-ATUALIZADO== BY ==ALOC-ATUALIZADO==
               ==PFX-ESTACAO==    BY ==ALOC-ESTACAO==.

       FD  EST-FILE
           RECORDING MODE IS F.
           COPY ESTACRC REPLACING
               ==PFX-REC==        BY ==EST-REC==
               ==PFX-ARQUIVO==    BY ==EST-ARQUIVO==
               ==PFX-SITUACAO==   BY ==EST-SITUACAO==
               ==PFX-ESTACAO==    BY ==EST-ESTACAO==
               ==PFX-MATRICULA==  BY ==EST-MATRICULA==
               ==PFX-DEPTO==      BY ==EST-DEPTO==
               ==PFX-DATA-PROC==  BY ==EST-DATA-PROC==
               ==PFX-ID-INI==     BY ==EST-ID-INI==
               ==PFX-ID-FIM==     BY ==EST-ID-FIM==
               ==PFX-QTDE==       BY ==EST-QTDE==
               ==PFX-HASH==       BY ==EST-HASH==
               ==PFX-TIMESTAMP==  BY ==EST-TIMESTAMP==
               ==PFX-MOTIVO==     BY ==EST-MOTIVO==.

       WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS        PIC XX.
           01 WS-SEC-STATUS        PIC XX.
           01 WS-RATE-STATUS       PIC XX.
           01 WS-TRANS-STATUS      PIC XX.
           01 WS-DEPT-STATUS       PIC XX.
           01 WS-PER-STATUS        PIC XX.
           01 WS-ALOC-STATUS       PIC XX.
           01 WS-EST-STATUS        PIC XX.
           01 WS-EST-SITUACAO      PIC X.
           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-MES-SITUACAO      PIC X VALUE 'A'.

           01 WS-MATRICULA         PIC X(5).
           01 WS-NOME              PIC X(10).
               88 WS-RATE-VIGENTE       VALUE 'Y'.

           01 WS-DEPTO             PIC X(10).
           01 WS-DEPT-EOF-SW       PIC X VALUE 'N'.
               88 WS-DEPT-EOF           VALUE 'Y'.
           01 WS-DEPT-TABLE.
               03 WS-DEPT-ENTRY OCCURS 200 TIMES.
                   05 WS-DT-CODIGO  PIC X(10).
                   05 WS-DT-DESCR   PIC X(30).
           01 WS-DEPT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-DEPT-IDX          PIC 9(4).
           01 WS-DEPT-OK-SW        PIC X VALUE 'N'.
               88 WS-DEPT-OK            VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ENTRADA-OK-SW     PIC X.
           01 WS-CAP-IDX           PIC 9(4).

           01 WS-PROX-ID           PIC 9(8) VALUE 1.
           01 WS-ID-INI            PIC 9(8).
           01 WS-ID-FIM            PIC 9(8).
           01 WS-FAIXA-TAMANHO     PIC 9(4) VALUE 500.
           01 WS-ESTACAO           PIC X(8).
           01 WS-PARM              PIC X(40).
           01 WS-CAP-GEN-NOME      PIC X(30).
           01 WS-TS-TRABALHO       PIC X(19).
           01 WS-DET-COUNT         PIC 9(8) VALUE ZERO.
           01 WS-HASH-ACUM         PIC 9(10)V99 VALUE ZERO.
           01 WS-DET-REC           PIC X(80).
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

           01 WS-CURRENT-DATE-TIME.
               03 WS-CDT-DATE.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           DISPLAY "CAPTURA ONLINE DE TRANSACOES"
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-ESTACAO
           PERFORM 0100-VERIFICA-PERIODO
           IF WS-MES-SITUACAO = 'E' OR WS-MES-SITUACAO = 'F'
               DISPLAY "ERRO: MES " WS-HOJE-N(1:6) " DA DATA DE "
                   "PROCESSAMENTO " WS-HOJE-N " FECHADO OU EM "
                   "FECHAMENTO - CAPTURA RECUSADA"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
               GO TO 0000-EXIT
           END-IF
           PERFORM 1500-CARREGA-TAXAS
           PERFORM 1600-CARREGA-DEPTOS
           IF WS-DEPT-COUNT = ZERO
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM UNTIL WS-DEPT-OK
               PERFORM 1700-ESCOLHE-DEPTO
           END-PERFORM
           IF WS-ESTACAO = SPACES
               MOVE WS-MATRICULA TO WS-ESTACAO
           END-IF
           PERFORM 1800-RESERVA-FAIXA THRU 1800-EXIT
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF

           MOVE SPACES TO WS-CAP-GEN-NOME
           STRING "CAPTURA." WS-ID-INI ".DAT"
               DELIMITED BY SIZE INTO WS-CAP-GEN-NOME
           OPEN OUTPUT TRANS-FILE
           MOVE SPACES    TO TRANS-HDR-REC
           MOVE 'HDR'     TO TRANS-HDR-TIPO
           MOVE WS-HOJE-N TO TRANS-HDR-DATA
           MOVE WS-DEPTO  TO TRANS-HDR-DEPTO
           MOVE WS-MATRICULA TO TRANS-HDR-CAPTURA
           WRITE TRANS-HDR-REC
           MOVE 'A' TO WS-EST-SITUACAO
           PERFORM 1900-GRAVA-ESTACAO
           DISPLAY "ESTACAO " WS-ESTACAO " CAPTURANDO EM "
               WS-CAP-GEN-NOME
           DISPLAY "FAIXA DE TRANS-IDS: " WS-ID-INI " A " WS-ID-FIM

           PERFORM UNTIL WS-SAIR
               PERFORM 2000-CAPTURA-UMA THRU 2000-EXIT
           MOVE WS-HASH-ACUM TO TRANS-TRL-HASH
           WRITE TRANS-TRL-REC
           CLOSE TRANS-FILE
           MOVE 'F' TO WS-EST-SITUACAO
           PERFORM 1900-GRAVA-ESTACAO
           DISPLAY WS-CAP-GEN-NOME " FECHADO: " WS-DET-COUNT
               " TRANSACOES, HASH=" WS-HASH-ACUM
           DISPLAY "O ARQUIVO ENTRA NO TRANSIN.DAT NA PROXIMA "
               "CONSOLIDACAO (TRANSCON)".

       0000-EXIT.
           STOP RUN.

       0100-VERIFICA-PERIODO.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-HOJE-N(1:6)
                               MOVE PER-SITUACAO TO WS-MES-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF.

       1000-SIGNON.
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS = '35'
                   PERFORM 9500-GRAVA-SEGURANCA
               END-IF
           END-PERFORM
           IF WS-NOME-VALIDO
               PERFORM 1250-REGISTRA-SIGNON
           END-IF
           IF NOT WS-NOME-VALIDO
               MOVE 'L' TO EMP-STATUS
               REWRITE EMP-REC
               PERFORM 9500-GRAVA-SEGURANCA
           END-IF.

      * Sign-on aceito: data no cadastro (base da suspensao por
      * inatividade do ACESREV) e evento SIGNON-OK no SECLOG.DAT.
       1250-REGISTRA-SIGNON.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-ULT-SIGNON
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO REGISTRAR O SIGN-ON"
           END-REWRITE
           MOVE "SIGN-ON NO TRANSCAP" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

       1500-CARREGA-TAXAS.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '35'
               CLOSE RATE-FILE
           END-IF.

      * So entram na lista os departamentos ativos hoje: STATUS 'A'
      * ja efetivo, ou 'I' com inativacao ainda futura.
       1600-CARREGA-DEPTOS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "ERRO: DEPTMAST.DAT NAO ENCONTRADO - "
                   "CADASTRAR OS DEPARTAMENTOS NO DEPTMNT"
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF (DEPT-STATUS = 'A'
                                   AND DEPT-DT-EFETIVA
                                       NOT > WS-HOJE-N)
                               OR (DEPT-STATUS = 'I'
                                   AND DEPT-DT-EFETIVA > WS-HOJE-N)
                               PERFORM 1650-GUARDA-DEPTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
               IF WS-DEPT-COUNT = ZERO
                   DISPLAY "ERRO: NENHUM DEPARTAMENTO ATIVO NO "
                       "DEPTMAST.DAT - CAPTURA ENCERRADA"
               END-IF
           END-IF.

       1650-GUARDA-DEPTO.
           IF WS-DEPT-COUNT >= 200
               DISPLAY "AVISO: TABELA DE DEPARTAMENTOS CHEIA - "
                   DEPT-CODIGO " NAO OFERECIDO"
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CODIGO    TO WS-DT-CODIGO(WS-DEPT-COUNT)
               MOVE DEPT-DESCRICAO TO WS-DT-DESCR(WS-DEPT-COUNT)
           END-IF.

       1700-ESCOLHE-DEPTO.
           DISPLAY " "
           DISPLAY "DEPARTAMENTOS ATIVOS:"
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               DISPLAY "  " WS-DT-CODIGO(WS-DEPT-IDX) " "
                   WS-DT-DESCR(WS-DEPT-IDX)
           END-PERFORM
           DISPLAY "DEPARTAMENTO (CODIGO DA LISTA):"
           ACCEPT WS-DEPTO
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODIGO(WS-DEPT-IDX) = WS-DEPTO
                   SET WS-DEPT-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-OK
               DISPLAY "DEPARTAMENTO [" WS-DEPTO "] NAO ESTA ENTRE "
                   "OS ATIVOS"
           END-IF.

      * A faixa e reservada no IDALOC.DAT e gravada de volta ja
      * avancada antes da primeira transacao, para que uma segunda
      * estacao aberta ao mesmo tempo receba a faixa seguinte. Sem o
      * IDALOC.DAT a alocacao comeca no ID 1.
       1800-RESERVA-FAIXA.
           MOVE 1 TO WS-ID-INI
           OPEN INPUT ALOC-FILE
           IF WS-ALOC-STATUS = '35'
               DISPLAY "AVISO: IDALOC.DAT NAO ENCONTRADO - CRIADO "
                   "COM A ALOCACAO A PARTIR DO TRANS-ID 1"
           ELSE
               READ ALOC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALOC-PROX-ID IS NUMERIC
                           AND ALOC-PROX-ID > ZERO
                           MOVE ALOC-PROX-ID TO WS-ID-INI
                       END-IF
               END-READ
               CLOSE ALOC-FILE
           END-IF
           IF WS-ID-INI > 99999999 - WS-FAIXA-TAMANHO
               DISPLAY "ERRO: TRANS-IDS ESGOTADOS NO IDALOC.DAT ("
                   WS-ID-INI ") - CAPTURA ENCERRADA"
               MOVE 16 TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF
           COMPUTE WS-ID-FIM = WS-ID-INI + WS-FAIXA-TAMANHO - 1
           PERFORM 9600-MONTA-TIMESTAMP
           OPEN OUTPUT ALOC-FILE
           MOVE SPACES         TO ALOC-REC
           COMPUTE ALOC-PROX-ID = WS-ID-FIM + 1
           MOVE WS-TS-TRABALHO TO ALOC-ATUALIZADO
           MOVE WS-ESTACAO     TO ALOC-ESTACAO
           WRITE ALOC-REC
           CLOSE ALOC-FILE
           MOVE WS-ID-INI TO WS-PROX-ID.

       1800-EXIT.
           EXIT.

       1900-GRAVA-ESTACAO.
           OPEN EXTEND EST-FILE
           IF WS-EST-STATUS = '35'
               OPEN OUTPUT EST-FILE
           END-IF
           PERFORM 9600-MONTA-TIMESTAMP
           MOVE SPACES          TO EST-REC
           MOVE WS-EST-SITUACAO TO EST-SITUACAO
           MOVE WS-CAP-GEN-NOME TO EST-ARQUIVO
           MOVE WS-ESTACAO      TO EST-ESTACAO
           MOVE WS-MATRICULA    TO EST-MATRICULA
           MOVE WS-DEPTO        TO EST-DEPTO
           MOVE WS-HOJE-N       TO EST-DATA-PROC
           MOVE WS-ID-INI       TO EST-ID-INI
           MOVE WS-ID-FIM       TO EST-ID-FIM
           MOVE WS-DET-COUNT    TO EST-QTDE
           MOVE WS-HASH-ACUM    TO EST-HASH
           MOVE WS-TS-TRABALHO  TO EST-TIMESTAMP
           WRITE EST-REC
           CLOSE EST-FILE.

       2000-CAPTURA-UMA.
           DISPLAY " "
           DISPLAY "OPCAO (+ - * / P R A E) OU F=FECHA O ARQUIVO:"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 'F'
               SET WS-SAIR TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-OPCAO NOT = '+' AND '-' AND '*' AND '/'
               AND 'P' AND 'R' AND 'A' AND 'E'
               DISPLAY "OPCAO INVALIDA [" WS-OPCAO "]"
               GO TO 2000-EXIT
           END-IF
           IF WS-OPCAO = 'E'
               PERFORM 2050-CAPTURA-ESTORNO
               GO TO 2000-EXIT
           END-IF

           DISPLAY "NUM1 (NUMERO OU *NNNNNNNN):"
           ACCEPT WS-ENTRADA
           END-IF
           MOVE WS-OPER-CAMPO TO WS-DET-REC(10:11)

           IF WS-OPCAO = 'R' OR WS-OPCAO = 'A'
               DISPLAY "CODIGO DA TAXA (4 CARACTERES):"
               ACCEPT WS-CODIGO-TAXA
               PERFORM 2200-VALIDA-TAXA
               END-IF
               MOVE SPACES TO WS-NUM2-CAMPO
               MOVE WS-CODIGO-TAXA TO WS-NUM2-CAMPO(1:4)
               IF WS-OPCAO = 'A'
                   PERFORM 2250-PEDE-PRAZO
                   IF NOT WS-ENTRADA-OK
                       GO TO 2000-EXIT
                   END-IF
               END-IF
           ELSE
               DISPLAY "NUM2 (NUMERO OU *NNNNNNNN):"
               ACCEPT WS-ENTRADA
       2000-EXIT.
           EXIT.

      * O original do estorno foi postado em noite anterior e nao
      * esta na tabela da sessao; sua existencia e conferida pelo
      * calc1 contra o historico.
       2050-CAPTURA-ESTORNO.
           DISPLAY "TRANS-ID ORIGINAL A ESTORNAR (8 DIGITOS):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA(1:8) IS NOT NUMERIC
               OR WS-ENTRADA(9:7) NOT = SPACES
               OR WS-ENTRADA(1:8) = ZEROS
               DISPLAY "ERRO: TRANS-ID INVALIDO [" WS-ENTRADA
                   "] - INFORMAR OS 8 DIGITOS"
           ELSE
               MOVE SPACES          TO WS-OPER-CAMPO
               MOVE '*'             TO WS-OPER-CAMPO(1:1)
               MOVE WS-ENTRADA(1:8) TO WS-OPER-CAMPO(2:8)
               MOVE WS-OPER-CAMPO   TO WS-DET-REC(10:11)
               MOVE SPACES          TO WS-NUM2-CAMPO
               PERFORM 2300-GRAVA-DETALHE
           END-IF.

       2100-EDITA-OPERANDO.
           MOVE 'N' TO WS-ENTRADA-OK-SW
           MOVE SPACES TO WS-OPER-CAMPO
                   "VIGENTE HOJE - SERIA REJEITADO COM MOTIVO RT"
           END-IF.

      * Amortizacao: o numero de periodos vai com 3 digitos nas
      * colunas 25-27, logo apos o codigo da taxa.
       2250-PEDE-PRAZO.
           MOVE 'N' TO WS-ENTRADA-OK-SW
           DISPLAY "NUMERO DE PERIODOS (001 A 360):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA(1:3) IS NOT NUMERIC
               OR WS-ENTRADA(4:12) NOT = SPACES
               OR WS-ENTRADA(1:3) = ZEROS
               OR WS-ENTRADA(1:3) > '360'
               DISPLAY "ERRO: PRAZO INVALIDO [" WS-ENTRADA
                   "] - INFORMAR 3 DIGITOS DE 001 A 360"
           ELSE
               MOVE WS-ENTRADA(1:3) TO WS-NUM2-CAMPO(5:3)
               MOVE 'Y' TO WS-ENTRADA-OK-SW
           END-IF.

       2300-GRAVA-DETALHE.
           MOVE SPACES TO WS-DET-REC(1:9)
           MOVE WS-PROX-ID TO WS-DET-REC(1:8)
               MOVE WS-DET-REC(10:11) TO WS-OPER-CAMPO
               ADD WS-OPER-CAMPO-N TO WS-HASH-ACUM
           END-IF
           IF WS-OPCAO NOT = 'R' AND WS-OPCAO NOT = 'E'
               AND WS-OPCAO NOT = 'A'
               AND WS-DET-REC(21:11) IS NUMERIC
               MOVE WS-DET-REC(21:11) TO WS-OPER-CAMPO
               ADD WS-OPER-CAMPO-N TO WS-HASH-ACUM
           END-IF
               MOVE WS-PROX-ID TO WS-CAP-ID(WS-CAP-COUNT)
           END-IF
           DISPLAY "CAPTURADA TRANSACAO " WS-PROX-ID
           ADD 1 TO WS-PROX-ID
           IF WS-PROX-ID > WS-ID-FIM
               DISPLAY "FAIXA DE TRANS-IDS DA ESTACAO ESGOTADA - "
                   "ARQUIVO SERA FECHADO; ABRIR NOVA SESSAO PARA "
                   "CONTINUAR"
               SET WS-SAIR TO TRUE
           END-IF.

       9500-GRAVA-SEGURANCA.
           OPEN EXTEND SEC-FILE
           WRITE SEC-REC
           CLOSE SEC-FILE.

       9600-MONTA-TIMESTAMP.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TS-TRABALHO
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TS-TRABALHO.

           END PROGRAM TRANSCAP.
