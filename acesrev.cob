       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESREV.
      *****************************************************************
      *  REVISAO PERIODICA DE ACESSOS (ACESREPT.DAT)                  *
      *  Rodado pelo operador, fora da cadeia do JOBCTL. Duas etapas: *
      *  1. Suspensao por inatividade: toda conta com STATUS 'A' no   *
      *     EMPMAST.DAT sem sign-on ha mais de DIAS dias passa a 'S'  *
      *     (DT-EFETIVA = data de processamento), com linha no        *
      *     EMPAUDIT.DAT como o EMPMNT grava. A referencia e a maior  *
      *     entre ULT-SIGNON e DT-EFETIVA, para que conta recem       *
      *     incluida ou reativada nao seja suspensa antes do primeiro *
      *     sign-on. A reativacao e a acao R do EMPMNT.               *
      *  2. Recertificacao trimestral: se o trimestre da data de      *
      *     processamento (ciclo AAAATn) ainda nao tem linha no       *
      *     RECICLO.DAT, abre o ciclo: emite RECLIST.AAAATn.DAT com   *
      *     as contas nao inativas agrupadas por gerente e por funcao *
      *     para assinatura, grava cada conta como pendente no        *
      *     RECERT.DAT e o ciclo como aberto, com prazo de PRAZO dias.*
      *     Conta sem gerente valido (zero, inexistente, inativo ou a *
      *     propria conta) fica com a supervisao (funcao SU). Se o    *
      *     ciclo ja esta aberto, informa as contas pendentes e se o  *
      *     prazo venceu. As decisoes sao registradas pelo ACESCERT.  *
      *  Parametros opcionais: DIAS=nnn (padrao 90) e PRAZO=nnn       *
      *  (padrao 30 dias corridos). RC 4 havendo conta sem gerente    *
      *  valido, sem data de referencia ou ciclo com prazo vencido;   *
      *  RC 12 se uma regravacao falhar ou o cadastro exceder a       *
      *  tabela; RC 16 se o EMPMAST.DAT nao abrir.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT AUD-FILE ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CIC-FILE ASSIGN TO "RECICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIC-STATUS.

           SELECT CRT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT LST-FILE ASSIGN USING WS-LST-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT RPT-FILE ASSIGN TO "ACESREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  AUD-FILE
           RECORDING MODE IS F.
       01  AUD-REC.
           03 AUD-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-OPERADOR         PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-ACAO             PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-EMP-ID           PIC 9(5).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-DETALHE          PIC X(40).

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

       FD  LST-FILE
           RECORDING MODE IS F.
       01  LST-LINE                PIC X(100).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.
           01 WS-CIC-STATUS        PIC XX.
           01 WS-CRT-STATUS        PIC XX.
           01 WS-LST-STATUS        PIC XX.

           01 WS-EMP-EOF-SW        PIC X VALUE 'N'.
               88 WS-EMP-EOF           VALUE 'Y'.
           01 WS-CIC-EOF-SW        PIC X VALUE 'N'.
               88 WS-CIC-EOF           VALUE 'Y'.
           01 WS-CRT-EOF-SW        PIC X VALUE 'N'.
               88 WS-CRT-EOF           VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.
           01 WS-CICLO-ACHOU-SW    PIC X VALUE 'N'.
               88 WS-CICLO-ACHOU        VALUE 'Y'.
           01 WS-ORD-ACHOU-SW      PIC X VALUE 'N'.
               88 WS-ORD-ACHOU          VALUE 'Y'.

           01 WS-PARM              PIC X(40).
           01 WS-PARM-1            PIC X(15).
           01 WS-PARM-2            PIC X(15).
           01 WS-PARM-ATUAL        PIC X(15).
           01 WS-PARM-CHAVE        PIC X(10).
           01 WS-PARM-VALOR        PIC X(8).
           01 WS-PARM-NUM          PIC 9(3).
           01 WS-PARM-OK-SW        PIC X.
               88 WS-PARM-OK            VALUE 'Y'.
           01 WS-DIAS-LIMITE       PIC 9(3) VALUE 90.
           01 WS-PRAZO-DIAS        PIC 9(3) VALUE 30.

           01 WS-HOJE              PIC 9(8).
           01 WS-HOJE-INT          PIC 9(8).
           01 WS-REF-DATA          PIC 9(8).
           01 WS-REF-INT           PIC 9(8).
           01 WS-DIAS-SEM          PIC 9(5).
           01 WS-DT-LIMITE         PIC 9(8).
           01 WS-LIMITE-INT        PIC 9(8).

           01 WS-CICLO.
               03 WS-CIC-AAAA       PIC 9(4).
               03 WS-CIC-T          PIC X VALUE 'T'.
               03 WS-CIC-TRIM       PIC 9.
           01 WS-MES               PIC 9(2).
           01 WS-CA-SITUACAO       PIC X.
           01 WS-CA-DT-ABERTURA    PIC 9(8).
           01 WS-CA-DT-LIMITE      PIC 9(8).
           01 WS-CA-QTDE           PIC 9(5).
           01 WS-CA-DT-FECHA       PIC 9(8).

           01 WS-LST-NOME          PIC X(30).

      * Cadastro inteiro em memoria: a chave de ordem e responsavel
      * (zero = supervisao), funcao e matricula.
           01 WS-CTA-TABLE.
               03 WS-CTA-ENTRY OCCURS 2000 TIMES.
                   05 WS-CT-ORDEM.
                       07 WS-CT-RESP    PIC 9(5).
                       07 WS-CT-ROLE    PIC X(2).
                       07 WS-CT-ID      PIC 9(5).
                   05 WS-CT-NOME        PIC X(10).
                   05 WS-CT-STATUS      PIC X.
                   05 WS-CT-ULT-SIGNON  PIC 9(8).
                   05 WS-CT-GERENTE     PIC 9(5).
           01 WS-CTA-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CTA-IDX           PIC 9(4).
           01 WS-CTA-BUSCA         PIC 9(4).
           01 WS-SV-CONTA.
               03 WS-SV-ORDEM.
                   05 WS-SV-RESP        PIC 9(5).
                   05 WS-SV-ROLE        PIC X(2).
                   05 WS-SV-ID          PIC 9(5).
               03 WS-SV-NOME            PIC X(10).
               03 WS-SV-STATUS          PIC X.
               03 WS-SV-ULT-SIGNON      PIC 9(8).
               03 WS-SV-GERENTE         PIC 9(5).
           01 WS-ORD-IDX           PIC 9(4).
           01 WS-ORD-POS           PIC 9(4).

      * Situacao vigente de cada conta do ciclo aberto (RECERT.DAT).
           01 WS-PEN-TABLE.
               03 WS-PEN-ENTRY OCCURS 2000 TIMES.
                   05 WS-PN-ID          PIC 9(5).
                   05 WS-PN-SITUACAO    PIC X.
           01 WS-PEN-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-PEN-IDX           PIC 9(4).
           01 WS-PEN-ACHOU-IDX     PIC 9(4).

           01 WS-QUEBRA-RESP       PIC 9(5).
           01 WS-QUEBRA-ROLE       PIC X(2).
           01 WS-GRUPO-QTDE        PIC 9(5).
           01 WS-GER-NOME          PIC X(10).

           01 WS-LST-DET.
               03 FILLER           PIC X(6) VALUE SPACES.
               03 WS-LD-ID         PIC 9(5).
               03 FILLER           PIC X VALUE SPACE.
               03 WS-LD-NOME       PIC X(10).
               03 FILLER           PIC X(9) VALUE "  STATUS ".
               03 WS-LD-STATUS     PIC X.
               03 FILLER           PIC X(17) VALUE
                   "  ULTIMO SIGN-ON ".
               03 WS-LD-SIGNON     PIC X(8).
               03 FILLER           PIC X(26) VALUE
                   "   ( ) MANTER  ( ) REVOGAR".

           01 WS-OPERADOR          PIC X(10) VALUE "ACESREV".
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(40).
           01 WS-ID-NUM            PIC 9(5).

           01 WS-TOTAL-LIDAS       PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-ATIVAS      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SUSPENSAS   PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SEM-REF     PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-CICLO       PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SEM-GER     PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-PENDENTES   PIC 9(5) VALUE ZERO.
           01 WS-RC                PIC 9(2) VALUE ZERO.

           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

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
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           PERFORM 0050-TRATA-PARAMETROS
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERRO: CADASTRO DE FUNCIONARIOS AUSENTE OU "
                   "NAO ABRIU (STATUS=" WS-EMP-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "REVISAO PERIODICA DE ACESSOS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATA DE PROCESSAMENTO: " WS-HOJE
               "  LIMITE DE INATIVIDADE: " WS-DIAS-LIMITE " DIAS"
               "  PRAZO DA RECERTIFICACAO: " WS-PRAZO-DIAS " DIAS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1000-SUSPENDE-INATIVOS THRU 1000-EXIT
           CLOSE EMP-FILE
           PERFORM 2000-CICLO-TRIMESTRAL THRU 2000-EXIT
           PERFORM 5000-ESCREVE-TOTAIS

           CLOSE RPT-FILE
           MOVE WS-RC TO RETURN-CODE.

       0000-EXIT.
           STOP RUN.

       0050-TRATA-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-1 WS-PARM-2
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-1 WS-PARM-2
           MOVE WS-PARM-1 TO WS-PARM-ATUAL
           PERFORM 0060-TRATA-PARAMETRO
           MOVE WS-PARM-2 TO WS-PARM-ATUAL
           PERFORM 0060-TRATA-PARAMETRO.

      * DIAS=nnn e PRAZO=nnn, de 1 a 3 digitos, em qualquer ordem;
      * valor invalido mantem o padrao, como o PINDIAS do MENU.
       0060-TRATA-PARAMETRO.
           IF WS-PARM-ATUAL NOT = SPACES
               MOVE SPACES TO WS-PARM-CHAVE WS-PARM-VALOR
               UNSTRING WS-PARM-ATUAL DELIMITED BY '='
                   INTO WS-PARM-CHAVE WS-PARM-VALOR
               MOVE 'Y' TO WS-PARM-OK-SW
               EVALUATE TRUE
                   WHEN WS-PARM-VALOR(1:3) IS NUMERIC
                           AND WS-PARM-VALOR(4:5) = SPACES
                       MOVE WS-PARM-VALOR(1:3) TO WS-PARM-NUM
                   WHEN WS-PARM-VALOR(1:2) IS NUMERIC
                           AND WS-PARM-VALOR(3:6) = SPACES
                       MOVE WS-PARM-VALOR(1:2) TO WS-PARM-NUM
                   WHEN WS-PARM-VALOR(1:1) IS NUMERIC
                           AND WS-PARM-VALOR(2:7) = SPACES
                       MOVE WS-PARM-VALOR(1:1) TO WS-PARM-NUM
                   WHEN OTHER
                       MOVE 'N' TO WS-PARM-OK-SW
               END-EVALUATE
               IF WS-PARM-OK AND WS-PARM-NUM = ZERO
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
               EVALUATE TRUE
                   WHEN WS-PARM-CHAVE = 'DIAS' AND WS-PARM-OK
                       MOVE WS-PARM-NUM TO WS-DIAS-LIMITE
                   WHEN WS-PARM-CHAVE = 'PRAZO' AND WS-PARM-OK
                       MOVE WS-PARM-NUM TO WS-PRAZO-DIAS
                   WHEN OTHER
                       DISPLAY "AVISO: PARAMETRO INVALIDO ["
                           WS-PARM-ATUAL "] - MANTIDO O PADRAO"
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  ETAPA 1 - SUSPENSAO DAS CONTAS SEM SIGN-ON. A mesma leitura  *
      *  guarda o cadastro em memoria para a listagem do ciclo.       *
      *****************************************************************
       1000-SUSPENDE-INATIVOS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CONTAS SUSPENSAS POR INATIVIDADE (STATUS S)"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO EMP-ID
           START EMP-FILE KEY NOT < EMP-ID
               INVALID KEY
                   SET WS-EMP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EMP-EOF
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM 1100-AVALIA-CONTA THRU 1100-EXIT
                       PERFORM 1200-GUARDA-CONTA
               END-READ
           END-PERFORM.

       1000-EXIT.
           EXIT.

       1100-AVALIA-CONTA.
           IF EMP-STATUS NOT = 'A'
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-ATIVAS
           MOVE ZERO TO WS-REF-DATA
           IF EMP-DT-EFETIVA IS NUMERIC
               AND EMP-DT-EFETIVA > 19000101
               MOVE EMP-DT-EFETIVA TO WS-REF-DATA
           END-IF
           IF EMP-ULT-SIGNON IS NUMERIC
               AND EMP-ULT-SIGNON > WS-REF-DATA
               MOVE EMP-ULT-SIGNON TO WS-REF-DATA
           END-IF
           IF WS-REF-DATA = ZERO
               ADD 1 TO WS-TOTAL-SEM-REF
               MOVE SPACES TO RPT-LINE
               STRING "  AVISO: MATRICULA " EMP-ID
                   " SEM SIGN-ON NEM DATA EFETIVA - NAO AVALIADA"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               GO TO 1100-EXIT
           END-IF
           IF WS-REF-DATA > WS-HOJE
               GO TO 1100-EXIT
           END-IF
           COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(WS-REF-DATA)
           COMPUTE WS-DIAS-SEM = WS-HOJE-INT - WS-REF-INT
           IF WS-DIAS-SEM NOT > WS-DIAS-LIMITE
               GO TO 1100-EXIT
           END-IF

           MOVE 'S' TO EMP-STATUS
           MOVE WS-HOJE TO EMP-DT-EFETIVA
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "ERRO: FALHA AO SUSPENDER A MATRICULA "
                       EMP-ID " (STATUS=" WS-EMP-STATUS ")"
                   MOVE 12 TO WS-RC
                   GO TO 1100-EXIT
           END-REWRITE
           ADD 1 TO WS-TOTAL-SUSPENSAS
           MOVE SPACES TO WS-DETALHE
           IF EMP-ULT-SIGNON IS NUMERIC AND EMP-ULT-SIGNON > ZERO
               STRING "SEM SIGN-ON HA " WS-DIAS-SEM
                   " DIAS - ULT " EMP-ULT-SIGNON
                   DELIMITED BY SIZE INTO WS-DETALHE
           ELSE
               STRING "SEM SIGN-ON HA " WS-DIAS-SEM
                   " DIAS - NUNCA ENTROU"
                   DELIMITED BY SIZE INTO WS-DETALHE
           END-IF
           MOVE "SUSPENDE" TO WS-ACAO-NOME
           MOVE EMP-ID TO WS-ID-NUM
           PERFORM 9000-GRAVA-AUDITORIA
           MOVE SPACES TO RPT-LINE
           STRING "  " EMP-ID " " EMP-NOME " FUNCAO " EMP-ROLE
               " " WS-DETALHE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "SUSPENSA MATRICULA " EMP-ID " " EMP-NOME
               " - " WS-DETALHE.

       1100-EXIT.
           EXIT.

       1200-GUARDA-CONTA.
           IF WS-CTA-COUNT >= 2000
               IF NOT WS-TABELA-CHEIA
                   SET WS-TABELA-CHEIA TO TRUE
                   DISPLAY "ERRO: CADASTRO EXCEDE AS 2000 CONTAS DA "
                       "TABELA EM MEMORIA - CICLO NAO SERA ABERTO"
               END-IF
           ELSE
               ADD 1 TO WS-CTA-COUNT
               MOVE ZERO          TO WS-CT-RESP(WS-CTA-COUNT)
               MOVE EMP-ROLE      TO WS-CT-ROLE(WS-CTA-COUNT)
               MOVE EMP-ID        TO WS-CT-ID(WS-CTA-COUNT)
               MOVE EMP-NOME      TO WS-CT-NOME(WS-CTA-COUNT)
               MOVE EMP-STATUS    TO WS-CT-STATUS(WS-CTA-COUNT)
               IF EMP-ULT-SIGNON IS NUMERIC
                   MOVE EMP-ULT-SIGNON
                       TO WS-CT-ULT-SIGNON(WS-CTA-COUNT)
               ELSE
                   MOVE ZERO TO WS-CT-ULT-SIGNON(WS-CTA-COUNT)
               END-IF
               IF EMP-GERENTE IS NUMERIC
                   MOVE EMP-GERENTE TO WS-CT-GERENTE(WS-CTA-COUNT)
               ELSE
                   MOVE ZERO TO WS-CT-GERENTE(WS-CTA-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  ETAPA 2 - CICLO TRIMESTRAL DE RECERTIFICACAO                 *
      *****************************************************************
       2000-CICLO-TRIMESTRAL.
           MOVE WS-HOJE(1:4) TO WS-CIC-AAAA
           MOVE WS-HOJE(5:2) TO WS-MES
           COMPUTE WS-CIC-TRIM = (WS-MES - 1) / 3 + 1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECERTIFICACAO DE ACESSO - CICLO " WS-CICLO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-LE-CICLOS THRU 2100-EXIT
           IF WS-CICLO-ACHOU
               PERFORM 2200-SITUACAO-CICLO
               GO TO 2000-EXIT
           END-IF
           IF WS-TABELA-CHEIA
               MOVE "  ERRO: CADASTRO EXCEDE A TABELA - SEM CICLO"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 12 TO WS-RC
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-LIMITE-INT = WS-HOJE-INT + WS-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-LIMITE-INT)
               TO WS-DT-LIMITE
           PERFORM 2300-DEFINE-RESPONSAVEIS
           PERFORM 2400-ORDENA
           PERFORM 2500-EMITE-LISTAGEM
           PERFORM 2700-GRAVA-CICLO
           MOVE SPACES TO RPT-LINE
           STRING "  CICLO ABERTO: " WS-TOTAL-CICLO
               " CONTAS A RECERTIFICAR ATE " WS-DT-LIMITE
               " - LISTAGEM " WS-LST-NOME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-TOTAL-SEM-GER > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "  AVISO: " WS-TOTAL-SEM-GER
                   " CONTAS SEM GERENTE VALIDO - RECERTIFICACAO "
                   "PELA SUPERVISAO (FUNCAO SU)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

      * Ultima linha do ciclo corrente no RECICLO.DAT.
       2100-LE-CICLOS.
           MOVE 'N' TO WS-CICLO-ACHOU-SW
           OPEN INPUT CIC-FILE
           IF WS-CIC-STATUS = '35'
               GO TO 2100-EXIT
           END-IF
           PERFORM UNTIL WS-CIC-EOF
               READ CIC-FILE
                   AT END
                       SET WS-CIC-EOF TO TRUE
                   NOT AT END
                       IF CIC-CICLO = WS-CICLO
                           SET WS-CICLO-ACHOU TO TRUE
                           MOVE CIC-SITUACAO    TO WS-CA-SITUACAO
                           MOVE CIC-DT-ABERTURA TO WS-CA-DT-ABERTURA
                           MOVE CIC-DT-LIMITE   TO WS-CA-DT-LIMITE
                           MOVE CIC-QTDE        TO WS-CA-QTDE
                           MOVE CIC-DT-FECHA    TO WS-CA-DT-FECHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIC-FILE.

       2100-EXIT.
           EXIT.

       2200-SITUACAO-CICLO.
           MOVE SPACES TO RPT-LINE
           STRING "  CICLO JA ABERTO EM " WS-CA-DT-ABERTURA
               " COM " WS-CA-QTDE " CONTAS, PRAZO " WS-CA-DT-LIMITE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CA-SITUACAO = 'F'
               MOVE SPACES TO RPT-LINE
               STRING "  CICLO FECHADO EM " WS-CA-DT-FECHA
                   " - TODAS AS CONTAS DECIDIDAS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "CICLO " WS-CICLO " FECHADO EM " WS-CA-DT-FECHA
           ELSE
               PERFORM 2250-CONTA-PENDENTES THRU 2250-EXIT
               MOVE SPACES TO RPT-LINE
               STRING "  CONTAS AINDA PENDENTES: " WS-TOTAL-PENDENTES
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "CICLO " WS-CICLO " ABERTO - PENDENTES: "
                   WS-TOTAL-PENDENTES
               IF WS-HOJE > WS-CA-DT-LIMITE
                   AND WS-TOTAL-PENDENTES > ZERO
                   MOVE SPACES TO RPT-LINE
                   STRING "  *** PRAZO VENCIDO EM " WS-CA-DT-LIMITE
                       " - CONTAS NAO RECERTIFICADAS NO SECRPT"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY RPT-LINE
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

      * Situacao vigente por conta: a ultima linha do ciclo vale.
       2250-CONTA-PENDENTES.
           MOVE ZERO TO WS-PEN-COUNT WS-TOTAL-PENDENTES
           OPEN INPUT CRT-FILE
           IF WS-CRT-STATUS = '35'
               GO TO 2250-EXIT
           END-IF
           PERFORM UNTIL WS-CRT-EOF
               READ CRT-FILE
                   AT END
                       SET WS-CRT-EOF TO TRUE
                   NOT AT END
                       IF CRT-CICLO = WS-CICLO
                           PERFORM 2260-GUARDA-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRT-FILE
           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-COUNT
               IF WS-PN-SITUACAO(WS-PEN-IDX) = 'P'
                   ADD 1 TO WS-TOTAL-PENDENTES
               END-IF
           END-PERFORM.

       2250-EXIT.
           EXIT.

       2260-GUARDA-SITUACAO.
           MOVE ZERO TO WS-PEN-ACHOU-IDX
           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-COUNT
               IF WS-PN-ID(WS-PEN-IDX) = CRT-EMP-ID
                   MOVE WS-PEN-IDX TO WS-PEN-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-PEN-ACHOU-IDX = ZERO AND WS-PEN-COUNT < 2000
               ADD 1 TO WS-PEN-COUNT
               MOVE WS-PEN-COUNT TO WS-PEN-ACHOU-IDX
               MOVE CRT-EMP-ID TO WS-PN-ID(WS-PEN-ACHOU-IDX)
           END-IF
           IF WS-PEN-ACHOU-IDX > ZERO
               MOVE CRT-SITUACAO TO WS-PN-SITUACAO(WS-PEN-ACHOU-IDX)
           END-IF.

      * Responsavel = gerente cadastrado se existe, nao esta inativo
      * e nao e a propria conta; senao zero (supervisao).
       2300-DEFINE-RESPONSAVEIS.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT
               MOVE ZERO TO WS-CT-RESP(WS-CTA-IDX)
               IF WS-CT-GERENTE(WS-CTA-IDX) > ZERO
                   AND WS-CT-GERENTE(WS-CTA-IDX)
                       NOT = WS-CT-ID(WS-CTA-IDX)
                   PERFORM VARYING WS-CTA-BUSCA FROM 1 BY 1
                           UNTIL WS-CTA-BUSCA > WS-CTA-COUNT
                       IF WS-CT-ID(WS-CTA-BUSCA)
                               = WS-CT-GERENTE(WS-CTA-IDX)
                           AND WS-CT-STATUS(WS-CTA-BUSCA) NOT = 'I'
                           MOVE WS-CT-GERENTE(WS-CTA-IDX)
                               TO WS-CT-RESP(WS-CTA-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2400-ORDENA.
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
                   UNTIL WS-ORD-IDX > WS-CTA-COUNT
               MOVE WS-CTA-ENTRY(WS-ORD-IDX) TO WS-SV-CONTA
               MOVE WS-ORD-IDX TO WS-ORD-POS
               MOVE 'N' TO WS-ORD-ACHOU-SW
               PERFORM UNTIL WS-ORD-ACHOU
                   IF WS-ORD-POS < 2
                       SET WS-ORD-ACHOU TO TRUE
                   ELSE
                       IF WS-CT-ORDEM(WS-ORD-POS - 1) > WS-SV-ORDEM
                           MOVE WS-CTA-ENTRY(WS-ORD-POS - 1)
                               TO WS-CTA-ENTRY(WS-ORD-POS)
                           SUBTRACT 1 FROM WS-ORD-POS
                       ELSE
                           SET WS-ORD-ACHOU TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SV-CONTA TO WS-CTA-ENTRY(WS-ORD-POS)
           END-PERFORM.

      * Listagem para assinatura e linhas pendentes no RECERT.DAT.
      * Contas inativas ('I') ficam fora do ciclo.
       2500-EMITE-LISTAGEM.
           MOVE SPACES TO WS-LST-NOME
           STRING "RECLIST." WS-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-LST-NOME
           OPEN OUTPUT LST-FILE
           OPEN EXTEND CRT-FILE
           IF WS-CRT-STATUS = '35'
               OPEN OUTPUT CRT-FILE
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE SPACES TO LST-LINE
           STRING "RECERTIFICACAO DE ACESSO - CICLO " WS-CICLO
               "  EMITIDA EM " WS-HOJE
               "  PRAZO PARA ASSINATURA: " WS-DT-LIMITE
               DELIMITED BY SIZE INTO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           STRING "MARCAR MANTER OU REVOGAR EM CADA CONTA, ASSINAR E "
               "REGISTRAR AS DECISOES NO ACESCERT"
               DELIMITED BY SIZE INTO LST-LINE
           WRITE LST-LINE
           MOVE 99999 TO WS-QUEBRA-RESP
           MOVE ZERO TO WS-GRUPO-QTDE
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT
               IF WS-CT-STATUS(WS-CTA-IDX) NOT = 'I'
                   PERFORM 2510-LISTA-CONTA
               END-IF
           END-PERFORM
           IF WS-QUEBRA-RESP NOT = 99999
               PERFORM 2530-FECHA-GRUPO
           END-IF
           CLOSE LST-FILE
           CLOSE CRT-FILE.

       2510-LISTA-CONTA.
           IF WS-CT-RESP(WS-CTA-IDX) NOT = WS-QUEBRA-RESP
               IF WS-QUEBRA-RESP NOT = 99999
                   PERFORM 2530-FECHA-GRUPO
               END-IF
               PERFORM 2520-ABRE-GRUPO
           END-IF
           IF WS-CT-ROLE(WS-CTA-IDX) NOT = WS-QUEBRA-ROLE
               MOVE WS-CT-ROLE(WS-CTA-IDX) TO WS-QUEBRA-ROLE
               MOVE SPACES TO LST-LINE
               STRING "    FUNCAO " WS-QUEBRA-ROLE
                   DELIMITED BY SIZE INTO LST-LINE
               WRITE LST-LINE
           END-IF
           MOVE WS-CT-ID(WS-CTA-IDX)     TO WS-LD-ID
           MOVE WS-CT-NOME(WS-CTA-IDX)   TO WS-LD-NOME
           MOVE WS-CT-STATUS(WS-CTA-IDX) TO WS-LD-STATUS
           IF WS-CT-ULT-SIGNON(WS-CTA-IDX) = ZERO
               MOVE "NUNCA" TO WS-LD-SIGNON
           ELSE
               MOVE WS-CT-ULT-SIGNON(WS-CTA-IDX) TO WS-LD-SIGNON
           END-IF
           MOVE WS-LST-DET TO LST-LINE
           WRITE LST-LINE
           ADD 1 TO WS-GRUPO-QTDE
           ADD 1 TO WS-TOTAL-CICLO
           IF WS-CT-RESP(WS-CTA-IDX) = ZERO
               ADD 1 TO WS-TOTAL-SEM-GER
           END-IF
           MOVE SPACES TO CRT-REC
           MOVE WS-CICLO                 TO CRT-CICLO
           MOVE WS-CT-ID(WS-CTA-IDX)     TO CRT-EMP-ID
           MOVE WS-CT-RESP(WS-CTA-IDX)   TO CRT-GERENTE
           MOVE WS-CT-ROLE(WS-CTA-IDX)   TO CRT-ROLE
           MOVE 'P'                      TO CRT-SITUACAO
           MOVE WS-TIMESTAMP             TO CRT-TIMESTAMP
           WRITE CRT-REC.

       2520-ABRE-GRUPO.
           MOVE WS-CT-RESP(WS-CTA-IDX) TO WS-QUEBRA-RESP
           MOVE SPACES TO WS-QUEBRA-ROLE
           MOVE ZERO TO WS-GRUPO-QTDE
           MOVE SPACES TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           IF WS-QUEBRA-RESP = ZERO
               STRING "SEM GERENTE VALIDO - RECERTIFICACAO PELA "
                   "SUPERVISAO (FUNCAO SU)"
                   DELIMITED BY SIZE INTO LST-LINE
           ELSE
               MOVE SPACES TO WS-GER-NOME
               PERFORM VARYING WS-CTA-BUSCA FROM 1 BY 1
                       UNTIL WS-CTA-BUSCA > WS-CTA-COUNT
                   IF WS-CT-ID(WS-CTA-BUSCA) = WS-QUEBRA-RESP
                       MOVE WS-CT-NOME(WS-CTA-BUSCA) TO WS-GER-NOME
                   END-IF
               END-PERFORM
               STRING "GERENTE " WS-QUEBRA-RESP " " WS-GER-NOME
                   DELIMITED BY SIZE INTO LST-LINE
           END-IF
           WRITE LST-LINE.

       2530-FECHA-GRUPO.
           MOVE SPACES TO LST-LINE
           STRING "    CONTAS DO GRUPO: " WS-GRUPO-QTDE
               DELIMITED BY SIZE INTO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           STRING "    ASSINATURA: ______________________________"
               "   DATA: ____/____/______"
               DELIMITED BY SIZE INTO LST-LINE
           WRITE LST-LINE.

       2700-GRAVA-CICLO.
           OPEN EXTEND CIC-FILE
           IF WS-CIC-STATUS = '35'
               OPEN OUTPUT CIC-FILE
           END-IF
           MOVE SPACES TO CIC-REC
           MOVE WS-CICLO       TO CIC-CICLO
           MOVE 'A'            TO CIC-SITUACAO
           MOVE WS-HOJE        TO CIC-DT-ABERTURA
           MOVE WS-DT-LIMITE   TO CIC-DT-LIMITE
           MOVE WS-TOTAL-CICLO TO CIC-QTDE
           MOVE ZERO           TO CIC-DT-FECHA
           WRITE CIC-REC
           CLOSE CIC-FILE.

       5000-ESCREVE-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CONTAS LIDAS: " WS-TOTAL-LIDAS
               " ATIVAS=" WS-TOTAL-ATIVAS
               " SUSPENSAS=" WS-TOTAL-SUSPENSAS
               " SEM REFERENCIA=" WS-TOTAL-SEM-REF
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

       9000-GRAVA-AUDITORIA.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO AUD-REC
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           MOVE WS-OPERADOR  TO AUD-OPERADOR
           MOVE WS-ACAO-NOME TO AUD-ACAO
           MOVE WS-ID-NUM    TO AUD-EMP-ID
           MOVE WS-DETALHE   TO AUD-DETALHE
           WRITE AUD-REC
           CLOSE AUD-FILE.

           END PROGRAM ACESREV.
