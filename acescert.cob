       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESCERT.
      *****************************************************************
      *  REGISTRO DA RECERTIFICACAO DE ACESSO (RECERT.DAT)            *
      *  O gerente entra com matricula e PIN como no sign-on do MENU  *
      *  (tentativa negada vai para SECLOG.DAT) e registra a decisao  *
      *  que assinou na listagem RECLIST.AAAATn.DAT do ACESREV. Para  *
      *  cada conta pendente do ciclo aberto sob sua responsabilidade *
      *  escolhe C (mantem o acesso), R (revoga: STATUS 'I' no        *
      *  EMPMAST.DAT com linha DESATIVA no EMPAUDIT.DAT, como o       *
      *  EMPMNT grava) ou P (deixa pendente). Contas sem gerente      *
      *  valido ficam com a funcao SU. Ninguem decide a propria       *
      *  conta. Cada decisao e uma linha no RECERT.DAT; quando nao    *
      *  resta conta pendente no ciclo, o ciclo e fechado com linha   *
      *  'F' no RECICLO.DAT.                                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT CIC-FILE ASSIGN TO "RECICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIC-STATUS.

           SELECT CRT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT AUD-FILE ASSIGN TO "EMPAUDIT.DAT"
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
           01 WS-CIC-STATUS        PIC XX.
           01 WS-CRT-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.
           01 WS-SEC-STATUS        PIC XX.

           01 WS-CIC-EOF-SW        PIC X VALUE 'N'.
               88 WS-CIC-EOF           VALUE 'Y'.
           01 WS-CRT-EOF-SW        PIC X VALUE 'N'.
               88 WS-CRT-EOF           VALUE 'Y'.
           01 WS-AUTORIZADO-SW     PIC X VALUE 'N'.
               88 WS-AUTORIZADO         VALUE 'Y'.
           01 WS-SUPERVISOR-SW     PIC X VALUE 'N'.
               88 WS-SUPERVISOR         VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-CICLO-OK-SW       PIC X VALUE 'N'.
               88 WS-CICLO-OK           VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.

           01 WS-MATRICULA         PIC X(5).
           01 WS-MATRICULA-NUM     PIC 9(5).
           01 WS-PIN-ENTRADA       PIC X(4).
           01 WS-OPERADOR          PIC X(10).
           01 WS-EVENTO            PIC X(12).
           01 WS-SEC-DETALHE       PIC X(30).
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(40).
           01 WS-ID-NUM            PIC 9(5).
           01 WS-DECISAO           PIC X.
           01 WS-CICLO-ENTRADA     PIC X(6).

      * Ciclos abertos: ultima linha de cada ciclo no RECICLO.DAT.
           01 WS-CIC-TABLE.
               03 WS-CIC-ENTRY OCCURS 40 TIMES.
                   05 WS-CC-CICLO       PIC X(6).
                   05 WS-CC-SITUACAO    PIC X.
                   05 WS-CC-DT-ABERTURA PIC 9(8).
                   05 WS-CC-DT-LIMITE   PIC 9(8).
                   05 WS-CC-QTDE        PIC 9(5).
           01 WS-CIC-COUNT         PIC 9(2) VALUE ZERO.
           01 WS-CIC-IDX           PIC 9(2).
           01 WS-CIC-ACHOU-IDX     PIC 9(2).
           01 WS-CIC-ABERTOS       PIC 9(2).
           01 WS-CICLO             PIC X(6).

      * Situacao vigente de cada conta do ciclo escolhido.
           01 WS-CTA-TABLE.
               03 WS-CTA-ENTRY OCCURS 2000 TIMES.
                   05 WS-CT-ID          PIC 9(5).
                   05 WS-CT-GERENTE     PIC 9(5).
                   05 WS-CT-ROLE        PIC X(2).
                   05 WS-CT-SITUACAO    PIC X.
           01 WS-CTA-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CTA-IDX           PIC 9(4).
           01 WS-CTA-ACHOU-IDX     PIC 9(4).

           01 WS-TOTAL-MINHAS      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-CERT        PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-REVOG       PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-PENDENTES   PIC 9(5) VALUE ZERO.

           01 WS-DATA-PROC         PIC 9(8).
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
           DISPLAY "RECERTIFICACAO DE ACESSO"
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERRO: CADASTRO DE FUNCIONARIOS AUSENTE OU "
                   "NAO ABRIU (STATUS=" WS-EMP-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0050-IDENTIFICA THRU 0050-EXIT
           IF NOT WS-AUTORIZADO
               CLOSE EMP-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-DATA-PROC
           PERFORM 0100-ESCOLHE-CICLO THRU 0100-EXIT
           IF NOT WS-CICLO-OK
               CLOSE EMP-FILE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0200-CARREGA-SITUACAO THRU 0200-EXIT
           IF WS-TABELA-CHEIA
               CLOSE EMP-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF

           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT OR WS-SAIR
               IF WS-CT-SITUACAO(WS-CTA-IDX) = 'P'
                   AND (WS-CT-GERENTE(WS-CTA-IDX) = WS-MATRICULA-NUM
                     OR (WS-CT-GERENTE(WS-CTA-IDX) = ZERO
                         AND WS-SUPERVISOR))
                   PERFORM 1000-DECIDE-CONTA THRU 1000-EXIT
               END-IF
           END-PERFORM
           CLOSE EMP-FILE

           DISPLAY " "
           DISPLAY "CONTAS SOB SUA RESPONSABILIDADE: " WS-TOTAL-MINHAS
               " MANTIDAS: " WS-TOTAL-CERT
               " REVOGADAS: " WS-TOTAL-REVOG
           PERFORM 2000-CONFERE-FECHAMENTO.

       0000-EXIT.
           STOP RUN.

      * Identificacao: matricula ativa no EMPMAST.DAT e PIN correto.
      * Qualquer funcao pode entrar; so ve as contas de que e gerente
      * (e, na funcao SU, as contas sem gerente valido).
       0050-IDENTIFICA.
           MOVE 'N' TO WS-AUTORIZADO-SW
           DISPLAY "MATRICULA DO GERENTE:"
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA IS NOT NUMERIC
               DISPLAY "MATRICULA DEVE SER NUMERICA"
               GO TO 0050-EXIT
           END-IF
           MOVE WS-MATRICULA TO EMP-ID WS-MATRICULA-NUM
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "MATRICULA NAO ENCONTRADA NO CADASTRO"
                   MOVE "MATRICULA DESCONHECIDA" TO WS-SEC-DETALHE
                   MOVE "SIGNON-FALHA" TO WS-EVENTO
                   PERFORM 9500-GRAVA-SEGURANCA
                   GO TO 0050-EXIT
           END-READ
           IF EMP-STATUS NOT = 'A'
               DISPLAY "MATRICULA NAO ATIVA NO CADASTRO"
               MOVE "STATUS NAO ATIVO" TO WS-SEC-DETALHE
               MOVE "SIGNON-FALHA" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
               GO TO 0050-EXIT
           END-IF
           DISPLAY "PIN:"
           ACCEPT WS-PIN-ENTRADA
           IF WS-PIN-ENTRADA IS NOT NUMERIC
               OR WS-PIN-ENTRADA NOT = EMP-PIN
               DISPLAY "PIN INCORRETO"
               MOVE "PIN INCORRETO NO ACESCERT" TO WS-SEC-DETALHE
               MOVE "SENHA-ERRADA" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
               GO TO 0050-EXIT
           END-IF
           MOVE 'Y' TO WS-AUTORIZADO-SW
           IF EMP-ROLE = 'SU'
               MOVE 'Y' TO WS-SUPERVISOR-SW
           END-IF
           MOVE EMP-NOME TO WS-OPERADOR
           DISPLAY "GERENTE: " WS-OPERADOR " FUNCAO " EMP-ROLE
           PERFORM 0070-REGISTRA-SIGNON.

       0050-EXIT.
           EXIT.

      * Sign-on aceito: data no cadastro (base da suspensao por
      * inatividade do ACESREV) e evento SIGNON-OK no SECLOG.DAT.
       0070-REGISTRA-SIGNON.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-ULT-SIGNON
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO REGISTRAR O SIGN-ON"
           END-REWRITE
           MOVE "SIGN-ON NO ACESCERT" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

      * Havendo mais de um ciclo aberto (o anterior ainda sem todas
      * as decisoes), o gerente escolhe qual registrar.
       0100-ESCOLHE-CICLO.
           MOVE 'N' TO WS-CICLO-OK-SW
           OPEN INPUT CIC-FILE
           IF WS-CIC-STATUS = '35'
               DISPLAY "NENHUM CICLO DE RECERTIFICACAO ABERTO - "
                   "RODAR O ACESREV"
               GO TO 0100-EXIT
           END-IF
           PERFORM UNTIL WS-CIC-EOF
               READ CIC-FILE
                   AT END
                       SET WS-CIC-EOF TO TRUE
                   NOT AT END
                       PERFORM 0110-GUARDA-CICLO
               END-READ
           END-PERFORM
           CLOSE CIC-FILE
           MOVE ZERO TO WS-CIC-ABERTOS
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-COUNT
               IF WS-CC-SITUACAO(WS-CIC-IDX) = 'A'
                   ADD 1 TO WS-CIC-ABERTOS
                   MOVE WS-CC-CICLO(WS-CIC-IDX) TO WS-CICLO
                   DISPLAY "CICLO " WS-CC-CICLO(WS-CIC-IDX)
                       " ABERTO EM " WS-CC-DT-ABERTURA(WS-CIC-IDX)
                       " PRAZO " WS-CC-DT-LIMITE(WS-CIC-IDX)
                       " CONTAS " WS-CC-QTDE(WS-CIC-IDX)
               END-IF
           END-PERFORM
           IF WS-CIC-ABERTOS = ZERO
               DISPLAY "NENHUM CICLO DE RECERTIFICACAO ABERTO - "
                   "RODAR O ACESREV"
               GO TO 0100-EXIT
           END-IF
           IF WS-CIC-ABERTOS > 1
               DISPLAY "CICLO (AAAATn):"
               ACCEPT WS-CICLO-ENTRADA
               MOVE ZERO TO WS-CIC-ACHOU-IDX
               PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                       UNTIL WS-CIC-IDX > WS-CIC-COUNT
                   IF WS-CC-CICLO(WS-CIC-IDX) = WS-CICLO-ENTRADA
                       AND WS-CC-SITUACAO(WS-CIC-IDX) = 'A'
                       MOVE WS-CIC-IDX TO WS-CIC-ACHOU-IDX
                   END-IF
               END-PERFORM
               IF WS-CIC-ACHOU-IDX = ZERO
                   DISPLAY "ERRO: CICLO [" WS-CICLO-ENTRADA
                       "] NAO ESTA ABERTO"
                   GO TO 0100-EXIT
               END-IF
               MOVE WS-CICLO-ENTRADA TO WS-CICLO
           END-IF
           MOVE 'Y' TO WS-CICLO-OK-SW
           DISPLAY "CICLO EM REGISTRO: " WS-CICLO.

       0100-EXIT.
           EXIT.

       0110-GUARDA-CICLO.
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
      * Tabela cheia: despreza o ciclo fechado mais antigo.
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
               MOVE CIC-CICLO       TO WS-CC-CICLO(WS-CIC-ACHOU-IDX)
               MOVE CIC-SITUACAO    TO WS-CC-SITUACAO(WS-CIC-ACHOU-IDX)
               MOVE CIC-DT-ABERTURA
                   TO WS-CC-DT-ABERTURA(WS-CIC-ACHOU-IDX)
               MOVE CIC-DT-LIMITE
                   TO WS-CC-DT-LIMITE(WS-CIC-ACHOU-IDX)
               MOVE CIC-QTDE        TO WS-CC-QTDE(WS-CIC-ACHOU-IDX)
           END-IF.

      * Situacao vigente por conta: a ultima linha do ciclo vale.
       0200-CARREGA-SITUACAO.
           OPEN INPUT CRT-FILE
           IF WS-CRT-STATUS = '35'
               DISPLAY "ERRO: RECERT.DAT AUSENTE - CICLO SEM CONTAS"
               SET WS-TABELA-CHEIA TO TRUE
               GO TO 0200-EXIT
           END-IF
           PERFORM UNTIL WS-CRT-EOF
               READ CRT-FILE
                   AT END
                       SET WS-CRT-EOF TO TRUE
                   NOT AT END
                       IF CRT-CICLO = WS-CICLO
                           PERFORM 0210-GUARDA-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRT-FILE.

       0200-EXIT.
           EXIT.

       0210-GUARDA-SITUACAO.
           MOVE ZERO TO WS-CTA-ACHOU-IDX
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT
               IF WS-CT-ID(WS-CTA-IDX) = CRT-EMP-ID
                   MOVE WS-CTA-IDX TO WS-CTA-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-CTA-ACHOU-IDX = ZERO
               IF WS-CTA-COUNT >= 2000
                   IF NOT WS-TABELA-CHEIA
                       SET WS-TABELA-CHEIA TO TRUE
                       DISPLAY "ERRO: CICLO EXCEDE AS 2000 CONTAS DA "
                           "TABELA EM MEMORIA"
                   END-IF
               ELSE
                   ADD 1 TO WS-CTA-COUNT
                   MOVE WS-CTA-COUNT TO WS-CTA-ACHOU-IDX
                   MOVE CRT-EMP-ID TO WS-CT-ID(WS-CTA-ACHOU-IDX)
               END-IF
           END-IF
           IF WS-CTA-ACHOU-IDX > ZERO
               MOVE CRT-GERENTE  TO WS-CT-GERENTE(WS-CTA-ACHOU-IDX)
               MOVE CRT-ROLE     TO WS-CT-ROLE(WS-CTA-ACHOU-IDX)
               MOVE CRT-SITUACAO TO WS-CT-SITUACAO(WS-CTA-ACHOU-IDX)
           END-IF.

      *****************************************************************
      *  DECISAO SOBRE UMA CONTA PENDENTE                             *
      *****************************************************************
       1000-DECIDE-CONTA.
           ADD 1 TO WS-TOTAL-MINHAS
           IF WS-CT-ID(WS-CTA-IDX) = WS-MATRICULA-NUM
               DISPLAY "CONTA " WS-CT-ID(WS-CTA-IDX)
                   " E A SUA PROPRIA - OUTRO SUPERVISOR DEVE DECIDIR"
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CT-ID(WS-CTA-IDX) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "CONTA " WS-CT-ID(WS-CTA-IDX)
                       " NAO ESTA MAIS NO CADASTRO - REVOGADA"
                   MOVE 'R' TO WS-DECISAO
                   PERFORM 1200-GRAVA-DECISAO
                   GO TO 1000-EXIT
           END-READ
           DISPLAY " "
           DISPLAY "CONTA " EMP-ID " " EMP-NOME " FUNCAO " EMP-ROLE
               " STATUS " EMP-STATUS " ULTIMO SIGN-ON " EMP-ULT-SIGNON
           DISPLAY "C=MANTER R=REVOGAR P=PULAR S=SAI"
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'C'
                   PERFORM 1200-GRAVA-DECISAO
                   ADD 1 TO WS-TOTAL-CERT
                   DISPLAY "ACESSO MANTIDO"
               WHEN 'R'
                   PERFORM 1100-REVOGA THRU 1100-EXIT
               WHEN 'P'
                   DISPLAY "CONTA CONTINUA PENDENTE"
               WHEN 'S'
                   SET WS-SAIR TO TRUE
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - CONTA CONTINUA PENDENTE"
           END-EVALUATE.

       1000-EXIT.
           EXIT.

       1100-REVOGA.
           MOVE 'I' TO EMP-STATUS
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-DT-EFETIVA
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "ERRO: FALHA AO REVOGAR A CONTA " EMP-ID
                       " (STATUS=" WS-EMP-STATUS ") - CONTINUA "
                       "PENDENTE"
                   GO TO 1100-EXIT
           END-REWRITE
           MOVE SPACES TO WS-DETALHE
           STRING "REVOGADO NA RECERTIFICACAO " WS-CICLO
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "DESATIVA" TO WS-ACAO-NOME
           MOVE EMP-ID TO WS-ID-NUM
           PERFORM 9000-GRAVA-AUDITORIA
           PERFORM 1200-GRAVA-DECISAO
           ADD 1 TO WS-TOTAL-REVOG
           DISPLAY "ACESSO REVOGADO - CONTA DESATIVADA".

       1100-EXIT.
           EXIT.

       1200-GRAVA-DECISAO.
           OPEN EXTEND CRT-FILE
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE SPACES TO CRT-REC
           MOVE WS-CICLO                 TO CRT-CICLO
           MOVE WS-CT-ID(WS-CTA-IDX)     TO CRT-EMP-ID
           MOVE WS-CT-GERENTE(WS-CTA-IDX) TO CRT-GERENTE
           MOVE WS-CT-ROLE(WS-CTA-IDX)   TO CRT-ROLE
           MOVE WS-DECISAO               TO CRT-SITUACAO
           MOVE WS-TIMESTAMP             TO CRT-TIMESTAMP
           MOVE WS-MATRICULA             TO CRT-POR
           WRITE CRT-REC
           CLOSE CRT-FILE
           MOVE WS-DECISAO TO WS-CT-SITUACAO(WS-CTA-IDX).

      * Sem conta pendente no ciclo, o ciclo e fechado.
       2000-CONFERE-FECHAMENTO.
           MOVE ZERO TO WS-TOTAL-PENDENTES
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT
               IF WS-CT-SITUACAO(WS-CTA-IDX) = 'P'
                   ADD 1 TO WS-TOTAL-PENDENTES
               END-IF
           END-PERFORM
           IF WS-TOTAL-PENDENTES > ZERO
               DISPLAY "CICLO " WS-CICLO " SEGUE ABERTO - CONTAS "
                   "PENDENTES: " WS-TOTAL-PENDENTES
           ELSE
               PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                       UNTIL WS-CIC-IDX > WS-CIC-COUNT
                   IF WS-CC-CICLO(WS-CIC-IDX) = WS-CICLO
                       MOVE WS-CIC-IDX TO WS-CIC-ACHOU-IDX
                   END-IF
               END-PERFORM
               OPEN EXTEND CIC-FILE
               MOVE SPACES TO CIC-REC
               MOVE WS-CICLO TO CIC-CICLO
               MOVE 'F'      TO CIC-SITUACAO
               MOVE WS-CC-DT-ABERTURA(WS-CIC-ACHOU-IDX)
                   TO CIC-DT-ABERTURA
               MOVE WS-CC-DT-LIMITE(WS-CIC-ACHOU-IDX) TO CIC-DT-LIMITE
               MOVE WS-CC-QTDE(WS-CIC-ACHOU-IDX)      TO CIC-QTDE
               MOVE WS-DATA-PROC                      TO CIC-DT-FECHA
               WRITE CIC-REC
               CLOSE CIC-FILE
               DISPLAY "TODAS AS CONTAS DECIDIDAS - CICLO " WS-CICLO
                   " FECHADO EM " WS-DATA-PROC
           END-IF.

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
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-OPERADOR  TO AUD-OPERADOR
           MOVE WS-ACAO-NOME TO AUD-ACAO
           MOVE WS-ID-NUM    TO AUD-EMP-ID
           MOVE WS-DETALHE   TO AUD-DETALHE
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

           END PROGRAM ACESCERT.
