       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFECH.
      *****************************************************************
      *  FECHAMENTO DE PERIODO CONTABIL (PERIODOS.DAT)                *
      *  Restrito a funcao SU (supervisor), conferida no EMPMAST.DAT  *
      *  com matricula e PIN como no sign-on do MENU; tentativa       *
      *  negada vai para SECLOG.DAT. Acoes sobre o mes AAAAMM:        *
      *  I inicia o fechamento (mes passa a 'E' e deixa de aceitar    *
      *  lancamentos); F fecha: roda o MONRPT do mes com o parametro  *
      *  FINAL, congela em PERIODOS.DAT a quantidade e o valor total  *
      *  do MONREPT.aaaamm.DAT e grava quem fechou e quando - dai em  *
      *  diante o MONRPT nao regrava o relatorio do mes; R reabre um  *
      *  mes em fechamento ou fechado, com motivo obrigatorio. Toda   *
      *  mudanca fica em PERAUDIT.DAT, no molde das auditorias do     *
      *  DEPTMNT e do CALMNT. So se fecha mes anterior ao mes da data *
      *  de processamento (DATAPROC.DAT via DTUTIL).                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT RPT-FILE ASSIGN USING WS-RPT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AUD-FILE ASSIGN TO "PERAUDIT.DAT"
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

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

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
           01 WS-PER-STATUS        PIC XX.
           01 WS-RPT-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.
           01 WS-SEC-STATUS        PIC XX.

           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-RPT-EOF-SW        PIC X VALUE 'N'.
               88 WS-RPT-EOF           VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ACHOU-SW          PIC X VALUE 'N'.
               88 WS-ACHOU              VALUE 'Y'.
           01 WS-AUTORIZADO-SW     PIC X VALUE 'N'.
               88 WS-AUTORIZADO         VALUE 'Y'.
           01 WS-MES-VALIDO-SW     PIC X VALUE 'N'.
               88 WS-MES-VALIDO         VALUE 'Y'.
           01 WS-TOTAL-ACHOU-SW    PIC X VALUE 'N'.
               88 WS-TOTAL-ACHOU        VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.

           01 WS-MATRICULA         PIC X(5).
           01 WS-PIN-ENTRADA       PIC X(4).
           01 WS-OPERADOR          PIC X(10).
           01 WS-EVENTO            PIC X(12).
           01 WS-SEC-DETALHE       PIC X(30).

           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(60).
           01 WS-MES-ENTRADA       PIC X(6).
           01 WS-MES-NUM           PIC 9(6).
           01 WS-MOTIVO-ENTRADA    PIC X(40).
           01 WS-CONFIRMA          PIC X.
           01 WS-SIT-ANTERIOR      PIC X.

           01 WS-PER-TABLE.
               03 WS-PER-ENTRY OCCURS 240 TIMES.
                   05 WS-PT-MES         PIC 9(6).
                   05 WS-PT-SITUACAO    PIC X.
                   05 WS-PT-FECH-OPER   PIC X(10).
                   05 WS-PT-FECH-TS     PIC X(19).
                   05 WS-PT-QTDE        PIC 9(8).
                   05 WS-PT-VALOR       PIC S9(12)V99.
                   05 WS-PT-REAB-OPER   PIC X(10).
                   05 WS-PT-REAB-TS     PIC X(19).
                   05 WS-PT-REAB-MOTIVO PIC X(40).
           01 WS-PER-COUNT         PIC 9(3) VALUE ZERO.
           01 WS-PER-IDX           PIC 9(3).
           01 WS-PER-ACHOU-IDX     PIC 9(3).
           01 WS-PER-POS           PIC 9(3).

           01 WS-RPT-NOME          PIC X(30).
           01 WS-FX-QTDE-X         PIC X(10).
           01 WS-FX-QTDE-ED REDEFINES WS-FX-QTDE-X
                                   PIC ZZ,ZZZ,ZZ9.
           01 WS-FX-VALOR-X        PIC X(15).
           01 WS-FX-VALOR-ED REDEFINES WS-FX-VALOR-X
                                   PIC -(11)9.99.
           01 WS-FX-QTDE           PIC 9(8).
           01 WS-FX-VALOR          PIC S9(12)V99.
           01 WS-LST-VALOR         PIC -(11)9.99.

           01 WS-CMD               PIC X(40).
           01 WS-SYS-STATUS        PIC S9(9) COMP-5.
           01 WS-SYS-RESTO         PIC S9(9) COMP-5.
           01 WS-PASSO-RC          PIC 9(3).

           01 WS-DATA-PROC         PIC 9(8).
           01 WS-MES-PROC          PIC 9(6).
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
           DISPLAY "FECHAMENTO DE PERIODO CONTABIL"
           PERFORM 0050-IDENTIFICA THRU 0050-EXIT
           IF NOT WS-AUTORIZADO
               MOVE 12 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-DATA-PROC
           MOVE WS-DATA-PROC(1:6) TO WS-MES-PROC
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC
           PERFORM 0100-CARREGA-TABELA
           PERFORM UNTIL WS-SAIR
               DISPLAY " "
               DISPLAY "ACOES: I=INICIA FECHAMENTO F=FECHA "
                   "R=REABRE L=LISTA S=SAI"
               ACCEPT WS-ACAO
               EVALUATE WS-ACAO
                   WHEN 'I'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 1000-INICIA THRU 1000-EXIT
                       END-IF
                   WHEN 'F'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 2000-FECHA THRU 2000-EXIT
                       END-IF
                   WHEN 'R'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 3000-REABRE THRU 3000-EXIT
                       END-IF
                   WHEN 'L'
                       PERFORM 4000-LISTA
                   WHEN 'S'
                       SET WS-SAIR TO TRUE
                   WHEN OTHER
                       DISPLAY "ACAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       0000-EXIT.
           STOP RUN.

      * Identificacao do supervisor: matricula ativa no EMPMAST.DAT,
      * PIN correto e funcao SU. O nome do funcionario e o operador
      * gravado no PERIODOS.DAT e na auditoria.
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
               MOVE "PIN INCORRETO NO PERFECH" TO WS-SEC-DETALHE
               MOVE "SENHA-ERRADA" TO WS-EVENTO
               PERFORM 9500-GRAVA-SEGURANCA
           ELSE
           IF EMP-ROLE NOT = 'SU'
               DISPLAY "FECHAMENTO DE PERIODO RESTRITO A "
                   "SUPERVISOR (FUNCAO SU)"
               MOVE SPACES TO WS-SEC-DETALHE
               STRING "PERFECH FUNCAO " EMP-ROLE
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
           MOVE "SIGN-ON NO PERFECH" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

       0100-CARREGA-TABELA.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = '35'
               DISPLAY "CONTROLE NOVO - PERIODOS.DAT SERA CRIADO"
           ELSE
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF WS-PER-COUNT >= 240
                               SET WS-TABELA-CHEIA TO TRUE
                               SET WS-PER-EOF TO TRUE
                               DISPLAY "ERRO: PERIODOS.DAT TEM MAIS "
                                   "MESES QUE A TABELA EM MEMORIA - "
                                   "MANUTENCAO BLOQUEADA"
                           ELSE
                               ADD 1 TO WS-PER-COUNT
                               PERFORM 0110-GUARDA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           DISPLAY "MESES NO CONTROLE: " WS-PER-COUNT.

       0110-GUARDA-PERIODO.
           MOVE PER-MES         TO WS-PT-MES(WS-PER-COUNT)
           MOVE PER-SITUACAO    TO WS-PT-SITUACAO(WS-PER-COUNT)
           MOVE PER-FECH-OPER   TO WS-PT-FECH-OPER(WS-PER-COUNT)
           MOVE PER-FECH-TS     TO WS-PT-FECH-TS(WS-PER-COUNT)
           IF PER-QTDE IS NUMERIC
               MOVE PER-QTDE    TO WS-PT-QTDE(WS-PER-COUNT)
           ELSE
               MOVE ZERO        TO WS-PT-QTDE(WS-PER-COUNT)
           END-IF
           IF PER-VALOR = SPACES
               MOVE ZERO        TO WS-PT-VALOR(WS-PER-COUNT)
           ELSE
               MOVE PER-VALOR   TO WS-PT-VALOR(WS-PER-COUNT)
           END-IF
           MOVE PER-REAB-OPER   TO WS-PT-REAB-OPER(WS-PER-COUNT)
           MOVE PER-REAB-TS     TO WS-PT-REAB-TS(WS-PER-COUNT)
           MOVE PER-REAB-MOTIVO TO WS-PT-REAB-MOTIVO(WS-PER-COUNT).

       0150-CONFERE-CHEIA.
           IF WS-TABELA-CHEIA
               DISPLAY "ERRO: MANUTENCAO BLOQUEADA - PERIODOS.DAT "
                   "EXCEDE OS 240 MESES DA TABELA EM MEMORIA"
           END-IF.

       0200-PEDE-MES.
           MOVE 'N' TO WS-MES-VALIDO-SW
           DISPLAY "MES (AAAAMM):"
           ACCEPT WS-MES-ENTRADA
           IF WS-MES-ENTRADA IS NUMERIC
               AND WS-MES-ENTRADA(5:2) >= '01'
               AND WS-MES-ENTRADA(5:2) <= '12'
               MOVE WS-MES-ENTRADA TO WS-MES-NUM
               MOVE 'Y' TO WS-MES-VALIDO-SW
           ELSE
               DISPLAY "ERRO: MES INVALIDO [" WS-MES-ENTRADA "]"
           END-IF.

       0500-BUSCA-MES.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE ZERO TO WS-PER-ACHOU-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PT-MES(WS-PER-IDX) = WS-MES-NUM
                   MOVE 'Y' TO WS-ACHOU-SW
                   MOVE WS-PER-IDX TO WS-PER-ACHOU-IDX
               END-IF
           END-PERFORM.

      * Mes ainda sem linha entra na tabela na posicao de ordem, para
      * PERIODOS.DAT continuar em ordem de mes.
       0600-INSERE-MES.
           MOVE 1 TO WS-PER-POS
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PT-MES(WS-PER-IDX) < WS-MES-NUM
                   COMPUTE WS-PER-POS = WS-PER-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PER-IDX FROM WS-PER-COUNT BY -1
                   UNTIL WS-PER-IDX < WS-PER-POS
               MOVE WS-PER-ENTRY(WS-PER-IDX)
                   TO WS-PER-ENTRY(WS-PER-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PER-COUNT
           MOVE WS-PER-POS TO WS-PER-ACHOU-IDX
           MOVE SPACES     TO WS-PER-ENTRY(WS-PER-POS)
           MOVE WS-MES-NUM TO WS-PT-MES(WS-PER-POS)
           MOVE 'A'        TO WS-PT-SITUACAO(WS-PER-POS)
           MOVE ZERO       TO WS-PT-QTDE(WS-PER-POS)
           MOVE ZERO       TO WS-PT-VALOR(WS-PER-POS).

      * Inicio do fechamento: a partir daqui calc1, MENU e TRANSCAP
      * recusam lancar no mes; o MONRPT ainda pode ser conferido.
       1000-INICIA.
           PERFORM 0200-PEDE-MES
           IF NOT WS-MES-VALIDO
               GO TO 1000-EXIT
           END-IF
           IF WS-MES-NUM NOT < WS-MES-PROC
               DISPLAY "ERRO: SO SE FECHA MES ANTERIOR AO DA DATA DE "
                   "PROCESSAMENTO (" WS-MES-PROC ")"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0500-BUSCA-MES
           IF WS-ACHOU
               IF WS-PT-SITUACAO(WS-PER-ACHOU-IDX) NOT = 'A'
                   DISPLAY "ERRO: MES " WS-MES-NUM " JA ESTA NA "
                       "SITUACAO " WS-PT-SITUACAO(WS-PER-ACHOU-IDX)
                   GO TO 1000-EXIT
               END-IF
           ELSE
               IF WS-PER-COUNT >= 240
                   DISPLAY "ERRO: TABELA CHEIA - MES NAO INCLUIDO"
                   GO TO 1000-EXIT
               END-IF
               PERFORM 0600-INSERE-MES
           END-IF
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE 'E'          TO WS-PT-SITUACAO(WS-PER-ACHOU-IDX)
           MOVE WS-OPERADOR  TO WS-PT-FECH-OPER(WS-PER-ACHOU-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-FECH-TS(WS-PER-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           MOVE "SITUACAO A PARA E - LANCAMENTOS BLOQUEADOS"
               TO WS-DETALHE
           MOVE "INICIO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "MES " WS-MES-NUM " EM FECHAMENTO.".

       1000-EXIT.
           EXIT.

      * Fechamento: o MONRPT do mes roda com FINAL (so aceito com o mes
      * em 'E') e os totais do relatorio ficam congelados no
      * PERIODOS.DAT. RC do MONRPT acima de 4 deixa o mes em 'E'.
       2000-FECHA.
           PERFORM 0200-PEDE-MES
           IF NOT WS-MES-VALIDO
               GO TO 2000-EXIT
           END-IF
           PERFORM 0500-BUSCA-MES
           IF NOT WS-ACHOU
               OR WS-PT-SITUACAO(WS-PER-ACHOU-IDX) NOT = 'E'
               DISPLAY "ERRO: MES " WS-MES-NUM " NAO ESTA EM "
                   "FECHAMENTO - USAR I ANTES"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "CONFIRMA O FECHAMENTO DE " WS-MES-NUM "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "FECHAMENTO CANCELADO"
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "./monrpt " WS-MES-NUM " FINAL"
               DELIMITED BY SIZE INTO WS-CMD
           MOVE ZERO TO RETURN-CODE
           CALL 'SYSTEM' USING WS-CMD
           MOVE RETURN-CODE TO WS-SYS-STATUS
           MOVE ZERO TO RETURN-CODE
           PERFORM 2100-DECODIFICA-STATUS
           IF WS-PASSO-RC > 4
               DISPLAY "ERRO: MONRPT ENCERROU COM RC " WS-PASSO-RC
                   " - MES CONTINUA EM FECHAMENTO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-LE-TOTAIS THRU 2200-EXIT
           IF NOT WS-TOTAL-ACHOU
               DISPLAY "ERRO: TOTAL DO MES NAO ENCONTRADO EM "
                   WS-RPT-NOME " - MES CONTINUA EM FECHAMENTO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE 'F'          TO WS-PT-SITUACAO(WS-PER-ACHOU-IDX)
           MOVE WS-OPERADOR  TO WS-PT-FECH-OPER(WS-PER-ACHOU-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-FECH-TS(WS-PER-ACHOU-IDX)
           MOVE WS-FX-QTDE   TO WS-PT-QTDE(WS-PER-ACHOU-IDX)
           MOVE WS-FX-VALOR  TO WS-PT-VALOR(WS-PER-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           MOVE WS-FX-VALOR TO WS-LST-VALOR
           MOVE SPACES TO WS-DETALHE
           STRING "QTDE=" WS-FX-QTDE " VALOR=" WS-LST-VALOR
               " " WS-RPT-NOME
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "FECHAMENTO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "MES " WS-MES-NUM " FECHADO: QTDE=" WS-FX-QTDE
               " VALOR=" WS-LST-VALOR.

       2000-EXIT.
           EXIT.

      * CALL 'SYSTEM' devolve o status bruto do wait(), como no
      * JOBCTL: o RC do programa fica em status / 256.
       2100-DECODIFICA-STATUS.
           IF WS-SYS-STATUS < ZERO
               MOVE 16 TO WS-PASSO-RC
               DISPLAY "AVISO: MONRPT NAO PODE SER EXECUTADO"
           ELSE
               DIVIDE WS-SYS-STATUS BY 256
                   GIVING WS-SYS-STATUS
                   REMAINDER WS-SYS-RESTO
               IF WS-SYS-RESTO NOT = ZERO
                   OR WS-SYS-STATUS > 255
                   MOVE 16 TO WS-PASSO-RC
               ELSE
                   MOVE WS-SYS-STATUS TO WS-PASSO-RC
               END-IF
           END-IF.

      * Totais finais lidos da linha "TOTAL DO MES" do MONREPT; os
      * campos editados sao desfeitos por MOVE para os numericos.
       2200-LE-TOTAIS.
           MOVE 'N' TO WS-TOTAL-ACHOU-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           MOVE SPACES TO WS-RPT-NOME
           STRING "MONREPT." WS-MES-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-RPT-NOME
           OPEN INPUT RPT-FILE
           IF WS-RPT-STATUS = '35'
               GO TO 2200-EXIT
           END-IF
           PERFORM UNTIL WS-RPT-EOF
               READ RPT-FILE
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       IF RPT-LINE(1:18) = "TOTAL DO MES QTDE="
                           MOVE RPT-LINE(19:10) TO WS-FX-QTDE-X
                           MOVE RPT-LINE(36:15) TO WS-FX-VALOR-X
                           MOVE WS-FX-QTDE-ED  TO WS-FX-QTDE
                           MOVE WS-FX-VALOR-ED TO WS-FX-VALOR
                           MOVE 'Y' TO WS-TOTAL-ACHOU-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-FILE.

       2200-EXIT.
           EXIT.

      * Reabertura controlada: motivo obrigatorio, gravado no
      * PERIODOS.DAT e na auditoria. Os totais do ultimo fechamento
      * ficam no registro ate o mes ser fechado de novo.
       3000-REABRE.
           PERFORM 0200-PEDE-MES
           IF NOT WS-MES-VALIDO
               GO TO 3000-EXIT
           END-IF
           PERFORM 0500-BUSCA-MES
           IF NOT WS-ACHOU
               OR WS-PT-SITUACAO(WS-PER-ACHOU-IDX) = 'A'
               DISPLAY "ERRO: MES " WS-MES-NUM " JA ESTA ABERTO"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "MOTIVO DA REABERTURA (OBRIGATORIO, 40 "
               "CARACTERES):"
           ACCEPT WS-MOTIVO-ENTRADA
           IF WS-MOTIVO-ENTRADA = SPACES
               DISPLAY "ERRO: MOTIVO AUSENTE - REABERTURA RECUSADA"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PT-SITUACAO(WS-PER-ACHOU-IDX) TO WS-SIT-ANTERIOR
           PERFORM 8500-MONTA-TIMESTAMP
           MOVE 'A'          TO WS-PT-SITUACAO(WS-PER-ACHOU-IDX)
           MOVE WS-OPERADOR  TO WS-PT-REAB-OPER(WS-PER-ACHOU-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-REAB-TS(WS-PER-ACHOU-IDX)
           MOVE WS-MOTIVO-ENTRADA
               TO WS-PT-REAB-MOTIVO(WS-PER-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "DE " WS-SIT-ANTERIOR " MOTIVO=" WS-MOTIVO-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "REABERTURA" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "MES " WS-MES-NUM " REABERTO.".

       3000-EXIT.
           EXIT.

       4000-LISTA.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               MOVE WS-PT-VALOR(WS-PER-IDX) TO WS-LST-VALOR
               DISPLAY WS-PT-MES(WS-PER-IDX) " "
                   WS-PT-SITUACAO(WS-PER-IDX) " "
                   WS-PT-FECH-OPER(WS-PER-IDX) " "
                   WS-PT-FECH-TS(WS-PER-IDX) " "
                   WS-PT-QTDE(WS-PER-IDX) " " WS-LST-VALOR
               IF WS-PT-REAB-TS(WS-PER-IDX) NOT = SPACES
                   DISPLAY "       REABERTO " WS-PT-REAB-TS(WS-PER-IDX)
                       " POR " WS-PT-REAB-OPER(WS-PER-IDX) ": "
                       WS-PT-REAB-MOTIVO(WS-PER-IDX)
               END-IF
           END-PERFORM
           DISPLAY "MESES LISTADOS: " WS-PER-COUNT
               " (MES AUSENTE ESTA ABERTO)".

       7000-REGRAVA-TABELA.
           OPEN OUTPUT PER-FILE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               MOVE SPACES TO PER-REC
               MOVE WS-PT-MES(WS-PER-IDX)         TO PER-MES
               MOVE WS-PT-SITUACAO(WS-PER-IDX)    TO PER-SITUACAO
               MOVE WS-PT-FECH-OPER(WS-PER-IDX)   TO PER-FECH-OPER
               MOVE WS-PT-FECH-TS(WS-PER-IDX)     TO PER-FECH-TS
               MOVE WS-PT-QTDE(WS-PER-IDX)        TO PER-QTDE
               MOVE WS-PT-VALOR(WS-PER-IDX)       TO PER-VALOR
               MOVE WS-PT-REAB-OPER(WS-PER-IDX)   TO PER-REAB-OPER
               MOVE WS-PT-REAB-TS(WS-PER-IDX)     TO PER-REAB-TS
               MOVE WS-PT-REAB-MOTIVO(WS-PER-IDX) TO PER-REAB-MOTIVO
               WRITE PER-REC
           END-PERFORM
           CLOSE PER-FILE.

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
           MOVE WS-MES-NUM     TO AUD-CODIGO
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

           END PROGRAM PERFECH.
