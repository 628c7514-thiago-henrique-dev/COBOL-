       PROGRAM-ID. JOBCTL.
      *****************************************************************
      *  CONTROLADOR DO BATCH NOTURNO                                 *
      *  Executa a cadeia TRANSEDT -> calc1 BATCH -> HISTVER ->       *
      *  SUMRPT -> RECON -> GLDIARIO -> FINEXT -> CALCARC -> ANOMRPT  *
      *  na ordem, registrando inicio, fim e RETURN-CODE de cada      *
      *  passo em JOBLOG.DAT. Passa adiante em RC 4 (avisos), para a  *
      *  cadeia em RC maior que 4 e guarda em JOBCKPT.DAT o ultimo    *
      *  passo concluido: a proxima execucao retoma do passo que      *
      *  falhou em vez de rodar a noite inteira de novo - a mesma     *
      *  ideia do reinicio por transacao que o calc1 ja faz com       *
      *  CALCCKPT.DAT, agora no nivel do job.                         *
      *  Parametro RESET ignora o checkpoint e roda desde o inicio.   *
      *  A cadeia roda para a data de processamento de DATAPROC.DAT,  *
      *  e nao para a data do relogio: os passos obtem a mesma data   *
      *  pelo DTUTIL. Antes de um novo ciclo, uma data que nao seja   *
      *  dia util (FERIADOS.DAT, sabados e domingos) e avancada para  *
      *  o proximo dia util; se a data ainda nao chegou (fim de       *
      *  semana, feriado ou cadeia do dia ja concluida) nada roda e o *
      *  RC e zero. A data so avanca quando a cadeia termina, entao   *
      *  uma retomada depois da meia-noite ou na manha seguinte       *
      *  continua no mesmo dia de negocio. JOBLOG.DAT registra a data *
      *  de processamento de cada passo.                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT DTP-FILE ASSIGN TO "DATAPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE

       FD  LOG-FILE
           RECORDING MODE IS F.
           COPY JOBLOGRC REPLACING
               ==PFX-REC==        BY ==LOG-REC==
               ==PFX-INICIO==     BY ==LOG-INICIO==
               ==PFX-FIM==        BY ==LOG-FIM==
               ==PFX-PASSO==      BY ==LOG-PASSO==
               ==PFX-NOME==       BY ==LOG-NOME==
               ==PFX-RC==         BY ==LOG-RC==
               ==PFX-SITUACAO==   BY ==LOG-SITUACAO==
               ==PFX-DATA-PROC==  BY ==LOG-DATA-PROC==.

       FD  DTP-FILE
           RECORDING MODE IS F.
           COPY DTPROCRC REPLACING
               ==PFX-REC==        BY ==DTP-REC==
               ==PFX-DATA-PROC==  BY ==DTP-DATA-PROC==
               ==PFX-DATA-ANT==   BY ==DTP-DATA-ANT==
               ==PFX-ATUALIZADO== BY ==DTP-ATUALIZADO==
               ==PFX-ORIGEM==     BY ==DTP-ORIGEM==.

       WORKING-STORAGE SECTION.
           01 WS-CKPT-STATUS       PIC XX.
           01 WS-LOG-STATUS        PIC XX.
           01 WS-DTP-STATUS        PIC XX.

           01 WS-HOJE              PIC 9(8).
           01 WS-DATA-PROC         PIC 9(8) VALUE ZERO.
           01 WS-DATA-ANT          PIC 9(8) VALUE ZERO.
           01 WS-NADA-A-FAZER-SW   PIC X VALUE 'N'.
               88 WS-NADA-A-FAZER       VALUE 'Y'.
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

           01 WS-PARM              PIC X(20).
           01 WS-PARM-1            PIC X(10).
                  "TRANSEDT./transedt                              ".
               03 FILLER           PIC X(48) VALUE
                  "CALC1   ./calc1 BATCH                           ".
               03 FILLER           PIC X(48) VALUE
                  "HISTVER ./histver                               ".
               03 FILLER           PIC X(48) VALUE
                  "SUMRPT  ./summrpt                               ".
               03 FILLER           PIC X(48) VALUE
                  "RECON   ./recon                                 ".
               03 FILLER           PIC X(48) VALUE
                  "GLDIARIO./gldiario                              ".
               03 FILLER           PIC X(48) VALUE
                  "FINEXT  ./finext                                ".
               03 FILLER           PIC X(48) VALUE
                  "CALCARC ./calcarc                               ".
               03 FILLER           PIC X(48) VALUE
                  "ANOMRPT ./anomrpt                               ".
           01 WS-PASSO-TABLE-R REDEFINES WS-PASSO-TABLE.
               03 WS-PASSO-ENTRY OCCURS 9 TIMES.
                   05 WS-PS-NOME    PIC X(8).
                   05 WS-PS-CMD     PIC X(40).
           01 WS-PASSO-MAX         PIC 9(2) VALUE 9.

           01 WS-PASSO-IDX         PIC 9(2).
           01 WS-ULTIMO-OK         PIC 9(2) VALUE ZERO.
                   WS-ULTIMO-OK " ("
                   WS-PS-NOME(WS-ULTIMO-OK) ")"
           END-IF
           PERFORM 0200-DATA-PROCESSAMENTO THRU 0200-EXIT
           IF RETURN-CODE = 16 OR WS-NADA-A-FAZER
               STOP RUN
           END-IF

           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-MAX
               DISPLAY "CADEIA NOTURNA CONCLUIDA"
               MOVE ZERO TO WS-ULTIMO-OK
               PERFORM 2000-GRAVA-CHECKPOINT
               PERFORM 0300-AVANCA-DATA
           END-IF
           STOP RUN.

               MOVE ZERO TO WS-ULTIMO-OK
           END-IF.

      * Uma retomada (checkpoint com passo concluido) fica na data
      * gravada; so o inicio de um ciclo novo confere o dia util.
       0200-DATA-PROCESSAMENTO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           OPEN INPUT DTP-FILE
           IF WS-DTP-STATUS = '35'
               PERFORM 0210-CRIA-DATAPROC
           ELSE
               READ DTP-FILE
                   AT END
                       CLOSE DTP-FILE
                       PERFORM 0210-CRIA-DATAPROC
                   NOT AT END
                       IF DTP-DATA-PROC IS NUMERIC
                           MOVE DTP-DATA-PROC TO WS-DATA-PROC
                       END-IF
                       IF DTP-DATA-ANT IS NUMERIC
                           MOVE DTP-DATA-ANT TO WS-DATA-ANT
                       END-IF
                       CLOSE DTP-FILE
               END-READ
           END-IF
           IF WS-ULTIMO-OK > ZERO
               DISPLAY "DATA DE PROCESSAMENTO DA RETOMADA: "
                   WS-DATA-PROC
               GO TO 0200-EXIT
           END-IF
           MOVE 'U' TO DTU-FUNCAO
           MOVE WS-DATA-PROC TO DTU-DATA-1
           CALL 'DTUTIL' USING DTU-PARM
           IF DTU-STATUS = 'I'
               DISPLAY "ERRO: DATAPROC.DAT COM DATA INVALIDA ["
                   WS-DATA-PROC "] - ACERTAR PELO CALMNT"
               MOVE 16 TO RETURN-CODE
               GO TO 0200-EXIT
           END-IF
           IF DTU-STATUS = 'N'
               MOVE 'P' TO DTU-FUNCAO
               CALL 'DTUTIL' USING DTU-PARM
               DISPLAY "DATA DE PROCESSAMENTO " WS-DATA-PROC
                   " NAO E DIA UTIL - AVANCADA PARA " DTU-DATA-2
               MOVE DTU-DATA-2 TO WS-DATA-PROC
               PERFORM 0250-GRAVA-DATAPROC
           END-IF
           IF WS-DATA-PROC > WS-HOJE
               SET WS-NADA-A-FAZER TO TRUE
               DISPLAY "DATA DE PROCESSAMENTO " WS-DATA-PROC
                   " POSTERIOR A HOJE (" WS-HOJE ") - DIA NAO UTIL "
                   "OU CADEIA DO DIA JA CONCLUIDA, NADA A PROCESSAR"
               GO TO 0200-EXIT
           END-IF
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC.

       0200-EXIT.
           EXIT.

       0210-CRIA-DATAPROC.
           DISPLAY "AVISO: DATAPROC.DAT NAO ENCONTRADO - CRIADO COM "
               "A DATA DO SISTEMA " WS-HOJE
           MOVE WS-HOJE TO WS-DATA-PROC
           MOVE ZERO    TO WS-DATA-ANT
           PERFORM 0250-GRAVA-DATAPROC.

       0250-GRAVA-DATAPROC.
           PERFORM 3000-MONTA-TIMESTAMP
           OPEN OUTPUT DTP-FILE
           MOVE SPACES TO DTP-REC
           MOVE WS-DATA-PROC   TO DTP-DATA-PROC
           MOVE WS-DATA-ANT    TO DTP-DATA-ANT
           MOVE WS-TS-TRABALHO TO DTP-ATUALIZADO
           MOVE "JOBCTL"       TO DTP-ORIGEM
           WRITE DTP-REC
           CLOSE DTP-FILE.

       0300-AVANCA-DATA.
           MOVE 'P' TO DTU-FUNCAO
           MOVE WS-DATA-PROC TO DTU-DATA-1
           CALL 'DTUTIL' USING DTU-PARM
           IF DTU-STATUS NOT = '0'
               DISPLAY "ERRO: PROXIMO DIA UTIL NAO DETERMINADO - "
                   "DATAPROC.DAT MANTIDO EM " WS-DATA-PROC
                   ", CONFERIR FERIADOS.DAT"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-DATA-PROC TO WS-DATA-ANT
               MOVE DTU-DATA-2   TO WS-DATA-PROC
               PERFORM 0250-GRAVA-DATAPROC
               DISPLAY "PROXIMA DATA DE PROCESSAMENTO: " WS-DATA-PROC
           END-IF.

       1000-EXECUTA-PASSO.
           PERFORM 3000-MONTA-TIMESTAMP
           MOVE WS-TS-TRABALHO TO WS-TS-INICIO
           MOVE WS-PASSO-IDX TO LOG-PASSO
           MOVE WS-PS-NOME(WS-PASSO-IDX) TO LOG-NOME
           MOVE WS-PASSO-RC  TO LOG-RC
           MOVE WS-DATA-PROC TO LOG-DATA-PROC
           IF WS-PASSO-RC > 4
               MOVE "FALHOU" TO LOG-SITUACAO
           ELSE
