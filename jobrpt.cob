       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRPT.
      *****************************************************************
      *  RELATORIO DA JANELA DO BATCH NOTURNO (JOBREPT.DAT)           *
      *  Le o JOBLOG.DAT gravado pelo JOBCTL e o RUNLOG.DAT do calc1  *
      *  e mostra, para as ultimas NOITES datas de processamento:     *
      *    - a duracao de cada passo em cada noite (somadas as        *
      *      reexecucoes), com media e pior caso do passo; o passo    *
      *      que passa de LIMITE% da propria media (e de um minuto a  *
      *      mais) sai marcado e listado;                             *
      *    - inicio, termino e duracao da cadeia em cada noite e a    *
      *      vazao do calc1 BATCH em transacoes por minuto (lidas     *
      *      menos puladas na retomada, sobre a duracao do passo      *
      *      CALC1); a noite cuja cadeia terminou depois de FIM       *
      *      (hhmm do dia seguinte a data de processamento) sai       *
      *      marcada FORA DA JANELA, e a que parou num passo com      *
      *      falha, INCOMPLETA;                                       *
      *    - falhas e reexecucoes por nome de passo;                  *
      *    - a previsao para a data de processamento atual: o volume  *
      *      de transacoes do TRANSVAL.DAT dividido pela vazao media  *
      *      do calc1, mais a media dos demais passos, somados ao     *
      *      inicio medio da cadeia (ou ao INICIO informado); repete  *
      *      a conta com a pior vazao e o pior caso dos passos.       *
      *  Roda fora da cadeia, depois do TRANSEDT ou de uma execucao   *
      *  avulsa dele, para a operacao decidir se antecipa o inicio ou *
      *  divide a carga. Linhas antigas do JOBLOG sem a data de       *
      *  processamento contam na data do inicio do passo; no RUNLOG   *
      *  vale a do RUN-ID, como no CALCDESF.                          *
      *  Parametros opcionais, em qualquer ordem: NOITES=nn (30)      *
      *  FIM=hhmm (0600) INICIO=hhmm LIMITE=nnn (150). INICIO antes   *
      *  do meio-dia conta como madrugada do dia seguinte.            *
      *  RC 4 havendo passo acima da media, noite fora da janela ou   *
      *  previsao media de estouro; RC 16 sem JOBLOG.DAT.             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT VAL-FILE ASSIGN TO "TRANSVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.

           SELECT RPT-FILE ASSIGN TO "JOBREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOGRC REPLACING
               ==PFX-REC==       BY ==RUNLOG-REC==
               ==PFX-TIMESTAMP== BY ==RL-TIMESTAMP==
               ==PFX-MODO==      BY ==RL-MODO==
               ==PFX-RESTART==   BY ==RL-RESTART==
               ==PFX-LIDAS==     BY ==RL-LIDAS==
               ==PFX-GRAVADAS==  BY ==RL-GRAVADAS==
               ==PFX-REJ-SZ==    BY ==RL-REJ-SZ==
               ==PFX-REJ-DZ==    BY ==RL-REJ-DZ==
               ==PFX-REJ-OP==    BY ==RL-REJ-OP==
               ==PFX-REJ-RT==    BY ==RL-REJ-RT==
               ==PFX-REJ-RF==    BY ==RL-REJ-RF==
               ==PFX-PULADAS==   BY ==RL-PULADAS==
               ==PFX-RC==        BY ==RL-RC==
               ==PFX-RUN-ID==    BY ==RL-RUN-ID==
               ==PFX-SITUACAO==  BY ==RL-SITUACAO==
               ==PFX-REJ-ES==    BY ==RL-REJ-ES==
               ==PFX-DATA-PROC== BY ==RL-DATA-PROC==
               ==PFX-REJ-PF==    BY ==RL-REJ-PF==
               ==PFX-RETIDAS==   BY ==RL-RETIDAS==.

       FD  VAL-FILE
           RECORDING MODE IS F.
       01  VAL-REC.
           03 VAL-TIPO             PIC X(3).
           03 FILLER               PIC X(38).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS        PIC XX.
           01 WS-RUNLOG-STATUS     PIC XX.
           01 WS-VAL-STATUS        PIC XX.
           01 WS-RPT-STATUS        PIC XX.

           01 WS-LOG-EOF-SW        PIC X.
               88 WS-LOG-EOF           VALUE 'Y'.
           01 WS-RUNLOG-EOF-SW     PIC X VALUE 'N'.
               88 WS-RUNLOG-EOF        VALUE 'Y'.
           01 WS-VAL-EOF-SW        PIC X VALUE 'N'.
               88 WS-VAL-EOF           VALUE 'Y'.
           01 WS-PARM-OK-SW        PIC X.
               88 WS-PARM-OK           VALUE 'Y'.
           01 WS-INICIO-INF-SW     PIC X VALUE 'N'.
               88 WS-INICIO-INF        VALUE 'Y'.
           01 WS-TEM-VOLUME-SW     PIC X VALUE 'N'.
               88 WS-TEM-VOLUME        VALUE 'Y'.

           01 WS-PARM              PIC X(80).
           01 WS-PARM-TABLE.
               03 WS-PARM-T        PIC X(15) OCCURS 4 TIMES.
           01 WS-PARM-IDX          PIC 9.
           01 WS-PARM-CHAVE        PIC X(10).
           01 WS-PARM-VALOR        PIC X(8).
           01 WS-PARM-NUM          PIC 9(4).
           01 WS-PARM-HHMM REDEFINES WS-PARM-NUM.
               03 WS-PARM-HH       PIC 9(2).
               03 WS-PARM-MM       PIC 9(2).

           01 WS-NOITES-MAX        PIC 9(2) VALUE 30.
           01 WS-FIM-HHMM          PIC 9(4) VALUE 0600.
           01 WS-FIM-HHMM-R REDEFINES WS-FIM-HHMM.
               03 WS-FIM-HH        PIC 9(2).
               03 WS-FIM-MM        PIC 9(2).
           01 WS-INICIO-HHMM       PIC 9(4) VALUE ZERO.
           01 WS-INICIO-HHMM-R REDEFINES WS-INICIO-HHMM.
               03 WS-INICIO-HH     PIC 9(2).
               03 WS-INICIO-MM     PIC 9(2).
           01 WS-LIMITE-PCT        PIC 9(3) VALUE 150.
           01 WS-EXCESSO-MIN       PIC 9(3) VALUE 60.
           01 WS-PRAZO-SEG         PIC S9(9).

           01 WS-DATA-PROC         PIC 9(8).
           01 WS-REG-DATA          PIC 9(8).
           01 WS-REG-DATA-X REDEFINES WS-REG-DATA PIC X(8).
           01 WS-RC                PIC 9(2) VALUE ZERO.

      * Datas de processamento distintas do JOBLOG, em ordem.
           01 WS-DIST-TABLE.
               03 WS-DS-DATA       PIC 9(8) OCCURS 3000 TIMES.
           01 WS-DIST-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-DIST-IDX          PIC 9(4).
           01 WS-DIST-POS          PIC 9(4).
           01 WS-DIST-PRIMEIRA     PIC 9(4).
           01 WS-DIST-ACHOU-SW     PIC X.
               88 WS-DIST-ACHOU        VALUE 'Y'.
           01 WS-DIST-FORA         PIC 9(5) VALUE ZERO.

      * Noites da janela de analise. INICIO e FIM em segundos desde
      * a meia-noite da data de processamento.
           01 WS-NOITE-TABLE.
               03 WS-NOITE-ENTRY OCCURS 99 TIMES.
                   05 WS-NT-DATA        PIC 9(8).
                   05 WS-NT-INICIO      PIC S9(9).
                   05 WS-NT-FIM         PIC S9(9).
                   05 WS-NT-ULT-SIT     PIC X(10).
                   05 WS-NT-ULT-NOME    PIC X(8).
                   05 WS-NT-TRANS       PIC 9(9).
                   05 WS-NT-PASSOS      PIC 9(3).
           01 WS-NOITE-COUNT       PIC 9(2) VALUE ZERO.
           01 WS-NOITE-IDX         PIC 9(2).
           01 WS-NOITE-ACHOU-IDX   PIC 9(2).

      * Passos pelo nome gravado no JOBLOG, na ordem em que aparecem.
           01 WS-PASSO-TABLE.
               03 WS-PASSO-ENTRY OCCURS 12 TIMES.
                   05 WS-PS-NOME        PIC X(8).
                   05 WS-PS-TOTAL       PIC 9(9).
                   05 WS-PS-NOITES      PIC 9(3).
                   05 WS-PS-MEDIA       PIC 9(7).
                   05 WS-PS-PIOR        PIC 9(7).
                   05 WS-PS-PIOR-DATA   PIC 9(8).
                   05 WS-PS-FALHAS      PIC 9(5).
                   05 WS-PS-REEXEC      PIC 9(5).
                   05 WS-PS-ACIMA       PIC 9(5).
           01 WS-PASSO-COUNT       PIC 9(2) VALUE ZERO.
           01 WS-PASSO-IDX         PIC 9(2).
           01 WS-PASSO-ACHOU-IDX   PIC 9(2).
           01 WS-PASSO-CALC1       PIC 9(2) VALUE ZERO.
           01 WS-PASSO-FORA        PIC 9(5) VALUE ZERO.

      * Duracao (segundos) e execucoes de cada passo em cada noite.
           01 WS-MATRIZ.
               03 WS-MT-NOITE OCCURS 99 TIMES.
                   05 WS-MT-PASSO OCCURS 12 TIMES.
                       07 WS-MT-SEG     PIC 9(7).
                       07 WS-MT-EXEC    PIC 9(3).

      * Conversao de timestamp para segundos desde a meia-noite da
      * data de processamento (negativo se anterior a ela).
           01 WS-CV-TS             PIC X(19).
           01 WS-CV-TS-R REDEFINES WS-CV-TS.
               03 WS-CV-AAAA       PIC X(4).
               03 FILLER           PIC X.
               03 WS-CV-MES        PIC X(2).
               03 FILLER           PIC X.
               03 WS-CV-DIA        PIC X(2).
               03 FILLER           PIC X.
               03 WS-CV-HH         PIC 9(2).
               03 FILLER           PIC X.
               03 WS-CV-MI         PIC 9(2).
               03 FILLER           PIC X.
               03 WS-CV-SS         PIC 9(2).
           01 WS-CV-DATA           PIC 9(8).
           01 WS-CV-DATA-X REDEFINES WS-CV-DATA PIC X(8).
           01 WS-CV-BASE           PIC 9(8).
           01 WS-CV-DIAS           PIC S9(5).
           01 WS-CV-SEG            PIC S9(9).
           01 WS-SEG-INICIO        PIC S9(9).
           01 WS-SEG-FIM           PIC S9(9).
           01 WS-SEG-PASSO         PIC 9(7).

      * Formatacao de duracao (hh:mm:ss) e de horario (hh:mm D+n).
           01 WS-FM-SEG            PIC S9(9).
           01 WS-FM-RESTO          PIC 9(9).
           01 WS-FM-HORAS          PIC 9(6).
           01 WS-FM-MINSEG         PIC 9(4).
           01 WS-FM-DIAS           PIC S9(3).
           01 WS-FM-HH             PIC 9(2).
           01 WS-FM-MI             PIC 9(2).
           01 WS-FM-SS             PIC 9(2).
           01 WS-FM-DURACAO        PIC X(8).
           01 WS-FM-HORARIO        PIC X(11).
           01 WS-FM-DIAS-ED        PIC 9.

           01 WS-LINHA-POS         PIC 9(3).
           01 WS-MARCA             PIC X.
           01 WS-SITUACAO-NOITE    PIC X(30).
           01 WS-DURACAO-NOITE     PIC 9(7).
           01 WS-CALC1-SEG         PIC 9(7).
           01 WS-TRANS-MIN         PIC 9(11).
           01 WS-VAZAO             PIC 9(7)V9.
           01 WS-ED-VAZAO          PIC Z(6)9.9.
           01 WS-ED-TRANS          PIC Z(8)9.
           01 WS-ED-QTDE           PIC Z(4)9.
           01 WS-LIMITE-SEG        PIC 9(9).
           01 WS-EXCESSO           PIC S9(9).

      * Previsao.
           01 WS-VOLUME            PIC 9(9) VALUE ZERO.
           01 WS-SOMA-TRANS        PIC 9(11) VALUE ZERO.
           01 WS-SOMA-CALC1-SEG    PIC 9(11) VALUE ZERO.
           01 WS-VAZAO-MEDIA       PIC 9(7)V9 VALUE ZERO.
           01 WS-VAZAO-PIOR        PIC 9(7)V9 VALUE ZERO.
           01 WS-SOMA-INICIO       PIC S9(11) VALUE ZERO.
           01 WS-QTDE-INICIO       PIC 9(3) VALUE ZERO.
           01 WS-INICIO-PREV       PIC S9(9).
           01 WS-INICIO-ORIGEM     PIC X(9).
           01 WS-OUTROS-MEDIA      PIC 9(9).
           01 WS-OUTROS-PIOR       PIC 9(9).
           01 WS-CALC1-PREV        PIC 9(9).
           01 WS-CALC1-PIOR        PIC 9(9).
           01 WS-TERMINO-MEDIO     PIC S9(9).
           01 WS-TERMINO-PIOR      PIC S9(9).
           01 WS-FOLGA             PIC S9(9).

           01 WS-TOTAL-LIDOS       PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-ACIMA       PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-FORA        PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-INCOMPL     PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-FALHAS      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-REEXEC      PIC 9(5) VALUE ZERO.

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
           MOVE DTU-DATA-1 TO WS-DATA-PROC
           PERFORM 0050-TRATA-PARAMETROS
           COMPUTE WS-PRAZO-SEG = 86400 + WS-FIM-HH * 3600
               + WS-FIM-MM * 60
           INITIALIZE WS-MATRIZ

           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY "ERRO: JOBLOG.DAT NAO ABRIU (STATUS="
                   WS-LOG-STATUS ") - NADA A ANALISAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LOG-FILE

           PERFORM 0100-LE-DATAS
           PERFORM 0200-MONTA-NOITES
           PERFORM 0300-LE-PASSOS
           PERFORM 0400-LE-RUNLOG THRU 0400-EXIT
           PERFORM 0500-LE-VOLUME THRU 0500-EXIT
           PERFORM 1000-CALCULA-MEDIAS

           OPEN OUTPUT RPT-FILE
           PERFORM 2000-CABECALHO
           PERFORM 3000-DURACAO-PASSOS
           PERFORM 4000-CADEIA-POR-NOITE
           PERFORM 5000-PASSOS-ACIMA
           PERFORM 6000-FALHAS-REEXECUCOES
           PERFORM 7000-PREVISAO THRU 7000-EXIT
           PERFORM 8000-TOTAIS
           CLOSE RPT-FILE
           IF WS-TOTAL-ACIMA > ZERO OR WS-TOTAL-FORA > ZERO
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE.

       0000-EXIT.
           STOP RUN.

       0050-TRATA-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TABLE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-T(1) WS-PARM-T(2) WS-PARM-T(3)
                    WS-PARM-T(4)
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 4
               IF WS-PARM-T(WS-PARM-IDX) NOT = SPACES
                   PERFORM 0060-TRATA-PARAMETRO
               END-IF
           END-PERFORM.

      * CHAVE=valor; numeros de 1 a 3 digitos como no PINDIAS do MENU
      * e horarios hhmm com 4. Valor invalido mantem o padrao.
       0060-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PARM-CHAVE WS-PARM-VALOR
           UNSTRING WS-PARM-T(WS-PARM-IDX) DELIMITED BY '='
               INTO WS-PARM-CHAVE WS-PARM-VALOR
           MOVE 'Y' TO WS-PARM-OK-SW
           EVALUATE TRUE
               WHEN WS-PARM-VALOR(1:4) IS NUMERIC
                       AND WS-PARM-VALOR(5:4) = SPACES
                   MOVE WS-PARM-VALOR(1:4) TO WS-PARM-NUM
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
           EVALUATE TRUE
               WHEN NOT WS-PARM-OK
                   DISPLAY "AVISO: PARAMETRO INVALIDO ["
                       WS-PARM-T(WS-PARM-IDX) "] - MANTIDO O PADRAO"
               WHEN WS-PARM-CHAVE = 'NOITES' AND WS-PARM-NUM > 0
                       AND WS-PARM-NUM < 100
                   MOVE WS-PARM-NUM TO WS-NOITES-MAX
               WHEN WS-PARM-CHAVE = 'LIMITE' AND WS-PARM-NUM > 100
                       AND WS-PARM-NUM < 1000
                   MOVE WS-PARM-NUM TO WS-LIMITE-PCT
               WHEN WS-PARM-CHAVE = 'FIM' AND WS-PARM-VALOR(4:1)
                       NOT = SPACE AND WS-PARM-HH < 24
                       AND WS-PARM-MM < 60
                   MOVE WS-PARM-NUM TO WS-FIM-HHMM
               WHEN WS-PARM-CHAVE = 'INICIO' AND WS-PARM-VALOR(4:1)
                       NOT = SPACE AND WS-PARM-HH < 24
                       AND WS-PARM-MM < 60
                   MOVE WS-PARM-NUM TO WS-INICIO-HHMM
                   SET WS-INICIO-INF TO TRUE
               WHEN OTHER
                   DISPLAY "AVISO: PARAMETRO INVALIDO ["
                       WS-PARM-T(WS-PARM-IDX) "] - MANTIDO O PADRAO"
           END-EVALUATE.

      *****************************************************************
      *  LEITURA DO JOBLOG, DO RUNLOG E DO TRANSVAL                   *
      *****************************************************************
      * Primeira leitura: datas de processamento distintas, mantidas
      * em ordem crescente (insercao como no RASTREIO), para achar as
      * ultimas NOITES mesmo se o DATAPROC.DAT foi acertado para tras.
       0100-LE-DATAS.
           OPEN INPUT LOG-FILE
           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM UNTIL WS-LOG-EOF
               READ LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 0110-DATA-DO-PASSO
                       IF WS-REG-DATA > ZERO
                           PERFORM 0120-GUARDA-DATA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       0110-DATA-DO-PASSO.
           IF LOG-DATA-PROC IS NUMERIC
               MOVE LOG-DATA-PROC TO WS-REG-DATA
           ELSE
               MOVE LOG-INICIO(1:4) TO WS-REG-DATA-X(1:4)
               MOVE LOG-INICIO(6:2) TO WS-REG-DATA-X(5:2)
               MOVE LOG-INICIO(9:2) TO WS-REG-DATA-X(7:2)
               IF WS-REG-DATA-X IS NOT NUMERIC
                   MOVE ZERO TO WS-REG-DATA
               END-IF
           END-IF.

       0120-GUARDA-DATA.
           MOVE 'N' TO WS-DIST-ACHOU-SW
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
                      OR WS-DIST-ACHOU
               IF WS-DS-DATA(WS-DIST-IDX) = WS-REG-DATA
                   SET WS-DIST-ACHOU TO TRUE
               END-IF
           END-PERFORM
           IF WS-DIST-ACHOU
               CONTINUE
           ELSE
               IF WS-DIST-COUNT >= 3000
                   ADD 1 TO WS-DIST-FORA
               ELSE
                   ADD 1 TO WS-DIST-COUNT
                   MOVE WS-DIST-COUNT TO WS-DIST-POS
                   MOVE 'N' TO WS-DIST-ACHOU-SW
                   PERFORM UNTIL WS-DIST-ACHOU
                       IF WS-DIST-POS < 2
                           SET WS-DIST-ACHOU TO TRUE
                       ELSE
                           IF WS-DS-DATA(WS-DIST-POS - 1)
                                   > WS-REG-DATA
                               MOVE WS-DS-DATA(WS-DIST-POS - 1)
                                   TO WS-DS-DATA(WS-DIST-POS)
                               SUBTRACT 1 FROM WS-DIST-POS
                           ELSE
                               SET WS-DIST-ACHOU TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-REG-DATA TO WS-DS-DATA(WS-DIST-POS)
               END-IF
           END-IF.

       0200-MONTA-NOITES.
           IF WS-DIST-COUNT > WS-NOITES-MAX
               COMPUTE WS-DIST-PRIMEIRA =
                   WS-DIST-COUNT - WS-NOITES-MAX + 1
           ELSE
               MOVE 1 TO WS-DIST-PRIMEIRA
           END-IF
           PERFORM VARYING WS-DIST-IDX FROM WS-DIST-PRIMEIRA BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               ADD 1 TO WS-NOITE-COUNT
               MOVE WS-DS-DATA(WS-DIST-IDX)
                   TO WS-NT-DATA(WS-NOITE-COUNT)
               MOVE ZERO   TO WS-NT-INICIO(WS-NOITE-COUNT)
               MOVE ZERO   TO WS-NT-FIM(WS-NOITE-COUNT)
               MOVE SPACES TO WS-NT-ULT-SIT(WS-NOITE-COUNT)
               MOVE SPACES TO WS-NT-ULT-NOME(WS-NOITE-COUNT)
               MOVE ZERO   TO WS-NT-TRANS(WS-NOITE-COUNT)
               MOVE ZERO   TO WS-NT-PASSOS(WS-NOITE-COUNT)
           END-PERFORM.

      * Segunda leitura: passos das noites da janela. O JOBLOG e
      * gravado em ordem, entao o ultimo passo lido de uma noite diz
      * se a cadeia chegou ao fim ou parou numa falha.
       0300-LE-PASSOS.
           OPEN INPUT LOG-FILE
           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM UNTIL WS-LOG-EOF
               READ LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM 0110-DATA-DO-PASSO
                       PERFORM 0310-ACHA-NOITE
                       IF WS-NOITE-ACHOU-IDX > ZERO
                           PERFORM 0320-ACUMULA-PASSO THRU 0320-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       0310-ACHA-NOITE.
           MOVE ZERO TO WS-NOITE-ACHOU-IDX
           PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                   UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
               IF WS-NT-DATA(WS-NOITE-IDX) = WS-REG-DATA
                   MOVE WS-NOITE-IDX TO WS-NOITE-ACHOU-IDX
               END-IF
           END-PERFORM.

       0320-ACUMULA-PASSO.
           MOVE ZERO TO WS-PASSO-ACHOU-IDX
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               IF WS-PS-NOME(WS-PASSO-IDX) = LOG-NOME
                   MOVE WS-PASSO-IDX TO WS-PASSO-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-PASSO-ACHOU-IDX = ZERO
               IF WS-PASSO-COUNT >= 12
                   ADD 1 TO WS-PASSO-FORA
                   GO TO 0320-EXIT
               END-IF
               ADD 1 TO WS-PASSO-COUNT
               MOVE WS-PASSO-COUNT TO WS-PASSO-ACHOU-IDX
               INITIALIZE WS-PASSO-ENTRY(WS-PASSO-COUNT)
               MOVE LOG-NOME TO WS-PS-NOME(WS-PASSO-COUNT)
               IF LOG-NOME = 'CALC1'
                   MOVE WS-PASSO-COUNT TO WS-PASSO-CALC1
               END-IF
           END-IF

           MOVE WS-REG-DATA TO WS-CV-BASE
           MOVE LOG-INICIO TO WS-CV-TS
           PERFORM 0900-CONVERTE-SEGUNDOS
           MOVE WS-CV-SEG TO WS-SEG-INICIO
           MOVE LOG-FIM TO WS-CV-TS
           PERFORM 0900-CONVERTE-SEGUNDOS
           MOVE WS-CV-SEG TO WS-SEG-FIM
           IF WS-SEG-FIM > WS-SEG-INICIO
               COMPUTE WS-SEG-PASSO = WS-SEG-FIM - WS-SEG-INICIO
           ELSE
               MOVE ZERO TO WS-SEG-PASSO
           END-IF

           ADD WS-SEG-PASSO
               TO WS-MT-SEG(WS-NOITE-ACHOU-IDX, WS-PASSO-ACHOU-IDX)
           ADD 1 TO WS-MT-EXEC(WS-NOITE-ACHOU-IDX, WS-PASSO-ACHOU-IDX)
           IF WS-MT-EXEC(WS-NOITE-ACHOU-IDX, WS-PASSO-ACHOU-IDX) > 1
               ADD 1 TO WS-PS-REEXEC(WS-PASSO-ACHOU-IDX)
               ADD 1 TO WS-TOTAL-REEXEC
           END-IF
           IF LOG-SITUACAO = 'FALHOU'
               ADD 1 TO WS-PS-FALHAS(WS-PASSO-ACHOU-IDX)
               ADD 1 TO WS-TOTAL-FALHAS
           END-IF

           IF WS-NT-PASSOS(WS-NOITE-ACHOU-IDX) = ZERO
               MOVE WS-SEG-INICIO TO WS-NT-INICIO(WS-NOITE-ACHOU-IDX)
               MOVE WS-SEG-FIM    TO WS-NT-FIM(WS-NOITE-ACHOU-IDX)
           END-IF
           IF WS-SEG-INICIO < WS-NT-INICIO(WS-NOITE-ACHOU-IDX)
               MOVE WS-SEG-INICIO TO WS-NT-INICIO(WS-NOITE-ACHOU-IDX)
           END-IF
           IF WS-SEG-FIM > WS-NT-FIM(WS-NOITE-ACHOU-IDX)
               MOVE WS-SEG-FIM TO WS-NT-FIM(WS-NOITE-ACHOU-IDX)
           END-IF
           ADD 1 TO WS-NT-PASSOS(WS-NOITE-ACHOU-IDX)
           MOVE LOG-SITUACAO TO WS-NT-ULT-SIT(WS-NOITE-ACHOU-IDX)
           MOVE LOG-NOME     TO WS-NT-ULT-NOME(WS-NOITE-ACHOU-IDX).

       0320-EXIT.
           EXIT.

      * Transacoes efetivamente processadas pelo calc1 BATCH em cada
      * noite: lidas menos as puladas na retomada, somando as
      * execucoes da mesma data.
       0400-LE-RUNLOG.
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY "AVISO: RUNLOG.DAT NAO ABRIU (STATUS="
                   WS-RUNLOG-STATUS ") - SEM VAZAO DO CALC1"
               GO TO 0400-EXIT
           END-IF
           PERFORM UNTIL WS-RUNLOG-EOF
               READ RUNLOG-FILE
                   AT END
                       SET WS-RUNLOG-EOF TO TRUE
                   NOT AT END
                       IF RL-MODO = 'BATCH'
                           PERFORM 0410-ACUMULA-TRANSACOES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE.

       0400-EXIT.
           EXIT.

       0410-ACUMULA-TRANSACOES.
           IF RL-DATA-PROC IS NUMERIC
               MOVE RL-DATA-PROC TO WS-REG-DATA
           ELSE
               MOVE RL-RUN-ID(1:8) TO WS-REG-DATA-X
               IF WS-REG-DATA-X IS NOT NUMERIC
                   MOVE ZERO TO WS-REG-DATA
               END-IF
           END-IF
           PERFORM 0310-ACHA-NOITE
           IF WS-NOITE-ACHOU-IDX > ZERO
               AND RL-LIDAS IS NUMERIC AND RL-PULADAS IS NUMERIC
               IF RL-LIDAS > RL-PULADAS
                   COMPUTE WS-NT-TRANS(WS-NOITE-ACHOU-IDX) =
                       WS-NT-TRANS(WS-NOITE-ACHOU-IDX)
                       + RL-LIDAS - RL-PULADAS
               END-IF
           END-IF.

      * Volume da noite: registros de detalhe do TRANSVAL.DAT (sem as
      * linhas HDR e TRL dos grupos).
       0500-LE-VOLUME.
           OPEN INPUT VAL-FILE
           IF WS-VAL-STATUS NOT = '00'
               GO TO 0500-EXIT
           END-IF
           SET WS-TEM-VOLUME TO TRUE
           PERFORM UNTIL WS-VAL-EOF
               READ VAL-FILE
                   AT END
                       SET WS-VAL-EOF TO TRUE
                   NOT AT END
                       IF VAL-TIPO NOT = 'HDR' AND VAL-TIPO NOT = 'TRL'
                           ADD 1 TO WS-VOLUME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAL-FILE.

       0500-EXIT.
           EXIT.

       0900-CONVERTE-SEGUNDOS.
           MOVE WS-CV-AAAA TO WS-CV-DATA-X(1:4)
           MOVE WS-CV-MES  TO WS-CV-DATA-X(5:2)
           MOVE WS-CV-DIA  TO WS-CV-DATA-X(7:2)
           IF WS-CV-DATA-X IS NOT NUMERIC
               OR WS-CV-HH IS NOT NUMERIC
               OR WS-CV-MI IS NOT NUMERIC
               OR WS-CV-SS IS NOT NUMERIC
               MOVE ZERO TO WS-CV-SEG
           ELSE
               COMPUTE WS-CV-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CV-DATA)
                   - FUNCTION INTEGER-OF-DATE(WS-CV-BASE)
               COMPUTE WS-CV-SEG = WS-CV-DIAS * 86400
                   + WS-CV-HH * 3600 + WS-CV-MI * 60 + WS-CV-SS
           END-IF.

      * Segundos em WS-FM-SEG para WS-FM-DURACAO (hh:mm:ss) e
      * WS-FM-HORARIO (hh:mm com D+n quando passa da meia-noite da
      * data de processamento).
       0950-FORMATA-TEMPO.
           MOVE ZERO TO WS-FM-DIAS
           PERFORM UNTIL WS-FM-SEG >= ZERO
               ADD 86400 TO WS-FM-SEG
               SUBTRACT 1 FROM WS-FM-DIAS
           END-PERFORM
           MOVE WS-FM-SEG TO WS-FM-RESTO
           DIVIDE WS-FM-RESTO BY 3600 GIVING WS-FM-HORAS
               REMAINDER WS-FM-MINSEG
           IF WS-FM-HORAS > 99
               MOVE 99 TO WS-FM-HH
           ELSE
               MOVE WS-FM-HORAS TO WS-FM-HH
           END-IF
           DIVIDE WS-FM-MINSEG BY 60 GIVING WS-FM-MI
               REMAINDER WS-FM-SS
           MOVE SPACES TO WS-FM-DURACAO
           STRING WS-FM-HH ":" WS-FM-MI ":" WS-FM-SS
               DELIMITED BY SIZE INTO WS-FM-DURACAO
           PERFORM UNTIL WS-FM-HORAS < 24
               SUBTRACT 24 FROM WS-FM-HORAS
               ADD 1 TO WS-FM-DIAS
           END-PERFORM
           MOVE WS-FM-HORAS TO WS-FM-HH
           MOVE SPACES TO WS-FM-HORARIO
           EVALUATE TRUE
               WHEN WS-FM-DIAS = ZERO
                   STRING WS-FM-HH ":" WS-FM-MI
                       DELIMITED BY SIZE INTO WS-FM-HORARIO
               WHEN WS-FM-DIAS > ZERO
                   MOVE WS-FM-DIAS TO WS-FM-DIAS-ED
                   STRING WS-FM-HH ":" WS-FM-MI " (D+"
                       WS-FM-DIAS-ED ")"
                       DELIMITED BY SIZE INTO WS-FM-HORARIO
               WHEN OTHER
                   MOVE WS-FM-DIAS TO WS-FM-DIAS-ED
                   STRING WS-FM-HH ":" WS-FM-MI " (D-"
                       WS-FM-DIAS-ED ")"
                       DELIMITED BY SIZE INTO WS-FM-HORARIO
           END-EVALUATE.

      *****************************************************************
      *  MEDIAS, PIOR CASO E VAZAO                                    *
      *****************************************************************
       1000-CALCULA-MEDIAS.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                       UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
                   IF WS-MT-EXEC(WS-NOITE-IDX, WS-PASSO-IDX) > ZERO
                       PERFORM 1100-ACUMULA-MEDIA
                   END-IF
               END-PERFORM
               IF WS-PS-NOITES(WS-PASSO-IDX) > ZERO
                   COMPUTE WS-PS-MEDIA(WS-PASSO-IDX) ROUNDED =
                       WS-PS-TOTAL(WS-PASSO-IDX)
                       / WS-PS-NOITES(WS-PASSO-IDX)
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-VAZAO-PIOR
           PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                   UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
               PERFORM 1200-VAZAO-NOITE
               IF WS-VAZAO > ZERO
                   ADD WS-NT-TRANS(WS-NOITE-IDX) TO WS-SOMA-TRANS
                   ADD WS-CALC1-SEG TO WS-SOMA-CALC1-SEG
                   IF WS-VAZAO-PIOR = ZERO OR WS-VAZAO < WS-VAZAO-PIOR
                       MOVE WS-VAZAO TO WS-VAZAO-PIOR
                   END-IF
               END-IF
               IF WS-NT-ULT-SIT(WS-NOITE-IDX) NOT = 'FALHOU'
                   ADD WS-NT-INICIO(WS-NOITE-IDX) TO WS-SOMA-INICIO
                   ADD 1 TO WS-QTDE-INICIO
               END-IF
           END-PERFORM
           IF WS-SOMA-CALC1-SEG > ZERO
               COMPUTE WS-TRANS-MIN = WS-SOMA-TRANS * 60
               COMPUTE WS-VAZAO-MEDIA ROUNDED =
                   WS-TRANS-MIN / WS-SOMA-CALC1-SEG
           END-IF.

       1100-ACUMULA-MEDIA.
           ADD WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX)
               TO WS-PS-TOTAL(WS-PASSO-IDX)
           ADD 1 TO WS-PS-NOITES(WS-PASSO-IDX)
           IF WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX)
                   > WS-PS-PIOR(WS-PASSO-IDX)
               MOVE WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX)
                   TO WS-PS-PIOR(WS-PASSO-IDX)
               MOVE WS-NT-DATA(WS-NOITE-IDX)
                   TO WS-PS-PIOR-DATA(WS-PASSO-IDX)
           END-IF.

      * Vazao do calc1 na noite WS-NOITE-IDX em WS-VAZAO (zero sem
      * transacoes ou sem o passo CALC1 no JOBLOG).
       1200-VAZAO-NOITE.
           MOVE ZERO TO WS-VAZAO WS-CALC1-SEG
           IF WS-PASSO-CALC1 > ZERO
               MOVE WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-CALC1)
                   TO WS-CALC1-SEG
           END-IF
           IF WS-CALC1-SEG > ZERO AND WS-NT-TRANS(WS-NOITE-IDX) > ZERO
               COMPUTE WS-TRANS-MIN = WS-NT-TRANS(WS-NOITE-IDX) * 60
               COMPUTE WS-VAZAO ROUNDED =
                   WS-TRANS-MIN / WS-CALC1-SEG
           END-IF.

      * Passo acima da media: mais de LIMITE% da media e pelo menos
      * um minuto a mais, para nao marcar passos de poucos segundos.
       1300-CONFERE-LIMITE.
           MOVE SPACE TO WS-MARCA
           IF WS-MT-EXEC(WS-NOITE-IDX, WS-PASSO-IDX) > ZERO
               COMPUTE WS-LIMITE-SEG =
                   WS-PS-MEDIA(WS-PASSO-IDX) * WS-LIMITE-PCT
               COMPUTE WS-EXCESSO =
                   WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX)
                   - WS-PS-MEDIA(WS-PASSO-IDX)
               IF WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX) * 100
                       > WS-LIMITE-SEG
                   AND WS-EXCESSO >= WS-EXCESSO-MIN
                   MOVE '*' TO WS-MARCA
               END-IF
           END-IF.

      *****************************************************************
      *  IMPRESSAO                                                    *
      *****************************************************************
       2000-CABECALHO.
           MOVE "RELATORIO DA JANELA DO BATCH NOTURNO" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-NOITE-COUNT > ZERO
               STRING "NOITES ANALISADAS: " WS-NOITE-COUNT " ("
                   WS-NT-DATA(1) " A " WS-NT-DATA(WS-NOITE-COUNT)
                   ")  FIM DA JANELA: " WS-FIM-HH ":" WS-FIM-MM
                   " DO DIA SEGUINTE  LIMITE: " WS-LIMITE-PCT
                   "% DA MEDIA DO PASSO"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "NENHUMA NOITE NO JOBLOG.DAT" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * Uma linha por noite, uma coluna por passo (duracao hh:mm:ss,
      * '*' acima do limite, '-' quando o passo nao rodou).
       3000-DURACAO-PASSOS.
           MOVE "DURACAO DOS PASSOS POR NOITE (* = ACIMA DO LIMITE)"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "NOITE" TO RPT-LINE(1:8)
           MOVE 11 TO WS-LINHA-POS
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               MOVE WS-PS-NOME(WS-PASSO-IDX)
                   TO RPT-LINE(WS-LINHA-POS:8)
               ADD 10 TO WS-LINHA-POS
           END-PERFORM
           WRITE RPT-LINE
           PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                   UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE WS-NT-DATA(WS-NOITE-IDX) TO RPT-LINE(1:8)
               MOVE 11 TO WS-LINHA-POS
               PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                       UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
                   PERFORM 3100-CELULA-PASSO
                   ADD 10 TO WS-LINHA-POS
               END-PERFORM
               WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           MOVE "MEDIA" TO RPT-LINE(1:8)
           MOVE 11 TO WS-LINHA-POS
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               MOVE WS-PS-MEDIA(WS-PASSO-IDX) TO WS-FM-SEG
               PERFORM 0950-FORMATA-TEMPO
               MOVE WS-FM-DURACAO TO RPT-LINE(WS-LINHA-POS:8)
               ADD 10 TO WS-LINHA-POS
           END-PERFORM
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "PIOR" TO RPT-LINE(1:8)
           MOVE 11 TO WS-LINHA-POS
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               MOVE WS-PS-PIOR(WS-PASSO-IDX) TO WS-FM-SEG
               PERFORM 0950-FORMATA-TEMPO
               MOVE WS-FM-DURACAO TO RPT-LINE(WS-LINHA-POS:8)
               ADD 10 TO WS-LINHA-POS
           END-PERFORM
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "NA NOITE" TO RPT-LINE(1:8)
           MOVE 11 TO WS-LINHA-POS
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               MOVE WS-PS-PIOR-DATA(WS-PASSO-IDX)
                   TO RPT-LINE(WS-LINHA-POS:8)
               ADD 10 TO WS-LINHA-POS
           END-PERFORM
           WRITE RPT-LINE
           IF WS-PASSO-FORA > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " WS-PASSO-FORA
                   " LINHAS DE PASSOS ALEM DE 12 NOMES IGNORADAS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3100-CELULA-PASSO.
           IF WS-MT-EXEC(WS-NOITE-IDX, WS-PASSO-IDX) = ZERO
               MOVE "   -" TO RPT-LINE(WS-LINHA-POS:8)
           ELSE
               MOVE WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX)
                   TO WS-FM-SEG
               PERFORM 0950-FORMATA-TEMPO
               MOVE WS-FM-DURACAO TO RPT-LINE(WS-LINHA-POS:8)
               PERFORM 1300-CONFERE-LIMITE
               MOVE WS-MARCA TO RPT-LINE(WS-LINHA-POS + 8:1)
           END-IF.

       4000-CADEIA-POR-NOITE.
           MOVE "CADEIA POR NOITE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NOITE     INICIO       TERMINO      DURACAO   "
               "TRANS CALC1  TRANS/MIN  SITUACAO"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                   UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
               PERFORM 4100-LINHA-NOITE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4100-LINHA-NOITE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-NT-DATA(WS-NOITE-IDX) TO RPT-LINE(1:8)
           MOVE WS-NT-INICIO(WS-NOITE-IDX) TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           MOVE WS-FM-HORARIO TO RPT-LINE(11:11)
           MOVE WS-NT-FIM(WS-NOITE-IDX) TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           MOVE WS-FM-HORARIO TO RPT-LINE(24:11)
           COMPUTE WS-FM-SEG =
               WS-NT-FIM(WS-NOITE-IDX) - WS-NT-INICIO(WS-NOITE-IDX)
           PERFORM 0950-FORMATA-TEMPO
           MOVE WS-FM-DURACAO TO RPT-LINE(37:8)
           PERFORM 1200-VAZAO-NOITE
           MOVE WS-NT-TRANS(WS-NOITE-IDX) TO WS-ED-TRANS
           MOVE WS-ED-TRANS TO RPT-LINE(47:9)
           MOVE WS-VAZAO TO WS-ED-VAZAO
           MOVE WS-ED-VAZAO TO RPT-LINE(58:9)
           MOVE SPACES TO WS-SITUACAO-NOITE
           IF WS-NT-ULT-SIT(WS-NOITE-IDX) = 'FALHOU'
               ADD 1 TO WS-TOTAL-INCOMPL
               STRING "INCOMPLETA (" WS-NT-ULT-NOME(WS-NOITE-IDX)
                   ")" DELIMITED BY SIZE INTO WS-SITUACAO-NOITE
           ELSE
               MOVE "OK" TO WS-SITUACAO-NOITE
           END-IF
           MOVE WS-SITUACAO-NOITE TO RPT-LINE(69:22)
           IF WS-NT-FIM(WS-NOITE-IDX) > WS-PRAZO-SEG
               ADD 1 TO WS-TOTAL-FORA
               MOVE "*** FORA DA JANELA" TO RPT-LINE(92:18)
           END-IF
           WRITE RPT-LINE.

       5000-PASSOS-ACIMA.
           MOVE "PASSOS ACIMA DA PROPRIA MEDIA" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               PERFORM VARYING WS-NOITE-IDX FROM 1 BY 1
                       UNTIL WS-NOITE-IDX > WS-NOITE-COUNT
                   PERFORM 1300-CONFERE-LIMITE
                   IF WS-MARCA = '*'
                       PERFORM 5100-LINHA-ACIMA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-TOTAL-ACIMA = ZERO
               MOVE "  NENHUM" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       5100-LINHA-ACIMA.
           ADD 1 TO WS-TOTAL-ACIMA
           ADD 1 TO WS-PS-ACIMA(WS-PASSO-IDX)
           MOVE SPACES TO RPT-LINE
           STRING "  *** PASSO " WS-PS-NOME(WS-PASSO-IDX)
               " NOITE " WS-NT-DATA(WS-NOITE-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-MT-SEG(WS-NOITE-IDX, WS-PASSO-IDX) TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           MOVE "DURACAO" TO RPT-LINE(38:7)
           MOVE WS-FM-DURACAO TO RPT-LINE(46:8)
           MOVE WS-PS-MEDIA(WS-PASSO-IDX) TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           MOVE "MEDIA" TO RPT-LINE(56:5)
           MOVE WS-FM-DURACAO TO RPT-LINE(62:8)
           IF WS-MT-EXEC(WS-NOITE-IDX, WS-PASSO-IDX) > 1
               MOVE WS-MT-EXEC(WS-NOITE-IDX, WS-PASSO-IDX)
                   TO WS-ED-QTDE
               STRING "(" WS-ED-QTDE " EXECUCOES)"
                   DELIMITED BY SIZE INTO RPT-LINE(72:20)
           END-IF
           WRITE RPT-LINE.

       6000-FALHAS-REEXECUCOES.
           MOVE "FALHAS E REEXECUCOES POR PASSO" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PASSO       NOITES  FALHAS  REEXECUCOES  "
               "ACIMA DA MEDIA"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE WS-PS-NOME(WS-PASSO-IDX) TO RPT-LINE(1:8)
               MOVE WS-PS-NOITES(WS-PASSO-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO RPT-LINE(12:5)
               MOVE WS-PS-FALHAS(WS-PASSO-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO RPT-LINE(20:5)
               MOVE WS-PS-REEXEC(WS-PASSO-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO RPT-LINE(33:5)
               MOVE WS-PS-ACIMA(WS-PASSO-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO RPT-LINE(47:5)
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * Termino previsto = inicio + media dos outros passos + volume
      * pela vazao media do calc1; o pior caso usa o pior tempo de
      * cada passo e a pior vazao. Prazo: FIM do dia seguinte.
       7000-PREVISAO.
           MOVE SPACES TO RPT-LINE
           STRING "PREVISAO PARA A DATA DE PROCESSAMENTO "
               WS-DATA-PROC
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-TEM-VOLUME
               MOVE SPACES TO RPT-LINE
               STRING "  TRANSVAL.DAT AUSENTE - EXECUTAR O TRANSEDT "
                   "ANTES PARA OBTER A PREVISAO"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 7000-EXIT
           END-IF
           IF WS-VAZAO-MEDIA = ZERO
               MOVE "  SEM HISTORICO DE VAZAO DO CALC1 - SEM PREVISAO"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 7000-EXIT
           END-IF

           IF WS-INICIO-INF
               COMPUTE WS-INICIO-PREV = WS-INICIO-HH * 3600
                   + WS-INICIO-MM * 60
               IF WS-INICIO-HH < 12
                   ADD 86400 TO WS-INICIO-PREV
               END-IF
           ELSE
               IF WS-QTDE-INICIO > ZERO
                   COMPUTE WS-INICIO-PREV ROUNDED =
                       WS-SOMA-INICIO / WS-QTDE-INICIO
               ELSE
                   MOVE ZERO TO WS-INICIO-PREV
               END-IF
           END-IF
           MOVE ZERO TO WS-OUTROS-MEDIA WS-OUTROS-PIOR
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-PASSO-COUNT
               IF WS-PASSO-IDX NOT = WS-PASSO-CALC1
                   ADD WS-PS-MEDIA(WS-PASSO-IDX) TO WS-OUTROS-MEDIA
                   ADD WS-PS-PIOR(WS-PASSO-IDX)  TO WS-OUTROS-PIOR
               END-IF
           END-PERFORM
           COMPUTE WS-TRANS-MIN = WS-VOLUME * 60
           COMPUTE WS-CALC1-PREV ROUNDED =
               WS-TRANS-MIN / WS-VAZAO-MEDIA
           COMPUTE WS-CALC1-PIOR ROUNDED =
               WS-TRANS-MIN / WS-VAZAO-PIOR
           COMPUTE WS-TERMINO-MEDIO = WS-INICIO-PREV
               + WS-OUTROS-MEDIA + WS-CALC1-PREV
           COMPUTE WS-TERMINO-PIOR = WS-INICIO-PREV
               + WS-OUTROS-PIOR + WS-CALC1-PIOR

           MOVE WS-VOLUME TO WS-ED-TRANS
           MOVE WS-VAZAO-MEDIA TO WS-ED-VAZAO
           MOVE WS-INICIO-PREV TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           IF WS-INICIO-INF
               MOVE "INFORMADO" TO WS-INICIO-ORIGEM
           ELSE
               MOVE "MEDIO" TO WS-INICIO-ORIGEM
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  VOLUME NO TRANSVAL.DAT: " WS-ED-TRANS
               "  VAZAO MEDIA: " WS-ED-VAZAO " TRANS/MIN  INICIO "
               WS-INICIO-ORIGEM " " WS-FM-HORARIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CALC1-PREV TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           MOVE SPACES TO RPT-LINE
           STRING "  CALC1 PREVISTO: " WS-FM-DURACAO
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-OUTROS-MEDIA TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           STRING "  DEMAIS PASSOS: " WS-FM-DURACAO
               DELIMITED BY SIZE INTO RPT-LINE(27:30)
           MOVE WS-TERMINO-MEDIO TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           STRING "  TERMINO MEDIO: " WS-FM-HORARIO
               DELIMITED BY SIZE INTO RPT-LINE(52:30)
           MOVE WS-TERMINO-PIOR TO WS-FM-SEG
           PERFORM 0950-FORMATA-TEMPO
           STRING "  PIOR CASO: " WS-FM-HORARIO
               DELIMITED BY SIZE INTO RPT-LINE(82:30)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-TERMINO-MEDIO > WS-PRAZO-SEG
               COMPUTE WS-FOLGA = WS-TERMINO-MEDIO - WS-PRAZO-SEG
               MOVE WS-FOLGA TO WS-FM-SEG
               PERFORM 0950-FORMATA-TEMPO
               STRING "  *** RISCO: TERMINO PREVISTO "
                   WS-FM-DURACAO " APOS O FIM DA JANELA - "
                   "ANTECIPAR O INICIO OU DIVIDIR A CARGA"
                   DELIMITED BY SIZE INTO RPT-LINE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               DISPLAY RPT-LINE
           ELSE
               COMPUTE WS-FOLGA = WS-PRAZO-SEG - WS-TERMINO-MEDIO
               MOVE WS-FOLGA TO WS-FM-SEG
               PERFORM 0950-FORMATA-TEMPO
               IF WS-TERMINO-PIOR > WS-PRAZO-SEG
                   STRING "  ATENCAO: DENTRO DA JANELA NA MEDIA "
                       "(FOLGA " WS-FM-DURACAO
                       "), MAS O PIOR CASO ULTRAPASSA O FIM"
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "  DENTRO DA JANELA - FOLGA MEDIA "
                       WS-FM-DURACAO
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
           END-IF
           WRITE RPT-LINE.

       7000-EXIT.
           EXIT.

       8000-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LINHAS DO JOBLOG: " WS-TOTAL-LIDOS
               " NOITES: " WS-NOITE-COUNT
               " PASSOS: " WS-PASSO-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PASSOS ACIMA DA MEDIA: " WS-TOTAL-ACIMA
               " NOITES FORA DA JANELA: " WS-TOTAL-FORA
               " INCOMPLETAS: " WS-TOTAL-INCOMPL
               " FALHAS: " WS-TOTAL-FALHAS
               " REEXECUCOES: " WS-TOTAL-REEXEC
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-DIST-FORA > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " WS-DIST-FORA
                   " LINHAS COM DATAS ALEM DE 3000 NOITES IGNORADAS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           END PROGRAM JOBRPT.
