       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCON.
      *****************************************************************
      *  CONSOLIDACAO DAS ESTACOES DE CAPTURA NO TRANSIN.DAT          *
      *  Roda no corte da captura, antes do TRANSASM e do TRANSEDT.   *
      *  Le o jornal ESTACOES.DAT (a ultima linha de cada arquivo da  *
      *  a situacao vigente) e junta num unico TRANSIN.DAT, um grupo  *
      *  HDR/TRL por estacao, todos os arquivos CAPTURA.nnnnnnnn.DAT  *
      *  fechados pelo TRANSCAP. Antes de incluir, confere cada       *
      *  arquivo: HDR na primeira linha com o departamento e a        *
      *  matricula do jornal, TRANS-IDs dentro da faixa reservada no  *
      *  IDALOC.DAT, TRL no fim com contagem e hash iguais aos        *
      *  recalculados dos detalhes (NUM1 mais NUM2, exceto NUM2 de    *
      *  R, A e E, como o TRANSEDT) e iguais aos gravados no jornal   *
      *  no fechamento. Arquivo que nao confere fica fora e e marcado *
      *  'X' no jornal com o motivo; os incluidos sao marcados 'C'.   *
      *  Estacoes ainda abertas no corte nao entram e ficam para a    *
      *  proxima consolidacao. A listagem CONSLIST.DAT mostra cada    *
      *  estacao incluida, excluida ou aberta. RC 0 tudo incluido;    *
      *  RC 4 estacao aberta ou nada a consolidar; RC 12 estacao      *
      *  excluida; RC 16 TRANSIN.DAT ainda nao processado ou jornal   *
      *  ausente.                                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-FILE ASSIGN TO "ESTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT CAP-FILE ASSIGN USING WS-CAP-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RPT-FILE ASSIGN TO "CONSLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CAP-FILE
           RECORDING MODE IS F.
       01  CAP-RAW                 PIC X(80).
       01  CAP-HDR-REC.
           03 CAP-HDR-TIPO         PIC X(3).
           03 CAP-HDR-DATA         PIC 9(8).
           03 CAP-HDR-DEPTO        PIC X(10).
           03 CAP-HDR-CAPTURA      PIC X(5).
           03 FILLER               PIC X(54).
       01  CAP-TRL-REC.
           03 CAP-TRL-TIPO         PIC X(3).
           03 CAP-TRL-COUNT        PIC 9(8).
           03 CAP-TRL-HASH         PIC 9(10)V99.
           03 FILLER               PIC X(57).

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RAW               PIC X(80).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EST-STATUS        PIC XX.
           01 WS-CAP-STATUS        PIC XX.
           01 WS-TRANS-STATUS      PIC XX.

           01 WS-EST-EOF-SW        PIC X VALUE 'N'.
               88 WS-EST-EOF           VALUE 'Y'.
           01 WS-CAP-EOF-SW        PIC X VALUE 'N'.
               88 WS-CAP-EOF           VALUE 'Y'.
           01 WS-EST-CHEIA-SW      PIC X VALUE 'N'.
               88 WS-EST-CHEIA         VALUE 'Y'.
           01 WS-TRANSIN-ABERTO-SW PIC X VALUE 'N'.
               88 WS-TRANSIN-ABERTO    VALUE 'Y'.

           01 WS-CAP-GEN-NOME      PIC X(30).

      * RESULTADO da consolidacao: 'I' incluida, 'X' excluida,
      * 'V' vazia (fechada sem transacoes), 'A' aberta no corte;
      * espaco = ja consolidada ou excluida antes, nada a fazer.
           01 WS-EST-TABLE.
               03 WS-EST-ENTRY OCCURS 500 TIMES.
                   05 WS-ET-ARQUIVO     PIC X(30).
                   05 WS-ET-SITUACAO    PIC X.
                   05 WS-ET-ESTACAO     PIC X(8).
                   05 WS-ET-MATRICULA   PIC X(5).
                   05 WS-ET-DEPTO       PIC X(10).
                   05 WS-ET-DATA-PROC   PIC 9(8).
                   05 WS-ET-ID-INI      PIC 9(8).
                   05 WS-ET-ID-FIM      PIC 9(8).
                   05 WS-ET-QTDE        PIC 9(8).
                   05 WS-ET-HASH        PIC 9(10)V99.
                   05 WS-ET-RESULTADO   PIC X.
                   05 WS-ET-MOTIVO      PIC X(30).
           01 WS-EST-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-EST-IDX           PIC 9(4).
           01 WS-EST-ACHOU-IDX     PIC 9(4).

           01 WS-VER-LINHAS        PIC 9(8).
           01 WS-VER-COUNT         PIC 9(8).
           01 WS-VER-HASH          PIC 9(10)V99.
           01 WS-VER-TRL-SW        PIC X.
               88 WS-VER-TRL           VALUE 'Y'.
           01 WS-VER-TRL-COUNT     PIC 9(8).
           01 WS-VER-TRL-HASH      PIC 9(10)V99.
           01 WS-VER-MOTIVO        PIC X(30).
           01 WS-VER-ID            PIC 9(8).
           01 WS-OPCAO-X           PIC X.
           01 WS-NUM1-X            PIC X(11).
           01 WS-NUM2-X            PIC X(11).
           01 WS-NUM-STAGE-X       PIC X(11).
           01 WS-NUM-STAGE REDEFINES WS-NUM-STAGE-X
                                   PIC 9(9)V99.

           01 WS-TOTAL-INCLUIDAS   PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-EXCLUIDAS   PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-ABERTAS     PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-VAZIAS      PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-DETALHES    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-HASH        PIC 9(10)V99 VALUE ZERO.
           01 WS-HASH-ED           PIC Z(9)9.99.
           01 WS-SITUACAO-TXT      PIC X(17).

           01 WS-HOJE.
               03 WS-HOJE-AAAA      PIC 9(4).
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
                   05 WS-CDT-YYYY   PIC 9(4).
                   05 WS-CDT-MM     PIC 9(2).
                   05 WS-CDT-DD     PIC 9(2).
               03 WS-CDT-TIME.
                   05 WS-CDT-HH     PIC 9(2).
                   05 WS-CDT-MI     PIC 9(2).
                   05 WS-CDT-SS     PIC 9(2).
                   05 FILLER        PIC X(9).
           01 WS-TS-TRABALHO       PIC X(19).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '35'
               CLOSE TRANS-FILE
               DISPLAY "ERRO: TRANSIN.DAT JA EXISTE E AINDA NAO FOI "
                   "PROCESSADO - RODAR O BATCH (OU GUARDAR O "
                   "ARQUIVO) ANTES DE CONSOLIDAR"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0100-CARREGA-ESTACOES
           IF RETURN-CODE = 16
               GO TO 0000-EXIT
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "CONSOLIDACAO DAS ESTACOES DE CAPTURA - TRANSIN.DAT"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 9000-MONTA-TIMESTAMP
           MOVE SPACES TO RPT-LINE
           STRING "DATA DE PROCESSAMENTO: " WS-HOJE-N
               " CORTE: " WS-TS-TRABALHO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SITUACAO          ARQUIVO              ESTACAO  "
               "MATR. DEPTO      DATA     FAIXA DE TRANS-IDS "
               "QTDE             HASH"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               EVALUATE WS-ET-SITUACAO(WS-EST-IDX)
                   WHEN 'F'
                       PERFORM 0200-CONFERE-ESTACAO THRU 0200-EXIT
                       IF WS-ET-RESULTADO(WS-EST-IDX) = 'I'
                           PERFORM 0300-COPIA-ESTACAO
                       END-IF
                       PERFORM 0400-LISTA-ESTACAO
                   WHEN 'A'
                       MOVE 'A' TO WS-ET-RESULTADO(WS-EST-IDX)
                       ADD 1 TO WS-TOTAL-ABERTAS
                       IF WS-ET-DATA-PROC(WS-EST-IDX) < WS-HOJE-N
                           MOVE "ABERTA DESDE DIA ANTERIOR"
                               TO WS-ET-MOTIVO(WS-EST-IDX)
                       END-IF
                       PERFORM 0400-LISTA-ESTACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-TRANSIN-ABERTO
               CLOSE TRANS-FILE
           END-IF

           PERFORM 0500-ATUALIZA-JORNAL THRU 0500-EXIT
           PERFORM 0600-ESCREVE-TOTAIS
           CLOSE RPT-FILE.

       0000-EXIT.
           STOP RUN.

      * Situacao vigente de cada arquivo de estacao: a ultima linha
      * do ARQUIVO no jornal prevalece.
       0100-CARREGA-ESTACOES.
           OPEN INPUT EST-FILE
           IF WS-EST-STATUS = '35'
               DISPLAY "ERRO: ESTACOES.DAT NAO ENCONTRADO - NENHUMA "
                   "ESTACAO DE CAPTURA A CONSOLIDAR"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EST-EOF
                   READ EST-FILE
                       AT END
                           SET WS-EST-EOF TO TRUE
                       NOT AT END
                           PERFORM 0110-GUARDA-ESTACAO
                   END-READ
               END-PERFORM
               CLOSE EST-FILE
               IF WS-EST-CHEIA
                   DISPLAY "AVISO: MAIS DE 500 ARQUIVOS NO "
                       "ESTACOES.DAT - EXCEDENTES NAO CONSOLIDADOS"
               END-IF
           END-IF.

       0110-GUARDA-ESTACAO.
           MOVE ZERO TO WS-EST-ACHOU-IDX
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-ET-ARQUIVO(WS-EST-IDX) = EST-ARQUIVO
                   MOVE WS-EST-IDX TO WS-EST-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-EST-ACHOU-IDX = ZERO
               IF WS-EST-COUNT < 500
                   ADD 1 TO WS-EST-COUNT
                   MOVE WS-EST-COUNT TO WS-EST-ACHOU-IDX
                   MOVE EST-ARQUIVO TO WS-ET-ARQUIVO(WS-EST-ACHOU-IDX)
               ELSE
                   SET WS-EST-CHEIA TO TRUE
               END-IF
           END-IF
           IF WS-EST-ACHOU-IDX > ZERO
               MOVE EST-SITUACAO  TO WS-ET-SITUACAO(WS-EST-ACHOU-IDX)
               MOVE EST-ESTACAO   TO WS-ET-ESTACAO(WS-EST-ACHOU-IDX)
               MOVE EST-MATRICULA TO WS-ET-MATRICULA(WS-EST-ACHOU-IDX)
               MOVE EST-DEPTO     TO WS-ET-DEPTO(WS-EST-ACHOU-IDX)
               MOVE EST-DATA-PROC TO WS-ET-DATA-PROC(WS-EST-ACHOU-IDX)
               MOVE EST-ID-INI    TO WS-ET-ID-INI(WS-EST-ACHOU-IDX)
               MOVE EST-ID-FIM    TO WS-ET-ID-FIM(WS-EST-ACHOU-IDX)
               MOVE EST-QTDE      TO WS-ET-QTDE(WS-EST-ACHOU-IDX)
               MOVE EST-HASH      TO WS-ET-HASH(WS-EST-ACHOU-IDX)
               MOVE SPACE      TO WS-ET-RESULTADO(WS-EST-ACHOU-IDX)
               MOVE SPACES     TO WS-ET-MOTIVO(WS-EST-ACHOU-IDX)
           END-IF.

      * Le o arquivo inteiro antes de copiar qualquer linha: so entra
      * no TRANSIN.DAT o arquivo que confere do HDR ao TRL. Fica o
      * primeiro motivo encontrado.
       0200-CONFERE-ESTACAO.
           MOVE ZERO   TO WS-VER-LINHAS
           MOVE ZERO   TO WS-VER-COUNT
           MOVE ZERO   TO WS-VER-HASH
           MOVE 'N'    TO WS-VER-TRL-SW
           MOVE SPACES TO WS-VER-MOTIVO
           MOVE 'N'    TO WS-CAP-EOF-SW
           MOVE WS-ET-ARQUIVO(WS-EST-IDX) TO WS-CAP-GEN-NOME
           OPEN INPUT CAP-FILE
           IF WS-CAP-STATUS = '35'
               MOVE "ARQUIVO AUSENTE NO DISCO" TO WS-VER-MOTIVO
               GO TO 0200-DECIDE
           END-IF
           PERFORM UNTIL WS-CAP-EOF
               READ CAP-FILE
                   AT END
                       SET WS-CAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VER-LINHAS
                       PERFORM 0210-CONFERE-LINHA
               END-READ
           END-PERFORM
           CLOSE CAP-FILE
           IF WS-VER-MOTIVO = SPACES AND NOT WS-VER-TRL
               MOVE "SEM TRL - ARQUIVO INCOMPLETO" TO WS-VER-MOTIVO
           END-IF
           IF WS-VER-MOTIVO = SPACES
               AND (WS-VER-TRL-COUNT NOT = WS-VER-COUNT
                   OR WS-VER-TRL-HASH NOT = WS-VER-HASH)
               MOVE "TRL NAO CONFERE COM DETALHES" TO WS-VER-MOTIVO
           END-IF
           IF WS-VER-MOTIVO = SPACES
               AND (WS-VER-TRL-COUNT NOT = WS-ET-QTDE(WS-EST-IDX)
                   OR WS-VER-TRL-HASH NOT = WS-ET-HASH(WS-EST-IDX))
               MOVE "TRL DIFERE DO FECHAMENTO" TO WS-VER-MOTIVO
           END-IF.

       0200-DECIDE.
           EVALUATE TRUE
               WHEN WS-VER-MOTIVO NOT = SPACES
                   MOVE 'X' TO WS-ET-RESULTADO(WS-EST-IDX)
                   MOVE WS-VER-MOTIVO TO WS-ET-MOTIVO(WS-EST-IDX)
                   ADD 1 TO WS-TOTAL-EXCLUIDAS
               WHEN WS-VER-COUNT = ZERO
                   MOVE 'V' TO WS-ET-RESULTADO(WS-EST-IDX)
                   MOVE "SEM TRANSACOES" TO WS-ET-MOTIVO(WS-EST-IDX)
                   ADD 1 TO WS-TOTAL-VAZIAS
               WHEN OTHER
                   MOVE 'I' TO WS-ET-RESULTADO(WS-EST-IDX)
                   ADD 1 TO WS-TOTAL-INCLUIDAS
                   ADD WS-VER-COUNT TO WS-TOTAL-DETALHES
                   ADD WS-VER-HASH  TO WS-TOTAL-HASH
           END-EVALUATE.

       0200-EXIT.
           EXIT.

       0210-CONFERE-LINHA.
           IF WS-VER-MOTIVO NOT = SPACES
               CONTINUE
           ELSE
           IF WS-VER-LINHAS = 1
               IF CAP-HDR-TIPO NOT = 'HDR'
                   MOVE "PRIMEIRA LINHA NAO E HDR" TO WS-VER-MOTIVO
               ELSE
               IF CAP-HDR-DEPTO NOT = WS-ET-DEPTO(WS-EST-IDX)
                   OR CAP-HDR-CAPTURA NOT = WS-ET-MATRICULA(WS-EST-IDX)
                   MOVE "HDR DIFERE DO JORNAL" TO WS-VER-MOTIVO
               END-IF
               END-IF
           ELSE
           IF WS-VER-TRL
               MOVE "LINHA APOS O TRL" TO WS-VER-MOTIVO
           ELSE
           IF CAP-RAW(1:3) = 'HDR'
               MOVE "HDR REPETIDO" TO WS-VER-MOTIVO
           ELSE
           IF CAP-RAW(1:3) = 'TRL'
               SET WS-VER-TRL TO TRUE
               IF CAP-TRL-COUNT IS NUMERIC
                   AND CAP-TRL-HASH IS NUMERIC
                   MOVE CAP-TRL-COUNT TO WS-VER-TRL-COUNT
                   MOVE CAP-TRL-HASH  TO WS-VER-TRL-HASH
               ELSE
                   MOVE "TRL NAO NUMERICO" TO WS-VER-MOTIVO
               END-IF
           ELSE
               PERFORM 0220-CONFERE-DETALHE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0220-CONFERE-DETALHE.
           ADD 1 TO WS-VER-COUNT
           IF CAP-RAW(1:8) IS NOT NUMERIC
               MOVE "TRANS-ID NAO NUMERICO" TO WS-VER-MOTIVO
           ELSE
               MOVE CAP-RAW(1:8) TO WS-VER-ID
               IF WS-VER-ID < WS-ET-ID-INI(WS-EST-IDX)
                   OR WS-VER-ID > WS-ET-ID-FIM(WS-EST-IDX)
                   MOVE SPACES TO WS-VER-MOTIVO
                   STRING "ID " WS-VER-ID " FORA DA FAIXA"
                       DELIMITED BY SIZE INTO WS-VER-MOTIVO
               END-IF
           END-IF
           MOVE CAP-RAW(9:1)  TO WS-OPCAO-X
           MOVE CAP-RAW(10:11) TO WS-NUM1-X
           MOVE CAP-RAW(21:11) TO WS-NUM2-X
           IF WS-NUM1-X IS NUMERIC
               MOVE WS-NUM1-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-VER-HASH
           END-IF
           IF WS-OPCAO-X NOT = 'R' AND WS-OPCAO-X NOT = 'E'
               AND WS-OPCAO-X NOT = 'A'
               AND WS-NUM2-X IS NUMERIC
               MOVE WS-NUM2-X TO WS-NUM-STAGE-X
               ADD WS-NUM-STAGE TO WS-VER-HASH
           END-IF.

      * O TRANSIN.DAT so e criado quando a primeira estacao confere:
      * sem nenhuma incluida, nada fica no disco para o TRANSEDT.
       0300-COPIA-ESTACAO.
           IF NOT WS-TRANSIN-ABERTO
               OPEN OUTPUT TRANS-FILE
               SET WS-TRANSIN-ABERTO TO TRUE
           END-IF
           MOVE 'N' TO WS-CAP-EOF-SW
           OPEN INPUT CAP-FILE
           PERFORM UNTIL WS-CAP-EOF
               READ CAP-FILE
                   AT END
                       SET WS-CAP-EOF TO TRUE
                   NOT AT END
                       MOVE CAP-RAW TO TRANS-RAW
                       WRITE TRANS-RAW
               END-READ
           END-PERFORM
           CLOSE CAP-FILE.

       0400-LISTA-ESTACAO.
           EVALUATE WS-ET-RESULTADO(WS-EST-IDX)
               WHEN 'I'
                   MOVE "INCLUIDA"          TO WS-SITUACAO-TXT
               WHEN 'X'
                   MOVE "EXCLUIDA"          TO WS-SITUACAO-TXT
               WHEN 'V'
                   MOVE "VAZIA (NAO INCL.)" TO WS-SITUACAO-TXT
               WHEN OTHER
                   MOVE "ABERTA NO CORTE"   TO WS-SITUACAO-TXT
           END-EVALUATE
           MOVE WS-ET-HASH(WS-EST-IDX) TO WS-HASH-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-SITUACAO-TXT " " WS-ET-ARQUIVO(WS-EST-IDX)(1:20)
               " " WS-ET-ESTACAO(WS-EST-IDX)
               " " WS-ET-MATRICULA(WS-EST-IDX)
               " " WS-ET-DEPTO(WS-EST-IDX)
               " " WS-ET-DATA-PROC(WS-EST-IDX)
               " " WS-ET-ID-INI(WS-EST-IDX)
               "-" WS-ET-ID-FIM(WS-EST-IDX)
               " " WS-ET-QTDE(WS-EST-IDX)
               " " WS-HASH-ED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ET-MOTIVO(WS-EST-IDX) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "    MOTIVO: " WS-ET-MOTIVO(WS-EST-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-ET-RESULTADO(WS-EST-IDX) = 'X'
               DISPLAY "AVISO: " WS-ET-ARQUIVO(WS-EST-IDX)
                   " EXCLUIDO - " WS-ET-MOTIVO(WS-EST-IDX)
           END-IF.

      * Incluidas e vazias viram 'C', excluidas 'X' com o motivo;
      * abertas nao ganham linha e continuam 'A'.
       0500-ATUALIZA-JORNAL.
           IF WS-TOTAL-INCLUIDAS + WS-TOTAL-EXCLUIDAS
                   + WS-TOTAL-VAZIAS = ZERO
               GO TO 0500-EXIT
           END-IF
           PERFORM 9000-MONTA-TIMESTAMP
           OPEN EXTEND EST-FILE
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-ET-RESULTADO(WS-EST-IDX) = 'I' OR 'V' OR 'X'
                   MOVE SPACES TO EST-REC
                   MOVE WS-ET-ARQUIVO(WS-EST-IDX)   TO EST-ARQUIVO
                   IF WS-ET-RESULTADO(WS-EST-IDX) = 'X'
                       MOVE 'X' TO EST-SITUACAO
                   ELSE
                       MOVE 'C' TO EST-SITUACAO
                   END-IF
                   MOVE WS-ET-ESTACAO(WS-EST-IDX)   TO EST-ESTACAO
                   MOVE WS-ET-MATRICULA(WS-EST-IDX) TO EST-MATRICULA
                   MOVE WS-ET-DEPTO(WS-EST-IDX)     TO EST-DEPTO
                   MOVE WS-ET-DATA-PROC(WS-EST-IDX) TO EST-DATA-PROC
                   MOVE WS-ET-ID-INI(WS-EST-IDX)    TO EST-ID-INI
                   MOVE WS-ET-ID-FIM(WS-EST-IDX)    TO EST-ID-FIM
                   MOVE WS-ET-QTDE(WS-EST-IDX)      TO EST-QTDE
                   MOVE WS-ET-HASH(WS-EST-IDX)      TO EST-HASH
                   MOVE WS-TS-TRABALHO              TO EST-TIMESTAMP
                   MOVE WS-ET-MOTIVO(WS-EST-IDX)    TO EST-MOTIVO
                   WRITE EST-REC
               END-IF
           END-PERFORM
           CLOSE EST-FILE.

       0500-EXIT.
           EXIT.

       0600-ESCREVE-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-HASH TO WS-HASH-ED
           MOVE SPACES TO RPT-LINE
           STRING "INCLUIDAS: " WS-TOTAL-INCLUIDAS
               " EXCLUIDAS: " WS-TOTAL-EXCLUIDAS
               " ABERTAS NO CORTE: " WS-TOTAL-ABERTAS
               " VAZIAS: " WS-TOTAL-VAZIAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRANSIN.DAT: " WS-TOTAL-INCLUIDAS " GRUPO(S), "
               WS-TOTAL-DETALHES " DETALHES, HASH=" WS-HASH-ED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           EVALUATE TRUE
               WHEN WS-TOTAL-EXCLUIDAS > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOTAL-ABERTAS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOTAL-INCLUIDAS = ZERO
                   MOVE SPACES TO RPT-LINE
                   STRING "AVISO: NENHUMA ESTACAO FECHADA A "
                       "CONSOLIDAR - TRANSIN.DAT NAO GRAVADO"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY RPT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY "RETURN-CODE FINAL: " RETURN-CODE.

       9000-MONTA-TIMESTAMP.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TS-TRABALHO
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TS-TRABALHO.

           END PROGRAM TRANSCON.
