       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIO.
      *****************************************************************
      *  ROTINA DE RASTREIO DE UM TRANS-ID                            *
      *  Chamada pelo MENU (consulta de um ID) e pelo RASTRPT (lista  *
      *  de IDs em batch) para que a regra de onde procurar exista em *
      *  um unico lugar, como o DTUTIL faz com as datas. Procura o ID *
      *  em todos os arquivos por onde uma transacao passa e devolve  *
      *  no layout RASTLAY um evento por ocorrencia, em ordem de      *
      *  data:                                                        *
      *    ESTACOES.DAT e CAPTURA.nnnnnnnn.DAT - estacao cuja faixa   *
      *      contem o ID, quem capturou e quando, e o destino do      *
      *      arquivo na consolidacao do TRANSCON                      *
      *    TRANSIN.DAT, EDITLIST.DAT, TRANSERR.DAT e TRANSRSB.DAT -   *
      *      lote atual, rejeicao na edicao, suspenso do calc1 com o  *
      *      motivo e ressubmissao do TRANSFIX (arquivos regravados a *
      *      cada ciclo: mostram so o ciclo mais recente)             *
      *    TRANSHLD.DAT - retencao por limite e decisao do supervisor *
      *    CALCHIST.IDX e geracoes CALCARC do GENCAT.DAT - lancamento *
      *      com resultado e departamento, estornos e anulacoes do    *
      *      CALCDESF que apontam o ID                                *
      *    geracoes TRANSOUT do GENCAT.DAT - resultado gravado        *
      *    FINEXTID.DAT, FINEXTLOG.DAT e FINACK.DAT - extracao que    *
      *      levou o ID ao financeiro e a confirmacao dela, conferida *
      *      como o FINCONF faz                                       *
      *  Arquivo ausente e simplesmente ignorado. No arquivo morto o  *
      *  registro nao tem chave; a data e a do TIMESTAMP.             *
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

           SELECT LIST-FILE ASSIGN TO "EDITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT ERR-FILE ASSIGN TO "TRANSERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT RSB-FILE ASSIGN TO "TRANSRSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.

           SELECT HLD-FILE ASSIGN TO "TRANSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT HIST-FILE ASSIGN TO "CALCHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT ARCH-FILE ASSIGN USING WS-ARCH-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RES-FILE ASSIGN USING WS-RES-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT XID-FILE ASSIGN TO "FINEXTID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XID-STATUS.

           SELECT EXTLOG-FILE ASSIGN TO "FINEXTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTLOG-STATUS.

           SELECT ACK-FILE ASSIGN TO "FINACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

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

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RAW               PIC X(80).

       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-LINE               PIC X(120).

       FD  ERR-FILE
           RECORDING MODE IS F.
       01  ERR-REC.
           03 ERR-SEQ              PIC 9(8).
           03 FILLER               PIC X.
           03 ERR-MOTIVO           PIC X(2).
           03 FILLER               PIC X.
           03 ERR-TRANS-REC.
               05 ERR-ID           PIC X(8).
               05 ERR-DETALHE      PIC X(23).
               05 ERR-DEPTO        PIC X(10).
           03 FILLER               PIC X.
           03 ERR-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X.
           03 ERR-RUN-ID           PIC X(14).

       FD  RSB-FILE
           RECORDING MODE IS F.
       01  RSB-RAW                 PIC X(41).

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

       FD  GENCAT-FILE
           RECORDING MODE IS F.
           COPY GENCATRC REPLACING
               ==PFX-REC==     BY ==GENCAT-REC==
               ==PFX-ARQUIVO== BY ==GENCAT-ARQUIVO==
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

       FD  ARCH-FILE
           RECORDING MODE IS F.
           COPY ARCHREC REPLACING
               ==PFX-REC==       BY ==ARCH-REC==
               ==PFX-ATUAL==     BY ==ARCH-ATUAL==
               ==PFX-CHAVE==     BY ==ARCH-CHAVE==
               ==PFX-CH-DATA==   BY ==ARCH-CH-DATA==
               ==PFX-CH-HORA==   BY ==ARCH-CH-HORA==
               ==PFX-CH-SEQ==    BY ==ARCH-CH-SEQ==
               ==PFX-CORPO==     BY ==ARCH-CORPO==
               ==PFX-ANTIGO==    BY ==ARCH-ANTIGO==
               ==PFX-CORPO-ANT== BY ==ARCH-CORPO-ANT==.

       FD  RES-FILE
           RECORDING MODE IS F.
       01  RES-REC.
           03 RESREC-ID            PIC X(8).
           03 FILLER               PIC X.
           03 RESREC-OPCAO         PIC X.
           03 RESREC-NUM1          PIC -(9)9.99.
           03 RESREC-NUM2          PIC -(9)9.99.
           03 FILLER               PIC X.
           03 RESREC-RES           PIC -(9)9.99.
           03 FILLER               PIC X.
           03 RESREC-DEPTO         PIC X(10).

       FD  XID-FILE
           RECORDING MODE IS F.
           COPY FINXIDRC REPLACING
               ==PFX-REC==     BY ==XID-REC==
               ==PFX-ID==      BY ==XID-ID==
               ==PFX-EXT-NUM== BY ==XID-EXT-NUM==
               ==PFX-DATA==    BY ==XID-DATA==
               ==PFX-CHAVE==   BY ==XID-CHAVE==
               ==PFX-TIPO==    BY ==XID-TIPO==.

       FD  EXTLOG-FILE
           RECORDING MODE IS F.
       01  EXTLOG-REC.
           03 EL-EXT-NUM           PIC 9(4).
           03 FILLER               PIC X.
           03 EL-DATA              PIC 9(8).
           03 FILLER               PIC X.
           03 EL-LINHAS            PIC 9(8).
           03 FILLER               PIC X.
           03 EL-VALOR             PIC X(16).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-EST-STATUS        PIC XX.
           01 WS-CAP-STATUS        PIC XX.
           01 WS-TRANS-STATUS      PIC XX.
           01 WS-LIST-STATUS       PIC XX.
           01 WS-ERR-STATUS        PIC XX.
           01 WS-RSB-STATUS        PIC XX.
           01 WS-HLD-STATUS        PIC XX.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-ARCH-STATUS       PIC XX.
           01 WS-RES-STATUS        PIC XX.
           01 WS-XID-STATUS        PIC XX.
           01 WS-EXTLOG-STATUS     PIC XX.
           01 WS-ACK-STATUS        PIC XX.

           01 WS-EOF-SW            PIC X.
               88 WS-EOF               VALUE 'Y'.

           01 WS-ID-N              PIC 9(8).
           01 WS-ID-X REDEFINES WS-ID-N PIC X(8).

           01 WS-CAP-GEN-NOME      PIC X(30).
           01 WS-ARCH-NOME         PIC X(30).
           01 WS-RES-GEN-NOME      PIC X(30).

      * Linhas do jornal ESTACOES.DAT do arquivo de estacao cuja
      * faixa contem o ID; so viram eventos se o ID estiver de fato
      * no arquivo (a faixa pode ter sobrado sem uso).
           01 WS-JOR-TABLE.
               03 WS-JOR-ENTRY OCCURS 20 TIMES.
                   05 WS-JR-SITUACAO    PIC X.
                   05 WS-JR-ESTACAO     PIC X(8).
                   05 WS-JR-MATRICULA   PIC X(5).
                   05 WS-JR-DEPTO       PIC X(10).
                   05 WS-JR-QTDE        PIC 9(8).
                   05 WS-JR-TIMESTAMP   PIC X(19).
                   05 WS-JR-MOTIVO      PIC X(30).
           01 WS-JOR-COUNT         PIC 9(2).
           01 WS-JOR-IDX           PIC 9(2).
           01 WS-JOR-ARQUIVO       PIC X(30).
           01 WS-JOR-ID-INI        PIC 9(8).
           01 WS-JOR-ID-FIM        PIC 9(8).
           01 WS-CAP-ACHOU-SW      PIC X.
               88 WS-CAP-ACHOU         VALUE 'Y'.
           01 WS-CAP-REG           PIC X(31).
           01 WS-CAP-DATA          PIC 9(8).
           01 WS-CAP-DEPTO         PIC X(10).
           01 WS-CAP-CAPTURA       PIC X(5).

           01 WS-GRP-DATA          PIC 9(8).
           01 WS-GRP-DEPTO         PIC X(10).
           01 WS-GRP-CAPTURA       PIC X(5).

           01 WS-SUSP-DATA         PIC 9(8).
           01 WS-SUSP-HORA         PIC 9(6).
           01 WS-MOTIVO-DESCR      PIC X(22).

      * Geracoes CALCARC e TRANSOUT ja lidas: o GENCAT.DAT cataloga
      * de novo a geracao do dia quando o programa roda duas vezes.
           01 WS-GEN-TABLE.
               03 WS-GEN-NOME OCCURS 400 TIMES PIC X(30).
           01 WS-GEN-COUNT         PIC 9(3).
           01 WS-GEN-IDX           PIC 9(3).
           01 WS-JA-LIDO-SW        PIC X.
               88 WS-JA-LIDO           VALUE 'Y'.

           01 WS-XEXT-TABLE.
               03 WS-XEXT-ENTRY OCCURS 50 TIMES.
                   05 WS-XE-NUM         PIC 9(4).
                   05 WS-XE-DATA        PIC 9(8).
           01 WS-XEXT-COUNT        PIC 9(2).
           01 WS-XEXT-IDX          PIC 9(2).
           01 WS-XEXT-ACHOU-SW     PIC X.
               88 WS-XEXT-ACHOU        VALUE 'Y'.

           01 WS-LOG-ACHOU-SW      PIC X.
               88 WS-LOG-ACHOU         VALUE 'Y'.
           01 WS-LOG-LINHAS        PIC 9(8).
           01 WS-LOG-VALOR         PIC S9(12)V99.
           01 WS-ACK-ACHOU-SW      PIC X.
               88 WS-ACK-ACHOU         VALUE 'Y'.
           01 WS-ACK-TIPO          PIC X(2).
           01 WS-ACK-NUM-X         PIC X(4).
           01 WS-ACK-DATA-X        PIC X(8).
           01 WS-ACK-ACEITAS-X     PIC X(8).
           01 WS-ACK-REJEIT-X      PIC X(8).
           01 WS-ACK-VALOR-X       PIC X(16).
           01 WS-ACK-ACEITAS       PIC 9(8).
           01 WS-ACK-REJEIT        PIC 9(8).
           01 WS-ACK-VALOR         PIC S9(12)V99.

      * Evento em montagem e area de troca da ordenacao.
           01 WS-EV-DATA           PIC 9(8).
           01 WS-EV-FASE           PIC 9.
           01 WS-EV-HORA           PIC 9(6).
           01 WS-EV-ORIGEM         PIC X(21).
           01 WS-EV-TEXTO          PIC X(90).
           01 WS-SV-EVENTO.
               03 WS-SV-ORDEM      PIC X(15).
               03 FILLER           PIC X(130).
           01 WS-ORD-IDX           PIC 9(3).
           01 WS-ORD-POS           PIC 9(3).
           01 WS-ORD-ACHOU-SW      PIC X.
               88 WS-ORD-ACHOU         VALUE 'Y'.

           01 WS-TS                PIC X(19).

      * Valores editados sem os brancos da esquerda, para caber no
      * texto do evento.
           01 WS-VAL-N             PIC S9(9)V99.
           01 WS-VAL-ED            PIC -(9)9.99.
           01 WS-VAL-TXT           PIC X(13).
           01 WS-VAL-BRANCOS       PIC 9(2).
           01 WS-TXT-NUM1          PIC X(13).
           01 WS-TXT-NUM2          PIC X(13).
           01 WS-TXT-RES           PIC X(13).

       LINKAGE SECTION.
           COPY RASTLAY REPLACING
               ==PFX-PARM==       BY ==LNK-PARM==
               ==PFX-ID==         BY ==LNK-ID==
               ==PFX-STATUS==     BY ==LNK-STATUS==
               ==PFX-QTDE==       BY ==LNK-QTDE==
               ==PFX-EVENTO==     BY ==LNK-EVENTO==
               ==PFX-EV-ORDEM==   BY ==LNK-EV-ORDEM==
               ==PFX-EV-DATA==    BY ==LNK-EV-DATA==
               ==PFX-EV-FASE==    BY ==LNK-EV-FASE==
               ==PFX-EV-HORA==    BY ==LNK-EV-HORA==
               ==PFX-EV-QUANDO==  BY ==LNK-EV-QUANDO==
               ==PFX-EV-ORIGEM==  BY ==LNK-EV-ORIGEM==
               ==PFX-EV-TEXTO==   BY ==LNK-EV-TEXTO==.

       PROCEDURE DIVISION USING LNK-PARM.
       0000-TRATA.
           MOVE '0'  TO LNK-STATUS
           MOVE ZERO TO LNK-QTDE
           IF LNK-ID IS NOT NUMERIC OR LNK-ID = ZERO
               MOVE 'I' TO LNK-STATUS
           ELSE
               MOVE LNK-ID TO WS-ID-N
               PERFORM 1000-CAPTURA THRU 1000-EXIT
               PERFORM 1100-TRANSIN
               PERFORM 1200-EDICAO
               PERFORM 1300-SUSPENSO
               PERFORM 1350-RESSUBMISSAO
               PERFORM 1400-RETIDOS
               PERFORM 1500-HISTORICO
               PERFORM 1600-GERACOES
               PERFORM 1800-EXTRACOES
               PERFORM 1900-CONFIRMACOES
               PERFORM 2000-ORDENA
               IF LNK-QTDE = ZERO
                   MOVE 'N' TO LNK-STATUS
               END-IF
           END-IF
           GOBACK.

      * A faixa ID-INI a ID-FIM do jornal diz em que arquivo de
      * estacao o ID pode ter sido capturado; o arquivo confirma.
       1000-CAPTURA.
           MOVE ZERO   TO WS-JOR-COUNT
           MOVE SPACES TO WS-JOR-ARQUIVO
           MOVE 'N'    TO WS-EOF-SW
           OPEN INPUT EST-FILE
           IF WS-EST-STATUS = '35'
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ EST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EST-ID-INI IS NUMERIC
                           AND EST-ID-FIM IS NUMERIC
                           AND WS-ID-N NOT < EST-ID-INI
                           AND WS-ID-N NOT > EST-ID-FIM
                           PERFORM 1010-GUARDA-JORNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EST-FILE
           IF WS-JOR-COUNT = ZERO
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-CAP-ACHOU-SW
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-JOR-ARQUIVO TO WS-CAP-GEN-NOME
           OPEN INPUT CAP-FILE
           IF WS-CAP-STATUS = '35'
               MOVE ZERO          TO WS-EV-DATA WS-EV-HORA
               MOVE 1             TO WS-EV-FASE
               MOVE "ESTACOES.DAT" TO WS-EV-ORIGEM
               MOVE WS-JR-TIMESTAMP(1) TO WS-TS
               PERFORM 8100-CONVERTE-TIMESTAMP
               MOVE SPACES TO WS-EV-TEXTO
               STRING "FAIXA " WS-JOR-ID-INI "-" WS-JOR-ID-FIM
                   " CONTEM O ID MAS "
                   DELIMITED BY SIZE
                   WS-JOR-ARQUIVO
                   DELIMITED BY SPACE
                   " ESTA AUSENTE NO DISCO"
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
               PERFORM 8000-ACRESCENTA-EVENTO
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-CAP-ACHOU
               READ CAP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE CAP-RAW(1:3)
                           WHEN 'HDR'
                               MOVE CAP-RAW(4:8)   TO WS-CAP-DATA
                               MOVE CAP-RAW(12:10) TO WS-CAP-DEPTO
                               MOVE CAP-RAW(22:5)  TO WS-CAP-CAPTURA
                           WHEN 'TRL'
                               CONTINUE
                           WHEN OTHER
                               IF CAP-RAW(1:8) = WS-ID-X
                                   SET WS-CAP-ACHOU TO TRUE
                                   MOVE CAP-RAW(1:31) TO WS-CAP-REG
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CAP-FILE
           IF NOT WS-CAP-ACHOU
               GO TO 1000-EXIT
           END-IF
           PERFORM VARYING WS-JOR-IDX FROM 1 BY 1
                   UNTIL WS-JOR-IDX > WS-JOR-COUNT
               PERFORM 1020-EVENTO-JORNAL
               IF WS-JOR-IDX = 1
                   MOVE WS-CAP-GEN-NOME TO WS-EV-ORIGEM
                   MOVE SPACES TO WS-EV-TEXTO
                   STRING "CAPTURADA POR " WS-CAP-CAPTURA " DEPTO "
                       DELIMITED BY SIZE
                       WS-CAP-DEPTO DELIMITED BY "  "
                       " DATA " WS-CAP-DATA
                       " REG=[" WS-CAP-REG "]"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                   PERFORM 8000-ACRESCENTA-EVENTO
               END-IF
           END-PERFORM.

       1000-EXIT.
           EXIT.

       1010-GUARDA-JORNAL.
           IF WS-JOR-ARQUIVO = SPACES
               MOVE EST-ARQUIVO TO WS-JOR-ARQUIVO
               MOVE EST-ID-INI  TO WS-JOR-ID-INI
               MOVE EST-ID-FIM  TO WS-JOR-ID-FIM
           END-IF
           IF EST-ARQUIVO = WS-JOR-ARQUIVO AND WS-JOR-COUNT < 20
               ADD 1 TO WS-JOR-COUNT
               MOVE EST-SITUACAO  TO WS-JR-SITUACAO(WS-JOR-COUNT)
               MOVE EST-ESTACAO   TO WS-JR-ESTACAO(WS-JOR-COUNT)
               MOVE EST-MATRICULA TO WS-JR-MATRICULA(WS-JOR-COUNT)
               MOVE EST-DEPTO     TO WS-JR-DEPTO(WS-JOR-COUNT)
               MOVE EST-QTDE      TO WS-JR-QTDE(WS-JOR-COUNT)
               MOVE EST-TIMESTAMP TO WS-JR-TIMESTAMP(WS-JOR-COUNT)
               MOVE EST-MOTIVO    TO WS-JR-MOTIVO(WS-JOR-COUNT)
           END-IF.

      * Consolidacao e exclusao sao o destino do lote no TRANSIN e
      * ficam na fase dele.
       1020-EVENTO-JORNAL.
           IF WS-JR-SITUACAO(WS-JOR-IDX) = 'C' OR 'X'
               MOVE 2 TO WS-EV-FASE
           ELSE
               MOVE 1 TO WS-EV-FASE
           END-IF
           MOVE "ESTACOES.DAT" TO WS-EV-ORIGEM
           MOVE WS-JR-TIMESTAMP(WS-JOR-IDX) TO WS-TS
           PERFORM 8100-CONVERTE-TIMESTAMP
           MOVE SPACES TO WS-EV-TEXTO
           EVALUATE WS-JR-SITUACAO(WS-JOR-IDX)
               WHEN 'A'
                   STRING "ESTACAO " DELIMITED BY SIZE
                       WS-JR-ESTACAO(WS-JOR-IDX) DELIMITED BY "  "
                       " ABERTA POR " WS-JR-MATRICULA(WS-JOR-IDX)
                       " DEPTO " DELIMITED BY SIZE
                       WS-JR-DEPTO(WS-JOR-IDX) DELIMITED BY "  "
                       " FAIXA " WS-JOR-ID-INI "-" WS-JOR-ID-FIM
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'F'
                   STRING "ESTACAO " DELIMITED BY SIZE
                       WS-JR-ESTACAO(WS-JOR-IDX) DELIMITED BY "  "
                       " FECHADA COM " WS-JR-QTDE(WS-JOR-IDX)
                       " TRANSACOES"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'C'
                   STRING WS-JOR-ARQUIVO DELIMITED BY SPACE
                       " CONSOLIDADO NO TRANSIN.DAT PELO TRANSCON"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'X'
                   STRING WS-JOR-ARQUIVO DELIMITED BY SPACE
                       " EXCLUIDO DA CONSOLIDACAO: "
                       WS-JR-MOTIVO(WS-JOR-IDX)
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN OTHER
                   STRING "SITUACAO [" WS-JR-SITUACAO(WS-JOR-IDX)
                       "] NO JORNAL DA ESTACAO"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
           END-EVALUATE
           PERFORM 8000-ACRESCENTA-EVENTO.

       1100-TRANSIN.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO   TO WS-GRP-DATA
           MOVE SPACES TO WS-GRP-DEPTO WS-GRP-CAPTURA
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-CONFERE-TRANSIN
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       1110-CONFERE-TRANSIN.
           EVALUATE TRANS-RAW(1:3)
               WHEN 'HDR'
                   IF TRANS-RAW(4:8) IS NUMERIC
                       MOVE TRANS-RAW(4:8) TO WS-GRP-DATA
                   ELSE
                       MOVE ZERO TO WS-GRP-DATA
                   END-IF
                   MOVE TRANS-RAW(12:10) TO WS-GRP-DEPTO
                   MOVE TRANS-RAW(22:5)  TO WS-GRP-CAPTURA
               WHEN 'TRL'
                   CONTINUE
               WHEN OTHER
                   IF TRANS-RAW(1:8) = WS-ID-X
                       MOVE WS-GRP-DATA   TO WS-EV-DATA
                       MOVE 2             TO WS-EV-FASE
                       MOVE ZERO          TO WS-EV-HORA
                       MOVE "TRANSIN.DAT" TO WS-EV-ORIGEM
                       MOVE SPACES TO WS-EV-TEXTO
                       IF TRANS-RAW(32:1) = 'R'
                           STRING "RESSUBMETIDA NO LOTE DEPTO "
                               WS-GRP-DEPTO
                               " CAPTURA " WS-GRP-CAPTURA
                               " REG=[" TRANS-RAW(1:31) "]"
                               DELIMITED BY SIZE INTO WS-EV-TEXTO
                       ELSE
                           STRING "NO LOTE DEPTO " WS-GRP-DEPTO
                               " CAPTURA " WS-GRP-CAPTURA
                               " REG=[" TRANS-RAW(1:31) "]"
                               DELIMITED BY SIZE INTO WS-EV-TEXTO
                       END-IF
                       PERFORM 8000-ACRESCENTA-EVENTO
                   END-IF
           END-EVALUATE.

      * Linha de rejeicao do TRANSEDT: LINHA nnnnnnnn MOTIVO=(20)
      * REG=[registro] referencia; o ID comeca na coluna 49. A data
      * e a do ultimo HEADER listado antes dela.
       1200-EDICAO.
           MOVE 'N'  TO WS-EOF-SW
           MOVE ZERO TO WS-GRP-DATA
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ LIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-CONFERE-EDICAO
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.

       1210-CONFERE-EDICAO.
           IF LIST-LINE(1:13) = 'HEADER: DATA='
               IF LIST-LINE(14:8) IS NUMERIC
                   MOVE LIST-LINE(14:8) TO WS-GRP-DATA
               END-IF
           END-IF
           IF LIST-LINE(1:6) = 'LINHA '
               AND LIST-LINE(43:6) = ' REG=['
               AND LIST-LINE(49:8) = WS-ID-X
               MOVE WS-GRP-DATA    TO WS-EV-DATA
               MOVE 3              TO WS-EV-FASE
               MOVE ZERO           TO WS-EV-HORA
               MOVE "EDITLIST.DAT" TO WS-EV-ORIGEM
               MOVE SPACES TO WS-EV-TEXTO
               STRING "REJEITADA NA EDICAO: " LIST-LINE(23:20)
                   LIST-LINE(88:24)
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
               PERFORM 8000-ACRESCENTA-EVENTO
           END-IF.

       1300-SUSPENSO.
           MOVE 'N'  TO WS-EOF-SW
           MOVE ZERO TO WS-SUSP-DATA WS-SUSP-HORA
           OPEN INPUT ERR-FILE
           IF WS-ERR-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ ERR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ERR-ID = WS-ID-X
                               PERFORM 1310-EVENTO-SUSPENSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERR-FILE
           END-IF.

       1310-EVENTO-SUSPENSO.
           EVALUATE ERR-MOTIVO
               WHEN 'SZ'
                   MOVE "ESTOURO DE CAPACIDADE" TO WS-MOTIVO-DESCR
               WHEN 'DZ'
                   MOVE "DIVISAO POR ZERO"      TO WS-MOTIVO-DESCR
               WHEN 'OP'
                   MOVE "OPCAO INVALIDA"        TO WS-MOTIVO-DESCR
               WHEN 'RT'
                   MOVE "TAXA SEM VIGENCIA"     TO WS-MOTIVO-DESCR
               WHEN 'RF'
                   MOVE "REFERENCIA INVALIDA"   TO WS-MOTIVO-DESCR
               WHEN 'ES'
                   MOVE "ESTORNO INVALIDO"      TO WS-MOTIVO-DESCR
               WHEN 'PF'
                   MOVE "PERIODO FECHADO"       TO WS-MOTIVO-DESCR
               WHEN OTHER
                   MOVE SPACES                  TO WS-MOTIVO-DESCR
           END-EVALUATE
           MOVE 4              TO WS-EV-FASE
           MOVE "TRANSERR.DAT" TO WS-EV-ORIGEM
           MOVE ERR-TIMESTAMP  TO WS-TS
           PERFORM 8100-CONVERTE-TIMESTAMP
           MOVE WS-EV-DATA TO WS-SUSP-DATA
           MOVE WS-EV-HORA TO WS-SUSP-HORA
           MOVE SPACES TO WS-EV-TEXTO
           STRING "SUSPENSA NO calc1 MOTIVO " ERR-MOTIVO " "
               WS-MOTIVO-DESCR
               DELIMITED BY "  "
               " DEPTO " DELIMITED BY SIZE
               ERR-DEPTO DELIMITED BY "  "
               " RUN " ERR-RUN-ID
               DELIMITED BY SIZE INTO WS-EV-TEXTO
           PERFORM 8000-ACRESCENTA-EVENTO.

      * O TRANSRSB.DAT nao guarda o momento da ressubmissao: o evento
      * fica no dia da ultima suspensao do ID, logo depois dela.
       1350-RESSUBMISSAO.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RSB-FILE
           IF WS-RSB-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ RSB-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RSB-RAW(1:8) = WS-ID-X
                               MOVE WS-SUSP-DATA   TO WS-EV-DATA
                               MOVE 5              TO WS-EV-FASE
                               MOVE WS-SUSP-HORA   TO WS-EV-HORA
                               MOVE "TRANSRSB.DAT" TO WS-EV-ORIGEM
                               MOVE SPACES TO WS-EV-TEXTO
                               STRING "RESSUBMETIDA PELO TRANSFIX "
                                   "REG=[" RSB-RAW(1:31) "]"
                                   DELIMITED BY SIZE INTO WS-EV-TEXTO
                               PERFORM 8000-ACRESCENTA-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSB-FILE
           END-IF.

       1400-RETIDOS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ HLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HLD-ID = WS-ID-N
                               PERFORM 1410-EVENTO-RETIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF.

       1410-EVENTO-RETIDO.
           MOVE "TRANSHLD.DAT" TO WS-EV-ORIGEM
           MOVE HLD-TIMESTAMP  TO WS-TS
           PERFORM 8100-CONVERTE-TIMESTAMP
           MOVE HLD-RES TO WS-VAL-N
           PERFORM 8200-COMPACTA-VALOR
           MOVE SPACES TO WS-EV-TEXTO
           EVALUATE HLD-SITUACAO
               WHEN 'P'
                   MOVE 4 TO WS-EV-FASE
                   STRING "RETIDA POR LIMITE DE AUTORIZACAO ("
                       HLD-EXCESSO ") RES="
                       DELIMITED BY SIZE
                       WS-VAL-TXT
                       DELIMITED BY SPACE
                       " CAPTURA " HLD-CAPTURA
                       " RUN " HLD-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'A'
                   MOVE 5 TO WS-EV-FASE
                   IF HLD-DEC-MATRICULA = SPACES
                       STRING "LANCAMENTO DESFEITO, VOLTA A APROVADA ("
                           DELIMITED BY SIZE
                           HLD-DEC-MOTIVO DELIMITED BY "  "
                           ")" DELIMITED BY SIZE INTO WS-EV-TEXTO
                   ELSE
                       STRING "APROVADA POR " HLD-DEC-MATRICULA ": "
                           HLD-DEC-MOTIVO
                           DELIMITED BY SIZE INTO WS-EV-TEXTO
                   END-IF
               WHEN 'R'
                   MOVE 5 TO WS-EV-FASE
                   STRING "RECUSADA POR " HLD-DEC-MATRICULA ": "
                       HLD-DEC-MOTIVO
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'M'
                   MOVE 5 TO WS-EV-FASE
                   STRING "APROVADA MONTADA NO TRANSIN PELO TRANSASM"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN 'L'
                   MOVE 6 TO WS-EV-FASE
                   STRING "RETENCAO ENCERRADA: LANCADA PELO calc1 "
                       "RUN " HLD-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN OTHER
                   MOVE 4 TO WS-EV-FASE
                   STRING "SITUACAO [" HLD-SITUACAO
                       "] NO ARQUIVO DE RETIDAS"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
           END-EVALUATE
           PERFORM 8000-ACRESCENTA-EVENTO.

       1500-HISTORICO.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HIST-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE HIST-CH-DATA   TO WS-EV-DATA
                           MOVE HIST-CH-HORA   TO WS-EV-HORA
                           MOVE "CALCHIST.IDX" TO WS-EV-ORIGEM
                           PERFORM 1510-CONFERE-REGISTRO
                               THRU 1510-EXIT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      * Usado tambem para os arquivos mortos, com HIST-CORPO vindo da
      * linha arquivada. 'E' estorna o ID do REF-ID; 'D' do CALCDESF
      * repete o ID anulado e, se anulou um 'E', aponta em REF-ID o
      * original, que volta a valer.
       1510-CONFERE-REGISTRO.
           IF HIST-ID NOT = WS-ID-N
               AND (HIST-REF-ID NOT = WS-ID-X
                   OR (HIST-TIPO NOT = 'E' AND HIST-TIPO NOT = 'D'))
               GO TO 1510-EXIT
           END-IF
           MOVE HIST-RES TO WS-VAL-N
           PERFORM 8200-COMPACTA-VALOR
           MOVE WS-VAL-TXT TO WS-TXT-RES
           MOVE SPACES TO WS-EV-TEXTO
           EVALUATE TRUE
               WHEN HIST-ID = WS-ID-N AND HIST-TIPO = SPACE
                   MOVE 6 TO WS-EV-FASE
                   MOVE HIST-NUM1 TO WS-VAL-N
                   PERFORM 8200-COMPACTA-VALOR
                   MOVE WS-VAL-TXT TO WS-TXT-NUM1
                   MOVE HIST-NUM2 TO WS-VAL-N
                   PERFORM 8200-COMPACTA-VALOR
                   MOVE WS-VAL-TXT TO WS-TXT-NUM2
                   STRING "LANCADA " HIST-OPCAO " NUM1="
                       DELIMITED BY SIZE
                       WS-TXT-NUM1 DELIMITED BY SPACE
                       " NUM2=" DELIMITED BY SIZE
                       WS-TXT-NUM2 DELIMITED BY SPACE
                       " RES=" DELIMITED BY SIZE
                       WS-TXT-RES DELIMITED BY SPACE
                       " DEPTO " DELIMITED BY SIZE
                       HIST-DEPTO DELIMITED BY "  "
                       " OPER " DELIMITED BY SIZE
                       HIST-OPERADOR DELIMITED BY "  "
                       " RUN " HIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                   IF HIST-OPCAO = 'A'
                       MOVE 6 TO WS-EV-FASE
                       PERFORM 8000-ACRESCENTA-EVENTO
                       MOVE SPACES TO WS-EV-TEXTO
                       STRING "CRONOGRAMA EM AMORT." HIST-REF-ID
                           ".DAT CHAVE " HIST-CHAVE
                           DELIMITED BY SIZE INTO WS-EV-TEXTO
                   END-IF
               WHEN HIST-ID = WS-ID-N AND HIST-TIPO = 'E'
                   MOVE 6 TO WS-EV-FASE
                   STRING "ESTORNO LANCADO CONTRA O ID " HIST-REF-ID
                       " RES="
                       DELIMITED BY SIZE
                       WS-TXT-RES DELIMITED BY SPACE
                       " DEPTO " DELIMITED BY SIZE
                       HIST-DEPTO DELIMITED BY "  "
                       " RUN " HIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN HIST-ID = WS-ID-N AND HIST-TIPO = 'D'
                   MOVE 7 TO WS-EV-FASE
                   STRING "LANCAMENTO ANULADO PELO CALCDESF RES="
                       DELIMITED BY SIZE
                       WS-TXT-RES DELIMITED BY SPACE
                       " RUN DESFEITO " HIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN HIST-TIPO = 'E'
                   MOVE 7 TO WS-EV-FASE
                   STRING "ESTORNADA PELA TRANSACAO " HIST-ID
                       " RES="
                       DELIMITED BY SIZE
                       WS-TXT-RES DELIMITED BY SPACE
                       " RUN " HIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN OTHER
                   MOVE 7 TO WS-EV-FASE
                   STRING "ESTORNO " HIST-ID
                       " ANULADO PELO CALCDESF - O ID VOLTA A VALER"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
           END-EVALUATE
           PERFORM 8000-ACRESCENTA-EVENTO.

       1510-EXIT.
           EXIT.

       1600-GERACOES.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE 'N'  TO WS-EOF-SW
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ GENCAT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
                               OR GENCAT-ARQUIVO(1:9) = 'TRANSOUT.'
                               PERFORM 1610-LE-GERACAO THRU 1610-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
           END-IF.

       1610-LE-GERACAO.
           MOVE 'N' TO WS-JA-LIDO-SW
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-NOME(WS-GEN-IDX) = GENCAT-ARQUIVO
                   SET WS-JA-LIDO TO TRUE
               END-IF
           END-PERFORM
           IF WS-JA-LIDO OR WS-GEN-COUNT >= 400
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE GENCAT-ARQUIVO TO WS-GEN-NOME(WS-GEN-COUNT)
           IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
               PERFORM 1620-LE-ARQUIVO-MORTO
           ELSE
               PERFORM 1650-LE-TRANSOUT
           END-IF.

       1610-EXIT.
           EXIT.

      * A linha arquivada traz a CHAVE do CALCHIST, e o evento fica
      * com a data de processamento como no historico. Nas geracoes
      * gravadas so com o CORPO a data vem do HIST-TIMESTAMP.
       1620-LE-ARQUIVO-MORTO.
           MOVE GENCAT-ARQUIVO TO WS-ARCH-NOME
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ARCH-CHAVE IS NUMERIC
                               MOVE ARCH-CORPO   TO HIST-CORPO
                               MOVE ARCH-CH-DATA TO WS-EV-DATA
                               MOVE ARCH-CH-HORA TO WS-EV-HORA
                           ELSE
                               MOVE ARCH-CORPO-ANT TO HIST-CORPO
                               MOVE HIST-TIMESTAMP TO WS-TS
                               PERFORM 8100-CONVERTE-TIMESTAMP
                           END-IF
                           MOVE WS-ARCH-NOME TO WS-EV-ORIGEM
                           PERFORM 1510-CONFERE-REGISTRO
                               THRU 1510-EXIT
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

       1650-LE-TRANSOUT.
           MOVE GENCAT-ARQUIVO TO WS-RES-GEN-NOME
           OPEN INPUT RES-FILE
           IF WS-RES-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RESREC-ID = WS-ID-X
                               PERFORM 1660-EVENTO-TRANSOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RES-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

       1660-EVENTO-TRANSOUT.
           MOVE GENCAT-DATA     TO WS-EV-DATA
           MOVE 6               TO WS-EV-FASE
           MOVE ZERO            TO WS-EV-HORA
           MOVE WS-RES-GEN-NOME TO WS-EV-ORIGEM
           MOVE RESREC-RES TO WS-VAL-N
           PERFORM 8200-COMPACTA-VALOR
           MOVE SPACES TO WS-EV-TEXTO
           STRING "RESULTADO GRAVADO NA SAIDA DO calc1: "
               RESREC-OPCAO " RES="
               DELIMITED BY SIZE
               WS-VAL-TXT DELIMITED BY SPACE
               " DEPTO " RESREC-DEPTO
               DELIMITED BY SIZE INTO WS-EV-TEXTO
           PERFORM 8000-ACRESCENTA-EVENTO.

       1800-EXTRACOES.
           MOVE ZERO TO WS-XEXT-COUNT
           MOVE 'N'  TO WS-EOF-SW
           OPEN INPUT XID-FILE
           IF WS-XID-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ XID-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF XID-ID = WS-ID-N
                               PERFORM 1810-EVENTO-EXTRACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XID-FILE
           END-IF.

       1810-EVENTO-EXTRACAO.
           MOVE XID-DATA       TO WS-EV-DATA
           MOVE 8              TO WS-EV-FASE
           MOVE ZERO           TO WS-EV-HORA
           MOVE "FINEXTID.DAT" TO WS-EV-ORIGEM
           MOVE SPACES TO WS-EV-TEXTO
           STRING "ENVIADA AO FINANCEIRO NA EXTRACAO " XID-EXT-NUM
               " (CHAVE " XID-CHAVE " TIPO [" XID-TIPO "])"
               DELIMITED BY SIZE INTO WS-EV-TEXTO
           PERFORM 8000-ACRESCENTA-EVENTO
           MOVE 'N' TO WS-XEXT-ACHOU-SW
           PERFORM VARYING WS-XEXT-IDX FROM 1 BY 1
                   UNTIL WS-XEXT-IDX > WS-XEXT-COUNT
               IF WS-XE-NUM(WS-XEXT-IDX) = XID-EXT-NUM
                   SET WS-XEXT-ACHOU TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-XEXT-ACHOU AND WS-XEXT-COUNT < 50
               ADD 1 TO WS-XEXT-COUNT
               MOVE XID-EXT-NUM TO WS-XE-NUM(WS-XEXT-COUNT)
               MOVE XID-DATA    TO WS-XE-DATA(WS-XEXT-COUNT)
           END-IF.

      * Cada extracao que levou o ID e conferida como o FINCONF faz:
      * confirmacao limpa quando aceitas = linhas enviadas, nenhuma
      * rejeitada e valor igual ao do trailer no FINEXTLOG.DAT.
       1900-CONFIRMACOES.
           PERFORM VARYING WS-XEXT-IDX FROM 1 BY 1
                   UNTIL WS-XEXT-IDX > WS-XEXT-COUNT
               PERFORM 1910-LE-EXTLOG
               PERFORM 1920-LE-CONFIRMACAO
               IF NOT WS-ACK-ACHOU
                   MOVE WS-XE-DATA(WS-XEXT-IDX) TO WS-EV-DATA
                   MOVE 9                       TO WS-EV-FASE
                   MOVE ZERO                    TO WS-EV-HORA
                   MOVE "FINACK.DAT"            TO WS-EV-ORIGEM
                   MOVE SPACES TO WS-EV-TEXTO
                   STRING "EXTRACAO " WS-XE-NUM(WS-XEXT-IDX)
                       " AINDA SEM CONFIRMACAO DO FINANCEIRO"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                   PERFORM 8000-ACRESCENTA-EVENTO
               END-IF
           END-PERFORM.

       1910-LE-EXTLOG.
           MOVE 'N'  TO WS-LOG-ACHOU-SW
           MOVE 'N'  TO WS-EOF-SW
           MOVE ZERO TO WS-LOG-LINHAS WS-LOG-VALOR
           OPEN INPUT EXTLOG-FILE
           IF WS-EXTLOG-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ EXTLOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EL-EXT-NUM = WS-XE-NUM(WS-XEXT-IDX)
                               SET WS-LOG-ACHOU TO TRUE
                               MOVE EL-LINHAS TO WS-LOG-LINHAS
                               COMPUTE WS-LOG-VALOR =
                                   FUNCTION NUMVAL(EL-VALOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTLOG-FILE
           END-IF.

       1920-LE-CONFIRMACAO.
           MOVE 'N' TO WS-ACK-ACHOU-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ ACK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ACK-LINE(1:2) = 'A;'
                               PERFORM 1930-CONFERE-CONFIRMACAO
                                   THRU 1930-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       1930-CONFERE-CONFIRMACAO.
           MOVE SPACES TO WS-ACK-NUM-X WS-ACK-DATA-X WS-ACK-ACEITAS-X
               WS-ACK-REJEIT-X WS-ACK-VALOR-X
           UNSTRING ACK-LINE DELIMITED BY ';'
               INTO WS-ACK-TIPO WS-ACK-NUM-X WS-ACK-DATA-X
                   WS-ACK-ACEITAS-X WS-ACK-REJEIT-X WS-ACK-VALOR-X
           IF WS-ACK-NUM-X IS NOT NUMERIC
               OR WS-ACK-NUM-X NOT = WS-XE-NUM(WS-XEXT-IDX)
               GO TO 1930-EXIT
           END-IF
           SET WS-ACK-ACHOU TO TRUE
           COMPUTE WS-ACK-ACEITAS = FUNCTION NUMVAL(WS-ACK-ACEITAS-X)
           COMPUTE WS-ACK-REJEIT  = FUNCTION NUMVAL(WS-ACK-REJEIT-X)
           COMPUTE WS-ACK-VALOR   = FUNCTION NUMVAL(WS-ACK-VALOR-X)
           IF WS-ACK-DATA-X IS NUMERIC
               MOVE WS-ACK-DATA-X TO WS-EV-DATA
           ELSE
               MOVE WS-XE-DATA(WS-XEXT-IDX) TO WS-EV-DATA
           END-IF
           MOVE 9            TO WS-EV-FASE
           MOVE ZERO         TO WS-EV-HORA
           MOVE "FINACK.DAT" TO WS-EV-ORIGEM
           MOVE SPACES TO WS-EV-TEXTO
           EVALUATE TRUE
               WHEN NOT WS-LOG-ACHOU
                   STRING "EXTRACAO " WS-ACK-NUM-X
                       " CONFIRMADA, MAS SEM REGISTRO NO "
                       "FINEXTLOG.DAT PARA CONFERIR"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN WS-ACK-ACEITAS = WS-LOG-LINHAS
                       AND WS-ACK-REJEIT = ZERO
                       AND WS-ACK-VALOR = WS-LOG-VALOR
                   STRING "EXTRACAO " WS-ACK-NUM-X
                       " CONFIRMADA PELO FINANCEIRO: "
                       WS-ACK-ACEITAS " LINHAS ACEITAS"
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
               WHEN OTHER
                   STRING "EXTRACAO " WS-ACK-NUM-X
                       " COM CONFIRMACAO DIVERGENTE: ENVIADAS "
                       WS-LOG-LINHAS " ACEITAS " WS-ACK-ACEITAS
                       " REJEITADAS " WS-ACK-REJEIT
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
           END-EVALUATE
           PERFORM 8000-ACRESCENTA-EVENTO.

       1930-EXIT.
           EXIT.

      * Insercao simples: os eventos chegam quase em ordem e a
      * insercao mantem, no empate, a ordem em que foram achados.
       2000-ORDENA.
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
                   UNTIL WS-ORD-IDX > LNK-QTDE
               MOVE LNK-EVENTO(WS-ORD-IDX) TO WS-SV-EVENTO
               MOVE WS-ORD-IDX TO WS-ORD-POS
               MOVE 'N' TO WS-ORD-ACHOU-SW
               PERFORM UNTIL WS-ORD-ACHOU
                   IF WS-ORD-POS < 2
                       SET WS-ORD-ACHOU TO TRUE
                   ELSE
                       IF LNK-EV-ORDEM(WS-ORD-POS - 1) > WS-SV-ORDEM
                           MOVE LNK-EVENTO(WS-ORD-POS - 1)
                               TO LNK-EVENTO(WS-ORD-POS)
                           SUBTRACT 1 FROM WS-ORD-POS
                       ELSE
                           SET WS-ORD-ACHOU TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SV-EVENTO TO LNK-EVENTO(WS-ORD-POS)
           END-PERFORM.

       8000-ACRESCENTA-EVENTO.
           IF LNK-QTDE >= 200
               MOVE 'C' TO LNK-STATUS
           ELSE
               ADD 1 TO LNK-QTDE
               MOVE WS-EV-DATA   TO LNK-EV-DATA(LNK-QTDE)
               MOVE WS-EV-FASE   TO LNK-EV-FASE(LNK-QTDE)
               MOVE WS-EV-HORA   TO LNK-EV-HORA(LNK-QTDE)
               MOVE WS-EV-ORIGEM TO LNK-EV-ORIGEM(LNK-QTDE)
               MOVE WS-EV-TEXTO  TO LNK-EV-TEXTO(LNK-QTDE)
               MOVE SPACES       TO LNK-EV-QUANDO(LNK-QTDE)
               EVALUATE TRUE
                   WHEN WS-EV-DATA = ZERO
                       MOVE "SEM DATA" TO LNK-EV-QUANDO(LNK-QTDE)
                   WHEN WS-EV-HORA = ZERO
                       STRING WS-EV-DATA(1:4) "-" WS-EV-DATA(5:2) "-"
                           WS-EV-DATA(7:2)
                           DELIMITED BY SIZE
                           INTO LNK-EV-QUANDO(LNK-QTDE)
                   WHEN OTHER
                       STRING WS-EV-DATA(1:4) "-" WS-EV-DATA(5:2) "-"
                           WS-EV-DATA(7:2) " " WS-EV-HORA(1:2) ":"
                           WS-EV-HORA(3:2) ":" WS-EV-HORA(5:2)
                           DELIMITED BY SIZE
                           INTO LNK-EV-QUANDO(LNK-QTDE)
               END-EVALUATE
           END-IF.

      * TIMESTAMP AAAA-MM-DD-HH:MM:SS em data e hora do evento.
       8100-CONVERTE-TIMESTAMP.
           MOVE ZERO TO WS-EV-DATA WS-EV-HORA
           IF WS-TS(1:4) IS NUMERIC AND WS-TS(6:2) IS NUMERIC
               AND WS-TS(9:2) IS NUMERIC
               STRING WS-TS(1:4) WS-TS(6:2) WS-TS(9:2)
                   DELIMITED BY SIZE INTO WS-EV-DATA
               IF WS-TS(12:2) IS NUMERIC AND WS-TS(15:2) IS NUMERIC
                   AND WS-TS(18:2) IS NUMERIC
                   STRING WS-TS(12:2) WS-TS(15:2) WS-TS(18:2)
                       DELIMITED BY SIZE INTO WS-EV-HORA
               END-IF
           END-IF.

       8200-COMPACTA-VALOR.
           MOVE WS-VAL-N TO WS-VAL-ED
           MOVE ZERO TO WS-VAL-BRANCOS
           INSPECT WS-VAL-ED TALLYING WS-VAL-BRANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WS-VAL-TXT
           MOVE WS-VAL-ED(WS-VAL-BRANCOS + 1:) TO WS-VAL-TXT.

           END PROGRAM RASTREIO.
