       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMRPT.
      *****************************************************************
      *  RELATORIO DE ANOMALIAS NOS CALCULOS LANCADOS                 *
      *  (ANOMRPT.aaaammdd.DAT, catalogado no GENCAT.DAT)             *
      *  Ultimo passo do JOBCTL. Examina os registros lancados na     *
      *  data de processamento (CALCHIST.IDX e, se ja arquivados, as  *
      *  geracoes CALCARC.*) contra uma base movel formada pelos      *
      *  JANELA dias corridos anteriores, lida do CALCHIST.IDX e das  *
      *  geracoes CALCARC catalogadas desde o inicio da janela (nas   *
      *  geracoes gravadas sem a CHAVE a data vem do HIST-TIMESTAMP). *
      *  Sinaliza:                                                    *
      *    VALOR  - RES fora de media +/- TOL desvios-padrao da base  *
      *             do mesmo departamento e opcao (minimo de 5        *
      *             registros na base; o desvio nunca e tomado menor  *
      *             que 10% da media, para base de valores iguais);   *
      *    VOLUME - calculos de um operador numa hora acima de VOL    *
      *             vezes a media diaria dele naquela hora (minimo de *
      *             5 no dia; sem historico na hora tambem sinaliza); *
      *    REPETE - mesmo operador, opcao e operandos REPET vezes ou  *
      *             mais no dia;                                      *
      *    HORARIO- calculo interativo (sem RUN-ID) fora do horario   *
      *             HINI-HFIM ou em dia nao util (DTUTIL).            *
      *  Estornos ('E'/'D') nao entram na base de valores nem nas     *
      *  repeticoes. Os itens saem agrupados por departamento para os *
      *  supervisores (interativos sem departamento num grupo         *
      *  proprio). Parametros opcionais, em qualquer ordem:           *
      *  DATA=aaaammdd JANELA=nnn (30) TOL=nn (3) VOL=nn (3)          *
      *  REPET=nn (3) HINI=hh (07) HFIM=hh (19). RC 4 havendo item    *
      *  sinalizado ou faltando CALCHIST.IDX; o relatorio do dia e    *
      *  catalogado uma unica vez mesmo se refeito.                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RPT-FILE ASSIGN USING WS-RPT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-ARCH-STATUS       PIC XX.
           01 WS-RPT-STATUS        PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.
           01 WS-GENCAT-EOF-SW     PIC X VALUE 'N'.
               88 WS-GENCAT-EOF        VALUE 'Y'.
           01 WS-ARCH-EOF-SW       PIC X.
               88 WS-ARCH-EOF          VALUE 'Y'.
           01 WS-CATALOGADO-SW     PIC X VALUE 'N'.
               88 WS-CATALOGADO        VALUE 'Y'.
           01 WS-DIA-UTIL-SW       PIC X VALUE 'Y'.
               88 WS-DIA-UTIL          VALUE 'Y'.
           01 WS-PARM-OK-SW        PIC X.
               88 WS-PARM-OK           VALUE 'Y'.

           01 WS-PARM              PIC X(80).
           01 WS-PARM-TABLE.
               03 WS-PARM-T        PIC X(15) OCCURS 7 TIMES.
           01 WS-PARM-IDX          PIC 9.
           01 WS-PARM-CHAVE        PIC X(10).
           01 WS-PARM-VALOR        PIC X(8).
           01 WS-PARM-NUM          PIC 9(3).

           01 WS-JANELA-DIAS       PIC 9(3) VALUE 30.
           01 WS-TOL-DESVIOS       PIC 9(3) VALUE 3.
           01 WS-TOL-VOLUME        PIC 9(3) VALUE 3.
           01 WS-REPET-MIN         PIC 9(3) VALUE 3.
           01 WS-HORA-INI          PIC 9(2) VALUE 7.
           01 WS-HORA-FIM          PIC 9(2) VALUE 19.
           01 WS-BASE-MIN          PIC 9(3) VALUE 5.
           01 WS-VOLUME-MIN        PIC 9(3) VALUE 5.

           01 WS-HOJE              PIC 9(8).
           01 WS-DATA-ALVO         PIC 9(8).
           01 WS-ALVO-INT          PIC 9(8).
           01 WS-INI-INT           PIC 9(8).
           01 WS-DATA-INI          PIC 9(8).
           01 WS-REG-DATA          PIC 9(8).
           01 WS-REG-DATA-X REDEFINES WS-REG-DATA PIC X(8).
           01 WS-REG-HORA          PIC 9(2).
           01 WS-REG-ORIGEM        PIC X(21).
           01 WS-RC                PIC 9(2) VALUE ZERO.

           01 WS-ARCH-NOME         PIC X(30).
           01 WS-RPT-NOME          PIC X(30).

           COPY HISTREC REPLACING
               ==PFX-REC==       BY ==ARQ-REC==
               ==PFX-CHAVE==     BY ==ARQ-CHAVE==
               ==PFX-CH-DATA==   BY ==ARQ-CH-DATA==
               ==PFX-CH-HORA==   BY ==ARQ-CH-HORA==
               ==PFX-CH-SEQ==    BY ==ARQ-CH-SEQ==
               ==PFX-CORPO==     BY ==ARQ-CORPO==
               ==PFX-ID==        BY ==ARQ-ID==
               ==PFX-OPCAO==     BY ==ARQ-OPCAO==
               ==PFX-NUM1==      BY ==ARQ-NUM1==
               ==PFX-NUM2==      BY ==ARQ-NUM2==
               ==PFX-RES==       BY ==ARQ-RES==
               ==PFX-TIMESTAMP== BY ==ARQ-TIMESTAMP==
               ==PFX-OPERADOR==  BY ==ARQ-OPERADOR==
               ==PFX-DEPTO==     BY ==ARQ-DEPTO==
               ==PFX-RUN-ID==    BY ==ARQ-RUN-ID==
               ==PFX-TIPO==      BY ==ARQ-TIPO==
               ==PFX-REF-ID==    BY ==ARQ-REF-ID==
               ==PFX-COMPL==     BY ==ARQ-COMPL==
               ==PFX-TAXA-COD==  BY ==ARQ-TAXA-COD==
               ==PFX-PRAZO==     BY ==ARQ-PRAZO==
               ==PFX-SELO==      BY ==ARQ-SELO==.

      * Geracoes CALCARC catalogadas desde o inicio da janela.
           01 WS-ARQ-TABLE.
               03 WS-ARQ-NOME      PIC X(30) OCCURS 400 TIMES.
           01 WS-ARQ-COUNT         PIC 9(3) VALUE ZERO.
           01 WS-ARQ-IDX           PIC 9(3).
           01 WS-ARQ-ACHOU-IDX     PIC 9(3).

      * Base de valores por departamento e opcao.
           01 WS-EST-TABLE.
               03 WS-EST-ENTRY OCCURS 500 TIMES.
                   05 WS-ES-DEPTO       PIC X(10).
                   05 WS-ES-OPCAO       PIC X.
                   05 WS-ES-QTDE        PIC 9(7).
                   05 WS-ES-SOMA        PIC S9(17)V99.
                   05 WS-ES-SOMA2       PIC 9(27)V9(4).
           01 WS-EST-COUNT         PIC 9(3) VALUE ZERO.
           01 WS-EST-IDX           PIC 9(3).
           01 WS-EST-ACHOU-IDX     PIC 9(3).

      * Base de volume por operador e hora (contagem na janela).
           01 WS-VOL-TABLE.
               03 WS-VOL-ENTRY OCCURS 2000 TIMES.
                   05 WS-VL-OPERADOR    PIC X(10).
                   05 WS-VL-HORA        PIC 9(2).
                   05 WS-VL-BASE        PIC 9(7).
                   05 WS-VL-DIA         PIC 9(5).
                   05 WS-VL-DEPTO       PIC X(10).
           01 WS-VOL-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-VOL-IDX           PIC 9(4).
           01 WS-VOL-ACHOU-IDX     PIC 9(4).

      * Datas da janela com movimento (divisor da media diaria).
           01 WS-DIA-TABLE.
               03 WS-DIA-DATA      PIC 9(8) OCCURS 400 TIMES.
           01 WS-DIA-COUNT         PIC 9(3) VALUE ZERO.
           01 WS-DIA-IDX           PIC 9(3).
           01 WS-DIA-ACHOU-IDX     PIC 9(3).

      * Registros lancados na data examinada.
           01 WS-ALV-TABLE.
               03 WS-ALV-ENTRY OCCURS 5000 TIMES.
                   05 WS-AL-ID          PIC 9(8).
                   05 WS-AL-DEPTO       PIC X(10).
                   05 WS-AL-OPCAO       PIC X.
                   05 WS-AL-NUM1        PIC S9(10)V99.
                   05 WS-AL-NUM2        PIC S9(10)V99.
                   05 WS-AL-RES         PIC S9(10)V99.
                   05 WS-AL-OPERADOR    PIC X(10).
                   05 WS-AL-HORA        PIC 9(2).
                   05 WS-AL-INTERATIVO  PIC X.
                   05 WS-AL-TIPO        PIC X.
                   05 WS-AL-MARCA       PIC X.
           01 WS-ALV-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-ALV-IDX           PIC 9(4).
           01 WS-ALV-IDX-2         PIC 9(4).
           01 WS-ALV-PRIMEIRO      PIC 9(4).
           01 WS-ALV-FORA          PIC 9(5) VALUE ZERO.

      * Itens sinalizados, ordenados por departamento para impressao.
           01 WS-SIN-TABLE.
               03 WS-SIN-ENTRY OCCURS 2000 TIMES.
                   05 WS-SN-DEPTO       PIC X(10).
                   05 WS-SN-TIPO        PIC X(7).
                   05 WS-SN-TEXTO       PIC X(110).
           01 WS-SIN-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-SIN-IDX           PIC 9(4).
           01 WS-SIN-FORA          PIC 9(5) VALUE ZERO.
           01 WS-SV-SINAL.
               03 WS-SV-DEPTO           PIC X(10).
               03 WS-SV-TIPO            PIC X(7).
               03 WS-SV-TEXTO           PIC X(110).
           01 WS-ORD-IDX           PIC 9(4).
           01 WS-ORD-POS           PIC 9(4).
           01 WS-ORD-ACHOU-SW      PIC X.
               88 WS-ORD-ACHOU         VALUE 'Y'.
           01 WS-NV-DEPTO          PIC X(10).
           01 WS-NV-TIPO           PIC X(7).
           01 WS-NV-TEXTO          PIC X(110).
           01 WS-QUEBRA-DEPTO      PIC X(10).
           01 WS-GRUPO-QTDE        PIC 9(5).

      * Calculo da media e do desvio-padrao.
           01 WS-RES-N             PIC S9(10)V99.
           01 WS-NUM-N             PIC S9(10)V99.
           01 WS-QUADRADO          PIC 9(21)V9(4).
           01 WS-MEDIA             PIC S9(11)V9(4).
           01 WS-MEDIA-ABS         PIC 9(11)V9(4).
           01 WS-MEDIA-QUAD        PIC 9(23)V9(4).
           01 WS-QUAD-MEDIA        PIC 9(23)V9(4).
           01 WS-VARIANCIA         PIC S9(23)V9(4).
           01 WS-DESVIO            PIC 9(12)V9(4).
           01 WS-PISO              PIC 9(12)V9(4).
           01 WS-DIFERENCA         PIC S9(12)V9(4).
           01 WS-LIMITE            PIC 9(15)V9(4).
           01 WS-MEDIA-DIA         PIC 9(7)V99.
           01 WS-LIMITE-VOL        PIC 9(9)V99.
           01 WS-REPETICOES        PIC 9(5).

           01 WS-ED-RES            PIC -(10)9.99.
           01 WS-ED-MEDIA          PIC -(10)9.99.
           01 WS-ED-DESVIO         PIC Z(10)9.99.
           01 WS-ED-NUM1           PIC -(10)9.99.
           01 WS-ED-NUM2           PIC -(10)9.99.
           01 WS-ED-MEDIA-DIA      PIC Z(6)9.99.

           01 WS-TOTAL-BASE        PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-ALVO        PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SEM-BASE    PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-VALOR       PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-VOLUME      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-REPETE      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-HORARIO     PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SINAIS      PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-ARQ-LIDOS   PIC 9(3) VALUE ZERO.

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
           MOVE WS-HOJE TO WS-DATA-ALVO
           PERFORM 0050-TRATA-PARAMETROS
           COMPUTE WS-ALVO-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
           COMPUTE WS-INI-INT = WS-ALVO-INT - WS-JANELA-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-INI-INT) TO WS-DATA-INI
           MOVE 'U' TO DTU-FUNCAO
           MOVE WS-DATA-ALVO TO DTU-DATA-1
           CALL 'DTUTIL' USING DTU-PARM
           IF DTU-STATUS = 'N'
               MOVE 'N' TO WS-DIA-UTIL-SW
           END-IF

           MOVE SPACES TO WS-RPT-NOME
           STRING "ANOMRPT." WS-DATA-ALVO ".DAT"
               DELIMITED BY SIZE INTO WS-RPT-NOME
           OPEN OUTPUT RPT-FILE
           MOVE "RELATORIO DE ANOMALIAS NOS CALCULOS LANCADOS"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATA EXAMINADA: " WS-DATA-ALVO
               "  BASE: " WS-DATA-INI " A VESPERA (" WS-JANELA-DIAS
               " DIAS)  TOL=" WS-TOL-DESVIOS " DESVIOS  VOL="
               WS-TOL-VOLUME "X  REPET=" WS-REPET-MIN
               "  HORARIO " WS-HORA-INI "-" WS-HORA-FIM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-DIA-UTIL
               MOVE SPACES TO RPT-LINE
               STRING "DATA EXAMINADA NAO E DIA UTIL - TODO CALCULO "
                   "INTERATIVO DO DIA E SINALIZADO"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM 0100-LE-CATALOGO THRU 0100-EXIT
           PERFORM 0200-LE-HISTORICO THRU 0200-EXIT
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-ARQ-COUNT
               PERFORM 0300-LE-ARQUIVO-MORTO THRU 0300-EXIT
           END-PERFORM

           PERFORM 1000-CONFERE-VALORES
           PERFORM 2000-CONFERE-VOLUMES
           PERFORM 3000-CONFERE-REPETICOES
           PERFORM 4000-CONFERE-HORARIO
           PERFORM 5000-ORDENA-SINAIS
           PERFORM 6000-ESCREVE-SINAIS
           PERFORM 7000-ESCREVE-TOTAIS
           CLOSE RPT-FILE
           PERFORM 8000-CATALOGA-RELATORIO
           IF WS-TOTAL-SINAIS > ZERO AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE.

       0000-EXIT.
           STOP RUN.

       0050-TRATA-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TABLE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-T(1) WS-PARM-T(2) WS-PARM-T(3)
                    WS-PARM-T(4) WS-PARM-T(5) WS-PARM-T(6)
                    WS-PARM-T(7)
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 7
               IF WS-PARM-T(WS-PARM-IDX) NOT = SPACES
                   PERFORM 0060-TRATA-PARAMETRO
               END-IF
           END-PERFORM.

      * CHAVE=valor; numeros de 1 a 3 digitos como no PINDIAS do MENU.
      * Valor invalido mantem o padrao.
       0060-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PARM-CHAVE WS-PARM-VALOR
           UNSTRING WS-PARM-T(WS-PARM-IDX) DELIMITED BY '='
               INTO WS-PARM-CHAVE WS-PARM-VALOR
           IF WS-PARM-CHAVE = 'DATA'
               IF WS-PARM-VALOR IS NUMERIC
                   MOVE WS-PARM-VALOR TO WS-DATA-ALVO
               ELSE
                   DISPLAY "AVISO: PARAMETRO INVALIDO ["
                       WS-PARM-T(WS-PARM-IDX) "] - MANTIDA A DATA "
                       "DE PROCESSAMENTO"
               END-IF
           ELSE
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
               EVALUATE TRUE
                   WHEN NOT WS-PARM-OK
                       DISPLAY "AVISO: PARAMETRO INVALIDO ["
                           WS-PARM-T(WS-PARM-IDX)
                           "] - MANTIDO O PADRAO"
                   WHEN WS-PARM-CHAVE = 'JANELA' AND WS-PARM-NUM > 0
                       MOVE WS-PARM-NUM TO WS-JANELA-DIAS
                   WHEN WS-PARM-CHAVE = 'TOL' AND WS-PARM-NUM > 0
                       MOVE WS-PARM-NUM TO WS-TOL-DESVIOS
                   WHEN WS-PARM-CHAVE = 'VOL' AND WS-PARM-NUM > 0
                       MOVE WS-PARM-NUM TO WS-TOL-VOLUME
                   WHEN WS-PARM-CHAVE = 'REPET' AND WS-PARM-NUM > 1
                       MOVE WS-PARM-NUM TO WS-REPET-MIN
                   WHEN WS-PARM-CHAVE = 'HINI' AND WS-PARM-NUM < 24
                       MOVE WS-PARM-NUM TO WS-HORA-INI
                   WHEN WS-PARM-CHAVE = 'HFIM' AND WS-PARM-NUM < 25
                       MOVE WS-PARM-NUM TO WS-HORA-FIM
                   WHEN OTHER
                       DISPLAY "AVISO: PARAMETRO INVALIDO ["
                           WS-PARM-T(WS-PARM-IDX)
                           "] - MANTIDO O PADRAO"
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  LEITURA: CATALOGO, HISTORICO E ARQUIVOS MORTOS               *
      *****************************************************************
      * So interessam as geracoes CALCARC arquivadas a partir do
      * inicio da janela: um registro da janela so pode ter sido
      * arquivado depois da propria data. O catalogo tambem diz se o
      * relatorio do dia ja foi catalogado numa execucao anterior.
       0100-LE-CATALOGO.
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: GENCAT.DAT NAO ENCONTRADO - BASE SEM "
                   "ARQUIVOS MORTOS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 0100-EXIT
           END-IF
           PERFORM UNTIL WS-GENCAT-EOF
               READ GENCAT-FILE
                   AT END
                       SET WS-GENCAT-EOF TO TRUE
                   NOT AT END
                       IF GENCAT-ARQUIVO = WS-RPT-NOME
                           SET WS-CATALOGADO TO TRUE
                       END-IF
                       IF GENCAT-ARQUIVO(1:8) = 'CALCARC.'
                           AND GENCAT-DATA >= WS-DATA-INI
                           PERFORM 0110-GUARDA-GERACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENCAT-FILE.

       0100-EXIT.
           EXIT.

       0110-GUARDA-GERACAO.
           MOVE ZERO TO WS-ARQ-ACHOU-IDX
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-ARQ-COUNT
               IF WS-ARQ-NOME(WS-ARQ-IDX) = GENCAT-ARQUIVO
                   MOVE WS-ARQ-IDX TO WS-ARQ-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-ARQ-ACHOU-IDX = ZERO
               IF WS-ARQ-COUNT >= 400
                   DISPLAY "AVISO: TABELA DE GERACOES CHEIA - "
                       GENCAT-ARQUIVO " FORA DA BASE"
               ELSE
                   ADD 1 TO WS-ARQ-COUNT
                   MOVE GENCAT-ARQUIVO TO WS-ARQ-NOME(WS-ARQ-COUNT)
               END-IF
           END-IF.

       0200-LE-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: CALCHIST.IDX NAO ABRIU (STATUS="
                   WS-HIST-STATUS ") - SO ARQUIVOS MORTOS NA BASE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               MOVE 4 TO WS-RC
               GO TO 0200-EXIT
           END-IF
           MOVE WS-DATA-INI TO HIST-CH-DATA
           MOVE ZERO TO HIST-CH-HORA HIST-CH-SEQ
           START HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CH-DATA > WS-DATA-ALVO
                           SET WS-HIST-EOF TO TRUE
                       ELSE
                           MOVE HIST-CH-DATA TO WS-REG-DATA
                           MOVE HIST-CORPO TO ARQ-CORPO
                           MOVE "CALCHIST.IDX" TO WS-REG-ORIGEM
                           PERFORM 0400-CLASSIFICA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       0200-EXIT.
           EXIT.

       0300-LE-ARQUIVO-MORTO.
           MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-ARCH-NOME
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " WS-ARCH-NOME
                   " CATALOGADO MAS NAO ABRIU - FORA DA BASE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-ARQ-LIDOS
           MOVE 'N' TO WS-ARCH-EOF-SW
           PERFORM UNTIL WS-ARCH-EOF
               READ ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF ARCH-CHAVE IS NUMERIC
                           MOVE ARCH-CORPO   TO ARQ-CORPO
                           MOVE ARCH-CH-DATA TO WS-REG-DATA
                       ELSE
                           MOVE ARCH-CORPO-ANT TO ARQ-CORPO
                           MOVE ARQ-TIMESTAMP(1:4)
                               TO WS-REG-DATA-X(1:4)
                           MOVE ARQ-TIMESTAMP(6:2)
                               TO WS-REG-DATA-X(5:2)
                           MOVE ARQ-TIMESTAMP(9:2)
                               TO WS-REG-DATA-X(7:2)
                       END-IF
                       IF WS-REG-DATA-X IS NUMERIC
                           AND WS-REG-DATA >= WS-DATA-INI
                           AND WS-REG-DATA <= WS-DATA-ALVO
                           MOVE WS-ARCH-NOME TO WS-REG-ORIGEM
                           PERFORM 0400-CLASSIFICA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE.

       0300-EXIT.
           EXIT.

      * Registro em ARQ-CORPO com a data em WS-REG-DATA: da data
      * examinada vai para a tabela de exame; da janela, para a base.
       0400-CLASSIFICA-REGISTRO.
           IF ARQ-TIMESTAMP(12:2) IS NUMERIC
               MOVE ARQ-TIMESTAMP(12:2) TO WS-REG-HORA
           ELSE
               MOVE ZERO TO WS-REG-HORA
           END-IF
           IF WS-REG-DATA = WS-DATA-ALVO
               PERFORM 0420-GUARDA-ALVO THRU 0420-EXIT
           ELSE
               ADD 1 TO WS-TOTAL-BASE
               PERFORM 0410-ACUMULA-BASE
           END-IF.

       0410-ACUMULA-BASE.
           MOVE ZERO TO WS-DIA-ACHOU-IDX
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-COUNT
               IF WS-DIA-DATA(WS-DIA-IDX) = WS-REG-DATA
                   MOVE WS-DIA-IDX TO WS-DIA-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-DIA-ACHOU-IDX = ZERO AND WS-DIA-COUNT < 400
               ADD 1 TO WS-DIA-COUNT
               MOVE WS-REG-DATA TO WS-DIA-DATA(WS-DIA-COUNT)
           END-IF

           PERFORM 0430-BUSCA-VOLUME
           IF WS-VOL-ACHOU-IDX > ZERO
               ADD 1 TO WS-VL-BASE(WS-VOL-ACHOU-IDX)
           END-IF

           IF ARQ-TIPO = SPACE
               PERFORM 0440-BUSCA-ESTATISTICA
               IF WS-EST-ACHOU-IDX > ZERO
                   MOVE ARQ-RES TO WS-RES-N
                   COMPUTE WS-QUADRADO = WS-RES-N * WS-RES-N
                   ADD 1 TO WS-ES-QTDE(WS-EST-ACHOU-IDX)
                   ADD WS-RES-N TO WS-ES-SOMA(WS-EST-ACHOU-IDX)
                   ADD WS-QUADRADO TO WS-ES-SOMA2(WS-EST-ACHOU-IDX)
               END-IF
           END-IF.

       0420-GUARDA-ALVO.
           IF WS-ALV-COUNT >= 5000
               ADD 1 TO WS-ALV-FORA
               GO TO 0420-EXIT
           END-IF
           ADD 1 TO WS-ALV-COUNT
           ADD 1 TO WS-TOTAL-ALVO
           MOVE ARQ-ID       TO WS-AL-ID(WS-ALV-COUNT)
           MOVE ARQ-DEPTO    TO WS-AL-DEPTO(WS-ALV-COUNT)
           MOVE ARQ-OPCAO    TO WS-AL-OPCAO(WS-ALV-COUNT)
           MOVE ARQ-NUM1     TO WS-AL-NUM1(WS-ALV-COUNT)
           MOVE ARQ-NUM2     TO WS-AL-NUM2(WS-ALV-COUNT)
           MOVE ARQ-RES      TO WS-AL-RES(WS-ALV-COUNT)
           MOVE ARQ-OPERADOR TO WS-AL-OPERADOR(WS-ALV-COUNT)
           MOVE WS-REG-HORA  TO WS-AL-HORA(WS-ALV-COUNT)
           MOVE ARQ-TIPO     TO WS-AL-TIPO(WS-ALV-COUNT)
           MOVE SPACE        TO WS-AL-MARCA(WS-ALV-COUNT)
           IF ARQ-RUN-ID = SPACES
               MOVE 'S' TO WS-AL-INTERATIVO(WS-ALV-COUNT)
           ELSE
               MOVE 'N' TO WS-AL-INTERATIVO(WS-ALV-COUNT)
           END-IF
           PERFORM 0430-BUSCA-VOLUME
           IF WS-VOL-ACHOU-IDX > ZERO
               ADD 1 TO WS-VL-DIA(WS-VOL-ACHOU-IDX)
           END-IF.

       0420-EXIT.
           EXIT.

      * Entrada de volume do operador e hora do registro; criada na
      * primeira ocorrencia com o departamento desse registro.
       0430-BUSCA-VOLUME.
           MOVE ZERO TO WS-VOL-ACHOU-IDX
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
                      OR WS-VOL-ACHOU-IDX > ZERO
               IF WS-VL-OPERADOR(WS-VOL-IDX) = ARQ-OPERADOR
                   AND WS-VL-HORA(WS-VOL-IDX) = WS-REG-HORA
                   MOVE WS-VOL-IDX TO WS-VOL-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-VOL-ACHOU-IDX = ZERO AND WS-VOL-COUNT < 2000
               ADD 1 TO WS-VOL-COUNT
               MOVE WS-VOL-COUNT TO WS-VOL-ACHOU-IDX
               MOVE ARQ-OPERADOR TO WS-VL-OPERADOR(WS-VOL-COUNT)
               MOVE WS-REG-HORA  TO WS-VL-HORA(WS-VOL-COUNT)
               MOVE ZERO         TO WS-VL-BASE(WS-VOL-COUNT)
               MOVE ZERO         TO WS-VL-DIA(WS-VOL-COUNT)
               MOVE ARQ-DEPTO    TO WS-VL-DEPTO(WS-VOL-COUNT)
           END-IF.

       0440-BUSCA-ESTATISTICA.
           MOVE ZERO TO WS-EST-ACHOU-IDX
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
                      OR WS-EST-ACHOU-IDX > ZERO
               IF WS-ES-DEPTO(WS-EST-IDX) = ARQ-DEPTO
                   AND WS-ES-OPCAO(WS-EST-IDX) = ARQ-OPCAO
                   MOVE WS-EST-IDX TO WS-EST-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-EST-ACHOU-IDX = ZERO AND WS-EST-COUNT < 500
               ADD 1 TO WS-EST-COUNT
               MOVE WS-EST-COUNT TO WS-EST-ACHOU-IDX
               MOVE ARQ-DEPTO TO WS-ES-DEPTO(WS-EST-COUNT)
               MOVE ARQ-OPCAO TO WS-ES-OPCAO(WS-EST-COUNT)
               MOVE ZERO      TO WS-ES-QTDE(WS-EST-COUNT)
               MOVE ZERO      TO WS-ES-SOMA(WS-EST-COUNT)
               MOVE ZERO      TO WS-ES-SOMA2(WS-EST-COUNT)
           END-IF.

      *****************************************************************
      *  CONFERENCIAS SOBRE OS REGISTROS DA DATA EXAMINADA            *
      *****************************************************************
       1000-CONFERE-VALORES.
           PERFORM VARYING WS-ALV-IDX FROM 1 BY 1
                   UNTIL WS-ALV-IDX > WS-ALV-COUNT
               IF WS-AL-TIPO(WS-ALV-IDX) = SPACE
                   PERFORM 1100-CONFERE-VALOR THRU 1100-EXIT
               END-IF
           END-PERFORM.

       1100-CONFERE-VALOR.
           MOVE ZERO TO WS-EST-ACHOU-IDX
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-ES-DEPTO(WS-EST-IDX) = WS-AL-DEPTO(WS-ALV-IDX)
                   AND WS-ES-OPCAO(WS-EST-IDX)
                       = WS-AL-OPCAO(WS-ALV-IDX)
                   MOVE WS-EST-IDX TO WS-EST-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-EST-ACHOU-IDX = ZERO
               ADD 1 TO WS-TOTAL-SEM-BASE
               GO TO 1100-EXIT
           END-IF
           IF WS-ES-QTDE(WS-EST-ACHOU-IDX) < WS-BASE-MIN
               ADD 1 TO WS-TOTAL-SEM-BASE
               GO TO 1100-EXIT
           END-IF
      * Desvio-padrao = raiz(media dos quadrados - quadrado da media).
      * Cada termo tem campo proprio: no padrao IBM os intermediarios
      * de um COMPUTE perdem as decimais.
           COMPUTE WS-MEDIA = WS-ES-SOMA(WS-EST-ACHOU-IDX)
               / WS-ES-QTDE(WS-EST-ACHOU-IDX)
           COMPUTE WS-MEDIA-QUAD = WS-ES-SOMA2(WS-EST-ACHOU-IDX)
               / WS-ES-QTDE(WS-EST-ACHOU-IDX)
           COMPUTE WS-QUAD-MEDIA = WS-MEDIA * WS-MEDIA
           COMPUTE WS-VARIANCIA = WS-MEDIA-QUAD - WS-QUAD-MEDIA
           IF WS-VARIANCIA < ZERO
               MOVE ZERO TO WS-VARIANCIA
           END-IF
           COMPUTE WS-DESVIO = FUNCTION SQRT(WS-VARIANCIA)
           MOVE WS-MEDIA TO WS-MEDIA-ABS
           COMPUTE WS-PISO = WS-MEDIA-ABS / 10
           IF WS-PISO < 0.01
               MOVE 0.01 TO WS-PISO
           END-IF
           IF WS-DESVIO < WS-PISO
               MOVE WS-PISO TO WS-LIMITE
           ELSE
               MOVE WS-DESVIO TO WS-LIMITE
           END-IF
           COMPUTE WS-LIMITE = WS-LIMITE * WS-TOL-DESVIOS
           COMPUTE WS-DIFERENCA = WS-AL-RES(WS-ALV-IDX) - WS-MEDIA
           IF WS-DIFERENCA < ZERO
               COMPUTE WS-DIFERENCA = ZERO - WS-DIFERENCA
           END-IF
           IF WS-DIFERENCA NOT > WS-LIMITE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-VALOR
           MOVE WS-AL-RES(WS-ALV-IDX) TO WS-ED-RES
           MOVE WS-MEDIA  TO WS-ED-MEDIA
           MOVE WS-DESVIO TO WS-ED-DESVIO
           MOVE WS-AL-DEPTO(WS-ALV-IDX) TO WS-NV-DEPTO
           MOVE "VALOR" TO WS-NV-TIPO
           MOVE SPACES TO WS-NV-TEXTO
           STRING "ID " WS-AL-ID(WS-ALV-IDX)
               " OPCAO " WS-AL-OPCAO(WS-ALV-IDX)
               " OPER " WS-AL-OPERADOR(WS-ALV-IDX)
               " RES " WS-ED-RES
               " MEDIA " WS-ED-MEDIA
               " DESVIO " WS-ED-DESVIO
               " BASE " WS-ES-QTDE(WS-EST-ACHOU-IDX)
               DELIMITED BY SIZE INTO WS-NV-TEXTO
           PERFORM 9000-ACRESCENTA-SINAL.

       1100-EXIT.
           EXIT.

      * Media diaria = contagem na janela / dias da janela com
      * movimento. Sem historico na hora, basta o volume minimo.
       2000-CONFERE-VOLUMES.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               IF WS-VL-DIA(WS-VOL-IDX) >= WS-VOLUME-MIN
                   PERFORM 2100-CONFERE-VOLUME
               END-IF
           END-PERFORM.

       2100-CONFERE-VOLUME.
           IF WS-DIA-COUNT > ZERO
               COMPUTE WS-MEDIA-DIA ROUNDED =
                   WS-VL-BASE(WS-VOL-IDX) / WS-DIA-COUNT
           ELSE
               MOVE ZERO TO WS-MEDIA-DIA
           END-IF
           COMPUTE WS-LIMITE-VOL = WS-MEDIA-DIA * WS-TOL-VOLUME
           IF WS-VL-DIA(WS-VOL-IDX) > WS-LIMITE-VOL
               ADD 1 TO WS-TOTAL-VOLUME
               MOVE WS-MEDIA-DIA TO WS-ED-MEDIA-DIA
               MOVE WS-VL-DEPTO(WS-VOL-IDX) TO WS-NV-DEPTO
               MOVE "VOLUME" TO WS-NV-TIPO
               MOVE SPACES TO WS-NV-TEXTO
               STRING "OPER " WS-VL-OPERADOR(WS-VOL-IDX)
                   " HORA " WS-VL-HORA(WS-VOL-IDX)
                   ": " WS-VL-DIA(WS-VOL-IDX)
                   " CALCULOS - MEDIA DIARIA NA HORA "
                   WS-ED-MEDIA-DIA
                   DELIMITED BY SIZE INTO WS-NV-TEXTO
               PERFORM 9000-ACRESCENTA-SINAL
           END-IF.

      * Cada grupo operador + opcao + operandos e contado uma vez: os
      * iguais ao primeiro recebem marca e nao abrem grupo proprio.
       3000-CONFERE-REPETICOES.
           PERFORM VARYING WS-ALV-IDX FROM 1 BY 1
                   UNTIL WS-ALV-IDX > WS-ALV-COUNT
               IF WS-AL-TIPO(WS-ALV-IDX) = SPACE
                   AND WS-AL-MARCA(WS-ALV-IDX) = SPACE
                   PERFORM 3100-CONTA-IGUAIS
               END-IF
           END-PERFORM.

       3100-CONTA-IGUAIS.
           MOVE WS-ALV-IDX TO WS-ALV-PRIMEIRO
           MOVE 1 TO WS-REPETICOES
           PERFORM VARYING WS-ALV-IDX-2 FROM WS-ALV-IDX BY 1
                   UNTIL WS-ALV-IDX-2 > WS-ALV-COUNT
               IF WS-ALV-IDX-2 > WS-ALV-PRIMEIRO
                   AND WS-AL-TIPO(WS-ALV-IDX-2) = SPACE
                   AND WS-AL-MARCA(WS-ALV-IDX-2) = SPACE
                   AND WS-AL-OPERADOR(WS-ALV-IDX-2)
                       = WS-AL-OPERADOR(WS-ALV-PRIMEIRO)
                   AND WS-AL-OPCAO(WS-ALV-IDX-2)
                       = WS-AL-OPCAO(WS-ALV-PRIMEIRO)
                   AND WS-AL-NUM1(WS-ALV-IDX-2)
                       = WS-AL-NUM1(WS-ALV-PRIMEIRO)
                   AND WS-AL-NUM2(WS-ALV-IDX-2)
                       = WS-AL-NUM2(WS-ALV-PRIMEIRO)
                   MOVE 'R' TO WS-AL-MARCA(WS-ALV-IDX-2)
                   ADD 1 TO WS-REPETICOES
               END-IF
           END-PERFORM
           IF WS-REPETICOES >= WS-REPET-MIN
               ADD 1 TO WS-TOTAL-REPETE
               MOVE WS-AL-NUM1(WS-ALV-PRIMEIRO) TO WS-ED-NUM1
               MOVE WS-AL-NUM2(WS-ALV-PRIMEIRO) TO WS-ED-NUM2
               MOVE WS-AL-DEPTO(WS-ALV-PRIMEIRO) TO WS-NV-DEPTO
               MOVE "REPETE" TO WS-NV-TIPO
               MOVE SPACES TO WS-NV-TEXTO
               STRING "OPER " WS-AL-OPERADOR(WS-ALV-PRIMEIRO)
                   " OPCAO " WS-AL-OPCAO(WS-ALV-PRIMEIRO)
                   " NUM1 " WS-ED-NUM1
                   " NUM2 " WS-ED-NUM2
                   " " WS-REPETICOES " VEZES (1O ID "
                   WS-AL-ID(WS-ALV-PRIMEIRO) ")"
                   DELIMITED BY SIZE INTO WS-NV-TEXTO
               PERFORM 9000-ACRESCENTA-SINAL
           END-IF.

      * Calculos interativos (MENU, calc1 interativo) fora do horario
      * comercial ou em dia nao util. O batch noturno nao entra.
       4000-CONFERE-HORARIO.
           PERFORM VARYING WS-ALV-IDX FROM 1 BY 1
                   UNTIL WS-ALV-IDX > WS-ALV-COUNT
               IF WS-AL-INTERATIVO(WS-ALV-IDX) = 'S'
                   IF NOT WS-DIA-UTIL
                       OR WS-AL-HORA(WS-ALV-IDX) < WS-HORA-INI
                       OR WS-AL-HORA(WS-ALV-IDX) >= WS-HORA-FIM
                       PERFORM 4100-SINALIZA-HORARIO
                   END-IF
               END-IF
           END-PERFORM.

       4100-SINALIZA-HORARIO.
           ADD 1 TO WS-TOTAL-HORARIO
           MOVE WS-AL-RES(WS-ALV-IDX) TO WS-ED-RES
           MOVE WS-AL-DEPTO(WS-ALV-IDX) TO WS-NV-DEPTO
           MOVE "HORARIO" TO WS-NV-TIPO
           MOVE SPACES TO WS-NV-TEXTO
           IF WS-DIA-UTIL
               STRING "ID " WS-AL-ID(WS-ALV-IDX)
                   " OPER " WS-AL-OPERADOR(WS-ALV-IDX)
                   " OPCAO " WS-AL-OPCAO(WS-ALV-IDX)
                   " RES " WS-ED-RES
                   " AS " WS-AL-HORA(WS-ALV-IDX)
                   "H - FORA DO HORARIO"
                   DELIMITED BY SIZE INTO WS-NV-TEXTO
           ELSE
               STRING "ID " WS-AL-ID(WS-ALV-IDX)
                   " OPER " WS-AL-OPERADOR(WS-ALV-IDX)
                   " OPCAO " WS-AL-OPCAO(WS-ALV-IDX)
                   " RES " WS-ED-RES
                   " AS " WS-AL-HORA(WS-ALV-IDX)
                   "H - DIA NAO UTIL"
                   DELIMITED BY SIZE INTO WS-NV-TEXTO
           END-IF
           PERFORM 9000-ACRESCENTA-SINAL.

      *****************************************************************
      *  IMPRESSAO AGRUPADA POR DEPARTAMENTO                          *
      *****************************************************************
      * Insercao estavel: dentro do departamento os itens mantem a
      * ordem das conferencias (valor, volume, repeticao, horario).
       5000-ORDENA-SINAIS.
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
                   UNTIL WS-ORD-IDX > WS-SIN-COUNT
               MOVE WS-SIN-ENTRY(WS-ORD-IDX) TO WS-SV-SINAL
               MOVE WS-ORD-IDX TO WS-ORD-POS
               MOVE 'N' TO WS-ORD-ACHOU-SW
               PERFORM UNTIL WS-ORD-ACHOU
                   IF WS-ORD-POS < 2
                       SET WS-ORD-ACHOU TO TRUE
                   ELSE
                       IF WS-SN-DEPTO(WS-ORD-POS - 1) > WS-SV-DEPTO
                           MOVE WS-SIN-ENTRY(WS-ORD-POS - 1)
                               TO WS-SIN-ENTRY(WS-ORD-POS)
                           SUBTRACT 1 FROM WS-ORD-POS
                       ELSE
                           SET WS-ORD-ACHOU TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SV-SINAL TO WS-SIN-ENTRY(WS-ORD-POS)
           END-PERFORM.

       6000-ESCREVE-SINAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SIN-COUNT = ZERO
               MOVE "NENHUMA ANOMALIA NA DATA EXAMINADA" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE HIGH-VALUES TO WS-QUEBRA-DEPTO
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-SIN-COUNT
               IF WS-SN-DEPTO(WS-SIN-IDX) NOT = WS-QUEBRA-DEPTO
                   IF WS-QUEBRA-DEPTO NOT = HIGH-VALUES
                       PERFORM 6200-FECHA-DEPTO
                   END-IF
                   PERFORM 6100-ABRE-DEPTO
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-SN-TIPO(WS-SIN-IDX) " "
                   WS-SN-TEXTO(WS-SIN-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-GRUPO-QTDE
           END-PERFORM
           IF WS-QUEBRA-DEPTO NOT = HIGH-VALUES
               PERFORM 6200-FECHA-DEPTO
           END-IF
           IF WS-SIN-FORA > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " WS-SIN-FORA
                   " ITENS ALEM DA TABELA DE 2000 NAO LISTADOS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
           END-IF.

       6100-ABRE-DEPTO.
           MOVE WS-SN-DEPTO(WS-SIN-IDX) TO WS-QUEBRA-DEPTO
           MOVE ZERO TO WS-GRUPO-QTDE
           MOVE SPACES TO RPT-LINE
           IF WS-QUEBRA-DEPTO = SPACES
               MOVE "SEM DEPARTAMENTO (CALCULOS INTERATIVOS)"
                   TO RPT-LINE
           ELSE
               STRING "DEPARTAMENTO " WS-QUEBRA-DEPTO
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       6200-FECHA-DEPTO.
           MOVE SPACES TO RPT-LINE
           STRING "  ITENS NO DEPARTAMENTO: " WS-GRUPO-QTDE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       7000-ESCREVE-TOTAIS.
           MOVE SPACES TO RPT-LINE
           STRING "REGISTROS NA BASE: " WS-TOTAL-BASE
               " DIAS COM MOVIMENTO: " WS-DIA-COUNT
               " ARQUIVOS MORTOS LIDOS: " WS-TOTAL-ARQ-LIDOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "REGISTROS EXAMINADOS: " WS-TOTAL-ALVO
               " SEM BASE SUFICIENTE: " WS-TOTAL-SEM-BASE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SINALIZADOS: VALOR=" WS-TOTAL-VALOR
               " VOLUME=" WS-TOTAL-VOLUME
               " REPETE=" WS-TOTAL-REPETE
               " HORARIO=" WS-TOTAL-HORARIO
               " TOTAL=" WS-TOTAL-SINAIS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           IF WS-ALV-FORA > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " WS-ALV-FORA
                   " REGISTROS DA DATA ALEM DA TABELA DE 5000 NAO "
                   "EXAMINADOS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY RPT-LINE
               MOVE 4 TO WS-RC
           END-IF.

      * Um relatorio refeito para a mesma data reaproveita a entrada
      * do catalogo: o GENPURGE trata entrada repetida como ausente.
      * A QTDE catalogada continua a da primeira execucao; a contagem
      * atual e a da linha de totais do proprio relatorio.
       8000-CATALOGA-RELATORIO.
           IF NOT WS-CATALOGADO
               OPEN EXTEND GENCAT-FILE
               IF WS-GENCAT-STATUS = '35'
                   OPEN OUTPUT GENCAT-FILE
               END-IF
               MOVE SPACES          TO GENCAT-REC
               MOVE WS-RPT-NOME     TO GENCAT-ARQUIVO
               MOVE WS-DATA-ALVO    TO GENCAT-DATA
               MOVE WS-TOTAL-SINAIS TO GENCAT-QTDE
               WRITE GENCAT-REC
               CLOSE GENCAT-FILE
           END-IF.

       9000-ACRESCENTA-SINAL.
           ADD 1 TO WS-TOTAL-SINAIS
           IF WS-SIN-COUNT >= 2000
               ADD 1 TO WS-SIN-FORA
           ELSE
               ADD 1 TO WS-SIN-COUNT
               MOVE WS-NV-DEPTO TO WS-SN-DEPTO(WS-SIN-COUNT)
               MOVE WS-NV-TIPO  TO WS-SN-TIPO(WS-SIN-COUNT)
               MOVE WS-NV-TEXTO TO WS-SN-TEXTO(WS-SIN-COUNT)
           END-IF.

           END PROGRAM ANOMRPT.
