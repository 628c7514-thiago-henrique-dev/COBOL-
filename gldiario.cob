       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDIARIO.
      *****************************************************************
      *  DIARIO CONTABIL PARA O RAZAO GERAL                           *
      *  Le os resultados lancados no CALCHIST.IDX na data de         *
      *  processamento (ou na data AAAAMMDD do parametro, como o      *
      *  SUMRPT) e, pelo mapa de contas GLMAPA.DAT (departamento +    *
      *  opcao -> conta a debito e conta a credito), gera o diario    *
      *  GLDIARIO.aaaammdd.DAT: header, um par de linhas (debito e    *
      *  credito) por departamento e combinacao de contas com o       *
      *  valor liquido do dia e o trailer de controle. Estornos       *
      *  entram com sinal negativo na mesma combinacao do original;   *
      *  quando o liquido fica negativo as contas se invertem e       *
      *  liquido zero nao gera linha.                                 *
      *  Resultado sem conta mapeada nao entra no diario e sai na     *
      *  listagem de controle GLCONTR.aaaammdd.DAT, junto com as      *
      *  conferencias: debitos iguais a creditos e total do diario    *
      *  (quantidade e valor liquido) igual ao TOTAL GERAL do         *
      *  SUMREPT.aaaammdd.DAT da mesma data. Se alguma conferencia    *
      *  falha o trailer sai marcado DIVERGENTE, o diario nao e       *
      *  catalogado e o RETURN-CODE 12 para a cadeia no JOBCTL.       *
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

           SELECT MAP-FILE ASSIGN TO "GLMAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT SUM-FILE ASSIGN USING WS-SUM-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT JRN-FILE ASSIGN USING WS-JRN-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTL-FILE ASSIGN USING WS-CTL-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

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

       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY GLMAPRC REPLACING
               ==PFX-REC==           BY ==MAP-REC==
               ==PFX-DEPTO==         BY ==MAP-DEPTO==
               ==PFX-OPCAO==         BY ==MAP-OPCAO==
               ==PFX-DEBITO==        BY ==MAP-DEBITO==
               ==PFX-CREDITO==       BY ==MAP-CREDITO==.

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

       FD  SUM-FILE
           RECORDING MODE IS F.
       01  SUM-LINE                PIC X(132).

       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-LINE                PIC X(100).

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-LINE                PIC X(132).

       FD  GENCAT-FILE
           RECORDING MODE IS F.
           COPY GENCATRC REPLACING
               ==PFX-REC==     BY ==GENCAT-REC==
               ==PFX-ARQUIVO== BY ==GENCAT-ARQUIVO==
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-MAP-STATUS        PIC XX.
           01 WS-DEPT-STATUS       PIC XX.
           01 WS-SUM-STATUS        PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.
           01 WS-MAP-EOF-SW        PIC X VALUE 'N'.
               88 WS-MAP-EOF           VALUE 'Y'.
           01 WS-DEPT-EOF-SW       PIC X VALUE 'N'.
               88 WS-DEPT-EOF          VALUE 'Y'.
           01 WS-SUM-EOF-SW        PIC X VALUE 'N'.
               88 WS-SUM-EOF           VALUE 'Y'.
           01 WS-SUM-ACHOU-SW      PIC X VALUE 'N'.
               88 WS-SUM-ACHOU         VALUE 'Y'.
           01 WS-DIVERGE-SW        PIC X VALUE 'N'.
               88 WS-DIVERGE           VALUE 'Y'.

           01 WS-HOJE              PIC 9(8).
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

           01 WS-PARM              PIC X(20).
           01 WS-PARM-1            PIC X(10).
           01 WS-REF-DATA          PIC 9(8).
           01 WS-SUM-GEN-NOME      PIC X(30).
           01 WS-JRN-GEN-NOME      PIC X(30).
           01 WS-CTL-GEN-NOME      PIC X(30).

           01 WS-MAP-TABLE.
               03 WS-MAP-ENTRY OCCURS 200 TIMES.
                   05 WS-MP-DEPTO      PIC X(10).
                   05 WS-MP-OPCAO      PIC X.
                   05 WS-MP-DEBITO     PIC X(12).
                   05 WS-MP-CREDITO    PIC X(12).
           01 WS-MAP-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-MAP-IDX           PIC 9(4).
           01 WS-MAP-ACHOU-IDX     PIC 9(4).
           01 WS-MAP-PESO          PIC 9.
           01 WS-MAP-MELHOR-PESO   PIC 9.

           01 WS-CAD-TABLE.
               03 WS-CAD-ENTRY OCCURS 200 TIMES.
                   05 WS-CAD-CODIGO     PIC X(10).
                   05 WS-CAD-CCUSTO     PIC X(8).
           01 WS-CAD-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CAD-IDX           PIC 9(4).

           01 WS-CMB-TABLE.
               03 WS-CMB-ENTRY OCCURS 500 TIMES.
                   05 WS-CB-DEPTO       PIC X(10).
                   05 WS-CB-DEBITO      PIC X(12).
                   05 WS-CB-CREDITO     PIC X(12).
                   05 WS-CB-QTDE        PIC 9(6).
                   05 WS-CB-VALOR       PIC S9(11)V99.
           01 WS-CMB-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CMB-IDX           PIC 9(4).
           01 WS-CMB-ACHOU-IDX     PIC 9(4).

           01 WS-HIST-RES-N        PIC S9(11)V99.
           01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-HIST        PIC S9(11)V99 VALUE ZERO.
           01 WS-MAPEADOS          PIC 9(6) VALUE ZERO.
           01 WS-JRN-LIQUIDO       PIC S9(11)V99 VALUE ZERO.
           01 WS-NAO-MAP-QTDE      PIC 9(6) VALUE ZERO.
           01 WS-NAO-MAP-VALOR     PIC S9(11)V99 VALUE ZERO.
           01 WS-ZERADAS           PIC 9(4) VALUE ZERO.
           01 WS-JRN-LINHAS        PIC 9(6) VALUE ZERO.
           01 WS-TOT-DEBITO        PIC 9(12)V99 VALUE ZERO.
           01 WS-TOT-CREDITO       PIC 9(12)V99 VALUE ZERO.
           01 WS-DIFERENCA         PIC S9(11)V99.

           01 WS-SUM-QTDE-ED       PIC ZZZ,ZZ9.
           01 WS-SUM-QTDE          PIC 9(6) VALUE ZERO.
           01 WS-SUM-VALOR-ED      PIC -(8)9.99.
           01 WS-SUM-TOTAL         PIC S9(11)V99 VALUE ZERO.

           01 WS-LANC-DC           PIC X.
           01 WS-LANC-CONTA        PIC X(12).
           01 WS-LANC-VALOR        PIC 9(11)V99.
           01 WS-CONTA-D           PIC X(12).
           01 WS-CONTA-C           PIC X(12).
           01 WS-CCUSTO            PIC X(8).
           01 WS-JRN-VALOR         PIC 9(11).99.
           01 WS-JRN-TOTAL-D       PIC 9(12).99.
           01 WS-JRN-TOTAL-C       PIC 9(12).99.
           01 WS-JRN-SITUACAO      PIC X(10).

           01 WS-RPT-VALOR         PIC -(11)9.99.
           01 WS-RPT-VALOR-2       PIC -(11)9.99.
           01 WS-RPT-QTDE          PIC ZZZ,ZZ9.
           01 WS-RPT-QTDE-2        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           MOVE WS-HOJE TO WS-REF-DATA
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-1
           IF WS-PARM-1(1:8) IS NUMERIC
               MOVE WS-PARM-1(1:8) TO WS-REF-DATA
           END-IF
           MOVE SPACES TO WS-SUM-GEN-NOME
           STRING "SUMREPT." WS-REF-DATA ".DAT"
               DELIMITED BY SIZE INTO WS-SUM-GEN-NOME
           MOVE SPACES TO WS-JRN-GEN-NOME
           STRING "GLDIARIO." WS-REF-DATA ".DAT"
               DELIMITED BY SIZE INTO WS-JRN-GEN-NOME
           MOVE SPACES TO WS-CTL-GEN-NOME
           STRING "GLCONTR." WS-REF-DATA ".DAT"
               DELIMITED BY SIZE INTO WS-CTL-GEN-NOME
           DISPLAY "DIARIO CONTABIL DA DATA " WS-REF-DATA

           PERFORM 0050-CARREGA-MAPA THRU 0050-EXIT
           IF RETURN-CODE = 16
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0060-CARREGA-DEPTOS

           OPEN OUTPUT CTL-FILE
           MOVE "CONTROLE DO DIARIO CONTABIL - GLDIARIO" TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING "DATA: " WS-REF-DATA "  DIARIO: " WS-JRN-GEN-NOME
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE

           PERFORM 0100-ACUMULA-HISTORICO
           IF RETURN-CODE = 16
               MOVE "EXECUCAO INTERROMPIDA - DIARIO NAO GERADO"
                   TO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0200-LE-SUMRPT
           PERFORM 0300-GRAVA-DIARIO
           PERFORM 0500-ESCREVE-CONTROLE
           CLOSE CTL-FILE
           PERFORM 0600-GRAVA-CATALOGO

           IF WS-DIVERGE
               DISPLAY "ERRO: DIARIO CONTABIL NAO CONFERE - "
                   WS-JRN-GEN-NOME " NAO DEVE SER ENVIADO (VER "
                   WS-CTL-GEN-NOME ")"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
               DISPLAY "DIARIO CONTABIL CONFERIDO: " WS-JRN-GEN-NOME
                   " LINHAS=" WS-JRN-LINHAS
           END-IF.

       0000-EXIT.
           STOP RUN.

       0050-CARREGA-MAPA.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS = '35'
               DISPLAY "AVISO: GLMAPA.DAT NAO ENCONTRADO - TODOS OS "
                   "RESULTADOS SAIRAO COMO NAO MAPEADOS"
               GO TO 0050-EXIT
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF WS-MAP-COUNT >= 200
                           DISPLAY "ERRO: GLMAPA.DAT EXCEDE AS 200 "
                               "LINHAS DA TABELA EM MEMORIA"
                           MOVE 16 TO RETURN-CODE
                           SET WS-MAP-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MAP-DEPTO
                               TO WS-MP-DEPTO(WS-MAP-COUNT)
                           MOVE MAP-OPCAO
                               TO WS-MP-OPCAO(WS-MAP-COUNT)
                           MOVE MAP-DEBITO
                               TO WS-MP-DEBITO(WS-MAP-COUNT)
                           MOVE MAP-CREDITO
                               TO WS-MP-CREDITO(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       0050-EXIT.
           EXIT.

       0060-CARREGA-DEPTOS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "AVISO: DEPTMAST.DAT NAO ENCONTRADO - "
                   "LINHAS DO DIARIO SEM CENTRO DE CUSTO"
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAD-COUNT < 200
                               ADD 1 TO WS-CAD-COUNT
                               MOVE DEPT-CODIGO
                                   TO WS-CAD-CODIGO(WS-CAD-COUNT)
                               MOVE DEPT-CCUSTO
                                   TO WS-CAD-CCUSTO(WS-CAD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

      * Mesma selecao do SUMRPT (todos os registros da data, lotes e
      * calculos interativos), para que os totais sejam comparaveis.
       0100-ACUMULA-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '35'
               DISPLAY "AVISO: CALCHIST.IDX NAO ENCONTRADO - RODAR "
                   "HISTIDXC SE O HISTORICO AINDA FOR SEQUENCIAL"
           ELSE
               MOVE WS-REF-DATA TO HIST-CH-DATA
               MOVE ZEROS TO HIST-CH-HORA
               MOVE ZEROS TO HIST-CH-SEQ
               START HIST-FILE KEY NOT < HIST-CHAVE
                   INVALID KEY
                       SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-HIST-EOF
                   READ HIST-FILE NEXT RECORD
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-CH-DATA > WS-REF-DATA
                               SET WS-HIST-EOF TO TRUE
                           ELSE
                               PERFORM 0110-PROCESSA-REGISTRO
                                   THRU 0110-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       0110-PROCESSA-REGISTRO.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE HIST-RES TO WS-HIST-RES-N
           ADD WS-HIST-RES-N TO WS-TOTAL-HIST
           PERFORM 0120-BUSCA-MAPA
           IF WS-MAP-ACHOU-IDX = ZERO
               PERFORM 0140-NAO-MAPEADO
               GO TO 0110-EXIT
           END-IF
           MOVE ZERO TO WS-CMB-ACHOU-IDX
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
                   UNTIL WS-CMB-IDX > WS-CMB-COUNT
               IF WS-CB-DEPTO(WS-CMB-IDX) = HIST-DEPTO
                   AND WS-CB-DEBITO(WS-CMB-IDX)
                       = WS-MP-DEBITO(WS-MAP-ACHOU-IDX)
                   AND WS-CB-CREDITO(WS-CMB-IDX)
                       = WS-MP-CREDITO(WS-MAP-ACHOU-IDX)
                   MOVE WS-CMB-IDX TO WS-CMB-ACHOU-IDX
               END-IF
           END-PERFORM
           IF WS-CMB-ACHOU-IDX = ZERO
               IF WS-CMB-COUNT >= 500
                   DISPLAY "ERRO: MAIS DE 500 COMBINACOES DE "
                       "DEPARTAMENTO E CONTAS - TABELA CHEIA"
                   MOVE 16 TO RETURN-CODE
                   SET WS-HIST-EOF TO TRUE
                   GO TO 0110-EXIT
               END-IF
               ADD 1 TO WS-CMB-COUNT
               MOVE WS-CMB-COUNT TO WS-CMB-ACHOU-IDX
               MOVE HIST-DEPTO TO WS-CB-DEPTO(WS-CMB-ACHOU-IDX)
               MOVE WS-MP-DEBITO(WS-MAP-ACHOU-IDX)
                   TO WS-CB-DEBITO(WS-CMB-ACHOU-IDX)
               MOVE WS-MP-CREDITO(WS-MAP-ACHOU-IDX)
                   TO WS-CB-CREDITO(WS-CMB-ACHOU-IDX)
               MOVE ZERO TO WS-CB-QTDE(WS-CMB-ACHOU-IDX)
               MOVE ZERO TO WS-CB-VALOR(WS-CMB-ACHOU-IDX)
           END-IF
           ADD 1 TO WS-CB-QTDE(WS-CMB-ACHOU-IDX)
           ADD WS-HIST-RES-N TO WS-CB-VALOR(WS-CMB-ACHOU-IDX)
           ADD 1 TO WS-MAPEADOS
           ADD WS-HIST-RES-N TO WS-JRN-LIQUIDO.

       0110-EXIT.
           EXIT.

      * Prevalece a linha mais especifica do mapa: departamento
      * exato vale 2 e opcao exata vale 1; '*' vale para qualquer um.
       0120-BUSCA-MAPA.
           MOVE ZERO TO WS-MAP-ACHOU-IDX
           MOVE ZERO TO WS-MAP-MELHOR-PESO
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF (WS-MP-DEPTO(WS-MAP-IDX) = HIST-DEPTO
                       OR WS-MP-DEPTO(WS-MAP-IDX) = '*')
                   AND (WS-MP-OPCAO(WS-MAP-IDX) = HIST-OPCAO
                       OR WS-MP-OPCAO(WS-MAP-IDX) = '*')
                   MOVE ZERO TO WS-MAP-PESO
                   IF WS-MP-DEPTO(WS-MAP-IDX) NOT = '*'
                       ADD 2 TO WS-MAP-PESO
                   END-IF
                   IF WS-MP-OPCAO(WS-MAP-IDX) NOT = '*'
                       ADD 1 TO WS-MAP-PESO
                   END-IF
                   IF WS-MAP-ACHOU-IDX = ZERO
                       OR WS-MAP-PESO > WS-MAP-MELHOR-PESO
                       MOVE WS-MAP-IDX  TO WS-MAP-ACHOU-IDX
                       MOVE WS-MAP-PESO TO WS-MAP-MELHOR-PESO
                   END-IF
               END-IF
           END-PERFORM.

       0140-NAO-MAPEADO.
           ADD 1 TO WS-NAO-MAP-QTDE
           ADD WS-HIST-RES-N TO WS-NAO-MAP-VALOR
           MOVE WS-HIST-RES-N TO WS-RPT-VALOR
           MOVE SPACES TO CTL-LINE
           STRING "NAO MAPEADO: ID=" HIST-ID
               " OPCAO=" HIST-OPCAO
               " DEPTO=" HIST-DEPTO
               " TIPO=" HIST-TIPO
               " RES=" WS-RPT-VALOR
               " OPERADOR=" HIST-OPERADOR
               " CHAVE=" HIST-CHAVE
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           DISPLAY CTL-LINE.

      * Quantidade e valor do TOTAL GERAL do resumo diario; sem o
      * SUMREPT da data o diario nao tem com o que fechar.
       0200-LE-SUMRPT.
           OPEN INPUT SUM-FILE
           IF WS-SUM-STATUS = '35'
               DISPLAY "ERRO: " WS-SUM-GEN-NOME " NAO ENCONTRADO - "
                   "RODAR O SUMRPT DA DATA ANTES DO GLDIARIO"
           ELSE
               PERFORM UNTIL WS-SUM-EOF
                   READ SUM-FILE
                       AT END
                           SET WS-SUM-EOF TO TRUE
                       NOT AT END
                           IF SUM-LINE(1:17) = "TOTAL GERAL QTDE="
                               MOVE SUM-LINE(18:7)  TO WS-SUM-QTDE-ED
                               MOVE WS-SUM-QTDE-ED  TO WS-SUM-QTDE
                               MOVE SUM-LINE(32:12) TO WS-SUM-VALOR-ED
                               MOVE WS-SUM-VALOR-ED TO WS-SUM-TOTAL
                               SET WS-SUM-ACHOU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUM-FILE
               IF NOT WS-SUM-ACHOU
                   DISPLAY "ERRO: " WS-SUM-GEN-NOME " SEM A LINHA "
                       "TOTAL GERAL"
               END-IF
           END-IF.

      * As conferencias vem antes do trailer, que leva a situacao
      * para o carregador do razao recusar um diario divergente.
       0300-GRAVA-DIARIO.
           OPEN OUTPUT JRN-FILE
           MOVE SPACES TO JRN-LINE
           STRING "H;" WS-REF-DATA ";CALCSYS;DIARIO"
               DELIMITED BY SIZE INTO JRN-LINE
           WRITE JRN-LINE
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
                   UNTIL WS-CMB-IDX > WS-CMB-COUNT
               PERFORM 0310-GRAVA-COMBINACAO
           END-PERFORM
           PERFORM 0400-CONFERE
           IF WS-DIVERGE
               MOVE "DIVERGENTE" TO WS-JRN-SITUACAO
           ELSE
               MOVE "CONFERIDO" TO WS-JRN-SITUACAO
           END-IF
           MOVE WS-TOT-DEBITO  TO WS-JRN-TOTAL-D
           MOVE WS-TOT-CREDITO TO WS-JRN-TOTAL-C
           MOVE SPACES TO JRN-LINE
           STRING "T;" WS-JRN-LINHAS ";" WS-JRN-TOTAL-D
               ";" WS-JRN-TOTAL-C ";" WS-JRN-SITUACAO
               DELIMITED BY SIZE INTO JRN-LINE
           WRITE JRN-LINE
           CLOSE JRN-FILE.

      * Liquido negativo (estornos maiores que os lancamentos do
      * dia) inverte debito e credito; liquido zero nao gera linha.
       0310-GRAVA-COMBINACAO.
           IF WS-CB-VALOR(WS-CMB-IDX) = ZERO
               ADD 1 TO WS-ZERADAS
           ELSE
               IF WS-CB-VALOR(WS-CMB-IDX) > ZERO
                   MOVE WS-CB-DEBITO(WS-CMB-IDX)  TO WS-CONTA-D
                   MOVE WS-CB-CREDITO(WS-CMB-IDX) TO WS-CONTA-C
               ELSE
                   MOVE WS-CB-CREDITO(WS-CMB-IDX) TO WS-CONTA-D
                   MOVE WS-CB-DEBITO(WS-CMB-IDX)  TO WS-CONTA-C
               END-IF
               MOVE WS-CB-VALOR(WS-CMB-IDX) TO WS-LANC-VALOR
               PERFORM 0320-CENTRO-CUSTO
               MOVE 'D'        TO WS-LANC-DC
               MOVE WS-CONTA-D TO WS-LANC-CONTA
               PERFORM 0330-GRAVA-LANCAMENTO
               ADD WS-LANC-VALOR TO WS-TOT-DEBITO
               MOVE 'C'        TO WS-LANC-DC
               MOVE WS-CONTA-C TO WS-LANC-CONTA
               PERFORM 0330-GRAVA-LANCAMENTO
               ADD WS-LANC-VALOR TO WS-TOT-CREDITO
           END-IF.

       0320-CENTRO-CUSTO.
           MOVE SPACES TO WS-CCUSTO
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > WS-CAD-COUNT
               IF WS-CAD-CODIGO(WS-CAD-IDX) = WS-CB-DEPTO(WS-CMB-IDX)
                   MOVE WS-CAD-CCUSTO(WS-CAD-IDX) TO WS-CCUSTO
               END-IF
           END-PERFORM.

       0330-GRAVA-LANCAMENTO.
           ADD 1 TO WS-JRN-LINHAS
           MOVE WS-LANC-VALOR TO WS-JRN-VALOR
           MOVE SPACES TO JRN-LINE
           STRING "L;" WS-JRN-LINHAS
               ";" WS-LANC-DC
               ";" WS-LANC-CONTA
               ";" WS-CB-DEPTO(WS-CMB-IDX)
               ";" WS-CCUSTO
               ";" WS-JRN-VALOR
               ";" WS-CB-QTDE(WS-CMB-IDX)
               DELIMITED BY SIZE INTO JRN-LINE
           WRITE JRN-LINE.

      * Diario fecha consigo (debitos = creditos) e com o resumo do
      * dia: tudo o que o SUMRPT totalizou tem de estar no diario, o
      * que nao acontece quando sobra resultado nao mapeado.
       0400-CONFERE.
           IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
               SET WS-DIVERGE TO TRUE
           END-IF
           IF NOT WS-SUM-ACHOU
               SET WS-DIVERGE TO TRUE
           ELSE
               IF WS-MAPEADOS NOT = WS-SUM-QTDE
                   OR WS-JRN-LIQUIDO NOT = WS-SUM-TOTAL
                   SET WS-DIVERGE TO TRUE
               END-IF
           END-IF.

       0500-ESCREVE-CONTROLE.
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TOTAL-LIDOS TO WS-RPT-QTDE
           MOVE WS-TOTAL-HIST  TO WS-RPT-VALOR
           MOVE SPACES TO CTL-LINE
           STRING "REGISTROS LIDOS DO HISTORICO QTDE=" WS-RPT-QTDE
               " VALOR=" WS-RPT-VALOR
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           DISPLAY CTL-LINE
           MOVE WS-NAO-MAP-QTDE  TO WS-RPT-QTDE
           MOVE WS-NAO-MAP-VALOR TO WS-RPT-VALOR
           MOVE SPACES TO CTL-LINE
           STRING "NAO MAPEADOS (FORA DO DIARIO) QTDE=" WS-RPT-QTDE
               " VALOR=" WS-RPT-VALOR
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           DISPLAY CTL-LINE
           MOVE WS-MAPEADOS    TO WS-RPT-QTDE
           MOVE WS-JRN-LIQUIDO TO WS-RPT-VALOR
           MOVE SPACES TO CTL-LINE
           STRING "NO DIARIO QTDE=" WS-RPT-QTDE
               " VALOR LIQUIDO=" WS-RPT-VALOR
               " COMBINACOES=" WS-CMB-COUNT
               " ZERADAS=" WS-ZERADAS
               " LINHAS=" WS-JRN-LINHAS
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           DISPLAY CTL-LINE
           MOVE WS-TOT-DEBITO  TO WS-RPT-VALOR
           MOVE WS-TOT-CREDITO TO WS-RPT-VALOR-2
           MOVE SPACES TO CTL-LINE
           IF WS-TOT-DEBITO = WS-TOT-CREDITO
               STRING "DEBITOS=" WS-RPT-VALOR
                   " CREDITOS=" WS-RPT-VALOR-2 " - CONFERE"
                   DELIMITED BY SIZE INTO CTL-LINE
           ELSE
               STRING "DEBITOS=" WS-RPT-VALOR
                   " CREDITOS=" WS-RPT-VALOR-2 " - NAO CONFERE"
                   DELIMITED BY SIZE INTO CTL-LINE
           END-IF
           WRITE CTL-LINE
           DISPLAY CTL-LINE
           MOVE SPACES TO CTL-LINE
           IF NOT WS-SUM-ACHOU
               STRING "TOTAL GERAL DO " WS-SUM-GEN-NOME
                   " INDISPONIVEL - NAO CONFERE"
                   DELIMITED BY SIZE INTO CTL-LINE
           ELSE
               COMPUTE WS-DIFERENCA = WS-SUM-TOTAL - WS-JRN-LIQUIDO
               MOVE WS-SUM-QTDE  TO WS-RPT-QTDE
               MOVE WS-SUM-TOTAL TO WS-RPT-VALOR
               MOVE WS-DIFERENCA TO WS-RPT-VALOR-2
               IF WS-MAPEADOS = WS-SUM-QTDE
                   AND WS-DIFERENCA = ZERO
                   STRING "SUMRPT TOTAL GERAL QTDE=" WS-RPT-QTDE
                       " VALOR=" WS-RPT-VALOR
                       " DIFERENCA=" WS-RPT-VALOR-2 " - CONFERE"
                       DELIMITED BY SIZE INTO CTL-LINE
               ELSE
                   STRING "SUMRPT TOTAL GERAL QTDE=" WS-RPT-QTDE
                       " VALOR=" WS-RPT-VALOR
                       " DIFERENCA=" WS-RPT-VALOR-2
                       " - NAO CONFERE"
                       DELIMITED BY SIZE INTO CTL-LINE
               END-IF
           END-IF
           WRITE CTL-LINE
           DISPLAY CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING "SITUACAO DO DIARIO: " WS-JRN-SITUACAO
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE.

      * O diario so e catalogado quando confere; a listagem de
      * controle e catalogada sempre.
       0600-GRAVA-CATALOGO.
           OPEN EXTEND GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
               OPEN OUTPUT GENCAT-FILE
           END-IF
           IF NOT WS-DIVERGE
               MOVE SPACES          TO GENCAT-REC
               MOVE WS-JRN-GEN-NOME TO GENCAT-ARQUIVO
               MOVE WS-REF-DATA     TO GENCAT-DATA
               MOVE WS-JRN-LINHAS   TO GENCAT-QTDE
               WRITE GENCAT-REC
           END-IF
           MOVE SPACES          TO GENCAT-REC
           MOVE WS-CTL-GEN-NOME TO GENCAT-ARQUIVO
           MOVE WS-REF-DATA     TO GENCAT-DATA
           MOVE WS-TOTAL-LIDOS  TO GENCAT-QTDE
           WRITE GENCAT-REC
           CLOSE GENCAT-FILE.

           END PROGRAM GLDIARIO.
