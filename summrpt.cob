           SELECT SUM-REPORT-FILE ASSIGN USING WS-SUM-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
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

       FD  SUM-REPORT-FILE
           RECORDING MODE IS F.
       01  SUM-REPORT-LINE         PIC X(132).

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

       FD  GENCAT-FILE
           RECORDING MODE IS F.
               03 WS-HOJE-MM        PIC 9(2).
               03 WS-HOJE-DD        PIC 9(2).
           01 WS-HOJE-YYYYMMDD REDEFINES WS-HOJE PIC 9(8).
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==DTU-PARM==
               ==PFX-FUNCAO==     BY ==DTU-FUNCAO==
               ==PFX-DATA-1==     BY ==DTU-DATA-1==
               ==PFX-DATA-2==     BY ==DTU-DATA-2==
               ==PFX-DIAS==       BY ==DTU-DIAS==
               ==PFX-STATUS==     BY ==DTU-STATUS==.

           01 WS-PARM               PIC X(20).
           01 WS-PARM-1             PIC X(10).
           01 WS-GENCAT-STATUS      PIC XX.

           01 WS-OPCAO-TABLE.
               03 WS-OPCAO-ENTRY OCCURS 7 TIMES.
                   05 WS-OP-CODIGO      PIC X.
                   05 WS-OP-QTDE        PIC 9(6).
                   05 WS-OP-TOTAL       PIC S9(9)V99.
                   05 WS-OP-EST-QTDE    PIC 9(6).
           01 WS-OPCAO-COUNT       PIC 9(2) VALUE ZERO.
           01 WS-OPCAO-IDX         PIC 9(2).
           01 WS-OPCAO-TABLE-CHEIA-SW PIC X VALUE 'N'.
                   05 WS-DP-DEPTO       PIC X(10).
                   05 WS-DP-QTDE        PIC 9(6).
                   05 WS-DP-TOTAL       PIC S9(9)V99.
                   05 WS-DP-EST-QTDE    PIC 9(6).
           01 WS-DEPTO-COUNT       PIC 9(2) VALUE ZERO.
           01 WS-DEPTO-IDX         PIC 9(2).
           01 WS-DEPTO-CHAVE       PIC X(10).

           01 WS-DEPT-STATUS       PIC XX.
           01 WS-DEPT-EOF-SW       PIC X VALUE 'N'.
               88 WS-DEPT-EOF          VALUE 'Y'.
           01 WS-CAD-TABLE.
               03 WS-CAD-ENTRY OCCURS 200 TIMES.
                   05 WS-CAD-CODIGO     PIC X(10).
                   05 WS-CAD-DESCR      PIC X(30).
                   05 WS-CAD-CCUSTO     PIC X(8).
           01 WS-CAD-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-CAD-IDX           PIC 9(4).
           01 WS-RPT-DESCR         PIC X(30).
           01 WS-RPT-CCUSTO        PIC X(8).

           01 WS-GRAND-QTDE        PIC 9(6) VALUE ZERO.
           01 WS-GRAND-TOTAL       PIC S9(9)V99 VALUE ZERO.
           01 WS-EST-QTDE          PIC 9(6) VALUE ZERO.
           01 WS-EST-TOTAL         PIC S9(9)V99 VALUE ZERO.
           01 WS-EST-INC           PIC 9.

           01 WS-RPT-QTDE          PIC ZZZ,ZZ9.
           01 WS-RPT-TOTAL         PIC -(8)9.99.
           01 WS-RPT-EST-QTDE      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           MOVE WS-HOJE TO WS-REF-DATA
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
           MOVE SPACES TO SUM-REPORT-LINE
           WRITE SUM-REPORT-LINE

           PERFORM 0050-CARREGA-DEPTOS
           PERFORM 0100-ACUMULA-HISTORICO
           PERFORM 0200-ESCREVE-QUEBRAS
           PERFORM 0250-ESCREVE-DEPTOS
           PERFORM 0400-GRAVA-CATALOGO
           STOP RUN.

       0050-CARREGA-DEPTOS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "AVISO: DEPTMAST.DAT NAO ENCONTRADO - "
                   "DEPARTAMENTOS SEM DESCRICAO NO RESUMO"
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
                               MOVE DEPT-DESCRICAO
                                   TO WS-CAD-DESCR(WS-CAD-COUNT)
                               MOVE DEPT-CCUSTO
                                   TO WS-CAD-CCUSTO(WS-CAD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       0100-ACUMULA-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '35'
               CLOSE HIST-FILE
           END-IF.

      * Estornos (TIPO 'E' do calc1 e 'D' do CALCDESF) mantem a
      * opcao e o departamento do original, com resultado negativo:
      * entram nas mesmas quebras para que os subtotais se anulem e
      * sao contados a parte para aparecer como estornos.
       0110-PROCESSA-REGISTRO.
           MOVE HIST-RES TO WS-HIST-RES-N
           IF HIST-TIPO = 'E' OR HIST-TIPO = 'D'
               MOVE 1 TO WS-EST-INC
               ADD 1 TO WS-EST-QTDE
               ADD WS-HIST-RES-N TO WS-EST-TOTAL
           ELSE
               MOVE 0 TO WS-EST-INC
           END-IF
           PERFORM 0120-ACUMULA-OPCAO
           PERFORM 0130-ACUMULA-DEPTO.

                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-OP-QTDE(WS-OPCAO-IDX)
                   ADD WS-HIST-RES-N TO WS-OP-TOTAL(WS-OPCAO-IDX)
                   ADD WS-EST-INC TO WS-OP-EST-QTDE(WS-OPCAO-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-OPCAO-COUNT >= 7
                   SET WS-OPCAO-TABLE-CHEIA TO TRUE
                   DISPLAY "AVISO: WS-OPCAO-TABLE CHEIA - OPCAO "
                       HIST-OPCAO " IGNORADA"
                   MOVE HIST-OPCAO   TO WS-OP-CODIGO(WS-OPCAO-COUNT)
                   MOVE 1            TO WS-OP-QTDE(WS-OPCAO-COUNT)
                   MOVE WS-HIST-RES-N TO WS-OP-TOTAL(WS-OPCAO-COUNT)
                   MOVE WS-EST-INC TO WS-OP-EST-QTDE(WS-OPCAO-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-GRAND-QTDE
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-DP-QTDE(WS-DEPTO-IDX)
                   ADD WS-HIST-RES-N TO WS-DP-TOTAL(WS-DEPTO-IDX)
                   ADD WS-EST-INC TO WS-DP-EST-QTDE(WS-DEPTO-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
                       TO WS-DP-DEPTO(WS-DEPTO-COUNT)
                   MOVE 1 TO WS-DP-QTDE(WS-DEPTO-COUNT)
                   MOVE WS-HIST-RES-N TO WS-DP-TOTAL(WS-DEPTO-COUNT)
                   MOVE WS-EST-INC TO WS-DP-EST-QTDE(WS-DEPTO-COUNT)
               END-IF
           END-IF.

                   UNTIL WS-OPCAO-IDX > WS-OPCAO-COUNT
               MOVE WS-OP-QTDE(WS-OPCAO-IDX)  TO WS-RPT-QTDE
               MOVE WS-OP-TOTAL(WS-OPCAO-IDX) TO WS-RPT-TOTAL
               MOVE WS-OP-EST-QTDE(WS-OPCAO-IDX) TO WS-RPT-EST-QTDE
               MOVE SPACES TO SUM-REPORT-LINE
               STRING "OPCAO=" WS-OP-CODIGO(WS-OPCAO-IDX)
                   " QTDE=" WS-RPT-QTDE
                   " SUBTOTAL=" WS-RPT-TOTAL
                   " ESTORNOS=" WS-RPT-EST-QTDE
                   DELIMITED BY SIZE INTO SUM-REPORT-LINE
               WRITE SUM-REPORT-LINE
               DISPLAY SUM-REPORT-LINE
                   UNTIL WS-DEPTO-IDX > WS-DEPTO-COUNT
               MOVE WS-DP-QTDE(WS-DEPTO-IDX)  TO WS-RPT-QTDE
               MOVE WS-DP-TOTAL(WS-DEPTO-IDX) TO WS-RPT-TOTAL
               MOVE WS-DP-EST-QTDE(WS-DEPTO-IDX) TO WS-RPT-EST-QTDE
               PERFORM 0260-DESCREVE-DEPTO
               MOVE SPACES TO SUM-REPORT-LINE
               STRING "DEPTO=" WS-DP-DEPTO(WS-DEPTO-IDX)
                   " " WS-RPT-DESCR
                   " CC=" WS-RPT-CCUSTO
                   " QTDE=" WS-RPT-QTDE
                   " SUBTOTAL=" WS-RPT-TOTAL
                   " ESTORNOS=" WS-RPT-EST-QTDE
                   DELIMITED BY SIZE INTO SUM-REPORT-LINE
               WRITE SUM-REPORT-LINE
               DISPLAY SUM-REPORT-LINE
           END-PERFORM.

      * Codigo do historico que nao esta no DEPTMAST.DAT (lancamentos
      * anteriores ao cadastro) sai marcado, sem centro de custo.
       0260-DESCREVE-DEPTO.
           MOVE SPACES TO WS-RPT-DESCR
           MOVE SPACES TO WS-RPT-CCUSTO
           IF WS-DP-DEPTO(WS-DEPTO-IDX) NOT = "(SEM DEPTO"
               MOVE "(NAO CADASTRADO)" TO WS-RPT-DESCR
           END-IF
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > WS-CAD-COUNT
               IF WS-CAD-CODIGO(WS-CAD-IDX)
                       = WS-DP-DEPTO(WS-DEPTO-IDX)
                   MOVE WS-CAD-DESCR(WS-CAD-IDX)  TO WS-RPT-DESCR
                   MOVE WS-CAD-CCUSTO(WS-CAD-IDX) TO WS-RPT-CCUSTO
               END-IF
           END-PERFORM.

       0300-ESCREVE-TOTAL-GERAL.
           MOVE WS-GRAND-QTDE  TO WS-RPT-QTDE
           MOVE WS-GRAND-TOTAL TO WS-RPT-TOTAL
               " VALOR=" WS-RPT-TOTAL
               DELIMITED BY SIZE INTO SUM-REPORT-LINE
           WRITE SUM-REPORT-LINE
           DISPLAY SUM-REPORT-LINE
           MOVE WS-EST-QTDE  TO WS-RPT-QTDE
           MOVE WS-EST-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO SUM-REPORT-LINE
           STRING "ESTORNOS INCLUIDOS QTDE=" WS-RPT-QTDE
               " VALOR=" WS-RPT-TOTAL
               DELIMITED BY SIZE INTO SUM-REPORT-LINE
           WRITE SUM-REPORT-LINE
           DISPLAY SUM-REPORT-LINE.

       0400-GRAVA-CATALOGO.
