      *  lidas uma vez so). Produz                                    *
      *  MONREPT.aaaamm.DAT com quebra por dia e por HIST-OPCAO -     *
      *  contagens e subtotais de valor por dia fechando no total     *
      *  geral do mes - e um resumo do mes por departamento com a     *
      *  descricao e o centro de custo do DEPTMAST.DAT, e registra o  *
      *  relatorio gerado no catalogo, como fazem SUMRPT e RECON.     *
      *  Mes fechado em PERIODOS.DAT nao e reconsolidado: o relatorio *
      *  final fica como o fechamento o deixou (RC 4). O PERFECH roda *
      *  o programa com o parametro FINAL, aceito so com o mes em     *
      *  fechamento ('E'), e o relatorio sai marcado VERSAO FINAL.    *
      *  O dia de cada calculo e a data de processamento (CHAVE do    *
      *  historico e da linha arquivada), a mesma que limita a        *
      *  leitura do CALCHIST; so as geracoes de arquivo morto         *
      *  gravadas sem a CHAVE sao datadas pelo HIST-TIMESTAMP.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT RPT-FILE ASSIGN USING WS-RPT-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
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

       FD  GENCAT-FILE
           RECORDING MODE IS F.
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

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

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

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

       WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-ARCH-STATUS       PIC XX.
           01 WS-GENCAT-STATUS     PIC XX.
           01 WS-DEPT-STATUS       PIC XX.
           01 WS-PER-STATUS        PIC XX.

           01 WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88 WS-HIST-EOF          VALUE 'Y'.

           01 WS-PARM              PIC X(20).
           01 WS-PARM-1            PIC X(10).
           01 WS-PARM-2            PIC X(10).
           01 WS-FINAL-SW          PIC X VALUE 'N'.
               88 WS-FINAL              VALUE 'Y'.
           01 WS-PER-EOF-SW        PIC X VALUE 'N'.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-SIT-MES           PIC X VALUE 'A'.
           01 WS-SIT-OPER          PIC X(10).
           01 WS-SIT-TS            PIC X(19).
           01 WS-REF-MES           PIC 9(6).
           01 WS-REF-MES-X REDEFINES WS-REF-MES PIC X(6).

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

           01 WS-REG-AREA.
               03 WS-REG-ID         PIC 9(8).
               03 WS-REG-OPERADOR   PIC X(10).
               03 FILLER            PIC X.
               03 WS-REG-DEPTO      PIC X(10).
               03 FILLER            PIC X.
               03 WS-REG-RUN-ID     PIC X(14).
               03 FILLER            PIC X.
               03 WS-REG-TIPO       PIC X.
               03 FILLER            PIC X.
               03 WS-REG-REF-ID     PIC X(8).
           01 WS-REG-DATA         PIC X(8).
           01 WS-REG-MES          PIC X(6).
           01 WS-REG-DIA-X         PIC X(2).
           01 WS-REG-DIA           PIC 9(2).
           01 WS-REG-RES-N         PIC S9(9)V99.
               03 WS-DIA-ENTRY OCCURS 31 TIMES.
                   05 WS-DIA-QTDE       PIC 9(6).
                   05 WS-DIA-TOTAL      PIC S9(11)V99.
                   05 WS-DIA-EST-QTDE   PIC 9(6).
                   05 WS-DIA-EST-TOTAL  PIC S9(11)V99.
                   05 WS-DIA-OPC-COUNT  PIC 9(2).
                   05 WS-DIA-OPC-ENTRY OCCURS 7 TIMES.
                       07 WS-DO-CODIGO  PIC X.
                       07 WS-DO-QTDE    PIC 9(6).
                       07 WS-DO-TOTAL   PIC S9(11)V99.
           01 WS-PROBE-FIM-INT     PIC 9(8).
           01 WS-PROBE-DATA        PIC 9(8).

           01 WS-MD-TABLE.
               03 WS-MD-ENTRY OCCURS 50 TIMES.
                   05 WS-MD-DEPTO       PIC X(10).
                   05 WS-MD-QTDE        PIC 9(8).
                   05 WS-MD-TOTAL       PIC S9(12)V99.
                   05 WS-MD-EST-QTDE    PIC 9(8).
           01 WS-MD-COUNT          PIC 9(2) VALUE ZERO.
           01 WS-MD-IDX            PIC 9(2).
           01 WS-MD-CHAVE          PIC X(10).

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

           01 WS-GRAND-QTDE        PIC 9(8) VALUE ZERO.
           01 WS-GRAND-TOTAL       PIC S9(12)V99 VALUE ZERO.
           01 WS-GRAND-EST-QTDE    PIC 9(8) VALUE ZERO.
           01 WS-GRAND-EST-TOTAL   PIC S9(12)V99 VALUE ZERO.
           01 WS-TOTAL-HIST        PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-ARCH        PIC 9(8) VALUE ZERO.


       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'D' TO DTU-FUNCAO
           CALL 'DTUTIL' USING DTU-PARM
           MOVE DTU-DATA-1 TO WS-HOJE
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-1 WS-PARM-2
           IF WS-PARM-2 = 'FINAL'
               SET WS-FINAL TO TRUE
           END-IF
           IF WS-PARM-1(1:6) IS NUMERIC
               AND WS-PARM-1(7:4) = SPACES
               AND WS-PARM-1(5:2) >= '01'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0040-VERIFICA-PERIODO
           IF WS-FINAL AND WS-SIT-MES NOT = 'E'
               DISPLAY "ERRO: VERSAO FINAL SO COM O MES " WS-REF-MES
                   " EM FECHAMENTO (SITUACAO ATUAL " WS-SIT-MES ")"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           IF WS-SIT-MES = 'F'
               DISPLAY "AVISO: MES " WS-REF-MES " FECHADO EM "
                   WS-SIT-TS " POR " WS-SIT-OPER
                   " - RELATORIO FINAL MONREPT." WS-REF-MES
                   ".DAT PRESERVADO"
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0050-LIMPA-TABELA
           PERFORM 0060-CARREGA-DEPTOS

           PERFORM 0100-CONSOLIDA-HISTORICO
           PERFORM 0200-CONSOLIDA-ARQUIVOS-MORTOS
       0000-EXIT.
           STOP RUN.

      * Situacao do mes de referencia em PERIODOS.DAT; mes sem linha
      * (ou arquivo ausente) esta aberto.
       0040-VERIFICA-PERIODO.
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-REF-MES
                               MOVE PER-SITUACAO  TO WS-SIT-MES
                               MOVE PER-FECH-OPER TO WS-SIT-OPER
                               MOVE PER-FECH-TS   TO WS-SIT-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF.

       0050-LIMPA-TABELA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 31
               MOVE ZERO TO WS-DIA-QTDE(WS-DIA-IDX)
               MOVE ZERO TO WS-DIA-TOTAL(WS-DIA-IDX)
               MOVE ZERO TO WS-DIA-EST-QTDE(WS-DIA-IDX)
               MOVE ZERO TO WS-DIA-EST-TOTAL(WS-DIA-IDX)
               MOVE ZERO TO WS-DIA-OPC-COUNT(WS-DIA-IDX)
           END-PERFORM.

       0060-CARREGA-DEPTOS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "AVISO: DEPTMAST.DAT NAO ENCONTRADO - "
                   "DEPARTAMENTOS SEM DESCRICAO NO RELATORIO"
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

       0100-CONSOLIDA-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '35'
                           IF HIST-CH-DATA(1:6) > WS-REF-MES-X
                               SET WS-HIST-EOF TO TRUE
                           ELSE
                               MOVE HIST-CORPO   TO WS-REG-AREA
                               MOVE HIST-CH-DATA TO WS-REG-DATA
                               PERFORM 0300-ACUMULA-REGISTRO
                                   THRU 0300-EXIT
                               IF WS-REG-MES = WS-REF-MES-X
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF ARCH-CHAVE IS NUMERIC
                           MOVE ARCH-CORPO   TO WS-REG-AREA
                           MOVE ARCH-CH-DATA TO WS-REG-DATA
                       ELSE
                           MOVE ARCH-CORPO-ANT TO WS-REG-AREA
                           MOVE SPACES TO WS-REG-DATA
                           STRING WS-REG-TIMESTAMP(1:4)
                               WS-REG-TIMESTAMP(6:2)
                               WS-REG-TIMESTAMP(9:2)
                               DELIMITED BY SIZE INTO WS-REG-DATA
                       END-IF
                       PERFORM 0300-ACUMULA-REGISTRO
                           THRU 0300-EXIT
                       IF WS-REG-MES = WS-REF-MES-X
           EXIT.

       0300-ACUMULA-REGISTRO.
           MOVE WS-REG-DATA(1:6) TO WS-REG-MES
           MOVE WS-REG-DATA(7:2) TO WS-REG-DIA-X
           IF WS-REG-MES NOT = WS-REF-MES-X
               GO TO 0300-EXIT
           END-IF
           ADD WS-REG-RES-N TO WS-DIA-TOTAL(WS-DIA-IDX)
           ADD 1 TO WS-GRAND-QTDE
           ADD WS-REG-RES-N TO WS-GRAND-TOTAL
           IF WS-REG-TIPO = 'E' OR WS-REG-TIPO = 'D'
               ADD 1 TO WS-DIA-EST-QTDE(WS-DIA-IDX)
               ADD WS-REG-RES-N TO WS-DIA-EST-TOTAL(WS-DIA-IDX)
               ADD 1 TO WS-GRAND-EST-QTDE
               ADD WS-REG-RES-N TO WS-GRAND-EST-TOTAL
           END-IF
           PERFORM 0400-ACUMULA-OPCAO
           PERFORM 0450-ACUMULA-DEPTO.

       0300-EXIT.
           EXIT.
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-DIA-OPC-COUNT(WS-DIA-IDX) >= 7
                   DISPLAY "AVISO: TABELA DE OPCOES DO DIA "
                       WS-DIA-IDX " CHEIA - OPCAO "
                       WS-REG-OPCAO " IGNORADA"
               END-IF
           END-IF.

       0450-ACUMULA-DEPTO.
           IF WS-REG-DEPTO = SPACES
               MOVE "(SEM DEPTO" TO WS-MD-CHAVE
           ELSE
               MOVE WS-REG-DEPTO TO WS-MD-CHAVE
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               IF WS-MD-DEPTO(WS-MD-IDX) = WS-MD-CHAVE
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-MD-QTDE(WS-MD-IDX)
                   ADD WS-REG-RES-N TO WS-MD-TOTAL(WS-MD-IDX)
                   IF WS-REG-TIPO = 'E' OR WS-REG-TIPO = 'D'
                       ADD 1 TO WS-MD-EST-QTDE(WS-MD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-MD-COUNT >= 50
                   DISPLAY "AVISO: TABELA DE DEPARTAMENTOS DO MES "
                       "CHEIA - DEPTO " WS-MD-CHAVE " IGNORADO"
               ELSE
                   ADD 1 TO WS-MD-COUNT
                   MOVE WS-MD-CHAVE   TO WS-MD-DEPTO(WS-MD-COUNT)
                   MOVE 1             TO WS-MD-QTDE(WS-MD-COUNT)
                   MOVE WS-REG-RES-N  TO WS-MD-TOTAL(WS-MD-COUNT)
                   MOVE ZERO          TO WS-MD-EST-QTDE(WS-MD-COUNT)
                   IF WS-REG-TIPO = 'E' OR WS-REG-TIPO = 'D'
                       MOVE 1 TO WS-MD-EST-QTDE(WS-MD-COUNT)
                   END-IF
               END-IF
           END-IF.

       0500-ESCREVE-RELATORIO.
           OPEN OUTPUT RPT-FILE
           MOVE "CONSOLIDACAO MENSAL - CALCHIST E ARQUIVO MORTO"
               TO RPT-LINE
           IF WS-FINAL
               MOVE "- VERSAO FINAL DO FECHAMENTO" TO RPT-LINE(48:28)
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MES DE REFERENCIA: " WS-REF-MES
                   PERFORM 0510-ESCREVE-DIA
               END-IF
           END-PERFORM
           PERFORM 0520-ESCREVE-DEPTOS
           MOVE WS-GRAND-QTDE  TO WS-RPT-GQTDE
           MOVE WS-GRAND-TOTAL TO WS-RPT-GTOTAL
           MOVE SPACES TO RPT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           MOVE WS-GRAND-EST-QTDE  TO WS-RPT-GQTDE
           MOVE WS-GRAND-EST-TOTAL TO WS-RPT-GTOTAL
           MOVE SPACES TO RPT-LINE
           STRING "ESTORNOS INCLUIDOS QTDE=" WS-RPT-GQTDE
               " VALOR=" WS-RPT-GTOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE
           CLOSE RPT-FILE.

       0510-ESCREVE-DIA.
               " VALOR=" WS-RPT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DIA-EST-QTDE(WS-DIA-IDX) > ZERO
               MOVE WS-DIA-EST-QTDE(WS-DIA-IDX)  TO WS-RPT-QTDE
               MOVE WS-DIA-EST-TOTAL(WS-DIA-IDX) TO WS-RPT-TOTAL
               MOVE SPACES TO RPT-LINE
               STRING "  ESTORNOS INCLUIDOS QTDE=" WS-RPT-QTDE
                   " VALOR=" WS-RPT-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       0520-ESCREVE-DEPTOS.
           MOVE "RESUMO DO MES POR DEPARTAMENTO" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               PERFORM 0530-DESCREVE-DEPTO
               MOVE WS-MD-QTDE(WS-MD-IDX)  TO WS-RPT-GQTDE
               MOVE WS-MD-TOTAL(WS-MD-IDX) TO WS-RPT-GTOTAL
               MOVE WS-MD-EST-QTDE(WS-MD-IDX) TO WS-RPT-QTDE
               MOVE SPACES TO RPT-LINE
               STRING "  DEPTO=" WS-MD-DEPTO(WS-MD-IDX)
                   " " WS-RPT-DESCR
                   " CC=" WS-RPT-CCUSTO
                   " QTDE=" WS-RPT-GQTDE
                   " VALOR=" WS-RPT-GTOTAL
                   " ESTORNOS=" WS-RPT-QTDE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      * Codigo do historico que nao esta no DEPTMAST.DAT (lancamentos
      * anteriores ao cadastro) sai marcado, sem centro de custo.
       0530-DESCREVE-DEPTO.
           MOVE SPACES TO WS-RPT-DESCR
           MOVE SPACES TO WS-RPT-CCUSTO
           IF WS-MD-DEPTO(WS-MD-IDX) NOT = "(SEM DEPTO"
               MOVE "(NAO CADASTRADO)" TO WS-RPT-DESCR
           END-IF
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > WS-CAD-COUNT
               IF WS-CAD-CODIGO(WS-CAD-IDX) = WS-MD-DEPTO(WS-MD-IDX)
                   MOVE WS-CAD-DESCR(WS-CAD-IDX)  TO WS-RPT-DESCR
                   MOVE WS-CAD-CCUSTO(WS-CAD-IDX) TO WS-RPT-CCUSTO
               END-IF
           END-PERFORM.

       0700-GRAVA-CATALOGO.
           OPEN EXTEND GENCAT-FILE
           IF WS-GENCAT-STATUS = '35'
