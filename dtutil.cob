       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTUTIL.
      *****************************************************************
      *  ROTINA COMPARTILHADA DE DATA DE PROCESSAMENTO E DIAS UTEIS   *
      *  Chamada pelos programas do batch para que a data de negocio  *
      *  e a regra de dia util existam em um unico lugar, como o      *
      *  CALCENG faz com as operacoes. Le a data de processamento de  *
      *  DATAPROC.DAT (mantida pelo JOBCTL e pelo CALMNT) e o         *
      *  calendario de FERIADOS.DAT, carregado na primeira chamada e  *
      *  mantido em memoria ate o fim do programa chamador. Dia util  *
      *  e o dia de segunda a sexta que nao consta do calendario.     *
      *  Opera sobre o layout DTUTLLAY (funcoes e status descritos    *
      *  no copybook). Sem DATAPROC.DAT a funcao 'D' devolve a data   *
      *  do sistema com STATUS 'S' e avisa no console.                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTP-FILE ASSIGN TO "DATAPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTP-STATUS.

           SELECT FER-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DTP-FILE
           RECORDING MODE IS F.
           COPY DTPROCRC REPLACING
               ==PFX-REC==        BY ==DTP-REC==
               ==PFX-DATA-PROC==  BY ==DTP-DATA-PROC==
               ==PFX-DATA-ANT==   BY ==DTP-DATA-ANT==
               ==PFX-ATUALIZADO== BY ==DTP-ATUALIZADO==
               ==PFX-ORIGEM==     BY ==DTP-ORIGEM==.

       FD  FER-FILE
           RECORDING MODE IS F.
           COPY FERIADRC REPLACING
               ==PFX-REC==        BY ==FER-REC==
               ==PFX-DATA==       BY ==FER-DATA==
               ==PFX-DESCRICAO==  BY ==FER-DESCRICAO==.

       WORKING-STORAGE SECTION.
           01 WS-DTP-STATUS        PIC XX.
           01 WS-FER-STATUS        PIC XX.

           01 WS-FER-CARREGADO-SW  PIC X VALUE 'N'.
               88 WS-FER-CARREGADO     VALUE 'Y'.
           01 WS-FER-EOF-SW        PIC X VALUE 'N'.
               88 WS-FER-EOF           VALUE 'Y'.
           01 WS-FER-TABLE.
               03 WS-FER-DT OCCURS 500 TIMES PIC 9(8).
           01 WS-FER-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-FER-IDX           PIC 9(4).

           01 WS-DIA-UTIL-SW       PIC X.
               88 WS-DIA-UTIL          VALUE 'Y'.
           01 WS-DATA-VALIDA-SW    PIC X.
               88 WS-DATA-VALIDA       VALUE 'Y'.

           01 WS-INT-1             PIC 9(8).
           01 WS-INT-2             PIC 9(8).
           01 WS-INT-DIA           PIC 9(8).
           01 WS-INT-FIM           PIC 9(8).
           01 WS-DIA-DATA          PIC 9(8).
           01 WS-DIA-SEMANA        PIC 9.
           01 WS-CONTA             PIC S9(5).
           01 WS-ALVO              PIC S9(5).
           01 WS-VOLTAS            PIC 9(4).

           01 WS-VAL-ENTRADA       PIC 9(8).
           01 WS-VAL-DATA REDEFINES WS-VAL-ENTRADA.
               03 WS-VAL-AAAA       PIC 9(4).
               03 WS-VAL-MM         PIC 9(2).
               03 WS-VAL-DD         PIC 9(2).
           01 WS-VAL-DIA-MAX       PIC 9(2).

           01 WS-HOJE              PIC 9(8).

       LINKAGE SECTION.
           COPY DTUTLLAY REPLACING
               ==PFX-PARM==       BY ==LNK-PARM==
               ==PFX-FUNCAO==     BY ==LNK-FUNCAO==
               ==PFX-DATA-1==     BY ==LNK-DATA-1==
               ==PFX-DATA-2==     BY ==LNK-DATA-2==
               ==PFX-DIAS==       BY ==LNK-DIAS==
               ==PFX-STATUS==     BY ==LNK-STATUS==.

       PROCEDURE DIVISION USING LNK-PARM.
       0000-TRATA.
           MOVE '0' TO LNK-STATUS
           IF NOT WS-FER-CARREGADO
               PERFORM 0100-CARREGA-FERIADOS
           END-IF
           EVALUATE LNK-FUNCAO
               WHEN 'D'
                   PERFORM 1000-DATA-PROCESSAMENTO
               WHEN 'U'
                   PERFORM 2000-DIA-UTIL THRU 2000-EXIT
               WHEN 'P'
                   PERFORM 3000-PROXIMO-UTIL THRU 3000-EXIT
               WHEN 'C'
                   PERFORM 4000-CONTA-UTEIS THRU 4000-EXIT
               WHEN 'R'
                   PERFORM 5000-RECUA-UTEIS THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'I' TO LNK-STATUS
           END-EVALUATE
           GOBACK.

       0100-CARREGA-FERIADOS.
           SET WS-FER-CARREGADO TO TRUE
           OPEN INPUT FER-FILE
           IF WS-FER-STATUS = '35'
               DISPLAY "AVISO: FERIADOS.DAT NAO ENCONTRADO - SO "
                   "SABADOS E DOMINGOS CONTAM COMO DIAS NAO UTEIS"
           ELSE
               PERFORM UNTIL WS-FER-EOF
                   READ FER-FILE
                       AT END
                           SET WS-FER-EOF TO TRUE
                       NOT AT END
                           IF WS-FER-COUNT >= 500
                               DISPLAY "AVISO: FERIADOS.DAT EXCEDE A "
                                   "TABELA EM MEMORIA - FERIADO "
                                   FER-DATA " IGNORADO"
                           ELSE
                               ADD 1 TO WS-FER-COUNT
                               MOVE FER-DATA TO WS-FER-DT(WS-FER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FER-FILE
           END-IF.

       1000-DATA-PROCESSAMENTO.
           OPEN INPUT DTP-FILE
           IF WS-DTP-STATUS = '35'
               PERFORM 1100-USA-DATA-SISTEMA
           ELSE
               READ DTP-FILE
                   AT END
                       PERFORM 1100-USA-DATA-SISTEMA
                   NOT AT END
                       IF DTP-DATA-PROC IS NUMERIC
                           MOVE DTP-DATA-PROC TO LNK-DATA-1
                       ELSE
                           PERFORM 1100-USA-DATA-SISTEMA
                       END-IF
               END-READ
               CLOSE DTP-FILE
           END-IF.

       1100-USA-DATA-SISTEMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE WS-HOJE TO LNK-DATA-1
           MOVE 'S' TO LNK-STATUS
           DISPLAY "AVISO: DATAPROC.DAT AUSENTE OU INVALIDO - "
               "USANDO A DATA DO SISTEMA " WS-HOJE.

       2000-DIA-UTIL.
           MOVE LNK-DATA-1 TO WS-VAL-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               MOVE 'I' TO LNK-STATUS
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(LNK-DATA-1)
           PERFORM 8100-TESTA-DIA
           IF NOT WS-DIA-UTIL
               MOVE 'N' TO LNK-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

      * Um ano inteiro sem dia util so acontece com o calendario
      * corrompido; a busca para ai e devolve STATUS 'I'.
       3000-PROXIMO-UTIL.
           MOVE LNK-DATA-1 TO WS-VAL-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               MOVE 'I' TO LNK-STATUS
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(LNK-DATA-1)
           MOVE 'N' TO WS-DIA-UTIL-SW
           MOVE ZERO TO WS-VOLTAS
           PERFORM UNTIL WS-DIA-UTIL OR WS-VOLTAS > 366
               ADD 1 TO WS-INT-DIA
               ADD 1 TO WS-VOLTAS
               PERFORM 8100-TESTA-DIA
           END-PERFORM
           IF WS-DIA-UTIL
               MOVE WS-DIA-DATA TO LNK-DATA-2
           ELSE
               MOVE 'I' TO LNK-STATUS
           END-IF.

       3000-EXIT.
           EXIT.

       4000-CONTA-UTEIS.
           MOVE LNK-DATA-1 TO WS-VAL-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               MOVE 'I' TO LNK-STATUS
               GO TO 4000-EXIT
           END-IF
           MOVE LNK-DATA-2 TO WS-VAL-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               MOVE 'I' TO LNK-STATUS
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE(LNK-DATA-1)
           COMPUTE WS-INT-2 = FUNCTION INTEGER-OF-DATE(LNK-DATA-2)
           MOVE ZERO TO WS-CONTA
           IF WS-INT-2 NOT < WS-INT-1
               MOVE WS-INT-1 TO WS-INT-DIA
               MOVE WS-INT-2 TO WS-INT-FIM
           ELSE
               MOVE WS-INT-2 TO WS-INT-DIA
               MOVE WS-INT-1 TO WS-INT-FIM
           END-IF
           PERFORM UNTIL WS-INT-DIA NOT < WS-INT-FIM
               ADD 1 TO WS-INT-DIA
               PERFORM 8100-TESTA-DIA
               IF WS-DIA-UTIL
                   ADD 1 TO WS-CONTA
               END-IF
           END-PERFORM
           IF WS-INT-2 < WS-INT-1
               COMPUTE WS-CONTA = ZERO - WS-CONTA
           END-IF
           MOVE WS-CONTA TO LNK-DIAS.

       4000-EXIT.
           EXIT.

       5000-RECUA-UTEIS.
           MOVE LNK-DATA-1 TO WS-VAL-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA OR LNK-DIAS < ZERO
               MOVE 'I' TO LNK-STATUS
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(LNK-DATA-1)
           MOVE LNK-DIAS TO WS-ALVO
           MOVE ZERO TO WS-CONTA
           PERFORM UNTIL WS-CONTA NOT < WS-ALVO
               SUBTRACT 1 FROM WS-INT-DIA
               PERFORM 8100-TESTA-DIA
               IF WS-DIA-UTIL
                   ADD 1 TO WS-CONTA
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA) TO LNK-DATA-2.

       5000-EXIT.
           EXIT.

       8000-VALIDA-DATA.
           MOVE 'N' TO WS-DATA-VALIDA-SW
           IF WS-VAL-ENTRADA IS NOT NUMERIC
               GO TO 8000-EXIT
           END-IF
           IF WS-VAL-AAAA < 1601 OR WS-VAL-AAAA > 2199
               GO TO 8000-EXIT
           END-IF
           IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
               GO TO 8000-EXIT
           END-IF
           EVALUATE WS-VAL-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-VAL-DIA-MAX
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-VAL-DIA-MAX
               WHEN 02
                   IF FUNCTION MOD(WS-VAL-AAAA, 4) = 0
                       AND (FUNCTION MOD(WS-VAL-AAAA, 100) NOT = 0
                           OR FUNCTION MOD(WS-VAL-AAAA, 400) = 0)
                       MOVE 29 TO WS-VAL-DIA-MAX
                   ELSE
                       MOVE 28 TO WS-VAL-DIA-MAX
                   END-IF
           END-EVALUATE
           IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-DIA-MAX
               GO TO 8000-EXIT
           END-IF
           MOVE 'Y' TO WS-DATA-VALIDA-SW.

       8000-EXIT.
           EXIT.

      * O dia 1 da contagem inteira (01/01/1601) foi uma segunda-feira:
      * resto 6 e sabado, resto 0 e domingo.
       8100-TESTA-DIA.
           MOVE 'Y' TO WS-DIA-UTIL-SW
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA) TO WS-DIA-DATA
           MOVE FUNCTION MOD(WS-INT-DIA, 7) TO WS-DIA-SEMANA
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-DIA-UTIL-SW
           ELSE
               PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                       UNTIL WS-FER-IDX > WS-FER-COUNT
                   IF WS-FER-DT(WS-FER-IDX) = WS-DIA-DATA
                       MOVE 'N' TO WS-DIA-UTIL-SW
                   END-IF
               END-PERFORM
           END-IF.

           END PROGRAM DTUTIL.
