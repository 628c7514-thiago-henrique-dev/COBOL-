      *    '0' = OK   'S' = SIZE ERROR   'Z' = DIVISAO POR ZERO       *
      *    'I' = OPCAO INVALIDA                                       *
      *  Opcoes: + - * / P (NUM1% DE NUM2)                            *
      *          A (AMORTIZACAO: principal NUM1, taxa NUM2% por       *
      *          periodo; prazo e cronograma no AMORTLAY, quarto      *
      *          parametro, que so a opcao A exige)                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-AMR-TAXA          PIC 9(2)V9(4).
           01 WS-AMR-BASE          PIC 9(2)V9(4).
           01 WS-AMR-FATOR         PIC 9(9)V9(9).
           01 WS-AMR-DIVISOR       PIC 9(9)V9(9).
           01 WS-AMR-COEF          PIC 9(3)V9(9).
           01 WS-AMR-SALDO         PIC S9(9)V99.
           01 WS-AMR-IDX           PIC 9(3).
       LINKAGE SECTION.
           01 LNK-OPCAO            PIC X.
           COPY OPRESLAY REPLACING
               ==PFX-NUM2==      BY ==ENG-NUM2==
               ==PFX-RES==       BY ==ENG-RES==.
           01 LNK-STATUS           PIC X.
           COPY AMORTLAY REPLACING
               ==PFX-PARM==       BY ==AMR-PARM==
               ==PFX-PRAZO==      BY ==AMR-PRAZO==
               ==PFX-PARCELA==    BY ==AMR-PARCELA==
               ==PFX-TOTAL-JUROS== BY ==AMR-TOTAL-JUROS==
               ==PFX-PERIODO==    BY ==AMR-PERIODO==
               ==PFX-SALDO-INI==  BY ==AMR-SALDO-INI==
               ==PFX-JUROS==      BY ==AMR-JUROS==
               ==PFX-AMORTIZ==    BY ==AMR-AMORTIZ==
               ==PFX-PRESTACAO==  BY ==AMR-PRESTACAO==
               ==PFX-SALDO-FIM==  BY ==AMR-SALDO-FIM==.

       PROCEDURE DIVISION USING LNK-OPCAO ENG-OPERANDOS LNK-STATUS
           AMR-PARM.
       0000-CALCULA.
           MOVE '0' TO LNK-STATUS
           EVALUATE LNK-OPCAO
                       ON SIZE ERROR
                           MOVE 'S' TO LNK-STATUS
                   END-COMPUTE
               WHEN 'A'
                   PERFORM 0100-AMORTIZA THRU 0100-EXIT
               WHEN OTHER
                   MOVE 'I' TO LNK-STATUS
           END-EVALUATE
           GOBACK.

      * Tabela Price: prestacao fixa P * i * (1+i)**n / ((1+i)**n - 1),
      * ou P / n com taxa zero. Os juros de cada periodo incidem
      * sobre o saldo inicial, arredondados ao centavo; a ultima
      * prestacao amortiza todo o saldo restante. Principal zero ou
      * negativo, prazo fora de 1 a 360 ou chamada sem o AMORTLAY
      * devolvem 'I'.
       0100-AMORTIZA.
           IF ADDRESS OF AMR-PARM = NULL
               MOVE 'I' TO LNK-STATUS
               GO TO 0100-EXIT
           END-IF
           IF ENG-NUM1 NOT > ZERO OR ENG-NUM2 < ZERO
               OR AMR-PRAZO = ZERO OR AMR-PRAZO > 360
               MOVE 'I' TO LNK-STATUS
               GO TO 0100-EXIT
           END-IF
           COMPUTE WS-AMR-TAXA = ENG-NUM2 / 100
               ON SIZE ERROR
                   MOVE 'S' TO LNK-STATUS
                   GO TO 0100-EXIT
           END-COMPUTE
           IF WS-AMR-TAXA = ZERO
               COMPUTE AMR-PARCELA ROUNDED = ENG-NUM1 / AMR-PRAZO
           ELSE
      *        Fator, divisor e coeficiente em campos proprios: as
      *        casas decimais dos intermediarios seguem os operandos.
               COMPUTE WS-AMR-BASE = 1 + WS-AMR-TAXA
               COMPUTE WS-AMR-FATOR ROUNDED =
                       WS-AMR-BASE ** AMR-PRAZO
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
                       GO TO 0100-EXIT
               END-COMPUTE
               COMPUTE WS-AMR-DIVISOR = WS-AMR-FATOR - 1
               COMPUTE WS-AMR-COEF ROUNDED =
                       WS-AMR-TAXA * WS-AMR-FATOR / WS-AMR-DIVISOR
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
                       GO TO 0100-EXIT
               END-COMPUTE
               COMPUTE AMR-PARCELA ROUNDED = ENG-NUM1 * WS-AMR-COEF
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
                       GO TO 0100-EXIT
               END-COMPUTE
           END-IF
           MOVE ZERO     TO ENG-RES
           MOVE ZERO     TO AMR-TOTAL-JUROS
           MOVE ENG-NUM1 TO WS-AMR-SALDO
           PERFORM VARYING WS-AMR-IDX FROM 1 BY 1
                   UNTIL WS-AMR-IDX > AMR-PRAZO
                       OR LNK-STATUS NOT = '0'
               MOVE WS-AMR-SALDO TO AMR-SALDO-INI(WS-AMR-IDX)
               COMPUTE AMR-JUROS(WS-AMR-IDX) ROUNDED =
                       WS-AMR-SALDO * WS-AMR-TAXA
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
               END-COMPUTE
               IF WS-AMR-IDX = AMR-PRAZO
                   MOVE WS-AMR-SALDO TO AMR-AMORTIZ(WS-AMR-IDX)
               ELSE
                   COMPUTE AMR-AMORTIZ(WS-AMR-IDX) =
                       AMR-PARCELA - AMR-JUROS(WS-AMR-IDX)
                   IF AMR-AMORTIZ(WS-AMR-IDX) > WS-AMR-SALDO
                       MOVE WS-AMR-SALDO TO AMR-AMORTIZ(WS-AMR-IDX)
                   END-IF
               END-IF
               COMPUTE AMR-PRESTACAO(WS-AMR-IDX) =
                       AMR-JUROS(WS-AMR-IDX) + AMR-AMORTIZ(WS-AMR-IDX)
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
               END-COMPUTE
               SUBTRACT AMR-AMORTIZ(WS-AMR-IDX) FROM WS-AMR-SALDO
               MOVE WS-AMR-SALDO TO AMR-SALDO-FIM(WS-AMR-IDX)
               ADD AMR-JUROS(WS-AMR-IDX) TO AMR-TOTAL-JUROS
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
               END-ADD
               ADD AMR-PRESTACAO(WS-AMR-IDX) TO ENG-RES
                   ON SIZE ERROR
                       MOVE 'S' TO LNK-STATUS
               END-ADD
           END-PERFORM.

       0100-EXIT.
           EXIT.

           END PROGRAM CALCENG.
