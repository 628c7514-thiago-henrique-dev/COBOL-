
       0200-CORRIGE-CAMPOS.
           MOVE 'N' TO WS-OPERANDO-ERRO-SW
           DISPLAY "NOVA OPCAO (+ - * / P R A E):"
           ACCEPT ERR-OPCAO
           IF ERR-OPCAO = 'E'
               PERFORM 0220-CORRIGE-ESTORNO
           ELSE
               DISPLAY "NOVO NUM1:"
               ACCEPT WS-ENTRADA
               COMPUTE ERR-NUM1 = FUNCTION NUMVAL(WS-ENTRADA)
                   ON SIZE ERROR
                       PERFORM 0210-OPERANDO-INVALIDO
               END-COMPUTE
               IF ERR-OPCAO = 'R'
                   DISPLAY "CODIGO DA TAXA (4 CARACTERES):"
                   ACCEPT WS-ENTRADA
                   MOVE WS-ENTRADA(1:4) TO ERR-NUM2(1:4)
                   MOVE SPACES          TO ERR-NUM2(5:7)
               ELSE
               IF ERR-OPCAO = 'A'
                   PERFORM 0230-CORRIGE-AMORTIZACAO
               ELSE
                   DISPLAY "NOVO NUM2:"
                   ACCEPT WS-ENTRADA
                   COMPUTE ERR-NUM2 = FUNCTION NUMVAL(WS-ENTRADA)
                       ON SIZE ERROR
                           PERFORM 0210-OPERANDO-INVALIDO
                   END-COMPUTE
               END-IF
               END-IF
           END-IF.

       0210-OPERANDO-INVALIDO.
           MOVE 'Y' TO WS-OPERANDO-ERRO-SW
           DISPLAY "ERRO: OPERANDO EXCEDE A CAPACIDADE DO CAMPO".

      * Estorno: NUM1 leva a referencia *nnnnnnnn ao TRANS-ID
      * original e NUM2 fica em branco, como o TRANSEDT exige.
       0220-CORRIGE-ESTORNO.
           DISPLAY "TRANS-ID ORIGINAL A ESTORNAR (8 DIGITOS):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA(1:8) IS NOT NUMERIC
               OR WS-ENTRADA(9:7) NOT = SPACES
               OR WS-ENTRADA(1:8) = ZEROS
               MOVE 'Y' TO WS-OPERANDO-ERRO-SW
               DISPLAY "ERRO: TRANS-ID INVALIDO - INFORMAR OS 8 "
                   "DIGITOS"
           ELSE
               MOVE SPACES          TO ERR-NUM1(1:11)
               MOVE '*'             TO ERR-NUM1(1:1)
               MOVE WS-ENTRADA(1:8) TO ERR-NUM1(2:8)
               MOVE SPACES          TO ERR-NUM2(1:11)
           END-IF.

      * Amortizacao: NUM2 leva o codigo da taxa (colunas 1-4) e o
      * numero de periodos com 3 digitos (colunas 5-7).
       0230-CORRIGE-AMORTIZACAO.
           DISPLAY "CODIGO DA TAXA (4 CARACTERES):"
           ACCEPT WS-ENTRADA
           MOVE WS-ENTRADA(1:4) TO ERR-NUM2(1:4)
           MOVE SPACES          TO ERR-NUM2(5:7)
           DISPLAY "NUMERO DE PERIODOS (001 A 360):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA(1:3) IS NOT NUMERIC
               OR WS-ENTRADA(4:12) NOT = SPACES
               OR WS-ENTRADA(1:3) = ZEROS
               OR WS-ENTRADA(1:3) > '360'
               MOVE 'Y' TO WS-OPERANDO-ERRO-SW
               DISPLAY "ERRO: PRAZO INVALIDO - INFORMAR 3 DIGITOS "
                   "DE 001 A 360"
           ELSE
               MOVE WS-ENTRADA(1:3) TO ERR-NUM2(5:3)
           END-IF.

       0300-GRAVA-RESSUBMISSAO.
           MOVE ERR-TRANS-REC TO RSB-REC
           WRITE RSB-REC
