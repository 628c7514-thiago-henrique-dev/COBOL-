       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMNT.
      *****************************************************************
      *  MANUTENCAO DOS LIMITES DE AUTORIZACAO (LIMITES.DAT)          *
      *  Inclui, altera e exclui limites por departamento e opcao     *
      *  ('*' vale para qualquer um) e registra cada mudanca com      *
      *  operador e horario em LIMAUDIT.DAT, no mesmo molde da        *
      *  auditoria do DEPTMNT e do RATEMNT. O calc1 BATCH carrega o   *
      *  arquivo no inicio da execucao: transacao com operando ou     *
      *  resultado acima do limite aplicavel nao e lancada e fica     *
      *  retida no TRANSHLD.DAT para liberacao pelo supervisor.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIM-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

           SELECT AUD-FILE ASSIGN TO "LIMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIM-FILE
           RECORDING MODE IS F.
           COPY LIMITRC REPLACING
               ==PFX-REC==           BY ==LIM-REC==
               ==PFX-DEPTO==         BY ==LIM-DEPTO==
               ==PFX-OPCAO==         BY ==LIM-OPCAO==
               ==PFX-LIM-OPERANDO==  BY ==LIM-OPERANDO==
               ==PFX-LIM-RESULTADO== BY ==LIM-RESULTADO==.

       FD  AUD-FILE
           RECORDING MODE IS F.
       01  AUD-REC.
           03 AUD-TIMESTAMP        PIC X(19).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-OPERADOR         PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-ACAO             PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-CODIGO           PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 AUD-DETALHE          PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-LIM-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.

           01 WS-LIM-EOF-SW        PIC X VALUE 'N'.
               88 WS-LIM-EOF           VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ACHOU-SW          PIC X VALUE 'N'.
               88 WS-ACHOU              VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.
           01 WS-VALORES-OK-SW     PIC X VALUE 'N'.
               88 WS-VALORES-OK         VALUE 'Y'.

           01 WS-OPERADOR          PIC X(10).
           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(60).

           01 WS-DEPTO-ENTRADA     PIC X(10).
           01 WS-OPCAO-ENTRADA     PIC X.
           01 WS-OPERANDO-ENTRADA  PIC X(11).
           01 WS-RESULT-ENTRADA    PIC X(11).
           01 WS-OPERANDO-NUM      PIC 9(9)V99.
           01 WS-RESULT-NUM        PIC 9(9)V99.
           01 WS-OPERANDO-ED       PIC ZZZZZZZZ9.99.
           01 WS-RESULT-ED         PIC ZZZZZZZZ9.99.
           01 WS-OPERANDO-ANT-ED   PIC ZZZZZZZZ9.99.
           01 WS-RESULT-ANT-ED     PIC ZZZZZZZZ9.99.
           01 WS-CONFIRMA          PIC X.

           01 WS-LIM-TABLE.
               03 WS-LIM-ENTRY OCCURS 200 TIMES.
                   05 WS-LT-DEPTO      PIC X(10).
                   05 WS-LT-OPCAO      PIC X.
                   05 WS-LT-OPERANDO   PIC 9(9)V99.
                   05 WS-LT-RESULTADO  PIC 9(9)V99.
           01 WS-LIM-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-LIM-IDX           PIC 9(4).
           01 WS-LIM-ACHOU-IDX     PIC 9(4).

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

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "MANUTENCAO DOS LIMITES DE AUTORIZACAO"
           DISPLAY "OPERADOR RESPONSAVEL:"
           ACCEPT WS-OPERADOR
           PERFORM 0100-CARREGA-TABELA
           PERFORM UNTIL WS-SAIR
               DISPLAY " "
               DISPLAY "ACOES: I=INCLUI A=ALTERA E=EXCLUI L=LISTA "
                   "S=SAI"
               ACCEPT WS-ACAO
               EVALUATE WS-ACAO
                   WHEN 'I'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 1000-INCLUI THRU 1000-EXIT
                       END-IF
                   WHEN 'A'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 2000-ALTERA THRU 2000-EXIT
                       END-IF
                   WHEN 'E'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 3000-EXCLUI THRU 3000-EXIT
                       END-IF
                   WHEN 'L'
                       PERFORM 4000-LISTA
                   WHEN 'S'
                       SET WS-SAIR TO TRUE
                   WHEN OTHER
                       DISPLAY "ACAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       0100-CARREGA-TABELA.
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = '35'
               DISPLAY "CADASTRO NOVO - LIMITES.DAT SERA CRIADO"
           ELSE
               PERFORM UNTIL WS-LIM-EOF
                   READ LIM-FILE
                       AT END
                           SET WS-LIM-EOF TO TRUE
                       NOT AT END
                           IF WS-LIM-COUNT >= 200
                               SET WS-TABELA-CHEIA TO TRUE
                               SET WS-LIM-EOF TO TRUE
                               DISPLAY "ERRO: LIMITES.DAT TEM MAIS "
                                   "LINHAS QUE A TABELA EM MEMORIA - "
                                   "MANUTENCAO BLOQUEADA PARA NAO "
                                   "PERDER AS EXCEDENTES"
                           ELSE
                               ADD 1 TO WS-LIM-COUNT
                               MOVE LIM-DEPTO
                                   TO WS-LT-DEPTO(WS-LIM-COUNT)
                               MOVE LIM-OPCAO
                                   TO WS-LT-OPCAO(WS-LIM-COUNT)
                               MOVE LIM-OPERANDO
                                   TO WS-LT-OPERANDO(WS-LIM-COUNT)
                               MOVE LIM-RESULTADO
                                   TO WS-LT-RESULTADO(WS-LIM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIM-FILE
           END-IF
           DISPLAY "LIMITES CARREGADOS: " WS-LIM-COUNT.

      * Com a tabela em memoria cheia a regravacao descartaria as
      * linhas excedentes do arquivo; manutencao fica bloqueada (a
      * listagem continua disponivel).
       0150-CONFERE-CHEIA.
           IF WS-TABELA-CHEIA
               DISPLAY "ERRO: MANUTENCAO BLOQUEADA - LIMITES.DAT "
                   "EXCEDE AS 200 LINHAS DA TABELA EM MEMORIA"
           END-IF.

       0200-PEDE-CHAVE.
           DISPLAY "DEPARTAMENTO (10 CARACTERES, * = QUALQUER):"
           ACCEPT WS-DEPTO-ENTRADA
           DISPLAY "OPCAO (+ - * / P R A, * = QUALQUER):"
           ACCEPT WS-OPCAO-ENTRADA.

      * Valores com 11 digitos e 2 decimais implicitos, como a taxa
      * do RATEMNT; zero deixa o item sem limite.
       0400-PEDE-VALORES.
           MOVE 'N' TO WS-VALORES-OK-SW
           DISPLAY "LIMITE POR OPERANDO (11 DIGITOS, 2 DECIMAIS "
               "IMPLICITOS - EX 00001000000 = 10000,00; ZERO = "
               "SEM LIMITE):"
           ACCEPT WS-OPERANDO-ENTRADA
           DISPLAY "LIMITE DO RESULTADO (11 DIGITOS, 2 DECIMAIS "
               "IMPLICITOS; ZERO = SEM LIMITE):"
           ACCEPT WS-RESULT-ENTRADA
           IF WS-OPERANDO-ENTRADA IS NOT NUMERIC
               OR WS-RESULT-ENTRADA IS NOT NUMERIC
               DISPLAY "ERRO: LIMITES DEVEM SER NUMERICOS"
           ELSE
               MOVE WS-OPERANDO-ENTRADA TO WS-OPERANDO-NUM(1:11)
               MOVE WS-RESULT-ENTRADA   TO WS-RESULT-NUM(1:11)
               MOVE 'Y' TO WS-VALORES-OK-SW
           END-IF.

       0500-BUSCA-LIMITE.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE ZERO TO WS-LIM-ACHOU-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               IF WS-LT-DEPTO(WS-LIM-IDX) = WS-DEPTO-ENTRADA
                   AND WS-LT-OPCAO(WS-LIM-IDX) = WS-OPCAO-ENTRADA
                   MOVE 'Y' TO WS-ACHOU-SW
                   MOVE WS-LIM-IDX TO WS-LIM-ACHOU-IDX
               END-IF
           END-PERFORM.

       1000-INCLUI.
           PERFORM 0200-PEDE-CHAVE
           IF WS-DEPTO-ENTRADA = SPACES
               DISPLAY "ERRO: DEPARTAMENTO AUSENTE (USAR * PARA "
                   "QUALQUER)"
               GO TO 1000-EXIT
           END-IF
           IF WS-OPCAO-ENTRADA NOT = '+' AND NOT = '-'
               AND NOT = '*' AND NOT = '/' AND NOT = 'P'
               AND NOT = 'R' AND NOT = 'A'
               DISPLAY "ERRO: OPCAO INVALIDA [" WS-OPCAO-ENTRADA "]"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0500-BUSCA-LIMITE
           IF WS-ACHOU
               DISPLAY "ERRO: LIMITE JA CADASTRADO - USAR ALTERA"
               GO TO 1000-EXIT
           END-IF
           IF WS-LIM-COUNT >= 200
               DISPLAY "ERRO: TABELA CHEIA - INCLUSAO REJEITADA"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0400-PEDE-VALORES
           IF NOT WS-VALORES-OK
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-LIM-COUNT
           MOVE WS-DEPTO-ENTRADA  TO WS-LT-DEPTO(WS-LIM-COUNT)
           MOVE WS-OPCAO-ENTRADA  TO WS-LT-OPCAO(WS-LIM-COUNT)
           MOVE WS-OPERANDO-NUM   TO WS-LT-OPERANDO(WS-LIM-COUNT)
           MOVE WS-RESULT-NUM     TO WS-LT-RESULTADO(WS-LIM-COUNT)
           PERFORM 7000-REGRAVA-TABELA
           MOVE WS-OPERANDO-NUM TO WS-OPERANDO-ED
           MOVE WS-RESULT-NUM   TO WS-RESULT-ED
           MOVE SPACES TO WS-DETALHE
           STRING "OPCAO=" WS-OPCAO-ENTRADA " OPER=" WS-OPERANDO-ED
               " RES=" WS-RESULT-ED
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "INCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "INCLUIDO.".

       1000-EXIT.
           EXIT.

       2000-ALTERA.
           PERFORM 0200-PEDE-CHAVE
           PERFORM 0500-BUSCA-LIMITE
           IF NOT WS-ACHOU
               DISPLAY "ERRO: LIMITE NAO CADASTRADO ["
                   WS-DEPTO-ENTRADA "/" WS-OPCAO-ENTRADA "]"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-LT-OPERANDO(WS-LIM-ACHOU-IDX)  TO WS-OPERANDO-ED
           MOVE WS-LT-RESULTADO(WS-LIM-ACHOU-IDX) TO WS-RESULT-ED
           DISPLAY "ATUAL: OPERANDO=" WS-OPERANDO-ED
               " RESULTADO=" WS-RESULT-ED
           PERFORM 0400-PEDE-VALORES
           IF NOT WS-VALORES-OK
               GO TO 2000-EXIT
           END-IF
           MOVE WS-OPERANDO-ED TO WS-OPERANDO-ANT-ED
           MOVE WS-RESULT-ED   TO WS-RESULT-ANT-ED
           MOVE WS-OPERANDO-NUM TO WS-LT-OPERANDO(WS-LIM-ACHOU-IDX)
           MOVE WS-RESULT-NUM   TO WS-LT-RESULTADO(WS-LIM-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           MOVE WS-OPERANDO-NUM TO WS-OPERANDO-ED
           MOVE WS-RESULT-NUM   TO WS-RESULT-ED
           MOVE SPACES TO WS-DETALHE
           STRING WS-OPCAO-ENTRADA " DE " WS-OPERANDO-ANT-ED
               "/" WS-RESULT-ANT-ED " A " WS-OPERANDO-ED
               "/" WS-RESULT-ED
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "ALTERACAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "ALTERADO.".

       2000-EXIT.
           EXIT.

      * A exclusao tira o limite; sem outra linha aplicavel o
      * departamento e a opcao deixam de ter limite.
       3000-EXCLUI.
           PERFORM 0200-PEDE-CHAVE
           PERFORM 0500-BUSCA-LIMITE
           IF NOT WS-ACHOU
               DISPLAY "ERRO: LIMITE NAO CADASTRADO ["
                   WS-DEPTO-ENTRADA "/" WS-OPCAO-ENTRADA "]"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-LT-OPERANDO(WS-LIM-ACHOU-IDX)  TO WS-OPERANDO-ED
           MOVE WS-LT-RESULTADO(WS-LIM-ACHOU-IDX) TO WS-RESULT-ED
           DISPLAY "CONFIRMA A EXCLUSAO DE OPERANDO=" WS-OPERANDO-ED
               " RESULTADO=" WS-RESULT-ED "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF
           PERFORM VARYING WS-LIM-IDX FROM WS-LIM-ACHOU-IDX BY 1
                   UNTIL WS-LIM-IDX >= WS-LIM-COUNT
               MOVE WS-LIM-ENTRY(WS-LIM-IDX + 1)
                   TO WS-LIM-ENTRY(WS-LIM-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LIM-COUNT
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "OPCAO=" WS-OPCAO-ENTRADA " OPER=" WS-OPERANDO-ED
               " RES=" WS-RESULT-ED
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "EXCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "EXCLUIDO.".

       3000-EXIT.
           EXIT.

       4000-LISTA.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               MOVE WS-LT-OPERANDO(WS-LIM-IDX)  TO WS-OPERANDO-ED
               MOVE WS-LT-RESULTADO(WS-LIM-IDX) TO WS-RESULT-ED
               DISPLAY WS-LT-DEPTO(WS-LIM-IDX) " "
                   WS-LT-OPCAO(WS-LIM-IDX) " OPERANDO="
                   WS-OPERANDO-ED " RESULTADO=" WS-RESULT-ED
           END-PERFORM
           DISPLAY "LIMITES LISTADOS: " WS-LIM-COUNT
               " (ZERO = SEM LIMITE)".

       7000-REGRAVA-TABELA.
           OPEN OUTPUT LIM-FILE
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-COUNT
               MOVE SPACES TO LIM-REC
               MOVE WS-LT-DEPTO(WS-LIM-IDX)     TO LIM-DEPTO
               MOVE WS-LT-OPCAO(WS-LIM-IDX)     TO LIM-OPCAO
               MOVE WS-LT-OPERANDO(WS-LIM-IDX)  TO LIM-OPERANDO
               MOVE WS-LT-RESULTADO(WS-LIM-IDX) TO LIM-RESULTADO
               WRITE LIM-REC
           END-PERFORM
           CLOSE LIM-FILE.

       9000-GRAVA-AUDITORIA.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO AUD-REC
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           MOVE WS-OPERADOR      TO AUD-OPERADOR
           MOVE WS-ACAO-NOME     TO AUD-ACAO
           MOVE WS-DEPTO-ENTRADA TO AUD-CODIGO
           MOVE WS-DETALHE       TO AUD-DETALHE
           WRITE AUD-REC
           CLOSE AUD-FILE.

           END PROGRAM LIMMNT.
