       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
      *****************************************************************
      *  MANUTENCAO DO MAPA DE CONTAS CONTABEIS (GLMAPA.DAT)          *
      *  Inclui, altera e exclui a conta a debito e a conta a credito *
      *  por departamento e opcao ('*' vale para qualquer um) e       *
      *  registra cada mudanca com operador e horario em              *
      *  GLMAUDIT.DAT, no mesmo molde da auditoria do DEPTMNT e do    *
      *  LIMMNT. O GLDIARIO usa o mapa para montar o diario contabil  *
      *  da noite; resultado sem conta mapeada fica fora do diario e  *
      *  faz o fechamento com o SUMRPT falhar.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "GLMAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT AUD-FILE ASSIGN TO "GLMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY GLMAPRC REPLACING
               ==PFX-REC==           BY ==MAP-REC==
               ==PFX-DEPTO==         BY ==MAP-DEPTO==
               ==PFX-OPCAO==         BY ==MAP-OPCAO==
               ==PFX-DEBITO==        BY ==MAP-DEBITO==
               ==PFX-CREDITO==       BY ==MAP-CREDITO==.

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
           01 WS-MAP-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.

           01 WS-MAP-EOF-SW        PIC X VALUE 'N'.
               88 WS-MAP-EOF           VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ACHOU-SW          PIC X VALUE 'N'.
               88 WS-ACHOU              VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.
           01 WS-CONTAS-OK-SW      PIC X VALUE 'N'.
               88 WS-CONTAS-OK          VALUE 'Y'.

           01 WS-OPERADOR          PIC X(10).
           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(60).

           01 WS-DEPTO-ENTRADA     PIC X(10).
           01 WS-OPCAO-ENTRADA     PIC X.
           01 WS-DEBITO-ENTRADA    PIC X(12).
           01 WS-CREDITO-ENTRADA   PIC X(12).
           01 WS-DEBITO-ANT        PIC X(12).
           01 WS-CREDITO-ANT       PIC X(12).
           01 WS-CONFIRMA          PIC X.

           01 WS-MAP-TABLE.
               03 WS-MAP-ENTRY OCCURS 200 TIMES.
                   05 WS-MT-DEPTO      PIC X(10).
                   05 WS-MT-OPCAO      PIC X.
                   05 WS-MT-DEBITO     PIC X(12).
                   05 WS-MT-CREDITO    PIC X(12).
           01 WS-MAP-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-MAP-IDX           PIC 9(4).
           01 WS-MAP-ACHOU-IDX     PIC 9(4).

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
           DISPLAY "MANUTENCAO DO MAPA DE CONTAS CONTABEIS"
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
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS = '35'
               DISPLAY "CADASTRO NOVO - GLMAPA.DAT SERA CRIADO"
           ELSE
               PERFORM UNTIL WS-MAP-EOF
                   READ MAP-FILE
                       AT END
                           SET WS-MAP-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT >= 200
                               SET WS-TABELA-CHEIA TO TRUE
                               SET WS-MAP-EOF TO TRUE
                               DISPLAY "ERRO: GLMAPA.DAT TEM MAIS "
                                   "LINHAS QUE A TABELA EM MEMORIA - "
                                   "MANUTENCAO BLOQUEADA PARA NAO "
                                   "PERDER AS EXCEDENTES"
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE MAP-DEPTO
                                   TO WS-MT-DEPTO(WS-MAP-COUNT)
                               MOVE MAP-OPCAO
                                   TO WS-MT-OPCAO(WS-MAP-COUNT)
                               MOVE MAP-DEBITO
                                   TO WS-MT-DEBITO(WS-MAP-COUNT)
                               MOVE MAP-CREDITO
                                   TO WS-MT-CREDITO(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF
           DISPLAY "LINHAS DO MAPA CARREGADAS: " WS-MAP-COUNT.

      * Com a tabela em memoria cheia a regravacao descartaria as
      * linhas excedentes do arquivo; manutencao fica bloqueada (a
      * listagem continua disponivel).
       0150-CONFERE-CHEIA.
           IF WS-TABELA-CHEIA
               DISPLAY "ERRO: MANUTENCAO BLOQUEADA - GLMAPA.DAT "
                   "EXCEDE AS 200 LINHAS DA TABELA EM MEMORIA"
           END-IF.

       0200-PEDE-CHAVE.
           DISPLAY "DEPARTAMENTO (10 CARACTERES, * = QUALQUER):"
           ACCEPT WS-DEPTO-ENTRADA
           DISPLAY "OPCAO (+ - * / P R A, * = QUALQUER):"
           ACCEPT WS-OPCAO-ENTRADA.

       0400-PEDE-CONTAS.
           MOVE 'N' TO WS-CONTAS-OK-SW
           DISPLAY "CONTA A DEBITO (12 CARACTERES):"
           ACCEPT WS-DEBITO-ENTRADA
           DISPLAY "CONTA A CREDITO (12 CARACTERES):"
           ACCEPT WS-CREDITO-ENTRADA
           IF WS-DEBITO-ENTRADA = SPACES
               OR WS-CREDITO-ENTRADA = SPACES
               DISPLAY "ERRO: AS DUAS CONTAS SAO OBRIGATORIAS"
           ELSE
               IF WS-DEBITO-ENTRADA = WS-CREDITO-ENTRADA
                   DISPLAY "ERRO: CONTA A DEBITO IGUAL A CONTA A "
                       "CREDITO"
               ELSE
                   MOVE 'Y' TO WS-CONTAS-OK-SW
               END-IF
           END-IF.

       0500-BUSCA-MAPA.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE ZERO TO WS-MAP-ACHOU-IDX
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MT-DEPTO(WS-MAP-IDX) = WS-DEPTO-ENTRADA
                   AND WS-MT-OPCAO(WS-MAP-IDX) = WS-OPCAO-ENTRADA
                   MOVE 'Y' TO WS-ACHOU-SW
                   MOVE WS-MAP-IDX TO WS-MAP-ACHOU-IDX
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
           PERFORM 0500-BUSCA-MAPA
           IF WS-ACHOU
               DISPLAY "ERRO: LINHA JA CADASTRADA - USAR ALTERA"
               GO TO 1000-EXIT
           END-IF
           IF WS-MAP-COUNT >= 200
               DISPLAY "ERRO: TABELA CHEIA - INCLUSAO REJEITADA"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0400-PEDE-CONTAS
           IF NOT WS-CONTAS-OK
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-DEPTO-ENTRADA   TO WS-MT-DEPTO(WS-MAP-COUNT)
           MOVE WS-OPCAO-ENTRADA   TO WS-MT-OPCAO(WS-MAP-COUNT)
           MOVE WS-DEBITO-ENTRADA  TO WS-MT-DEBITO(WS-MAP-COUNT)
           MOVE WS-CREDITO-ENTRADA TO WS-MT-CREDITO(WS-MAP-COUNT)
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "OPCAO=" WS-OPCAO-ENTRADA " D=" WS-DEBITO-ENTRADA
               " C=" WS-CREDITO-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "INCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "INCLUIDO.".

       1000-EXIT.
           EXIT.

       2000-ALTERA.
           PERFORM 0200-PEDE-CHAVE
           PERFORM 0500-BUSCA-MAPA
           IF NOT WS-ACHOU
               DISPLAY "ERRO: LINHA NAO CADASTRADA ["
                   WS-DEPTO-ENTRADA "/" WS-OPCAO-ENTRADA "]"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-MT-DEBITO(WS-MAP-ACHOU-IDX)  TO WS-DEBITO-ANT
           MOVE WS-MT-CREDITO(WS-MAP-ACHOU-IDX) TO WS-CREDITO-ANT
           DISPLAY "ATUAL: DEBITO=" WS-DEBITO-ANT
               " CREDITO=" WS-CREDITO-ANT
           PERFORM 0400-PEDE-CONTAS
           IF NOT WS-CONTAS-OK
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DEBITO-ENTRADA  TO WS-MT-DEBITO(WS-MAP-ACHOU-IDX)
           MOVE WS-CREDITO-ENTRADA TO WS-MT-CREDITO(WS-MAP-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING WS-OPCAO-ENTRADA " DE " WS-DEBITO-ANT
               "/" WS-CREDITO-ANT " A " WS-DEBITO-ENTRADA
               "/" WS-CREDITO-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "ALTERACAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "ALTERADO.".

       2000-EXIT.
           EXIT.

      * Sem outra linha aplicavel, os resultados do departamento e
      * opcao excluidos passam a sair como nao mapeados no GLDIARIO.
       3000-EXCLUI.
           PERFORM 0200-PEDE-CHAVE
           PERFORM 0500-BUSCA-MAPA
           IF NOT WS-ACHOU
               DISPLAY "ERRO: LINHA NAO CADASTRADA ["
                   WS-DEPTO-ENTRADA "/" WS-OPCAO-ENTRADA "]"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-MT-DEBITO(WS-MAP-ACHOU-IDX)  TO WS-DEBITO-ANT
           MOVE WS-MT-CREDITO(WS-MAP-ACHOU-IDX) TO WS-CREDITO-ANT
           DISPLAY "CONFIRMA A EXCLUSAO DE DEBITO=" WS-DEBITO-ANT
               " CREDITO=" WS-CREDITO-ANT "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM WS-MAP-ACHOU-IDX BY 1
                   UNTIL WS-MAP-IDX >= WS-MAP-COUNT
               MOVE WS-MAP-ENTRY(WS-MAP-IDX + 1)
                   TO WS-MAP-ENTRY(WS-MAP-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-MAP-COUNT
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "OPCAO=" WS-OPCAO-ENTRADA " D=" WS-DEBITO-ANT
               " C=" WS-CREDITO-ANT
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "EXCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "EXCLUIDO.".

       3000-EXIT.
           EXIT.

       4000-LISTA.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               DISPLAY WS-MT-DEPTO(WS-MAP-IDX) " "
                   WS-MT-OPCAO(WS-MAP-IDX) " DEBITO="
                   WS-MT-DEBITO(WS-MAP-IDX) " CREDITO="
                   WS-MT-CREDITO(WS-MAP-IDX)
           END-PERFORM
           DISPLAY "LINHAS LISTADAS: " WS-MAP-COUNT.

       7000-REGRAVA-TABELA.
           OPEN OUTPUT MAP-FILE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE SPACES TO MAP-REC
               MOVE WS-MT-DEPTO(WS-MAP-IDX)   TO MAP-DEPTO
               MOVE WS-MT-OPCAO(WS-MAP-IDX)   TO MAP-OPCAO
               MOVE WS-MT-DEBITO(WS-MAP-IDX)  TO MAP-DEBITO
               MOVE WS-MT-CREDITO(WS-MAP-IDX) TO MAP-CREDITO
               WRITE MAP-REC
           END-PERFORM
           CLOSE MAP-FILE.

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

           END PROGRAM GLMAPMNT.
