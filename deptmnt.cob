       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
      *****************************************************************
      *  MANUTENCAO DO CADASTRO DE DEPARTAMENTOS (DEPTMAST.DAT)       *
      *  Inclui e altera departamentos (descricao, centro de custo e  *
      *  gerente responsavel), inativa e reativa com data efetiva, e  *
      *  registra cada mudanca com operador e horario em              *
      *  DEPTAUDIT.DAT, no mesmo molde da auditoria que EMPMNT grava  *
      *  em EMPAUDIT.DAT e RATEMNT em RATEAUDIT.DAT. Nao ha exclusao: *
      *  o codigo continua no historico e nos relatorios; o           *
      *  departamento que deixa de ser usado e inativado, o que o     *
      *  tira da lista do TRANSCAP e faz o TRANSEDT recusar o lote.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT AUD-FILE ASSIGN TO "DEPTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           01 WS-DEPT-STATUS       PIC XX.
           01 WS-AUD-STATUS        PIC XX.

           01 WS-DEPT-EOF-SW       PIC X VALUE 'N'.
               88 WS-DEPT-EOF          VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ACHOU-SW          PIC X VALUE 'N'.
               88 WS-ACHOU              VALUE 'Y'.
           01 WS-DATA-VALIDA-SW    PIC X VALUE 'N'.
               88 WS-DATA-VALIDA        VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.
           01 WS-DP-ATIVO-SW       PIC X VALUE 'N'.
               88 WS-DP-ATIVO           VALUE 'Y'.

           01 WS-OPERADOR          PIC X(10).
           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-DETALHE           PIC X(60).

           01 WS-CODIGO-ENTRADA    PIC X(10).
           01 WS-DESCR-ENTRADA     PIC X(30).
           01 WS-CCUSTO-ENTRADA    PIC X(8).
           01 WS-GERENTE-ENTRADA   PIC X(10).
           01 WS-CCUSTO-ANT        PIC X(8).
           01 WS-GERENTE-ANT       PIC X(10).
           01 WS-DATA-ENTRADA      PIC X(8).
           01 WS-DATA-NUM          PIC 9(8).
           01 WS-NOVO-STATUS       PIC X.
           01 WS-SITUACAO          PIC X(7).

           01 WS-DEPT-TABLE.
               03 WS-DEPT-ENTRY OCCURS 200 TIMES.
                   05 WS-DT-CODIGO   PIC X(10).
                   05 WS-DT-DESCR    PIC X(30).
                   05 WS-DT-CCUSTO   PIC X(8).
                   05 WS-DT-GERENTE  PIC X(10).
                   05 WS-DT-STATUS   PIC X.
                   05 WS-DT-DT       PIC 9(8).
           01 WS-DEPT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-DEPT-IDX          PIC 9(4).
           01 WS-DEPT-ACHOU-IDX    PIC 9(4).
           01 WS-LISTA-QTDE        PIC 9(4).

           01 WS-VAL-DATA.
               03 WS-VAL-AAAA       PIC 9(4).
               03 WS-VAL-MM         PIC 9(2).
               03 WS-VAL-DD         PIC 9(2).
           01 WS-VAL-DIA-MAX       PIC 9(2).

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
           01 WS-HOJE-N            PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "MANUTENCAO DO CADASTRO DE DEPARTAMENTOS"
           DISPLAY "OPERADOR RESPONSAVEL:"
           ACCEPT WS-OPERADOR
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO WS-HOJE-N
           PERFORM 0100-CARREGA-TABELA
           PERFORM UNTIL WS-SAIR
               DISPLAY " "
               DISPLAY "ACOES: I=INCLUI A=ALTERA D=DESATIVA "
                   "R=REATIVA L=LISTA S=SAI"
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
                   WHEN 'D'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           MOVE 'I' TO WS-NOVO-STATUS
                           PERFORM 3000-MUDA-STATUS THRU 3000-EXIT
                       END-IF
                   WHEN 'R'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           MOVE 'A' TO WS-NOVO-STATUS
                           PERFORM 3000-MUDA-STATUS THRU 3000-EXIT
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
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = '35'
               DISPLAY "CADASTRO NOVO - DEPTMAST.DAT SERA CRIADO"
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 200
                               SET WS-TABELA-CHEIA TO TRUE
                               SET WS-DEPT-EOF TO TRUE
                               DISPLAY "ERRO: DEPTMAST.DAT TEM MAIS "
                                   "DEPARTAMENTOS QUE A TABELA EM "
                                   "MEMORIA - MANUTENCAO BLOQUEADA "
                                   "PARA NAO PERDER OS EXCEDENTES"
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-CODIGO
                                   TO WS-DT-CODIGO(WS-DEPT-COUNT)
                               MOVE DEPT-DESCRICAO
                                   TO WS-DT-DESCR(WS-DEPT-COUNT)
                               MOVE DEPT-CCUSTO
                                   TO WS-DT-CCUSTO(WS-DEPT-COUNT)
                               MOVE DEPT-GERENTE
                                   TO WS-DT-GERENTE(WS-DEPT-COUNT)
                               MOVE DEPT-STATUS
                                   TO WS-DT-STATUS(WS-DEPT-COUNT)
                               MOVE DEPT-DT-EFETIVA
                                   TO WS-DT-DT(WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF
           DISPLAY "DEPARTAMENTOS CARREGADOS: " WS-DEPT-COUNT.

      * Com a tabela em memoria cheia a regravacao descartaria os
      * departamentos excedentes do arquivo; manutencao fica
      * bloqueada (a listagem continua disponivel).
       0150-CONFERE-CHEIA.
           IF WS-TABELA-CHEIA
               DISPLAY "ERRO: MANUTENCAO BLOQUEADA - DEPTMAST.DAT "
                   "EXCEDE OS 200 DEPARTAMENTOS DA TABELA EM MEMORIA"
           END-IF.

       0200-PEDE-CODIGO.
           DISPLAY "CODIGO DO DEPARTAMENTO (10 CARACTERES):"
           ACCEPT WS-CODIGO-ENTRADA.

       0300-PEDE-DATA.
           MOVE 'N' TO WS-DATA-VALIDA-SW
           DISPLAY "DATA EFETIVA (AAAAMMDD):"
           ACCEPT WS-DATA-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               DISPLAY "ERRO: DATA EFETIVA INVALIDA ["
                   WS-DATA-ENTRADA "]"
           END-IF.

       0400-PEDE-DADOS.
           DISPLAY "DESCRICAO (30 CARACTERES):"
           ACCEPT WS-DESCR-ENTRADA
           DISPLAY "CENTRO DE CUSTO (8 CARACTERES):"
           ACCEPT WS-CCUSTO-ENTRADA
           DISPLAY "GERENTE RESPONSAVEL (NOME DE OPERADOR):"
           ACCEPT WS-GERENTE-ENTRADA.

       0500-BUSCA-DEPTO.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE ZERO TO WS-DEPT-ACHOU-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODIGO(WS-DEPT-IDX) = WS-CODIGO-ENTRADA
                   MOVE 'Y' TO WS-ACHOU-SW
                   MOVE WS-DEPT-IDX TO WS-DEPT-ACHOU-IDX
               END-IF
           END-PERFORM.

       1000-INCLUI.
           PERFORM 0200-PEDE-CODIGO
           IF WS-CODIGO-ENTRADA = SPACES
               DISPLAY "ERRO: CODIGO AUSENTE"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0500-BUSCA-DEPTO
           IF WS-ACHOU
               DISPLAY "ERRO: DEPARTAMENTO JA CADASTRADO - USAR "
                   "ALTERA OU REATIVA"
               GO TO 1000-EXIT
           END-IF
           IF WS-DEPT-COUNT >= 200
               DISPLAY "ERRO: TABELA CHEIA - INCLUSAO REJEITADA"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0400-PEDE-DADOS
           IF WS-DESCR-ENTRADA = SPACES OR WS-CCUSTO-ENTRADA = SPACES
               DISPLAY "ERRO: DESCRICAO E CENTRO DE CUSTO SAO "
                   "OBRIGATORIOS"
               GO TO 1000-EXIT
           END-IF
           PERFORM 0300-PEDE-DATA
           IF NOT WS-DATA-VALIDA
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-CODIGO-ENTRADA  TO WS-DT-CODIGO(WS-DEPT-COUNT)
           MOVE WS-DESCR-ENTRADA   TO WS-DT-DESCR(WS-DEPT-COUNT)
           MOVE WS-CCUSTO-ENTRADA  TO WS-DT-CCUSTO(WS-DEPT-COUNT)
           MOVE WS-GERENTE-ENTRADA TO WS-DT-GERENTE(WS-DEPT-COUNT)
           MOVE 'A'                TO WS-DT-STATUS(WS-DEPT-COUNT)
           MOVE WS-DATA-NUM        TO WS-DT-DT(WS-DEPT-COUNT)
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "DT=" WS-DATA-ENTRADA " CC=" WS-CCUSTO-ENTRADA
               " GER=" WS-GERENTE-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "INCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "INCLUIDO.".

       1000-EXIT.
           EXIT.

      * Campo deixado em branco mantem o valor atual.
       2000-ALTERA.
           PERFORM 0200-PEDE-CODIGO
           PERFORM 0500-BUSCA-DEPTO
           IF NOT WS-ACHOU
               DISPLAY "ERRO: DEPARTAMENTO NAO CADASTRADO ["
                   WS-CODIGO-ENTRADA "]"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "ATUAL: " WS-DT-DESCR(WS-DEPT-ACHOU-IDX)
               " CC=" WS-DT-CCUSTO(WS-DEPT-ACHOU-IDX)
               " GER=" WS-DT-GERENTE(WS-DEPT-ACHOU-IDX)
           DISPLAY "(EM BRANCO MANTEM O VALOR ATUAL)"
           PERFORM 0400-PEDE-DADOS
           IF WS-DESCR-ENTRADA = SPACES
               AND WS-CCUSTO-ENTRADA = SPACES
               AND WS-GERENTE-ENTRADA = SPACES
               DISPLAY "NADA ALTERADO"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DT-CCUSTO(WS-DEPT-ACHOU-IDX)  TO WS-CCUSTO-ANT
           MOVE WS-DT-GERENTE(WS-DEPT-ACHOU-IDX) TO WS-GERENTE-ANT
           IF WS-DESCR-ENTRADA NOT = SPACES
               MOVE WS-DESCR-ENTRADA
                   TO WS-DT-DESCR(WS-DEPT-ACHOU-IDX)
           END-IF
           IF WS-CCUSTO-ENTRADA NOT = SPACES
               MOVE WS-CCUSTO-ENTRADA
                   TO WS-DT-CCUSTO(WS-DEPT-ACHOU-IDX)
           END-IF
           IF WS-GERENTE-ENTRADA NOT = SPACES
               MOVE WS-GERENTE-ENTRADA
                   TO WS-DT-GERENTE(WS-DEPT-ACHOU-IDX)
           END-IF
           PERFORM 7000-REGRAVA-TABELA
           MOVE SPACES TO WS-DETALHE
           STRING "CC=" WS-CCUSTO-ANT " GER=" WS-GERENTE-ANT
               " PARA CC=" WS-DT-CCUSTO(WS-DEPT-ACHOU-IDX)
               " GER=" WS-DT-GERENTE(WS-DEPT-ACHOU-IDX)
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "ALTERACAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "ALTERADO.".

       2000-EXIT.
           EXIT.

      * Inativacao (WS-NOVO-STATUS 'I') ou reativacao ('A') a partir
      * da data efetiva informada, que pode ser futura.
       3000-MUDA-STATUS.
           PERFORM 0200-PEDE-CODIGO
           PERFORM 0500-BUSCA-DEPTO
           IF NOT WS-ACHOU
               DISPLAY "ERRO: DEPARTAMENTO NAO CADASTRADO ["
                   WS-CODIGO-ENTRADA "]"
               GO TO 3000-EXIT
           END-IF
           IF WS-DT-STATUS(WS-DEPT-ACHOU-IDX) = WS-NOVO-STATUS
               DISPLAY "ERRO: DEPARTAMENTO JA ESTA NESSA SITUACAO "
                   "DESDE " WS-DT-DT(WS-DEPT-ACHOU-IDX)
               GO TO 3000-EXIT
           END-IF
           PERFORM 0300-PEDE-DATA
           IF NOT WS-DATA-VALIDA
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-DETALHE
           STRING "DE " WS-DT-STATUS(WS-DEPT-ACHOU-IDX)
               " DT=" WS-DT-DT(WS-DEPT-ACHOU-IDX)
               " PARA " WS-NOVO-STATUS " DT=" WS-DATA-ENTRADA
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE WS-NOVO-STATUS TO WS-DT-STATUS(WS-DEPT-ACHOU-IDX)
           MOVE WS-DATA-NUM    TO WS-DT-DT(WS-DEPT-ACHOU-IDX)
           PERFORM 7000-REGRAVA-TABELA
           IF WS-NOVO-STATUS = 'I'
               MOVE "INATIVACAO" TO WS-ACAO-NOME
               DISPLAY "INATIVADO."
           ELSE
               MOVE "REATIVACAO" TO WS-ACAO-NOME
               DISPLAY "REATIVADO."
           END-IF
           PERFORM 9000-GRAVA-AUDITORIA.

       3000-EXIT.
           EXIT.

       4000-LISTA.
           MOVE ZERO TO WS-LISTA-QTDE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 8600-VERIFICA-ATIVO
               IF WS-DP-ATIVO
                   MOVE "ATIVO" TO WS-SITUACAO
               ELSE
                   MOVE "INATIVO" TO WS-SITUACAO
               END-IF
               DISPLAY WS-DT-CODIGO(WS-DEPT-IDX) " "
                   WS-DT-DESCR(WS-DEPT-IDX) " "
                   WS-DT-CCUSTO(WS-DEPT-IDX) " "
                   WS-DT-GERENTE(WS-DEPT-IDX) " "
                   WS-DT-STATUS(WS-DEPT-IDX) " "
                   WS-DT-DT(WS-DEPT-IDX) " " WS-SITUACAO
               ADD 1 TO WS-LISTA-QTDE
           END-PERFORM
           DISPLAY "DEPARTAMENTOS LISTADOS: " WS-LISTA-QTDE
               " (SITUACAO NA DATA DE HOJE)".

       7000-REGRAVA-TABELA.
           OPEN OUTPUT DEPT-FILE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO DEPT-REC
               MOVE WS-DT-CODIGO(WS-DEPT-IDX)  TO DEPT-CODIGO
               MOVE WS-DT-DESCR(WS-DEPT-IDX)   TO DEPT-DESCRICAO
               MOVE WS-DT-CCUSTO(WS-DEPT-IDX)  TO DEPT-CCUSTO
               MOVE WS-DT-GERENTE(WS-DEPT-IDX) TO DEPT-GERENTE
               MOVE WS-DT-STATUS(WS-DEPT-IDX)  TO DEPT-STATUS
               MOVE WS-DT-DT(WS-DEPT-IDX)      TO DEPT-DT-EFETIVA
               WRITE DEPT-REC
           END-PERFORM
           CLOSE DEPT-FILE.

       8000-VALIDA-DATA.
           MOVE 'N' TO WS-DATA-VALIDA-SW
           IF WS-DATA-ENTRADA IS NOT NUMERIC
               GO TO 8000-EXIT
           END-IF
           MOVE WS-DATA-ENTRADA TO WS-VAL-DATA
           IF WS-VAL-AAAA < 1900 OR WS-VAL-AAAA > 2199
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
           MOVE 'Y' TO WS-DATA-VALIDA-SW
           MOVE WS-VAL-DATA TO WS-DATA-NUM.

       8000-EXIT.
           EXIT.

      * Situacao do departamento WS-DEPT-IDX na data de hoje: o STATUS
      * vale a partir da DT-EFETIVA, antes dela vale o oposto.
       8600-VERIFICA-ATIVO.
           MOVE 'N' TO WS-DP-ATIVO-SW
           IF WS-DT-STATUS(WS-DEPT-IDX) = 'A'
               AND WS-DT-DT(WS-DEPT-IDX) NOT > WS-HOJE-N
               MOVE 'Y' TO WS-DP-ATIVO-SW
           END-IF
           IF WS-DT-STATUS(WS-DEPT-IDX) = 'I'
               AND WS-DT-DT(WS-DEPT-IDX) > WS-HOJE-N
               MOVE 'Y' TO WS-DP-ATIVO-SW
           END-IF.

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
           MOVE WS-OPERADOR       TO AUD-OPERADOR
           MOVE WS-ACAO-NOME      TO AUD-ACAO
           MOVE WS-CODIGO-ENTRADA TO AUD-CODIGO
           MOVE WS-DETALHE        TO AUD-DETALHE
           WRITE AUD-REC
           CLOSE AUD-FILE.

           END PROGRAM DEPTMNT.
