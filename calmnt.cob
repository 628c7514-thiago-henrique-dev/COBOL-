       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
      *****************************************************************
      *  MANUTENCAO DO CALENDARIO E DA DATA DE PROCESSAMENTO          *
      *  Inclui e exclui feriados em FERIADOS.DAT e acerta a data de  *
      *  processamento de DATAPROC.DAT (por exemplo na implantacao,   *
      *  ou para reprocessar um dia ja concluido), registrando cada   *
      *  mudanca com operador e horario em CALAUDIT.DAT, no mesmo     *
      *  molde de RATEAUDIT.DAT e DEPTAUDIT.DAT. A data de            *
      *  processamento so aceita dia util. No dia a dia quem avanca   *
      *  a data e o JOBCTL, ao fim da cadeia noturna.                 *
      *  Tambem nao aceita data de mes em fechamento ou fechado no    *
      *  PERIODOS.DAT: o batch desse dia nao poderia lancar nada.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FER-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

           SELECT DTP-FILE ASSIGN TO "DATAPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTP-STATUS.

           SELECT AUD-FILE ASSIGN TO "CALAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FER-FILE
           RECORDING MODE IS F.
           COPY FERIADRC REPLACING
               ==PFX-REC==        BY ==FER-REC==
               ==PFX-DATA==       BY ==FER-DATA==
               ==PFX-DESCRICAO==  BY ==FER-DESCRICAO==.

       FD  DTP-FILE
           RECORDING MODE IS F.
           COPY DTPROCRC REPLACING
               ==PFX-REC==        BY ==DTP-REC==
               ==PFX-DATA-PROC==  BY ==DTP-DATA-PROC==
               ==PFX-DATA-ANT==   BY ==DTP-DATA-ANT==
               ==PFX-ATUALIZADO== BY ==DTP-ATUALIZADO==
               ==PFX-ORIGEM==     BY ==DTP-ORIGEM==.

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
           01 WS-FER-STATUS        PIC XX.
           01 WS-DTP-STATUS        PIC XX.
           01 WS-AUD-STATUS        PIC XX.
           01 WS-PER-STATUS        PIC XX.
           01 WS-PER-EOF-SW        PIC X.
               88 WS-PER-EOF           VALUE 'Y'.
           01 WS-MES-SITUACAO      PIC X.

           01 WS-FER-EOF-SW        PIC X VALUE 'N'.
               88 WS-FER-EOF           VALUE 'Y'.
           01 WS-SAIR-SW           PIC X VALUE 'N'.
               88 WS-SAIR               VALUE 'Y'.
           01 WS-ACHOU-SW          PIC X VALUE 'N'.
               88 WS-ACHOU              VALUE 'Y'.
           01 WS-DATA-VALIDA-SW    PIC X VALUE 'N'.
               88 WS-DATA-VALIDA        VALUE 'Y'.
           01 WS-TABELA-CHEIA-SW   PIC X VALUE 'N'.
               88 WS-TABELA-CHEIA       VALUE 'Y'.
           01 WS-DIA-UTIL-SW       PIC X VALUE 'N'.
               88 WS-DIA-UTIL           VALUE 'Y'.

           01 WS-OPERADOR          PIC X(10).
           01 WS-ACAO              PIC X.
           01 WS-ACAO-NOME         PIC X(10).
           01 WS-CODIGO            PIC X(10).
           01 WS-DETALHE           PIC X(60).

           01 WS-DATA-ENTRADA      PIC X(8).
           01 WS-DATA-NUM          PIC 9(8).
           01 WS-DESCR-ENTRADA     PIC X(30).

           01 WS-FER-TABLE.
               03 WS-FER-ENTRY OCCURS 500 TIMES.
                   05 WS-FT-DATA     PIC 9(8).
                   05 WS-FT-DESCR    PIC X(30).
           01 WS-FER-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-FER-IDX           PIC 9(4).
           01 WS-FER-ACHOU-IDX     PIC 9(4).
           01 WS-FER-POS           PIC 9(4).
           01 WS-LISTA-QTDE        PIC 9(4).

           01 WS-DTP-DATA-PROC     PIC 9(8) VALUE ZERO.
           01 WS-DTP-DATA-ANT      PIC 9(8) VALUE ZERO.
           01 WS-DTP-DATA-VELHA    PIC 9(8).

           01 WS-INT-DIA           PIC 9(8).
           01 WS-DIA-SEMANA        PIC 9.

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
           01 WS-TS-TRABALHO       PIC X(19).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "MANUTENCAO DO CALENDARIO E DA DATA DE PROCESSAMENTO"
           DISPLAY "OPERADOR RESPONSAVEL:"
           ACCEPT WS-OPERADOR
           PERFORM 0100-CARREGA-TABELA
           PERFORM 0120-LE-DATAPROC
           PERFORM UNTIL WS-SAIR
               DISPLAY " "
               DISPLAY "ACOES: I=INCLUI FERIADO E=EXCLUI FERIADO "
                   "D=DATA DE PROCESSAMENTO L=LISTA S=SAI"
               ACCEPT WS-ACAO
               EVALUATE WS-ACAO
                   WHEN 'I'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 1000-INCLUI THRU 1000-EXIT
                       END-IF
                   WHEN 'E'
                       PERFORM 0150-CONFERE-CHEIA
                       IF NOT WS-TABELA-CHEIA
                           PERFORM 2000-EXCLUI THRU 2000-EXIT
                       END-IF
                   WHEN 'D'
                       PERFORM 3000-ACERTA-DATA THRU 3000-EXIT
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
           OPEN INPUT FER-FILE
           IF WS-FER-STATUS = '35'
               DISPLAY "CALENDARIO NOVO - FERIADOS.DAT SERA CRIADO"
           ELSE
               PERFORM UNTIL WS-FER-EOF
                   READ FER-FILE
                       AT END
                           SET WS-FER-EOF TO TRUE
                       NOT AT END
                           IF WS-FER-COUNT >= 500
                               SET WS-TABELA-CHEIA TO TRUE
                               SET WS-FER-EOF TO TRUE
                               DISPLAY "ERRO: FERIADOS.DAT TEM MAIS "
                                   "FERIADOS QUE A TABELA EM "
                                   "MEMORIA - MANUTENCAO BLOQUEADA "
                                   "PARA NAO PERDER OS EXCEDENTES"
                           ELSE
                               ADD 1 TO WS-FER-COUNT
                               MOVE FER-DATA
                                   TO WS-FT-DATA(WS-FER-COUNT)
                               MOVE FER-DESCRICAO
                                   TO WS-FT-DESCR(WS-FER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FER-FILE
           END-IF
           DISPLAY "FERIADOS CARREGADOS: " WS-FER-COUNT.

       0120-LE-DATAPROC.
           OPEN INPUT DTP-FILE
           IF WS-DTP-STATUS = '35'
               DISPLAY "DATAPROC.DAT AUSENTE - INFORMAR A DATA DE "
                   "PROCESSAMENTO (ACAO D) ANTES DA PROXIMA CADEIA"
           ELSE
               READ DTP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DTP-DATA-PROC IS NUMERIC
                           MOVE DTP-DATA-PROC TO WS-DTP-DATA-PROC
                       END-IF
                       IF DTP-DATA-ANT IS NUMERIC
                           MOVE DTP-DATA-ANT TO WS-DTP-DATA-ANT
                       END-IF
               END-READ
               CLOSE DTP-FILE
               DISPLAY "DATA DE PROCESSAMENTO ATUAL: "
                   WS-DTP-DATA-PROC
           END-IF.

      * Com a tabela em memoria cheia a regravacao descartaria os
      * feriados excedentes do arquivo; manutencao fica bloqueada
      * (a listagem e o acerto da data continuam disponiveis).
       0150-CONFERE-CHEIA.
           IF WS-TABELA-CHEIA
               DISPLAY "ERRO: MANUTENCAO BLOQUEADA - FERIADOS.DAT "
                   "EXCEDE OS 500 FERIADOS DA TABELA EM MEMORIA"
           END-IF.

       0300-PEDE-DATA.
           MOVE 'N' TO WS-DATA-VALIDA-SW
           DISPLAY "DATA (AAAAMMDD):"
           ACCEPT WS-DATA-ENTRADA
           PERFORM 8000-VALIDA-DATA THRU 8000-EXIT
           IF NOT WS-DATA-VALIDA
               DISPLAY "ERRO: DATA INVALIDA [" WS-DATA-ENTRADA "]"
           END-IF
           MOVE WS-DATA-ENTRADA TO WS-CODIGO.

       0500-BUSCA-FERIADO.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE ZERO TO WS-FER-ACHOU-IDX
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-COUNT
               IF WS-FT-DATA(WS-FER-IDX) = WS-DATA-NUM
                   MOVE 'Y' TO WS-ACHOU-SW
                   MOVE WS-FER-IDX TO WS-FER-ACHOU-IDX
               END-IF
           END-PERFORM.

      * O arquivo e mantido em ordem de data: o novo feriado entra
      * antes do primeiro posterior a ele.
       1000-INCLUI.
           PERFORM 0300-PEDE-DATA
           IF NOT WS-DATA-VALIDA
               GO TO 1000-EXIT
           END-IF
           PERFORM 0500-BUSCA-FERIADO
           IF WS-ACHOU
               DISPLAY "ERRO: FERIADO JA CADASTRADO - "
                   WS-FT-DESCR(WS-FER-ACHOU-IDX)
               GO TO 1000-EXIT
           END-IF
           IF WS-FER-COUNT >= 500
               DISPLAY "ERRO: TABELA CHEIA - INCLUSAO REJEITADA"
               GO TO 1000-EXIT
           END-IF
           PERFORM 8100-TESTA-FIM-DE-SEMANA
           IF NOT WS-DIA-UTIL
               DISPLAY "ERRO: DATA CAI EM SABADO OU DOMINGO - JA E "
                   "DIA NAO UTIL"
               GO TO 1000-EXIT
           END-IF
           DISPLAY "DESCRICAO (30 CARACTERES):"
           ACCEPT WS-DESCR-ENTRADA
           IF WS-DESCR-ENTRADA = SPACES
               DISPLAY "ERRO: DESCRICAO OBRIGATORIA"
               GO TO 1000-EXIT
           END-IF
           MOVE 1 TO WS-FER-POS
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-COUNT
               IF WS-FT-DATA(WS-FER-IDX) < WS-DATA-NUM
                   COMPUTE WS-FER-POS = WS-FER-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FER-IDX FROM WS-FER-COUNT BY -1
                   UNTIL WS-FER-IDX < WS-FER-POS
               MOVE WS-FER-ENTRY(WS-FER-IDX)
                   TO WS-FER-ENTRY(WS-FER-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-FER-COUNT
           MOVE WS-DATA-NUM      TO WS-FT-DATA(WS-FER-POS)
           MOVE WS-DESCR-ENTRADA TO WS-FT-DESCR(WS-FER-POS)
           PERFORM 7000-REGRAVA-TABELA
           MOVE WS-DESCR-ENTRADA TO WS-DETALHE
           MOVE "INCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "INCLUIDO."
           IF WS-DATA-NUM = WS-DTP-DATA-PROC
               DISPLAY "AVISO: FERIADO E A DATA DE PROCESSAMENTO "
                   "ATUAL - O JOBCTL VAI AVANCA-LA PARA O PROXIMO "
                   "DIA UTIL NA PROXIMA CADEIA"
           END-IF.

       1000-EXIT.
           EXIT.

       2000-EXCLUI.
           PERFORM 0300-PEDE-DATA
           IF NOT WS-DATA-VALIDA
               GO TO 2000-EXIT
           END-IF
           PERFORM 0500-BUSCA-FERIADO
           IF NOT WS-ACHOU
               DISPLAY "ERRO: DATA NAO CONSTA DO CALENDARIO ["
                   WS-DATA-ENTRADA "]"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-FT-DESCR(WS-FER-ACHOU-IDX) TO WS-DETALHE
           PERFORM VARYING WS-FER-IDX FROM WS-FER-ACHOU-IDX BY 1
                   UNTIL WS-FER-IDX >= WS-FER-COUNT
               MOVE WS-FER-ENTRY(WS-FER-IDX + 1)
                   TO WS-FER-ENTRY(WS-FER-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-FER-COUNT
           PERFORM 7000-REGRAVA-TABELA
           MOVE "EXCLUSAO" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "EXCLUIDO.".

       2000-EXIT.
           EXIT.

      * Acerto manual da data de processamento: implantacao, ou volta
      * a um dia ja concluido para reprocessa-lo. A data anterior
      * fica registrada na auditoria.
       3000-ACERTA-DATA.
           DISPLAY "DATA DE PROCESSAMENTO ATUAL: " WS-DTP-DATA-PROC
           DISPLAY "NOVA DATA DE PROCESSAMENTO:"
           PERFORM 0300-PEDE-DATA
           IF NOT WS-DATA-VALIDA
               GO TO 3000-EXIT
           END-IF
           IF WS-DATA-NUM = WS-DTP-DATA-PROC
               DISPLAY "NADA ALTERADO"
               GO TO 3000-EXIT
           END-IF
           PERFORM 8100-TESTA-FIM-DE-SEMANA
           IF WS-DIA-UTIL
               PERFORM 0500-BUSCA-FERIADO
               IF WS-ACHOU
                   MOVE 'N' TO WS-DIA-UTIL-SW
               END-IF
           END-IF
           IF NOT WS-DIA-UTIL
               DISPLAY "ERRO: " WS-DATA-ENTRADA " NAO E DIA UTIL - "
                   "DATA DE PROCESSAMENTO RECUSADA"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-VERIFICA-PERIODO
           IF WS-MES-SITUACAO = 'E' OR WS-MES-SITUACAO = 'F'
               DISPLAY "ERRO: MES " WS-DATA-ENTRADA(1:6)
                   " EM FECHAMENTO OU FECHADO - DATA DE "
                   "PROCESSAMENTO RECUSADA"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DTP-DATA-PROC TO WS-DTP-DATA-VELHA
           MOVE WS-DATA-NUM TO WS-DTP-DATA-PROC
           PERFORM 3100-GRAVA-DATAPROC
           MOVE SPACES TO WS-DETALHE
           STRING "DE " WS-DTP-DATA-VELHA " PARA " WS-DTP-DATA-PROC
               DELIMITED BY SIZE INTO WS-DETALHE
           MOVE "DATAPROC" TO WS-ACAO-NOME
           PERFORM 9000-GRAVA-AUDITORIA
           DISPLAY "DATA DE PROCESSAMENTO ALTERADA.".

       3000-EXIT.
           EXIT.

       3050-VERIFICA-PERIODO.
           MOVE 'A' TO WS-MES-SITUACAO
           MOVE 'N' TO WS-PER-EOF-SW
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-DATA-ENTRADA(1:6)
                               MOVE PER-SITUACAO TO WS-MES-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF.

       3100-GRAVA-DATAPROC.
           PERFORM 9100-MONTA-TIMESTAMP
           OPEN OUTPUT DTP-FILE
           MOVE SPACES TO DTP-REC
           MOVE WS-DTP-DATA-PROC TO DTP-DATA-PROC
           MOVE WS-DTP-DATA-ANT  TO DTP-DATA-ANT
           MOVE WS-TS-TRABALHO   TO DTP-ATUALIZADO
           MOVE WS-OPERADOR      TO DTP-ORIGEM
           WRITE DTP-REC
           CLOSE DTP-FILE.

       4000-LISTA.
           MOVE ZERO TO WS-LISTA-QTDE
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DTP-DATA-PROC
               " ULTIMO DIA CONCLUIDO: " WS-DTP-DATA-ANT
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-COUNT
               DISPLAY WS-FT-DATA(WS-FER-IDX) " "
                   WS-FT-DESCR(WS-FER-IDX)
               ADD 1 TO WS-LISTA-QTDE
           END-PERFORM
           DISPLAY "FERIADOS LISTADOS: " WS-LISTA-QTDE.

       7000-REGRAVA-TABELA.
           OPEN OUTPUT FER-FILE
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-COUNT
               MOVE SPACES TO FER-REC
               MOVE WS-FT-DATA(WS-FER-IDX)  TO FER-DATA
               MOVE WS-FT-DESCR(WS-FER-IDX) TO FER-DESCRICAO
               WRITE FER-REC
           END-PERFORM
           CLOSE FER-FILE.

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

      * Mesma regra do DTUTIL: o dia 1 da contagem inteira foi uma
      * segunda-feira, resto 6 e sabado e resto 0 e domingo.
       8100-TESTA-FIM-DE-SEMANA.
           MOVE 'Y' TO WS-DIA-UTIL-SW
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           MOVE FUNCTION MOD(WS-INT-DIA, 7) TO WS-DIA-SEMANA
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-DIA-UTIL-SW
           END-IF.

       9000-GRAVA-AUDITORIA.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF
           PERFORM 9100-MONTA-TIMESTAMP
           MOVE SPACES TO AUD-REC
           MOVE WS-TS-TRABALHO    TO AUD-TIMESTAMP
           MOVE WS-OPERADOR       TO AUD-OPERADOR
           MOVE WS-ACAO-NOME      TO AUD-ACAO
           MOVE WS-CODIGO         TO AUD-CODIGO
           MOVE WS-DETALHE        TO AUD-DETALHE
           WRITE AUD-REC
           CLOSE AUD-FILE.

       9100-MONTA-TIMESTAMP.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-TS-TRABALHO
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO WS-TS-TRABALHO.

           END PROGRAM CALMNT.
