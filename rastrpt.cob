       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTRPT.
      *****************************************************************
      *  RELATORIO DE RASTREIO DE TRANS-IDS (RASTRPT.DAT)             *
      *  Para cada TRANS-ID lista, em ordem de data, tudo o que a     *
      *  rotina RASTREIO achou sobre ele: captura na estacao, lote do *
      *  TRANSIN, rejeicao na edicao, suspenso e ressubmissao,        *
      *  retencao por limite e decisao, lancamento no historico (e    *
      *  nos arquivos mortos), estornos e anulacoes, resultado no     *
      *  TRANSOUT, extracao para o financeiro e a confirmacao dela.   *
      *  Parametro: um TRANS-ID de 8 digitos rastreia so esse ID; sem *
      *  parametro os IDs vem do RASTIDS.DAT (ID nas colunas 1-8,     *
      *  linhas em branco ou com '*' na coluna 1 sao ignoradas), para *
      *  as perguntas de auditoria que chegam em lista.               *
      *  RC 4 quando algum ID nao e achado em arquivo nenhum ou e     *
      *  invalido; RC 16 quando falta o RASTIDS.DAT.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDS-FILE ASSIGN TO "RASTIDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDS-STATUS.

           SELECT RPT-FILE ASSIGN TO "RASTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IDS-FILE
           RECORDING MODE IS F.
       01  IDS-LINE                PIC X(80).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-IDS-STATUS        PIC XX.
           01 WS-IDS-EOF-SW        PIC X VALUE 'N'.
               88 WS-IDS-EOF           VALUE 'Y'.

           01 WS-PARM              PIC X(40).
           01 WS-PARM-ID           PIC X(8).

           01 WS-ID-X              PIC X(8).
           01 WS-EV-IDX            PIC 9(3).
           01 WS-RC                PIC 9(2) VALUE ZERO.

           COPY RASTLAY REPLACING
               ==PFX-PARM==       BY ==RAS-PARM==
               ==PFX-ID==         BY ==RAS-ID==
               ==PFX-STATUS==     BY ==RAS-STATUS==
               ==PFX-QTDE==       BY ==RAS-QTDE==
               ==PFX-EVENTO==     BY ==RAS-EVENTO==
               ==PFX-EV-ORDEM==   BY ==RAS-EV-ORDEM==
               ==PFX-EV-DATA==    BY ==RAS-EV-DATA==
               ==PFX-EV-FASE==    BY ==RAS-EV-FASE==
               ==PFX-EV-HORA==    BY ==RAS-EV-HORA==
               ==PFX-EV-QUANDO==  BY ==RAS-EV-QUANDO==
               ==PFX-EV-ORIGEM==  BY ==RAS-EV-ORIGEM==
               ==PFX-EV-TEXTO==   BY ==RAS-EV-TEXTO==.

           01 WS-DET-LINHA.
               03 WS-DET-QUANDO    PIC X(19).
               03 FILLER           PIC X VALUE SPACE.
               03 WS-DET-ORIGEM    PIC X(21).
               03 FILLER           PIC X VALUE SPACE.
               03 WS-DET-TEXTO     PIC X(90).

           01 WS-TOTAL-IDS         PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-ACHADOS     PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-AUSENTES    PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-INVALIDOS   PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-EVENTOS     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-ID
           IF WS-PARM-ID NOT = SPACES AND WS-PARM-ID IS NOT NUMERIC
               DISPLAY "ERRO: PARAMETRO [" WS-PARM-ID
                   "] INVALIDO - INFORMAR TRANS-ID DE 8 DIGITOS"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           IF WS-PARM-ID = SPACES
               OPEN INPUT IDS-FILE
               IF WS-IDS-STATUS = '35'
                   DISPLAY "ERRO: RASTIDS.DAT NAO ENCONTRADO - "
                       "INFORMAR TRANS-ID OU LISTA DE IDS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "RASTREIO DE TRANSACOES POR TRANS-ID" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-PARM-ID = SPACES
               MOVE "IDS DO ARQUIVO RASTIDS.DAT" TO RPT-LINE
           ELSE
               STRING "ID INFORMADO NO PARAMETRO: " WS-PARM-ID
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           IF WS-PARM-ID = SPACES
               PERFORM UNTIL WS-IDS-EOF
                   READ IDS-FILE
                       AT END
                           SET WS-IDS-EOF TO TRUE
                       NOT AT END
                           IF IDS-LINE NOT = SPACES
                               AND IDS-LINE(1:1) NOT = '*'
                               MOVE IDS-LINE(1:8) TO WS-ID-X
                               PERFORM 0100-RASTREIA-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IDS-FILE
           ELSE
               MOVE WS-PARM-ID TO WS-ID-X
               PERFORM 0100-RASTREIA-ID
           END-IF

           PERFORM 0300-ESCREVE-TOTAIS
           CLOSE RPT-FILE
           MOVE WS-RC TO RETURN-CODE.

       0000-EXIT.
           STOP RUN.

       0100-RASTREIA-ID.
           ADD 1 TO WS-TOTAL-IDS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRANS-ID " WS-ID-X
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ID-X IS NOT NUMERIC
               MOVE 'I' TO RAS-STATUS
               MOVE ZERO TO RAS-QTDE
           ELSE
               MOVE WS-ID-X TO RAS-ID
               CALL 'RASTREIO' USING RAS-PARM
           END-IF
           EVALUATE RAS-STATUS
               WHEN 'I'
                   ADD 1 TO WS-TOTAL-INVALIDOS
                   MOVE SPACES TO RPT-LINE
                   STRING "  ID INVALIDO [" WS-ID-X
                       "] - INFORMAR 8 DIGITOS DIFERENTE DE ZERO"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY RPT-LINE
                   MOVE 4 TO WS-RC
               WHEN 'N'
                   ADD 1 TO WS-TOTAL-AUSENTES
                   MOVE "  ID NAO ENCONTRADO EM NENHUM ARQUIVO"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY "TRANS-ID " WS-ID-X
                       " NAO ENCONTRADO EM NENHUM ARQUIVO"
                   MOVE 4 TO WS-RC
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACHADOS
                   ADD RAS-QTDE TO WS-TOTAL-EVENTOS
                   PERFORM 0200-ESCREVE-EVENTOS
           END-EVALUATE.

       0200-ESCREVE-EVENTOS.
           MOVE "QUANDO              ORIGEM                EVENTO"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > RAS-QTDE
               MOVE RAS-EV-QUANDO(WS-EV-IDX) TO WS-DET-QUANDO
               MOVE RAS-EV-ORIGEM(WS-EV-IDX) TO WS-DET-ORIGEM
               MOVE RAS-EV-TEXTO(WS-EV-IDX)  TO WS-DET-TEXTO
               MOVE WS-DET-LINHA TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF RAS-STATUS = 'C'
               MOVE "  AVISO: MAIS DE 200 EVENTOS - EXCEDENTES OMITIDOS"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "TRANS-ID " WS-ID-X
                   " COM MAIS DE 200 EVENTOS - LISTA TRUNCADA"
           END-IF.

       0300-ESCREVE-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "IDS PEDIDOS: " WS-TOTAL-IDS
               " ACHADOS=" WS-TOTAL-ACHADOS
               " NAO ENCONTRADOS=" WS-TOTAL-AUSENTES
               " INVALIDOS=" WS-TOTAL-INVALIDOS
               " EVENTOS=" WS-TOTAL-EVENTOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY RPT-LINE.

           END PROGRAM RASTRPT.
