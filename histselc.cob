       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSELC.
      *****************************************************************
      *  CONVERSAO UNICA DO CALCHIST.IDX PARA O HISTREC SELADO        *
      *  (registro cresceu de 138 bytes para receber o COMPL com      *
      *  codigo da taxa e prazo e o SELO calculado pelo HISTSELO).    *
      *  Antes de rodar: renomear o CALCHIST.IDX atual para           *
      *  CALCHIST.ANT. O programa le o CALCHIST.ANT no layout antigo  *
      *  e grava um CALCHIST.IDX novo com as mesmas chaves, cada      *
      *  registro ja selado. Na amortizacao (opcao A) codigo da taxa  *
      *  e prazo sao recuperados do cabecalho do cronograma na        *
      *  geracao AMORT apontada pelo REF-ID; nas demais opcoes o      *
      *  COMPL fica em branco (o HISTVER confere a opcao R antiga     *
      *  pela taxa gravada em NUM2). O selo atesta o conteudo na data *
      *  da conversao: conferir o historico antes de rodar.           *
      *  Recusa-se a rodar se CALCHIST.IDX ja existir. O CALCHIST.ANT *
      *  fica no disco para ser guardado pelo operador.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "CALCHIST.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CHAVE
               ALTERNATE RECORD KEY IS OLD-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT HIST-FILE ASSIGN TO "CALCHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CRN-FILE ASSIGN USING WS-CRN-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
       01  OLD-REC.
           03 OLD-CHAVE            PIC X(18).
           03 OLD-CORPO.
               05 FILLER           PIC X(73).
               05 OLD-OPERADOR     PIC X(10).
               05 FILLER           PIC X(37).

       FD  HIST-FILE.
           COPY HISTREC REPLACING
               ==PFX-REC==       BY ==HIST-REC==
               ==PFX-CHAVE==     BY ==HIST-CHAVE==
               ==PFX-CH-DATA==   BY ==HIST-CH-DATA==
               ==PFX-CH-HORA==   BY ==HIST-CH-HORA==
               ==PFX-CH-SEQ==    BY ==HIST-CH-SEQ==
               ==PFX-CORPO==     BY ==HIST-CORPO==
               ==PFX-ID==        BY ==HIST-ID==
               ==PFX-OPCAO==     BY ==HIST-OPCAO==
               ==PFX-NUM1==      BY ==HIST-NUM1==
               ==PFX-NUM2==      BY ==HIST-NUM2==
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

       FD  CRN-FILE
           RECORDING MODE IS F.
           COPY AMORTRC REPLACING
               ==PFX-REC==           BY ==CRN-REC==
               ==PFX-CHAVE==         BY ==CRN-CHAVE==
               ==PFX-ID==            BY ==CRN-ID==
               ==PFX-TIPO==          BY ==CRN-TIPO==
               ==PFX-PERIODO==       BY ==CRN-PERIODO==
               ==PFX-VALORES==       BY ==CRN-VALORES==
               ==PFX-SALDO-INI==     BY ==CRN-SALDO-INI==
               ==PFX-JUROS==         BY ==CRN-JUROS==
               ==PFX-AMORTIZ==       BY ==CRN-AMORTIZ==
               ==PFX-PRESTACAO==     BY ==CRN-PRESTACAO==
               ==PFX-SALDO-FIM==     BY ==CRN-SALDO-FIM==
               ==PFX-CABECALHO==     BY ==CRN-CABECALHO==
               ==PFX-CAB-PRINCIPAL== BY ==CRN-CAB-PRINCIPAL==
               ==PFX-CAB-TAXA-COD==  BY ==CRN-CAB-TAXA-COD==
               ==PFX-CAB-TAXA==      BY ==CRN-CAB-TAXA==
               ==PFX-CAB-PARCELA==   BY ==CRN-CAB-PARCELA==
               ==PFX-CAB-DEPTO==     BY ==CRN-CAB-DEPTO==
               ==PFX-CAB-OPERADOR==  BY ==CRN-CAB-OPERADOR==.

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS        PIC XX.
           01 WS-HIST-STATUS       PIC XX.
           01 WS-CRN-STATUS        PIC XX.
           01 WS-CRN-GEN-NOME      PIC X(30).

           01 WS-OLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-OLD-EOF           VALUE 'Y'.
           01 WS-CRN-EOF-SW        PIC X.
               88 WS-CRN-EOF           VALUE 'Y'.
           01 WS-CRN-ACHOU-SW      PIC X.
               88 WS-CRN-ACHOU         VALUE 'Y'.

           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.

           01 WS-TOTAL-LIDOS       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-GRAVADOS    PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-AMORT       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-AMORT-SEM   PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-TAXA        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS NOT = '35'
               CLOSE HIST-FILE
               DISPLAY "ERRO: CALCHIST.IDX JA EXISTE - RENOMEAR O "
                   "HISTORICO ANTIGO PARA CALCHIST.ANT ANTES DA "
                   "CONVERSAO"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN INPUT OLD-FILE
           EVALUATE WS-OLD-STATUS
               WHEN '35'
                   DISPLAY "AVISO: CALCHIST.ANT NAO ENCONTRADO - "
                       "NADA A CONVERTER"
                   GO TO 0000-EXIT
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: CALCHIST.ANT NAO ABRIU NO LAYOUT "
                       "ANTIGO (STATUS=" WS-OLD-STATUS ")"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-EXIT
           END-EVALUATE
           OPEN OUTPUT HIST-FILE
           CLOSE HIST-FILE
           OPEN I-O HIST-FILE

           MOVE LOW-VALUES TO OLD-CHAVE
           START OLD-FILE KEY NOT < OLD-CHAVE
               INVALID KEY
                   SET WS-OLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-FILE NEXT RECORD
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 0100-CONVERTE-REGISTRO
               END-READ
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE HIST-FILE
           DISPLAY "CONVERSAO CONCLUIDA: LIDOS=" WS-TOTAL-LIDOS
               " GRAVADOS=" WS-TOTAL-GRAVADOS
           DISPLAY "AMORTIZACOES: " WS-TOTAL-AMORT
               " SEM CRONOGRAMA=" WS-TOTAL-AMORT-SEM
               " TAXA (R) SEM CODIGO=" WS-TOTAL-TAXA
           IF WS-TOTAL-LIDOS NOT = WS-TOTAL-GRAVADOS
               DISPLAY "ERRO: CONTAGENS NAO BALANCEIAM"
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "GUARDAR O CALCHIST.ANT FORA DO DIRETORIO "
               "DE PRODUCAO".

       0000-EXIT.
           STOP RUN.

       0100-CONVERTE-REGISTRO.
           MOVE SPACES    TO HIST-REC
           MOVE OLD-CHAVE TO HIST-CHAVE
           MOVE OLD-CORPO TO HIST-CORPO
           MOVE ZERO      TO HIST-PRAZO
           IF HIST-OPCAO = 'R'
               ADD 1 TO WS-TOTAL-TAXA
           END-IF
           IF HIST-OPCAO = 'A' AND HIST-TIPO = SPACE
               ADD 1 TO WS-TOTAL-AMORT
               PERFORM 0200-RECUPERA-CRONOGRAMA
           END-IF
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "ERRO: CHAVE DUPLICADA " OLD-CHAVE
                       " - REGISTRO PERDIDO"
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

      * O cabecalho 'C' do cronograma traz o codigo da taxa e, em
      * PERIODO, o prazo; a geracao e a do REF-ID do lancamento.
       0200-RECUPERA-CRONOGRAMA.
           MOVE 'N' TO WS-CRN-ACHOU-SW
           MOVE 'N' TO WS-CRN-EOF-SW
           MOVE SPACES TO WS-CRN-GEN-NOME
           STRING "AMORT." HIST-REF-ID ".DAT"
               DELIMITED BY SIZE INTO WS-CRN-GEN-NOME
           OPEN INPUT CRN-FILE
           IF WS-CRN-STATUS NOT = '35'
               PERFORM UNTIL WS-CRN-EOF OR WS-CRN-ACHOU
                   READ CRN-FILE
                       AT END
                           SET WS-CRN-EOF TO TRUE
                       NOT AT END
                           IF CRN-CHAVE = OLD-CHAVE AND CRN-TIPO = 'C'
                               SET WS-CRN-ACHOU TO TRUE
                               MOVE CRN-CAB-TAXA-COD TO HIST-TAXA-COD
                               MOVE CRN-PERIODO      TO HIST-PRAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRN-FILE
           END-IF
           IF NOT WS-CRN-ACHOU
               ADD 1 TO WS-TOTAL-AMORT-SEM
               DISPLAY "AVISO: CRONOGRAMA DA CHAVE " OLD-CHAVE
                   " NAO ACHADO EM " WS-CRN-GEN-NOME
                   " - PRAZO NAO RECUPERADO"
           END-IF.

           END PROGRAM HISTSELC.
