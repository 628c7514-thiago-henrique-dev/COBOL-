       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTAMPC.
      *****************************************************************
      *  CONVERSAO UNICA DO CALCHIST.IDX PARA O LAYOUT AMPLIADO DO    *
      *  HISTREC (corpo cresceu de 94 bytes para receber o RUN-ID da  *
      *  execucao, o TIPO do lancamento e o REF-ID do estorno). Antes *
      *  de rodar: renomear o CALCHIST.IDX atual para CALCHIST.ANT. O *
      *  programa le o CALCHIST.ANT no layout antigo e grava um       *
      *  CALCHIST.IDX novo com as mesmas chaves, RUN-ID, TIPO e       *
      *  REF-ID em branco (registros anteriores a conversao nao podem *
      *  ser desfeitos pelo CALCDESF). Recusa-se a rodar se           *
      *  CALCHIST.IDX ja existir. O CALCHIST.ANT fica no disco para   *
      *  ser guardado pelo operador.                                  *
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

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
       01  OLD-REC.
           03 OLD-CHAVE            PIC X(18).
           03 OLD-CORPO.
               05 FILLER           PIC X(73).
               05 OLD-OPERADOR     PIC X(10).
               05 FILLER           PIC X(11).

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

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS        PIC XX.
           01 WS-HIST-STATUS       PIC XX.

           01 WS-OLD-EOF-SW        PIC X VALUE 'N'.
               88 WS-OLD-EOF           VALUE 'Y'.

           01 WS-TOTAL-LIDOS       PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-GRAVADOS    PIC 9(8) VALUE ZERO.

           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.

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
           PERFORM 0110-SELA-REGISTRO
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "ERRO: CHAVE DUPLICADA " OLD-CHAVE
                       " - REGISTRO PERDIDO"
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

       0110-SELA-REGISTRO.
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO.

           END PROGRAM HISTAMPC.
