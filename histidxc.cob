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
               88 WS-OLD-EOF           VALUE 'Y'.
           01 WS-GRAVADO-SW        PIC X.
               88 WS-GRAVADO            VALUE 'Y'.
           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.

           01 WS-OLD-TS            PIC X(19).
           01 WS-CH-DATA           PIC 9(8).
           MOVE WS-CH-HORA TO HIST-CH-HORA
           MOVE ZERO       TO HIST-CH-SEQ
           MOVE OLD-REC    TO HIST-CORPO
           MOVE SPACES     TO HIST-TAXA-COD
           MOVE ZERO       TO HIST-PRAZO
           PERFORM 0200-GRAVA-COM-SEQ.

       0200-GRAVA-COM-SEQ.
           MOVE 'N' TO WS-GRAVADO-SW
           PERFORM UNTIL WS-GRAVADO OR HIST-CH-SEQ > 9998
               PERFORM 0210-SELA-REGISTRO
               WRITE HIST-REC
                   INVALID KEY
                       ADD 1 TO HIST-CH-SEQ
               MOVE 12 TO RETURN-CODE
           END-IF.

       0210-SELA-REGISTRO.
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO.

           END PROGRAM HISTIDXC.
