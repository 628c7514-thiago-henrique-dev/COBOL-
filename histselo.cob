       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSELO.
      *****************************************************************
      *  ROTINA DE SELO DO HISTORICO                                  *
      *  Chamada por calc1, MENU, CALCDESF e pelos conversores do     *
      *  historico ao gravar, e pelo HISTVER ao conferir, para que o  *
      *  calculo do valor de controle exista em um unico lugar, como  *
      *  o DTUTIL faz com as datas. Opera sobre o layout SELOLAY.     *
      *  O selo e uma soma dupla modulo 65521 dos bytes do registro   *
      *  (a primeira soma acumula os bytes, a segunda acumula a       *
      *  primeira, e assim pesa a posicao de cada byte): SELO =       *
      *  SOMA-2 * 65536 + SOMA-1. Troca de um byte, troca de dois     *
      *  bytes de lugar ou deslocamento de um campo mudam o selo.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-SOMA-1            PIC 9(6).
           01 WS-SOMA-2            PIC 9(6).
           01 WS-SOMA-TRAB         PIC 9(7).
           01 WS-QUOCIENTE         PIC 9(7).
           01 WS-BYTE-IDX          PIC 9(3).
           01 WS-BYTE-VALOR        PIC 9(3).
           01 WS-MODULO            PIC 9(5) VALUE 65521.
       LINKAGE SECTION.
           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==LNK-PARM==
               ==PFX-REG==        BY ==LNK-REG==
               ==PFX-CHAVE==      BY ==LNK-CHAVE==
               ==PFX-CORPO==      BY ==LNK-CORPO==
               ==PFX-COMPL==      BY ==LNK-COMPL==
               ==PFX-SELO==       BY ==LNK-SELO==.

       PROCEDURE DIVISION USING LNK-PARM.
       0000-TRATA.
           MOVE 1    TO WS-SOMA-1
           MOVE ZERO TO WS-SOMA-2
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > LENGTH OF LNK-REG
               COMPUTE WS-BYTE-VALOR =
                   FUNCTION ORD(LNK-REG(WS-BYTE-IDX:1)) - 1
               COMPUTE WS-SOMA-TRAB = WS-SOMA-1 + WS-BYTE-VALOR
               DIVIDE WS-SOMA-TRAB BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-SOMA-1
               COMPUTE WS-SOMA-TRAB = WS-SOMA-2 + WS-SOMA-1
               DIVIDE WS-SOMA-TRAB BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-SOMA-2
           END-PERFORM
           COMPUTE LNK-SELO = WS-SOMA-2 * 65536 + WS-SOMA-1
           GOBACK.

           END PROGRAM HISTSELO.
