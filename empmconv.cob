       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMCONV.
      *****************************************************************
      *  CONVERSAO UNICA DO CADASTRO EMPMAST.DAT PARA O LAYOUT COM O  *
      *  INDICADOR DE TROCA DE PIN (EMPREC cresceu de 35 para 37      *
      *  bytes). Le o EMPMAST.DAT no layout antigo e descarrega       *
      *  EMPMAST.SEQ ja no layout novo, com PIN-TROCA em branco.      *
      *  Depois da descarga: guardar o EMPMAST.DAT antigo fora do     *
      *  diretorio de producao e rodar o EMPMNT, acao C (CARGA-       *
      *  INICIAL), para recriar o cadastro indexado a partir do       *
      *  EMPMAST.SEQ - o mesmo caminho de recarga que a carga inicial *
      *  sempre usou. Se o cadastro ja estiver no layout novo, a      *
      *  abertura aqui falha e nada e alterado. Campos acrescentados  *
      *  depois (ULT-SIGNON e GERENTE) saem zerados; cadastro ja com  *
      *  PIN-TROCA (37 bytes) converte-se pelo EMPACONV.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ==PFX-STATUS==     BY ==SEQ-STATUS==
               ==PFX-DT-EFETIVA== BY ==SEQ-DT-EFETIVA==
               ==PFX-PIN==        BY ==SEQ-PIN==
               ==PFX-PIN-TROCA==  BY ==SEQ-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==SEQ-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==SEQ-GERENTE==.

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS        PIC XX.
           MOVE OLD-DT-EFETIVA  TO SEQ-DT-EFETIVA
           MOVE OLD-PIN         TO SEQ-PIN
           MOVE SPACE           TO SEQ-PIN-TROCA
           MOVE ZERO            TO SEQ-ULT-SIGNON
           MOVE ZERO            TO SEQ-GERENTE
           WRITE SEQ-REC.

           END PROGRAM EMPMCONV.
