               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDH-STATUS.

           SELECT PER-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CRN-FILE ASSIGN USING WS-CRN-GEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRN-STATUS.

           SELECT GENCAT-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

       FD  HIST-FILE.
           COPY HISTREC REPLACING
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

       FD  PRGM-OUT-FILE
           RECORDING MODE IS F.
           03 FILLER               PIC X VALUE SPACE.
           03 SEC-DETALHE          PIC X(30).

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

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-REC.
           03 RATE-CODIGO          PIC X(4).
           03 FILLER               PIC X.
           03 RATE-VALOR           PIC 9(3)V99.
           03 FILLER               PIC X.
           03 RATE-DT-EFETIVA      PIC 9(8).

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

       FD  GENCAT-FILE
           RECORDING MODE IS F.
           COPY GENCATRC REPLACING
               ==PFX-REC==     BY ==GENCAT-REC==
               ==PFX-ARQUIVO== BY ==GENCAT-ARQUIVO==
               ==PFX-DATA==    BY ==GENCAT-DATA==
               ==PFX-QTDE==    BY ==GENCAT-QTDE==.

       WORKING-STORAGE SECTION.
           COPY OPRESLAY REPLACING
               ==PFX-OPERANDOS== BY ==CALC-OPERANDOS==
               ==PFX-NUM2==      BY ==CALC-NUM2==
               ==PFX-RES==       BY ==CALC-RES==.
           01 OPCAO                PIC X.
           COPY AMORTLAY REPLACING
               ==PFX-PARM==        BY ==AMR-PARM==
               ==PFX-PRAZO==       BY ==AMR-PRAZO==
               ==PFX-PARCELA==     BY ==AMR-PARCELA==
               ==PFX-TOTAL-JUROS== BY ==AMR-TOTAL-JUROS==
               ==PFX-PERIODO==     BY ==AMR-PERIODO==
               ==PFX-SALDO-INI==   BY ==AMR-SALDO-INI==
               ==PFX-JUROS==       BY ==AMR-JUROS==
               ==PFX-AMORTIZ==     BY ==AMR-AMORTIZ==
               ==PFX-PRESTACAO==   BY ==AMR-PRESTACAO==
               ==PFX-SALDO-FIM==   BY ==AMR-SALDO-FIM==.

           01 WS-EMP-STATUS        PIC XX.
           01 WS-HIST-STATUS       PIC XX.
               88 WS-TROCA-OK           VALUE 'Y'.
           01 WS-HIST-GRAVADO-SW    PIC X.
               88 WS-HIST-GRAVADO       VALUE 'Y'.
           COPY SELOLAY REPLACING
               ==PFX-PARM==       BY ==SEL-PARM==
               ==PFX-REG==        BY ==SEL-REG==
               ==PFX-CHAVE==      BY ==SEL-CHAVE==
               ==PFX-CORPO==      BY ==SEL-CORPO==
               ==PFX-COMPL==      BY ==SEL-COMPL==
               ==PFX-SELO==       BY ==SEL-SELO==.
           01 WS-OLDH-STATUS        PIC XX.
           01 WS-PER-STATUS         PIC XX.
           01 WS-PER-EOF-SW         PIC X.
               88 WS-PER-EOF            VALUE 'Y'.
           01 WS-MES-SITUACAO       PIC X.
           01 WS-HIST-LEGADO-SW     PIC X.
               88 WS-HIST-LEGADO        VALUE 'Y'.
           01 WS-EVENTO             PIC X(12).

           01 WS-ENG-STATUS         PIC X.

           01 WS-RATE-STATUS        PIC XX.
           01 WS-RATE-EOF-SW        PIC X.
               88 WS-RATE-EOF           VALUE 'Y'.
           01 WS-RATE-CODIGO-BUSCA  PIC X(4).
           01 WS-RATE-ACHOU-SW      PIC X.
               88 WS-RATE-ACHOU         VALUE 'Y'.
           01 WS-RATE-ACHOU-DT      PIC 9(8).
           01 WS-AMR-ENTRADA        PIC X(15).
           01 WS-AMR-VALOR-ED       PIC -(9)9.99.
           01 WS-AMR-RES-ED         PIC -(9)9.99.
           01 WS-AMR-JUROS-ED       PIC -(9)9.99.
           01 WS-CRN-STATUS         PIC XX.
           01 WS-CRN-GEN-NOME       PIC X(30).
           01 WS-CRN-NOVA-SW        PIC X.
               88 WS-CRN-NOVA           VALUE 'Y'.
           01 WS-CRN-IDX            PIC 9(3).
           01 WS-CRN-LINHAS         PIC 9(8).
           01 WS-HIST-CHAVE-GRAVADA PIC X(18).
           01 WS-GENCAT-STATUS      PIC XX.

           01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
               88 WS-HIST-EOF           VALUE 'Y'.
           01 WS-FILTRO-RAPIDO      PIC X.
           01 WS-PAGINA-LINHAS      PIC 9(2).
           01 WS-CONS-RESPOSTA      PIC X.

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
           01 WS-RAS-ENTRADA        PIC X(8).
           01 WS-RAS-IDX            PIC 9(3).
           01 WS-RAS-PARA-SW        PIC X.
               88 WS-RAS-PARA           VALUE 'Y'.

           01 WS-SAIR-SW            PIC X VALUE 'N'.
               88 WS-SAIR                VALUE 'Y'.

               DISPLAY " "
               DISPLAY "===== MENU DE CALCULOS - OPERADOR: " WS-NOME
                   " ====="
               DISPLAY "1 - CALCULO ESTILO calc1 (+ - * / P A)"
               DISPLAY "2 - CALCULO ESTILO PRGMATEM (SOMA/SUBTR/"
                   "MULTI/DIVIDO)"
               DISPLAY "3 - CONSULTA AO HISTORICO DE CALCULOS"
               DISPLAY "4 - TROCAR MEU PIN"
               DISPLAY "5 - RASTREIO DE TRANSACAO POR TRANS-ID"
               DISPLAY "0 - SAIR"
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                       END-IF
                   WHEN '4'
                       PERFORM 5000-TROCA-PIN-PROPRIO
                   WHEN '5'
                       PERFORM 1300-PERMITE-MENU
                       IF WS-PERMITIDO
                           PERFORM 6000-RASTREIA-TRANSACAO
                       END-IF
                   WHEN '0'
                       SET WS-SAIR TO TRUE
                   WHEN OTHER
           IF WS-NOME-VALIDO
               PERFORM 1255-VERIFICA-VALIDADE
           END-IF
           IF WS-NOME-VALIDO
               PERFORM 1270-REGISTRA-SIGNON
           END-IF
           IF NOT WS-NOME-VALIDO AND NOT WS-ENCERRA
               MOVE 'L' TO EMP-STATUS
               REWRITE EMP-REC
                   END-REWRITE
           END-EVALUATE.

      * Sign-on aceito: data no cadastro (base da suspensao por
      * inatividade do ACESREV) e evento SIGNON-OK no SECLOG.DAT.
       1270-REGISTRA-SIGNON.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO EMP-ULT-SIGNON
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO REGISTRAR O SIGN-ON"
           END-REWRITE
           MOVE "SIGN-ON NO MENU" TO WS-SEC-DETALHE
           MOVE "SIGNON-OK" TO WS-EVENTO
           PERFORM 9500-GRAVA-SEGURANCA.

       5000-TROCA-PIN-PROPRIO.
           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
                   IF WS-OPCAO-MENU = '2' OR '3'
                       MOVE 'Y' TO WS-PERMITIDO-SW
                   END-IF
               WHEN 'SU'
                   IF WS-OPCAO-MENU = '3' OR '5'
                       MOVE 'Y' TO WS-PERMITIDO-SW
                   END-IF
           END-EVALUATE
           IF NOT WS-PERMITIDO
               DISPLAY "OPCAO DE MENU NAO PERMITIDA PARA SUA FUNCAO"
           CLOSE SEC-FILE.

       2000-CALC1-ESTILO.
           DISPLAY "ESCOLHA A OPERACAO: + - * / P(NUM1% DE NUM2) "
               "A(AMORTIZACAO)"
           ACCEPT OPCAO
           PERFORM 1350-PERMITE-OPCAO
           IF WS-PERMITIDO
               PERFORM 2050-VERIFICA-PERIODO
           END-IF
           IF WS-PERMITIDO AND OPCAO = 'A'
               PERFORM 2200-AMORTIZACAO THRU 2200-EXIT
           ELSE
               IF WS-PERMITIDO
                   DISPLAY "DIGITE O PRIMEIRO NUMERO: "
                   ACCEPT CALC-NUM1
                   DISPLAY "DIGITE O SEGUNDO NUMERO: "
                   ACCEPT CALC-NUM2
                   PERFORM 2900-CALCULA
                   IF NOT WS-CALC-ERROR
                       DISPLAY "RESULTADO SERA:" CALC-RES
                       PERFORM 2100-GRAVA-HISTORICO THRU 2100-EXIT
                   END-IF
               END-IF
           END-IF.

      * O calculo e historiado com a data do relogio: mes em
      * fechamento ou fechado no PERIODOS.DAT nao aceita lancamento.
       2050-VERIFICA-PERIODO.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE 'A' TO WS-MES-SITUACAO
           MOVE 'N' TO WS-PER-EOF-SW
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS NOT = '35'
               PERFORM UNTIL WS-PER-EOF
                   READ PER-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-MES = WS-CDT-DATE(1:6)
                               MOVE PER-SITUACAO TO WS-MES-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           IF WS-MES-SITUACAO = 'E' OR WS-MES-SITUACAO = 'F'
               MOVE 'N' TO WS-PERMITIDO-SW
               DISPLAY "MES " WS-CDT-DATE(1:6) " FECHADO OU EM "
                   "FECHAMENTO - CALCULO NAO PODE SER LANCADO"
           END-IF.

       2100-GRAVA-HISTORICO.
           MOVE 'N' TO WS-HIST-GRAVADO-SW
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = '35'
               PERFORM 2150-VERIFICA-LEGADO
               WS-CDT-HH ":" WS-CDT-MI ":" WS-CDT-SS
               DELIMITED BY SIZE INTO HIST-TIMESTAMP
           MOVE WS-NOME TO HIST-OPERADOR
           MOVE SPACES  TO HIST-TAXA-COD
           MOVE ZERO    TO HIST-PRAZO
           IF OPCAO = 'A'
               MOVE HIST-CH-DATA         TO HIST-REF-ID
               MOVE WS-RATE-CODIGO-BUSCA TO HIST-TAXA-COD
               MOVE AMR-PRAZO            TO HIST-PRAZO
           END-IF
           PERFORM 2110-GRAVA-HIST-REC
           MOVE HIST-CHAVE TO WS-HIST-CHAVE-GRAVADA
           CLOSE HIST-FILE.

       2100-EXIT.
       2110-GRAVA-HIST-REC.
           MOVE 'N' TO WS-HIST-GRAVADO-SW
           PERFORM UNTIL WS-HIST-GRAVADO OR HIST-CH-SEQ > 9998
               PERFORM 2120-SELA-HISTORICO
               WRITE HIST-REC
                   INVALID KEY
                       ADD 1 TO HIST-CH-SEQ
               DISPLAY "AVISO: HISTORICO NAO GRAVADO - SEQ ESGOTADO"
           END-IF.

       2120-SELA-HISTORICO.
           MOVE HIST-CHAVE TO SEL-CHAVE
           MOVE HIST-CORPO TO SEL-CORPO
           MOVE HIST-COMPL TO SEL-COMPL
           CALL 'HISTSELO' USING SEL-PARM
           MOVE SEL-SELO   TO HIST-SELO.

       2900-CALCULA.
           MOVE 'N' TO WS-CALC-ERROR-SW
           CALL 'CALCENG' USING OPCAO CALC-OPERANDOS WS-ENG-STATUS
               AMR-PARM
           EVALUATE WS-ENG-STATUS
               WHEN '0'
                   CONTINUE
               WHEN 'Z'
                   DISPLAY "ERRO: DIVISAO POR ZERO REJEITADA"
                   PERFORM 2910-REJEITA
               WHEN 'I'
                   MOVE 'Y' TO WS-CALC-ERROR-SW
                   DISPLAY "ERRO: PARAMETROS DA AMORTIZACAO INVALIDOS"
               WHEN OTHER
                   MOVE 'Y' TO WS-CALC-ERROR-SW
                   DISPLAY "ERRO: OPCAO INVALIDA [" OPCAO "]"
           END-EVALUATE.

      * Amortizacao: principal, codigo da taxa do RATEMAST.DAT
      * (vigente na data do relogio, como o historico) e numero de
      * periodos. O total das prestacoes e historiado com REF-ID
      * apontando a geracao AMORT.aaaammdd.DAT do cronograma.
       2200-AMORTIZACAO.
           DISPLAY "PRINCIPAL: "
           ACCEPT CALC-NUM1
           DISPLAY "CODIGO DA TAXA (4 CARACTERES):"
           ACCEPT WS-RATE-CODIGO-BUSCA
           DISPLAY "NUMERO DE PERIODOS (001 A 360):"
           ACCEPT WS-AMR-ENTRADA
           IF WS-AMR-ENTRADA(1:3) IS NOT NUMERIC
               OR WS-AMR-ENTRADA(4:12) NOT = SPACES
               OR WS-AMR-ENTRADA(1:3) = ZEROS
               OR WS-AMR-ENTRADA(1:3) > '360'
               DISPLAY "ERRO: PRAZO INVALIDO [" WS-AMR-ENTRADA
                   "] - INFORMAR 3 DIGITOS DE 001 A 360"
               GO TO 2200-EXIT
           END-IF
           MOVE WS-AMR-ENTRADA(1:3) TO AMR-PRAZO
           PERFORM 2210-RESOLVE-TAXA
           IF NOT WS-RATE-ACHOU
               DISPLAY "ERRO: TAXA SEM VIGENCIA PARA O CODIGO ["
                   WS-RATE-CODIGO-BUSCA "] - CALCULO NAO LANCADO"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2900-CALCULA
           IF WS-CALC-ERROR
               GO TO 2200-EXIT
           END-IF
           MOVE AMR-PARCELA     TO WS-AMR-VALOR-ED
           MOVE CALC-RES        TO WS-AMR-RES-ED
           MOVE AMR-TOTAL-JUROS TO WS-AMR-JUROS-ED
           DISPLAY "TAXA " WS-RATE-CODIGO-BUSCA " = " CALC-NUM2
               "% POR PERIODO, " AMR-PRAZO " PERIODOS"
           DISPLAY "PRESTACAO: " WS-AMR-VALOR-ED
               " JUROS: " WS-AMR-JUROS-ED
               " TOTAL DAS PRESTACOES: " WS-AMR-RES-ED
           PERFORM 2100-GRAVA-HISTORICO THRU 2100-EXIT
           IF WS-HIST-GRAVADO
               PERFORM 2250-GRAVA-CRONOGRAMA
           ELSE
               DISPLAY "AVISO: CALCULO NAO HISTORIADO - CRONOGRAMA "
                   "NAO GRAVADO"
           END-IF.

       2200-EXIT.
           EXIT.

       2210-RESOLVE-TAXA.
           MOVE 'N' TO WS-RATE-ACHOU-SW
           MOVE 'N' TO WS-RATE-EOF-SW
           MOVE ZEROS TO WS-RATE-ACHOU-DT
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '35'
               PERFORM UNTIL WS-RATE-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           IF RATE-CODIGO = WS-RATE-CODIGO-BUSCA
                               AND RATE-DT-EFETIVA NOT > WS-CDT-DATE
                               AND RATE-DT-EFETIVA
                                   NOT < WS-RATE-ACHOU-DT
                               SET WS-RATE-ACHOU TO TRUE
                               MOVE RATE-DT-EFETIVA
                                   TO WS-RATE-ACHOU-DT
                               MOVE RATE-VALOR TO CALC-NUM2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      * A geracao do dia e catalogada no GENCAT.DAT por quem a cria;
      * os cronogramas seguintes do dia sao acrescentados a ela.
       2250-GRAVA-CRONOGRAMA.
           MOVE 'N' TO WS-CRN-NOVA-SW
           MOVE SPACES TO WS-CRN-GEN-NOME
           STRING "AMORT." WS-HIST-CHAVE-GRAVADA(1:8) ".DAT"
               DELIMITED BY SIZE INTO WS-CRN-GEN-NOME
           OPEN EXTEND CRN-FILE
           IF WS-CRN-STATUS = '35'
               OPEN OUTPUT CRN-FILE
               SET WS-CRN-NOVA TO TRUE
           END-IF
           MOVE SPACES                TO CRN-REC
           MOVE WS-HIST-CHAVE-GRAVADA TO CRN-CHAVE
           MOVE ZEROS                 TO CRN-ID
           MOVE 'C'                   TO CRN-TIPO
           MOVE AMR-PRAZO             TO CRN-PERIODO
           MOVE CALC-NUM1             TO CRN-CAB-PRINCIPAL
           MOVE WS-RATE-CODIGO-BUSCA  TO CRN-CAB-TAXA-COD
           MOVE CALC-NUM2             TO CRN-CAB-TAXA
           MOVE AMR-PARCELA           TO CRN-CAB-PARCELA
           MOVE WS-NOME               TO CRN-CAB-OPERADOR
           WRITE CRN-REC
           PERFORM VARYING WS-CRN-IDX FROM 1 BY 1
                   UNTIL WS-CRN-IDX > AMR-PRAZO
               MOVE SPACES                TO CRN-REC
               MOVE WS-HIST-CHAVE-GRAVADA TO CRN-CHAVE
               MOVE ZEROS                 TO CRN-ID
               MOVE 'P'                   TO CRN-TIPO
               MOVE WS-CRN-IDX            TO CRN-PERIODO
               MOVE AMR-SALDO-INI(WS-CRN-IDX) TO CRN-SALDO-INI
               MOVE AMR-JUROS(WS-CRN-IDX)     TO CRN-JUROS
               MOVE AMR-AMORTIZ(WS-CRN-IDX)   TO CRN-AMORTIZ
               MOVE AMR-PRESTACAO(WS-CRN-IDX) TO CRN-PRESTACAO
               MOVE AMR-SALDO-FIM(WS-CRN-IDX) TO CRN-SALDO-FIM
               WRITE CRN-REC
           END-PERFORM
           MOVE SPACES                TO CRN-REC
           MOVE WS-HIST-CHAVE-GRAVADA TO CRN-CHAVE
           MOVE ZEROS                 TO CRN-ID
           MOVE 'T'                   TO CRN-TIPO
           MOVE AMR-PRAZO             TO CRN-PERIODO
           MOVE CALC-NUM1             TO CRN-SALDO-INI
           MOVE AMR-TOTAL-JUROS       TO CRN-JUROS
           MOVE CALC-NUM1             TO CRN-AMORTIZ
           MOVE CALC-RES              TO CRN-PRESTACAO
           MOVE ZERO                  TO CRN-SALDO-FIM
           WRITE CRN-REC
           CLOSE CRN-FILE
           COMPUTE WS-CRN-LINHAS = AMR-PRAZO + 2
           IF WS-CRN-NOVA
               OPEN EXTEND GENCAT-FILE
               IF WS-GENCAT-STATUS = '35'
                   OPEN OUTPUT GENCAT-FILE
               END-IF
               MOVE SPACES                     TO GENCAT-REC
               MOVE WS-CRN-GEN-NOME            TO GENCAT-ARQUIVO
               MOVE WS-HIST-CHAVE-GRAVADA(1:8) TO GENCAT-DATA
               MOVE WS-CRN-LINHAS              TO GENCAT-QTDE
               WRITE GENCAT-REC
               CLOSE GENCAT-FILE
           END-IF
           DISPLAY "CRONOGRAMA GRAVADO EM " WS-CRN-GEN-NOME.

       2910-REJEITA.
           MOVE 'Y' TO WS-CALC-ERROR-SW
           DISPLAY "ERRO: CALCULO REJEITADO PARA OPCAO " OPCAO
           WRITE PRGM-OUT-REC
           CLOSE PRGM-OUT-FILE.

      * A historia do ID vem da rotina RASTREIO, a mesma do RASTRPT;
      * aqui so se mostra na tela, com a paginacao da consulta.
       6000-RASTREIA-TRANSACAO.
           DISPLAY "TRANS-ID (8 DIGITOS):"
           ACCEPT WS-RAS-ENTRADA
           IF WS-RAS-ENTRADA IS NOT NUMERIC
               DISPLAY "TRANS-ID INVALIDO - INFORMAR 8 DIGITOS"
           ELSE
               MOVE WS-RAS-ENTRADA TO RAS-ID
               CALL 'RASTREIO' USING RAS-PARM
               EVALUATE RAS-STATUS
                   WHEN 'I'
                       DISPLAY "TRANS-ID INVALIDO - INFORMAR 8 DIGITOS"
                   WHEN 'N'
                       DISPLAY "TRANS-ID " RAS-ID
                           " NAO ENCONTRADO EM NENHUM ARQUIVO"
                   WHEN OTHER
                       MOVE ZERO TO WS-PAGINA-LINHAS
                       MOVE 'N'  TO WS-RAS-PARA-SW
                       PERFORM VARYING WS-RAS-IDX FROM 1 BY 1
                               UNTIL WS-RAS-IDX > RAS-QTDE
                                   OR WS-RAS-PARA
                           PERFORM 6100-MOSTRA-EVENTO
                       END-PERFORM
                       IF RAS-STATUS = 'C'
                           DISPLAY "AVISO: MAIS DE 200 EVENTOS - "
                               "USAR O RASTRPT PARA O ID"
                       END-IF
                       DISPLAY "EVENTOS: " RAS-QTDE
               END-EVALUATE
           END-IF.

       6100-MOSTRA-EVENTO.
           DISPLAY RAS-EV-QUANDO(WS-RAS-IDX) " "
               RAS-EV-ORIGEM(WS-RAS-IDX)
           DISPLAY "    " RAS-EV-TEXTO(WS-RAS-IDX)
           ADD 1 TO WS-PAGINA-LINHAS
           IF WS-PAGINA-LINHAS >= 15
               MOVE ZERO TO WS-PAGINA-LINHAS
               DISPLAY "CONTINUAR? (N=PARA, OUTRA TECLA=SEGUE)"
               ACCEPT WS-CONS-RESPOSTA
               IF WS-CONS-RESPOSTA = 'N'
                   SET WS-RAS-PARA TO TRUE
               END-IF
           END-IF.

           END PROGRAM MENU.
