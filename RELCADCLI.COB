      *    INICIO/FIM QUE CADA PROGRAMA GRAVOU EM RUNCTLCLI E MONTA
      *    NUMA PAGINA SO O QUADRO DA NOITE DA DATA-MOVIMENTO
      *    CORRENTE -- PASSO FALTANDO, PASSO QUE NAO CONCLUIU,
      *    RETURN-CODE 16, CONFERENCIA COM DIVERGENCIAS (RC 4/8
      *    DO CNFSARCLI) E PASSO EXECUTADO FORA DE SEQUENCIA (POR
      *    EXEMPLO MOVARQCLI POSTANDO ANTES DA ABERTURAARQUIVO
      *    TERMINAR). E A PRIMEIRA PAGINA DO OPERADOR DAS 06:00,
      *    ANTES DO RELOPERCLI.
      *------------ CADEIA ESPERADA, NA ORDEM DA NOITE
      *    OBRIGATORIEDADE: "S" = RODA TODA NOITE, "N" = SO QUANDO
      *    HA ENTRADA (REPROCESSO, EXPURGO) -- AUSENCIA NAO E ERRO.
      *    ALERTA DE RC: "S" = PASSO DE CONFERENCIA CUJO RC 4/8 JA E
      *    UM ACHADO E PRECISA APARECER NO QUADRO (CNFSARCLI).
      *    O FIMDIACLI NAO ENTRA NO QUADRO: ELE RODA DEPOIS DESTE
      *    RELATORIO (AVANCAR A DATA ANTES DO QUADRO DEIXARIA A
      *    NOITE INTEIRA NA DATA ANTERIOR).
       01  WRK-CADEIA-TAB.
           05  FILLER PICTURE X(16) VALUE "SNAPSARCLI    SN".
           05  FILLER PICTURE X(16) VALUE "CLIENTES      SN".
           05  FILLER PICTURE X(16) VALUE "EXTCRMCLI     SN".
           05  FILLER PICTURE X(16) VALUE "RELSARQCLI    SN".
           05  FILLER PICTURE X(16) VALUE "RELTENDCLI    SN".
           05  FILLER PICTURE X(16) VALUE "RELEXCCLI     SN".
           05  FILLER PICTURE X(16) VALUE "MOVARQCLI     SN".
           05  FILLER PICTURE X(16) VALUE "REPROCARQCLI  NN".
           05  FILLER PICTURE X(16) VALUE "PURGAUDCLI    NN".
           05  FILLER PICTURE X(16) VALUE "CNFSARCLI     SS".
       01  WRK-CADEIA REDEFINES WRK-CADEIA-TAB.
           05  WRK-PASSO         OCCURS 10 TIMES.
               10  WRK-PASSO-NOME    PICTURE X(14).
               10  WRK-PASSO-OBRIG   PICTURE X(01).
               10  WRK-PASSO-ALERTA-RC PICTURE X(01).

      *------------ EVENTOS COLETADOS POR PASSO
       01  WRK-EVENTOS-TAB.
           05  WRK-EVT           OCCURS 10 TIMES.
               10  WRK-EVT-TEM-I     PICTURE X(01).
               10  WRK-EVT-TEM-F     PICTURE X(01).
               10  WRK-EVT-HORA-I    PICTURE 9(06).

             PERFORM 0250-ZERAR-EVENTOS
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX GREATER 10.

             OPEN INPUT  RUNCTLCLI.
             OPEN OUTPUT RELCADCLI.
             MOVE "N" TO WRK-ACHOU-PASSO.
             PERFORM 0310-CLASSIFICAR-EVENTO
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX GREATER 10
                   OR WRK-ACHOU-PASSO EQUAL "S".

             IF WRK-ACHOU-PASSO EQUAL "N"
           MOVE ZEROS TO WRK-HORA-FIM-ANTERIOR.
           PERFORM 0410-AVALIAR-PASSO
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER 10.

           PERFORM 0430-LISTAR-AVULSOS.
           PERFORM 0440-GRAVAR-VEREDITO.
              WHEN WRK-EVT-RETCODE(WRK-IDX) EQUAL 16
                 MOVE "*** RC 16 ***"           TO WRK-SITUACAO
                 MOVE "S" TO WRK-TEM-PROBLEMA
              WHEN WRK-PASSO-ALERTA-RC(WRK-IDX) EQUAL "S" AND
                   WRK-EVT-RETCODE(WRK-IDX) NOT LESS 4
                 MOVE "*** DIVERGENCIAS ***"    TO WRK-SITUACAO
                 MOVE "S" TO WRK-TEM-PROBLEMA
              WHEN OTHER
                 MOVE "OK"                      TO WRK-SITUACAO
           END-EVALUATE.
