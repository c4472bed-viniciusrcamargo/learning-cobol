           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    O DE-PARA DE FECHAMENTO DE AGENCIAS VEM DO CADASTRO DE
      *    PEDIDOS PENDENTES (PNDARQCLI, TIPO M): CADA PEDIDO TRAZ A
      *    AGENCIA FECHADA E A ABSORVEDORA, REGISTRADO POR UM
      *    OPERADOR E APROVADO POR OUTRO NA TELA APRPNDCLI; SO OS
      *    APROVADOS SAO EXECUTADOS, E O RESULTADO VOLTA AO PEDIDO.
      *    TODAS AS CONTAS DA FECHADA EM SARQCLI SAO RECHAVEADAS
      *    PARA A ABSORVEDORA, MANTENDO O NUMERO DA CONTA; COLISAO
      *    DE NUMERO NO DESTINO DEIXA A CONTA ONDE ESTA E VAI PARA
      *    EXCARQCLI (MIG-COLLISION), DE ONDE O RELEXCCLI A MOSTRA.
           SELECT PNDARQCLI ASSIGN TO ".\PNDARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS FS-PNDARQCLI.
           SELECT AGEARQCLI ASSIGN TO ".\AGEARQCLI.TXT"
               FILE STATUS IS FS-AGEARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               FILE STATUS IS FS-AUDARQCLI.
           SELECT RELMIGCLI ASSIGN TO ".\RELMIGCLI.TXT"
               FILE STATUS IS FS-RELMIGCLI.
      *    CADASTROS CHAVEADOS PELA CONTA, QUE ACOMPANHAM A CONTA
      *    MIGRADA (0500): BLOQUEIOS JUDICIAIS, LIMITES, COTITULARES
      *    E CHEQUES SAO RECHAVEADOS NO PROPRIO ARQUIVO INDEXADO (OS
      *    PEDIDOS DE STATUS AINDA ABERTOS, NO PNDARQCLI). AS ORDENS
      *    PERMANENTES, AS ADESOES AO EXTRATO CNAB E A CONTAGEM DE
      *    USO DO LIMITE SAO SEQUENCIAIS EM ORDEM DE CONTA: SAO
      *    COPIADAS JA COM A CHAVE NOVA PARA AGDMIGCLI, ADEMIGCLI E
      *    USOMIGCLI, QUE O JOB (MIGAGE) ORDENA E POE NO LUGAR DOS
      *    ARQUIVOS VIVOS.
           SELECT BLJARQCLI ASSIGN TO ".\BLJARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               ALTERNATE RECORD KEY IS BLJ-ORDEM
                   WITH DUPLICATES
               FILE STATUS IS FS-BLJARQCLI.
           SELECT LIMARQCLI ASSIGN TO ".\LIMARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS FS-LIMARQCLI.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.
           SELECT CHQARQCLI ASSIGN TO ".\CHQARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS FS-CHQARQCLI.
           SELECT AGDARQCLI ASSIGN TO ".\AGDARQCLI.TXT"
               FILE STATUS IS FS-AGDARQCLI.
           SELECT AGDMIGCLI ASSIGN TO ".\AGDMIGCLI.TXT"
               FILE STATUS IS FS-AGDMIGCLI.
           SELECT ADEARQCLI ASSIGN TO ".\ADEARQCLI.TXT"
               FILE STATUS IS FS-ADEARQCLI.
           SELECT ADEMIGCLI ASSIGN TO ".\ADEMIGCLI.TXT"
               FILE STATUS IS FS-ADEMIGCLI.
           SELECT USOLIMCLI ASSIGN TO ".\USOLIMCLI.TXT"
               FILE STATUS IS FS-USOLIMCLI.
           SELECT USOMIGCLI ASSIGN TO ".\USOMIGCLI.TXT"
               FILE STATUS IS FS-USOMIGCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
               FILE STATUS IS FS-RUNCTLCLI.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PNDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKPND".

      *    LAYOUT = 160 POSICOES

       FD  AGEARQCLI
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  RELMIGCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE MIGRACAO POR AGENCIA)
       01  REG-RELMIGCLI         PICTURE X(80).

       FD  BLJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKBLJ".

      *    LAYOUT = 160 POSICOES

       FD  LIMARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLIM".

      *    LAYOUT = 30 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  CHQARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCHQ".

      *    LAYOUT = 60 POSICOES

       FD  AGDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKAGD".

      *    LAYOUT = 62 POSICOES

       FD  AGDMIGCLI
           RECORDING MODE IS F.
      *    LAYOUT = 62 POSICOES (MESMO LAYOUT DO AGDARQCLI)
       01  REG-AGDMIGCLI         PICTURE X(62).

       FD  ADEARQCLI
           RECORDING MODE IS F.
           COPY "BOOKADE".

      *    LAYOUT = 50 POSICOES

       FD  ADEMIGCLI
           RECORDING MODE IS F.
      *    LAYOUT = 50 POSICOES (MESMO LAYOUT DO ADEARQCLI)
       01  REG-ADEMIGCLI         PICTURE X(50).

       FD  USOLIMCLI
           RECORDING MODE IS F.
      *    LAYOUT = 32 POSICOES (CONTAGEM DE DIAS NEGATIVA DO
      *    RELLIMCLI: AGENCIA, CONTA, DIAS, DATA EM QUE FICOU
      *    NEGATIVA E DATA DA ULTIMA CONTAGEM)
       01  REG-USOLIMCLI.
           05  USO-CHAVE.
               10  USO-AGENCIA   PICTURE 9(04).
               10  USO-CONTA     PICTURE 9(07).
           05  USO-DIAS          PICTURE 9(05).
           05  USO-DATA-INICIO   PICTURE 9(08).
           05  USO-DATA-ULTIMA   PICTURE 9(08).

       FD  USOMIGCLI
           RECORDING MODE IS F.
      *    LAYOUT = 32 POSICOES (MESMO LAYOUT DO USOLIMCLI)
       01  REG-USOMIGCLI         PICTURE X(32).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-PNDARQCLI          PICTURE 9(02).
       01  FS-AGEARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-EXCARQCLI          PICTURE 9(02).
       01  FS-RELMIGCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).
       01  FS-BLJARQCLI          PICTURE 9(02).
       01  FS-LIMARQCLI          PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-CHQARQCLI          PICTURE 9(02).
       01  FS-AGDARQCLI          PICTURE 9(02).
       01  FS-AGDMIGCLI          PICTURE 9(02).
       01  FS-ADEARQCLI          PICTURE 9(02).
       01  FS-ADEMIGCLI          PICTURE 9(02).
       01  FS-USOLIMCLI          PICTURE 9(02).
       01  FS-USOMIGCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-FIM-AGENCIA       PICTURE X(01).
           88  WRK-AGENCIA-ESGOTADA      VALUE "S".

      *------------ CONTROLE DA LEITURA DOS PEDIDOS
       01  WRK-FIM-PEDIDOS       PICTURE X(01) VALUE "N".
           88  WRK-PEDIDOS-ESGOTADOS     VALUE "S".
       01  WRK-RESULTADO         PICTURE X(15).

      *------------ CHAVES DA MIGRACAO CORRENTE
       01  WRK-AGENCIA-FECHADA   PICTURE 9(04).
       01  WRK-AGENCIA-DESTINO   PICTURE 9(04).
       01  WRK-AGE-COLISOES      PICTURE 9(09) USAGE COMP.
       01  WRK-AGE-SOMA-SALDO    PICTURE S9(11)V99 USAGE COMP.

      *------------ RECHAVEAMENTO DOS CADASTROS DA CONTA
      *    DESTINO DE CADA AGENCIA COM MIGRACAO EFETIVADA, NESTA OU
      *    EM EXECUCOES ANTERIORES (PEDIDOS "E" DO PNDARQCLI): A
      *    VARREDURA (0500) E REFEITA A CADA EXECUCAO, ENTAO O QUE
      *    UMA QUEDA DEIXOU NA CHAVE ANTIGA E MOVIDO NA SEGUINTE.
       01  WRK-DESTINO-TABELA.
           05  WRK-AGE-DESTINO   PICTURE 9(04) OCCURS 9999 TIMES.
       01  WRK-AGE-VARRIDA       PICTURE 9(05) USAGE COMP.
       01  WRK-VER-CHAVE.
           05  WRK-VER-AGENCIA   PICTURE 9(04).
           05  WRK-VER-CONTA     PICTURE 9(07).
       01  WRK-VER-DESTINO       PICTURE 9(04).
       01  WRK-VER-RESULTADO     PICTURE X(01).
           88  WRK-CONTA-MIGRADA         VALUE "S".
       01  WRK-FIM-DEPENDENTE    PICTURE X(01).
           88  WRK-DEPENDENTES-ESGOTADOS VALUE "S".
       01  WRK-POS-BLJ           PICTURE X(31).
       01  WRK-POS-LIM           PICTURE X(11).
       01  WRK-POS-COT           PICTURE X(12).
       01  WRK-POS-CHQ           PICTURE X(17).
       01  WRK-ULTIMA-AUDITADA   PICTURE X(11).
       01  WRK-AUD-ARQUIVO       PICTURE X(03).
       01  WRK-FS-DEPENDENTE     PICTURE 9(02).
       01  WRK-BLJ-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-BLJ-DISPONIVEL        VALUE "S".
       01  WRK-LIM-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-LIM-DISPONIVEL        VALUE "S".
       01  WRK-COT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-COT-DISPONIVEL        VALUE "S".
       01  WRK-CHQ-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-CHQ-DISPONIVEL        VALUE "S".
       01  WRK-QTD-BLJ           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-LIM           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-COT           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-CHQ           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-PND           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-AGD           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-ADE           PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-USO           PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ ACUMULADORES GERAIS
       01  WRK-CONTADOR-PARES    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOTAL-MIGRADAS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOTAL-COLISOES    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-AGUARD   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-ESPERA   PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL WRK-PEDIDOS-ESGOTADOS.
           PERFORM 0500-RECHAVEAR-DEPENDENTES.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-PARES TO WRK-RUN-REGISTROS.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             OPEN I-O   PNDARQCLI.
             OPEN I-O   SARQCLI.
             OPEN OUTPUT RELMIGCLI.

             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             IF FS-PNDARQCLI NOT EQUAL ZEROS OR
                FS-SARQCLI NOT EQUAL ZEROS OR
                FS-EXCARQCLI NOT EQUAL ZEROS OR
                FS-AUDARQCLI NOT EQUAL ZEROS OR
             END-IF.

             PERFORM 0228-CARREGAR-AGENCIAS.
             PERFORM 0230-ABRIR-DEPENDENTES.
             MOVE ZEROS TO WRK-DESTINO-TABELA.

             PERFORM 0240-GRAVAR-CABECALHO.

      *    O PEDIDO DE NUMERO ZERO E O CONTROLE DA NUMERACAO E NAO
      *    E LIDO.
             MOVE 1 TO PND-NUMERO.
             START PNDARQCLI KEY IS NOT LESS PND-NUMERO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
             END-START.

             IF NOT WRK-PEDIDOS-ESGOTADOS
                PERFORM 0210-LEITURA
             END-IF.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
       0209-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ PNDARQCLI NEXT RECORD
               AT END
                  MOVE "S" TO WRK-FIM-PEDIDOS
            END-READ.
       0210-FIM. EXIT.

      *----------------------- CARREGAR CADASTRO DE AGENCIAS
             END-IF.
       0229-FIM. EXIT.

      *----------------------- ABRIR OS CADASTROS INDEXADOS DA CONTA
      *    CADASTRO QUE AINDA NAO EXISTE (FS 35) NAO TEM O QUE
      *    RECHAVEAR; QUALQUER OUTRA FALHA ABORTA ANTES DE MIGRAR,
      *    PARA NENHUMA CONTA MUDAR DE AGENCIA SEM OS SEUS CADASTROS.
       0230-ABRIR-DEPENDENTES SECTION.
             OPEN I-O BLJARQCLI.
             EVALUATE FS-BLJARQCLI
                WHEN ZEROS
                   MOVE "S" TO WRK-BLJ-ABERTO
                WHEN 35
                   DISPLAY "BLJARQCLI NAO EXISTE - NADA A RECHAVEAR"
                WHEN OTHER
                   DISPLAY "BLJARQCLI NAO ABERTO (" FS-BLJARQCLI ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.

             OPEN I-O LIMARQCLI.
             EVALUATE FS-LIMARQCLI
                WHEN ZEROS
                   MOVE "S" TO WRK-LIM-ABERTO
                WHEN 35
                   DISPLAY "LIMARQCLI NAO EXISTE - NADA A RECHAVEAR"
                WHEN OTHER
                   DISPLAY "LIMARQCLI NAO ABERTO (" FS-LIMARQCLI ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.

             OPEN I-O COTARQCLI.
             EVALUATE FS-COTARQCLI
                WHEN ZEROS
                   MOVE "S" TO WRK-COT-ABERTO
                WHEN 35
                   DISPLAY "COTARQCLI NAO EXISTE - NADA A RECHAVEAR"
                WHEN OTHER
                   DISPLAY "COTARQCLI NAO ABERTO (" FS-COTARQCLI ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.

             OPEN I-O CHQARQCLI.
             EVALUATE FS-CHQARQCLI
                WHEN ZEROS
                   MOVE "S" TO WRK-CHQ-ABERTO
                WHEN 35
                   DISPLAY "CHQARQCLI NAO EXISTE - NADA A RECHAVEAR"
                WHEN OTHER
                   DISPLAY "CHQARQCLI NAO ABERTO (" FS-CHQARQCLI ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.
       0230-FIM. EXIT.

      *----------------------- GRAVAR CABECALHO DO RELATORIO
       0240-GRAVAR-CABECALHO SECTION.
             MOVE SPACES TO REG-RELMIGCLI.
             WRITE REG-RELMIGCLI.
       0240-FIM. EXIT.

      *----------------------- PROCESSAR UM PEDIDO DE DE-PARA
      *    SO PEDIDOS DE MIGRACAO APROVADOS SAO EXECUTADOS; OS AINDA
      *    PENDENTES SO SAO CONTADOS. A APROVACAO PELO PROPRIO
      *    SOLICITANTE E CONFERIDA DE NOVO AQUI, ALEM DA TELA.
      *    A AGENCIA DE ORIGEM PRECISA ESTAR FECHADA ("F") E A
      *    ABSORVEDORA ATIVA ("A") NO CADASTRO: UM DE-PARA ERRADO
      *    NAO PODE ESVAZIAR UMA AGENCIA VIVA. O FLUXO NORMAL E
      *    APROVAR O PEDIDO ANTES DO FECHAMENTO NO CADASTRO: ORIGEM
      *    AINDA ATIVA DEIXA O PEDIDO APROVADO, AGUARDANDO A NOITE EM
      *    QUE A AGENCIA ESTIVER FECHADA. SO ORIGEM DESCONHECIDA,
      *    ORIGEM IGUAL AO DESTINO OU DESTINO DESCONHECIDO/FECHADO
      *    FAZEM O PEDIDO FALHAR.
       0300-PROCESSAR        SECTION.
             IF NOT PND-TIPO-MIGRACAO
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

      *    MIGRACAO JA EFETIVADA: SO ENTRA NA TABELA DE DESTINOS DA
      *    VARREDURA DOS CADASTROS DA CONTA (0500).
             IF PND-EFETIVADO
                IF PND-AGENCIA GREATER ZEROS AND
                   PND-AGENCIA-DESTINO GREATER ZEROS
                   MOVE PND-AGENCIA-DESTINO
                     TO WRK-AGE-DESTINO(PND-AGENCIA)
                END-IF
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             IF PND-PENDENTE
                ADD 1 TO WRK-CONTADOR-AGUARD
             END-IF.

             IF NOT PND-APROVADO
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-PARES.
             MOVE PND-AGENCIA         TO WRK-AGENCIA-FECHADA.
             MOVE PND-AGENCIA-DESTINO TO WRK-AGENCIA-DESTINO.

             EVALUATE TRUE
                WHEN PND-OPER-APROV EQUAL SPACES OR
                     PND-OPER-APROV EQUAL PND-OPER-SOLIC
                   PERFORM 0315-REPORTAR-SEM-APROVACAO
                WHEN WRK-AGENCIA-FECHADA EQUAL ZEROS OR
                     WRK-AGE-STATUS(WRK-AGENCIA-FECHADA)
                        EQUAL SPACES
                   PERFORM 0310-REPORTAR-PAR-INVALIDO
                WHEN WRK-AGENCIA-FECHADA EQUAL WRK-AGENCIA-DESTINO
                   PERFORM 0310-REPORTAR-PAR-INVALIDO
                WHEN WRK-AGENCIA-DESTINO EQUAL ZEROS OR
                     WRK-AGE-STATUS(WRK-AGENCIA-DESTINO)
                        NOT EQUAL "A"
                   PERFORM 0310-REPORTAR-PAR-INVALIDO
                WHEN WRK-AGE-STATUS(WRK-AGENCIA-FECHADA)
                        NOT EQUAL "F"
                   PERFORM 0312-REPORTAR-AGUARDANDO
                WHEN OTHER
                   PERFORM 0320-MIGRAR-AGENCIA
             END-EVALUATE.

             IF WRK-RESULTADO NOT EQUAL "WAIT-CLOSE"
                PERFORM 0370-MARCAR-PEDIDO
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0310-REPORTAR-PAR-INVALIDO SECTION.
             MOVE "INVALID-PAIR" TO WRK-RESULTADO.
             DISPLAY "DE-PARA INVALIDO " WRK-AGENCIA-FECHADA
                     " -> " WRK-AGENCIA-DESTINO.
             MOVE SPACES TO REG-RELMIGCLI.
             END-IF.
       0310-FIM. EXIT.

       0315-REPORTAR-SEM-APROVACAO SECTION.
             MOVE "SAME-OPERATOR" TO WRK-RESULTADO.
             DISPLAY "PEDIDO " PND-NUMERO
                     " SEM APROVACAO DE OUTRO OPERADOR".
             MOVE SPACES TO REG-RELMIGCLI.
             STRING "AGENCIA " DELIMITED BY SIZE
                    WRK-AGENCIA-FECHADA DELIMITED BY SIZE
                    " -> "     DELIMITED BY SIZE
                    WRK-AGENCIA-DESTINO DELIMITED BY SIZE
                    "  *** SEM APROVACAO DE OUTRO OPERADOR ***"
                               DELIMITED BY SIZE
               INTO REG-RELMIGCLI.
             WRITE REG-RELMIGCLI.
      *    NAO REBAIXA UM 16 (ERRO DE GRAVACAO) JA POSTO.
             IF RETURN-CODE LESS 8
                MOVE 8 TO RETURN-CODE
             END-IF.
       0315-FIM. EXIT.

      *----------------------- PEDIDO APROVADO ANTES DO FECHAMENTO
      *    O PEDIDO NAO E MARCADO: CONTINUA APROVADO ("A") E E
      *    EXECUTADO NA PRIMEIRA NOITE EM QUE A ORIGEM ESTIVER
      *    FECHADA NO CADASTRO. E SO INFORMATIVO, NAO MUDA O RC.
       0312-REPORTAR-AGUARDANDO SECTION.
             MOVE "WAIT-CLOSE" TO WRK-RESULTADO.
             ADD 1 TO WRK-CONTADOR-ESPERA.
             MOVE SPACES TO REG-RELMIGCLI.
             STRING "AGENCIA " DELIMITED BY SIZE
                    WRK-AGENCIA-FECHADA DELIMITED BY SIZE
                    " -> "     DELIMITED BY SIZE
                    WRK-AGENCIA-DESTINO DELIMITED BY SIZE
                    "  AGUARDANDO FECHAMENTO DA ORIGEM"
                               DELIMITED BY SIZE
               INTO REG-RELMIGCLI.
             WRITE REG-RELMIGCLI.
       0312-FIM. EXIT.

      *----------------------- MIGRAR AS CONTAS DE UMA AGENCIA
       0320-MIGRAR-AGENCIA   SECTION.
             MOVE ZEROS TO WRK-QTD-CONTAS.

             ADD WRK-AGE-MIGRADAS TO WRK-TOTAL-MIGRADAS.
             ADD WRK-AGE-COLISOES TO WRK-TOTAL-COLISOES.
             MOVE WRK-AGENCIA-DESTINO
               TO WRK-AGE-DESTINO(WRK-AGENCIA-FECHADA).

             IF WRK-AGE-COLISOES GREATER ZEROS
                MOVE "MIG-COLLISION" TO WRK-RESULTADO
             ELSE
                MOVE "MIG-TO-"           TO WRK-RESULTADO
                MOVE WRK-AGENCIA-DESTINO TO WRK-RESULTADO(8:4)
             END-IF.
       0320-FIM. EXIT.

      *----------------------- COLETAR AS CONTAS DA AGENCIA FECHADA
             MOVE WRK-AGENCIA-DESTINO TO AUD-MOTIVO(8:4).
             MOVE WRK-DATA-EXECUCAO   TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO   TO AUD-HORA.
             MOVE PND-OPER-SOLIC      TO AUD-OPER-SOLIC.
             MOVE PND-OPER-APROV      TO AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
             WRITE REG-RELMIGCLI.
       0360-FIM. EXIT.

      *----------------------- MARCAR O RESULTADO NO PEDIDO
      *    PAR INVALIDO OU SEM APROVACAO VALIDA VIRA FALHA; A
      *    MIGRACAO EXECUTADA VIRA EFETIVADA, MESMO COM COLISOES
      *    (MIG-COLLISION): AS CONTAS QUE FICARAM NA AGENCIA
      *    FECHADA EXIGEM DECISAO DE NEGOCIO E UM NOVO PEDIDO.
       0370-MARCAR-PEDIDO    SECTION.
             IF WRK-RESULTADO EQUAL "INVALID-PAIR" OR
                WRK-RESULTADO EQUAL "SAME-OPERATOR"
                MOVE "F" TO PND-SITUACAO
             ELSE
                MOVE "E" TO PND-SITUACAO
             END-IF.
             MOVE WRK-RESULTADO     TO PND-RESULTADO.
             MOVE WRK-DATA-EXECUCAO TO PND-DATA-EFETIV.

             REWRITE REG-PNDARQCLI.
             IF FS-PNDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO MARCAR PEDIDO " PND-NUMERO
                MOVE 16 TO RETURN-CODE
             END-IF.
       0370-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           MOVE WRK-TOTAL-MIGRADAS TO WRK-QTD-ED.
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-CONTADOR-AGUARD TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "AGUARDANDO APROVACAO: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-CONTADOR-ESPERA TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "AGUARDANDO FECHAMENT: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE SPACES TO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.
           MOVE "CADASTROS DA CONTA RECHAVEADOS (REGISTROS)"
             TO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-BLJ TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  BLOQUEIOS JUDICIAIS: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-LIM TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  LIMITES............: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-COT TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  COTITULARES........: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-CHQ TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  CHEQUES............: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-PND TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  PEDIDOS DE STATUS..: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-AGD TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  ORDENS PERMANENTES.: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-ADE TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  ADESOES CNAB.......: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           MOVE WRK-QTD-USO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELMIGCLI.
           STRING "  USO DO LIMITE......: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELMIGCLI.
           WRITE REG-RELMIGCLI.

           CLOSE PNDARQCLI
                 SARQCLI
                 EXCARQCLI
                 AUDARQCLI
                 RELMIGCLI.
           IF WRK-BLJ-DISPONIVEL
              CLOSE BLJARQCLI
           END-IF.
           IF WRK-LIM-DISPONIVEL
              CLOSE LIMARQCLI
           END-IF.
           IF WRK-COT-DISPONIVEL
              CLOSE COTARQCLI
           END-IF.
           IF WRK-CHQ-DISPONIVEL
              CLOSE CHQARQCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "PARES APROVADOS.: " WRK-CONTADOR-PARES.
           DISPLAY "CONTAS MIGRADAS.: " WRK-TOTAL-MIGRADAS.
           DISPLAY "COLISOES........: " WRK-TOTAL-COLISOES.
           DISPLAY "AGUARD. APROVAC.: " WRK-CONTADOR-AGUARD.
           DISPLAY "AGUARD. FECHAM..: " WRK-CONTADOR-ESPERA.
           DISPLAY "RECHAV. BLQ JUD.: " WRK-QTD-BLJ.
           DISPLAY "RECHAV. LIMITES.: " WRK-QTD-LIM.
           DISPLAY "RECHAV. COTITUL.: " WRK-QTD-COT.
           DISPLAY "RECHAV. CHEQUES.: " WRK-QTD-CHQ.
           DISPLAY "RECHAV. PEDIDOS.: " WRK-QTD-PND.
           DISPLAY "RECHAV. ORDENS..: " WRK-QTD-AGD.
           DISPLAY "RECHAV. ADESOES.: " WRK-QTD-ADE.
           DISPLAY "RECHAV. USO LIM.: " WRK-QTD-USO.
       0400-FIM. EXIT.

      *----------------------- RECHAVEAR OS CADASTROS DA CONTA
      *    DEPOIS DOS PEDIDOS, TODA AGENCIA COM MIGRACAO EFETIVADA E
      *    VARRIDA NOS CADASTROS INDEXADOS, E OS PEDIDOS DE STATUS E
      *    OS CADASTROS SEQUENCIAIS SAO PASSADOS INTEIROS: O QUE
      *    AINDA ESTA NA CHAVE ANTIGA DE UMA CONTA MIGRADA VAI PARA A
      *    CHAVE NOVA. SEM ISSO O BLOQUEIO JUDICIAL, O LIMITE, OS
      *    COTITULARES, OS CHEQUES, AS ORDENS E A ADESAO FICARIAM
      *    PRESOS A UMA CONTA QUE NAO EXISTE MAIS.
       0500-RECHAVEAR-DEPENDENTES SECTION.
             PERFORM 0510-VARRER-AGENCIA
                VARYING WRK-AGE-VARRIDA FROM 1 BY 1
                UNTIL WRK-AGE-VARRIDA GREATER 9999.

             PERFORM 0560-RECHAVEAR-PEDIDOS.
             PERFORM 0570-COPIAR-ORDENS.
             PERFORM 0580-COPIAR-ADESOES.
             PERFORM 0590-COPIAR-USO-LIMITE.
       0500-FIM. EXIT.

      *----------------------- CONFERIR SE A CONTA FOI MIGRADA
      *    A CONTA DE UMA AGENCIA MIGRADA SO ACOMPANHA A MIGRACAO SE
      *    NAO ESTA MAIS NA CHAVE ANTIGA DO SARQCLI (A COLISAO A
      *    DEIXA LA) E JA ESTA NA CHAVE NOVA.
       0505-VERIFICAR-CONTA  SECTION.
             MOVE "N" TO WRK-VER-RESULTADO.
             IF WRK-VER-AGENCIA EQUAL ZEROS
                GO TO 0505-FIM
             END-IF.
             IF WRK-AGE-DESTINO(WRK-VER-AGENCIA) EQUAL ZEROS
                GO TO 0505-FIM
             END-IF.

             MOVE WRK-VER-AGENCIA TO SARQCLI-AGENCIA.
             MOVE WRK-VER-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                NOT INVALID KEY
                   GO TO 0505-FIM
             END-READ.

             MOVE WRK-AGE-DESTINO(WRK-VER-AGENCIA) TO WRK-VER-DESTINO.
             MOVE WRK-VER-DESTINO TO SARQCLI-AGENCIA.
             MOVE WRK-VER-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                NOT INVALID KEY
                   MOVE "S" TO WRK-VER-RESULTADO
             END-READ.
       0505-FIM. EXIT.

      *----------------------- REPORTAR REGISTRO NAO RECHAVEADO
      *    FS 22 = A CHAVE NOVA JA EXISTE NO CADASTRO (RESTO DE UMA
      *    CONTA ANTIGA DO DESTINO): DECISAO DE NEGOCIO, COMO A
      *    COLISAO DA CONTA. O REGISTRO FICA NA CHAVE ANTIGA.
       0506-REPORTAR-FALHA   SECTION.
             DISPLAY "ERRO AO RECHAVEAR " WRK-AUD-ARQUIVO " "
                     WRK-VER-AGENCIA WRK-VER-CONTA " -> "
                     WRK-VER-DESTINO " (FS " WRK-FS-DEPENDENTE ")".
             MOVE SPACES TO REG-RELMIGCLI.
             STRING "  CONTA "          DELIMITED BY SIZE
                    WRK-VER-AGENCIA     DELIMITED BY SIZE
                    WRK-VER-CONTA       DELIMITED BY SIZE
                    " *** "             DELIMITED BY SIZE
                    WRK-AUD-ARQUIVO     DELIMITED BY SIZE
                    " NAO RECHAVEADO (FS " DELIMITED BY SIZE
                    WRK-FS-DEPENDENTE   DELIMITED BY SIZE
                    ") ***"             DELIMITED BY SIZE
               INTO REG-RELMIGCLI.
             WRITE REG-RELMIGCLI.
             IF WRK-FS-DEPENDENTE EQUAL 22
                IF RETURN-CODE LESS 8
                   MOVE 8 TO RETURN-CODE
                END-IF
             ELSE
                MOVE 16 TO RETURN-CODE
             END-IF.
       0506-FIM. EXIT.

      *----------------------- AUDITAR O CADASTRO RECHAVEADO
      *    UMA ENTRADA POR CONTA E CADASTRO, NA CHAVE ANTIGA, COM O
      *    CADASTRO E O DESTINO NO MOTIVO (MIG-BLJ-TO-9999). OS
      *    OPERADORES FICAM EM BRANCO: O RECHAVEAMENTO E DO LOTE.
       0508-AUDITAR-DEPENDENTE SECTION.
             IF WRK-VER-CHAVE EQUAL WRK-ULTIMA-AUDITADA
                GO TO 0508-FIM
             END-IF.
             MOVE WRK-VER-CHAVE TO WRK-ULTIMA-AUDITADA.

             MOVE SPACES            TO REG-AUDARQCLI.
             MOVE WRK-VER-AGENCIA   TO AUD-AGENCIA.
             MOVE WRK-VER-CONTA     TO AUD-CONTA.
             MOVE "A"               TO AUD-FLAG.
             STRING "MIG-"          DELIMITED BY SIZE
                    WRK-AUD-ARQUIVO DELIMITED BY SIZE
                    "-TO-"          DELIMITED BY SIZE
                    WRK-VER-DESTINO DELIMITED BY SIZE
               INTO AUD-MOTIVO.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AUDITORIA "
                        WRK-VER-AGENCIA WRK-VER-CONTA
             END-IF.
       0508-FIM. EXIT.

      *----------------------- VARRER UMA AGENCIA MIGRADA
       0510-VARRER-AGENCIA   SECTION.
             IF WRK-AGE-DESTINO(WRK-AGE-VARRIDA) EQUAL ZEROS
                GO TO 0510-FIM
             END-IF.

             PERFORM 0520-VARRER-BLOQUEIOS.
             PERFORM 0530-VARRER-LIMITES.
             PERFORM 0540-VARRER-COTITULARES.
             PERFORM 0550-VARRER-CHEQUES.
       0510-FIM. EXIT.

      *----------------------- BLOQUEIOS JUDICIAIS DA AGENCIA
      *    O REGISTRO E GRAVADO NA CHAVE NOVA ANTES DE APAGAR A
      *    ANTIGA, COMO NA CONTA (0340). DEPOIS DE CADA REGISTRO A
      *    LEITURA E REPOSICIONADA LOGO APOS A CHAVE TRATADA: O WRITE
      *    E O DELETE NAO DEIXAM O CURSOR EM LUGAR CONFIAVEL.
       0520-VARRER-BLOQUEIOS SECTION.
             IF NOT WRK-BLJ-DISPONIVEL
                GO TO 0520-FIM
             END-IF.

             MOVE "BLJ"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.
             MOVE "N"    TO WRK-FIM-DEPENDENTE.
             MOVE WRK-AGE-VARRIDA TO BLJ-AGENCIA.
             MOVE ZEROS           TO BLJ-CONTA.
             MOVE LOW-VALUES      TO BLJ-ORDEM.
             START BLJARQCLI KEY IS NOT LESS BLJ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.

             PERFORM 0521-MOVER-BLOQUEIO
                UNTIL WRK-DEPENDENTES-ESGOTADOS.
       0520-FIM. EXIT.

       0521-MOVER-BLOQUEIO   SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTE
                   GO TO 0521-FIM
             END-READ.
             IF BLJ-AGENCIA NOT EQUAL WRK-AGE-VARRIDA
                MOVE "S" TO WRK-FIM-DEPENDENTE
                GO TO 0521-FIM
             END-IF.

             MOVE BLJ-CHAVE   TO WRK-POS-BLJ.
             MOVE BLJ-AGENCIA TO WRK-VER-AGENCIA.
             MOVE BLJ-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.

             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO BLJ-AGENCIA
                WRITE REG-BLJARQCLI
                MOVE FS-BLJARQCLI TO WRK-FS-DEPENDENTE
                IF FS-BLJARQCLI EQUAL ZEROS OR
                   FS-BLJARQCLI EQUAL 02
                   MOVE WRK-POS-BLJ TO BLJ-CHAVE
                   DELETE BLJARQCLI
                      INVALID KEY
                         MOVE FS-BLJARQCLI TO WRK-FS-DEPENDENTE
                         PERFORM 0506-REPORTAR-FALHA
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-BLJ
                         PERFORM 0508-AUDITAR-DEPENDENTE
                   END-DELETE
                ELSE
                   PERFORM 0506-REPORTAR-FALHA
                END-IF
             END-IF.

             MOVE WRK-POS-BLJ TO BLJ-CHAVE.
             START BLJARQCLI KEY IS GREATER BLJ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.
       0521-FIM. EXIT.

      *----------------------- LIMITES DA AGENCIA
       0530-VARRER-LIMITES   SECTION.
             IF NOT WRK-LIM-DISPONIVEL
                GO TO 0530-FIM
             END-IF.

             MOVE "LIM"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.
             MOVE "N"    TO WRK-FIM-DEPENDENTE.
             MOVE WRK-AGE-VARRIDA TO LIM-AGENCIA.
             MOVE ZEROS           TO LIM-CONTA.
             START LIMARQCLI KEY IS NOT LESS LIM-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.

             PERFORM 0531-MOVER-LIMITE
                UNTIL WRK-DEPENDENTES-ESGOTADOS.
       0530-FIM. EXIT.

       0531-MOVER-LIMITE     SECTION.
             READ LIMARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTE
                   GO TO 0531-FIM
             END-READ.
             IF LIM-AGENCIA NOT EQUAL WRK-AGE-VARRIDA
                MOVE "S" TO WRK-FIM-DEPENDENTE
                GO TO 0531-FIM
             END-IF.

             MOVE LIM-CHAVE   TO WRK-POS-LIM.
             MOVE LIM-AGENCIA TO WRK-VER-AGENCIA.
             MOVE LIM-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.

             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO LIM-AGENCIA
                WRITE REG-LIMARQCLI
                MOVE FS-LIMARQCLI TO WRK-FS-DEPENDENTE
                IF FS-LIMARQCLI EQUAL ZEROS
                   MOVE WRK-POS-LIM TO LIM-CHAVE
                   DELETE LIMARQCLI
                      INVALID KEY
                         MOVE FS-LIMARQCLI TO WRK-FS-DEPENDENTE
                         PERFORM 0506-REPORTAR-FALHA
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-LIM
                         PERFORM 0508-AUDITAR-DEPENDENTE
                   END-DELETE
                ELSE
                   PERFORM 0506-REPORTAR-FALHA
                END-IF
             END-IF.

             MOVE WRK-POS-LIM TO LIM-CHAVE.
             START LIMARQCLI KEY IS GREATER LIM-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.
       0531-FIM. EXIT.

      *----------------------- COTITULARES DA AGENCIA
       0540-VARRER-COTITULARES SECTION.
             IF NOT WRK-COT-DISPONIVEL
                GO TO 0540-FIM
             END-IF.

             MOVE "COT"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.
             MOVE "N"    TO WRK-FIM-DEPENDENTE.
             MOVE WRK-AGE-VARRIDA TO COT-AGENCIA.
             MOVE ZEROS           TO COT-CONTA.
             MOVE ZEROS           TO COT-SEQUENCIA.
             START COTARQCLI KEY IS NOT LESS COT-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.

             PERFORM 0541-MOVER-COTITULAR
                UNTIL WRK-DEPENDENTES-ESGOTADOS.
       0540-FIM. EXIT.

       0541-MOVER-COTITULAR  SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTE
                   GO TO 0541-FIM
             END-READ.
             IF COT-AGENCIA NOT EQUAL WRK-AGE-VARRIDA
                MOVE "S" TO WRK-FIM-DEPENDENTE
                GO TO 0541-FIM
             END-IF.

             MOVE COT-CHAVE   TO WRK-POS-COT.
             MOVE COT-AGENCIA TO WRK-VER-AGENCIA.
             MOVE COT-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.

      *    FS 02 = CPF/CNPJ DUPLICADO NA CHAVE ALTERNATIVA, O CASO
      *    NORMAL (O MESMO COTITULAR EM MAIS DE UMA CONTA).
             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO COT-AGENCIA
                WRITE REG-COTARQCLI
                MOVE FS-COTARQCLI TO WRK-FS-DEPENDENTE
                IF FS-COTARQCLI EQUAL ZEROS OR
                   FS-COTARQCLI EQUAL 02
                   MOVE WRK-POS-COT TO COT-CHAVE
                   DELETE COTARQCLI
                      INVALID KEY
                         MOVE FS-COTARQCLI TO WRK-FS-DEPENDENTE
                         PERFORM 0506-REPORTAR-FALHA
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-COT
                         PERFORM 0508-AUDITAR-DEPENDENTE
                   END-DELETE
                ELSE
                   PERFORM 0506-REPORTAR-FALHA
                END-IF
             END-IF.

             MOVE WRK-POS-COT TO COT-CHAVE.
             START COTARQCLI KEY IS GREATER COT-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.
       0541-FIM. EXIT.

      *----------------------- CHEQUES DA AGENCIA
      *    O CHEQUE PAGO, DEVOLVIDO OU SUSTADO ACOMPANHA A CONTA: E
      *    ELE QUE IMPEDE A MESMA FOLHA DE SER PAGA DUAS VEZES.
       0550-VARRER-CHEQUES   SECTION.
             IF NOT WRK-CHQ-DISPONIVEL
                GO TO 0550-FIM
             END-IF.

             MOVE "CHQ"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.
             MOVE "N"    TO WRK-FIM-DEPENDENTE.
             MOVE WRK-AGE-VARRIDA TO CHQ-AGENCIA.
             MOVE ZEROS           TO CHQ-CONTA.
             MOVE ZEROS           TO CHQ-NUMERO.
             START CHQARQCLI KEY IS NOT LESS CHQ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.

             PERFORM 0551-MOVER-CHEQUE
                UNTIL WRK-DEPENDENTES-ESGOTADOS.
       0550-FIM. EXIT.

       0551-MOVER-CHEQUE     SECTION.
             READ CHQARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTE
                   GO TO 0551-FIM
             END-READ.
             IF CHQ-AGENCIA NOT EQUAL WRK-AGE-VARRIDA
                MOVE "S" TO WRK-FIM-DEPENDENTE
                GO TO 0551-FIM
             END-IF.

             MOVE CHQ-CHAVE   TO WRK-POS-CHQ.
             MOVE CHQ-AGENCIA TO WRK-VER-AGENCIA.
             MOVE CHQ-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.

             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO CHQ-AGENCIA
                WRITE REG-CHQARQCLI
                MOVE FS-CHQARQCLI TO WRK-FS-DEPENDENTE
                IF FS-CHQARQCLI EQUAL ZEROS
                   MOVE WRK-POS-CHQ TO CHQ-CHAVE
                   DELETE CHQARQCLI
                      INVALID KEY
                         MOVE FS-CHQARQCLI TO WRK-FS-DEPENDENTE
                         PERFORM 0506-REPORTAR-FALHA
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-CHQ
                         PERFORM 0508-AUDITAR-DEPENDENTE
                   END-DELETE
                ELSE
                   PERFORM 0506-REPORTAR-FALHA
                END-IF
             END-IF.

             MOVE WRK-POS-CHQ TO CHQ-CHAVE.
             START CHQARQCLI KEY IS GREATER CHQ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTE
             END-START.
       0551-FIM. EXIT.

      *----------------------- PEDIDOS DE STATUS AINDA ABERTOS
      *    PEDIDO PENDENTE OU APROVADO DE UMA CONTA MIGRADA PASSA A
      *    APONTAR PARA A CHAVE NOVA, OU O MANSTACLI NAO ACHARIA A
      *    CONTA. OS JA DECIDIDOS FICAM COMO ESTAO (SAO HISTORICO).
       0560-RECHAVEAR-PEDIDOS SECTION.
             MOVE "PND"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.
             MOVE "N"    TO WRK-FIM-PEDIDOS.
             MOVE 1      TO PND-NUMERO.
             START PNDARQCLI KEY IS NOT LESS PND-NUMERO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
             END-START.

             IF NOT WRK-PEDIDOS-ESGOTADOS
                PERFORM 0210-LEITURA
             END-IF.
             PERFORM 0561-RECHAVEAR-PEDIDO
                UNTIL WRK-PEDIDOS-ESGOTADOS.
       0560-FIM. EXIT.

       0561-RECHAVEAR-PEDIDO SECTION.
             IF PND-TIPO-STATUS AND
                (PND-PENDENTE OR PND-APROVADO)
                MOVE PND-AGENCIA TO WRK-VER-AGENCIA
                MOVE PND-CONTA   TO WRK-VER-CONTA
                PERFORM 0505-VERIFICAR-CONTA
                IF WRK-CONTA-MIGRADA
                   MOVE WRK-VER-DESTINO TO PND-AGENCIA
                   REWRITE REG-PNDARQCLI
                   IF FS-PNDARQCLI EQUAL ZEROS
                      ADD 1 TO WRK-QTD-PND
                      PERFORM 0508-AUDITAR-DEPENDENTE
                   ELSE
                      MOVE FS-PNDARQCLI TO WRK-FS-DEPENDENTE
                      PERFORM 0506-REPORTAR-FALHA
                   END-IF
                END-IF
             END-IF.

             PERFORM 0210-LEITURA.
       0561-FIM. EXIT.

      *----------------------- COPIAR AS ORDENS PERMANENTES
      *    A ORDEM MUDA DE CHAVE QUANDO A CONTA DEBITADA FOI MIGRADA
      *    E DE DESTINO QUANDO A CONTA CREDITADA FOI. A COPIA E
      *    FEITA SEMPRE, INTEIRA: O JOB A ORDENA E SUBSTITUI O
      *    AGDARQCLI. CADASTRO AUSENTE (FS 35) DA COPIA VAZIA.
       0570-COPIAR-ORDENS    SECTION.
             MOVE "AGD"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.

             OPEN OUTPUT AGDMIGCLI.
             IF FS-AGDMIGCLI NOT EQUAL ZEROS
                DISPLAY "AGDMIGCLI NAO ABERTO (" FS-AGDMIGCLI ")"
                MOVE 16 TO RETURN-CODE
                GO TO 0570-FIM
             END-IF.

             OPEN INPUT AGDARQCLI.
             IF FS-AGDARQCLI EQUAL 35
                DISPLAY "AGDARQCLI NAO EXISTE - NADA A RECHAVEAR"
                CLOSE AGDMIGCLI
                GO TO 0570-FIM
             END-IF.
             IF FS-AGDARQCLI NOT EQUAL ZEROS
                DISPLAY "AGDARQCLI NAO ABERTO (" FS-AGDARQCLI ")"
                MOVE 16 TO RETURN-CODE
                CLOSE AGDMIGCLI
                GO TO 0570-FIM
             END-IF.

             PERFORM 0571-COPIAR-ORDEM
                UNTIL FS-AGDARQCLI NOT EQUAL ZEROS.
             IF FS-AGDARQCLI NOT EQUAL 10
                DISPLAY "ERRO AO LER AGDARQCLI (" FS-AGDARQCLI ")"
                MOVE 16 TO RETURN-CODE
             END-IF.

             CLOSE AGDARQCLI
                   AGDMIGCLI.
       0570-FIM. EXIT.

       0571-COPIAR-ORDEM     SECTION.
             READ AGDARQCLI.
             IF FS-AGDARQCLI NOT EQUAL ZEROS
                GO TO 0571-FIM
             END-IF.

             MOVE AGD-AGENCIA TO WRK-VER-AGENCIA.
             MOVE AGD-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.
             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO AGD-AGENCIA
                ADD 1 TO WRK-QTD-AGD
                PERFORM 0508-AUDITAR-DEPENDENTE
             END-IF.

             MOVE AGD-AGENCIA-DEST TO WRK-VER-AGENCIA.
             MOVE AGD-CONTA-DEST   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.
             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO AGD-AGENCIA-DEST
                ADD 1 TO WRK-QTD-AGD
                PERFORM 0508-AUDITAR-DEPENDENTE
             END-IF.

             MOVE REG-AGDARQCLI TO REG-AGDMIGCLI.
             WRITE REG-AGDMIGCLI.
             IF FS-AGDMIGCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AGDMIGCLI " AGD-CHAVE
                MOVE 16 TO RETURN-CODE
             END-IF.
       0571-FIM. EXIT.

      *----------------------- COPIAR AS ADESOES AO EXTRATO CNAB
       0580-COPIAR-ADESOES   SECTION.
             MOVE "ADE"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.

             OPEN OUTPUT ADEMIGCLI.
             IF FS-ADEMIGCLI NOT EQUAL ZEROS
                DISPLAY "ADEMIGCLI NAO ABERTO (" FS-ADEMIGCLI ")"
                MOVE 16 TO RETURN-CODE
                GO TO 0580-FIM
             END-IF.

             OPEN INPUT ADEARQCLI.
             IF FS-ADEARQCLI EQUAL 35
                DISPLAY "ADEARQCLI NAO EXISTE - NADA A RECHAVEAR"
                CLOSE ADEMIGCLI
                GO TO 0580-FIM
             END-IF.
             IF FS-ADEARQCLI NOT EQUAL ZEROS
                DISPLAY "ADEARQCLI NAO ABERTO (" FS-ADEARQCLI ")"
                MOVE 16 TO RETURN-CODE
                CLOSE ADEMIGCLI
                GO TO 0580-FIM
             END-IF.

             PERFORM 0581-COPIAR-ADESAO
                UNTIL FS-ADEARQCLI NOT EQUAL ZEROS.
             IF FS-ADEARQCLI NOT EQUAL 10
                DISPLAY "ERRO AO LER ADEARQCLI (" FS-ADEARQCLI ")"
                MOVE 16 TO RETURN-CODE
             END-IF.

             CLOSE ADEARQCLI
                   ADEMIGCLI.
       0580-FIM. EXIT.

       0581-COPIAR-ADESAO    SECTION.
             READ ADEARQCLI.
             IF FS-ADEARQCLI NOT EQUAL ZEROS
                GO TO 0581-FIM
             END-IF.

             MOVE ADE-AGENCIA TO WRK-VER-AGENCIA.
             MOVE ADE-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.
             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO ADE-AGENCIA
                ADD 1 TO WRK-QTD-ADE
                PERFORM 0508-AUDITAR-DEPENDENTE
             END-IF.

             MOVE REG-ADEARQCLI TO REG-ADEMIGCLI.
             WRITE REG-ADEMIGCLI.
             IF FS-ADEMIGCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR ADEMIGCLI " ADE-CHAVE
                MOVE 16 TO RETURN-CODE
             END-IF.
       0581-FIM. EXIT.

      *----------------------- COPIAR A CONTAGEM DE USO DO LIMITE
       0590-COPIAR-USO-LIMITE SECTION.
             MOVE "USO"  TO WRK-AUD-ARQUIVO.
             MOVE SPACES TO WRK-ULTIMA-AUDITADA.

             OPEN OUTPUT USOMIGCLI.
             IF FS-USOMIGCLI NOT EQUAL ZEROS
                DISPLAY "USOMIGCLI NAO ABERTO (" FS-USOMIGCLI ")"
                MOVE 16 TO RETURN-CODE
                GO TO 0590-FIM
             END-IF.

             OPEN INPUT USOLIMCLI.
             IF FS-USOLIMCLI EQUAL 35
                DISPLAY "USOLIMCLI NAO EXISTE - NADA A RECHAVEAR"
                CLOSE USOMIGCLI
                GO TO 0590-FIM
             END-IF.
             IF FS-USOLIMCLI NOT EQUAL ZEROS
                DISPLAY "USOLIMCLI NAO ABERTO (" FS-USOLIMCLI ")"
                MOVE 16 TO RETURN-CODE
                CLOSE USOMIGCLI
                GO TO 0590-FIM
             END-IF.

             PERFORM 0591-COPIAR-USO
                UNTIL FS-USOLIMCLI NOT EQUAL ZEROS.
             IF FS-USOLIMCLI NOT EQUAL 10
                DISPLAY "ERRO AO LER USOLIMCLI (" FS-USOLIMCLI ")"
                MOVE 16 TO RETURN-CODE
             END-IF.

             CLOSE USOLIMCLI
                   USOMIGCLI.
       0590-FIM. EXIT.

       0591-COPIAR-USO       SECTION.
             READ USOLIMCLI.
             IF FS-USOLIMCLI NOT EQUAL ZEROS
                GO TO 0591-FIM
             END-IF.

             MOVE USO-AGENCIA TO WRK-VER-AGENCIA.
             MOVE USO-CONTA   TO WRK-VER-CONTA.
             PERFORM 0505-VERIFICAR-CONTA.
             IF WRK-CONTA-MIGRADA
                MOVE WRK-VER-DESTINO TO USO-AGENCIA
                ADD 1 TO WRK-QTD-USO
                PERFORM 0508-AUDITAR-DEPENDENTE
             END-IF.

             MOVE REG-USOLIMCLI TO REG-USOMIGCLI.
             WRITE REG-USOMIGCLI.
             IF FS-USOMIGCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR USOMIGCLI " USO-CHAVE
                MOVE 16 TO RETURN-CODE
             END-IF.
       0591-FIM. EXIT.
