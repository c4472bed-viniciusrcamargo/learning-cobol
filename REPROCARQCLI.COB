      *    JA CORRIGIDOS, NO MESMO LAYOUT BOOKCLI DA ENTRADA; CADA
      *    UM PASSA PELAS MESMAS REGRAS DE QUALIFICACAO DA
      *    ABERTURAARQUIVO E, SE APROVADO, E APLICADO NO SARQCLI
      *    EXISTENTE -- SEM REPROCESSAR O ARQUIVO INTEIRO. AS
      *    CORRECOES DE CADA ORIGEM VEM ENVOLVIDAS NO HEADER/TRAILER
      *    DELA, COMO NA CARGA: O HEADER DIZ A QUEM DEVOLVER.
           SELECT CORARQCLI ASSIGN TO ".\CORARQCLI.TXT"
               FILE STATUS IS FS-CORARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               FILE STATUS IS FS-RELREPCLI.
      *    RETREPCLI E O RETORNO DAS CORRECOES AO SISTEMA DE ORIGEM,
      *    NO MESMO LAYOUT BOOKRET DO RETORNO DA ABERTURAARQUIVO:
      *    UMA DISPOSICAO POR CORRECAO, EM BLOCOS POR ORIGEM COM UM
      *    TRAILER UNICO, SEPARADOS DEPOIS PELA SEPRETCLI.
           SELECT RETREPCLI ASSIGN TO ".\RETREPCLI.TXT"
               FILE STATUS IS FS-RETREPCLI.
      *    REGISTRO DE ORIGENS (O MESMO DA ABERTURAARQUIVO): SO
      *    ORIGEM CADASTRADA CORRIGE, E ALTERACAO/EXCLUSAO SO DE
      *    ORIGEM AUTORIZADA A MANDA-LAS. JANELA E QUANTIDADES NAO
      *    VALEM AQUI -- A CORRECAO E PEDIDA PELO OPERADOR, FORA DA
      *    TRANSMISSAO DIARIA.
           SELECT ORIARQCLI ASSIGN TO ".\ORIARQCLI.TXT"
               FILE STATUS IS FS-ORIARQCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  AGEARQCLI
           RECORDING MODE IS F.

      *    LAYOUT = 27 POSICOES

       FD  ORIARQCLI
           RECORDING MODE IS F.
           COPY "BOOKORI".

      *    LAYOUT = 60 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
       01  FS-PARMARQCLI         PICTURE 9(02).
       01  FS-RELREPCLI          PICTURE 9(02).
       01  FS-RETREPCLI          PICTURE 9(02).
       01  FS-ORIARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).


      *------------ CONTADOR DE DETALHES DO ARQUIVO DE RETORNO
       01  WRK-RET-QTD           PICTURE 9(09) USAGE COMP VALUE ZEROS.
      *    ORIGEM DO BLOCO DO RETORNO EM ABERTO (0346)
       01  WRK-RET-ORIGEM-ATUAL  PICTURE X(10) VALUE SPACES.

      *------------ REGISTRO DE ORIGENS (COMO NA ABERTURAARQUIVO)
       01  WRK-ORI-TABELA.
           05  WRK-ORI OCCURS 20 TIMES.
               10  WRK-ORI-ORIGEM      PICTURE X(10).
               10  WRK-ORI-PERMITE-MNT PICTURE X(01).
       01  WRK-QTD-ORIGENS       PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-ORI-IDX           PICTURE 9(02) USAGE COMP.
       01  WRK-ORI-ACHADA        PICTURE 9(02) USAGE COMP VALUE ZEROS.
      *    ORIGEM DO ULTIMO HEADER LIDO EM CORARQCLI E SUA POSICAO NA
      *    TABELA (ZERO = SEM HEADER OU ORIGEM FORA DO REGISTRO)
       01  WRK-COR-ORIGEM        PICTURE X(10) VALUE SPACES.

      *------------ VARIAVEIS DE PARAMETRO
       01  WRK-SALDO-MINIMO      PICTURE 9(09) VALUE 5000.
               GOBACK
             END-IF.

      *    OS HEADERS DO RETORNO SAEM POR BLOCO DE ORIGEM, NO
      *    PRIMEIRO DETALHE DE CADA UM (0346).
             PERFORM 0220-LER-PARAMETRO.
             PERFORM 0228-CARREGAR-AGENCIAS.
             PERFORM 0238-CARREGAR-ORIGENS.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.
             CLOSE RUNCTLCLI.
       0209-FIM. EXIT.

      *----------------------- GRAVAR HEADER DE BLOCO DO RETORNO
       0207-GRAVAR-HEADER-RETORNO SECTION.
             MOVE SPACES               TO REG-RETORNO-HEADER.
             MOVE "H"                  TO RTH-TIPO-REG.
             MOVE WRK-DATA-EXECUCAO    TO RTH-DATA.
             MOVE WRK-RET-ORIGEM-ATUAL TO RTH-ORIGEM.
             MOVE "REPROC"             TO RTH-PROGRAMA.
             WRITE REG-RETORNO-HEADER.
             IF FS-RETREPCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR HEADER DO RETORNO"
             END-IF.
       0207-FIM. EXIT.

      *    A LEITURA ENTREGA SO AS CORRECOES: O HEADER TROCA A ORIGEM
      *    CORRENTE E O TRAILER E PULADO.
       0210-LEITURA          SECTION.
            PERFORM 0211-LER-FISICO.
            PERFORM 0211-LER-FISICO
               UNTIL FS-CORARQCLI NOT EQUAL ZEROS
                  OR (NOT REG-E-HEADER AND NOT REG-E-TRAILER).
       0210-FIM. EXIT.

       0211-LER-FISICO       SECTION.
            READ CORARQCLI.
            IF FS-CORARQCLI EQUAL ZEROS AND REG-E-HEADER
               MOVE HDR-ORIGEM TO WRK-COR-ORIGEM
               PERFORM 0243-PROCURAR-ORIGEM
            END-IF.
       0211-FIM. EXIT.

      *----------------------- LER PARAMETRO DO SALDO MINIMO
       0220-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMARQCLI.
             END-IF.
       0229-FIM. EXIT.

      *----------------------- CARREGAR REGISTRO DE ORIGENS
       0238-CARREGAR-ORIGENS SECTION.
             OPEN INPUT ORIARQCLI.
             IF FS-ORIARQCLI NOT EQUAL ZEROS
                DISPLAY "ORIARQCLI (REGISTRO DE ORIGENS) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0239-LER-ORIGEM UNTIL FS-ORIARQCLI EQUAL 10.
             CLOSE ORIARQCLI.
       0238-FIM. EXIT.

       0239-LER-ORIGEM       SECTION.
             READ ORIARQCLI.
             IF FS-ORIARQCLI NOT EQUAL ZEROS OR ORI-ORIGEM EQUAL SPACES
                GO TO 0239-FIM
             END-IF.

             IF WRK-QTD-ORIGENS NOT LESS 20
                DISPLAY "ORIARQCLI COM MAIS DE 20 ORIGENS - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             ADD 1 TO WRK-QTD-ORIGENS.
             MOVE ORI-ORIGEM      TO WRK-ORI-ORIGEM(WRK-QTD-ORIGENS).
             MOVE ORI-PERMITE-MNT TO
                  WRK-ORI-PERMITE-MNT(WRK-QTD-ORIGENS).
       0239-FIM. EXIT.

      *----------------------- PROCURAR A ORIGEM DO HEADER
      *    DEVOLVE EM WRK-ORI-ACHADA A POSICAO NA TABELA (ZERO =
      *    ORIGEM FORA DO REGISTRO).
       0243-PROCURAR-ORIGEM  SECTION.
             MOVE ZEROS TO WRK-ORI-ACHADA.
             PERFORM 0244-COMPARAR-ORIGEM
                VARYING WRK-ORI-IDX FROM 1 BY 1
                UNTIL WRK-ORI-IDX GREATER WRK-QTD-ORIGENS
                   OR WRK-ORI-ACHADA GREATER ZEROS.
       0243-FIM. EXIT.

       0244-COMPARAR-ORIGEM  SECTION.
             IF WRK-ORI-ORIGEM(WRK-ORI-IDX) EQUAL WRK-COR-ORIGEM
                MOVE WRK-ORI-IDX TO WRK-ORI-ACHADA
             END-IF.
       0244-FIM. EXIT.

      *----------------------- PROCESSAR UMA CORRECAO
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.
             MOVE REG-CONTA   TO REJ-CONTA.
             MOVE REG-SALDO   TO REJ-SALDO.

      *    CORRECAO SEM HEADER, OU DE ORIGEM FORA DO REGISTRO, NAO
      *    TEM DONO; ALTERACAO/EXCLUSAO DE ORIGEM SEM AUTORIZACAO E
      *    RECUSADA REGISTRO A REGISTRO.
             EVALUATE TRUE
                WHEN WRK-ORI-ACHADA EQUAL ZEROS
                   MOVE "ORIGIN-UNKNOWN" TO REJ-MOTIVO
                   PERFORM 0340-GRAVAR-REJARQCLI
                WHEN (REG-ALTERACAO OR REG-EXCLUSAO) AND
                     WRK-ORI-PERMITE-MNT(WRK-ORI-ACHADA) NOT EQUAL "S"
                   MOVE "ORIGIN-MNT-DENY" TO REJ-MOTIVO
                   PERFORM 0340-GRAVAR-REJARQCLI
                WHEN REG-EXCLUSAO
                   PERFORM 0331-EXCLUIR-SARQCLI
                WHEN OTHER
                   PERFORM 0310-QUALIFICAR
             END-EVALUATE.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.
             MOVE REG-CONTA        TO AUD-CONTA.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.
             MOVE SPACES            TO AUD-OPER-SOLIC
                                       AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
       0339-FIM. EXIT.

      *----------------------- GRAVAR DETALHE DO RETORNO A ORIGEM
      *    UM BLOCO NOVO, COM O SEU HEADER, A CADA TROCA DE ORIGEM;
      *    O HEADER VAI ANTES DE MONTAR O DETALHE PORQUE OS DOIS
      *    DIVIDEM A AREA DO REGISTRO.
       0346-GRAVAR-RETORNO   SECTION.
             IF WRK-RET-QTD EQUAL ZEROS OR
                WRK-COR-ORIGEM NOT EQUAL WRK-RET-ORIGEM-ATUAL
                MOVE WRK-COR-ORIGEM TO WRK-RET-ORIGEM-ATUAL
                PERFORM 0207-GRAVAR-HEADER-RETORNO
             END-IF.

             MOVE REG-AGENCIA TO RET-AGENCIA.
             MOVE REG-CONTA   TO RET-CONTA.
             MOVE AUD-MOTIVO  TO RET-MOTIVO.
       0400-FIM. EXIT.

      *----------------------- GRAVAR TRAILER DO RETORNO A ORIGEM
      *    TRAILER UNICO, COM O TOTAL DE DETALHES DE TODOS OS BLOCOS.
       0460-GRAVAR-TRAILER-RETORNO SECTION.
           MOVE SPACES      TO REG-RETORNO-TRAILER.
           MOVE "T"         TO RTT-TIPO-REG.
