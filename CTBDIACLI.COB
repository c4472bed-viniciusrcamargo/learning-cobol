       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CTBDIACLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    INTERFACE CONTABIL DIARIA: OS LANCAMENTOS DO DIA NO RAZAO
      *    (LANARQCLI) SAO RESUMIDOS POR AGENCIA, TIPO DE CONTA,
      *    OPERACAO E ORIGEM DO LOTE, E CADA RESUMO VIRA UM PAR DE
      *    PARTIDAS (DEBITO E CREDITO) NAS CONTAS COSIF DO
      *    PARAMETRO DE MAPEAMENTO. O ARQUIVO DE IMPORTACAO SO E
      *    GERADO SE TODA AGENCIA FECHAR DEBITOS IGUAIS A CREDITOS.
      *    O RAZAO E O DO MES ABERTO (KSDS POR CONTA+DATA+HORA+LOTE+
      *    SEQUENCIA), LIDO INTEIRO NA ORDEM DA CHAVE.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    PARMCTBCLI E O MAPEAMENTO (TIPO DE CONTA, OPERACAO, ORIGEM
      *    DO LOTE) PARA AS CONTAS COSIF. ORIGEM EM BRANCO NO
      *    PARAMETRO VALE PARA QUALQUER ORIGEM SEM LINHA PROPRIA.
           SELECT PARMCTBCLI ASSIGN TO ".\PARMCTBCLI.TXT"
               FILE STATUS IS FS-PARMCTBCLI.
      *    SALCTBCLI GUARDA O SALDO TOTAL DE CADA AGENCIA NO
      *    FECHAMENTO DA EXECUCAO ANTERIOR: A VARIACAO DO DIA E O
      *    SALDO DE HOJE MENOS ELE. O ARQUIVO DE HOJE SAI EM
      *    SALCTBNEW E SUBSTITUI O ANTERIOR NO PASSO SEGUINTE DO JOB.
           SELECT SALCTBCLI ASSIGN TO ".\SALCTBCLI.TXT"
               FILE STATUS IS FS-SALCTBCLI.
           SELECT SALCTBNEW ASSIGN TO ".\SALCTBNEW.TXT"
               FILE STATUS IS FS-SALCTBNEW.
           SELECT CTBARQCLI ASSIGN TO ".\CTBARQCLI.TXT"
               FILE STATUS IS FS-CTBARQCLI.
           SELECT RELCTBCLI ASSIGN TO ".\RELCTBCLI.TXT"
               FILE STATUS IS FS-RELCTBCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
      *    RELOGIO DA MAQUINA, PARA QUE A REEXECUCAO DE UM JOB EM
      *    OUTRO DIA CIVIL CARIMBE A DATA DE NEGOCIO CERTA.
           SELECT CALARQCLI ASSIGN TO ".\CALARQCLI.TXT"
               FILE STATUS IS FS-CALARQCLI.
      *    RUNCTLCLI E O CONTROLE DE EXECUCAO DA CADEIA NOTURNA:
      *    CADA PROGRAMA CARIMBA INICIO E FIM NELE, E O RELATORIO
      *    DA CADEIA (RELCADCLI) MOSTRA AO OPERADOR O QUADRO DA
      *    NOITE INTEIRA NUMA PAGINA SO.
           SELECT RUNCTLCLI ASSIGN TO ".\RUNCTLCLI.TXT"
               FILE STATUS IS FS-RUNCTLCLI.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  LANARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  PARMCTBCLI
           RECORDING MODE IS F.
      *    LAYOUT = 30 POSICOES (TIPO DE CONTA 1-4, OPERACAO D/C/E/R,
      *    ORIGEM DO LOTE MV/JR/AG/CP/BJ/ES OU BRANCO, CONTA COSIF A
      *    DEBITO, CONTA COSIF A CREDITO E HISTORICO PADRAO; CONTA
      *    EM BRANCO = SEM PARTIDA DAQUELE LADO)
       01  REG-PARMCTBCLI.
           05  PCTB-CHAVE.
               10  PCTB-TIPO     PICTURE 9(01).
               10  PCTB-OPERACAO PICTURE X(01).
               10  PCTB-ORIGEM   PICTURE X(02).
           05  PCTB-CONTA-DEBITO PICTURE X(10).
           05  PCTB-CONTA-CREDITO PICTURE X(10).
           05  PCTB-HISTORICO    PICTURE 9(03).
           05  FILLER            PICTURE X(03).

       FD  SALCTBCLI
           RECORDING MODE IS F.
      *    LAYOUT = 26 POSICOES (AGENCIA, DATA-MOVIMENTO DO
      *    FECHAMENTO E SALDO TOTAL DA AGENCIA, COM SINAL)
       01  REG-SALCTBCLI.
           05  SCT-AGENCIA       PICTURE 9(04).
           05  SCT-DATA          PICTURE 9(08).
           05  SCT-SALDO         PICTURE S9(11)V99
                                 SIGN IS LEADING SEPARATE.

       FD  SALCTBNEW
           RECORDING MODE IS F.
      *    LAYOUT = 26 POSICOES (MESMO LAYOUT DO SALCTBCLI)
       01  REG-SALCTBNEW         PICTURE X(26).

       FD  CTBARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCTB".

      *    LAYOUT = 80 POSICOES

       FD  RELCTBCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (CONFERENCIA CONTABIL POR AGENCIA)
       01  REG-RELCTBCLI         PICTURE X(80).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *    DATA AAAAMMDD; O REGISTRO "D" E A DATA DE NEGOCIO ATUAL,
      *    AVANCADA PELO PASSO DE FIM DE DIA FIMDIACLI)
       01  REG-CALARQCLI.
           05  CAL-TIPO          PICTURE X(01).
           05  CAL-DATA          PICTURE 9(08).

       FD  RUNCTLCLI
           RECORDING MODE IS F.
           COPY "BOOKRUN".

      *    LAYOUT = 40 POSICOES

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-PARMCTBCLI         PICTURE 9(02).
       01  FS-SALCTBCLI          PICTURE 9(02).
       01  FS-SALCTBNEW          PICTURE 9(02).
       01  FS-CTBARQCLI          PICTURE 9(02).
       01  FS-RELCTBCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ TABELA DE MAPEAMENTO CONTABIL
       01  WRK-MAP-TABELA.
           05  WRK-MAP-ITEM      OCCURS 200 TIMES.
               10  WRK-M-CHAVE.
                   15  WRK-M-TIPO        PICTURE 9(01).
                   15  WRK-M-OPERACAO    PICTURE X(01).
                   15  WRK-M-ORIGEM      PICTURE X(02).
               10  WRK-M-CONTA-DEBITO    PICTURE X(10).
               10  WRK-M-CONTA-CREDITO   PICTURE X(10).
               10  WRK-M-HISTORICO       PICTURE 9(03).
       01  WRK-QTD-MAPA          PICTURE 9(03) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-MAPA          PICTURE 9(03) USAGE COMP.
       01  WRK-MAPA-ACHADO       PICTURE 9(03) USAGE COMP.
       01  WRK-MAPA-GENERICO     PICTURE 9(03) USAGE COMP.

      *------------ ORIGEM DO LOTE
      *    OS LOTES GERADOS PELOS PROPRIOS JOBS TEM PREFIXO FIXO;
      *    QUALQUER OUTRO LOTE E MOVIMENTO TRANSMITIDO PELAS
      *    AGENCIAS ("MV"). O ESTORNO ("ES") VALE PELA REFERENCIA
      *    AO ORIGINAL, QUALQUER QUE SEJA O LOTE QUE O TROUXE.
       01  WRK-PREFIXOS-TAB.
           05  FILLER            PICTURE X(02) VALUE "JR".
           05  FILLER            PICTURE X(02) VALUE "AG".
           05  FILLER            PICTURE X(02) VALUE "CP".
           05  FILLER            PICTURE X(02) VALUE "BJ".
       01  WRK-PREFIXOS-R REDEFINES WRK-PREFIXOS-TAB.
           05  WRK-PREFIXO       PICTURE X(02) OCCURS 4 TIMES.
       01  WRK-QTD-PREFIXOS      PICTURE 9(02) USAGE COMP VALUE 4.
       01  WRK-IDX-PREFIXO       PICTURE 9(02) USAGE COMP.
       01  WRK-ORIGEM            PICTURE X(02).

      *------------ TABELA DE RESUMOS DO DIA
       01  WRK-RES-TABELA.
           05  WRK-RES-ITEM      OCCURS 5000 TIMES.
               10  WRK-R-CHAVE.
                   15  WRK-R-AGENCIA     PICTURE 9(04).
                   15  WRK-R-TIPO        PICTURE 9(01).
                   15  WRK-R-OPERACAO    PICTURE X(01).
                   15  WRK-R-ORIGEM      PICTURE X(02).
               10  WRK-R-QTD         PICTURE 9(07) USAGE COMP.
               10  WRK-R-VALOR       PICTURE 9(13)V99 USAGE COMP.
               10  WRK-R-MAPA        PICTURE 9(03) USAGE COMP.
       01  WRK-RES-TROCA.
           05  WRK-T-CHAVE       PICTURE X(08).
           05  WRK-T-QTD         PICTURE 9(07) USAGE COMP.
           05  WRK-T-VALOR       PICTURE 9(13)V99 USAGE COMP.
           05  WRK-T-MAPA        PICTURE 9(03) USAGE COMP.
       01  WRK-QTD-RES           PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-RES           PICTURE 9(04) USAGE COMP.
       01  WRK-RES-ACHADO        PICTURE 9(04) USAGE COMP.
       01  WRK-CHAVE-BUSCA.
           05  WRK-B-AGENCIA     PICTURE 9(04).
           05  WRK-B-TIPO        PICTURE 9(01).
           05  WRK-B-OPERACAO    PICTURE X(01).
           05  WRK-B-ORIGEM      PICTURE X(02).

      *------------ TABELA DE AGENCIAS (SALDO DE HOJE E ANTERIOR)
       01  WRK-AGE-TABELA.
           05  WRK-AGE-ITEM      OCCURS 1000 TIMES.
               10  WRK-A-AGENCIA     PICTURE 9(04).
               10  WRK-A-SALDO-HOJE  PICTURE S9(13)V99 USAGE COMP.
               10  WRK-A-SALDO-ANT   PICTURE S9(13)V99 USAGE COMP.
               10  WRK-A-DATA-ANT    PICTURE 9(08).
       01  WRK-AGE-TROCA.
           05  WRK-AT-AGENCIA    PICTURE 9(04).
           05  WRK-AT-SALDO-HOJE PICTURE S9(13)V99 USAGE COMP.
           05  WRK-AT-SALDO-ANT  PICTURE S9(13)V99 USAGE COMP.
           05  WRK-AT-DATA-ANT   PICTURE 9(08).
       01  WRK-QTD-AGE           PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-AGE           PICTURE 9(04) USAGE COMP.
       01  WRK-AGE-ACHADA        PICTURE 9(04) USAGE COMP.
       01  WRK-AGENCIA-BUSCA     PICTURE 9(04).

      *------------ VARIAVEIS DE ORDENACAO (SELECAO)
       01  WRK-I                 PICTURE 9(04) USAGE COMP.
       01  WRK-J                 PICTURE 9(04) USAGE COMP.
       01  WRK-K                 PICTURE 9(04) USAGE COMP.
       01  WRK-MENOR             PICTURE 9(04) USAGE COMP.

      *------------ TOTAIS DA AGENCIA CORRENTE
       01  WRK-AGE-DEBITOS       PICTURE 9(13)V99 USAGE COMP.
       01  WRK-AGE-CREDITOS      PICTURE 9(13)V99 USAGE COMP.
       01  WRK-AGE-SEM-MAPA      PICTURE 9(13)V99 USAGE COMP.
       01  WRK-AGE-MOV-CLIENTES  PICTURE S9(13)V99 USAGE COMP.
       01  WRK-AGE-VARIACAO      PICTURE S9(13)V99 USAGE COMP.
       01  WRK-AGE-DIFERENCA     PICTURE S9(13)V99 USAGE COMP.

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR-LANCTOS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-LANCTOS-SEM-CONTA PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-AGE-DESBALANC     PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-AGE-DIVERGENTES   PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-QTD-PARTIDAS      PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOTAL-DEBITOS     PICTURE 9(15)V99 USAGE COMP
                                 VALUE ZEROS.
       01  WRK-TOTAL-CREDITOS    PICTURE 9(15)V99 USAGE COMP
                                 VALUE ZEROS.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-QTD-RES-ED        PICTURE ZZZZZZ9.
       01  WRK-VALOR-ED          PICTURE Z(12)9,99.
       01  WRK-SALDO-ED          PICTURE Z(12)9,99-.
       01  WRK-CONTA-DEB-ED      PICTURE X(14).
       01  WRK-CONTA-CRED-ED     PICTURE X(14).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR
              VARYING WRK-IDX-AGE FROM 1 BY 1
              UNTIL WRK-IDX-AGE GREATER WRK-QTD-AGE.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-LANCTOS TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    OS SALDOS DE HOJE SAO TOTALIZADOS NUMA LEITURA SEQUENCIAL
      *    DO SARQCLI (EM ORDEM DE CHAVE, JA POR AGENCIA); DEPOIS O
      *    RAZAO DO DIA E RESUMIDO, COM LEITURA DIRETA DO SARQCLI
      *    PARA O TIPO DE CADA CONTA.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             PERFORM 0220-CARREGAR-MAPEAMENTO.

             OPEN INPUT  LANARQCLI.
             OPEN INPUT  SARQCLI.
             OPEN OUTPUT SALCTBNEW.
             OPEN OUTPUT RELCTBCLI.

             IF FS-LANARQCLI NOT EQUAL ZEROS OR
                FS-SARQCLI NOT EQUAL ZEROS OR
                FS-SALCTBNEW NOT EQUAL ZEROS OR
                FS-RELCTBCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0230-TOTALIZAR-SALDOS
                UNTIL FS-SARQCLI NOT EQUAL ZEROS.

             PERFORM 0240-CARREGAR-SALDO-ANTERIOR.

             PERFORM 0250-RESUMIR-RAZAO UNTIL FS-LANARQCLI EQUAL 10.
             CLOSE LANARQCLI.

             PERFORM 0260-ORDENAR-RESUMO
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I NOT LESS WRK-QTD-RES.
             PERFORM 0265-ORDENAR-AGENCIA
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I NOT LESS WRK-QTD-AGE.

             MOVE 1 TO WRK-IDX-RES.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
      *    SEM O CALENDARIO (PRIMEIRA INSTALACAO) A DATA DA MAQUINA
      *    E USADA, COM AVISO NO SYSOUT.
       0205-LER-DATA-MOVIMENTO SECTION.
             ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

             OPEN INPUT CALARQCLI.
             IF FS-CALARQCLI NOT EQUAL ZEROS
                DISPLAY "CALARQCLI NAO ENCONTRADO, USANDO DATA DA "
                        "MAQUINA " WRK-DATA-EXECUCAO
                GO TO 0205-FIM
             END-IF.

             PERFORM 0206-LER-REGISTRO-CALENDARIO
                UNTIL FS-CALARQCLI NOT EQUAL ZEROS.
             CLOSE CALARQCLI.
       0205-FIM. EXIT.

       0206-LER-REGISTRO-CALENDARIO SECTION.
             READ CALARQCLI.
             IF FS-CALARQCLI EQUAL ZEROS
                IF CAL-TIPO EQUAL "D"
                   MOVE CAL-DATA TO WRK-DATA-EXECUCAO
                END-IF
             END-IF.
       0206-FIM. EXIT.

      *----------------------- CARIMBAR O CONTROLE DE EXECUCAO
      *    CUMULATIVO ENTRE EXECUCOES, NO MESMO ESTILO DA TRILHA DE
      *    AUDITORIA (EXTEND, CRIANDO SO QUANDO NAO EXISTE). UMA
      *    QUEDA DEIXA O EVENTO "F" FALTANDO -- E ASSIM QUE O
      *    RELATORIO DA CADEIA MARCA O PASSO COMO NAO CONCLUIDO.
       0209-GRAVAR-RUNCTL    SECTION.
             OPEN EXTEND RUNCTLCLI.
             IF FS-RUNCTLCLI EQUAL 35
                OPEN OUTPUT RUNCTLCLI
             END-IF.
             IF FS-RUNCTLCLI NOT EQUAL ZEROS
                DISPLAY "RUNCTLCLI NAO PODE SER ABERTO"
                GO TO 0209-FIM
             END-IF.

             ACCEPT WRK-RUN-HORA FROM TIME.
             MOVE "CTBDIACLI"    TO RUN-PROGRAMA.
             MOVE WRK-DATA-EXECUCAO TO RUN-DATA-MOV.
             MOVE WRK-RUN-EVENTO    TO RUN-EVENTO.
             MOVE WRK-RUN-HORA      TO RUN-HORA.
             MOVE WRK-RUN-REGISTROS TO RUN-REGISTROS.
             MOVE RETURN-CODE       TO RUN-RETCODE.
             WRITE REG-RUNCTLCLI.
             IF FS-RUNCTLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CONTROLE DE EXECUCAO"
             END-IF.
             CLOSE RUNCTLCLI.
       0209-FIM. EXIT.

      *----------------------- CARREGAR O MAPEAMENTO CONTABIL
      *    SEM O PARAMETRO NAO HA COMO GERAR PARTIDAS: O JOB ABORTA.
       0220-CARREGAR-MAPEAMENTO SECTION.
             OPEN INPUT PARMCTBCLI.
             IF FS-PARMCTBCLI NOT EQUAL ZEROS
                DISPLAY "PARMCTBCLI (MAPEAMENTO COSIF) NAO ENCONTRADO "
                        "- JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0221-LER-MAPEAMENTO
                UNTIL FS-PARMCTBCLI NOT EQUAL ZEROS.
             CLOSE PARMCTBCLI.

             IF WRK-QTD-MAPA EQUAL ZEROS
                DISPLAY "PARMCTBCLI VAZIO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0220-FIM. EXIT.

       0221-LER-MAPEAMENTO   SECTION.
             READ PARMCTBCLI.
             IF FS-PARMCTBCLI NOT EQUAL ZEROS
                GO TO 0221-FIM
             END-IF.

             IF WRK-QTD-MAPA EQUAL 200
                DISPLAY "MAIS DE 200 LINHAS EM PARMCTBCLI - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             ADD 1 TO WRK-QTD-MAPA.
             MOVE PCTB-CHAVE         TO WRK-M-CHAVE(WRK-QTD-MAPA).
             MOVE PCTB-CONTA-DEBITO  TO
                  WRK-M-CONTA-DEBITO(WRK-QTD-MAPA).
             MOVE PCTB-CONTA-CREDITO TO
                  WRK-M-CONTA-CREDITO(WRK-QTD-MAPA).
             MOVE PCTB-HISTORICO     TO WRK-M-HISTORICO(WRK-QTD-MAPA).
       0221-FIM. EXIT.

      *----------------------- TOTALIZAR SALDOS DE HOJE POR AGENCIA
      *    O SARQCLI CHEGA EM ORDEM DE CHAVE: AGENCIA NOVA E SEMPRE A
      *    ULTIMA DA TABELA. O TOTAL DE HOJE VAI TAMBEM PARA O
      *    SALCTBNEW EM 0400.
       0230-TOTALIZAR-SALDOS SECTION.
             READ SARQCLI NEXT RECORD
                AT END
                   GO TO 0230-FIM
             END-READ.

             IF WRK-QTD-AGE EQUAL ZEROS OR
                WRK-A-AGENCIA(WRK-QTD-AGE) NOT EQUAL SARQCLI-AGENCIA
                MOVE SARQCLI-AGENCIA TO WRK-AGENCIA-BUSCA
                PERFORM 0235-INCLUIR-AGENCIA
             END-IF.

             ADD SARQCLI-SALDO TO WRK-A-SALDO-HOJE(WRK-QTD-AGE).
       0230-FIM. EXIT.

       0235-INCLUIR-AGENCIA  SECTION.
             IF WRK-QTD-AGE EQUAL 1000
                DISPLAY "MAIS DE 1000 AGENCIAS - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             ADD 1 TO WRK-QTD-AGE.
             MOVE WRK-AGENCIA-BUSCA TO WRK-A-AGENCIA(WRK-QTD-AGE).
             MOVE ZEROS TO WRK-A-SALDO-HOJE(WRK-QTD-AGE).
             MOVE ZEROS TO WRK-A-SALDO-ANT(WRK-QTD-AGE).
             MOVE ZEROS TO WRK-A-DATA-ANT(WRK-QTD-AGE).
             MOVE WRK-QTD-AGE TO WRK-AGE-ACHADA.
       0235-FIM. EXIT.

      *----------------------- PROCURAR AGENCIA NA TABELA
      *    NAO ACHADA, A AGENCIA E INCLUIDA NO FIM.
       0236-LOCALIZAR-AGENCIA SECTION.
             MOVE ZEROS TO WRK-AGE-ACHADA.
             PERFORM 0237-COMPARAR-AGENCIA
                VARYING WRK-IDX-AGE FROM 1 BY 1
                UNTIL WRK-IDX-AGE GREATER WRK-QTD-AGE
                   OR WRK-AGE-ACHADA GREATER ZEROS.

             IF WRK-AGE-ACHADA EQUAL ZEROS
                PERFORM 0235-INCLUIR-AGENCIA
             END-IF.
       0236-FIM. EXIT.

       0237-COMPARAR-AGENCIA SECTION.
             IF WRK-A-AGENCIA(WRK-IDX-AGE) EQUAL WRK-AGENCIA-BUSCA
                MOVE WRK-IDX-AGE TO WRK-AGE-ACHADA
             END-IF.
       0237-FIM. EXIT.

      *----------------------- CARREGAR SALDOS DO FECHAMENTO ANTERIOR
      *    SEM O ARQUIVO (PRIMEIRA EXECUCAO) A VARIACAO FICA SEM
      *    BASE E NAO E CONFERIDA.
       0240-CARREGAR-SALDO-ANTERIOR SECTION.
             OPEN INPUT SALCTBCLI.
             IF FS-SALCTBCLI NOT EQUAL ZEROS
                DISPLAY "SALCTBCLI NAO ENCONTRADO - VARIACAO DE SALDOS "
                        "SEM BASE NESTA EXECUCAO"
                GO TO 0240-FIM
             END-IF.

             PERFORM 0241-LER-SALDO-ANTERIOR
                UNTIL FS-SALCTBCLI NOT EQUAL ZEROS.
             CLOSE SALCTBCLI.
       0240-FIM. EXIT.

       0241-LER-SALDO-ANTERIOR SECTION.
             READ SALCTBCLI.
             IF FS-SALCTBCLI NOT EQUAL ZEROS
                GO TO 0241-FIM
             END-IF.

             MOVE SCT-AGENCIA TO WRK-AGENCIA-BUSCA.
             PERFORM 0236-LOCALIZAR-AGENCIA.
             MOVE SCT-SALDO TO WRK-A-SALDO-ANT(WRK-AGE-ACHADA).
             MOVE SCT-DATA  TO WRK-A-DATA-ANT(WRK-AGE-ACHADA).
       0241-FIM. EXIT.

      *----------------------- RESUMIR UM LANCAMENTO DO DIA
      *    LANCAMENTO DE CONTA QUE NAO ESTA MAIS NO SARQCLI ENTRA COM
      *    TIPO ZERO: SEM MAPEAMENTO PARA ELE, A AGENCIA NAO FECHA E
      *    O OPERADOR E AVISADO.
       0250-RESUMIR-RAZAO    SECTION.
             READ LANARQCLI.
             IF FS-LANARQCLI NOT EQUAL ZEROS
                GO TO 0250-FIM
             END-IF.

             IF LAN-DATA NOT EQUAL WRK-DATA-EXECUCAO
                GO TO 0250-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-LANCTOS.

             MOVE LAN-CHAVE TO SARQCLI-CHAVE.
             READ SARQCLI
                INVALID KEY
                   MOVE ZEROS TO SARQCLI-TIPO
                   ADD 1 TO WRK-LANCTOS-SEM-CONTA
             END-READ.

             PERFORM 0255-DEFINIR-ORIGEM.

             MOVE LAN-AGENCIA  TO WRK-B-AGENCIA.
             MOVE SARQCLI-TIPO TO WRK-B-TIPO.
             MOVE LAN-OPERACAO TO WRK-B-OPERACAO.
             MOVE WRK-ORIGEM   TO WRK-B-ORIGEM.

             MOVE ZEROS TO WRK-RES-ACHADO.
             PERFORM 0251-COMPARAR-RESUMO
                VARYING WRK-IDX-RES FROM 1 BY 1
                UNTIL WRK-IDX-RES GREATER WRK-QTD-RES
                   OR WRK-RES-ACHADO GREATER ZEROS.

             IF WRK-RES-ACHADO EQUAL ZEROS
                IF WRK-QTD-RES EQUAL 5000
                   DISPLAY "MAIS DE 5000 RESUMOS CONTABEIS - JOB "
                           "ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
                ADD 1 TO WRK-QTD-RES
                MOVE WRK-QTD-RES     TO WRK-RES-ACHADO
                MOVE WRK-CHAVE-BUSCA TO WRK-R-CHAVE(WRK-RES-ACHADO)
                MOVE ZEROS           TO WRK-R-QTD(WRK-RES-ACHADO)
                MOVE ZEROS           TO WRK-R-VALOR(WRK-RES-ACHADO)
                PERFORM 0256-LOCALIZAR-MAPA
                MOVE WRK-MAPA-ACHADO TO WRK-R-MAPA(WRK-RES-ACHADO)
                MOVE LAN-AGENCIA     TO WRK-AGENCIA-BUSCA
                PERFORM 0236-LOCALIZAR-AGENCIA
             END-IF.

             ADD 1         TO WRK-R-QTD(WRK-RES-ACHADO).
             ADD LAN-VALOR TO WRK-R-VALOR(WRK-RES-ACHADO).
       0250-FIM. EXIT.

       0251-COMPARAR-RESUMO  SECTION.
             IF WRK-R-CHAVE(WRK-IDX-RES) EQUAL WRK-CHAVE-BUSCA
                MOVE WRK-IDX-RES TO WRK-RES-ACHADO
             END-IF.
       0251-FIM. EXIT.

       0255-DEFINIR-ORIGEM   SECTION.
             IF LAN-LOTE-ORIGEM NOT EQUAL SPACES
                MOVE "ES" TO WRK-ORIGEM
                GO TO 0255-FIM
             END-IF.

             MOVE "MV" TO WRK-ORIGEM.
             PERFORM 0257-COMPARAR-PREFIXO
                VARYING WRK-IDX-PREFIXO FROM 1 BY 1
                UNTIL WRK-IDX-PREFIXO GREATER WRK-QTD-PREFIXOS.
       0255-FIM. EXIT.

       0257-COMPARAR-PREFIXO SECTION.
             IF LAN-LOTE(1:2) EQUAL WRK-PREFIXO(WRK-IDX-PREFIXO)
                MOVE WRK-PREFIXO(WRK-IDX-PREFIXO) TO WRK-ORIGEM
             END-IF.
       0257-FIM. EXIT.

      *----------------------- PROCURAR O MAPEAMENTO DO RESUMO
      *    A LINHA DA ORIGEM EXATA PREVALECE SOBRE A LINHA GENERICA
      *    (ORIGEM EM BRANCO) DO MESMO TIPO E OPERACAO.
       0256-LOCALIZAR-MAPA   SECTION.
             MOVE ZEROS TO WRK-MAPA-ACHADO.
             MOVE ZEROS TO WRK-MAPA-GENERICO.
             PERFORM 0258-COMPARAR-MAPA
                VARYING WRK-IDX-MAPA FROM 1 BY 1
                UNTIL WRK-IDX-MAPA GREATER WRK-QTD-MAPA.

             IF WRK-MAPA-ACHADO EQUAL ZEROS
                MOVE WRK-MAPA-GENERICO TO WRK-MAPA-ACHADO
             END-IF.
       0256-FIM. EXIT.

       0258-COMPARAR-MAPA    SECTION.
             IF WRK-M-TIPO(WRK-IDX-MAPA) EQUAL WRK-B-TIPO AND
                WRK-M-OPERACAO(WRK-IDX-MAPA) EQUAL WRK-B-OPERACAO
                IF WRK-M-ORIGEM(WRK-IDX-MAPA) EQUAL WRK-B-ORIGEM
                   MOVE WRK-IDX-MAPA TO WRK-MAPA-ACHADO
                END-IF
                IF WRK-M-ORIGEM(WRK-IDX-MAPA) EQUAL SPACES
                   MOVE WRK-IDX-MAPA TO WRK-MAPA-GENERICO
                END-IF
             END-IF.
       0258-FIM. EXIT.

      *----------------------- ORDENAR RESUMOS (SELECAO)
       0260-ORDENAR-RESUMO   SECTION.
             MOVE WRK-I TO WRK-MENOR.
             COMPUTE WRK-K = WRK-I + 1.
             PERFORM 0261-PROCURAR-MENOR-RESUMO
                VARYING WRK-J FROM WRK-K BY 1
                UNTIL WRK-J GREATER WRK-QTD-RES.

             IF WRK-MENOR NOT EQUAL WRK-I
                MOVE WRK-RES-ITEM(WRK-I)     TO WRK-RES-TROCA
                MOVE WRK-RES-ITEM(WRK-MENOR) TO WRK-RES-ITEM(WRK-I)
                MOVE WRK-RES-TROCA           TO WRK-RES-ITEM(WRK-MENOR)
             END-IF.
       0260-FIM. EXIT.

       0261-PROCURAR-MENOR-RESUMO SECTION.
             IF WRK-R-CHAVE(WRK-J) LESS WRK-R-CHAVE(WRK-MENOR)
                MOVE WRK-J TO WRK-MENOR
             END-IF.
       0261-FIM. EXIT.

      *----------------------- ORDENAR AGENCIAS (SELECAO)
      *    SO AS AGENCIAS INCLUIDAS PELO SALDO ANTERIOR OU PELO
      *    RAZAO (SEM CONTA HOJE NO SARQCLI) ESTAO FORA DE ORDEM.
       0265-ORDENAR-AGENCIA  SECTION.
             MOVE WRK-I TO WRK-MENOR.
             COMPUTE WRK-K = WRK-I + 1.
             PERFORM 0266-PROCURAR-MENOR-AGENCIA
                VARYING WRK-J FROM WRK-K BY 1
                UNTIL WRK-J GREATER WRK-QTD-AGE.

             IF WRK-MENOR NOT EQUAL WRK-I
                MOVE WRK-AGE-ITEM(WRK-I)     TO WRK-AGE-TROCA
                MOVE WRK-AGE-ITEM(WRK-MENOR) TO WRK-AGE-ITEM(WRK-I)
                MOVE WRK-AGE-TROCA           TO WRK-AGE-ITEM(WRK-MENOR)
             END-IF.
       0265-FIM. EXIT.

       0266-PROCURAR-MENOR-AGENCIA SECTION.
             IF WRK-A-AGENCIA(WRK-J) LESS WRK-A-AGENCIA(WRK-MENOR)
                MOVE WRK-J TO WRK-MENOR
             END-IF.
       0266-FIM. EXIT.

      *----------------------- CONFERIR UMA AGENCIA
      *    OS RESUMOS ESTAO NA MESMA ORDEM DAS AGENCIAS: WRK-IDX-RES
      *    AVANCA SOBRE OS DA AGENCIA CORRENTE. A AGENCIA FECHA SE
      *    AS PARTIDAS A DEBITO SOMAM O MESMO QUE AS A CREDITO E
      *    NENHUM RESUMO FICOU SEM MAPEAMENTO.
       0300-PROCESSAR        SECTION.
             MOVE ZEROS TO WRK-AGE-DEBITOS.
             MOVE ZEROS TO WRK-AGE-CREDITOS.
             MOVE ZEROS TO WRK-AGE-SEM-MAPA.
             MOVE ZEROS TO WRK-AGE-MOV-CLIENTES.

             IF WRK-LINHA-ATUAL GREATER 45
                PERFORM 0360-NOVA-PAGINA
             END-IF.

             MOVE SPACES TO REG-RELCTBCLI.
             STRING "AGENCIA: " DELIMITED BY SIZE
                    WRK-A-AGENCIA(WRK-IDX-AGE) DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELCTBCLI.
             STRING "TP OP OR     QTD            VALOR  "
                    "DEBITO      CREDITO" DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             PERFORM 0310-CONFERIR-RESUMO
                UNTIL WRK-IDX-RES GREATER WRK-QTD-RES
                   OR WRK-R-AGENCIA(WRK-IDX-RES) NOT EQUAL
                      WRK-A-AGENCIA(WRK-IDX-AGE).

             PERFORM 0320-FECHAR-AGENCIA.
       0300-FIM. EXIT.

       0310-CONFERIR-RESUMO  SECTION.
      *    SALDO DE CLIENTE: "C" E "R" AUMENTAM, "D" E "E" REDUZEM.
             IF WRK-R-OPERACAO(WRK-IDX-RES) EQUAL "C" OR
                WRK-R-OPERACAO(WRK-IDX-RES) EQUAL "R"
                ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-AGE-MOV-CLIENTES
             ELSE
                SUBTRACT WRK-R-VALOR(WRK-IDX-RES)
                    FROM WRK-AGE-MOV-CLIENTES
             END-IF.

             MOVE WRK-R-MAPA(WRK-IDX-RES) TO WRK-IDX-MAPA.
             IF WRK-IDX-MAPA EQUAL ZEROS
                ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-AGE-SEM-MAPA
                MOVE "SEM MAPEAMENTO" TO WRK-CONTA-DEB-ED
                MOVE SPACES           TO WRK-CONTA-CRED-ED
             ELSE
                MOVE WRK-M-CONTA-DEBITO(WRK-IDX-MAPA)
                  TO WRK-CONTA-DEB-ED
                MOVE WRK-M-CONTA-CREDITO(WRK-IDX-MAPA)
                  TO WRK-CONTA-CRED-ED
                IF WRK-M-CONTA-DEBITO(WRK-IDX-MAPA) NOT EQUAL SPACES
                   ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-AGE-DEBITOS
                ELSE
                   MOVE "-SEM DEBITO-" TO WRK-CONTA-DEB-ED
                END-IF
                IF WRK-M-CONTA-CREDITO(WRK-IDX-MAPA) NOT EQUAL SPACES
                   ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-AGE-CREDITOS
                ELSE
                   MOVE "-SEM CREDITO-" TO WRK-CONTA-CRED-ED
                END-IF
             END-IF.

             MOVE WRK-R-QTD(WRK-IDX-RES)   TO WRK-QTD-RES-ED.
             MOVE WRK-R-VALOR(WRK-IDX-RES) TO WRK-VALOR-ED.
             MOVE SPACES TO REG-RELCTBCLI.
             STRING " "                         DELIMITED BY SIZE
                    WRK-R-TIPO(WRK-IDX-RES)     DELIMITED BY SIZE
                    "  "                        DELIMITED BY SIZE
                    WRK-R-OPERACAO(WRK-IDX-RES) DELIMITED BY SIZE
                    "  "                        DELIMITED BY SIZE
                    WRK-R-ORIGEM(WRK-IDX-RES)   DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    WRK-QTD-RES-ED              DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    WRK-VALOR-ED                DELIMITED BY SIZE
                    "  "                        DELIMITED BY SIZE
                    WRK-CONTA-DEB-ED            DELIMITED BY SIZE
                    WRK-CONTA-CRED-ED           DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             ADD 1 TO WRK-IDX-RES.
       0310-FIM. EXIT.

      *----------------------- TOTAIS E SITUACAO DA AGENCIA
      *    A VARIACAO DOS SALDOS (FECHAMENTO DE HOJE MENOS O
      *    ANTERIOR) E IMPRESSA AO LADO DO MOVIMENTO DE CLIENTES DO
      *    RAZAO; DIFERENCA ENTRE OS DOIS E AVISO (RC 04), NAO
      *    IMPEDE A GERACAO DO ARQUIVO.
       0320-FECHAR-AGENCIA   SECTION.
             MOVE WRK-AGE-DEBITOS TO WRK-VALOR-ED.
             MOVE SPACES TO REG-RELCTBCLI.
             STRING "  PARTIDAS A DEBITO.........: " DELIMITED BY SIZE
                    WRK-VALOR-ED                    DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE WRK-AGE-CREDITOS TO WRK-VALOR-ED.
             MOVE SPACES TO REG-RELCTBCLI.
             STRING "  PARTIDAS A CREDITO........: " DELIMITED BY SIZE
                    WRK-VALOR-ED                    DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             IF WRK-AGE-SEM-MAPA GREATER ZEROS
                MOVE WRK-AGE-SEM-MAPA TO WRK-VALOR-ED
                MOVE SPACES TO REG-RELCTBCLI
                STRING "  SEM MAPEAMENTO............: "
                          DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
                PERFORM 0370-GRAVAR-LINHA
             END-IF.

             MOVE WRK-AGE-MOV-CLIENTES TO WRK-SALDO-ED.
             MOVE SPACES TO REG-RELCTBCLI.
             STRING "  MOVIMENTO CONTABIL CLIENTE: " DELIMITED BY SIZE
                    WRK-SALDO-ED                    DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.

             IF WRK-A-DATA-ANT(WRK-IDX-AGE) EQUAL ZEROS
                MOVE SPACES TO REG-RELCTBCLI
                STRING "  VARIACAO SALDOS SARQCLI...: SEM BASE "
                       "(SEM FECHAMENTO ANTERIOR)" DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
                PERFORM 0370-GRAVAR-LINHA
             ELSE
                COMPUTE WRK-AGE-VARIACAO =
                        WRK-A-SALDO-HOJE(WRK-IDX-AGE) -
                        WRK-A-SALDO-ANT(WRK-IDX-AGE)
                COMPUTE WRK-AGE-DIFERENCA =
                        WRK-AGE-VARIACAO - WRK-AGE-MOV-CLIENTES
                MOVE WRK-AGE-VARIACAO TO WRK-SALDO-ED
                MOVE SPACES TO REG-RELCTBCLI
                STRING "  VARIACAO SALDOS SARQCLI...: "
                          DELIMITED BY SIZE
                       WRK-SALDO-ED DELIMITED BY SIZE
                       "  DESDE "   DELIMITED BY SIZE
                       WRK-A-DATA-ANT(WRK-IDX-AGE) DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
                PERFORM 0370-GRAVAR-LINHA
                MOVE WRK-AGE-DIFERENCA TO WRK-SALDO-ED
                MOVE SPACES TO REG-RELCTBCLI
                STRING "  DIFERENCA.................: "
                          DELIMITED BY SIZE
                       WRK-SALDO-ED DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
                PERFORM 0370-GRAVAR-LINHA
                IF WRK-AGE-DIFERENCA NOT EQUAL ZEROS
                   ADD 1 TO WRK-AGE-DIVERGENTES
                END-IF
             END-IF.

             MOVE SPACES TO REG-RELCTBCLI.
             IF WRK-AGE-DEBITOS EQUAL WRK-AGE-CREDITOS AND
                WRK-AGE-SEM-MAPA EQUAL ZEROS
                STRING "  SITUACAO..................: BALANCEADA"
                          DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
             ELSE
                STRING "  SITUACAO..................: "
                       "*** DESBALANCEADA ***" DELIMITED BY SIZE
                  INTO REG-RELCTBCLI
                ADD 1 TO WRK-AGE-DESBALANC
             END-IF.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELCTBCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0320-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELCTBCLI.
             STRING "INTERFACE CONTABIL - MOVIMENTO " DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "   "             DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "          DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELCTBCLI.
             WRITE REG-RELCTBCLI.

             MOVE SPACES TO REG-RELCTBCLI.
             WRITE REG-RELCTBCLI.

             MOVE 2 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELCTBCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELCTBCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELCTBCLI
             END-IF.
             WRITE REG-RELCTBCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE: 00 = ARQUIVO CONTABIL GERADO E SALDOS
      *    CONFEREM, 04 = GERADO COM DIFERENCA ENTRE O MOVIMENTO E A
      *    VARIACAO DE SALDOS (OU LANCAMENTO SEM CONTA), 08 = AGENCIA
      *    DESBALANCEADA -- ARQUIVO CONTABIL NAO GERADO, 16 = ERRO.
      *    O FECHAMENTO DE HOJE (SALCTBNEW) E GRAVADO EM TODOS OS
      *    CASOS: E A BASE DA VARIACAO DE AMANHA.
       0400-FINALIZAR        SECTION.
           PERFORM 0410-GRAVAR-FECHAMENTO
              VARYING WRK-IDX-AGE FROM 1 BY 1
              UNTIL WRK-IDX-AGE GREATER WRK-QTD-AGE.

           IF WRK-AGE-DESBALANC EQUAL ZEROS
              PERFORM 0420-GERAR-INTERFACE
           ELSE
              DISPLAY "AGENCIA(S) DESBALANCEADA(S): " WRK-AGE-DESBALANC
                      " - ARQUIVO CONTABIL NAO GERADO"
           END-IF.

           PERFORM 0430-IMPRIMIR-TOTAIS.

           CLOSE SARQCLI
                 SALCTBNEW
                 RELCTBCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "LANCAMENTOS DIA.: " WRK-CONTADOR-LANCTOS.
           DISPLAY "RESUMOS.........: " WRK-QTD-RES.
           DISPLAY "AGENCIAS........: " WRK-QTD-AGE.
           DISPLAY "PARTIDAS........: " WRK-QTD-PARTIDAS.
           DISPLAY "DESBALANCEADAS..: " WRK-AGE-DESBALANC.
           DISPLAY "SALDO DIVERGENTE: " WRK-AGE-DIVERGENTES.

      *    NAO REBAIXA UM 16 JA POSTO.
           IF RETURN-CODE LESS 8 AND WRK-AGE-DESBALANC GREATER ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE LESS 4
              IF WRK-AGE-DIVERGENTES GREATER ZEROS OR
                 WRK-LANCTOS-SEM-CONTA GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       0400-FIM. EXIT.

       0410-GRAVAR-FECHAMENTO SECTION.
           MOVE WRK-A-AGENCIA(WRK-IDX-AGE)    TO SCT-AGENCIA.
           MOVE WRK-DATA-EXECUCAO             TO SCT-DATA.
           MOVE WRK-A-SALDO-HOJE(WRK-IDX-AGE) TO SCT-SALDO.
           MOVE REG-SALCTBCLI TO REG-SALCTBNEW.
           WRITE REG-SALCTBNEW.
           IF FS-SALCTBNEW NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR FECHAMENTO " SCT-AGENCIA
              MOVE 16 TO RETURN-CODE
           END-IF.
       0410-FIM. EXIT.

      *----------------------- GERAR O ARQUIVO DE IMPORTACAO
      *    UMA PARTIDA A DEBITO E UMA A CREDITO POR RESUMO (SO O
      *    LADO COM CONTA NO MAPEAMENTO), ENTRE HEADER E TRAILER.
       0420-GERAR-INTERFACE  SECTION.
           OPEN OUTPUT CTBARQCLI.
           IF FS-CTBARQCLI NOT EQUAL ZEROS
              DISPLAY "CTBARQCLI NAO PODE SER ABERTO"
              MOVE 16 TO RETURN-CODE
              GO TO 0420-FIM
           END-IF.

           MOVE SPACES            TO REG-CTB-HEADER.
           MOVE "H"               TO CTH-TIPO-REG.
           MOVE WRK-DATA-EXECUCAO TO CTH-DATA.
           MOVE "CLIENTES"        TO CTH-SISTEMA.
           MOVE WRK-DATA-EXECUCAO TO CTH-DATA-GERACAO.
           MOVE WRK-HORA-EXECUCAO TO CTH-HORA-GERACAO.
           WRITE REG-CTB-HEADER.

           PERFORM 0421-GRAVAR-PARTIDAS
              VARYING WRK-IDX-RES FROM 1 BY 1
              UNTIL WRK-IDX-RES GREATER WRK-QTD-RES.

           MOVE SPACES             TO REG-CTB-TRAILER.
           MOVE "T"                TO CTR-TIPO-REG.
           MOVE WRK-QTD-PARTIDAS   TO CTR-QTD-DETALHES.
           MOVE WRK-TOTAL-DEBITOS  TO CTR-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO CTR-TOTAL-CREDITOS.
           WRITE REG-CTB-TRAILER.
           IF FS-CTBARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR CTBARQCLI"
              MOVE 16 TO RETURN-CODE
           END-IF.

           CLOSE CTBARQCLI.
       0420-FIM. EXIT.

       0421-GRAVAR-PARTIDAS  SECTION.
           MOVE WRK-R-MAPA(WRK-IDX-RES) TO WRK-IDX-MAPA.
           IF WRK-IDX-MAPA EQUAL ZEROS
              GO TO 0421-FIM
           END-IF.

           MOVE SPACES                     TO REG-CTB-DETALHE.
           MOVE "D"                        TO CTB-TIPO-REG.
           MOVE WRK-DATA-EXECUCAO          TO CTB-DATA.
           MOVE WRK-R-AGENCIA(WRK-IDX-RES) TO CTB-AGENCIA.
           MOVE WRK-R-VALOR(WRK-IDX-RES)   TO CTB-VALOR.
           MOVE WRK-M-HISTORICO(WRK-IDX-MAPA) TO CTB-HISTORICO.
           MOVE WRK-R-TIPO(WRK-IDX-RES)    TO CTB-TIPO-CONTA.
           MOVE WRK-R-OPERACAO(WRK-IDX-RES) TO CTB-OPERACAO.
           MOVE WRK-R-ORIGEM(WRK-IDX-RES)  TO CTB-ORIGEM-LOTE.
           MOVE WRK-R-QTD(WRK-IDX-RES)     TO CTB-QTD-LANCTOS.

           IF WRK-M-CONTA-DEBITO(WRK-IDX-MAPA) NOT EQUAL SPACES
              MOVE WRK-M-CONTA-DEBITO(WRK-IDX-MAPA) TO CTB-CONTA-COSIF
              MOVE "D" TO CTB-NATUREZA
              WRITE REG-CTB-DETALHE
              ADD 1 TO WRK-QTD-PARTIDAS
              ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-TOTAL-DEBITOS
           END-IF.

           IF WRK-M-CONTA-CREDITO(WRK-IDX-MAPA) NOT EQUAL SPACES
              MOVE WRK-M-CONTA-CREDITO(WRK-IDX-MAPA)
                TO CTB-CONTA-COSIF
              MOVE "C" TO CTB-NATUREZA
              WRITE REG-CTB-DETALHE
              ADD 1 TO WRK-QTD-PARTIDAS
              ADD WRK-R-VALOR(WRK-IDX-RES) TO WRK-TOTAL-CREDITOS
           END-IF.

           IF FS-CTBARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR PARTIDA DA AGENCIA "
                      WRK-R-AGENCIA(WRK-IDX-RES)
              MOVE 16 TO RETURN-CODE
           END-IF.
       0421-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS DE CONTROLE
       0430-IMPRIMIR-TOTAIS  SECTION.
           MOVE WRK-CONTADOR-LANCTOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCTBCLI.
           STRING "LANCAMENTOS DO DIA.........: " DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
             INTO REG-RELCTBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           IF WRK-LANCTOS-SEM-CONTA GREATER ZEROS
              MOVE WRK-LANCTOS-SEM-CONTA TO WRK-QTD-ED
              MOVE SPACES TO REG-RELCTBCLI
              STRING "LANCAMENTOS SEM CONTA......: " DELIMITED BY SIZE
                     WRK-QTD-ED                     DELIMITED BY SIZE
                INTO REG-RELCTBCLI
              PERFORM 0370-GRAVAR-LINHA
           END-IF.

           MOVE WRK-AGE-DESBALANC TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCTBCLI.
           STRING "AGENCIAS DESBALANCEADAS....: " DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
             INTO REG-RELCTBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-AGE-DIVERGENTES TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCTBCLI.
           STRING "AGENCIAS COM SALDO DIVERG..: " DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
             INTO REG-RELCTBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELCTBCLI.
           IF WRK-AGE-DESBALANC EQUAL ZEROS
              MOVE WRK-QTD-PARTIDAS TO WRK-QTD-ED
              STRING "PARTIDAS GERADAS...........: " DELIMITED BY SIZE
                     WRK-QTD-ED                     DELIMITED BY SIZE
                INTO REG-RELCTBCLI
           ELSE
              STRING "ARQUIVO CONTABIL...........: *** NAO GERADO ***"
                        DELIMITED BY SIZE
                INTO REG-RELCTBCLI
           END-IF.
           PERFORM 0370-GRAVAR-LINHA.

           IF WRK-AGE-DESBALANC EQUAL ZEROS
              MOVE WRK-TOTAL-DEBITOS TO WRK-VALOR-ED
              MOVE SPACES TO REG-RELCTBCLI
              STRING "TOTAL A DEBITO.............: " DELIMITED BY SIZE
                     WRK-VALOR-ED                   DELIMITED BY SIZE
                INTO REG-RELCTBCLI
              PERFORM 0370-GRAVAR-LINHA
              MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED
              MOVE SPACES TO REG-RELCTBCLI
              STRING "TOTAL A CREDITO............: " DELIMITED BY SIZE
                     WRK-VALOR-ED                   DELIMITED BY SIZE
                INTO REG-RELCTBCLI
              PERFORM 0370-GRAVAR-LINHA
           END-IF.
       0430-FIM. EXIT.
