
       IDENTIFICATION        DIVISION.
       PROGRAM-ID. EXTCNBCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    EXTRATO ELETRONICO CNAB 240 PARA AS CONTAS JURIDICA E
      *    INVESTIMENTO QUE CONCILIAM A CONTABILIDADE DIRETO DO
      *    ARQUIVO, EM VEZ DA PAGINA DE 80 COLUNAS DO EXTRATOCLI.
      *    ADEARQCLI DIZ QUAIS CONTAS RECEBEM E EM QUE FREQUENCIA;
      *    CADA RODADA ATENDE UMA FREQUENCIA (D OU M, PARMCNBCLI)
      *    E UM PERIODO DENTRO DE UMA UNICA COMPETENCIA.
           SELECT ADEARQCLI ASSIGN TO ".\ADEARQCLI.TXT"
               FILE STATUS IS FS-ADEARQCLI.
      *    O RAZAO E LIDO POR CONTA: START NA CONTA+DATA INICIAL E
      *    LEITURA ATE A DATA FINAL, POR ISSO O ACESSO DINAMICO.
      *    COMPETENCIA FECHADA VEM DA GERACAO (LANMESCLI), A DO MES
      *    ABERTO DO LANARQCLI -- MESMA REGRA DO EXTRATOCLI. O
      *    LANARQCLI E ABERTO SEMPRE: OS LANCAMENTOS POSTERIORES AO
      *    PERIODO (O RESTO DO MES FECHADO, SE FOR O CASO, E O MES
      *    ABERTO) CONFEREM O SALDO COM O SARQCLI.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQCLI.
           SELECT LANMESCLI ASSIGN TO ".\LANMESCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMG-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANMESCLI.
           SELECT LANCATCLI ASSIGN TO ".\LANCATCLI.TXT"
               FILE STATUS IS FS-LANCATCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    PARMCNBCLI TRAZ A FREQUENCIA DA RODADA, O PERIODO E O NOME
      *    DO BANCO NO HEADER; O CODIGO DO BANCO E O MESMO DA
      *    COMPENSACAO (PARMCHQCLI).
           SELECT PARMCNBCLI ASSIGN TO ".\PARMCNBCLI.TXT"
               FILE STATUS IS FS-PARMCNBCLI.
           SELECT PARMCHQCLI ASSIGN TO ".\PARMCHQCLI.TXT"
               FILE STATUS IS FS-PARMCHQCLI.
      *    CNBARQCLI RECEBE, UM APOS O OUTRO, OS ARQUIVOS CNAB DAS
      *    CONTAS LIBERADAS; CNBCTLCLI DIZ A TRANSMISSAO ONDE COMECA
      *    E TERMINA O DE CADA CONTA (COMO AS PAGINAS DO MALARQCLI NO
      *    EXTRATOCLI). CONTA CUJO SALDO NAO CONFERE NAO ENTRA EM
      *    NENHUM DOS DOIS: FICA RETIDA NO RELATORIO RELCNBCLI.
           SELECT CNBARQCLI ASSIGN TO ".\CNBARQCLI.TXT"
               FILE STATUS IS FS-CNBARQCLI.
           SELECT CNBCTLCLI ASSIGN TO ".\CNBCTLCLI.TXT"
               FILE STATUS IS FS-CNBCTLCLI.
           SELECT RELCNBCLI ASSIGN TO ".\RELCNBCLI.TXT"
               FILE STATUS IS FS-RELCNBCLI.
      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE.
           SELECT CALARQCLI ASSIGN TO ".\CALARQCLI.TXT"
               FILE STATUS IS FS-CALARQCLI.
      *    RUNCTLCLI E O CONTROLE DE EXECUCAO DA CADEIA, LIDO PELO
      *    RELATORIO DA CADEIA (RELCADCLI).
           SELECT RUNCTLCLI ASSIGN TO ".\RUNCTLCLI.TXT"
               FILE STATUS IS FS-RUNCTLCLI.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ADEARQCLI
           RECORDING MODE IS F.
           COPY "BOOKADE".

      *    LAYOUT = 50 POSICOES

       FD  LANARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

       FD  LANMESCLI
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (LAYOUT BOOKLAN; O REGISTRO E LIDO
      *    PARA DENTRO DE REG-LANARQCLI, SO A CHAVE E NOMEADA AQUI)
       01  REG-LANMESCLI.
           05  LMG-CHAVE-LANCAMENTO PICTURE X(39).
           05  FILLER            PICTURE X(49).

       FD  LANCATCLI
           RECORDING MODE IS F.
           COPY "BOOKLCT".

      *    LAYOUT = 80 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  PARMCNBCLI
           RECORDING MODE IS F.
      *    LAYOUT = 50 POSICOES (FREQUENCIA D/M; DATAS AAAAMMDD EM
      *    ZEROS = PERIODO PADRAO DA FREQUENCIA: D, A DATA DE NEGOCIO;
      *    M, O MES ANTERIOR AO DA DATA DE NEGOCIO INTEIRO)
       01  REG-PARMCNBCLI.
           05  PCNB-FREQUENCIA   PICTURE X(01).
           05  PCNB-DATA-INICIAL PICTURE 9(08).
           05  PCNB-DATA-FINAL   PICTURE 9(08).
           05  PCNB-NOME-BANCO   PICTURE X(30).
           05  FILLER            PICTURE X(03).

       FD  PARMCHQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 10 POSICOES (CODIGO DO BANCO NA COMPENSACAO)
       01  REG-PARMCHQCLI.
           05  PCHQ-BANCO-PROPRIO PICTURE 9(03).
           05  FILLER            PICTURE X(07).

       FD  CNBARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCNB".

      *    LAYOUT = 240 POSICOES

       FD  CNBCTLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 82 POSICOES (UM REGISTRO POR CONTA LIBERADA, COM
      *    O PRIMEIRO E O ULTIMO REGISTRO DO SEU ARQUIVO EM CNBARQCLI)
       01  REG-CNBCTLCLI.
           05  CNC-AGENCIA       PICTURE 9(04).
           05  CNC-CONTA         PICTURE 9(07).
           05  CNC-CPF-CNPJ      PICTURE X(14).
           05  CNC-CONVENIO      PICTURE X(20).
           05  CNC-FREQUENCIA    PICTURE X(01).
           05  CNC-DATA-INICIAL  PICTURE 9(08).
           05  CNC-DATA-FINAL    PICTURE 9(08).
           05  CNC-REGISTRO-INICIAL PICTURE 9(07).
           05  CNC-REGISTRO-FINAL PICTURE 9(07).
           05  CNC-QTD-LANCAMENTOS PICTURE 9(06).

       FD  RELCNBCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (SITUACAO DE CADA ADESAO NA RODADA:
      *    LIBERADA, RETIDA POR SALDO OU RECUSADA)
       01  REG-RELCNBCLI         PICTURE X(80).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *    DATA AAAAMMDD)
       01  REG-CALARQCLI.
           05  CAL-TIPO          PICTURE X(01).
           05  CAL-DATA          PICTURE 9(08).

       FD  RUNCTLCLI
           RECORDING MODE IS F.
           COPY "BOOKRUN".

      *    LAYOUT = 40 POSICOES

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-ADEARQCLI          PICTURE 9(02).
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-LANCATCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-PARMCNBCLI         PICTURE 9(02).
       01  FS-PARMCHQCLI         PICTURE 9(02).
       01  FS-CNBARQCLI          PICTURE 9(02).
       01  FS-CNBCTLCLI          PICTURE 9(02).
       01  FS-RELCNBCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ FREQUENCIA E PERIODO DA RODADA
       01  WRK-FREQUENCIA        PICTURE X(01) VALUE "D".
           88  WRK-RODADA-DIARIA         VALUE "D".
           88  WRK-RODADA-MENSAL         VALUE "M".
       01  WRK-DATA-INICIAL      PICTURE 9(08) VALUE ZEROS.
       01  WRK-DATA-FINAL        PICTURE 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA       PICTURE 9(06) VALUE ZEROS.
       01  WRK-NOME-BANCO        PICTURE X(30) VALUE SPACES.
       01  WRK-BANCO-PROPRIO     PICTURE 9(03).
       01  WRK-DATA-CALC         PICTURE 9(08).
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05  WRK-CALC-ANO      PICTURE 9(04).
           05  WRK-CALC-MES      PICTURE 9(02).
           05  WRK-CALC-DIA      PICTURE 9(02).

      *------------ DIAS NO MES (AJUSTADO PARA ANO BISSEXTO)
       01  WRK-DIAS-MES-TAB.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 28.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
           05  WRK-DIAS-NO-MES   PICTURE 9(02) OCCURS 12 TIMES.
       01  WRK-QUOCIENTE         PICTURE 9(06) USAGE COMP.
       01  WRK-RESTO-BISSEXTO    PICTURE 9(04) USAGE COMP.

      *------------ ESCOLHA DO RAZAO DA COMPETENCIA
       01  WRK-ORIGEM-RAZAO      PICTURE X(01) VALUE "A".
           88  WRK-RAZAO-MES-ABERTO      VALUE "A".
           88  WRK-RAZAO-MES-FECHADO     VALUE "F".
       01  WRK-CATALOGO-ACHADO   PICTURE X(01) VALUE "N".
           88  WRK-COMPETENCIA-CATALOGADA VALUE "S".
       01  WRK-SITUACAO-GERACAO  PICTURE X(01) VALUE SPACES.
           88  WRK-GERACAO-NO-AR         VALUE "A".
           88  WRK-GERACAO-ARQUIVADA     VALUE "X".
       01  WRK-ULTIMA-FECHADA    PICTURE 9(06) VALUE ZEROS.

      *------------ LEITURA DO RAZAO DA CONTA
       01  WRK-CHAVE-ATUAL       PICTURE 9(11).
       01  WRK-FIM-CONTA         PICTURE X(01).
           88  WRK-CONTA-ESGOTADA        VALUE "S".

      *------------ SALDOS E TOTAIS DO EXTRATO DA CONTA
      *    SALDO INICIAL DERIVADO DO PRIMEIRO LANCAMENTO DO PERIODO
      *    E SALDO FINAL = SALDO-RESULTADO DO ULTIMO, COMO NO
      *    EXTRATOCLI. O SALDO ESPERADO E O DO SARQCLI MENOS O
      *    EFEITO DOS LANCAMENTOS POSTERIORES AO PERIODO.
       01  WRK-SALDO-INICIAL     PICTURE S9(11)V99 USAGE COMP.
       01  WRK-SALDO-FINAL       PICTURE S9(11)V99 USAGE COMP.
       01  WRK-SALDO-CALCULADO   PICTURE S9(11)V99 USAGE COMP.
       01  WRK-SALDO-ESPERADO    PICTURE S9(11)V99 USAGE COMP.
       01  WRK-EFEITO-POSTERIOR  PICTURE S9(13)V99 USAGE COMP.
       01  WRK-SOMA-CREDITOS     PICTURE 9(13)V99 USAGE COMP.
       01  WRK-SOMA-DEBITOS      PICTURE 9(13)V99 USAGE COMP.
       01  WRK-QTD-LANCTOS       PICTURE 9(06) USAGE COMP.
       01  WRK-PRIMEIRO-LANCTO   PICTURE X(01).
           88  WRK-E-PRIMEIRO-LANCTO     VALUE "S".
       01  WRK-SALDO-CONFERE     PICTURE X(01).
           88  WRK-SALDO-OK              VALUE "S".

      *------------ IDENTIFICACAO DA EMPRESA NOS REGISTROS CNAB
      *    MESMA FORMA DOS GRUPOS CNx-EMPRESA DO BOOKCNB (POS 18-72)
       01  WRK-EMPRESA.
           05  WRK-EMP-TIPO-INSCRICAO PICTURE 9(01).
           05  WRK-EMP-INSCRICAO PICTURE 9(14).
           05  WRK-EMP-INSCRICAO-X REDEFINES WRK-EMP-INSCRICAO
                                 PICTURE X(14).
           05  WRK-EMP-CONVENIO  PICTURE X(20).
           05  WRK-EMP-AGENCIA   PICTURE 9(05).
           05  WRK-EMP-DV-AGENCIA PICTURE X(01).
           05  WRK-EMP-CONTA     PICTURE 9(12).
           05  WRK-EMP-DV-CONTA  PICTURE X(01).
           05  WRK-EMP-DV-AG-CONTA PICTURE X(01).

      *------------ CONSTANTES DO LAYOUT CNAB 240 DE EXTRATO
       01  WRK-CNB-VERSAO-ARQUIVO PICTURE 9(03) VALUE 089.
       01  WRK-CNB-VERSAO-LOTE   PICTURE 9(03) VALUE 033.
       01  WRK-CNB-DENSIDADE     PICTURE 9(05) VALUE 01600.
       01  WRK-CNB-SERVICO       PICTURE 9(02) VALUE 04.
       01  WRK-CNB-FORMA         PICTURE 9(02) VALUE 40.
       01  WRK-CNB-LOTE          PICTURE 9(04) VALUE 0001.

      *------------ CONTADORES DO ARQUIVO DA CONTA
       01  WRK-QTD-REG-ARQUIVO   PICTURE 9(06) USAGE COMP.
       01  WRK-QTD-REG-LOTE      PICTURE 9(06) USAGE COMP.
       01  WRK-NUMERO-REGISTRO   PICTURE 9(05) USAGE COMP.
       01  WRK-REGISTRO-INICIAL  PICTURE 9(07) USAGE COMP.
       01  WRK-CONTADOR-REGISTROS PICTURE 9(07) USAGE COMP
                                  VALUE ZEROS.

      *------------ NATUREZA DO LANCAMENTO POR LAN-OPERACAO
      *    OPERACAO, TIPO (D/C), CATEGORIA FEBRABAN E HISTORICO. AS
      *    DUAS ULTIMAS LINHAS SAO AS DO ESTORNO, QUE GRAVA NO RAZAO
      *    O CODIGO CONTRARIO AO DO LANCAMENTO CANCELADO.
       01  WRK-NATUREZA-TAB.
           05  FILLER            PICTURE X(30) VALUE
               "CC201DEPOSITO/CREDITO EM CONTA".
           05  FILLER            PICTURE X(30) VALUE
               "DD104DEBITO EM CONTA          ".
           05  FILLER            PICTURE X(30) VALUE
               "ED117TRANSFERENCIA ENVIADA    ".
           05  FILLER            PICTURE X(30) VALUE
               "RC213TRANSFERENCIA RECEBIDA   ".
           05  FILLER            PICTURE X(30) VALUE
               " D103ESTORNO DE CREDITO       ".
           05  FILLER            PICTURE X(30) VALUE
               " C204ESTORNO DE DEBITO        ".
       01  WRK-NATUREZA REDEFINES WRK-NATUREZA-TAB.
           05  WRK-NAT-ITEM      OCCURS 6 TIMES.
               10  WRK-NAT-OPERACAO PICTURE X(01).
               10  WRK-NAT-TIPO  PICTURE X(01).
               10  WRK-NAT-CATEGORIA PICTURE 9(03).
               10  WRK-NAT-HISTORICO PICTURE X(25).
       01  WRK-IND-NATUREZA      PICTURE 9(02) USAGE COMP.

      *------------ CONVERSAO DE DATA AAAAMMDD PARA DDMMAAAA
       01  WRK-DATA-AAAAMMDD     PICTURE 9(08).
       01  WRK-DATA-AAAAMMDD-R REDEFINES WRK-DATA-AAAAMMDD.
           05  WRK-DT-ANO        PICTURE 9(04).
           05  WRK-DT-MES        PICTURE 9(02).
           05  WRK-DT-DIA        PICTURE 9(02).
       01  WRK-DATA-DDMMAAAA.
           05  WRK-DC-DIA        PICTURE 9(02).
           05  WRK-DC-MES        PICTURE 9(02).
           05  WRK-DC-ANO        PICTURE 9(04).
       01  WRK-DATA-CNAB REDEFINES WRK-DATA-DDMMAAAA
                                 PICTURE 9(08).

      *------------ ACUMULADORES GERAIS
       01  WRK-CONTADOR-ADESOES  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-LIBERADAS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-RETIDAS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-RECUSADAS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-CANCELADAS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-OUTRA-FREQ PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-LANCTOS  PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-SECULO   PICTURE 9(02).
           05  WRK-EXEC-AAMMDD   PICTURE 9(06).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-HORA-TIME         PICTURE 9(08).
       01  WRK-SITUACAO-CONTA    PICTURE X(08).
       01  WRK-MOTIVO            PICTURE X(24).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-LANCTOS-ED        PICTURE ZZZZ9.
       01  WRK-LANCTOS-ED-X      REDEFINES WRK-LANCTOS-ED
                                 PICTURE X(05).
       01  WRK-INICIAL-ED        PICTURE Z(08)9,99-.
       01  WRK-INICIAL-ED-X      REDEFINES WRK-INICIAL-ED
                                 PICTURE X(13).
       01  WRK-FINAL-ED          PICTURE Z(08)9,99-.
       01  WRK-FINAL-ED-X        REDEFINES WRK-FINAL-ED
                                 PICTURE X(13).
       01  WRK-CREDITOS-ED       PICTURE Z(10)9,99.
       01  WRK-DEBITOS-ED        PICTURE Z(10)9,99.
       01  WRK-ESPERADO-ED       PICTURE Z(08)9,99-.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-ADEARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-LIBERADAS TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    PARAMETRO INVALIDO, COMPETENCIA QUE NAO PODE SER
      *    CONFERIDA OU ARQUIVO QUE NAO ABRE PARAM O JOB (RC 16)
      *    ANTES DE GRAVAR QUALQUER EXTRATO.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
      *    TIME DEVOLVE HHMMSSCC: A HORA DE GERACAO DO HEADER CNAB E
      *    HHMMSS, AS SEIS PRIMEIRAS POSICOES.
             ACCEPT WRK-HORA-TIME FROM TIME.
             MOVE WRK-HORA-TIME(1:6) TO WRK-HORA-EXECUCAO.

             PERFORM 0215-LER-BANCO.
             PERFORM 0220-LER-PARAMETRO.
             PERFORM 0226-ESCOLHER-RAZAO.

             OPEN INPUT  ADEARQCLI.
             OPEN INPUT  SARQCLI.
             OPEN OUTPUT CNBARQCLI.
             OPEN OUTPUT CNBCTLCLI.
             OPEN OUTPUT RELCNBCLI.

             IF FS-ADEARQCLI NOT EQUAL ZEROS OR
                FS-SARQCLI NOT EQUAL ZEROS OR
                FS-CNBARQCLI NOT EQUAL ZEROS OR
                FS-CNBCTLCLI NOT EQUAL ZEROS OR
                FS-RELCNBCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S) - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0210-LEITURA.
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
             MOVE "EXTCNBCLI"    TO RUN-PROGRAMA.
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

       0210-LEITURA          SECTION.
            READ ADEARQCLI
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- LER O CODIGO DO PROPRIO BANCO
      *    SEM O CODIGO DO BANCO O ARQUIVO NAO E UM CNAB VALIDO.
       0215-LER-BANCO        SECTION.
             OPEN INPUT PARMCHQCLI.
             IF FS-PARMCHQCLI NOT EQUAL ZEROS
                DISPLAY "PARMCHQCLI (CODIGO DO BANCO) NAO ENCONTRADO "
                        "- JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             READ PARMCHQCLI
                AT END
                   MOVE ZEROS TO PCHQ-BANCO-PROPRIO
             END-READ.
             CLOSE PARMCHQCLI.

             IF PCHQ-BANCO-PROPRIO NOT NUMERIC OR
                PCHQ-BANCO-PROPRIO EQUAL ZEROS
                DISPLAY "PARMCHQCLI SEM CODIGO DE BANCO VALIDO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE PCHQ-BANCO-PROPRIO TO WRK-BANCO-PROPRIO.
       0215-FIM. EXIT.

      *----------------------- LER FREQUENCIA E PERIODO DA RODADA
      *    SEM O PARAMETRO A RODADA E A DIARIA DA DATA DE NEGOCIO.
      *    O PERIODO TEM DE CABER NUMA COMPETENCIA SO (UM RAZAO) E
      *    NAO PODE PASSAR DA DATA DE NEGOCIO.
       0220-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMCNBCLI.
             IF FS-PARMCNBCLI EQUAL ZEROS
                READ PARMCNBCLI
                  AT END
                     DISPLAY "PARMCNBCLI VAZIO, RODADA DIARIA DE "
                             WRK-DATA-EXECUCAO
                  NOT AT END
                     IF PCNB-FREQUENCIA NOT EQUAL SPACES
                        MOVE PCNB-FREQUENCIA TO WRK-FREQUENCIA
                     END-IF
                     IF PCNB-DATA-INICIAL NUMERIC AND
                        PCNB-DATA-FINAL NUMERIC
                        MOVE PCNB-DATA-INICIAL TO WRK-DATA-INICIAL
                        MOVE PCNB-DATA-FINAL   TO WRK-DATA-FINAL
                     END-IF
                     MOVE PCNB-NOME-BANCO TO WRK-NOME-BANCO
                END-READ
                CLOSE PARMCNBCLI
             ELSE
                DISPLAY "PARMCNBCLI NAO ENCONTRADO, RODADA DIARIA DE "
                        WRK-DATA-EXECUCAO
             END-IF.

             IF NOT WRK-RODADA-DIARIA AND NOT WRK-RODADA-MENSAL
                DISPLAY "PARMCNBCLI COM FREQUENCIA INVALIDA ("
                        WRK-FREQUENCIA ") - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF WRK-DATA-INICIAL EQUAL ZEROS AND
                WRK-DATA-FINAL EQUAL ZEROS
                IF WRK-RODADA-DIARIA
                   MOVE WRK-DATA-EXECUCAO TO WRK-DATA-INICIAL
                   MOVE WRK-DATA-EXECUCAO TO WRK-DATA-FINAL
                ELSE
                   PERFORM 0222-CALCULAR-MES-ANTERIOR
                END-IF
             END-IF.

             IF WRK-DATA-INICIAL GREATER WRK-DATA-FINAL OR
                WRK-DATA-INICIAL(1:6) NOT EQUAL WRK-DATA-FINAL(1:6) OR
                WRK-DATA-FINAL GREATER WRK-DATA-EXECUCAO
                DISPLAY "PERIODO INVALIDO " WRK-DATA-INICIAL " A "
                        WRK-DATA-FINAL " (UMA COMPETENCIA SO, ATE "
                        WRK-DATA-EXECUCAO ") - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE WRK-DATA-INICIAL(1:6) TO WRK-COMPETENCIA.
             DISPLAY "EXTRATO CNAB 240 - FREQUENCIA " WRK-FREQUENCIA
                     " PERIODO " WRK-DATA-INICIAL " A " WRK-DATA-FINAL.
       0220-FIM. EXIT.

      *----------------------- PERIODO PADRAO DA RODADA MENSAL
      *    O MES INTEIRO ANTERIOR AO DA DATA DE NEGOCIO (O MES QUE
      *    O FECLAN ACABOU DE FECHAR).
       0222-CALCULAR-MES-ANTERIOR SECTION.
             MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC.
             IF WRK-CALC-MES GREATER 1
                SUBTRACT 1 FROM WRK-CALC-MES
             ELSE
                MOVE 12 TO WRK-CALC-MES
                SUBTRACT 1 FROM WRK-CALC-ANO
             END-IF.

             MOVE 1 TO WRK-CALC-DIA.
             MOVE WRK-DATA-CALC TO WRK-DATA-INICIAL.

             PERFORM 0223-CALCULAR-FIM-MES.
             MOVE WRK-DATA-CALC TO WRK-DATA-FINAL.
       0222-FIM. EXIT.

      *----------------------- ULTIMO DIA DO MES DE WRK-DATA-CALC
      *    FEVEREIRO DE ANO BISSEXTO TEM 29: DIVISIVEL POR 4 E NAO
      *    POR 100, OU DIVISIVEL POR 400.
       0223-CALCULAR-FIM-MES SECTION.
             MOVE WRK-DIAS-NO-MES(WRK-CALC-MES) TO WRK-CALC-DIA.

             IF WRK-CALC-MES EQUAL 2
                DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-BISSEXTO
                IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                   DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO NOT EQUAL ZEROS
                      MOVE 29 TO WRK-CALC-DIA
                   ELSE
                      DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE
                         REMAINDER WRK-RESTO-BISSEXTO
                      IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                         MOVE 29 TO WRK-CALC-DIA
                      END-IF
                   END-IF
                END-IF
             END-IF.
       0223-FIM. EXIT.

      *----------------------- ESCOLHER O RAZAO DA COMPETENCIA
      *    MESMA REGRA DO EXTRATOCLI, COM UMA RESTRICAO: O SALDO SO
      *    PODE SER CONFERIDO COM O SARQCLI SE TODO LANCAMENTO
      *    POSTERIOR AO PERIODO ESTIVER NA PROPRIA GERACAO (RESTO DO
      *    MES) OU NO MES ABERTO, ENTAO A COMPETENCIA FECHADA TEM DE
      *    SER A ULTIMA DO CATALOGO (LANMES(0)). O LANARQCLI E
      *    ABERTO EM QUALQUER CASO.
       0226-ESCOLHER-RAZAO   SECTION.
             OPEN INPUT LANCATCLI.
             IF FS-LANCATCLI EQUAL ZEROS
                PERFORM 0227-LER-CATALOGO
                   UNTIL FS-LANCATCLI NOT EQUAL ZEROS
                CLOSE LANCATCLI
             ELSE
                DISPLAY "LANCATCLI NAO ENCONTRADO - COMPETENCIA "
                        "LIDA DO MES ABERTO"
             END-IF.

             IF WRK-COMPETENCIA-CATALOGADA AND WRK-GERACAO-ARQUIVADA
                DISPLAY "COMPETENCIA " WRK-COMPETENCIA " ARQUIVADA "
                        "(ARCLANCLI) - RESTAURAR A GERACAO ANTES DO "
                        "EXTRATO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF WRK-COMPETENCIA-CATALOGADA AND
                WRK-COMPETENCIA NOT EQUAL WRK-ULTIMA-FECHADA
                DISPLAY "COMPETENCIA " WRK-COMPETENCIA " NAO E A "
                        "ULTIMA FECHADA (" WRK-ULTIMA-FECHADA ") - "
                        "SALDO NAO CONFERIVEL COM O SARQCLI"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT LANARQCLI.
             IF FS-LANARQCLI NOT EQUAL ZEROS
                DISPLAY "LANARQCLI NAO ABERTO (" FS-LANARQCLI ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF NOT WRK-COMPETENCIA-CATALOGADA
                MOVE "A" TO WRK-ORIGEM-RAZAO
                GO TO 0226-FIM
             END-IF.

             MOVE "F" TO WRK-ORIGEM-RAZAO.
             OPEN INPUT LANMESCLI.
             IF FS-LANMESCLI NOT EQUAL ZEROS
                DISPLAY "LANMESCLI NAO ABERTO (" FS-LANMESCLI
                        ") - COMPETENCIA " WRK-COMPETENCIA
                        " FECHADA"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    O DD DEVE APONTAR PARA A GERACAO DA COMPETENCIA PEDIDA.
             READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                AT END
                   GO TO 0226-FIM
             END-READ.
             IF LAN-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
                DISPLAY "LANMESCLI NAO E A GERACAO DA COMPETENCIA "
                        WRK-COMPETENCIA " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0226-FIM. EXIT.

       0227-LER-CATALOGO     SECTION.
             READ LANCATCLI.
             IF FS-LANCATCLI EQUAL ZEROS
                IF LCT-COMPETENCIA GREATER WRK-ULTIMA-FECHADA
                   MOVE LCT-COMPETENCIA TO WRK-ULTIMA-FECHADA
                END-IF
                IF LCT-COMPETENCIA EQUAL WRK-COMPETENCIA
                   MOVE "S"          TO WRK-CATALOGO-ACHADO
                   MOVE LCT-SITUACAO TO WRK-SITUACAO-GERACAO
                END-IF
             END-IF.
       0227-FIM. EXIT.

      *----------------------- PROCESSAR UMA ADESAO
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR-ADESOES.
             PERFORM 0310-TRATAR-ADESAO.
             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- TRATAR UMA ADESAO
      *    ADESAO CANCELADA OU DE OUTRA FREQUENCIA SO E CONTADA. A
      *    CONTA TEM DE EXISTIR E SER JURIDICA OU INVESTIMENTO; O
      *    ARQUIVO SO E GRAVADO DEPOIS QUE O SALDO CONFERE.
       0310-TRATAR-ADESAO    SECTION.
             IF ADE-CANCELADA
                ADD 1 TO WRK-CONTADOR-CANCELADAS
                GO TO 0310-FIM
             END-IF.

             MOVE ADE-AGENCIA TO SARQCLI-AGENCIA.
             MOVE ADE-CONTA   TO SARQCLI-CONTA.

             IF NOT ADE-ATIVA
                MOVE "SITUACAO INVALIDA" TO WRK-MOTIVO
                PERFORM 0355-RECUSAR-ADESAO
                GO TO 0310-FIM
             END-IF.

             IF NOT ADE-DIARIA AND NOT ADE-MENSAL
                MOVE "FREQUENCIA INVALIDA" TO WRK-MOTIVO
                PERFORM 0355-RECUSAR-ADESAO
                GO TO 0310-FIM
             END-IF.

             IF ADE-FREQUENCIA NOT EQUAL WRK-FREQUENCIA
                ADD 1 TO WRK-CONTADOR-OUTRA-FREQ
                GO TO 0310-FIM
             END-IF.

             READ SARQCLI
                INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WRK-MOTIVO
                   PERFORM 0355-RECUSAR-ADESAO
                   GO TO 0310-FIM
             END-READ.

             IF SARQCLI-TIPO NOT EQUAL 2 AND SARQCLI-TIPO NOT EQUAL 4
                MOVE "TIPO DE CONTA NAO ATENDE" TO WRK-MOTIVO
                PERFORM 0355-RECUSAR-ADESAO
                GO TO 0310-FIM
             END-IF.

             MOVE SARQCLI-CHAVE TO WRK-CHAVE-ATUAL.
             PERFORM 0320-CONFERIR-SALDOS.

             IF NOT WRK-SALDO-OK
                ADD 1 TO WRK-CONTADOR-RETIDAS
                MOVE "RETIDA"            TO WRK-SITUACAO-CONTA
                MOVE "SALDO NAO CONFERE" TO WRK-MOTIVO
                PERFORM 0350-LISTAR-CONTA
                PERFORM 0352-LISTAR-CONFERENCIA
                GO TO 0310-FIM
             END-IF.

             PERFORM 0312-MONTAR-EMPRESA.
             PERFORM 0330-GERAR-EXTRATO.
             PERFORM 0340-GRAVAR-CONTROLE.

             ADD 1 TO WRK-CONTADOR-LIBERADAS.
             MOVE "LIBERADA" TO WRK-SITUACAO-CONTA.
             MOVE SPACES     TO WRK-MOTIVO.
             PERFORM 0350-LISTAR-CONTA.
       0310-FIM. EXIT.

      *----------------------- IDENTIFICACAO DA EMPRESA NO CNAB
      *    CPF (11 POSICOES, O RESTO EM BRANCO) E INSCRICAO TIPO 1;
      *    CNPJ, TIPO 2. O CADASTRO NAO TEM DIGITO DE AGENCIA NEM DE
      *    CONTA: OS DV VAO EM BRANCO.
       0312-MONTAR-EMPRESA   SECTION.
             MOVE ZEROS TO WRK-EMP-INSCRICAO.
             IF SARQCLI-CPF-CNPJ(12:3) EQUAL SPACES
                MOVE 1 TO WRK-EMP-TIPO-INSCRICAO
                MOVE SARQCLI-CPF-CNPJ(1:11) TO
                     WRK-EMP-INSCRICAO-X(4:11)
             ELSE
                MOVE 2 TO WRK-EMP-TIPO-INSCRICAO
                MOVE SARQCLI-CPF-CNPJ TO WRK-EMP-INSCRICAO-X
             END-IF.

             MOVE ADE-CONVENIO    TO WRK-EMP-CONVENIO.
             MOVE SARQCLI-AGENCIA TO WRK-EMP-AGENCIA.
             MOVE SARQCLI-CONTA   TO WRK-EMP-CONTA.
             MOVE SPACES TO WRK-EMP-DV-AGENCIA
                            WRK-EMP-DV-CONTA
                            WRK-EMP-DV-AG-CONTA.
       0312-FIM. EXIT.

      *----------------------- CONFERIR OS SALDOS DO PERIODO
      *    PRIMEIRA PASSADA NO RAZAO DA CONTA, SEM GRAVAR NADA:
      *    SALDO INICIAL + CREDITOS - DEBITOS TEM DE DAR O SALDO
      *    FINAL DO RAZAO, E ESTE O SALDO DO SARQCLI DESCONTADO O
      *    QUE FOI LANCADO DEPOIS DO PERIODO. SEM LANCAMENTO NO
      *    PERIODO, OS DOIS SALDOS SAO O ESPERADO.
       0320-CONFERIR-SALDOS  SECTION.
             MOVE ZEROS TO WRK-SOMA-CREDITOS
                           WRK-SOMA-DEBITOS
                           WRK-QTD-LANCTOS
                           WRK-EFEITO-POSTERIOR.
             MOVE "S" TO WRK-PRIMEIRO-LANCTO.
             MOVE "N" TO WRK-SALDO-CONFERE.

             PERFORM 0321-POSICIONAR-PERIODO.
             PERFORM 0324-ACUMULAR-LANCAMENTO
                UNTIL WRK-CONTA-ESGOTADA.

             PERFORM 0326-SOMAR-POSTERIORES.
             COMPUTE WRK-SALDO-ESPERADO =
                     SARQCLI-SALDO - WRK-EFEITO-POSTERIOR.

             IF WRK-QTD-LANCTOS EQUAL ZEROS
                MOVE WRK-SALDO-ESPERADO TO WRK-SALDO-INICIAL
                                           WRK-SALDO-FINAL
             END-IF.

             COMPUTE WRK-SALDO-CALCULADO = WRK-SALDO-INICIAL
                     + WRK-SOMA-CREDITOS - WRK-SOMA-DEBITOS.

             IF WRK-SALDO-CALCULADO EQUAL WRK-SALDO-FINAL AND
                WRK-SALDO-FINAL EQUAL WRK-SALDO-ESPERADO
                MOVE "S" TO WRK-SALDO-CONFERE
             END-IF.
       0320-FIM. EXIT.

      *----------------------- POSICIONAR NO INICIO DO PERIODO
      *    START NA CONTA + DATA INICIAL NO RAZAO DA COMPETENCIA E
      *    LEITURA DO PRIMEIRO LANCAMENTO.
       0321-POSICIONAR-PERIODO SECTION.
             MOVE "N"              TO WRK-FIM-CONTA.
             MOVE WRK-CHAVE-ATUAL  TO LAN-CHAVE.
             MOVE WRK-DATA-INICIAL TO LAN-DATA.
             MOVE ZEROS            TO LAN-HORA
                                      LAN-SEQUENCIA.
             MOVE LOW-VALUES       TO LAN-LOTE.

             IF WRK-RAZAO-MES-FECHADO
                MOVE LAN-CHAVE-LANCAMENTO TO LMG-CHAVE-LANCAMENTO
                START LANMESCLI KEY IS NOT LESS LMG-CHAVE-LANCAMENTO
                   INVALID KEY
                      MOVE "S" TO WRK-FIM-CONTA
                END-START
             ELSE
                START LANARQCLI KEY IS NOT LESS LAN-CHAVE-LANCAMENTO
                   INVALID KEY
                      MOVE "S" TO WRK-FIM-CONTA
                END-START
             END-IF.

             IF NOT WRK-CONTA-ESGOTADA
                PERFORM 0323-LER-PERIODO
             END-IF.
       0321-FIM. EXIT.

      *----------------------- LER O PROXIMO LANCAMENTO DO PERIODO
       0323-LER-PERIODO      SECTION.
             IF WRK-RAZAO-MES-FECHADO
                READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                   AT END
                      MOVE "S" TO WRK-FIM-CONTA
                      GO TO 0323-FIM
                END-READ
             ELSE
                READ LANARQCLI NEXT RECORD
                   AT END
                      MOVE "S" TO WRK-FIM-CONTA
                      GO TO 0323-FIM
                END-READ
             END-IF.

             IF LAN-CHAVE NOT EQUAL WRK-CHAVE-ATUAL OR
                LAN-DATA GREATER WRK-DATA-FINAL
                MOVE "S" TO WRK-FIM-CONTA
             END-IF.
       0323-FIM. EXIT.

      *----------------------- ACUMULAR UM LANCAMENTO DO PERIODO
      *    CREDITAM A CONTA AS OPERACOES "C" E "R" (PERNA RECEBIDA
      *    DE TRANSFERENCIA); "D" E "E" (PERNA ENVIADA) DEBITAM.
       0324-ACUMULAR-LANCAMENTO SECTION.
             IF LAN-OPERACAO EQUAL "C" OR LAN-OPERACAO EQUAL "R"
                IF WRK-E-PRIMEIRO-LANCTO
                   COMPUTE WRK-SALDO-INICIAL =
                           LAN-SALDO-RESULT - LAN-VALOR
                END-IF
                ADD LAN-VALOR TO WRK-SOMA-CREDITOS
             ELSE
                IF WRK-E-PRIMEIRO-LANCTO
                   COMPUTE WRK-SALDO-INICIAL =
                           LAN-SALDO-RESULT + LAN-VALOR
                END-IF
                ADD LAN-VALOR TO WRK-SOMA-DEBITOS
             END-IF.

             MOVE "N"              TO WRK-PRIMEIRO-LANCTO.
             MOVE LAN-SALDO-RESULT TO WRK-SALDO-FINAL.
             ADD 1 TO WRK-QTD-LANCTOS.
             PERFORM 0323-LER-PERIODO.
       0324-FIM. EXIT.

      *----------------------- EFEITO DOS LANCAMENTOS POSTERIORES
      *    O QUE FOI LANCADO NA CONTA DEPOIS DA DATA FINAL: NA
      *    COMPETENCIA FECHADA, PRIMEIRO O RESTO DO MES NA PROPRIA
      *    GERACAO (PERIODO QUE NAO VAI ATE O ULTIMO DIA); DEPOIS,
      *    EM QUALQUER CASO, O MES ABERTO. START LOGO DEPOIS DO
      *    ULTIMO LANCAMENTO POSSIVEL DA DATA FINAL.
       0326-SOMAR-POSTERIORES SECTION.
             IF WRK-RAZAO-MES-FECHADO
                PERFORM 0325-MONTAR-CHAVE-POSTERIOR
                MOVE LAN-CHAVE-LANCAMENTO TO LMG-CHAVE-LANCAMENTO
                START LANMESCLI KEY IS GREATER LMG-CHAVE-LANCAMENTO
                   INVALID KEY
                      MOVE "S" TO WRK-FIM-CONTA
                END-START
                PERFORM 0328-SOMAR-POSTERIOR-MES
                   UNTIL WRK-CONTA-ESGOTADA
             END-IF.

             PERFORM 0325-MONTAR-CHAVE-POSTERIOR.
             START LANARQCLI KEY IS GREATER LAN-CHAVE-LANCAMENTO
                INVALID KEY
                   GO TO 0326-FIM
             END-START.

             PERFORM 0327-SOMAR-POSTERIOR
                UNTIL WRK-CONTA-ESGOTADA.
       0326-FIM. EXIT.

       0325-MONTAR-CHAVE-POSTERIOR SECTION.
             MOVE "N"             TO WRK-FIM-CONTA.
             MOVE WRK-CHAVE-ATUAL TO LAN-CHAVE.
             MOVE WRK-DATA-FINAL  TO LAN-DATA.
             MOVE 999999          TO LAN-HORA
                                     LAN-SEQUENCIA.
             MOVE HIGH-VALUES     TO LAN-LOTE.
       0325-FIM. EXIT.

       0327-SOMAR-POSTERIOR  SECTION.
             READ LANARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0327-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0327-FIM
             END-IF.

             PERFORM 0329-SOMAR-EFEITO.
       0327-FIM. EXIT.

       0328-SOMAR-POSTERIOR-MES SECTION.
             READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0328-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0328-FIM
             END-IF.

             PERFORM 0329-SOMAR-EFEITO.
       0328-FIM. EXIT.

       0329-SOMAR-EFEITO     SECTION.
             IF LAN-OPERACAO EQUAL "C" OR LAN-OPERACAO EQUAL "R"
                ADD LAN-VALOR TO WRK-EFEITO-POSTERIOR
             ELSE
                SUBTRACT LAN-VALOR FROM WRK-EFEITO-POSTERIOR
             END-IF.
       0329-FIM. EXIT.

      *----------------------- GERAR O ARQUIVO CNAB DA CONTA
      *    SEGUNDA PASSADA NO RAZAO, JA COM O SALDO CONFERIDO: OS
      *    TOTAIS DO TRAILER SAO OS DA CONFERENCIA.
       0330-GERAR-EXTRATO    SECTION.
             COMPUTE WRK-REGISTRO-INICIAL = WRK-CONTADOR-REGISTROS + 1.
             MOVE ZEROS TO WRK-QTD-REG-ARQUIVO
                           WRK-QTD-REG-LOTE
                           WRK-NUMERO-REGISTRO.

             PERFORM 0331-GRAVAR-HEADER-ARQUIVO.
             PERFORM 0332-GRAVAR-HEADER-LOTE.

             PERFORM 0321-POSICIONAR-PERIODO.
             PERFORM 0333-GRAVAR-DETALHE
                UNTIL WRK-CONTA-ESGOTADA.

             PERFORM 0335-GRAVAR-TRAILER-LOTE.
             PERFORM 0336-GRAVAR-TRAILER-ARQUIVO.
       0330-FIM. EXIT.

       0331-GRAVAR-HEADER-ARQUIVO SECTION.
             MOVE SPACES            TO REG-CNBARQCLI.
             MOVE WRK-BANCO-PROPRIO TO CNH-BANCO.
             MOVE ZEROS             TO CNH-LOTE.
             MOVE 0                 TO CNH-TIPO-REG.
             MOVE WRK-EMPRESA       TO CNH-EMPRESA.
             MOVE SARQCLI-NOME      TO CNH-NOME-EMPRESA.
             MOVE WRK-NOME-BANCO    TO CNH-NOME-BANCO.
             MOVE 2                 TO CNH-REMESSA-RETORNO.
             MOVE WRK-DATA-EXECUCAO TO WRK-DATA-AAAAMMDD.
             PERFORM 0338-CONVERTER-DATA.
             MOVE WRK-DATA-CNAB     TO CNH-DATA-GERACAO.
             MOVE WRK-HORA-EXECUCAO TO CNH-HORA-GERACAO.
             MOVE WRK-EXEC-AAMMDD   TO CNH-NSA.
             MOVE WRK-CNB-VERSAO-ARQUIVO TO CNH-VERSAO-LAYOUT.
             MOVE WRK-CNB-DENSIDADE TO CNH-DENSIDADE.
             PERFORM 0339-GRAVAR-CNAB.
       0331-FIM. EXIT.

      *    SALDO INICIAL NA DATA INICIAL DO PERIODO; O SENTIDO VAI
      *    NA SITUACAO (O VALOR E GRAVADO SEM SINAL).
       0332-GRAVAR-HEADER-LOTE SECTION.
             MOVE SPACES            TO REG-CNBARQCLI.
             MOVE WRK-BANCO-PROPRIO TO CNL-BANCO.
             MOVE WRK-CNB-LOTE      TO CNL-LOTE.
             MOVE 1                 TO CNL-TIPO-REG.
             MOVE "E"               TO CNL-OPERACAO.
             MOVE WRK-CNB-SERVICO   TO CNL-SERVICO.
             MOVE WRK-CNB-FORMA     TO CNL-FORMA-LANCAMENTO.
             MOVE WRK-CNB-VERSAO-LOTE TO CNL-VERSAO-LAYOUT.
             MOVE WRK-EMPRESA       TO CNL-EMPRESA.
             MOVE SARQCLI-NOME      TO CNL-NOME-EMPRESA.
             MOVE WRK-DATA-INICIAL  TO WRK-DATA-AAAAMMDD.
             PERFORM 0338-CONVERTER-DATA.
             MOVE WRK-DATA-CNAB     TO CNL-DATA-SALDO-INICIAL.
             MOVE WRK-SALDO-INICIAL TO CNL-VALOR-SALDO-INICIAL.
             IF WRK-SALDO-INICIAL LESS ZEROS
                MOVE "D" TO CNL-SITUACAO-SALDO-INICIAL
             ELSE
                MOVE "C" TO CNL-SITUACAO-SALDO-INICIAL
             END-IF.
             MOVE "F"               TO CNL-POSICAO-SALDO-INICIAL.
             MOVE "BRL"             TO CNL-MOEDA.
             MOVE 1                 TO CNL-SEQUENCIA-EXTRATO.
             PERFORM 0339-GRAVAR-CNAB.
             ADD 1 TO WRK-QTD-REG-LOTE.
       0332-FIM. EXIT.

      *----------------------- DETALHE SEGMENTO E DE UM LANCAMENTO
      *    NA TRANSFERENCIA O COMPLEMENTO E A OUTRA PERNA (TIPO 01);
      *    O DOCUMENTO E O LOTE/SEQUENCIA DO RAZAO, COM O DO
      *    LANCAMENTO CANCELADO NO ESTORNO.
       0333-GRAVAR-DETALHE   SECTION.
             PERFORM 0334-CLASSIFICAR-LANCAMENTO.
             ADD 1 TO WRK-NUMERO-REGISTRO.

             MOVE SPACES            TO REG-CNBARQCLI.
             MOVE WRK-BANCO-PROPRIO TO CNE-BANCO.
             MOVE WRK-CNB-LOTE      TO CNE-LOTE.
             MOVE 3                 TO CNE-TIPO-REG.
             MOVE WRK-NUMERO-REGISTRO TO CNE-NUMERO-REGISTRO.
             MOVE "E"               TO CNE-SEGMENTO.
             MOVE WRK-EMPRESA       TO CNE-EMPRESA.
             MOVE SARQCLI-NOME      TO CNE-NOME-EMPRESA.
             MOVE "DPV"             TO CNE-NATUREZA.

             IF LAN-CHAVE-CONTRA NUMERIC AND
                LAN-CHAVE-CONTRA NOT EQUAL ZEROS
                MOVE 01                 TO CNE-TIPO-COMPLEMENTO
                MOVE WRK-BANCO-PROPRIO  TO CNE-COMPL-BANCO
                MOVE LAN-AGENCIA-CONTRA TO CNE-COMPL-AGENCIA
                MOVE LAN-CONTA-CONTRA   TO CNE-COMPL-CONTA
             ELSE
                MOVE ZEROS              TO CNE-TIPO-COMPLEMENTO
                MOVE SPACES             TO CNE-COMPLEMENTO-X
             END-IF.

             MOVE "S"               TO CNE-ISENCAO-CPMF.
             MOVE LAN-DATA          TO WRK-DATA-AAAAMMDD.
             PERFORM 0338-CONVERTER-DATA.
             MOVE WRK-DATA-CNAB     TO CNE-DATA-CONTABIL
                                       CNE-DATA-LANCAMENTO.
             MOVE LAN-VALOR         TO CNE-VALOR.
             MOVE WRK-NAT-TIPO(WRK-IND-NATUREZA) TO
                  CNE-TIPO-LANCAMENTO.
             MOVE WRK-NAT-CATEGORIA(WRK-IND-NATUREZA) TO
                  CNE-CATEGORIA.
             MOVE LAN-LOTE(1:2)     TO CNE-CODIGO-HISTORICO.
             MOVE WRK-NAT-HISTORICO(WRK-IND-NATUREZA) TO
                  CNE-HISTORICO.

             IF LAN-LOTE-ORIGEM NOT EQUAL SPACES
                STRING LAN-LOTE        DELIMITED BY SIZE
                       "/"             DELIMITED BY SIZE
                       LAN-SEQUENCIA   DELIMITED BY SIZE
                       " EST "         DELIMITED BY SIZE
                       LAN-LOTE-ORIGEM DELIMITED BY SIZE
                       "/"             DELIMITED BY SIZE
                       LAN-SEQ-ORIGEM  DELIMITED BY SIZE
                  INTO CNE-DOCUMENTO
             ELSE
                STRING LAN-LOTE        DELIMITED BY SIZE
                       "/"             DELIMITED BY SIZE
                       LAN-SEQUENCIA   DELIMITED BY SIZE
                  INTO CNE-DOCUMENTO
             END-IF.

             PERFORM 0339-GRAVAR-CNAB.
             ADD 1 TO WRK-QTD-REG-LOTE.
             ADD 1 TO WRK-CONTADOR-LANCTOS.
             PERFORM 0323-LER-PERIODO.
       0333-FIM. EXIT.

      *----------------------- NATUREZA DO LANCAMENTO
      *    PELA OPERACAO DO RAZAO; O ESTORNO (LOTE DE ORIGEM
      *    PREENCHIDO) TEM CATEGORIA PROPRIA, NO SENTIDO DO QUE ELE
      *    EFETIVAMENTE LANCOU.
       0334-CLASSIFICAR-LANCAMENTO SECTION.
             EVALUATE TRUE
                WHEN LAN-LOTE-ORIGEM NOT EQUAL SPACES AND
                     (LAN-OPERACAO EQUAL "C" OR LAN-OPERACAO EQUAL "R")
                   MOVE 6 TO WRK-IND-NATUREZA
                WHEN LAN-LOTE-ORIGEM NOT EQUAL SPACES
                   MOVE 5 TO WRK-IND-NATUREZA
                WHEN LAN-OPERACAO EQUAL "C"
                   MOVE 1 TO WRK-IND-NATUREZA
                WHEN LAN-OPERACAO EQUAL "E"
                   MOVE 3 TO WRK-IND-NATUREZA
                WHEN LAN-OPERACAO EQUAL "R"
                   MOVE 4 TO WRK-IND-NATUREZA
                WHEN OTHER
                   MOVE 2 TO WRK-IND-NATUREZA
             END-EVALUATE.
       0334-FIM. EXIT.

      *    SALDO FINAL NA DATA FINAL, TOTAIS A DEBITO E A CREDITO E
      *    QUANTIDADE DE REGISTROS DO LOTE (HEADER E TRAILER
      *    INCLUSIVE).
       0335-GRAVAR-TRAILER-LOTE SECTION.
             ADD 1 TO WRK-QTD-REG-LOTE.

             MOVE SPACES            TO REG-CNBARQCLI.
             MOVE WRK-BANCO-PROPRIO TO CNT-BANCO.
             MOVE WRK-CNB-LOTE      TO CNT-LOTE.
             MOVE 5                 TO CNT-TIPO-REG.
             MOVE WRK-EMPRESA       TO CNT-EMPRESA.
             MOVE ZEROS             TO CNT-SALDO-VINCULADO
                                       CNT-LIMITE-CONTA
                                       CNT-SALDO-BLOQUEADO.
             MOVE WRK-DATA-FINAL    TO WRK-DATA-AAAAMMDD.
             PERFORM 0338-CONVERTER-DATA.
             MOVE WRK-DATA-CNAB     TO CNT-DATA-SALDO-FINAL.
             MOVE WRK-SALDO-FINAL   TO CNT-VALOR-SALDO-FINAL.
             IF WRK-SALDO-FINAL LESS ZEROS
                MOVE "D" TO CNT-SITUACAO-SALDO-FINAL
             ELSE
                MOVE "C" TO CNT-SITUACAO-SALDO-FINAL
             END-IF.
             MOVE "F"               TO CNT-POSICAO-SALDO-FINAL.
             MOVE WRK-QTD-REG-LOTE  TO CNT-QTD-REGISTROS.
             MOVE WRK-SOMA-DEBITOS  TO CNT-SOMA-DEBITOS.
             MOVE WRK-SOMA-CREDITOS TO CNT-SOMA-CREDITOS.
             PERFORM 0339-GRAVAR-CNAB.
       0335-FIM. EXIT.

      *    O TRAILER DE ARQUIVO CONTA A SI MESMO.
       0336-GRAVAR-TRAILER-ARQUIVO SECTION.
             MOVE SPACES            TO REG-CNBARQCLI.
             MOVE WRK-BANCO-PROPRIO TO CNZ-BANCO.
             MOVE 9999              TO CNZ-LOTE.
             MOVE 9                 TO CNZ-TIPO-REG.
             MOVE 1                 TO CNZ-QTD-LOTES.
             COMPUTE CNZ-QTD-REGISTROS = WRK-QTD-REG-ARQUIVO + 1.
             MOVE 1                 TO CNZ-QTD-CONTAS.
             PERFORM 0339-GRAVAR-CNAB.
       0336-FIM. EXIT.

      *----------------------- CONVERTER AAAAMMDD PARA DDMMAAAA
       0338-CONVERTER-DATA   SECTION.
             MOVE WRK-DT-DIA TO WRK-DC-DIA.
             MOVE WRK-DT-MES TO WRK-DC-MES.
             MOVE WRK-DT-ANO TO WRK-DC-ANO.
       0338-FIM. EXIT.

      *----------------------- GRAVAR UM REGISTRO CNAB
       0339-GRAVAR-CNAB      SECTION.
             WRITE REG-CNBARQCLI.
             IF FS-CNBARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CNBARQCLI " SARQCLI-AGENCIA
                        SARQCLI-CONTA " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
             ADD 1 TO WRK-CONTADOR-REGISTROS.
             ADD 1 TO WRK-QTD-REG-ARQUIVO.
       0339-FIM. EXIT.

      *----------------------- GRAVAR O CONTROLE DA CONTA LIBERADA
       0340-GRAVAR-CONTROLE  SECTION.
             MOVE SARQCLI-AGENCIA      TO CNC-AGENCIA.
             MOVE SARQCLI-CONTA        TO CNC-CONTA.
             MOVE SARQCLI-CPF-CNPJ     TO CNC-CPF-CNPJ.
             MOVE ADE-CONVENIO         TO CNC-CONVENIO.
             MOVE WRK-FREQUENCIA       TO CNC-FREQUENCIA.
             MOVE WRK-DATA-INICIAL     TO CNC-DATA-INICIAL.
             MOVE WRK-DATA-FINAL       TO CNC-DATA-FINAL.
             MOVE WRK-REGISTRO-INICIAL TO CNC-REGISTRO-INICIAL.
             MOVE WRK-CONTADOR-REGISTROS TO CNC-REGISTRO-FINAL.
             MOVE WRK-QTD-LANCTOS      TO CNC-QTD-LANCAMENTOS.

             WRITE REG-CNBCTLCLI.
             IF FS-CNBCTLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CNBCTLCLI " SARQCLI-AGENCIA
                        SARQCLI-CONTA " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0340-FIM. EXIT.

      *----------------------- LINHA DA CONTA NO RELATORIO
      *    LIBERADA E RETIDA SAEM COM OS SALDOS; RECUSADA, SEM.
       0350-LISTAR-CONTA     SECTION.
             MOVE WRK-QTD-LANCTOS   TO WRK-LANCTOS-ED.
             MOVE WRK-SALDO-INICIAL TO WRK-INICIAL-ED.
             MOVE WRK-SALDO-FINAL   TO WRK-FINAL-ED.
             PERFORM 0351-GRAVAR-LINHA-CONTA.
       0350-FIM. EXIT.

       0351-GRAVAR-LINHA-CONTA SECTION.
             MOVE SPACES TO REG-RELCNBCLI.
             STRING ADE-AGENCIA        DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    ADE-CONTA          DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-SITUACAO-CONTA DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-LANCTOS-ED-X   DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-INICIAL-ED-X   DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-FINAL-ED-X     DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-MOTIVO         DELIMITED BY SIZE
               INTO REG-RELCNBCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0351-FIM. EXIT.

      *    A CONTA RETIDA LEVA UMA SEGUNDA LINHA COM OS TOTAIS DO
      *    PERIODO E O SALDO ESPERADO PELO SARQCLI, PARA A APURACAO.
       0352-LISTAR-CONFERENCIA SECTION.
             MOVE WRK-SOMA-CREDITOS  TO WRK-CREDITOS-ED.
             MOVE WRK-SOMA-DEBITOS   TO WRK-DEBITOS-ED.
             MOVE WRK-SALDO-ESPERADO TO WRK-ESPERADO-ED.

             MOVE SPACES TO REG-RELCNBCLI.
             STRING "     CRED "       DELIMITED BY SIZE
                    WRK-CREDITOS-ED    DELIMITED BY SIZE
                    " DEB "            DELIMITED BY SIZE
                    WRK-DEBITOS-ED     DELIMITED BY SIZE
                    " SARQCLI "        DELIMITED BY SIZE
                    WRK-ESPERADO-ED    DELIMITED BY SIZE
               INTO REG-RELCNBCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0352-FIM. EXIT.

       0355-RECUSAR-ADESAO   SECTION.
             ADD 1 TO WRK-CONTADOR-RECUSADAS.
             MOVE "RECUSADA" TO WRK-SITUACAO-CONTA.
             MOVE SPACES TO WRK-LANCTOS-ED-X
                            WRK-INICIAL-ED-X
                            WRK-FINAL-ED-X.
             PERFORM 0351-GRAVAR-LINHA-CONTA.
       0355-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELCNBCLI.
             STRING "EXTRATO CNAB 240 ("  DELIMITED BY SIZE
                    WRK-FREQUENCIA        DELIMITED BY SIZE
                    ") "                  DELIMITED BY SIZE
                    WRK-DATA-INICIAL      DELIMITED BY SIZE
                    " A "                 DELIMITED BY SIZE
                    WRK-DATA-FINAL        DELIMITED BY SIZE
                    "  "                  DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO     DELIMITED BY SIZE
                    "-"                   DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO     DELIMITED BY SIZE
                    "  PAG "              DELIMITED BY SIZE
                    WRK-PAGINA-ED         DELIMITED BY SIZE
               INTO REG-RELCNBCLI.
             WRITE REG-RELCNBCLI.

             MOVE SPACES TO REG-RELCNBCLI.
             STRING "AGEN CONTA   SITUACAO LANCT SALDO INICIAL"
                       DELIMITED BY SIZE
                    "   SALDO FINAL MOTIVO" DELIMITED BY SIZE
               INTO REG-RELCNBCLI.
             WRITE REG-RELCNBCLI.

             MOVE SPACES TO REG-RELCNBCLI.
             WRITE REG-RELCNBCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA, COMO NO RELSARQCLI.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELCNBCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELCNBCLI
             END-IF.
             WRITE REG-RELCNBCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- FINALIZAR
      *    CONTA RETIDA POR SALDO E RC 8 (O CLIENTE FICA SEM O
      *    ARQUIVO ATE A APURACAO); ADESAO RECUSADA, RC 4.
       0400-FINALIZAR        SECTION.
           PERFORM 0410-IMPRIMIR-TOTAIS.

           CLOSE ADEARQCLI
                 SARQCLI
                 LANARQCLI
                 CNBARQCLI
                 CNBCTLCLI
                 RELCNBCLI.
           IF WRK-RAZAO-MES-FECHADO
              CLOSE LANMESCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "ADESOES LIDAS.......: " WRK-CONTADOR-ADESOES.
           DISPLAY "CONTAS LIBERADAS....: " WRK-CONTADOR-LIBERADAS.
           DISPLAY "CONTAS RETIDAS......: " WRK-CONTADOR-RETIDAS.
           DISPLAY "ADESOES RECUSADAS...: " WRK-CONTADOR-RECUSADAS.
           DISPLAY "ADESOES CANCELADAS..: " WRK-CONTADOR-CANCELADAS.
           DISPLAY "OUTRA FREQUENCIA....: " WRK-CONTADOR-OUTRA-FREQ.
           DISPLAY "LANCAMENTOS GRAVADOS: " WRK-CONTADOR-LANCTOS.
           DISPLAY "REGISTROS CNAB......: " WRK-CONTADOR-REGISTROS.

           IF WRK-CONTADOR-RETIDAS GREATER ZEROS
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF WRK-CONTADOR-RECUSADAS GREATER ZEROS
                 IF RETURN-CODE LESS 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       0400-FIM. EXIT.

      *----------------------- TOTAIS DA RODADA
       0410-IMPRIMIR-TOTAIS  SECTION.
           PERFORM 0360-NOVA-PAGINA.

           MOVE WRK-CONTADOR-ADESOES TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "ADESOES LIDAS.....................: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-LIBERADAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "  CONTAS LIBERADAS (CNBCTLCLI)....: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-RETIDAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "  CONTAS RETIDAS (SALDO)..........: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-RECUSADAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "  ADESOES RECUSADAS...............: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-CANCELADAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "  ADESOES CANCELADAS..............: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-OUTRA-FREQ TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "  DE OUTRA FREQUENCIA.............: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-LANCTOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "LANCAMENTOS GRAVADOS (SEGMENTO E).: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-REGISTROS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNBCLI.
           STRING "REGISTROS GRAVADOS EM CNBARQCLI...: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNBCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.
