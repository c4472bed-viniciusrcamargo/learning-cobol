       IDENTIFICATION        DIVISION.
       PROGRAM-ID. INFRENCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    INFORME ANUAL DE RENDIMENTOS POR CPF/CNPJ E EXTRATO PARA A
      *    E-FINANCEIRA. O RAZAO (GERACOES MENSAIS NO AR MAIS O MES
      *    ABERTO, ORDENADOS PELA CHAVE CONTA+DATA+HORA+LOTE+
      *    SEQUENCIA NO STEP010 DO JOB INFREN COMO LANINFCLI) DA,
      *    POR CONTA, O SALDO EM 31/12 DO ANO ANTERIOR E DO ANO-BASE
      *    E OS JUROS CREDITADOS NO ANO (LOTES JR+COMPETENCIA DO
      *    JURTARCLI, MENOS OS SEUS ESTORNOS). ELE E INTERCALADO COM
      *    O SARQCLI NA ORDEM DA CONTA, E O RESUMO DE CADA CONTA VAI
      *    PARA RZINFCLI. DEPOIS O SARQCLI E LIDO NA ORDEM DA CHAVE
      *    ALTERNATIVA, INTERCALADO COM AS COTITULARIDADES DO
      *    COTARQCLI NA ORDEM DA SUA (COMO NO RELCPFCLI), CADA CONTA
      *    BUSCA O SEU RESUMO PELA CHAVE, E CADA DOCUMENTO RECEBE UM
      *    INFORME COM TODAS AS SUAS CONTAS.
           SELECT LANINFCLI ASSIGN TO ".\LANINFCLI.TXT"
               FILE STATUS IS FS-LANINFCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.
      *    RZINFCLI E O RESUMO DO RAZAO POR CONTA, ARQUIVO DE
      *    TRABALHO DESTA EXECUCAO: GRAVADO NA ORDEM DA CONTA NA
      *    PRIMEIRA FASE E LIDO PELA CHAVE NA FASE DO CPF/CNPJ.
           SELECT RZINFCLI ASSIGN TO ".\RZINFCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RZ-CHAVE
               FILE STATUS IS FS-RZINFCLI.
      *    PARMINFCLI TRAZ O ANO-BASE E A IDENTIFICACAO DA FONTE
      *    PAGADORA (CNPJ E RAZAO SOCIAL DA INSTITUICAO).
           SELECT PARMINFCLI ASSIGN TO ".\PARMINFCLI.TXT"
               FILE STATUS IS FS-PARMINFCLI.
           SELECT INFARQCLI ASSIGN TO ".\INFARQCLI.TXT"
               FILE STATUS IS FS-INFARQCLI.
           SELECT EFIARQCLI ASSIGN TO ".\EFIARQCLI.TXT"
               FILE STATUS IS FS-EFIARQCLI.
           SELECT RELINFCLI ASSIGN TO ".\RELINFCLI.TXT"
               FILE STATUS IS FS-RELINFCLI.
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
       FD  LANINFCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

      *    LAYOUT = 88 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  RZINFCLI
           RECORDING MODE IS F.
      *    LAYOUT = 62 POSICOES (UMA CONTA DO SARQCLI OU SO DO
      *    RAZAO, COM O TIPO, A SITUACAO E O SALDO DO SARQCLI E OS
      *    VALORES APURADOS NO RAZAO)
       01  REG-RZINFCLI.
           05  RZ-CHAVE.
               10  RZ-AGENCIA        PICTURE 9(04).
               10  RZ-CONTA          PICTURE 9(07).
           05  RZ-ORIGEM             PICTURE X(01).
               88  RZ-NO-SARQCLI             VALUE "S".
               88  RZ-SO-NO-RAZAO            VALUE "R".
           05  RZ-TIPO               PICTURE 9(01).
           05  RZ-STATUS             PICTURE X(01).
           05  RZ-SALDO              PICTURE S9(09)V99
                                     SIGN IS LEADING SEPARATE.
           05  RZ-SALDO-ANT          PICTURE S9(09)V99
                                     SIGN IS LEADING SEPARATE.
           05  RZ-SALDO-BASE         PICTURE S9(09)V99
                                     SIGN IS LEADING SEPARATE.
           05  RZ-JUROS              PICTURE S9(09)V99
                                     SIGN IS LEADING SEPARATE.

       FD  PARMINFCLI
           RECORDING MODE IS F.
      *    LAYOUT = 58 POSICOES (ANO-BASE AAAA, CNPJ E RAZAO SOCIAL
      *    DA FONTE PAGADORA)
       01  REG-PARMINFCLI.
           05  PINF-ANO-BASE     PICTURE 9(04).
           05  PINF-CNPJ-DECLARANTE PICTURE 9(14).
           05  PINF-NOME-DECLARANTE PICTURE X(40).

       FD  INFARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (INFORMES PARA IMPRESSAO)
       01  REG-INFARQCLI         PICTURE X(80).

       FD  EFIARQCLI
           RECORDING MODE IS F.
           COPY "BOOKEFI".

      *    LAYOUT = 120 POSICOES

       FD  RELINFCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE CONTROLE)
       01  REG-RELINFCLI         PICTURE X(80).

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
       01  FS-LANINFCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-RZINFCLI           PICTURE 9(02).
       01  FS-PARMINFCLI         PICTURE 9(02).
       01  FS-INFARQCLI          PICTURE 9(02).
       01  FS-EFIARQCLI          PICTURE 9(02).
       01  FS-RELINFCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ PARAMETROS DO INFORME
       01  WRK-ANO-BASE          PICTURE 9(04).
       01  WRK-ANO-ANTERIOR      PICTURE 9(04).
       01  WRK-CNPJ-DECLARANTE   PICTURE 9(14).
       01  WRK-NOME-DECLARANTE   PICTURE X(40).
       01  WRK-CORTE-ANTERIOR    PICTURE 9(08).
       01  WRK-CORTE-BASE        PICTURE 9(08).
       01  WRK-DATA-ANTERIOR-ED  PICTURE X(10).
       01  WRK-DATA-BASE-ED      PICTURE X(10).

      *------------ RESUMO DO RAZAO POR CONTA
      *    O SALDO EM UMA DATA DE CORTE E O SALDO-RESULTADO DO ULTIMO
      *    LANCAMENTO ATE ELA; SEM LANCAMENTO ATE O CORTE, E O SALDO
      *    ANTERIOR AO PRIMEIRO LANCAMENTO DEPOIS DELE. AS CHAVES DA
      *    INTERCALACAO COM O SARQCLI VAO A HIGH-VALUES NO FIM DE
      *    CADA ARQUIVO.
       01  WRK-CHAVE-LAN         PICTURE X(11).
       01  WRK-CHAVE-SARQ        PICTURE X(11).
       01  WRK-QTD-RZ            PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-LANCAMENTOS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.

      *------------ CONTA EM APURACAO NA LEITURA DO RAZAO
       01  WRK-CONTA-RAZAO       PICTURE X(11) VALUE SPACES.
       01  WRK-ANT-APURADO       PICTURE X(01).
           88  WRK-ANT-OK                VALUE "S".
       01  WRK-BASE-APURADO      PICTURE X(01).
           88  WRK-BASE-OK               VALUE "S".
       01  WRK-ACM-SALDO-ANT     PICTURE S9(09)V99 USAGE COMP.
       01  WRK-ACM-SALDO-BASE    PICTURE S9(09)V99 USAGE COMP.
       01  WRK-ACM-JUROS         PICTURE S9(09)V99 USAGE COMP.
       01  WRK-SALDO-ANTES       PICTURE S9(09)V99 USAGE COMP.

      *------------ BUSCA DA CONTA NO RESUMO DO RAZAO
       01  WRK-CHAVE-BUSCA.
           05  WRK-BUSCA-AGENCIA PICTURE 9(04).
           05  WRK-BUSCA-CONTA   PICTURE 9(07).
       01  WRK-RZ-ACHOU          PICTURE X(01).
           88  WRK-RZ-ACHADA             VALUE "S".
       01  WRK-FIM-RZ            PICTURE X(01).
           88  WRK-RZ-ACABOU             VALUE "S".

      *------------ QUEBRA DE CONTROLE POR DOCUMENTO
      *    WRK-DOC-PROXIMO/WRK-NOME-PROXIMO SAO O DOCUMENTO E O NOME
      *    DO PROXIMO ITEM DA INTERCALACAO (CONTA DE SARQCLI OU
      *    COTITULARIDADE DO COTARQCLI).
       01  WRK-DOC-ATUAL         PICTURE X(14).
       01  WRK-NOME-ATUAL        PICTURE X(20).
       01  WRK-DOC-PROXIMO       PICTURE X(14).
       01  WRK-NOME-PROXIMO      PICTURE X(20).
       01  WRK-PRIMEIRO-REG      PICTURE X(01) VALUE "S".
           88  WRK-E-PRIMEIRO            VALUE "S".
       01  WRK-TIPO-PESSOA       PICTURE X(01).

      *------------ ITEM EM APURACAO (CONTA OU COTITULARIDADE)
       01  WRK-ITEM-TIPO         PICTURE 9(01).
       01  WRK-ITEM-STATUS       PICTURE X(01).
       01  WRK-ITEM-SALDO        PICTURE S9(09)V99 USAGE COMP.
       01  WRK-ITEM-TITULARIDADE PICTURE X(01).
       01  WRK-ITEM-SALDO-ANT    PICTURE S9(09)V99 USAGE COMP.
       01  WRK-ITEM-SALDO-BASE   PICTURE S9(09)V99 USAGE COMP.
       01  WRK-ITEM-JUROS        PICTURE S9(09)V99 USAGE COMP.

      *------------ CONTAS DO DOCUMENTO EM CURSO
      *    O INFORME SO E IMPRESSO NA QUEBRA, QUANDO SE SABE SE O
      *    DOCUMENTO TEM ALGUMA CONTA A INFORMAR.
       01  WRK-DCL-TABELA.
           05  WRK-DCL-ITEM      OCCURS 99 TIMES.
               10  WRK-DCL-AGENCIA   PICTURE 9(04).
               10  WRK-DCL-CONTA     PICTURE 9(07).
               10  WRK-DCL-TIPO      PICTURE 9(01).
               10  WRK-DCL-TITULARIDADE PICTURE X(01).
               10  WRK-DCL-SITUACAO  PICTURE X(01).
               10  WRK-DCL-SALDO-ANT PICTURE S9(09)V99 USAGE COMP.
               10  WRK-DCL-SALDO-BASE PICTURE S9(09)V99 USAGE COMP.
               10  WRK-DCL-JUROS     PICTURE S9(09)V99 USAGE COMP.
       01  WRK-QTD-DCL           PICTURE 9(03) USAGE COMP VALUE ZEROS.
       01  WRK-MAX-DCL           PICTURE 9(03) USAGE COMP VALUE 99.
       01  WRK-IDX-DCL           PICTURE 9(03) USAGE COMP.
       01  WRK-DCL-EXCEDIDO      PICTURE X(01) VALUE "N".
           88  WRK-DCL-CHEIA             VALUE "S".
       01  WRK-DOC-SALDO-ANT     PICTURE S9(11)V99 USAGE COMP.
       01  WRK-DOC-SALDO-BASE    PICTURE S9(11)V99 USAGE COMP.
       01  WRK-DOC-JUROS         PICTURE S9(11)V99 USAGE COMP.
       01  WRK-DOC-JUROS-POUPANCA PICTURE S9(11)V99 USAGE COMP.
       01  WRK-DOC-JUROS-DEMAIS  PICTURE S9(11)V99 USAGE COMP.

      *------------ COTITULARIDADES (CONTAS CONJUNTAS)
      *    LIDAS DO COTARQCLI NA ORDEM DO CPF/CNPJ DO COTITULAR; O
      *    TIPO, A SITUACAO E O SALDO DA CONTA VEM DO RZINFCLI, PARA
      *    NAO TIRAR O SARQCLI DA SUA POSICAO NA CHAVE ALTERNATIVA.
       01  WRK-COT-FIM           PICTURE X(01) VALUE "N".
           88  WRK-COT-ACABOU            VALUE "S".
       01  WRK-ITEM-SARQ         PICTURE X(01) VALUE "N".
           88  WRK-ITEM-E-SARQ           VALUE "S".
       01  WRK-CJT-SEM-CONTA     PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ ACUMULADORES GERAIS
       01  WRK-CONTADOR-CONTAS   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-DECLARADOS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-DETALHES PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-COTITULAR PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-ENCERRADAS PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-SEM-VALOR PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-ANONIMAS PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-ORFAS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SOMA-SALDO-ANT    PICTURE S9(15)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-SALDO-BASE   PICTURE S9(15)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-JUROS        PICTURE S9(15)V99 USAGE COMP
                                  VALUE ZEROS.

      *------------ CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DOS RELATORIOS
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-DATA-EXECUCAO-R   REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-ANO-EXECUCAO  PICTURE 9(04).
           05  FILLER            PICTURE 9(04).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-OCORRENCIA        PICTURE X(12).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-SALDO-ED          PICTURE Z(10)9,99-.
       01  WRK-SALDO-BASE-ED     PICTURE Z(10)9,99-.
       01  WRK-JUROS-ED          PICTURE Z(10)9,99.
       01  WRK-SOMA-ED           PICTURE Z(12)9,99-.
       01  WRK-OBSERVACAO        PICTURE X(09).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR
              UNTIL FS-SARQCLI EQUAL 10 AND
                    WRK-COT-ACABOU.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-DECLARADOS TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.

             PERFORM 0215-LER-PARAMETRO.

             OPEN INPUT LANINFCLI.
             IF FS-LANINFCLI NOT EQUAL ZEROS
                DISPLAY "LANINFCLI (RAZAO ORDENADO POR CONTA) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT  SARQCLI.
             OPEN OUTPUT RZINFCLI.
             OPEN OUTPUT INFARQCLI.
             OPEN OUTPUT EFIARQCLI.
             OPEN OUTPUT RELINFCLI.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-RZINFCLI NOT EQUAL ZEROS OR
                FS-INFARQCLI NOT EQUAL ZEROS OR
                FS-EFIARQCLI NOT EQUAL ZEROS OR
                FS-RELINFCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S) - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    DATAS DE CORTE: 31/12 DO ANO ANTERIOR E 31/12 DO ANO-BASE.
             COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.
             COMPUTE WRK-CORTE-ANTERIOR =
                     WRK-ANO-ANTERIOR * 10000 + 1231.
             COMPUTE WRK-CORTE-BASE = WRK-ANO-BASE * 10000 + 1231.
             MOVE SPACES TO WRK-DATA-ANTERIOR-ED.
             STRING "31/12/" DELIMITED BY SIZE
                    WRK-ANO-ANTERIOR DELIMITED BY SIZE
               INTO WRK-DATA-ANTERIOR-ED.
             MOVE SPACES TO WRK-DATA-BASE-ED.
             STRING "31/12/" DELIMITED BY SIZE
                    WRK-ANO-BASE DELIMITED BY SIZE
               INTO WRK-DATA-BASE-ED.

             PERFORM 0220-CARREGAR-RAZAO.
             PERFORM 0230-CARREGAR-COTITULARES.
             PERFORM 0240-GRAVAR-HEADER-EFIN.

      *    POSICIONA NO MENOR CPF/CNPJ: DALI EM DIANTE O READ NEXT
      *    SEGUE A CHAVE ALTERNATIVA, ENTREGANDO AS CONTAS DE UM
      *    MESMO DOCUMENTO EM SEQUENCIA.
             MOVE LOW-VALUES TO SARQCLI-CPF-CNPJ.
             START SARQCLI KEY IS NOT LESS SARQCLI-CPF-CNPJ
                INVALID KEY
                   DISPLAY "SARQCLI VAZIO"
                   MOVE 10 TO FS-SARQCLI
             END-START.

             IF FS-SARQCLI NOT EQUAL 10
                PERFORM 0210-LEITURA
             END-IF.
       0200-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ SARQCLI NEXT RECORD
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

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
             MOVE "INFRENCLI"      TO RUN-PROGRAMA.
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

      *----------------------- LER O ANO-BASE E A FONTE PAGADORA
      *    O ANO-BASE TEM DE SER UM ANO JA ENCERRADO EM RELACAO A
      *    DATA-MOVIMENTO: O SALDO DE 31/12 AINDA NAO EXISTE NO ANO
      *    CORRENTE. SEM PARAMETRO VALIDO NADA E GERADO.
       0215-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMINFCLI.
             IF FS-PARMINFCLI NOT EQUAL ZEROS
                DISPLAY "PARMINFCLI (ANO-BASE E DECLARANTE) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             READ PARMINFCLI
                AT END
                   MOVE ZEROS  TO PINF-ANO-BASE
                   MOVE ZEROS  TO PINF-CNPJ-DECLARANTE
                   MOVE SPACES TO PINF-NOME-DECLARANTE
             END-READ.
             CLOSE PARMINFCLI.

             IF PINF-ANO-BASE NOT NUMERIC OR
                PINF-CNPJ-DECLARANTE NOT NUMERIC
                DISPLAY "PARMINFCLI COM CAMPO NAO NUMERICO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF PINF-ANO-BASE LESS 1900 OR
                PINF-ANO-BASE NOT LESS WRK-ANO-EXECUCAO
                DISPLAY "PARMINFCLI COM ANO-BASE INVALIDO ("
                        PINF-ANO-BASE ") PARA A DATA-MOVIMENTO "
                        WRK-DATA-EXECUCAO " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF PINF-CNPJ-DECLARANTE EQUAL ZEROS
                DISPLAY "PARMINFCLI SEM CNPJ DO DECLARANTE - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE PINF-ANO-BASE        TO WRK-ANO-BASE.
             MOVE PINF-CNPJ-DECLARANTE TO WRK-CNPJ-DECLARANTE.
             MOVE PINF-NOME-DECLARANTE TO WRK-NOME-DECLARANTE.
       0215-FIM. EXIT.

      *----------------------- RESUMIR O RAZAO POR CONTA
      *    O LANINFCLI (NA ORDEM DA CONTA E, DENTRO DELA, NA DE
      *    DATA+HORA, QUE E A DE GRAVACAO) E INTERCALADO COM O
      *    SARQCLI LIDO PELA CHAVE PRINCIPAL. CADA CONTA DE UM DOS
      *    DOIS GERA UM REGISTRO NO RZINFCLI: A DO SARQCLI SEM
      *    LANCAMENTO TEVE O MESMO SALDO NAS DUAS DATAS DE CORTE, O
      *    SALDO ATUAL; A DO RAZAO FORA DO SARQCLI (EXCLUIDA NA
      *    CARGA) FICA MARCADA PARA O RELATORIO DE CONTROLE. RAZAO
      *    FORA DE ORDEM ABORTA O JOB: AS CONTAS SAIRIAM COM O SALDO
      *    ERRADO EM 31/12.
       0220-CARREGAR-RAZAO   SECTION.
             MOVE LOW-VALUES TO SARQCLI-CHAVE.
             START SARQCLI KEY IS NOT LESS SARQCLI-CHAVE
                INVALID KEY
                   MOVE 10 TO FS-SARQCLI
             END-START.
             IF FS-SARQCLI NOT EQUAL 10
                PERFORM 0210-LEITURA
             END-IF.
             PERFORM 0221-LER-RAZAO.

             PERFORM 0223-INTERCALAR-CONTA
                UNTIL FS-LANINFCLI NOT EQUAL ZEROS AND
                      FS-SARQCLI EQUAL 10.

             CLOSE LANINFCLI
                   RZINFCLI.
             OPEN INPUT RZINFCLI.
             IF FS-RZINFCLI NOT EQUAL ZEROS
                DISPLAY "RZINFCLI NAO REABERTO (" FS-RZINFCLI
                        ") - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0220-FIM. EXIT.

       0221-LER-RAZAO        SECTION.
             READ LANINFCLI
                AT END
                   CONTINUE
             END-READ.
             IF FS-LANINFCLI NOT EQUAL ZEROS AND
                FS-LANINFCLI NOT EQUAL 10
                DISPLAY "ERRO NA LEITURA DO LANINFCLI - FS "
                        FS-LANINFCLI " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0221-FIM. EXIT.

      *----------------------- APURAR UM LANCAMENTO NA SUA CONTA
      *    O SALDO ANTES DO LANCAMENTO E O SALDO-RESULTADO DESFEITO
      *    DO SEU EFEITO (C/R SOMAM, D/E SUBTRAEM). OS RENDIMENTOS
      *    SAO OS CREDITOS DOS LOTES JR (JUROS DO JURTARCLI) COM
      *    DATA NO ANO-BASE, MENOS OS DEBITOS QUE OS ESTORNAM
      *    (LOTE DE ORIGEM JR); OS DEBITOS DE TARIFA DOS MESMOS
      *    LOTES NAO SAO RENDIMENTO.
       0222-ACUMULAR-LANCAMENTO SECTION.
             ADD 1 TO WRK-CONTADOR-LANCAMENTOS.

             IF LAN-OPERACAO EQUAL "C" OR
                LAN-OPERACAO EQUAL "R"
                COMPUTE WRK-SALDO-ANTES =
                        LAN-SALDO-RESULT - LAN-VALOR
             ELSE
                COMPUTE WRK-SALDO-ANTES =
                        LAN-SALDO-RESULT + LAN-VALOR
             END-IF.

             IF LAN-DATA NOT GREATER WRK-CORTE-ANTERIOR
                MOVE LAN-SALDO-RESULT TO WRK-ACM-SALDO-ANT
                MOVE "S" TO WRK-ANT-APURADO
             ELSE
                IF NOT WRK-ANT-OK
                   MOVE WRK-SALDO-ANTES TO WRK-ACM-SALDO-ANT
                   MOVE "S" TO WRK-ANT-APURADO
                END-IF
             END-IF.

             IF LAN-DATA NOT GREATER WRK-CORTE-BASE
                MOVE LAN-SALDO-RESULT TO WRK-ACM-SALDO-BASE
                MOVE "S" TO WRK-BASE-APURADO
             ELSE
                IF NOT WRK-BASE-OK
                   MOVE WRK-SALDO-ANTES TO WRK-ACM-SALDO-BASE
                   MOVE "S" TO WRK-BASE-APURADO
                END-IF
             END-IF.

             IF LAN-DATA GREATER WRK-CORTE-ANTERIOR AND
                LAN-DATA NOT GREATER WRK-CORTE-BASE
                IF LAN-OPERACAO EQUAL "C" AND
                   LAN-LOTE(1:2) EQUAL "JR"
                   ADD LAN-VALOR TO WRK-ACM-JUROS
                END-IF
                IF LAN-OPERACAO EQUAL "D" AND
                   LAN-LOTE-ORIGEM(1:2) EQUAL "JR"
                   SUBTRACT LAN-VALOR FROM WRK-ACM-JUROS
                END-IF
             END-IF.

             PERFORM 0221-LER-RAZAO.
       0222-FIM. EXIT.

      *----------------------- INTERCALAR UMA CONTA
       0223-INTERCALAR-CONTA SECTION.
             IF FS-LANINFCLI EQUAL ZEROS
                MOVE LAN-CHAVE TO WRK-CHAVE-LAN
             ELSE
                MOVE HIGH-VALUES TO WRK-CHAVE-LAN
             END-IF.
             IF FS-SARQCLI EQUAL 10
                MOVE HIGH-VALUES TO WRK-CHAVE-SARQ
             ELSE
                MOVE SARQCLI-CHAVE TO WRK-CHAVE-SARQ
             END-IF.

             MOVE SPACES TO REG-RZINFCLI.
             IF WRK-CHAVE-LAN NOT GREATER WRK-CHAVE-SARQ
                PERFORM 0224-APURAR-CONTA-RAZAO
             ELSE
                MOVE WRK-CHAVE-SARQ TO RZ-CHAVE
                MOVE SARQCLI-SALDO  TO RZ-SALDO-ANT
                MOVE SARQCLI-SALDO  TO RZ-SALDO-BASE
                MOVE ZEROS          TO RZ-JUROS
             END-IF.

             IF WRK-CHAVE-LAN LESS WRK-CHAVE-SARQ
                MOVE "R"   TO RZ-ORIGEM
                MOVE ZEROS TO RZ-TIPO
                MOVE ZEROS TO RZ-SALDO
             ELSE
                MOVE "S"            TO RZ-ORIGEM
                MOVE SARQCLI-TIPO   TO RZ-TIPO
                MOVE SARQCLI-STATUS TO RZ-STATUS
                MOVE SARQCLI-SALDO  TO RZ-SALDO
                PERFORM 0210-LEITURA
             END-IF.

             PERFORM 0225-GUARDAR-CONTA-RAZAO.
       0223-FIM. EXIT.

      *----------------------- APURAR OS LANCAMENTOS DE UMA CONTA
       0224-APURAR-CONTA-RAZAO SECTION.
             ADD 1 TO WRK-QTD-RZ.
             MOVE LAN-CHAVE TO WRK-CONTA-RAZAO.
             MOVE "N"   TO WRK-ANT-APURADO.
             MOVE "N"   TO WRK-BASE-APURADO.
             MOVE ZEROS TO WRK-ACM-SALDO-ANT.
             MOVE ZEROS TO WRK-ACM-SALDO-BASE.
             MOVE ZEROS TO WRK-ACM-JUROS.

             PERFORM 0222-ACUMULAR-LANCAMENTO
                UNTIL FS-LANINFCLI NOT EQUAL ZEROS OR
                      LAN-CHAVE NOT EQUAL WRK-CONTA-RAZAO.

             IF FS-LANINFCLI EQUAL ZEROS
                IF LAN-CHAVE LESS WRK-CONTA-RAZAO
                   DISPLAY "LANINFCLI FORA DA ORDEM DE CONTA ("
                           LAN-CHAVE ") - JOB ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
             END-IF.

             MOVE WRK-CONTA-RAZAO    TO RZ-CHAVE.
             MOVE WRK-ACM-SALDO-ANT  TO RZ-SALDO-ANT.
             MOVE WRK-ACM-SALDO-BASE TO RZ-SALDO-BASE.
             MOVE WRK-ACM-JUROS      TO RZ-JUROS.
       0224-FIM. EXIT.

       0225-GUARDAR-CONTA-RAZAO SECTION.
             WRITE REG-RZINFCLI.
             IF FS-RZINFCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR RZINFCLI " RZ-CHAVE " (FS "
                        FS-RZINFCLI ") - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0225-FIM. EXIT.

      *----------------------- POSICIONAR AS COTITULARIDADES
      *    SEM COTARQCLI (AMBIENTE SEM CONTAS CONJUNTAS) SO OS
      *    TITULARES DE SARQCLI RECEBEM INFORME.
       0230-CARREGAR-COTITULARES SECTION.
             OPEN INPUT COTARQCLI.
             IF FS-COTARQCLI NOT EQUAL ZEROS
                DISPLAY "COTARQCLI NAO ENCONTRADO, INFORMES SEM "
                        "COTITULARES"
                MOVE "S" TO WRK-COT-FIM
                GO TO 0230-FIM
             END-IF.

             MOVE LOW-VALUES TO COT-CPF-CNPJ.
             START COTARQCLI KEY IS NOT LESS COT-CPF-CNPJ
                INVALID KEY
                   MOVE "S" TO WRK-COT-FIM
                   CLOSE COTARQCLI
             END-START.

             IF NOT WRK-COT-ACABOU
                PERFORM 0231-LER-COTITULAR
             END-IF.
       0230-FIM. EXIT.

      *----------------------- PROXIMA COTITULARIDADE COM CONTA
      *    A COTITULARIDADE DE CONTA QUE NAO ESTA NO SARQCLI E SO
      *    CONTADA. ACHANDO, O RESUMO DA CONTA FICA NO REGISTRO DO
      *    RZINFCLI PARA O 0300.
       0231-LER-COTITULAR    SECTION.
             MOVE "N" TO WRK-RZ-ACHOU.
             PERFORM 0232-LER-REGISTRO-COTITULAR
                UNTIL WRK-RZ-ACHADA OR WRK-COT-ACABOU.
       0231-FIM. EXIT.

       0232-LER-REGISTRO-COTITULAR SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-COT-FIM
                   CLOSE COTARQCLI
                   GO TO 0232-FIM
             END-READ.

             MOVE COT-AGENCIA TO WRK-BUSCA-AGENCIA.
             MOVE COT-CONTA   TO WRK-BUSCA-CONTA.
             PERFORM 0345-LOCALIZAR-RAZAO.
             IF WRK-RZ-ACHADA
                IF RZ-SO-NO-RAZAO
                   MOVE "N" TO WRK-RZ-ACHOU
                END-IF
             END-IF.
             IF NOT WRK-RZ-ACHADA
                ADD 1 TO WRK-CJT-SEM-CONTA
             END-IF.
       0232-FIM. EXIT.

      *----------------------- HEADER DO EXTRATO DA E-FINANCEIRA
       0240-GRAVAR-HEADER-EFIN SECTION.
             MOVE SPACES TO REG-EFI-HEADER.
             MOVE "0"                 TO EFH-TIPO-REG.
             MOVE WRK-CNPJ-DECLARANTE TO EFH-CNPJ-DECLARANTE.
             MOVE WRK-NOME-DECLARANTE TO EFH-NOME-DECLARANTE.
             MOVE WRK-ANO-BASE        TO EFH-ANO-BASE.
             MOVE WRK-DATA-EXECUCAO   TO EFH-DATA-GERACAO.
             MOVE WRK-HORA-EXECUCAO   TO EFH-HORA-GERACAO.
             WRITE REG-EFI-HEADER.
             IF FS-EFIARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR EFIARQCLI - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0240-FIM. EXIT.

      *----------------------- PROCESSAR UM ITEM (ORDEM DE CPF)
      *    INTERCALA AS CONTAS DE SARQCLI COM AS COTITULARIDADES DO
      *    COTARQCLI PELO DOCUMENTO; NO MESMO DOCUMENTO AS CONTAS EM
      *    QUE ELE E O PRIMEIRO TITULAR SAEM ANTES.
       0300-PROCESSAR        SECTION.
             MOVE "N" TO WRK-ITEM-SARQ.
             IF FS-SARQCLI NOT EQUAL 10
                IF WRK-COT-ACABOU
                   MOVE "S" TO WRK-ITEM-SARQ
                ELSE
                   IF SARQCLI-CPF-CNPJ NOT GREATER COT-CPF-CNPJ
                      MOVE "S" TO WRK-ITEM-SARQ
                   END-IF
                END-IF
             END-IF.

             IF WRK-ITEM-E-SARQ
                MOVE SARQCLI-CPF-CNPJ TO WRK-DOC-PROXIMO
                MOVE SARQCLI-NOME     TO WRK-NOME-PROXIMO
                PERFORM 0305-VERIFICAR-QUEBRA

                ADD 1 TO WRK-CONTADOR-CONTAS
                MOVE SARQCLI-AGENCIA TO WRK-BUSCA-AGENCIA
                MOVE SARQCLI-CONTA   TO WRK-BUSCA-CONTA
                MOVE SARQCLI-TIPO    TO WRK-ITEM-TIPO
                MOVE SARQCLI-STATUS  TO WRK-ITEM-STATUS
                MOVE SARQCLI-SALDO   TO WRK-ITEM-SALDO
                MOVE "T"             TO WRK-ITEM-TITULARIDADE
                PERFORM 0345-LOCALIZAR-RAZAO
                PERFORM 0340-APURAR-ITEM

                PERFORM 0210-LEITURA
             ELSE
                MOVE COT-CPF-CNPJ TO WRK-DOC-PROXIMO
                MOVE COT-NOME     TO WRK-NOME-PROXIMO
                PERFORM 0305-VERIFICAR-QUEBRA

                MOVE COT-AGENCIA  TO WRK-BUSCA-AGENCIA
                MOVE COT-CONTA    TO WRK-BUSCA-CONTA
                PERFORM 0345-LOCALIZAR-RAZAO
                MOVE RZ-TIPO      TO WRK-ITEM-TIPO
                MOVE RZ-STATUS    TO WRK-ITEM-STATUS
                MOVE RZ-SALDO     TO WRK-ITEM-SALDO
                MOVE "C"          TO WRK-ITEM-TITULARIDADE
                PERFORM 0340-APURAR-ITEM

                PERFORM 0231-LER-COTITULAR
             END-IF.
       0300-FIM. EXIT.

      *----------------------- QUEBRA DE DOCUMENTO
       0305-VERIFICAR-QUEBRA SECTION.
             IF WRK-E-PRIMEIRO
                PERFORM 0315-ABRIR-DOCUMENTO
                MOVE "N" TO WRK-PRIMEIRO-REG
             ELSE
                IF WRK-DOC-PROXIMO NOT EQUAL WRK-DOC-ATUAL
                   PERFORM 0330-FECHAR-DOCUMENTO
                   PERFORM 0315-ABRIR-DOCUMENTO
                END-IF
             END-IF.
       0305-FIM. EXIT.

      *----------------------- ABRIR UM DOCUMENTO
      *    O NOME DO INFORME E O DO PRIMEIRO ITEM DO DOCUMENTO (DE
      *    SARQCLI QUANDO ELE E TITULAR DE ALGUMA CONTA).
       0315-ABRIR-DOCUMENTO  SECTION.
             MOVE WRK-DOC-PROXIMO  TO WRK-DOC-ATUAL.
             MOVE WRK-NOME-PROXIMO TO WRK-NOME-ATUAL.
             MOVE ZEROS TO WRK-QTD-DCL.
       0315-FIM. EXIT.

      *----------------------- FECHAR UM DOCUMENTO
      *    DOCUMENTO SEM CONTA A INFORMAR NAO RECEBE INFORME. O
      *    DOCUMENTO ANONIMIZADO PELA LGPD (TODO "*") NAO PODE SER
      *    DECLARADO NEM IMPRESSO: SUAS CONTAS VAO PARA O RELATORIO
      *    DE CONTROLE, PARA A DECLARACAO MANUAL PELA AREA FISCAL A
      *    PARTIR DO REGISTRO GUARDADO FORA DO SISTEMA.
       0330-FECHAR-DOCUMENTO SECTION.
             IF WRK-QTD-DCL EQUAL ZEROS
                GO TO 0330-FIM
             END-IF.

             IF WRK-DOC-ATUAL EQUAL ALL "*"
                MOVE "ANONIMIZADA" TO WRK-OCORRENCIA
                PERFORM 0335-LISTAR-ANONIMIZADA
                   VARYING WRK-IDX-DCL FROM 1 BY 1
                   UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL
                GO TO 0330-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-DECLARADOS.
             IF WRK-DOC-ATUAL(12:3) EQUAL SPACES
                MOVE "F" TO WRK-TIPO-PESSOA
             ELSE
                MOVE "J" TO WRK-TIPO-PESSOA
             END-IF.

             MOVE ZEROS TO WRK-DOC-SALDO-ANT.
             MOVE ZEROS TO WRK-DOC-SALDO-BASE.
             MOVE ZEROS TO WRK-DOC-JUROS.
             MOVE ZEROS TO WRK-DOC-JUROS-POUPANCA.
             MOVE ZEROS TO WRK-DOC-JUROS-DEMAIS.

             PERFORM 0350-IMPRIMIR-CABECALHO-INFORME.
             PERFORM 0355-INFORMAR-CONTA
                VARYING WRK-IDX-DCL FROM 1 BY 1
                UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL.
             PERFORM 0358-IMPRIMIR-TOTAL-INFORME.
       0330-FIM. EXIT.

      *----------------------- LISTAR CONTA DE DOCUMENTO ANONIMIZADO
       0335-LISTAR-ANONIMIZADA SECTION.
             ADD 1 TO WRK-CONTADOR-ANONIMAS.
             MOVE WRK-DCL-SALDO-ANT(WRK-IDX-DCL)  TO WRK-SALDO-ED.
             MOVE WRK-DCL-SALDO-BASE(WRK-IDX-DCL) TO WRK-SALDO-BASE-ED.
             MOVE WRK-DCL-JUROS(WRK-IDX-DCL)      TO WRK-JUROS-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING WRK-OCORRENCIA DELIMITED BY SIZE
                    WRK-DCL-AGENCIA(WRK-IDX-DCL) DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-DCL-CONTA(WRK-IDX-DCL) DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-DCL-TITULARIDADE(WRK-IDX-DCL)
                                   DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-SALDO-ED   DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-SALDO-BASE-ED DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-JUROS-ED   DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.
       0335-FIM. EXIT.

      *----------------------- APURAR UMA CONTA DO DOCUMENTO
      *    O RESUMO DA CONTA JA FOI LIDO DO RZINFCLI (0345). CONTA
      *    QUE NAO ESTA NELE (INCLUIDA NO SARQCLI DEPOIS DA PRIMEIRA
      *    FASE) E TRATADA COMO SEM LANCAMENTO NO RAZAO: O MESMO
      *    SALDO NAS DUAS DATAS DE CORTE, O ATUAL. CONTA ZERADA
      *    NAS DUAS DATAS E SEM RENDIMENTO NAO E INFORMADA (INCLUSIVE
      *    A ENCERRADA ANTES DO ANO-BASE); A ENCERRADA NO ANO TEM
      *    SALDO OU RENDIMENTO E SAI COM A SITUACAO "E". UM ESTORNO
      *    NO ANO DE JUROS DE ANO ANTERIOR NAO GERA RENDIMENTO
      *    NEGATIVO.
       0340-APURAR-ITEM      SECTION.
             IF WRK-RZ-ACHADA
                MOVE RZ-SALDO-ANT  TO WRK-ITEM-SALDO-ANT
                MOVE RZ-SALDO-BASE TO WRK-ITEM-SALDO-BASE
                MOVE RZ-JUROS      TO WRK-ITEM-JUROS
             ELSE
                MOVE WRK-ITEM-SALDO TO WRK-ITEM-SALDO-ANT
                MOVE WRK-ITEM-SALDO TO WRK-ITEM-SALDO-BASE
                MOVE ZEROS          TO WRK-ITEM-JUROS
             END-IF.

             IF WRK-ITEM-JUROS LESS ZEROS
                MOVE ZEROS TO WRK-ITEM-JUROS
             END-IF.

             IF WRK-ITEM-SALDO-ANT  EQUAL ZEROS AND
                WRK-ITEM-SALDO-BASE EQUAL ZEROS AND
                WRK-ITEM-JUROS      EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-SEM-VALOR
                GO TO 0340-FIM
             END-IF.

             IF WRK-QTD-DCL NOT LESS WRK-MAX-DCL
                DISPLAY "DOCUMENTO " WRK-DOC-ATUAL " COM MAIS DE "
                        WRK-MAX-DCL " CONTAS - CONTA "
                        WRK-CHAVE-BUSCA " FORA DO INFORME"
                MOVE "S" TO WRK-DCL-EXCEDIDO
                GO TO 0340-FIM
             END-IF.

             ADD 1 TO WRK-QTD-DCL.
             MOVE WRK-BUSCA-AGENCIA   TO WRK-DCL-AGENCIA(WRK-QTD-DCL).
             MOVE WRK-BUSCA-CONTA     TO WRK-DCL-CONTA(WRK-QTD-DCL).
             MOVE WRK-ITEM-TIPO       TO WRK-DCL-TIPO(WRK-QTD-DCL).
             MOVE WRK-ITEM-TITULARIDADE TO
                  WRK-DCL-TITULARIDADE(WRK-QTD-DCL).
             IF WRK-ITEM-STATUS EQUAL "E"
                MOVE "E" TO WRK-DCL-SITUACAO(WRK-QTD-DCL)
             ELSE
                MOVE "A" TO WRK-DCL-SITUACAO(WRK-QTD-DCL)
             END-IF.
             MOVE WRK-ITEM-SALDO-ANT  TO
                  WRK-DCL-SALDO-ANT(WRK-QTD-DCL).
             MOVE WRK-ITEM-SALDO-BASE TO
                  WRK-DCL-SALDO-BASE(WRK-QTD-DCL).
             MOVE WRK-ITEM-JUROS      TO WRK-DCL-JUROS(WRK-QTD-DCL).
       0340-FIM. EXIT.

      *----------------------- LOCALIZAR A CONTA NO RESUMO DO RAZAO
      *    LEITURA DO RZINFCLI PELA CHAVE EM WRK-CHAVE-BUSCA.
       0345-LOCALIZAR-RAZAO  SECTION.
             MOVE "N" TO WRK-RZ-ACHOU.
             MOVE WRK-CHAVE-BUSCA TO RZ-CHAVE.
             READ RZINFCLI
                NOT INVALID KEY
                   MOVE "S" TO WRK-RZ-ACHOU
             END-READ.
       0345-FIM. EXIT.

      *----------------------- CABECALHO DO INFORME
       0350-IMPRIMIR-CABECALHO-INFORME SECTION.
             MOVE ALL "=" TO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             STRING "INFORME DE RENDIMENTOS FINANCEIROS - "
                       DELIMITED BY SIZE
                    "ANO-CALENDARIO " DELIMITED BY SIZE
                    WRK-ANO-BASE      DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             STRING "FONTE PAGADORA: "  DELIMITED BY SIZE
                    WRK-NOME-DECLARANTE DELIMITED BY SIZE
                    " CNPJ "            DELIMITED BY SIZE
                    WRK-CNPJ-DECLARANTE DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             STRING "BENEFICIARIO..: " DELIMITED BY SIZE
                    WRK-NOME-ATUAL     DELIMITED BY SIZE
                    "  CPF/CNPJ: "     DELIMITED BY SIZE
                    WRK-DOC-ATUAL      DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             STRING "                     SALDO EM        SALDO EM"
                       DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             STRING "AGEN CONTA   T     " DELIMITED BY SIZE
                    WRK-DATA-ANTERIOR-ED  DELIMITED BY SIZE
                    "      "              DELIMITED BY SIZE
                    WRK-DATA-BASE-ED      DELIMITED BY SIZE
                    "     RENDIMENTOS OBS" DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.
       0350-FIM. EXIT.

      *----------------------- INFORMAR UMA CONTA DO DOCUMENTO
      *    LINHA NO INFORME, DETALHE NO EXTRATO DA E-FINANCEIRA E
      *    TOTAIS. OS JUROS DA POUPANCA (TIPO 3) SAO SEPARADOS DOS
      *    DEMAIS NO FECHO DO INFORME.
       0355-INFORMAR-CONTA   SECTION.
             MOVE SPACES TO WRK-OBSERVACAO.
             IF WRK-DCL-TITULARIDADE(WRK-IDX-DCL) EQUAL "C"
                MOVE "COTITULAR" TO WRK-OBSERVACAO
                ADD 1 TO WRK-CONTADOR-COTITULAR
             END-IF.
             IF WRK-DCL-SITUACAO(WRK-IDX-DCL) EQUAL "E"
                MOVE "ENCERRADA" TO WRK-OBSERVACAO
                ADD 1 TO WRK-CONTADOR-ENCERRADAS
             END-IF.

             MOVE WRK-DCL-SALDO-ANT(WRK-IDX-DCL)  TO WRK-SALDO-ED.
             MOVE WRK-DCL-SALDO-BASE(WRK-IDX-DCL) TO WRK-SALDO-BASE-ED.
             MOVE WRK-DCL-JUROS(WRK-IDX-DCL)      TO WRK-JUROS-ED.
             MOVE SPACES TO REG-INFARQCLI.
             STRING WRK-DCL-AGENCIA(WRK-IDX-DCL) DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-DCL-CONTA(WRK-IDX-DCL) DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-DCL-TIPO(WRK-IDX-DCL) DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-SALDO-ED   DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-SALDO-BASE-ED DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-JUROS-ED   DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-OBSERVACAO DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-EFI-DETALHE.
             MOVE "1"              TO EFD-TIPO-REG.
             MOVE WRK-DOC-ATUAL    TO EFD-CPF-CNPJ.
             MOVE WRK-TIPO-PESSOA  TO EFD-TIPO-PESSOA.
             MOVE WRK-NOME-ATUAL   TO EFD-NOME.
             MOVE WRK-DCL-AGENCIA(WRK-IDX-DCL) TO EFD-AGENCIA.
             MOVE WRK-DCL-CONTA(WRK-IDX-DCL)   TO EFD-CONTA.
             MOVE WRK-DCL-TIPO(WRK-IDX-DCL)    TO EFD-TIPO-CONTA.
             MOVE WRK-DCL-TITULARIDADE(WRK-IDX-DCL) TO
                  EFD-TITULARIDADE.
             MOVE WRK-DCL-SITUACAO(WRK-IDX-DCL) TO EFD-SITUACAO.
             MOVE WRK-DCL-SALDO-ANT(WRK-IDX-DCL)  TO
                  EFD-SALDO-ANTERIOR.
             MOVE WRK-DCL-SALDO-BASE(WRK-IDX-DCL) TO EFD-SALDO-ATUAL.
             MOVE WRK-DCL-JUROS(WRK-IDX-DCL)      TO EFD-RENDIMENTOS.
             WRITE REG-EFI-DETALHE.
             IF FS-EFIARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR EFIARQCLI - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
             ADD 1 TO WRK-CONTADOR-DETALHES.

             ADD WRK-DCL-SALDO-ANT(WRK-IDX-DCL)  TO WRK-DOC-SALDO-ANT.
             ADD WRK-DCL-SALDO-BASE(WRK-IDX-DCL) TO WRK-DOC-SALDO-BASE.
             ADD WRK-DCL-JUROS(WRK-IDX-DCL)      TO WRK-DOC-JUROS.
             IF WRK-DCL-TIPO(WRK-IDX-DCL) EQUAL 3
                ADD WRK-DCL-JUROS(WRK-IDX-DCL) TO
                    WRK-DOC-JUROS-POUPANCA
             ELSE
                ADD WRK-DCL-JUROS(WRK-IDX-DCL) TO WRK-DOC-JUROS-DEMAIS
             END-IF.

             ADD WRK-DCL-SALDO-ANT(WRK-IDX-DCL)  TO WRK-SOMA-SALDO-ANT.
             ADD WRK-DCL-SALDO-BASE(WRK-IDX-DCL) TO
                 WRK-SOMA-SALDO-BASE.
             ADD WRK-DCL-JUROS(WRK-IDX-DCL)      TO WRK-SOMA-JUROS.
       0355-FIM. EXIT.

      *----------------------- FECHO DO INFORME
       0358-IMPRIMIR-TOTAL-INFORME SECTION.
             MOVE WRK-DOC-SALDO-ANT  TO WRK-SALDO-ED.
             MOVE WRK-DOC-SALDO-BASE TO WRK-SALDO-BASE-ED.
             MOVE WRK-DOC-JUROS      TO WRK-JUROS-ED.
             MOVE SPACES TO REG-INFARQCLI.
             STRING "TOTAL          " DELIMITED BY SIZE
                    WRK-SALDO-ED      DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-SALDO-BASE-ED DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-JUROS-ED      DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE WRK-DOC-JUROS-POUPANCA TO WRK-JUROS-ED.
             MOVE SPACES TO REG-INFARQCLI.
             STRING "RENDIMENTOS DE CADERNETA DE POUPANCA.: "
                       DELIMITED BY SIZE
                    WRK-JUROS-ED DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE WRK-DOC-JUROS-DEMAIS TO WRK-JUROS-ED.
             MOVE SPACES TO REG-INFARQCLI.
             STRING "DEMAIS RENDIMENTOS DE APLICACOES.....: "
                       DELIMITED BY SIZE
                    WRK-JUROS-ED DELIMITED BY SIZE
               INTO REG-INFARQCLI.
             WRITE REG-INFARQCLI.

             MOVE SPACES TO REG-INFARQCLI.
             WRITE REG-INFARQCLI.
       0358-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA DO CONTROLE
       0370-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELINFCLI.
             STRING "INFORME DE RENDIMENTOS " DELIMITED BY SIZE
                    WRK-ANO-BASE      DELIMITED BY SIZE
                    " - CONTROLE  "   DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "          DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             WRITE REG-RELINFCLI.

             MOVE SPACES TO REG-RELINFCLI.
             STRING "OCORRENCIA  AGEN CONTA   T " DELIMITED BY SIZE
                    " SALDO ANTERIOR"  DELIMITED BY SIZE
                    "  SALDO ANO-BASE" DELIMITED BY SIZE
                    "    RENDIMENTOS"  DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             WRITE REG-RELINFCLI.

             MOVE SPACES TO REG-RELINFCLI.
             WRITE REG-RELINFCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA, COMO NO RELSARQCLI.
       0375-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELINFCLI TO WRK-LINHA-PENDENTE
                PERFORM 0370-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELINFCLI
             END-IF.
             WRITE REG-RELINFCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0375-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           IF NOT WRK-E-PRIMEIRO
              PERFORM 0330-FECHAR-DOCUMENTO
           END-IF.

           MOVE "FORA SARQCLI" TO WRK-OCORRENCIA.
           MOVE "N" TO WRK-FIM-RZ.
           MOVE LOW-VALUES TO RZ-CHAVE.
           START RZINFCLI KEY IS NOT LESS RZ-CHAVE
              INVALID KEY
                 MOVE "S" TO WRK-FIM-RZ
           END-START.
           PERFORM 0420-LISTAR-ORFA UNTIL WRK-RZ-ACABOU.

           PERFORM 0410-GRAVAR-TRAILER-EFIN.
           PERFORM 0430-IMPRIMIR-TOTAIS.

           CLOSE SARQCLI
                 RZINFCLI
                 INFARQCLI
                 EFIARQCLI
                 RELINFCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "ANO-BASE........: " WRK-ANO-BASE.
           DISPLAY "LANCAMENTOS.....: " WRK-CONTADOR-LANCAMENTOS.
           DISPLAY "CONTAS NO RAZAO.: " WRK-QTD-RZ.
           DISPLAY "CONTAS LIDAS....: " WRK-CONTADOR-CONTAS.
           DISPLAY "DECLARADOS......: " WRK-CONTADOR-DECLARADOS.
           DISPLAY "CONTAS INFORMADAS " WRK-CONTADOR-DETALHES.
           DISPLAY "ANONIMIZADAS....: " WRK-CONTADOR-ANONIMAS.
           DISPLAY "FORA DO SARQCLI.: " WRK-CONTADOR-ORFAS.
           IF WRK-CJT-SEM-CONTA GREATER ZEROS
              DISPLAY "COTITULARES SEM CONTA EM SARQCLI: "
                      WRK-CJT-SEM-CONTA
           END-IF.

      *    CONTA DO RAZAO SEM CADASTRO OU DOCUMENTO COM CONTAS ALEM
      *    DA TABELA FICARAM FORA DA DECLARACAO: AVISO COM RC 4.
           IF WRK-CONTADOR-ORFAS GREATER ZEROS OR
              WRK-DCL-CHEIA
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       0400-FIM. EXIT.

      *----------------------- TRAILER DO EXTRATO DA E-FINANCEIRA
       0410-GRAVAR-TRAILER-EFIN SECTION.
             MOVE SPACES TO REG-EFI-TRAILER.
             MOVE "9"                     TO EFT-TIPO-REG.
             MOVE WRK-CONTADOR-DETALHES   TO EFT-QTD-DETALHES.
             MOVE WRK-CONTADOR-DECLARADOS TO EFT-QTD-DECLARADOS.
             MOVE WRK-SOMA-SALDO-ANT      TO EFT-SOMA-ANTERIOR.
             MOVE WRK-SOMA-SALDO-BASE     TO EFT-SOMA-ATUAL.
             MOVE WRK-SOMA-JUROS          TO EFT-SOMA-RENDIMENTOS.
             WRITE REG-EFI-TRAILER.
             IF FS-EFIARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR EFIARQCLI - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0410-FIM. EXIT.

      *----------------------- LISTAR CONTA DO RAZAO SEM CADASTRO
      *    CONTA COM LANCAMENTO NO RAZAO QUE NAO ESTA MAIS NO
      *    SARQCLI (EXCLUIDA NA CARGA) E TEVE SALDO OU RENDIMENTO:
      *    SEM TITULAR CONHECIDO, FICA PARA A AREA FISCAL.
       0420-LISTAR-ORFA      SECTION.
             READ RZINFCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-RZ
                   GO TO 0420-FIM
             END-READ.
             IF RZ-NO-SARQCLI
                GO TO 0420-FIM
             END-IF.
             IF RZ-SALDO-ANT  EQUAL ZEROS AND
                RZ-SALDO-BASE EQUAL ZEROS AND
                RZ-JUROS NOT GREATER ZEROS
                GO TO 0420-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-ORFAS.
             MOVE RZ-CHAVE      TO WRK-CHAVE-BUSCA.
             MOVE RZ-SALDO-ANT  TO WRK-SALDO-ED.
             MOVE RZ-SALDO-BASE TO WRK-SALDO-BASE-ED.
             IF RZ-JUROS LESS ZEROS
                MOVE ZEROS TO WRK-JUROS-ED
             ELSE
                MOVE RZ-JUROS TO WRK-JUROS-ED
             END-IF.
             MOVE SPACES TO REG-RELINFCLI.
             STRING WRK-OCORRENCIA    DELIMITED BY SIZE
                    WRK-BUSCA-AGENCIA DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-BUSCA-CONTA   DELIMITED BY SIZE
                    "   "             DELIMITED BY SIZE
                    WRK-SALDO-ED      DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-SALDO-BASE-ED DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-JUROS-ED      DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.
       0420-FIM. EXIT.

      *----------------------- TOTAIS DE CONTROLE
      *    OS TOTAIS DO EXTRATO SAO OS MESMOS DO SEU TRAILER.
       0430-IMPRIMIR-TOTAIS  SECTION.
             PERFORM 0370-NOVA-PAGINA.

             MOVE SPACES TO REG-RELINFCLI.
             STRING "TOTAIS DO EXTRATO E DOS INFORMES"
                       DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-DECLARADOS TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "CPF/CNPJ DECLARADOS (INFORMES)....: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-DETALHES TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "CONTAS INFORMADAS (DETALHES)......: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-COTITULAR TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "  COMO COTITULAR..................: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-ENCERRADAS TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "  ENCERRADAS NO ANO OU DEPOIS.....: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-SEM-VALOR TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "SEM SALDO NEM RENDIMENTO, OMITIDAS: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-ANONIMAS TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "ANONIMIZADAS (LGPD), LISTADAS.....: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-CONTADOR-ORFAS TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "FORA DO SARQCLI (SO NO RAZAO).....: "
                       DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-SOMA-SALDO-ANT TO WRK-SOMA-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "SOMA DOS SALDOS EM " DELIMITED BY SIZE
                    WRK-DATA-ANTERIOR-ED  DELIMITED BY SIZE
                    ".....: "             DELIMITED BY SIZE
                    WRK-SOMA-ED           DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-SOMA-SALDO-BASE TO WRK-SOMA-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "SOMA DOS SALDOS EM " DELIMITED BY SIZE
                    WRK-DATA-BASE-ED      DELIMITED BY SIZE
                    ".....: "             DELIMITED BY SIZE
                    WRK-SOMA-ED           DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.

             MOVE WRK-SOMA-JUROS TO WRK-SOMA-ED.
             MOVE SPACES TO REG-RELINFCLI.
             STRING "SOMA DOS RENDIMENTOS..............: "
                       DELIMITED BY SIZE
                    WRK-SOMA-ED DELIMITED BY SIZE
               INTO REG-RELINFCLI.
             PERFORM 0375-GRAVAR-LINHA.
       0430-FIM. EXIT.
