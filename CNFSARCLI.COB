       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CNFSARCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    CONFERENCIA NOTURNA DE INTEGRIDADE DO SARQCLI. VARIOS
      *    JOBS MEXEM NO SALDO (CARGA, MOVIMENTO, MIGRACAO DE
      *    AGENCIA, RESTAURACAO DE SNAPSHOT) E NADA GARANTIA QUE O
      *    CADASTRO CONTINUASSE BATENDO COM O RAZAO. O SARQCLI E
      *    LIDO NA ORDEM DA CHAVE E CASADO COM O RAZAO DO MES ABERTO
      *    (LANARQCLI, INDEXADO POR CONTA+DATA+HORA+LOTE+SEQUENCIA)
      *    E COM A FOTO TIRADA ANTES DO MOVIMENTO DO DIA (SNAPSARQ):
      *    - SALDO DO CADASTRO CONTRA O SALDO-RESULTADO DO ULTIMO
      *      LANCAMENTO DA CONTA (NO MES ABERTO OU, SEM MOVIMENTO
      *      NELE, NO ULTIMO MES FECHADO -- LANMESCLI);
      *    - FOTO MAIS OS LANCAMENTOS DO DIA CONTRA O SALDO DO
      *      CADASTRO, E CADA LANCAMENTO DO DIA PARTINDO DO
      *      SALDO-RESULTADO DO ANTERIOR;
      *    - TIPO E STATUS VALIDOS, CPF/CNPJ ACEITO PELO VALIDADOC
      *      E AGENCIA EXISTENTE E ABERTA NO AGEARQCLI.
      *    CADA PROBLEMA VAI PARA O DIVSARCLI E PARA O RELATORIO; O
      *    RETURN-CODE APARECE NO QUADRO DA CADEIA (RELCADCLI).
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    NO MAINFRAME O DD APONTA PARA A GERACAO (0) DO GDG
      *    SNAPCNF: A FOTO POS-CARGA DO ABRARQ, TIRADA ANTES DE
      *    QUALQUER JOB QUE POSTA NO RAZAO.
           SELECT SNAPSARQ ASSIGN TO ".\SNAPSARQ.TXT"
               FILE STATUS IS FS-SNAPSARQ.
      *    A CONTA COM LANCAMENTO NO MES ABERTO TEM O SALDO
      *    CONFERIDO CONTRA O ULTIMO DELES; A CONTA SEM MOVIMENTO NO
      *    MES, CONTRA O SEU ULTIMO LANCAMENTO NA GERACAO DO ULTIMO
      *    MES FECHADO (LANMESCLI, LANMES(0) NO MAINFRAME), LIDA EM
      *    PARALELO NA MESMA ORDEM DE CONTA. SEM ESSA GERACAO (ANTES
      *    DO PRIMEIRO FECHAMENTO) SO O MES ABERTO E CONFERIDO; CONTA
      *    PARADA DESDE ANTES DO ULTIMO MES FECHADO FICA SEM
      *    CONFERENCIA CONTRA O RAZAO.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQCLI.
           SELECT LANMESCLI ASSIGN TO ".\LANMESCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LMG-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANMESCLI.
           SELECT AGEARQCLI ASSIGN TO ".\AGEARQCLI.TXT"
               FILE STATUS IS FS-AGEARQCLI.
           SELECT DIVSARCLI ASSIGN TO ".\DIVSARCLI.TXT"
               FILE STATUS IS FS-DIVSARCLI.
           SELECT RELCNFCLI ASSIGN TO ".\RELCNFCLI.TXT"
               FILE STATUS IS FS-RELCNFCLI.
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
       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  SNAPSARQ
           RECORDING MODE IS F.
      *    LAYOUT = 59 POSICOES (MESMO DESENHO DO BOOKSCLI; NOMES
      *    SNP-, COMO NO RSTSARCLI)
       01  REG-SNAPSARQ.
           05  SNP-CHAVE.
               10  SNP-AGENCIA   PICTURE 9(04).
               10  SNP-CONTA     PICTURE 9(07).
           05  SNP-TIPO          PICTURE 9(01).
           05  SNP-SALDO         PICTURE S9(09)V99
                                 SIGN IS LEADING SEPARATE.
           05  SNP-NOME          PICTURE X(20).
           05  SNP-CPF-CNPJ      PICTURE X(14).
           05  SNP-STATUS        PICTURE X(01).

       FD  LANARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLAN".

       FD  LANMESCLI
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (LAYOUT BOOKLAN; SO A CHAVE E O
      *    SALDO-RESULTADO SAO NOMEADOS AQUI -- O REG-LANARQCLI
      *    GUARDA O LANCAMENTO DO MES ABERTO EM CASAMENTO)
       01  REG-LANMESCLI.
           05  LMG-CHAVE-LANCAMENTO.
               10  LMG-CHAVE     PICTURE X(11).
               10  FILLER        PICTURE X(28).
           05  FILLER            PICTURE X(12).
           05  LMG-SALDO-RESULT  PICTURE S9(09)V99
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PICTURE X(25).

      *    LAYOUT = 88 POSICOES

       FD  AGEARQCLI
           RECORDING MODE IS F.
           COPY "BOOKAGE".

      *    LAYOUT = 25 POSICOES

       FD  DIVSARCLI
           RECORDING MODE IS F.
           COPY "BOOKDIV".

      *    LAYOUT = 80 POSICOES

       FD  RELCNFCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE DIVERGENCIAS)
       01  REG-RELCNFCLI         PICTURE X(80).

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
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-SNAPSARQ           PICTURE 9(02).
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-AGEARQCLI          PICTURE 9(02).
       01  FS-DIVSARCLI          PICTURE 9(02).
       01  FS-RELCNFCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ CHAVES DO CASAMENTO (ALFANUMERICAS: HIGH-VALUES
      *------------ MARCA ENTRADA ESGOTADA, COMO NO COMPDIACLI)
       01  WRK-CHAVE-ATUAL       PICTURE X(11).
       01  WRK-CHAVE-FOTO        PICTURE X(11).
       01  WRK-CHAVE-RAZAO       PICTURE X(11) VALUE LOW-VALUES.
       01  WRK-CHAVE-MES         PICTURE X(11) VALUE LOW-VALUES.
       01  WRK-CHAVE-ESGOTADA    PICTURE X(11) VALUE HIGH-VALUES.

      *------------ SITUACAO DAS AGENCIAS (ESPACO = NAO CADASTRADA)
       01  WRK-AGE-TABELA.
           05  WRK-AGE-SITUACAO  PICTURE X(01) OCCURS 9999 TIMES.
       01  WRK-AGE-LIDO          PICTURE X(01) VALUE "N".
           88  WRK-AGE-CARREGADO         VALUE "S".

      *------------ RAZAO DA CONTA EM CONFERENCIA
       01  WRK-TEM-RAZAO         PICTURE X(01).
           88  WRK-CONTA-COM-RAZAO       VALUE "S".
       01  WRK-RESULT-ANTERIOR   PICTURE S9(09)V99 USAGE COMP.
       01  WRK-TEM-MES           PICTURE X(01).
           88  WRK-CONTA-COM-MES         VALUE "S".
       01  WRK-RESULT-MES        PICTURE S9(09)V99 USAGE COMP.
       01  WRK-LANMES-ABERTO     PICTURE X(01) VALUE "N".
           88  WRK-LANMES-DISPONIVEL     VALUE "S".
       01  WRK-SALDO-ANTES       PICTURE S9(09)V99 USAGE COMP.
       01  WRK-EFEITO-DIA        PICTURE S9(11)V99 USAGE COMP.
       01  WRK-SALDO-ESPERADO    PICTURE S9(11)V99 USAGE COMP.

      *------------ VALIDACAO DO DOCUMENTO (SUBPROGRAMA VALIDADOC)
       01  WRK-DOCUMENTO         PICTURE X(14).
       01  WRK-TIPO-DOC          PICTURE X(01).
       01  WRK-DOC-VALIDO        PICTURE X(01).
           88  WRK-DOC-OK                VALUE "S".

      *------------ DIVERGENCIA EM GRAVACAO
       01  WRK-DIV-COM-VALOR     PICTURE X(01).
           88  WRK-DIV-DE-SALDO          VALUE "S".
       01  WRK-LOTE-SEQ.
           05  WRK-LS-LOTE       PICTURE X(08).
           05  FILLER            PICTURE X(01) VALUE "/".
           05  WRK-LS-SEQUENCIA  PICTURE 9(06).

      *------------ ACUMULADORES GERAIS
       01  WRK-CONTADOR-CONTAS   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-COM-RAZAO PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-COM-MES  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-FOTO PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-LANC-DIA PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-CONTA PICTURE 9(09) USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CONTADOR-ANONIMAS PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-DIVERGENCIAS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-RAZAO         PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-FOTO-DIA      PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-ENCADEAMENTO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-TIPO          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-STATUS        PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-DOCUMENTO     PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-AGE-AUSENTE   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-TOT-AGE-FECHADA   PICTURE 9(09) USAGE COMP VALUE ZEROS.

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

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-CADASTRO-ED       PICTURE Z(08)9,99-.
       01  WRK-CADASTRO-ED-X     REDEFINES WRK-CADASTRO-ED
                                 PICTURE X(13).
       01  WRK-CONFERIDO-ED      PICTURE Z(08)9,99-.
       01  WRK-CONFERIDO-ED-X    REDEFINES WRK-CONFERIDO-ED
                                 PICTURE X(13).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-CONFERIR-CONTA UNTIL FS-SARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-CONTAS TO WRK-RUN-REGISTROS.
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

             OPEN INPUT  SARQCLI.
             OPEN INPUT  SNAPSARQ.
             OPEN INPUT  LANARQCLI.
             OPEN OUTPUT DIVSARCLI.
             OPEN OUTPUT RELCNFCLI.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-SNAPSARQ NOT EQUAL ZEROS OR
                FS-LANARQCLI NOT EQUAL ZEROS OR
                FS-DIVSARCLI NOT EQUAL ZEROS OR
                FS-RELCNFCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S) - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT LANMESCLI.
             IF FS-LANMESCLI EQUAL ZEROS
                MOVE "S" TO WRK-LANMES-ABERTO
             ELSE
                DISPLAY "LANMESCLI (ULTIMO MES FECHADO) NAO "
                        "DISPONIVEL - SALDO SO CONTRA O MES ABERTO"
             END-IF.

             PERFORM 0220-CARREGAR-AGENCIAS.

             PERFORM 0210-LEITURA.
             PERFORM 0215-LER-FOTO.
             PERFORM 0221-LER-RAZAO.
             PERFORM 0222-LER-MES.
       0200-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ SARQCLI NEXT RECORD
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

       0215-LER-FOTO         SECTION.
             READ SNAPSARQ
                AT END
                   MOVE WRK-CHAVE-ESGOTADA TO WRK-CHAVE-FOTO
                NOT AT END
                   MOVE SNP-CHAVE TO WRK-CHAVE-FOTO
             END-READ.
       0215-FIM. EXIT.

      *    O CASAMENTO SO FUNCIONA COM O RAZAO NA ORDEM DA CONTA,
      *    QUE E A DA CHAVE DELE: FORA DE ORDEM O JOB ABORTA.
       0221-LER-RAZAO        SECTION.
             READ LANARQCLI
                AT END
                   MOVE WRK-CHAVE-ESGOTADA TO WRK-CHAVE-RAZAO
                   GO TO 0221-FIM
             END-READ.

             IF LAN-CHAVE LESS WRK-CHAVE-RAZAO
                DISPLAY "LANARQCLI FORA DA ORDEM DE CONTA ("
                        LAN-CHAVE ") - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
             MOVE LAN-CHAVE TO WRK-CHAVE-RAZAO.
       0221-FIM. EXIT.

      *    A GERACAO DO MES FECHADO E LIDA NA ORDEM DA CHAVE, QUE
      *    COMECA PELA CONTA; SEM ELA A CHAVE JA NASCE ESGOTADA.
       0222-LER-MES          SECTION.
             IF NOT WRK-LANMES-DISPONIVEL
                MOVE WRK-CHAVE-ESGOTADA TO WRK-CHAVE-MES
                GO TO 0222-FIM
             END-IF.

             READ LANMESCLI
                AT END
                   MOVE WRK-CHAVE-ESGOTADA TO WRK-CHAVE-MES
                NOT AT END
                   MOVE LMG-CHAVE TO WRK-CHAVE-MES
             END-READ.
       0222-FIM. EXIT.

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
             MOVE "CNFSARCLI"      TO RUN-PROGRAMA.
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

      *----------------------- CARREGAR A SITUACAO DAS AGENCIAS
      *    SEM O AGEARQCLI A CONFERENCIA DE AGENCIA NAO E FEITA; O
      *    RETURN-CODE SAI NO MINIMO 4 PARA ISSO APARECER NO QUADRO.
       0220-CARREGAR-AGENCIAS SECTION.
             MOVE SPACES TO WRK-AGE-TABELA.

             OPEN INPUT AGEARQCLI.
             IF FS-AGEARQCLI NOT EQUAL ZEROS
                DISPLAY "AGEARQCLI NAO ENCONTRADO, AGENCIAS NAO "
                        "CONFERIDAS"
                IF RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO 0220-FIM
             END-IF.

             MOVE "S" TO WRK-AGE-LIDO.
             PERFORM 0225-LER-AGENCIA
                UNTIL FS-AGEARQCLI NOT EQUAL ZEROS.
             CLOSE AGEARQCLI.
       0220-FIM. EXIT.

       0225-LER-AGENCIA      SECTION.
             READ AGEARQCLI.
             IF FS-AGEARQCLI EQUAL ZEROS
                IF AGE-AGENCIA GREATER ZEROS
                   MOVE AGE-STATUS TO WRK-AGE-SITUACAO(AGE-AGENCIA)
                END-IF
             END-IF.
       0225-FIM. EXIT.

      *----------------------- CONFERIR UMA CONTA DO SARQCLI
      *    FOTO E RAZAO SAO AVANCADOS ATE A CHAVE DA CONTA; O QUE
      *    FICA PARA TRAS SAO CONTAS QUE NAO ESTAO MAIS NO SARQCLI
      *    (EXCLUIDAS OU MIGRADAS -- ASSUNTO DO COMPDIACLI).
       0300-CONFERIR-CONTA   SECTION.
             ADD 1 TO WRK-CONTADOR-CONTAS.
             MOVE SARQCLI-CHAVE TO WRK-CHAVE-ATUAL.

             PERFORM 0215-LER-FOTO
                UNTIL WRK-CHAVE-FOTO NOT LESS WRK-CHAVE-ATUAL.

             PERFORM 0320-DESCARTAR-RAZAO
                UNTIL WRK-CHAVE-RAZAO NOT LESS WRK-CHAVE-ATUAL.

             MOVE "N"   TO WRK-TEM-RAZAO.
             MOVE ZEROS TO WRK-RESULT-ANTERIOR.
             MOVE ZEROS TO WRK-EFEITO-DIA.
             PERFORM 0325-ACUMULAR-RAZAO
                UNTIL WRK-CHAVE-RAZAO NOT EQUAL WRK-CHAVE-ATUAL.

             PERFORM 0222-LER-MES
                UNTIL WRK-CHAVE-MES NOT LESS WRK-CHAVE-ATUAL.

             MOVE "N"   TO WRK-TEM-MES.
             MOVE ZEROS TO WRK-RESULT-MES.
             PERFORM 0326-ACUMULAR-MES
                UNTIL WRK-CHAVE-MES NOT EQUAL WRK-CHAVE-ATUAL.

             PERFORM 0330-CONFERIR-ESTRUTURA.
             PERFORM 0340-CONFERIR-SALDOS.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0326-ACUMULAR-MES     SECTION.
             MOVE LMG-SALDO-RESULT TO WRK-RESULT-MES.
             MOVE "S" TO WRK-TEM-MES.
             PERFORM 0222-LER-MES.
       0326-FIM. EXIT.

       0320-DESCARTAR-RAZAO  SECTION.
             ADD 1 TO WRK-CONTADOR-SEM-CONTA.
             PERFORM 0221-LER-RAZAO.
       0320-FIM. EXIT.

      *----------------------- ACUMULAR UM LANCAMENTO DA CONTA
      *    O SALDO ANTES DO LANCAMENTO E O SALDO-RESULTADO DESFEITO
      *    DO SEU EFEITO (C/R SOMAM, D/E SUBTRAEM). SO OS
      *    LANCAMENTOS DO DIA TEM O ENCADEAMENTO CONFERIDO: UMA
      *    QUEBRA ANTIGA JA FOI APONTADA NA NOITE EM QUE OCORREU.
       0325-ACUMULAR-RAZAO   SECTION.
             IF LAN-OPERACAO EQUAL "C" OR
                LAN-OPERACAO EQUAL "R"
                COMPUTE WRK-SALDO-ANTES =
                        LAN-SALDO-RESULT - LAN-VALOR
             ELSE
                COMPUTE WRK-SALDO-ANTES =
                        LAN-SALDO-RESULT + LAN-VALOR
             END-IF.

             IF LAN-DATA EQUAL WRK-DATA-EXECUCAO
                ADD 1 TO WRK-CONTADOR-LANC-DIA
                IF LAN-OPERACAO EQUAL "C" OR
                   LAN-OPERACAO EQUAL "R"
                   ADD LAN-VALOR TO WRK-EFEITO-DIA
                ELSE
                   SUBTRACT LAN-VALOR FROM WRK-EFEITO-DIA
                END-IF
                IF WRK-CONTA-COM-RAZAO AND
                   WRK-SALDO-ANTES NOT EQUAL WRK-RESULT-ANTERIOR
                   ADD 1 TO WRK-TOT-ENCADEAMENTO
                   MOVE "LEDGER-CHAIN"      TO DIV-CODIGO
                   MOVE WRK-SALDO-ANTES     TO DIV-VALOR-CADASTRO
                   MOVE WRK-RESULT-ANTERIOR TO DIV-VALOR-CONFERIDO
                   MOVE LAN-LOTE            TO WRK-LS-LOTE
                   MOVE LAN-SEQUENCIA       TO WRK-LS-SEQUENCIA
                   MOVE WRK-LOTE-SEQ        TO DIV-COMPLEMENTO
                   MOVE "S" TO WRK-DIV-COM-VALOR
                   PERFORM 0350-GRAVAR-DIVERGENCIA
                END-IF
             END-IF.

             MOVE LAN-SALDO-RESULT TO WRK-RESULT-ANTERIOR.
             MOVE "S" TO WRK-TEM-RAZAO.
             PERFORM 0221-LER-RAZAO.
       0325-FIM. EXIT.

      *----------------------- CONFERENCIA ESTRUTURAL DO REGISTRO
      *    O DOCUMENTO ANONIMIZADO PELA LGPD (TODO "*") NAO E MAIS
      *    UM CPF/CNPJ E NAO E APONTADO. CONTA ENCERRADA EM AGENCIA
      *    FECHADA NAO E PROBLEMA: SO AS ATIVAS SAO MIGRADAS.
       0330-CONFERIR-ESTRUTURA SECTION.
             MOVE "N" TO WRK-DIV-COM-VALOR.
             MOVE ZEROS TO DIV-VALOR-CADASTRO.
             MOVE ZEROS TO DIV-VALOR-CONFERIDO.

             IF SARQCLI-TIPO NOT NUMERIC OR
                SARQCLI-TIPO LESS 1 OR
                SARQCLI-TIPO GREATER 4
                ADD 1 TO WRK-TOT-TIPO
                MOVE "INVALID-TYPE" TO DIV-CODIGO
                MOVE SPACES         TO DIV-COMPLEMENTO
                MOVE SARQCLI-TIPO   TO DIV-COMPLEMENTO(1:1)
                PERFORM 0350-GRAVAR-DIVERGENCIA
             END-IF.

             IF NOT SARQCLI-ATIVA AND
                NOT SARQCLI-BLOQ-CREDITO AND
                NOT SARQCLI-BLOQ-TOTAL AND
                NOT SARQCLI-ENCERRADA
                ADD 1 TO WRK-TOT-STATUS
                MOVE "INVALID-STATUS" TO DIV-CODIGO
                MOVE SARQCLI-STATUS   TO DIV-COMPLEMENTO
                PERFORM 0350-GRAVAR-DIVERGENCIA
             END-IF.

             IF SARQCLI-CPF-CNPJ EQUAL ALL "*"
                ADD 1 TO WRK-CONTADOR-ANONIMAS
             ELSE
                IF SARQCLI-TIPO EQUAL 1 OR SARQCLI-TIPO EQUAL 2 OR
                   SARQCLI-TIPO EQUAL 3 OR SARQCLI-TIPO EQUAL 4
                   IF SARQCLI-TIPO EQUAL 1 OR SARQCLI-TIPO EQUAL 3
                      MOVE "F" TO WRK-TIPO-DOC
                   ELSE
                      MOVE "J" TO WRK-TIPO-DOC
                   END-IF
                   MOVE SARQCLI-CPF-CNPJ TO WRK-DOCUMENTO
                   CALL "VALIDADOC" USING WRK-DOCUMENTO
                                          WRK-TIPO-DOC
                                          WRK-DOC-VALIDO
                   IF NOT WRK-DOC-OK
                      ADD 1 TO WRK-TOT-DOCUMENTO
                      MOVE "INVALID-DOC"    TO DIV-CODIGO
                      MOVE SARQCLI-CPF-CNPJ TO DIV-COMPLEMENTO
                      PERFORM 0350-GRAVAR-DIVERGENCIA
                   END-IF
                END-IF
             END-IF.

             IF NOT WRK-AGE-CARREGADO
                GO TO 0330-FIM
             END-IF.

             IF SARQCLI-AGENCIA EQUAL ZEROS
                ADD 1 TO WRK-TOT-AGE-AUSENTE
                MOVE "BRANCH-MISSING" TO DIV-CODIGO
                MOVE SPACES           TO DIV-COMPLEMENTO
                PERFORM 0350-GRAVAR-DIVERGENCIA
                GO TO 0330-FIM
             END-IF.

             IF WRK-AGE-SITUACAO(SARQCLI-AGENCIA) EQUAL SPACES
                ADD 1 TO WRK-TOT-AGE-AUSENTE
                MOVE "BRANCH-MISSING" TO DIV-CODIGO
                MOVE SPACES           TO DIV-COMPLEMENTO
                PERFORM 0350-GRAVAR-DIVERGENCIA
             ELSE
                IF WRK-AGE-SITUACAO(SARQCLI-AGENCIA) EQUAL "F" AND
                   NOT SARQCLI-ENCERRADA
                   ADD 1 TO WRK-TOT-AGE-FECHADA
                   MOVE "BRANCH-CLOSED" TO DIV-CODIGO
                   MOVE SPACES          TO DIV-COMPLEMENTO
                   PERFORM 0350-GRAVAR-DIVERGENCIA
                END-IF
             END-IF.
       0330-FIM. EXIT.

      *----------------------- CONFERENCIA DE SALDOS
      *    SEM LANCAMENTO NO MES ABERTO O SALDO TEM DE SER O DO
      *    ULTIMO LANCAMENTO NO MES FECHADO (COMPLEMENTO "MES
      *    FECHADO" NA DIVERGENCIA).
      *    CONTA SEM FOTO (ABERTA DEPOIS DELA) NAO TEM COM O QUE
      *    SOMAR O DIA E SO E CONTADA.
       0340-CONFERIR-SALDOS  SECTION.
             MOVE "S"    TO WRK-DIV-COM-VALOR.
             MOVE SPACES TO DIV-COMPLEMENTO.

             IF WRK-CONTA-COM-RAZAO
                ADD 1 TO WRK-CONTADOR-COM-RAZAO
                IF SARQCLI-SALDO NOT EQUAL WRK-RESULT-ANTERIOR
                   ADD 1 TO WRK-TOT-RAZAO
                   MOVE "BAL-VS-LEDGER"     TO DIV-CODIGO
                   MOVE SARQCLI-SALDO       TO DIV-VALOR-CADASTRO
                   MOVE WRK-RESULT-ANTERIOR TO DIV-VALOR-CONFERIDO
                   PERFORM 0350-GRAVAR-DIVERGENCIA
                END-IF
             ELSE
                IF WRK-CONTA-COM-MES
                   ADD 1 TO WRK-CONTADOR-COM-MES
                   IF SARQCLI-SALDO NOT EQUAL WRK-RESULT-MES
                      ADD 1 TO WRK-TOT-RAZAO
                      MOVE "BAL-VS-LEDGER"  TO DIV-CODIGO
                      MOVE SARQCLI-SALDO    TO DIV-VALOR-CADASTRO
                      MOVE WRK-RESULT-MES   TO DIV-VALOR-CONFERIDO
                      MOVE "MES FECHADO"    TO DIV-COMPLEMENTO
                      PERFORM 0350-GRAVAR-DIVERGENCIA
                   END-IF
                END-IF
             END-IF.

             IF WRK-CHAVE-FOTO NOT EQUAL WRK-CHAVE-ATUAL
                ADD 1 TO WRK-CONTADOR-SEM-FOTO
                GO TO 0340-FIM
             END-IF.

             COMPUTE WRK-SALDO-ESPERADO = SNP-SALDO + WRK-EFEITO-DIA.
             IF SARQCLI-SALDO NOT EQUAL WRK-SALDO-ESPERADO
                ADD 1 TO WRK-TOT-FOTO-DIA
                MOVE "BAL-VS-SNAP-DAY"  TO DIV-CODIGO
                MOVE SARQCLI-SALDO      TO DIV-VALOR-CADASTRO
                MOVE WRK-SALDO-ESPERADO TO DIV-VALOR-CONFERIDO
                PERFORM 0350-GRAVAR-DIVERGENCIA
             END-IF.
       0340-FIM. EXIT.

      *----------------------- GRAVAR UMA DIVERGENCIA
      *    O CHAMADOR PREENCHE CODIGO, VALORES E COMPLEMENTO; AQUI
      *    ENTRAM A CHAVE E A DATA, A GRAVACAO E A LINHA DO
      *    RELATORIO (SEM VALORES NAS DIVERGENCIAS ESTRUTURAIS).
       0350-GRAVAR-DIVERGENCIA SECTION.
             ADD 1 TO WRK-TOT-DIVERGENCIAS.
             MOVE SARQCLI-AGENCIA   TO DIV-AGENCIA.
             MOVE SARQCLI-CONTA     TO DIV-CONTA.
             MOVE WRK-DATA-EXECUCAO TO DIV-DATA.
             WRITE REG-DIVSARCLI.
             IF FS-DIVSARCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR DIVSARCLI - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             IF WRK-DIV-DE-SALDO
                MOVE DIV-VALOR-CADASTRO  TO WRK-CADASTRO-ED
                MOVE DIV-VALOR-CONFERIDO TO WRK-CONFERIDO-ED
             ELSE
                MOVE SPACES TO WRK-CADASTRO-ED-X
                MOVE SPACES TO WRK-CONFERIDO-ED-X
             END-IF.

             MOVE SPACES TO REG-RELCNFCLI.
             STRING DIV-AGENCIA        DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    DIV-CONTA          DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    DIV-CODIGO         DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-CADASTRO-ED-X  DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    WRK-CONFERIDO-ED-X DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    DIV-COMPLEMENTO    DELIMITED BY SIZE
               INTO REG-RELCNFCLI.
             PERFORM 0375-GRAVAR-LINHA.
       0350-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0370-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELCNFCLI.
             STRING "CONFERENCIA DE INTEGRIDADE DO SARQCLI  "
                       DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "          DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELCNFCLI.
             WRITE REG-RELCNFCLI.

             MOVE SPACES TO REG-RELCNFCLI.
             STRING "AGEN CONTA   DIVERGENCIA     " DELIMITED BY SIZE
                    "      CADASTRO"  DELIMITED BY SIZE
                    "     CONFERIDO"  DELIMITED BY SIZE
                    " COMPLEMENTO"    DELIMITED BY SIZE
               INTO REG-RELCNFCLI.
             WRITE REG-RELCNFCLI.

             MOVE SPACES TO REG-RELCNFCLI.
             WRITE REG-RELCNFCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA, COMO NO RELSARQCLI.
       0375-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELCNFCLI TO WRK-LINHA-PENDENTE
                PERFORM 0370-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELCNFCLI
             END-IF.
             WRITE REG-RELCNFCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0375-FIM. EXIT.

      *----------------------- FINALIZAR
      *    DIVERGENCIA DE SALDO (CADASTRO X RAZAO, FOTO + DIA OU
      *    ENCADEAMENTO) E RC 8; SO ESTRUTURAL, RC 4.
       0400-FINALIZAR        SECTION.
           PERFORM 0320-DESCARTAR-RAZAO
              UNTIL WRK-CHAVE-RAZAO EQUAL WRK-CHAVE-ESGOTADA.

           PERFORM 0410-IMPRIMIR-TOTAIS.

           CLOSE SARQCLI
                 SNAPSARQ
                 LANARQCLI
                 DIVSARCLI
                 RELCNFCLI.
           IF WRK-LANMES-DISPONIVEL
              CLOSE LANMESCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "CONTAS CONFERIDAS.: " WRK-CONTADOR-CONTAS.
           DISPLAY "COM RAZAO.........: " WRK-CONTADOR-COM-RAZAO.
           DISPLAY "SO NO MES FECHADO.: " WRK-CONTADOR-COM-MES.
           DISPLAY "LANCAMENTOS DO DIA: " WRK-CONTADOR-LANC-DIA.
           DISPLAY "DIVERGENCIAS......: " WRK-TOT-DIVERGENCIAS.

           IF WRK-TOT-RAZAO GREATER ZEROS OR
              WRK-TOT-FOTO-DIA GREATER ZEROS OR
              WRK-TOT-ENCADEAMENTO GREATER ZEROS
              IF RETURN-CODE LESS 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF WRK-TOT-DIVERGENCIAS GREATER ZEROS
                 IF RETURN-CODE LESS 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       0400-FIM. EXIT.

      *----------------------- TOTAIS DA CONFERENCIA
       0410-IMPRIMIR-TOTAIS  SECTION.
           PERFORM 0370-NOVA-PAGINA.

           MOVE WRK-CONTADOR-CONTAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "CONTAS CONFERIDAS.................: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-COM-RAZAO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "  COM LANCAMENTO NO RAZAO.........: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-COM-MES TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "  SO COM LANCAMENTO NO MES FECHADO: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-SEM-FOTO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "  SEM FOTO ANTERIOR (NOVAS).......: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-ANONIMAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "  ANONIMIZADAS (DOC NAO CONFERIDO): "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-LANC-DIA TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "LANCAMENTOS DO DIA................: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-SEM-CONTA TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "LANCAMENTOS DE CONTAS FORA SARQCLI: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-RAZAO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "BAL-VS-LEDGER   CADASTRO X RAZAO..: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-FOTO-DIA TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "BAL-VS-SNAP-DAY FOTO + DIA........: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-ENCADEAMENTO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "LEDGER-CHAIN    ENCADEAMENTO......: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-TIPO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "INVALID-TYPE    TIPO DE CONTA.....: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-STATUS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "INVALID-STATUS  STATUS............: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-DOCUMENTO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "INVALID-DOC     CPF/CNPJ..........: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-AGE-AUSENTE TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "BRANCH-MISSING  AGENCIA AUSENTE...: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           MOVE WRK-TOT-AGE-FECHADA TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELCNFCLI.
           STRING "BRANCH-CLOSED   AGENCIA FECHADA...: "
                     DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO REG-RELCNFCLI.
           PERFORM 0375-GRAVAR-LINHA.

           IF NOT WRK-AGE-CARREGADO
              MOVE SPACES TO REG-RELCNFCLI
              STRING "*** AGEARQCLI AUSENTE - AGENCIAS NAO "
                     "CONFERIDAS ***" DELIMITED BY SIZE
                INTO REG-RELCNFCLI
              PERFORM 0375-GRAVAR-LINHA
           END-IF.
       0410-FIM. EXIT.
