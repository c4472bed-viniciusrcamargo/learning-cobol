       IDENTIFICATION        DIVISION.
       PROGRAM-ID. RELLIMCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    RELATORIO DIARIO DE USO DO CHEQUE ESPECIAL POR AGENCIA:
      *    TODA CONTA DEVEDORA EM SARQCLI SAI NO BLOCO DA SUA
      *    AGENCIA, MARCADA "EM USO" (DENTRO DO LIMITE) OU
      *    "EXCEDIDO" (ALEM DO LIMITE -- LIMITE REDUZIDO OU VENCIDO
      *    DEPOIS DO DEBITO, OU SALDO DEVEDOR ANTERIOR AO CONTROLE),
      *    COM O NUMERO DE DIAS SEGUIDOS EM QUE ESTA NEGATIVA. SARQCLI
      *    E LIDO PELA CHAVE, O QUE JA AGRUPA POR AGENCIA.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    LIMARQCLI/PARMLIMCLI SAO OS MESMOS LIMITES CONFERIDOS
      *    PELA MOVARQCLI NA POSTAGEM.
           SELECT LIMARQCLI ASSIGN TO ".\LIMARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS FS-LIMARQCLI.
           SELECT PARMLIMCLI ASSIGN TO ".\PARMLIMCLI.TXT"
               FILE STATUS IS FS-PARMLIMCLI.
      *    USOLIMCLI GUARDA, EM ORDEM DE CHAVE, AS CONTAS QUE
      *    ESTAVAM NEGATIVAS NA ULTIMA EXECUCAO E HA QUANTOS DIAS.
      *    O PROGRAMA LE O ANTERIOR E GRAVA O NOVO EM USOLIMNEW; O
      *    JOB (RELLIM) SUBSTITUI UM PELO OUTRO APOS O TERMINO
      *    NORMAL DO PASSO, COMO NO EXPURGO DE AUDITORIA.
           SELECT USOLIMCLI ASSIGN TO ".\USOLIMCLI.TXT"
               FILE STATUS IS FS-USOLIMCLI.
           SELECT USOLIMNEW ASSIGN TO ".\USOLIMNEW.TXT"
               FILE STATUS IS FS-USOLIMNEW.
           SELECT RELLIMCLI ASSIGN TO ".\RELLIMCLI.TXT"
               FILE STATUS IS FS-RELLIMCLI.
      *    AGEARQCLI (CADASTRO DE AGENCIAS) FORNECE O NOME IMPRESSO
      *    NO CABECALHO DE CADA BLOCO.
           SELECT AGEARQCLI ASSIGN TO ".\AGEARQCLI.TXT"
               FILE STATUS IS FS-AGEARQCLI.

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
       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  LIMARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLIM".

      *    LAYOUT = 30 POSICOES

       FD  PARMLIMCLI
           RECORDING MODE IS F.
      *    LAYOUT = 44 POSICOES (LIMITE PADRAO DOS TIPOS 1 A 4, NESTA
      *    ORDEM, COM CENTAVOS -- DECIMAIS IMPLICITOS)
       01  REG-PARMLIMCLI.
           05  PLIM-LIMITE-TIPO  PICTURE 9(09)V99 OCCURS 4 TIMES.

       FD  USOLIMCLI
           RECORDING MODE IS F.
      *    LAYOUT = 32 POSICOES (AGENCIA, CONTA, DIAS SEGUIDOS
      *    NEGATIVA, DATA EM QUE FICOU NEGATIVA E DATA-MOVIMENTO DA
      *    ULTIMA CONTAGEM -- A REEXECUCAO NA MESMA DATA NAO CONTA
      *    O DIA DE NOVO)
       01  REG-USOLIMCLI.
           05  USO-CHAVE.
               10  USO-AGENCIA   PICTURE 9(04).
               10  USO-CONTA     PICTURE 9(07).
           05  USO-DIAS          PICTURE 9(05).
           05  USO-DATA-INICIO   PICTURE 9(08).
           05  USO-DATA-ULTIMA   PICTURE 9(08).

       FD  USOLIMNEW
           RECORDING MODE IS F.
      *    LAYOUT = 32 POSICOES (MESMO LAYOUT DO USOLIMCLI)
       01  REG-USOLIMNEW.
           05  USN-CHAVE         PICTURE X(11).
           05  USN-DIAS          PICTURE 9(05).
           05  USN-DATA-INICIO   PICTURE 9(08).
           05  USN-DATA-ULTIMA   PICTURE 9(08).

       FD  RELLIMCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DE USO DO LIMITE POR
      *    AGENCIA)
       01  REG-RELLIMCLI         PICTURE X(80).

       FD  AGEARQCLI
           RECORDING MODE IS F.
           COPY "BOOKAGE".

      *    LAYOUT = 25 POSICOES

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
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-LIMARQCLI          PICTURE 9(02).
       01  FS-PARMLIMCLI         PICTURE 9(02).
       01  FS-USOLIMCLI          PICTURE 9(02).
       01  FS-USOLIMNEW          PICTURE 9(02).
       01  FS-RELLIMCLI          PICTURE 9(02).
       01  FS-AGEARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ TABELA DE NOMES DAS AGENCIAS (INDEXADA PELO
      *------------ NUMERO DA AGENCIA, 0001-9999)
       01  WRK-AGE-NOMES.
           05  WRK-AGE-NOME      PICTURE X(20) OCCURS 9999 TIMES.

      *------------ LIMITES DE CHEQUE ESPECIAL
       01  WRK-LIMITE-PADRAO-TAB.
           05  WRK-LIMITE-PADRAO PICTURE 9(09)V99 OCCURS 4 TIMES.
       01  WRK-IDX-TIPO          PICTURE 9(01).
       01  WRK-LIMARQCLI-ABERTO  PICTURE X(01) VALUE "N".
           88  WRK-LIMITES-DISPONIVEIS   VALUE "S".
       01  WRK-LIMITE-CONTA      PICTURE 9(09)V99.
       01  WRK-SALDO-DEVEDOR     PICTURE 9(09)V99.

      *------------ CONTAGEM DE DIAS SEGUIDOS NEGATIVA
       01  WRK-FIM-USO           PICTURE X(01) VALUE "N".
           88  WRK-USO-ESGOTADO          VALUE "S".
       01  WRK-DIAS-NEGATIVA     PICTURE 9(05).
       01  WRK-DATA-INICIO       PICTURE 9(08).

      *------------ SITUACAO DA CONTA DEVEDORA
       01  WRK-SITUACAO          PICTURE X(08).

      *------------ VARIAVEIS DE QUEBRA DE CONTROLE
       01  WRK-AGENCIA-ATUAL     PICTURE 9(04) VALUE ZEROS.
       01  WRK-AGENCIA-ABERTA    PICTURE X(01) VALUE "N".
           88  WRK-HA-AGENCIA-ABERTA     VALUE "S".

      *------------ ACUMULADORES POR AGENCIA
       01  WRK-AGE-EM-USO        PICTURE 9(09) USAGE COMP.
       01  WRK-AGE-EXCEDIDAS     PICTURE 9(09) USAGE COMP.
       01  WRK-AGE-DEVEDOR       PICTURE 9(11)V99 USAGE COMP.

      *------------ ACUMULADORES GERAIS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-GER-EM-USO        PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-GER-EXCEDIDAS     PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-GER-DEVEDOR       PICTURE 9(11)V99 USAGE COMP
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
       01  WRK-SALDO-ED          PICTURE Z(10)9,99-.
       01  WRK-LIMITE-ED         PICTURE Z(10)9,99.
       01  WRK-DEVEDOR-ED        PICTURE Z(12)9,99.
       01  WRK-DIAS-ED           PICTURE ZZZZ9.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-SARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    SEM O USOLIMCLI ANTERIOR (PRIMEIRA EXECUCAO) TODA CONTA
      *    DEVEDORA COMECA A CONTAR DO DIA 1.
       0200-INICIAR          SECTION.
             OPEN INPUT  SARQCLI.
             OPEN OUTPUT USOLIMNEW.
             OPEN OUTPUT RELLIMCLI.

             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-USOLIMNEW NOT EQUAL ZEROS OR
                FS-RELLIMCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT USOLIMCLI.
             IF FS-USOLIMCLI EQUAL ZEROS
                PERFORM 0215-LER-USO-ANTERIOR
             ELSE
                DISPLAY "USOLIMCLI NAO ENCONTRADO - CONTAGEM DE DIAS "
                        "REINICIADA"
                MOVE "S" TO WRK-FIM-USO
             END-IF.

             PERFORM 0230-CARREGAR-LIMITES.
             PERFORM 0260-CARREGAR-NOMES-AGENCIA.
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
             MOVE "RELLIMCLI"    TO RUN-PROGRAMA.
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
            READ SARQCLI NEXT RECORD
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

       0215-LER-USO-ANTERIOR SECTION.
            READ USOLIMCLI
               AT END
                  MOVE "S" TO WRK-FIM-USO
            END-READ.
       0215-FIM. EXIT.

      *----------------------- CARREGAR LIMITES DE CHEQUE ESPECIAL
      *    MESMA REGRA DA MOVARQCLI: SEM PARAMETRO O PADRAO E ZERO,
      *    SEM CADASTRO SO VALE O PADRAO.
       0230-CARREGAR-LIMITES SECTION.
             MOVE ZEROS TO WRK-LIMITE-PADRAO-TAB.

             OPEN INPUT PARMLIMCLI.
             IF FS-PARMLIMCLI EQUAL ZEROS
                READ PARMLIMCLI
                  AT END
                     DISPLAY "PARMLIMCLI VAZIO - LIMITE PADRAO ZERO"
                  NOT AT END
                     PERFORM 0231-GUARDAR-LIMITE-PADRAO
                        VARYING WRK-IDX-TIPO FROM 1 BY 1
                        UNTIL WRK-IDX-TIPO GREATER 4
                END-READ
                CLOSE PARMLIMCLI
             ELSE
                DISPLAY "PARMLIMCLI NAO ENCONTRADO - LIMITE PADRAO "
                        "ZERO"
             END-IF.

             OPEN INPUT LIMARQCLI.
             IF FS-LIMARQCLI EQUAL ZEROS
                MOVE "S" TO WRK-LIMARQCLI-ABERTO
             ELSE
                DISPLAY "LIMARQCLI NAO ENCONTRADO - SO O LIMITE "
                        "PADRAO SERA CONSIDERADO"
             END-IF.
       0230-FIM. EXIT.

       0231-GUARDAR-LIMITE-PADRAO SECTION.
             IF PLIM-LIMITE-TIPO(WRK-IDX-TIPO) NUMERIC
                MOVE PLIM-LIMITE-TIPO(WRK-IDX-TIPO)
                  TO WRK-LIMITE-PADRAO(WRK-IDX-TIPO)
             END-IF.
       0231-FIM. EXIT.

      *----------------------- CARREGAR NOMES DO CADASTRO DE AGENCIAS
       0260-CARREGAR-NOMES-AGENCIA SECTION.
             MOVE SPACES TO WRK-AGE-NOMES.

             OPEN INPUT AGEARQCLI.
             IF FS-AGEARQCLI EQUAL ZEROS
                PERFORM 0261-LER-AGENCIA
                   UNTIL FS-AGEARQCLI EQUAL 10
                CLOSE AGEARQCLI
             ELSE
                DISPLAY "AGEARQCLI NAO ENCONTRADO, RELATORIO SEM "
                        "NOMES DE AGENCIA"
             END-IF.
       0260-FIM. EXIT.

       0261-LER-AGENCIA      SECTION.
             READ AGEARQCLI.
             IF FS-AGEARQCLI EQUAL ZEROS
                IF AGE-AGENCIA GREATER ZEROS
                   MOVE AGE-NOME TO WRK-AGE-NOME(AGE-AGENCIA)
                END-IF
             END-IF.
       0261-FIM. EXIT.

      *----------------------- PROCESSAR UMA CONTA DE SARQCLI
      *    O USOLIMCLI ANTERIOR ANDA JUNTO COM O SARQCLI (OS DOIS EM
      *    ORDEM DE CHAVE): O QUE FICA PARA TRAS E CONTA QUE SAIU DO
      *    CADASTRO E SIMPLESMENTE NAO E REGRAVADO.
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.

             PERFORM 0215-LER-USO-ANTERIOR
                UNTIL WRK-USO-ESGOTADO OR
                      USO-CHAVE NOT LESS SARQCLI-CHAVE.

             IF SARQCLI-SALDO LESS ZEROS
                PERFORM 0330-TRATAR-CONTA-DEVEDORA
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- TRATAR UMA CONTA DEVEDORA
      *    A CONTAGEM CONTINUA DE ONDE A EXECUCAO ANTERIOR PAROU; SE
      *    O REGISTRO ANTERIOR JA E DESTA DATA-MOVIMENTO (REEXECUCAO)
      *    O DIA NAO E CONTADO DE NOVO. CONTA QUE VOLTOU AO POSITIVO
      *    NAO E REGRAVADA E RECOMECA DO DIA 1 NA PROXIMA VEZ.
       0330-TRATAR-CONTA-DEVEDORA SECTION.
             MOVE 1                 TO WRK-DIAS-NEGATIVA.
             MOVE WRK-DATA-EXECUCAO TO WRK-DATA-INICIO.

             IF NOT WRK-USO-ESGOTADO AND
                USO-CHAVE EQUAL SARQCLI-CHAVE
                MOVE USO-DATA-INICIO TO WRK-DATA-INICIO
                IF USO-DATA-ULTIMA EQUAL WRK-DATA-EXECUCAO
                   MOVE USO-DIAS TO WRK-DIAS-NEGATIVA
                ELSE
                   COMPUTE WRK-DIAS-NEGATIVA = USO-DIAS + 1
                END-IF
             END-IF.

             PERFORM 0335-GRAVAR-USO.
             PERFORM 0340-OBTER-LIMITE.

             IF NOT WRK-HA-AGENCIA-ABERTA OR
                SARQCLI-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL
                PERFORM 0345-ABRIR-AGENCIA
             END-IF.

             COMPUTE WRK-SALDO-DEVEDOR = ZEROS - SARQCLI-SALDO.
             IF WRK-SALDO-DEVEDOR GREATER WRK-LIMITE-CONTA
                MOVE "EXCEDIDO" TO WRK-SITUACAO
                ADD 1 TO WRK-AGE-EXCEDIDAS
                ADD 1 TO WRK-GER-EXCEDIDAS
             ELSE
                MOVE "EM USO"   TO WRK-SITUACAO
                ADD 1 TO WRK-AGE-EM-USO
                ADD 1 TO WRK-GER-EM-USO
             END-IF.

             ADD WRK-SALDO-DEVEDOR TO WRK-AGE-DEVEDOR.
             ADD WRK-SALDO-DEVEDOR TO WRK-GER-DEVEDOR.

             MOVE SARQCLI-SALDO     TO WRK-SALDO-ED.
             MOVE WRK-LIMITE-CONTA  TO WRK-LIMITE-ED.
             MOVE WRK-DIAS-NEGATIVA TO WRK-DIAS-ED.
             MOVE SPACES TO REG-RELLIMCLI.
             STRING "  "              DELIMITED BY SIZE
                    SARQCLI-CONTA     DELIMITED BY SIZE
                    "  "              DELIMITED BY SIZE
                    WRK-SITUACAO      DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-SALDO-ED      DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-LIMITE-ED     DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-DIAS-ED       DELIMITED BY SIZE
                    "  "              DELIMITED BY SIZE
                    WRK-DATA-INICIO   DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0330-FIM. EXIT.

      *----------------------- GRAVAR A CONTAGEM DA CONTA
       0335-GRAVAR-USO       SECTION.
             MOVE SARQCLI-CHAVE     TO USN-CHAVE.
             MOVE WRK-DIAS-NEGATIVA TO USN-DIAS.
             MOVE WRK-DATA-INICIO   TO USN-DATA-INICIO.
             MOVE WRK-DATA-EXECUCAO TO USN-DATA-ULTIMA.
             WRITE REG-USOLIMNEW.
             IF FS-USOLIMNEW NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR USOLIMNEW " SARQCLI-AGENCIA
                        SARQCLI-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0335-FIM. EXIT.

      *----------------------- LIMITE VIGENTE DA CONTA
      *    LIMITE PROPRIO SO ATE A VALIDADE; VENCIDO OU AUSENTE,
      *    VALE O PADRAO DO TIPO -- A MESMA REGRA DA POSTAGEM.
       0340-OBTER-LIMITE     SECTION.
             MOVE ZEROS TO WRK-LIMITE-CONTA.
             IF SARQCLI-TIPO GREATER ZEROS AND
                SARQCLI-TIPO LESS 5
                MOVE WRK-LIMITE-PADRAO(SARQCLI-TIPO)
                  TO WRK-LIMITE-CONTA
             END-IF.

             IF WRK-LIMITES-DISPONIVEIS
                MOVE SARQCLI-CHAVE TO LIM-CHAVE
                READ LIMARQCLI
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF LIM-VALIDADE NOT LESS WRK-DATA-EXECUCAO
                         MOVE LIM-VALOR TO WRK-LIMITE-CONTA
                      END-IF
                END-READ
             END-IF.
       0340-FIM. EXIT.

      *----------------------- ABRIR O BLOCO DE UMA AGENCIA
      *    SO AGENCIAS COM CONTA DEVEDORA APARECEM: O BLOCO E ABERTO
      *    NA PRIMEIRA DELAS E FECHADO (SUBTOTAL) NA TROCA.
       0345-ABRIR-AGENCIA    SECTION.
             IF WRK-HA-AGENCIA-ABERTA
                PERFORM 0350-FECHAR-AGENCIA
             END-IF.

             MOVE SARQCLI-AGENCIA TO WRK-AGENCIA-ATUAL.
             MOVE "S"   TO WRK-AGENCIA-ABERTA.
             MOVE ZEROS TO WRK-AGE-EM-USO.
             MOVE ZEROS TO WRK-AGE-EXCEDIDAS.
             MOVE ZEROS TO WRK-AGE-DEVEDOR.

      *    O CABECALHO DO BLOCO E A PRIMEIRA CONTA FICAM NA MESMA
      *    PAGINA.
             IF WRK-LINHA-ATUAL GREATER 56
                PERFORM 0360-NOVA-PAGINA
             END-IF.

             MOVE SPACES TO REG-RELLIMCLI.
             IF WRK-AGENCIA-ATUAL GREATER ZEROS
                STRING "AGENCIA: "        DELIMITED BY SIZE
                       WRK-AGENCIA-ATUAL  DELIMITED BY SIZE
                       " - "              DELIMITED BY SIZE
                       WRK-AGE-NOME(WRK-AGENCIA-ATUAL)
                                          DELIMITED BY SIZE
                  INTO REG-RELLIMCLI
             ELSE
                STRING "AGENCIA: "        DELIMITED BY SIZE
                       WRK-AGENCIA-ATUAL  DELIMITED BY SIZE
                  INTO REG-RELLIMCLI
             END-IF.
             PERFORM 0370-GRAVAR-LINHA.
       0345-FIM. EXIT.

      *----------------------- FECHAR O BLOCO DA AGENCIA
       0350-FECHAR-AGENCIA   SECTION.
             MOVE WRK-AGE-EM-USO TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELLIMCLI.
             STRING "  CONTAS EM USO DO LIMITE..: " DELIMITED BY SIZE
                    WRK-QTD-ED                     DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE WRK-AGE-EXCEDIDAS TO WRK-QTD-ED.
             MOVE SPACES TO REG-RELLIMCLI.
             STRING "  CONTAS ALEM DO LIMITE....: " DELIMITED BY SIZE
                    WRK-QTD-ED                     DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE WRK-AGE-DEVEDOR TO WRK-DEVEDOR-ED.
             MOVE SPACES TO REG-RELLIMCLI.
             STRING "  SALDO DEVEDOR DA AGENCIA.: " DELIMITED BY SIZE
                    WRK-DEVEDOR-ED                 DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELLIMCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0350-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELLIMCLI.
             STRING "USO DO CHEQUE ESPECIAL POR AGENCIA "
                       DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "         DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             WRITE REG-RELLIMCLI.

             MOVE SPACES TO REG-RELLIMCLI.
             STRING "  CONTA    SITUACAO           SALDO"
                    "          LIMITE  DIAS  DESDE"
                       DELIMITED BY SIZE
               INTO REG-RELLIMCLI.
             WRITE REG-RELLIMCLI.

             MOVE SPACES TO REG-RELLIMCLI.
             WRITE REG-RELLIMCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELLIMCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELLIMCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELLIMCLI
             END-IF.
             WRITE REG-RELLIMCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE 04 QUANDO HA CONTA ALEM DO LIMITE: AS
      *    AGENCIAS PRECISAM COBRA-LAS ANTES DO FECHAMENTO DO MES.
       0400-FINALIZAR        SECTION.
           IF WRK-HA-AGENCIA-ABERTA
              PERFORM 0350-FECHAR-AGENCIA
           END-IF.

           PERFORM 0410-IMPRIMIR-TOTAL-GERAL.

           CLOSE SARQCLI
                 USOLIMNEW
                 RELLIMCLI.
           IF FS-USOLIMCLI NOT EQUAL 35
              CLOSE USOLIMCLI
           END-IF.
           IF WRK-LIMITES-DISPONIVEIS
              CLOSE LIMARQCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "CONTAS LIDAS....: " WRK-CONTADOR.
           DISPLAY "EM USO..........: " WRK-GER-EM-USO.
           DISPLAY "ALEM DO LIMITE..: " WRK-GER-EXCEDIDAS.

           IF WRK-GER-EXCEDIDAS GREATER ZEROS AND
              RETURN-CODE EQUAL ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       0400-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAL GERAL
       0410-IMPRIMIR-TOTAL-GERAL SECTION.
           IF WRK-LINHA-ATUAL GREATER 55
              PERFORM 0360-NOVA-PAGINA
           END-IF.

           MOVE SPACES TO REG-RELLIMCLI.
           STRING "TOTAL GERAL" DELIMITED BY SIZE
             INTO REG-RELLIMCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-GER-EM-USO TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELLIMCLI.
           STRING "  CONTAS EM USO DO LIMITE..: " DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
             INTO REG-RELLIMCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-GER-EXCEDIDAS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELLIMCLI.
           STRING "  CONTAS ALEM DO LIMITE....: " DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
             INTO REG-RELLIMCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-GER-DEVEDOR TO WRK-DEVEDOR-ED.
           MOVE SPACES TO REG-RELLIMCLI.
           STRING "  SALDO DEVEDOR TOTAL......: " DELIMITED BY SIZE
                  WRK-DEVEDOR-ED                 DELIMITED BY SIZE
             INTO REG-RELLIMCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.
