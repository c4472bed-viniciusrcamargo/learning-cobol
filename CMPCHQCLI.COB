       IDENTIFICATION        DIVISION.
       PROGRAM-ID. CMPCHQCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    CHQCMPCLI E O ARQUIVO DA CAMARA DE COMPENSACAO COM OS
      *    CHEQUES SACADOS CONTRA CONTAS DO BANCO, RECEBIDO TODA
      *    MANHA E ORDENADO POR AGENCIA+CONTA+CHEQUE NO PASSO
      *    ANTERIOR DO JOB. CADA CHEQUE E CRITICADO (CONTA EXISTE,
      *    NAO ESTA ENCERRADA NEM BLOQUEADA, FOLHA NAO FOI PAGA NEM
      *    SUSTADA, HA FUNDOS) E VIRA UM DEBITO NO LAYOUT BOOKMOV
      *    (MOVCHQCLI, LOTE PROPRIO DO DIA) OU UMA DEVOLUCAO COM O
      *    MOTIVO PADRAO (DEVCHQCLI). O PROGRAMA NAO REGRAVA
      *    SARQCLI: O PASSO SEGUINTE DO JOB CMPCHQ APLICA OS DEBITOS
      *    PELA MOVARQCLI, COMO NAS ORDENS PERMANENTES (AGDMOVCLI).
           SELECT CHQCMPCLI ASSIGN TO ".\CHQCMPCLI.TXT"
               FILE STATUS IS FS-CHQCMPCLI.
      *    SUSCHQCLI SAO AS SUSTACOES (CONTRA-ORDENS) E OS
      *    LEVANTAMENTOS DE SUSTACAO PEDIDOS NAS AGENCIAS, APLICADOS
      *    NO CADASTRO DE CHEQUES ANTES DA COMPENSACAO DO DIA.
           SELECT SUSCHQCLI ASSIGN TO ".\SUSCHQCLI.TXT"
               FILE STATUS IS FS-SUSCHQCLI.
      *    PARMCHQCLI TRAZ O CODIGO DO PROPRIO BANCO NA CAMARA: O
      *    CHEQUE SACADO CONTRA OUTRO BANCO E DEVOLVIDO.
           SELECT PARMCHQCLI ASSIGN TO ".\PARMCHQCLI.TXT"
               FILE STATUS IS FS-PARMCHQCLI.
      *    CHQARQCLI E O CADASTRO DE CHEQUES PAGOS, DEVOLVIDOS E
      *    SUSTADOS: A MESMA FOLHA NUNCA E PAGA DUAS VEZES.
           SELECT CHQARQCLI ASSIGN TO ".\CHQARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS FS-CHQARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    LIMARQCLI E PARMLIMCLI SAO OS MESMOS LIMITES DE CHEQUE
      *    ESPECIAL DA MOVARQCLI: O CHEQUE QUE ELA RECUSARIA POR
      *    OVER-LIMIT E DEVOLVIDO AQUI POR FALTA DE FUNDOS.
           SELECT LIMARQCLI ASSIGN TO ".\LIMARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS FS-LIMARQCLI.
           SELECT PARMLIMCLI ASSIGN TO ".\PARMLIMCLI.TXT"
               FILE STATUS IS FS-PARMLIMCLI.
      *    BLJARQCLI E O CADASTRO DE BLOQUEIOS JUDICIAIS POR VALOR
      *    (BLQJUDCLI): O VALOR RETIDO NA CONTA NAO PAGA CHEQUE,
      *    COMO NAO PAGA DEBITO NA MOVARQCLI.
           SELECT BLJARQCLI ASSIGN TO ".\BLJARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               ALTERNATE RECORD KEY IS BLJ-ORDEM
                   WITH DUPLICATES
               FILE STATUS IS FS-BLJARQCLI.
           SELECT MOVCHQCLI ASSIGN TO ".\MOVCHQCLI.TXT"
               FILE STATUS IS FS-MOVCHQCLI.
           SELECT DEVCHQCLI ASSIGN TO ".\DEVCHQCLI.TXT"
               FILE STATUS IS FS-DEVCHQCLI.
           SELECT RELDEVCLI ASSIGN TO ".\RELDEVCLI.TXT"
               FILE STATUS IS FS-RELDEVCLI.

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
       FD  CHQCMPCLI
           RECORDING MODE IS F.
           COPY "BOOKCMP".

      *    LAYOUT = 40 POSICOES

       FD  SUSCHQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 20 POSICOES (AGENCIA, CONTA, NUMERO DO CHEQUE E
      *    ACAO: S-SUSTAR O CHEQUE L-LEVANTAR A SUSTACAO)
       01  REG-SUSCHQCLI.
           05  SUS-AGENCIA       PICTURE 9(04).
           05  SUS-CONTA         PICTURE 9(07).
           05  SUS-CHEQUE        PICTURE 9(06).
           05  SUS-ACAO          PICTURE X(01).
               88  SUS-SUSTAR                VALUE "S".
               88  SUS-LEVANTAR              VALUE "L".
           05  FILLER            PICTURE X(02).

       FD  PARMCHQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 10 POSICOES (CODIGO DO BANCO NA COMPENSACAO)
       01  REG-PARMCHQCLI.
           05  PCHQ-BANCO-PROPRIO PICTURE 9(03).
           05  FILLER            PICTURE X(07).

       FD  CHQARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCHQ".

      *    LAYOUT = 60 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  LIMARQCLI
           RECORDING MODE IS F.
           COPY "BOOKLIM".

      *    LAYOUT = 30 POSICOES

       FD  BLJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKBLJ".

      *    LAYOUT = 160 POSICOES

       FD  PARMLIMCLI
           RECORDING MODE IS F.
      *    LAYOUT = 44 POSICOES (LIMITE PADRAO DOS TIPOS 1 A 4, NESTA
      *    ORDEM, COM CENTAVOS -- DECIMAIS IMPLICITOS)
       01  REG-PARMLIMCLI.
           05  PLIM-LIMITE-TIPO  PICTURE 9(09)V99 OCCURS 4 TIMES.

       FD  MOVCHQCLI
           RECORDING MODE IS F.
           COPY "BOOKMOV".

      *    LAYOUT = 62 POSICOES

       FD  DEVCHQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 40 POSICOES (MESMO LAYOUT DO CHQCMPCLI, COM O
      *    MOTIVO DA DEVOLUCAO PREENCHIDO)
       01  REG-DEVCHQCLI         PICTURE X(40).

       FD  RELDEVCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELATORIO DA COMPENSACAO: SUSTACOES
      *    E CHEQUES DEVOLVIDOS POR AGENCIA)
       01  REG-RELDEVCLI         PICTURE X(80).

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
       01  FS-CHQCMPCLI          PICTURE 9(02).
       01  FS-SUSCHQCLI          PICTURE 9(02).
       01  FS-PARMCHQCLI         PICTURE 9(02).
       01  FS-CHQARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-LIMARQCLI          PICTURE 9(02).
       01  FS-PARMLIMCLI         PICTURE 9(02).
       01  FS-BLJARQCLI          PICTURE 9(02).
       01  FS-MOVCHQCLI          PICTURE 9(02).
       01  FS-DEVCHQCLI          PICTURE 9(02).
       01  FS-RELDEVCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ LOTE E SEQUENCIA DOS DEBITOS GERADOS
      *    LOTE "CP" + DATA-MOVIMENTO AAMMDD: UM LOTE POR DIA DE
      *    NEGOCIO, RECUSADO PELA MOVARQCLI SE SUBMETIDO DE NOVO. A
      *    SEQUENCIA E A POSICAO DO CHEQUE NO ARQUIVO ORDENADO, QUE
      *    NAO MUDA NUMA REEXECUCAO DO MESMO ARQUIVO.
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-SECULO   PICTURE 9(02).
           05  WRK-EXEC-AAMMDD   PICTURE 9(06).
       01  WRK-LOTE-GERADO.
           05  FILLER            PICTURE X(02) VALUE "CP".
           05  WRK-LOTE-DATA     PICTURE 9(06).
       01  WRK-SEQUENCIA         PICTURE 9(06) VALUE ZEROS.

      *------------ SITUACAO DO CHEQUE NESTA EXECUCAO
       01  WRK-BANCO-PROPRIO     PICTURE 9(03).
       01  WRK-MOTIVO            PICTURE 9(02).
       01  WRK-CHQ-ACHADO        PICTURE X(01).
           88  WRK-CHQ-EXISTE            VALUE "S".
       01  WRK-REPETICAO         PICTURE X(01).
           88  WRK-CHEQUE-REPETIDO       VALUE "S".
       01  WRK-QTD-SEM-FUNDOS    PICTURE 9(01).
       01  WRK-VALOR-CHEQUE      PICTURE 9(09)V99.

      *------------ FUNDOS JA COMPROMETIDOS NA CONTA
      *    O ARQUIVO VEM ORDENADO POR CONTA: OS CHEQUES JA PAGOS DA
      *    MESMA CONTA NESTA EXECUCAO AINDA NAO SAIRAM DO SALDO (A
      *    MOVARQCLI SO OS APLICA NO PASSO SEGUINTE).
       01  WRK-CONTA-ANTERIOR    PICTURE X(11) VALUE SPACES.
       01  WRK-COMPROMETIDO      PICTURE 9(11)V99.

      *------------ VARIAVEIS DO LIMITE DE CHEQUE ESPECIAL
       01  WRK-LIMITE-PADRAO-TAB.
           05  WRK-LIMITE-PADRAO PICTURE 9(09)V99 OCCURS 4 TIMES.
       01  WRK-IDX-TIPO          PICTURE 9(01).
       01  WRK-LIMARQCLI-ABERTO  PICTURE X(01) VALUE "N".
           88  WRK-LIMITES-DISPONIVEIS   VALUE "S".
       01  WRK-LIMITE-CONTA      PICTURE 9(09)V99.
       01  WRK-SALDO-DISPONIVEL  PICTURE S9(11)V99.

      *------------ VARIAVEIS DO BLOQUEIO JUDICIAL
       01  WRK-BLJARQCLI-ABERTO  PICTURE X(01) VALUE "N".
           88  WRK-BLOQUEIOS-DISPONIVEIS VALUE "S".
       01  WRK-VALOR-BLOQUEADO   PICTURE 9(11)V99.
       01  WRK-CONTA-BLOQUEIO    PICTURE X(11).
       01  WRK-FIM-BLOQUEIO      PICTURE X(01).
           88  WRK-BLOQUEIOS-ESGOTADOS   VALUE "S".

      *------------ SUSTACOES
       01  WRK-SITUACAO          PICTURE X(30).
       01  WRK-SUSTACAO-RECUSADA PICTURE X(01).
           88  WRK-SUSTACAO-NAO-OK       VALUE "S".
       01  WRK-TITULO-SUSTACOES  PICTURE X(01) VALUE "N".
           88  WRK-SUSTACOES-TITULADAS   VALUE "S".

      *------------ QUEBRA POR AGENCIA DAS DEVOLUCOES
       01  WRK-TITULO-DEVOLUCOES PICTURE X(01) VALUE "N".
           88  WRK-DEVOLUCOES-TITULADAS  VALUE "S".
       01  WRK-AGENCIA-QUEBRA    PICTURE X(04) VALUE SPACES.
       01  WRK-QTD-DEV-AGENCIA   PICTURE 9(09) USAGE COMP.
       01  WRK-SOMA-DEV-AGENCIA  PICTURE 9(11)V99 USAGE COMP.
       01  WRK-MOTIVO-TEXTO      PICTURE X(26).

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-PAGOS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-DEVOLV   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-INVALID  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REPETID  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SUSTAC   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SUS-RECUS PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SOMA-LIDA         PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-PAGA         PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-SOMA-DEVOLVIDA    PICTURE 9(13)V99 USAGE COMP
                                  VALUE ZEROS.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-VALOR-ED          PICTURE Z(10)9,99.
       01  WRK-SOMA-ED           PICTURE Z(12)9,99.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-CHQCMPCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    SEM O CODIGO DO BANCO, SEM O ARQUIVO DA CAMARA OU SEM O
      *    CADASTRO DE CHEQUES O JOB ABORTA: NENHUM CHEQUE PODE SER
      *    PAGO SEM A CONFERENCIA DE FOLHA JA PAGA.
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             PERFORM 0215-LER-PARAMETRO.

             OPEN INPUT CHQCMPCLI.
             IF FS-CHQCMPCLI NOT EQUAL ZEROS
                DISPLAY "CHQCMPCLI (CHEQUES DA COMPENSACAO) NAO "
                        "ENCONTRADO - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN I-O CHQARQCLI.
             IF FS-CHQARQCLI EQUAL 35
                OPEN OUTPUT CHQARQCLI
                CLOSE CHQARQCLI
                OPEN I-O CHQARQCLI
             END-IF.
             IF FS-CHQARQCLI NOT EQUAL ZEROS
                DISPLAY "CHQARQCLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             OPEN INPUT  SARQCLI.
             OPEN OUTPUT MOVCHQCLI.
             OPEN OUTPUT DEVCHQCLI.
             OPEN OUTPUT RELDEVCLI.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-MOVCHQCLI NOT EQUAL ZEROS OR
                FS-DEVCHQCLI NOT EQUAL ZEROS OR
                FS-RELDEVCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             MOVE WRK-EXEC-AAMMDD TO WRK-LOTE-DATA.

             PERFORM 0230-CARREGAR-LIMITES.
             PERFORM 0235-ABRIR-BLOQUEIOS.
             PERFORM 0250-APLICAR-SUSTACOES.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO
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
             MOVE "CMPCHQCLI"    TO RUN-PROGRAMA.
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
            READ CHQCMPCLI
               AT END
                  CONTINUE
            END-READ.
       0210-FIM. EXIT.

      *----------------------- LER O CODIGO DO PROPRIO BANCO
       0215-LER-PARAMETRO    SECTION.
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

      *----------------------- CARREGAR LIMITES DE CHEQUE ESPECIAL
      *    MESMA REGRA DA MOVARQCLI: SEM O PARAMETRO O LIMITE PADRAO
      *    E ZERO E SEM O CADASTRO SO VALE O PADRAO.
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
                        "PADRAO SERA APLICADO"
             END-IF.
       0230-FIM. EXIT.

       0231-GUARDAR-LIMITE-PADRAO SECTION.
             IF PLIM-LIMITE-TIPO(WRK-IDX-TIPO) NUMERIC
                MOVE PLIM-LIMITE-TIPO(WRK-IDX-TIPO)
                  TO WRK-LIMITE-PADRAO(WRK-IDX-TIPO)
             END-IF.
       0231-FIM. EXIT.

      *----------------------- ABRIR O CADASTRO DE BLOQUEIOS
      *    SEM O CADASTRO NAO HA VALOR RETIDO EM CONTA NENHUMA; ERRO
      *    DE ABERTURA COM ELE PRESENTE ABORTA, COMO NA MOVARQCLI.
       0235-ABRIR-BLOQUEIOS  SECTION.
             OPEN INPUT BLJARQCLI.
             IF FS-BLJARQCLI EQUAL ZEROS
                MOVE "S" TO WRK-BLJARQCLI-ABERTO
                GO TO 0235-FIM
             END-IF.

             IF FS-BLJARQCLI EQUAL 35
                DISPLAY "BLJARQCLI NAO ENCONTRADO - SEM BLOQUEIOS "
                        "JUDICIAIS"
             ELSE
                DISPLAY "BLJARQCLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0235-FIM. EXIT.

      *----------------------- APLICAR AS SUSTACOES DO DIA
      *    SEM O ARQUIVO NAO HA SUSTACAO NOVA NESTA DATA; AS JA
      *    GRAVADAS NO CADASTRO CONTINUAM VALENDO.
       0250-APLICAR-SUSTACOES SECTION.
             OPEN INPUT SUSCHQCLI.
             IF FS-SUSCHQCLI NOT EQUAL ZEROS
                DISPLAY "SUSCHQCLI NAO ENCONTRADO - NENHUMA SUSTACAO "
                        "NOVA"
                GO TO 0250-FIM
             END-IF.

             PERFORM 0251-LER-SUSTACAO.
             PERFORM 0255-APLICAR-UMA-SUSTACAO
                UNTIL FS-SUSCHQCLI NOT EQUAL ZEROS.
             CLOSE SUSCHQCLI.
       0250-FIM. EXIT.

       0251-LER-SUSTACAO     SECTION.
             READ SUSCHQCLI
                AT END
                   CONTINUE
             END-READ.
       0251-FIM. EXIT.

       0255-APLICAR-UMA-SUSTACAO SECTION.
             ADD 1 TO WRK-CONTADOR-SUSTAC.
             MOVE "N" TO WRK-SUSTACAO-RECUSADA.
             MOVE SPACES TO WRK-SITUACAO.

             PERFORM 0256-CRITICAR-SUSTACAO.
             IF NOT WRK-SUSTACAO-NAO-OK
                IF SUS-SUSTAR
                   PERFORM 0257-SUSTAR-CHEQUE
                ELSE
                   PERFORM 0258-LEVANTAR-SUSTACAO
                END-IF
             END-IF.

             IF WRK-SUSTACAO-NAO-OK
                ADD 1 TO WRK-CONTADOR-SUS-RECUS
             END-IF.

             PERFORM 0259-IMPRIMIR-SUSTACAO.
             PERFORM 0251-LER-SUSTACAO.
       0255-FIM. EXIT.

      *    A CONTA PRECISA EXISTIR, MAS PODE ESTAR ENCERRADA OU
      *    BLOQUEADA: A CONTRA-ORDEM VALE DO MESMO JEITO.
       0256-CRITICAR-SUSTACAO SECTION.
             IF SUS-AGENCIA NOT NUMERIC OR
                SUS-CONTA NOT NUMERIC OR
                SUS-CHEQUE NOT NUMERIC OR
                SUS-CHEQUE EQUAL ZEROS
                MOVE "RECUSADA - REGISTRO INVALIDO" TO WRK-SITUACAO
                MOVE "S" TO WRK-SUSTACAO-RECUSADA
                GO TO 0256-FIM
             END-IF.

             IF NOT SUS-SUSTAR AND NOT SUS-LEVANTAR
                MOVE "RECUSADA - ACAO INVALIDA" TO WRK-SITUACAO
                MOVE "S" TO WRK-SUSTACAO-RECUSADA
                GO TO 0256-FIM
             END-IF.

             MOVE SUS-AGENCIA TO SARQCLI-AGENCIA.
             MOVE SUS-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE "RECUSADA - CONTA NAO EXISTE" TO WRK-SITUACAO
                   MOVE "S" TO WRK-SUSTACAO-RECUSADA
             END-READ.
       0256-FIM. EXIT.

      *    FOLHA AINDA NAO APRESENTADA GANHA UM REGISTRO "S" SEM
      *    VALOR; FOLHA JA DEVOLVIDA PASSA A SUSTADA; FOLHA JA PAGA
      *    NAO PODE MAIS SER SUSTADA.
       0257-SUSTAR-CHEQUE    SECTION.
             MOVE SUS-AGENCIA TO CHQ-AGENCIA.
             MOVE SUS-CONTA   TO CHQ-CONTA.
             MOVE SUS-CHEQUE  TO CHQ-NUMERO.
             READ CHQARQCLI
                INVALID KEY
                   MOVE "S"               TO CHQ-SITUACAO
                   MOVE ZEROS             TO CHQ-VALOR
                   MOVE WRK-DATA-EXECUCAO TO CHQ-DATA
                   MOVE ZEROS             TO CHQ-BANCO-APRES
                   MOVE SPACES            TO CHQ-LOTE
                   MOVE ZEROS             TO CHQ-SEQUENCIA
                   MOVE ZEROS             TO CHQ-MOTIVO
                   MOVE ZEROS             TO CHQ-QTD-SEM-FUNDOS
                   WRITE REG-CHQARQCLI
                   IF FS-CHQARQCLI EQUAL ZEROS
                      MOVE "SUSTADO" TO WRK-SITUACAO
                   ELSE
                      DISPLAY "ERRO AO GRAVAR CHQARQCLI " CHQ-CHAVE
                      MOVE "RECUSADA - ERRO DE GRAVACAO"
                        TO WRK-SITUACAO
                      MOVE "S" TO WRK-SUSTACAO-RECUSADA
                      MOVE 16 TO RETURN-CODE
                   END-IF
                   GO TO 0257-FIM
             END-READ.

             EVALUATE TRUE
                WHEN CHQ-PAGO
                   MOVE "RECUSADA - CHEQUE JA PAGO" TO WRK-SITUACAO
                   MOVE "S" TO WRK-SUSTACAO-RECUSADA
                WHEN CHQ-SUSTADO
                   MOVE "JA ESTAVA SUSTADO" TO WRK-SITUACAO
                WHEN OTHER
                   MOVE "S"               TO CHQ-SITUACAO
                   MOVE WRK-DATA-EXECUCAO TO CHQ-DATA
                   PERFORM 0254-REGRAVAR-CHEQUE-SUSTACAO
                   IF NOT WRK-SUSTACAO-NAO-OK
                      MOVE "SUSTADO" TO WRK-SITUACAO
                   END-IF
             END-EVALUATE.
       0257-FIM. EXIT.

      *    LEVANTADA A SUSTACAO, A FOLHA NUNCA APRESENTADA SAI DO
      *    CADASTRO (VOLTA A SER UMA FOLHA LIVRE) E A JA DEVOLVIDA
      *    VOLTA A SITUACAO DE DEVOLVIDA.
       0258-LEVANTAR-SUSTACAO SECTION.
             MOVE SUS-AGENCIA TO CHQ-AGENCIA.
             MOVE SUS-CONTA   TO CHQ-CONTA.
             MOVE SUS-CHEQUE  TO CHQ-NUMERO.
             READ CHQARQCLI
                INVALID KEY
                   MOVE "S" TO WRK-SUSTACAO-RECUSADA
             END-READ.
             IF WRK-SUSTACAO-NAO-OK OR NOT CHQ-SUSTADO
                MOVE "RECUSADA - CHEQUE NAO SUSTADO" TO WRK-SITUACAO
                MOVE "S" TO WRK-SUSTACAO-RECUSADA
                GO TO 0258-FIM
             END-IF.

             IF CHQ-MOTIVO EQUAL ZEROS
                DELETE CHQARQCLI
                IF FS-CHQARQCLI NOT EQUAL ZEROS
                   DISPLAY "ERRO AO EXCLUIR CHQARQCLI " CHQ-CHAVE
                   MOVE "RECUSADA - ERRO DE GRAVACAO" TO WRK-SITUACAO
                   MOVE "S" TO WRK-SUSTACAO-RECUSADA
                   MOVE 16 TO RETURN-CODE
                   GO TO 0258-FIM
                END-IF
             ELSE
                MOVE "D"               TO CHQ-SITUACAO
                MOVE WRK-DATA-EXECUCAO TO CHQ-DATA
                PERFORM 0254-REGRAVAR-CHEQUE-SUSTACAO
                IF WRK-SUSTACAO-NAO-OK
                   GO TO 0258-FIM
                END-IF
             END-IF.

             MOVE "SUSTACAO LEVANTADA" TO WRK-SITUACAO.
       0258-FIM. EXIT.

       0254-REGRAVAR-CHEQUE-SUSTACAO SECTION.
             REWRITE REG-CHQARQCLI.
             IF FS-CHQARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO REGRAVAR CHQARQCLI " CHQ-CHAVE
                MOVE "RECUSADA - ERRO DE GRAVACAO" TO WRK-SITUACAO
                MOVE "S" TO WRK-SUSTACAO-RECUSADA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0254-FIM. EXIT.

       0259-IMPRIMIR-SUSTACAO SECTION.
             IF NOT WRK-SUSTACOES-TITULADAS
                MOVE "S" TO WRK-TITULO-SUSTACOES
                MOVE SPACES TO REG-RELDEVCLI
                MOVE "SUSTACOES DE CHEQUE RECEBIDAS DAS AGENCIAS"
                  TO REG-RELDEVCLI
                PERFORM 0370-GRAVAR-LINHA
             END-IF.

             MOVE SPACES TO REG-RELDEVCLI.
             STRING SUS-AGENCIA         DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    SUS-CONTA           DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    SUS-CHEQUE          DELIMITED BY SIZE
               INTO REG-RELDEVCLI.
             MOVE SUS-ACAO     TO REG-RELDEVCLI(40:1).
             MOVE WRK-SITUACAO TO REG-RELDEVCLI(43:30).
             PERFORM 0370-GRAVAR-LINHA.
       0259-FIM. EXIT.

      *----------------------- PROCESSAR UM CHEQUE
       0300-PROCESSAR        SECTION.
             ADD 1 TO WRK-CONTADOR.
             IF WRK-CONTADOR GREATER 999999
                DISPLAY "MAIS DE 999999 CHEQUES NO ARQUIVO - "
                        "PROCESSAMENTO INTERROMPIDO"
                MOVE 16 TO RETURN-CODE
                MOVE 10 TO FS-CHQCMPCLI
                GO TO 0300-FIM
             END-IF.
             MOVE WRK-CONTADOR TO WRK-SEQUENCIA.

             IF CMP-VALOR NUMERIC
                MOVE CMP-VALOR TO WRK-VALOR-CHEQUE
             ELSE
                MOVE ZEROS TO WRK-VALOR-CHEQUE
             END-IF.
             ADD WRK-VALOR-CHEQUE TO WRK-SOMA-LIDA.

             IF CMP-CONTA-SACADA NOT EQUAL WRK-CONTA-ANTERIOR
                MOVE CMP-CONTA-SACADA TO WRK-CONTA-ANTERIOR
                MOVE ZEROS TO WRK-COMPROMETIDO
             END-IF.

             PERFORM 0310-VALIDAR-CHEQUE.
             IF WRK-MOTIVO EQUAL ZEROS
                PERFORM 0340-PAGAR-CHEQUE
             ELSE
                PERFORM 0350-DEVOLVER-CHEQUE
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- VALIDAR O CHEQUE
      *    WRK-MOTIVO ZERO = PAGAR. A FOLHA JA TRATADA PELO MESMO
      *    LOTE E NA MESMA POSICAO (REEXECUCAO DO DIA) REPETE O QUE
      *    FOI DECIDIDO NA PRIMEIRA EXECUCAO, SEM NOVA CRITICA.
       0310-VALIDAR-CHEQUE   SECTION.
             MOVE ZEROS TO WRK-MOTIVO.
             MOVE "N" TO WRK-REPETICAO.
             MOVE "N" TO WRK-CHQ-ACHADO.
             MOVE ZEROS TO WRK-QTD-SEM-FUNDOS.

             IF CMP-BANCO NOT NUMERIC OR
                CMP-CONTA-SACADA NOT NUMERIC OR
                CMP-CHEQUE NOT NUMERIC OR
                CMP-VALOR NOT NUMERIC OR
                CMP-BANCO-APRES NOT NUMERIC OR
                CMP-CHEQUE EQUAL ZEROS OR
                CMP-VALOR EQUAL ZEROS
                MOVE 31 TO WRK-MOTIVO
                GO TO 0310-FIM
             END-IF.

             IF CMP-BANCO NOT EQUAL WRK-BANCO-PROPRIO
                MOVE 41 TO WRK-MOTIVO
                GO TO 0310-FIM
             END-IF.

             PERFORM 0320-CONSULTAR-CADASTRO.
             IF WRK-MOTIVO NOT EQUAL ZEROS OR WRK-CHEQUE-REPETIDO
                GO TO 0310-FIM
             END-IF.

             MOVE CMP-AGENCIA TO SARQCLI-AGENCIA.
             MOVE CMP-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE 13 TO WRK-MOTIVO
                   GO TO 0310-FIM
             END-READ.

      *    BLOQUEIO SO PARA CREDITO TAMBEM RECUSA DEBITO NA
      *    MOVARQCLI; O CHEQUE E DEVOLVIDO PELO MESMO MOTIVO.
             EVALUATE TRUE
                WHEN SARQCLI-ENCERRADA
                   MOVE 13 TO WRK-MOTIVO
                WHEN SARQCLI-BLOQ-TOTAL OR SARQCLI-BLOQ-CREDITO
                   MOVE 24 TO WRK-MOTIVO
                WHEN OTHER
                   PERFORM 0330-VERIFICAR-FUNDOS
             END-EVALUATE.
       0310-FIM. EXIT.

      *----------------------- CONSULTAR O CADASTRO DE CHEQUES
      *    FOLHA PAGA OU DEVOLVIDA NA 2A APRESENTACAO = REMESSA NULA
      *    (49); FOLHA SUSTADA = 21. A DEVOLVIDA POR OUTRO MOTIVO
      *    PODE SER REAPRESENTADA E E CRITICADA DE NOVO.
       0320-CONSULTAR-CADASTRO SECTION.
             MOVE CMP-AGENCIA TO CHQ-AGENCIA.
             MOVE CMP-CONTA   TO CHQ-CONTA.
             MOVE CMP-CHEQUE  TO CHQ-NUMERO.
             READ CHQARQCLI
                INVALID KEY
                   GO TO 0320-FIM
             END-READ.

             MOVE "S" TO WRK-CHQ-ACHADO.
             MOVE CHQ-QTD-SEM-FUNDOS TO WRK-QTD-SEM-FUNDOS.

             IF CHQ-LOTE EQUAL WRK-LOTE-GERADO AND
                CHQ-SEQUENCIA EQUAL WRK-SEQUENCIA
                MOVE "S" TO WRK-REPETICAO
                IF NOT CHQ-PAGO
                   MOVE CHQ-MOTIVO TO WRK-MOTIVO
                END-IF
                GO TO 0320-FIM
             END-IF.

             EVALUATE TRUE
                WHEN CHQ-PAGO
                   MOVE 49 TO WRK-MOTIVO
                WHEN CHQ-SUSTADO
                   MOVE 21 TO WRK-MOTIVO
                WHEN CHQ-QTD-SEM-FUNDOS GREATER 1
                   MOVE 49 TO WRK-MOTIVO
             END-EVALUATE.
       0320-FIM. EXIT.

      *----------------------- CONFERIR OS FUNDOS DA CONTA
      *    SALDO + LIMITE DE CHEQUE ESPECIAL (MESMA REGRA DA
      *    MOVARQCLI), MENOS O QUE JA FOI PAGO NA CONTA NESTA
      *    EXECUCAO, PRECISA COBRIR O CHEQUE. A PRIMEIRA DEVOLUCAO
      *    POR FALTA DE FUNDOS E 11; A DA REAPRESENTACAO, 12.
      *    COM VALOR RETIDO POR BLOQUEIO JUDICIAL, SO O SALDO MENOS
      *    O RETIDO PAGA O CHEQUE, SEM O LIMITE (MESMA REGRA DA
      *    MOVARQCLI): O RETIDO TEM DE CONTINUAR NA CONTA.
       0330-VERIFICAR-FUNDOS SECTION.
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

             COMPUTE WRK-SALDO-DISPONIVEL = SARQCLI-SALDO
                   + WRK-LIMITE-CONTA - WRK-COMPROMETIDO - CMP-VALOR.

             PERFORM 0335-SOMAR-BLOQUEIOS.
             IF WRK-VALOR-BLOQUEADO GREATER ZEROS
                COMPUTE WRK-SALDO-DISPONIVEL = SARQCLI-SALDO
                      - WRK-VALOR-BLOQUEADO - WRK-COMPROMETIDO
                      - CMP-VALOR
             END-IF.

             IF WRK-SALDO-DISPONIVEL LESS ZEROS
                IF WRK-QTD-SEM-FUNDOS EQUAL ZEROS
                   MOVE 11 TO WRK-MOTIVO
                ELSE
                   MOVE 12 TO WRK-MOTIVO
                END-IF
             END-IF.
       0330-FIM. EXIT.

      *----------------------- SOMAR O VALOR RETIDO NA CONTA
      *    OS BLOQUEIOS DA CONTA SAO LIDOS PELA CHAVE PRINCIPAL, QUE
      *    COMECA PELA AGENCIA+CONTA; SO OS ATIVOS RETEM VALOR.
       0335-SOMAR-BLOQUEIOS  SECTION.
             MOVE ZEROS TO WRK-VALOR-BLOQUEADO.
             IF NOT WRK-BLOQUEIOS-DISPONIVEIS
                GO TO 0335-FIM
             END-IF.

             MOVE SARQCLI-CHAVE TO WRK-CONTA-BLOQUEIO.
             MOVE SARQCLI-CHAVE TO BLJ-CHAVE-CONTA.
             MOVE LOW-VALUES    TO BLJ-ORDEM.
             MOVE "N" TO WRK-FIM-BLOQUEIO.
             START BLJARQCLI KEY IS NOT LESS BLJ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-BLOQUEIO
             END-START.

             PERFORM 0336-LER-BLOQUEIO
                UNTIL WRK-BLOQUEIOS-ESGOTADOS.
       0335-FIM. EXIT.

       0336-LER-BLOQUEIO     SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-BLOQUEIO
                   GO TO 0336-FIM
             END-READ.

             IF BLJ-CHAVE-CONTA NOT EQUAL WRK-CONTA-BLOQUEIO
                MOVE "S" TO WRK-FIM-BLOQUEIO
                GO TO 0336-FIM
             END-IF.

             IF BLJ-BLOQUEIO AND BLJ-ATIVO
                ADD BLJ-VALOR-BLOQUEADO TO WRK-VALOR-BLOQUEADO
             END-IF.
       0336-FIM. EXIT.

      *----------------------- PAGAR O CHEQUE
      *    O DEBITO E GRAVADO ANTES DO CADASTRO: SE A GRAVACAO
      *    FALHAR, A FOLHA NAO FICA MARCADA COMO PAGA.
       0340-PAGAR-CHEQUE     SECTION.
             MOVE WRK-SEQUENCIA TO MOV-SEQUENCIA.
             MOVE CMP-AGENCIA      TO MOV-AGENCIA.
             MOVE CMP-CONTA        TO MOV-CONTA.
             MOVE "D"              TO MOV-OPERACAO.
             MOVE CMP-VALOR        TO MOV-VALOR.
             MOVE WRK-LOTE-GERADO  TO MOV-LOTE.
             MOVE ZEROS            TO MOV-AGENCIA-DEST.
             MOVE ZEROS            TO MOV-CONTA-DEST.
             MOVE SPACES           TO MOV-LOTE-ORIGEM.
             MOVE ZEROS            TO MOV-SEQ-ORIGEM.

             WRITE REG-MOVARQCLI.
             IF FS-MOVCHQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR MOVIMENTO " CMP-AGENCIA
                        CMP-CONTA " CHEQUE " CMP-CHEQUE
                MOVE 16 TO RETURN-CODE
                GO TO 0340-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR-PAGOS.
             ADD CMP-VALOR TO WRK-SOMA-PAGA.
             ADD CMP-VALOR TO WRK-COMPROMETIDO.

             IF WRK-CHEQUE-REPETIDO
                ADD 1 TO WRK-CONTADOR-REPETID
                GO TO 0340-FIM
             END-IF.

             IF NOT WRK-CHQ-EXISTE
                MOVE ZEROS TO CHQ-MOTIVO
                MOVE ZEROS TO CHQ-QTD-SEM-FUNDOS
             END-IF.
             MOVE "P"               TO CHQ-SITUACAO.
             PERFORM 0345-GRAVAR-CADASTRO.
       0340-FIM. EXIT.

      *----------------------- GRAVAR A FOLHA NO CADASTRO
      *    SITUACAO, MOTIVO E CONTAGEM DE DEVOLUCOES JA VEM DO
      *    CHAMADOR; AQUI ENTRAM A CHAVE E OS DADOS DA APRESENTACAO.
       0345-GRAVAR-CADASTRO  SECTION.
             MOVE CMP-AGENCIA       TO CHQ-AGENCIA.
             MOVE CMP-CONTA         TO CHQ-CONTA.
             MOVE CMP-CHEQUE        TO CHQ-NUMERO.
             MOVE CMP-VALOR         TO CHQ-VALOR.
             MOVE WRK-DATA-EXECUCAO TO CHQ-DATA.
             MOVE CMP-BANCO-APRES   TO CHQ-BANCO-APRES.
             MOVE WRK-LOTE-GERADO   TO CHQ-LOTE.
             MOVE WRK-SEQUENCIA     TO CHQ-SEQUENCIA.

             IF WRK-CHQ-EXISTE
                REWRITE REG-CHQARQCLI
             ELSE
                WRITE REG-CHQARQCLI
             END-IF.
             IF FS-CHQARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CHQARQCLI " CHQ-CHAVE
                        " FS " FS-CHQARQCLI
                MOVE 16 TO RETURN-CODE
             END-IF.
       0345-FIM. EXIT.

      *----------------------- DEVOLVER O CHEQUE
      *    REGISTRO INVALIDO (31) E CHEQUE DE OUTRO BANCO (41) NAO
      *    ENTRAM NO CADASTRO -- A FOLHA NAO E NOSSA OU NAO DA PARA
      *    SABER QUAL E. A REMESSA NULA (49) TAMBEM NAO: A FOLHA
      *    CONTINUA PAGA OU DEVOLVIDA COMO ESTAVA.
       0350-DEVOLVER-CHEQUE  SECTION.
             MOVE WRK-MOTIVO TO CMP-MOTIVO.
             MOVE REG-CHQCMPCLI TO REG-DEVCHQCLI.
             WRITE REG-DEVCHQCLI.
             IF FS-DEVCHQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR DEVOLUCAO " CMP-CONTA-SACADA
                        " CHEQUE " CMP-CHEQUE
                MOVE 16 TO RETURN-CODE
             END-IF.

             ADD 1 TO WRK-CONTADOR-DEVOLV.
             ADD WRK-VALOR-CHEQUE TO WRK-SOMA-DEVOLVIDA.
             IF CMP-ERRO-FORMAL OR CMP-BANCO-NAO-SACADO
                ADD 1 TO WRK-CONTADOR-INVALID
             END-IF.

             PERFORM 0390-IMPRIMIR-DEVOLUCAO.

             IF WRK-CHEQUE-REPETIDO
                ADD 1 TO WRK-CONTADOR-REPETID
                GO TO 0350-FIM
             END-IF.
             IF CMP-ERRO-FORMAL OR CMP-BANCO-NAO-SACADO OR
                CMP-REMESSA-NULA
                GO TO 0350-FIM
             END-IF.

             IF NOT WRK-CHQ-EXISTE
                MOVE ZEROS TO CHQ-QTD-SEM-FUNDOS
             END-IF.
      *    A FOLHA SUSTADA CONTINUA SUSTADA DEPOIS DA DEVOLUCAO.
             IF NOT CMP-SUSTADO
                MOVE "D" TO CHQ-SITUACAO
             END-IF.
             IF CMP-SEM-FUNDOS-1 OR CMP-SEM-FUNDOS-2
                ADD 1 TO CHQ-QTD-SEM-FUNDOS
             END-IF.
             MOVE WRK-MOTIVO TO CHQ-MOTIVO.
             PERFORM 0345-GRAVAR-CADASTRO.
       0350-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELDEVCLI.
             STRING "COMPENSACAO DE CHEQUES - LOTE " DELIMITED BY SIZE
                    WRK-LOTE-GERADO   DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    "  PAG "         DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELDEVCLI.
             WRITE REG-RELDEVCLI.

             MOVE SPACES TO REG-RELDEVCLI.
             STRING "AGEN CONTA   CHEQUE"   DELIMITED BY SIZE
                    "          VALOR BCO MT SITUACAO"
                                            DELIMITED BY SIZE
               INTO REG-RELDEVCLI.
             WRITE REG-RELDEVCLI.

             MOVE SPACES TO REG-RELDEVCLI.
             WRITE REG-RELDEVCLI.

             MOVE 3 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELDEVCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELDEVCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELDEVCLI
             END-IF.
             WRITE REG-RELDEVCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- TOTAL DA AGENCIA
       0380-TOTALIZAR-AGENCIA SECTION.
             MOVE WRK-QTD-DEV-AGENCIA  TO WRK-QTD-ED.
             MOVE WRK-SOMA-DEV-AGENCIA TO WRK-SOMA-ED.
             MOVE SPACES TO REG-RELDEVCLI.
             STRING "  TOTAL DA AGENCIA " DELIMITED BY SIZE
                    WRK-AGENCIA-QUEBRA    DELIMITED BY SIZE
                    ": "                  DELIMITED BY SIZE
                    WRK-QTD-ED            DELIMITED BY SIZE
                    " CHEQUES "           DELIMITED BY SIZE
                    WRK-SOMA-ED           DELIMITED BY SIZE
               INTO REG-RELDEVCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELDEVCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0380-FIM. EXIT.

      *----------------------- IMPRIMIR O CHEQUE DEVOLVIDO
      *    O ARQUIVO VEM ORDENADO POR AGENCIA: A QUEBRA SEPARA AS
      *    DEVOLUCOES DE CADA UMA, COM O TOTAL NO FIM DO GRUPO.
       0390-IMPRIMIR-DEVOLUCAO SECTION.
             IF NOT WRK-DEVOLUCOES-TITULADAS
                MOVE "S" TO WRK-TITULO-DEVOLUCOES
                MOVE SPACES TO REG-RELDEVCLI
                PERFORM 0370-GRAVAR-LINHA
                MOVE SPACES TO REG-RELDEVCLI
                MOVE "CHEQUES DEVOLVIDOS POR AGENCIA"
                  TO REG-RELDEVCLI
                PERFORM 0370-GRAVAR-LINHA
             END-IF.

             IF CMP-CONTA-SACADA(1:4) NOT EQUAL WRK-AGENCIA-QUEBRA
                IF WRK-AGENCIA-QUEBRA NOT EQUAL SPACES
                   PERFORM 0380-TOTALIZAR-AGENCIA
                END-IF
                MOVE CMP-CONTA-SACADA(1:4) TO WRK-AGENCIA-QUEBRA
                MOVE ZEROS TO WRK-QTD-DEV-AGENCIA
                MOVE ZEROS TO WRK-SOMA-DEV-AGENCIA
                MOVE SPACES TO REG-RELDEVCLI
                STRING "AGENCIA "         DELIMITED BY SIZE
                       WRK-AGENCIA-QUEBRA DELIMITED BY SIZE
                  INTO REG-RELDEVCLI
                PERFORM 0370-GRAVAR-LINHA
             END-IF.

             ADD 1 TO WRK-QTD-DEV-AGENCIA.
             ADD WRK-VALOR-CHEQUE TO WRK-SOMA-DEV-AGENCIA.

             EVALUATE TRUE
                WHEN CMP-SEM-FUNDOS-1
                   MOVE "SEM FUNDOS - 1A APRESENT." TO WRK-MOTIVO-TEXTO
                WHEN CMP-SEM-FUNDOS-2
                   MOVE "SEM FUNDOS - 2A APRESENT." TO WRK-MOTIVO-TEXTO
                WHEN CMP-CONTA-ENCERRADA
                   MOVE "CONTA ENCERRADA/INEXIST."  TO WRK-MOTIVO-TEXTO
                WHEN CMP-SUSTADO
                   MOVE "SUSTADO"                   TO WRK-MOTIVO-TEXTO
                WHEN CMP-CONTA-BLOQUEADA
                   MOVE "CONTA BLOQUEADA"           TO WRK-MOTIVO-TEXTO
                WHEN CMP-ERRO-FORMAL
                   MOVE "ERRO FORMAL"               TO WRK-MOTIVO-TEXTO
                WHEN CMP-BANCO-NAO-SACADO
                   MOVE "BANCO NAO E O SACADO"      TO WRK-MOTIVO-TEXTO
                WHEN CMP-REMESSA-NULA
                   MOVE "REMESSA NULA (JA PAGO)"    TO WRK-MOTIVO-TEXTO
             END-EVALUATE.

             MOVE WRK-VALOR-CHEQUE TO WRK-VALOR-ED.
             MOVE SPACES TO REG-RELDEVCLI.
             STRING CMP-CONTA-SACADA(1:4) DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    CMP-CONTA-SACADA(5:7) DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    CMP-CHEQUE            DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    WRK-VALOR-ED          DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    CMP-BANCO-APRES       DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    CMP-MOTIVO            DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    WRK-MOTIVO-TEXTO      DELIMITED BY SIZE
               INTO REG-RELDEVCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0390-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE: 00 = CHEQUES PROCESSADOS (DEVOLUCAO E
      *    RESULTADO NORMAL DA COMPENSACAO), 04 = REGISTRO INVALIDO
      *    OU DE OUTRO BANCO NO ARQUIVO, OU SUSTACAO RECUSADA,
      *    16 = ERRO DE ABERTURA OU GRAVACAO. COM 16 O JOB NAO
      *    APLICA O LOTE.
       0400-FINALIZAR        SECTION.
           IF WRK-AGENCIA-QUEBRA NOT EQUAL SPACES
              PERFORM 0380-TOTALIZAR-AGENCIA
           END-IF.

           PERFORM 0410-IMPRIMIR-TOTAIS.

           CLOSE CHQCMPCLI
                 CHQARQCLI
                 SARQCLI
                 MOVCHQCLI
                 DEVCHQCLI
                 RELDEVCLI.
           IF WRK-LIMITES-DISPONIVEIS
              CLOSE LIMARQCLI
           END-IF.
           IF WRK-BLOQUEIOS-DISPONIVEIS
              CLOSE BLJARQCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "CHEQUES RECEBIDOS...: " WRK-CONTADOR.
           DISPLAY "PAGOS...............: " WRK-CONTADOR-PAGOS.
           DISPLAY "DEVOLVIDOS..........: " WRK-CONTADOR-DEVOLV.
           DISPLAY "INVALIDOS/OUTRO BCO.: " WRK-CONTADOR-INVALID.
           DISPLAY "REPETIDOS (REEXEC.).: " WRK-CONTADOR-REPETID.
           DISPLAY "SUSTACOES RECEBIDAS.: " WRK-CONTADOR-SUSTAC.
           DISPLAY "SUSTACOES RECUSADAS.: " WRK-CONTADOR-SUS-RECUS.

      *    NAO REBAIXA UM 16 JA POSTO.
           IF (WRK-CONTADOR-INVALID GREATER ZEROS OR
               WRK-CONTADOR-SUS-RECUS GREATER ZEROS) AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       0400-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS DE CONTROLE
       0410-IMPRIMIR-TOTAIS  SECTION.
           IF WRK-LINHA-ATUAL GREATER 50
              PERFORM 0360-NOVA-PAGINA
           END-IF.

           MOVE SPACES TO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR TO WRK-QTD-ED.
           MOVE WRK-SOMA-LIDA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "CHEQUES RECEBIDOS...: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-PAGOS TO WRK-QTD-ED.
           MOVE WRK-SOMA-PAGA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "CHEQUES PAGOS.......: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-DEVOLV TO WRK-QTD-ED.
           MOVE WRK-SOMA-DEVOLVIDA TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "CHEQUES DEVOLVIDOS..: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-SOMA-ED             DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-INVALID TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "  INVALIDOS/OUTRO BANCO: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           IF WRK-CONTADOR-REPETID GREATER ZEROS
              MOVE WRK-CONTADOR-REPETID TO WRK-QTD-ED
              MOVE SPACES TO REG-RELDEVCLI
              STRING "REPETIDOS DA EXECUCAO ANTERIOR DO LOTE: "
                        DELIMITED BY SIZE
                     WRK-QTD-ED DELIMITED BY SIZE
                INTO REG-RELDEVCLI
              PERFORM 0370-GRAVAR-LINHA
           END-IF.

           MOVE WRK-CONTADOR-SUSTAC TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "SUSTACOES RECEBIDAS.: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-SUS-RECUS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELDEVCLI.
           STRING "SUSTACOES RECUSADAS.: " DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
             INTO REG-RELDEVCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.
