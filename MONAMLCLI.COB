       IDENTIFICATION        DIVISION.
       PROGRAM-ID. MONAMLCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    MONITORAMENTO DE PREVENCAO A LAVAGEM DE DINHEIRO (PLD/
      *    COAF) SOBRE O RAZAO LANARQCLI: OS LANCAMENTOS DA JANELA
      *    DO PARAMETRO SAO AGRUPADOS POR CPF/CNPJ -- TODAS AS
      *    CONTAS DO DOCUMENTO, PELA CHAVE ALTERNATIVA DO SARQCLI --
      *    E CONFERIDOS CONTRA TRES PADROES: MOVIMENTO ISOLADO ACIMA
      *    DO LIMIAR (01), CREDITOS LOGO ABAIXO DO LIMIAR QUE SOMADOS
      *    EM POUCOS DIAS O ULTRAPASSAM (02, FRACIONAMENTO) E
      *    CREDITO QUE SAI EM SEGUIDA POR TRANSFERENCIA (03,
      *    PASSAGEM). CADA PADRAO ENCONTRADO VIRA UM ALERTA E UM
      *    CASO; CASO JA ANALISADO SO E LEVANTADO DE NOVO POR
      *    MOVIMENTO POSTERIOR A ANALISE.
      *    O RAZAO E INDEXADO POR CONTA+DATA+HORA+LOTE+SEQUENCIA:
      *    PARA CADA CONTA DO DOCUMENTO OS LANCAMENTOS DA JANELA SAO
      *    LIDOS DIRETO, NA GERACAO DO ULTIMO MES FECHADO (LANMESCLI)
      *    E NO MES ABERTO (LANARQCLI). JANELA QUE COMECE ANTES DA
      *    GERACAO SO E VISTA EM PARTE (AVISO E RC 04).
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
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    PARMAMLCLI TRAZ A JANELA E OS LIMIARES. SEM O PARAMETRO O
      *    JOB ABORTA: LIMIAR DE COMUNICACAO NAO TEM DEFAULT
      *    RAZOAVEL PARA FICAR GRAVADO NO FONTE.
           SELECT PARMAMLCLI ASSIGN TO ".\PARMAMLCLI.TXT"
               FILE STATUS IS FS-PARMAMLCLI.
      *    CASAMLCLI E O CADASTRO DE CASOS (UM POR DOCUMENTO E
      *    PADRAO), CRIADO VAZIO NA PRIMEIRA EXECUCAO. DECAMLCLI
      *    TRAZ AS DECISOES DOS ANALISTAS (ARQUIVADO/COMUNICADO),
      *    APLICADAS NO CADASTRO ANTES DA VARREDURA; SEM DECISOES O
      *    ARQUIVO PODE FALTAR.
           SELECT CASAMLCLI ASSIGN TO ".\CASAMLCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CHAVE
               FILE STATUS IS FS-CASAMLCLI.
           SELECT DECAMLCLI ASSIGN TO ".\DECAMLCLI.TXT"
               FILE STATUS IS FS-DECAMLCLI.
           SELECT ALEAMLCLI ASSIGN TO ".\ALEAMLCLI.TXT"
               FILE STATUS IS FS-ALEAMLCLI.
           SELECT RELAMLCLI ASSIGN TO ".\RELAMLCLI.TXT"
               FILE STATUS IS FS-RELAMLCLI.

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

       FD  LANMESCLI
           RECORDING MODE IS F.
      *    LAYOUT = 88 POSICOES (LAYOUT BOOKLAN; O REGISTRO E LIDO
      *    PARA DENTRO DE REG-LANARQCLI, SO A CHAVE E NOMEADA AQUI)
       01  REG-LANMESCLI.
           05  LMG-CHAVE-LANCAMENTO PICTURE X(39).
           05  FILLER            PICTURE X(49).

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  PARMAMLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 61 POSICOES (JANELA INICIO/FIM AAAAMMDD -- FIM
      *    ZERADO = DATA-MOVIMENTO; LIMIAR DE MOVIMENTO COM
      *    CENTAVOS; FAIXA DO FRACIONAMENTO EM PERCENTUAL DO LIMIAR
      *    E PRAZO EM DIAS; PERCENTUAL MINIMO DA SAIDA SOBRE O
      *    CREDITO, PRAZO EM DIAS E CREDITO MINIMO DA PASSAGEM)
       01  REG-PARMAMLCLI.
           05  PAML-DATA-INICIO  PICTURE 9(08).
           05  PAML-DATA-FIM     PICTURE 9(08).
           05  PAML-LIMIAR       PICTURE 9(09)V99.
           05  PAML-FAIXA-FRAC   PICTURE 9(03).
           05  PAML-DIAS-FRAC    PICTURE 9(03).
           05  PAML-PCT-PASSAGEM PICTURE 9(03).
           05  PAML-DIAS-PASSAGEM PICTURE 9(03).
           05  PAML-MINIMO-PASSAGEM PICTURE 9(09)V99.
           05  FILLER            PICTURE X(11).

       FD  CASAMLCLI
           RECORDING MODE IS F.
           COPY "BOOKCAS".

      *    LAYOUT = 49 POSICOES

       FD  DECAMLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 25 POSICOES (CPF/CNPJ, MOTIVO, NOVA SITUACAO F OU
      *    C E IDENTIFICACAO DO ANALISTA)
       01  REG-DECAMLCLI.
           05  DEC-CHAVE.
               10  DEC-CPF-CNPJ  PICTURE X(14).
               10  DEC-MOTIVO    PICTURE X(02).
           05  DEC-SITUACAO      PICTURE X(01).
           05  DEC-ANALISTA      PICTURE X(08).

       FD  ALEAMLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 83 POSICOES (UM ALERTA POR DOCUMENTO E MOTIVO NA
      *    EXECUCAO: QUANTIDADE E SOMA DOS LANCAMENTOS QUE FORMAM O
      *    PADRAO, PERIODO, E O LANCAMENTO MAIS RECENTE DELE)
       01  REG-ALEAMLCLI.
           05  ALE-DATA-GERACAO  PICTURE 9(08).
           05  ALE-CPF-CNPJ      PICTURE X(14).
           05  ALE-MOTIVO        PICTURE X(02).
           05  ALE-QTD           PICTURE 9(05).
           05  ALE-VALOR-TOTAL   PICTURE 9(11)V99.
           05  ALE-DATA-PRIMEIRO PICTURE 9(08).
           05  ALE-DATA-ULTIMO   PICTURE 9(08).
           05  ALE-AGENCIA       PICTURE 9(04).
           05  ALE-CONTA         PICTURE 9(07).
           05  ALE-LOTE          PICTURE X(08).
           05  ALE-SEQUENCIA     PICTURE 9(06).

       FD  RELAMLCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (RELACAO DE CASOS)
       01  REG-RELAMLCLI         PICTURE X(80).

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
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-PARMAMLCLI         PICTURE 9(02).
       01  FS-CASAMLCLI          PICTURE 9(02).
       01  FS-DECAMLCLI          PICTURE 9(02).
       01  FS-ALEAMLCLI          PICTURE 9(02).
       01  FS-RELAMLCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ VARIAVEIS DE PARAMETRO
       01  WRK-JANELA-INICIO     PICTURE 9(08) VALUE ZEROS.
       01  WRK-JANELA-FIM        PICTURE 9(08) VALUE ZEROS.
       01  WRK-LIMIAR            PICTURE 9(09)V99 VALUE ZEROS.
       01  WRK-PISO-FRAC         PICTURE 9(09)V99 VALUE ZEROS.
       01  WRK-DIAS-FRAC         PICTURE 9(03) VALUE ZEROS.
       01  WRK-PCT-PASSAGEM      PICTURE 9(03) VALUE ZEROS.
       01  WRK-DIAS-PASSAGEM     PICTURE 9(03) VALUE ZEROS.
       01  WRK-MINIMO-PASSAGEM   PICTURE 9(09)V99 VALUE ZEROS.

      *------------ TABELA DOS LANCAMENTOS DO DOCUMENTO NA JANELA
      *    CARREGADA CONTA A CONTA PELA CHAVE DO RAZAO A CADA TROCA
      *    DE DOCUMENTO; WRK-L-DIA E A DATA CONVERTIDA EM NUMERO DE
      *    DIAS, PARA MEDIR PRAZOS SEM ARITMETICA DE CALENDARIO.
       01  WRK-LAN-TABELA.
           05  WRK-LAN-ITEM      OCCURS 5000 TIMES.
               10  WRK-L-CHAVE       PICTURE 9(11).
               10  WRK-L-ORDEM       PICTURE 9(14).
               10  WRK-L-DIA         PICTURE 9(07) USAGE COMP.
               10  WRK-L-OPERACAO    PICTURE X(01).
               10  WRK-L-VALOR       PICTURE 9(09)V99  USAGE COMP.
               10  WRK-L-LOTE        PICTURE X(08).
               10  WRK-L-SEQUENCIA   PICTURE 9(06).
       01  WRK-QTD-LANCTOS       PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ LEITURA DO RAZAO PELA CHAVE
       01  WRK-CHAVE-PARTIDA.
           05  WRK-PAR-CHAVE     PICTURE 9(11).
           05  WRK-PAR-DATA      PICTURE 9(08).
           05  WRK-PAR-HORA      PICTURE 9(06).
           05  WRK-PAR-LOTE      PICTURE X(08).
           05  WRK-PAR-SEQUENCIA PICTURE 9(06).
       01  WRK-FIM-CONTA         PICTURE X(01).
           88  WRK-CONTA-ESGOTADA        VALUE "S".
       01  WRK-LANMES-ABERTO     PICTURE X(01) VALUE "N".
           88  WRK-LANMES-DISPONIVEL     VALUE "S".
       01  WRK-INICIO-COBERTO.
           05  WRK-COB-ANO-MES   PICTURE 9(06).
           05  WRK-COB-DIA       PICTURE 9(02).
       01  WRK-INICIO-COBERTO-NUM REDEFINES WRK-INICIO-COBERTO
                                 PICTURE 9(08).
       01  WRK-EXCESSO-DOC       PICTURE X(01).
           88  WRK-DOC-EXCEDIDO          VALUE "S".

      *------------ CHAVE DE ORDENACAO DATA+HORA DO LANCAMENTO
       01  WRK-ORDEM-MONTADA.
           05  WRK-ORD-DATA      PICTURE 9(08).
           05  WRK-ORD-HORA      PICTURE 9(06).
       01  WRK-ORDEM-NUM REDEFINES WRK-ORDEM-MONTADA
                                 PICTURE 9(14).

      *------------ CONTAS E LANCAMENTOS DO DOCUMENTO CORRENTE
       01  WRK-DOC-ATUAL         PICTURE X(14).
       01  WRK-NOME-ATUAL        PICTURE X(20).
       01  WRK-PRIMEIRO-REG      PICTURE X(01) VALUE "S".
           88  WRK-E-PRIMEIRO            VALUE "S".
       01  WRK-CTA-TABELA.
           05  WRK-CTA-CHAVE     PICTURE 9(11) OCCURS 200 TIMES.
       01  WRK-QTD-CTAS          PICTURE 9(03) USAGE COMP.
       01  WRK-IDX-CTA           PICTURE 9(03) USAGE COMP.
      *    REFERENCIAS (INDICES NA TABELA DE LANCAMENTOS) DO
      *    DOCUMENTO, ORDENADAS POR DATA+HORA.
       01  WRK-DOC-TABELA.
           05  WRK-D-REF         PICTURE 9(06) USAGE COMP
                                 OCCURS 5000 TIMES.
       01  WRK-QTD-DOC           PICTURE 9(04) USAGE COMP.
       01  WRK-I                 PICTURE 9(04) USAGE COMP.
       01  WRK-J                 PICTURE 9(04) USAGE COMP.
       01  WRK-K                 PICTURE 9(04) USAGE COMP.
       01  WRK-MENOR             PICTURE 9(04) USAGE COMP.
       01  WRK-REF-TROCA         PICTURE 9(06) USAGE COMP.
       01  WRK-RI                PICTURE 9(06) USAGE COMP.
       01  WRK-RJ                PICTURE 9(06) USAGE COMP.

      *------------ AVALIACAO DE UM PADRAO
       01  WRK-MOTIVO            PICTURE X(02).
       01  WRK-COBERTURA         PICTURE 9(08).
       01  WRK-CASO-LIDO         PICTURE X(01).
           88  WRK-CASO-EXISTE           VALUE "S".
       01  WRK-ALE-QTD           PICTURE 9(05) USAGE COMP.
       01  WRK-ALE-TOTAL         PICTURE 9(11)V99 USAGE COMP.
       01  WRK-ALE-PRIMEIRO      PICTURE 9(08).
       01  WRK-ALE-ULTIMO        PICTURE 9(08).
       01  WRK-ALE-ANCORA        PICTURE 9(06) USAGE COMP.
       01  WRK-DIA-CORTE         PICTURE S9(07) USAGE COMP.
       01  WRK-GRUPO-QTD         PICTURE 9(05) USAGE COMP.
       01  WRK-GRUPO-SOMA        PICTURE 9(11)V99 USAGE COMP.
       01  WRK-GRUPO-PRIMEIRO    PICTURE 9(08).
       01  WRK-ENTRADA-ACHADA    PICTURE 9(06) USAGE COMP.
       01  WRK-VALOR-MINIMO-SAIDA PICTURE 9(11)V99 USAGE COMP.
       01  WRK-SITUACAO-CASO     PICTURE X(09).
       01  WRK-DOC-IMPRESSO      PICTURE X(01).
           88  WRK-DOC-JA-IMPRESSO       VALUE "S".
       01  WRK-CHAVE-ANCORA.
           05  WRK-ANC-AGENCIA   PICTURE 9(04).
           05  WRK-ANC-CONTA     PICTURE 9(07).
       01  WRK-CHAVE-ANCORA-NUM REDEFINES WRK-CHAVE-ANCORA
                                 PICTURE 9(11).

      *------------ CONVERSAO DE DATA EM NUMERO DE DIAS (CONTAGEM
      *------------ CIVIL A PARTIR DE MARCO DO ANO ZERO)
       01  WRK-DN-DATA.
           05  WRK-DN-ANO-DATA   PICTURE 9(04).
           05  WRK-DN-MES-DATA   PICTURE 9(02).
           05  WRK-DN-DIA-DATA   PICTURE 9(02).
       01  WRK-DN-DATA-NUM REDEFINES WRK-DN-DATA PICTURE 9(08).
       01  WRK-DN-ANO            PICTURE 9(04) USAGE COMP.
       01  WRK-DN-MES            PICTURE 9(02) USAGE COMP.
       01  WRK-DN-TERMO-MES      PICTURE 9(05) USAGE COMP.
       01  WRK-DN-Q4             PICTURE 9(04) USAGE COMP.
       01  WRK-DN-Q100           PICTURE 9(04) USAGE COMP.
       01  WRK-DN-Q400           PICTURE 9(04) USAGE COMP.
       01  WRK-DN-DIAS           PICTURE 9(07) USAGE COMP.

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR-DOCS     PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-ALERTAS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-ALERTAS-MOTIVO-TAB.
           05  WRK-ALERTAS-MOTIVO PICTURE 9(09) USAGE COMP
                                 OCCURS 3 TIMES.
       01  WRK-IDX-MOTIVO        PICTURE 9(01).
       01  WRK-CONTADOR-NOVOS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REABERTOS PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-DECISOES PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-DECISOES-INVALID  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-PENDENTES PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ DESCRICAO DOS MOTIVOS
       01  WRK-DESC-MOTIVO-TAB.
           05  FILLER            PICTURE X(30)
               VALUE "MOVIMENTO ACIMA DO LIMIAR".
           05  FILLER            PICTURE X(30)
               VALUE "FRACIONAMENTO DE CREDITOS".
           05  FILLER            PICTURE X(30)
               VALUE "PASSAGEM POR TRANSFERENCIA".
       01  WRK-DESC-MOTIVO-R REDEFINES WRK-DESC-MOTIVO-TAB.
           05  WRK-DESC-MOTIVO   PICTURE X(30) OCCURS 3 TIMES.

      *------------ VARIAVEIS DE PAGINACAO
       01  WRK-LINHAS-POR-PAGINA PICTURE 9(02) VALUE 60.
      *    UM ALERTA OCUPA ATE 4 LINHAS (DOCUMENTO, MOTIVO, TOTAIS E
      *    ULTIMO LANCAMENTO) E NAO E QUEBRADO ENTRE PAGINAS.
       01  WRK-LINHAS-POR-ALERTA PICTURE 9(02) VALUE 4.
       01  WRK-LINHA-PENDENTE    PICTURE X(80).
       01  WRK-LINHA-ATUAL       PICTURE 9(02) USAGE COMP VALUE 99.
       01  WRK-PAGINA            PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-PAGINA-ED         PICTURE ZZZ9.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-QTD-ED            PICTURE ZZZZZZZZ9.
       01  WRK-QTD-ALE-ED        PICTURE ZZZZ9.
       01  WRK-TOTAL-ED          PICTURE Z(12)9,99.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL FS-SARQCLI EQUAL 10.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-DOCS TO WRK-RUN-REGISTROS.
           PERFORM 0209-GRAVAR-RUNCTL.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             PERFORM 0220-LER-PARAMETRO.

             OPEN INPUT  LANARQCLI.
             IF FS-LANARQCLI NOT EQUAL ZEROS
                DISPLAY "LANARQCLI NAO ABERTO (" FS-LANARQCLI ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
             OPEN INPUT  SARQCLI.
             OPEN OUTPUT ALEAMLCLI.
             OPEN OUTPUT RELAMLCLI.

             IF FS-LANARQCLI NOT EQUAL ZEROS OR
                FS-SARQCLI NOT EQUAL ZEROS OR
                FS-ALEAMLCLI NOT EQUAL ZEROS OR
                FS-RELAMLCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    CADASTRO DE CASOS CRIADO VAZIO NA PRIMEIRA EXECUCAO (FS
      *    35), NO MESMO ESTILO DO CONTROLE DE NUMERACAO (CRGNUMCLI).
             OPEN I-O CASAMLCLI.
             IF FS-CASAMLCLI EQUAL 35
                OPEN OUTPUT CASAMLCLI
                CLOSE CASAMLCLI
                OPEN I-O CASAMLCLI
             END-IF.
             IF FS-CASAMLCLI NOT EQUAL ZEROS
                DISPLAY "CASAMLCLI NAO PODE SER ABERTO - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0225-APLICAR-DECISOES.

             OPEN INPUT LANMESCLI.
             IF FS-LANMESCLI EQUAL ZEROS
                MOVE "S" TO WRK-LANMES-ABERTO
             ELSE
                DISPLAY "LANMESCLI (ULTIMO MES FECHADO) NAO "
                        "DISPONIVEL - SO O MES ABERTO E ANALISADO"
             END-IF.

             PERFORM 0228-VERIFICAR-COBERTURA.

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
             MOVE "MONAMLCLI"    TO RUN-PROGRAMA.
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

      *----------------------- LER JANELA E LIMIARES
      *    O PISO DO FRACIONAMENTO (CREDITO "LOGO ABAIXO" DO LIMIAR)
      *    E O PERCENTUAL DA FAIXA APLICADO AO LIMIAR.
       0220-LER-PARAMETRO    SECTION.
             OPEN INPUT PARMAMLCLI.
             IF FS-PARMAMLCLI NOT EQUAL ZEROS
                DISPLAY "PARMAMLCLI (JANELA/LIMIARES) NAO ENCONTRADO "
                        "- JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             READ PARMAMLCLI
               AT END
                  DISPLAY "PARMAMLCLI VAZIO - JOB ABORTADO"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               NOT AT END
                  MOVE PAML-DATA-INICIO   TO WRK-JANELA-INICIO
                  MOVE PAML-DATA-FIM      TO WRK-JANELA-FIM
                  MOVE PAML-LIMIAR        TO WRK-LIMIAR
                  MOVE PAML-DIAS-FRAC     TO WRK-DIAS-FRAC
                  MOVE PAML-PCT-PASSAGEM  TO WRK-PCT-PASSAGEM
                  MOVE PAML-DIAS-PASSAGEM TO WRK-DIAS-PASSAGEM
                  MOVE PAML-MINIMO-PASSAGEM TO WRK-MINIMO-PASSAGEM
                  COMPUTE WRK-PISO-FRAC ROUNDED =
                          PAML-LIMIAR * PAML-FAIXA-FRAC / 100
             END-READ.
             CLOSE PARMAMLCLI.

             IF WRK-JANELA-FIM EQUAL ZEROS
                MOVE WRK-DATA-EXECUCAO TO WRK-JANELA-FIM
             END-IF.

             IF WRK-JANELA-INICIO EQUAL ZEROS OR
                WRK-JANELA-INICIO GREATER WRK-JANELA-FIM OR
                WRK-LIMIAR EQUAL ZEROS
                DISPLAY "PARMAMLCLI COM JANELA OU LIMIAR INVALIDO - "
                        "JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.
       0220-FIM. EXIT.

      *----------------------- APLICAR DECISOES DOS ANALISTAS
      *    DECISAO PARA CASO INEXISTENTE OU COM SITUACAO DIFERENTE
      *    DE F/C E LISTADA NO SYSOUT E IGNORADA (RC 04).
       0225-APLICAR-DECISOES SECTION.
             OPEN INPUT DECAMLCLI.
             IF FS-DECAMLCLI NOT EQUAL ZEROS
                GO TO 0225-FIM
             END-IF.

             PERFORM 0226-APLICAR-DECISAO
                UNTIL FS-DECAMLCLI NOT EQUAL ZEROS.
             CLOSE DECAMLCLI.
       0225-FIM. EXIT.

       0226-APLICAR-DECISAO  SECTION.
             READ DECAMLCLI.
             IF FS-DECAMLCLI NOT EQUAL ZEROS
                GO TO 0226-FIM
             END-IF.

             IF DEC-SITUACAO NOT EQUAL "F" AND
                DEC-SITUACAO NOT EQUAL "C"
                DISPLAY "DECISAO INVALIDA IGNORADA: " DEC-CHAVE
                        " " DEC-SITUACAO
                ADD 1 TO WRK-DECISOES-INVALID
                GO TO 0226-FIM
             END-IF.

             MOVE DEC-CHAVE TO CAS-CHAVE.
             READ CASAMLCLI
                INVALID KEY
                   DISPLAY "DECISAO PARA CASO INEXISTENTE: " DEC-CHAVE
                   ADD 1 TO WRK-DECISOES-INVALID
                   GO TO 0226-FIM
             END-READ.

             MOVE DEC-SITUACAO      TO CAS-SITUACAO.
             MOVE DEC-ANALISTA      TO CAS-ANALISTA.
             MOVE WRK-DATA-EXECUCAO TO CAS-DATA-DECISAO.
             REWRITE REG-CASAMLCLI.
             IF FS-CASAMLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO REGRAVAR CASO " CAS-CHAVE
                MOVE 16 TO RETURN-CODE
             ELSE
                ADD 1 TO WRK-CONTADOR-DECISOES
             END-IF.
       0226-FIM. EXIT.

      *----------------------- CONFERIR A COBERTURA DA JANELA
      *    O RAZAO NO AR COMECA NO PRIMEIRO DIA DO MES DA GERACAO
      *    LANMESCLI (O MENOR MES DELA, LIDO NO PRIMEIRO REGISTRO);
      *    SEM A GERACAO, OU COM ELA VAZIA, NO PRIMEIRO DIA DO MES DA
      *    DATA-MOVIMENTO. JANELA QUE COMECE ANTES DISSO E ANALISADA
      *    SO NA PARTE NO AR: AVISO NO SYSOUT E RC 04.
       0228-VERIFICAR-COBERTURA SECTION.
             MOVE WRK-DATA-EXECUCAO TO WRK-INICIO-COBERTO-NUM.

             IF WRK-LANMES-DISPONIVEL
                READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE LAN-DATA TO WRK-INICIO-COBERTO-NUM
                END-READ
             END-IF.

             MOVE 01 TO WRK-COB-DIA.
             IF WRK-JANELA-INICIO LESS WRK-INICIO-COBERTO-NUM
                DISPLAY "JANELA COMECA ANTES DO RAZAO NO AR ("
                        WRK-INICIO-COBERTO-NUM ") - LANCAMENTOS "
                        "ANTERIORES NAO ANALISADOS"
                IF RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
       0228-FIM. EXIT.

      *----------------------- CARREGAR LANCAMENTOS DE UMA CONTA
      *    POSICIONA NA CONTA E NO INICIO DA JANELA E LE ATE TROCAR
      *    DE CONTA OU PASSAR DO FIM DA JANELA: PRIMEIRO NA GERACAO
      *    DO ULTIMO MES FECHADO, DEPOIS NO MES ABERTO.
       0230-CARREGAR-CONTA   SECTION.
             MOVE WRK-CTA-CHAVE(WRK-IDX-CTA) TO WRK-PAR-CHAVE.
             MOVE WRK-JANELA-INICIO TO WRK-PAR-DATA.
             MOVE ZEROS             TO WRK-PAR-HORA
                                       WRK-PAR-SEQUENCIA.
             MOVE LOW-VALUES        TO WRK-PAR-LOTE.

             IF WRK-LANMES-DISPONIVEL
                MOVE WRK-CHAVE-PARTIDA TO LMG-CHAVE-LANCAMENTO
                MOVE "N" TO WRK-FIM-CONTA
                START LANMESCLI KEY IS NOT LESS LMG-CHAVE-LANCAMENTO
                   INVALID KEY
                      MOVE "S" TO WRK-FIM-CONTA
                END-START
                PERFORM 0232-LER-MES-FECHADO
                   UNTIL WRK-CONTA-ESGOTADA
             END-IF.

             MOVE WRK-CHAVE-PARTIDA TO LAN-CHAVE-LANCAMENTO.
             MOVE "N" TO WRK-FIM-CONTA.
             START LANARQCLI KEY IS NOT LESS LAN-CHAVE-LANCAMENTO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-CONTA
             END-START.
             PERFORM 0231-LER-MES-ABERTO
                UNTIL WRK-CONTA-ESGOTADA.
       0230-FIM. EXIT.

       0231-LER-MES-ABERTO   SECTION.
             READ LANARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0231-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-PAR-CHAVE OR
                LAN-DATA GREATER WRK-JANELA-FIM
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0231-FIM
             END-IF.

             PERFORM 0233-GUARDAR-LANCAMENTO.
       0231-FIM. EXIT.

       0232-LER-MES-FECHADO  SECTION.
             READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0232-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-PAR-CHAVE OR
                LAN-DATA GREATER WRK-JANELA-FIM
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0232-FIM
             END-IF.

             PERFORM 0233-GUARDAR-LANCAMENTO.
       0232-FIM. EXIT.

      *----------------------- GUARDAR UM LANCAMENTO DO DOCUMENTO
      *    ACIMA DE 5000 O EXCEDENTE NAO E ANALISADO (AVISO UMA VEZ
      *    POR DOCUMENTO E RC 04) E A LEITURA DA CONTA PARA.
       0233-GUARDAR-LANCAMENTO SECTION.
             IF WRK-QTD-DOC NOT LESS 5000
                IF NOT WRK-DOC-EXCEDIDO
                   DISPLAY "MAIS DE 5000 LANCAMENTOS NO DOCUMENTO "
                           WRK-DOC-ATUAL " - EXCEDENTE NAO ANALISADO"
                   MOVE "S" TO WRK-EXCESSO-DOC
                   IF RETURN-CODE LESS 4
                      MOVE 4 TO RETURN-CODE
                   END-IF
                END-IF
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0233-FIM
             END-IF.

             ADD 1 TO WRK-QTD-LANCTOS.
             ADD 1 TO WRK-QTD-DOC.
             MOVE WRK-QTD-DOC   TO WRK-D-REF(WRK-QTD-DOC).
             MOVE LAN-CHAVE     TO WRK-L-CHAVE(WRK-QTD-DOC).
             MOVE LAN-DATA      TO WRK-ORD-DATA.
             MOVE LAN-HORA      TO WRK-ORD-HORA.
             MOVE WRK-ORDEM-NUM TO WRK-L-ORDEM(WRK-QTD-DOC).
             MOVE LAN-DATA      TO WRK-DN-DATA-NUM.
             PERFORM 0395-CALCULAR-DIAS.
             MOVE WRK-DN-DIAS   TO WRK-L-DIA(WRK-QTD-DOC).
             MOVE LAN-OPERACAO  TO WRK-L-OPERACAO(WRK-QTD-DOC).
             MOVE LAN-VALOR     TO WRK-L-VALOR(WRK-QTD-DOC).
             MOVE LAN-LOTE      TO WRK-L-LOTE(WRK-QTD-DOC).
             MOVE LAN-SEQUENCIA TO WRK-L-SEQUENCIA(WRK-QTD-DOC).
       0233-FIM. EXIT.

      *----------------------- PROCESSAR UMA CONTA (ORDEM DE CPF)
      *    AS CONTAS DE UM DOCUMENTO SAO JUNTADAS; NA TROCA DE
      *    DOCUMENTO O ANTERIOR E ANALISADO.
       0300-PROCESSAR        SECTION.
             IF WRK-E-PRIMEIRO
                PERFORM 0315-ABRIR-DOCUMENTO
                MOVE "N" TO WRK-PRIMEIRO-REG
             ELSE
                IF SARQCLI-CPF-CNPJ NOT EQUAL WRK-DOC-ATUAL
                   PERFORM 0330-ANALISAR-DOCUMENTO
                   PERFORM 0315-ABRIR-DOCUMENTO
                END-IF
             END-IF.

             IF WRK-QTD-CTAS LESS 200
                ADD 1 TO WRK-QTD-CTAS
                MOVE SARQCLI-CHAVE TO WRK-CTA-CHAVE(WRK-QTD-CTAS)
             ELSE
                DISPLAY "MAIS DE 200 CONTAS NO DOCUMENTO "
                        WRK-DOC-ATUAL " - CONTA " SARQCLI-CHAVE
                        " NAO MONITORADA"
                IF RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0315-ABRIR-DOCUMENTO  SECTION.
             MOVE SARQCLI-CPF-CNPJ TO WRK-DOC-ATUAL.
             MOVE SARQCLI-NOME     TO WRK-NOME-ATUAL.
             MOVE ZEROS TO WRK-QTD-CTAS.
             MOVE "N"   TO WRK-DOC-IMPRESSO.
       0315-FIM. EXIT.

      *----------------------- ANALISAR O DOCUMENTO
      *    OS LANCAMENTOS DE TODAS AS CONTAS DO DOCUMENTO SAO
      *    REUNIDOS E ORDENADOS POR DATA+HORA; CADA PADRAO E
      *    CONFERIDO CONTRA O CASO CORRESPONDENTE.
       0330-ANALISAR-DOCUMENTO SECTION.
             ADD 1 TO WRK-CONTADOR-DOCS.
             MOVE ZEROS TO WRK-QTD-DOC.
             MOVE "N"   TO WRK-EXCESSO-DOC.

             PERFORM 0230-CARREGAR-CONTA
                VARYING WRK-IDX-CTA FROM 1 BY 1
                UNTIL WRK-IDX-CTA GREATER WRK-QTD-CTAS.

             IF WRK-QTD-DOC EQUAL ZEROS
                GO TO 0330-FIM
             END-IF.

             PERFORM 0334-ORDENAR-POSICAO
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I NOT LESS WRK-QTD-DOC.

             MOVE "01" TO WRK-MOTIVO.
             PERFORM 0338-LER-CASO.
             PERFORM 0340-VERIFICAR-LIMIAR.

             MOVE "02" TO WRK-MOTIVO.
             PERFORM 0338-LER-CASO.
             PERFORM 0350-VERIFICAR-FRACIONAMENTO.

             MOVE "03" TO WRK-MOTIVO.
             PERFORM 0338-LER-CASO.
             PERFORM 0355-VERIFICAR-PASSAGEM.
       0330-FIM. EXIT.

      *----------------------- ORDENAR POR DATA+HORA (SELECAO)
      *    A POSICAO WRK-I RECEBE O MENOR DAS POSICOES SEGUINTES.
       0334-ORDENAR-POSICAO  SECTION.
             MOVE WRK-I TO WRK-MENOR.
             COMPUTE WRK-K = WRK-I + 1.
             PERFORM 0335-PROCURAR-MENOR
                VARYING WRK-J FROM WRK-K BY 1
                UNTIL WRK-J GREATER WRK-QTD-DOC.

             IF WRK-MENOR NOT EQUAL WRK-I
                MOVE WRK-D-REF(WRK-I)     TO WRK-REF-TROCA
                MOVE WRK-D-REF(WRK-MENOR) TO WRK-D-REF(WRK-I)
                MOVE WRK-REF-TROCA        TO WRK-D-REF(WRK-MENOR)
             END-IF.
       0334-FIM. EXIT.

       0335-PROCURAR-MENOR   SECTION.
             MOVE WRK-D-REF(WRK-J)     TO WRK-RJ.
             MOVE WRK-D-REF(WRK-MENOR) TO WRK-RI.
             IF WRK-L-ORDEM(WRK-RJ) LESS WRK-L-ORDEM(WRK-RI)
                MOVE WRK-J TO WRK-MENOR
             END-IF.
       0335-FIM. EXIT.

      *----------------------- LER O CASO DO DOCUMENTO E MOTIVO
      *    SEM CASO, TODO LANCAMENTO DA JANELA E NOVO; COM CASO, SO
      *    OS POSTERIORES A DATA DE COBERTURA CONTAM COMO GATILHO.
       0338-LER-CASO         SECTION.
             MOVE ZEROS TO WRK-ALE-QTD.
             MOVE ZEROS TO WRK-ALE-TOTAL.
             MOVE ZEROS TO WRK-ALE-PRIMEIRO.
             MOVE ZEROS TO WRK-ALE-ULTIMO.
             MOVE ZEROS TO WRK-ALE-ANCORA.
             MOVE ZEROS TO WRK-COBERTURA.
             MOVE "N"   TO WRK-CASO-LIDO.

             MOVE WRK-DOC-ATUAL TO CAS-CPF-CNPJ.
             MOVE WRK-MOTIVO    TO CAS-MOTIVO.
             READ CASAMLCLI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "S" TO WRK-CASO-LIDO
                   MOVE CAS-DATA-COBERTURA TO WRK-COBERTURA
             END-READ.
       0338-FIM. EXIT.

      *----------------------- 01 - MOVIMENTO ACIMA DO LIMIAR
      *    QUALQUER OPERACAO (CREDITO, DEBITO OU PERNA DE
      *    TRANSFERENCIA) DE VALOR IGUAL OU MAIOR QUE O LIMIAR.
       0340-VERIFICAR-LIMIAR SECTION.
             PERFORM 0341-CONFERIR-LIMIAR
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I GREATER WRK-QTD-DOC.

             IF WRK-ALE-QTD GREATER ZEROS
                PERFORM 0380-REGISTRAR-CASO
             END-IF.
       0340-FIM. EXIT.

       0341-CONFERIR-LIMIAR  SECTION.
             MOVE WRK-D-REF(WRK-I) TO WRK-RI.
             MOVE WRK-L-ORDEM(WRK-RI) TO WRK-ORDEM-NUM.

             IF WRK-ORD-DATA GREATER WRK-COBERTURA AND
                WRK-L-VALOR(WRK-RI) NOT LESS WRK-LIMIAR
                ADD 1 TO WRK-ALE-QTD
                ADD WRK-L-VALOR(WRK-RI) TO WRK-ALE-TOTAL
                IF WRK-ALE-PRIMEIRO EQUAL ZEROS
                   MOVE WRK-ORD-DATA TO WRK-ALE-PRIMEIRO
                END-IF
                MOVE WRK-ORD-DATA TO WRK-ALE-ULTIMO
                MOVE WRK-RI       TO WRK-ALE-ANCORA
             END-IF.
       0341-FIM. EXIT.

      *----------------------- 02 - FRACIONAMENTO DE CREDITOS
      *    CREDITO ("C") NA FAIXA LOGO ABAIXO DO LIMIAR CUJA SOMA
      *    COM OS DEMAIS CREDITOS DA FAIXA NOS ULTIMOS N DIAS
      *    (INCLUSIVE O DELE) CHEGA AO LIMIAR. O ALERTA TRAZ O
      *    GRUPO DO GATILHO MAIS RECENTE.
       0350-VERIFICAR-FRACIONAMENTO SECTION.
             IF WRK-DIAS-FRAC EQUAL ZEROS OR
                WRK-PISO-FRAC EQUAL ZEROS
                GO TO 0350-FIM
             END-IF.

             PERFORM 0351-CONFERIR-GATILHO-FRAC
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I GREATER WRK-QTD-DOC.

             IF WRK-ALE-QTD GREATER ZEROS
                PERFORM 0380-REGISTRAR-CASO
             END-IF.
       0350-FIM. EXIT.

       0351-CONFERIR-GATILHO-FRAC SECTION.
             MOVE WRK-D-REF(WRK-I) TO WRK-RI.
             MOVE WRK-L-ORDEM(WRK-RI) TO WRK-ORDEM-NUM.

             IF WRK-ORD-DATA NOT GREATER WRK-COBERTURA OR
                WRK-L-OPERACAO(WRK-RI) NOT EQUAL "C" OR
                WRK-L-VALOR(WRK-RI) LESS WRK-PISO-FRAC OR
                WRK-L-VALOR(WRK-RI) NOT LESS WRK-LIMIAR
                GO TO 0351-FIM
             END-IF.

             COMPUTE WRK-DIA-CORTE = WRK-L-DIA(WRK-RI) - WRK-DIAS-FRAC.
             MOVE ZEROS TO WRK-GRUPO-QTD.
             MOVE ZEROS TO WRK-GRUPO-SOMA.
             MOVE ZEROS TO WRK-GRUPO-PRIMEIRO.

             PERFORM 0352-SOMAR-GRUPO-FRAC
                VARYING WRK-J FROM 1 BY 1
                UNTIL WRK-J GREATER WRK-I.

             IF WRK-GRUPO-SOMA NOT LESS WRK-LIMIAR
                MOVE WRK-GRUPO-QTD      TO WRK-ALE-QTD
                MOVE WRK-GRUPO-SOMA     TO WRK-ALE-TOTAL
                MOVE WRK-GRUPO-PRIMEIRO TO WRK-ALE-PRIMEIRO
                MOVE WRK-L-ORDEM(WRK-RI) TO WRK-ORDEM-NUM
                MOVE WRK-ORD-DATA       TO WRK-ALE-ULTIMO
                MOVE WRK-RI             TO WRK-ALE-ANCORA
             END-IF.
       0351-FIM. EXIT.

       0352-SOMAR-GRUPO-FRAC SECTION.
             MOVE WRK-D-REF(WRK-J) TO WRK-RJ.
             IF WRK-L-OPERACAO(WRK-RJ) EQUAL "C" AND
                WRK-L-DIA(WRK-RJ) GREATER WRK-DIA-CORTE AND
                WRK-L-VALOR(WRK-RJ) NOT LESS WRK-PISO-FRAC AND
                WRK-L-VALOR(WRK-RJ) LESS WRK-LIMIAR
                ADD 1 TO WRK-GRUPO-QTD
                ADD WRK-L-VALOR(WRK-RJ) TO WRK-GRUPO-SOMA
                IF WRK-GRUPO-PRIMEIRO EQUAL ZEROS
                   MOVE WRK-L-ORDEM(WRK-RJ) TO WRK-ORDEM-NUM
                   MOVE WRK-ORD-DATA TO WRK-GRUPO-PRIMEIRO
                END-IF
             END-IF.
       0352-FIM. EXIT.

      *----------------------- 03 - PASSAGEM POR TRANSFERENCIA
      *    TRANSFERENCIA ENVIADA ("E") EM ATE N DIAS DEPOIS DE UM
      *    CREDITO ("C" OU "R") DE PELO MENOS O MINIMO, EM QUALQUER
      *    CONTA DO DOCUMENTO, LEVANDO PELO MENOS O PERCENTUAL DO
      *    PARAMETRO DO VALOR QUE ENTROU.
       0355-VERIFICAR-PASSAGEM SECTION.
             IF WRK-PCT-PASSAGEM EQUAL ZEROS
                GO TO 0355-FIM
             END-IF.

             PERFORM 0356-CONFERIR-SAIDA
                VARYING WRK-I FROM 1 BY 1
                UNTIL WRK-I GREATER WRK-QTD-DOC.

             IF WRK-ALE-QTD GREATER ZEROS
                PERFORM 0380-REGISTRAR-CASO
             END-IF.
       0355-FIM. EXIT.

       0356-CONFERIR-SAIDA   SECTION.
             MOVE WRK-D-REF(WRK-I) TO WRK-RI.
             MOVE WRK-L-ORDEM(WRK-RI) TO WRK-ORDEM-NUM.

             IF WRK-ORD-DATA NOT GREATER WRK-COBERTURA OR
                WRK-L-OPERACAO(WRK-RI) NOT EQUAL "E"
                GO TO 0356-FIM
             END-IF.

             COMPUTE WRK-DIA-CORTE =
                     WRK-L-DIA(WRK-RI) - WRK-DIAS-PASSAGEM.
             MOVE ZEROS TO WRK-ENTRADA-ACHADA.

             PERFORM 0357-PROCURAR-ENTRADA
                VARYING WRK-J FROM 1 BY 1
                UNTIL WRK-J NOT LESS WRK-I
                   OR WRK-ENTRADA-ACHADA GREATER ZEROS.

             IF WRK-ENTRADA-ACHADA GREATER ZEROS
                ADD 1 TO WRK-ALE-QTD
                ADD WRK-L-VALOR(WRK-RI) TO WRK-ALE-TOTAL
                IF WRK-ALE-PRIMEIRO EQUAL ZEROS
                   MOVE WRK-L-ORDEM(WRK-ENTRADA-ACHADA)
                     TO WRK-ORDEM-NUM
                   MOVE WRK-ORD-DATA TO WRK-ALE-PRIMEIRO
                END-IF
                MOVE WRK-L-ORDEM(WRK-RI) TO WRK-ORDEM-NUM
                MOVE WRK-ORD-DATA TO WRK-ALE-ULTIMO
                MOVE WRK-RI       TO WRK-ALE-ANCORA
             END-IF.
       0356-FIM. EXIT.

       0357-PROCURAR-ENTRADA SECTION.
             MOVE WRK-D-REF(WRK-J) TO WRK-RJ.
             IF WRK-L-OPERACAO(WRK-RJ) NOT EQUAL "C" AND
                WRK-L-OPERACAO(WRK-RJ) NOT EQUAL "R"
                GO TO 0357-FIM
             END-IF.
             IF WRK-L-DIA(WRK-RJ) LESS WRK-DIA-CORTE OR
                WRK-L-VALOR(WRK-RJ) LESS WRK-MINIMO-PASSAGEM
                GO TO 0357-FIM
             END-IF.

             COMPUTE WRK-VALOR-MINIMO-SAIDA ROUNDED =
                     WRK-L-VALOR(WRK-RJ) * WRK-PCT-PASSAGEM / 100.
             IF WRK-L-VALOR(WRK-RI) NOT LESS WRK-VALOR-MINIMO-SAIDA
                MOVE WRK-RJ TO WRK-ENTRADA-ACHADA
             END-IF.
       0357-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO WRK-PAGINA-ED.

             MOVE SPACES TO REG-RELAMLCLI.
             STRING "CASOS PLD/COAF - JANELA " DELIMITED BY SIZE
                    WRK-JANELA-INICIO DELIMITED BY SIZE
                    " A "             DELIMITED BY SIZE
                    WRK-JANELA-FIM    DELIMITED BY SIZE
                    "  "              DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
                    "-"               DELIMITED BY SIZE
                    WRK-HORA-EXECUCAO DELIMITED BY SIZE
                    " PAG "           DELIMITED BY SIZE
                    WRK-PAGINA-ED     DELIMITED BY SIZE
               INTO REG-RELAMLCLI.
             WRITE REG-RELAMLCLI.

             MOVE SPACES TO REG-RELAMLCLI.
             WRITE REG-RELAMLCLI.

             MOVE 2 TO WRK-LINHA-ATUAL.
       0360-FIM. EXIT.

      *----------------------- GRAVAR LINHA COM CONTROLE DE PAGINA
      *    A LINHA JA MONTADA PELO CHAMADOR E PRESERVADA ANTES DA
      *    QUEBRA: 0360-NOVA-PAGINA USA O MESMO REG-RELAMLCLI PARA
      *    GRAVAR O CABECALHO E A SOBRESCREVERIA.
       0370-GRAVAR-LINHA     SECTION.
             IF WRK-LINHA-ATUAL GREATER OR EQUAL WRK-LINHAS-POR-PAGINA
                MOVE REG-RELAMLCLI TO WRK-LINHA-PENDENTE
                PERFORM 0360-NOVA-PAGINA
                MOVE WRK-LINHA-PENDENTE TO REG-RELAMLCLI
             END-IF.
             WRITE REG-RELAMLCLI.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- REGISTRAR O CASO E O ALERTA
      *    CASO NOVO NASCE "A"; CASO JA ANALISADO (F/C) E REABERTO
      *    PELO MOVIMENTO NOVO; CASO AINDA ABERTO SO TEM A COBERTURA
      *    ESTENDIDA. EM TODOS, A COBERTURA PASSA A SER A DATA DO
      *    ULTIMO LANCAMENTO DO PADRAO, E O MESMO PADRAO NAO E
      *    LEVANTADO DE NOVO NA PROXIMA EXECUCAO.
       0380-REGISTRAR-CASO   SECTION.
             IF WRK-CASO-EXISTE
                IF CAS-ABERTO
                   MOVE "EM ABERTO" TO WRK-SITUACAO-CASO
                ELSE
                   MOVE "REABERTO"  TO WRK-SITUACAO-CASO
                   MOVE "A"               TO CAS-SITUACAO
                   MOVE WRK-DATA-EXECUCAO TO CAS-DATA-ABERTURA
                   MOVE ZEROS             TO CAS-DATA-DECISAO
                   MOVE SPACES            TO CAS-ANALISTA
                   ADD 1 TO WRK-CONTADOR-REABERTOS
                END-IF
                MOVE WRK-ALE-ULTIMO TO CAS-DATA-COBERTURA
                REWRITE REG-CASAMLCLI
             ELSE
                MOVE "NOVO"            TO WRK-SITUACAO-CASO
                MOVE WRK-DOC-ATUAL     TO CAS-CPF-CNPJ
                MOVE WRK-MOTIVO        TO CAS-MOTIVO
                MOVE "A"               TO CAS-SITUACAO
                MOVE WRK-DATA-EXECUCAO TO CAS-DATA-ABERTURA
                MOVE WRK-ALE-ULTIMO    TO CAS-DATA-COBERTURA
                MOVE ZEROS             TO CAS-DATA-DECISAO
                MOVE SPACES            TO CAS-ANALISTA
                WRITE REG-CASAMLCLI
                ADD 1 TO WRK-CONTADOR-NOVOS
             END-IF.
             IF FS-CASAMLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR CASO " CAS-CHAVE
                MOVE 16 TO RETURN-CODE
             END-IF.

             MOVE WRK-L-CHAVE(WRK-ALE-ANCORA) TO WRK-CHAVE-ANCORA-NUM.

             MOVE WRK-DATA-EXECUCAO TO ALE-DATA-GERACAO.
             MOVE WRK-DOC-ATUAL     TO ALE-CPF-CNPJ.
             MOVE WRK-MOTIVO        TO ALE-MOTIVO.
             MOVE WRK-ALE-QTD       TO ALE-QTD.
             MOVE WRK-ALE-TOTAL     TO ALE-VALOR-TOTAL.
             MOVE WRK-ALE-PRIMEIRO  TO ALE-DATA-PRIMEIRO.
             MOVE WRK-ALE-ULTIMO    TO ALE-DATA-ULTIMO.
             MOVE WRK-ANC-AGENCIA   TO ALE-AGENCIA.
             MOVE WRK-ANC-CONTA     TO ALE-CONTA.
             MOVE WRK-L-LOTE(WRK-ALE-ANCORA)      TO ALE-LOTE.
             MOVE WRK-L-SEQUENCIA(WRK-ALE-ANCORA) TO ALE-SEQUENCIA.
             WRITE REG-ALEAMLCLI.
             IF FS-ALEAMLCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR ALERTA " WRK-DOC-ATUAL
                        " " WRK-MOTIVO
                MOVE 16 TO RETURN-CODE
             END-IF.

             ADD 1 TO WRK-CONTADOR-ALERTAS.
             MOVE WRK-MOTIVO TO WRK-IDX-MOTIVO.
             ADD 1 TO WRK-ALERTAS-MOTIVO(WRK-IDX-MOTIVO).

             PERFORM 0390-IMPRIMIR-ALERTA.
       0380-FIM. EXIT.

      *----------------------- IMPRIMIR O ALERTA NA RELACAO DE CASOS
      *    O DOCUMENTO E IMPRESSO UMA VEZ, NO PRIMEIRO ALERTA DELE.
       0390-IMPRIMIR-ALERTA  SECTION.
             IF WRK-LINHA-ATUAL + WRK-LINHAS-POR-ALERTA GREATER
                WRK-LINHAS-POR-PAGINA
                PERFORM 0360-NOVA-PAGINA
             END-IF.

             IF NOT WRK-DOC-JA-IMPRESSO
                MOVE SPACES TO REG-RELAMLCLI
                STRING "CPF/CNPJ: "   DELIMITED BY SIZE
                       WRK-DOC-ATUAL  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WRK-NOME-ATUAL DELIMITED BY SIZE
                  INTO REG-RELAMLCLI
                PERFORM 0370-GRAVAR-LINHA
                MOVE "S" TO WRK-DOC-IMPRESSO
             END-IF.

             MOVE SPACES TO REG-RELAMLCLI.
             STRING "  MOTIVO "    DELIMITED BY SIZE
                    WRK-MOTIVO     DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    WRK-DESC-MOTIVO(WRK-IDX-MOTIVO) DELIMITED BY SIZE
                    " CASO "       DELIMITED BY SIZE
                    WRK-SITUACAO-CASO DELIMITED BY SIZE
               INTO REG-RELAMLCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE WRK-ALE-QTD   TO WRK-QTD-ALE-ED.
             MOVE WRK-ALE-TOTAL TO WRK-TOTAL-ED.
             MOVE SPACES TO REG-RELAMLCLI.
             STRING "    QTD "        DELIMITED BY SIZE
                    WRK-QTD-ALE-ED    DELIMITED BY SIZE
                    "  TOTAL "        DELIMITED BY SIZE
                    WRK-TOTAL-ED      DELIMITED BY SIZE
                    "  DE "           DELIMITED BY SIZE
                    WRK-ALE-PRIMEIRO  DELIMITED BY SIZE
                    " A "             DELIMITED BY SIZE
                    WRK-ALE-ULTIMO    DELIMITED BY SIZE
               INTO REG-RELAMLCLI.
             PERFORM 0370-GRAVAR-LINHA.

             MOVE SPACES TO REG-RELAMLCLI.
             STRING "    ULTIMO: AGENCIA " DELIMITED BY SIZE
                    WRK-ANC-AGENCIA        DELIMITED BY SIZE
                    " CONTA "              DELIMITED BY SIZE
                    WRK-ANC-CONTA          DELIMITED BY SIZE
                    " LOTE "               DELIMITED BY SIZE
                    WRK-L-LOTE(WRK-ALE-ANCORA) DELIMITED BY SIZE
                    " SEQ "                DELIMITED BY SIZE
                    WRK-L-SEQUENCIA(WRK-ALE-ANCORA) DELIMITED BY SIZE
               INTO REG-RELAMLCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0390-FIM. EXIT.

      *----------------------- CONVERTER DATA EM NUMERO DE DIAS
      *    CONTAGEM CIVIL COM O ANO COMECANDO EM MARCO (JANEIRO E
      *    FEVEREIRO CONTAM NO ANO ANTERIOR), O QUE DEIXA O DIA
      *    BISSEXTO NO FIM DO ANO E A DIFERENCA ENTRE DUAS DATAS
      *    IGUAL AO NUMERO DE DIAS CORRIDOS ENTRE ELAS.
       0395-CALCULAR-DIAS    SECTION.
             MOVE WRK-DN-ANO-DATA TO WRK-DN-ANO.
             MOVE WRK-DN-MES-DATA TO WRK-DN-MES.
             IF WRK-DN-MES LESS 3
                ADD 12 TO WRK-DN-MES
                SUBTRACT 1 FROM WRK-DN-ANO
             END-IF.

             COMPUTE WRK-DN-TERMO-MES = 153 * (WRK-DN-MES - 3) + 2.
             DIVIDE 5 INTO WRK-DN-TERMO-MES.
             DIVIDE WRK-DN-ANO BY 4   GIVING WRK-DN-Q4.
             DIVIDE WRK-DN-ANO BY 100 GIVING WRK-DN-Q100.
             DIVIDE WRK-DN-ANO BY 400 GIVING WRK-DN-Q400.

             COMPUTE WRK-DN-DIAS = WRK-DN-DIA-DATA
                + WRK-DN-TERMO-MES
                + (365 * WRK-DN-ANO)
                + WRK-DN-Q4
                - WRK-DN-Q100
                + WRK-DN-Q400.
       0395-FIM. EXIT.

      *----------------------- FINALIZAR
      *    RETURN-CODE 04 QUANDO HA ALERTA NOVO, DECISAO IGNORADA
      *    OU DOCUMENTO NAO ANALISADO POR INTEIRO: O SETOR DE PLD
      *    PRECISA OLHAR A RELACAO ANTES DO PRAZO DE COMUNICACAO.
       0400-FINALIZAR        SECTION.
           IF NOT WRK-E-PRIMEIRO
              PERFORM 0330-ANALISAR-DOCUMENTO
           END-IF.

           PERFORM 0410-LISTAR-PENDENTES.
           PERFORM 0420-IMPRIMIR-TOTAIS.

           IF WRK-LANMES-DISPONIVEL
              CLOSE LANMESCLI
           END-IF.

           CLOSE LANARQCLI
                 SARQCLI
                 CASAMLCLI
                 ALEAMLCLI
                 RELAMLCLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "LANCTOS JANELA..: " WRK-QTD-LANCTOS.
           DISPLAY "DOCUMENTOS......: " WRK-CONTADOR-DOCS.
           DISPLAY "ALERTAS.........: " WRK-CONTADOR-ALERTAS.
           DISPLAY "CASOS NOVOS.....: " WRK-CONTADOR-NOVOS.
           DISPLAY "CASOS REABERTOS.: " WRK-CONTADOR-REABERTOS.
           DISPLAY "DECISOES........: " WRK-CONTADOR-DECISOES.

      *    NAO REBAIXA UM 16 JA POSTO.
           IF RETURN-CODE LESS 4
              IF WRK-CONTADOR-ALERTAS GREATER ZEROS OR
                 WRK-DECISOES-INVALID GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       0400-FIM. EXIT.

      *----------------------- LISTAR CASOS AGUARDANDO ANALISE
      *    TODO CASO "A" DO CADASTRO, DESTA EXECUCAO OU ANTERIOR.
       0410-LISTAR-PENDENTES SECTION.
           PERFORM 0360-NOVA-PAGINA.

           MOVE SPACES TO REG-RELAMLCLI.
           STRING "CASOS AGUARDANDO ANALISE" DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELAMLCLI.
           STRING "CPF/CNPJ       MOTIVO  ABERTURA  COBERTURA"
                     DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE LOW-VALUES TO CAS-CHAVE.
           START CASAMLCLI KEY IS NOT LESS CAS-CHAVE
              INVALID KEY
                 GO TO 0410-FIM
           END-START.

           PERFORM 0411-LER-CASO-PENDENTE
              UNTIL FS-CASAMLCLI NOT EQUAL ZEROS.
       0410-FIM. EXIT.

       0411-LER-CASO-PENDENTE SECTION.
           READ CASAMLCLI NEXT RECORD
              AT END
                 GO TO 0411-FIM
           END-READ.

           IF CAS-ABERTO
              ADD 1 TO WRK-CONTADOR-PENDENTES
              MOVE SPACES TO REG-RELAMLCLI
              STRING CAS-CPF-CNPJ       DELIMITED BY SIZE
                     "   "              DELIMITED BY SIZE
                     CAS-MOTIVO         DELIMITED BY SIZE
                     "    "             DELIMITED BY SIZE
                     CAS-DATA-ABERTURA  DELIMITED BY SIZE
                     "  "               DELIMITED BY SIZE
                     CAS-DATA-COBERTURA DELIMITED BY SIZE
                INTO REG-RELAMLCLI
              PERFORM 0370-GRAVAR-LINHA
           END-IF.
       0411-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS DE CONTROLE
       0420-IMPRIMIR-TOTAIS  SECTION.
           MOVE SPACES TO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-QTD-LANCTOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "LANCAMENTOS NA JANELA: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-DOCS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "DOCUMENTOS ANALISADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           PERFORM 0421-IMPRIMIR-TOTAL-MOTIVO
              VARYING WRK-IDX-MOTIVO FROM 1 BY 1
              UNTIL WRK-IDX-MOTIVO GREATER 3.

           MOVE WRK-CONTADOR-NOVOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "CASOS NOVOS..........: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-REABERTOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "CASOS REABERTOS......: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "AGUARDANDO ANALISE...: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-DECISOES TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "DECISOES APLICADAS...: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-DECISOES-INVALID TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "DECISOES IGNORADAS...: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0420-FIM. EXIT.

       0421-IMPRIMIR-TOTAL-MOTIVO SECTION.
           MOVE WRK-ALERTAS-MOTIVO(WRK-IDX-MOTIVO) TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELAMLCLI.
           STRING "ALERTAS MOTIVO 0"   DELIMITED BY SIZE
                  WRK-IDX-MOTIVO       DELIMITED BY SIZE
                  ".....: "            DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-DESC-MOTIVO(WRK-IDX-MOTIVO) DELIMITED BY SIZE
             INTO REG-RELAMLCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0421-FIM. EXIT.
