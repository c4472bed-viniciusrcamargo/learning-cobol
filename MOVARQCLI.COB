       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    MOVARQCLI E O ARQUIVO DE MOVIMENTO DIARIO (DEPOSITOS,
      *    SAQUES, TRANSFERENCIAS ENTRE CONTAS QUALIFICADAS E
      *    ESTORNOS DE LANCAMENTOS JA APLICADOS)
      *    ENVIADO ENTRE AS EXTRACOES COMPLETAS DO JOB ABRARQ --
      *    SEQUENCIAL PLANO, SEM ORDEM EXIGIDA, POIS O SARQCLI E
      *    ACESSADO DIRETO PELA CHAVE.
               FILE STATUS IS FS-REJMOVCLI.
           SELECT RELMOVCLI ASSIGN TO ".\RELMOVCLI.TXT"
               FILE STATUS IS FS-RELMOVCLI.
      *    LANARQCLI E O RAZAO DO MES ABERTO DE MOVIMENTOS
      *    APLICADOS: CADA MOVIMENTO QUE CHEGA A ALTERAR
      *    SARQCLI-SALDO GANHA UM REGISTRO COM O SALDO RESULTANTE --
      *    E DELE QUE O EXTRATO MENSAL (EXTRATOCLI) RECONSTROI COMO
      *    CADA SALDO FOI FORMADO, EM VEZ DE A AGENCIA ADIVINHAR.
      *    INDEXADO POR CONTA+DATA+HORA+LOTE+SEQUENCIA: O REINICIO E
      *    O ESTORNO VAO DIRETO A CONTA, SEM LER O RAZAO INTEIRO.
      *    LANMESCLI E A GERACAO DO ULTIMO MES FECHADO (FECLANCLI),
      *    SO CONSULTADA -- O ESTORNO DE LANCAMENTO DO MES ANTERIOR
      *    ACHA O ORIGINAL NELA. SEM ELA SO O MES ABERTO E VISTO.
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
      *    MOVCTLCLI E O CONTROLE DE LOTES DE MOVIMENTO: UM REGISTRO
      *    POR LOTE JA VISTO, COM STATUS P-PARCIAL (EXECUCAO CAIU NO
      *    MEIO) OU C-COMPLETO. LOTE COMPLETO RESUBMETIDO E RECUSADO
      *    SEQUENCIAS JA REGISTRADAS NO RAZAO E NAS REJEICOES.
           SELECT MOVCTLCLI ASSIGN TO ".\MOVCTLCLI.TXT"
               FILE STATUS IS FS-MOVCTLCLI.
      *    LIMARQCLI E O CADASTRO DE LIMITES DE CHEQUE ESPECIAL
      *    CONTRATADOS (CARGA PELO CRGLIMCLI) E PARMLIMCLI O LIMITE
      *    PADRAO DE CADA TIPO DE CONTA, USADO QUANDO A CONTA NAO TEM
      *    LIMITE PROPRIO VIGENTE. O DEBITO QUE LEVARIA O SALDO
      *    ABAIXO DE MENOS O LIMITE E RECUSADO.
           SELECT LIMARQCLI ASSIGN TO ".\LIMARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS FS-LIMARQCLI.
           SELECT PARMLIMCLI ASSIGN TO ".\PARMLIMCLI.TXT"
               FILE STATUS IS FS-PARMLIMCLI.
      *    BLJARQCLI E O CADASTRO DE BLOQUEIOS JUDICIAIS POR VALOR
      *    (BLQJUDCLI), SO CONSULTADO: O DEBITO E CRITICADO CONTRA
      *    O SALDO MENOS O VALOR RETIDO NA CONTA, E O DEBITO DA
      *    TRANSFERENCIA PARA DEPOSITO JUDICIAL (LOTE "BJ") SO E
      *    ACEITO COM A ORDEM GRAVADA NELE.
           SELECT BLJARQCLI ASSIGN TO ".\BLJARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               ALTERNATE RECORD KEY IS BLJ-ORDEM
                   WITH DUPLICATES
               FILE STATUS IS FS-BLJARQCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
           RECORDING MODE IS F.
           COPY "BOOKMOV".

      *    LAYOUT = 62 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
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

       FD  MOVCTLCLI
           RECORDING MODE IS F.
           05  MCT-DATA          PICTURE 9(08).
           05  MCT-HORA          PICTURE 9(06).

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

       FD  BLJARQCLI
           RECORDING MODE IS F.
           COPY "BOOKBLJ".

      *    LAYOUT = 160 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
       01  FS-REJMOVCLI          PICTURE 9(02).
       01  FS-RELMOVCLI          PICTURE 9(02).
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-MOVCTLCLI          PICTURE 9(02).
       01  FS-LIMARQCLI          PICTURE 9(02).
       01  FS-PARMLIMCLI         PICTURE 9(02).
       01  FS-BLJARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).


      *------------ CONTROLE DE LOTE E REINICIO
       01  WRK-LOTE-ATUAL        PICTURE X(08) VALUE SPACES.
       01  WRK-LOTE-ATUAL-R REDEFINES WRK-LOTE-ATUAL.
           05  WRK-LOTE-PREFIXO  PICTURE X(02).
               88  WRK-LOTE-JUDICIAL         VALUE "BJ".
           05  FILLER            PICTURE X(06).
       01  WRK-SITUACAO-LOTE     PICTURE X(01) VALUE "N".
           88  WRK-LOTE-NOVO             VALUE "N".
           88  WRK-LOTE-REINICIO         VALUE "P".
           88  WRK-LOTE-DUPLICADO        VALUE "C".
      *    DATA/HORA DA EXECUCAO QUE REGISTROU O LOTE PARCIAL: OS
      *    LANCAMENTOS DELA (E DE REINICIOS POSTERIORES) ESTAO NO
      *    RAZAO DA CONTA A PARTIR DESTE PONTO DA CHAVE.
       01  WRK-REINICIO-DATA     PICTURE 9(08) VALUE ZEROS.
       01  WRK-REINICIO-HORA     PICTURE 9(06) VALUE ZEROS.
      *    MAIOR HORA JA CARIMBADA NO CONTROLE PARA A DATA DE NEGOCIO
      *    ATUAL: A HORA DESTA EXECUCAO TEM DE SER MAIOR QUE ELA.
       01  WRK-ULTIMA-HORA-DATA  PICTURE 9(06) VALUE ZEROS.

      *------------ TABELA DE SEQUENCIAS JA TRATADAS DO LOTE
      *    INDEXADA DIRETAMENTE POR MOV-SEQUENCIA (1-999999):
       01  WRK-CONTADOR-CREDITO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-DEBITO   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-TRANSF   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-ESTORNO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REJEIT   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-PULADO   PICTURE 9(09) USAGE COMP VALUE ZEROS.

       01  WRK-LAN-CONTA         PICTURE 9(07).
       01  WRK-LAN-OPERACAO      PICTURE X(01).
       01  WRK-LAN-SALDO         PICTURE S9(09)V99.
       01  WRK-LAN-CONTRA.
           05  WRK-LAN-AGENCIA-CONTRA PICTURE 9(04).
           05  WRK-LAN-CONTA-CONTRA   PICTURE 9(07).

      *------------ POSICIONAMENTO NO RAZAO POR CONTA
      *    CHAVE DE PARTIDA DO START (CONTA + DATA/HORA A PARTIR DA
      *    QUAL INTERESSA) E FIM DA VARREDURA: A LEITURA SEGUE
      *    ENQUANTO O LANCAMENTO FOR DA MESMA CONTA.
       01  WRK-CHAVE-PARTIDA.
           05  WRK-PAR-CHAVE.
               10  WRK-PAR-AGENCIA   PICTURE 9(04).
               10  WRK-PAR-CONTA     PICTURE 9(07).
           05  WRK-PAR-DATA      PICTURE 9(08).
           05  WRK-PAR-HORA      PICTURE 9(06).
           05  WRK-PAR-LOTE      PICTURE X(08).
           05  WRK-PAR-SEQUENCIA PICTURE 9(06).
       01  WRK-FIM-CONTA         PICTURE X(01).
           88  WRK-CONTA-ESGOTADA        VALUE "S".
       01  WRK-LANMES-ABERTO     PICTURE X(01) VALUE "N".
           88  WRK-LANMES-DISPONIVEL     VALUE "S".

      *------------ VARIAVEIS DA TRANSFERENCIA
       01  WRK-SALDO-ORIGEM      PICTURE S9(09)V99.
       01  WRK-SALDO-DESTINO     PICTURE S9(09)V99.

      *------------ VARIAVEIS DO ESTORNO
      *    O LANCAMENTO ORIGINAL E PROCURADO NO RAZAO DA CONTA DO
      *    MOVIMENTO PELO LOTE E SEQUENCIA INFORMADOS; NA
      *    TRANSFERENCIA ELE TEM DUAS PERNAS: A ENVIADA ("E", NA
      *    CONTA DO MOVIMENTO) E A RECEBIDA ("R", NA CONTA DE
      *    DESTINO), LIDA DIRETO PELA CHAVE DA CONTRAPARTIDA.
       01  WRK-EST-ORIGINAL.
           05  WRK-EST-CHAVE.
               10  WRK-EST-AGENCIA   PICTURE 9(04).
               10  WRK-EST-CONTA     PICTURE 9(07).
           05  WRK-EST-OPERACAO  PICTURE X(01).
           05  WRK-EST-VALOR     PICTURE 9(09)V99.
       01  WRK-EST-CHAVE-REC.
           05  WRK-EST-AGENCIA-REC   PICTURE 9(04).
           05  WRK-EST-CONTA-REC     PICTURE 9(07).
       01  WRK-EST-ACHOU         PICTURE X(01).
           88  WRK-ORIGINAL-ACHADO       VALUE "S".
       01  WRK-EST-ACHOU-REC     PICTURE X(01).
           88  WRK-PERNA-REC-ACHADA      VALUE "S".
       01  WRK-EST-JA-FEITO      PICTURE X(01).
           88  WRK-JA-ESTORNADO          VALUE "S".
       01  WRK-EST-REF-ESTORNO   PICTURE X(01).
           88  WRK-REF-E-ESTORNO         VALUE "S".
       01  WRK-EST-CHAVE-PERNA   PICTURE X(39).
      *    GERACAO ONDE A PERNA ENVIADA FOI ACHADA (A-MES ABERTO,
      *    F-ULTIMO MES FECHADO) E A QUE ESTA SENDO VARRIDA.
       01  WRK-EST-ARQ-PERNA     PICTURE X(01).
           88  WRK-PERNA-NO-MES-ABERTO   VALUE "A".
           88  WRK-PERNA-NO-MES-FECHADO  VALUE "F".
       01  WRK-EST-ARQ-VARRIDO   PICTURE X(01).

      *------------ VARIAVEIS DO LIMITE DE CHEQUE ESPECIAL
       01  WRK-LIMITE-PADRAO-TAB.
           05  WRK-LIMITE-PADRAO PICTURE 9(09)V99 OCCURS 4 TIMES.
       01  WRK-IDX-TIPO          PICTURE 9(01).
       01  WRK-LIMARQCLI-ABERTO  PICTURE X(01) VALUE "N".
           88  WRK-LIMITES-DISPONIVEIS   VALUE "S".
       01  WRK-LIMITE-CONTA      PICTURE 9(09)V99.
       01  WRK-SALDO-DISPONIVEL  PICTURE S9(11)V99.
       01  WRK-SITUACAO-LIMITE   PICTURE X(01).
           88  WRK-DENTRO-DO-LIMITE      VALUE "S".
           88  WRK-LIMITE-EXCEDIDO       VALUE "N" "J".
           88  WRK-FUNDOS-BLOQUEADOS     VALUE "J".

      *------------ VARIAVEIS DO BLOQUEIO JUDICIAL
      *    VALOR AINDA RETIDO NA CONTA PELOS BLOQUEIOS ATIVOS E, NO
      *    LOTE "BJ", SE A TRANSFERENCIA PARA DEPOSITO JUDICIAL QUE
      *    GEROU O DEBITO ESTA GRAVADA NO CADASTRO.
       01  WRK-BLJARQCLI-ABERTO  PICTURE X(01) VALUE "N".
           88  WRK-BLOQUEIOS-DISPONIVEIS VALUE "S".
       01  WRK-VALOR-BLOQUEADO   PICTURE 9(11)V99.
       01  WRK-CONTA-BLOQUEIO    PICTURE X(11).
       01  WRK-FIM-BLOQUEIO      PICTURE X(01).
           88  WRK-BLOQUEIOS-ESGOTADOS   VALUE "S".
       01  WRK-ORDEM-JUDICIAL    PICTURE X(01).
           88  WRK-ORDEM-JUDICIAL-ACHADA VALUE "S".

      *------------ VARIAVEIS DO RELATORIO DE TOTAIS DE CONTROLE
       01  WRK-NOME-ARQ-ENTRADA  PICTURE X(13) VALUE "MOVARQCLI.TXT".
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-HORA-TIME         PICTURE 9(08).
       01  WRK-LIDOS-ED          PICTURE ZZZZZZZZ9.
       01  WRK-CREDITOS-ED       PICTURE ZZZZZZZZ9.
       01  WRK-DEBITOS-ED        PICTURE ZZZZZZZZ9.
       01  WRK-TRANSF-ED         PICTURE ZZZZZZZZ9.
       01  WRK-ESTORNOS-ED       PICTURE ZZZZZZZZ9.
       01  WRK-REJEITADOS-ED     PICTURE ZZZZZZZZ9.
       01  WRK-PULADOS-ED        PICTURE ZZZZZZZZ9.
       01  WRK-SOMA-ENTRADA-ED   PICTURE Z(10)9,99.
             MOVE "I" TO WRK-RUN-EVENTO.
             MOVE ZEROS TO WRK-RUN-REGISTROS.
             PERFORM 0209-GRAVAR-RUNCTL.
      *    TIME DEVOLVE HHMMSSCC: A HORA DA EXECUCAO E HHMMSS, AS SEIS
      *    PRIMEIRAS POSICOES (AJUSTADA EM 0220 CONTRA O CONTROLE).
             ACCEPT WRK-HORA-TIME FROM TIME.
             MOVE WRK-HORA-TIME(1:6) TO WRK-HORA-EXECUCAO.

             MOVE SPACES TO WRK-SEQ-TABELA.

             OPEN I-O   SARQCLI.
             OPEN OUTPUT RELMOVCLI.

             PERFORM 0230-CARREGAR-LIMITES.
             PERFORM 0235-ABRIR-BLOQUEIOS.

      *    O RAZAO DO MES ABERTO E CUMULATIVO ENTRE EXECUCOES (UM
      *    EXTRATO COBRE O MES INTEIRO): ABRE EM I-O, CRIADO VAZIO
      *    SOMENTE QUANDO AINDA NAO EXISTE (FS 35), NO MESMO ESTILO
      *    DO CONTROLE DE NUMERACAO (CRGNUMCLI).
             OPEN I-O LANARQCLI.
             IF FS-LANARQCLI EQUAL 35
                OPEN OUTPUT LANARQCLI
                CLOSE LANARQCLI
                OPEN I-O LANARQCLI
             END-IF.

             OPEN INPUT LANMESCLI.
             IF FS-LANMESCLI EQUAL ZEROS
                MOVE "S" TO WRK-LANMES-ABERTO
             ELSE
                DISPLAY "LANMESCLI (ULTIMO MES FECHADO) NAO "
                        "DISPONIVEL - ESTORNO SO DO MES ABERTO"
             END-IF.

      *    NO REINICIO AS SEQUENCIAS REJEITADAS FORAM RECONSTRUIDAS
      *    EM 0225 E AS APLICADAS SAO CONSULTADAS NO RAZAO DA CONTA,
      *    MOVIMENTO A MOVIMENTO (0226) -- AS REJEICOES DA
      *    EXECUCAO INTERROMPIDA PERMANECEM VALIDAS E O ARQUIVO E
      *    ESTENDIDO, NAO REGRAVADO.
             IF WRK-LOTE-REINICIO
                OPEN EXTEND REJMOVCLI
                PERFORM 0227-REGISTRAR-LOTE
             ELSE
                OPEN OUTPUT REJMOVCLI
                IF FS-MOVARQCLI EQUAL ZEROS
       0209-FIM. EXIT.

      *----------------------- CONFERIR O LOTE NO CONTROLE
      *    A HORA DA EXECUCAO E A POSICAO DOS LANCAMENTOS NA CHAVE DO
      *    RAZAO (CONTA+DATA+HORA+LOTE+SEQUENCIA): NA MESMA DATA DE
      *    NEGOCIO ELA TEM DE CRESCER DE EXECUCAO PARA EXECUCAO, OU
      *    UM LOTE APLICADO DEPOIS DA MEIA-NOITE FICARIA NO RAZAO
      *    ANTES DOS DA NOITE ANTERIOR E OS SALDOS DO EXTRATO SAIRIAM
      *    FORA DE ORDEM. TODA EXECUCAO QUE LANCA DEIXA A SUA HORA NO
      *    CONTROLE (0227); SE O RELOGIO NAO PASSOU DA MAIOR HORA JA
      *    REGISTRADA PARA A DATA, VALE ESSA HORA MAIS UM.
       0220-VERIFICAR-LOTE   SECTION.
             MOVE "N" TO WRK-SITUACAO-LOTE.
             MOVE ZEROS TO WRK-ULTIMA-HORA-DATA.

             OPEN INPUT MOVCTLCLI.
             IF FS-MOVCTLCLI NOT EQUAL ZEROS
                UNTIL FS-MOVCTLCLI NOT EQUAL ZEROS.
             CLOSE MOVCTLCLI.

             IF WRK-HORA-EXECUCAO NOT GREATER WRK-ULTIMA-HORA-DATA
                COMPUTE WRK-HORA-EXECUCAO = WRK-ULTIMA-HORA-DATA + 1
                DISPLAY "HORA DA EXECUCAO AJUSTADA PARA "
                        WRK-HORA-EXECUCAO " (CONTROLE DE LOTES)"
             END-IF.

             IF WRK-LOTE-REINICIO
                DISPLAY "LOTE " WRK-LOTE-ATUAL " PARCIAL - REINICIO"
                PERFORM 0225-RECONSTRUIR-SEQUENCIAS
       0221-LER-CONTROLE-LOTE SECTION.
             READ MOVCTLCLI.
             IF FS-MOVCTLCLI EQUAL ZEROS
      *    O LOTE RETOMADO TEM UM REGISTRO POR EXECUCAO: O REINICIO
      *    PARTE DO PRIMEIRO, ONDE ESTAO OS LANCAMENTOS MAIS ANTIGOS.
                IF MCT-LOTE EQUAL WRK-LOTE-ATUAL
                   IF WRK-LOTE-NOVO
                      MOVE MCT-DATA   TO WRK-REINICIO-DATA
                      MOVE MCT-HORA   TO WRK-REINICIO-HORA
                   END-IF
                   MOVE MCT-STATUS TO WRK-SITUACAO-LOTE
                END-IF
                IF MCT-DATA EQUAL WRK-DATA-EXECUCAO AND
                   MCT-HORA GREATER WRK-ULTIMA-HORA-DATA
                   MOVE MCT-HORA TO WRK-ULTIMA-HORA-DATA
                END-IF
             END-IF.
       0221-FIM. EXIT.

      *----------------------- RECONSTRUIR SEQUENCIAS JA TRATADAS
      *    O RAZAO (MOVIMENTOS APLICADOS) E O ARQUIVO DE REJEICOES
      *    (MOVIMENTOS RECUSADOS) JUNTOS COBREM TUDO O QUE A
      *    EXECUCAO INTERROMPIDA CHEGOU A TRATAR, NO MESMO ESTILO DA
      *    RECONSTRUCAO DE CHAVES DA ABERTURAARQUIVO. AS REJEICOES
      *    SAO DO PROPRIO LOTE E SAO RELIDAS AQUI; O RAZAO E
      *    CONSULTADO POR CONTA QUANDO CADA MOVIMENTO E LIDO (0226).
       0225-RECONSTRUIR-SEQUENCIAS SECTION.
             OPEN INPUT REJMOVCLI.
             IF FS-REJMOVCLI EQUAL ZEROS
                PERFORM 0228-LER-REJEICAO-REINICIO
             END-IF.
       0225-FIM. EXIT.

      *----------------------- CONSULTAR O RAZAO NO REINICIO
      *    TODO MOVIMENTO APLICADO DEIXA LANCAMENTO NA CONTA DO
      *    PROPRIO MOVIMENTO (NA TRANSFERENCIA, A PERNA ENVIADA; NO
      *    ESTORNO DE TRANSFERENCIA, A RECEBIDA), GRAVADO DEPOIS DA
      *    DATA/HORA EM QUE O LOTE FOI REGISTRADO: BASTA LER A CONTA
      *    DALI EM DIANTE.
       0226-CONSULTAR-RAZAO-REINICIO SECTION.
             MOVE MOV-AGENCIA       TO WRK-PAR-AGENCIA.
             MOVE MOV-CONTA         TO WRK-PAR-CONTA.
             MOVE WRK-REINICIO-DATA TO WRK-PAR-DATA.
             MOVE WRK-REINICIO-HORA TO WRK-PAR-HORA.
             MOVE LOW-VALUES        TO WRK-PAR-LOTE.
             MOVE ZEROS             TO WRK-PAR-SEQUENCIA.
             MOVE WRK-CHAVE-PARTIDA TO LAN-CHAVE-LANCAMENTO.
             MOVE "N" TO WRK-FIM-CONTA.

             START LANARQCLI KEY IS NOT LESS LAN-CHAVE-LANCAMENTO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-CONTA
             END-START.

             PERFORM 0229-LER-RAZAO-REINICIO
                UNTIL WRK-CONTA-ESGOTADA.
       0226-FIM. EXIT.

       0229-LER-RAZAO-REINICIO SECTION.
             READ LANARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0229-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-PAR-CHAVE
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0229-FIM
             END-IF.

             IF LAN-LOTE EQUAL WRK-LOTE-ATUAL AND
                LAN-SEQUENCIA EQUAL MOV-SEQUENCIA
                MOVE "S" TO WRK-SEQ-APLICADA(MOV-SEQUENCIA)
                MOVE "S" TO WRK-FIM-CONTA
             END-IF.
       0229-FIM. EXIT.

       0228-LER-REJEICAO-REINICIO SECTION.
             READ REJMOVCLI.
             IF FS-REJMOVCLI EQUAL ZEROS
      *----------------------- REGISTRAR LOTE NOVO COMO PARCIAL
      *    O REGISTRO "P" E GRAVADO ANTES DO PRIMEIRO MOVIMENTO: SE
      *    A EXECUCAO CAIR, A RESUBMISSAO ENCONTRA O LOTE PARCIAL E
      *    ENTRA EM REINICIO EM VEZ DE REAPLICAR TUDO. O REINICIO
      *    TAMBEM GRAVA O SEU "P", COM A SUA HORA: SE ELE CAIR DE
      *    NOVO, A HORA DOS LANCAMENTOS QUE DEIXOU CONTINUA NO
      *    CONTROLE PARA A PROXIMA EXECUCAO DA DATA (0220).
       0227-REGISTRAR-LOTE   SECTION.
             OPEN EXTEND MOVCTLCLI.
             IF FS-MOVCTLCLI EQUAL 35
             CLOSE MOVCTLCLI.
       0227-FIM. EXIT.

      *----------------------- CARREGAR LIMITES DE CHEQUE ESPECIAL
      *    SEM O PARAMETRO O LIMITE PADRAO E ZERO (NENHUM DEBITO
      *    PODE DEIXAR A CONTA DEVEDORA) E SEM O CADASTRO SO VALE O
      *    PADRAO: NA DUVIDA O MOVIMENTO E RECUSADO, NUNCA LIBERADO.
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
      *    SEM O CADASTRO (NENHUMA ORDEM JUDICIAL RECEBIDA AINDA)
      *    NAO HA VALOR RETIDO EM CONTA NENHUMA; ERRO DE ABERTURA
      *    COM ELE PRESENTE ABORTA -- DEBITAR SEM VER OS BLOQUEIOS
      *    LIBERARIA DINHEIRO RETIDO POR ORDEM JUDICIAL.
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

       0210-LEITURA          SECTION.
            READ MOVARQCLI.
       0210-FIM. EXIT.
      *    E PULADA ANTES DE QUALQUER ACUMULACAO: ELA JA CONTOU NA
      *    EXECUCAO INTERROMPIDA E RECONTA-LA DIVERGIRIA OS TOTAIS.
       0300-PROCESSAR        SECTION.
             IF WRK-LOTE-REINICIO AND
                MOV-SEQUENCIA NUMERIC AND
                MOV-SEQUENCIA GREATER ZEROS AND
                WRK-SEQ-APLICADA(MOV-SEQUENCIA) EQUAL SPACES
                PERFORM 0226-CONSULTAR-RAZAO-REINICIO
             END-IF.

             IF MOV-SEQUENCIA NUMERIC AND
                MOV-SEQUENCIA GREATER ZEROS AND
                WRK-SEQ-APLICADA(MOV-SEQUENCIA) EQUAL "S"
                WHEN MOV-OPERACAO EQUAL "T"
                   MOVE "A" TO WRK-SEQ-APLICADA(MOV-SEQUENCIA)
                   PERFORM 0350-APLICAR-TRANSFERENCIA
                WHEN MOV-OPERACAO EQUAL "X"
                   MOVE "A" TO WRK-SEQ-APLICADA(MOV-SEQUENCIA)
                   PERFORM 0370-APLICAR-ESTORNO
                WHEN OTHER
                   MOVE "A" TO WRK-SEQ-APLICADA(MOV-SEQUENCIA)
                   MOVE "INVALID-OPER" TO RJM-MOTIVO
      *----------------------- APLICAR O MOVIMENTO NO SALDO
      *    SARQCLI-SALDO CARREGA SINAL: UM DEBITO MAIOR QUE O SALDO
      *    DEIXA A CONTA DEVEDORA (SALDO NEGATIVO), EXATAMENTE COMO
      *    NO SISTEMA CENTRAL -- MAS SO ATE O LIMITE DE CHEQUE
      *    ESPECIAL DA CONTA (0360).
       0330-APLICAR-MOVIMENTO SECTION.
             MOVE SPACES TO RJM-MOTIVO.
             IF MOV-OPERACAO EQUAL "D" AND WRK-LOTE-JUDICIAL
                PERFORM 0332-CRITICAR-DEBITO-JUDICIAL
             ELSE
                PERFORM 0331-CRITICAR-MOVIMENTO
             END-IF.

             IF RJM-MOTIVO NOT EQUAL SPACES
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0330-FIM
             END-IF.

             IF MOV-OPERACAO EQUAL "C"
                ADD MOV-VALOR TO SARQCLI-SALDO
                MOVE MOV-CONTA     TO WRK-LAN-CONTA
                MOVE MOV-OPERACAO  TO WRK-LAN-OPERACAO
                MOVE SARQCLI-SALDO TO WRK-LAN-SALDO
                MOVE ZEROS         TO WRK-LAN-CONTRA
                PERFORM 0335-GRAVAR-LANCAMENTO
             ELSE
                DISPLAY "ERRO AO REGRAVAR " MOV-AGENCIA MOV-CONTA
             END-IF.
       0330-FIM. EXIT.

      *----------------------- CRITICAR O MOVIMENTO COMUM
      *    O STATUS DA CONTA E CRITICADO ANTES DO SALDO: ENCERRADA E
      *    BLOQUEIO TOTAL RECUSAM QUALQUER MOVIMENTO; BLOQUEIO SO
      *    PARA CREDITO (ORDEM JUDICIAL) AINDA RECEBE DEPOSITOS, MAS
      *    RECUSA DEBITOS. ESPACO (CARGA ANTERIOR AO CAMPO) VALE
      *    COMO ATIVA. O MOTIVO FICA EM RJM-MOTIVO; ESPACOS = ACEITO.
       0331-CRITICAR-MOVIMENTO SECTION.
             EVALUATE TRUE
                WHEN SARQCLI-ENCERRADA
                   MOVE "ACCT-CLOSED" TO RJM-MOTIVO
                   GO TO 0331-FIM
                WHEN SARQCLI-BLOQ-TOTAL
                   MOVE "ACCT-BLOCKED" TO RJM-MOTIVO
                   GO TO 0331-FIM
                WHEN SARQCLI-BLOQ-CREDITO AND MOV-OPERACAO EQUAL "D"
                   MOVE "ACCT-BLK-DEBIT" TO RJM-MOTIVO
                   GO TO 0331-FIM
             END-EVALUATE.

      *    O DEBITO QUE SO NAO CABE POR CAUSA DO VALOR RETIDO POR
      *    ORDEM JUDICIAL TEM MOTIVO PROPRIO, PARA A AGENCIA NAO
      *    TRATA-LO COMO FALTA DE LIMITE.
             IF MOV-OPERACAO EQUAL "D"
                PERFORM 0360-VERIFICAR-LIMITE
                IF WRK-FUNDOS-BLOQUEADOS
                   MOVE "JUD-BLOCKED" TO RJM-MOTIVO
                ELSE
                   IF WRK-LIMITE-EXCEDIDO
                      MOVE "OVER-LIMIT" TO RJM-MOTIVO
                   END-IF
                END-IF
             END-IF.
       0331-FIM. EXIT.

      *----------------------- CRITICAR O DEBITO DO DEPOSITO JUDICIAL
      *    O DEBITO DO LOTE "BJ" CUMPRE UMA ORDEM DE TRANSFERENCIA DO
      *    JUIZO SOBRE DINHEIRO JA RETIDO: SO A CONTA ENCERRADA O
      *    IMPEDE -- BLOQUEIO DE STATUS E LIMITE NAO SE APLICAM,
      *    COMO NO ESTORNO. EM TROCA, ELE PRECISA BATER COM A ORDEM
      *    GRAVADA PELO BLQJUDCLI (CONTA, LOTE, SEQUENCIA E VALOR):
      *    UM DEBITO "BJ" SEM ORDEM E RECUSADO.
       0332-CRITICAR-DEBITO-JUDICIAL SECTION.
             IF SARQCLI-ENCERRADA
                MOVE "ACCT-CLOSED" TO RJM-MOTIVO
                GO TO 0332-FIM
             END-IF.

             PERFORM 0365-LER-BLOQUEIOS-CONTA.
             IF NOT WRK-ORDEM-JUDICIAL-ACHADA
                MOVE "JUD-NO-ORDER" TO RJM-MOTIVO
             END-IF.
       0332-FIM. EXIT.

      *----------------------- GRAVAR LANCAMENTO NO RAZAO
      *    SO CHEGA AQUI MOVIMENTO JA APLICADO (REWRITE OK): O RAZAO
      *    REGISTRA O QUE DE FATO ALTEROU O SALDO, COM O SALDO
             MOVE WRK-LAN-SALDO     TO LAN-SALDO-RESULT.
             MOVE MOV-LOTE          TO LAN-LOTE.
             MOVE MOV-SEQUENCIA     TO LAN-SEQUENCIA.
             MOVE WRK-LAN-CONTRA    TO LAN-CHAVE-CONTRA.
      *    O ESTORNO CARREGA NO RAZAO A REFERENCIA DO LANCAMENTO QUE
      *    CANCELA -- E ELA QUE IMPEDE UM SEGUNDO ESTORNO DO MESMO.
             IF MOV-OPERACAO EQUAL "X"
                MOVE MOV-LOTE-ORIGEM TO LAN-LOTE-ORIGEM
                MOVE MOV-SEQ-ORIGEM  TO LAN-SEQ-ORIGEM
             ELSE
                MOVE SPACES          TO LAN-LOTE-ORIGEM
                MOVE ZEROS           TO LAN-SEQ-ORIGEM
             END-IF.

             WRITE REG-LANARQCLI.
             IF FS-LANARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR RAZAO " WRK-LAN-AGENCIA
                        WRK-LAN-CONTA " (" FS-LANARQCLI ")"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0335-FIM. EXIT.
                GO TO 0350-FIM
             END-IF.

             PERFORM 0360-VERIFICAR-LIMITE.
             IF WRK-FUNDOS-BLOQUEADOS
                MOVE "ORIG-JUD-BLOCK" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0350-FIM
             END-IF.
             IF WRK-LIMITE-EXCEDIDO
                MOVE "ORIG-OVER-LIMIT" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0350-FIM
             END-IF.

             SUBTRACT MOV-VALOR FROM SARQCLI-SALDO.
             MOVE SARQCLI-SALDO TO WRK-SALDO-ORIGEM.
             REWRITE REG-SARQCLI.
             MOVE MOV-CONTA        TO WRK-LAN-CONTA.
             MOVE "E"              TO WRK-LAN-OPERACAO.
             MOVE WRK-SALDO-ORIGEM TO WRK-LAN-SALDO.
             MOVE MOV-AGENCIA-DEST TO WRK-LAN-AGENCIA-CONTRA.
             MOVE MOV-CONTA-DEST   TO WRK-LAN-CONTA-CONTRA.
             PERFORM 0335-GRAVAR-LANCAMENTO.

             MOVE MOV-AGENCIA-DEST  TO WRK-LAN-AGENCIA.
             MOVE MOV-CONTA-DEST    TO WRK-LAN-CONTA.
             MOVE "R"               TO WRK-LAN-OPERACAO.
             MOVE WRK-SALDO-DESTINO TO WRK-LAN-SALDO.
             MOVE MOV-AGENCIA       TO WRK-LAN-AGENCIA-CONTRA.
             MOVE MOV-CONTA         TO WRK-LAN-CONTA-CONTRA.
             PERFORM 0335-GRAVAR-LANCAMENTO.
       0350-FIM. EXIT.

             END-READ.
       0355-FIM. EXIT.

      *----------------------- CONFERIR O DEBITO CONTRA O LIMITE
      *    VALE PARA A CONTA QUE ESTA NO BUFFER DE SARQCLI: O SALDO
      *    QUE SOBRARIA DEPOIS DO DEBITO, SOMADO AO LIMITE, NAO PODE
      *    FICAR NEGATIVO. O LIMITE PROPRIO SO VALE ATE A VALIDADE;
      *    VENCIDO OU AUSENTE, VALE O PADRAO DO TIPO DE CONTA.
      *    COM VALOR RETIDO POR BLOQUEIO JUDICIAL A CONTA SO DISPOE
      *    DO SALDO MENOS O RETIDO, E O LIMITE NAO COBRE O DEBITO:
      *    O DINHEIRO BLOQUEADO TEM DE CONTINUAR NA CONTA, NAO PODE
      *    VIRAR SALDO DEVEDOR. SE SEM O BLOQUEIO O DEBITO CABERIA,
      *    A SITUACAO E "J" (FUNDOS BLOQUEADOS), NAO "N".
       0360-VERIFICAR-LIMITE SECTION.
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
                   + WRK-LIMITE-CONTA - MOV-VALOR.

             IF WRK-SALDO-DISPONIVEL LESS ZEROS
                MOVE "N" TO WRK-SITUACAO-LIMITE
             ELSE
                MOVE "S" TO WRK-SITUACAO-LIMITE
             END-IF.

             PERFORM 0365-LER-BLOQUEIOS-CONTA.
             IF WRK-VALOR-BLOQUEADO EQUAL ZEROS
                GO TO 0360-FIM
             END-IF.

             COMPUTE WRK-SALDO-DISPONIVEL = SARQCLI-SALDO
                   - WRK-VALOR-BLOQUEADO - MOV-VALOR.
             IF WRK-SALDO-DISPONIVEL LESS ZEROS AND
                WRK-DENTRO-DO-LIMITE
                MOVE "J" TO WRK-SITUACAO-LIMITE
             END-IF.
       0360-FIM. EXIT.

      *----------------------- LER OS BLOQUEIOS JUDICIAIS DA CONTA
      *    VARRE O CADASTRO DE BLOQUEIOS DA CONTA QUE ESTA NO BUFFER
      *    DE SARQCLI (A CHAVE COMECA PELA AGENCIA+CONTA): SOMA O
      *    VALOR RETIDO PELOS BLOQUEIOS ATIVOS E PROCURA A
      *    TRANSFERENCIA PARA DEPOSITO JUDICIAL DO MOVIMENTO ATUAL.
       0365-LER-BLOQUEIOS-CONTA SECTION.
             MOVE ZEROS TO WRK-VALOR-BLOQUEADO.
             MOVE "N"   TO WRK-ORDEM-JUDICIAL.
             IF NOT WRK-BLOQUEIOS-DISPONIVEIS
                GO TO 0365-FIM
             END-IF.

             MOVE SARQCLI-CHAVE TO WRK-CONTA-BLOQUEIO.
             MOVE SARQCLI-CHAVE TO BLJ-CHAVE-CONTA.
             MOVE LOW-VALUES    TO BLJ-ORDEM.
             MOVE "N" TO WRK-FIM-BLOQUEIO.
             START BLJARQCLI KEY IS NOT LESS BLJ-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-FIM-BLOQUEIO
             END-START.

             PERFORM 0366-LER-BLOQUEIO
                UNTIL WRK-BLOQUEIOS-ESGOTADOS.
       0365-FIM. EXIT.

       0366-LER-BLOQUEIO     SECTION.
             READ BLJARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-BLOQUEIO
                   GO TO 0366-FIM
             END-READ.

             IF BLJ-CHAVE-CONTA NOT EQUAL WRK-CONTA-BLOQUEIO
                MOVE "S" TO WRK-FIM-BLOQUEIO
                GO TO 0366-FIM
             END-IF.

             IF BLJ-BLOQUEIO AND BLJ-ATIVO
                ADD BLJ-VALOR-BLOQUEADO TO WRK-VALOR-BLOQUEADO
             END-IF.

             IF BLJ-TRANSFERENCIA AND
                BLJ-LOTE EQUAL MOV-LOTE AND
                BLJ-SEQUENCIA EQUAL MOV-SEQUENCIA AND
                BLJ-VALOR-EFETIVADO EQUAL MOV-VALOR
                MOVE "S" TO WRK-ORDEM-JUDICIAL
             END-IF.
       0366-FIM. EXIT.

      *----------------------- APLICAR ESTORNO DE LANCAMENTO
      *    O ESTORNO INFORMA A CONTA, O VALOR E O LOTE/SEQUENCIA DO
      *    LANCAMENTO ORIGINAL; OS TRES PRECISAM BATER COM O RAZAO.
      *    E RECUSADO SE O ORIGINAL NAO EXISTE, SE JA FOI ESTORNADO
      *    OU SE ELE PROPRIO E UM ESTORNO. O ESTORNO CORRIGE ERRO DA
      *    AGENCIA: SO A CONTA ENCERRADA O IMPEDE -- BLOQUEIO E
      *    LIMITE DE CHEQUE ESPECIAL NAO SE APLICAM A ELE.
       0370-APLICAR-ESTORNO  SECTION.
             IF MOV-LOTE-ORIGEM EQUAL SPACES OR
                MOV-SEQ-ORIGEM NOT NUMERIC OR
                MOV-SEQ-ORIGEM EQUAL ZEROS
                MOVE "INVALID-REF" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0370-FIM
             END-IF.

             PERFORM 0371-PROCURAR-ORIGINAL.

             EVALUATE TRUE
                WHEN WRK-REF-E-ESTORNO
                   MOVE "REF-IS-REVERSAL" TO RJM-MOTIVO
                WHEN NOT WRK-ORIGINAL-ACHADO
                   MOVE "REF-NOT-FOUND" TO RJM-MOTIVO
                WHEN WRK-JA-ESTORNADO
                   MOVE "REF-REVERSED" TO RJM-MOTIVO
                WHEN WRK-EST-AGENCIA NOT EQUAL MOV-AGENCIA OR
                     WRK-EST-CONTA NOT EQUAL MOV-CONTA
                   MOVE "REF-ACCT-DIFF" TO RJM-MOTIVO
                WHEN WRK-EST-VALOR NOT EQUAL MOV-VALOR
                   MOVE "REF-VALUE-DIFF" TO RJM-MOTIVO
                WHEN WRK-EST-OPERACAO EQUAL "E" AND
                     NOT WRK-PERNA-REC-ACHADA
                   MOVE "REF-LEG-MISSING" TO RJM-MOTIVO
                WHEN OTHER
                   MOVE SPACES TO RJM-MOTIVO
             END-EVALUATE.

             IF RJM-MOTIVO NOT EQUAL SPACES
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0370-FIM
             END-IF.

             IF WRK-EST-OPERACAO EQUAL "E"
                PERFORM 0375-ESTORNAR-TRANSFERENCIA
             ELSE
                PERFORM 0373-ESTORNAR-MOVIMENTO
             END-IF.
       0370-FIM. EXIT.

      *----------------------- PROCURAR O ORIGINAL NO RAZAO
      *    O ORIGINAL E PROCURADO NOS LANCAMENTOS DA CONTA DO
      *    MOVIMENTO: PRIMEIRO NA GERACAO DO ULTIMO MES FECHADO
      *    (LANMESCLI), DEPOIS NO MES ABERTO. O RAZAO ABERTO EM I-O
      *    JA CONTEM O QUE ESTA EXECUCAO GRAVOU, ENTAO O SEGUNDO
      *    ESTORNO DO MESMO LANCAMENTO NO ARQUIVO TAMBEM E RECUSADO.
      *    NA TRANSFERENCIA A PERNA RECEBIDA E LIDA DIRETO PELA
      *    CHAVE, MONTADA COM A CONTRAPARTIDA DA PERNA ENVIADA.
       0371-PROCURAR-ORIGINAL SECTION.
             MOVE "N" TO WRK-EST-ACHOU.
             MOVE "N" TO WRK-EST-ACHOU-REC.
             MOVE "N" TO WRK-EST-JA-FEITO.
             MOVE "N" TO WRK-EST-REF-ESTORNO.
             MOVE SPACES TO WRK-EST-ARQ-PERNA.
             MOVE SPACES TO WRK-EST-ARQ-VARRIDO.
             MOVE ZEROS  TO WRK-EST-CHAVE-PERNA.

             MOVE MOV-AGENCIA TO WRK-PAR-AGENCIA.
             MOVE MOV-CONTA   TO WRK-PAR-CONTA.
             MOVE ZEROS       TO WRK-PAR-DATA
                                 WRK-PAR-HORA
                                 WRK-PAR-SEQUENCIA.
             MOVE LOW-VALUES  TO WRK-PAR-LOTE.

             IF WRK-LANMES-DISPONIVEL
                MOVE "F" TO WRK-EST-ARQ-VARRIDO
                MOVE WRK-CHAVE-PARTIDA TO LMG-CHAVE-LANCAMENTO
                MOVE "N" TO WRK-FIM-CONTA
                START LANMESCLI KEY IS NOT LESS LMG-CHAVE-LANCAMENTO
                   INVALID KEY
                      MOVE "S" TO WRK-FIM-CONTA
                END-START
                PERFORM 0374-LER-MES-FECHADO-ESTORNO
                   UNTIL WRK-CONTA-ESGOTADA
             END-IF.

             MOVE "A" TO WRK-EST-ARQ-VARRIDO.
             MOVE WRK-CHAVE-PARTIDA TO LAN-CHAVE-LANCAMENTO.
             MOVE "N" TO WRK-FIM-CONTA.
             START LANARQCLI KEY IS NOT LESS LAN-CHAVE-LANCAMENTO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-CONTA
             END-START.
             PERFORM 0372-LER-RAZAO-ESTORNO
                UNTIL WRK-CONTA-ESGOTADA.

             IF WRK-ORIGINAL-ACHADO AND
                WRK-EST-OPERACAO EQUAL "E" AND
                NOT WRK-PERNA-REC-ACHADA
                PERFORM 0378-LER-PERNA-RECEBIDA
             END-IF.
       0371-FIM. EXIT.

       0372-LER-RAZAO-ESTORNO SECTION.
             READ LANARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0372-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-PAR-CHAVE
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0372-FIM
             END-IF.

             PERFORM 0376-EXAMINAR-LANCAMENTO.
       0372-FIM. EXIT.

       0374-LER-MES-FECHADO-ESTORNO SECTION.
             READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                AT END
                   MOVE "S" TO WRK-FIM-CONTA
                   GO TO 0374-FIM
             END-READ.

             IF LAN-CHAVE NOT EQUAL WRK-PAR-CHAVE
                MOVE "S" TO WRK-FIM-CONTA
                GO TO 0374-FIM
             END-IF.

             PERFORM 0376-EXAMINAR-LANCAMENTO.
       0374-FIM. EXIT.

      *----------------------- EXAMINAR LANCAMENTO DA CONTA
      *    A PERNA RECEBIDA ACHADA NA PROPRIA CONTA DO MOVIMENTO
      *    APONTA, PELA CONTRAPARTIDA, A CONTA DA PERNA ENVIADA: O
      *    ORIGINAL E DADO COMO ACHADO NELA, E O ESTORNO CAI EM
      *    REF-ACCT-DIFF COMO QUANDO O RAZAO ERA LIDO INTEIRO.
       0376-EXAMINAR-LANCAMENTO SECTION.
             IF LAN-LOTE EQUAL MOV-LOTE-ORIGEM AND
                LAN-SEQUENCIA EQUAL MOV-SEQ-ORIGEM
                IF LAN-LOTE-ORIGEM NOT EQUAL SPACES
                   MOVE "S" TO WRK-EST-REF-ESTORNO
                ELSE
                   IF LAN-OPERACAO EQUAL "R"
                      MOVE LAN-CHAVE TO WRK-EST-CHAVE-REC
                      MOVE "S"       TO WRK-EST-ACHOU-REC
                      IF NOT WRK-ORIGINAL-ACHADO
                         MOVE LAN-CHAVE-CONTRA TO WRK-EST-CHAVE
                         MOVE "E"              TO WRK-EST-OPERACAO
                         MOVE LAN-VALOR        TO WRK-EST-VALOR
                         MOVE "S"              TO WRK-EST-ACHOU
                      END-IF
                   ELSE
                      MOVE LAN-CHAVE    TO WRK-EST-CHAVE
                      MOVE LAN-OPERACAO TO WRK-EST-OPERACAO
                      MOVE LAN-VALOR    TO WRK-EST-VALOR
                      MOVE "S"          TO WRK-EST-ACHOU
                      MOVE WRK-EST-ARQ-VARRIDO  TO WRK-EST-ARQ-PERNA
                      MOVE LAN-CHAVE-LANCAMENTO TO WRK-EST-CHAVE-PERNA
                      MOVE LAN-CHAVE-CONTRA
                        TO WRK-EST-CHAVE-PERNA(1:11)
                   END-IF
                END-IF
             END-IF.

             IF LAN-LOTE-ORIGEM EQUAL MOV-LOTE-ORIGEM AND
                LAN-SEQ-ORIGEM EQUAL MOV-SEQ-ORIGEM
                MOVE "S" TO WRK-EST-JA-FEITO
             END-IF.
       0376-FIM. EXIT.

      *----------------------- LER A PERNA RECEBIDA PELA CHAVE
      *    AS DUAS PERNAS SAO GRAVADAS NA MESMA EXECUCAO, LOGO ESTAO
      *    NA MESMA GERACAO. CONTRAPARTIDA ZERADA (OU PERNA AUSENTE)
      *    DEIXA O ESTORNO EM REF-LEG-MISSING.
       0378-LER-PERNA-RECEBIDA SECTION.
             IF WRK-EST-CHAVE-PERNA(1:11) EQUAL ZEROS
                GO TO 0378-FIM
             END-IF.

             IF WRK-PERNA-NO-MES-FECHADO
                MOVE WRK-EST-CHAVE-PERNA TO LMG-CHAVE-LANCAMENTO
                READ LANMESCLI INTO REG-LANARQCLI
                   INVALID KEY
                      GO TO 0378-FIM
                END-READ
             ELSE
                MOVE WRK-EST-CHAVE-PERNA TO LAN-CHAVE-LANCAMENTO
                READ LANARQCLI
                   INVALID KEY
                      GO TO 0378-FIM
                END-READ
             END-IF.

             IF LAN-OPERACAO EQUAL "R" AND
                LAN-LOTE-ORIGEM EQUAL SPACES
                MOVE LAN-CHAVE TO WRK-EST-CHAVE-REC
                MOVE "S"       TO WRK-EST-ACHOU-REC
             END-IF.

             IF LAN-LOTE-ORIGEM EQUAL MOV-LOTE-ORIGEM AND
                LAN-SEQ-ORIGEM EQUAL MOV-SEQ-ORIGEM
                MOVE "S" TO WRK-EST-JA-FEITO
             END-IF.
       0378-FIM. EXIT.

      *----------------------- ESTORNAR CREDITO OU DEBITO
      *    O CREDITO ESTORNADO VIRA DEBITO NO RAZAO E VICE-VERSA.
       0373-ESTORNAR-MOVIMENTO SECTION.
             MOVE MOV-AGENCIA TO SARQCLI-AGENCIA.
             MOVE MOV-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE "KEY-NOT-FOUND" TO RJM-MOTIVO
                   PERFORM 0340-GRAVAR-REJMOVCLI
                   GO TO 0373-FIM
             END-READ.

             IF SARQCLI-ENCERRADA
                MOVE "ACCT-CLOSED" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0373-FIM
             END-IF.

             IF WRK-EST-OPERACAO EQUAL "C"
                SUBTRACT MOV-VALOR FROM SARQCLI-SALDO
                MOVE "D" TO WRK-LAN-OPERACAO
             ELSE
                ADD MOV-VALOR TO SARQCLI-SALDO
                MOVE "C" TO WRK-LAN-OPERACAO
             END-IF.

             REWRITE REG-SARQCLI.
             IF FS-SARQCLI NOT EQUAL ZEROS AND FS-SARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO REGRAVAR " MOV-AGENCIA MOV-CONTA
                MOVE "REWRITE-ERROR" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0373-FIM
             END-IF.

             ADD MOV-VALOR TO WRK-SOMA-VALOR-APLIC.
             ADD 1 TO WRK-CONTADOR-ESTORNO.

             MOVE MOV-AGENCIA   TO WRK-LAN-AGENCIA.
             MOVE MOV-CONTA     TO WRK-LAN-CONTA.
             MOVE SARQCLI-SALDO TO WRK-LAN-SALDO.
             MOVE ZEROS         TO WRK-LAN-CONTRA.
             PERFORM 0335-GRAVAR-LANCAMENTO.
       0373-FIM. EXIT.

      *----------------------- ESTORNAR TRANSFERENCIA
      *    AS DUAS PERNAS SAO DESFEITAS JUNTAS OU NENHUMA: O DESTINO
      *    ORIGINAL E DEBITADO ("E") E A ORIGEM ORIGINAL CREDITADA
      *    ("R"). AS DUAS CONTAS SAO CONFERIDAS ANTES DE TOCAR
      *    QUALQUER SALDO; SE O CREDITO FALHAR, O DEBITO E DESFEITO
      *    (0377), COMO NA TRANSFERENCIA COMUM.
       0375-ESTORNAR-TRANSFERENCIA SECTION.
             MOVE MOV-AGENCIA TO SARQCLI-AGENCIA.
             MOVE MOV-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   MOVE "ORIG-NOT-FOUND" TO RJM-MOTIVO
                   PERFORM 0340-GRAVAR-REJMOVCLI
                   GO TO 0375-FIM
             END-READ.
             IF SARQCLI-ENCERRADA
                MOVE "ORIG-CLOSED" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0375-FIM
             END-IF.

             MOVE WRK-EST-CHAVE-REC TO SARQCLI-CHAVE.
             READ SARQCLI
                INVALID KEY
                   MOVE "DEST-NOT-FOUND" TO RJM-MOTIVO
                   PERFORM 0340-GRAVAR-REJMOVCLI
                   GO TO 0375-FIM
             END-READ.
             IF SARQCLI-ENCERRADA
                MOVE "DEST-CLOSED" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0375-FIM
             END-IF.

             SUBTRACT MOV-VALOR FROM SARQCLI-SALDO.
             MOVE SARQCLI-SALDO TO WRK-SALDO-DESTINO.
             REWRITE REG-SARQCLI.
             IF FS-SARQCLI NOT EQUAL ZEROS AND FS-SARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO REGRAVAR DESTINO " WRK-EST-CHAVE-REC
                MOVE "DEST-REWRT-ERR" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0375-FIM
             END-IF.

             MOVE MOV-AGENCIA TO SARQCLI-AGENCIA.
             MOVE MOV-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   PERFORM 0377-DESFAZER-DEBITO-DESTINO
                   MOVE "ORIG-NOT-FOUND" TO RJM-MOTIVO
                   PERFORM 0340-GRAVAR-REJMOVCLI
                   GO TO 0375-FIM
             END-READ.

             ADD MOV-VALOR TO SARQCLI-SALDO.
             MOVE SARQCLI-SALDO TO WRK-SALDO-ORIGEM.
             REWRITE REG-SARQCLI.
             IF FS-SARQCLI NOT EQUAL ZEROS AND FS-SARQCLI NOT EQUAL 02
                DISPLAY "ERRO AO REGRAVAR ORIGEM " MOV-AGENCIA
                        MOV-CONTA
                PERFORM 0377-DESFAZER-DEBITO-DESTINO
                MOVE "ORIG-REWRT-ERR" TO RJM-MOTIVO
                PERFORM 0340-GRAVAR-REJMOVCLI
                GO TO 0375-FIM
             END-IF.

             ADD MOV-VALOR TO WRK-SOMA-VALOR-APLIC.
             ADD 1 TO WRK-CONTADOR-ESTORNO.

             MOVE WRK-EST-AGENCIA-REC TO WRK-LAN-AGENCIA.
             MOVE WRK-EST-CONTA-REC   TO WRK-LAN-CONTA.
             MOVE "E"                 TO WRK-LAN-OPERACAO.
             MOVE WRK-SALDO-DESTINO   TO WRK-LAN-SALDO.
             MOVE MOV-AGENCIA         TO WRK-LAN-AGENCIA-CONTRA.
             MOVE MOV-CONTA           TO WRK-LAN-CONTA-CONTRA.
             PERFORM 0335-GRAVAR-LANCAMENTO.

             MOVE MOV-AGENCIA       TO WRK-LAN-AGENCIA.
             MOVE MOV-CONTA         TO WRK-LAN-CONTA.
             MOVE "R"               TO WRK-LAN-OPERACAO.
             MOVE WRK-SALDO-ORIGEM  TO WRK-LAN-SALDO.
             MOVE WRK-EST-CHAVE-REC TO WRK-LAN-CONTRA.
             PERFORM 0335-GRAVAR-LANCAMENTO.
       0375-FIM. EXIT.

      *----------------------- DESFAZER O DEBITO DO DESTINO ORIGINAL
      *    MESMO TRATAMENTO DE 0355: FALHA AQUI VAI DIRETO A 16.
       0377-DESFAZER-DEBITO-DESTINO SECTION.
             MOVE WRK-EST-CHAVE-REC TO SARQCLI-CHAVE.
             READ SARQCLI
                INVALID KEY
                   DISPLAY "FALHA AO DESFAZER DEBITO "
                           WRK-EST-CHAVE-REC
                   MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                   ADD MOV-VALOR TO SARQCLI-SALDO
                   REWRITE REG-SARQCLI
                   IF FS-SARQCLI NOT EQUAL ZEROS AND
                      FS-SARQCLI NOT EQUAL 02
                      DISPLAY "FALHA AO DESFAZER DEBITO "
                              WRK-EST-CHAVE-REC
                      MOVE 16 TO RETURN-CODE
                   END-IF
             END-READ.
       0377-FIM. EXIT.

      *----------------------- GRAVAR MOVIMENTO REJEITADO
       0340-GRAVAR-REJMOVCLI SECTION.
             WRITE REG-REJMOVCLI.
                 REJMOVCLI
                 RELMOVCLI
                 LANARQCLI.
           IF WRK-LIMITES-DISPONIVEIS
              CLOSE LIMARQCLI
           END-IF.
           IF WRK-LANMES-DISPONIVEL
              CLOSE LANMESCLI
           END-IF.
           IF WRK-BLOQUEIOS-DISPONIVEIS
              CLOSE BLJARQCLI
           END-IF.

           IF WRK-LOTE-ATUAL NOT EQUAL SPACES
              PERFORM 0440-ENCERRAR-LOTE
           DISPLAY "CREDITOS........: " WRK-CONTADOR-CREDITO.
           DISPLAY "DEBITOS.........: " WRK-CONTADOR-DEBITO.
           DISPLAY "TRANSFERENCIAS..: " WRK-CONTADOR-TRANSF.
           DISPLAY "ESTORNOS........: " WRK-CONTADOR-ESTORNO.
           DISPLAY "REJEITADOS......: " WRK-CONTADOR-REJEIT.
           IF WRK-LOTE-REINICIO
              DISPLAY "JA APLICADOS....: " WRK-CONTADOR-PULADO
       0400-FIM. EXIT.

      *----------------------- MARCAR O LOTE COMO COMPLETO
      *    OS REGISTROS "P" GRAVADOS EM 0227 (POR ESTA EXECUCAO E
      *    PELAS INTERROMPIDAS) SAO REGRAVADOS COMO "C": A PROXIMA
      *    SUBMISSAO DO MESMO LOTE SERA RECUSADA INTEIRA EM 0220.
       0440-ENCERRAR-LOTE    SECTION.
           OPEN I-O MOVCTLCLI.
           IF FS-MOVCTLCLI NOT EQUAL ZEROS
             INTO REG-RELMOVCLI.
           WRITE REG-RELMOVCLI.

           MOVE WRK-CONTADOR-ESTORNO TO WRK-ESTORNOS-ED.
           MOVE SPACES TO REG-RELMOVCLI.
           STRING "ESTORNOS APLICADOS..: " DELIMITED BY SIZE
                  WRK-ESTORNOS-ED         DELIMITED BY SIZE
             INTO REG-RELMOVCLI.
           WRITE REG-RELMOVCLI.

           MOVE SPACES TO REG-RELMOVCLI.
           STRING "REJEITADOS..........: " DELIMITED BY SIZE
                  WRK-REJEITADOS-ED       DELIMITED BY SIZE
