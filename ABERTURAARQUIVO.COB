      *    DE SORT DO JCL (ABRARQ.JCL) -- NAO PODE SER TRATADO COMO
      *    INDEXADO POIS SEU LAYOUT FISICO (BOOKCLI) E O MESMO QUE
      *    QUALQUER SISTEMA EXTERNO/SORT PRODUZ, SEM INDICE EMBUTIDO.
      *    O SORT MANTEM CADA SEGMENTO (HEADER E OS REGISTROS QUE O
      *    SEGUEM ATE O PROXIMO HEADER) INTEIRO E NA ORDEM DE CHEGADA,
      *    ORDENANDO POR AGENCIA+CONTA SO DENTRO DELE: E O HEADER QUE
      *    DIZ DE QUE ORIGEM E CADA DETALHE.
           SELECT EARQCLI ASSIGN TO ".\EARQCLI.TXT"
               FILE STATUS IS FS-EARQCLI.
      *    SARQCLI E GRAVADO E LIDO SOMENTE POR PROGRAMAS DESTE
      *    LE ESTE ARQUIVO PARA ALERTAR QUEDAS DE VOLUME.
           SELECT HISTARQCLI ASSIGN TO ".\HISTARQCLI.TXT"
               FILE STATUS IS FS-HISTARQCLI.
      *    ORIARQCLI E O REGISTRO DAS ORIGENS AUTORIZADAS A ENVIAR
      *    SEGMENTOS (JANELA DE ENVIO, QUANTIDADE MINIMA/MAXIMA DE
      *    DETALHES E PERMISSAO DE ALTERACAO/EXCLUSAO), CARREGADO EM
      *    MEMORIA NO INICIO COMO O CADASTRO DE AGENCIAS.
           SELECT ORIARQCLI ASSIGN TO ".\ORIARQCLI.TXT"
               FILE STATUS IS FS-ORIARQCLI.
      *    RETARQCLI E O RETORNO AO SISTEMA DE ORIGEM (HDR-ORIGEM DA
      *    TRANSMISSAO): UM DETALHE POR REGISTRO DE ENTRADA COM A
      *    DISPOSICAO ACEITO/REJEITADO/DUPLICADO E O MOTIVO -- SEM
      *    ELE A ORIGEM REENVIA OS MESMOS REGISTROS RUINS TODA
      *    NOITE. OS DETALHES SAEM EM BLOCOS, CADA UM ABERTO POR UM
      *    HEADER COM A ORIGEM DO SEGMENTO, E O JOB SEPARA DELE O
      *    RETORNO DE CADA ORIGEM (SEPRETCLI). NUMA CADEIA DE
      *    REINICIO O ARQUIVO E ESTENDIDO E O TRAILER E UM SO, COM A
      *    QUANTIDADE RECONTADA DOS DETALHES JA GRAVADOS NO PROPRIO
      *    ARQUIVO (0232).
           SELECT RETARQCLI ASSIGN TO ".\RETARQCLI.TXT"
               FILE STATUS IS FS-RETARQCLI.
      *    COTARQCLI E O CADASTRO DE COTITULARES DAS CONTAS CONJUNTAS
      *    (O PRIMEIRO TITULAR CONTINUA EM SARQCLI). E MANTIDO PELOS
      *    REGISTROS "C" DA ENTRADA E LIDO PELA CONSULTA, PELO CRM,
      *    PELO RELATORIO POR CPF E PELA ANONIMIZACAO LGPD; A CHAVE
      *    ALTERNATIVA CPF/CNPJ ACHA AS CONTAS DE QUE O DOCUMENTO E
      *    COTITULAR.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.
      *    CTTARQCLI E O CADASTRO DE ENDERECO/CONTATO DOS CLIENTES,
      *    UM POR CPF/CNPJ, MANTIDO PELOS REGISTROS "K" DA ENTRADA E
      *    LIDO PELO EXTRATO PARA A POSTAGEM E O ENVIO POR E-MAIL.
      *    NAO E ESVAZIADO NA CARGA COMPLETA: O CONTATO E DO
      *    CLIENTE, NAO DO EXTRATO DE CONTAS.
           SELECT CTTARQCLI ASSIGN TO ".\CTTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CPF-CNPJ
               FILE STATUS IS FS-CTTARQCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  AGEARQCLI
           RECORDING MODE IS F.

      *    LAYOUT = 82 POSICOES

       FD  ORIARQCLI
           RECORDING MODE IS F.
           COPY "BOOKORI".

      *    LAYOUT = 60 POSICOES

       FD  RETARQCLI
           RECORDING MODE IS F.
           COPY "BOOKRET".

      *    LAYOUT = 27 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  CTTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCTT".

      *    LAYOUT = 188 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
       01  FS-AUDARQCLI          PICTURE 9(02).
       01  FS-AGEARQCLI          PICTURE 9(02).
       01  FS-HISTARQCLI         PICTURE 9(02).
       01  FS-ORIARQCLI          PICTURE 9(02).
       01  FS-RETARQCLI          PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-CTTARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

                                  VALUE ZEROS.
       01  WRK-HDR-DATA          PICTURE 9(08) VALUE ZEROS.
       01  WRK-HDR-ORIGEM        PICTURE X(10) VALUE SPACES.
       01  WRK-PREP-SEM-SEGMENTO PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ REGISTRO DE ORIGENS (ORIARQCLI)
      *    CARREGADO EM 0238. ORIGEM AUSENTE DA TABELA E ORIGEM
      *    DESCONHECIDA: O SEGMENTO DELA E RECUSADO INTEIRO.
       01  WRK-ORI-TABELA.
           05  WRK-ORI               OCCURS 20 TIMES.
               10  WRK-ORI-ORIGEM        PICTURE X(10).
               10  WRK-ORI-HORA-INICIO   PICTURE 9(04).
               10  WRK-ORI-HORA-FIM      PICTURE 9(04).
               10  WRK-ORI-QTD-MINIMA    PICTURE 9(09).
               10  WRK-ORI-QTD-MAXIMA    PICTURE 9(09).
               10  WRK-ORI-PERMITE-MNT   PICTURE X(01).
       01  WRK-QTD-ORIGENS       PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-ORI-IDX           PICTURE 9(02) USAGE COMP.
       01  WRK-ORI-ACHADA        PICTURE 9(02) USAGE COMP.

      *------------ SEGMENTOS DO ARQUIVO DE ENTRADA
      *    MONTADOS NA PRE-LEITURA (0240), UM POR HEADER, NA ORDEM
      *    FISICA DO ARQUIVO. WRK-SEG-MOTIVO EM BRANCO = SEGMENTO
      *    ACEITO; PREENCHIDO = SEGMENTO RECUSADO, E TODO REGISTRO
      *    DELE E REJEITADO COM ESSE MOTIVO. WRK-SEG-ATUAL ACOMPANHA
      *    AS LEITURAS (0211 E 0451), AVANCANDO A CADA HEADER.
       01  WRK-SEG-TABELA.
           05  WRK-SEG               OCCURS 50 TIMES.
               10  WRK-SEG-ORIGEM        PICTURE X(10).
               10  WRK-SEG-HORA.
                   15  WRK-SEG-HHMM      PICTURE 9(04).
                   15  WRK-SEG-SS        PICTURE 9(02).
               10  WRK-SEG-HORA-OK       PICTURE X(01).
               10  WRK-SEG-QTD           PICTURE 9(09) USAGE COMP.
               10  WRK-SEG-QTD-MNT       PICTURE 9(09) USAGE COMP.
               10  WRK-SEG-MOTIVO        PICTURE X(15).
       01  WRK-QTD-SEGMENTOS     PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-SEG-IDX           PICTURE 9(02) USAGE COMP.
       01  WRK-SEG-ATUAL         PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-SEG-ED            PICTURE 99.
       01  WRK-SEG-QTD-ED        PICTURE ZZZZZZZZ9.

      *------------ ORIGEM DO BLOCO CORRENTE DO RETORNO
      *    UM HEADER NOVO SAI NO RETORNO SEMPRE QUE O DETALHE A
      *    GRAVAR E DE OUTRA ORIGEM (0346). TODA EXECUCAO, INCLUSIVE
      *    O REINICIO, COMECA SEM BLOCO ABERTO: O PRIMEIRO DETALHE
      *    ABRE UM BLOCO NOVO, MESMO DE ORIGEM EM BRANCO.
       01  WRK-RET-ORIGEM-ATUAL  PICTURE X(10) VALUE SPACES.
       01  WRK-RET-BLOCO-ABERTO  PICTURE X(01) VALUE "N".

      *------------ VARIAVEIS DE CHECKPOINT/REINICIO
       01  WRK-CHECKPOINT-INTERVALO PICTURE 9(05) USAGE COMP
           88  WRK-DUPLICADO             VALUE "S".
           88  WRK-NAO-DUPLICADO         VALUE "N".

      *------------ VARIAVEIS DOS COTITULARES (REGISTROS "C")
      *    OS REGISTROS DE COTITULAR NAO TEM SALDO: FICAM FORA DOS
      *    CONTADORES E DA RECONCILIACAO DAS CONTAS E SAO CONTADOS A
      *    PARTE. WRK-COT-NOVO GUARDA O REGISTRO MONTADO ENQUANTO A
      *    VERSAO GRAVADA E LIDA PARA PRESERVAR A DATA DE INCLUSAO.
       01  WRK-COT-LIDOS         PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-COT-ACEITOS       PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-COT-REJEITADOS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-COT-CASCATA       PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-COT-NOVO          PICTURE X(55).
       01  WRK-COT-DATA          PICTURE 9(08).
       01  WRK-COT-TABELA.
           05  WRK-COT-SEQ       PICTURE 9(01) OCCURS 9 TIMES.
       01  WRK-COT-QTD-SEQ       PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-COT-IDX           PICTURE 9(02) USAGE COMP.
       01  WRK-COT-FIM-CONTA     PICTURE X(01) VALUE "N".
           88  WRK-COT-ACABOU            VALUE "S".

      *------------ VARIAVEIS DO CADASTRO DE CONTATO (REGISTROS "K")
      *    TAMBEM SEM SALDO, CONTADOS A PARTE COMO OS COTITULARES.
      *    O CONTATO E DO DOCUMENTO, NAO DA CONTA: A AUDITORIA, O
      *    RETORNO E A REJEICAO SAEM NA PRIMEIRA CONTA DO DOCUMENTO
      *    EM SARQCLI (ZEROS QUANDO O DOCUMENTO NAO TEM CONTA).
       01  WRK-CTT-LIDOS         PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CTT-ACEITOS       PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CTT-REJEITADOS    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CTT-AGENCIA       PICTURE 9(04).
       01  WRK-CTT-CONTA         PICTURE 9(07).
       01  WRK-CTT-ARROBAS       PICTURE 9(02) USAGE COMP.
       01  WRK-CTT-NOVO          PICTURE X(01).
           88  WRK-CTT-INCLUSAO          VALUE "S".

      *------------ VARIAVEIS DO RELATORIO DE TOTAIS DE CONTROLE
       01  WRK-NOME-ARQ-ENTRADA  PICTURE X(12) VALUE "EARQCLI.TXT".
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-VALIDOS-ED        PICTURE ZZZZZZZZ9.
       01  WRK-NVALIDOS-ED       PICTURE ZZZZZZZZ9.
       01  WRK-DUPLICADOS-ED     PICTURE ZZZZZZZZ9.
       01  WRK-COT-ED            PICTURE ZZZZZZZZ9.

      *------------ VARIAVEIS DE RECONCILIACAO DE TOTAIS DE CONTROLE
      *    AS SOMAS SAO COM SINAL E CENTAVOS: SALDOS NEGATIVOS
       0200-INICIAR          SECTION.
             OPEN INPUT  EARQCLI.

      *    O REGISTRO DE ORIGENS PRECISA ESTAR EM MEMORIA ANTES DA
      *    PRE-LEITURA, QUE JULGA CADA SEGMENTO CONTRA ELE.
             PERFORM 0238-CARREGAR-ORIGENS.
             PERFORM 0240-VALIDAR-ARQUIVO.

             PERFORM 0225-LER-CONTADOR-REINICIO.
                PERFORM 0226-RECONSTRUIR-CHAVES
                PERFORM 0232-RECONTAR-RETORNO
                PERFORM 0230-ABRIR-SARQCLI
                PERFORM 0234-ABRIR-COTARQCLI
                PERFORM 0236-ABRIR-CTTARQCLI
                OPEN EXTEND REJARQCLI
                OPEN EXTEND EXCARQCLI
                OPEN EXTEND RETARQCLI
             ELSE
                PERFORM 0230-ABRIR-SARQCLI
                PERFORM 0234-ABRIR-COTARQCLI
                PERFORM 0236-ABRIR-CTTARQCLI
                OPEN OUTPUT REJARQCLI
                OPEN OUTPUT EXCARQCLI
                OPEN OUTPUT RETARQCLI
                FS-RELARQCLI NOT EQUAL ZEROS OR
                FS-EXCARQCLI NOT EQUAL ZEROS OR
                FS-AUDARQCLI NOT EQUAL ZEROS OR
                FS-RETARQCLI NOT EQUAL ZEROS OR
                FS-COTARQCLI NOT EQUAL ZEROS OR
                FS-CTTARQCLI NOT EQUAL ZEROS
               DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
               GOBACK
             END-IF.

      *    OS HEADERS DO RETORNO SAEM POR BLOCO DE ORIGEM, NO
      *    PRIMEIRO DETALHE DE CADA UM (0346); O TRAILER UNICO SAI
      *    NO TERMINO NORMAL, COM A QUANTIDADE RECONTADA DO PROPRIO
      *    ARQUIVO EM 0232 QUANDO A EXECUCAO E UM REINICIO.
             PERFORM 0235-PULAR-REGISTROS-REINICIO.

             PERFORM 0210-LEITURA.
             END-IF.
       0230-FIM. EXIT.

      *----------------------- ABRIR COTARQCLI CONFORME O MODO
      *    ACOMPANHA O SARQCLI: A CARGA COMPLETA TRAZ TODOS OS
      *    COTITULARES DE NOVO, ENTAO O CADASTRO E ESVAZIADO NA
      *    PRIMEIRA EXECUCAO DA CADEIA (NUNCA NUM REINICIO); NO MODO
      *    INCREMENTAL OS REGISTROS "C" SAO APLICADOS SOBRE O
      *    CADASTRO EXISTENTE. E SEMPRE USADO EM I-O, CRIADO QUANDO
      *    AINDA NAO EXISTE (FS 35).
       0234-ABRIR-COTARQCLI SECTION.
             IF WRK-MODO-COMPLETO AND WRK-CONTADOR-RESTART EQUAL ZEROS
                OPEN OUTPUT COTARQCLI
                CLOSE COTARQCLI
             END-IF.

             OPEN I-O COTARQCLI.
             IF FS-COTARQCLI EQUAL 35
                OPEN OUTPUT COTARQCLI
                CLOSE COTARQCLI
                OPEN I-O COTARQCLI
             END-IF.
       0234-FIM. EXIT.

      *----------------------- ABRIR CTTARQCLI
      *    SEMPRE EM I-O, EM QUALQUER MODO, CRIADO QUANDO AINDA NAO
      *    EXISTE (FS 35).
       0236-ABRIR-CTTARQCLI SECTION.
             OPEN I-O CTTARQCLI.
             IF FS-CTTARQCLI EQUAL 35
                OPEN OUTPUT CTTARQCLI
                CLOSE CTTARQCLI
                OPEN I-O CTTARQCLI
             END-IF.
       0236-FIM. EXIT.

      *----------------------- CARREGAR CADASTRO DE AGENCIAS
      *    SEM O CADASTRO NAO HA COMO DISTINGUIR AGENCIA VALIDA DE
      *    ERRO DE DIGITACAO -- O JOB ABORTA EM VEZ DE REJEITAR O
             END-IF.
       0229-FIM. EXIT.

      *----------------------- CARREGAR REGISTRO DE ORIGENS
      *    COMO O CADASTRO DE AGENCIAS: SEM ELE NAO HA COMO JULGAR
      *    SEGMENTO ALGUM, E O JOB ABORTA EM VEZ DE RECUSAR O ARQUIVO
      *    INTEIRO COMO ORIGEM DESCONHECIDA.
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
             MOVE ORI-HORA-INICIO TO
                  WRK-ORI-HORA-INICIO(WRK-QTD-ORIGENS).
             MOVE ORI-HORA-FIM    TO WRK-ORI-HORA-FIM(WRK-QTD-ORIGENS).
             MOVE ORI-QTD-MINIMA  TO
                  WRK-ORI-QTD-MINIMA(WRK-QTD-ORIGENS).
             MOVE ORI-QTD-MAXIMA  TO
                  WRK-ORI-QTD-MAXIMA(WRK-QTD-ORIGENS).
             MOVE ORI-PERMITE-MNT TO
                  WRK-ORI-PERMITE-MNT(WRK-QTD-ORIGENS).
       0239-FIM. EXIT.

      *----------------------- LER CONTADOR DE REINICIO (SO LEITURA)
       0225-LER-CONTADOR-REINICIO SECTION.
             OPEN INPUT CHKARQCLI.
      *    MAS A CHAVE DEIXOU DE EXISTIR EM SARQCLI -- NAO ENTRA NA
      *    TABELA DE DUPLICIDADE DO REINICIO.
                NOT AT END
      *    AS DECISOES SOBRE COTITULARES ("JOINT-...") E CONTATOS
      *    ("CONTACT-...") AUDITAM A CHAVE DA CONTA, QUE JA ENTROU
      *    PELO SEU PROPRIO REGISTRO.
                   IF AUD-FLAG EQUAL "A" AND
                      AUD-MOTIVO NOT EQUAL "EXCLUDED" AND
                      AUD-MOTIVO(1:6) NOT EQUAL "JOINT-" AND
                      AUD-MOTIVO(1:8) NOT EQUAL "CONTACT-"
                      STRING AUD-AGENCIA DELIMITED BY SIZE
                             AUD-CONTA   DELIMITED BY SIZE
                        INTO WRK-CHAVE-ATUAL
             ADD 1 TO WRK-CONTADOR.
       0231-FIM. EXIT.

      *    A LEITURA ENTREGA SOMENTE DETALHES DE CONTA: OS REGISTROS
      *    DE HEADER/TRAILER (JA CONFERIDOS EM 0240-VALIDAR-ARQUIVO)
      *    SAO PULADOS -- O HEADER SO AVANCA O SEGMENTO CORRENTE, EM
      *    0211 -- E OS DE COTITULAR E DE CONTATO FICAM PARA A
      *    SEGUNDA PASSADA (0450), QUANDO TODAS AS CONTAS DO ARQUIVO
      *    JA ESTAO EM SARQCLI.
       0210-LEITURA         SECTION.
            PERFORM 0211-LER-FISICO.
            PERFORM 0211-LER-FISICO
               UNTIL FS-EARQCLI NOT EQUAL ZEROS
                  OR (NOT REG-E-HEADER AND NOT REG-E-TRAILER AND
                      NOT REG-E-COTITULAR AND NOT REG-E-CONTATO).
       0210-FIM. EXIT.

      *    TODA LEITURA DA PASSADA PRINCIPAL PASSA POR AQUI, INCLUSIVE
      *    A DOS REGISTROS PULADOS NO REINICIO (0231), ENTAO O
      *    SEGMENTO CORRENTE FICA CERTO TAMBEM NUMA RETOMADA.
       0211-LER-FISICO      SECTION.
            READ EARQCLI.
            IF FS-EARQCLI EQUAL ZEROS AND REG-E-HEADER
               ADD 1 TO WRK-SEG-ATUAL
            END-IF.
       0211-FIM. EXIT.

      *----------------------- VALIDAR HEADER/TRAILER DA TRANSMISSAO
      *    O ARQUIVO INTEIRO E LIDO UMA PRIMEIRA VEZ SO PARA CONTAR
      *    OS DETALHES, SOMAR OS SALDOS E MONTAR A TABELA DE
      *    SEGMENTOS (UM POR HEADER); O RESULTADO E CONFERIDO
      *    CONTRA O TRAILER ANTES DE QUALQUER ABERTURA DE SAIDA.
      *    DIVERGENCIA ABORTA O JOB COM RETURN-CODE 16.
       0240-VALIDAR-ARQUIVO SECTION.
                GOBACK
             END-IF.

      *    TODO DETALHE PRECISA PERTENCER A UM SEGMENTO: SEM O HEADER
      *    NAO HA ORIGEM A QUEM JULGAR NEM A QUEM DEVOLVER.
             IF WRK-PREP-SEM-SEGMENTO GREATER ZEROS
                DISPLAY "EARQCLI COM " WRK-PREP-SEM-SEGMENTO
                        " DETALHES ANTES DO PRIMEIRO HEADER - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    ARQUIVO INTEGRO: CADA SEGMENTO E JULGADO CONTRA O
      *    REGISTRO DE ORIGENS. O SEGMENTO RECUSADO NAO ABORTA O JOB
      *    -- OS DEMAIS SEGUEM -- E TODOS OS SEUS REGISTROS SAEM
      *    REJEITADOS COM O MOTIVO DA RECUSA.
             PERFORM 0242-JULGAR-SEGMENTO
                VARYING WRK-SEG-IDX FROM 1 BY 1
                UNTIL WRK-SEG-IDX GREATER WRK-QTD-SEGMENTOS.

      *    REPOSICIONA NO INICIO PARA O PROCESSAMENTO NORMAL.
             CLOSE EARQCLI.
             OPEN INPUT EARQCLI.
       0240-FIM. EXIT.
                         MOVE HDR-DATA-ARQUIVO TO WRK-HDR-DATA
                         MOVE HDR-ORIGEM       TO WRK-HDR-ORIGEM
                      END-IF
                      PERFORM 0245-ABRIR-SEGMENTO
                   WHEN REG-E-TRAILER
                      ADD 1 TO WRK-QTD-TRAILER
                      ADD TRL-QTD-DETALHES TO WRK-TRL-QTD
                      ADD TRL-SOMA-SALDO   TO WRK-TRL-SOMA
      *    COTITULAR E CONTATO CONTAM COMO DETALHE, SEM SALDO.
                   WHEN REG-E-COTITULAR
                      ADD 1 TO WRK-PREP-QTD
                      IF CTI-TIPO-MNT EQUAL "A" OR
                         CTI-TIPO-MNT EQUAL "E"
                         PERFORM 0247-CONTAR-MANUTENCAO
                      END-IF
                      PERFORM 0246-CONTAR-DETALHE
                   WHEN REG-E-CONTATO
                      ADD 1 TO WRK-PREP-QTD
                      IF CTK-TIPO-MNT EQUAL "A" OR
                         CTK-TIPO-MNT EQUAL "E"
                         PERFORM 0247-CONTAR-MANUTENCAO
                      END-IF
                      PERFORM 0246-CONTAR-DETALHE
                   WHEN OTHER
                      ADD 1 TO WRK-PREP-QTD
                      ADD REG-SALDO TO WRK-PREP-SOMA
                      IF REG-ALTERACAO OR REG-EXCLUSAO
                         PERFORM 0247-CONTAR-MANUTENCAO
                      END-IF
                      PERFORM 0246-CONTAR-DETALHE
                END-EVALUATE
             END-IF.
       0241-FIM. EXIT.

      *----------------------- ABRIR UM SEGMENTO NA TABELA
      *    A HORA DO HEADER SO E GUARDADA SE FOR NUMERICA: O HEADER
      *    SEM HORA NAO TEM COMO ESTAR DENTRO DA JANELA DE ENVIO.
       0245-ABRIR-SEGMENTO   SECTION.
             IF WRK-QTD-SEGMENTOS NOT LESS 50
                DISPLAY "EARQCLI COM MAIS DE 50 SEGMENTOS - JOB "
                        "ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             ADD 1 TO WRK-QTD-SEGMENTOS.
             MOVE HDR-ORIGEM TO WRK-SEG-ORIGEM(WRK-QTD-SEGMENTOS).
             MOVE ZEROS      TO WRK-SEG-QTD(WRK-QTD-SEGMENTOS)
                                WRK-SEG-QTD-MNT(WRK-QTD-SEGMENTOS).
             MOVE SPACES     TO WRK-SEG-MOTIVO(WRK-QTD-SEGMENTOS).
             IF HDR-HORA-ARQUIVO NUMERIC
                MOVE HDR-HORA-ARQUIVO TO
                     WRK-SEG-HORA(WRK-QTD-SEGMENTOS)
                MOVE "S" TO WRK-SEG-HORA-OK(WRK-QTD-SEGMENTOS)
             ELSE
                MOVE ZEROS TO WRK-SEG-HORA(WRK-QTD-SEGMENTOS)
                MOVE "N" TO WRK-SEG-HORA-OK(WRK-QTD-SEGMENTOS)
             END-IF.
       0245-FIM. EXIT.

      *----------------------- CONTAR DETALHE NO SEGMENTO CORRENTE
       0246-CONTAR-DETALHE   SECTION.
             IF WRK-QTD-SEGMENTOS EQUAL ZEROS
                ADD 1 TO WRK-PREP-SEM-SEGMENTO
             ELSE
                ADD 1 TO WRK-SEG-QTD(WRK-QTD-SEGMENTOS)
             END-IF.
       0246-FIM. EXIT.

      *----------------------- CONTAR ALTERACAO/EXCLUSAO NO SEGMENTO
       0247-CONTAR-MANUTENCAO SECTION.
             IF WRK-QTD-SEGMENTOS GREATER ZEROS
                ADD 1 TO WRK-SEG-QTD-MNT(WRK-QTD-SEGMENTOS)
             END-IF.
       0247-FIM. EXIT.

      *----------------------- JULGAR UM SEGMENTO CONTRA O REGISTRO
      *    NA ORDEM: ORIGEM CADASTRADA, HORA DO HEADER DENTRO DA
      *    JANELA DE ENVIO, QUANTIDADE DE DETALHES ENTRE O MINIMO E
      *    O MAXIMO, E ALTERACAO/EXCLUSAO SO DE ORIGEM QUE PODE
      *    MANDA-LAS. O PRIMEIRO LIMITE VIOLADO E O MOTIVO DA RECUSA.
      *    JANELA COM FIM MENOR QUE O INICIO ATRAVESSA A MEIA-NOITE.
       0242-JULGAR-SEGMENTO  SECTION.
             PERFORM 0243-PROCURAR-ORIGEM.
             MOVE WRK-ORI-ACHADA TO WRK-ORI-IDX.

             EVALUATE TRUE
                WHEN WRK-ORI-IDX EQUAL ZEROS
                   MOVE "ORIGIN-UNKNOWN" TO WRK-SEG-MOTIVO(WRK-SEG-IDX)
                WHEN WRK-SEG-HORA-OK(WRK-SEG-IDX) NOT EQUAL "S"
                   MOVE "ORIGIN-WINDOW"  TO WRK-SEG-MOTIVO(WRK-SEG-IDX)
                WHEN WRK-ORI-HORA-INICIO(WRK-ORI-IDX) NOT GREATER
                     WRK-ORI-HORA-FIM(WRK-ORI-IDX) AND
                     (WRK-SEG-HHMM(WRK-SEG-IDX) LESS
                      WRK-ORI-HORA-INICIO(WRK-ORI-IDX) OR
                      WRK-SEG-HHMM(WRK-SEG-IDX) GREATER
                      WRK-ORI-HORA-FIM(WRK-ORI-IDX))
                   MOVE "ORIGIN-WINDOW"  TO WRK-SEG-MOTIVO(WRK-SEG-IDX)
                WHEN WRK-ORI-HORA-INICIO(WRK-ORI-IDX) GREATER
                     WRK-ORI-HORA-FIM(WRK-ORI-IDX) AND
                     WRK-SEG-HHMM(WRK-SEG-IDX) LESS
                     WRK-ORI-HORA-INICIO(WRK-ORI-IDX) AND
                     WRK-SEG-HHMM(WRK-SEG-IDX) GREATER
                     WRK-ORI-HORA-FIM(WRK-ORI-IDX)
                   MOVE "ORIGIN-WINDOW"  TO WRK-SEG-MOTIVO(WRK-SEG-IDX)
                WHEN WRK-SEG-QTD(WRK-SEG-IDX) LESS
                     WRK-ORI-QTD-MINIMA(WRK-ORI-IDX) OR
                     WRK-SEG-QTD(WRK-SEG-IDX) GREATER
                     WRK-ORI-QTD-MAXIMA(WRK-ORI-IDX)
                   MOVE "ORIGIN-COUNT"   TO WRK-SEG-MOTIVO(WRK-SEG-IDX)
                WHEN WRK-SEG-QTD-MNT(WRK-SEG-IDX) GREATER ZEROS AND
                     WRK-ORI-PERMITE-MNT(WRK-ORI-IDX) NOT EQUAL "S"
                   MOVE "ORIGIN-MNT-DENY" TO
                        WRK-SEG-MOTIVO(WRK-SEG-IDX)
             END-EVALUATE.

             IF WRK-SEG-MOTIVO(WRK-SEG-IDX) NOT EQUAL SPACES
                MOVE WRK-SEG-IDX TO WRK-SEG-ED
                DISPLAY "SEGMENTO " WRK-SEG-ED " DA ORIGEM "
                        WRK-SEG-ORIGEM(WRK-SEG-IDX) " RECUSADO: "
                        WRK-SEG-MOTIVO(WRK-SEG-IDX)
             END-IF.
       0242-FIM. EXIT.

      *----------------------- PROCURAR A ORIGEM DO SEGMENTO
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
             IF WRK-ORI-ORIGEM(WRK-ORI-IDX) EQUAL
                WRK-SEG-ORIGEM(WRK-SEG-IDX)
                MOVE WRK-ORI-IDX TO WRK-ORI-ACHADA
             END-IF.
       0244-FIM. EXIT.




             MOVE REG-CONTA   TO REJ-CONTA.
             MOVE REG-SALDO   TO REJ-SALDO.

      *    SEGMENTO RECUSADO (0242) NAO CHEGA A NENHUMA REGRA: TODO
      *    REGISTRO DELE SAI REJEITADO COM O MOTIVO DA RECUSA. A
      *    EXCLUSAO NAO PASSA PELAS REGRAS DE QUALIFICACAO DE
      *    SALDO/TIPO: O REGISTRO ESTA SENDO RETIRADO DO EXTRATO,
      *    ENTAO SO A CHAVE IMPORTA.
             EVALUATE TRUE
                WHEN WRK-SEG-MOTIVO(WRK-SEG-ATUAL) NOT EQUAL SPACES
                   MOVE WRK-SEG-MOTIVO(WRK-SEG-ATUAL) TO REJ-MOTIVO
                   PERFORM 0340-GRAVAR-REJARQCLI
                WHEN WRK-MODO-INCREMENTAL AND REG-EXCLUSAO
                   PERFORM 0331-EXCLUIR-SARQCLI
                WHEN OTHER
                   PERFORM 0310-QUALIFICAR
             END-EVALUATE.

             PERFORM 0210-LEITURA.

                   MOVE "A"        TO AUD-FLAG
                   MOVE "EXCLUDED" TO AUD-MOTIVO
                   PERFORM 0339-GRAVAR-AUDITORIA
                   PERFORM 0347-EXCLUIR-COTITULARES
             END-DELETE.
       0331-FIM. EXIT.

      *----------------------- EXCLUIR COTITULARES DA CONTA EXCLUIDA
      *    CONTA QUE SAI DO EXTRATO LEVA JUNTO OS SEUS COTITULARES.
      *    AS SEQUENCIAS SAO COLETADAS ANTES (O DELETE DURANTE A
      *    LEITURA SEQUENCIAL PERDERIA A POSICAO, COMO NA LGPDCLI) E
      *    EXCLUIDAS DEPOIS PELA CHAVE.
       0347-EXCLUIR-COTITULARES SECTION.
             MOVE ZEROS TO WRK-COT-QTD-SEQ.
             MOVE "N"   TO WRK-COT-FIM-CONTA.
             MOVE REG-AGENCIA TO COT-AGENCIA.
             MOVE REG-CONTA   TO COT-CONTA.
             MOVE ZEROS       TO COT-SEQUENCIA.

             START COTARQCLI KEY IS NOT LESS THAN COT-CHAVE
                INVALID KEY
                   GO TO 0347-FIM
             END-START.

             PERFORM 0348-COLETAR-COTITULAR
                UNTIL WRK-COT-ACABOU.

             PERFORM 0349-APAGAR-COTITULAR
                VARYING WRK-COT-IDX FROM 1 BY 1
                UNTIL WRK-COT-IDX GREATER WRK-COT-QTD-SEQ.
       0347-FIM. EXIT.

       0348-COLETAR-COTITULAR SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-COT-FIM-CONTA
                   GO TO 0348-FIM
             END-READ.

             IF COT-AGENCIA NOT EQUAL REG-AGENCIA OR
                COT-CONTA   NOT EQUAL REG-CONTA   OR
                WRK-COT-QTD-SEQ NOT LESS 9
                MOVE "S" TO WRK-COT-FIM-CONTA
             ELSE
                ADD 1 TO WRK-COT-QTD-SEQ
                MOVE COT-SEQUENCIA TO WRK-COT-SEQ(WRK-COT-QTD-SEQ)
             END-IF.
       0348-FIM. EXIT.

       0349-APAGAR-COTITULAR SECTION.
             MOVE REG-AGENCIA TO COT-AGENCIA.
             MOVE REG-CONTA   TO COT-CONTA.
             MOVE WRK-COT-SEQ(WRK-COT-IDX) TO COT-SEQUENCIA.

             DELETE COTARQCLI
                INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR COTITULAR " REG-AGENCIA
                           REG-CONTA " " COT-SEQUENCIA
                NOT INVALID KEY
                   ADD 1 TO WRK-COT-CASCATA
             END-DELETE.
       0349-FIM. EXIT.

      *----------------------- REGRAVAR REGISTRO EM SARQCLI (MODO INC)
      *    O REGISTRO E LIDO ANTES DE REGRAVAR PARA PRESERVAR O
      *    STATUS DA CONTA (BLOQUEIO/ENCERRAMENTO POSTO PELO FEED DE
      *    PERDEU REGISTROS. O MOTIVO JA ESTA EM AUD-MOTIVO, POSTO
      *    PELO TRECHO QUE DETECTOU A FALHA. SE O PROPRIO EXCARQCLI
      *    ESTIVER INACESSIVEL NAO HA ONDE REGISTRAR -- FICAM A
      *    AUDITORIA E O SYSOUT. A CHAVE VEM DA AUDITORIA, JA
      *    GRAVADA PELO CHAMADOR (VALE PARA CONTA E COTITULAR).
       0345-GRAVAR-EXC-FALHA SECTION.
             MOVE AUD-AGENCIA TO EXC-AGENCIA.
             MOVE AUD-CONTA   TO EXC-CONTA.
             MOVE AUD-MOTIVO  TO EXC-MOTIVO.
             IF REG-E-COTITULAR OR REG-E-CONTATO
                MOVE ZEROS     TO EXC-SALDO
             ELSE
                MOVE REG-SALDO TO EXC-SALDO
             END-IF.

             WRITE REG-EXCARQCLI.
             IF FS-EXCARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR FALHA EM EXCARQCLI "
                        AUD-AGENCIA AUD-CONTA
             END-IF.
       0345-FIM. EXIT.

      *----------------------- GRAVAR REGISTRO NA TRILHA DE AUDITORIA
      *    TODA DECISAO SOBRE UM REGISTRO PASSA POR AQUI -- POR ISSO
      *    O DETALHE DO ARQUIVO DE RETORNO A ORIGEM E GRAVADO NO
      *    MESMO PONTO, MAPEADO DO FLAG/MOTIVO DA AUDITORIA. NA
      *    PASSADA DOS COTITULARES A CHAVE E A DA CONTA CONJUNTA; NA
      *    DOS CONTATOS, A DA PRIMEIRA CONTA DO DOCUMENTO.
       0339-GRAVAR-AUDITORIA SECTION.
             EVALUATE TRUE
                WHEN REG-E-COTITULAR
                   MOVE CTI-AGENCIA     TO AUD-AGENCIA
                   MOVE CTI-CONTA       TO AUD-CONTA
                WHEN REG-E-CONTATO
                   MOVE WRK-CTT-AGENCIA TO AUD-AGENCIA
                   MOVE WRK-CTT-CONTA   TO AUD-CONTA
                WHEN OTHER
                   MOVE REG-AGENCIA     TO AUD-AGENCIA
                   MOVE REG-CONTA       TO AUD-CONTA
             END-EVALUATE.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.
             MOVE SPACES            TO AUD-OPER-SOLIC
                                       AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AUDITORIA " AUD-AGENCIA
                        AUD-CONTA
             END-IF.

             PERFORM 0346-GRAVAR-RETORNO.
      *    DISPOSICAO: "A" ACEITO, "D" DUPLICADO, "R" REJEITADO --
      *    FALHAS DE GRAVACAO (FLAG "E") VOLTAM COMO "R": A ORIGEM
      *    DEVE REENVIAR O REGISTRO.
      *    O RETORNO SAI EM BLOCOS POR ORIGEM: QUANDO O SEGMENTO
      *    CORRENTE E DE OUTRA ORIGEM QUE A DO ULTIMO DETALHE GRAVADO,
      *    ABRE-SE UM BLOCO NOVO COM O SEU HEADER. O HEADER E GRAVADO
      *    ANTES DE MONTAR O DETALHE PORQUE OS DOIS DIVIDEM A AREA DO
      *    REGISTRO.
       0346-GRAVAR-RETORNO   SECTION.
             IF WRK-RET-BLOCO-ABERTO NOT EQUAL "S" OR
                WRK-SEG-ORIGEM(WRK-SEG-ATUAL) NOT EQUAL
                WRK-RET-ORIGEM-ATUAL
                MOVE "S" TO WRK-RET-BLOCO-ABERTO
                MOVE WRK-SEG-ORIGEM(WRK-SEG-ATUAL) TO
                     WRK-RET-ORIGEM-ATUAL
                PERFORM 0207-GRAVAR-HEADER-RETORNO
             END-IF.

             MOVE AUD-AGENCIA TO RET-AGENCIA.
             MOVE AUD-CONTA   TO RET-CONTA.
             MOVE AUD-MOTIVO  TO RET-MOTIVO.

             EVALUATE TRUE
             IF FS-RETARQCLI EQUAL ZEROS
                ADD 1 TO WRK-RET-QTD
             ELSE
                DISPLAY "ERRO AO GRAVAR RETORNO " AUD-AGENCIA
                        AUD-CONTA
             END-IF.
       0346-FIM. EXIT.

      *----------------------- GRAVAR HEADER DE BLOCO DO RETORNO
      *    UM HEADER POR BLOCO DE ORIGEM; A SEPRETCLI SEPARA OS BLOCOS
      *    DE CADA ORIGEM NO SEU PROPRIO ARQUIVO DE RETORNO.
       0207-GRAVAR-HEADER-RETORNO SECTION.
             MOVE SPACES               TO REG-RETORNO-HEADER.
             MOVE "H"                  TO RTH-TIPO-REG.
             MOVE WRK-DATA-EXECUCAO    TO RTH-DATA.
             MOVE WRK-RET-ORIGEM-ATUAL TO RTH-ORIGEM.
             MOVE "ABRARQ"             TO RTH-PROGRAMA.
             WRITE REG-RETORNO-HEADER.
             IF FS-RETARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR HEADER DO RETORNO"

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           PERFORM 0450-APLICAR-COTITULARES.
           PERFORM 0430-VERIFICAR-RECONCILIACAO.
           PERFORM 0410-GRAVAR-RELATORIO.
           PERFORM 0440-GRAVAR-HISTORICO.
                 RELARQCLI
                 EXCARQCLI
                 AUDARQCLI
                 RETARQCLI
                 COTARQCLI
                 CTTARQCLI.


           DISPLAY "----------------------".
           DISPLAY "VALIDOS.......: " WRK-CONTADOR-VALIDO.
           DISPLAY "NAO VALIDOS...: " WRK-CONTADOR-NVALIDO.
           DISPLAY "DUPLICADOS....: " WRK-CONTADOR-DUPLICADO.
           DISPLAY "COTITULARES...: " WRK-COT-LIDOS.
           DISPLAY "CONTATOS......: " WRK-CTT-LIDOS.

           IF WRK-TOTAIS-DIVERGEM
              DISPLAY "*** ATENCAO: TOTAIS DE CONTROLE NAO CONFEREM ***"
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-COT-LIDOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "COTITULARES LIDOS...: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-COT-ACEITOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "COTITULARES ACEITOS.: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-COT-REJEITADOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "COTITULARES REJEIT..: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-COT-CASCATA TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "COTIT. EXCL C/ CONTA: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-CTT-LIDOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "CONTATOS LIDOS......: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-CTT-ACEITOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "CONTATOS ACEITOS....: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           MOVE WRK-CTT-REJEITADOS TO WRK-COT-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "CONTATOS REJEITADOS.: " DELIMITED BY SIZE
                  WRK-COT-ED              DELIMITED BY SIZE
             INTO REG-RELARQCLI.
           WRITE REG-RELARQCLI.

           PERFORM 0415-GRAVAR-LINHA-SEGMENTO
              VARYING WRK-SEG-IDX FROM 1 BY 1
              UNTIL WRK-SEG-IDX GREATER WRK-QTD-SEGMENTOS.

           MOVE WRK-SOMA-SALDO-ENTRADA TO WRK-SOMA-ENTRADA-ED.
           MOVE SPACES TO REG-RELARQCLI.
           STRING "SOMA SALDO ENTRADA..: " DELIMITED BY SIZE

       0410-FIM. EXIT.

      *----------------------- UMA LINHA POR SEGMENTO DA TRANSMISSAO
       0415-GRAVAR-LINHA-SEGMENTO SECTION.
           MOVE WRK-SEG-IDX              TO WRK-SEG-ED.
           MOVE WRK-SEG-QTD(WRK-SEG-IDX) TO WRK-SEG-QTD-ED.
           MOVE SPACES TO REG-RELARQCLI.
           IF WRK-SEG-MOTIVO(WRK-SEG-IDX) EQUAL SPACES
              STRING "SEGMENTO " DELIMITED BY SIZE
                     WRK-SEG-ED  DELIMITED BY SIZE
                     " ORIGEM "  DELIMITED BY SIZE
                     WRK-SEG-ORIGEM(WRK-SEG-IDX) DELIMITED BY SIZE
                     " DETALHES " DELIMITED BY SIZE
                     WRK-SEG-QTD-ED DELIMITED BY SIZE
                     " ACEITO"   DELIMITED BY SIZE
                INTO REG-RELARQCLI
           ELSE
              STRING "SEGMENTO " DELIMITED BY SIZE
                     WRK-SEG-ED  DELIMITED BY SIZE
                     " ORIGEM "  DELIMITED BY SIZE
                     WRK-SEG-ORIGEM(WRK-SEG-IDX) DELIMITED BY SIZE
                     " DETALHES " DELIMITED BY SIZE
                     WRK-SEG-QTD-ED DELIMITED BY SIZE
                     " RECUSADO " DELIMITED BY SIZE
                     WRK-SEG-MOTIVO(WRK-SEG-IDX) DELIMITED BY SIZE
                INTO REG-RELARQCLI
           END-IF.
           WRITE REG-RELARQCLI.
       0415-FIM. EXIT.

      *----------------------- GRAVAR TOTAIS NO HISTORICO DE EXECUCOES
      *    ABERTO EM EXTEND COMO A TRILHA DE AUDITORIA: O HISTORICO
      *    PRECISA SOBREVIVER DE UMA EXECUCAO PARA A OUTRA, CRIANDO O
           CLOSE HISTARQCLI.
       0440-FIM. EXIT.

      *----------------------- APLICAR OS REGISTROS DE COTITULAR
      *    SEGUNDA PASSADA PELA ENTRADA, SO PELOS REGISTROS "C" (E
      *    PELOS "K" DE CONTATO, QUE PRECISAM DA CONTA DO DOCUMENTO
      *    PELO MESMO MOTIVO): O
      *    SORT DO JOB NAO GARANTE QUE O COTITULAR VENHA DEPOIS DA
      *    SUA CONTA, E O COTITULAR SO E ACEITO SE A CONTA JA ESTA
      *    EM SARQCLI (INCLUSIVE A INCLUIDA NESTA MESMA EXECUCAO).
      *    SARQCLI E REABERTO EM INPUT PARA A LEITURA PELA CHAVE.
      *    UM REINICIO DEPOIS DA PASSADA PRINCIPAL REAPLICA TODOS OS
      *    COTITULARES: A GRAVACAO DE UM JA EXISTENTE VIRA
      *    ALTERACAO, ENTAO O RESULTADO NO CADASTRO E O MESMO.
       0450-APLICAR-COTITULARES SECTION.
           CLOSE SARQCLI.
           OPEN INPUT SARQCLI.
           CLOSE EARQCLI.
           OPEN INPUT EARQCLI.
           MOVE ZEROS TO WRK-SEG-ATUAL.

           IF FS-SARQCLI NOT EQUAL ZEROS OR
              FS-EARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO REABRIR EARQCLI/SARQCLI - "
                      "COTITULARES NAO APLICADOS"
              MOVE 16 TO RETURN-CODE
              GO TO 0450-FIM
           END-IF.

           PERFORM 0451-LER-COTITULAR
              UNTIL FS-EARQCLI NOT EQUAL ZEROS.
       0450-FIM. EXIT.

      *    O HEADER AVANCA O SEGMENTO CORRENTE, COMO NA PASSADA
      *    PRINCIPAL: COTITULAR E CONTATO DE SEGMENTO RECUSADO SAEM
      *    REJEITADOS COM O MOTIVO DA RECUSA, SEM CRITICA.
       0451-LER-COTITULAR    SECTION.
           READ EARQCLI.
           IF FS-EARQCLI EQUAL ZEROS AND REG-E-HEADER
              ADD 1 TO WRK-SEG-ATUAL
           END-IF.
           IF FS-EARQCLI EQUAL ZEROS AND REG-E-COTITULAR
              ADD 1 TO WRK-COT-LIDOS
              IF WRK-SEG-MOTIVO(WRK-SEG-ATUAL) NOT EQUAL SPACES
                 MOVE CTI-AGENCIA TO REJ-AGENCIA
                 MOVE CTI-CONTA   TO REJ-CONTA
                 MOVE ZEROS       TO REJ-SALDO
                 MOVE WRK-SEG-MOTIVO(WRK-SEG-ATUAL) TO REJ-MOTIVO
                 PERFORM 0455-REJEITAR-COTITULAR
              ELSE
                 PERFORM 0452-QUALIFICAR-COTITULAR
              END-IF
           END-IF.
           IF FS-EARQCLI EQUAL ZEROS AND REG-E-CONTATO
              ADD 1 TO WRK-CTT-LIDOS
              IF WRK-SEG-MOTIVO(WRK-SEG-ATUAL) NOT EQUAL SPACES
                 MOVE ZEROS TO WRK-CTT-AGENCIA
                               WRK-CTT-CONTA
                 MOVE WRK-SEG-MOTIVO(WRK-SEG-ATUAL) TO REJ-MOTIVO
                 PERFORM 0479-REJEITAR-CONTATO
              ELSE
                 PERFORM 0470-QUALIFICAR-CONTATO
              END-IF
           END-IF.
       0451-FIM. EXIT.

      *----------------------- CRITICAR E GRAVAR UM COTITULAR
      *    A CONTA PRECISA EXISTIR E NAO ESTAR ENCERRADA; O DOCUMENTO
      *    E CONFERIDO PELO VALIDADOC CONFORME O TIPO DA CONTA (CPF
      *    PARA 1/3, CNPJ PARA 2/4) E NAO PODE SER O DO PRIMEIRO
      *    TITULAR. A SEQUENCIA 1 E RESERVADA AO TITULAR DE SARQCLI.
      *    A EXCLUSAO (MODO INCREMENTAL) SO PRECISA DA CHAVE.
       0452-QUALIFICAR-COTITULAR SECTION.
           MOVE CTI-AGENCIA TO REJ-AGENCIA.
           MOVE CTI-CONTA   TO REJ-CONTA.
           MOVE ZEROS       TO REJ-SALDO.

           IF CTI-SEQUENCIA NOT NUMERIC OR CTI-SEQUENCIA LESS 2
              MOVE "JOINT-INV-SEQ" TO REJ-MOTIVO
              PERFORM 0455-REJEITAR-COTITULAR
              GO TO 0452-FIM
           END-IF.

           MOVE CTI-AGENCIA   TO COT-AGENCIA.
           MOVE CTI-CONTA     TO COT-CONTA.
           MOVE CTI-SEQUENCIA TO COT-SEQUENCIA.

           IF WRK-MODO-INCREMENTAL AND CTI-EXCLUSAO
              DELETE COTARQCLI
                 INVALID KEY
                    MOVE "JOINT-NOT-FOUND" TO REJ-MOTIVO
                    PERFORM 0455-REJEITAR-COTITULAR
                 NOT INVALID KEY
                    ADD 1 TO WRK-COT-ACEITOS
                    MOVE "A"             TO AUD-FLAG
                    MOVE "JOINT-REMOVED" TO AUD-MOTIVO
                    PERFORM 0339-GRAVAR-AUDITORIA
              END-DELETE
              GO TO 0452-FIM
           END-IF.

           IF CTI-ASSINATURA NOT EQUAL "O" AND
              CTI-ASSINATURA NOT EQUAL "E"
              MOVE "JOINT-INV-SIGN" TO REJ-MOTIVO
              PERFORM 0455-REJEITAR-COTITULAR
              GO TO 0452-FIM
           END-IF.

           MOVE CTI-AGENCIA TO SARQCLI-AGENCIA.
           MOVE CTI-CONTA   TO SARQCLI-CONTA.
           READ SARQCLI
              INVALID KEY
                 MOVE "JOINT-NO-ACCT" TO REJ-MOTIVO
                 PERFORM 0455-REJEITAR-COTITULAR
                 GO TO 0452-FIM
           END-READ.

           IF SARQCLI-ENCERRADA
              MOVE "ACCT-CLOSED" TO REJ-MOTIVO
              PERFORM 0455-REJEITAR-COTITULAR
              GO TO 0452-FIM
           END-IF.

           IF SARQCLI-TIPO EQUAL 2 OR SARQCLI-TIPO EQUAL 4
              MOVE "J" TO WRK-TIPO-DOC
           ELSE
              MOVE "F" TO WRK-TIPO-DOC
           END-IF.
           MOVE CTI-CPF-CNPJ TO WRK-DOCUMENTO.
           CALL "VALIDADOC" USING WRK-DOCUMENTO
                                  WRK-TIPO-DOC
                                  WRK-DOC-VALIDO.
           IF NOT WRK-DOC-OK
              MOVE "INVALID-DOC" TO REJ-MOTIVO
              PERFORM 0455-REJEITAR-COTITULAR
              GO TO 0452-FIM
           END-IF.

           IF CTI-CPF-CNPJ EQUAL SARQCLI-CPF-CNPJ
              MOVE "JOINT-IS-HOLDER" TO REJ-MOTIVO
              PERFORM 0455-REJEITAR-COTITULAR
              GO TO 0452-FIM
           END-IF.

           MOVE CTI-AGENCIA       TO COT-AGENCIA.
           MOVE CTI-CONTA         TO COT-CONTA.
           MOVE CTI-SEQUENCIA     TO COT-SEQUENCIA.
           MOVE CTI-CPF-CNPJ      TO COT-CPF-CNPJ.
           MOVE CTI-NOME          TO COT-NOME.
           MOVE CTI-ASSINATURA    TO COT-ASSINATURA.
           MOVE WRK-DATA-EXECUCAO TO COT-DATA-INCLUSAO.

           WRITE REG-COTARQCLI.
      *    FS 02 = O DOCUMENTO JA E COTITULAR DE OUTRA CONTA (CHAVE
      *    ALTERNATIVA COM DUPLICATAS); FS 22 = A SEQUENCIA JA EXISTE
      *    NA CONTA E O REGISTRO VALE COMO ALTERACAO.
           EVALUATE TRUE
              WHEN FS-COTARQCLI EQUAL ZEROS
              WHEN FS-COTARQCLI EQUAL 02
                 ADD 1 TO WRK-COT-ACEITOS
                 MOVE "A"           TO AUD-FLAG
                 MOVE "JOINT-ADDED" TO AUD-MOTIVO
                 PERFORM 0339-GRAVAR-AUDITORIA
              WHEN FS-COTARQCLI EQUAL 22
                 PERFORM 0453-REGRAVAR-COTITULAR
              WHEN OTHER
                 DISPLAY "ERRO AO GRAVAR COTITULAR " CTI-AGENCIA
                         CTI-CONTA " " CTI-SEQUENCIA
                 MOVE "E"               TO AUD-FLAG
                 MOVE "JOINT-WRITE-ERR" TO AUD-MOTIVO
                 PERFORM 0339-GRAVAR-AUDITORIA
                 PERFORM 0345-GRAVAR-EXC-FALHA
           END-EVALUATE.
       0452-FIM. EXIT.

      *----------------------- REGRAVAR COTITULAR JA CADASTRADO
      *    A DATA DE INCLUSAO DO REGISTRO GRAVADO E PRESERVADA: A
      *    ALTERACAO TROCA NOME, DOCUMENTO E ASSINATURA.
       0453-REGRAVAR-COTITULAR SECTION.
           MOVE REG-COTARQCLI TO WRK-COT-NOVO.

           READ COTARQCLI
              INVALID KEY
                 MOVE "JOINT-NOT-FOUND" TO REJ-MOTIVO
                 PERFORM 0455-REJEITAR-COTITULAR
                 GO TO 0453-FIM
           END-READ.

           MOVE COT-DATA-INCLUSAO TO WRK-COT-DATA.
           MOVE WRK-COT-NOVO      TO REG-COTARQCLI.
           MOVE WRK-COT-DATA      TO COT-DATA-INCLUSAO.

           REWRITE REG-COTARQCLI
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR COTITULAR " CTI-AGENCIA
                         CTI-CONTA " " CTI-SEQUENCIA
                 MOVE "E"               TO AUD-FLAG
                 MOVE "JOINT-WRITE-ERR" TO AUD-MOTIVO
                 PERFORM 0339-GRAVAR-AUDITORIA
                 PERFORM 0345-GRAVAR-EXC-FALHA
              NOT INVALID KEY
                 ADD 1 TO WRK-COT-ACEITOS
                 MOVE "A"             TO AUD-FLAG
                 MOVE "JOINT-UPDATED" TO AUD-MOTIVO
                 PERFORM 0339-GRAVAR-AUDITORIA
           END-REWRITE.
       0453-FIM. EXIT.

      *----------------------- REJEITAR UM COTITULAR
      *    MESMO DESTINO DAS CONTAS REJEITADAS (REJARQCLI, LIDO PELO
      *    RELATORIO DO OPERADOR), COM SALDO ZERO: O COTITULAR NAO
      *    ENTRA NA RECONCILIACAO DE SALDOS NEM NOS CONTADORES DAS
      *    CONTAS.
       0455-REJEITAR-COTITULAR SECTION.
           WRITE REG-REJARQCLI.
           IF FS-REJARQCLI EQUAL ZEROS
              ADD 1 TO WRK-COT-REJEITADOS
              MOVE "R"        TO AUD-FLAG
              MOVE REJ-MOTIVO TO AUD-MOTIVO
              PERFORM 0339-GRAVAR-AUDITORIA
           ELSE
              DISPLAY "ERRO AO GRAVAR REJEICAO " CTI-AGENCIA
                      CTI-CONTA
              MOVE "E"             TO AUD-FLAG
              MOVE "REJ-WRITE-ERR" TO AUD-MOTIVO
              PERFORM 0339-GRAVAR-AUDITORIA
              PERFORM 0345-GRAVAR-EXC-FALHA
           END-IF.
       0455-FIM. EXIT.

      *----------------------- GRAVAR TRAILER DO RETORNO A ORIGEM
      *    SO SAI NO TERMINO NORMAL: UMA CADEIA DE REINICIO AINDA
      *    ABERTA DEIXA O ARQUIVO SEM TRAILER DE PROPOSITO -- A
      *    SEPRETCLI RECUSA SEPARAR UM RETORNO PELA METADE. O TRAILER
      *    E UNICO, COM O TOTAL DE DETALHES DE TODOS OS BLOCOS.
       0460-GRAVAR-TRAILER-RETORNO SECTION.
           MOVE SPACES      TO REG-RETORNO-TRAILER.
           MOVE "T"         TO RTT-TIPO-REG.
           END-IF.
       0460-FIM. EXIT.

      *----------------------- CRITICAR E GRAVAR UMA PARTE DO CONTATO
      *    O DOCUMENTO PRECISA TER AO MENOS UMA CONTA EM SARQCLI (A
      *    PRIMEIRA, PELA CHAVE ALTERNATIVA, E A CHAVE DA AUDITORIA E
      *    DO RETORNO). CADA PARTE SO TROCA OS SEUS CAMPOS; O
      *    DOCUMENTO AINDA SEM CADASTRO E CRIADO COM OS DEMAIS EM
      *    BRANCO E O CANAL PAPEL. A EXCLUSAO APAGA O CADASTRO
      *    INTEIRO, EM QUALQUER MODO DE PROCESSAMENTO.
      *    O REGISTRO COM DOCUMENTO ANONIMIZADO (TODO "*") E UM
      *    CONTATO DO DAY-FILE ELIMINADO PELA LGPD ANTES DA CARGA: NAO
      *    HA O QUE GRAVAR NEM A QUEM DEVOLVER, ENTAO SO E CONTADO.
       0470-QUALIFICAR-CONTATO SECTION.
           MOVE ZEROS TO WRK-CTT-AGENCIA
                         WRK-CTT-CONTA.
           IF CTK-CPF-CNPJ EQUAL ALL "*"
              ADD 1 TO WRK-CTT-ACEITOS
              GO TO 0470-FIM
           END-IF.

           MOVE CTK-CPF-CNPJ TO SARQCLI-CPF-CNPJ.
           START SARQCLI KEY IS EQUAL SARQCLI-CPF-CNPJ
              INVALID KEY
                 MOVE "CONTACT-NO-ACCT" TO REJ-MOTIVO
                 PERFORM 0479-REJEITAR-CONTATO
                 GO TO 0470-FIM
           END-START.
           READ SARQCLI NEXT RECORD
              AT END
                 MOVE "CONTACT-NO-ACCT" TO REJ-MOTIVO
                 PERFORM 0479-REJEITAR-CONTATO
                 GO TO 0470-FIM
           END-READ.
           MOVE SARQCLI-AGENCIA TO WRK-CTT-AGENCIA.
           MOVE SARQCLI-CONTA   TO WRK-CTT-CONTA.

           MOVE CTK-CPF-CNPJ TO CTT-CPF-CNPJ.
           IF CTK-EXCLUSAO
              DELETE CTTARQCLI
                 INVALID KEY
                    MOVE "CONTACT-NOT-FND" TO REJ-MOTIVO
                    PERFORM 0479-REJEITAR-CONTATO
                 NOT INVALID KEY
                    ADD 1 TO WRK-CTT-ACEITOS
                    MOVE "A"               TO AUD-FLAG
                    MOVE "CONTACT-REMOVED" TO AUD-MOTIVO
                    PERFORM 0339-GRAVAR-AUDITORIA
              END-DELETE
              GO TO 0470-FIM
           END-IF.

           PERFORM 0471-CRITICAR-PARTE.
           IF REJ-MOTIVO NOT EQUAL SPACES
              PERFORM 0479-REJEITAR-CONTATO
              GO TO 0470-FIM
           END-IF.

           MOVE "N" TO WRK-CTT-NOVO.
           READ CTTARQCLI
              INVALID KEY
                 MOVE "S"          TO WRK-CTT-NOVO
                 MOVE SPACES       TO REG-CTTARQCLI
                 MOVE CTK-CPF-CNPJ TO CTT-CPF-CNPJ
                 MOVE ZEROS        TO CTT-CEP
                                      CTT-DDD
                                      CTT-TELEFONE
                 MOVE "P"          TO CTT-CANAL
           END-READ.

           EVALUATE TRUE
              WHEN CTK-PARTE-ENDERECO
                 MOVE CTK-LOGRADOURO  TO CTT-LOGRADOURO
                 MOVE CTK-NUMERO      TO CTT-NUMERO
              WHEN CTK-PARTE-BAIRRO
                 MOVE CTK-COMPLEMENTO TO CTT-COMPLEMENTO
                 MOVE CTK-BAIRRO      TO CTT-BAIRRO
              WHEN CTK-PARTE-CIDADE
                 MOVE CTK-CIDADE      TO CTT-CIDADE
                 MOVE CTK-UF          TO CTT-UF
                 MOVE CTK-CEP         TO CTT-CEP
                 MOVE CTK-CANAL       TO CTT-CANAL
                 IF CTK-DDD EQUAL SPACES
                    MOVE ZEROS        TO CTT-DDD
                 ELSE
                    MOVE CTK-DDD      TO CTT-DDD
                 END-IF
                 IF CTK-TELEFONE EQUAL SPACES
                    MOVE ZEROS        TO CTT-TELEFONE
                 ELSE
                    MOVE CTK-TELEFONE TO CTT-TELEFONE
                 END-IF
              WHEN CTK-PARTE-EMAIL
                 MOVE CTK-EMAIL       TO CTT-EMAIL
           END-EVALUATE.
           MOVE WRK-DATA-EXECUCAO TO CTT-DATA-ATUALIZACAO.

           IF WRK-CTT-INCLUSAO
              WRITE REG-CTTARQCLI
           ELSE
              REWRITE REG-CTTARQCLI
           END-IF.

           IF FS-CTTARQCLI EQUAL ZEROS
              ADD 1 TO WRK-CTT-ACEITOS
              MOVE "A" TO AUD-FLAG
              IF WRK-CTT-INCLUSAO
                 MOVE "CONTACT-ADDED"   TO AUD-MOTIVO
              ELSE
                 MOVE "CONTACT-UPDATED" TO AUD-MOTIVO
              END-IF
              PERFORM 0339-GRAVAR-AUDITORIA
           ELSE
              DISPLAY "ERRO AO GRAVAR CONTATO " CTK-CPF-CNPJ
                      " FS " FS-CTTARQCLI
              MOVE "E"               TO AUD-FLAG
              MOVE "CONTACT-WRT-ERR" TO AUD-MOTIVO
              PERFORM 0339-GRAVAR-AUDITORIA
              PERFORM 0345-GRAVAR-EXC-FALHA
           END-IF.
       0470-FIM. EXIT.

      *----------------------- CRITICAR O CONTEUDO DA PARTE
      *    DEVOLVE O MOTIVO EM REJ-MOTIVO (ESPACOS = PARTE VALIDA).
      *    O ENDERECO EXIGE LOGRADOURO; A CIDADE EXIGE CIDADE, UF,
      *    CEP NUMERICO E CANAL P/E/N, COM TELEFONE NUMERICO OU EM
      *    BRANCO; O E-MAIL, SE INFORMADO, TEM UMA SO ARROBA E NAO
      *    COMECA POR ELA. COMPLEMENTO E BAIRRO SAO LIVRES.
       0471-CRITICAR-PARTE SECTION.
           MOVE SPACES TO REJ-MOTIVO.

           EVALUATE TRUE
              WHEN CTK-PARTE-ENDERECO
                 IF CTK-LOGRADOURO EQUAL SPACES
                    MOVE "CONTACT-INV-ADR" TO REJ-MOTIVO
                 END-IF
              WHEN CTK-PARTE-BAIRRO
                 CONTINUE
              WHEN CTK-PARTE-CIDADE
                 EVALUATE TRUE
                    WHEN CTK-CIDADE EQUAL SPACES OR
                         CTK-UF EQUAL SPACES
                       MOVE "CONTACT-INV-ADR" TO REJ-MOTIVO
                    WHEN CTK-CEP NOT NUMERIC OR
                         CTK-CEP EQUAL "00000000"
                       MOVE "CONTACT-INV-CEP" TO REJ-MOTIVO
                    WHEN CTK-CANAL NOT EQUAL "P" AND
                         CTK-CANAL NOT EQUAL "E" AND
                         CTK-CANAL NOT EQUAL "N"
                       MOVE "CONTACT-INV-CHN" TO REJ-MOTIVO
                    WHEN CTK-DDD NOT NUMERIC AND
                         CTK-DDD NOT EQUAL SPACES
                       MOVE "CONTACT-INV-TEL" TO REJ-MOTIVO
                    WHEN CTK-TELEFONE NOT NUMERIC AND
                         CTK-TELEFONE NOT EQUAL SPACES
                       MOVE "CONTACT-INV-TEL" TO REJ-MOTIVO
                 END-EVALUATE
              WHEN CTK-PARTE-EMAIL
                 IF CTK-EMAIL NOT EQUAL SPACES
                    MOVE ZEROS TO WRK-CTT-ARROBAS
                    INSPECT CTK-EMAIL TALLYING WRK-CTT-ARROBAS
                       FOR ALL "@"
                    IF WRK-CTT-ARROBAS NOT EQUAL 1 OR
                       CTK-EMAIL(1:1) EQUAL "@" OR
                       CTK-EMAIL(1:1) EQUAL SPACE
                       MOVE "CONTACT-INV-EML" TO REJ-MOTIVO
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "CONTACT-INV-PRT" TO REJ-MOTIVO
           END-EVALUATE.
       0471-FIM. EXIT.

      *----------------------- REJEITAR UMA PARTE DO CONTATO
      *    COMO NO COTITULAR: REJARQCLI COM SALDO ZERO, NA CHAVE DA
      *    PRIMEIRA CONTA DO DOCUMENTO (OU ZEROS, SEM CONTA).
       0479-REJEITAR-CONTATO SECTION.
           MOVE WRK-CTT-AGENCIA TO REJ-AGENCIA.
           MOVE WRK-CTT-CONTA   TO REJ-CONTA.
           MOVE ZEROS           TO REJ-SALDO.

           WRITE REG-REJARQCLI.
           IF FS-REJARQCLI EQUAL ZEROS
              ADD 1 TO WRK-CTT-REJEITADOS
              MOVE "R"        TO AUD-FLAG
              MOVE REJ-MOTIVO TO AUD-MOTIVO
              PERFORM 0339-GRAVAR-AUDITORIA
           ELSE
              DISPLAY "ERRO AO GRAVAR REJEICAO DE CONTATO "
                      CTK-CPF-CNPJ
              MOVE "E"             TO AUD-FLAG
              MOVE "REJ-WRITE-ERR" TO AUD-MOTIVO
              PERFORM 0339-GRAVAR-AUDITORIA
              PERFORM 0345-GRAVAR-EXC-FALHA
           END-IF.
       0479-FIM. EXIT.

      *----------------------- RESETAR CHECKPOINT (JOB CONCLUIDO)
      *    CADA CAMPO E ZERADO INDIVIDUALMENTE PARA QUE AS SOMAS COM
      *    SINAL SAIAM GRAVADAS COM O SINAL SEPARADO VALIDO ("+"),
