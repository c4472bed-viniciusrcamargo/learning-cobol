       IDENTIFICATION        DIVISION.
       PROGRAM-ID. APRPNDCLI.
      * COMENTARIO
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    PNDARQCLI E O CADASTRO DE PEDIDOS PENDENTES DE APROVACAO:
      *    ALTERACOES DE STATUS DE CONTA (APLICADAS PELA MANSTACLI)
      *    E DE-PARA DE AGENCIA (EXECUTADOS PELA MIGAGECLI). NESTA
      *    TELA UM OPERADOR REGISTRA O PEDIDO, COM MOTIVO E NUMERO DA
      *    ORDEM JUDICIAL OU PROTOCOLO, E OUTRO OPERADOR O APROVA OU
      *    RECUSA -- QUEM REGISTROU NAO DECIDE O PROPRIO PEDIDO.
           SELECT PNDARQCLI ASSIGN TO ".\PNDARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS FS-PNDARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARQCLI-CHAVE
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    AGEARQCLI E O CADASTRO DE REFERENCIA DAS AGENCIAS, O
      *    MESMO DO LOTE: O DE-PARA SO E REGISTRADO ENTRE AGENCIAS
      *    CADASTRADAS, COM A ABSORVEDORA ATIVA.
           SELECT AGEARQCLI ASSIGN TO ".\AGEARQCLI.TXT"
               FILE STATUS IS FS-AGEARQCLI.
      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: REGISTRO E DECISAO SAO DATADOS PELA DATA DE NEGOCIO
      *    DO REGISTRO "D", A MESMA COM QUE O RELATORIO DO OPERADOR
      *    CONTA OS DIAS UTEIS DE PENDENCIA.
           SELECT CALARQCLI ASSIGN TO ".\CALARQCLI.TXT"
               FILE STATUS IS FS-CALARQCLI.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PNDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKPND".

      *    LAYOUT = 160 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           COPY "BOOKSCLI".

      *    LAYOUT = 59 POSICOES

       FD  AGEARQCLI
           RECORDING MODE IS F.
           COPY "BOOKAGE".

      *    LAYOUT = 25 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *    DATA AAAAMMDD; O REGISTRO "D" E A DATA DE NEGOCIO ATUAL)
       01  REG-CALARQCLI.
           05  CAL-TIPO          PICTURE X(01).
           05  CAL-DATA          PICTURE 9(08).

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-PNDARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-AGEARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).

      *------------ VARIAVEIS DA SESSAO
       01  WRK-SESSAO            PICTURE X(01) VALUE "N".
           88  WRK-SESSAO-ABERTA         VALUE "S".
       01  WRK-OPERADOR          PICTURE X(08) VALUE SPACES.
       01  WRK-DATA-SESSAO       PICTURE 9(08).
       01  WRK-HORA-ATUAL        PICTURE 9(08).

      *------------ VARIAVEIS DO MENU
       01  WRK-OPCAO             PICTURE 9(01) VALUE ZEROS.

      *------------ DADOS DO PEDIDO EM REGISTRO
       01  WRK-AGENCIA           PICTURE 9(04).
       01  WRK-CONTA             PICTURE 9(07).
       01  WRK-AGENCIA-DESTINO   PICTURE 9(04).
       01  WRK-NOVO-STATUS       PICTURE X(01).
           88  WRK-STATUS-VALIDO         VALUE "A" "B" "T" "E".
       01  WRK-MOTIVO            PICTURE X(40).
       01  WRK-PROTOCOLO         PICTURE X(20).
       01  WRK-JUSTIFICATIVA     PICTURE X(01).
           88  WRK-JUSTIFICATIVA-OK      VALUE "S".
       01  WRK-PEDIDO            PICTURE X(160).
       01  WRK-NUMERO            PICTURE 9(07).

      *------------ TABELA DE STATUS DAS AGENCIAS (COMO NO LOTE)
       01  WRK-AGE-TABELA.
           05  WRK-AGE-STATUS    PICTURE X(01) OCCURS 9999 TIMES.

      *------------ VARIAVEIS DA APROVACAO
       01  WRK-DECISAO           PICTURE X(01).
       01  WRK-FIM-LISTA         PICTURE X(01).
           88  WRK-LISTA-ENCERRADA       VALUE "S".
       01  WRK-QTD-LISTADOS      PICTURE 9(05) USAGE COMP.
       01  WRK-QTD-DECIDIDOS     PICTURE 9(05) USAGE COMP.

      *------------ VARIAVEIS DE EXIBICAO
       01  WRK-SITUACAO-DESC     PICTURE X(20).
       01  WRK-STATUS-DESC       PICTURE X(20).

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           IF WRK-SESSAO-ABERTA
              PERFORM 0300-PROCESSAR UNTIL WRK-OPCAO EQUAL 9
           END-IF.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
       0100-FIM. EXIT.

      *----------------------- INICIAR
      *    SEM O CADASTRO DE PEDIDOS, SARQCLI OU O CADASTRO DE
      *    AGENCIAS NAO HA COMO REGISTRAR NEM DECIDIR -- A SESSAO
      *    NAO ABRE. O CADASTRO DE PEDIDOS E CRIADO NA PRIMEIRA VEZ.
       0200-INICIAR          SECTION.
           PERFORM 0205-LER-DATA-MOVIMENTO.

           OPEN I-O PNDARQCLI.
           IF FS-PNDARQCLI EQUAL 35
              OPEN OUTPUT PNDARQCLI
              CLOSE PNDARQCLI
              OPEN I-O PNDARQCLI
           END-IF.
           IF FS-PNDARQCLI NOT EQUAL ZEROS
              DISPLAY "PNDARQCLI NAO PODE SER ABERTO"
              GO TO 0200-FIM
           END-IF.

           OPEN INPUT SARQCLI.
           IF FS-SARQCLI NOT EQUAL ZEROS
              DISPLAY "SARQCLI NAO ENCONTRADO OU NAO PODE SER ABERTO"
              CLOSE PNDARQCLI
              GO TO 0200-FIM
           END-IF.

           PERFORM 0208-CARREGAR-AGENCIAS.
           IF FS-AGEARQCLI NOT EQUAL 10
              CLOSE PNDARQCLI
                    SARQCLI
              GO TO 0200-FIM
           END-IF.

           PERFORM 0210-IDENTIFICAR-OPERADOR
              UNTIL WRK-OPERADOR NOT EQUAL SPACES.
           MOVE "S" TO WRK-SESSAO.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
      *    SEM O CALENDARIO (PRIMEIRA INSTALACAO) A DATA DA MAQUINA
      *    E USADA, COM AVISO NA TELA.
       0205-LER-DATA-MOVIMENTO SECTION.
           ACCEPT WRK-DATA-SESSAO FROM DATE YYYYMMDD.

           OPEN INPUT CALARQCLI.
           IF FS-CALARQCLI NOT EQUAL ZEROS
              DISPLAY "CALARQCLI NAO ENCONTRADO, USANDO DATA DA "
                      "MAQUINA " WRK-DATA-SESSAO
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
                 MOVE CAL-DATA TO WRK-DATA-SESSAO
              END-IF
           END-IF.
       0206-FIM. EXIT.

      *----------------------- CARREGAR CADASTRO DE AGENCIAS
       0208-CARREGAR-AGENCIAS SECTION.
           MOVE SPACES TO WRK-AGE-TABELA.

           OPEN INPUT AGEARQCLI.
           IF FS-AGEARQCLI NOT EQUAL ZEROS
              DISPLAY "AGEARQCLI (CADASTRO DE AGENCIAS) NAO "
                      "ENCONTRADO - SESSAO ENCERRADA"
              GO TO 0208-FIM
           END-IF.

           PERFORM 0209-LER-AGENCIA UNTIL FS-AGEARQCLI NOT EQUAL ZEROS.
           CLOSE AGEARQCLI.
       0208-FIM. EXIT.

       0209-LER-AGENCIA      SECTION.
           READ AGEARQCLI.
           IF FS-AGEARQCLI EQUAL ZEROS
              IF AGE-AGENCIA GREATER ZEROS
                 MOVE AGE-STATUS TO WRK-AGE-STATUS(AGE-AGENCIA)
              END-IF
           END-IF.
       0209-FIM. EXIT.

      *----------------------- IDENTIFICAR O OPERADOR DA SESSAO
      *    A IDENTIFICACAO VAI PARA O PEDIDO (COMO SOLICITANTE OU
      *    COMO APROVADOR) E DALI PARA A TRILHA DE AUDITORIA.
       0210-IDENTIFICAR-OPERADOR SECTION.
           DISPLAY "DIGITE SUA IDENTIFICACAO DE OPERADOR ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA"
           END-IF.
       0210-FIM. EXIT.

      *----------------------- PROCESSAR UMA OPCAO DO MENU
       0300-PROCESSAR        SECTION.
           PERFORM 0310-EXIBIR-MENU.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0320-REGISTRAR-STATUS
               WHEN 2
                   PERFORM 0330-REGISTRAR-MIGRACAO
               WHEN 3
                   PERFORM 0340-DECIDIR-PENDENTES
               WHEN 4
                   PERFORM 0360-CONSULTAR-PEDIDO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0300-FIM. EXIT.

      *----------------------- EXIBIR MENU
       0310-EXIBIR-MENU      SECTION.
           DISPLAY "---------------------------------------".
           DISPLAY "   PEDIDOS PENDENTES - OPERADOR " WRK-OPERADOR.
           DISPLAY "   1 - REGISTRAR ALTERACAO DE STATUS DE CONTA".
           DISPLAY "   2 - REGISTRAR DE-PARA DE AGENCIA".
           DISPLAY "   3 - APROVAR/RECUSAR PEDIDOS PENDENTES".
           DISPLAY "   4 - CONSULTAR PEDIDO PELO NUMERO".
           DISPLAY "   9 - SAIR".
           DISPLAY "---------------------------------------".
           DISPLAY "DIGITE A OPCAO ".
       0310-FIM. EXIT.

      *----------------------- REGISTRAR ALTERACAO DE STATUS
      *    A CONTA TEM DE EXISTIR E O NOVO STATUS TEM DE SER
      *    DIFERENTE DO ATUAL; O PEDIDO NASCE PENDENTE.
       0320-REGISTRAR-STATUS SECTION.
           DISPLAY "DIGITE A AGENCIA ".
           ACCEPT WRK-AGENCIA.
           DISPLAY "DIGITE A CONTA ".
           ACCEPT WRK-CONTA.

           MOVE WRK-AGENCIA TO SARQCLI-AGENCIA.
           MOVE WRK-CONTA   TO SARQCLI-CONTA.
           READ SARQCLI
              INVALID KEY
                 DISPLAY "CONTA NAO ENCONTRADA - PEDIDO NAO "
                         "REGISTRADO"
                 GO TO 0320-FIM
           END-READ.

           PERFORM 0356-DESCREVER-STATUS.
           DISPLAY "NOME...: " SARQCLI-NOME.
           DISPLAY "STATUS.: " SARQCLI-STATUS " - " WRK-STATUS-DESC.
           DISPLAY "NOVO STATUS (A-ATIVA B-BLOQ. CREDITO T-BLOQ. "
                   "TOTAL E-ENCERRADA) ".
           ACCEPT WRK-NOVO-STATUS.

           IF NOT WRK-STATUS-VALIDO
              DISPLAY "STATUS INVALIDO - PEDIDO NAO REGISTRADO"
              GO TO 0320-FIM
           END-IF.
           IF WRK-NOVO-STATUS EQUAL SARQCLI-STATUS
              DISPLAY "A CONTA JA ESTA NESTE STATUS - PEDIDO NAO "
                      "REGISTRADO"
              GO TO 0320-FIM
           END-IF.

           PERFORM 0350-CAPTURAR-JUSTIFICATIVA.
           IF NOT WRK-JUSTIFICATIVA-OK
              GO TO 0320-FIM
           END-IF.

           PERFORM 0370-PREPARAR-PEDIDO.
           MOVE "S"             TO PND-TIPO.
           MOVE WRK-AGENCIA     TO PND-AGENCIA.
           MOVE WRK-CONTA       TO PND-CONTA.
           MOVE WRK-NOVO-STATUS TO PND-NOVO-STATUS.
           PERFORM 0380-GRAVAR-PEDIDO.
       0320-FIM. EXIT.

      *----------------------- REGISTRAR DE-PARA DE AGENCIA
      *    A ABSORVEDORA TEM DE ESTAR ATIVA. A AGENCIA DE ORIGEM
      *    PODE AINDA NAO ESTAR MARCADA COMO FECHADA: O PEDIDO E
      *    REGISTRADO COM AVISO, E O LOTE SO MIGRA APOS O
      *    FECHAMENTO NO CADASTRO.
       0330-REGISTRAR-MIGRACAO SECTION.
           DISPLAY "DIGITE A AGENCIA FECHADA ".
           ACCEPT WRK-AGENCIA.
           DISPLAY "DIGITE A AGENCIA ABSORVEDORA ".
           ACCEPT WRK-AGENCIA-DESTINO.

           IF WRK-AGENCIA EQUAL ZEROS OR
              WRK-AGE-STATUS(WRK-AGENCIA) EQUAL SPACES
              DISPLAY "AGENCIA FECHADA NAO CADASTRADA - PEDIDO NAO "
                      "REGISTRADO"
              GO TO 0330-FIM
           END-IF.
           IF WRK-AGENCIA-DESTINO EQUAL ZEROS OR
              WRK-AGE-STATUS(WRK-AGENCIA-DESTINO) NOT EQUAL "A"
              DISPLAY "AGENCIA ABSORVEDORA DESCONHECIDA OU FECHADA - "
                      "PEDIDO NAO REGISTRADO"
              GO TO 0330-FIM
           END-IF.
           IF WRK-AGENCIA EQUAL WRK-AGENCIA-DESTINO
              DISPLAY "AGENCIAS IGUAIS - PEDIDO NAO REGISTRADO"
              GO TO 0330-FIM
           END-IF.
           IF WRK-AGE-STATUS(WRK-AGENCIA) NOT EQUAL "F"
              DISPLAY "AVISO: AGENCIA " WRK-AGENCIA " AINDA NAO "
                      "ESTA FECHADA NO CADASTRO"
           END-IF.

           PERFORM 0350-CAPTURAR-JUSTIFICATIVA.
           IF NOT WRK-JUSTIFICATIVA-OK
              GO TO 0330-FIM
           END-IF.

           PERFORM 0370-PREPARAR-PEDIDO.
           MOVE "M"                 TO PND-TIPO.
           MOVE WRK-AGENCIA         TO PND-AGENCIA.
           MOVE WRK-AGENCIA-DESTINO TO PND-AGENCIA-DESTINO.
           PERFORM 0380-GRAVAR-PEDIDO.
       0330-FIM. EXIT.

      *----------------------- APROVAR OU RECUSAR PENDENTES
      *    PERCORRE OS PEDIDOS PENDENTES NA ORDEM DE REGISTRO. O
      *    PEDIDO DO PROPRIO OPERADOR E MOSTRADO MAS NAO PODE SER
      *    DECIDIDO POR ELE.
       0340-DECIDIR-PENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO WRK-QTD-DECIDIDOS.
           MOVE "N"   TO WRK-FIM-LISTA.

           MOVE 1 TO PND-NUMERO.
           START PNDARQCLI KEY IS NOT LESS PND-NUMERO
              INVALID KEY
                 MOVE "S" TO WRK-FIM-LISTA
           END-START.

           PERFORM 0341-DECIDIR-PEDIDO UNTIL WRK-LISTA-ENCERRADA.

           IF WRK-QTD-LISTADOS EQUAL ZEROS
              DISPLAY "NENHUM PEDIDO PENDENTE"
           ELSE
              DISPLAY "PENDENTES LISTADOS: " WRK-QTD-LISTADOS
                      "  DECIDIDOS: " WRK-QTD-DECIDIDOS
           END-IF.
       0340-FIM. EXIT.

       0341-DECIDIR-PEDIDO   SECTION.
           READ PNDARQCLI NEXT RECORD
              AT END
                 MOVE "S" TO WRK-FIM-LISTA
                 GO TO 0341-FIM
           END-READ.

           IF NOT PND-PENDENTE
              GO TO 0341-FIM
           END-IF.

           ADD 1 TO WRK-QTD-LISTADOS.
           PERFORM 0355-EXIBIR-PEDIDO.

           IF PND-OPER-SOLIC EQUAL WRK-OPERADOR
              DISPLAY "*** PEDIDO REGISTRADO POR VOCE - SO OUTRO "
                      "OPERADOR PODE DECIDIR ***"
              GO TO 0341-FIM
           END-IF.

           DISPLAY "A-APROVAR  R-RECUSAR  N-PROXIMO  F-ENCERRAR ".
           ACCEPT WRK-DECISAO.

           EVALUATE WRK-DECISAO
               WHEN "A"
               WHEN "R"
                   PERFORM 0345-REGISTRAR-DECISAO
               WHEN "F"
                   MOVE "S" TO WRK-FIM-LISTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0341-FIM. EXIT.

      *----------------------- GRAVAR A DECISAO NO PEDIDO
       0345-REGISTRAR-DECISAO SECTION.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DECISAO     TO PND-SITUACAO.
           MOVE WRK-OPERADOR    TO PND-OPER-APROV.
           MOVE WRK-DATA-SESSAO TO PND-DATA-APROV.
           MOVE WRK-HORA-ATUAL(1:6) TO PND-HORA-APROV.

           REWRITE REG-PNDARQCLI.
           IF FS-PNDARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR DECISAO DO PEDIDO " PND-NUMERO
              GO TO 0345-FIM
           END-IF.

           ADD 1 TO WRK-QTD-DECIDIDOS.
           IF PND-APROVADO
              DISPLAY "PEDIDO " PND-NUMERO " APROVADO"
           ELSE
              DISPLAY "PEDIDO " PND-NUMERO " RECUSADO"
           END-IF.
       0345-FIM. EXIT.

      *----------------------- CAPTURAR MOTIVO E PROTOCOLO
      *    OS DOIS SAO OBRIGATORIOS: SEM ELES O APROVADOR NAO TEM
      *    COMO CONFERIR O PEDIDO CONTRA A ORDEM DE ORIGEM.
       0350-CAPTURAR-JUSTIFICATIVA SECTION.
           MOVE "N" TO WRK-JUSTIFICATIVA.

           DISPLAY "MOTIVO DO PEDIDO ".
           ACCEPT WRK-MOTIVO.
           DISPLAY "NUMERO DA ORDEM JUDICIAL OU DO PROTOCOLO ".
           ACCEPT WRK-PROTOCOLO.

           IF WRK-MOTIVO EQUAL SPACES OR WRK-PROTOCOLO EQUAL SPACES
              DISPLAY "MOTIVO E PROTOCOLO SAO OBRIGATORIOS - PEDIDO "
                      "NAO REGISTRADO"
              GO TO 0350-FIM
           END-IF.

           MOVE "S" TO WRK-JUSTIFICATIVA.
       0350-FIM. EXIT.

      *----------------------- EXIBIR O PEDIDO CORRENTE
       0355-EXIBIR-PEDIDO    SECTION.
           EVALUATE TRUE
               WHEN PND-PENDENTE
                   MOVE "PENDENTE"             TO WRK-SITUACAO-DESC
               WHEN PND-APROVADO
                   MOVE "APROVADO"             TO WRK-SITUACAO-DESC
               WHEN PND-RECUSADO
                   MOVE "RECUSADO"             TO WRK-SITUACAO-DESC
               WHEN PND-EFETIVADO
                   MOVE "EFETIVADO"            TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE "FALHOU NA EFETIVACAO" TO WRK-SITUACAO-DESC
           END-EVALUATE.

           DISPLAY "---------------------------------------".
           DISPLAY "PEDIDO.....: " PND-NUMERO " - " WRK-SITUACAO-DESC.
           IF PND-TIPO-STATUS
              DISPLAY "STATUS DE CONTA: " PND-AGENCIA " " PND-CONTA
                      " -> " PND-NOVO-STATUS
           ELSE
              DISPLAY "DE-PARA DE AGENCIA: " PND-AGENCIA " -> "
                      PND-AGENCIA-DESTINO
           END-IF.
           DISPLAY "MOTIVO.....: " PND-MOTIVO.
           DISPLAY "PROTOCOLO..: " PND-PROTOCOLO.
           DISPLAY "SOLICITANTE: " PND-OPER-SOLIC " EM "
                   PND-DATA-SOLIC " " PND-HORA-SOLIC.
           IF NOT PND-PENDENTE
              DISPLAY "DECISAO....: " PND-OPER-APROV " EM "
                      PND-DATA-APROV " " PND-HORA-APROV
           END-IF.
           IF PND-EFETIVADO OR PND-FALHOU
              DISPLAY "EFETIVACAO.: " PND-DATA-EFETIV " "
                      PND-RESULTADO
           END-IF.
       0355-FIM. EXIT.

      *----------------------- DESCREVER O STATUS ATUAL DA CONTA
       0356-DESCREVER-STATUS SECTION.
           EVALUATE TRUE
               WHEN SARQCLI-BLOQ-CREDITO
                   MOVE "BLOQUEADA (SO CRED)" TO WRK-STATUS-DESC
               WHEN SARQCLI-BLOQ-TOTAL
                   MOVE "BLOQUEIO TOTAL"      TO WRK-STATUS-DESC
               WHEN SARQCLI-ENCERRADA
                   MOVE "ENCERRADA"           TO WRK-STATUS-DESC
               WHEN OTHER
                   MOVE "ATIVA"               TO WRK-STATUS-DESC
           END-EVALUATE.
       0356-FIM. EXIT.

      *----------------------- CONSULTAR UM PEDIDO PELO NUMERO
       0360-CONSULTAR-PEDIDO SECTION.
           DISPLAY "DIGITE O NUMERO DO PEDIDO ".
           ACCEPT WRK-NUMERO.

           IF WRK-NUMERO EQUAL ZEROS
              DISPLAY "PEDIDO NAO ENCONTRADO"
              GO TO 0360-FIM
           END-IF.

           MOVE WRK-NUMERO TO PND-NUMERO.
           READ PNDARQCLI
              INVALID KEY
                 DISPLAY "PEDIDO NAO ENCONTRADO"
                 GO TO 0360-FIM
           END-READ.

           PERFORM 0355-EXIBIR-PEDIDO.
       0360-FIM. EXIT.

      *----------------------- PREPARAR UM PEDIDO NOVO
       0370-PREPARAR-PEDIDO  SECTION.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE SPACES          TO REG-PNDARQCLI.
           MOVE ZEROS           TO PND-AGENCIA
                                   PND-CONTA
                                   PND-AGENCIA-DESTINO
                                   PND-DATA-APROV
                                   PND-HORA-APROV
                                   PND-DATA-EFETIV.
           MOVE WRK-OPERADOR    TO PND-OPER-SOLIC.
           MOVE WRK-MOTIVO      TO PND-MOTIVO.
           MOVE WRK-PROTOCOLO   TO PND-PROTOCOLO.
           MOVE WRK-DATA-SESSAO TO PND-DATA-SOLIC.
           MOVE WRK-HORA-ATUAL(1:6) TO PND-HORA-SOLIC.
           MOVE "P"             TO PND-SITUACAO.
       0370-FIM. EXIT.

      *----------------------- NUMERAR E GRAVAR O PEDIDO
      *    O REGISTRO DE CONTROLE (NUMERO ZERO) E LIDO, AVANCADO E
      *    REGRAVADO NA HORA, COMO O CTLNUMCLI DAS CONTAS: DUAS
      *    SESSOES NAO RECEBEM O MESMO NUMERO.
       0380-GRAVAR-PEDIDO    SECTION.
           MOVE REG-PNDARQCLI TO WRK-PEDIDO.

           MOVE ZEROS TO PNC-NUMERO.
           READ PNDARQCLI
              INVALID KEY
                 MOVE SPACES TO REG-PNDARQCLI-CONTROLE
                 MOVE ZEROS  TO PNC-NUMERO
                 MOVE 1      TO PNC-ULTIMO-NUMERO
                 WRITE REG-PNDARQCLI-CONTROLE
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO PNC-ULTIMO-NUMERO
                 REWRITE REG-PNDARQCLI-CONTROLE
                 END-REWRITE
           END-READ.
           IF FS-PNDARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO NA NUMERACAO DOS PEDIDOS - PEDIDO NAO "
                      "REGISTRADO"
              GO TO 0380-FIM
           END-IF.
           MOVE PNC-ULTIMO-NUMERO TO WRK-NUMERO.

           MOVE WRK-PEDIDO TO REG-PNDARQCLI.
           MOVE WRK-NUMERO TO PND-NUMERO.
           WRITE REG-PNDARQCLI.
           IF FS-PNDARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR O PEDIDO " WRK-NUMERO
                      " - PEDIDO NAO REGISTRADO"
              GO TO 0380-FIM
           END-IF.

           DISPLAY "PEDIDO " WRK-NUMERO " REGISTRADO - AGUARDANDO "
                   "APROVACAO DE OUTRO OPERADOR".
       0380-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           IF WRK-SESSAO-ABERTA
              CLOSE PNDARQCLI
                    SARQCLI
           END-IF.
           DISPLAY "SESSAO ENCERRADA".
       0400-FIM. EXIT.
