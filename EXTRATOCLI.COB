           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    LANARQCLI E O RAZAO DO MES ABERTO GRAVADO PELA MOVARQCLI:
      *    UM REGISTRO POR MOVIMENTO APLICADO, COM O SALDO
      *    RESULTANTE. O EXTRATO MENSAL RECONSTROI A FORMACAO DO
      *    SALDO DE CADA CONTA A PARTIR DELE. A CHAVE (CONTA+DATA+
      *    HORA+LOTE+SEQUENCIA) JA ENTREGA CADA CONTA EM ORDEM
      *    CRONOLOGICA, NA MESMA ORDEM DO SARQCLI.
           SELECT LANARQCLI ASSIGN TO ".\LANARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANARQCLI.
      *    LANMESCLI E A GERACAO DE UM MES JA FECHADO PELO FECLANCLI
      *    (MESMO LAYOUT E CHAVE); LANCATCLI E O CATALOGO DAS
      *    GERACOES. COMPETENCIA FECHADA E LIDA DA GERACAO, A DO MES
      *    ABERTO DIRETO DO LANARQCLI.
           SELECT LANMESCLI ASSIGN TO ".\LANMESCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LMG-CHAVE-LANCAMENTO
               FILE STATUS IS FS-LANMESCLI.
           SELECT LANCATCLI ASSIGN TO ".\LANCATCLI.TXT"
               FILE STATUS IS FS-LANCATCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-PARMEXTCLI.
           SELECT RELEXTCLI ASSIGN TO ".\RELEXTCLI.TXT"
               FILE STATUS IS FS-RELEXTCLI.
      *    CTTARQCLI E O CADASTRO DE ENDERECO/CONTATO POR CPF/CNPJ:
      *    O CANAL PREFERIDO DO CLIENTE DECIDE SE O EXTRATO DA CONTA
      *    VAI PARA A GRAFICA (MALARQCLI, ORDENADO POR CEP NO PASSO
      *    SEGUINTE DO JOB PARA O DESCONTO POSTAL), PARA O ENVIO POR
      *    E-MAIL (EMLARQCLI) OU PARA NENHUM DOS DOIS. A CONTA SEM
      *    ENDERECO UTILIZAVEL SAI NA LISTA DE EXCECOES (RELSENCLI).
           SELECT CTTARQCLI ASSIGN TO ".\CTTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTT-CPF-CNPJ
               FILE STATUS IS FS-CTTARQCLI.
           SELECT MALARQCLI ASSIGN TO ".\MALARQCLI.TXT"
               FILE STATUS IS FS-MALARQCLI.
           SELECT EMLARQCLI ASSIGN TO ".\EMLARQCLI.TXT"
               FILE STATUS IS FS-EMLARQCLI.
           SELECT RELSENCLI ASSIGN TO ".\RELSENCLI.TXT"
               FILE STATUS IS FS-RELSENCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
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
      *    CONTA)
       01  REG-RELEXTCLI         PICTURE X(80).

       FD  CTTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCTT".

      *    LAYOUT = 188 POSICOES

       FD  MALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 159 POSICOES (ARQUIVO DE POSTAGEM PARA A GRAFICA:
      *    UM REGISTRO POR EXTRATO, COM O ENDERECO DE ENTREGA E AS
      *    PAGINAS DO EXTRATO EM RELEXTCLI; O CEP NA FRENTE E A
      *    CHAVE DA ORDENACAO DO JOB)
       01  REG-MALARQCLI.
           05  MAL-CEP           PICTURE 9(08).
           05  MAL-AGENCIA       PICTURE 9(04).
           05  MAL-CONTA         PICTURE 9(07).
           05  MAL-NOME          PICTURE X(20).
           05  MAL-LOGRADOURO    PICTURE X(35).
           05  MAL-NUMERO        PICTURE X(07).
           05  MAL-COMPLEMENTO   PICTURE X(20).
           05  MAL-BAIRRO        PICTURE X(20).
           05  MAL-CIDADE        PICTURE X(20).
           05  MAL-UF            PICTURE X(02).
           05  MAL-COMPETENCIA   PICTURE 9(06).
           05  MAL-PAGINA-INICIAL PICTURE 9(05).
           05  MAL-PAGINA-FINAL  PICTURE 9(05).

       FD  EMLARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 89 POSICOES (ARQUIVO DE DISPARO POR E-MAIL: UM
      *    REGISTRO POR EXTRATO, COM O ENDERECO DE E-MAIL E AS
      *    PAGINAS DO EXTRATO EM RELEXTCLI)
       01  REG-EMLARQCLI.
           05  EML-EMAIL         PICTURE X(42).
           05  EML-AGENCIA       PICTURE 9(04).
           05  EML-CONTA         PICTURE 9(07).
           05  EML-NOME          PICTURE X(20).
           05  EML-COMPETENCIA   PICTURE 9(06).
           05  EML-PAGINA-INICIAL PICTURE 9(05).
           05  EML-PAGINA-FINAL  PICTURE 9(05).

       FD  RELSENCLI
           RECORDING MODE IS F.
      *    LAYOUT = 80 POSICOES (CONTAS COM EXTRATO SEM ENDERECO
      *    UTILIZAVEL, PARA A AGENCIA ATUALIZAR O CADASTRO)
       01  REG-RELSENCLI         PICTURE X(80).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E

      *------------ VARIAVEIS DE STATUS
       01  FS-LANARQCLI          PICTURE 9(02).
       01  FS-LANMESCLI          PICTURE 9(02).
       01  FS-LANCATCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-PARMEXTCLI         PICTURE 9(02).
       01  FS-RELEXTCLI          PICTURE 9(02).
       01  FS-CTTARQCLI          PICTURE 9(02).
       01  FS-MALARQCLI          PICTURE 9(02).
       01  FS-EMLARQCLI          PICTURE 9(02).
       01  FS-RELSENCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

      *------------ COMPETENCIA DO EXTRATO
       01  WRK-COMPETENCIA       PICTURE 9(06) VALUE ZEROS.

      *------------ LEITURA DO RAZAO DA COMPETENCIA
      *    O RAZAO E LIDO UMA VEZ, EM ORDEM DE CHAVE, JUNTO COM O
      *    SARQCLI: OS LANCAMENTOS DE CADA CONTA SAO IMPRESSOS
      *    CONFORME CHEGAM, SEM TABELA EM MEMORIA NEM LIMITE DE
      *    LANCAMENTOS POR MES.
       01  WRK-ORIGEM-RAZAO      PICTURE X(01) VALUE "A".
           88  WRK-RAZAO-MES-ABERTO      VALUE "A".
           88  WRK-RAZAO-MES-FECHADO     VALUE "F".
       01  WRK-FIM-RAZAO         PICTURE X(01) VALUE "N".
           88  WRK-RAZAO-ESGOTADO        VALUE "S".
       01  WRK-CHAVE-ATUAL       PICTURE 9(11).
       01  WRK-CATALOGO-ACHADO   PICTURE X(01) VALUE "N".
           88  WRK-COMPETENCIA-CATALOGADA VALUE "S".
       01  WRK-SITUACAO-GERACAO  PICTURE X(01) VALUE SPACES.
           88  WRK-GERACAO-NO-AR         VALUE "A".
           88  WRK-GERACAO-ARQUIVADA     VALUE "X".

      *------------ SALDOS DO EXTRATO DA CONTA CORRENTE
       01  WRK-SALDO-ANTERIOR    PICTURE S9(11)V99 USAGE COMP.
       01  WRK-PRIMEIRO-LANCTO   PICTURE X(01).
           88  WRK-E-PRIMEIRO-LANCTO     VALUE "S".

      *------------ DESTINO DO EXTRATO (CADASTRO DE CONTATO)
       01  WRK-CTT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-CTT-DISPONIVEL        VALUE "S".
       01  WRK-CTT-ACHADO        PICTURE X(01).
           88  WRK-CTT-EXISTE            VALUE "S".
       01  WRK-PAGINA-INICIAL    PICTURE 9(05).
       01  WRK-MOTIVO-SEM-ENDERECO PICTURE X(30).
       01  WRK-CONTADOR-CORREIO  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-EMAIL    PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-ENVIO PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-END  PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-SEM-END-ED PICTURE ZZZZZZZZ9.

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR-CONTAS   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-LANCTOS  PICTURE 9(09) USAGE COMP VALUE ZEROS.
      *------------ VARIAVEIS DE EDICAO DO EXTRATO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-HORA-EXECUCAO     PICTURE 9(06).
       01  WRK-VALOR-ED          PICTURE ZZZZZZZZ9,99.
       01  WRK-SALDO-ED          PICTURE ZZZZZZZZ9,99-.


      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             OPEN INPUT  SARQCLI.
             OPEN OUTPUT RELEXTCLI.
             OPEN OUTPUT MALARQCLI.
             OPEN OUTPUT EMLARQCLI.
             OPEN OUTPUT RELSENCLI.

             PERFORM 0205-LER-DATA-MOVIMENTO.
             MOVE "I" TO WRK-RUN-EVENTO.
             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             IF FS-SARQCLI NOT EQUAL ZEROS OR
                FS-RELEXTCLI NOT EQUAL ZEROS OR
                FS-MALARQCLI NOT EQUAL ZEROS OR
                FS-EMLARQCLI NOT EQUAL ZEROS OR
                FS-RELSENCLI NOT EQUAL ZEROS
                DISPLAY "ARQUIVO(S) NAO ABERTO(S)"
                GOBACK
             END-IF.

      *    SEM O CADASTRO DE CONTATO O EXTRATO AINDA E IMPRESSO, MAS
      *    TODA CONTA SAI NA LISTA DE EXCECOES.
             OPEN INPUT CTTARQCLI.
             IF FS-CTTARQCLI EQUAL ZEROS
                MOVE "S" TO WRK-CTT-ABERTO
             ELSE
                DISPLAY "CTTARQCLI NAO DISPONIVEL (" FS-CTTARQCLI
                        ") - NENHUM EXTRATO SERA POSTADO"
             END-IF.

             PERFORM 0220-LER-PARAMETRO.
             PERFORM 0225-GRAVAR-CABECALHO-SEN.
             PERFORM 0226-ESCOLHER-RAZAO.

             PERFORM 0231-LER-LANCAMENTO-COMPETENCIA.
             IF WRK-RAZAO-MES-FECHADO AND NOT WRK-RAZAO-ESGOTADO AND
                LAN-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
                DISPLAY "LANMESCLI NAO E A GERACAO DA COMPETENCIA "
                        WRK-COMPETENCIA " - JOB ABORTADO"
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.
             END-IF.
       0220-FIM. EXIT.

      *----------------------- CABECALHO DA LISTA DE EXCECOES
       0225-GRAVAR-CABECALHO-SEN SECTION.
             MOVE SPACES TO REG-RELSENCLI.
             STRING "CONTAS SEM ENDERECO UTILIZAVEL - COMPETENCIA "
                       DELIMITED BY SIZE
                    WRK-COMPETENCIA   DELIMITED BY SIZE
                    "  "              DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO DELIMITED BY SIZE
               INTO REG-RELSENCLI.
             WRITE REG-RELSENCLI.

             MOVE SPACES TO REG-RELSENCLI.
             WRITE REG-RELSENCLI.

             MOVE SPACES TO REG-RELSENCLI.
             STRING "AGENC CONTA   CLIENTE              MOTIVO"
                       DELIMITED BY SIZE
               INTO REG-RELSENCLI.
             WRITE REG-RELSENCLI.
       0225-FIM. EXIT.

      *----------------------- ESCOLHER O RAZAO DA COMPETENCIA
      *    COMPETENCIA CATALOGADA E NO AR: A GERACAO DO MES (DD
      *    LANMESCLI, APONTADO NO JOB PARA A GERACAO DO CATALOGO).
      *    COMPETENCIA JA ARQUIVADA PELO PRGLANCLI SO E EXTRAIDA
      *    DEPOIS DE RESTAURADA -- O JOB PARA. FORA DO CATALOGO, A
      *    COMPETENCIA AINDA ESTA NO MES ABERTO (LANARQCLI).
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

             IF WRK-COMPETENCIA-CATALOGADA
                MOVE "F" TO WRK-ORIGEM-RAZAO
                OPEN INPUT LANMESCLI
                IF FS-LANMESCLI NOT EQUAL ZEROS
                   DISPLAY "LANMESCLI NAO ABERTO (" FS-LANMESCLI
                           ") - COMPETENCIA " WRK-COMPETENCIA
                           " FECHADA"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
             ELSE
                MOVE "A" TO WRK-ORIGEM-RAZAO
                OPEN INPUT LANARQCLI
                IF FS-LANARQCLI NOT EQUAL ZEROS
                   DISPLAY "LANARQCLI NAO ABERTO (" FS-LANARQCLI ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
             END-IF.
       0226-FIM. EXIT.

       0227-LER-CATALOGO     SECTION.
             READ LANCATCLI.
             IF FS-LANCATCLI EQUAL ZEROS
                IF LCT-COMPETENCIA EQUAL WRK-COMPETENCIA
                   MOVE "S"          TO WRK-CATALOGO-ACHADO
                   MOVE LCT-SITUACAO TO WRK-SITUACAO-GERACAO
                END-IF
             END-IF.
       0227-FIM. EXIT.

      *----------------------- LER O PROXIMO LANCAMENTO DO RAZAO
       0230-LER-RAZAO        SECTION.
             IF WRK-RAZAO-MES-FECHADO
                READ LANMESCLI NEXT RECORD INTO REG-LANARQCLI
                   AT END
                      MOVE "S" TO WRK-FIM-RAZAO
                END-READ
             ELSE
                READ LANARQCLI NEXT RECORD
                   AT END
                      MOVE "S" TO WRK-FIM-RAZAO
                END-READ
             END-IF.
       0230-FIM. EXIT.

      *    O MES ABERTO PODE TER LANCAMENTOS DE OUTRA COMPETENCIA
      *    (MES SEGUINTE JA INICIADO ANTES DO FECHAMENTO): SO OS DA
      *    COMPETENCIA PEDIDA INTERESSAM.
       0231-LER-LANCAMENTO-COMPETENCIA SECTION.
             PERFORM 0230-LER-RAZAO.
             IF NOT WRK-RAZAO-ESGOTADO AND WRK-RAZAO-MES-ABERTO AND
                LAN-DATA(1:6) NOT EQUAL WRK-COMPETENCIA
                GO TO 0231-LER-LANCAMENTO-COMPETENCIA
             END-IF.
       0231-FIM. EXIT.

      *----------------------- PROCESSAR UMA CONTA DE SARQCLI
      *    CONTA SEM LANCAMENTO NA COMPETENCIA NAO GERA PAGINA: O
      *    EXTRATO EXISTE PARA EXPLICAR SALDO QUE SE MOVEU. O QUE
      *    FICOU NO RAZAO ANTES DA CONTA CORRENTE NAO TEM CONTA NO
      *    SARQCLI (CONTA EXCLUIDA DEPOIS DO MOVIMENTO).
       0300-PROCESSAR        SECTION.
             MOVE SARQCLI-CHAVE TO WRK-CHAVE-ATUAL.

             PERFORM 0310-DESCARTAR-ORFAO
                UNTIL WRK-RAZAO-ESGOTADO OR
                      LAN-CHAVE NOT LESS WRK-CHAVE-ATUAL.

             IF NOT WRK-RAZAO-ESGOTADO AND
                LAN-CHAVE EQUAL WRK-CHAVE-ATUAL
                ADD 1 TO WRK-CONTADOR-CONTAS
                COMPUTE WRK-PAGINA-INICIAL = WRK-PAGINA + 1
                PERFORM 0320-IMPRIMIR-EXTRATO
                PERFORM 0380-DESTINAR-EXTRATO
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

       0310-DESCARTAR-ORFAO  SECTION.
             ADD 1 TO WRK-LANCTOS-ORFAOS.
             PERFORM 0231-LER-LANCAMENTO-COMPETENCIA.
       0310-FIM. EXIT.

      *----------------------- IMPRIMIR O EXTRATO DE UMA CONTA

             MOVE "S" TO WRK-PRIMEIRO-LANCTO.
             PERFORM 0330-IMPRIMIR-LANCAMENTO
                UNTIL WRK-RAZAO-ESGOTADO OR
                      LAN-CHAVE NOT EQUAL WRK-CHAVE-ATUAL.

             MOVE WRK-SALDO-FINAL TO WRK-SALDO-ED.
             MOVE SPACES TO REG-RELEXTCLI.

             MOVE SPACES TO REG-RELEXTCLI.
             STRING "DATA     HORA   OPER         VALOR"
                    "            SALDO  LOTE/SEQ" DELIMITED BY SIZE
               INTO REG-RELEXTCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0350-FIM. EXIT.

      *----------------------- IMPRIMIR O PROXIMO LANCAMENTO DA CONTA
      *    O RAZAO JA CHEGA EM ORDEM DE DATA+HORA DENTRO DA CONTA; NO
      *    PRIMEIRO, O SALDO ANTERIOR E IMPRESSO ANTES DA LINHA.
       0330-IMPRIMIR-LANCAMENTO SECTION.
      *    CREDITAM A CONTA AS OPERACOES "C" E "R" (PERNA RECEBIDA
      *    DE TRANSFERENCIA); "D" E "E" (PERNA ENVIADA) DEBITAM.
             IF WRK-E-PRIMEIRO-LANCTO
                IF LAN-OPERACAO EQUAL "C" OR
                   LAN-OPERACAO EQUAL "R"
                   COMPUTE WRK-SALDO-ANTERIOR =
                           LAN-SALDO-RESULT - LAN-VALOR
                ELSE
                   COMPUTE WRK-SALDO-ANTERIOR =
                           LAN-SALDO-RESULT + LAN-VALOR
                END-IF
                MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED
                MOVE SPACES TO REG-RELEXTCLI
                MOVE "N" TO WRK-PRIMEIRO-LANCTO
             END-IF.

             MOVE LAN-VALOR        TO WRK-VALOR-ED.
             MOVE LAN-SALDO-RESULT TO WRK-SALDO-ED.

             MOVE SPACES TO REG-RELEXTCLI.
             STRING LAN-DATA        DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    LAN-HORA        DELIMITED BY SIZE
                    "  "            DELIMITED BY SIZE
                    LAN-OPERACAO    DELIMITED BY SIZE
                    "   "           DELIMITED BY SIZE
                    WRK-VALOR-ED    DELIMITED BY SIZE
                    "  "            DELIMITED BY SIZE
                    WRK-SALDO-ED    DELIMITED BY SIZE
                    "  "            DELIMITED BY SIZE
                    LAN-LOTE        DELIMITED BY SIZE
                    "/"             DELIMITED BY SIZE
                    LAN-SEQUENCIA   DELIMITED BY SIZE
               INTO REG-RELEXTCLI.
             PERFORM 0370-GRAVAR-LINHA.

      *    O ESTORNO SAI LOGO ABAIXO COM A REFERENCIA DO LANCAMENTO
      *    QUE ELE CANCELA, PARA O CLIENTE CASAR OS DOIS.
             IF LAN-LOTE-ORIGEM NOT EQUAL SPACES
                MOVE SPACES TO REG-RELEXTCLI
                STRING "                  ESTORNO DO LANCAMENTO "
                          DELIMITED BY SIZE
                       LAN-LOTE-ORIGEM DELIMITED BY SIZE
                       "/"             DELIMITED BY SIZE
                       LAN-SEQ-ORIGEM  DELIMITED BY SIZE
                  INTO REG-RELEXTCLI
                PERFORM 0370-GRAVAR-LINHA
             END-IF.

             MOVE LAN-SALDO-RESULT TO WRK-SALDO-FINAL.
             ADD 1 TO WRK-CONTADOR-LANCTOS.
             PERFORM 0231-LER-LANCAMENTO-COMPETENCIA.
       0330-FIM. EXIT.

      *----------------------- ABRIR NOVA PAGINA
       0360-NOVA-PAGINA      SECTION.
             ADD 1 TO WRK-PAGINA.
             ADD 1 TO WRK-LINHA-ATUAL.
       0370-FIM. EXIT.

      *----------------------- DESTINAR O EXTRATO IMPRESSO
      *    CANAL P: POSTAGEM, SE O ENDERECO ESTA COMPLETO. CANAL E:
      *    E-MAIL; SEM E-MAIL CADASTRADO, CAI PARA A POSTAGEM. CANAL
      *    N: O CLIENTE NAO QUER O EXTRATO ENVIADO. O QUE NAO TEM
      *    COMO SER ENTREGUE VAI PARA A LISTA DE EXCECOES.
       0380-DESTINAR-EXTRATO SECTION.
             MOVE "N" TO WRK-CTT-ACHADO.
             IF WRK-CTT-DISPONIVEL
                MOVE SARQCLI-CPF-CNPJ TO CTT-CPF-CNPJ
                READ CTTARQCLI
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE "S" TO WRK-CTT-ACHADO
                END-READ
             END-IF.

             IF NOT WRK-CTT-EXISTE
                MOVE "SEM CADASTRO DE CONTATO" TO
                     WRK-MOTIVO-SEM-ENDERECO
                PERFORM 0390-GRAVAR-SEM-ENDERECO
                GO TO 0380-FIM
             END-IF.

             IF CTT-CANAL-NENHUM
                ADD 1 TO WRK-CONTADOR-SEM-ENVIO
                GO TO 0380-FIM
             END-IF.

             IF CTT-CANAL-EMAIL AND CTT-EMAIL NOT EQUAL SPACES
                PERFORM 0385-GRAVAR-EMAIL
                GO TO 0380-FIM
             END-IF.

             IF CTT-LOGRADOURO EQUAL SPACES OR
                CTT-CIDADE EQUAL SPACES OR
                CTT-UF EQUAL SPACES OR
                CTT-CEP EQUAL ZEROS
                IF CTT-CANAL-EMAIL
                   MOVE "CANAL E-MAIL SEM E-MAIL/ENDER." TO
                        WRK-MOTIVO-SEM-ENDERECO
                ELSE
                   MOVE "ENDERECO INCOMPLETO" TO
                        WRK-MOTIVO-SEM-ENDERECO
                END-IF
                PERFORM 0390-GRAVAR-SEM-ENDERECO
                GO TO 0380-FIM
             END-IF.

             PERFORM 0382-GRAVAR-POSTAGEM.
       0380-FIM. EXIT.

       0382-GRAVAR-POSTAGEM  SECTION.
             MOVE CTT-CEP           TO MAL-CEP.
             MOVE SARQCLI-AGENCIA   TO MAL-AGENCIA.
             MOVE SARQCLI-CONTA     TO MAL-CONTA.
             MOVE SARQCLI-NOME      TO MAL-NOME.
             MOVE CTT-LOGRADOURO    TO MAL-LOGRADOURO.
             MOVE CTT-NUMERO        TO MAL-NUMERO.
             MOVE CTT-COMPLEMENTO   TO MAL-COMPLEMENTO.
             MOVE CTT-BAIRRO        TO MAL-BAIRRO.
             MOVE CTT-CIDADE        TO MAL-CIDADE.
             MOVE CTT-UF            TO MAL-UF.
             MOVE WRK-COMPETENCIA   TO MAL-COMPETENCIA.
             MOVE WRK-PAGINA-INICIAL TO MAL-PAGINA-INICIAL.
             MOVE WRK-PAGINA        TO MAL-PAGINA-FINAL.

             WRITE REG-MALARQCLI.
             IF FS-MALARQCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-CORREIO
             ELSE
                DISPLAY "ERRO AO GRAVAR POSTAGEM " SARQCLI-AGENCIA
                        SARQCLI-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0382-FIM. EXIT.

       0385-GRAVAR-EMAIL     SECTION.
             MOVE CTT-EMAIL         TO EML-EMAIL.
             MOVE SARQCLI-AGENCIA   TO EML-AGENCIA.
             MOVE SARQCLI-CONTA     TO EML-CONTA.
             MOVE SARQCLI-NOME      TO EML-NOME.
             MOVE WRK-COMPETENCIA   TO EML-COMPETENCIA.
             MOVE WRK-PAGINA-INICIAL TO EML-PAGINA-INICIAL.
             MOVE WRK-PAGINA        TO EML-PAGINA-FINAL.

             WRITE REG-EMLARQCLI.
             IF FS-EMLARQCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-EMAIL
             ELSE
                DISPLAY "ERRO AO GRAVAR DISPARO DE E-MAIL "
                        SARQCLI-AGENCIA SARQCLI-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0385-FIM. EXIT.

       0390-GRAVAR-SEM-ENDERECO SECTION.
             MOVE SPACES TO REG-RELSENCLI.
             STRING SARQCLI-AGENCIA  DELIMITED BY SIZE
                    "  "             DELIMITED BY SIZE
                    SARQCLI-CONTA    DELIMITED BY SIZE
                    " "              DELIMITED BY SIZE
                    SARQCLI-NOME     DELIMITED BY SIZE
                    " "              DELIMITED BY SIZE
                    WRK-MOTIVO-SEM-ENDERECO DELIMITED BY SIZE
               INTO REG-RELSENCLI.
             WRITE REG-RELSENCLI.
             IF FS-RELSENCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR-SEM-END
             ELSE
                DISPLAY "ERRO AO GRAVAR LISTA SEM ENDERECO "
                        SARQCLI-AGENCIA SARQCLI-CONTA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0390-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           PERFORM 0310-DESCARTAR-ORFAO
              UNTIL WRK-RAZAO-ESGOTADO.

           MOVE SPACES TO REG-RELSENCLI.
           WRITE REG-RELSENCLI.
           MOVE WRK-CONTADOR-SEM-END TO WRK-CONTADOR-SEM-END-ED.
           MOVE SPACES TO REG-RELSENCLI.
           STRING "TOTAL DE CONTAS SEM ENDERECO: " DELIMITED BY SIZE
                  WRK-CONTADOR-SEM-END-ED          DELIMITED BY SIZE
             INTO REG-RELSENCLI.
           WRITE REG-RELSENCLI.

           CLOSE SARQCLI
                 RELEXTCLI
                 MALARQCLI
                 EMLARQCLI
                 RELSENCLI.
           IF WRK-CTT-DISPONIVEL
              CLOSE CTTARQCLI
           END-IF.
           IF WRK-RAZAO-MES-FECHADO
              CLOSE LANMESCLI
           ELSE
              CLOSE LANARQCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "CONTAS COM EXTRATO..: " WRK-CONTADOR-CONTAS.
           DISPLAY "LANCAMENTOS IMPRESSOS: " WRK-CONTADOR-LANCTOS.
           DISPLAY "EXTRATOS POSTADOS...: " WRK-CONTADOR-CORREIO.
           DISPLAY "EXTRATOS POR E-MAIL.: " WRK-CONTADOR-EMAIL.
           DISPLAY "SEM ENVIO (CANAL N).: " WRK-CONTADOR-SEM-ENVIO.
           DISPLAY "SEM ENDERECO........: " WRK-CONTADOR-SEM-END.

      *    CONTA SEM ENDERECO E AVISO (O EXTRATO FOI IMPRESSO, SO
      *    NAO TEM PARA ONDE IR), NAO ERRO DO JOB.
           IF WRK-CONTADOR-SEM-END GREATER ZEROS AND
              RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    LANCAMENTO SEM CONTA EM SARQCLI (CONTA EXCLUIDA DEPOIS DO
      *    MOVIMENTO) NAO GERA PAGINA, MAS PRECISA APARECER PARA O
           IF WRK-LANCTOS-ORFAOS GREATER ZEROS
              DISPLAY "LANCAMENTOS SEM CONTA NO SARQCLI: "
                      WRK-LANCTOS-ORFAOS
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       0400-FIM. EXIT.
