               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
      *    COTARQCLI (COTITULARES DAS CONTAS CONJUNTAS) E OPCIONAL
      *    PARA A CONSULTA: SEM ELE A TELA MOSTRA SO O TITULAR DE
      *    SARQCLI, COMO ANTES.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.

       DATA                  DIVISION.
       FILE                  SECTION.

      *    LAYOUT = 59 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).

      *------------ VARIAVEIS DO MENU
       01  WRK-OPCAO             PICTURE 9(01) VALUE ZEROS.
           88  WRK-CHAVE-NAO-ACHADA      VALUE "S".
       01  WRK-STATUS-DESC       PICTURE X(20).

      *------------ VARIAVEIS DOS COTITULARES
      *    AS CONTAS EM QUE O DOCUMENTO E COTITULAR SAO COLETADAS
      *    PRIMEIRO (A EXIBICAO DE CADA CONTA REPOSICIONA COTARQCLI
      *    PARA LISTAR OS COTITULARES DELA).
       01  WRK-COT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-COT-DISPONIVEL        VALUE "S".
       01  WRK-COT-FIM           PICTURE X(01) VALUE "N".
           88  WRK-COT-ACABOU            VALUE "S".
       01  WRK-COT-AGENCIA       PICTURE 9(04).
       01  WRK-COT-CONTA         PICTURE 9(07).
       01  WRK-ASSINATURA-DESC   PICTURE X(05).
       01  WRK-ACH-TABELA.
           05  WRK-ACH-ITEM      OCCURS 100 TIMES.
               10  WRK-ACH-AGENCIA    PICTURE 9(04).
               10  WRK-ACH-CONTA      PICTURE 9(07).
               10  WRK-ACH-SEQUENCIA  PICTURE 9(01).
               10  WRK-ACH-ASSINATURA PICTURE X(01).
       01  WRK-QTD-ACH           PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-ACH           PICTURE 9(04) USAGE COMP.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
           IF FS-SARQCLI NOT EQUAL ZEROS
              DISPLAY "SARQCLI NAO ENCONTRADO OU NAO PODE SER ABERTO"
           END-IF.

           OPEN INPUT COTARQCLI.
           IF FS-COTARQCLI EQUAL ZEROS
              MOVE "S" TO WRK-COT-ABERTO
           ELSE
              DISPLAY "COTARQCLI NAO DISPONIVEL - COTITULARES NAO "
                      "EXIBIDOS"
           END-IF.
       0200-FIM. EXIT.

      *----------------------- PROCESSAR UMA OPCAO DO MENU
      *    CHAVE ALTERNATIVA DEVOLVE TODAS AS CONTAS DO MESMO
      *    CPF/CNPJ (UM CNPJ PODE TER VARIAS). O CPF DEVE SER
      *    DIGITADO COM 11 DIGITOS (AS 3 POSICOES FINAIS FICAM EM
      *    BRANCO, COMO GRAVADO NO ARQUIVO). AS CONTAS CONJUNTAS EM
      *    QUE O DOCUMENTO E COTITULAR TAMBEM SAO MOSTRADAS, PELA
      *    CHAVE ALTERNATIVA DE COTARQCLI.
       0360-CONSULTAR-DOCUMENTO SECTION.
           DISPLAY "DIGITE O CPF (11) OU CNPJ (14) ".
           ACCEPT WRK-DOC-BUSCA.
      *    ALTERNATIVA": E LEITURA BEM-SUCEDIDA, DEVOLVIDA PARA CADA
      *    CONTA DE UM CONJUNTO DUPLICADO MENOS A ULTIMA -- PARAR
      *    NELA MOSTRARIA SO A PRIMEIRA CONTA DO DOCUMENTO.
           IF WRK-CHAVE-ACHADA
              PERFORM 0361-LER-POR-DOCUMENTO
                 UNTIL (FS-SARQCLI NOT EQUAL ZEROS AND
                        FS-SARQCLI NOT EQUAL 02)
                    OR SARQCLI-CPF-CNPJ NOT EQUAL WRK-DOC-BUSCA
           END-IF.

           IF WRK-COT-DISPONIVEL
              PERFORM 0362-BUSCAR-COTITULARIDADE
           END-IF.

           IF WRK-QTD-CONTAS EQUAL ZEROS
              DISPLAY "DOCUMENTO NAO ENCONTRADO"
           ELSE
              DISPLAY "CONTAS ENCONTRADAS: " WRK-QTD-CONTAS
           END-IF.
       0360-FIM. EXIT.
           END-READ.
       0361-FIM. EXIT.

      *----------------------- CONTAS EM QUE O DOCUMENTO E COTITULAR
       0362-BUSCAR-COTITULARIDADE SECTION.
           MOVE ZEROS         TO WRK-QTD-ACH.
           MOVE "N"           TO WRK-COT-FIM.
           MOVE WRK-DOC-BUSCA TO COT-CPF-CNPJ.

           START COTARQCLI KEY IS EQUAL COT-CPF-CNPJ
               INVALID KEY
                   GO TO 0362-FIM
           END-START.

           PERFORM 0363-COLETAR-COTITULARIDADE UNTIL WRK-COT-ACABOU.

           PERFORM 0364-EXIBIR-COTITULARIDADE
              VARYING WRK-IDX-ACH FROM 1 BY 1
              UNTIL WRK-IDX-ACH GREATER WRK-QTD-ACH.
       0362-FIM. EXIT.

       0363-COLETAR-COTITULARIDADE SECTION.
           READ COTARQCLI NEXT RECORD
              AT END
                 MOVE "S" TO WRK-COT-FIM
                 GO TO 0363-FIM
           END-READ.

           IF COT-CPF-CNPJ NOT EQUAL WRK-DOC-BUSCA OR
              WRK-QTD-ACH NOT LESS 100
              MOVE "S" TO WRK-COT-FIM
           ELSE
              ADD 1 TO WRK-QTD-ACH
              MOVE COT-AGENCIA    TO WRK-ACH-AGENCIA(WRK-QTD-ACH)
              MOVE COT-CONTA      TO WRK-ACH-CONTA(WRK-QTD-ACH)
              MOVE COT-SEQUENCIA  TO WRK-ACH-SEQUENCIA(WRK-QTD-ACH)
              MOVE COT-ASSINATURA TO WRK-ACH-ASSINATURA(WRK-QTD-ACH)
           END-IF.
       0363-FIM. EXIT.

       0364-EXIBIR-COTITULARIDADE SECTION.
           MOVE WRK-ACH-AGENCIA(WRK-IDX-ACH) TO SARQCLI-AGENCIA.
           MOVE WRK-ACH-CONTA(WRK-IDX-ACH)   TO SARQCLI-CONTA.
           READ SARQCLI
              INVALID KEY
                 DISPLAY "COTITULAR DE CONTA NAO ENCONTRADA: "
                         WRK-ACH-AGENCIA(WRK-IDX-ACH) " "
                         WRK-ACH-CONTA(WRK-IDX-ACH)
                 GO TO 0364-FIM
           END-READ.

           IF WRK-ACH-ASSINATURA(WRK-IDX-ACH) EQUAL "E"
              MOVE "E" TO WRK-ASSINATURA-DESC
           ELSE
              MOVE "E/OU" TO WRK-ASSINATURA-DESC
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           DISPLAY "*** COTITULAR (" WRK-ACH-SEQUENCIA(WRK-IDX-ACH)
                   "O. TITULAR, CONTA " WRK-ASSINATURA-DESC ")".
           PERFORM 0350-EXIBIR-REGISTRO.
       0364-FIM. EXIT.

      *----------------------- LISTAR OS COTITULARES DA CONTA EXIBIDA
      *    SO LE COTARQCLI: O POSICIONAMENTO DE SARQCLI (OPCOES 2 E
      *    3) NAO E AFETADO.
       0370-EXIBIR-COTITULARES SECTION.
           MOVE SARQCLI-AGENCIA TO WRK-COT-AGENCIA COT-AGENCIA.
           MOVE SARQCLI-CONTA   TO WRK-COT-CONTA   COT-CONTA.
           MOVE ZEROS           TO COT-SEQUENCIA.
           MOVE "N"             TO WRK-COT-FIM.

           START COTARQCLI KEY IS NOT LESS THAN COT-CHAVE
               INVALID KEY
                   GO TO 0370-FIM
           END-START.

           PERFORM 0371-LER-COTITULAR UNTIL WRK-COT-ACABOU.
       0370-FIM. EXIT.

       0371-LER-COTITULAR    SECTION.
           READ COTARQCLI NEXT RECORD
              AT END
                 MOVE "S" TO WRK-COT-FIM
                 GO TO 0371-FIM
           END-READ.

           IF COT-AGENCIA NOT EQUAL WRK-COT-AGENCIA OR
              COT-CONTA   NOT EQUAL WRK-COT-CONTA
              MOVE "S" TO WRK-COT-FIM
           ELSE
              IF COT-CONJUNTA-E
                 MOVE "E" TO WRK-ASSINATURA-DESC
              ELSE
                 MOVE "E/OU" TO WRK-ASSINATURA-DESC
              END-IF
              DISPLAY "COTIT." COT-SEQUENCIA ": " COT-NOME " "
                      COT-CPF-CNPJ " " WRK-ASSINATURA-DESC
           END-IF.
       0371-FIM. EXIT.

      *----------------------- EXIBIR REGISTRO CORRENTE
      *    CONTA ENCERRADA CONTINUA VISIVEL NA CONSULTA (SO A
      *    POSTAGEM A RECUSA); ESPACO E CARGA ANTERIOR AO CAMPO DE
           DISPLAY "SALDO..: " WRK-SALDO-ED.
           DISPLAY "NOME...: " SARQCLI-NOME.
           DISPLAY "CPF/CNPJ: " SARQCLI-CPF-CNPJ.
           IF WRK-COT-DISPONIVEL
              PERFORM 0370-EXIBIR-COTITULARES
           END-IF.
           DISPLAY "---------------------------------------".
       0350-FIM. EXIT.

           IF FS-SARQCLI EQUAL ZEROS
              CLOSE SARQCLI
           END-IF.
           IF WRK-COT-DISPONIVEL
              CLOSE COTARQCLI
           END-IF.
           DISPLAY "CONSULTA ENCERRADA".
       0400-FIM. EXIT.
