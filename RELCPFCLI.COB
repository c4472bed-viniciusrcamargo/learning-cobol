      *    POR DOCUMENTO, COM O SALDO TOTAL DO RELACIONAMENTO E A
      *    FAIXA DE SEGMENTACAO (BRONZE/PRATA/OURO). SUBSTITUI A
      *    PLANILHA MONTADA A MAO A PARTIR DO PRINT DO IDCAMS.
      *    AS CONTAS CONJUNTAS ENTRAM TAMBEM NO RELACIONAMENTO DE
      *    CADA COTITULAR (COTARQCLI, NA ORDEM DA SUA CHAVE
      *    ALTERNATIVA), INTERCALADAS POR DOCUMENTO.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
      *    PARMSEGCLI TRAZ OS LIMITES DAS FAIXAS DE SALDO TOTAL:
      *    ABAIXO DO PRIMEIRO = BRONZE, ATE O SEGUNDO = PRATA,
      *    DALI PARA CIMA = OURO.

      *    LAYOUT = 59 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  PARMSEGCLI
           RECORDING MODE IS F.
      *    LAYOUT = 18 POSICOES (LIMITE INFERIOR DE PRATA E DE OURO,

      *------------ VARIAVEIS DE STATUS
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-PARMSEGCLI         PICTURE 9(02).
       01  FS-RELCPFCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  WRK-LIMITE-OURO       PICTURE 9(09) VALUE 200000.

      *------------ QUEBRA DE CONTROLE POR DOCUMENTO
      *    WRK-DOC-PROXIMO/WRK-NOME-PROXIMO SAO O DOCUMENTO E O NOME
      *    DO PROXIMO ITEM DA INTERCALACAO (CONTA DE SARQCLI OU
      *    COTITULARIDADE DA TABELA).
       01  WRK-DOC-ATUAL         PICTURE X(14).
       01  WRK-NOME-ATUAL        PICTURE X(20).
       01  WRK-DOC-PROXIMO       PICTURE X(14).
       01  WRK-NOME-PROXIMO      PICTURE X(20).
       01  WRK-PRIMEIRO-REG      PICTURE X(01) VALUE "S".
           88  WRK-E-PRIMEIRO            VALUE "S".
       01  WRK-DOC-QTD-CONTAS    PICTURE 9(04) USAGE COMP.
       01  WRK-CONTADOR-CLIENTES PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-MULTI    PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ COTITULARIDADES (CONTAS CONJUNTAS)
      *    CARREGADAS NA ORDEM DO CPF/CNPJ DO COTITULAR, COM O TIPO
      *    E O SALDO DA CONTA LIDOS DE SARQCLI PELA CHAVE ANTES DA
      *    LEITURA PRINCIPAL (A LEITURA PELA CHAVE PERDERIA O
      *    POSICIONAMENTO NA CHAVE ALTERNATIVA). 50000 ITENS, COMO
      *    AS DEMAIS TABELAS DE TRABALHO DA CADEIA; O EXCEDENTE E
      *    AVISADO E O RELATORIO SAI COM RETURN-CODE 4.
       01  WRK-CJT-TABELA.
           05  WRK-CJT-ITEM      OCCURS 50000 TIMES.
               10  WRK-CJT-CPF-CNPJ  PICTURE X(14).
               10  WRK-CJT-NOME      PICTURE X(20).
               10  WRK-CJT-AGENCIA   PICTURE 9(04).
               10  WRK-CJT-CONTA     PICTURE 9(07).
               10  WRK-CJT-TIPO      PICTURE 9(01).
               10  WRK-CJT-SALDO     PICTURE S9(09)V99 USAGE COMP.
       01  WRK-QTD-CJT           PICTURE 9(05) USAGE COMP VALUE ZEROS.
       01  WRK-MAX-CJT           PICTURE 9(05) USAGE COMP VALUE 50000.
       01  WRK-IDX-CJT           PICTURE 9(05) USAGE COMP VALUE 1.
       01  WRK-CJT-EXCEDIDO      PICTURE X(01) VALUE "N".
           88  WRK-CJT-CHEIA             VALUE "S".
       01  WRK-COT-FIM           PICTURE X(01) VALUE "N".
           88  WRK-COT-ACABOU            VALUE "S".
       01  WRK-ITEM-SARQ         PICTURE X(01) VALUE "N".
           88  WRK-ITEM-E-SARQ           VALUE "S".
       01  WRK-CONTADOR-CONJUNTA PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-SALDO-CONJUNTA    PICTURE S9(13)V99 USAGE COMP
                                  VALUE ZEROS.
       01  WRK-CJT-SEM-CONTA     PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ CONTROLE DE EXECUCAO DA CADEIA
       01  WRK-RUN-EVENTO        PICTURE X(01).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR
              UNTIL FS-SARQCLI EQUAL 10 AND
                    WRK-IDX-CJT GREATER WRK-QTD-CJT.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR-CLIENTES TO WRK-RUN-REGISTROS.
                VARYING WRK-IDX-FAIXA FROM 1 BY 1
                UNTIL WRK-IDX-FAIXA GREATER 3.

             PERFORM 0230-CARREGAR-COTITULARES.

      *    POSICIONA NO MENOR CPF/CNPJ: DALI EM DIANTE O READ NEXT
      *    SEGUE A CHAVE ALTERNATIVA, ENTREGANDO AS CONTAS DE UM
      *    MESMO DOCUMENTO EM SEQUENCIA.
             END-IF.
       0200-FIM. EXIT.

      *----------------------- CARREGAR AS COTITULARIDADES
      *    SEM COTARQCLI (AMBIENTE SEM CONTAS CONJUNTAS) O RELATORIO
      *    SAI SO COM OS TITULARES DE SARQCLI, COMO ANTES.
       0230-CARREGAR-COTITULARES SECTION.
             OPEN INPUT COTARQCLI.
             IF FS-COTARQCLI NOT EQUAL ZEROS
                DISPLAY "COTARQCLI NAO ENCONTRADO, RELATORIO SEM "
                        "COTITULARES"
                GO TO 0230-FIM
             END-IF.

             MOVE LOW-VALUES TO COT-CPF-CNPJ.
             START COTARQCLI KEY IS NOT LESS COT-CPF-CNPJ
                INVALID KEY
                   MOVE "S" TO WRK-COT-FIM
             END-START.

             PERFORM 0231-CARREGAR-COTITULAR UNTIL WRK-COT-ACABOU.
             CLOSE COTARQCLI.

             IF WRK-CJT-CHEIA
                DISPLAY "TABELA DE COTITULARES CHEIA (" WRK-MAX-CJT
                        ") - RELATORIO INCOMPLETO"
                IF RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
       0230-FIM. EXIT.

       0231-CARREGAR-COTITULAR SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-COT-FIM
                   GO TO 0231-FIM
             END-READ.

             MOVE COT-AGENCIA TO SARQCLI-AGENCIA.
             MOVE COT-CONTA   TO SARQCLI-CONTA.
             READ SARQCLI
                INVALID KEY
                   ADD 1 TO WRK-CJT-SEM-CONTA
                   GO TO 0231-FIM
             END-READ.

             IF WRK-QTD-CJT NOT LESS WRK-MAX-CJT
                MOVE "S" TO WRK-CJT-EXCEDIDO
                MOVE "S" TO WRK-COT-FIM
                GO TO 0231-FIM
             END-IF.

             ADD 1 TO WRK-QTD-CJT.
             MOVE COT-CPF-CNPJ  TO WRK-CJT-CPF-CNPJ(WRK-QTD-CJT).
             MOVE COT-NOME      TO WRK-CJT-NOME(WRK-QTD-CJT).
             MOVE COT-AGENCIA   TO WRK-CJT-AGENCIA(WRK-QTD-CJT).
             MOVE COT-CONTA     TO WRK-CJT-CONTA(WRK-QTD-CJT).
             MOVE SARQCLI-TIPO  TO WRK-CJT-TIPO(WRK-QTD-CJT).
             MOVE SARQCLI-SALDO TO WRK-CJT-SALDO(WRK-QTD-CJT).
       0231-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ SARQCLI NEXT RECORD
               AT END
             MOVE ZEROS TO WRK-FAIXA-SALDO(WRK-IDX-FAIXA).
       0251-FIM. EXIT.

      *----------------------- PROCESSAR UM ITEM (ORDEM DE CPF)
      *    INTERCALA AS CONTAS DE SARQCLI COM AS COTITULARIDADES DA
      *    TABELA PELO DOCUMENTO; NO MESMO DOCUMENTO AS CONTAS EM QUE
      *    ELE E O PRIMEIRO TITULAR SAEM ANTES.
       0300-PROCESSAR        SECTION.
             MOVE "N" TO WRK-ITEM-SARQ.
             IF FS-SARQCLI NOT EQUAL 10
                IF WRK-IDX-CJT GREATER WRK-QTD-CJT
                   MOVE "S" TO WRK-ITEM-SARQ
                ELSE
                   IF SARQCLI-CPF-CNPJ NOT GREATER
                      WRK-CJT-CPF-CNPJ(WRK-IDX-CJT)
                      MOVE "S" TO WRK-ITEM-SARQ
                   END-IF
                END-IF
             END-IF.

             IF WRK-ITEM-E-SARQ
                MOVE SARQCLI-CPF-CNPJ TO WRK-DOC-PROXIMO
                MOVE SARQCLI-NOME     TO WRK-NOME-PROXIMO
                PERFORM 0305-VERIFICAR-QUEBRA

                ADD 1 TO WRK-CONTADOR-CONTAS
                ADD 1 TO WRK-DOC-QTD-CONTAS
                ADD SARQCLI-SALDO TO WRK-DOC-SALDO-TOTAL
                PERFORM 0320-IMPRIMIR-CONTA

                PERFORM 0210-LEITURA
             ELSE
                MOVE WRK-CJT-CPF-CNPJ(WRK-IDX-CJT) TO WRK-DOC-PROXIMO
                MOVE WRK-CJT-NOME(WRK-IDX-CJT)     TO WRK-NOME-PROXIMO
                PERFORM 0305-VERIFICAR-QUEBRA

                ADD 1 TO WRK-CONTADOR-CONJUNTA
                ADD 1 TO WRK-DOC-QTD-CONTAS
                ADD WRK-CJT-SALDO(WRK-IDX-CJT) TO WRK-DOC-SALDO-TOTAL
                ADD WRK-CJT-SALDO(WRK-IDX-CJT) TO WRK-SALDO-CONJUNTA
                PERFORM 0325-IMPRIMIR-COTITULARIDADE

                ADD 1 TO WRK-IDX-CJT
             END-IF.
       0300-FIM. EXIT.

      *----------------------- QUEBRA DE DOCUMENTO
       0305-VERIFICAR-QUEBRA SECTION.
             IF WRK-E-PRIMEIRO
                PERFORM 0315-ABRIR-SECAO
                MOVE "N" TO WRK-PRIMEIRO-REG
             ELSE
                IF WRK-DOC-PROXIMO NOT EQUAL WRK-DOC-ATUAL
                   PERFORM 0330-FECHAR-SECAO
                   PERFORM 0315-ABRIR-SECAO
                END-IF
             END-IF.
       0305-FIM. EXIT.

      *----------------------- ABRIR A SECAO DE UM DOCUMENTO
      *    O NOME DA SECAO E O DO PRIMEIRO ITEM DO DOCUMENTO (DE
      *    SARQCLI QUANDO ELE E TITULAR DE ALGUMA CONTA).
       0315-ABRIR-SECAO      SECTION.
             MOVE WRK-DOC-PROXIMO  TO WRK-DOC-ATUAL.
             MOVE WRK-NOME-PROXIMO TO WRK-NOME-ATUAL.
             MOVE ZEROS TO WRK-DOC-QTD-CONTAS.
             MOVE ZEROS TO WRK-DOC-SALDO-TOTAL.

             PERFORM 0370-GRAVAR-LINHA.
       0320-FIM. EXIT.

      *----------------------- IMPRIMIR UMA CONTA CONJUNTA DA SECAO
      *    O SALDO INTEIRO DA CONTA CONJUNTA ENTRA NO RELACIONAMENTO
      *    DE CADA TITULAR (O TOTAL DE CONTAS CONJUNTAS NO FECHO
      *    MOSTRA QUANTO DISSO SE REPETE ENTRE AS SECOES).
       0325-IMPRIMIR-COTITULARIDADE SECTION.
             MOVE WRK-CJT-SALDO(WRK-IDX-CJT) TO WRK-SALDO-ED.
             MOVE SPACES TO REG-RELCPFCLI.
             STRING "  AGENCIA " DELIMITED BY SIZE
                    WRK-CJT-AGENCIA(WRK-IDX-CJT) DELIMITED BY SIZE
                    "  CONTA "   DELIMITED BY SIZE
                    WRK-CJT-CONTA(WRK-IDX-CJT) DELIMITED BY SIZE
                    "  TIPO "    DELIMITED BY SIZE
                    WRK-CJT-TIPO(WRK-IDX-CJT) DELIMITED BY SIZE
                    "  SALDO "   DELIMITED BY SIZE
                    WRK-SALDO-ED DELIMITED BY SIZE
                    "  COTITULAR" DELIMITED BY SIZE
               INTO REG-RELCPFCLI.
             PERFORM 0370-GRAVAR-LINHA.
       0325-FIM. EXIT.

      *----------------------- FECHAR A SECAO: TOTAL E FAIXA
      *    SALDO TOTAL NEGATIVO OU ABAIXO DO LIMITE DE PRATA E
      *    BRONZE; A FAIXA E DO RELACIONAMENTO, NAO DA CONTA.
           DISPLAY "CONTAS LIDAS....: " WRK-CONTADOR-CONTAS.
           DISPLAY "CLIENTES........: " WRK-CONTADOR-CLIENTES.
           DISPLAY "MULTI-CONTAS....: " WRK-CONTADOR-MULTI.
           DISPLAY "COTITULARIDADES.: " WRK-CONTADOR-CONJUNTA.
           IF WRK-CJT-SEM-CONTA GREATER ZEROS
              DISPLAY "COTITULARES SEM CONTA EM SARQCLI: "
                      WRK-CJT-SEM-CONTA
           END-IF.
       0400-FIM. EXIT.

      *----------------------- IMPRIMIR TOTAIS POR FAIXA
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELCPFCLI.
           PERFORM 0370-GRAVAR-LINHA.

           MOVE WRK-CONTADOR-CONJUNTA TO WRK-QTD-ED.
           MOVE WRK-SALDO-CONJUNTA    TO WRK-SALDO-ED.
           MOVE SPACES TO REG-RELCPFCLI.
           STRING "COTITULARIDADES......: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
                  "  SALDO "               DELIMITED BY SIZE
                  WRK-SALDO-ED             DELIMITED BY SIZE
             INTO REG-RELCPFCLI.
           PERFORM 0370-GRAVAR-LINHA.
       0410-FIM. EXIT.

       0420-IMPRIMIR-FAIXA   SECTION.
