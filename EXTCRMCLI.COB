      *    DO ENCARREGADO DE PROTECAO DE DADOS (LGPD).
           SELECT CRMARQCLI ASSIGN TO ".\CRMARQCLI.TXT"
               FILE STATUS IS FS-CRMARQCLI.
      *    COTARQCLI E O CADASTRO DE COTITULARES DAS CONTAS
      *    CONJUNTAS: CADA COTITULAR SAI NUMA LINHA "C;..." LOGO
      *    DEPOIS DA LINHA "D;..." DA SUA CONTA.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
      *    HEADER "H;..." E TRAILER "T;..." PARA VALIDACAO DA CARGA)
       01  REG-CRMARQCLI         PICTURE X(80).

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
      *------------ VARIAVEIS DE STATUS
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-CRMARQCLI          PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).


      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-COT      PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ CONTROLE DA LEITURA DOS COTITULARES
       01  WRK-COT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-COT-DISPONIVEL        VALUE "S".
       01  WRK-COT-FIM-CONTA     PICTURE X(01).
           88  WRK-COT-ACABOU            VALUE "S".

      *------------ MASCARA DO DOCUMENTO (SO OS 4 ULTIMOS DIGITOS
      *------------ FICAM VISIVEIS NA INTERFACE)
                GOBACK
             END-IF.

      *    SEM O CADASTRO DE COTITULARES A INTERFACE SAI SO COM OS
      *    PRIMEIROS TITULARES, COMO ANTES DAS CONTAS CONJUNTAS.
             OPEN INPUT COTARQCLI.
             IF FS-COTARQCLI EQUAL ZEROS
                MOVE "S" TO WRK-COT-ABERTO
             ELSE
                DISPLAY "COTARQCLI NAO DISPONIVEL (" FS-COTARQCLI
                        ") - INTERFACE SEM COTITULARES"
             END-IF.

             PERFORM 0220-GRAVAR-HEADER.
             PERFORM 0210-LEITURA.
       0200-FIM. EXIT.

      *----------------------- PROCESSAR UM REGISTRO DE SARQCLI
       0300-PROCESSAR        SECTION.
             MOVE SARQCLI-CPF-CNPJ TO WRK-DOC-MASCARADO.
             PERFORM 0320-MASCARAR-DOCUMENTO.

             MOVE SARQCLI-SALDO TO WRK-SALDO-ED.
                MOVE 16 TO RETURN-CODE
             END-IF.

             IF WRK-COT-DISPONIVEL
                PERFORM 0350-GRAVAR-COTITULARES
             END-IF.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *    O CPF OCUPA 11 POSICOES E O CNPJ 14; O TAMANHO REAL E
      *    DETERMINADO PELAS POSICOES FINAIS EM BRANCO, E TODOS OS
      *    DIGITOS MENOS OS 4 ULTIMOS SAO SUBSTITUIDOS POR "*".
      *    O DOCUMENTO E MASCARADO NO PROPRIO WRK-DOC-MASCARADO,
      *    CARREGADO PELO CHAMADOR (TITULAR OU COTITULAR).
       0320-MASCARAR-DOCUMENTO SECTION.
             MOVE 14 TO WRK-TAM-DOC.
             PERFORM 0330-ACHAR-FIM-DOC
                UNTIL WRK-TAM-DOC EQUAL ZEROS
             MOVE "*" TO WRK-DOC-MASC-CHAR(WRK-IDX-DOC).
       0340-FIM. EXIT.

      *----------------------- GRAVAR OS COTITULARES DA CONTA
      *    POSICIONA NA PRIMEIRA SEQUENCIA DA CONTA EM COTARQCLI E
      *    LE ENQUANTO A AGENCIA+CONTA FOR A MESMA.
       0350-GRAVAR-COTITULARES SECTION.
             MOVE SARQCLI-AGENCIA TO COT-AGENCIA.
             MOVE SARQCLI-CONTA   TO COT-CONTA.
             MOVE ZEROS           TO COT-SEQUENCIA.
             MOVE "N" TO WRK-COT-FIM-CONTA.

             START COTARQCLI KEY IS NOT LESS COT-CHAVE
                INVALID KEY
                   MOVE "S" TO WRK-COT-FIM-CONTA
             END-START.

             PERFORM 0355-GRAVAR-COTITULAR UNTIL WRK-COT-ACABOU.
       0350-FIM. EXIT.

       0355-GRAVAR-COTITULAR SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-COT-FIM-CONTA
                   GO TO 0355-FIM
             END-READ.

             IF COT-AGENCIA NOT EQUAL SARQCLI-AGENCIA OR
                COT-CONTA NOT EQUAL SARQCLI-CONTA
                MOVE "S" TO WRK-COT-FIM-CONTA
                GO TO 0355-FIM
             END-IF.

             MOVE COT-CPF-CNPJ TO WRK-DOC-MASCARADO.
             PERFORM 0320-MASCARAR-DOCUMENTO.

             MOVE SPACES TO REG-CRMARQCLI.
             STRING "C;"              DELIMITED BY SIZE
                    COT-AGENCIA       DELIMITED BY SIZE
                    ";"               DELIMITED BY SIZE
                    COT-CONTA         DELIMITED BY SIZE
                    ";"               DELIMITED BY SIZE
                    COT-SEQUENCIA     DELIMITED BY SIZE
                    ";"               DELIMITED BY SIZE
                    COT-NOME          DELIMITED BY SIZE
                    ";"               DELIMITED BY SIZE
                    COT-ASSINATURA    DELIMITED BY SIZE
                    ";"               DELIMITED BY SIZE
                    WRK-DOC-MASCARADO DELIMITED BY SIZE
               INTO REG-CRMARQCLI.
             WRITE REG-CRMARQCLI.

             IF FS-CRMARQCLI EQUAL ZEROS
                ADD 1 TO WRK-CONTADOR
                ADD 1 TO WRK-CONTADOR-COT
             ELSE
                DISPLAY "ERRO AO GRAVAR INTERFACE " COT-AGENCIA
                        COT-CONTA " " COT-SEQUENCIA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0355-FIM. EXIT.

      *----------------------- FINALIZAR
       0400-FINALIZAR        SECTION.
           PERFORM 0410-GRAVAR-TRAILER.

           CLOSE SARQCLI
                 CRMARQCLI.
           IF WRK-COT-DISPONIVEL
              CLOSE COTARQCLI
           END-IF.

           DISPLAY "EXTCRMCLI CONCLUIDO - REGISTROS: " WRK-CONTADOR.
           DISPLAY "          DOS QUAIS COTITULARES: " WRK-CONTADOR-COT.
       0400-FIM. EXIT.

      *----------------------- GRAVAR TRAILER DA INTERFACE
